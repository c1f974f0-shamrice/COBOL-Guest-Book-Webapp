      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Batch job that ages personal data out of the guest
      *          book once it's no longer operationally needed. After
      *          PII_RETENTION_DAYS (guestbook.cfg, default 180) it
      *          cold storage must not exempt it. Emails only matter
      *          for edit links, and addresses for spam forensics;
      *          neither is useful months later, and data we no longer
      *          hold can't leak. The moderation recycle bin
      *          (GUEST_ENTRY_RECYCLE) is swept, erased and reported
      *          like the hot table -- an entry restored from it must
      *          not bring back an address that was due to go. An
      *          erasure request also deletes the address's MAIL_BOUNCE
      *          row (bounce counts and the last diagnostic text); the
      *          address itself stays in the MAIL_SUPPRESSION_PATH file
      *          until mail-bounce-batch next rewrites it from the
      *          table, and the erasure report says so. Flat
      *          archive files on disk are outside this batch's reach
      *          -- the erasure report says so, so whoever handles the
      *          request checks them too.
      *
      *          Run with no argument from cron for the age-based
      *          sweep, or as:
      *          about that email address and/or remote address across
      *          GUEST_ENTRY, GUEST_ENTRY_AUDIT, GUEST_ENTRY_FLAG,
      *          GUEST_SUBMISSION_LOG, BANNED_ADDRESS,
      *          GUEST_BOOK_SUBSCRIPTION, MAIL_BOUNCE, the recycle bin
      *          and the two archive tables,
      *          plus any still-queued lines in the mail, webhook,
      *          recovery and dead-letter files, any records in the
      *          notification ledger and any listing in the mail
      *          suppression file -- the flat files are what the old
      *          manual psql hunt missed every time.
      *          "-" stands for an identifier not supplied. Pipe the
      *          output to the requester's file; there's a legal
      *          deadline on answering these.
       file section.

       fd  fd-scan-file.
       01  f-scan-line              pic x(4096).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.
       01  ws-audits-to-touch       PIC S9(9) COMP-5.
       01  ws-arch-entries-to-touch PIC S9(9) COMP-5.
       01  ws-arch-audits-to-touch  PIC S9(9) COMP-5.
       01  ws-recycle-to-touch      PIC S9(9) COMP-5.
       01  ws-bounce-to-touch       PIC S9(9) COMP-5.

      *> Subject-access-report row images. One generic set serves all
      *> the cursors; the report prints as it fetches.
       01  ws-sar-name              pic x(256).
       01  ws-sar-email             pic x(256).
       01  ws-sar-comment           pic x(1024).
       01  ws-sar-extras            pic x(1300).
       01  ws-sar-book-id           pic x(64).
       01  ws-sar-status            pic x(10).
       01  ws-sar-action            pic x(10).
       01  ws-sar-reason            pic x(256).
       01  ws-sar-date              pic x(26).
       01  ws-sar-date2             pic x(26).
       01  ws-sar-date3             pic x(26).
       01  ws-sar-count             PIC S9(9) COMP-5.

       EXEC SQL
           move 0 to ws-audits-to-touch
           move 0 to ws-arch-entries-to-touch
           move 0 to ws-arch-audits-to-touch
           move 0 to ws-recycle-to-touch
           move 0 to ws-bounce-to-touch

           evaluate true
               when function trim(ws-arg-mode) = "report"
           compute WS-RUN-ROWS =
               ws-entries-to-touch + ws-audits-to-touch
               + ws-arch-entries-to-touch + ws-arch-audits-to-touch
               + ws-recycle-to-touch + ws-bounce-to-touch
           move "OK" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           END-EXEC
           perform sqlstate-check

      *> The recycle bin ages on the entry's own date, like the hot
      *> table it came from and may go back to.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-recycle-to-touch
               FROM GUEST_ENTRY_RECYCLE
               WHERE CREATE_DT <
                   (CURRENT_TIMESTAMP
                       - CAST(:ws-retention-interval AS INTERVAL))
                 AND (COALESCE(GUEST_EMAIL, '') <> ''
                      OR EDIT_TOKEN IS NOT NULL)
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               UPDATE GUEST_ENTRY_RECYCLE
               SET GUEST_EMAIL = NULL,
                   EDIT_TOKEN = NULL
               WHERE CREATE_DT <
                   (CURRENT_TIMESTAMP
                       - CAST(:ws-retention-interval AS INTERVAL))
                 AND (COALESCE(GUEST_EMAIL, '') <> ''
                      OR EDIT_TOKEN IS NOT NULL)
           END-EXEC
           perform sqlstate-check

           display "pii-retention-batch: aged out email/token on "
               ws-entries-to-touch " entr(y/ies) and address/agent "
               "on " ws-audits-to-touch " audit row(s) older than "
               ws-arch-entries-to-touch " archived entr(y/ies) and "
               ws-arch-audits-to-touch " archived audit row(s)"
           end-display
           display "pii-retention-batch: and "
               ws-recycle-to-touch " recycle-bin entr(y/ies)"
           end-display

           exit paragraph.

               SELECT A.ID FROM GUEST_ENTRY_AUDIT A
               WHERE A.ENTRY_ID IN
                   (SELECT ID FROM GUEST_ENTRY
                     WHERE GUEST_EMAIL = :ws-target-email
                    UNION
                    SELECT ID FROM GUEST_ENTRY_RECYCLE
                     WHERE GUEST_EMAIL = :ws-target-email)
               ORDER BY A.ID;
           END-EXEC
               display "    (none)"
           end-if

           display "  recycle-bin entries touched:"
           EXEC SQL
               DECLARE CUR_ERASE_R CURSOR FOR
               SELECT ID FROM GUEST_ENTRY_RECYCLE
               WHERE GUEST_EMAIL = :ws-target-email
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_ERASE_R;
           END-EXEC
           perform sqlstate-check

           move 0 to ws-recycle-to-touch
           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_ERASE_R INTO :ws-row-id;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   add 1 to ws-recycle-to-touch
                   display "    GUEST_ENTRY_RECYCLE id " ws-row-id
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_ERASE_R;
           END-EXEC
           perform sqlstate-check

           if ws-recycle-to-touch = 0 then
               display "    (none)"
           end-if

      *> The year-end archive tables answer to the same erasure
      *> request -- an archived book's rows are the likeliest place a
      *> years-old address still lives, and "(no entries carry that
               display "    (none)"
           end-if

      *> Bounce history is kept per address; the recipient was stored
      *> lower-cased by mail-bounce-batch.
           display "  mail bounce rows removed:"
           EXEC SQL
               SELECT COUNT(*) INTO :ws-bounce-to-touch
               FROM MAIL_BOUNCE
               WHERE LOWER(EMAIL) = LOWER(TRIM(:ws-target-email))
           END-EXEC
           perform sqlstate-check

           if ws-bounce-to-touch = 0 then
               display "    (none)"
           else
               display "    MAIL_BOUNCE row for "
                   function trim(ws-target-email)
               end-display
           end-if

      *> Audit rows first, while the email that finds them is still
      *> on the entries -- hot and cold alike.
           EXEC SQL
                   USER_AGENT = 'ANONYMIZED'
               WHERE ENTRY_ID IN
                   (SELECT ID FROM GUEST_ENTRY
                     WHERE GUEST_EMAIL = :ws-target-email
                    UNION
                    SELECT ID FROM GUEST_ENTRY_RECYCLE
                     WHERE GUEST_EMAIL = :ws-target-email)
           END-EXEC
           perform sqlstate-check
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               UPDATE GUEST_ENTRY_RECYCLE
               SET GUEST_EMAIL = NULL,
                   EDIT_TOKEN = NULL
               WHERE GUEST_EMAIL = :ws-target-email
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               UPDATE GUEST_ENTRY_AUDIT_ARCHIVE
               SET REMOTE_ADDR = 'ANONYMIZED',
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               DELETE FROM MAIL_BOUNCE
               WHERE LOWER(EMAIL) = LOWER(TRIM(:ws-target-email))
           END-EXEC
           perform sqlstate-check

           display "pii-retention-batch: anonymized "
               ws-entries-to-touch " entr(y/ies) and "
               ws-audits-to-touch " audit row(s), plus "
               ws-arch-entries-to-touch " archived entr(y/ies) and "
               ws-arch-audits-to-touch " archived audit row(s)"
           end-display
           display "pii-retention-batch: and "
               ws-recycle-to-touch " recycle-bin entr(y/ies), "
               ws-bounce-to-touch " mail bounce row(s) removed"
           end-display
           if ws-bounce-to-touch > 0 then
               display "pii-retention-batch: NOTE -- the address "
                   "stays listed in the mail suppression file ("
                   function trim(ws-cfg-mail-suppression-path)
                   ") until mail-bounce-batch next runs and rewrites "
                   "it."
               end-display
           end-if
           display "pii-retention-batch: NOTE -- flat archive files "
               "written by archive-guest-book-batch (and any copies "
               "kept with the event records) are outside this "
           end-if

           perform sar-report-entries
           perform sar-report-recycle-entries
           perform sar-report-audit-rows
           perform sar-report-flags
           perform sar-report-submission-log
           perform sar-report-archive-entries
           perform sar-report-archive-audit
           perform sar-report-subscriptions
           perform sar-report-mail-bounce

           display "-------------------------------------------"
           display "Still-queued flat-file lines:"
           move ws-cfg-recovery-queue-path to ws-scan-path
           move "recovery queue" to ws-scan-label
           perform sar-scan-one-file
      *> The ledger names the recipient of every mail it records.
           move ws-cfg-notify-ledger-path to ws-scan-path
           move "notification ledger" to ws-scan-label
           perform sar-scan-one-file
      *> mail-bounce-batch writes the suppressed addresses one per
      *> line, lower-cased, so the email needle is lower-cased for
      *> this one file.
           move ws-cfg-mail-suppression-path to ws-scan-path
           move "mail suppression list" to ws-scan-label
           move function lower-case(ws-email-needle) to ws-email-needle
           perform sar-scan-one-file

           display "-------------------------------------------"
           display "pii-retention-batch: NOTE -- flat archive files "
               SELECT E.ID, E.GUEST_NAME,
                   COALESCE(E.GUEST_EMAIL, ''), E.GUEST_COMMENT,
                   E.GUEST_BOOK_ID, E.STATUS,
                   CAST(E.CREATE_DT AS VARCHAR),
                   CONCAT_WS(' | ', E.EXTRA_FIELD_1, E.EXTRA_FIELD_2,
                       E.EXTRA_FIELD_3, E.EXTRA_FIELD_4,
                       E.EXTRA_FIELD_5)
               FROM GUEST_ENTRY E
               WHERE E.GUEST_EMAIL = :ws-target-email
                  OR E.ID IN
                   FETCH CUR_SAR_E
                   INTO :ws-sar-id, :ws-sar-name, :ws-sar-email,
                       :ws-sar-comment, :ws-sar-book-id,
                       :ws-sar-status, :ws-sar-date, :ws-sar-extras;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   display "    comment: "
                       function trim(ws-sar-comment)
                   end-display
                   if function trim(ws-sar-extras) not = spaces then
                       display "    extra fields: "
                           function trim(ws-sar-extras)
                       end-display
                   end-if
               end-if
           end-perform

           exit paragraph.


       sar-report-recycle-entries.
      *> Moderator-deleted entries still in the recycle bin, found
      *> the same two ways as the live ones.
           move "sar-report-recycle-entries"
               to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "GUEST_ENTRY_RECYCLE rows:"
           move 0 to ws-sar-section-rows

           EXEC SQL
               DECLARE CUR_SAR_R CURSOR FOR
               SELECT E.ID, E.GUEST_NAME,
                   COALESCE(E.GUEST_EMAIL, ''), E.GUEST_COMMENT,
                   E.GUEST_BOOK_ID, E.STATUS,
                   CAST(E.CREATE_DT AS VARCHAR),
                   CONCAT_WS(' | ', E.EXTRA_FIELD_1, E.EXTRA_FIELD_2,
                       E.EXTRA_FIELD_3, E.EXTRA_FIELD_4,
                       E.EXTRA_FIELD_5)
               FROM GUEST_ENTRY_RECYCLE E
               WHERE E.GUEST_EMAIL = :ws-target-email
                  OR E.ID IN
                     (SELECT A.ENTRY_ID FROM GUEST_ENTRY_AUDIT A
                       WHERE A.REMOTE_ADDR = :ws-target-addr
                         AND A.ENTRY_ID IS NOT NULL)
               ORDER BY E.ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_SAR_R;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_SAR_R
                   INTO :ws-sar-id, :ws-sar-name, :ws-sar-email,
                       :ws-sar-comment, :ws-sar-book-id,
                       :ws-sar-status, :ws-sar-date, :ws-sar-extras;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   add 1 to ws-sar-section-rows
                   display "  id " ws-sar-id
                       " book " function trim(ws-sar-book-id)
                       " status " function trim(ws-sar-status)
                       " signed " function trim(ws-sar-date)
                   end-display
                   display "    name: " function trim(ws-sar-name)
                   display "    email: " function trim(ws-sar-email)
                   display "    comment: "
                       function trim(ws-sar-comment)
                   end-display
                   if function trim(ws-sar-extras) not = spaces then
                       display "    extra fields: "
                           function trim(ws-sar-extras)
                       end-display
                   end-if
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_SAR_R;
           END-EXEC
           perform sqlstate-check

           if ws-sar-section-rows = 0 then
               display "  (none)"
           end-if

           exit paragraph.


       sar-report-audit-rows.
           move "sar-report-audit-rows"
               to WS-LOG-OPERATION
               WHERE A.REMOTE_ADDR = :ws-target-addr
                  OR A.ENTRY_ID IN
                     (SELECT ID FROM GUEST_ENTRY
                       WHERE GUEST_EMAIL = :ws-target-email
                      UNION
                      SELECT ID FROM GUEST_ENTRY_RECYCLE
                       WHERE GUEST_EMAIL = :ws-target-email)
               ORDER BY A.ID;
           END-EXEC
               SELECT E.ID, E.GUEST_NAME,
                   COALESCE(E.GUEST_EMAIL, ''), E.GUEST_COMMENT,
                   E.GUEST_BOOK_ID, E.STATUS,
                   CAST(E.CREATE_DT AS VARCHAR),
                   CONCAT_WS(' | ', E.EXTRA_FIELD_1, E.EXTRA_FIELD_2,
                       E.EXTRA_FIELD_3, E.EXTRA_FIELD_4,
                       E.EXTRA_FIELD_5)
               FROM GUEST_ENTRY_ARCHIVE E
               WHERE E.GUEST_EMAIL = :ws-target-email
                  OR E.ID IN
                   FETCH CUR_SAR_AE
                   INTO :ws-sar-id, :ws-sar-name, :ws-sar-email,
                       :ws-sar-comment, :ws-sar-book-id,
                       :ws-sar-status, :ws-sar-date, :ws-sar-extras;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   display "    comment: "
                       function trim(ws-sar-comment)
                   end-display
                   if function trim(ws-sar-extras) not = spaces then
                       display "    extra fields: "
                           function trim(ws-sar-extras)
                       end-display
                   end-if
               end-if
           end-perform

           exit paragraph.


       sar-report-mail-bounce.
      *> One row per address: how often mail to it bounced, the last
      *> bounce's status and diagnostic text, and whether it is
      *> suppressed.
           move "sar-report-mail-bounce"
               to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "MAIL_BOUNCE rows:"

           move spaces to ws-sar-email
           move spaces to ws-sar-action
           move spaces to ws-sar-book-id
           move spaces to ws-sar-reason
           move spaces to ws-sar-date
           move spaces to ws-sar-date2
           move spaces to ws-sar-date3
           EXEC SQL
               SELECT EMAIL, HARD_COUNT, SOFT_COUNT,
                   COALESCE(LAST_TYPE, ''),
                   COALESCE(LAST_STATUS, ''),
                   COALESCE(LAST_DIAGNOSTIC, ''),
                   CAST(FIRST_BOUNCE_DT AS VARCHAR),
                   CAST(LAST_BOUNCE_DT AS VARCHAR),
                   COALESCE(CAST(SUPPRESSED_DT AS VARCHAR), 'no')
               INTO :ws-sar-email, :ws-sar-id, :ws-sar-count,
                   :ws-sar-action, :ws-sar-book-id, :ws-sar-reason,
                   :ws-sar-date, :ws-sar-date2, :ws-sar-date3
               FROM MAIL_BOUNCE
               WHERE LOWER(EMAIL) = LOWER(TRIM(:ws-target-email))
           END-EXEC

           if sqlcode not = 0 and sqlcode not = 100 then
               perform sqlstate-check
           end-if

           if sqlcode = 0 then
               display "  " function trim(ws-sar-email)
                   ": " ws-sar-id " hard / " ws-sar-count
                   " soft bounce(s) between "
                   function trim(ws-sar-date) " and "
                   function trim(ws-sar-date2)
               end-display
               display "    last " function trim(ws-sar-action)
                   " " function trim(ws-sar-book-id)
                   ": " function trim(ws-sar-reason)
               end-display
               display "    suppressed: " function trim(ws-sar-date3)
           else
               display "  (none)"
           end-if

           exit paragraph.


       sar-scan-one-file.
      *> Walks one flat queue file for lines containing the subject's
      *> email or address. A file that isn't there just reports so --
