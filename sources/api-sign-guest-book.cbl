      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: JSON signing endpoint for trusted clients -- the
      *          conference floor kiosks, which are our own fixed
      *          terminals, not anonymous browsers. A kiosk POSTs
      *            {"key":"...","book":"...","name":"...",
      *             "email":"...","comment":"...",
      *             "field1":"...", ... "field5":"..."}
      *          authenticated by a per-device API_KEY row instead of
      *          the anti-bot math challenge, and throttled by the
      *          key's own QUOTA_PER_MINUTE (API_SUBMISSION_LOG)
      *          and inside its window, the BANNED_ADDRESS list is
      *          enforced, and the spam-word screen and pre-moderation
      *          rules hold entries as PENDING exactly as the public
      *          form would. field1..field5 answer the book's extra
      *          signing fields (GUEST_BOOK_FIELD) by slot number,
      *          under the same required/maximum-length rules as the
      *          form; answers to slots the book doesn't define are
      *          ignored. The CREATE audit row carries USER_AGENT
      *          'guestbook-kiosk-api key=<label>' so kiosk entries
      *          are distinguishable from web ones.
      *          The response is JSON; a kiosk whose POST fails
      *          retries on its own, so there is no recovery-queue
      *          fallback here -- an unreachable database is an error
      *          response, not a silent queue. The EDIT link email
      *          is queued in the book's language.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       01  ws-audit-remote-addr     pic x(64).
       01  ws-audit-user-agent      pic x(256).
       01  ws-hold-reason           pic x(64).
       01  ws-book-language         pic x(10).
       01  ws-dup-comment-count     PIC S9(9) COMP-5.

      *> One-tap moderation link issued for a held entry (see
      *> issue-moderation-link).
       01  ws-link-token            pic x(40).
       01  ws-link-moderator        pic x(32).
       01  ws-link-hours            PIC S9(9) COMP-5.
       01  ws-link-count            PIC S9(9) COMP-5.

      *> The book's extra signing fields (GUEST_BOOK_FIELD) as they
      *> are fetched, and the kiosk's answers as they are inserted.
       01  ws-field-no              PIC S9(9) COMP-5.
       01  ws-field-label           pic x(64).
       01  ws-field-required        pic x.
       01  ws-field-max-length      PIC S9(9) COMP-5.
       01  ws-extra-field-1         pic x(256).
       01  ws-extra-field-2         pic x(256).
       01  ws-extra-field-3         pic x(256).
       01  ws-extra-field-4         pic x(256).
       01  ws-extra-field-5         pic x(256).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".
       copy "book-fields".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-email-dot-count       pic 9(3).

       01  ws-spam-word-status      pic xx.
       01  ws-spam-scan-text        pic x(2600).
       01  ws-spam-word             pic x(64).
       01  ws-spam-word-len         pic 9(3).
       01  ws-spam-hit-count        pic 9(3).
       01  ws-pre-mod-id            pic x(64).
       01  ws-pre-mod-pointer       pic 9(4) comp-5.

       01  ws-edit-link             pic x(256).
       01  ws-moderate-link         pic x(256).

       01  ws-mail-name-safe        pic x(256).
       01  ws-mail-email-safe       pic x(256).

       01  ws-publish-command       pic x(256).

      *> Length of one extra-field answer, checked against the
      *> field's MAX_LENGTH.
       01  ws-field-value-len       pic 9(5).
       01  ws-json-value-len        pic 9(5).

       local-storage section.

       procedure division.
               exit paragraph
           end-if

           perform load-book-fields
           perform check-extra-fields
           if function trim(ws-api-error) not = spaces then
               exit paragraph
           end-if

           perform check-banned-address
           if function trim(ws-api-error) not = spaces then
               exit paragraph
           perform extract-json-field
           move ws-json-value to ws-guest-comment

      *> Extra-field answers are held by slot until the book's field
      *> definitions are loaded and they can be checked.
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               move spaces to ws-json-field
               string "field" WS-BF-IDX into ws-json-field
               end-string
               perform extract-json-field
               move 0 to ws-json-value-len
               if function trim(ws-json-value) not = spaces then
                   compute ws-json-value-len =
                       function length(function trim(ws-json-value))
               end-if
               move spaces to WS-BF-VALUE(WS-BF-IDX)
               if ws-json-value-len > 256 then
                   move "field-too-long" to ws-api-error
               else
                   move function trim(ws-json-value)
                       to WS-BF-VALUE(WS-BF-IDX)
               end-if
           end-perform
           if function trim(ws-api-error) not = spaces then
               exit paragraph
           end-if

           if function trim(ws-api-key) = spaces then
               move "missing-key" to ws-api-error
               exit paragraph
           EXEC SQL
               SELECT STATUS, PRE_MODERATE,
                   CASE WHEN (OPEN_DT IS NULL
                           OR OPEN_DT <= BOOK_LOCAL_NOW(TIME_ZONE))
                         AND (CLOSE_DT IS NULL
                           OR CLOSE_DT >= BOOK_LOCAL_NOW(TIME_ZONE))
                        THEN 'Y' ELSE 'N' END,
                   COALESCE(LANGUAGE_CODE, '')
               INTO :ws-book-status, :ws-book-pre-moderate,
                   :ws-book-in-window, :ws-book-language
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-guest-book-id
           END-EXEC
           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n.
      *> Only the definitions are loaded; the answers parsed from the
      *> request are already waiting in WS-BF-VALUE.
           move "load-book-fields"
               to WS-LOG-OPERATION
           move 0 to WS-BOOK-FIELD-COUNT
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               move spaces to WS-BF-LABEL(WS-BF-IDX)
               move "N" to WS-BF-REQUIRED(WS-BF-IDX)
               move 64 to WS-BF-MAX-LENGTH(WS-BF-IDX)
           end-perform

           EXEC SQL
               DECLARE CUR_BOOK_FIELDS CURSOR FOR
               SELECT FIELD_NO, LABEL, REQUIRED, MAX_LENGTH
               FROM GUEST_BOOK_FIELD
               WHERE GUEST_BOOK_ID = :ws-guest-book-id
               ORDER BY FIELD_NO;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BOOK_FIELDS;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BOOK_FIELDS
                   INTO :ws-field-no, :ws-field-label,
                       :ws-field-required, :ws-field-max-length;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100
                   and ws-field-no >= 1 and ws-field-no <= 5 then
                   move ws-field-no to WS-BF-IDX
                   move ws-field-label to WS-BF-LABEL(WS-BF-IDX)
                   move ws-field-required to WS-BF-REQUIRED(WS-BF-IDX)
                   move ws-field-max-length
                       to WS-BF-MAX-LENGTH(WS-BF-IDX)
                   add 1 to WS-BOOK-FIELD-COUNT
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BOOK_FIELDS;
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       check-extra-fields.
      *> Same rules the form applies: a required field can't be
      *> blank and no answer may run past its field's maximum length.
      *> An answer to a slot the book doesn't define is dropped.
           perform varying WS-BF-IDX from 1 by 1
               until WS-BF-IDX > 5
               or function trim(ws-api-error) not = spaces
               move 0 to ws-field-value-len
               if function trim(WS-BF-VALUE(WS-BF-IDX)) not = spaces
                   then
                   compute ws-field-value-len =
                       function length(
                           function trim(WS-BF-VALUE(WS-BF-IDX)))
               end-if
               evaluate true
                   when function trim(WS-BF-LABEL(WS-BF-IDX)) = spaces
                       move spaces to WS-BF-VALUE(WS-BF-IDX)
                   when ws-field-value-len = 0
                       and IS-BF-REQUIRED(WS-BF-IDX)
                       move "missing-field" to ws-api-error
                   when ws-field-value-len >
                       WS-BF-MAX-LENGTH(WS-BF-IDX)
                       move "field-too-long" to ws-api-error
                   when other
                       continue
               end-evaluate
           end-perform
           exit paragraph.


       check-banned-address.
      *> The kiosk's own network address answers to the ban list
      *> like anyone else's -- a misbehaving or stolen device is
               perform check-pre-moderated-book
           end-if

      *> Why the entry was held rides along on the row (HOLD_REASON)
      *> for the moderation queue and the event analytics report.
           if IS-ENTRY-PENDING then
               move "PRE-MODERATED" to ws-hold-reason
           else
               perform scan-for-spam-words
               if IS-ENTRY-PENDING then
                   move "SPAM-WORD" to ws-hold-reason
               end-if
           end-if

           if IS-ENTRY-PENDING then


       scan-for-spam-words.
      *> Same screen, same word list, same upper-cased name, comment
      *> and extra-field haystack as sign-guest-book.cbl.
           move spaces to ws-spam-scan-text
           string
               function upper-case(function trim(ws-guest-name)) " "
               function upper-case(function trim(ws-guest-comment))
               " "
               function upper-case(function trim(WS-BF-VALUE(1))) " "
               function upper-case(function trim(WS-BF-VALUE(2))) " "
               function upper-case(function trim(WS-BF-VALUE(3))) " "
               function upper-case(function trim(WS-BF-VALUE(4))) " "
               function upper-case(function trim(WS-BF-VALUE(5)))
               into ws-spam-scan-text
           end-string

               to WS-LOG-OPERATION

           perform check-repeat-comment
           perform build-kiosk-user-agent

           move WS-BF-VALUE(1) to ws-extra-field-1
           move WS-BF-VALUE(2) to ws-extra-field-2
           move WS-BF-VALUE(3) to ws-extra-field-3
           move WS-BF-VALUE(4) to ws-extra-field-4
           move WS-BF-VALUE(5) to ws-extra-field-5

           EXEC SQL
               INSERT INTO GUEST_ENTRY(
                   GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   EDIT_TOKEN, GUEST_BOOK_ID, STATUS, HOLD_REASON,
                   EXTRA_FIELD_1, EXTRA_FIELD_2, EXTRA_FIELD_3,
                   EXTRA_FIELD_4, EXTRA_FIELD_5)
               VALUES (
                   :ws-guest-name, :ws-guest-email,
                   :ws-guest-comment,
                   ENCODE(GEN_RANDOM_BYTES(20), 'hex'),
                   :ws-guest-book-id, :ws-new-entry-status,
                   NULLIF(:ws-hold-reason, ''),
                   NULLIF(:ws-extra-field-1, ''),
                   NULLIF(:ws-extra-field-2, ''),
                   NULLIF(:ws-extra-field-3, ''),
                   NULLIF(:ws-extra-field-4, ''),
                   NULLIF(:ws-extra-field-5, ''))
               RETURNING ID, EDIT_TOKEN
                   INTO :ws-new-entry-id, :ws-edit-token;
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       write-audit-record.
      *> Same don't-stop-over-the-audit-trail rule as the form path:
      *> the entry row is already committed.

           move function current-date to ws-mail-timestamp

           perform issue-moderation-link
           move "ADMIN" to ws-mail-type
           move ws-moderate-link to ws-mail-extra
           perform write-mail-queue-record

           if function trim(ws-guest-email) not = spaces then
           exit paragraph.


       issue-moderation-link.
      *> A held entry's admin notice carries one-tap approve/reject
      *> links (see moderate-guest-book.cbl), issued here to the
      *> MODERATE_LINK_MODERATOR account -- and only when that account
      *> is ACTIVE and covers this entry's book, since the link acts
      *> as it. Blank config, or no such account, just means the
      *> notice goes without links. The entry is already committed,
      *> so a failure here is logged and the notice sent plain.
           move spaces to ws-moderate-link
           if not IS-ENTRY-PENDING
               or function trim(ws-cfg-moderate-link-moderator) = spaces
               then
               exit paragraph
           end-if

           move "issue-moderation-link"
               to WS-LOG-OPERATION
           move ws-cfg-moderate-link-moderator to ws-link-moderator
           move 48 to ws-link-hours
           if function test-numval(
                   function trim(ws-cfg-moderate-link-hours)) = 0
               and function numval(ws-cfg-moderate-link-hours) > 0
               then
               compute ws-link-hours =
                   function numval(ws-cfg-moderate-link-hours)
           end-if

      *> The token is drawn by the database (pgcrypto) and handed
      *> back by RETURNING; nothing comes back when the account
      *> doesn't qualify and no row goes in.
           move spaces to ws-link-token
           EXEC SQL
               INSERT INTO MODERATION_LINK(
                   LINK_TOKEN, ENTRY_ID, MODERATOR_ID, EXPIRE_DT)
               SELECT ENCODE(GEN_RANDOM_BYTES(20), 'hex'),
                   :ws-new-entry-id,
                   M.MODERATOR_ID,
                   CURRENT_TIMESTAMP
                       + :ws-link-hours * INTERVAL '1 hour'
               FROM MODERATOR M
               WHERE M.MODERATOR_ID = :ws-link-moderator
                 AND M.STATUS = 'ACTIVE'
                 AND (M.MOD_ROLE = 'ADMIN'
                      OR NOT EXISTS
                         (SELECT 1 FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = M.MODERATOR_ID)
                      OR EXISTS
                         (SELECT 1 FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = M.MODERATOR_ID
                             AND MB.GUEST_BOOK_ID = :ws-guest-book-id))
               RETURNING LINK_TOKEN INTO :ws-link-token
           END-EXEC
           if sqlcode < 0 then
               perform log-sql-problem
               exit paragraph
           end-if

           move 0 to ws-link-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-link-count
               FROM MODERATION_LINK
               WHERE LINK_TOKEN = :ws-link-token
           END-EXEC
           if sqlcode < 0 then
               perform log-sql-problem
               exit paragraph
           end-if

           if ws-link-count > 0 then
               string
                   function trim(ws-cfg-moderate-link-base)
                   "?link=" function trim(ws-link-token)
                   into ws-moderate-link
               end-string
           end-if

           exit paragraph.


       write-webhook-queue-record.
           if ws-cfg-webhook-count = 0 then
               exit paragraph
           end-if

           move "WEBHOOK" to WS-LEDGER-CHANNEL
           move "SIGN" to WS-LEDGER-TYPE
           move spaces to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-webhook-queue-line
           string
               "SIGN" "|"
               function trim(ws-guest-book-id) "|"
               function trim(ws-mail-name-safe) "|"
               function trim(ws-mail-comment-safe) "|"
               function trim(ws-mail-timestamp) "|"
               function trim(WS-LEDGER-MESSAGE-ID)
               into f-webhook-queue-line
           end-string

           if ws-webhook-queue-status < 10 then
               write f-webhook-queue-line
               close fd-webhook-queue
           else
               perform record-ledger-lost
           end-if

           exit paragraph.


       write-mail-queue-record.
      *> The book's language rides last, after the message id, so
      *> the guest's email goes out in it.
           move "MAIL" to WS-LEDGER-CHANNEL
           move ws-mail-type to WS-LEDGER-TYPE
           move ws-mail-email-safe to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               function trim(ws-mail-type) "|"
               function trim(ws-mail-email-safe) "|"
               function trim(ws-mail-comment-safe) "|"
               function trim(ws-mail-timestamp) "|"
               function trim(ws-mail-extra) "||"
               function trim(WS-LEDGER-MESSAGE-ID) "|"
               function trim(ws-book-language)
               into f-mail-queue-line
           end-string

           if ws-mail-queue-status < 10 then
               write f-mail-queue-line
               close fd-mail-queue
           else
               perform record-ledger-lost
           end-if

           exit paragraph.


       record-ledger-queued.
      *> Every queue line gets a message id and a QUEUED record in the
      *> notification ledger before it is appended; the drains record
      *> each delivery attempt against the same id. The caller sets
      *> the channel, type and detail.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "QUEUED" to WS-LEDGER-EVENT
           move spaces to WS-LEDGER-MESSAGE-ID
           move ws-guest-book-id to WS-LEDGER-BOOK-ID
           move 0 to WS-LEDGER-ATTEMPT
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       record-ledger-lost.
      *> The queue file couldn't be opened, so the line just recorded
      *> as QUEUED never made it -- say so against the same id, so the
      *> reconciliation shows it as lost rather than merely missing.
           move "LOST" to WS-LEDGER-EVENT
           move "queue file could not be opened" to WS-LEDGER-DETAIL
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL
