      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-25
      * Last Modified: 2026-10-15
      * Purpose: Batch job that replays the local recovery queue
      *          written by sign-guest-book.cbl (one GUEST_NAME|
      *          GUEST_EMAIL|GUEST_COMMENT|TIMESTAMP|REMOTE_ADDR|
      *          USER_AGENT|GUEST_BOOK_ID|STATUS|EXTRA_1|..|EXTRA_5|
      *          HOLD_REASON line per entry that couldn't be saved
      *          because the database was unreachable at submission
      *          time; the five answers to the book's extra signing
      *          fields are absent on lines from before they existed
      *          and replay as blanks) back into GUEST_ENTRY once the
      *          database is back. STATUS preserves the pre-moderation
      *          decision made at submission time (ACTIVE or PENDING);
      *          a line from before the field existed replays as
      *          ACTIVE, same as it would have been saved then.
      *          HOLD_REASON is why a PENDING line was held; a PENDING
      *          line from before that field existed is given
      *          PRE-MODERATED when its book is in PRE_MODERATE_BOOKS
      *          and SPAM-WORD otherwise -- the only two holds the
      *          signing page can make with the database down. Each
      *          replayed row gets its own
      *          EDIT_TOKEN and CREATE audit row, same as a normal
      *          signing, keeps the guest's original submission time
      *          the same guest entry twice. A stale pending file
      *          from the dead run (failures it had set aside for
      *          retry) is folded back onto the live queue first, so
      *          nothing it postponed is lost either. The EDIT line
      *          carries the book's language, as a live signing's
      *          would.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       file section.

       fd  fd-recovery-queue.
       01  f-recovery-queue-line    pic x(4096).

      *> Lines still waiting to be replayed (the database was still
      *> down, or this particular line's INSERT failed) are written
      *> so a crash or kill partway through never loses an unreplayed
      *> entry.
       fd  fd-recovery-pending.
       01  f-recovery-pending-line  pic x(4096).

       fd  fd-recovery-live.
       01  f-recovery-live-line     pic x(4096).

       fd  fd-mail-queue.
       01  f-mail-queue-line        pic x(2048).
       01  ws-entry-comment         pic x(1024).
       01  ws-entry-book-id         pic x(64).
       01  ws-entry-status          pic x(10).
       01  ws-entry-extra-1         pic x(256).
       01  ws-entry-extra-2         pic x(256).
       01  ws-entry-extra-3         pic x(256).
       01  ws-entry-extra-4         pic x(256).
       01  ws-entry-extra-5         pic x(256).
       01  ws-book-status           pic x(10).
       01  ws-book-pre-moderate     pic x.
       01  ws-book-in-window        pic x.
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

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).
       01  ws-entries-unknown-book  pic 9(9) value 0.
       01  ws-entries-banned        pic 9(9) value 0.

       01  ws-edit-link             pic x(256).
       01  ws-moderate-link         pic x(256).
       01  ws-mail-type             pic x(10).
       01  ws-mail-extra            pic x(256).

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           move spaces to ws-recovery-pending-path
           string
               function trim(ws-cfg-recovery-queue-path) ".pending"
           move spaces to ws-audit-user-agent
           move spaces to ws-entry-book-id
           move spaces to ws-entry-status
           move spaces to ws-entry-extra-1
           move spaces to ws-entry-extra-2
           move spaces to ws-entry-extra-3
           move spaces to ws-entry-extra-4
           move spaces to ws-entry-extra-5
           move spaces to ws-hold-reason

           unstring f-recovery-queue-line delimited by "|"
               into ws-entry-name ws-entry-email ws-entry-comment
                   ws-entry-timestamp ws-audit-remote-addr
                   ws-audit-user-agent ws-entry-book-id
                   ws-entry-status ws-entry-extra-1 ws-entry-extra-2
                   ws-entry-extra-3 ws-entry-extra-4 ws-entry-extra-5
                   ws-hold-reason
           end-unstring

           if function trim(ws-entry-name) = spaces
               move "ACTIVE" to ws-entry-status
           end-if

           perform settle-queued-hold-reason

      *> sign-guest-book.cbl only queues a line here when the database
      *> was unreachable, which also means it couldn't check the book
      *> against the GUEST_BOOK registry at submission time -- it gave
      *> to ACTIVE -- an event-weekend outage must not turn into a
      *> review-free path past the hold queue.
           move spaces to ws-book-status
           move spaces to ws-book-language
           move "N" to ws-book-pre-moderate
           move "Y" to ws-book-in-window

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
               WHERE GUEST_BOOK_ID = :ws-entry-book-id
           END-EXEC

           perform check-repeat-comment
           perform parse-entry-create-dt

           EXEC SQL
               INSERT INTO GUEST_ENTRY(
                   GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   EDIT_TOKEN, GUEST_BOOK_ID, CREATE_DT, STATUS,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5)
               VALUES (
                   :ws-entry-name, :ws-entry-email,
                   :ws-entry-comment,
                   ENCODE(GEN_RANDOM_BYTES(20), 'hex'),
                   :ws-entry-book-id, :ws-entry-create-dt,
                   :ws-entry-status,
                   NULLIF(:ws-hold-reason, ''),
                   NULLIF(:ws-entry-extra-1, ''),
                   NULLIF(:ws-entry-extra-2, ''),
                   NULLIF(:ws-entry-extra-3, ''),
                   NULLIF(:ws-entry-extra-4, ''),
                   NULLIF(:ws-entry-extra-5, ''))
               RETURNING ID, EDIT_TOKEN
                   INTO :ws-new-entry-id, :ws-edit-token;
           END-EXEC

           if sqlcode < 0 then
      *> it.
           move "check-repeat-comment"
               to WS-LOG-OPERATION

           EXEC SQL
               SELECT COUNT(*) INTO :ws-dup-comment-count
           exit paragraph.


       settle-queued-hold-reason.
      *> The hold reason decided at submission time rides on the line
      *> and goes onto the row, so the pending queue and the event
      *> analytics report see it as they would a live signing's. An
      *> ACTIVE line has none. A PENDING line queued before the field
      *> existed is worked out the way sign-guest-book.cbl decided it
      *> with the database down: the PRE_MODERATE_BOOKS list is
      *> checked first, and anything else it held was the spam-word
      *> screen.
           if function trim(ws-entry-status) not = "PENDING" then
               move spaces to ws-hold-reason
               exit paragraph
           end-if

           if function trim(ws-hold-reason) not = spaces then
               exit paragraph
           end-if

           move "N" to ws-book-pre-moderate
           if function trim(ws-cfg-pre-moderate-books) not = spaces then
               perform check-pre-moderated-book
           end-if

           if ws-book-pre-moderate = "Y" then
               move "PRE-MODERATED" to ws-hold-reason
           else
               move "SPAM-WORD" to ws-hold-reason
           end-if
           move "N" to ws-book-pre-moderate

           exit paragraph.


       apply-deferred-pre-moderation.
      *> The pre-publication hold sign-guest-book.cbl would have
      *> applied at submission time, applied now instead: a line that
                   " is pre-moderated)"
               end-display
               move "PENDING" to ws-entry-status
               move "PRE-MODERATED" to ws-hold-reason
           end-if

           exit paragraph.
           exit paragraph.


       write-audit-record.
      *> ws-new-entry-id's row is already committed (the INSERT above)
      *> by the time this runs, so don't stop run over a failed


       queue-notifications.
           perform issue-moderation-link
           move "ADMIN" to ws-mail-type
           move ws-moderate-link to ws-mail-extra
           perform write-mail-queue-record

           if function trim(ws-entry-email) not = spaces then
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
           if function trim(ws-entry-status) not = "PENDING"
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
                             AND MB.GUEST_BOOK_ID = :ws-entry-book-id))
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
      *> A replayed signing is still a new signing as far as the
      *> events team's chat is concerned -- same SIGN line
               exit paragraph
           end-if

           move "WEBHOOK" to WS-LEDGER-CHANNEL
           move "SIGN" to WS-LEDGER-TYPE
           move spaces to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-webhook-queue-line
           string
               "SIGN" "|"
               function trim(ws-entry-book-id) "|"
               function trim(ws-entry-name) "|"
               function trim(ws-entry-comment) "|"
               function trim(ws-entry-timestamp) "|"
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
           move ws-entry-email to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               function trim(ws-mail-type) "|"
               function trim(ws-entry-email) "|"
               function trim(ws-entry-comment) "|"
               function trim(ws-entry-timestamp) "|"
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
           move ws-entry-book-id to WS-LEDGER-BOOK-ID
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
