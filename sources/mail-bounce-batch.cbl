       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Batch job that reads the returned-mail bounces for
      *          our sending address -- the mailbox at MAIL_BOUNCE_PATH,
      *          which until now nobody read -- and stops us mailing
      *          addresses that are dead. mail-queue-drain-batch.cbl
      *          only learns whether sendmail accepted a message; the
      *          bounce arrives later.
      *          Each message in the mailbox (mbox format, one
      *          message per "From " line) is matched to the failed
      *          recipient (Final-Recipient, X-Failed-Recipients or
      *          Original-Recipient) and to the X-Guestbook-Type
      *          header the drain puts on every message we send, which
      *          comes back in the returned headers (EDIT, APPROVED/
      *          REJECTED, CONFIRM, DIGEST, ...). A message that can't
      *          be matched on both is not one of our notices and is
      *          only counted. Permanent failures (status 5.x.x, or
      *          Action: failed) count as hard bounces; temporary
      *          ones (4.x.x, Action: delayed) as soft, which are kept
      *          but never suppress.
      *          Counts live in MAIL_BOUNCE, one row per address. When
      *          an address reaches MAIL_BOUNCE_LIMIT hard bounces it
      *          is suppressed: its GUEST_BOOK_SUBSCRIPTION rows go to
      *          SUSPENDED (so the digest stops) and it's listed in
      *          MAIL_SUPPRESSION_PATH, which the drain checks before
      *          sending any guest notice. Every run rewrites that file
      *          and prints the whole suppressed list for review.
      *          The mailbox is renamed aside (.processing) before it
      *          is read and removed once every message is counted --
      *          same rename-aside discipline as the mail drain, so
      *          bounces delivered mid-run start a fresh mailbox. A
      *          .processing copy left by a run that died is read
      *          first; fresh mail then waits for the next run.
      *
      *          Run as:
      *            mail-bounce-batch
      *          from cron after the mail drain, or
      *            mail-bounce-batch RELEASE ADDRESS
      *          to lift a suppression after review (counts zeroed,
      *          suspended subscriptions restored to CONFIRMED, or to
      *          PENDING if they were never confirmed).
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. mail-bounce-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-bounce-file assign to ws-bounce-processing-path
           organization is line sequential
           file status is ws-bounce-status.

           select fd-suppression-file assign to ws-suppression-new-path
           organization is line sequential
           file status is ws-suppression-status.

       data division.

       file section.

       fd  fd-bounce-file.
       01  f-bounce-line            pic x(2048).

       fd  fd-suppression-file.
       01  f-suppression-line       pic x(256).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-msg-recipient         pic x(256).
       01  ws-msg-type              pic x(10).
       01  ws-msg-status            pic x(16).
       01  ws-msg-diagnostic        pic x(256).
       01  ws-hard-increment        PIC S9(9) COMP-5.
       01  ws-soft-increment        PIC S9(9) COMP-5.
       01  ws-hard-count            PIC S9(9) COMP-5.
       01  ws-is-suppressed         pic x(1).
       01  ws-address-rows          PIC S9(9) COMP-5.

       01  ws-row-email             pic x(256).
       01  ws-row-hard              PIC S9(9) COMP-5.
       01  ws-row-soft              PIC S9(9) COMP-5.
       01  ws-row-type              pic x(10).
       01  ws-row-status            pic x(16).
       01  ws-row-suppressed-dt     pic x(26).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-command-args          pic x(512).
       01  ws-run-mode              pic x(16).
       01  ws-release-address       pic x(256).

       01  ws-bounce-limit          PIC S9(9) COMP-5.

       01  ws-bounce-status         pic xx.
       01  ws-bounce-processing-path pic x(270).
       01  ws-bounce-eof            pic x value "N".
           88  IS-BOUNCE-EOF        value "Y".

       01  ws-suppression-status    pic xx.
       01  ws-suppression-new-path  pic x(270).

       01  ws-mv-command            pic x(600).
       01  ws-rm-command            pic x(300).

      *> What the current mailbox message has told us so far; filled
      *> line by line and settled at the next "From " line (or end of
      *> file) by finish-bounce-message.
       01  ws-msg-lines             pic 9(9).
       01  ws-msg-action            pic x(16).
       01  ws-msg-is-hard           pic x.
           88  IS-MSG-HARD          value "Y".

       01  ws-line-head             pic x(32).
       01  ws-colon-pos             pic 9(5).
       01  ws-semi-pos              pic 9(5).
       01  ws-hdr-value             pic x(512).

       01  ws-messages-read         pic 9(9) value 0.
       01  ws-messages-unmatched    pic 9(9) value 0.
       01  ws-hard-recorded         pic 9(9) value 0.
       01  ws-soft-recorded         pic 9(9) value 0.
       01  ws-newly-suppressed      pic 9(9) value 0.
       01  ws-suppressed-listed     pic 9(9) value 0.
       01  ws-count-digits          pic z(8)9.
       01  ws-limit-digits          pic z(8)9.

      *> Set when the suppression file couldn't be rewritten -- the
      *> drain would go on mailing addresses this run suppressed, so
      *> the run is reported FAILED with a nonzero exit code.
       01  ws-run-failed            pic x value "N".
           88  IS-RUN-FAILED        value "Y".

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           accept ws-command-args from command-line end-accept

           move spaces to ws-run-mode
           move spaces to ws-release-address
           unstring ws-command-args delimited by all space
               into ws-run-mode ws-release-address
           end-unstring
           move function upper-case(ws-run-mode) to ws-run-mode

           if ws-run-mode not = spaces
               and ws-run-mode not = "RELEASE" then
               display "usage: mail-bounce-batch [RELEASE ADDRESS]"
               move 1 to return-code
               goback
           end-if

           if ws-run-mode = "RELEASE"
               and ws-release-address = spaces then
               display "usage: mail-bounce-batch RELEASE ADDRESS"
               move 1 to return-code
               goback
           end-if

           move 3 to ws-bounce-limit
           if function test-numval(
                   function trim(ws-cfg-mail-bounce-limit)) = 0
               and function numval(ws-cfg-mail-bounce-limit) > 0 then
               compute ws-bounce-limit =
                   function numval(ws-cfg-mail-bounce-limit)
           end-if

           STRING 'DRIVER={' function trim(ws-cfg-db-driver) '};'
                'SERVER=' function trim(ws-cfg-db-server) ';'
                'PORT=' function trim(ws-cfg-db-port) ';'
                'DATABASE=' function trim(ws-cfg-db-name) ';'
                'UID=' function trim(ws-cfg-db-uid) ';'
                'PWD=' function trim(ws-cfg-db-pwd) ';'
                'COMRESSED_PROTO=0;'
           INTO BUFFER.
           EXEC SQL
               CONNECT TO :BUFFER
           END-EXEC.
           perform sqlstate-check

           perform record-run-start
           if IS-RUN-BUSY then
               display "mail-bounce-batch: a previous run is still "
                   "in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           display "Guest Book Mail Bounce Report - "
               function current-date(1:8)
           end-display

           if ws-run-mode = "RELEASE" then
               perform release-address
           else
               perform read-bounce-mailbox
           end-if

           perform write-suppression-list

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           display "-------------------------------------------"
           display "mail-bounce-batch: " ws-messages-read
               " message(s) read, " ws-hard-recorded " hard and "
               ws-soft-recorded " soft bounce(s) recorded, "
               ws-messages-unmatched " not ours, "
               ws-newly-suppressed " address(es) newly suppressed"
           end-display

      *> The mv/rm SYSTEM calls leave their exit status in
      *> RETURN-CODE -- settle the batch's own exit code last.
           if IS-RUN-FAILED then
               move 1 to return-code
           else
               move 0 to return-code
           end-if

           goback.


       read-bounce-mailbox.
           move spaces to ws-bounce-processing-path
           string function trim(ws-cfg-mail-bounce-path) ".processing"
               into ws-bounce-processing-path
           end-string

      *> A .processing copy still here means the last run never
      *> finished it; read that one and leave the live mailbox alone
      *> until next time. Otherwise rename the live mailbox aside --
      *> if there's no mail the mv just fails and the open below
      *> finds nothing.
           open input fd-bounce-file
           if ws-bounce-status = "00" then
               close fd-bounce-file
               display "  finishing the mailbox a previous run left "
                   "behind"
               end-display
           else
               move spaces to ws-mv-command
               string "mv " function trim(ws-cfg-mail-bounce-path)
                   " " function trim(ws-bounce-processing-path)
                   into ws-mv-command
               end-string
               call "SYSTEM" using ws-mv-command end-call
           end-if

           open input fd-bounce-file
           if ws-bounce-status not = "00" then
               display "  (no bounces waiting)"
               exit paragraph
           end-if

           display "-------------------------------------------"
           display "Bounces this run:"

           perform reset-bounce-message
           move "N" to ws-bounce-eof
      *> Settling a message runs SQL, so the loop keeps its own end
      *> flag rather than watching the file status.
           perform until IS-BOUNCE-EOF
               read fd-bounce-file
                   at end
                       move "Y" to ws-bounce-eof
                   not at end
                       perform parse-bounce-line
               end-read
           end-perform
           perform finish-bounce-message
           close fd-bounce-file

           move spaces to ws-rm-command
           string "rm -f " function trim(ws-bounce-processing-path)
               into ws-rm-command
           end-string
           call "SYSTEM" using ws-rm-command end-call

           exit paragraph.


       parse-bounce-line.
           if f-bounce-line(1:5) = "From " then
               perform finish-bounce-message
               exit paragraph
           end-if

           add 1 to ws-msg-lines

      *> Header lines only: a name, a colon, a value. Continuation
      *> lines and body text don't carry anything we match on.
           move 0 to ws-colon-pos
           inspect f-bounce-line tallying ws-colon-pos
               for characters before initial ":"
           if ws-colon-pos = 0 or ws-colon-pos > 30 then
               exit paragraph
           end-if

           move function upper-case(f-bounce-line(1:32))
               to ws-line-head
           move spaces to ws-hdr-value
           move f-bounce-line(ws-colon-pos + 2:) to ws-hdr-value
           move function trim(ws-hdr-value) to ws-hdr-value

           evaluate true
               when ws-line-head(1:16) = "FINAL-RECIPIENT:"
                   perform take-recipient-value
               when ws-line-head(1:20) = "X-FAILED-RECIPIENTS:"
                   and ws-msg-recipient = spaces
                   perform take-recipient-value
               when ws-line-head(1:19) = "ORIGINAL-RECIPIENT:"
                   and ws-msg-recipient = spaces
                   perform take-recipient-value
               when ws-line-head(1:7) = "ACTION:"
                   move function upper-case(ws-hdr-value)
                       to ws-msg-action
      *> A mailbox "Status: RO" read flag shares the name -- only a
      *> delivery status (digit, dot, ...) is taken.
               when ws-line-head(1:7) = "STATUS:"
                   and ws-hdr-value(1:1) >= "2"
                   and ws-hdr-value(1:1) <= "5"
                   and ws-hdr-value(2:1) = "."
                   move ws-hdr-value to ws-msg-status
               when ws-line-head(1:17) = "X-GUESTBOOK-TYPE:"
                   move function upper-case(ws-hdr-value)
                       to ws-msg-type
               when ws-line-head(1:16) = "DIAGNOSTIC-CODE:"
                   move ws-hdr-value to ws-msg-diagnostic
               when other
                   continue
           end-evaluate

           exit paragraph.


       take-recipient-value.
      *> "rfc822; someone@example.org", "<someone@example.org>", or
      *> a comma-separated list (the first one is ours -- the drain
      *> sends one recipient per message).
           move 0 to ws-semi-pos
           inspect ws-hdr-value tallying ws-semi-pos
               for characters before initial ";"
           if ws-semi-pos < function length(
                   function trim(ws-hdr-value)) then
               move ws-hdr-value(ws-semi-pos + 2:) to ws-hdr-value
           end-if

           move spaces to ws-msg-recipient
           unstring ws-hdr-value delimited by ","
               into ws-msg-recipient
           end-unstring
           inspect ws-msg-recipient converting "<>" to spaces
           move function lower-case(function trim(ws-msg-recipient))
               to ws-msg-recipient

           exit paragraph.


       finish-bounce-message.
           if ws-msg-lines = 0 then
               perform reset-bounce-message
               exit paragraph
           end-if

           add 1 to ws-messages-read

           if ws-msg-recipient = spaces or ws-msg-type = spaces then
               add 1 to ws-messages-unmatched
               perform reset-bounce-message
               exit paragraph
           end-if

      *> Status wins over Action; a matched report with neither
      *> (X-Failed-Recipients alone) is a permanent failure.
           evaluate true
               when ws-msg-status(1:1) = "5"
                   move "Y" to ws-msg-is-hard
               when ws-msg-status(1:1) = "4"
                   move "N" to ws-msg-is-hard
               when ws-msg-action(1:7) = "DELAYED"
                   move "N" to ws-msg-is-hard
               when other
                   move "Y" to ws-msg-is-hard
           end-evaluate

           perform record-bounce
           perform reset-bounce-message

           exit paragraph.


       reset-bounce-message.
           move 0 to ws-msg-lines
           move spaces to ws-msg-recipient
           move spaces to ws-msg-type
           move spaces to ws-msg-status
           move spaces to ws-msg-action
           move spaces to ws-msg-diagnostic
           move "N" to ws-msg-is-hard
           exit paragraph.


       record-bounce.
           move "record-bounce" to WS-LOG-OPERATION

           if IS-MSG-HARD then
               move 1 to ws-hard-increment
               move 0 to ws-soft-increment
               add 1 to ws-hard-recorded
           else
               move 0 to ws-hard-increment
               move 1 to ws-soft-increment
               add 1 to ws-soft-recorded
           end-if

           EXEC SQL
               INSERT INTO MAIL_BOUNCE (
                   EMAIL, HARD_COUNT, SOFT_COUNT, LAST_TYPE,
                   LAST_STATUS, LAST_DIAGNOSTIC)
               VALUES (
                   :ws-msg-recipient, :ws-hard-increment,
                   :ws-soft-increment, :ws-msg-type,
                   NULLIF(:ws-msg-status, ''),
                   NULLIF(:ws-msg-diagnostic, ''))
               ON CONFLICT (EMAIL) DO UPDATE
               SET HARD_COUNT =
                       MAIL_BOUNCE.HARD_COUNT + EXCLUDED.HARD_COUNT,
                   SOFT_COUNT =
                       MAIL_BOUNCE.SOFT_COUNT + EXCLUDED.SOFT_COUNT,
                   LAST_TYPE = EXCLUDED.LAST_TYPE,
                   LAST_STATUS = EXCLUDED.LAST_STATUS,
                   LAST_DIAGNOSTIC = EXCLUDED.LAST_DIAGNOSTIC,
                   LAST_BOUNCE_DT = CURRENT_TIMESTAMP
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               SELECT HARD_COUNT,
                   CASE WHEN SUPPRESSED_DT IS NULL THEN 'N'
                        ELSE 'Y' END
               INTO :ws-hard-count, :ws-is-suppressed
               FROM MAIL_BOUNCE
               WHERE EMAIL = :ws-msg-recipient
           END-EXEC
           perform sqlstate-check

           move ws-hard-count to ws-count-digits
           move ws-bounce-limit to ws-limit-digits
           if IS-MSG-HARD then
               display "  HARD " function trim(ws-msg-recipient)
                   " (" function trim(ws-msg-type) ", status "
                   function trim(ws-msg-status) ") -- "
                   function trim(ws-count-digits) " of "
                   function trim(ws-limit-digits)
               end-display
           else
               display "  soft " function trim(ws-msg-recipient)
                   " (" function trim(ws-msg-type) ", status "
                   function trim(ws-msg-status) ")"
               end-display
           end-if

           if ws-hard-count >= ws-bounce-limit
               and ws-is-suppressed = "N" then
               perform suppress-address
           end-if

           exit paragraph.


       suppress-address.
           move "suppress-address" to WS-LOG-OPERATION

           EXEC SQL
               UPDATE MAIL_BOUNCE
               SET SUPPRESSED_DT = CURRENT_TIMESTAMP
               WHERE EMAIL = :ws-msg-recipient
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               UPDATE GUEST_BOOK_SUBSCRIPTION
               SET STATUS = 'SUSPENDED'
               WHERE LOWER(EMAIL) = :ws-msg-recipient
                 AND STATUS IN ('PENDING', 'CONFIRMED')
           END-EXEC
           perform sqlstate-check

           add 1 to ws-newly-suppressed
           display "    SUPPRESSED " function trim(ws-msg-recipient)
               " -- no more guest notices or digests"
           end-display

           exit paragraph.


       release-address.
           move "release-address" to WS-LOG-OPERATION
           move function lower-case(function trim(ws-release-address))
               to ws-msg-recipient

           EXEC SQL
               SELECT COUNT(*) INTO :ws-address-rows
               FROM MAIL_BOUNCE
               WHERE EMAIL = :ws-msg-recipient
                 AND SUPPRESSED_DT IS NOT NULL
           END-EXEC
           perform sqlstate-check

           if ws-address-rows = 0 then
               display "  " function trim(ws-msg-recipient)
                   " is not suppressed -- nothing to release"
               end-display
               exit paragraph
           end-if

           EXEC SQL
               UPDATE MAIL_BOUNCE
               SET HARD_COUNT = 0,
                   SOFT_COUNT = 0,
                   SUPPRESSED_DT = NULL
               WHERE EMAIL = :ws-msg-recipient
           END-EXEC
           perform sqlstate-check

      *> Back to where the suppression found them: a subscription
      *> that was never confirmed stays unconfirmed.
           EXEC SQL
               UPDATE GUEST_BOOK_SUBSCRIPTION
               SET STATUS = CASE WHEN CONFIRMED_DT IS NULL
                                 THEN 'PENDING'
                                 ELSE 'CONFIRMED' END
               WHERE LOWER(EMAIL) = :ws-msg-recipient
                 AND STATUS = 'SUSPENDED'
           END-EXEC
           perform sqlstate-check

           display "  released " function trim(ws-msg-recipient)

           exit paragraph.


       write-suppression-list.
      *> Rewritten in full from MAIL_BOUNCE every run, to a new file
      *> renamed over the old one, so the drain never reads a
      *> half-written list. The same rows make the review listing.
           move "write-suppression-list" to WS-LOG-OPERATION

           move spaces to ws-suppression-new-path
           string function trim(ws-cfg-mail-suppression-path) ".new"
               into ws-suppression-new-path
           end-string

           open output fd-suppression-file
           if ws-suppression-status not = "00" then
               display "mail-bounce-batch: cannot write "
                   function trim(ws-suppression-new-path)
                   " (status " ws-suppression-status
                   ") -- the suppression list was NOT updated"
               end-display
               move "Y" to ws-run-failed
               exit paragraph
           end-if

           display "-------------------------------------------"
           display "Suppressed addresses (for review):"

           EXEC SQL
               DECLARE CUR_BOUNCE_SUPP CURSOR FOR
               SELECT EMAIL, HARD_COUNT, SOFT_COUNT,
                   COALESCE(LAST_TYPE, ''),
                   COALESCE(LAST_STATUS, ''),
                   CAST(SUPPRESSED_DT AS VARCHAR)
               FROM MAIL_BOUNCE
               WHERE SUPPRESSED_DT IS NOT NULL
               ORDER BY EMAIL;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BOUNCE_SUPP;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BOUNCE_SUPP
                   INTO :ws-row-email, :ws-row-hard, :ws-row-soft,
                       :ws-row-type, :ws-row-status,
                       :ws-row-suppressed-dt;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   add 1 to ws-suppressed-listed
                   move ws-row-email to f-suppression-line
                   write f-suppression-line end-write
                   move ws-row-hard to ws-count-digits
                   display "  " function trim(ws-row-email)
                       ": " function trim(ws-count-digits)
                       " hard bounce(s), last "
                       function trim(ws-row-type) " "
                       function trim(ws-row-status)
                       ", suppressed "
                       function trim(ws-row-suppressed-dt)
                   end-display
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BOUNCE_SUPP;
           END-EXEC
           perform sqlstate-check

           close fd-suppression-file

           if ws-suppressed-listed = 0 then
               display "  (none)"
           end-if

      *> Both paths are trusted config, never guest input.
           move spaces to ws-mv-command
           string "mv -f " function trim(ws-suppression-new-path)
               " " function trim(ws-cfg-mail-suppression-path)
               into ws-mv-command
           end-string
           call "SYSTEM" using ws-mv-command end-call
           if return-code not = 0 then
               display "mail-bounce-batch: could not replace "
                   function trim(ws-cfg-mail-suppression-path)
                   " -- the suppression list was NOT updated"
               end-display
               move "Y" to ws-run-failed
           end-if
           move 0 to return-code

           exit paragraph.


       record-run-start.
           move "START" to WS-RUN-ACTION
           move "mail-bounce-batch" to WS-RUN-PROGRAM
           move spaces to WS-RUN-ARGS
           if ws-run-mode = "RELEASE" then
               string "RELEASE " function trim(ws-release-address)
                   into WS-RUN-ARGS
               end-string
           end-if
           move "N" to WS-RUN-OWN-CONNECTION
           move 0 to WS-RUN-ROWS
           move spaces to WS-RUN-OUTCOME
           move spaces to WS-RUN-CHECKPOINT
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-end.
           move "END" to WS-RUN-ACTION
           compute WS-RUN-ROWS = ws-hard-recorded + ws-soft-recorded
           end-compute
           if IS-RUN-FAILED then
               move "FAILED" to WS-RUN-OUTCOME
           else
               move "OK" to WS-RUN-OUTCOME
           end-if
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-failed.
           move "END" to WS-RUN-ACTION
           compute WS-RUN-ROWS = ws-hard-recorded + ws-soft-recorded
           end-compute
           move "FAILED" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL
      *> error detail -- the first place we look every morning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "mail-bounce-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "mail-bounce-batch" to WS-LOG-PROGRAM
           move "WARNING" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       build-sql-log-message.
           move sqlcode to ws-log-sqlcode
           move spaces to WS-LOG-MESSAGE
           if sqlerrml > 0
               string function trim(WS-LOG-OPERATION)
                   ": SQLSTATE=" sqlstate
                   " SQLCODE=" ws-log-sqlcode
                   " " sqlerrmc(1:sqlerrml)
                   into WS-LOG-MESSAGE
               end-string
           else
               string function trim(WS-LOG-OPERATION)
                   ": SQLSTATE=" sqlstate
                   " SQLCODE=" ws-log-sqlcode
                   into WS-LOG-MESSAGE
               end-string
           end-if
           exit paragraph.


       sqlstate-check section.
      *> Batches log to the shared application log AND keep the
      *> stdout report (cron mails it) and the nonzero exit code.
           if sqlcode < 0
               perform log-sql-problem
               display 'SQLSTATE='  sqlstate,
                   ', SQLCODE=' sqlcode
               if sqlerrml > 0
                   display 'SQL Error message:' sqlerrmc(1:sqlerrml)
               end-if
               move sqlcode to return-code
      *> Settle the run-history row before dying; return-code is
      *> captured first since the history write runs its own SQL.
               perform record-run-failed
               stop run
           else if sqlcode > 0 and not = 100
               perform log-sql-warning
               display 'SQLSTATE='  sqlstate,
                   ', SQLCODE=' sqlcode
               if sqlerrml > 0
                   display 'SQL Warning message:' sqlerrmc(1:sqlerrml)
               end-if
           end-if
           exit section.

       end program mail-bounce-batch.
