       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Nightly batch job that closes out guest books whose
      *          CLOSE_DT has passed, replacing the manual checklist
      *          that started every time an event ended (and that let
      *          books stay OPEN for weeks collecting spam, and one
      *          keepsake never get printed at all). Each such book is
      *          walked through the steps in order:
      *            CLOSED    registry STATUS set to CLOSED
      *            PRINTED   print-guest-book-batch writes the
      *                      keepsake into CLOSEOUT_OUTPUT_PATH
      *            NOTIFIED  the book's organizer is emailed that the
      *                      keepsake is ready (KEEPSAKE mail line)
      *            PUBLISHED publish-guest-book-batch re-publishes the
      *                      static pages in their final form
      *            WARNED    CLOSEOUT_NOTICE_DAYS before the archive
      *                      date, the organizer is emailed that the
      *                      book is about to be archived (ARCHIVING)
      *            ARCHIVED  on the archive date (CLOSE_DT plus
      *                      CLOSEOUT_ARCHIVE_DAYS),
      *                      archive-guest-book-batch moves the
      *                      entries to cold storage and STATUS is
      *                      set to ARCHIVED
      *          Progress is kept per book in GUEST_BOOK_CLOSEOUT: a
      *          step that fails is recorded there and retried on the
      *          next night's run, and the steps already done are
      *          never repeated. One book's failure doesn't hold up
      *          the others; the run ends FAILED (nonzero exit) when
      *          any step failed, so the morning check sees it. Books
      *          without an organizer email still close out, just
      *          without the emails. The other batches are run as
      *          separate programs from CLOSEOUT_BIN_PATH, exactly as
      *          cron would run them, so each keeps its own run
      *          history and restart behaviour.
      *
      *          Run as:
      *            closeout-guest-book-batch
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. closeout-guest-book-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-mail-queue assign to ws-cfg-mail-queue-path
           organization is line sequential
           file status is ws-mail-queue-status.

       data division.

       file section.

       fd  fd-mail-queue.
       01  f-mail-queue-line        pic x(2048).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-co-book-id            pic x(64).
       01  ws-co-book-title         pic x(128).
       01  ws-co-book-status        pic x(10).
       01  ws-co-org-name           pic x(128).
       01  ws-co-org-email          pic x(256).
       01  ws-co-last-step          pic x(10).
       01  ws-co-new-step           pic x(10).
       01  ws-co-keepsake-path      pic x(256).
       01  ws-co-archive-cutoff     pic x(10).
       01  ws-co-notice-due         pic x.
       01  ws-co-archive-due        pic x.
       01  ws-co-error              pic x(256).
       01  ws-co-archive-days       PIC S9(9) COMP-5.
       01  ws-co-notice-days        PIC S9(9) COMP-5.

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-mail-queue-status     pic xx.

      *> End-of-fetch flag for the books cursor -- each book's steps
      *> run their own SQL inside the loop body, so sqlcode can't be
      *> the loop's condition (same reasoning as
      *> publish-guest-book-batch.cbl's book loop).
       01  ws-books-eof             pic x value "N".
           88  IS-BOOKS-EOF         value "Y".

      *> How far the current book has got, as a number so "every
      *> step after the last one done" is a simple comparison:
      *> 0 = not started, 1 CLOSED, 2 PRINTED, 3 NOTIFIED,
      *> 4 PUBLISHED, 5 WARNED, 6 ARCHIVED.
       01  ws-step-rank             pic 9.

       01  ws-step-failed           pic x value "N".
           88  IS-STEP-FAILED       value "Y".

       01  ws-mkdir-command         pic x(300).
       01  ws-step-command          pic x(700).
       01  ws-archive-file-path     pic x(350).
       01  ws-system-result         PIC S9(9) COMP-5.
       01  ws-result-digits         pic -(8)9.

       01  ws-mail-type             pic x(10).
       01  ws-mail-name-safe        pic x(128).
       01  ws-mail-email-safe       pic x(256).
       01  ws-mail-title-safe       pic x(128).
       01  ws-mail-timestamp        pic x(26).
       01  ws-mail-extra            pic x(400).

       01  ws-books-seen            pic 9(9) value 0.
       01  ws-steps-done            pic 9(9) value 0.
       01  ws-steps-failed          pic 9(9) value 0.

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           move 90 to ws-co-archive-days
           if function test-numval(
                   function trim(ws-cfg-closeout-archive-days)) = 0
               and function numval(ws-cfg-closeout-archive-days) > 0
               then
               compute ws-co-archive-days =
                   function numval(ws-cfg-closeout-archive-days)
           end-if

           move 14 to ws-co-notice-days
           if function test-numval(
                   function trim(ws-cfg-closeout-notice-days)) = 0
               and function numval(ws-cfg-closeout-notice-days) >= 0
               then
               compute ws-co-notice-days =
                   function numval(ws-cfg-closeout-notice-days)
           end-if

      *> The output directory is trusted config, never guest input,
      *> so it's safe on a shell command line -- same reasoning as
      *> publish-guest-book-batch.cbl's mkdir.
           move spaces to ws-mkdir-command
           string "mkdir -p "
               function trim(ws-cfg-closeout-output-path)
               into ws-mkdir-command
           end-string
           call "SYSTEM" using ws-mkdir-command end-call

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
               display "closeout-guest-book-batch: a previous run is "
                   "still in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               move 0 to return-code
               goback
           end-if

      *> Every book past its close date that hasn't finished. A book
      *> somebody already archived by hand, before close-out ever
      *> started on it, went the manual way and is left to it. The
      *> close date is the book's local time, so it is compared with
      *> the time now where the event is.
           EXEC SQL
               DECLARE CUR_CLOSEOUT CURSOR FOR
               SELECT B.GUEST_BOOK_ID, B.DISPLAY_TITLE, B.STATUS,
                   COALESCE(B.ORGANIZER_NAME, ''),
                   COALESCE(B.ORGANIZER_EMAIL, ''),
                   COALESCE(C.LAST_STEP, '')
               FROM GUEST_BOOK B
               LEFT JOIN GUEST_BOOK_CLOSEOUT C
                   ON C.GUEST_BOOK_ID = B.GUEST_BOOK_ID
               WHERE B.CLOSE_DT IS NOT NULL
                 AND B.CLOSE_DT < BOOK_LOCAL_NOW(B.TIME_ZONE)
                 AND COALESCE(C.LAST_STEP, '') <> 'ARCHIVED'
                 AND NOT (C.GUEST_BOOK_ID IS NULL
                          AND B.STATUS = 'ARCHIVED')
               ORDER BY B.CLOSE_DT, B.GUEST_BOOK_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_CLOSEOUT;
           END-EXEC
           perform sqlstate-check

           move "N" to ws-books-eof
           perform until IS-BOOKS-EOF
               EXEC SQL
                   FETCH CUR_CLOSEOUT
                   INTO :ws-co-book-id, :ws-co-book-title,
                       :ws-co-book-status, :ws-co-org-name,
                       :ws-co-org-email, :ws-co-last-step;
               END-EXEC
               perform sqlstate-check
               if sqlcode = 100 then
                   move "Y" to ws-books-eof
               else
                   add 1 to ws-books-seen
                   perform closeout-one-book
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_CLOSEOUT;
           END-EXEC
           perform sqlstate-check

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           display "closeout-guest-book-batch: " ws-books-seen
               " book(s) past their close date, " ws-steps-done
               " step(s) completed, " ws-steps-failed
               " step(s) failed (retried next run)"
           end-display

      *> The mkdir and step SYSTEM calls leave their exit status in
      *> RETURN-CODE -- settle the batch's own exit code last.
           if ws-steps-failed > 0 then
               move 1 to return-code
           else
               move 0 to return-code
           end-if

           goback.


       closeout-one-book.
           move "closeout-one-book"
               to WS-LOG-OPERATION
           move "N" to ws-step-failed

           evaluate function trim(ws-co-last-step)
               when "CLOSED"
                   move 1 to ws-step-rank
               when "PRINTED"
                   move 2 to ws-step-rank
               when "NOTIFIED"
                   move 3 to ws-step-rank
               when "PUBLISHED"
                   move 4 to ws-step-rank
               when "WARNED"
                   move 5 to ws-step-rank
               when other
                   move 0 to ws-step-rank
           end-evaluate

      *> Reopened by hand from the registry screen after close-out
      *> started: somebody wants it open, so it waits until it's
      *> closed again rather than being shut behind their back.
           if ws-step-rank > 0
               and function trim(ws-co-book-status) = "OPEN" then
               display "closeout-guest-book-batch: "
                   function trim(ws-co-book-id)
                   " was reopened by hand, leaving it open"
               end-display
               exit paragraph
           end-if

           if function trim(ws-co-last-step) = spaces then
               perform start-closeout-row
           end-if

           perform fetch-closeout-row

           if ws-step-rank < 1 then
               perform step-close-book
           end-if
           if ws-step-rank < 2 and not IS-STEP-FAILED then
               perform step-print-keepsake
           end-if
           if ws-step-rank < 3 and not IS-STEP-FAILED then
               perform step-notify-keepsake
           end-if
           if ws-step-rank < 4 and not IS-STEP-FAILED then
               perform step-publish-book
           end-if
           if ws-step-rank < 5 and not IS-STEP-FAILED
               and ws-co-notice-due = "Y" then
               perform step-warn-archive
           end-if
           if ws-step-rank < 6 and not IS-STEP-FAILED
               and ws-co-archive-due = "Y" then
               perform step-archive-book
           end-if

           exit paragraph.


       start-closeout-row.
      *> The archive date is fixed here, once, from the close date --
      *> its day is also the archive cutoff, so a retried archive
      *> step asks archive-guest-book-batch for the same run and it
      *> can resume from its own checkpoint.
           move "start-closeout-row"
               to WS-LOG-OPERATION
           EXEC SQL
               INSERT INTO GUEST_BOOK_CLOSEOUT(
                   GUEST_BOOK_ID, ARCHIVE_DUE_DT)
               SELECT GUEST_BOOK_ID,
                   CLOSE_DT + :ws-co-archive-days * INTERVAL '1 day'
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-co-book-id
               ON CONFLICT (GUEST_BOOK_ID) DO NOTHING
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       fetch-closeout-row.
           move "fetch-closeout-row"
               to WS-LOG-OPERATION
           move spaces to ws-co-keepsake-path
           move spaces to ws-co-archive-cutoff
           move "N" to ws-co-notice-due
           move "N" to ws-co-archive-due

           EXEC SQL
               SELECT COALESCE(KEEPSAKE_PATH, ''),
                   TO_CHAR(ARCHIVE_DUE_DT, 'YYYY-MM-DD'),
                   CASE WHEN CURRENT_TIMESTAMP >= ARCHIVE_DUE_DT
                       - :ws-co-notice-days * INTERVAL '1 day'
                       THEN 'Y' ELSE 'N' END,
                   CASE WHEN CURRENT_TIMESTAMP >= ARCHIVE_DUE_DT
                       THEN 'Y' ELSE 'N' END
               INTO :ws-co-keepsake-path, :ws-co-archive-cutoff,
                   :ws-co-notice-due, :ws-co-archive-due
               FROM GUEST_BOOK_CLOSEOUT
               WHERE GUEST_BOOK_ID = :ws-co-book-id
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       step-close-book.
      *> Signing already stopped at CLOSE_DT (sign-guest-book.cbl
      *> checks the window); this makes the registry say so. A book
      *> somebody closed or archived by hand is left as it is.
           move "step-close-book"
               to WS-LOG-OPERATION
           EXEC SQL
               UPDATE GUEST_BOOK
               SET STATUS = 'CLOSED'
               WHERE GUEST_BOOK_ID = :ws-co-book-id
                 AND STATUS = 'OPEN'
           END-EXEC
           perform sqlstate-check

           move "CLOSED" to ws-co-new-step
           perform record-step-done
           move 1 to ws-step-rank

           exit paragraph.


       step-print-keepsake.
      *> Book ids are restricted to letters, digits, dashes and
      *> underscores by the registry screen, and the directories are
      *> trusted config, so the command line is safe to build.
           move spaces to ws-co-keepsake-path
           string function trim(ws-cfg-closeout-output-path)
               "/guestbook-print-" function trim(ws-co-book-id)
               ".html"
               into ws-co-keepsake-path
           end-string

           move spaces to ws-step-command
           string function trim(ws-cfg-closeout-bin-path)
               "/print-guest-book-batch "
               function trim(ws-co-book-id) " "
               function trim(ws-co-keepsake-path)
               into ws-step-command
           end-string
           perform run-step-command

           if IS-STEP-FAILED then
               move "PRINTED" to ws-co-new-step
               perform record-step-failed
               exit paragraph
           end-if

           move "step-print-keepsake"
               to WS-LOG-OPERATION
           EXEC SQL
               UPDATE GUEST_BOOK_CLOSEOUT
               SET KEEPSAKE_PATH = :ws-co-keepsake-path
               WHERE GUEST_BOOK_ID = :ws-co-book-id
           END-EXEC
           perform sqlstate-check

           move "PRINTED" to ws-co-new-step
           perform record-step-done
           move 2 to ws-step-rank

           exit paragraph.


       step-notify-keepsake.
      *> The link when the output directory is served on the web,
      *> otherwise the file itself so the organizer can ask for it.
           move spaces to ws-mail-extra
           if function trim(ws-cfg-keepsake-link-base) not = spaces
               then
               string function trim(ws-cfg-keepsake-link-base)
                   "/guestbook-print-" function trim(ws-co-book-id)
                   ".html"
                   into ws-mail-extra
               end-string
           else
               move ws-co-keepsake-path to ws-mail-extra
           end-if

           move "KEEPSAKE" to ws-mail-type
           perform queue-organizer-mail

           move "NOTIFIED" to ws-co-new-step
           if IS-STEP-FAILED then
               perform record-step-failed
               exit paragraph
           end-if

           perform record-step-done
           move 3 to ws-step-rank

           exit paragraph.


       step-publish-book.
      *> publish-guest-book-batch re-publishes every book; run here
      *> so the closed book's pages are final without waiting for
      *> the next cron slot.
           move spaces to ws-step-command
           string function trim(ws-cfg-closeout-bin-path)
               "/publish-guest-book-batch"
               into ws-step-command
           end-string
           perform run-step-command

           move "PUBLISHED" to ws-co-new-step
           if IS-STEP-FAILED then
               perform record-step-failed
               exit paragraph
           end-if

           perform record-step-done
           move 4 to ws-step-rank

           exit paragraph.


       step-warn-archive.
           move ws-co-archive-cutoff to ws-mail-extra
           move "ARCHIVING" to ws-mail-type
           perform queue-organizer-mail

           move "WARNED" to ws-co-new-step
           if IS-STEP-FAILED then
               perform record-step-failed
               exit paragraph
           end-if

           perform record-step-done
           move 5 to ws-step-rank

           exit paragraph.


       step-archive-book.
      *> Cutoff is the archive date itself, so everything the book
      *> ever collected moves; the flat-file copy goes next to the
      *> keepsake.
           move spaces to ws-archive-file-path
           string function trim(ws-cfg-closeout-output-path)
               "/guestbook-archive-" function trim(ws-co-book-id)
               "-" function trim(ws-co-archive-cutoff) ".dat"
               into ws-archive-file-path
           end-string

           move spaces to ws-step-command
           string function trim(ws-cfg-closeout-bin-path)
               "/archive-guest-book-batch "
               function trim(ws-co-book-id) " "
               function trim(ws-co-archive-cutoff) " "
               function trim(ws-archive-file-path)
               into ws-step-command
           end-string
           perform run-step-command

           move "ARCHIVED" to ws-co-new-step
           if IS-STEP-FAILED then
               perform record-step-failed
               exit paragraph
           end-if

           move "step-archive-book"
               to WS-LOG-OPERATION
           EXEC SQL
               UPDATE GUEST_BOOK
               SET STATUS = 'ARCHIVED'
               WHERE GUEST_BOOK_ID = :ws-co-book-id
           END-EXEC
           perform sqlstate-check

           perform record-step-done
           move 6 to ws-step-rank

           exit paragraph.


       run-step-command.
      *> CALL "SYSTEM" leaves the command's exit status in
      *> RETURN-CODE; nonzero means the step didn't finish (the
      *> program itself has already said why on stdout).
           display "closeout-guest-book-batch: "
               function trim(ws-co-book-id) ": running "
               function trim(ws-step-command)
           end-display

           call "SYSTEM" using ws-step-command end-call
           move return-code to ws-system-result
           move 0 to return-code

           if ws-system-result not = 0 then
               move "Y" to ws-step-failed
               move ws-system-result to ws-result-digits
               move spaces to ws-co-error
               string "exit status "
                   function trim(ws-result-digits) " from "
                   function trim(ws-step-command)
                   into ws-co-error
                   on overflow continue
               end-string
           end-if

           exit paragraph.


       queue-organizer-mail.
      *> TYPE|<organizer name>|<organizer email>|<book title>|
      *> TIMESTAMP|EXTRA||MESSAGE_ID, sent by
      *> mail-queue-drain-batch.cbl. No organizer email means nothing
      *> to send -- the step still counts as done.
           if function trim(ws-co-org-email) = spaces then
               exit paragraph
           end-if

           move ws-co-org-name to ws-mail-name-safe
           inspect ws-mail-name-safe converting "|" to space
           inspect ws-mail-name-safe converting x"0D0A" to spaces

           move ws-co-org-email to ws-mail-email-safe
           inspect ws-mail-email-safe converting "|" to space
           inspect ws-mail-email-safe converting x"0D0A" to spaces

           move ws-co-book-title to ws-mail-title-safe
           inspect ws-mail-title-safe converting "|" to space
           inspect ws-mail-title-safe converting x"0D0A" to spaces

           move function current-date to ws-mail-timestamp

           move "MAIL" to WS-LEDGER-CHANNEL
           move ws-mail-type to WS-LEDGER-TYPE
           move ws-mail-email-safe to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               function trim(ws-mail-type) "|"
               function trim(ws-mail-name-safe) "|"
               function trim(ws-mail-email-safe) "|"
               function trim(ws-mail-title-safe) "|"
               function trim(ws-mail-timestamp) "|"
               function trim(ws-mail-extra) "||"
               function trim(WS-LEDGER-MESSAGE-ID)
               into f-mail-queue-line
           end-string

           open extend fd-mail-queue
           if ws-mail-queue-status not < 10 then
               open output fd-mail-queue
           end-if
           if ws-mail-queue-status < 10 then
               write f-mail-queue-line
               close fd-mail-queue
           else
               perform record-ledger-lost
               move "Y" to ws-step-failed
               move spaces to ws-co-error
               string "cannot open the mail queue, file status "
                   ws-mail-queue-status
                   into ws-co-error
               end-string
           end-if

           exit paragraph.


       record-step-done.
           move "record-step-done"
               to WS-LOG-OPERATION
           EXEC SQL
               UPDATE GUEST_BOOK_CLOSEOUT
               SET LAST_STEP = :ws-co-new-step,
                   LAST_STEP_DT = CURRENT_TIMESTAMP,
                   FAILED_STEP = NULL,
                   LAST_ERROR = NULL
               WHERE GUEST_BOOK_ID = :ws-co-book-id
           END-EXEC
           perform sqlstate-check

           add 1 to ws-steps-done
           display "closeout-guest-book-batch: "
               function trim(ws-co-book-id) ": "
               function trim(ws-co-new-step)
           end-display

           exit paragraph.


       record-step-failed.
      *> LAST_STEP stays where it was, so the next run starts at
      *> this step again.
           move "record-step-failed"
               to WS-LOG-OPERATION
           EXEC SQL
               UPDATE GUEST_BOOK_CLOSEOUT
               SET FAILED_STEP = :ws-co-new-step,
                   LAST_ERROR = :ws-co-error
               WHERE GUEST_BOOK_ID = :ws-co-book-id
           END-EXEC
           perform sqlstate-check

           add 1 to ws-steps-failed
           display "closeout-guest-book-batch: "
               function trim(ws-co-book-id) ": "
               function trim(ws-co-new-step) " step FAILED -- "
               function trim(ws-co-error)
           end-display

           move ws-cfg-app-log-path to WS-LOG-PATH
           move "closeout-guest-book-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           move spaces to WS-LOG-MESSAGE
           string function trim(ws-co-book-id) ": "
               function trim(ws-co-new-step) " step failed: "
               function trim(ws-co-error)
               into WS-LOG-MESSAGE
               on overflow continue
           end-string
           call "app-log" using WS-APP-LOG-REQUEST end-call

           exit paragraph.


       record-run-start.
           move "START" to WS-RUN-ACTION
           move "closeout-guest-book-batch" to WS-RUN-PROGRAM
           move spaces to WS-RUN-ARGS
           move "N" to WS-RUN-OWN-CONNECTION
           move 0 to WS-RUN-ROWS
           move spaces to WS-RUN-OUTCOME
           move spaces to WS-RUN-CHECKPOINT
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-end.
      *> FAILED matches the nonzero exit code: a step didn't finish
      *> and is waiting for the next run.
           move "END" to WS-RUN-ACTION
           move ws-steps-done to WS-RUN-ROWS
           if ws-steps-failed > 0 then
               move "FAILED" to WS-RUN-OUTCOME
           else
               move "OK" to WS-RUN-OUTCOME
           end-if
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-failed.
           move "END" to WS-RUN-ACTION
           move ws-steps-done to WS-RUN-ROWS
           move "FAILED" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-ledger-queued.
      *> Every queue line gets a message id and a QUEUED record in the
      *> notification ledger before it is appended; the drains record
      *> each delivery attempt against the same id. The caller sets
      *> the channel, type and detail.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "QUEUED" to WS-LEDGER-EVENT
           move spaces to WS-LEDGER-MESSAGE-ID
           move ws-co-book-id to WS-LEDGER-BOOK-ID
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
      *> error detail -- the first place we look every morning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "closeout-guest-book-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "closeout-guest-book-batch" to WS-LOG-PROGRAM
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
      *> The per-book progress rows already say how far each book
      *> got, so the next run picks up from there.
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

       end program closeout-guest-book-batch.
