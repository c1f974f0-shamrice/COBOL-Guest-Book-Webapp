       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Operations watchdog, run every few minutes from cron.
      *          The ops status page (ops-status.cbl) only helps when
      *          someone opens it -- a recovery queue that fills at
      *          9pm on event night went unseen until the morning
      *          check. This batch looks at the same things and
      *          pushes an alert when one of them goes wrong:
      *            DATABASE   the database doesn't answer (or a check
      *                       query against it fails)
      *            RECOVERY   the recovery queue is not empty
      *            MAILQUEUE  the oldest mail queue line is older
      *                       than WATCHDOG_QUEUE_MINUTES
      *            HOOKQUEUE  the same for the webhook queue
      *            DEADLETTER new lines in the mail dead-letter file
      *            BATCHRUN   a batch's last run in BATCH_RUN_HISTORY
      *                       FAILED, was ABANDONED, or has been
      *                       RUNNING for over six hours
      *            APPLOG     new ERROR lines in APP_LOG_PATH
      *            PENDING    PENDING entries held longer than
      *                       WATCHDOG_PENDING_HOURS (the same-day
      *                       review promise; 24 by default)
      *          Each alert goes to the site admin as an ALERT line on
      *          the mail queue and to every all-books webhook
      *          destination as an ALERT webhook event, so it reaches
      *          both the admin's inbox and the events team's chat.
      *          What has been raised is remembered in
      *          WATCHDOG_STATE_PATH, one CODE|RAISED|LAST_ALERT|
      *          LAST_SEEN|COUNTER line per condition: an alert still
      *          standing is sent again only once
      *          WATCHDOG_REALERT_MINUTES have passed since the last
      *          one, and a CLEAR goes out when the condition goes
      *          away. DEADLETTER and APPLOG are about new lines, so
      *          they count as standing until a quiet period passes
      *          with nothing new, and are only repeated when more
      *          lines have arrived; their COUNTER is how many lines
      *          of the file have been looked at. On the first run
      *          (no state yet) the lines already there are taken as
      *          seen rather than alerted on. While the database is
      *          down, the two conditions read from it keep whatever
      *          state they had -- they are neither raised nor
      *          cleared until it answers again.
      *
      *          Run as:
      *            ops-alert-watchdog-batch
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. ops-alert-watchdog-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-scan-file assign to ws-scan-path
           organization is line sequential
           file status is ws-scan-status.

           select fd-state-file assign to ws-cfg-watchdog-state-path
           organization is line sequential
           file status is ws-state-status.

           select fd-mail-queue assign to ws-cfg-mail-queue-path
           organization is line sequential
           file status is ws-mail-queue-status.

           select fd-webhook-queue assign to ws-cfg-webhook-queue-path
           organization is line sequential
           file status is ws-webhook-queue-status.

       data division.

       file section.

       fd  fd-scan-file.
       01  f-scan-line              pic x(4096).

       fd  fd-state-file.
       01  f-state-line             pic x(256).

       fd  fd-mail-queue.
       01  f-mail-queue-line        pic x(2048).

       fd  fd-webhook-queue.
       01  f-webhook-queue-line     pic x(2048).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-wd-count              PIC S9(9) COMP-5.
       01  ws-wd-program-list       pic x(512).
       01  ws-wd-oldest             pic x(26).
       01  ws-wd-pending-hours      PIC S9(9) COMP-5.

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".
       copy "notify-ledger-request".

       01  ws-log-sqlcode           pic +9(9).
       01  ws-sqlcode-digits        pic -(8)9.

      *> The conditions watched, one slot each, in the order the
      *> checks run and the state file is written:
      *> 1 DATABASE, 2 RECOVERY, 3 MAILQUEUE, 4 HOOKQUEUE,
      *> 5 DEADLETTER, 6 BATCHRUN, 7 APPLOG, 8 PENDING.
      *> KIND is L (level: standing for as long as it is measured
      *> so) or E (event: new lines appeared). KNOWN says the slot
      *> came from the state file; CHECKED that this run measured it.
       01  ws-cond-table.
           05  ws-cond              occurs 8 times.
               10  ws-cond-code     pic x(10).
               10  ws-cond-title    pic x(48).
               10  ws-cond-kind     pic x.
               10  ws-cond-known    pic x.
               10  ws-cond-raised   pic x.
               10  ws-cond-last-alert pic x(12).
               10  ws-cond-last-seen pic x(12).
               10  ws-cond-counter  pic 9(9).
               10  ws-cond-checked  pic x.
               10  ws-cond-active   pic x.
               10  ws-cond-new      pic 9(9).
               10  ws-cond-detail   pic x(512).
       01  ws-cond-idx              pic 9.

      *> CONNECTED says this run holds a connection (and so a run
      *> history row to settle); DB-UP says the database checks can
      *> still run -- a failed check query turns it off for the rest
      *> of the run, and QUERY-FAILED makes the run FAILED.
       01  ws-db-connected          pic x value "N".
           88  IS-DB-CONNECTED      value "Y".
       01  ws-db-up                 pic x value "N".
           88  IS-DB-UP             value "Y".
       01  ws-query-failed          pic x value "N".
           88  IS-QUERY-FAILED      value "Y".

      *> Thresholds from the config file, with the defaults used when
      *> a value is missing or not a positive number.
       01  ws-queue-limit-minutes   pic s9(9) comp-5.
       01  ws-pending-limit-hours   pic s9(9) comp-5.
       01  ws-realert-minutes       pic s9(9) comp-5.

      *> Times are kept as YYYYMMDDHHMM (the first twelve characters
      *> of FUNCTION CURRENT-DATE, which every queue writer stamps
      *> with); ages are worked out in whole minutes.
       01  ws-now-date              pic x(21).
       01  ws-now-stamp             pic x(12).
       01  ws-now-minutes           pic s9(12) comp-5.
       01  ws-since-stamp           pic x(12).
       01  ws-since-minutes         pic s9(12) comp-5.
       01  ws-elapsed-minutes       pic s9(12) comp-5.

       01  ws-scan-path             pic x(256).
       01  ws-scan-status           pic xx.
       01  ws-scan-lines            pic 9(9).
       01  ws-scan-ts-field         pic 9.
       01  ws-scan-oldest-ts        pic x(26).
       01  ws-scan-new-errors       pic 9(9).
       01  ws-scan-skip-lines       pic 9(9).
       01  ws-scan-last-error       pic x(256).
       01  ws-scan-field-1          pic x(256).
       01  ws-scan-field-2          pic x(256).
       01  ws-scan-field-3          pic x(1024).
       01  ws-scan-field-4          pic x(256).
       01  ws-scan-field-5          pic x(256).
       01  ws-log-skip-1            pic x(26).
       01  ws-log-skip-2            pic x(64).
       01  ws-line-severity         pic x(8).

       01  ws-state-status          pic xx.
       01  ws-state-code            pic x(10).
       01  ws-state-raised          pic x(8).
       01  ws-state-last-alert      pic x(12).
       01  ws-state-last-seen       pic x(12).
       01  ws-state-counter         pic x(9).
       01  ws-state-saved           pic x value "N".
           88  IS-STATE-SAVED       value "Y".

       01  ws-digits-1              pic z(8)9.
       01  ws-digits-2              pic z(8)9.
       01  ws-digits-3              pic z(8)9.

       01  ws-alert-kind            pic x(8).
       01  ws-alert-event           pic x(10).
       01  ws-alert-detail-safe     pic x(512).
       01  ws-alert-timestamp       pic x(26).
       01  ws-mail-queue-status     pic xx.
       01  ws-webhook-queue-status  pic xx.

       01  ws-alerts-raised         pic 9(9) value 0.
       01  ws-alerts-repeated       pic 9(9) value 0.
       01  ws-alerts-cleared        pic 9(9) value 0.
       01  ws-conditions-standing   pic 9(9) value 0.

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           perform set-up-conditions
           perform load-thresholds

           move function current-date to ws-now-date
           move ws-now-date(1:12) to ws-now-stamp
           move ws-now-stamp to ws-since-stamp
           perform compute-stamp-minutes
           move ws-since-minutes to ws-now-minutes

           perform load-state

      *> The database check is the CONNECT itself. When it fails
      *> nothing can be recorded in run history either -- the alert
      *> is how that shows.
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

           move 1 to ws-cond-idx
           move "Y" to ws-cond-checked(1)
           if sqlcode < 0 then
               move "N" to ws-db-up
               move "Y" to ws-cond-active(1)
               move sqlcode to ws-sqlcode-digits
               move spaces to ws-cond-detail(1)
               string "The database at "
                   function trim(ws-cfg-db-server) ":"
                   function trim(ws-cfg-db-port) "/"
                   function trim(ws-cfg-db-name)
                   " is not answering (CONNECT failed, SQLSTATE="
                   sqlstate " SQLCODE="
                   function trim(ws-sqlcode-digits)
                   "). Signings are going to the recovery queue."
                   into ws-cond-detail(1)
               end-string
           else
               move "Y" to ws-db-connected
               move "Y" to ws-db-up
               move "N" to ws-cond-active(1)
               move spaces to ws-cond-detail(1)
               string "The database at "
                   function trim(ws-cfg-db-server) ":"
                   function trim(ws-cfg-db-port) "/"
                   function trim(ws-cfg-db-name)
                   " is answering again."
                   into ws-cond-detail(1)
               end-string

               perform record-run-start
               if IS-RUN-BUSY then
                   display "ops-alert-watchdog-batch: a previous run "
                       "is still in progress, leaving this slot to it"
                   end-display
                   EXEC SQL
                       CONNECT RESET
                   END-EXEC
                   goback
               end-if
           end-if

           perform check-recovery-queue
           perform check-mail-queue-age
           perform check-webhook-queue-age
           perform check-dead-letter-file
           perform check-app-log

           if IS-DB-UP then
               perform check-batch-runs
           end-if
           if IS-DB-UP then
               perform check-pending-entries
           end-if

           perform settle-conditions
           perform save-state

           display "ops-alert-watchdog-batch: "
               function trim(ws-conditions-standing)
               " condition(s) standing; raised "
               function trim(ws-alerts-raised) ", repeated "
               function trim(ws-alerts-repeated) ", cleared "
               function trim(ws-alerts-cleared)
           end-display

           if IS-DB-CONNECTED then
               perform record-run-end
               EXEC SQL
                   CONNECT RESET
               END-EXEC
           end-if

           move 0 to return-code

           goback.


       set-up-conditions.
           move "DATABASE" to ws-cond-code(1)
           move "database unreachable" to ws-cond-title(1)
           move "L" to ws-cond-kind(1)

           move "RECOVERY" to ws-cond-code(2)
           move "recovery queue not empty" to ws-cond-title(2)
           move "L" to ws-cond-kind(2)

           move "MAILQUEUE" to ws-cond-code(3)
           move "mail queue not draining" to ws-cond-title(3)
           move "L" to ws-cond-kind(3)

           move "HOOKQUEUE" to ws-cond-code(4)
           move "webhook queue not draining" to ws-cond-title(4)
           move "L" to ws-cond-kind(4)

           move "DEADLETTER" to ws-cond-code(5)
           move "new mail dead-letter lines" to ws-cond-title(5)
           move "E" to ws-cond-kind(5)

           move "BATCHRUN" to ws-cond-code(6)
           move "batch run failed" to ws-cond-title(6)
           move "L" to ws-cond-kind(6)

           move "APPLOG" to ws-cond-code(7)
           move "errors in the application log" to ws-cond-title(7)
           move "E" to ws-cond-kind(7)

           move "PENDING" to ws-cond-code(8)
           move "entries waiting past the review promise"
               to ws-cond-title(8)
           move "L" to ws-cond-kind(8)

           perform varying ws-cond-idx from 1 by 1
               until ws-cond-idx > 8
               move "N" to ws-cond-known(ws-cond-idx)
               move "N" to ws-cond-raised(ws-cond-idx)
               move spaces to ws-cond-last-alert(ws-cond-idx)
               move spaces to ws-cond-last-seen(ws-cond-idx)
               move 0 to ws-cond-counter(ws-cond-idx)
               move "N" to ws-cond-checked(ws-cond-idx)
               move "N" to ws-cond-active(ws-cond-idx)
               move 0 to ws-cond-new(ws-cond-idx)
               move spaces to ws-cond-detail(ws-cond-idx)
           end-perform

           exit paragraph.


       load-thresholds.
           move 60 to ws-queue-limit-minutes
           if function test-numval(
                   function trim(ws-cfg-watchdog-queue-minutes)) = 0
               and function numval(ws-cfg-watchdog-queue-minutes) > 0
               then
               compute ws-queue-limit-minutes =
                   function numval(ws-cfg-watchdog-queue-minutes)
           end-if

           move 24 to ws-pending-limit-hours
           if function test-numval(
                   function trim(ws-cfg-watchdog-pending-hours)) = 0
               and function numval(ws-cfg-watchdog-pending-hours) > 0
               then
               compute ws-pending-limit-hours =
                   function numval(ws-cfg-watchdog-pending-hours)
           end-if

           move 240 to ws-realert-minutes
           if function test-numval(
                   function trim(ws-cfg-watchdog-realert-minutes)) = 0
               and function numval(ws-cfg-watchdog-realert-minutes)
                   > 0 then
               compute ws-realert-minutes =
                   function numval(ws-cfg-watchdog-realert-minutes)
           end-if

           exit paragraph.


       load-state.
      *> No state file is a first run: every slot stays unknown.
           open input fd-state-file
           if ws-state-status not < 10 then
               exit paragraph
           end-if

           perform until ws-state-status not < 10
               read fd-state-file
                   at end
                       continue
                   not at end
                       perform load-state-line
               end-read
           end-perform
           close fd-state-file

           exit paragraph.


       load-state-line.
           move spaces to ws-state-code
           move spaces to ws-state-raised
           move spaces to ws-state-last-alert
           move spaces to ws-state-last-seen
           move spaces to ws-state-counter

           unstring f-state-line delimited by "|"
               into ws-state-code ws-state-raised ws-state-last-alert
                   ws-state-last-seen ws-state-counter
           end-unstring

           perform varying ws-cond-idx from 1 by 1
               until ws-cond-idx > 8
               if ws-cond-code(ws-cond-idx) = ws-state-code then
                   move "Y" to ws-cond-known(ws-cond-idx)
                   if function trim(ws-state-raised) = "RAISED" then
                       move "Y" to ws-cond-raised(ws-cond-idx)
                   end-if
                   move ws-state-last-alert
                       to ws-cond-last-alert(ws-cond-idx)
                   move ws-state-last-seen
                       to ws-cond-last-seen(ws-cond-idx)
                   if function test-numval(
                           function trim(ws-state-counter)) = 0 then
                       compute ws-cond-counter(ws-cond-idx) =
                           function numval(ws-state-counter)
                   end-if
               end-if
           end-perform

           exit paragraph.


       save-state.
           open output fd-state-file
           if ws-state-status not < 10 then
               display "ops-alert-watchdog-batch: cannot write "
                   function trim(ws-cfg-watchdog-state-path)
                   ", file status " ws-state-status
                   " -- standing alerts will be sent again next run"
               end-display
               move "N" to ws-state-saved
               exit paragraph
           end-if

           perform varying ws-cond-idx from 1 by 1
               until ws-cond-idx > 8
               move spaces to f-state-line
               if ws-cond-raised(ws-cond-idx) = "Y" then
                   move "RAISED" to ws-state-raised
               else
                   move "CLEAR" to ws-state-raised
               end-if
               string
                   function trim(ws-cond-code(ws-cond-idx)) "|"
                   function trim(ws-state-raised) "|"
                   function trim(ws-cond-last-alert(ws-cond-idx)) "|"
                   function trim(ws-cond-last-seen(ws-cond-idx)) "|"
                   ws-cond-counter(ws-cond-idx)
                   into f-state-line
               end-string
               write f-state-line
           end-perform

           close fd-state-file
           move "Y" to ws-state-saved

           exit paragraph.


       compute-stamp-minutes.
      *> ws-since-stamp (YYYYMMDDHHMM) to minutes on one running
      *> scale; a stamp that isn't one comes back as minute zero, so
      *> it reads as long ago.
           move 0 to ws-since-minutes
           if ws-since-stamp is not numeric then
               exit paragraph
           end-if

           compute ws-since-minutes =
               function integer-of-date(
                   function numval(ws-since-stamp(1:8))) * 1440
               + function numval(ws-since-stamp(9:2)) * 60
               + function numval(ws-since-stamp(11:2))

           exit paragraph.


       compute-elapsed-minutes.
      *> Minutes from ws-since-stamp to now, never negative.
           perform compute-stamp-minutes
           compute ws-elapsed-minutes =
               ws-now-minutes - ws-since-minutes
           if ws-elapsed-minutes < 0 then
               move 0 to ws-elapsed-minutes
           end-if
           exit paragraph.


       scan-queue-file.
      *> Line count of ws-scan-path, and the timestamp field
      *> (ws-scan-ts-field; 0 for none) of its first line -- every
      *> writer appends, so the first line is the oldest. A missing
      *> file is an empty one.
           move 0 to ws-scan-lines
           move spaces to ws-scan-oldest-ts

           open input fd-scan-file
           if ws-scan-status not < 10 then
               exit paragraph
           end-if

           perform until ws-scan-status not < 10
               read fd-scan-file
                   at end
                       continue
                   not at end
                       add 1 to ws-scan-lines
                       if ws-scan-lines = 1
                           and ws-scan-ts-field not = 0 then
                           perform extract-scan-timestamp
                       end-if
               end-read
           end-perform
           close fd-scan-file

           exit paragraph.


       extract-scan-timestamp.
           move spaces to ws-scan-field-1
           move spaces to ws-scan-field-2
           move spaces to ws-scan-field-3
           move spaces to ws-scan-field-4
           move spaces to ws-scan-field-5

           unstring f-scan-line delimited by "|"
               into ws-scan-field-1 ws-scan-field-2 ws-scan-field-3
                   ws-scan-field-4 ws-scan-field-5
           end-unstring

           if ws-scan-ts-field = 4 then
               move ws-scan-field-4 to ws-scan-oldest-ts
           else
               move ws-scan-field-5 to ws-scan-oldest-ts
           end-if

           exit paragraph.


       check-recovery-queue.
      *> Queued signings are invisible to the public until
      *> recovery-queue-replay-batch gets them into the database.
           move ws-cfg-recovery-queue-path to ws-scan-path
           move 0 to ws-scan-ts-field
           perform scan-queue-file

           move "Y" to ws-cond-checked(2)
           move spaces to ws-cond-detail(2)
           if ws-scan-lines > 0 then
               move "Y" to ws-cond-active(2)
               move ws-scan-lines to ws-digits-1
               string function trim(ws-digits-1)
                   " signing(s) are waiting in "
                   function trim(ws-cfg-recovery-queue-path)
                   " and are not public until "
                   "recovery-queue-replay-batch gets them into the "
                   "database."
                   into ws-cond-detail(2)
               end-string
           else
               move "N" to ws-cond-active(2)
               string "The recovery queue "
                   function trim(ws-cfg-recovery-queue-path)
                   " is empty again."
                   into ws-cond-detail(2)
               end-string
           end-if

           exit paragraph.


       check-mail-queue-age.
           move ws-cfg-mail-queue-path to ws-scan-path
           move 5 to ws-scan-ts-field
           perform scan-queue-file
           move 3 to ws-cond-idx
           perform judge-queue-age
           exit paragraph.


       check-webhook-queue-age.
           move ws-cfg-webhook-queue-path to ws-scan-path
           move 5 to ws-scan-ts-field
           perform scan-queue-file
           move 4 to ws-cond-idx
           perform judge-queue-age
           exit paragraph.


       judge-queue-age.
      *> A queue is backed up when its oldest line has waited longer
      *> than WATCHDOG_QUEUE_MINUTES; a first line whose timestamp
      *> can't be read gives no age and is left alone.
           move "Y" to ws-cond-checked(ws-cond-idx)
           move "N" to ws-cond-active(ws-cond-idx)
           move spaces to ws-cond-detail(ws-cond-idx)

           if ws-scan-lines > 0 then
               move ws-scan-oldest-ts(1:12) to ws-since-stamp
               if ws-since-stamp is numeric then
                   perform compute-elapsed-minutes
                   if ws-elapsed-minutes > ws-queue-limit-minutes then
                       move "Y" to ws-cond-active(ws-cond-idx)
                   end-if
               end-if
           end-if

           if ws-cond-active(ws-cond-idx) = "Y" then
               move ws-scan-lines to ws-digits-1
               move ws-elapsed-minutes to ws-digits-2
               move ws-queue-limit-minutes to ws-digits-3
               string function trim(ws-digits-1)
                   " line(s) queued in " function trim(ws-scan-path)
                   ", the oldest for " function trim(ws-digits-2)
                   " minute(s) (limit " function trim(ws-digits-3)
                   "). Check that the drain batch is running from "
                   "cron and can deliver."
                   into ws-cond-detail(ws-cond-idx)
               end-string
           else
               string "The queue " function trim(ws-scan-path)
                   " is draining again."
                   into ws-cond-detail(ws-cond-idx)
               end-string
           end-if

           exit paragraph.


       check-dead-letter-file.
      *> New lines since the last look. A file shorter than last time
      *> was cleaned out by hand; its count starts over from there.
           move ws-cfg-mail-dead-letter-path to ws-scan-path
           move 0 to ws-scan-ts-field
           perform scan-queue-file

           move 5 to ws-cond-idx
           move 0 to ws-cond-new(5)
           if ws-cond-known(5) = "Y"
               and ws-scan-lines > ws-cond-counter(5) then
               compute ws-cond-new(5) =
                   ws-scan-lines - ws-cond-counter(5)
           end-if
           move ws-scan-lines to ws-cond-counter(5)

           perform judge-new-lines

           move spaces to ws-cond-detail(5)
           if ws-cond-new(5) > 0 then
               move ws-cond-new(5) to ws-digits-1
               move ws-scan-lines to ws-digits-2
               string function trim(ws-digits-1)
                   " new line(s) in "
                   function trim(ws-cfg-mail-dead-letter-path)
                   " (" function trim(ws-digits-2) " in all): mail "
                   "that gave up after MAIL_RETRY_LIMIT attempts "
                   "and was never delivered."
                   into ws-cond-detail(5)
               end-string
           else
               move ws-realert-minutes to ws-digits-1
               string "No new lines in "
                   function trim(ws-cfg-mail-dead-letter-path)
                   " for " function trim(ws-digits-1) " minute(s)."
                   into ws-cond-detail(5)
               end-string
           end-if

           exit paragraph.


       check-app-log.
      *> ERROR lines past the point the last run read to. A log
      *> shorter than that was rotated, so all of it is new.
           move 7 to ws-cond-idx
           move 0 to ws-cond-new(7)
           move 0 to ws-scan-lines
           move 0 to ws-scan-new-errors
           move spaces to ws-scan-last-error

           move ws-cond-counter(7) to ws-scan-skip-lines
           move ws-cfg-app-log-path to ws-scan-path
           perform count-scan-lines
           if ws-scan-lines < ws-scan-skip-lines then
               move 0 to ws-scan-skip-lines
           end-if

           if ws-cond-known(7) = "Y" then
               open input fd-scan-file
               if ws-scan-status < 10 then
                   move 0 to ws-scan-lines
                   perform until ws-scan-status not < 10
                       read fd-scan-file
                           at end
                               continue
                           not at end
                               add 1 to ws-scan-lines
                               if ws-scan-lines > ws-scan-skip-lines
                                   then
                                   perform tally-app-log-line
                               end-if
                       end-read
                   end-perform
                   close fd-scan-file
               end-if
           end-if

           move ws-scan-lines to ws-cond-counter(7)
           move ws-scan-new-errors to ws-cond-new(7)

           perform judge-new-lines

           move spaces to ws-cond-detail(7)
           if ws-cond-new(7) > 0 then
               move ws-cond-new(7) to ws-digits-1
               string function trim(ws-digits-1)
                   " new ERROR line(s) in "
                   function trim(ws-cfg-app-log-path)
                   "; the latest: "
                   function trim(ws-scan-last-error)
                   into ws-cond-detail(7)
               end-string
           else
               move ws-realert-minutes to ws-digits-1
               string "No new ERROR lines in "
                   function trim(ws-cfg-app-log-path)
                   " for " function trim(ws-digits-1) " minute(s)."
                   into ws-cond-detail(7)
               end-string
           end-if

           exit paragraph.


       count-scan-lines.
           move 0 to ws-scan-ts-field
           perform scan-queue-file
           exit paragraph.


       tally-app-log-line.
      *> app-log writes "date time program severity message"; the
      *> severity is the fourth space-delimited token.
           move spaces to ws-log-skip-1
           move spaces to ws-log-skip-2
           move spaces to ws-line-severity
           unstring f-scan-line delimited by all space
               into ws-log-skip-1 ws-log-skip-1 ws-log-skip-2
                   ws-line-severity
           end-unstring

           if function trim(ws-line-severity) = "ERROR" then
               add 1 to ws-scan-new-errors
               move f-scan-line to ws-scan-last-error
           end-if

           exit paragraph.


       judge-new-lines.
      *> An event condition stands from the run that saw new lines
      *> until a quiet period has passed with none.
           move "Y" to ws-cond-checked(ws-cond-idx)
           move "N" to ws-cond-active(ws-cond-idx)

           if ws-cond-new(ws-cond-idx) > 0 then
               move "Y" to ws-cond-active(ws-cond-idx)
               move ws-now-stamp to ws-cond-last-seen(ws-cond-idx)
           else
               if ws-cond-raised(ws-cond-idx) = "Y" then
                   move ws-cond-last-seen(ws-cond-idx)
                       to ws-since-stamp
                   perform compute-elapsed-minutes
                   if ws-elapsed-minutes < ws-realert-minutes then
                       move "Y" to ws-cond-active(ws-cond-idx)
                   end-if
               end-if
           end-if

      *> First run: what is there now is the baseline, not news.
           if ws-cond-known(ws-cond-idx) not = "Y" then
               move "N" to ws-cond-active(ws-cond-idx)
           end-if

           exit paragraph.


       check-batch-runs.
      *> Each batch's latest BATCH_RUN_HISTORY row, as the ops status
      *> page lists them. A RUNNING row older than six hours is a run
      *> that died without settling its row (batch-run-history flips
      *> it to ABANDONED only when that batch next starts).
           move "check-batch-runs" to WS-LOG-OPERATION
           move 0 to ws-wd-count
           move spaces to ws-wd-program-list
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(LEFT(STRING_AGG(B.PROGRAM || ' ('
                       || CASE WHEN B.OUTCOME = 'RUNNING'
                               THEN 'STUCK' ELSE B.OUTCOME END
                       || ')', ', ' ORDER BY B.PROGRAM), 500), '')
               INTO :ws-wd-count, :ws-wd-program-list
               FROM BATCH_RUN_HISTORY B
               WHERE B.ID = (SELECT MAX(X.ID)
                               FROM BATCH_RUN_HISTORY X
                              WHERE X.PROGRAM = B.PROGRAM)
                 AND (B.OUTCOME IN ('FAILED', 'ABANDONED')
                      OR (B.OUTCOME = 'RUNNING'
                          AND B.START_DT <
                              (CURRENT_TIMESTAMP - INTERVAL '6 hours')))
           END-EXEC
           if sqlcode < 0 then
               perform note-query-failure
               exit paragraph
           end-if

           move "Y" to ws-cond-checked(6)
           move spaces to ws-cond-detail(6)
           if ws-wd-count > 0 then
               move "Y" to ws-cond-active(6)
               string "Last run did not finish OK: "
                   function trim(ws-wd-program-list)
                   ". See BATCH_RUN_HISTORY, the batch's cron mail and "
                   function trim(ws-cfg-app-log-path) "."
                   into ws-cond-detail(6)
               end-string
           else
               move "N" to ws-cond-active(6)
               move "Every batch's latest run finished OK."
                   to ws-cond-detail(6)
           end-if

           exit paragraph.


       check-pending-entries.
      *> Held entries we promised organizers would be reviewed the
      *> same day -- the moderation turnaround report's overdue
      *> count, here as soon as it happens.
           move "check-pending-entries" to WS-LOG-OPERATION
           move ws-pending-limit-hours to ws-wd-pending-hours
           move 0 to ws-wd-count
           move spaces to ws-wd-oldest
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(CAST(MIN(CREATE_DT) AS VARCHAR), '')
               INTO :ws-wd-count, :ws-wd-oldest
               FROM GUEST_ENTRY
               WHERE STATUS = 'PENDING'
                 AND CREATE_DT < CURRENT_TIMESTAMP -
                     :ws-wd-pending-hours * INTERVAL '1 hour'
           END-EXEC
           if sqlcode < 0 then
               perform note-query-failure
               exit paragraph
           end-if

           move "Y" to ws-cond-checked(8)
           move spaces to ws-cond-detail(8)
           move ws-pending-limit-hours to ws-digits-2
           if ws-wd-count > 0 then
               move "Y" to ws-cond-active(8)
               move ws-wd-count to ws-digits-1
               string function trim(ws-digits-1)
                   " PENDING entr(y/ies) held longer than "
                   function trim(ws-digits-2)
                   " hour(s), the oldest since "
                   function trim(ws-wd-oldest)
                   ". They are waiting on the moderation screen."
                   into ws-cond-detail(8)
               end-string
           else
               move "N" to ws-cond-active(8)
               string "No PENDING entry has been held longer than "
                   function trim(ws-digits-2) " hour(s)."
                   into ws-cond-detail(8)
               end-string
           end-if

           exit paragraph.


       note-query-failure.
      *> Connected, but a check query failed: that is database
      *> trouble too, and the conditions read from it are left as
      *> they were. Logged as a WARNING -- an ERROR line would raise
      *> the application-log alert on top of this one.
           perform log-sql-warning
           move "N" to ws-db-up
           move "Y" to ws-query-failed
           move "Y" to ws-cond-active(1)
           move sqlcode to ws-sqlcode-digits
           move spaces to ws-cond-detail(1)
           string "The database at "
               function trim(ws-cfg-db-server) ":"
               function trim(ws-cfg-db-port) "/"
               function trim(ws-cfg-db-name)
               " answered, but the " function trim(WS-LOG-OPERATION)
               " query failed (SQLSTATE=" sqlstate " SQLCODE="
               function trim(ws-sqlcode-digits) ")."
               into ws-cond-detail(1)
           end-string
           exit paragraph.


       settle-conditions.
      *> Against what was raised before: a new condition is alerted,
      *> one still standing is repeated once the quiet period has
      *> passed (an event condition only when more lines came), and
      *> one that has gone away gets its all-clear. A slot this run
      *> couldn't measure is left exactly as it was.
           perform varying ws-cond-idx from 1 by 1
               until ws-cond-idx > 8
               if ws-cond-checked(ws-cond-idx) = "Y" then
                   perform settle-one-condition
               else
                   if ws-cond-raised(ws-cond-idx) = "Y" then
                       add 1 to ws-conditions-standing
                   end-if
               end-if
               move "Y" to ws-cond-known(ws-cond-idx)
           end-perform
           exit paragraph.


       settle-one-condition.
           if ws-cond-active(ws-cond-idx) = "Y" then
               add 1 to ws-conditions-standing
               if ws-cond-raised(ws-cond-idx) not = "Y" then
                   move "RAISED" to ws-alert-kind
                   perform send-alert
                   move "Y" to ws-cond-raised(ws-cond-idx)
                   move ws-now-stamp to ws-cond-last-alert(ws-cond-idx)
                   add 1 to ws-alerts-raised
               else
                   move ws-cond-last-alert(ws-cond-idx)
                       to ws-since-stamp
                   perform compute-elapsed-minutes
                   if ws-elapsed-minutes >= ws-realert-minutes
                       and (ws-cond-kind(ws-cond-idx) = "L"
                            or ws-cond-new(ws-cond-idx) > 0) then
                       move "REPEAT" to ws-alert-kind
                       perform send-alert
                       move ws-now-stamp
                           to ws-cond-last-alert(ws-cond-idx)
                       add 1 to ws-alerts-repeated
                   end-if
               end-if
           else
               if ws-cond-raised(ws-cond-idx) = "Y" then
                   move "CLEARED" to ws-alert-kind
                   perform send-alert
                   move "N" to ws-cond-raised(ws-cond-idx)
                   add 1 to ws-alerts-cleared
               end-if
           end-if
           exit paragraph.


       send-alert.
           display "ops-alert-watchdog-batch: "
               function trim(ws-alert-kind) " "
               function trim(ws-cond-code(ws-cond-idx)) " -- "
               function trim(ws-cond-detail(ws-cond-idx))
           end-display

      *> The detail can quote a log line; the same pipe/CR/LF
      *> stripping every queue writer applies.
           move ws-cond-detail(ws-cond-idx) to ws-alert-detail-safe
           inspect ws-alert-detail-safe converting "|" to space
           inspect ws-alert-detail-safe converting x"0D0A" to spaces
           move function current-date to ws-alert-timestamp

           perform queue-alert-mail
           perform queue-alert-webhook
           exit paragraph.


       queue-alert-mail.
      *> ALERT|<what is wrong>|<admin email>|<detail>|TIMESTAMP|
      *> RAISED/REPEAT/CLEARED||MESSAGE_ID, sent to the admin by
      *> mail-queue-drain-batch.cbl.
           if function trim(ws-cfg-admin-email) = spaces then
               exit paragraph
           end-if

           move "MAIL" to WS-LEDGER-CHANNEL
           move "ALERT" to WS-LEDGER-TYPE
           move ws-cfg-admin-email to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               "ALERT|"
               function trim(ws-cond-title(ws-cond-idx)) "|"
               function trim(ws-cfg-admin-email) "|"
               function trim(ws-alert-detail-safe) "|"
               function trim(ws-alert-timestamp) "|"
               function trim(ws-alert-kind) "||"
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
               display "ops-alert-watchdog-batch: cannot open the "
                   "mail queue, file status " ws-mail-queue-status
               end-display
               perform record-ledger-lost
           end-if

           exit paragraph.


       queue-alert-webhook.
      *> ALERT (or CLEAR)|<no book>|watchdog|<what>: <detail>|
      *> TIMESTAMP|MESSAGE_ID. With no book on the line only the
      *> all-books WEBHOOK_URL destinations post it -- a book's own
      *> channel doesn't hear about the install's plumbing.
           if ws-cfg-webhook-count = 0 then
               exit paragraph
           end-if

           if function trim(ws-alert-kind) = "CLEARED" then
               move "CLEAR" to ws-alert-event
           else
               move "ALERT" to ws-alert-event
           end-if

           move "WEBHOOK" to WS-LEDGER-CHANNEL
           move ws-alert-event to WS-LEDGER-TYPE
           move spaces to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-webhook-queue-line
           string
               function trim(ws-alert-event) "||watchdog|"
               function trim(ws-cond-title(ws-cond-idx)) ": "
               function trim(ws-alert-detail-safe) "|"
               function trim(ws-alert-timestamp) "|"
               function trim(WS-LEDGER-MESSAGE-ID)
               into f-webhook-queue-line
           end-string

           open extend fd-webhook-queue
           if ws-webhook-queue-status not < 10 then
               open output fd-webhook-queue
           end-if
           if ws-webhook-queue-status < 10 then
               write f-webhook-queue-line
               close fd-webhook-queue
           else
               display "ops-alert-watchdog-batch: cannot open the "
                   "webhook queue, file status "
                   ws-webhook-queue-status
               end-display
               perform record-ledger-lost
           end-if

           exit paragraph.


       record-run-start.
           move "START" to WS-RUN-ACTION
           move "ops-alert-watchdog-batch" to WS-RUN-PROGRAM
           move spaces to WS-RUN-ARGS
           move "N" to WS-RUN-OWN-CONNECTION
           move 0 to WS-RUN-ROWS
           move spaces to WS-RUN-OUTCOME
           move spaces to WS-RUN-CHECKPOINT
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-end.
      *> Rows are the alerts and all-clears sent. Settled whenever
      *> the run connected, even after a check query failed -- a row
      *> left RUNNING would make every later run find IS-RUN-BUSY and
      *> stand down for hours, just while the database is in trouble.
      *> A failed check query, or a state file that couldn't be
      *> written (every standing alert goes out again next run),
      *> makes the run FAILED.
           move "END" to WS-RUN-ACTION
           compute WS-RUN-ROWS =
               ws-alerts-raised + ws-alerts-repeated + ws-alerts-cleared
           if IS-STATE-SAVED and not IS-QUERY-FAILED then
               move "OK" to WS-RUN-OUTCOME
           else
               move "FAILED" to WS-RUN-OUTCOME
           end-if
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-ledger-queued.
      *> Every queue line gets a message id and a QUEUED record in the
      *> notification ledger before it is appended; the drains record
      *> each delivery attempt against the same id. The caller sets
      *> the channel, type and detail. Alerts belong to no book.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "QUEUED" to WS-LEDGER-EVENT
           move spaces to WS-LEDGER-MESSAGE-ID
           move spaces to WS-LEDGER-BOOK-ID
           move 0 to WS-LEDGER-ATTEMPT
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       record-ledger-lost.
      *> The queue file couldn't be opened, so the line just recorded
      *> as QUEUED never made it -- say so against the same id.
           move "LOST" to WS-LEDGER-EVENT
           move "queue file could not be opened" to WS-LEDGER-DETAIL
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "ops-alert-watchdog-batch" to WS-LOG-PROGRAM
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

       end program ops-alert-watchdog-batch.
