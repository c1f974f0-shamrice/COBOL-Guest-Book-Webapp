       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Daily reconciliation of the notification ledger
      *          (NOTIFY_LEDGER_PATH, written by notify-ledger.cbl):
      *          for every mail and webhook message QUEUED on the
      *          report day, what became of it. Each message lands in
      *          exactly one column, first match wins:
      *            delivered    a drain recorded SENT
      *            dead         dead-lettered after the retry limit
      *            suppressed   dropped for a bounce-suppressed address
      *            skipped      malformed line, or a webhook event no
      *                         destination wanted
      *            lost         a writer or drain recorded that the
      *                         line could not be written or requeued
      *            waiting      no outcome yet, and the id is still in
      *                         the mail or webhook queue (live or
      *                         draining) or the mail dead-letter file
      *            unaccounted  none of the above -- queued, then
      *                         nothing: the silent loss this report
      *                         exists to catch
      *          One section per channel, type and book (mail lines
      *          carry no book, so it comes from the writer's QUEUED
      *          record), then a list of every lost and unaccounted
      *          message with its id, queue time and recipient, so the
      *          "I never got my edit link" conversation starts from
      *          facts. Retries are counted per section as well.
      *
      *          Run as:
      *            notify-reconcile-report-batch [YYYY-MM-DD]
      *          defaulting to yesterday, so a morning cron run covers
      *          a whole day whose drains have had the night to
      *          finish. Ledger records from the report day onward are
      *          loaded into a session temporary table and reconciled
      *          in SQL; nothing is written to the database. Lines
      *          queued before message ids existed have no QUEUED
      *          record and are not reported. Output goes to stdout.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. notify-reconcile-report-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-ledger-file assign to ws-cfg-notify-ledger-path
           organization is line sequential
           file status is ws-ledger-status.

      *> One of the queue files, scanned for ids still waiting.
           select fd-scan-file assign to ws-scan-path
           organization is line sequential
           file status is ws-scan-status.

       data division.

       file section.

       fd  fd-ledger-file.
       01  f-ledger-line            pic x(512).

       fd  fd-scan-file.
       01  f-scan-line              pic x(2048).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-report-date           pic x(10).

       01  ws-led-stamp             pic x(19).
       01  ws-led-event             pic x(10).
       01  ws-led-channel           pic x(8).
       01  ws-led-message-id        pic x(32).
       01  ws-led-type              pic x(10).
       01  ws-led-book              pic x(64).
       01  ws-led-attempt           pic x(5).
       01  ws-led-detail            pic x(256).

       01  ws-pend-message-id       pic x(32).
       01  ws-pend-where            pic x(16).

       01  ws-sec-channel           pic x(8).
       01  ws-sec-type              pic x(10).
       01  ws-sec-book              pic x(64).
       01  ws-sec-queued            PIC S9(9) COMP-5.
       01  ws-sec-delivered         PIC S9(9) COMP-5.
       01  ws-sec-dead              PIC S9(9) COMP-5.
       01  ws-sec-suppressed        PIC S9(9) COMP-5.
       01  ws-sec-skipped           PIC S9(9) COMP-5.
       01  ws-sec-lost              PIC S9(9) COMP-5.
       01  ws-sec-waiting           PIC S9(9) COMP-5.
       01  ws-sec-unaccounted       PIC S9(9) COMP-5.
       01  ws-sec-retries           PIC S9(9) COMP-5.

       01  ws-miss-state            pic x(12).
       01  ws-miss-message-id       pic x(32).
       01  ws-miss-channel          pic x(8).
       01  ws-miss-type             pic x(10).
       01  ws-miss-book             pic x(64).
       01  ws-miss-queued-dt        pic x(19).
       01  ws-miss-detail           pic x(256).
       01  ws-miss-last-event       pic x(10).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-command-args          pic x(512).
       01  ws-report-date-in        pic x(10).

       01  ws-date-params-valid     pic x value "Y".
           88  IS-DATE-PARAMS-VALID value "Y".
       01  ws-date-check-field      pic x(10).
       01  ws-date-check-pos        pic 9(2).

       01  ws-ledger-status         pic xx.
       01  ws-scan-status           pic xx.
       01  ws-scan-path             pic x(266).
       01  ws-scan-label            pic x(32).
      *> Which |-separated field of a line on this file is the id:
      *> 8 on mail lines, 6 on webhook lines.
       01  ws-scan-id-field         pic 9.
       01  ws-scan-fields.
           05  ws-scan-field        pic x(1024) occurs 8 times.

       01  ws-ledger-lines-read     pic 9(9) value 0.
       01  ws-ledger-lines-loaded   pic 9(9) value 0.
       01  ws-pending-ids-found     pic 9(9) value 0.

       01  ws-total-queued          pic 9(9) value 0.
       01  ws-total-delivered       pic 9(9) value 0.
       01  ws-total-dead            pic 9(9) value 0.
       01  ws-total-suppressed      pic 9(9) value 0.
       01  ws-total-skipped         pic 9(9) value 0.
       01  ws-total-lost            pic 9(9) value 0.
       01  ws-total-waiting         pic 9(9) value 0.
       01  ws-total-unaccounted     pic 9(9) value 0.
       01  ws-sections-reported     pic 9(9) value 0.
       01  ws-missing-listed        pic 9(9) value 0.

       01  ws-count-edit            pic z(8)9.

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           accept ws-command-args from command-line end-accept

           move spaces to ws-report-date-in
           unstring ws-command-args delimited by all space
               into ws-report-date-in
           end-unstring

           move "Y" to ws-date-params-valid
           move ws-report-date-in to ws-date-check-field
           perform validate-date-field
           if not IS-DATE-PARAMS-VALID then
               display "usage: notify-reconcile-report-batch "
                   "[YYYY-MM-DD]"
               end-display
               move 1 to return-code
               goback
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

           if function trim(ws-report-date-in) = spaces then
               EXEC SQL
                   SELECT TO_CHAR(CURRENT_DATE - 1, 'YYYY-MM-DD')
                   INTO :ws-report-date
               END-EXEC
               perform sqlstate-check
           else
               move ws-report-date-in to ws-report-date
           end-if

           perform record-run-start
           if IS-RUN-BUSY then
               display "notify-reconcile-report-batch: a previous "
                   "run is still in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           perform create-work-tables
           perform load-ledger-file
           perform load-pending-ids
           perform reconcile-messages

           display "Notification Reconciliation Report - "
               "messages queued on " ws-report-date
           end-display
           display "Ledger: " function trim(ws-cfg-notify-ledger-path)
               " (" ws-ledger-lines-loaded " of "
               ws-ledger-lines-read " record(s) on or after that day)"
           end-display

           perform report-sections
           perform report-missing-messages

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           display "-------------------------------------------"
           move ws-total-queued to ws-count-edit
           display "Total queued:      " ws-count-edit
           move ws-total-delivered to ws-count-edit
           display "  delivered:       " ws-count-edit
           move ws-total-dead to ws-count-edit
           display "  dead-lettered:   " ws-count-edit
           move ws-total-suppressed to ws-count-edit
           display "  suppressed:      " ws-count-edit
           move ws-total-skipped to ws-count-edit
           display "  skipped:         " ws-count-edit
           move ws-total-waiting to ws-count-edit
           display "  still waiting:   " ws-count-edit
           move ws-total-lost to ws-count-edit
           display "  lost:            " ws-count-edit
           move ws-total-unaccounted to ws-count-edit
           display "  UNACCOUNTED FOR: " ws-count-edit

           goback.


       validate-date-field.
           if function trim(ws-date-check-field) = spaces then
               exit paragraph
           end-if

           if function trim(ws-date-check-field) not =
               ws-date-check-field(1:10) then
               move "N" to ws-date-params-valid
               exit paragraph
           end-if

           if ws-date-check-field(5:1) not = "-"
               or ws-date-check-field(8:1) not = "-" then
               move "N" to ws-date-params-valid
               exit paragraph
           end-if

           perform varying ws-date-check-pos from 1 by 1
               until ws-date-check-pos > 10
               if ws-date-check-pos not = 5
                   and ws-date-check-pos not = 8
                   and (ws-date-check-field(ws-date-check-pos:1) < "0"
                    or ws-date-check-field(ws-date-check-pos:1) > "9")
                   then
                   move "N" to ws-date-params-valid
               end-if
           end-perform

           exit paragraph.


       create-work-tables.
      *> Session temporary tables: gone when the connection closes,
      *> so nothing about the ledger is kept in the database.
           move "create-work-tables" to WS-LOG-OPERATION

           EXEC SQL
               CREATE TEMPORARY TABLE NOTIFY_LEDGER_WORK (
                   EVENT_DT     VARCHAR(19) NOT NULL,
                   EVENT        VARCHAR(10) NOT NULL,
                   CHANNEL      VARCHAR(8)  NOT NULL,
                   MESSAGE_ID   VARCHAR(32) NOT NULL,
                   TYPE         VARCHAR(10),
                   BOOK         VARCHAR(64),
                   DETAIL       VARCHAR(256)
               )
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               CREATE TEMPORARY TABLE NOTIFY_PENDING_WORK (
                   MESSAGE_ID   VARCHAR(32) NOT NULL,
                   FOUND_IN     VARCHAR(16) NOT NULL
               )
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       load-ledger-file.
      *> Records stamped before the report day can't belong to a
      *> message queued on it, so only the tail from that day on is
      *> loaded; records without an id (lines queued before ids
      *> existed) can't be matched to anything and are left out.
           move "load-ledger-file" to WS-LOG-OPERATION

           open input fd-ledger-file
           if ws-ledger-status not < 10 then
               display "notify-reconcile-report-batch: no ledger at "
                   function trim(ws-cfg-notify-ledger-path)
                   " (status " ws-ledger-status ")"
               end-display
               exit paragraph
           end-if

           perform until ws-ledger-status not < 10
               read fd-ledger-file
                   at end
                       continue
                   not at end
                       add 1 to ws-ledger-lines-read
                       perform load-ledger-line
               end-read
           end-perform
           close fd-ledger-file

           exit paragraph.


       load-ledger-line.
           move spaces to ws-led-stamp
           move spaces to ws-led-event
           move spaces to ws-led-channel
           move spaces to ws-led-message-id
           move spaces to ws-led-type
           move spaces to ws-led-book
           move spaces to ws-led-attempt
           move spaces to ws-led-detail

           unstring f-ledger-line delimited by "|"
               into ws-led-stamp ws-led-event ws-led-channel
                   ws-led-message-id ws-led-type ws-led-book
                   ws-led-attempt ws-led-detail
           end-unstring

           if ws-led-stamp(1:10) < ws-report-date
               or function trim(ws-led-message-id) = spaces then
               exit paragraph
           end-if

           EXEC SQL
               INSERT INTO NOTIFY_LEDGER_WORK(
                   EVENT_DT, EVENT, CHANNEL, MESSAGE_ID, TYPE, BOOK,
                   DETAIL)
               VALUES (
                   :ws-led-stamp, :ws-led-event, :ws-led-channel,
                   :ws-led-message-id, :ws-led-type, :ws-led-book,
                   :ws-led-detail)
           END-EXEC
           perform sqlstate-check

           add 1 to ws-ledger-lines-loaded

           exit paragraph.


       load-pending-ids.
      *> A message with no outcome yet is only "waiting" if its line
      *> can still be found: on a live queue, on a draining copy a
      *> drain is working through (or was cut short on), or in the
      *> mail dead-letter file.
           move "load-pending-ids" to WS-LOG-OPERATION

           move ws-cfg-mail-queue-path to ws-scan-path
           move "MAIL-QUEUE" to ws-scan-label
           move 8 to ws-scan-id-field
           perform scan-queue-file

           move spaces to ws-scan-path
           string function trim(ws-cfg-mail-queue-path) ".draining"
               into ws-scan-path
           end-string
           move "MAIL-DRAINING" to ws-scan-label
           perform scan-queue-file

           move ws-cfg-mail-dead-letter-path to ws-scan-path
           move "MAIL-DEADLETTER" to ws-scan-label
           perform scan-queue-file

           move ws-cfg-webhook-queue-path to ws-scan-path
           move "WEBHOOK-QUEUE" to ws-scan-label
           move 6 to ws-scan-id-field
           perform scan-queue-file

           move spaces to ws-scan-path
           string function trim(ws-cfg-webhook-queue-path) ".draining"
               into ws-scan-path
           end-string
           move "WEBHOOK-DRAINING" to ws-scan-label
           perform scan-queue-file

           exit paragraph.


       scan-queue-file.
      *> A file that isn't there is the normal, empty state.
           open input fd-scan-file
           if ws-scan-status not < 10 then
               exit paragraph
           end-if

           perform until ws-scan-status not < 10
               read fd-scan-file
                   at end
                       continue
                   not at end
                       perform scan-queue-line
               end-read
           end-perform
           close fd-scan-file

           exit paragraph.


       scan-queue-line.
           move spaces to ws-scan-field(1)
           move spaces to ws-scan-field(2)
           move spaces to ws-scan-field(3)
           move spaces to ws-scan-field(4)
           move spaces to ws-scan-field(5)
           move spaces to ws-scan-field(6)
           move spaces to ws-scan-field(7)
           move spaces to ws-scan-field(8)

           unstring f-scan-line delimited by "|"
               into ws-scan-field(1) ws-scan-field(2)
                   ws-scan-field(3) ws-scan-field(4)
                   ws-scan-field(5) ws-scan-field(6)
                   ws-scan-field(7) ws-scan-field(8)
           end-unstring

           move ws-scan-field(ws-scan-id-field) to ws-pend-message-id
           if function trim(ws-pend-message-id) = spaces then
               exit paragraph
           end-if
           move ws-scan-label to ws-pend-where

           EXEC SQL
               INSERT INTO NOTIFY_PENDING_WORK(MESSAGE_ID, FOUND_IN)
               VALUES (:ws-pend-message-id, :ws-pend-where)
           END-EXEC
           perform sqlstate-check

           add 1 to ws-pending-ids-found

           exit paragraph.


       reconcile-messages.
      *> One row per message queued on the report day with the state
      *> it ends up in, in the precedence order the header lists. A
      *> dead-lettered line someone put back on the queue by hand and
      *> that then went out counts as delivered.
           move "reconcile-messages" to WS-LOG-OPERATION

           EXEC SQL
               CREATE TEMPORARY TABLE NOTIFY_RECON_WORK (
                   MESSAGE_ID   VARCHAR(32) NOT NULL,
                   CHANNEL      VARCHAR(8)  NOT NULL,
                   TYPE         VARCHAR(10) NOT NULL,
                   BOOK         VARCHAR(64) NOT NULL,
                   QUEUED_DT    VARCHAR(19) NOT NULL,
                   DETAIL       VARCHAR(256) NOT NULL,
                   STATE        VARCHAR(12) NOT NULL,
                   N_RETRY      INTEGER NOT NULL,
                   LAST_EVENT   VARCHAR(10)
               )
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               INSERT INTO NOTIFY_RECON_WORK(
                   MESSAGE_ID, CHANNEL, TYPE, BOOK, QUEUED_DT, DETAIL,
                   STATE, N_RETRY, LAST_EVENT)
               SELECT Q.MESSAGE_ID, Q.CHANNEL, Q.TYPE, Q.BOOK,
                   Q.QUEUED_DT, Q.DETAIL,
                   CASE
                       WHEN O.N_SENT > 0 THEN 'DELIVERED'
                       WHEN O.N_DEAD > 0 THEN 'DEAD'
                       WHEN O.N_SUPP > 0 THEN 'SUPPRESSED'
                       WHEN O.N_SKIP > 0 THEN 'SKIPPED'
                       WHEN O.N_LOST > 0 THEN 'LOST'
                       WHEN EXISTS (SELECT 1 FROM NOTIFY_PENDING_WORK P
                                     WHERE P.MESSAGE_ID = Q.MESSAGE_ID)
                           THEN 'WAITING'
                       ELSE 'UNACCOUNTED'
                   END,
                   O.N_RETRY,
                   O.LAST_EVENT
               FROM (SELECT MESSAGE_ID,
                         MIN(CHANNEL) AS CHANNEL,
                         MIN(COALESCE(TYPE, '')) AS TYPE,
                         MIN(COALESCE(BOOK, '')) AS BOOK,
                         MIN(EVENT_DT) AS QUEUED_DT,
                         MIN(COALESCE(DETAIL, '')) AS DETAIL
                     FROM NOTIFY_LEDGER_WORK
                     WHERE EVENT = 'QUEUED'
                       AND SUBSTR(EVENT_DT, 1, 10) = :ws-report-date
                     GROUP BY MESSAGE_ID) Q
               JOIN (SELECT MESSAGE_ID,
                         SUM(CASE WHEN EVENT = 'SENT'
                             THEN 1 ELSE 0 END) AS N_SENT,
                         SUM(CASE WHEN EVENT = 'DEAD'
                             THEN 1 ELSE 0 END) AS N_DEAD,
                         SUM(CASE WHEN EVENT = 'SUPPRESSED'
                             THEN 1 ELSE 0 END) AS N_SUPP,
                         SUM(CASE WHEN EVENT = 'SKIPPED'
                             THEN 1 ELSE 0 END) AS N_SKIP,
                         SUM(CASE WHEN EVENT = 'LOST'
                             THEN 1 ELSE 0 END) AS N_LOST,
                         SUM(CASE WHEN EVENT = 'RETRY'
                             THEN 1 ELSE 0 END) AS N_RETRY,
                         (ARRAY_AGG(EVENT ORDER BY EVENT_DT DESC))[1]
                             AS LAST_EVENT
                     FROM NOTIFY_LEDGER_WORK
                     GROUP BY MESSAGE_ID) O
                 ON O.MESSAGE_ID = Q.MESSAGE_ID
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       report-sections.
           move "report-sections" to WS-LOG-OPERATION

           EXEC SQL
               DECLARE CUR_RECON_SECTIONS CURSOR FOR
               SELECT CHANNEL, TYPE, BOOK,
                   COUNT(*),
                   SUM(CASE WHEN STATE = 'DELIVERED' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN STATE = 'DEAD' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN STATE = 'SUPPRESSED'
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN STATE = 'SKIPPED' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN STATE = 'LOST' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN STATE = 'WAITING' THEN 1 ELSE 0 END),
                   SUM(CASE WHEN STATE = 'UNACCOUNTED'
                       THEN 1 ELSE 0 END),
                   SUM(N_RETRY)
               FROM NOTIFY_RECON_WORK
               GROUP BY CHANNEL, TYPE, BOOK
               ORDER BY CHANNEL, TYPE, BOOK;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_RECON_SECTIONS;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_RECON_SECTIONS
                   INTO :ws-sec-channel, :ws-sec-type, :ws-sec-book,
                       :ws-sec-queued, :ws-sec-delivered,
                       :ws-sec-dead, :ws-sec-suppressed,
                       :ws-sec-skipped, :ws-sec-lost,
                       :ws-sec-waiting, :ws-sec-unaccounted,
                       :ws-sec-retries;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform display-section
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_RECON_SECTIONS;
           END-EXEC
           perform sqlstate-check

           if ws-sections-reported = 0 then
               display "-------------------------------------------"
               display "Nothing was queued on " ws-report-date "."
           end-if

           exit paragraph.


       display-section.
           add 1 to ws-sections-reported
           add ws-sec-queued to ws-total-queued
           add ws-sec-delivered to ws-total-delivered
           add ws-sec-dead to ws-total-dead
           add ws-sec-suppressed to ws-total-suppressed
           add ws-sec-skipped to ws-total-skipped
           add ws-sec-lost to ws-total-lost
           add ws-sec-waiting to ws-total-waiting
           add ws-sec-unaccounted to ws-total-unaccounted

           if function trim(ws-sec-book) = spaces then
               move "(no book)" to ws-sec-book
           end-if

           display "-------------------------------------------"
           display function trim(ws-sec-channel) " "
               function trim(ws-sec-type) " - book "
               function trim(ws-sec-book)
           end-display
           move ws-sec-queued to ws-count-edit
           display "  queued:        " ws-count-edit
           move ws-sec-delivered to ws-count-edit
           display "  delivered:     " ws-count-edit
           move ws-sec-dead to ws-count-edit
           display "  dead-lettered: " ws-count-edit
           move ws-sec-suppressed to ws-count-edit
           display "  suppressed:    " ws-count-edit
           move ws-sec-skipped to ws-count-edit
           display "  skipped:       " ws-count-edit
           move ws-sec-waiting to ws-count-edit
           display "  still waiting: " ws-count-edit
           move ws-sec-lost to ws-count-edit
           display "  lost:          " ws-count-edit
           move ws-sec-unaccounted to ws-count-edit
           display "  unaccounted:   " ws-count-edit
           move ws-sec-retries to ws-count-edit
           display "  (retries:      " ws-count-edit ")"

           exit paragraph.


       report-missing-messages.
      *> The ones somebody has to chase, oldest first.
           move "report-missing-messages" to WS-LOG-OPERATION

           display "-------------------------------------------"
           display "Lost and unaccounted-for messages:"

           EXEC SQL
               DECLARE CUR_RECON_MISSING CURSOR FOR
               SELECT STATE, MESSAGE_ID, CHANNEL, TYPE, BOOK,
                   QUEUED_DT, DETAIL, COALESCE(LAST_EVENT, '')
               FROM NOTIFY_RECON_WORK
               WHERE STATE IN ('LOST', 'UNACCOUNTED')
               ORDER BY QUEUED_DT, MESSAGE_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_RECON_MISSING;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_RECON_MISSING
                   INTO :ws-miss-state, :ws-miss-message-id,
                       :ws-miss-channel, :ws-miss-type,
                       :ws-miss-book, :ws-miss-queued-dt,
                       :ws-miss-detail, :ws-miss-last-event;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   add 1 to ws-missing-listed
                   display "  " function trim(ws-miss-state) " "
                       function trim(ws-miss-message-id) " "
                       function trim(ws-miss-channel) " "
                       function trim(ws-miss-type) " book "
                       function trim(ws-miss-book)
                       " queued " function trim(ws-miss-queued-dt)
                       " last " function trim(ws-miss-last-event)
                   end-display
                   if function trim(ws-miss-detail) not = spaces then
                       display "    to: "
                           function trim(ws-miss-detail)
                       end-display
                   end-if
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_RECON_MISSING;
           END-EXEC
           perform sqlstate-check

           if ws-missing-listed = 0 then
               display "  (none)"
           end-if

           exit paragraph.


       record-run-start.
      *> The report day identifies the run in the history screen.
           move "START" to WS-RUN-ACTION
           move "notify-reconcile-report-batch" to WS-RUN-PROGRAM
           move ws-report-date to WS-RUN-ARGS
           move "N" to WS-RUN-OWN-CONNECTION
           move 0 to WS-RUN-ROWS
           move spaces to WS-RUN-OUTCOME
           move spaces to WS-RUN-CHECKPOINT
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-end.
           move "END" to WS-RUN-ACTION
           move ws-total-queued to WS-RUN-ROWS
           move "OK" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-failed.
           move "END" to WS-RUN-ACTION
           move 0 to WS-RUN-ROWS
           move "FAILED" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL
      *> error detail -- the first place we look every morning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "notify-reconcile-report-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "notify-reconcile-report-batch" to WS-LOG-PROGRAM
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

       end program notify-reconcile-report-batch.
