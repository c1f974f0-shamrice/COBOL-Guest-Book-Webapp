       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Batch report on how an event's guest book actually
      *          went, for the organizer -- the numbers we used to
      *          pull together by hand in psql after every event.
      *          daily-activity-report-batch.cbl counts one day and
      *          moderation-turnaround-report-batch.cbl measures
      *          waiting; this one covers a book (or every book, one
      *          section each) over a date range:
      *            - signings by day and by hour of day, and the peak
      *              hour;
      *            - web form versus kiosk: an entry is a kiosk entry
      *              when its CREATE audit row carries the USER_AGENT
      *              'guestbook-kiosk-api key=...' that
      *              api-sign-guest-book.cbl stamps;
      *            - the share of entries machine-held as PENDING, by
      *              HOLD_REASON (PRE-MODERATED, SPAM-WORD,
      *              DUPLICATE-COMMENT, SPAM-RESCREEN for entries
      *              pulled after publication by
      *              spam-rescreen-batch.cbl; older held rows with no
      *              reason recorded count as NOT-RECORDED);
      *            - flag and hide rates: entries a visitor reported,
      *              entries a moderator hid (now HIDDEN, or with a
      *              HIDE on the audit trail);
      *            - subscriber counts from GUEST_BOOK_SUBSCRIPTION by
      *              STATUS as of the run, plus those signed up in the
      *              range.
      *          Entries already moved to GUEST_ENTRY_ARCHIVE are
      *          counted alongside the hot table (their audit rows
      *          likewise from GUEST_ENTRY_AUDIT_ARCHIVE), so a report
      *          run after the year-end archive still adds up. Flags
      *          and HOLD_REASON aren't archived, so for an archived
      *          book those two figures read low. Entries a moderator
      *          deleted or rejected are moved to the recycle bin,
      *          GUEST_ENTRY_RECYCLE, with their HOLD_REASON, and are
      *          counted from there -- most spam and duplicate holds
      *          end that way (their flags aren't kept, so the flag rate
      *          leaves them out). Once submission-log-purge-batch.cbl
      *          empties them out of the bin after
      *          RECYCLE_RETENTION_DAYS they are gone and no longer
      *          counted, nor are entries the guest withdrew.
      *
      *          Run as:
      *            event-analytics-report-batch BOOK-ID|ALL FROM-DATE
      *                TO-DATE [CSV-FILE]
      *          with both dates as YYYY-MM-DD (inclusive, to end of
      *          day). The report goes to stdout (pipe it into mail
      *          like the other reports) and the same figures go to
      *          CSV-FILE, defaulting to
      *          ./guestbook-analytics-BOOK-ID-FROM-DATE-TO-DATE.csv,
      *          one book,section,item,count,percent line per figure
      *          for the organizer's spreadsheet. The CSV is rewritten
      *          on every run -- it's a report, not a record.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. event-analytics-report-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-csv-file assign to ws-csv-path
           organization is line sequential
           file status is ws-csv-status.

       data division.

       file section.

       fd  fd-csv-file.
       01  f-csv-line               pic x(512).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-scope-book            pic x(64).
       01  ws-book-id               pic x(64).
       01  ws-from-ts               pic x(19).
       01  ws-to-ts                 pic x(19).

       01  ws-row-key               pic x(64).
       01  ws-row-count             PIC S9(9) COMP-5.
       01  ws-row-hour              PIC S9(9) COMP-5.

       01  ws-entry-total           PIC S9(9) COMP-5.
       01  ws-kiosk-total           PIC S9(9) COMP-5.
       01  ws-held-total            PIC S9(9) COMP-5.
       01  ws-flagged-total         PIC S9(9) COMP-5.
       01  ws-hidden-total          PIC S9(9) COMP-5.
       01  ws-new-sub-total         PIC S9(9) COMP-5.
       01  ws-peak-hour             PIC S9(9) COMP-5.
       01  ws-peak-count            PIC S9(9) COMP-5.

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-command-args          pic x(512).
       01  ws-from-date-in          pic x(10).
       01  ws-to-date-in            pic x(10).

       01  ws-date-params-valid     pic x value "Y".
           88  IS-DATE-PARAMS-VALID value "Y".
       01  ws-date-check-field      pic x(10).
       01  ws-date-check-pos        pic 9(2).

       01  ws-csv-status            pic xx.
       01  ws-csv-path              pic x(256).
       01  ws-csv-lines-written     pic 9(9) value 0.

      *> One figure on its way to the report and the CSV: the
      *> section and item name it, the count and (when there is a
      *> base to take it against) the percent qualify it.
       01  ws-fig-section           pic x(16).
       01  ws-fig-item              pic x(64).
       01  ws-fig-count             PIC S9(9) COMP-5.
       01  ws-fig-base              PIC S9(9) COMP-5.
       01  ws-fig-pct               pic 9(3)v9.
       01  ws-fig-count-edit        pic z(8)9.
       01  ws-fig-pct-edit          pic zz9.9.
       01  ws-fig-pct-text          pic x(8).

       01  ws-hour-edit             pic 99.

       01  ws-books-eof             pic x value "N".
           88  IS-BOOKS-EOF         value "Y".
       01  ws-books-reported        pic 9(9) value 0.
       01  ws-grand-entries         pic 9(9) value 0.
       01  ws-section-rows          pic 9(9).

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           accept ws-command-args from command-line end-accept

           move spaces to ws-scope-book
           move spaces to ws-from-date-in
           move spaces to ws-to-date-in
           move spaces to ws-csv-path
           unstring ws-command-args delimited by all space
               into ws-scope-book ws-from-date-in ws-to-date-in
                   ws-csv-path
           end-unstring

           if function trim(ws-scope-book) = spaces
               or function trim(ws-from-date-in) = spaces
               or function trim(ws-to-date-in) = spaces then
               display "usage: event-analytics-report-batch "
                   "BOOK-ID|ALL FROM-DATE(YYYY-MM-DD) "
                   "TO-DATE(YYYY-MM-DD) [CSV-FILE]"
               end-display
               move 1 to return-code
               goback
           end-if

           move "Y" to ws-date-params-valid
           move ws-from-date-in to ws-date-check-field
           perform validate-date-field
           move ws-to-date-in to ws-date-check-field
           perform validate-date-field
           if not IS-DATE-PARAMS-VALID then
               display "event-analytics-report-batch: "
                   function trim(ws-from-date-in) " to "
                   function trim(ws-to-date-in)
                   " is not a valid YYYY-MM-DD date range"
               end-display
               move 1 to return-code
               goback
           end-if

           if ws-from-date-in > ws-to-date-in then
               display "event-analytics-report-batch: FROM-DATE "
                   function trim(ws-from-date-in)
                   " is after TO-DATE "
                   function trim(ws-to-date-in)
               end-display
               move 1 to return-code
               goback
           end-if

           move spaces to ws-from-ts
           string function trim(ws-from-date-in) " 00:00:00"
               into ws-from-ts
           end-string
           move spaces to ws-to-ts
           string function trim(ws-to-date-in) " 23:59:59"
               into ws-to-ts
           end-string

           if function trim(ws-csv-path) = spaces then
               string "./guestbook-analytics-"
                   function trim(ws-scope-book) "-"
                   function trim(ws-from-date-in) "-"
                   function trim(ws-to-date-in) ".csv"
                   into ws-csv-path
               end-string
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
               display "event-analytics-report-batch: a previous "
                   "run is still in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           open output fd-csv-file
           if ws-csv-status not = "00" then
               display "event-analytics-report-batch: cannot open "
                   function trim(ws-csv-path)
                   " for writing (status " ws-csv-status ")"
               end-display
               move 1 to return-code
               perform record-run-failed
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           move "book,section,item,count,percent" to f-csv-line
           write f-csv-line end-write

           display "Guest Book Event Analytics Report - "
               function trim(ws-from-date-in) " to "
               function trim(ws-to-date-in)
           end-display

           if function upper-case(function trim(ws-scope-book))
               = "ALL" then
               perform report-every-book
           else
               move ws-scope-book to ws-book-id
               perform report-one-book
           end-if

           close fd-csv-file

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           display "-------------------------------------------"
           display "event-analytics-report-batch: "
               ws-books-reported " book(s), "
               ws-grand-entries " entries, CSV "
               function trim(ws-csv-path)
           end-display

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


       report-every-book.
      *> Every book with a signing in the range, hot or archived --
      *> a book that's since left the registry still had its event.
           move "report-every-book" to WS-LOG-OPERATION

           EXEC SQL
               DECLARE CUR_EVT_BOOKS CURSOR FOR
               SELECT DISTINCT E.GUEST_BOOK_ID
               FROM (SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY_ARCHIVE
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY_RECYCLE) E
               WHERE E.CREATE_DT >= :ws-from-ts
                 AND E.CREATE_DT <= :ws-to-ts
               ORDER BY 1;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_EVT_BOOKS;
           END-EXEC
           perform sqlstate-check

      *> The per-book sections run their own SQL, so the loop keeps
      *> its own end flag rather than watching sqlcode.
           move "N" to ws-books-eof
           perform until IS-BOOKS-EOF
               EXEC SQL
                   FETCH CUR_EVT_BOOKS
                   INTO :ws-book-id;
               END-EXEC
               perform sqlstate-check
               if sqlcode = 100 then
                   move "Y" to ws-books-eof
               else
                   perform report-one-book
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_EVT_BOOKS;
           END-EXEC
           perform sqlstate-check

           if ws-books-reported = 0 then
               display "-------------------------------------------"
               display "  (no signings in any book in this range)"
           end-if

           exit paragraph.


       report-one-book.
           add 1 to ws-books-reported

           display "==========================================="
           display "Book: " function trim(ws-book-id)

           perform report-book-totals
           add ws-entry-total to ws-grand-entries

           if ws-entry-total = 0 then
               display "  (no signings in this range)"
           else
               perform report-signings-by-day
               perform report-signings-by-hour
               perform report-signing-source
               perform report-held-by-reason
               perform report-flag-hide-rates
           end-if

           perform report-subscribers

           exit paragraph.


       report-book-totals.
      *> All the headline counts in one pass over the book's entries
      *> in range. Kiosk and hide evidence lives on the audit trail,
      *> hot or archived alongside its entry.
           move "report-book-totals" to WS-LOG-OPERATION

           EXEC SQL
               SELECT COUNT(*),
                   COUNT(*) FILTER (WHERE
                       EXISTS (SELECT 1 FROM GUEST_ENTRY_AUDIT A
                               WHERE A.ENTRY_ID = E.ID
                                 AND A.ACTION = 'CREATE'
                                 AND A.USER_AGENT LIKE
                                     'guestbook-kiosk-api key=%')
                       OR EXISTS (SELECT 1
                               FROM GUEST_ENTRY_AUDIT_ARCHIVE AA
                               WHERE AA.ENTRY_ID = E.ID
                                 AND AA.ACTION = 'CREATE'
                                 AND AA.USER_AGENT LIKE
                                     'guestbook-kiosk-api key=%')),
                   COUNT(*) FILTER (WHERE
                       E.HOLD_REASON IS NOT NULL
                       OR E.STATUS = 'PENDING'),
                   COUNT(*) FILTER (WHERE
                       EXISTS (SELECT 1 FROM GUEST_ENTRY_FLAG F
                               WHERE F.ENTRY_ID = E.ID)),
                   COUNT(*) FILTER (WHERE
                       E.STATUS = 'HIDDEN'
                       OR EXISTS (SELECT 1 FROM GUEST_ENTRY_AUDIT A
                               WHERE A.ENTRY_ID = E.ID
                                 AND A.ACTION = 'HIDE')
                       OR EXISTS (SELECT 1
                               FROM GUEST_ENTRY_AUDIT_ARCHIVE AA
                               WHERE AA.ENTRY_ID = E.ID
                                 AND AA.ACTION = 'HIDE'))
               INTO :ws-entry-total, :ws-kiosk-total,
                   :ws-held-total, :ws-flagged-total,
                   :ws-hidden-total
               FROM (SELECT ID, GUEST_BOOK_ID, CREATE_DT, STATUS,
                         HOLD_REASON
                     FROM GUEST_ENTRY
                     UNION ALL
                     SELECT ID, GUEST_BOOK_ID, CREATE_DT, STATUS,
                         CAST(NULL AS VARCHAR(64))
                     FROM GUEST_ENTRY_ARCHIVE
                     UNION ALL
                     SELECT ID, GUEST_BOOK_ID, CREATE_DT, STATUS,
                         HOLD_REASON
                     FROM GUEST_ENTRY_RECYCLE) E
               WHERE E.GUEST_BOOK_ID = :ws-book-id
                 AND E.CREATE_DT >= :ws-from-ts
                 AND E.CREATE_DT <= :ws-to-ts
           END-EXEC
           perform sqlstate-check

           move "summary" to ws-fig-section
           move "SIGNINGS" to ws-fig-item
           move ws-entry-total to ws-fig-count
           move 0 to ws-fig-base
           perform emit-figure

           exit paragraph.


       report-signings-by-day.
           move "report-signings-by-day" to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "Signings by day:"

           EXEC SQL
               DECLARE CUR_EVT_DAY CURSOR FOR
               SELECT TO_CHAR(E.CREATE_DT, 'YYYY-MM-DD'), COUNT(*)
               FROM (SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY_ARCHIVE
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY_RECYCLE) E
               WHERE E.GUEST_BOOK_ID = :ws-book-id
                 AND E.CREATE_DT >= :ws-from-ts
                 AND E.CREATE_DT <= :ws-to-ts
               GROUP BY 1
               ORDER BY 1;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_EVT_DAY;
           END-EXEC
           perform sqlstate-check

           move "day" to ws-fig-section
           move ws-entry-total to ws-fig-base
           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_EVT_DAY
                   INTO :ws-row-key, :ws-row-count;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   move ws-row-key to ws-fig-item
                   move ws-row-count to ws-fig-count
                   perform emit-figure
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_EVT_DAY;
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       report-signings-by-hour.
      *> Hour of day across the whole range -- when the kiosks and
      *> the volunteers at the table need to be ready. Quiet hours
      *> are left out rather than listed as zeros.
           move "report-signings-by-hour" to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "Signings by hour of day:"

           move -1 to ws-peak-hour
           move 0 to ws-peak-count

           EXEC SQL
               DECLARE CUR_EVT_HOUR CURSOR FOR
               SELECT CAST(EXTRACT(HOUR FROM E.CREATE_DT) AS INTEGER),
                   COUNT(*)
               FROM (SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY_ARCHIVE
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT
                     FROM GUEST_ENTRY_RECYCLE) E
               WHERE E.GUEST_BOOK_ID = :ws-book-id
                 AND E.CREATE_DT >= :ws-from-ts
                 AND E.CREATE_DT <= :ws-to-ts
               GROUP BY 1
               ORDER BY 1;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_EVT_HOUR;
           END-EXEC
           perform sqlstate-check

           move "hour" to ws-fig-section
           move ws-entry-total to ws-fig-base
           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_EVT_HOUR
                   INTO :ws-row-hour, :ws-row-count;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   move ws-row-hour to ws-hour-edit
                   move spaces to ws-fig-item
                   string ws-hour-edit ":00" into ws-fig-item
                   end-string
                   move ws-row-count to ws-fig-count
      *> Earliest hour wins a tie -- ascending order, strict compare.
                   if ws-row-count > ws-peak-count then
                       move ws-row-hour to ws-peak-hour
                       move ws-row-count to ws-peak-count
                   end-if
                   perform emit-figure
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_EVT_HOUR;
           END-EXEC
           perform sqlstate-check

           if ws-peak-hour >= 0 then
               move ws-peak-hour to ws-hour-edit
               move "peak-hour" to ws-fig-section
               move spaces to ws-fig-item
               string ws-hour-edit ":00" into ws-fig-item
               end-string
               move ws-peak-count to ws-fig-count
               display "  PEAK HOUR:"
               perform emit-figure
           end-if

           exit paragraph.


       report-signing-source.
           display "-------------------------------------------"
           display "Web form versus kiosk:"

           move "source" to ws-fig-section
           move ws-entry-total to ws-fig-base

           move "WEB" to ws-fig-item
           compute ws-fig-count = ws-entry-total - ws-kiosk-total
           end-compute
           perform emit-figure

           move "KIOSK" to ws-fig-item
           move ws-kiosk-total to ws-fig-count
           perform emit-figure

           exit paragraph.


       report-held-by-reason.
      *> An entry counts as held if it carries a HOLD_REASON (kept
      *> after approval) or is still PENDING. Only the reason's
      *> leading code is grouped on, so any detail written after a
      *> colon doesn't split the count.
           move "report-held-by-reason" to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "Entries held for review:"

           move "held" to ws-fig-section
           move "ALL-REASONS" to ws-fig-item
           move ws-held-total to ws-fig-count
           move ws-entry-total to ws-fig-base
           perform emit-figure

           if ws-held-total = 0 then
               exit paragraph
           end-if

           EXEC SQL
               DECLARE CUR_EVT_HELD CURSOR FOR
               SELECT COALESCE(
                   NULLIF(BTRIM(SPLIT_PART(E.HOLD_REASON, ':', 1)),
                       ''),
                   'NOT-RECORDED'),
                   COUNT(*)
               FROM (SELECT GUEST_BOOK_ID, CREATE_DT, STATUS,
                         HOLD_REASON
                     FROM GUEST_ENTRY
                     UNION ALL
                     SELECT GUEST_BOOK_ID, CREATE_DT, STATUS,
                         HOLD_REASON
                     FROM GUEST_ENTRY_RECYCLE) E
               WHERE E.GUEST_BOOK_ID = :ws-book-id
                 AND E.CREATE_DT >= :ws-from-ts
                 AND E.CREATE_DT <= :ws-to-ts
                 AND (E.HOLD_REASON IS NOT NULL
                      OR E.STATUS = 'PENDING')
               GROUP BY 1
               ORDER BY 2 DESC, 1;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_EVT_HELD;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_EVT_HELD
                   INTO :ws-row-key, :ws-row-count;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   move ws-row-key to ws-fig-item
                   move ws-row-count to ws-fig-count
                   perform emit-figure
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_EVT_HELD;
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       report-flag-hide-rates.
           display "-------------------------------------------"
           display "Visitor reports and moderator hides:"

           move "rate" to ws-fig-section
           move ws-entry-total to ws-fig-base

           move "FLAGGED" to ws-fig-item
           move ws-flagged-total to ws-fig-count
           perform emit-figure

           move "HIDDEN" to ws-fig-item
           move ws-hidden-total to ws-fig-count
           perform emit-figure

           exit paragraph.


       report-subscribers.
      *> Subscriptions aren't dated to the event the way entries are,
      *> so the STATUS counts are as of tonight; the NEW line is the
      *> sign-ups that came in during the range.
           move "report-subscribers" to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "Digest subscribers:"

           move "subscribers" to ws-fig-section
           move 0 to ws-fig-base
           move 0 to ws-section-rows

           EXEC SQL
               DECLARE CUR_EVT_SUBS CURSOR FOR
               SELECT STATUS, COUNT(*)
               FROM GUEST_BOOK_SUBSCRIPTION
               WHERE GUEST_BOOK_ID = :ws-book-id
               GROUP BY STATUS
               ORDER BY STATUS;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_EVT_SUBS;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_EVT_SUBS
                   INTO :ws-row-key, :ws-row-count;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   add 1 to ws-section-rows
                   move ws-row-key to ws-fig-item
                   move ws-row-count to ws-fig-count
                   perform emit-figure
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_EVT_SUBS;
           END-EXEC
           perform sqlstate-check

           if ws-section-rows = 0 then
               display "  (no subscriptions)"
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*) INTO :ws-new-sub-total
               FROM GUEST_BOOK_SUBSCRIPTION
               WHERE GUEST_BOOK_ID = :ws-book-id
                 AND CREATE_DT >= :ws-from-ts
                 AND CREATE_DT <= :ws-to-ts
           END-EXEC
           perform sqlstate-check

           move "NEW-IN-RANGE" to ws-fig-item
           move ws-new-sub-total to ws-fig-count
           perform emit-figure

           exit paragraph.


       emit-figure.
      *> One figure, twice: an indented report line and a CSV line.
      *> The percent is left blank where there's no base to take it
      *> against (or the base is empty).
           move ws-fig-count to ws-fig-count-edit
           move spaces to ws-fig-pct-text
           if ws-fig-base > 0 then
               compute ws-fig-pct rounded =
                   ws-fig-count * 100 / ws-fig-base
               end-compute
               move ws-fig-pct to ws-fig-pct-edit
               move function trim(ws-fig-pct-edit)
                   to ws-fig-pct-text
           end-if

           if ws-fig-pct-text = spaces then
               display "  " function trim(ws-fig-item) ": "
                   function trim(ws-fig-count-edit)
               end-display
           else
               display "  " function trim(ws-fig-item) ": "
                   function trim(ws-fig-count-edit)
                   " (" function trim(ws-fig-pct-text) "%)"
               end-display
           end-if

           move spaces to f-csv-line
           string function trim(ws-book-id) ","
               function trim(ws-fig-section) ","
               function trim(ws-fig-item) ","
               function trim(ws-fig-count-edit) ","
               function trim(ws-fig-pct-text)
               into f-csv-line
           end-string
           write f-csv-line end-write
           add 1 to ws-csv-lines-written

           exit paragraph.


       record-run-start.
      *> Scope and range identify the run in the history screen.
           move "START" to WS-RUN-ACTION
           move "event-analytics-report-batch" to WS-RUN-PROGRAM
           move spaces to WS-RUN-ARGS
           string function trim(ws-scope-book) " "
               function trim(ws-from-date-in) " "
               function trim(ws-to-date-in)
               into WS-RUN-ARGS
           end-string
           move "N" to WS-RUN-OWN-CONNECTION
           move 0 to WS-RUN-ROWS
           move spaces to WS-RUN-OUTCOME
           move spaces to WS-RUN-CHECKPOINT
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-end.
           move "END" to WS-RUN-ACTION
           move ws-grand-entries to WS-RUN-ROWS
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
           move "event-analytics-report-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "event-analytics-report-batch" to WS-LOG-PROGRAM
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

       end program event-analytics-report-batch.
