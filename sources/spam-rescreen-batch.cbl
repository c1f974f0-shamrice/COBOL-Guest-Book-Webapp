       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Re-screens entries that are already public against
      *          the current spam-word list. The list at
      *          SPAM_WORD_LIST_PATH is only consulted when an entry
      *          is signed or edited (scan-for-spam-words in
      *          sign-guest-book.cbl, api-sign-guest-book.cbl and
      *          edit-guest-book.cbl), so a word added after a spam
      *          wave did nothing about the entries that had already
      *          got through -- cleaning those up was a hand-written
      *          LIKE query in psql with no audit trail. This batch
      *          reads the list as it stands now and walks the ACTIVE
      *          entries of one book or of every book, optionally
      *          only those signed within a date range. It screens
      *          them exactly the way the signing pages do -- name,
      *          comment and extra-field answers together, upper-
      *          cased, '#' lines in the list skipped -- and an entry
      *          containing a listed word goes back to PENDING with
      *          HOLD_REASON 'SPAM-RESCREEN: <word>' (the first word
      *          in list order that hit) and a RESCREEN row on its
      *          audit trail. HOLD_REASON holds 64 characters, so a
      *          list entry longer than 49 (the room left after the
      *          prefix) is left out of the re-screen and reported in
      *          the heading rather than recorded cut short. A
      *          moderator then approves or deletes it
      *          from the pending queue as usual. Once anything has
      *          been pulled, the static pages are re-published
      *          through STATIC_PUBLISH_CMD so the entries leave the
      *          public snapshot too.
      *
      *          Run as:
      *            spam-rescreen-batch BOOK-ID|ALL [FROM-DATE TO-DATE]
      *                [DRY-RUN]
      *          with both dates as YYYY-MM-DD (inclusive, to end of
      *          day, server time like the other batch reports). The
      *          report of what was pulled goes to stdout -- one line
      *          per entry, then a count per word. DRY-RUN produces
      *          the same report without changing anything, to see
      *          what a new word would catch before letting it.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. spam-rescreen-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-spam-word-list
           assign to ws-cfg-spam-word-list-path
           organization is line sequential
           file status is ws-spam-word-status.

       data division.

       file section.

       fd  fd-spam-word-list.
       01  f-spam-word-line    pic x(64).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-scope-book            pic x(64).
       01  ws-scope-all             pic x.
       01  ws-from-ts               pic x(19).
       01  ws-to-ts                 pic x(19).

       01  ws-entry-id              PIC S9(9) COMP-5.
       01  ws-entry-book-id         pic x(64).
       01  ws-entry-create-dt       pic x(19).
       01  ws-entry-name            pic x(256).
       01  ws-entry-comment         pic x(1024).
       01  ws-entry-extra-1         pic x(256).
       01  ws-entry-extra-2         pic x(256).
       01  ws-entry-extra-3         pic x(256).
       01  ws-entry-extra-4         pic x(256).
       01  ws-entry-extra-5         pic x(256).

       01  ws-hold-reason           pic x(64).
       01  ws-audit-user-agent      pic x(256).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-command-args          pic x(512).
       01  ws-arg-book              pic x(64).
       01  ws-arg-2                 pic x(20).
       01  ws-arg-3                 pic x(20).
       01  ws-arg-4                 pic x(20).
       01  ws-from-date-in          pic x(10).
       01  ws-to-date-in            pic x(10).
       01  ws-args-valid            pic x value "Y".
           88  IS-ARGS-VALID        value "Y".
       01  ws-dry-run               pic x value "N".
           88  IS-DRY-RUN           value "Y".

       01  ws-date-params-valid     pic x value "Y".
           88  IS-DATE-PARAMS-VALID value "Y".
       01  ws-date-check-field      pic x(10).
       01  ws-date-check-pos        pic 9(2).

      *> The word list, read once up front; a hit count per word
      *> for the closing summary. Words past the table's end are
      *> reported and left out rather than silently ignored.
       01  ws-spam-word-status      pic xx.
       01  ws-word-table.
           05  ws-word-count        pic 9(3) value 0.
           05  ws-word-entry        occurs 500 times.
               10  ws-word-text     pic x(64).
               10  ws-word-len      pic 9(3).
               10  ws-word-hits     pic 9(7).
       01  ws-words-dropped         pic 9(5) value 0.
      *> HOLD_REASON is 'SPAM-RESCREEN: ' plus the word in 64
      *> characters, so longer entries can't be named in full.
       01  ws-words-too-long        pic 9(5) value 0.
       01  ws-word-line-len         pic 9(4).
       01  ws-word-idx              pic 9(3).
       01  ws-hit-word-idx          pic 9(3).

       01  ws-spam-scan-text        pic x(2600).
       01  ws-spam-hit-count        pic 9(3).

       01  ws-entry-id-edit         pic z(8)9.
       01  ws-count-edit            pic z(6)9.
       01  ws-snippet               pic x(60).

       01  ws-publish-command       pic x(256).

       01  ws-entries-eof           pic x value "N".
           88  IS-ENTRIES-EOF       value "Y".
       01  ws-entries-scanned       pic 9(9) value 0.
       01  ws-entries-matched       pic 9(9) value 0.
       01  ws-entries-pulled        pic 9(9) value 0.
       01  ws-entries-skipped       pic 9(9) value 0.

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           accept ws-command-args from command-line end-accept
           perform parse-arguments
           if not IS-ARGS-VALID then
               display "usage: spam-rescreen-batch BOOK-ID|ALL "
                   "[FROM-DATE(YYYY-MM-DD) TO-DATE(YYYY-MM-DD)] "
                   "[DRY-RUN]"
               end-display
               move 1 to return-code
               goback
           end-if

           if not IS-DATE-PARAMS-VALID then
               display "spam-rescreen-batch: "
                   function trim(ws-from-date-in) " to "
                   function trim(ws-to-date-in)
                   " is not a valid YYYY-MM-DD date range"
               end-display
               move 1 to return-code
               goback
           end-if

      *> Without a list there is nothing to screen against; unlike
      *> the signing pages, for this batch that is worth saying.
           perform load-spam-words
           if ws-word-count = 0 then
               display "spam-rescreen-batch: no spam words in "
                   function trim(ws-cfg-spam-word-list-path)
                   " -- nothing to screen against"
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

           perform record-run-start
           if IS-RUN-BUSY then
               display "spam-rescreen-batch: a previous run is still "
                   "in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           perform report-heading
           perform rescreen-entries

      *> Pulled entries are still on the static pages until the next
      *> publish; refresh them now, same trusted-config command the
      *> moderation screens run after an action.
           if ws-entries-pulled > 0 then
               perform trigger-static-publish
           end-if

           perform report-summary

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           goback.


       parse-arguments.
      *> BOOK-ID|ALL, then either nothing, DRY-RUN, or a FROM-DATE
      *> TO-DATE pair optionally followed by DRY-RUN.
           move "Y" to ws-args-valid
           move "Y" to ws-date-params-valid
           move "N" to ws-dry-run
           move spaces to ws-arg-book
           move spaces to ws-arg-2
           move spaces to ws-arg-3
           move spaces to ws-arg-4
           move spaces to ws-from-date-in
           move spaces to ws-to-date-in

           unstring ws-command-args delimited by all space
               into ws-arg-book ws-arg-2 ws-arg-3 ws-arg-4
           end-unstring

           if function trim(ws-arg-book) = spaces then
               move "N" to ws-args-valid
               exit paragraph
           end-if

           if function upper-case(function trim(ws-arg-book))
               = "ALL" then
               move "Y" to ws-scope-all
               move spaces to ws-scope-book
           else
               move "N" to ws-scope-all
               move ws-arg-book to ws-scope-book
           end-if

           if function upper-case(function trim(ws-arg-2))
               = "DRY-RUN" then
               move "Y" to ws-dry-run
               if ws-arg-3 not = spaces then
                   move "N" to ws-args-valid
               end-if
               exit paragraph
           end-if

           if ws-arg-2 = spaces then
               exit paragraph
           end-if

           if ws-arg-3 = spaces then
               move "N" to ws-args-valid
               exit paragraph
           end-if

           if function upper-case(function trim(ws-arg-4))
               = "DRY-RUN" then
               move "Y" to ws-dry-run
           else
               if ws-arg-4 not = spaces then
                   move "N" to ws-args-valid
                   exit paragraph
               end-if
           end-if

           move ws-arg-2 to ws-from-date-in
           move ws-arg-3 to ws-to-date-in
           if function trim(ws-arg-2) not = ws-from-date-in
               or function trim(ws-arg-3) not = ws-to-date-in then
               move "N" to ws-date-params-valid
               exit paragraph
           end-if

           move ws-from-date-in to ws-date-check-field
           perform validate-date-field
           move ws-to-date-in to ws-date-check-field
           perform validate-date-field

           if IS-DATE-PARAMS-VALID
               and ws-from-date-in > ws-to-date-in then
               move "N" to ws-date-params-valid
           end-if

           exit paragraph.


       validate-date-field.
           if function trim(ws-date-check-field) = spaces then
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


       load-spam-words.
           move 0 to ws-word-count
           move 0 to ws-words-dropped
           move 0 to ws-words-too-long

           open input fd-spam-word-list
           if ws-spam-word-status not < 10 then
               exit paragraph
           end-if

           perform until ws-spam-word-status not < 10
               read fd-spam-word-list
                   at end
                       continue
                   not at end
                       perform load-spam-word-line
               end-read
           end-perform
           close fd-spam-word-list

           exit paragraph.


       load-spam-word-line.
      *> Same reading of a list line as check-spam-word-line in the
      *> signing programs.
           if function trim(f-spam-word-line) = spaces
               or f-spam-word-line(1:1) = "#" then
               exit paragraph
           end-if

           compute ws-word-line-len =
               function length(function trim(f-spam-word-line))
           if ws-word-line-len > 49 then
               add 1 to ws-words-too-long
               exit paragraph
           end-if

           if ws-word-count >= 500 then
               add 1 to ws-words-dropped
               exit paragraph
           end-if

           add 1 to ws-word-count
           move function upper-case(function trim(f-spam-word-line))
               to ws-word-text(ws-word-count)
           compute ws-word-len(ws-word-count) =
               function length(
                   function trim(ws-word-text(ws-word-count)))
           move 0 to ws-word-hits(ws-word-count)

           exit paragraph.


       report-heading.
           if IS-DRY-RUN then
               display "Guest Book Spam Re-screen Report (DRY RUN -- "
                   "nothing changed)"
               end-display
           else
               display "Guest Book Spam Re-screen Report"
           end-if

           if ws-scope-all = "Y" then
               display "Books:      all"
           else
               display "Book:       " function trim(ws-scope-book)
           end-if

           if ws-from-date-in = spaces then
               display "Signed:     any date"
           else
               display "Signed:     " function trim(ws-from-date-in)
                   " to " function trim(ws-to-date-in)
               end-display
           end-if

           move ws-word-count to ws-count-edit
           display "Word list:  "
               function trim(ws-cfg-spam-word-list-path) " ("
               function trim(ws-count-edit) " word(s))"
           end-display
           if ws-words-dropped > 0 then
               move ws-words-dropped to ws-count-edit
               display "            WARNING: "
                   function trim(ws-count-edit)
                   " word(s) past the first 500 were not screened"
               end-display
           end-if
           if ws-words-too-long > 0 then
               move ws-words-too-long to ws-count-edit
               display "            WARNING: "
                   function trim(ws-count-edit)
                   " word(s) longer than 49 characters were not "
                   "screened"
               end-display
           end-if

           display "==========================================="

           exit paragraph.


       rescreen-entries.
           move "rescreen-entries" to WS-LOG-OPERATION

           if ws-from-date-in = spaces then
               move "0001-01-01 00:00:00" to ws-from-ts
               move "9999-12-31 23:59:59" to ws-to-ts
           else
               move spaces to ws-from-ts
               string function trim(ws-from-date-in) " 00:00:00"
                   into ws-from-ts
               end-string
               move spaces to ws-to-ts
               string function trim(ws-to-date-in) " 23:59:59"
                   into ws-to-ts
               end-string
           end-if

           EXEC SQL
               DECLARE CUR_RESCREEN CURSOR FOR
               SELECT ID, GUEST_BOOK_ID,
                   TO_CHAR(CREATE_DT, 'YYYY-MM-DD HH24:MI:SS'),
                   GUEST_NAME, GUEST_COMMENT,
                   COALESCE(EXTRA_FIELD_1, ''),
                   COALESCE(EXTRA_FIELD_2, ''),
                   COALESCE(EXTRA_FIELD_3, ''),
                   COALESCE(EXTRA_FIELD_4, ''),
                   COALESCE(EXTRA_FIELD_5, '')
               FROM GUEST_ENTRY
               WHERE STATUS = 'ACTIVE'
                 AND (:ws-scope-all = 'Y'
                      OR GUEST_BOOK_ID = :ws-scope-book)
                 AND CREATE_DT >= :ws-from-ts
                 AND CREATE_DT <= :ws-to-ts
               ORDER BY GUEST_BOOK_ID, ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_RESCREEN;
           END-EXEC
           perform sqlstate-check

      *> Pulling an entry runs its own SQL, so the loop keeps its
      *> own end flag rather than watching sqlcode.
           move "N" to ws-entries-eof
           perform until IS-ENTRIES-EOF
               EXEC SQL
                   FETCH CUR_RESCREEN
                   INTO :ws-entry-id, :ws-entry-book-id,
                       :ws-entry-create-dt, :ws-entry-name,
                       :ws-entry-comment, :ws-entry-extra-1,
                       :ws-entry-extra-2, :ws-entry-extra-3,
                       :ws-entry-extra-4, :ws-entry-extra-5;
               END-EXEC
               perform sqlstate-check
               if sqlcode = 100 then
                   move "Y" to ws-entries-eof
               else
                   add 1 to ws-entries-scanned
                   perform screen-entry
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_RESCREEN;
           END-EXEC
           perform sqlstate-check

           if ws-entries-matched = 0 then
               display "  (no ACTIVE entry in scope contains a "
                   "listed word)"
               end-display
           end-if

           exit paragraph.


       screen-entry.
      *> Name, comment and extra-field answers, upper-cased -- the
      *> same text scan-for-spam-words builds at signing time.
           move spaces to ws-spam-scan-text
           string
               function upper-case(function trim(ws-entry-name)) " "
               function upper-case(function trim(ws-entry-comment))
               " "
               function upper-case(function trim(ws-entry-extra-1))
               " "
               function upper-case(function trim(ws-entry-extra-2))
               " "
               function upper-case(function trim(ws-entry-extra-3))
               " "
               function upper-case(function trim(ws-entry-extra-4))
               " "
               function upper-case(function trim(ws-entry-extra-5))
               into ws-spam-scan-text
           end-string

           move 0 to ws-hit-word-idx
           perform varying ws-word-idx from 1 by 1
               until ws-word-idx > ws-word-count
               or ws-hit-word-idx > 0
               move 0 to ws-spam-hit-count
               inspect ws-spam-scan-text
                   tallying ws-spam-hit-count
                   for all ws-word-text(ws-word-idx)
                       (1:ws-word-len(ws-word-idx))
               if ws-spam-hit-count > 0 then
                   move ws-word-idx to ws-hit-word-idx
               end-if
           end-perform

           if ws-hit-word-idx = 0 then
               exit paragraph
           end-if

           add 1 to ws-entries-matched
           add 1 to ws-word-hits(ws-hit-word-idx)

           move ws-entry-id to ws-entry-id-edit
           move ws-entry-comment to ws-snippet
           inspect ws-snippet converting x"0D0A" to spaces

           if IS-DRY-RUN then
               display "WOULD PULL #" function trim(ws-entry-id-edit)
                   " " function trim(ws-entry-book-id)
                   " " ws-entry-create-dt
                   " word=" function trim(ws-word-text(ws-hit-word-idx))
               end-display
           else
               perform pull-entry
           end-if
           display "    " function trim(ws-entry-name) ": "
               function trim(ws-snippet)
           end-display

           exit paragraph.


       pull-entry.
      *> Only while still ACTIVE -- a moderator may have hidden or
      *> deleted it since the cursor read it, and that decision
      *> stands.
           move "pull-entry" to WS-LOG-OPERATION
           move spaces to ws-hold-reason
           string "SPAM-RESCREEN: "
               function trim(ws-word-text(ws-hit-word-idx))
               into ws-hold-reason
           end-string

           EXEC SQL
               UPDATE GUEST_ENTRY
               SET STATUS = 'PENDING',
                   HOLD_REASON = :ws-hold-reason
               WHERE ID = :ws-entry-id
                 AND STATUS = 'ACTIVE'
           END-EXEC
           perform sqlstate-check

           if sqlcode = 100 then
               add 1 to ws-entries-skipped
               display "SKIPPED    #" function trim(ws-entry-id-edit)
                   " " function trim(ws-entry-book-id)
                   " " ws-entry-create-dt
                   " -- no longer ACTIVE"
               end-display
               move "rescreen-entries" to WS-LOG-OPERATION
               exit paragraph
           end-if

           add 1 to ws-entries-pulled
           display "PULLED     #" function trim(ws-entry-id-edit)
               " " function trim(ws-entry-book-id)
               " " ws-entry-create-dt
               " word=" function trim(ws-word-text(ws-hit-word-idx))
           end-display

           perform write-audit-record
           move "rescreen-entries" to WS-LOG-OPERATION

           exit paragraph.


       write-audit-record.
      *> The entry is already back in the pending queue by the time
      *> this runs, so a failed audit-trail write is logged rather
      *> than stopping the run -- same as the moderation screens'
      *> write-audit-record. USER_AGENT names the batch and the word,
      *> so the audit browser shows why it was pulled.
           move "write-audit-record" to WS-LOG-OPERATION
           move spaces to ws-audit-user-agent
           string "guestbook-spam-rescreen word="
               function trim(ws-word-text(ws-hit-word-idx))
               into ws-audit-user-agent
           end-string

           EXEC SQL
               INSERT INTO GUEST_ENTRY_AUDIT(
                   ENTRY_ID, ACTION, USER_AGENT, GUEST_BOOK_ID)
               VALUES (
                   :ws-entry-id, 'RESCREEN', :ws-audit-user-agent,
                   :ws-entry-book-id);
           END-EXEC
           if sqlcode < 0
               perform log-sql-problem
               display "           audit row not written, SQLSTATE="
                   sqlstate
               end-display
           else
               perform sqlstate-check
           end-if
           exit paragraph.


       report-summary.
           display "-------------------------------------------"
           display "Entries by word:"
           perform varying ws-word-idx from 1 by 1
               until ws-word-idx > ws-word-count
               if ws-word-hits(ws-word-idx) > 0 then
                   move ws-word-hits(ws-word-idx) to ws-count-edit
                   display "  " ws-count-edit "  "
                       function trim(ws-word-text(ws-word-idx))
                   end-display
               end-if
           end-perform
           if ws-entries-matched = 0 then
               display "  (none)"
           end-if

           display "-------------------------------------------"
           if IS-DRY-RUN then
               display "spam-rescreen-batch: DRY RUN, "
                   ws-entries-scanned " ACTIVE entries screened, "
                   ws-entries-matched " would be pulled"
               end-display
           else
               display "spam-rescreen-batch: "
                   ws-entries-scanned " ACTIVE entries screened, "
                   ws-entries-pulled " pulled to PENDING, "
                   ws-entries-skipped " skipped (changed meanwhile)"
               end-display
           end-if

           exit paragraph.


       trigger-static-publish.
           if function trim(ws-cfg-static-publish-cmd) not = spaces
               then
               move ws-cfg-static-publish-cmd to ws-publish-command
               call "SYSTEM" using ws-publish-command end-call
           end-if
           exit paragraph.


       record-run-start.
      *> Scope, range and mode identify the run in the history screen.
           move "START" to WS-RUN-ACTION
           move "spam-rescreen-batch" to WS-RUN-PROGRAM
           move spaces to WS-RUN-ARGS
           string function trim(ws-arg-book) " "
               function trim(ws-arg-2) " "
               function trim(ws-arg-3) " "
               function trim(ws-arg-4)
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
      *> Rows are the entries pulled (for a dry run, that would be).
           move "END" to WS-RUN-ACTION
           if IS-DRY-RUN then
               move ws-entries-matched to WS-RUN-ROWS
           else
               move ws-entries-pulled to WS-RUN-ROWS
           end-if
           move "OK" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-failed.
           move "END" to WS-RUN-ACTION
           move ws-entries-pulled to WS-RUN-ROWS
           move "FAILED" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL
      *> error detail -- the first place we look every morning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "spam-rescreen-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "spam-rescreen-batch" to WS-LOG-PROGRAM
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

       end program spam-rescreen-batch.
