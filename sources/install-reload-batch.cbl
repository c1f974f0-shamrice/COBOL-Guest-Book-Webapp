       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Disaster-recovery reload of a backup set written by
      *          install-backup-batch.cbl, into an empty database
      *          freshly built from sql/schema.sql.
      *          Nothing is loaded until the whole set checks out:
      *          CONTROL.dat must carry its END line (a cut-short
      *          backup has none), every table the backup writes must
      *          be listed, and each <TABLE>.dat must re-count to the
      *          listed rows and re-checksum (Adler-32, same as the
      *          backup) to the listed value. The target database
      *          must be empty too -- only the 'default' GUEST_BOOK
      *          row schema.sql seeds is allowed, and it's overwritten
      *          by the backed-up one -- so a reload can never be laid
      *          over a live install by mistake.
      *          Tables load parents first (registry, accounts, keys,
      *          then entries and everything hanging off them) with
      *          their original IDs, then the SERIAL sequences are
      *          moved past the highest reloaded ID -- the hot and
      *          archive tables together, since archived rows keep
      *          the hot table's IDs and a reused one would collide at
      *          the next archive run. The load is one transaction: a
      *          failure part-way leaves the database as empty as it
      *          was, ready to run again.
      *
      *          Run as:
      *            install-reload-batch DIRECTORY
      *          naming the backup set's directory.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. install-reload-batch.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-table-file assign to ws-table-path
           organization is line sequential
           file status is ws-table-status.

           select fd-control-file assign to ws-control-path
           organization is line sequential
           file status is ws-control-status.

       data division.

       file section.

       fd  fd-table-file.
       01  f-table-line             pic x(8192).

       fd  fd-control-file.
       01  f-control-line           pic x(256).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       EXEC SQL
           BEGIN DECLARE SECTION
       END-EXEC.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-line                  pic x(8192).
       01  ws-existing-rows         PIC S9(9) COMP-5.
       01  ws-seq-next              PIC S9(9) COMP-5.

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-command-args          pic x(512).
       01  ws-backup-dir            pic x(256).

       01  ws-table-name            pic x(32).
       01  ws-table-path            pic x(300).
       01  ws-table-status          pic xx.
       01  ws-control-path          pic x(300).
       01  ws-control-status        pic xx.

      *> How many tables install-backup-batch writes; a set listing
      *> fewer (an older program's, or a hand-trimmed one) isn't a
      *> whole install.
       01  ws-expected-tables       pic 9(3) value 18.

       01  ws-ctl-tag               pic x(32).
       01  ws-ctl-rows              pic x(16).
       01  ws-ctl-checksum          pic x(16).
       01  ws-ctl-stamp             pic x(32).
       01  ws-ctl-end-seen          pic x value "N".
           88  IS-CTL-END-SEEN      value "Y".
       01  ws-ctl-tables-listed     pic 9(3).

       01  ws-set-valid             pic x value "Y".
           88  IS-SET-VALID         value "Y".
       01  ws-table-known           pic x.
           88  IS-TABLE-KNOWN       value "Y".
       01  ws-tables-verified       pic 9(3) value 0.

       01  ws-in-transaction        pic x value "N".
           88  IS-IN-TRANSACTION    value "Y".

       01  ws-table-eof             pic x.
           88  IS-TABLE-EOF         value "Y".
       01  ws-table-rows            pic 9(9).
       01  ws-tables-loaded         pic 9(3) value 0.
       01  ws-total-rows            pic 9(9) value 0.
       01  ws-rows-digits           pic z(8)9.

      *> Adler-32 running sums for the file being checked, and the
      *> finished value to hold against its CONTROL.dat line.
       01  ws-adler-a               pic 9(5).
       01  ws-adler-b               pic 9(5).
       01  ws-checksum              pic 9(10).
       01  ws-line-length           pic 9(5).
       01  ws-check-pos             pic 9(5).

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION

           accept ws-command-args from command-line end-accept

           move spaces to ws-backup-dir
           unstring ws-command-args delimited by all space
               into ws-backup-dir
           end-unstring

           if function trim(ws-backup-dir) = spaces then
               display "usage: install-reload-batch DIRECTORY"
               move 1 to return-code
               goback
           end-if

           display "Guest Book Install Reload - from "
               function trim(ws-backup-dir)
           end-display

           perform verify-backup-set
           if not IS-SET-VALID then
               display "install-reload-batch: backup set "
                   function trim(ws-backup-dir)
                   " failed its checks -- nothing loaded"
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
               display "install-reload-batch: a previous run is "
                   "still in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           perform check-database-empty
           if ws-existing-rows > 0 then
               display "install-reload-batch: the target database "
                   "already holds " ws-existing-rows " row(s) -- a "
                   "reload only goes into an empty install"
               end-display
               move 1 to return-code
               perform record-run-failed
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           move "start-reload" to WS-LOG-OPERATION
           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform sqlstate-check
           move "Y" to ws-in-transaction

           display "-------------------------------------------"
           display "Loading:"

      *> Parents before children -- the order the backup wrote them.
           move "GUEST_BOOK" to ws-table-name
           perform reload-table
           move "MODERATOR" to ws-table-name
           perform reload-table
           move "MODERATOR_BOOK" to ws-table-name
           perform reload-table
           move "API_KEY" to ws-table-name
           perform reload-table
           move "API_KEY_BOOK" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY_REPLY" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY_FLAG" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY_AUDIT" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY_ARCHIVE" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY_AUDIT_ARCHIVE" to ws-table-name
           perform reload-table
           move "BANNED_ADDRESS" to ws-table-name
           perform reload-table
           move "GUEST_BOOK_SUBSCRIPTION" to ws-table-name
           perform reload-table
           move "GUEST_BOOK_CLOSEOUT" to ws-table-name
           perform reload-table
           move "MAIL_BOUNCE" to ws-table-name
           perform reload-table
           move "ENTRY_MESSAGE" to ws-table-name
           perform reload-table
           move "GUEST_BOOK_FIELD" to ws-table-name
           perform reload-table
           move "GUEST_ENTRY_RECYCLE" to ws-table-name
           perform reload-table

           perform reset-sequences

           move "end-reload" to WS-LOG-OPERATION
           EXEC SQL
               COMMIT
           END-EXEC
           perform sqlstate-check
           move "N" to ws-in-transaction

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           display "-------------------------------------------"
           display "install-reload-batch: " ws-tables-loaded
               " table(s), " ws-total-rows " row(s) reloaded from "
               function trim(ws-backup-dir)
           end-display

           goback.


       verify-backup-set.
      *> Every check runs before anything touches the database, and
      *> every failure is reported, not just the first.
           move "Y" to ws-set-valid
           move "N" to ws-ctl-end-seen
           move 0 to ws-ctl-tables-listed

           move spaces to ws-control-path
           string function trim(ws-backup-dir) "/CONTROL.dat"
               into ws-control-path
           end-string

           open input fd-control-file
           if ws-control-status not = "00" then
               display "  " function trim(ws-control-path)
                   " cannot be read (status " ws-control-status ")"
               end-display
               move "N" to ws-set-valid
               exit paragraph
           end-if

           read fd-control-file
               at end
                   move spaces to f-control-line
           end-read
           move spaces to ws-ctl-tag
           move spaces to ws-ctl-stamp
           unstring f-control-line delimited by "|"
               into ws-ctl-tag ws-ctl-stamp
           end-unstring
           if ws-ctl-tag not = "GUESTBOOK-BACKUP" then
               display "  " function trim(ws-control-path)
                   " is not an install backup control file"
               end-display
               move "N" to ws-set-valid
               close fd-control-file
               exit paragraph
           end-if
           display "  backup taken " function trim(ws-ctl-stamp)

           perform until ws-control-status not = "00"
               read fd-control-file
                   at end
                       continue
                   not at end
                       perform verify-control-line
               end-read
           end-perform
           close fd-control-file

           if not IS-CTL-END-SEEN then
               display "  CONTROL.dat has no END line -- the backup "
                   "did not finish"
               end-display
               move "N" to ws-set-valid
           end-if

           if ws-tables-verified not = ws-expected-tables then
               display "  " ws-tables-verified " of "
                   ws-expected-tables " table(s) present and intact"
               end-display
               move "N" to ws-set-valid
           end-if

           exit paragraph.


       verify-control-line.
           move spaces to ws-ctl-tag
           move spaces to ws-ctl-rows
           move spaces to ws-ctl-checksum
           unstring f-control-line delimited by "|"
               into ws-ctl-tag ws-ctl-rows ws-ctl-checksum
           end-unstring

           if ws-ctl-tag = "END" then
               move "Y" to ws-ctl-end-seen
               exit paragraph
           end-if

           if IS-CTL-END-SEEN then
               display "  line after END in CONTROL.dat: "
                   function trim(f-control-line)
               end-display
               move "N" to ws-set-valid
               exit paragraph
           end-if

           add 1 to ws-ctl-tables-listed
           move ws-ctl-tag to ws-table-name
           perform check-table-name
           if not IS-TABLE-KNOWN then
               display "  unknown table in CONTROL.dat: "
                   function trim(ws-table-name)
               end-display
               move "N" to ws-set-valid
               exit paragraph
           end-if

           if function test-numval(ws-ctl-rows) not = 0
               or function test-numval(ws-ctl-checksum) not = 0 then
               display "  unreadable CONTROL.dat line for "
                   function trim(ws-table-name)
               end-display
               move "N" to ws-set-valid
               exit paragraph
           end-if

           perform open-table-file
           if ws-table-status not = "00" then
               move "N" to ws-set-valid
               exit paragraph
           end-if

           move 0 to ws-table-rows
           move 1 to ws-adler-a
           move 0 to ws-adler-b
           perform until ws-table-status not = "00"
               read fd-table-file
                   at end
                       continue
                   not at end
                       move f-table-line to ws-line
                       add 1 to ws-table-rows
                       perform add-line-to-checksum
               end-read
           end-perform
           close fd-table-file

           compute ws-checksum = ws-adler-b * 65536 + ws-adler-a
           end-compute
           move ws-table-rows to ws-rows-digits

           if ws-table-rows not = function numval(ws-ctl-rows)
               or ws-checksum not = function numval(ws-ctl-checksum)
               then
               display "  " function trim(ws-table-name) ": "
                   function trim(ws-rows-digits) " row(s), checksum "
                   ws-checksum " -- CONTROL.dat says "
                   function trim(ws-ctl-rows) " row(s), checksum "
                   function trim(ws-ctl-checksum)
               end-display
               move "N" to ws-set-valid
               exit paragraph
           end-if

           add 1 to ws-tables-verified
           display "  " function trim(ws-table-name) ": "
               function trim(ws-rows-digits) " row(s) verified"
           end-display

           exit paragraph.


       check-table-name.
      *> The tables install-backup-batch writes -- keep in step with
      *> its backup-* paragraphs and ws-expected-tables.
           evaluate ws-table-name
               when "GUEST_BOOK"
               when "MODERATOR"
               when "MODERATOR_BOOK"
               when "API_KEY"
               when "API_KEY_BOOK"
               when "GUEST_ENTRY"
               when "GUEST_ENTRY_REPLY"
               when "GUEST_ENTRY_FLAG"
               when "GUEST_ENTRY_AUDIT"
               when "GUEST_ENTRY_ARCHIVE"
               when "GUEST_ENTRY_AUDIT_ARCHIVE"
               when "BANNED_ADDRESS"
               when "GUEST_BOOK_SUBSCRIPTION"
               when "GUEST_BOOK_CLOSEOUT"
               when "MAIL_BOUNCE"
               when "ENTRY_MESSAGE"
               when "GUEST_BOOK_FIELD"
               when "GUEST_ENTRY_RECYCLE"
                   move "Y" to ws-table-known
               when other
                   move "N" to ws-table-known
           end-evaluate
           exit paragraph.


       open-table-file.
           move spaces to ws-table-path
           string function trim(ws-backup-dir) "/"
               function trim(ws-table-name) ".dat"
               into ws-table-path
           end-string

           open input fd-table-file
           if ws-table-status not = "00" then
               display "  " function trim(ws-table-path)
                   " cannot be read (status " ws-table-status ")"
               end-display
           end-if

           exit paragraph.


       add-line-to-checksum.
      *> Same Adler-32 install-backup-batch computes as it writes:
      *> the line's bytes, then its line end.
           move function length(function trim(ws-line trailing))
               to ws-line-length
           perform varying ws-check-pos from 1 by 1
               until ws-check-pos > ws-line-length
               compute ws-adler-a = function mod(
                   ws-adler-a + function ord(ws-line(ws-check-pos:1))
                       - 1, 65521)
               end-compute
               compute ws-adler-b = function mod(
                   ws-adler-b + ws-adler-a, 65521)
               end-compute
           end-perform

           compute ws-adler-a = function mod(ws-adler-a + 10, 65521)
           end-compute
           compute ws-adler-b = function mod(ws-adler-b + ws-adler-a,
               65521)
           end-compute

           exit paragraph.


       check-database-empty.
      *> Everything the reload writes, bar the seeded 'default' book.
           move "check-database-empty" to WS-LOG-OPERATION
           EXEC SQL
               SELECT (SELECT COUNT(*) FROM GUEST_BOOK
                       WHERE GUEST_BOOK_ID <> 'default')
                   + (SELECT COUNT(*) FROM MODERATOR)
                   + (SELECT COUNT(*) FROM MODERATOR_BOOK)
                   + (SELECT COUNT(*) FROM API_KEY)
                   + (SELECT COUNT(*) FROM API_KEY_BOOK)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY_REPLY)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY_FLAG)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY_AUDIT)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY_ARCHIVE)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY_AUDIT_ARCHIVE)
                   + (SELECT COUNT(*) FROM BANNED_ADDRESS)
                   + (SELECT COUNT(*) FROM GUEST_BOOK_SUBSCRIPTION)
                   + (SELECT COUNT(*) FROM GUEST_BOOK_CLOSEOUT)
                   + (SELECT COUNT(*) FROM MAIL_BOUNCE)
                   + (SELECT COUNT(*) FROM ENTRY_MESSAGE)
                   + (SELECT COUNT(*) FROM GUEST_BOOK_FIELD)
                   + (SELECT COUNT(*) FROM GUEST_ENTRY_RECYCLE)
               INTO :ws-existing-rows
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       reload-table.
      *> Each INSERT can fail on its own SQL, so the read loop keeps
      *> its own end flag rather than watching the file status.
           move "reload-table" to WS-LOG-OPERATION
           perform open-table-file
           if ws-table-status not = "00" then
               perform abandon-reload
           end-if

           move 0 to ws-table-rows
           move "N" to ws-table-eof
           perform until IS-TABLE-EOF
               read fd-table-file
                   at end
                       move "Y" to ws-table-eof
                   not at end
                       move f-table-line to ws-line
                       perform load-table-line
                       add 1 to ws-table-rows
               end-read
           end-perform
           close fd-table-file

           move ws-table-rows to ws-rows-digits
           display "  " function trim(ws-table-name) ": "
               function trim(ws-rows-digits) " row(s)"
           end-display

           add 1 to ws-tables-loaded
           add ws-table-rows to ws-total-rows

           exit paragraph.


       load-table-line.
           evaluate ws-table-name
               when "GUEST_BOOK"
                   perform load-guest-book-line
               when "MODERATOR"
                   perform load-moderator-line
               when "MODERATOR_BOOK"
                   perform load-moderator-book-line
               when "API_KEY"
                   perform load-api-key-line
               when "API_KEY_BOOK"
                   perform load-api-key-book-line
               when "GUEST_ENTRY"
                   perform load-guest-entry-line
               when "GUEST_ENTRY_REPLY"
                   perform load-entry-reply-line
               when "GUEST_ENTRY_FLAG"
                   perform load-entry-flag-line
               when "GUEST_ENTRY_AUDIT"
                   perform load-entry-audit-line
               when "GUEST_ENTRY_ARCHIVE"
                   perform load-entry-archive-line
               when "GUEST_ENTRY_AUDIT_ARCHIVE"
                   perform load-audit-archive-line
               when "BANNED_ADDRESS"
                   perform load-banned-address-line
               when "GUEST_BOOK_SUBSCRIPTION"
                   perform load-subscription-line
               when "GUEST_BOOK_CLOSEOUT"
                   perform load-book-closeout-line
               when "MAIL_BOUNCE"
                   perform load-mail-bounce-line
               when "ENTRY_MESSAGE"
                   perform load-entry-message-line
               when "GUEST_BOOK_FIELD"
                   perform load-book-field-line
               when "GUEST_ENTRY_RECYCLE"
                   perform load-entry-recycle-line
           end-evaluate
           exit paragraph.


       load-guest-book-line.
           EXEC SQL
               INSERT INTO GUEST_BOOK (
                   GUEST_BOOK_ID, DISPLAY_TITLE, DESCRIPTION, STATUS,
                   PRE_MODERATE, OPEN_DT, CLOSE_DT, CREATE_DT,
                   ORGANIZER_NAME, ORGANIZER_EMAIL, TIME_ZONE,
                   DATE_STYLE, LANGUAGE_CODE, LAST_DIGEST_DT)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 5)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 6)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 7)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 8)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 9)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 10)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 11)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 12)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 13)),
                   CAST(NULLIF(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 14)), '') AS TIMESTAMP))
               ON CONFLICT (GUEST_BOOK_ID) DO UPDATE
               SET DISPLAY_TITLE = EXCLUDED.DISPLAY_TITLE,
                   DESCRIPTION = EXCLUDED.DESCRIPTION,
                   STATUS = EXCLUDED.STATUS,
                   PRE_MODERATE = EXCLUDED.PRE_MODERATE,
                   OPEN_DT = EXCLUDED.OPEN_DT,
                   CLOSE_DT = EXCLUDED.CLOSE_DT,
                   CREATE_DT = EXCLUDED.CREATE_DT,
                   ORGANIZER_NAME = EXCLUDED.ORGANIZER_NAME,
                   ORGANIZER_EMAIL = EXCLUDED.ORGANIZER_EMAIL,
                   TIME_ZONE = EXCLUDED.TIME_ZONE,
                   DATE_STYLE = EXCLUDED.DATE_STYLE,
                   LANGUAGE_CODE = EXCLUDED.LANGUAGE_CODE,
                   LAST_DIGEST_DT = EXCLUDED.LAST_DIGEST_DT
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-moderator-line.
           EXEC SQL
               INSERT INTO MODERATOR (
                   MODERATOR_ID, PASSWORD_HASH, MOD_ROLE, STATUS,
                   CREATE_DT)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-moderator-book-line.
           EXEC SQL
               INSERT INTO MODERATOR_BOOK (
                   MODERATOR_ID, GUEST_BOOK_ID)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-api-key-line.
           EXEC SQL
               INSERT INTO API_KEY (
                   API_KEY, LABEL, STATUS, QUOTA_PER_MINUTE, CREATE_DT)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 4)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-api-key-book-line.
           EXEC SQL
               INSERT INTO API_KEY_BOOK (
                   API_KEY, GUEST_BOOK_ID)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-guest-entry-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY (
                   ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 6)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 7)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 8)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 9)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 10)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 11)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 12)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 13)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 14)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-entry-reply-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY_REPLY (
                   ENTRY_ID, REPLY_TEXT, CREATE_DT)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 3)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-entry-flag-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY_FLAG (
                   ID, ENTRY_ID, REMOTE_ADDR, REASON, CREATE_DT)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-entry-audit-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY_AUDIT (
                   ID, ENTRY_ID, ACTION, REMOTE_ADDR, USER_AGENT,
                   CREATE_DT, GUEST_BOOK_ID, MODERATOR_ID)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 5)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 6)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 7)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 8)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-entry-archive-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY_ARCHIVE (
                   ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   REPLY_TEXT, ARCHIVED_DT, EXTRA_FIELD_1,
                   EXTRA_FIELD_2, EXTRA_FIELD_3, EXTRA_FIELD_4,
                   EXTRA_FIELD_5)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 6)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 7)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 8)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 9)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 10)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 11)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 12)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 13)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 14)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 15)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-audit-archive-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY_AUDIT_ARCHIVE (
                   ID, ENTRY_ID, ACTION, REMOTE_ADDR, USER_AGENT,
                   GUEST_BOOK_ID, CREATE_DT, ARCHIVED_DT, MODERATOR_ID)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 5)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 6)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 7)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 8)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 9)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-banned-address-line.
           EXEC SQL
               INSERT INTO BANNED_ADDRESS (
                   REMOTE_ADDR, EXPIRE_DT, CREATE_DT, MODERATOR_ID)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 3)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-subscription-line.
           EXEC SQL
               INSERT INTO GUEST_BOOK_SUBSCRIPTION (
                   ID, GUEST_BOOK_ID, EMAIL, STATUS, SUB_TOKEN,
                   CREATE_DT, CONFIRMED_DT)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 5)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 6)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 7)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-book-closeout-line.
           EXEC SQL
               INSERT INTO GUEST_BOOK_CLOSEOUT (
                   GUEST_BOOK_ID, LAST_STEP, LAST_STEP_DT,
                   KEEPSAKE_PATH, ARCHIVE_DUE_DT, FAILED_STEP,
                   LAST_ERROR, START_DT)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 3)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 6)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 7)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 8)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-mail-bounce-line.
           EXEC SQL
               INSERT INTO MAIL_BOUNCE (
                   EMAIL, HARD_COUNT, SOFT_COUNT, LAST_TYPE,
                   LAST_STATUS, LAST_DIAGNOSTIC, FIRST_BOUNCE_DT,
                   LAST_BOUNCE_DT, SUPPRESSED_DT)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 3)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 5)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 6)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 7)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 8)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 9)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-entry-message-line.
           EXEC SQL
               INSERT INTO ENTRY_MESSAGE (
                   ID, ENTRY_ID, GUEST_BOOK_ID, MODERATOR_ID,
                   MESSAGE_TEXT, CREATE_DT)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 5)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 6)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-book-field-line.
           EXEC SQL
               INSERT INTO GUEST_BOOK_FIELD (
                   GUEST_BOOK_ID, FIELD_NO, LABEL, REQUIRED, MAX_LENGTH,
                   CREATE_DT)
               VALUES (
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 1)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 2)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS INTEGER),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 6)) AS TIMESTAMP))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       load-entry-recycle-line.
           EXEC SQL
               INSERT INTO GUEST_ENTRY_RECYCLE (
                   ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5,
                   REPLY_TEXT, REPLY_DT, DELETED_DT, DELETED_BY)
               VALUES (
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 1)) AS INTEGER),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 2)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 3)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 4)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 5)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 6)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 7)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 8)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 9)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 10)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 11)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 12)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 13)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 14)),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 15)),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 16)) AS TIMESTAMP),
                   CAST(BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line,
                       '|', 17)) AS TIMESTAMP),
                   BACKUP_FIELD_DECODE(SPLIT_PART(:ws-line, '|', 18)))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       reset-sequences.
      *> Past the highest ID in use, hot, archive and recycle bin
      *> alike: archived and recycled rows keep their hot-table ID,
      *> so the next archive run or undelete would collide with a
      *> reissued one.
           move "reset-sequences" to WS-LOG-OPERATION
           display "-------------------------------------------"
           display "Sequences:"

           EXEC SQL
               SELECT CAST(SETVAL(
                   PG_GET_SERIAL_SEQUENCE('GUEST_ENTRY', 'id'),
                   GREATEST(
                       (SELECT COALESCE(MAX(ID), 0) FROM GUEST_ENTRY),
                       (SELECT COALESCE(MAX(ID), 0)
                        FROM GUEST_ENTRY_ARCHIVE),
                       (SELECT COALESCE(MAX(ID), 0)
                        FROM GUEST_ENTRY_RECYCLE)) + 1,
                   FALSE) AS INTEGER)
               INTO :ws-seq-next
           END-EXEC
           perform sqlstate-check
           display "  GUEST_ENTRY next id " ws-seq-next

           EXEC SQL
               SELECT CAST(SETVAL(
                   PG_GET_SERIAL_SEQUENCE('GUEST_ENTRY_AUDIT', 'id'),
                   GREATEST(
                       (SELECT COALESCE(MAX(ID), 0)
                        FROM GUEST_ENTRY_AUDIT),
                       (SELECT COALESCE(MAX(ID), 0)
                        FROM GUEST_ENTRY_AUDIT_ARCHIVE)) + 1,
                   FALSE) AS INTEGER)
               INTO :ws-seq-next
           END-EXEC
           perform sqlstate-check
           display "  GUEST_ENTRY_AUDIT next id " ws-seq-next

           EXEC SQL
               SELECT CAST(SETVAL(
                   PG_GET_SERIAL_SEQUENCE('GUEST_ENTRY_FLAG', 'id'),
                   (SELECT COALESCE(MAX(ID), 0)
                    FROM GUEST_ENTRY_FLAG) + 1,
                   FALSE) AS INTEGER)
               INTO :ws-seq-next
           END-EXEC
           perform sqlstate-check
           display "  GUEST_ENTRY_FLAG next id " ws-seq-next

           EXEC SQL
               SELECT CAST(SETVAL(
                   PG_GET_SERIAL_SEQUENCE('GUEST_BOOK_SUBSCRIPTION',
                       'id'),
                   (SELECT COALESCE(MAX(ID), 0)
                    FROM GUEST_BOOK_SUBSCRIPTION) + 1,
                   FALSE) AS INTEGER)
               INTO :ws-seq-next
           END-EXEC
           perform sqlstate-check
           display "  GUEST_BOOK_SUBSCRIPTION next id " ws-seq-next

           EXEC SQL
               SELECT CAST(SETVAL(
                   PG_GET_SERIAL_SEQUENCE('ENTRY_MESSAGE', 'id'),
                   (SELECT COALESCE(MAX(ID), 0)
                    FROM ENTRY_MESSAGE) + 1,
                   FALSE) AS INTEGER)
               INTO :ws-seq-next
           END-EXEC
           perform sqlstate-check
           display "  ENTRY_MESSAGE next id " ws-seq-next

           exit paragraph.


       abandon-reload.
      *> A data file that vanished between the checks and the load:
      *> roll the partial load back and leave the database empty.
           if IS-IN-TRANSACTION then
               EXEC SQL
                   ROLLBACK
               END-EXEC
               move "N" to ws-in-transaction
           end-if
           move 1 to return-code
           perform record-run-failed
           EXEC SQL
               CONNECT RESET
           END-EXEC
           stop run.


       record-run-start.
           move "START" to WS-RUN-ACTION
           move "install-reload-batch" to WS-RUN-PROGRAM
           move ws-backup-dir to WS-RUN-ARGS
           move "N" to WS-RUN-OWN-CONNECTION
           move 0 to WS-RUN-ROWS
           move spaces to WS-RUN-OUTCOME
           move spaces to WS-RUN-CHECKPOINT
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-end.
           move "END" to WS-RUN-ACTION
           move ws-total-rows to WS-RUN-ROWS
           move "OK" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       record-run-failed.
           move "END" to WS-RUN-ACTION
           move ws-total-rows to WS-RUN-ROWS
           move "FAILED" to WS-RUN-OUTCOME
           call "batch-run-history" using WS-BATCH-RUN-REQUEST
           end-call
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL
      *> error detail -- the first place we look every morning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "install-reload-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "install-reload-batch" to WS-LOG-PROGRAM
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
      *> The partial load is rolled back first so the run-history
      *> write below isn't refused by the failed transaction.
               if IS-IN-TRANSACTION then
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   move "N" to ws-in-transaction
               end-if
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

       end program install-reload-batch.
