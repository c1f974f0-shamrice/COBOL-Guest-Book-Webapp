       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Batch job that backs up the whole install -- not one
      *          book's entries, which is all archive-guest-book-batch
      *          covers, but everything the site needs to come back
      *          after losing the database host: the GUEST_BOOK
      *          registry and close-out progress, MODERATOR accounts
      *          and their book scopes, API keys and their books, the
      *          hot entries (with STATUS, HOLD_REASON and EDIT_TOKEN)
      *          and their replies, flags and messages to their
      *          authors, the ban list, digest subscriptions and
      *          mail-bounce counts, the audit trail, and both archive
      *          tables.
      *          Each table goes to its own <TABLE>.dat flat file in a
      *          dated directory, one line per row with every field
      *          run through BACKUP_FIELD_ENCODE (see sql/schema.sql)
      *          so pipes, line breaks and NULLs come back exactly.
      *          CONTROL.dat in the same directory lists each table's
      *          row count and checksum, and ends with an END line --
      *          a set without one was cut short and
      *          install-reload-batch.cbl refuses it. All tables are
      *          read inside one read-only REPEATABLE READ transaction,
      *          so a signing or moderator action that lands mid-run
      *          can't leave a reply or flag behind without its entry.
      *
      *          Run as:
      *            install-backup-batch [DIRECTORY]
      *          with DIRECTORY defaulting to BACKUP_PATH/YYYY-MM-DD-
      *          HHMMSS (guestbook.cfg). A directory that already holds
      *          a CONTROL.dat is refused rather than overwritten.
      *          The checksum is Adler-32 over each line's bytes and
      *          its line end, in file order.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. install-backup-batch.

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

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-command-args          pic x(512).
       01  ws-backup-dir            pic x(256).
       01  ws-mkdir-command         pic x(300).
       01  ws-now-date              pic x(21).
       01  ws-backup-stamp          pic x(19).

       01  ws-table-name            pic x(32).
       01  ws-table-path            pic x(300).
       01  ws-table-status          pic xx.
       01  ws-control-path          pic x(300).
       01  ws-control-status        pic xx.

       01  ws-in-transaction        pic x value "N".
           88  IS-IN-TRANSACTION    value "Y".

       01  ws-table-rows            pic 9(9).
       01  ws-tables-written        pic 9(3) value 0.
       01  ws-total-rows            pic 9(9) value 0.
       01  ws-rows-digits           pic z(8)9.

      *> Adler-32 running sums for the file being written, and the
      *> finished value for its CONTROL.dat line.
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

           move function current-date to ws-now-date
           move spaces to ws-backup-stamp
           string ws-now-date(1:4) "-" ws-now-date(5:2) "-"
               ws-now-date(7:2) " " ws-now-date(9:2) ":"
               ws-now-date(11:2) ":" ws-now-date(13:2)
               into ws-backup-stamp
           end-string

           if function trim(ws-backup-dir) = spaces then
               string function trim(ws-cfg-backup-path) "/"
                   ws-now-date(1:4) "-" ws-now-date(5:2) "-"
                   ws-now-date(7:2) "-" ws-now-date(9:6)
                   into ws-backup-dir
               end-string
           end-if

      *> The directory is trusted config or the operator's own
      *> argument, never guest input, so it's safe on a shell command
      *> line -- same reasoning as publish-guest-book-batch.cbl's
      *> mkdir.
           move spaces to ws-mkdir-command
           string "mkdir -p " function trim(ws-backup-dir)
               into ws-mkdir-command
           end-string
           call "SYSTEM" using ws-mkdir-command end-call
           move 0 to return-code

           move spaces to ws-control-path
           string function trim(ws-backup-dir) "/CONTROL.dat"
               into ws-control-path
           end-string

           open input fd-control-file
           if ws-control-status = "00" then
               close fd-control-file
               display "install-backup-batch: "
                   function trim(ws-control-path)
                   " already exists -- refusing to overwrite an "
                   "earlier backup set"
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
               display "install-backup-batch: a previous run is "
                   "still in progress, leaving this slot to it"
               end-display
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           open output fd-control-file
           if ws-control-status not = "00" then
               display "install-backup-batch: cannot create "
                   function trim(ws-control-path)
                   " (status " ws-control-status ")"
               end-display
               move 1 to return-code
               perform record-run-failed
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               goback
           end-if

           move spaces to f-control-line
           string "GUESTBOOK-BACKUP|" ws-backup-stamp "|"
               into f-control-line
           end-string
           write f-control-line end-write

           display "Guest Book Install Backup - " ws-backup-stamp
           display "  to " function trim(ws-backup-dir)

      *> One snapshot for every table -- the run-history rows above
      *> and below stay outside it.
           move "start-snapshot" to WS-LOG-OPERATION
           EXEC SQL
               START TRANSACTION ISOLATION LEVEL REPEATABLE READ,
                   READ ONLY
           END-EXEC
           perform sqlstate-check
           move "Y" to ws-in-transaction

      *> Parents before children, the order install-reload-batch
      *> loads them in.
           perform backup-guest-book
           perform backup-moderator
           perform backup-moderator-book
           perform backup-api-key
           perform backup-api-key-book
           perform backup-guest-entry
           perform backup-entry-reply
           perform backup-entry-flag
           perform backup-entry-audit
           perform backup-entry-archive
           perform backup-audit-archive
           perform backup-banned-address
           perform backup-subscription
           perform backup-book-closeout
           perform backup-mail-bounce
           perform backup-entry-message
           perform backup-book-field
           perform backup-entry-recycle

           move "end-snapshot" to WS-LOG-OPERATION
           EXEC SQL
               COMMIT
           END-EXEC
           perform sqlstate-check
           move "N" to ws-in-transaction

      *> The END line goes last: its presence is what says the set
      *> is complete.
           move ws-total-rows to ws-rows-digits
           move spaces to f-control-line
           string "END|" ws-tables-written "|"
               function trim(ws-rows-digits) "|"
               into f-control-line
           end-string
           write f-control-line end-write
           close fd-control-file

           perform record-run-end

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           perform sqlstate-check

           display "-------------------------------------------"
           display "install-backup-batch: " ws-tables-written
               " table(s), " ws-total-rows " row(s) written to "
               function trim(ws-backup-dir)
           end-display

           goback.


       open-table-file.
           move spaces to ws-table-path
           string function trim(ws-backup-dir) "/"
               function trim(ws-table-name) ".dat"
               into ws-table-path
           end-string

           open output fd-table-file
           if ws-table-status not = "00" then
               display "install-backup-batch: cannot create "
                   function trim(ws-table-path)
                   " (status " ws-table-status ")"
               end-display
               perform abandon-backup
           end-if

           move 0 to ws-table-rows
           move 1 to ws-adler-a
           move 0 to ws-adler-b

           exit paragraph.


       write-table-line.
           move ws-line to f-table-line
           write f-table-line end-write
           if ws-table-status not = "00" then
               display "install-backup-batch: write to "
                   function trim(ws-table-path)
                   " failed (status " ws-table-status ")"
               end-display
               perform abandon-backup
           end-if

           add 1 to ws-table-rows
           perform add-line-to-checksum

           exit paragraph.


       close-table-file.
           close fd-table-file

           compute ws-checksum = ws-adler-b * 65536 + ws-adler-a
           end-compute

           move ws-table-rows to ws-rows-digits
           move spaces to f-control-line
           string function trim(ws-table-name) "|"
               function trim(ws-rows-digits) "|"
               ws-checksum "|"
               into f-control-line
           end-string
           write f-control-line end-write

           display "  " function trim(ws-table-name) ": "
               function trim(ws-rows-digits) " row(s)"
           end-display

           add 1 to ws-tables-written
           add ws-table-rows to ws-total-rows

           exit paragraph.


       add-line-to-checksum.
      *> Adler-32 over the line as written (the encoded fields end in
      *> a '|', so there are no trailing blanks to lose) and then the
      *> line end, so the same bytes split into different lines don't
      *> checksum alike.
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


       abandon-backup.
      *> A file that can't be written leaves the set without its END
      *> line, which is all install-reload-batch needs to refuse it.
           close fd-table-file
           close fd-control-file
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


       backup-guest-book.
           move "GUEST_BOOK" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_BOOK CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(DISPLAY_TITLE) || '|'
                   || BACKUP_FIELD_ENCODE(DESCRIPTION) || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(PRE_MODERATE) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(OPEN_DT AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CLOSE_DT AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(ORGANIZER_NAME) || '|'
                   || BACKUP_FIELD_ENCODE(ORGANIZER_EMAIL) || '|'
                   || BACKUP_FIELD_ENCODE(TIME_ZONE) || '|'
                   || BACKUP_FIELD_ENCODE(DATE_STYLE) || '|'
                   || BACKUP_FIELD_ENCODE(LANGUAGE_CODE) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(LAST_DIGEST_DT AS TEXT))
                   || '|'
               FROM GUEST_BOOK
               ORDER BY GUEST_BOOK_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_BOOK;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_BOOK
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_BOOK;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-moderator.
           move "MODERATOR" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_MOD CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(MODERATOR_ID) || '|'
                   || BACKUP_FIELD_ENCODE(PASSWORD_HASH) || '|'
                   || BACKUP_FIELD_ENCODE(MOD_ROLE) || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
               FROM MODERATOR
               ORDER BY MODERATOR_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_MOD;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_MOD
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_MOD;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-moderator-book.
           move "MODERATOR_BOOK" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_MODBOOK CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(MODERATOR_ID) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
               FROM MODERATOR_BOOK
               ORDER BY MODERATOR_ID, GUEST_BOOK_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_MODBOOK;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_MODBOOK
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_MODBOOK;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-api-key.
           move "API_KEY" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_KEY CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(API_KEY) || '|'
                   || BACKUP_FIELD_ENCODE(LABEL) || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(
                       CAST(QUOTA_PER_MINUTE AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
               FROM API_KEY
               ORDER BY API_KEY;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_KEY;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_KEY
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_KEY;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-api-key-book.
           move "API_KEY_BOOK" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_KEYBOOK CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(API_KEY) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
               FROM API_KEY_BOOK
               ORDER BY API_KEY, GUEST_BOOK_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_KEYBOOK;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_KEYBOOK
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_KEYBOOK;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-guest-entry.
           move "GUEST_ENTRY" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_ENTRY CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_NAME) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_EMAIL) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_COMMENT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(EDIT_TOKEN) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(HOLD_REASON) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_1) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_2) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_3) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_4) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_5) || '|'
               FROM GUEST_ENTRY
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_ENTRY;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_ENTRY
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_ENTRY;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-entry-reply.
           move "GUEST_ENTRY_REPLY" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_REPLY CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ENTRY_ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(REPLY_TEXT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
               FROM GUEST_ENTRY_REPLY
               ORDER BY ENTRY_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_REPLY;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_REPLY
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_REPLY;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-entry-flag.
           move "GUEST_ENTRY_FLAG" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_FLAG CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ENTRY_ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(REMOTE_ADDR) || '|'
                   || BACKUP_FIELD_ENCODE(REASON) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
               FROM GUEST_ENTRY_FLAG
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_FLAG;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_FLAG
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_FLAG;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-entry-audit.
           move "GUEST_ENTRY_AUDIT" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_AUDIT CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ENTRY_ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(ACTION) || '|'
                   || BACKUP_FIELD_ENCODE(REMOTE_ADDR) || '|'
                   || BACKUP_FIELD_ENCODE(USER_AGENT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(MODERATOR_ID) || '|'
               FROM GUEST_ENTRY_AUDIT
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_AUDIT;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_AUDIT
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_AUDIT;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-entry-archive.
           move "GUEST_ENTRY_ARCHIVE" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_ARCH CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_NAME) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_EMAIL) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_COMMENT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(EDIT_TOKEN) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(REPLY_TEXT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ARCHIVED_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_1) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_2) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_3) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_4) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_5) || '|'
               FROM GUEST_ENTRY_ARCHIVE
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_ARCH;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_ARCH
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_ARCH;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-audit-archive.
           move "GUEST_ENTRY_AUDIT_ARCHIVE" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_AUDARCH CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ENTRY_ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(ACTION) || '|'
                   || BACKUP_FIELD_ENCODE(REMOTE_ADDR) || '|'
                   || BACKUP_FIELD_ENCODE(USER_AGENT) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ARCHIVED_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(MODERATOR_ID) || '|'
               FROM GUEST_ENTRY_AUDIT_ARCHIVE
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_AUDARCH;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_AUDARCH
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_AUDARCH;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-banned-address.
           move "BANNED_ADDRESS" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_BAN CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(REMOTE_ADDR) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(EXPIRE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(MODERATOR_ID) || '|'
               FROM BANNED_ADDRESS
               ORDER BY REMOTE_ADDR;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_BAN;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_BAN
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_BAN;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-subscription.
           move "GUEST_BOOK_SUBSCRIPTION" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_SUB CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(EMAIL) || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(SUB_TOKEN) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CONFIRMED_DT AS TEXT))
                   || '|'
               FROM GUEST_BOOK_SUBSCRIPTION
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_SUB;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_SUB
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_SUB;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-book-closeout.
           move "GUEST_BOOK_CLOSEOUT" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_CLOSE CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(LAST_STEP) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(LAST_STEP_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(KEEPSAKE_PATH) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ARCHIVE_DUE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(FAILED_STEP) || '|'
                   || BACKUP_FIELD_ENCODE(LAST_ERROR) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(START_DT AS TEXT)) || '|'
               FROM GUEST_BOOK_CLOSEOUT
               ORDER BY GUEST_BOOK_ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_CLOSE;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_CLOSE
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_CLOSE;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-mail-bounce.
           move "MAIL_BOUNCE" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_BOUNCE CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(EMAIL) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(HARD_COUNT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(SOFT_COUNT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(LAST_TYPE) || '|'
                   || BACKUP_FIELD_ENCODE(LAST_STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(LAST_DIAGNOSTIC) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(FIRST_BOUNCE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(LAST_BOUNCE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(SUPPRESSED_DT AS TEXT))
                   || '|'
               FROM MAIL_BOUNCE
               ORDER BY EMAIL;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_BOUNCE;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_BOUNCE
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_BOUNCE;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-entry-message.
           move "ENTRY_MESSAGE" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_MSG CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(ENTRY_ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(MODERATOR_ID) || '|'
                   || BACKUP_FIELD_ENCODE(MESSAGE_TEXT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
               FROM ENTRY_MESSAGE
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_MSG;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_MSG
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_MSG;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-book-field.
           move "GUEST_BOOK_FIELD" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_BOOKFIELD CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(FIELD_NO AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(LABEL) || '|'
                   || BACKUP_FIELD_ENCODE(REQUIRED) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(MAX_LENGTH AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
               FROM GUEST_BOOK_FIELD
               ORDER BY GUEST_BOOK_ID, FIELD_NO;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_BOOKFIELD;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_BOOKFIELD
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_BOOKFIELD;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       backup-entry-recycle.
           move "GUEST_ENTRY_RECYCLE" to ws-table-name
           perform open-table-file

           EXEC SQL
               DECLARE CUR_BKP_RECYCLE CURSOR FOR
               SELECT BACKUP_FIELD_ENCODE(CAST(ID AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_NAME) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_EMAIL) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_COMMENT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(CREATE_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(STATUS) || '|'
                   || BACKUP_FIELD_ENCODE(EDIT_TOKEN) || '|'
                   || BACKUP_FIELD_ENCODE(GUEST_BOOK_ID) || '|'
                   || BACKUP_FIELD_ENCODE(HOLD_REASON) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_1) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_2) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_3) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_4) || '|'
                   || BACKUP_FIELD_ENCODE(EXTRA_FIELD_5) || '|'
                   || BACKUP_FIELD_ENCODE(REPLY_TEXT) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(REPLY_DT AS TEXT)) || '|'
                   || BACKUP_FIELD_ENCODE(CAST(DELETED_DT AS TEXT))
                   || '|'
                   || BACKUP_FIELD_ENCODE(DELETED_BY) || '|'
               FROM GUEST_ENTRY_RECYCLE
               ORDER BY ID;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BKP_RECYCLE;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BKP_RECYCLE
                   INTO :ws-line;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   perform write-table-line
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BKP_RECYCLE;
           END-EXEC
           perform sqlstate-check

           perform close-table-file

           exit paragraph.


       record-run-start.
           move "START" to WS-RUN-ACTION
           move "install-backup-batch" to WS-RUN-PROGRAM
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
           move "install-backup-batch" to WS-LOG-PROGRAM
           move "ERROR" to WS-LOG-SEVERITY
           perform build-sql-log-message
           call "app-log" using WS-APP-LOG-REQUEST end-call
           exit paragraph.


       log-sql-warning.
           move ws-cfg-app-log-path to WS-LOG-PATH
           move "install-backup-batch" to WS-LOG-PROGRAM
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
      *> The snapshot is abandoned first so the run-history write
      *> below isn't refused by the failed transaction.
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

       end program install-backup-batch.
