      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: Batch job that queues the nightly new-entries digest
      *          for confirmed subscribers (GUEST_BOOK_SUBSCRIPTION,
      *          signed up through subscribe-guest-book.cbl): for each
      *          book with at least one new ACTIVE entry since its last
      *          digest, one DIGEST line per confirmed subscriber goes
      *          onto the shared mail queue for
      *          mail-queue-drain-batch.cbl to send. The window is a
      *          per-book high-water mark, GUEST_BOOK.LAST_DIGEST_DT:
      *          entries created after it, up to the moment this run
      *          started, after which the mark moves up to that moment.
      *          Nothing falls between two runs or lands in two
      *          digests, whatever the book's time zone, and a night
      *          cron missed is caught up by the next run. A book never
      *          digested before (or a subscription to a book with no
      *          registry row) covers the day before the run. The mark
      *          stays put when a digest line for the book couldn't be
      *          queued, so the next run offers those entries again.
      *          Run it nightly from cron, after the last moderation
      *          pass. Every digest carries the subscriber's
      *          unsubscribe link in EXTRA -- these are members of the
      *          public, and the way out ships with every email. Books
      *          with nothing new send nothing: no news is no email.
      *          The book's local date (its own time zone) only heads
      *          the summary. The summary is worded from the message
      *          catalog in the book's language (message-catalog.cbl),
      *          and the language rides on the line so the drain words
      *          the rest of the email the same way.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.

       01  ws-dig-book-id           pic x(64).
       01  ws-dig-book-title        pic x(128).
       01  ws-dig-book-language     pic x(10).
       01  ws-dig-book-since        pic x(26).
       01  ws-dig-book-local-date   pic x(10).
       01  ws-dig-run-start         pic x(26).
       01  ws-new-entry-count       PIC S9(9) COMP-5.
       01  ws-new-entry-name        pic x(256).
       01  ws-sub-email             pic x(256).

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".
       copy "batch-run-request".
       copy "message-request".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-mail-timestamp        pic x(26).
       01  ws-mail-extra            pic x(320).

      *> Set when a queue line for the current book was lost; the
      *> book's high-water mark is then left where it was.
       01  ws-book-lost             pic x value "N".
           88  IS-BOOK-LOST         value "Y".

       01  ws-digests-queued        pic 9(9) value 0.
       01  ws-books-with-news       pic 9(9) value 0.


           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION
           move 0 to WS-MSG-PLACEHOLDER-COUNT

           STRING 'DRIVER={' function trim(ws-cfg-db-driver) '};'
                'SERVER=' function trim(ws-cfg-db-server) ';'
               goback
           end-if

      *> One upper bound for every book, taken once: whatever is
      *> signed while the run is underway waits for the next one.
      *> Server time, the same clock CREATE_DT is stamped with.
           move "run-start" to WS-LOG-OPERATION
           EXEC SQL
               SELECT TO_CHAR(LOCALTIMESTAMP,
                   'YYYY-MM-DD HH24:MI:SS.US')
               INTO :ws-dig-run-start
           END-EXEC
           perform sqlstate-check
           move "mainline" to WS-LOG-OPERATION

      *> Only books somebody actually follows are worth the entry
      *> scan; the registry join supplies the display title the
      *> email is worded with and the book's high-water mark.
           EXEC SQL
               DECLARE CUR_DIG_BOOKS CURSOR FOR
               SELECT DISTINCT S.GUEST_BOOK_ID,
                   COALESCE(B.DISPLAY_TITLE, S.GUEST_BOOK_ID),
                   COALESCE(B.LANGUAGE_CODE, ''),
                   TO_CHAR(COALESCE(B.LAST_DIGEST_DT,
                       CAST(:ws-dig-run-start AS TIMESTAMP)
                           - INTERVAL '1 day'),
                       'YYYY-MM-DD HH24:MI:SS.US'),
                   TO_CHAR(BOOK_LOCAL_NOW(COALESCE(B.TIME_ZONE, '')),
                       'YYYY-MM-DD')
               FROM GUEST_BOOK_SUBSCRIPTION S
               LEFT JOIN GUEST_BOOK B
                   ON B.GUEST_BOOK_ID = S.GUEST_BOOK_ID
           perform until IS-BOOKS-EOF
               EXEC SQL
                   FETCH CUR_DIG_BOOKS
                   INTO :ws-dig-book-id, :ws-dig-book-title,
                       :ws-dig-book-language, :ws-dig-book-since,
                       :ws-dig-book-local-date;
               END-EXEC
               perform sqlstate-check
               if sqlcode = 100 then

           display "guest-book-digest-batch: queued "
               ws-digests-queued " digest(s) for "
               ws-books-with-news " book(s) with new entries"
           end-display

           goback.
               FROM GUEST_ENTRY
               WHERE GUEST_BOOK_ID = :ws-dig-book-id
                 AND STATUS = 'ACTIVE'
                 AND CREATE_DT > CAST(:ws-dig-book-since AS TIMESTAMP)
                 AND CREATE_DT <= CAST(:ws-dig-run-start AS TIMESTAMP)
           END-EXEC
           perform sqlstate-check

           move "N" to ws-book-lost
           if ws-new-entry-count > 0 then
               add 1 to ws-books-with-news
               perform build-digest-text
               perform queue-book-digests
           end-if

      *> A quiet window still moves the mark up, so tomorrow's run
      *> doesn't look back over it again.
           if not IS-BOOK-LOST then
               perform advance-digest-mark
           end-if

           exit paragraph.


       advance-digest-mark.
      *> Everything up to this run's start has now been offered to
      *> the book's subscribers. A subscription to a book with no
      *> registry row has nowhere to keep a mark and stays on the
      *> one-day window.
           move "advance-digest-mark"
               to WS-LOG-OPERATION
           EXEC SQL
               UPDATE GUEST_BOOK
               SET LAST_DIGEST_DT = CAST(:ws-dig-run-start AS TIMESTAMP)
               WHERE GUEST_BOOK_ID = :ws-dig-book-id
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       build-digest-text.
      *> "2026-10-15: 3 new entries since the last digest, from:
      *> Alice; Bob; Carol." -- headed with the book's local date,
      *> names only, oldest first; the digest points at the book rather
      *> than reproducing comment text, so a held-then-rejected
      *> entry's wording never rides out in email.
           move "build-digest-text"
           move 0 to ws-names-listed

           move ws-new-entry-count to ws-count-digits
           move 2 to WS-MSG-PLACEHOLDER-COUNT
           move "COUNT" to WS-MSG-PH-KEY(1)
           move function trim(ws-count-digits) to WS-MSG-PH-VALUE(1)
           move "DATE" to WS-MSG-PH-KEY(2)
           move ws-dig-book-local-date to WS-MSG-PH-VALUE(2)
           move "DIGEST_SUMMARY" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "%%DATE%%: %%COUNT%% new entr(y/ies) signed since the"
               " last digest, from:"
               into WS-MSG-TEXT
           end-string
           perform look-up-message

           move 1 to ws-digest-ptr
           string
               function trim(WS-MSG-TEXT) " "
               into ws-digest-text
               with pointer ws-digest-ptr
           end-string
               FROM GUEST_ENTRY
               WHERE GUEST_BOOK_ID = :ws-dig-book-id
                 AND STATUS = 'ACTIVE'
                 AND CREATE_DT > CAST(:ws-dig-book-since AS TIMESTAMP)
                 AND CREATE_DT <= CAST(:ws-dig-run-start AS TIMESTAMP)
               ORDER BY CREATE_DT;
           END-EXEC
           perform sqlstate-check
               compute ws-names-left =
                   ws-new-entry-count - ws-names-listed
               move ws-names-left to ws-names-left-digits
               move 1 to WS-MSG-PLACEHOLDER-COUNT
               move "COUNT" to WS-MSG-PH-KEY(1)
               move function trim(ws-names-left-digits)
                   to WS-MSG-PH-VALUE(1)
               move "DIGEST_MORE" to WS-MSG-KEY
               move "and %%COUNT%% more" to WS-MSG-TEXT
               perform look-up-message
               string
                   " " function trim(WS-MSG-TEXT)
                   into ws-digest-text
                   with pointer ws-digest-ptr
                   on overflow continue
           exit paragraph.


       look-up-message.
      *> The caller sets WS-MSG-KEY, the English wording in
      *> WS-MSG-TEXT and any placeholders; the book's language picks
      *> the catalog.
           move ws-cfg-message-catalog-path to WS-MSG-BASE-PATH
           move ws-dig-book-language to WS-MSG-LANGUAGE
           call "message-catalog" using WS-MESSAGE-REQUEST end-call
           move 0 to WS-MSG-PLACEHOLDER-COUNT
           exit paragraph.


       append-digest-name.
           if IS-DIGEST-FULL then
               exit paragraph
       queue-book-digests.
      *> One DIGEST line per confirmed subscriber of this book:
      *> DIGEST|<title>|<email>|<summary>|TIMESTAMP|<unsubscribe
      *> link>||<message id>|<language> -- same field positions the
      *> CONFIRM lines use, sent by mail-queue-drain-batch.cbl.
           move "queue-book-digests"
               to WS-LOG-OPERATION

               into ws-mail-extra
           end-string

           move "MAIL" to WS-LEDGER-CHANNEL
           move "DIGEST" to WS-LEDGER-TYPE
           move ws-mail-email-safe to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               "DIGEST" "|"
               function trim(ws-mail-email-safe) "|"
               function trim(ws-digest-text) "|"
               function trim(ws-mail-timestamp) "|"
               function trim(ws-mail-extra) "||"
               function trim(WS-LEDGER-MESSAGE-ID) "|"
               function trim(ws-dig-book-language)
               into f-mail-queue-line
           end-string

               write f-mail-queue-line
               close fd-mail-queue
               add 1 to ws-digests-queued
           else
               perform record-ledger-lost
               move "Y" to ws-book-lost
           end-if

           exit paragraph.
           exit paragraph.


       record-ledger-queued.
      *> Every queue line gets a message id and a QUEUED record in the
      *> notification ledger before it is appended; the drains record
      *> each delivery attempt against the same id. The caller sets
      *> the channel, type and detail.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "QUEUED" to WS-LEDGER-EVENT
           move spaces to WS-LEDGER-MESSAGE-ID
           move ws-dig-book-id to WS-LEDGER-BOOK-ID
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
