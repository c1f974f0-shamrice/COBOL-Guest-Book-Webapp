      *>****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2021-03-23
      *> Last Modified: 2026-10-15
      *> Purpose: Displays web page with current contents of guest book
      *>          table in database. Answers to the book's extra
      *>          signing fields are shown under their labels. Entry
      *>          dates are shown in the book's own time zone and date
      *>          style when it has them, and the from/to search is
      *>          by the book's local date. The page's wording comes
      *>          from the message catalog in the book's language
      *>          (message-catalog.cbl).
      *> Tectonics: ./build_and_deploy.sh
      *>*****************************************************************
       identification division.
       01  ws-reply-text            pic x(1024).

       01  ws-book-title            pic x(128).
       01  ws-book-time-zone        pic x(64).
       01  ws-book-date-style       pic x(10).
       01  ws-book-language         pic x(10).

       01  ws-page-size             PIC S9(9) COMP-5 VALUE 20.
       01  ws-page-offset           PIC S9(9) COMP-5.

       01  ws-search-book-id        pic x(64) value "default".

      *> The book's extra signing fields (GUEST_BOOK_FIELD) as they
      *> are fetched, and one entry's answers to them.
       01  ws-field-no              PIC S9(9) COMP-5.
       01  ws-field-label           pic x(64).
       01  ws-field-required        pic x.
       01  ws-field-max-length      PIC S9(9) COMP-5.
       01  ws-extra-field-1         pic x(256).
       01  ws-extra-field-2         pic x(256).
       01  ws-extra-field-3         pic x(256).
       01  ws-extra-field-4         pic x(256).
       01  ws-extra-field-5         pic x(256).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".
       copy "book-fields".

       01  ws-log-sqlcode           pic +9(9).
       copy "template-request".
       copy "message-request".

       01  newline                  constant as x'0a'.

       01  ws-date-check-field      pic x(10).
       01  ws-date-check-pos        pic 9(2).

      *> The page's fixed wording, looked up once in the book's
      *> language by load-page-labels.
       01  ws-page-labels.
           05  ws-lbl-page-title     pic x(128).
           05  ws-lbl-name           pic x(64).
           05  ws-lbl-email          pic x(64).
           05  ws-lbl-date           pic x(64).
           05  ws-lbl-comment        pic x(64).
           05  ws-lbl-reply          pic x(128).
           05  ws-lbl-report-prompt  pic x(128).
           05  ws-lbl-report-reason  pic x(64).
           05  ws-lbl-report-submit  pic x(64).
           05  ws-lbl-from           pic x(64).
           05  ws-lbl-to             pic x(64).
           05  ws-lbl-search         pic x(64).
           05  ws-lbl-subscribe      pic x(128).
           05  ws-lbl-previous       pic x(64).
           05  ws-lbl-next           pic x(64).


       local-storage section.


      *> Show the registered display title rather than the raw book
      *> id; a book that isn't in the registry (or a database that
      *> predates it) just shows the id, same as before, in server
      *> time.
           move spaces to ws-book-title
           move spaces to ws-book-time-zone
           move spaces to ws-book-date-style
           move spaces to ws-book-language
           EXEC SQL
               SELECT DISPLAY_TITLE, COALESCE(TIME_ZONE, ''),
                   COALESCE(DATE_STYLE, ''),
                   COALESCE(LANGUAGE_CODE, '')
               INTO :ws-book-title, :ws-book-time-zone,
                   :ws-book-date-style, :ws-book-language
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-search-book-id
           END-EXEC
           if sqlcode not = 0 then
               move ws-search-book-id to ws-book-title
               move spaces to ws-book-time-zone
               move spaces to ws-book-date-style
               move spaces to ws-book-language
           end-if

           move 0 to WS-MSG-PLACEHOLDER-COUNT
           perform load-page-labels

           perform load-book-fields

           if IS-REPORT-REQUESTED then
               perform record-entry-report
           end-if
           perform render-page-header

           if IS-REPORT-SAVED then
               move "VIEW_REPORTED" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "Thanks -- the entry has been reported to the "
                   "moderators."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   "<p><b>" function trim(WS-MSG-TEXT) "</b></p>"
               end-display
           end-if

               DECLARE CUR_ALL CURSOR FOR
               SELECT
                   E.ID, E.GUEST_NAME, E.GUEST_EMAIL,
                   E.GUEST_COMMENT,
                   BOOK_DATE_TEXT(E.CREATE_DT, :ws-book-time-zone,
                       :ws-book-date-style),
                   COALESCE(R.REPLY_TEXT, ''),
                   COALESCE(E.EXTRA_FIELD_1, ''),
                   COALESCE(E.EXTRA_FIELD_2, ''),
                   COALESCE(E.EXTRA_FIELD_3, ''),
                   COALESCE(E.EXTRA_FIELD_4, ''),
                   COALESCE(E.EXTRA_FIELD_5, '')
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE E.STATUS = 'ACTIVE'
                 AND E.GUEST_BOOK_ID = :ws-search-book-id
                 AND E.GUEST_NAME LIKE :ws-search-name-pattern
                 AND BOOK_LOCAL_TS(E.CREATE_DT, :ws-book-time-zone)
                     >= :ws-from-date-ts
                 AND BOOK_LOCAL_TS(E.CREATE_DT, :ws-book-time-zone)
                     <= :ws-to-date-ts
               ORDER BY E.CREATE_DT DESC
               OFFSET :ws-page-offset ROWS
               FETCH FIRST :ws-page-size ROWS ONLY;
           END-EXEC

           if not IS-DATE-PARAMS-VALID then
               move "VIEW_DATE_INVALID" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "From/to date doesn't look like a valid "
                   "YYYY-MM-DD date. Please try again."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
           else
               perform sqlstate-check
                           :ws-guest-email,
                           :ws-guest-comment,
                           :ws-guest-date,
                           :ws-reply-text,
                           :ws-extra-field-1,
                           :ws-extra-field-2,
                           :ws-extra-field-3,
                           :ws-extra-field-4,
                           :ws-extra-field-5 ;
                   END-EXEC
                   perform sqlstate-check
                   if sqlcode not = 100 then
                       add 1 to ws-rows-fetched
                       display
                           "<p><table>"
                           "<tr><td>" function trim(ws-lbl-name)
                           "</td><td>"
                           ws-guest-name "</td></tr>"
                           "<tr><td>" function trim(ws-lbl-email)
                           "</td><td>"
                           ws-guest-email "</td></tr>"
                           "<tr><td>" function trim(ws-lbl-date)
                           "</td><td>"
                           ws-guest-date "</td></tr>"
                           "<tr><td>" function trim(ws-lbl-comment)
                           "</td><td>"
                           ws-guest-comment "</td></tr>"
                       end-display
                       perform display-extra-field-rows
                       if function trim(ws-reply-text) not = spaces
                           then
                           display
                               "<tr><td></td>"
                               '<td style="padding-left:2em;">'
                               "<i>" function trim(ws-lbl-reply) " "
                               function trim(ws-reply-text)
                               "</i></td></tr>"
                           end-display
           move ws-cfg-template-path to WS-TPL-BASE-PATH
           move "header" to WS-TPL-NAME
           move ws-search-book-id to WS-TPL-BOOK-ID
           move ws-book-language to WS-TPL-LANGUAGE
           move 3 to WS-TPL-PLACEHOLDER-COUNT
           move "PAGE_TITLE" to WS-TPL-PH-KEY(1)
           move function trim(ws-lbl-page-title)
               to WS-TPL-PH-VALUE(1)
           move "BOOK_ID" to WS-TPL-PH-KEY(2)
           move function html-attr-escape-string(
               function trim(ws-search-book-id))
               display
                   "<!DOCTYPE html>"
                   "<html><head><title>GnuCOBOL Sample Guest Book - "
                   function trim(ws-lbl-page-title) "</title>"
                   "<style>"
                   "  table"
                   "  {background-color:#e0ffff;"
                   "</style>"
                   "</head><body>"
                   newline
                   "<h2>" function trim(ws-lbl-page-title) " | "
                   '<a href="/cgi-bin/sign-guest-book.cgi">'
                   "Sign Guest Book</a></h2>"
                   newline "<p>Guest book: "
           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n. A
      *> failed lookup (no field table on an older install) just
      *> means no extra rows, same as the display-title lookup.
           move "load-book-fields"
               to WS-LOG-OPERATION
           move 0 to WS-BOOK-FIELD-COUNT
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               move spaces to WS-BF-LABEL(WS-BF-IDX)
               move spaces to WS-BF-VALUE(WS-BF-IDX)
           end-perform

           EXEC SQL
               DECLARE CUR_BOOK_FIELDS CURSOR FOR
               SELECT FIELD_NO, LABEL, REQUIRED, MAX_LENGTH
               FROM GUEST_BOOK_FIELD
               WHERE GUEST_BOOK_ID = :ws-search-book-id
               ORDER BY FIELD_NO;
           END-EXEC

           EXEC SQL
               OPEN CUR_BOOK_FIELDS;
           END-EXEC
           if sqlcode < 0 then
               perform log-sql-problem
               exit paragraph
           end-if

           perform until sqlcode not = 0
               EXEC SQL
                   FETCH CUR_BOOK_FIELDS
                   INTO :ws-field-no, :ws-field-label,
                       :ws-field-required, :ws-field-max-length;
               END-EXEC
               if sqlcode = 0
                   and ws-field-no >= 1 and ws-field-no <= 5 then
                   move ws-field-no to WS-BF-IDX
                   move ws-field-label to WS-BF-LABEL(WS-BF-IDX)
                   add 1 to WS-BOOK-FIELD-COUNT
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BOOK_FIELDS;
           END-EXEC

           exit paragraph.


       display-extra-field-rows.
      *> One row per defined field the guest answered.
           move ws-extra-field-1 to WS-BF-VALUE(1)
           move ws-extra-field-2 to WS-BF-VALUE(2)
           move ws-extra-field-3 to WS-BF-VALUE(3)
           move ws-extra-field-4 to WS-BF-VALUE(4)
           move ws-extra-field-5 to WS-BF-VALUE(5)
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   and function trim(WS-BF-VALUE(WS-BF-IDX))
                       not = spaces then
                   display
                       "<tr><td>"
                       function html-attr-escape-string(
                           function trim(WS-BF-LABEL(WS-BF-IDX)))
                       ":</td><td>"
                       function html-attr-escape-string(
                           function trim(WS-BF-VALUE(WS-BF-IDX)))
                       "</td></tr>"
                   end-display
               end-if
           end-perform
           exit paragraph.


       record-entry-report.
      *> No password needed -- the whole point is that any reader can
      *> tell the moderators about an abusive entry. The flag only
       write-webhook-queue-record.
      *> Visitor flags go to the events team chat alongside new
      *> signings: one FLAG|GUEST_BOOK_ID|REPORTER_ADDR|REASON|
      *> TIMESTAMP|MESSAGE_ID line, drained by
      *> webhook-queue-drain-batch.cbl. Same pipe/CR/LF stripping the
      *> other queue writers apply, for the same line-format reason;
      *> skipped entirely when no webhook destination is configured.
           if ws-cfg-webhook-count = 0 then
               exit paragraph
           end-if

           move function current-date to ws-webhook-timestamp

           move "WEBHOOK" to WS-LEDGER-CHANNEL
           move "FLAG" to WS-LEDGER-TYPE
           move spaces to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-webhook-queue-line
           string
               "FLAG" "|"
               function trim(ws-search-book-id) "|"
               function trim(ws-report-addr) "|"
               function trim(ws-webhook-reason-safe) "|"
               function trim(ws-webhook-timestamp) "|"
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
               ws-page-number '" />'
               '<input type="hidden" name="report-entry" value="'
               ws-entry-id '" />'
               function trim(ws-lbl-report-prompt) " "
               '<input type="text" name="reason" placeholder="'
               function html-attr-escape-string(
                   function trim(ws-lbl-report-reason)) '" />'
               '<input type="submit" value="'
               function html-attr-escape-string(
                   function trim(ws-lbl-report-submit)) '" />'
               "</form>"
           end-display
           exit paragraph.
               '<input type="hidden" name="book" value="'
               function html-attr-escape-string(
                   function trim(ws-search-book-id)) '" />'
               "<p>" function trim(ws-lbl-name)
               ' <input type="text" name="name" value="'
               function html-attr-escape-string(
                   function trim(ws-search-name)) '" />'
               function trim(ws-lbl-from) " "
               '<input type="text" name="from-date" '
               'placeholder="YYYY-MM-DD" value="'
               function html-attr-escape-string(
                   function trim(ws-search-from-date)) '" />'
               function trim(ws-lbl-to) " "
               '<input type="text" name="to-date" '
               'placeholder="YYYY-MM-DD" value="'
               function html-attr-escape-string(
                   function trim(ws-search-to-date)) '" />'
               '<input type="submit" value="'
               function html-attr-escape-string(
                   function trim(ws-lbl-search)) '" /></p>'
               "</form>"
               '<p><a href="/cgi-bin/subscribe-guest-book.cgi?book='
               function html-attr-escape-string(
                   function trim(ws-search-book-id)) '">'
               function trim(ws-lbl-subscribe) "</a></p>"
           end-display
           exit paragraph.


       load-page-labels.
           move "VIEW_PAGE_TITLE" to WS-MSG-KEY
           move "View Guest Book" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-page-title

           move "FORM_NAME" to WS-MSG-KEY
           move "Name:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-name

           move "FORM_EMAIL" to WS-MSG-KEY
           move "Email:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-email

           move "VIEW_DATE" to WS-MSG-KEY
           move "Date:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-date

           move "FORM_COMMENT" to WS-MSG-KEY
           move "Comment:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-comment

           move "VIEW_REPLY" to WS-MSG-KEY
           move "Reply from the moderators:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-reply

           move "VIEW_REPORT_PROMPT" to WS-MSG-KEY
           move "Something wrong with this entry?" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-report-prompt

           move "VIEW_REPORT_REASON" to WS-MSG-KEY
           move "Reason (optional)" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-report-reason

           move "VIEW_REPORT_SUBMIT" to WS-MSG-KEY
           move "Report" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-report-submit

           move "VIEW_SEARCH_FROM" to WS-MSG-KEY
           move "From:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-from

           move "VIEW_SEARCH_TO" to WS-MSG-KEY
           move "To:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-to

           move "VIEW_SEARCH_SUBMIT" to WS-MSG-KEY
           move "Search" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-search

           move "VIEW_SUBSCRIBE_LINK" to WS-MSG-KEY
           move "Get new entries by email" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-subscribe

           move "VIEW_PREVIOUS" to WS-MSG-KEY
           move "Previous" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-previous

           move "VIEW_NEXT" to WS-MSG-KEY
           move "Next" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-lbl-next

           exit paragraph.


       look-up-message.
      *> The caller sets WS-MSG-KEY, the English wording in
      *> WS-MSG-TEXT and any placeholders; the book's language picks
      *> the catalog.
           move ws-cfg-message-catalog-path to WS-MSG-BASE-PATH
           move ws-book-language to WS-MSG-LANGUAGE
           call "message-catalog" using WS-MESSAGE-REQUEST end-call
           move 0 to WS-MSG-PLACEHOLDER-COUNT
           exit paragraph.


       validate-date-field.
      *> A blank field is fine -- it just keeps the wide-open default
      *> range already moved into ws-from-date-ts/ws-to-date-ts.
               display
                   '<a href="/cgi-bin/view-guest-book.cgi?page='
                   ws-prev-page function trim(ws-nav-query-suffix)
                   '">' function trim(ws-lbl-previous) '</a> '
               end-display
           end-if

               display
                   '<a href="/cgi-bin/view-guest-book.cgi?page='
                   ws-next-page function trim(ws-nav-query-suffix)
                   '">' function trim(ws-lbl-next) '</a>'
               end-display
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
           move ws-search-book-id to WS-LEDGER-BOOK-ID
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

       render-unavailable-page.
      *> What the visitor sees instead of our database internals.
           move "SITE_UNAVAILABLE" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Sorry -- the guest book is temporarily unavailable. "
               "Please try again in a few minutes."
               into WS-MSG-TEXT
           end-string
           perform look-up-message
           display
               "<p><b>" function trim(WS-MSG-TEXT) "</b></p>"
               "</body></html>"
           end-display
           exit paragraph.
