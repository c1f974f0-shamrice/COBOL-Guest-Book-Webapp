      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: Batch job that writes one self-contained,
      *          print-formatted HTML document of an entire guest
      *          book -- the thing organizers ask for after an event
      *          oldest first (the story in the order it was told,
      *          pulled from the hot table AND the archive so a book
      *          already moved to cold storage still prints whole),
      *          each entry's answers to the book's extra signing
      *          fields listed under its comment with their labels,
      *          moderator replies indented under their entries, and
      *          a closing page with the signing count, first/last
      *          entry dates, and the book's open/close window. Every
      *          date is given in the book's own time zone and date
      *          style when the registry has them for it.
      *
      *          Run as:
      *            print-guest-book-batch BOOK-ID [OUTPUT-FILE]

       configuration section.
       repository.
           function html-attr-escape-string
           function all intrinsic.

       input-output section.
       01  ws-book-id               pic x(64).
       01  ws-book-title            pic x(128).
       01  ws-book-desc             pic x(512).
       01  ws-book-open-disp        pic x(32).
       01  ws-book-close-disp       pic x(32).
       01  ws-book-time-zone        pic x(64).
       01  ws-book-date-style       pic x(10).

       01  ws-entry-name            pic x(256).
       01  ws-entry-comment         pic x(1024).
       01  ws-entry-date            pic x(32).
       01  ws-entry-reply           pic x(1024).

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

       01  ws-entry-total           PIC S9(9) COMP-5.
       01  ws-first-entry-disp      pic x(32).
       01  ws-last-entry-disp       pic x(32).

       EXEC SQL
          END DECLARE SECTION
       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".
       copy "book-fields".

       01  ws-log-sqlcode           pic +9(9).


           perform fetch-book-details
           perform fetch-book-totals
           perform load-book-fields

           open output fd-print-file
           if ws-print-status not < 10 then
           move spaces to ws-book-desc
           move spaces to ws-book-open-disp
           move spaces to ws-book-close-disp
           move spaces to ws-book-time-zone
           move spaces to ws-book-date-style

      *> The window is already the book's local time; only the entry
      *> dates need moving out of server time.
           EXEC SQL
               SELECT DISPLAY_TITLE, COALESCE(DESCRIPTION, ''),
                   COALESCE(BOOK_DATE_FORMAT(OPEN_DT, DATE_STYLE), ''),
                   COALESCE(BOOK_DATE_FORMAT(CLOSE_DT, DATE_STYLE),
                       ''),
                   COALESCE(TIME_ZONE, ''), COALESCE(DATE_STYLE, '')
               INTO :ws-book-title, :ws-book-desc,
                   :ws-book-open-disp, :ws-book-close-disp,
                   :ws-book-time-zone, :ws-book-date-style
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-book-id
           END-EXEC

           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(BOOK_DATE_TEXT(MIN(CREATE_DT),
                       :ws-book-time-zone, :ws-book-date-style), ''),
                   COALESCE(BOOK_DATE_TEXT(MAX(CREATE_DT),
                       :ws-book-time-zone, :ws-book-date-style), '')
               INTO :ws-entry-total, :ws-first-entry-disp,
                   :ws-last-entry-disp
               FROM (
           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n;
      *> only the labels matter for the keepsake.
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
               WHERE GUEST_BOOK_ID = :ws-book-id
               ORDER BY FIELD_NO;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BOOK_FIELDS;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BOOK_FIELDS
                   INTO :ws-field-no, :ws-field-label,
                       :ws-field-required, :ws-field-max-length;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100
                   and ws-field-no >= 1 and ws-field-no <= 5 then
                   move ws-field-no to WS-BF-IDX
                   move ws-field-label to WS-BF-LABEL(WS-BF-IDX)
                   add 1 to WS-BOOK-FIELD-COUNT
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BOOK_FIELDS;
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       write-cover-page.
      *> One document, styled for paper: the cover and closing pages
      *> force page breaks, entries flow between them. Entry text
               to WS-LOG-OPERATION
           EXEC SQL
               DECLARE CUR_PRINT CURSOR FOR
               SELECT GUEST_NAME, GUEST_COMMENT, ENTRY_DT, REPLY_TEXT,
                   X1, X2, X3, X4, X5
               FROM (
                   SELECT E.GUEST_NAME, E.GUEST_COMMENT,
                       E.CREATE_DT AS SORT_DT,
                       BOOK_DATE_TEXT(E.CREATE_DT, :ws-book-time-zone,
                           :ws-book-date-style) AS ENTRY_DT,
                       COALESCE(R.REPLY_TEXT, '') AS REPLY_TEXT,
                       COALESCE(E.EXTRA_FIELD_1, '') AS X1,
                       COALESCE(E.EXTRA_FIELD_2, '') AS X2,
                       COALESCE(E.EXTRA_FIELD_3, '') AS X3,
                       COALESCE(E.EXTRA_FIELD_4, '') AS X4,
                       COALESCE(E.EXTRA_FIELD_5, '') AS X5
                   FROM GUEST_ENTRY E
                   LEFT JOIN GUEST_ENTRY_REPLY R
                       ON R.ENTRY_ID = E.ID
                     AND E.STATUS = 'ACTIVE'
                   UNION ALL
                   SELECT A.GUEST_NAME, A.GUEST_COMMENT,
                       A.CREATE_DT AS SORT_DT,
                       BOOK_DATE_TEXT(A.CREATE_DT, :ws-book-time-zone,
                           :ws-book-date-style) AS ENTRY_DT,
                       COALESCE(A.REPLY_TEXT, '') AS REPLY_TEXT,
                       COALESCE(A.EXTRA_FIELD_1, '') AS X1,
                       COALESCE(A.EXTRA_FIELD_2, '') AS X2,
                       COALESCE(A.EXTRA_FIELD_3, '') AS X3,
                       COALESCE(A.EXTRA_FIELD_4, '') AS X4,
                       COALESCE(A.EXTRA_FIELD_5, '') AS X5
                   FROM GUEST_ENTRY_ARCHIVE A
                   WHERE A.GUEST_BOOK_ID = :ws-book-id
                     AND A.STATUS = 'ACTIVE'
               ) ALL_ENTRIES
               ORDER BY SORT_DT;
           END-EXEC
           perform sqlstate-check

               EXEC SQL
                   FETCH CUR_PRINT
                   INTO :ws-entry-name, :ws-entry-comment,
                       :ws-entry-date, :ws-entry-reply,
                       :ws-extra-field-1, :ws-extra-field-2,
                       :ws-extra-field-3, :ws-extra-field-4,
                       :ws-extra-field-5;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
           end-string
           write f-print-line

           perform write-extra-field-lines

           if function trim(ws-entry-reply) not = spaces then
               move spaces to f-print-line
               string
           exit paragraph.


       write-extra-field-lines.
      *> One line per defined field the guest answered -- "Table
      *> number: 12" under the comment instead of inside it.
           move ws-extra-field-1 to WS-BF-VALUE(1)
           move ws-extra-field-2 to WS-BF-VALUE(2)
           move ws-extra-field-3 to WS-BF-VALUE(3)
           move ws-extra-field-4 to WS-BF-VALUE(4)
           move ws-extra-field-5 to WS-BF-VALUE(5)
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   and function trim(WS-BF-VALUE(WS-BF-IDX))
                       not = spaces then
                   move spaces to f-print-line
                   string
                       '<p class="when">'
                       function html-attr-escape-string(
                           function trim(WS-BF-LABEL(WS-BF-IDX)))
                       ": "
                       function html-attr-escape-string(
                           function trim(WS-BF-VALUE(WS-BF-IDX)))
                       "</p>"
                       into f-print-line
                   end-string
                   write f-print-line
               end-if
           end-perform
           exit paragraph.


       write-closing-page.
           move spaces to f-print-line
           string
