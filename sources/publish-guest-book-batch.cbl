      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Batch job that walks every registered guest book and
      *          writes its entries out as static .html pages -- the
      *          same table markup view-guest-book.cbl renders, one
      *          the STATIC_PUBLISH_CMD config key, so the snapshot
      *          stays current without every reader hitting Postgres
      *          -- during event weekends the database box is the
      *          thing that falls over first. Answers to a book's
      *          extra signing fields are published under their labels
      *          the same way the view page shows them, and entry dates
      *          in the book's own time zone and date style.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.

       configuration section.
       repository.
           function html-attr-escape-string
           function all intrinsic.

       input-output section.
       01  ws-guest-name            pic x(256).
       01  ws-guest-email           pic x(256).
       01  ws-guest-comment         pic x(1024).
       01  ws-guest-date            pic x(32).
       01  ws-reply-text            pic x(1024).

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

       01  ws-page-size             PIC S9(9) COMP-5 VALUE 20.
       01  ws-page-offset           PIC S9(9) COMP-5.

       copy "db-config".
       copy "app-log-request".
       copy "batch-run-request".
       copy "book-fields".

       01  ws-log-sqlcode           pic +9(9).

      *> empty, so every book has a landing page to link to.
           move "N" to ws-book-done
           move 1 to ws-page-number
           perform load-book-fields

           perform until IS-BOOK-DONE
               perform write-one-page
           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n;
      *> only the labels matter for publishing.
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
               WHERE GUEST_BOOK_ID = :ws-pub-book-id
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


       write-one-page.
           compute ws-page-offset =
               (ws-page-number - 1) * ws-page-size
               DECLARE CUR_PUB_ENTRIES CURSOR FOR
               SELECT
                   E.GUEST_NAME, E.GUEST_EMAIL, E.GUEST_COMMENT,
                   BOOK_DATE_TEXT(E.CREATE_DT, B.TIME_ZONE,
                       B.DATE_STYLE),
                   COALESCE(R.REPLY_TEXT, ''),
                   COALESCE(E.EXTRA_FIELD_1, ''),
                   COALESCE(E.EXTRA_FIELD_2, ''),
                   COALESCE(E.EXTRA_FIELD_3, ''),
                   COALESCE(E.EXTRA_FIELD_4, ''),
                   COALESCE(E.EXTRA_FIELD_5, '')
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               LEFT JOIN GUEST_BOOK B
                   ON B.GUEST_BOOK_ID = E.GUEST_BOOK_ID
               WHERE E.STATUS = 'ACTIVE'
                 AND E.GUEST_BOOK_ID = :ws-pub-book-id
               ORDER BY E.CREATE_DT DESC
                   FETCH CUR_PUB_ENTRIES
                   INTO :ws-guest-name, :ws-guest-email,
                       :ws-guest-comment, :ws-guest-date,
                       :ws-reply-text, :ws-extra-field-1,
                       :ws-extra-field-2, :ws-extra-field-3,
                       :ws-extra-field-4, :ws-extra-field-5;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
           end-string
           write f-static-line

           perform write-extra-field-rows

           if function trim(ws-reply-text) not = spaces then
               move spaces to f-static-line
               string
           exit paragraph.


       write-extra-field-rows.
      *> One row per defined field the guest answered, same as the
      *> view page.
           move ws-extra-field-1 to WS-BF-VALUE(1)
           move ws-extra-field-2 to WS-BF-VALUE(2)
           move ws-extra-field-3 to WS-BF-VALUE(3)
           move ws-extra-field-4 to WS-BF-VALUE(4)
           move ws-extra-field-5 to WS-BF-VALUE(5)
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   and function trim(WS-BF-VALUE(WS-BF-IDX))
                       not = spaces then
                   move spaces to f-static-line
                   string
                       "<tr><td>"
                       function html-attr-escape-string(
                           function trim(WS-BF-LABEL(WS-BF-IDX)))
                       ":</td><td>"
                       function html-attr-escape-string(
                           function trim(WS-BF-VALUE(WS-BF-IDX)))
                       "</td></tr>"
                       into f-static-line
                   end-string
                   write f-static-line
               end-if
           end-perform
           exit paragraph.


       write-page-navigation.
           move "<p>" to f-static-line
           write f-static-line
