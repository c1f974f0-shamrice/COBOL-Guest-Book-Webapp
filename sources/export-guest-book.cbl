      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-25
      * Last Modified: 2026-10-15
      * Purpose: Syndicates the guest book for other sites/readers.
      *          Returns the latest active entries as either an RSS 2.0
      *          feed (default) or a JSON array, selected by the
      *          "format" query string parameter ("rss" or "json").
      *          Answers to the book's extra signing fields ride along
      *          with each entry, labelled: <field label="..."> items
      *          in RSS, a "fields" array of label/value pairs in JSON.
      *          Entry dates are given in the book's own time zone and
      *          date style when the registry has them for it.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.

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

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "book-fields".

       01  ws-log-sqlcode           pic +9(9).

       01  ws-export-format         pic x(10) value "rss".

       01  ws-rows-rendered         pic 9(9) value 0.
       01  ws-fields-rendered       pic 9 value 0.

       local-storage section.

               CONNECT TO :BUFFER
           END-EXEC.

           perform load-book-fields

           if ws-export-format = "json" then
               display "Content-type: application/json" newline
               end-display
               DECLARE CUR_EXPORT CURSOR FOR
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
                 AND E.GUEST_BOOK_ID = :ws-export-book-id
               ORDER BY E.CREATE_DT DESC
                       :ws-guest-email,
                       :ws-guest-comment,
                       :ws-guest-date,
                       :ws-reply-text,
                       :ws-extra-field-1,
                       :ws-extra-field-2,
                       :ws-extra-field-3,
                       :ws-extra-field-4,
                       :ws-extra-field-5;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                           "</reply>"
                       end-display
                   end-if
                   perform render-rss-extra-fields
                   display "</item>"
               end-if
           end-perform
                       :ws-guest-email,
                       :ws-guest-comment,
                       :ws-guest-date,
                       :ws-reply-text,
                       :ws-extra-field-1,
                       :ws-extra-field-2,
                       :ws-extra-field-3,
                       :ws-extra-field-4,
                       :ws-extra-field-5;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                       '","reply":"'
                       function json-escape-string(
                           function trim(ws-reply-text))
                       '","fields":['
                   end-display
                   perform render-json-extra-fields
                   display "]}"
               end-if
           end-perform

           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n. A
      *> failed lookup (no field table on an older install) just
      *> means no labelled fields in the feed.
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
               WHERE GUEST_BOOK_ID = :ws-export-book-id
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


       move-extra-field-values.
           move ws-extra-field-1 to WS-BF-VALUE(1)
           move ws-extra-field-2 to WS-BF-VALUE(2)
           move ws-extra-field-3 to WS-BF-VALUE(3)
           move ws-extra-field-4 to WS-BF-VALUE(4)
           move ws-extra-field-5 to WS-BF-VALUE(5)
           exit paragraph.


       render-rss-extra-fields.
      *> One <field> per defined field the guest answered.
           perform move-extra-field-values
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   and function trim(WS-BF-VALUE(WS-BF-IDX))
                       not = spaces then
                   display
                       '<field label="'
                       function xml-escape-string(
                           function trim(WS-BF-LABEL(WS-BF-IDX)))
                       '">'
                       function xml-escape-string(
                           function trim(WS-BF-VALUE(WS-BF-IDX)))
                       "</field>"
                   end-display
               end-if
           end-perform
           exit paragraph.


       render-json-extra-fields.
           perform move-extra-field-values
           move 0 to ws-fields-rendered
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   and function trim(WS-BF-VALUE(WS-BF-IDX))
                       not = spaces then
                   if ws-fields-rendered > 0 then
                       display ","
                   end-if
                   add 1 to ws-fields-rendered
                   display
                       '{"label":"'
                       function json-escape-string(
                           function trim(WS-BF-LABEL(WS-BF-IDX)))
                       '","value":"'
                       function json-escape-string(
                           function trim(WS-BF-VALUE(WS-BF-IDX)))
                       '"}'
                   end-display
               end-if
           end-perform
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL
