      *>****************************************************************
      *> Author: Erik Eriksen
      *> Create Date: 2026-09-03
      *> Last Modified: 2026-10-15
      *> Purpose: Read-only browser for archived guest books. Once
      *>          archive-guest-book-batch.cbl moves a book's rows
      *>          into GUEST_ENTRY_ARCHIVE they vanish from
      *>          since the archive folds REPLY_TEXT flat into the
      *>          entry row -- but with no sign, report, or subscribe
      *>          forms: an archived book is history, not a
      *>          conversation. Dates are shown (and searched) in the
      *>          book's own time zone and date style, as on the hot
      *>          page.
      *> Tectonics: ./build_and_deploy.sh
      *>*****************************************************************
       identification division.
       01  ws-reply-text            pic x(1024).

       01  ws-book-title            pic x(128).
       01  ws-book-time-zone        pic x(64).
       01  ws-book-date-style       pic x(10).

       01  ws-page-size             PIC S9(9) COMP-5 VALUE 20.
       01  ws-page-offset           PIC S9(9) COMP-5.
      *> (STATUS = 'ARCHIVED'), but one whose row is gone just shows
      *> the id, same as the hot view page.
           move spaces to ws-book-title
           move spaces to ws-book-time-zone
           move spaces to ws-book-date-style
           EXEC SQL
               SELECT DISPLAY_TITLE, COALESCE(TIME_ZONE, ''),
                   COALESCE(DATE_STYLE, '')
               INTO :ws-book-title, :ws-book-time-zone,
                   :ws-book-date-style
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-search-book-id
           END-EXEC
           if sqlcode not = 0 then
               move ws-search-book-id to ws-book-title
               move spaces to ws-book-time-zone
               move spaces to ws-book-date-style
           end-if

           display "Content-type: text/html" newline
               DECLARE CUR_ARCH_VIEW CURSOR FOR
               SELECT
                   GUEST_NAME, GUEST_COMMENT,
                   BOOK_DATE_TEXT(CREATE_DT, :ws-book-time-zone,
                       :ws-book-date-style),
                   COALESCE(REPLY_TEXT, '')
               FROM GUEST_ENTRY_ARCHIVE
               WHERE STATUS = 'ACTIVE'
                 AND GUEST_BOOK_ID = :ws-search-book-id
                 AND GUEST_NAME LIKE :ws-search-name-pattern
                 AND BOOK_LOCAL_TS(CREATE_DT, :ws-book-time-zone)
                     >= :ws-from-date-ts
                 AND BOOK_LOCAL_TS(CREATE_DT, :ws-book-time-zone)
                     <= :ws-to-date-ts
               ORDER BY CREATE_DT DESC
               OFFSET :ws-page-offset ROWS
               FETCH FIRST :ws-page-size ROWS ONLY;
