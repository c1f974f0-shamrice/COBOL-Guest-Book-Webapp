      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: Public directory page listing every guest book a
      *          visitor can read: each OPEN book (and CLOSED books,
      *          which stay readable) with its display title,
               SELECT B.GUEST_BOOK_ID, B.DISPLAY_TITLE,
                   COALESCE(B.DESCRIPTION, ''), B.STATUS,
                   CASE WHEN (B.OPEN_DT IS NULL
                           OR B.OPEN_DT <= BOOK_LOCAL_NOW(B.TIME_ZONE))
                         AND (B.CLOSE_DT IS NULL
                           OR B.CLOSE_DT >= BOOK_LOCAL_NOW(B.TIME_ZONE))
                        THEN 'Y' ELSE 'N' END,
                   CASE WHEN B.STATUS = 'ARCHIVED'
                        THEN (SELECT COUNT(*)
