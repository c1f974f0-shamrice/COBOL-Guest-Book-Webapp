      ******************************************************************
      * Purpose: A guest book's extra signing fields (GUEST_BOOK_FIELD)
      *          and, on the programs that take or show an entry, the
      *          entry's answers to them (GUEST_ENTRY.EXTRA_FIELD_1..5).
      *          Slot n of the table is FIELD_NO n, so an answer always
      *          lines up with the EXTRA_FIELD_n column it's kept in; a
      *          slot with a blank label isn't defined for the book.
      *          COPY this into WORKING-STORAGE after the DECLARE
      *          SECTION -- the cursor fetches into the program's own
      *          host variables and the rows are moved in here.
      ******************************************************************
       01  WS-BOOK-FIELDS.
           05  WS-BOOK-FIELD-COUNT       pic 9 value 0.
           05  WS-BOOK-FIELD             occurs 5 times.
               10  WS-BF-LABEL           pic x(64).
               10  WS-BF-REQUIRED        pic x.
                   88  IS-BF-REQUIRED    value "Y".
               10  WS-BF-MAX-LENGTH      pic 9(3).
               10  WS-BF-VALUE           pic x(256).
       01  WS-BF-IDX                     pic 9.
