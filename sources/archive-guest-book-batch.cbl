      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Batch job that moves a guest book's entries up to a
      *          cutoff date out of the hot GUEST_ENTRY table into
      *          GUEST_ENTRY_ARCHIVE (audit rows likewise into
       01  ws-entry-status          pic x(10).
       01  ws-entry-token           pic x(40).
       01  ws-entry-reply           pic x(1024).
       01  ws-entry-extra-1         pic x(256).
       01  ws-entry-extra-2         pic x(256).
       01  ws-entry-extra-3         pic x(256).
       01  ws-entry-extra-4         pic x(256).
       01  ws-entry-extra-5         pic x(256).

       01  ws-archived-entries      PIC S9(9) COMP-5.
       01  ws-archived-audits       PIC S9(9) COMP-5.
       01  ws-safe-email            pic x(256).
       01  ws-safe-comment          pic x(1024).
       01  ws-safe-reply            pic x(1024).
       01  ws-safe-extras.
           05  ws-safe-extra        pic x(256) occurs 5 times.
       01  ws-safe-extra-idx        pic 9.

       local-storage section.


       write-archive-file.
      *> One GUEST_NAME|GUEST_EMAIL|GUEST_COMMENT|CREATE_DT|STATUS|
      *> GUEST_BOOK_ID|EDIT_TOKEN|REPLY_TEXT|EXTRA_1|..|EXTRA_5 line
      *> per entry, oldest first. The moderator reply and the answers
      *> to the book's extra signing fields ride along so the offline
      *> copy is the complete public record of the book.
           move "write-archive-file"
               to WS-LOG-OPERATION
           EXEC SQL
               SELECT E.GUEST_NAME, E.GUEST_EMAIL, E.GUEST_COMMENT,
                   CAST(E.CREATE_DT AS VARCHAR), E.STATUS,
                   COALESCE(E.EDIT_TOKEN, ''),
                   COALESCE(R.REPLY_TEXT, ''),
                   COALESCE(E.EXTRA_FIELD_1, ''),
                   COALESCE(E.EXTRA_FIELD_2, ''),
                   COALESCE(E.EXTRA_FIELD_3, ''),
                   COALESCE(E.EXTRA_FIELD_4, ''),
                   COALESCE(E.EXTRA_FIELD_5, '')
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE E.GUEST_BOOK_ID = :ws-book-id
                   INTO :ws-entry-name, :ws-entry-email,
                       :ws-entry-comment, :ws-entry-create-dt,
                       :ws-entry-status, :ws-entry-token,
                       :ws-entry-reply, :ws-entry-extra-1,
                       :ws-entry-extra-2, :ws-entry-extra-3,
                       :ws-entry-extra-4, :ws-entry-extra-5;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
           inspect ws-safe-reply converting "|" to space
           inspect ws-safe-reply converting x"0D0A" to spaces

           move ws-entry-extra-1 to ws-safe-extra(1)
           move ws-entry-extra-2 to ws-safe-extra(2)
           move ws-entry-extra-3 to ws-safe-extra(3)
           move ws-entry-extra-4 to ws-safe-extra(4)
           move ws-entry-extra-5 to ws-safe-extra(5)
           perform varying ws-safe-extra-idx from 1 by 1
               until ws-safe-extra-idx > 5
               inspect ws-safe-extra(ws-safe-extra-idx)
                   converting "|" to space
               inspect ws-safe-extra(ws-safe-extra-idx)
                   converting x"0D0A" to spaces
           end-perform

           move spaces to f-archive-line
           string
               function trim(ws-safe-name) "|"
               function trim(ws-entry-status) "|"
               function trim(ws-book-id) "|"
               function trim(ws-entry-token) "|"
               function trim(ws-safe-reply) "|"
               function trim(ws-safe-extra(1)) "|"
               function trim(ws-safe-extra(2)) "|"
               function trim(ws-safe-extra(3)) "|"
               function trim(ws-safe-extra(4)) "|"
               function trim(ws-safe-extra(5))
               into f-archive-line
           end-string
           write f-archive-line
               INSERT INTO GUEST_ENTRY_ARCHIVE(
                   ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   REPLY_TEXT, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5)
               SELECT E.ID, E.GUEST_NAME, E.GUEST_EMAIL,
                   E.GUEST_COMMENT, E.CREATE_DT, E.STATUS,
                   E.EDIT_TOKEN, E.GUEST_BOOK_ID, R.REPLY_TEXT,
                   E.EXTRA_FIELD_1, E.EXTRA_FIELD_2, E.EXTRA_FIELD_3,
                   E.EXTRA_FIELD_4, E.EXTRA_FIELD_5
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE E.GUEST_BOOK_ID = :ws-book-id
