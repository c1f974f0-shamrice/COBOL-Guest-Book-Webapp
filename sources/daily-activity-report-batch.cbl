      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-25
      * Last Modified: 2026-10-15
      * Purpose: Batch job that prints a daily guest book activity
      *          report: how many entries were signed today, how many
      *          moderation actions happened today, and the current
      *> One install can host several independent guest books (see
      *> GUEST_BOOK_ID), so the report is broken down per book below
      *> rather than printing one count that mixes all of them together.
      *> Moderator login rows sit under the reserved '(login)' book,
      *> which isn't a book at all, so it's left out.
           EXEC SQL
               DECLARE CUR_BOOK_IDS CURSOR FOR
               SELECT GUEST_BOOK_ID FROM GUEST_ENTRY
               UNION
               SELECT GUEST_BOOK_ID FROM GUEST_ENTRY_AUDIT
               WHERE GUEST_BOOK_ID <> '(login)'
               ORDER BY GUEST_BOOK_ID
           END-EXEC
           perform sqlstate-check
