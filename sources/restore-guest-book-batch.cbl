      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Batch job that loads an archive flat file written by
      *          archive-guest-book-batch.cbl (one GUEST_NAME|
      *          GUEST_EMAIL|GUEST_COMMENT|CREATE_DT|STATUS|
      *          GUEST_BOOK_ID|EDIT_TOKEN|REPLY_TEXT|EXTRA_1|..|EXTRA_5
      *          line per entry) back into the hot GUEST_ENTRY table,
      *          re-creating the moderator reply where one was
      *          archived. Files written before the extra signing
      *          fields existed have no EXTRA_n fields; those entries
      *          restore with the answers blank. Each restored
      *          row gets a fresh id but keeps its original submission
      *          time, status and edit token. A CREATE audit row is
      *          written per restored entry (user agent marks it as a
       01  ws-entry-book-id         pic x(64).
       01  ws-entry-token           pic x(40).
       01  ws-entry-reply           pic x(1024).
       01  ws-entry-extra-1         pic x(256).
       01  ws-entry-extra-2         pic x(256).
       01  ws-entry-extra-3         pic x(256).
       01  ws-entry-extra-4         pic x(256).
       01  ws-entry-extra-5         pic x(256).

       01  ws-new-entry-id          PIC S9(9) COMP-5.

           move spaces to ws-entry-book-id
           move spaces to ws-entry-token
           move spaces to ws-entry-reply
           move spaces to ws-entry-extra-1
           move spaces to ws-entry-extra-2
           move spaces to ws-entry-extra-3
           move spaces to ws-entry-extra-4
           move spaces to ws-entry-extra-5

           unstring f-archive-line delimited by "|"
               into ws-entry-name ws-entry-email ws-entry-comment
                   ws-entry-create-dt ws-entry-status
                   ws-entry-book-id ws-entry-token ws-entry-reply
                   ws-entry-extra-1 ws-entry-extra-2 ws-entry-extra-3
                   ws-entry-extra-4 ws-entry-extra-5
           end-unstring

           if function trim(ws-entry-name) = spaces
           EXEC SQL
               INSERT INTO GUEST_ENTRY(
                   GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   EXTRA_FIELD_1, EXTRA_FIELD_2, EXTRA_FIELD_3,
                   EXTRA_FIELD_4, EXTRA_FIELD_5)
               VALUES (
                   :ws-entry-name, :ws-entry-email,
                   :ws-entry-comment,
                   CAST(:ws-entry-create-dt AS TIMESTAMP),
                   :ws-entry-status,
                   NULLIF(:ws-entry-token, ''),
                   :ws-entry-book-id,
                   NULLIF(:ws-entry-extra-1, ''),
                   NULLIF(:ws-entry-extra-2, ''),
                   NULLIF(:ws-entry-extra-3, ''),
                   NULLIF(:ws-entry-extra-4, ''),
                   NULLIF(:ws-entry-extra-5, ''))
               RETURNING ID INTO :ws-new-entry-id;
           END-EXEC

