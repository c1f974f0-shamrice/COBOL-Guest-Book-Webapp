      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-25
      * Last Modified: 2026-10-15
      * Purpose: Lets the original submitter of a guest book entry
      *          update or withdraw it using the one-time edit link
      *          emailed to them by sign-guest-book.cbl, without
      *          query string parameter shows the entry pre-filled in
      *          an edit form; POST with "token" and "action" applies
      *          an update or a withdrawal (delete) to that same row.
      *          The page reads in the language of the entry's book,
      *          from the message catalog (message-catalog.cbl).
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       01  ws-audit-user-agent      pic x(256).

       01  ws-book-pre-moderate     pic x.
       01  ws-book-language         pic x(10).

       EXEC SQL
          END DECLARE SECTION

       01  ws-log-sqlcode           pic +9(9).
       copy "template-request".
       copy "message-request".

       01  ws-http-request-method-header constant as "REQUEST_METHOD".
       01  ws-remote-addr-header    constant as "REMOTE_ADDR".
       01  ws-pre-mod-id             pic x(64).
       01  ws-pre-mod-pointer        pic 9(4) comp-5.

      *> Catalog wording for the edit form, looked up before it is
      *> displayed.
       01  ws-msg-title              pic x(256).
       01  ws-form-labels.
           05  ws-form-name-label    pic x(128).
           05  ws-form-email-label   pic x(128).
           05  ws-form-comment-label pic x(128).
           05  ws-form-update-label  pic x(128).
           05  ws-form-withdraw-label pic x(128).

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION
           move spaces to ws-book-language
           move 0 to WS-MSG-PLACEHOLDER-COUNT

           display "Content-type: text/html" newline

           accept ws-audit-remote-addr
               from environment ws-remote-addr-header
           end-accept
               from environment ws-http-request-method-header
           end-accept

      *> The token is read first so the entry's book language is
      *> known before any page chrome goes out.
           if IS-POST then
               perform read-post-body
           else
               perform read-query-string
           end-if

           perform look-up-entry-language
           perform render-page-header

           if IS-POST then
               perform process-edit-action
           else
               perform render-edit-form
           end-if

      *> place; the edit screen isn't tied to a book until the token
      *> is looked up, so the per-book lookup is skipped. Built-in
      *> markup is the fallback so template-less installs render
      *> exactly as before. The book's language still picks the
      *> language's template directory.
           move "EDIT_PAGE_TITLE" to WS-MSG-KEY
           move "Edit Guest Book Entry" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-msg-title

           move ws-cfg-template-path to WS-TPL-BASE-PATH
           move "header" to WS-TPL-NAME
           move spaces to WS-TPL-BOOK-ID
           move ws-book-language to WS-TPL-LANGUAGE
           move 3 to WS-TPL-PLACEHOLDER-COUNT
           move "PAGE_TITLE" to WS-TPL-PH-KEY(1)
           move function trim(ws-msg-title) to WS-TPL-PH-VALUE(1)
           move "BOOK_ID" to WS-TPL-PH-KEY(2)
           move spaces to WS-TPL-PH-VALUE(2)
           move "BOOK_TITLE" to WS-TPL-PH-KEY(3)
           move function trim(ws-msg-title) to WS-TPL-PH-VALUE(3)
           call "render-template" using WS-TEMPLATE-REQUEST end-call

           if not IS-TPL-FOUND then
               display
                   "<!DOCTYPE html>"
                   "<html><head><title>GnuCOBOL Sample Guest Book - "
                   function trim(ws-msg-title) "</title>"
                   "<style>"
                   "  table"
                   "{ background-color:#e0ffff;"
                   "</style>"
                   "</head><body>"
                   newline
                   "<h2>" function trim(ws-msg-title) "</h2>"
                   newline
               end-display
           end-if
       connect-to-database.
           move "connect-to-database"
               to WS-LOG-OPERATION
           perform build-connect-string
           EXEC SQL
               CONNECT TO :BUFFER
           END-EXEC.
           perform sqlstate-check
           exit paragraph.


       build-connect-string.
           move spaces to BUFFER
           STRING 'DRIVER={' function trim(ws-cfg-db-driver) '};'
                'SERVER=' function trim(ws-cfg-db-server) ';'
                'PORT=' function trim(ws-cfg-db-port) ';'
                'PWD=' function trim(ws-cfg-db-pwd) ';'
                'COMRESSED_PROTO=0;'
           INTO BUFFER.
           exit paragraph.


       look-up-entry-language.
      *> Runs before the page header, so nothing here may stop the
      *> run: an unknown token or a database that can't be reached
      *> just leaves the page in English, and the action that
      *> follows reports the real problem the usual way.
           move "look-up-entry-language"
               to WS-LOG-OPERATION
           move spaces to ws-book-language

           if function trim(ws-token) = spaces then
               exit paragraph
           end-if

           perform build-connect-string
           EXEC SQL
               CONNECT TO :BUFFER
           END-EXEC
           if sqlcode < 0 then
               perform log-sql-problem
               exit paragraph
           end-if

           EXEC SQL
               SELECT COALESCE(B.LANGUAGE_CODE, '')
               INTO :ws-book-language
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_BOOK B
                   ON B.GUEST_BOOK_ID = E.GUEST_BOOK_ID
               WHERE E.EDIT_TOKEN = :ws-token
           END-EXEC
           if sqlcode not = 0 then
               move spaces to ws-book-language
           end-if

           EXEC SQL
               CONNECT RESET
           END-EXEC

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


       show-invalid-link.
           move "EDIT_LINK_INVALID" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "This edit link is invalid or the entry has already "
               "been withdrawn."
               into WS-MSG-TEXT
           end-string
           perform look-up-message
           display
               '<h2 style="color:red;">'
               function trim(WS-MSG-TEXT) "</h2>"
           end-display
           exit paragraph.


           perform sqlstate-check

           if not IS-ENTRY-FOUND then
               perform show-invalid-link
               exit paragraph
           end-if

           perform load-form-labels

      *> The buttons post a fixed action value whatever their
      *> caption says in the book's language.
           display
               '<form method="post" '
               'action="/cgi-bin/edit-guest-book.cgi">'
               '<input type="hidden" name="token" value="'
               function html-attr-escape-string(
                   function trim(ws-token)) '" />'
               "<p>" function trim(ws-form-name-label)
               ' <input type="text" name="name" value="'
               function html-attr-escape-string(
                   function trim(ws-entry-name)) '" /></p>'
               "<p>" function trim(ws-form-email-label)
               ' <input type="text" name="email" value="'
               function html-attr-escape-string(
                   function trim(ws-entry-email)) '" /></p>'
               "<p>" function trim(ws-form-comment-label)
               " <textarea name=" '"comment"' ">"
               function trim(ws-entry-comment) "</textarea></p>"
               '<p><button type="submit" name="action" value="update">'
               function trim(ws-form-update-label) "</button>"
               '<button type="submit" name="action" '
               'value="withdraw">'
               function trim(ws-form-withdraw-label) "</button>"
               "</p>"
               "</form>"
           end-display
           exit paragraph.


       load-form-labels.
           move "FORM_NAME" to WS-MSG-KEY
           move "Name:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-name-label

           move "FORM_EMAIL" to WS-MSG-KEY
           move "Email:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-email-label

           move "FORM_COMMENT" to WS-MSG-KEY
           move "Comment:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-comment-label

           move "EDIT_FORM_UPDATE" to WS-MSG-KEY
           move "update" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-update-label

           move "EDIT_FORM_WITHDRAW" to WS-MSG-KEY
           move "withdraw" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-withdraw-label

           exit paragraph.


       process-edit-action.
           move "process-edit-action"
               to WS-LOG-OPERATION
                   CONNECT RESET
               END-EXEC
               perform sqlstate-check
               perform show-invalid-link
               exit paragraph
           end-if

               to ws-entry-comment

           if function trim(ws-entry-name) = spaces then
               move "ANONYMOUS_NAME" to WS-MSG-KEY
               move "Anonymous" to WS-MSG-TEXT
               perform look-up-message
               move WS-MSG-TEXT to ws-entry-name
           end-if

           if function trim(ws-entry-comment) = spaces then
               move "EDIT_COMMENT_BLANK" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "Comment field cannot be blank. Please go back "
                   "and try again."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               exit paragraph
           end-if
               inspect ws-entry-email
                   tallying ws-email-dot-count for all "."
               if ws-email-at-count = 0 or ws-email-dot-count = 0 then
                   move "EDIT_EMAIL_INVALID" to WS-MSG-KEY
                   move spaces to WS-MSG-TEXT
                   string
                       "Email address doesn't look valid. Please go "
                       "back and try again."
                       into WS-MSG-TEXT
                   end-string
                   perform look-up-message
                   display
                       '<h2 style="color:red;">'
                       function trim(WS-MSG-TEXT) "</h2>"
                   end-display
                   exit paragraph
               end-if
           if function trim(ws-new-entry-status) = "PENDING"
               and function trim(ws-entry-status) not = "PENDING"
               then
               move "EDIT_UPDATE_PENDING" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "Your update has been saved and is awaiting "
                   "approval; it will appear once a moderator has "
                   "reviewed it."
                   into WS-MSG-TEXT
               end-string
           else
               move "EDIT_UPDATED" to WS-MSG-KEY
               move "Your entry has been updated." to WS-MSG-TEXT
           end-if
           perform look-up-message
           display
               '<h2 style="text-align:center;">'
               function trim(WS-MSG-TEXT) "</h2>"
           end-display

           exit paragraph.

           move "WITHDRAW" to ws-audit-action
           perform write-audit-record

           move "EDIT_WITHDRAWN" to WS-MSG-KEY
           move "Your entry has been withdrawn." to WS-MSG-TEXT
           perform look-up-message
           display
               '<h2 style="text-align:center;">'
               function trim(WS-MSG-TEXT) "</h2>"
           end-display

           exit paragraph.

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
