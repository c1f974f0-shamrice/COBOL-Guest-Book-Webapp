      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: Lets a visitor subscribe their email address to a
      *          specific guest book and receive the nightly digest of
      *          that day's new entries (queued by
      *          email we send them must offer the way out.
      *          GET with "confirm" or "unsubscribe" applies those
      *          actions; GET with just "book" shows the form.
      *          The pages and the confirmation email read in the
      *          book's language, from the message catalog
      *          (message-catalog.cbl); a confirm or unsubscribe link
      *          takes the language of the book it was issued for.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       01  ws-sub-token             pic x(40).
       01  ws-sub-status            pic x(10).
       01  ws-sub-count             PIC S9(9) COMP-5.
       01  ws-book-language         pic x(10).
       01  ws-lang-token            pic x(40).

       EXEC SQL
          END DECLARE SECTION

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".

       01  ws-log-sqlcode           pic +9(9).
       copy "template-request".
       copy "message-request".

       01  ws-http-request-method-header constant as "REQUEST_METHOD".
       01  ws-query-string-header   constant as "QUERY_STRING".
       01  ws-book-known            pic x value "N".
           88  IS-BOOK-KNOWN        value "Y".

      *> Catalog wording for the subscribe form.
       01  ws-form-email-label      pic x(128).
       01  ws-form-submit-label     pic x(128).

       local-storage section.

       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION
           move spaces to ws-book-language
           move 0 to WS-MSG-PLACEHOLDER-COUNT

           display "Content-type: text/html" newline

           perform sqlstate-check

           perform look-up-guest-book
           perform look-up-link-language
           perform render-page-header

           evaluate true
           move ws-guest-book-id to ws-book-title

           EXEC SQL
               SELECT DISPLAY_TITLE, STATUS,
                   COALESCE(LANGUAGE_CODE, '')
               INTO :ws-book-title, :ws-book-status,
                   :ws-book-language
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-guest-book-id
           END-EXEC
               move "Y" to ws-book-known
           end-if

           if sqlcode not = 0 then
               move spaces to ws-book-language
           end-if

           exit paragraph.


       look-up-link-language.
      *> Confirm and unsubscribe links carry only the token, so the
      *> page takes the language of the book the subscription is for.
      *> A token that isn't recognized keeps the language above; the
      *> action itself says the link is unknown.
           move "look-up-link-language"
               to WS-LOG-OPERATION
           move spaces to ws-lang-token
           if function trim(ws-confirm-token) not = spaces then
               move ws-confirm-token to ws-lang-token
           else
               move ws-unsubscribe-token to ws-lang-token
           end-if

           if function trim(ws-lang-token) = spaces then
               exit paragraph
           end-if

           EXEC SQL
               SELECT COALESCE(B.LANGUAGE_CODE, '')
               INTO :ws-book-language
               FROM GUEST_BOOK_SUBSCRIPTION S
               JOIN GUEST_BOOK B
                   ON B.GUEST_BOOK_ID = S.GUEST_BOOK_ID
               WHERE S.SUB_TOKEN = :ws-lang-token
           END-EXEC

           if sqlcode not = 0 and sqlcode not = 100 then
               perform sqlstate-check
           end-if

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


       render-page-header.
           move "SUB_PAGE_TITLE" to WS-MSG-KEY
           move "Guest Book Updates" to WS-MSG-TEXT
           perform look-up-message

           move ws-cfg-template-path to WS-TPL-BASE-PATH
           move "header" to WS-TPL-NAME
           move ws-guest-book-id to WS-TPL-BOOK-ID
           move ws-book-language to WS-TPL-LANGUAGE
           move 3 to WS-TPL-PLACEHOLDER-COUNT
           move "PAGE_TITLE" to WS-TPL-PH-KEY(1)
           move function trim(WS-MSG-TEXT) to WS-TPL-PH-VALUE(1)
           move "BOOK_ID" to WS-TPL-PH-KEY(2)
           move function html-attr-escape-string(
               function trim(ws-guest-book-id))
               display
                   "<!DOCTYPE html>"
                   "<html><head><title>GnuCOBOL Sample Guest Book - "
                   function trim(WS-MSG-TEXT) "</title>"
                   "<style>"
                   "  table"
                   "{ background-color:#e0ffff;"
                   "</style>"
                   "</head><body>"
                   newline
                   "<h2>" function trim(WS-MSG-TEXT) "</h2>"
                   newline
               end-display
           end-if

       render-subscribe-form.
           if not IS-BOOK-KNOWN then
               move "SUB_BOOK_UNKNOWN" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "This guest book doesn't exist, so there is "
                   "nothing to follow. Please check the address."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="text-align:center;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               exit paragraph
           end-if

           move "FORM_EMAIL" to WS-MSG-KEY
           move "Email:" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-email-label

           move "SUB_FORM_SUBMIT" to WS-MSG-KEY
           move "Subscribe" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-submit-label

           move 1 to WS-MSG-PLACEHOLDER-COUNT
           move "TITLE" to WS-MSG-PH-KEY(1)
           move function html-attr-escape-string(
               function trim(ws-book-title))
               to WS-MSG-PH-VALUE(1)
           move "SUB_FORM_INTRO" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Get one email each evening listing that day's "
               "new entries in <b>%%TITLE%%</b>. We'll first "
               "send a confirmation link; nothing is sent until "
               "you follow it, and every digest carries an "
               "unsubscribe link."
               into WS-MSG-TEXT
           end-string
           perform look-up-message

           display
               "<p>" function trim(WS-MSG-TEXT) "</p>"
               '<form method="post" '
               'action="/cgi-bin/subscribe-guest-book.cgi">'
               '<input type="hidden" name="book" value="'
               function html-attr-escape-string(
                   function trim(ws-guest-book-id)) '" />'
               "<p>" function trim(ws-form-email-label)
               ' <input type="text" name="email" /></p>'
               '<p><input type="submit" value="'
               function html-attr-escape-string(
                   function trim(ws-form-submit-label))
               '" /></p>'
               "</form>"
           end-display
           exit paragraph.
           move "process-subscribe-request"
               to WS-LOG-OPERATION
           if not IS-BOOK-KNOWN then
               move "SUB_BOOK_UNKNOWN_POST" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "That guest book doesn't exist, so there is "
                   "nothing to follow."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               exit paragraph
           end-if
           if function trim(ws-sub-email) = spaces
               or ws-email-at-count = 0
               or ws-email-dot-count = 0 then
               move "SUB_EMAIL_INVALID" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "Email address doesn't look valid. Please try "
                   "again."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               exit paragraph
           end-if
           evaluate true
               when sqlcode = 0
                   and function trim(ws-sub-status) = "CONFIRMED"
                   move "SUB_ALREADY" to WS-MSG-KEY
                   move spaces to WS-MSG-TEXT
                   string
                       "That address is already subscribed to this "
                       "guest book."
                       into WS-MSG-TEXT
                   end-string
                   perform look-up-message
                   display
                       '<h2 style="text-align:center;">'
                       function trim(WS-MSG-TEXT) "</h2>"
                   end-display
      *> Suspended by mail-bounce-batch.cbl: mail to the address has
      *> been bouncing, so a re-sent link would only bounce again.
      *> Lifting it is an admin decision (mail-bounce-batch RELEASE).
               when sqlcode = 0
                   and function trim(ws-sub-status) = "SUSPENDED"
                   move "SUB_SUSPENDED" to WS-MSG-KEY
                   move spaces to WS-MSG-TEXT
                   string
                       "Mail to that address has been bouncing, so "
                       "this subscription is on hold. Please contact "
                       "the site admin."
                       into WS-MSG-TEXT
                   end-string
                   perform look-up-message
                   display
                       '<h2 style="color:red;">'
                       function trim(WS-MSG-TEXT) "</h2>"
                   end-display
               when sqlcode = 0
                   perform queue-confirmation-mail
                   move "SUB_RESENT" to WS-MSG-KEY
                   move spaces to WS-MSG-TEXT
                   string
                       "We have re-sent the confirmation link. Please "
                       "check your email (and the spam folder)."
                       into WS-MSG-TEXT
                   end-string
                   perform look-up-message
                   display
                       '<h2 style="text-align:center;">'
                       function trim(WS-MSG-TEXT) "</h2>"
                   end-display
               when other
                   perform generate-sub-token
                   END-EXEC
                   perform sqlstate-check
                   perform queue-confirmation-mail
                   move "SUB_ALMOST_DONE" to WS-MSG-KEY
                   move spaces to WS-MSG-TEXT
                   string
                       "Almost done -- we've emailed you a "
                       "confirmation link. Nothing is sent until you "
                       "follow it."
                       into WS-MSG-TEXT
                   end-string
                   perform look-up-message
                   display
                       '<h2 style="text-align:center;">'
                       function trim(WS-MSG-TEXT) "</h2>"
                   end-display
           end-evaluate

           move "confirm-subscription"
               to WS-LOG-OPERATION
           move spaces to ws-guest-book-id
           move spaces to ws-sub-status
           EXEC SQL
               SELECT GUEST_BOOK_ID, STATUS
               INTO :ws-guest-book-id, :ws-sub-status
               FROM GUEST_BOOK_SUBSCRIPTION
               WHERE SUB_TOKEN = :ws-confirm-token
           END-EXEC
           end-if

           if sqlcode = 100 then
               move "SUB_CONFIRM_UNKNOWN" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "That confirmation link isn't recognized -- it "
                   "may already have been cancelled."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               exit paragraph
           end-if

      *> An old link must not quietly undo a bounce suspension.
           if function trim(ws-sub-status) = "SUSPENDED" then
               move "SUB_CONFIRM_SUSPENDED" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "Mail to this address has been bouncing, so "
                   "this subscription is on hold. Please contact "
                   "the site admin."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               exit paragraph
           end-if
           END-EXEC
           perform sqlstate-check

           move "SUB_CONFIRMED" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Subscription confirmed -- you'll get an email "
               "each evening a new entry is signed."
               into WS-MSG-TEXT
           end-string
           perform look-up-message
           display
               '<h2 style="text-align:center;">'
               function trim(WS-MSG-TEXT) "</h2>"
           end-display

           exit paragraph.
           END-EXEC
           perform sqlstate-check

           move "SUB_UNSUBSCRIBED" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "You are unsubscribed. No more digests will be "
               "sent to that address."
               into WS-MSG-TEXT
           end-string
           perform look-up-message
           display
               '<h2 style="text-align:center;">'
               function trim(WS-MSG-TEXT) "</h2>"
           end-display

           exit paragraph.
      *> the full confirmation link, same way the EDIT lines carry
      *> the edit link. The book's display title rides in the name
      *> field so the drain can word the email, and the id in the
      *> comment field -- same positions the DIGEST lines use. The
      *> book's language rides last, after the message id.
           move ws-book-title to ws-mail-title-safe
           inspect ws-mail-title-safe converting "|" to space
           inspect ws-mail-title-safe converting x"0D0A" to spaces
               into ws-mail-extra
           end-string

           move "MAIL" to WS-LEDGER-CHANNEL
           move "CONFIRM" to WS-LEDGER-TYPE
           move ws-mail-email-safe to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               "CONFIRM" "|"
               function trim(ws-mail-email-safe) "|"
               function trim(ws-guest-book-id) "|"
               function trim(ws-mail-timestamp) "|"
               function trim(ws-mail-extra) "||"
               function trim(WS-LEDGER-MESSAGE-ID) "|"
               function trim(ws-book-language)
               into f-mail-queue-line
           end-string

           if ws-mail-queue-status < 10 then
               write f-mail-queue-line
               close fd-mail-queue
           else
               perform record-ledger-lost
           end-if

           exit paragraph.


       record-ledger-queued.
      *> Every queue line gets a message id and a QUEUED record in the
      *> notification ledger before it is appended; the drains record
      *> each delivery attempt against the same id. The caller sets
      *> the channel, type and detail.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "QUEUED" to WS-LEDGER-EVENT
           move spaces to WS-LEDGER-MESSAGE-ID
           move ws-guest-book-id to WS-LEDGER-BOOK-ID
           move 0 to WS-LEDGER-ATTEMPT
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       record-ledger-lost.
      *> The queue file couldn't be opened, so the line just recorded
      *> as QUEUED never made it -- say so against the same id, so the
      *> reconciliation shows it as lost rather than merely missing.
           move "LOST" to WS-LEDGER-EVENT
           move "queue file could not be opened" to WS-LEDGER-DETAIL
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       log-sql-problem.
      *> Database trouble goes to the shared application log --
      *> program, severity, the operation underway, and the SQL

       render-unavailable-page.
      *> What the visitor sees instead of our database internals.
           move "SITE_UNAVAILABLE" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Sorry -- the guest book is temporarily "
               "unavailable. Please try again in a few minutes."
               into WS-MSG-TEXT
           end-string
           perform look-up-message
           display
               "<p><b>" function trim(WS-MSG-TEXT) "</b></p>"
               "</body></html>"
           end-display
           exit paragraph.
