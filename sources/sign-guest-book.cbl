      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-23
      * Last Modified: 2026-10-15
      * Purpose: Page that receives the POST event from the sign guest
      *          book form from the HTML page. Checks if simple math
      *          question is correct (to deter bots) and if comment field
      *          is populated. If so, entry is added to the database.
      *          HTML displayed to the user is status of guest book
      *          signing as well as links to sign again and view contents.
      *          Books with extra signing fields (GUEST_BOOK_FIELD, set
      *          up on manage-guest-book.cbl) get those inputs on the
      *          form; the answers are checked, spam-screened with the
      *          comment and saved in GUEST_ENTRY.EXTRA_FIELD_1..5.
      *          Everything the guest reads comes from the message
      *          catalog in the book's language (message-catalog.cbl),
      *          and the EDIT link email is queued in that language.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       01  f-mail-queue-line   pic x(2048).

       fd  fd-recovery-queue.
       01  f-recovery-queue-line pic x(4096).

       fd  fd-spam-word-list.
       01  f-spam-word-line    pic x(64).
       01  ws-hold-reason           pic x(64).
       01  ws-dup-comment-count     PIC S9(9) COMP-5.

      *> One-tap moderation link issued for a held entry (see
      *> issue-moderation-link).
       01  ws-link-token            pic x(40).
       01  ws-link-moderator        pic x(32).
       01  ws-link-hours            PIC S9(9) COMP-5.
       01  ws-link-count            PIC S9(9) COMP-5.

      *> The book's extra signing fields (GUEST_BOOK_FIELD) as they
      *> are fetched, and the guest's answers as they are inserted.
       01  ws-field-no              PIC S9(9) COMP-5.
       01  ws-field-label           pic x(64).
       01  ws-field-required        pic x.
       01  ws-field-max-length      PIC S9(9) COMP-5.
       01  ws-extra-field-1         pic x(256).
       01  ws-extra-field-2         pic x(256).
       01  ws-extra-field-3         pic x(256).
       01  ws-extra-field-4         pic x(256).
       01  ws-extra-field-5         pic x(256).

      *> The book's language (GUEST_BOOK.LANGUAGE_CODE): picks the
      *> message catalog and template directory; blank is English.
       01  ws-book-language         pic x(10).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".
       copy "book-fields".
       copy "message-request".

       01  ws-log-sqlcode           pic +9(9).
       copy "template-request".
           88  IS-ENTRY-PENDING      value "Y".

       01  ws-spam-word-status       pic xx.
       01  ws-spam-scan-text         pic x(2600).
       01  ws-spam-word              pic x(64).
       01  ws-spam-word-len          pic 9(3).
       01  ws-spam-hit-count         pic 9(3).
           88  IS-ADDR-BANNED        value "Y".

      *> Fields used to build the TYPE|GUEST_NAME|GUEST_EMAIL|
      *> GUEST_COMMENT|TIMESTAMP|EXTRA||MESSAGE_ID|LANGUAGE line(s)
      *> appended to the mail queue. Pipe and newline characters are
      *> stripped out of the copies below so a guest can't break the
      *> queue's line format or smuggle extra "lines" into it.
       01  ws-mail-name-safe         pic x(256).
       01  ws-mail-email-safe        pic x(256).
       01  ws-mail-comment-safe      pic x(1024).
       01  ws-mail-extra             pic x(256).

      *> Fields used to build the GUEST_NAME|GUEST_EMAIL|GUEST_COMMENT|
      *> TIMESTAMP|REMOTE_ADDR|USER_AGENT|GUEST_BOOK_ID|STATUS|
      *> EXTRA_1|EXTRA_2|EXTRA_3|EXTRA_4|EXTRA_5|HOLD_REASON line
      *> written to the local recovery queue when the database can't
      *> be reached. HOLD_REASON is why a PENDING line was held (blank
      *> for ACTIVE), so the replayed row carries it like a live one.
      *> Same pipe/CR/LF stripping as the mail queue fields above, for
      *> the same reason -- the queue's line format must stay intact.
       01  ws-recovery-name-safe     pic x(256).
       01  ws-recovery-addr-safe     pic x(64).
       01  ws-recovery-agent-safe    pic x(256).
       01  ws-recovery-timestamp     pic x(26).
       01  ws-recovery-extras.
           05  ws-recovery-extra-safe pic x(256) occurs 5 times.

      *> One-time edit/withdraw link. The token is 20 random bytes in
      *> hex, drawn by the database (pgcrypto's GEN_RANDOM_BYTES) as
      *> the row goes in -- not a sequence number, and not FUNCTION
      *> RANDOM, whose time-of-day seed can be searched -- so a link
      *> can only be used by whoever it was actually emailed to.
       01  ws-edit-link              pic x(256).
       01  ws-moderate-link         pic x(256).

      *> The book's extra signing fields as sign-form inputs (the
      *> EXTRA_FIELDS placeholder), and the checks on the answers.
       01  ws-extra-fields-html      pic x(1024).
       01  ws-extra-html-ptr         pic 9(4) comp-5.
       01  ws-field-param            pic x(20).
       01  ws-field-max-disp         pic zz9.
       01  ws-field-value-len        pic 9(5).
       01  ws-extra-fields-ok        pic x value "Y".
           88  IS-EXTRA-FIELDS-OK    value "Y".

      *> Catalog wording kept while more than one message is looked
      *> up for the same piece of markup.
       01  ws-msg-title              pic x(256).
       01  ws-msg-required           pic x(64).
       01  ws-form-labels.
           05  ws-form-name-label    pic x(128).
           05  ws-form-email-label   pic x(128).
           05  ws-form-comment-label pic x(128).
           05  ws-form-question      pic x(128).
           05  ws-form-submit-label  pic x(128).

       local-storage section.


           call "config-reader" using WS-APP-CONFIG end-call
           move "mainline" to WS-LOG-OPERATION
           move spaces to ws-book-language
           move 0 to WS-MSG-PLACEHOLDER-COUNT

           display "Content-type: text/html" newline

      *> place (per-book copy first); the built-in markup below is
      *> the fallback that keeps template-less installs rendering
      *> exactly as before.
           move "SIGN_PAGE_TITLE" to WS-MSG-KEY
           move "Signed Guest Book" to WS-MSG-TEXT
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

       process-new-entry.
           if not IS-BOOK-SIGNABLE then
               move "SIGN_NOT_OPEN_TITLE" to WS-MSG-KEY
               move "This guest book is not open for new entries."
                   to WS-MSG-TEXT
               perform look-up-message
               move WS-MSG-TEXT to ws-msg-title
               move "SIGN_NOT_OPEN_TEXT" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "The guest book you asked for doesn't exist, "
                   "or isn't taking new entries right now. Please "
                   "check the address, or contact the site admin if "
                   "you think this is a mistake."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="text-align:center;">'
                   function trim(ws-msg-title) "</h2>"
                   "<p>" function trim(WS-MSG-TEXT) "</p>"
               end-display
               exit paragraph
           end-if
               perform verify-math-answer

               if not IS-ANSWER-CORRECT then
                   move "SIGN_WRONG_ANSWER" to WS-MSG-KEY
                   move spaces to WS-MSG-TEXT
                   string
                       "Wrong answer to the spam-check question, or "
                       "the question expired. Not saving entry. "
                       "Please go back and try again."
                       into WS-MSG-TEXT
                   end-string
                   perform look-up-message
                   display
                       '<h2 style="color:red;">'
                       function trim(WS-MSG-TEXT) "</h2>"
                   end-display
                   exit paragraph
               else
                       to ws-guest-comment

                   if function trim(ws-guest-name) = spaces then
                       move "ANONYMOUS_NAME" to WS-MSG-KEY
                       move "Anonymous" to WS-MSG-TEXT
                       perform look-up-message
                       move WS-MSG-TEXT to ws-guest-name
                   end-if

                   if function trim(ws-guest-comment) = spaces then
                       move "SIGN_COMMENT_BLANK" to WS-MSG-KEY
                       move spaces to WS-MSG-TEXT
                       string
                           "Comment field cannot be blank. Please "
                           "try again."
                           into WS-MSG-TEXT
                       end-string
                       perform look-up-message
                       display
                           '<h2 style="color:red;">'
                           function trim(WS-MSG-TEXT) "</h2>"
                       end-display
                       exit paragraph
                   end-if
                           tallying ws-email-dot-count for all "."
                       if ws-email-at-count = 0
                           or ws-email-dot-count = 0 then
                           move "SIGN_EMAIL_INVALID" to WS-MSG-KEY
                           move spaces to WS-MSG-TEXT
                           string
                               "Email address doesn't look valid. "
                               "Please try again."
                               into WS-MSG-TEXT
                           end-string
                           perform look-up-message
                           display
                               '<h2 style="color:red;">'
                               function trim(WS-MSG-TEXT) "</h2>"
                           end-display
                           exit paragraph
                       end-if
                   end-if

                   perform read-extra-fields
                   if not IS-EXTRA-FIELDS-OK then
                       exit paragraph
                   end-if

                   accept ws-audit-remote-addr
                       from environment ws-remote-addr-header
                   end-accept
                       perform queue-notifications
                       perform trigger-static-publish
                       if IS-ENTRY-PENDING then
                           move "SIGN_THANKS_PENDING" to WS-MSG-KEY
                           move spaces to WS-MSG-TEXT
                           string
                               "Thank you for signing the guest book! "
                               "Your entry is awaiting approval and "
                               "will appear once a moderator has "
                               "reviewed it."
                               into WS-MSG-TEXT
                           end-string
                       else
                           move "SIGN_THANKS" to WS-MSG-KEY
                           move "Thank you for signing the guest book!"
                               to WS-MSG-TEXT
                       end-if
                       perform look-up-message
                       display
                           '<h2 style="text-align:center;">'
                           function trim(WS-MSG-TEXT) "</h2>"
                       end-display
                   else
                       move spaces to WS-MSG-TEXT
                       evaluate true
                           when IS-ENTRY-QUEUED
                               move "SIGN_QUEUED" to WS-MSG-KEY
                               string
                                   "Thanks -- the guest book is having "
                                   "trouble right now, but your entry "
                                   "was saved and will show up once "
                                   "things are back."
                                   into WS-MSG-TEXT
                               end-string
                           when IS-ADDR-BANNED
                               move "SIGN_BANNED" to WS-MSG-KEY
                               string
                                   "New entries from your network "
                                   "address aren't being accepted at "
                                   "the moment. Please contact the "
                                   "site admin if you think this is a "
                                   "mistake."
                                   into WS-MSG-TEXT
                               end-string
                           when other
                               move "SIGN_TOO_FAST" to WS-MSG-KEY
                               string
                                   "You are submitting entries too "
                                   "quickly. Please wait a minute and "
                                   "try again."
                                   into WS-MSG-TEXT
                               end-string
                       end-evaluate
                       perform look-up-message
                       if IS-ENTRY-QUEUED or IS-ADDR-BANNED then
                           display
                               '<h2 style="text-align:center;">'
                               function trim(WS-MSG-TEXT) "</h2>"
                           end-display
                       else
                           display
                               '<h2 style="color:red;">'
                               function trim(WS-MSG-TEXT) "</h2>"
                           end-display
                       end-if
                   end-if
               end-if
           else
           move "Y" to ws-book-signable
           move "N" to ws-book-pre-moderate
           move ws-guest-book-id to ws-book-title
           perform clear-book-fields

           if not IS-DB-CONNECTED then
               exit paragraph
           EXEC SQL
               SELECT DISPLAY_TITLE, STATUS, PRE_MODERATE,
                   CASE WHEN (OPEN_DT IS NULL
                           OR OPEN_DT <= BOOK_LOCAL_NOW(TIME_ZONE))
                         AND (CLOSE_DT IS NULL
                           OR CLOSE_DT >= BOOK_LOCAL_NOW(TIME_ZONE))
                        THEN 'Y' ELSE 'N' END,
                   COALESCE(LANGUAGE_CODE, '')
               INTO :ws-book-title, :ws-book-status,
                   :ws-book-pre-moderate, :ws-book-in-window,
                   :ws-book-language
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-guest-book-id
           END-EXEC
                       or ws-book-in-window not = "Y" then
                       move "N" to ws-book-signable
                   end-if
                   perform load-book-fields
               when sqlcode = 100
                   move "N" to ws-book-signable
               when other
           exit paragraph.


       clear-book-fields.
           move 0 to WS-BOOK-FIELD-COUNT
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               move spaces to WS-BF-LABEL(WS-BF-IDX)
               move "N" to WS-BF-REQUIRED(WS-BF-IDX)
               move 64 to WS-BF-MAX-LENGTH(WS-BF-IDX)
               move spaces to WS-BF-VALUE(WS-BF-IDX)
           end-perform
           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n. A
      *> failed lookup (the table not created yet on an older install)
      *> just means no extra fields -- same benefit of the doubt the
      *> registry lookup above gives.
           move "load-book-fields"
               to WS-LOG-OPERATION

           EXEC SQL
               DECLARE CUR_BOOK_FIELDS CURSOR FOR
               SELECT FIELD_NO, LABEL, REQUIRED, MAX_LENGTH
               FROM GUEST_BOOK_FIELD
               WHERE GUEST_BOOK_ID = :ws-guest-book-id
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
                   move ws-field-required to WS-BF-REQUIRED(WS-BF-IDX)
                   move ws-field-max-length
                       to WS-BF-MAX-LENGTH(WS-BF-IDX)
                   add 1 to WS-BOOK-FIELD-COUNT
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_BOOK_FIELDS;
           END-EXEC

           exit paragraph.


       read-extra-fields.
      *> Answers to the book's extra fields, decoded like the comment
      *> and checked against each field's required flag and maximum
      *> length before anything is saved or queued.
           move "Y" to ws-extra-fields-ok
           perform varying WS-BF-IDX from 1 by 1
               until WS-BF-IDX > 5 or not IS-EXTRA-FIELDS-OK
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   then
                   perform read-one-extra-field
               end-if
           end-perform
           exit paragraph.


       read-one-extra-field.
           move spaces to ws-field-param
           string "field" WS-BF-IDX into ws-field-param end-string
           move function
               get-param-value(ws-raw-post-body, ws-field-param)
               to ws-temp
           move function html-decode(ws-temp) to ws-temp

           move 0 to ws-field-value-len
           if function trim(ws-temp) not = spaces then
               compute ws-field-value-len =
                   function length(function trim(ws-temp))
           end-if

           move 1 to WS-MSG-PLACEHOLDER-COUNT
           move "LABEL" to WS-MSG-PH-KEY(1)
           move function html-attr-escape-string(
               function trim(WS-BF-LABEL(WS-BF-IDX)))
               to WS-MSG-PH-VALUE(1)

           if ws-field-value-len = 0 and IS-BF-REQUIRED(WS-BF-IDX)
               then
               move "SIGN_FIELD_BLANK" to WS-MSG-KEY
               move "%%LABEL%% cannot be blank. Please try again."
                   to WS-MSG-TEXT
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               move "N" to ws-extra-fields-ok
               exit paragraph
           end-if

           if ws-field-value-len > WS-BF-MAX-LENGTH(WS-BF-IDX) then
               move WS-BF-MAX-LENGTH(WS-BF-IDX) to ws-field-max-disp
               move 2 to WS-MSG-PLACEHOLDER-COUNT
               move "MAX" to WS-MSG-PH-KEY(2)
               move function trim(ws-field-max-disp)
                   to WS-MSG-PH-VALUE(2)
               move "SIGN_FIELD_TOO_LONG" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "%%LABEL%% can be at most %%MAX%% characters. "
                   "Please try again."
                   into WS-MSG-TEXT
               end-string
               perform look-up-message
               display
                   '<h2 style="color:red;">'
                   function trim(WS-MSG-TEXT) "</h2>"
               end-display
               move "N" to ws-extra-fields-ok
               exit paragraph
           end-if

           move 0 to WS-MSG-PLACEHOLDER-COUNT

           move function trim(ws-temp) to WS-BF-VALUE(WS-BF-IDX)
           exit paragraph.


       determine-entry-status.
           move "ACTIVE" to ws-new-entry-status
           move "N" to ws-entry-pending
               perform check-pre-moderated-book
           end-if

      *> Why the entry was held rides along on the row (HOLD_REASON)
      *> for the moderation queue and the event analytics report.
           if IS-ENTRY-PENDING then
               move "PRE-MODERATED" to ws-hold-reason
           else
               perform scan-for-spam-words
               if IS-ENTRY-PENDING then
                   move "SPAM-WORD" to ws-hold-reason
               end-if
           end-if

           if IS-ENTRY-PENDING then


       scan-for-spam-words.
      *> Name, comment and any extra-field answers are screened
      *> together, upper-cased so the word list doesn't have to
      *> anticipate every capitalization a spammer might use. No word
      *> list file in place just means nothing to screen against --
      *> not an error.
           move spaces to ws-spam-scan-text
           string
               function upper-case(function trim(ws-guest-name)) " "
               function upper-case(function trim(ws-guest-comment))
               " "
               function upper-case(function trim(WS-BF-VALUE(1))) " "
               function upper-case(function trim(WS-BF-VALUE(2))) " "
               function upper-case(function trim(WS-BF-VALUE(3))) " "
               function upper-case(function trim(WS-BF-VALUE(4))) " "
               function upper-case(function trim(WS-BF-VALUE(5)))
               into ws-spam-scan-text
           end-string


           perform generate-math-token
           perform save-math-challenge
           perform load-form-labels
           perform build-extra-fields-html

      *> The form shell is templated the same way as the header and
      *> footer; the dynamic pieces (question numbers, challenge
      *> token, book) travel as placeholders.
           move "sign-form" to WS-TPL-NAME
           move ws-guest-book-id to WS-TPL-BOOK-ID
           move "MATH_NUM1" to WS-TPL-PH-KEY(1)
           move ws-math-num1 to WS-TPL-PH-VALUE(1)
           move "MATH_NUM2" to WS-TPL-PH-KEY(2)
           move function html-attr-escape-string(
               function trim(ws-guest-book-id))
               to WS-TPL-PH-VALUE(4)
           move 5 to WS-TPL-PLACEHOLDER-COUNT
           move "EXTRA_FIELDS" to WS-TPL-PH-KEY(5)
           move ws-extra-fields-html to WS-TPL-PH-VALUE(5)
           call "render-template" using WS-TEMPLATE-REQUEST end-call

           if not IS-TPL-FOUND then
               display
                   '<form method="post" '
                   'action="/cgi-bin/sign-guest-book.cgi">'
                   "<p>" function trim(ws-form-name-label)
                   ' <input type="text" name="name" /></p>'
                   "<p>" function trim(ws-form-email-label)
                   ' <input type="text" name="email" /></p>'
                   "<p>" function trim(ws-form-comment-label) " "
                   '<textarea name="comment"></textarea></p>'
                   function trim(ws-extra-fields-html)
                   "<p>" function trim(ws-form-question)
                   ' <input type="text" name="answer" /></p>'
                   '<input type="hidden" name="token" value="'
                   function trim(ws-math-token) '" />'
                   '<input type="hidden" name="book" value="'
                   function html-attr-escape-string(
                       function trim(ws-guest-book-id)) '" />'
                   '<p><input type="submit" value="'
                   function html-attr-escape-string(
                       function trim(ws-form-submit-label))
                   '" /></p>'
                   "</form>"
               end-display
           end-if
           exit paragraph.


       load-form-labels.
      *> Wording for the built-in form; a template for the book's
      *> language carries its own.
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

           move 2 to WS-MSG-PLACEHOLDER-COUNT
           move "NUM1" to WS-MSG-PH-KEY(1)
           move ws-math-num1 to WS-MSG-PH-VALUE(1)
           move "NUM2" to WS-MSG-PH-KEY(2)
           move ws-math-num2 to WS-MSG-PH-VALUE(2)
           move "SIGN_FORM_QUESTION" to WS-MSG-KEY
           move "What is %%NUM1%% + %%NUM2%%?" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-question

           move "SIGN_FORM_SUBMIT" to WS-MSG-KEY
           move "Sign Guest Book" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-form-submit-label

           move "SIGN_FIELD_REQUIRED" to WS-MSG-KEY
           move "(required)" to WS-MSG-TEXT
           perform look-up-message
           move WS-MSG-TEXT to ws-msg-required

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


       build-extra-fields-html.
      *> One labelled text input per defined field, named fieldN after
      *> its slot; the browser's maxlength mirrors the server check.
           move spaces to ws-extra-fields-html
           move 1 to ws-extra-html-ptr
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               if function trim(WS-BF-LABEL(WS-BF-IDX)) not = spaces
                   then
                   move WS-BF-MAX-LENGTH(WS-BF-IDX)
                       to ws-field-max-disp
                   string
                       "<p>"
                       function html-attr-escape-string(
                           function trim(WS-BF-LABEL(WS-BF-IDX)))
                       ': <input type="text" name="field' WS-BF-IDX
                       '" maxlength="' function trim(ws-field-max-disp)
                       '" />'
                       into ws-extra-fields-html
                       with pointer ws-extra-html-ptr
                   end-string
                   if IS-BF-REQUIRED(WS-BF-IDX) then
                       string " " function trim(ws-msg-required)
                           into ws-extra-fields-html
                           with pointer ws-extra-html-ptr
                       end-string
                   end-if
                   string "</p>"
                       into ws-extra-fields-html
                       with pointer ws-extra-html-ptr
                   end-string
               end-if
           end-perform
           exit paragraph.


       generate-math-token.
      *> A long run of random digits, the challenge's lookup key.
      *> Draws three more values from the sequence render-sign-in-form
      *> already seeded for num1/num2 instead of reseeding from the
      *> current time again, since that time likely hasn't ticked over

           if ws-submission-count = 0 then
               perform check-repeat-comment

               move WS-BF-VALUE(1) to ws-extra-field-1
               move WS-BF-VALUE(2) to ws-extra-field-2
               move WS-BF-VALUE(3) to ws-extra-field-3
               move WS-BF-VALUE(4) to ws-extra-field-4
               move WS-BF-VALUE(5) to ws-extra-field-5

               EXEC SQL
                   INSERT INTO GUEST_ENTRY(
                       GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                       EDIT_TOKEN, GUEST_BOOK_ID, STATUS,
                       HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                       EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5)
                   VALUES (
                       :ws-guest-name, :ws-guest-email,
                       :ws-guest-comment,
                   ENCODE(GEN_RANDOM_BYTES(20), 'hex'),
                       :ws-guest-book-id, :ws-new-entry-status,
                       NULLIF(:ws-hold-reason, ''),
                       NULLIF(:ws-extra-field-1, ''),
                       NULLIF(:ws-extra-field-2, ''),
                       NULLIF(:ws-extra-field-3, ''),
                       NULLIF(:ws-extra-field-4, ''),
                       NULLIF(:ws-extra-field-5, ''))
                   RETURNING ID, EDIT_TOKEN
                       INTO :ws-new-entry-id, :ws-edit-token;
               END-EXEC

               if sqlcode < 0 then
           inspect ws-recovery-agent-safe converting "|" to space
           inspect ws-recovery-agent-safe converting x"0D0A" to spaces

           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               move WS-BF-VALUE(WS-BF-IDX)
                   to ws-recovery-extra-safe(WS-BF-IDX)
               inspect ws-recovery-extra-safe(WS-BF-IDX)
                   converting "|" to space
               inspect ws-recovery-extra-safe(WS-BF-IDX)
                   converting x"0D0A" to spaces
           end-perform

           move function current-date to ws-recovery-timestamp

           move spaces to f-recovery-queue-line
               function trim(ws-recovery-addr-safe) "|"
               function trim(ws-recovery-agent-safe) "|"
               function trim(ws-guest-book-id) "|"
               function trim(ws-new-entry-status) "|"
               function trim(ws-recovery-extra-safe(1)) "|"
               function trim(ws-recovery-extra-safe(2)) "|"
               function trim(ws-recovery-extra-safe(3)) "|"
               function trim(ws-recovery-extra-safe(4)) "|"
               function trim(ws-recovery-extra-safe(5)) "|"
               function trim(ws-hold-reason)
               into f-recovery-queue-line
           end-string

           exit paragraph.


       write-audit-record.
           move "write-audit-record"
               to WS-LOG-OPERATION

           move function current-date to ws-mail-timestamp

           perform issue-moderation-link
           move "ADMIN" to ws-mail-type
           move ws-moderate-link to ws-mail-extra
           perform write-mail-queue-record

           if function trim(ws-guest-email) not = spaces then
           exit paragraph.


       issue-moderation-link.
      *> A held entry's admin notice carries one-tap approve/reject
      *> links (see moderate-guest-book.cbl), issued here to the
      *> MODERATE_LINK_MODERATOR account -- and only when that account
      *> is ACTIVE and covers this entry's book, since the link acts
      *> as it. Blank config, or no such account, just means the
      *> notice goes without links. The entry is already committed,
      *> so a failure here is logged and the notice sent plain.
           move spaces to ws-moderate-link
           if not IS-ENTRY-PENDING
               or function trim(ws-cfg-moderate-link-moderator) = spaces
               then
               exit paragraph
           end-if

           move "issue-moderation-link"
               to WS-LOG-OPERATION
           move ws-cfg-moderate-link-moderator to ws-link-moderator
           move 48 to ws-link-hours
           if function test-numval(
                   function trim(ws-cfg-moderate-link-hours)) = 0
               and function numval(ws-cfg-moderate-link-hours) > 0
               then
               compute ws-link-hours =
                   function numval(ws-cfg-moderate-link-hours)
           end-if

      *> The token is drawn by the database (pgcrypto) and handed
      *> back by RETURNING; nothing comes back when the account
      *> doesn't qualify and no row goes in.
           move spaces to ws-link-token
           EXEC SQL
               INSERT INTO MODERATION_LINK(
                   LINK_TOKEN, ENTRY_ID, MODERATOR_ID, EXPIRE_DT)
               SELECT ENCODE(GEN_RANDOM_BYTES(20), 'hex'),
                   :ws-new-entry-id,
                   M.MODERATOR_ID,
                   CURRENT_TIMESTAMP
                       + :ws-link-hours * INTERVAL '1 hour'
               FROM MODERATOR M
               WHERE M.MODERATOR_ID = :ws-link-moderator
                 AND M.STATUS = 'ACTIVE'
                 AND (M.MOD_ROLE = 'ADMIN'
                      OR NOT EXISTS
                         (SELECT 1 FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = M.MODERATOR_ID)
                      OR EXISTS
                         (SELECT 1 FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = M.MODERATOR_ID
                             AND MB.GUEST_BOOK_ID = :ws-guest-book-id))
               RETURNING LINK_TOKEN INTO :ws-link-token
           END-EXEC
           if sqlcode < 0 then
               perform log-sql-problem
               exit paragraph
           end-if

           move 0 to ws-link-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-link-count
               FROM MODERATION_LINK
               WHERE LINK_TOKEN = :ws-link-token
           END-EXEC
           if sqlcode < 0 then
               perform log-sql-problem
               exit paragraph
           end-if

           if ws-link-count > 0 then
               string
                   function trim(ws-cfg-moderate-link-base)
                   "?link=" function trim(ws-link-token)
                   into ws-moderate-link
               end-string
           end-if

           exit paragraph.


       write-webhook-queue-record.
      *> Second notification channel, for the events team's chat: one
      *> EVENT|GUEST_BOOK_ID|GUEST_NAME|TEXT|TIMESTAMP|MESSAGE_ID
      *> line per signing, drained by webhook-queue-drain-batch.cbl
      *> which POSTs a JSON payload to the URLs configured per book.
      *> Only queued when at least one webhook destination is
      *> configured, so installs without the channel don't grow a
      *> queue file nothing ever drains. Reuses the pipe-stripped
      *> copies built for the mail queue above.
           if ws-cfg-webhook-count = 0 then
               exit paragraph
           end-if

           move "WEBHOOK" to WS-LEDGER-CHANNEL
           move "SIGN" to WS-LEDGER-TYPE
           move spaces to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-webhook-queue-line
           string
               "SIGN" "|"
               function trim(ws-guest-book-id) "|"
               function trim(ws-mail-name-safe) "|"
               function trim(ws-mail-comment-safe) "|"
               function trim(ws-mail-timestamp) "|"
               function trim(WS-LEDGER-MESSAGE-ID)
               into f-webhook-queue-line
           end-string

           if ws-webhook-queue-status < 10 then
               write f-webhook-queue-line
               close fd-webhook-queue
           else
               perform record-ledger-lost
           end-if

           exit paragraph.


       write-mail-queue-record.
      *> The message id rides after the (empty) ATTEMPTS field the
      *> drain fills in on a retry, and the book's language after
      *> that so the guest's email goes out in it.
           move "MAIL" to WS-LEDGER-CHANNEL
           move ws-mail-type to WS-LEDGER-TYPE
           move ws-mail-email-safe to WS-LEDGER-DETAIL
           perform record-ledger-queued

           move spaces to f-mail-queue-line
           string
               function trim(ws-mail-type) "|"
               function trim(ws-mail-email-safe) "|"
               function trim(ws-mail-comment-safe) "|"
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
