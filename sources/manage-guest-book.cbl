      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Session-protected CGI page for the guest book
      *          registry: lists every registered book with its
      *          status, lets a maintainer create a new book (display
      *          title, description, optional open/close window,
      *          pre-moderation flag, organizer contact) and move a
      *          book through its lifecycle (OPEN -> CLOSED ->
      *          ARCHIVED and back). The organizer contact is who the
      *          nightly closeout-guest-book-batch.cbl emails about
      *          the keepsake and the coming archive; each book's
      *          close-out progress is shown with it. Each book can
      *          also carry up to five extra signing fields (a
      *          wedding's "table number", a conference's "company"):
      *          a label, whether it's required and a maximum length
      *          per slot, kept in GUEST_BOOK_FIELD and asked for by
      *          the sign form and the kiosk API. A book can also be
      *          given its own time zone and date style (ISO, US, EU
      *          or LONG): its public pages then show entry dates in
      *          the event's local time and its open/close window is
      *          kept in that time; a book with neither set is shown
      *          in server time, the way every book used to be. Its
      *          language picks the message catalog (and translated
      *          templates) its pages and guest emails are worded
      *          from; blank is English.
      *          sign-guest-book.cbl refuses entries for books that
      *          aren't registered and OPEN, so this screen is where a
      *          book's life starts and ends. Also manages the named
      *          moderator accounts (MODERATOR table): create an
      *          account, choose its role, disable it when a
      *          volunteer leaves, and restrict a MOD account to
      *          named books (MODERATOR_BOOK) so an event's own
      *          people can moderate it without seeing any other
      *          client's guest book. The whole screen needs the ADMIN
      *          role -- entry moderators don't administer the
      *          registry or each other.
      * Tectonics: ./build_and_deploy.sh
       01  ws-book-close-dt         pic x(19).
       01  ws-book-new-status       pic x(10).
       01  ws-book-count            PIC S9(9) COMP-5.
       01  ws-book-org-name         pic x(128).
       01  ws-book-org-email        pic x(256).
       01  ws-book-closeout-step    pic x(10).
       01  ws-book-closeout-failed  pic x(10).
       01  ws-book-closeout-error   pic x(256).
       01  ws-book-entry-count      PIC S9(9) COMP-5.
       01  ws-book-time-zone        pic x(64).
       01  ws-book-date-style       pic x(10).
       01  ws-book-language         pic x(10).
       01  ws-tz-count              PIC S9(9) COMP-5.

       01  ws-mod-session           pic x(40).
       01  ws-session-count         PIC S9(9) COMP-5.
       01  ws-mod-username          pic x(32).
       01  ws-mod-user-id           pic x(32).
       01  ws-mod-role              pic x(10).
       01  ws-mod-password          pic x(64).

      *> Login lockout bookkeeping (MOD_LOGIN_FAILURE): the counter
      *> being bumped, the limits from the config file, and the
      *> address and browser of the attempt for its audit row.
       01  ws-login-fail-kind       pic x(10).
       01  ws-login-fail-key        pic x(64).
       01  ws-login-lock-count      PIC S9(9) COMP-5.
       01  ws-login-fail-limit      PIC S9(9) COMP-5.
       01  ws-login-lockout-minutes PIC S9(9) COMP-5.
       01  ws-login-audit-action    pic x(10).
       01  ws-login-remote-addr     pic x(64).
       01  ws-login-user-agent      pic x(256).

      *> Moderator account being created, listed, or switched on/off.
       01  ws-acct-id               pic x(32).
       01  ws-acct-status           pic x(10).
       01  ws-acct-new-status       pic x(10).
       01  ws-acct-count            PIC S9(9) COMP-5.
       01  ws-acct-other-books      PIC S9(9) COMP-5.
       01  ws-acct-create-disp      pic x(26).
       01  ws-acct-books            pic x(512).

      *> One extra signing field (GUEST_BOOK_FIELD) being saved or
      *> fetched for the book row's field form.
       01  ws-field-no              PIC S9(9) COMP-5.
       01  ws-field-label           pic x(64).
       01  ws-field-required        pic x.
       01  ws-field-max-length      PIC S9(9) COMP-5.

       EXEC SQL
          END DECLARE SECTION

       copy "db-config".
       copy "app-log-request".
       copy "book-fields".

       01  ws-log-sqlcode           pic +9(9).
       copy "template-request".
       01  newline                  pic x value x'0a'.

       01  ws-temp                  pic x(1024).
       01  ws-mod-action            pic x(12).

       01  ws-password-ok           pic x value "N".
           88  IS-PASSWORD-OK       value "Y".
       01  ws-account-ok            pic x value "N".
           88  IS-ACCOUNT-OK        value "Y".

      *> Set when the id or the address trying to log in is locked
      *> out after too many wrong passwords (MOD_LOGIN_FAILURE).
       01  ws-login-locked          pic x value "N".
           88  IS-LOGIN-LOCKED      value "Y".

      *> Account-id charset scan, same rule the book ids get.
       01  ws-acct-scan-pos         pic 9(3).
       01  ws-acct-input-ok         pic x value "Y".
       01  ws-date-check-pos        pic 9(2).

       01  ws-open-date-in          pic x(10).
       01  ws-email-at-count        pic 9(3).
       01  ws-email-dot-count       pic 9(3).
       01  ws-close-date-in         pic x(10).

      *> Form parameter name of one extra-field input, e.g.
      *> "field3-label", and the posted maximum length before its
      *> range check.
       01  ws-field-param           pic x(20).
       01  ws-field-max-in          pic x(1024).
       01  ws-field-max-disp        pic zz9.
       01  ws-field-input-ok        pic x value "Y".
           88  IS-FIELD-INPUT-OK    value "Y".

       local-storage section.

       procedure division.
           move "check-moderator-account"
               to WS-LOG-OPERATION
           move "N" to ws-account-ok
           move "N" to ws-login-locked

           accept ws-login-remote-addr
               from environment "REMOTE_ADDR"
           end-accept
           accept ws-login-user-agent
               from environment "HTTP_USER_AGENT"
           end-accept

           move 5 to ws-login-fail-limit
           if function test-numval(
                   function trim(ws-cfg-login-fail-limit)) = 0
               and function numval(ws-cfg-login-fail-limit) > 0 then
               compute ws-login-fail-limit =
                   function numval(ws-cfg-login-fail-limit)
           end-if
           move 15 to ws-login-lockout-minutes
           if function test-numval(
                   function trim(ws-cfg-login-lockout-minutes)) = 0
               and function numval(ws-cfg-login-lockout-minutes) > 0
               then
               compute ws-login-lockout-minutes =
                   function numval(ws-cfg-login-lockout-minutes)
           end-if

      *> A locked-out id or address is turned away before any
      *> password is looked at -- even the right one -- so the
      *> lockout can't be used as an oracle for a correct guess.
           perform check-login-lockout
           if IS-LOGIN-LOCKED then
               move "LOCKOUT" to ws-login-audit-action
               perform write-login-audit-record
               exit paragraph
           end-if

      *> Only the salted hash is stored: the typed password is run
      *> through crypt() with the stored hash as its salt, inside
      *> the query, so the comparison happens in the database and
      *> the hash never comes back to this program.
           if function trim(ws-mod-username) not = spaces then
               move spaces to ws-mod-role
               EXEC SQL
                   SELECT MOD_ROLE
                   INTO :ws-mod-role
                   FROM MODERATOR
                   WHERE MODERATOR_ID = :ws-mod-username
                     AND STATUS = 'ACTIVE'
                     AND PASSWORD_HASH =
                         CRYPT(RTRIM(:ws-mod-password), PASSWORD_HASH)
               END-EXEC

               if sqlcode = 0 then
                   move ws-mod-username to ws-mod-user-id
                   move "Y" to ws-account-ok
               end-if
           end-if

           if not IS-ACCOUNT-OK
               move "Y" to ws-account-ok
           end-if

           if IS-ACCOUNT-OK then
               perform clear-login-failures
               move "LOGIN" to ws-login-audit-action
           else
               perform record-login-failure
               if IS-LOGIN-LOCKED then
                   move "LOCKOUT" to ws-login-audit-action
               else
                   move "LOGINFAIL" to ws-login-audit-action
               end-if
           end-if
           perform write-login-audit-record

           exit paragraph.


       check-login-lockout.
           move "check-login-lockout"
               to WS-LOG-OPERATION
           move "N" to ws-login-locked
           move 0 to ws-login-lock-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-login-lock-count
               FROM MOD_LOGIN_FAILURE
               WHERE ((FAIL_KIND = 'ACCOUNT'
                       AND FAIL_KEY = :ws-mod-username)
                   OR (FAIL_KIND = 'ADDRESS'
                       AND FAIL_KEY = :ws-login-remote-addr))
                 AND LOCKED_UNTIL > CURRENT_TIMESTAMP
           END-EXEC
           perform sqlstate-check

           if ws-login-lock-count > 0 then
               move "Y" to ws-login-locked
           end-if

           exit paragraph.


       record-login-failure.
      *> One counter for the id that was typed, one for the address
      *> it came from; then re-check, since this failure may be the
      *> one that tipped either counter over the limit.
           if function trim(ws-mod-username) not = spaces then
               move "ACCOUNT" to ws-login-fail-kind
               move ws-mod-username to ws-login-fail-key
               perform bump-login-failure
           end-if

           if function trim(ws-login-remote-addr) not = spaces then
               move "ADDRESS" to ws-login-fail-kind
               move ws-login-remote-addr to ws-login-fail-key
               perform bump-login-failure
           end-if

           perform check-login-lockout

           exit paragraph.


       bump-login-failure.
      *> A counter whose last failure is older than the lockout
      *> window starts over, so an occasional typo spread across a
      *> season never adds up to a lockout. Reaching the limit sets
      *> LOCKED_UNTIL and zeroes the count, giving a fresh set of
      *> tries once the lock runs out.
           move "bump-login-failure"
               to WS-LOG-OPERATION
           EXEC SQL
               INSERT INTO MOD_LOGIN_FAILURE(
                   FAIL_KIND, FAIL_KEY, FAIL_COUNT, LAST_FAIL_DT)
               VALUES (:ws-login-fail-kind, :ws-login-fail-key, 1,
                   CURRENT_TIMESTAMP)
               ON CONFLICT (FAIL_KIND, FAIL_KEY) DO UPDATE
               SET FAIL_COUNT =
                       CASE WHEN MOD_LOGIN_FAILURE.LAST_FAIL_DT <
                           CURRENT_TIMESTAMP -
                           :ws-login-lockout-minutes
                               * INTERVAL '1 minute'
                       THEN 1
                       ELSE MOD_LOGIN_FAILURE.FAIL_COUNT + 1 END,
                   LAST_FAIL_DT = CURRENT_TIMESTAMP
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               UPDATE MOD_LOGIN_FAILURE
               SET LOCKED_UNTIL = CURRENT_TIMESTAMP +
                       :ws-login-lockout-minutes * INTERVAL '1 minute',
                   FAIL_COUNT = 0
               WHERE FAIL_KIND = :ws-login-fail-kind
                 AND FAIL_KEY = :ws-login-fail-key
                 AND FAIL_COUNT >= :ws-login-fail-limit
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       clear-login-failures.
           move "clear-login-failures"
               to WS-LOG-OPERATION
           EXEC SQL
               DELETE FROM MOD_LOGIN_FAILURE
               WHERE (FAIL_KIND = 'ACCOUNT'
                      AND FAIL_KEY = :ws-mod-username)
                  OR (FAIL_KIND = 'ADDRESS'
                      AND FAIL_KEY = :ws-login-remote-addr)
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       write-login-audit-record.
      *> Logins aren't tied to an entry or a book: ENTRY_ID stays
      *> NULL and the book is the reserved '(login)' value, which no
      *> registered book id can ever spell. MODERATOR_ID is the id
      *> that was typed, so the audit browser's moderator filter
      *> shows everything tried against one account.
           move "write-login-audit-record"
               to WS-LOG-OPERATION
           if IS-ACCOUNT-OK then
               move ws-mod-user-id to ws-login-fail-key
           else
               move ws-mod-username to ws-login-fail-key
           end-if
           EXEC SQL
               INSERT INTO GUEST_ENTRY_AUDIT(
                   ENTRY_ID, ACTION, REMOTE_ADDR, USER_AGENT,
                   GUEST_BOOK_ID, MODERATOR_ID)
               VALUES (NULL, :ws-login-audit-action,
                   :ws-login-remote-addr, :ws-login-user-agent,
                   '(login)', :ws-login-fail-key)
           END-EXEC
           perform sqlstate-check
           exit paragraph.


                   "Please log in again.</h2>"
               end-display
           end-if
           if IS-LOGIN-LOCKED then
               display
                   '<h2 style="color:red;">Too many failed logins. '
                   "Login is locked for a while -- please try again "
                   "later.</h2>"
               end-display
           end-if
           display
               '<h2 style="color:red;">Log in with your moderator '
               "account to continue.</h2>"
               when "ENABLEMOD"
                   move "ACTIVE" to ws-acct-new-status
                   perform update-moderator-status
               when "ASSIGNBOOK"
                   perform assign-moderator-book
               when "UNASSIGNBOOK"
                   perform unassign-moderator-book
               when other
                   perform apply-book-action
           end-evaluate
               when "ARCHIVE"
                   move "ARCHIVED" to ws-book-new-status
                   perform update-book-status
               when "SETCONTACT"
                   perform update-book-contact
               when "SETFIELDS"
                   perform update-book-fields
               when "SETLOCALE"
                   perform update-book-locale
               when other
                   continue
           end-evaluate
               EXEC SQL
                   INSERT INTO GUEST_BOOK(
                       GUEST_BOOK_ID, DISPLAY_TITLE, DESCRIPTION,
                       PRE_MODERATE, OPEN_DT, CLOSE_DT,
                       ORGANIZER_NAME, ORGANIZER_EMAIL,
                       TIME_ZONE, DATE_STYLE, LANGUAGE_CODE)
                   VALUES (
                       :ws-book-id, :ws-book-title, :ws-book-desc,
                       :ws-book-pre-moderate,
                       CAST(NULLIF(:ws-book-open-dt, '')
                           AS TIMESTAMP),
                       CAST(NULLIF(:ws-book-close-dt, '')
                           AS TIMESTAMP),
                       NULLIF(:ws-book-org-name, ''),
                       NULLIF(:ws-book-org-email, ''),
                       NULLIF(:ws-book-time-zone, ''),
                       NULLIF(:ws-book-date-style, ''),
                       NULLIF(:ws-book-language, ''))
               END-EXEC
               perform sqlstate-check

               end-string
           end-if

           perform read-organizer-input
           if not IS-BOOK-INPUT-OK then
               exit paragraph
           end-if

           perform read-book-locale-input

           exit paragraph.


       read-organizer-input.
      *> The organizer contact is optional; a book without one still
      *> closes out, just without the emails. Name decoded like the
      *> title, email decoded before its shape check (a browser posts
      *> "@" as "%40"), same order sign-guest-book.cbl uses.
           move function
               get-param-value(ws-raw-post-body, "organizer-name")
               to ws-book-org-name
           move function
               html-decode(ws-book-org-name) to ws-book-org-name

           move function
               get-param-value(f-chunk-of-post, "organizer-email")
               to ws-book-org-email
           move function
               html-decode(ws-book-org-email) to ws-book-org-email

           if function trim(ws-book-org-email) not = spaces then
               move 0 to ws-email-at-count
               move 0 to ws-email-dot-count
               inspect ws-book-org-email
                   tallying ws-email-at-count for all "@"
               inspect ws-book-org-email
                   tallying ws-email-dot-count for all "."
               if ws-email-at-count = 0
                   or ws-email-dot-count = 0 then
                   display
                       '<h2 style="color:red;">Organizer email '
                       "address doesn't look valid. Please try "
                       "again.</h2>"
                   end-display
                   move "N" to ws-book-input-ok
               end-if
           end-if

           exit paragraph.


       update-book-contact.
           move "update-book-contact"
               to WS-LOG-OPERATION
           move "Y" to ws-book-input-ok
           perform read-organizer-input
           if not IS-BOOK-INPUT-OK then
               exit paragraph
           end-if

           EXEC SQL
               UPDATE GUEST_BOOK
               SET ORGANIZER_NAME = NULLIF(:ws-book-org-name, ''),
                   ORGANIZER_EMAIL = NULLIF(:ws-book-org-email, '')
               WHERE GUEST_BOOK_ID = :ws-book-id
           END-EXEC
           perform sqlstate-check

           display
               "<p><b>Updated the organizer contact for guest book "
               function trim(ws-book-id) ".</b></p>"
           end-display

           exit paragraph.


       read-book-locale-input.
      *> All optional. The zone is an IANA name ("Europe/Oslo"), and
      *> a browser posts its "/" as "%2F", so it is decoded before it
      *> is looked up; only a name PostgreSQL itself knows is taken,
      *> so a typo can't make every page of the book fail to render.
      *> The language names a catalog file, so it gets the book id's
      *> charset rule; a language with no catalog yet just reads in
      *> English until one is put in place.
           move function
               get-param-value(ws-raw-post-body, "time-zone")
               to ws-book-time-zone
           move function
               html-decode(ws-book-time-zone) to ws-book-time-zone
           move function trim(ws-book-time-zone)
               to ws-book-time-zone

           move function
               get-param-value(f-chunk-of-post, "date-style")
               to ws-book-date-style
           move function upper-case(ws-book-date-style)
               to ws-book-date-style

           move function
               get-param-value(f-chunk-of-post, "language")
               to ws-book-language
           move function lower-case(ws-book-language)
               to ws-book-language

           perform varying ws-id-scan-pos from 1 by 1
               until ws-id-scan-pos > 10
               or ws-book-language(ws-id-scan-pos:1) = space
               if ws-book-language(ws-id-scan-pos:1) not = "-"
                   and ws-book-language(ws-id-scan-pos:1) not = "_"
                   and not (ws-book-language(ws-id-scan-pos:1) >= "0"
                        and ws-book-language(ws-id-scan-pos:1) <= "9")
                   and not (ws-book-language(ws-id-scan-pos:1) >= "a"
                        and ws-book-language(ws-id-scan-pos:1) <= "z")
                   then
                   move "N" to ws-book-input-ok
               end-if
           end-perform

           if not IS-BOOK-INPUT-OK then
               display
                   '<h2 style="color:red;">Language has to be a '
                   'code like "es" or "pt-br" (or left blank for '
                   "English).</h2>"
               end-display
               exit paragraph
           end-if

           evaluate function trim(ws-book-date-style)
               when spaces
               when "ISO"
               when "US"
               when "EU"
               when "LONG"
                   continue
               when other
                   display
                       '<h2 style="color:red;">Date style has to be '
                       "ISO, US, EU or LONG (or left blank).</h2>"
                   end-display
                   move "N" to ws-book-input-ok
                   exit paragraph
           end-evaluate

           if ws-book-time-zone not = spaces then
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-tz-count
                   FROM PG_TIMEZONE_NAMES
                   WHERE NAME = :ws-book-time-zone
               END-EXEC
               perform sqlstate-check

               if ws-tz-count = 0 then
                   display
                       '<h2 style="color:red;">'
                       function html-attr-escape-string(
                           function trim(ws-book-time-zone))
                       " isn't a time zone name we know. Use a "
                       'name like "America/New_York" or '
                       '"Europe/Oslo".</h2>'
                   end-display
                   move "N" to ws-book-input-ok
               end-if
           end-if

           exit paragraph.


       update-book-locale.
      *> The window dates already saved are not moved: they are read
      *> as the book's local time from now on, which is what the
      *> organizer meant by them in the first place.
           move "update-book-locale"
               to WS-LOG-OPERATION
           move "Y" to ws-book-input-ok
           perform read-book-locale-input
           if not IS-BOOK-INPUT-OK then
               exit paragraph
           end-if

           EXEC SQL
               UPDATE GUEST_BOOK
               SET TIME_ZONE = NULLIF(:ws-book-time-zone, ''),
                   DATE_STYLE = NULLIF(:ws-book-date-style, ''),
                   LANGUAGE_CODE = NULLIF(:ws-book-language, '')
               WHERE GUEST_BOOK_ID = :ws-book-id
           END-EXEC
           perform sqlstate-check

           display
               "<p><b>Updated the time zone, date style and language "
               "for guest book " function trim(ws-book-id) ".</b></p>"
           end-display

           exit paragraph.


       update-book-fields.
      *> One form saves all five slots. A slot whose label comes back
      *> blank is dropped from the book; answers already given to it
      *> stay on the entries (EXTRA_FIELD_n) and show again if the
      *> slot is defined afresh.
           move "update-book-fields"
               to WS-LOG-OPERATION

           EXEC SQL
               SELECT COUNT(*) INTO :ws-book-count
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-book-id
           END-EXEC
           perform sqlstate-check

           if ws-book-count = 0 then
               display
                   '<h2 style="color:red;">There is no guest book '
                   "with that id.</h2>"
               end-display
               exit paragraph
           end-if

           move "Y" to ws-field-input-ok
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               perform read-book-field-input
           end-perform

           if not IS-FIELD-INPUT-OK then
               display
                   '<h2 style="color:red;">A field''s maximum length '
                   "has to be a whole number from 1 to 256. Nothing "
                   "was saved.</h2>"
               end-display
               exit paragraph
           end-if

           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               perform save-book-field
           end-perform

           display
               "<p><b>Updated the signing fields for guest book "
               function trim(ws-book-id) ".</b></p>"
           end-display

           exit paragraph.


       read-book-field-input.
      *> Label decoded like the book title; the length defaults to 64
      *> when left blank, same as the column default.
           move spaces to ws-field-param
           string "field" WS-BF-IDX "-label" into ws-field-param
           end-string
           move function
               get-param-value(ws-raw-post-body, ws-field-param)
               to WS-BF-LABEL(WS-BF-IDX)
           move function
               html-decode(WS-BF-LABEL(WS-BF-IDX))
               to WS-BF-LABEL(WS-BF-IDX)

           move spaces to ws-field-param
           string "field" WS-BF-IDX "-required" into ws-field-param
           end-string
           move "N" to WS-BF-REQUIRED(WS-BF-IDX)
           move function
               get-param-value(f-chunk-of-post, ws-field-param)
               to ws-temp
           if function trim(ws-temp) = "Y" then
               move "Y" to WS-BF-REQUIRED(WS-BF-IDX)
           end-if

           move spaces to ws-field-param
           string "field" WS-BF-IDX "-max" into ws-field-param
           end-string
           move function
               get-param-value(f-chunk-of-post, ws-field-param)
               to ws-field-max-in
           move 64 to WS-BF-MAX-LENGTH(WS-BF-IDX)
           if function trim(ws-field-max-in) not = spaces then
               if function test-numval(
                       function trim(ws-field-max-in)) = 0
                   and function numval(ws-field-max-in) >= 1
                   and function numval(ws-field-max-in) <= 256 then
                   compute WS-BF-MAX-LENGTH(WS-BF-IDX) =
                       function numval(ws-field-max-in)
               else
                   move "N" to ws-field-input-ok
               end-if
           end-if

           exit paragraph.


       save-book-field.
           move WS-BF-IDX to ws-field-no
           move WS-BF-LABEL(WS-BF-IDX) to ws-field-label
           move WS-BF-REQUIRED(WS-BF-IDX) to ws-field-required
           move WS-BF-MAX-LENGTH(WS-BF-IDX) to ws-field-max-length

           if function trim(ws-field-label) = spaces then
               EXEC SQL
                   DELETE FROM GUEST_BOOK_FIELD
                   WHERE GUEST_BOOK_ID = :ws-book-id
                     AND FIELD_NO = :ws-field-no
               END-EXEC
               perform sqlstate-check
           else
               EXEC SQL
                   INSERT INTO GUEST_BOOK_FIELD(
                       GUEST_BOOK_ID, FIELD_NO, LABEL, REQUIRED,
                       MAX_LENGTH)
                   VALUES (
                       :ws-book-id, :ws-field-no, :ws-field-label,
                       :ws-field-required, :ws-field-max-length)
                   ON CONFLICT (GUEST_BOOK_ID, FIELD_NO) DO UPDATE
                   SET LABEL = EXCLUDED.LABEL,
                       REQUIRED = EXCLUDED.REQUIRED,
                       MAX_LENGTH = EXCLUDED.MAX_LENGTH
               END-EXEC
               perform sqlstate-check
           end-if

           exit paragraph.


                   COALESCE(CAST(B.OPEN_DT AS VARCHAR), ''),
                   COALESCE(CAST(B.CLOSE_DT AS VARCHAR), ''),
                   (SELECT COUNT(*) FROM GUEST_ENTRY E
                     WHERE E.GUEST_BOOK_ID = B.GUEST_BOOK_ID),
                   COALESCE(B.ORGANIZER_NAME, ''),
                   COALESCE(B.ORGANIZER_EMAIL, ''),
                   COALESCE(C.LAST_STEP, ''),
                   COALESCE(C.FAILED_STEP, ''),
                   COALESCE(C.LAST_ERROR, ''),
                   COALESCE(B.TIME_ZONE, ''),
                   COALESCE(B.DATE_STYLE, ''),
                   COALESCE(B.LANGUAGE_CODE, '')
               FROM GUEST_BOOK B
               LEFT JOIN GUEST_BOOK_CLOSEOUT C
                   ON C.GUEST_BOOK_ID = B.GUEST_BOOK_ID
               ORDER BY B.GUEST_BOOK_ID;
           END-EXEC
           perform sqlstate-check
                       :ws-book-pre-moderate,
                       :ws-book-open-disp,
                       :ws-book-close-disp,
                       :ws-book-entry-count,
                       :ws-book-org-name,
                       :ws-book-org-email,
                       :ws-book-closeout-step,
                       :ws-book-closeout-failed,
                       :ws-book-closeout-error,
                       :ws-book-time-zone,
                       :ws-book-date-style,
                       :ws-book-language;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
               function trim(ws-book-close-disp) "</td></tr>"
               "<tr><td>Entries:</td><td>"
               ws-book-entry-count "</td></tr>"
               "<tr><td>Organizer:</td><td>"
               function html-attr-escape-string(
                   function trim(ws-book-org-name)) " "
               function html-attr-escape-string(
                   function trim(ws-book-org-email)) "</td></tr>"
           end-display

      *> Nightly close-out progress, once it has started on the book.
           if function trim(ws-book-closeout-step) not = spaces then
               display
                   "<tr><td>Close-out:</td><td>"
                   function trim(ws-book-closeout-step)
               end-display
               if function trim(ws-book-closeout-failed) not = spaces
                   then
                   display
                       '<span style="color:red;"> -- '
                       function trim(ws-book-closeout-failed)
                       " step failed, retried tonight: "
                       function html-attr-escape-string(
                           function trim(ws-book-closeout-error))
                       "</span>"
                   end-display
               end-if
               display "</td></tr>"
           end-if

           display "</table>"
           perform display-book-contact-form
           perform display-book-locale-form
           perform load-book-fields
           perform display-book-fields-form

           if function trim(ws-book-status) = "OPEN" then
               perform display-book-action-button-close
           else
           exit paragraph.


       display-book-contact-form.
           display
               '<form method="post" '
               'action="/cgi-bin/manage-guest-book.cgi">'
               '<input type="hidden" name="session" value="'
               function html-attr-escape-string(
                   function trim(ws-mod-session)) '" />'
               '<input type="hidden" name="book-id" value="'
               function html-attr-escape-string(
                   function trim(ws-book-id)) '" />'
               '<input type="hidden" name="action" '
               'value="SETCONTACT" />'
               "Organizer name: "
               '<input type="text" name="organizer-name" value="'
               function html-attr-escape-string(
                   function trim(ws-book-org-name)) '" />'
               " email: "
               '<input type="text" name="organizer-email" value="'
               function html-attr-escape-string(
                   function trim(ws-book-org-email)) '" />'
               '<input type="submit" value="Save contact" />'
               "</form>"
           end-display
           exit paragraph.


       display-book-locale-form.
      *> Blank zone and style: server time, plain timestamp text;
      *> blank language: English.
           display
               '<form method="post" '
               'action="/cgi-bin/manage-guest-book.cgi">'
               '<input type="hidden" name="session" value="'
               function html-attr-escape-string(
                   function trim(ws-mod-session)) '" />'
               '<input type="hidden" name="book-id" value="'
               function html-attr-escape-string(
                   function trim(ws-book-id)) '" />'
               '<input type="hidden" name="action" '
               'value="SETLOCALE" />'
               "Time zone: "
               '<input type="text" name="time-zone" value="'
               function html-attr-escape-string(
                   function trim(ws-book-time-zone)) '" '
               'placeholder="server time" />'
               " date style: "
               '<input type="text" size="5" name="date-style" value="'
               function trim(ws-book-date-style) '" '
               'placeholder="ISO, US, EU, LONG" />'
               " language: "
               '<input type="text" size="5" name="language" value="'
               function trim(ws-book-language) '" '
               'placeholder="en" />'
               '<input type="submit" value="Save locale" />'
               "</form>"
           end-display
           exit paragraph.


       load-book-fields.
      *> The book's extra signing fields, slot n in table entry n;
      *> undefined slots are left with a blank label.
           move "load-book-fields"
               to WS-LOG-OPERATION
           move 0 to WS-BOOK-FIELD-COUNT
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               move spaces to WS-BF-LABEL(WS-BF-IDX)
               move "N" to WS-BF-REQUIRED(WS-BF-IDX)
               move 64 to WS-BF-MAX-LENGTH(WS-BF-IDX)
               move spaces to WS-BF-VALUE(WS-BF-IDX)
           end-perform

           EXEC SQL
               DECLARE CUR_BOOK_FIELDS CURSOR FOR
               SELECT FIELD_NO, LABEL, REQUIRED, MAX_LENGTH
               FROM GUEST_BOOK_FIELD
               WHERE GUEST_BOOK_ID = :ws-book-id
               ORDER BY FIELD_NO;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_BOOK_FIELDS;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_BOOK_FIELDS
                   INTO :ws-field-no, :ws-field-label,
                       :ws-field-required, :ws-field-max-length;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100
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
           perform sqlstate-check

           exit paragraph.


       display-book-fields-form.
      *> Five slots, defined or not; clearing a label and saving
      *> drops that field from the book's sign form.
           display
               '<form method="post" '
               'action="/cgi-bin/manage-guest-book.cgi">'
               '<input type="hidden" name="session" value="'
               function html-attr-escape-string(
                   function trim(ws-mod-session)) '" />'
               '<input type="hidden" name="book-id" value="'
               function html-attr-escape-string(
                   function trim(ws-book-id)) '" />'
               '<input type="hidden" name="action" '
               'value="SETFIELDS" />'
               "Extra signing fields:<table>"
           end-display
           perform varying WS-BF-IDX from 1 by 1 until WS-BF-IDX > 5
               perform display-book-field-row
           end-perform
           display
               "</table>"
               '<input type="submit" value="Save fields" />'
               "</form>"
           end-display
           exit paragraph.


       display-book-field-row.
           move WS-BF-MAX-LENGTH(WS-BF-IDX) to ws-field-max-disp
           display
               "<tr><td>" WS-BF-IDX ".</td><td>Label: "
               '<input type="text" name="field' WS-BF-IDX
               '-label" value="'
               function html-attr-escape-string(
                   function trim(WS-BF-LABEL(WS-BF-IDX))) '" />'
               "</td><td>Required: "
               '<input type="checkbox" name="field' WS-BF-IDX
               '-required" value="Y"'
           end-display
           if IS-BF-REQUIRED(WS-BF-IDX) then
               display ' checked="checked"'
           end-if
           display
               " /></td><td>Max length: "
               '<input type="text" size="4" name="field' WS-BF-IDX
               '-max" value="'
               function trim(ws-field-max-disp) '" />'
               "</td></tr>"
           end-display
           exit paragraph.


       display-book-action-button-close.
           display
               '<form method="post" style="display:inline" '
               "<p>Hold new entries for approval: "
               '<input type="checkbox" name="pre-moderate" '
               'value="Y" /></p>'
               "<p>Organizer name: "
               '<input type="text" name="organizer-name" />'
               " email: "
               '<input type="text" name="organizer-email" /></p>'
               "<p>Time zone: "
               '<input type="text" name="time-zone" '
               'placeholder="e.g. America/Chicago" />'
               " Date style: "
               '<input type="text" size="5" name="date-style" '
               'placeholder="ISO, US, EU, LONG" />'
               " (blank: server time, as before)</p>"
               "<p>Language: "
               '<input type="text" size="5" name="language" '
               'placeholder="en" />'
               ' (message catalog, e.g. "es"; blank: English)</p>'
               '<p><input type="submit" value="Create" /></p>'
               "</form>"
           end-display
                   "that id already exists.</h2>"
               end-display
           else
      *> Only the salted bcrypt hash is kept -- gen_salt() mints a
      *> fresh salt per account and crypt() folds it into the hash
      *> string, so the password itself is never written anywhere.
               EXEC SQL
                   INSERT INTO MODERATOR(
                       MODERATOR_ID, PASSWORD_HASH, MOD_ROLE)
                   VALUES (:ws-acct-id,
                       CRYPT(RTRIM(:ws-acct-password),
                           GEN_SALT('bf', 8)),
                       :ws-acct-role)
               END-EXEC
               perform sqlstate-check
           exit paragraph.


       assign-moderator-book.
      *> Restricts a MOD account to one more book. Its first
      *> assignment is what turns an all-books account into a
      *> book-scoped one; the book has to be in the registry, and the
      *> foreign keys on MODERATOR_BOOK back that up.
           move "assign-moderator-book"
               to WS-LOG-OPERATION
           move function
               get-param-value(f-chunk-of-post, "mod-id")
               to ws-acct-id
           move function
               get-param-value(f-chunk-of-post, "assign-book")
               to ws-book-id

           if function trim(ws-acct-id) = spaces
               or function trim(ws-book-id) = spaces then
               display
                   '<h2 style="color:red;">Pick an account and type '
                   "a guest book id to assign.</h2>"
               end-display
               exit paragraph
           end-if

           EXEC SQL
               SELECT COUNT(*) INTO :ws-book-count
               FROM GUEST_BOOK
               WHERE GUEST_BOOK_ID = :ws-book-id
           END-EXEC
           perform sqlstate-check

           if ws-book-count = 0 then
               display
                   '<h2 style="color:red;">There is no guest book '
                   "with that id.</h2>"
               end-display
               exit paragraph
           end-if

           move spaces to ws-acct-role
           EXEC SQL
               SELECT MOD_ROLE INTO :ws-acct-role
               FROM MODERATOR
               WHERE MODERATOR_ID = :ws-acct-id
           END-EXEC
           if sqlcode = 100 then
               display
                   '<h2 style="color:red;">There is no moderator '
                   "account with that id.</h2>"
               end-display
               exit paragraph
           end-if
           perform sqlstate-check

           if function trim(ws-acct-role) = "ADMIN" then
               display
                   '<h2 style="color:red;">ADMIN accounts always '
                   "cover every book; only MOD accounts can be "
                   "restricted.</h2>"
               end-display
               exit paragraph
           end-if

           EXEC SQL
               INSERT INTO MODERATOR_BOOK(MODERATOR_ID, GUEST_BOOK_ID)
               VALUES (:ws-acct-id, :ws-book-id)
               ON CONFLICT (MODERATOR_ID, GUEST_BOOK_ID) DO NOTHING
           END-EXEC
           perform sqlstate-check

           display
               "<p><b>Moderator account "
               function html-attr-escape-string(
                   function trim(ws-acct-id))
               " now covers guest book "
               function html-attr-escape-string(
                   function trim(ws-book-id)) ".</b></p>"
           end-display

           exit paragraph.


       unassign-moderator-book.
      *> An account with no MODERATOR_BOOK rows covers every book, so
      *> removing a scoped account's last book would quietly hand it
      *> every other client's guest book. That is refused: assign the
      *> replacement book first, or disable the account.
           move "unassign-moderator-book"
               to WS-LOG-OPERATION
           move function
               get-param-value(f-chunk-of-post, "mod-id")
               to ws-acct-id
           move function
               get-param-value(f-chunk-of-post, "assign-book")
               to ws-book-id

           if function trim(ws-acct-id) = spaces
               or function trim(ws-book-id) = spaces then
               exit paragraph
           end-if

           move 0 to ws-acct-other-books
           EXEC SQL
               SELECT COUNT(*) INTO :ws-acct-other-books
               FROM MODERATOR_BOOK
               WHERE MODERATOR_ID = :ws-acct-id
                 AND GUEST_BOOK_ID <> :ws-book-id
           END-EXEC
           perform sqlstate-check

           if ws-acct-other-books = 0 then
               display
                   '<h2 style="color:red;">Guest book '
                   function html-attr-escape-string(
                       function trim(ws-book-id))
                   " is the only book moderator account "
                   function html-attr-escape-string(
                       function trim(ws-acct-id))
                   " covers -- removing it would open every book to "
                   "the account. Restrict it to another book first, "
                   "or disable the account.</h2>"
               end-display
               exit paragraph
           end-if

      *> The same guard in the DELETE itself, so two removals racing
      *> each other can't both take the account to no books.
           EXEC SQL
               DELETE FROM MODERATOR_BOOK
               WHERE MODERATOR_ID = :ws-acct-id
                 AND GUEST_BOOK_ID = :ws-book-id
                 AND EXISTS
                     (SELECT 1 FROM MODERATOR_BOOK MB
                       WHERE MB.MODERATOR_ID = :ws-acct-id
                         AND MB.GUEST_BOOK_ID <> :ws-book-id)
           END-EXEC
           perform sqlstate-check

      *> Nothing removed: a racing removal got there first and this
      *> is now the last book, or the account never covered it.
           if sqlcode = 100 or sqlerrd(3) = 0 then
               display
                   '<h2 style="color:red;">Guest book '
                   function html-attr-escape-string(
                       function trim(ws-book-id))
                   " was not removed from moderator account "
                   function html-attr-escape-string(
                       function trim(ws-acct-id))
                   " -- the account doesn't cover it, or it is the "
                   "only book the account covers. Restrict it to "
                   "another book first, or disable the account.</h2>"
               end-display
               exit paragraph
           end-if

           display
               "<p><b>Moderator account "
               function html-attr-escape-string(
                   function trim(ws-acct-id))
               " no longer covers guest book "
               function html-attr-escape-string(
                   function trim(ws-book-id)) ".</b></p>"
           end-display

           exit paragraph.


       render-moderator-list.
           move "render-moderator-list"
               to WS-LOG-OPERATION

           EXEC SQL
               DECLARE CUR_MODS CURSOR FOR
               SELECT M.MODERATOR_ID, M.MOD_ROLE, M.STATUS,
                   CAST(M.CREATE_DT AS VARCHAR),
                   COALESCE((SELECT STRING_AGG(MB.GUEST_BOOK_ID, ' '
                                 ORDER BY MB.GUEST_BOOK_ID)
                               FROM MODERATOR_BOOK MB
                              WHERE MB.MODERATOR_ID = M.MODERATOR_ID),
                       '')
               FROM MODERATOR M
               ORDER BY M.MODERATOR_ID;
           END-EXEC
           perform sqlstate-check

               EXEC SQL
                   FETCH CUR_MODS
                   INTO :ws-acct-id, :ws-acct-role, :ws-acct-status,
                       :ws-acct-create-disp, :ws-acct-books;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then

           display "</form></p>"

           if function trim(ws-acct-role) not = "ADMIN" then
               perform display-moderator-books
           end-if

           exit paragraph.


       display-moderator-books.
      *> The account's book scope, with a box to add or remove one
      *> book at a time. No books listed means every book -- an
      *> account that was never restricted; a restricted one always
      *> keeps at least one (see unassign-moderator-book).
           display "<p>Books: "
           if function trim(ws-acct-books) = spaces then
               display "<i>all books</i>"
           else
               display "<b>" function trim(ws-acct-books) "</b>"
           end-if
           display
               ' <form method="post" style="display:inline" '
               'action="/cgi-bin/manage-guest-book.cgi">'
               '<input type="hidden" name="session" value="'
               function html-attr-escape-string(
                   function trim(ws-mod-session)) '" />'
               '<input type="hidden" name="mod-id" value="'
               function html-attr-escape-string(
                   function trim(ws-acct-id)) '" />'
               '<input type="hidden" name="action" '
               'value="ASSIGNBOOK" />'
               '<input type="text" name="assign-book" '
               'placeholder="book id" />'
               '<input type="submit" value="Restrict to book" />'
               "</form>"
           end-display
           if function trim(ws-acct-books) not = spaces then
               display
                   ' <form method="post" style="display:inline" '
                   'action="/cgi-bin/manage-guest-book.cgi">'
                   '<input type="hidden" name="session" value="'
                   function html-attr-escape-string(
                       function trim(ws-mod-session)) '" />'
                   '<input type="hidden" name="mod-id" value="'
                   function html-attr-escape-string(
                       function trim(ws-acct-id)) '" />'
                   '<input type="hidden" name="action" '
                   'value="UNASSIGNBOOK" />'
                   '<input type="text" name="assign-book" '
                   'placeholder="book id" />'
                   '<input type="submit" value="Remove book" />'
                   "</form>"
                   " <small>(the last book can't be removed -- "
                   "restrict to another first, or disable the "
                   "account)</small>"
               end-display
           end-if
           display "</p>"

           exit paragraph.


