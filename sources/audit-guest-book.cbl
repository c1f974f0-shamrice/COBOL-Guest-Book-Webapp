      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Session-protected CGI page that pages through the
      *          GUEST_ENTRY_AUDIT trail, filtered by action, guest
      *          book, remote address, moderator account, and date
      *          when, and from which address without a psql session.
      *          Logs in with a named moderator account via the
      *          shared MOD_SESSION mechanism (see
      *          moderate-guest-book.cbl). Logins to the moderator
      *          screens are in the same trail -- actions LOGIN,
      *          LOGINFAIL and LOCKOUT, guest book '(login)', with the
      *          address they came from -- so whoever is probing the
      *          login forms shows up here too.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
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

      *> Book scope (MODERATOR_BOOK): "Y" when the account covers
      *> every book; otherwise "N", with the space-separated ids of
      *> the books it is restricted to.
       01  ws-mod-all-books         pic x(1) value "Y".
       01  ws-mod-book-list         pic x(512).
       01  ws-scope-book-count      PIC S9(9) COMP-5.

       EXEC SQL
          END DECLARE SECTION
       01  newline                  pic x value x'0a'.

       01  ws-temp                  pic x(1024).
       01  ws-mod-action            pic x(10).

       01  ws-numeric-field         pic x(10).
       01  ws-account-ok            pic x value "N".
           88  IS-ACCOUNT-OK        value "Y".

      *> Set when the id or the address trying to log in is locked
      *> out after too many wrong passwords (MOD_LOGIN_FAILURE).
       01  ws-login-locked          pic x value "N".
           88  IS-LOGIN-LOCKED      value "Y".

      *> Server-side login session, same mechanism (and MOD_SESSION
      *> table) as moderate-guest-book.cbl.
       01  ws-session-expired       pic x value "N".
           if not IS-PASSWORD-OK then
               perform render-password-form
           else
               perform load-mod-book-scope
               if function trim(ws-mod-action) = "LOGOUT" then
                   perform log-out-mod-session
                   display "<p><b>Logged out.</b></p>"
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


           exit paragraph.


       load-mod-book-scope.
      *> An account with rows in MODERATOR_BOOK only sees and acts on
      *> those books; one with none -- and every ADMIN, who runs the
      *> registry itself -- keeps the whole install. Read fresh on
      *> every request, so an ADMIN's change to an assignment takes
      *> effect on the volunteer's next click, not their next login.
           move "load-mod-book-scope"
               to WS-LOG-OPERATION
           move "Y" to ws-mod-all-books
           move spaces to ws-mod-book-list
           if function trim(ws-mod-role) = "ADMIN" then
               exit paragraph
           end-if

           move 0 to ws-scope-book-count
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(STRING_AGG(GUEST_BOOK_ID, ' '
                       ORDER BY GUEST_BOOK_ID), '')
               INTO :ws-scope-book-count, :ws-mod-book-list
               FROM MODERATOR_BOOK
               WHERE MODERATOR_ID = :ws-mod-user-id
           END-EXEC
           perform sqlstate-check

           if ws-scope-book-count > 0 then
               move "N" to ws-mod-all-books
           end-if

           exit paragraph.


       render-log-out-button.
           display
               "<p>Logged in as <b>"
               '<input type="submit" value="Log Out" />'
               "</form>"
           end-display
           if ws-mod-all-books not = "Y" then
               display
                   "<p>This account covers these guest books only: "
                   "<b>" function trim(ws-mod-book-list) "</b></p>"
               end-display
           end-if
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
               '<input type="text" name="filter-action" value="'
               function html-attr-escape-string(
                   function trim(ws-filter-action)) '" '
               'placeholder="CREATE, DELETE, LOGINFAIL, ..." />'
               " Book: "
               '<input type="text" name="filter-book" value="'
               function html-attr-escape-string(


       render-audit-list.
      *> A book-scoped account's trail is cut down to its own books
      *> whatever the filters say -- and since login rows sit under
      *> the '(login)' pseudo-book, it doesn't see other volunteers'
      *> logins either.
           move "render-audit-list"
               to WS-LOG-OPERATION
           EXEC SQL
                 AND COALESCE(MODERATOR_ID, '') LIKE :ws-mod-pattern
                 AND CREATE_DT >= :ws-from-date-ts
                 AND CREATE_DT <= :ws-to-date-ts
                 AND (:ws-mod-all-books = 'Y'
                      OR GUEST_BOOK_ID IN
                         (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = :ws-mod-user-id))
               ORDER BY CREATE_DT DESC
               OFFSET :ws-page-offset ROWS
               FETCH FIRST :ws-page-size ROWS ONLY;
