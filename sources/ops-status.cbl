      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: Session-protected operations status page -- the
      *          morning check on one screen instead of a tail, four
      *          wc -l runs and a dig through cron mail. Shows the
      *          application log; and a live database reachability
      *          check. Logs in with a named moderator account (any
      *          role) via the shared MOD_SESSION mechanism; one
      *          database connection serves the whole request. A
      *          book-scoped account sees only its own books' share
      *          of the webhook and recovery queues and of the
      *          per-book batch runs; the install-wide application
      *          log is left to accounts that cover every book.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       01  f-chunk-of-post     pic x(2046).

       fd  fd-queue-file.
       01  f-queue-line        pic x(4096).

       fd  fd-app-log.
       01  f-app-log-line      pic x(1024).
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

       01  ws-batch-row.
           05  ws-batch-program     pic x(32).
       01  ws-input-status          pic xx.
       01  newline                  pic x value x'0a'.

       01  ws-mod-action            pic x(10).

       01  ws-password-ok           pic x value "N".
       01  ws-account-ok            pic x value "N".
           88  IS-ACCOUNT-OK        value "Y".

      *> Set when the id or the address trying to log in is locked
      *> out after too many wrong passwords (MOD_LOGIN_FAILURE).
       01  ws-login-locked          pic x value "N".
           88  IS-LOGIN-LOCKED      value "Y".

       01  ws-session-expired       pic x value "N".
           88  IS-SESSION-EXPIRED   value "Y".

       01  ws-queue-field-3         pic x(1024).
       01  ws-queue-field-4         pic x(256).
       01  ws-queue-field-5         pic x(256).
       01  ws-queue-field-6         pic x(256).
       01  ws-queue-field-7         pic x(256).

      *> Which pipe-delimited field of a queue line names its book (0
      *> when that file's lines don't carry one), and the membership
      *> test a book-scoped account's lines are put through against
      *> ws-mod-book-list.
       01  ws-queue-book-field      pic 9.
       01  ws-scope-probe-book      pic x(64).
       01  ws-scope-padded-list     pic x(520).
       01  ws-scope-probe           pic x(66).
       01  ws-scope-probe-len       pic 9(3).
       01  ws-scope-tally           pic 9(3).
       01  ws-line-in-scope         pic x value "Y".
           88  IS-LINE-IN-SCOPE     value "Y".

       01  ws-recovery-depth        pic 9(9) value 0.

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
               '<input type="submit" value="Refresh" />'
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
       render-queue-status.
           display "<h3>Queue files</h3>"

      *> Mail lines don't say which book they're about, so a
      *> book-scoped account sees those two files whole, labelled as
      *> such; webhook lines carry the book in field 2, recovery
      *> lines in field 7.
           move ws-cfg-mail-queue-path to ws-queue-path
           move "mail queue" to ws-queue-label
           if ws-mod-all-books not = "Y" then
               move "mail queue (all books)" to ws-queue-label
           end-if
           move 5 to ws-queue-ts-field
           move 0 to ws-queue-book-field
           perform report-one-queue-file

           move ws-cfg-mail-dead-letter-path to ws-queue-path
           move "mail dead-letter" to ws-queue-label
           if ws-mod-all-books not = "Y" then
               move "mail dead-letter (all books)" to ws-queue-label
           end-if
           move 5 to ws-queue-ts-field
           move 0 to ws-queue-book-field
           perform report-one-queue-file

           move ws-cfg-webhook-queue-path to ws-queue-path
           move "webhook queue" to ws-queue-label
           move 5 to ws-queue-ts-field
           move 2 to ws-queue-book-field
           perform report-one-queue-file

           move ws-cfg-recovery-queue-path to ws-queue-path
           move "recovery queue" to ws-queue-label
           move 4 to ws-queue-ts-field
           move 7 to ws-queue-book-field
           perform report-one-queue-file
           move ws-queue-depth to ws-recovery-depth

                   at end
                       continue
                   not at end
                       perform tally-queue-line
               end-read
           end-perform
           close fd-queue-file
           exit paragraph.


       tally-queue-line.
      *> A book-scoped account only counts the lines for its own
      *> books; the oldest-line age then comes from the first line
      *> that was counted.
           if ws-mod-all-books not = "Y"
               and ws-queue-book-field not = 0 then
               perform split-queue-line
               if ws-queue-book-field = 2 then
                   move ws-queue-field-2 to ws-scope-probe-book
               else
                   move ws-queue-field-7 to ws-scope-probe-book
               end-if
               perform check-book-in-scope
               if not IS-LINE-IN-SCOPE then
                   exit paragraph
               end-if
           end-if

           add 1 to ws-queue-depth
           if ws-queue-depth = 1 then
               perform extract-queue-timestamp
           end-if

           exit paragraph.


       split-queue-line.
           move spaces to ws-queue-field-1
           move spaces to ws-queue-field-2
           move spaces to ws-queue-field-3
           move spaces to ws-queue-field-4
           move spaces to ws-queue-field-5
           move spaces to ws-queue-field-6
           move spaces to ws-queue-field-7

           unstring f-queue-line delimited by "|"
               into ws-queue-field-1 ws-queue-field-2
                   ws-queue-field-3 ws-queue-field-4
                   ws-queue-field-5 ws-queue-field-6
                   ws-queue-field-7
           end-unstring

           exit paragraph.


       check-book-in-scope.
      *> Whole-word match of the line's book against the account's
      *> space-separated book list (book ids can't hold spaces).
           move "N" to ws-line-in-scope
           if function trim(ws-scope-probe-book) = spaces then
               exit paragraph
           end-if

           move spaces to ws-scope-padded-list
           string " " function trim(ws-mod-book-list) " "
               into ws-scope-padded-list
           end-string
           move spaces to ws-scope-probe
           string " " function trim(ws-scope-probe-book) " "
               into ws-scope-probe
           end-string
           compute ws-scope-probe-len =
               function length(function trim(ws-scope-probe-book)) + 2

           move 0 to ws-scope-tally
           inspect ws-scope-padded-list tallying ws-scope-tally
               for all ws-scope-probe(1:ws-scope-probe-len)
           if ws-scope-tally > 0 then
               move "Y" to ws-line-in-scope
           end-if

           exit paragraph.


       extract-queue-timestamp.
           perform split-queue-line

           if ws-queue-ts-field = 4 then
               move ws-queue-field-4 to ws-queue-oldest-ts
           else
      *> Each batch's most recent BATCH_RUN_HISTORY row. A RUNNING
      *> row is either a batch working right now or one that died
      *> without settling its row; the start time tells those apart.
      *> A book-scoped account sees each batch's latest run against
      *> one of its own books (the per-book batches take the book id
      *> as their first argument); install-wide runs are left out.
           move "render-batch-status"
               to WS-LOG-OPERATION
           display "<h3>Batch runs</h3>"
               FROM BATCH_RUN_HISTORY B
               WHERE B.ID = (SELECT MAX(X.ID)
                               FROM BATCH_RUN_HISTORY X
                              WHERE X.PROGRAM = B.PROGRAM
                                AND (:ws-mod-all-books = 'Y'
                                     OR SPLIT_PART(
                                         COALESCE(X.RUN_ARGS, ''),
                                         ' ', 1) IN
                                        (SELECT MB.GUEST_BOOK_ID
                                           FROM MODERATOR_BOOK MB
                                          WHERE MB.MODERATOR_ID =
                                              :ws-mod-user-id)))
               ORDER BY B.PROGRAM;
           END-EXEC
           perform sqlstate-check
      *> enough without parsing every field.
           display "<h3>Application log (today)</h3>"

      *> The log is install-wide and its lines can carry any book's
      *> detail, so it's only tallied for accounts covering every
      *> book.
           if ws-mod-all-books not = "Y" then
               display "<p>(install-wide; not shown to book-scoped "
                   "accounts)</p>"
               end-display
               exit paragraph
           end-if

           move 0 to ws-log-error-count
           move 0 to ws-log-warning-count
           move function current-date to ws-now-date
