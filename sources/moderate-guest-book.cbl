      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-23
      * Last Modified: 2026-10-15
      * Purpose: Password-protected CGI page that lists every guest
      *          book entry (active and hidden) and lets a moderator
      *          hide or delete a spam/abusive entry. Hiding sets
      *          GUEST_ENTRY.STATUS so view-guest-book.cbl stops
      *          showing the row; deleting (or rejecting a held
      *          entry) moves it, with its reply, into the recycle bin
      *          (GUEST_ENTRY_RECYCLE). The recycle-bin list puts an
      *          entry back under its original id, date and status,
      *          audited as UNDELETE, until the nightly purge removes
      *          it RECYCLE_RETENTION_DAYS after the delete.
      *          Also answers the one-tap approve/reject links in the
      *          admin notice for a held entry (MODERATION_LINK, issued
      *          by the signing programs): GET with "link" and "do"
      *          shows the entry and a single confirm button, POST
      *          applies it -- the same ACTIVATE or DELETE, decision
      *          notice, re-publish and audit row as the Approve and
      *          Reject buttons, as the moderator the link was issued
      *          to, with no login. A link works once, only until it
      *          expires, and only while the entry is still PENDING.
      *          "Message author" sends the submitter of an entry that
      *          has an email address a private note through the mail
      *          queue (type MESSAGE, with their edit link), recorded
      *          in ENTRY_MESSAGE -- listed under the entry -- and in
      *          the audit trail. The address itself is never shown on
      *          this screen, only whether there is one. Decision
      *          notices and messages are queued in the language of
      *          the entry's book.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
           05  ws-entry-status      pic x(10).
           05  ws-entry-book-id     pic x(64).

       01  ws-entry-book-language   pic x(10).
       01  ws-entry-reply           pic x(1024).
       01  ws-entry-hold-reason     pic x(64).


       01  ws-mod-entry-id          PIC S9(9) COMP-5.
       01  ws-mod-new-status        pic x(10).
      *> "Y" on the emailed-link path: the status change (approve or
      *> reject) only happens while the entry is still PENDING, and
      *> ws-entry-changed says whether it did.
       01  ws-require-pending       pic x value "N".
       01  ws-entry-changed         pic x value "Y".
       01  ws-reply-parent-count    PIC S9(9) COMP-5.

       01  ws-audit-action          pic x(10).
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
       01  ws-scope-entry-count     PIC S9(9) COMP-5.

      *> One-tap moderation link from the admin notice, and what the
      *> lookup found: OK, USED, EXPIRED or DISABLED (the account it
      *> was issued to has been switched off).
       01  ws-link-token            pic x(40).
       01  ws-link-state            pic x(10).

      *> Private note to an entry's author (ENTRY_MESSAGE), and the
      *> entry's earlier notes as listed under it.
       01  ws-message-text          pic x(1024).
       01  ws-entry-edit-token      pic x(40).
       01  ws-message-count         PIC S9(9) COMP-5.
       01  ws-message-history       pic x(4096).

      *> Recycle bin (GUEST_ENTRY_RECYCLE): when and by whom a listed
      *> entry was deleted, the day the purge will take it, and the
      *> retention window that date is worked out from.
       01  ws-recycle-deleted-dt    pic x(26).
       01  ws-recycle-deleted-by    pic x(32).
       01  ws-recycle-purge-dt      pic x(10).
       01  ws-recycle-interval      pic x(16).

       EXEC SQL
          END DECLARE SECTION

       copy "db-config".
       copy "app-log-request".
       copy "notify-ledger-request".

       01  ws-log-sqlcode           pic +9(9).
       copy "template-request".
       01  ws-http-value-string pic x(2046).
           88  IS-POST          value 'POST'.

       01  ws-query-string-header   constant as "QUERY_STRING".
       01  ws-query-string          pic x(2046).
       01  ws-link-do               pic x(10).

       01  ws-input-status          pic xx.
       01  ws-raw-post-body         pic x(2046).
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

      *> Server-side login session. The password is exchanged exactly
      *> once for a random expiring token (same single-use-token
      *> pattern ANTISPAM_CHALLENGE uses); every action form on the
           88  IS-FLAGGED-EOF       value "Y".

       01  ws-banned-rows           pic 9(9) value 0.
       01  ws-recycle-rows          pic 9(9) value 0.
       01  ws-recycle-days          pic 9(5).

      *> Same strict YYYY-MM-DD shape check view-guest-book.cbl gives
      *> its search dates, applied to the optional ban expiry date.
       01  ws-publish-command       pic x(256).

      *> Fields used to build the TYPE|GUEST_NAME|GUEST_EMAIL|
      *> GUEST_COMMENT|TIMESTAMP|EXTRA||MESSAGE_ID|LANGUAGE line queued
      *> onto the mail queue when a pre-moderation decision lands -- the
      *> submitter of a held entry finally hears whether it was
      *> approved or rejected instead of re-submitting it three more
      *> times. Same pipe/CR/LF stripping the other queue writers
      *> apply, for the same line-format reason.
       01  ws-mail-queue-status     pic xx.
       01  ws-mail-name-safe        pic x(256).
       01  ws-mail-email-safe       pic x(256).
      *> the churn.
           perform connect-to-database

      *> A one-tap link from the admin notice stands in for the login
      *> and answers on its own page.
           perform read-moderation-link
           if function trim(ws-link-token) not = spaces then
               perform handle-moderation-link
               EXEC SQL
                   CONNECT RESET
               END-EXEC
               perform sqlstate-check
               perform render-page-footer
               goback
           end-if

           perform check-password

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
      *> An unknown id, wrong password, or a database that predates
      *> the MODERATOR table all just fall through to the shared-
      *> password check below -- no stop run over a failed login.
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
           exit paragraph.


       read-moderation-link.
      *> The emailed link arrives as a GET (query string); its confirm
      *> button posts the same two fields back.
           move spaces to ws-link-token
           move spaces to ws-link-do
           if IS-POST then
               move function
                   get-param-value(f-chunk-of-post, "link")
                   to ws-link-token
               move function
                   get-param-value(f-chunk-of-post, "do")
                   to ws-link-do
           else
               accept ws-query-string from environment
                   ws-query-string-header
               end-accept
               inspect ws-query-string converting "<>&" to spaces
               move function
                   get-param-value(ws-query-string, "link")
                   to ws-link-token
               move function
                   get-param-value(ws-query-string, "do")
                   to ws-link-do
           end-if
           move function upper-case(ws-link-do) to ws-link-do
           exit paragraph.


       handle-moderation-link.
           move "handle-moderation-link"
               to WS-LOG-OPERATION

           evaluate function trim(ws-link-do)
               when "APPROVE"
                   move "ACTIVATE" to ws-mod-action
               when "REJECT"
                   move "DELETE" to ws-mod-action
               when other
                   display
                       '<h2 style="color:red;">That link is '
                       "incomplete -- use the whole Approve or Reject "
                       "link from the email.</h2>"
                   end-display
                   perform render-link-login-hint
                   exit paragraph
           end-evaluate

           move spaces to ws-link-state
           EXEC SQL
               SELECT L.ENTRY_ID, L.MODERATOR_ID, M.MOD_ROLE,
                   CASE WHEN L.USED_DT IS NOT NULL THEN 'USED'
                        WHEN L.EXPIRE_DT <= CURRENT_TIMESTAMP
                            THEN 'EXPIRED'
                        WHEN M.STATUS <> 'ACTIVE' THEN 'DISABLED'
                        ELSE 'OK' END
               INTO :ws-mod-entry-id, :ws-mod-user-id, :ws-mod-role,
                   :ws-link-state
               FROM MODERATION_LINK L
               JOIN MODERATOR M ON M.MODERATOR_ID = L.MODERATOR_ID
               WHERE L.LINK_TOKEN = :ws-link-token
           END-EXEC

           if sqlcode not = 0 and sqlcode not = 100 then
               perform sqlstate-check
           end-if

           if sqlcode = 100 then
               display
                   '<h2 style="color:red;">That link isn''t '
                   "recognized.</h2>"
               end-display
               perform render-link-login-hint
               exit paragraph
           end-if

           evaluate function trim(ws-link-state)
               when "USED"
                   display
                       '<h2 style="color:red;">That link has already '
                       "been used.</h2>"
                   end-display
                   perform render-link-login-hint
                   exit paragraph
               when "EXPIRED"
                   display
                       '<h2 style="color:red;">That link has '
                       "expired.</h2>"
                   end-display
                   perform render-link-login-hint
                   exit paragraph
               when "DISABLED"
                   display
                       '<h2 style="color:red;">The moderator account '
                       "that link belongs to is disabled.</h2>"
                   end-display
                   perform render-link-login-hint
                   exit paragraph
               when other
                   continue
           end-evaluate

      *> Only a still-held entry: approved or rejected on screen (or
      *> by the other link) since the email went out means there is
      *> nothing left for this link to do.
           perform fetch-entry-book-id
           if function trim(ws-entry-status) not = "PENDING" then
               display
                   '<h2 style="text-align:center;">That entry is no '
                   "longer waiting for approval -- it has already "
                   "been dealt with.</h2>"
               end-display
               perform render-link-login-hint
               exit paragraph
           end-if

      *> The account's book scope may have changed since the link was
      *> issued; it is checked again at use, as for a logged-in click.
           perform load-mod-book-scope
           perform check-entry-in-scope
           if ws-scope-entry-count = 0 then
               display
                   '<h2 style="color:red;">That entry isn''t in a '
                   "guest book this account moderates.</h2>"
               end-display
               perform render-link-login-hint
               exit paragraph
           end-if

      *> The email link itself only shows the entry: mail scanners
      *> and link previews fetch every URL in a message, and a GET
      *> must not approve or delete anything. The one button posts.
           if not IS-POST then
               perform render-link-confirm
               exit paragraph
           end-if

      *> Claiming the link is what decides which request acts: of
      *> two POSTs racing past the checks above (a double click, or
      *> Approve and Reject from the same email), only the one whose
      *> UPDATE marks the link used goes on.
           EXEC SQL
               UPDATE MODERATION_LINK
               SET USED_DT = CURRENT_TIMESTAMP,
                   USED_ACTION = :ws-mod-action
               WHERE LINK_TOKEN = :ws-link-token
                 AND USED_DT IS NULL
           END-EXEC
           perform sqlstate-check

           if sqlcode = 100 or sqlerrd(3) not = 1 then
               display
                   '<h2 style="color:red;">That link has already '
                   "been used.</h2>"
               end-display
               perform render-link-login-hint
               exit paragraph
           end-if

      *> The entry can still have been decided on screen since it
      *> was checked above; the change only goes through while it is
      *> PENDING.
           move "Y" to ws-require-pending
           if function trim(ws-mod-action) = "ACTIVATE" then
               move "ACTIVE" to ws-mod-new-status
               perform update-entry-status
           else
               perform delete-entry
           end-if

           if ws-entry-changed not = "Y" then
               display
                   '<h2 style="text-align:center;">That entry is no '
                   "longer waiting for approval -- it has already "
                   "been dealt with.</h2>"
               end-display
               perform render-link-login-hint
               exit paragraph
           end-if

           if function trim(ws-mod-action) = "ACTIVATE" then
               display
                   '<h2 style="text-align:center;">Approved -- the '
                   "entry from "
                   function html-attr-escape-string(
                       function trim(ws-entry-name))
                   " is now live.</h2>"
               end-display
           else
               display
                   '<h2 style="text-align:center;">Rejected -- the '
                   "entry from "
                   function html-attr-escape-string(
                       function trim(ws-entry-name))
                   " has been moved to the recycle bin.</h2>"
               end-display
           end-if

           perform trigger-static-publish
           perform render-link-login-hint

           exit paragraph.


       render-link-confirm.
           display
               "<p><table>"
               "<tr><td>Guest Book:</td><td>"
               function html-attr-escape-string(
                   function trim(ws-entry-book-id))
               "</td></tr>"
               "<tr><td>Name:</td><td>"
               function html-attr-escape-string(
                   function trim(ws-entry-name))
               "</td></tr>"
               "<tr><td>Comment:</td><td>"
               function html-attr-escape-string(
                   function trim(ws-entry-comment))
               "</td></tr>"
               "</table></p>"
               '<form method="post" '
               'action="/cgi-bin/moderate-guest-book.cgi">'
               '<input type="hidden" name="link" value="'
               function html-attr-escape-string(
                   function trim(ws-link-token)) '" />'
               '<input type="hidden" name="do" value="'
               function trim(ws-link-do) '" />'
           end-display

           if function trim(ws-mod-action) = "ACTIVATE" then
               display
                   '<input type="submit" value="Approve this entry" />'
               end-display
           else
               display
                   '<input type="submit" value="Reject this entry" />'
               end-display
           end-if

           display
               "</form>"
               "<p>Acting as <b>"
               function html-attr-escape-string(
                   function trim(ws-mod-user-id))
               "</b>.</p>"
           end-display
           exit paragraph.


       render-link-login-hint.
           display
               '<p><a href="/cgi-bin/moderate-guest-book.cgi">'
               "Log in to the moderation screen</a></p>"
           end-display
           exit paragraph.


       apply-moderation-action.
      *> The ban-list actions aren't tied to any entry, so they're
      *> routed before the entry-id requirement the per-entry actions
                   perform add-ban
               when "LIFTBAN"
                   perform lift-ban
               when "UNDELETE"
                   perform undelete-entry
               when other
                   perform apply-entry-action
           end-evaluate
           end-if
           move ws-parsed-numeric-value to ws-mod-entry-id

      *> The lists only ever offer an account its own books' entries,
      *> but the entry id arrives from the browser -- checked again
      *> here so a book-scoped account can't act on another event's
      *> entry by editing the form.
           perform check-entry-in-scope
           if ws-scope-entry-count = 0 then
               display
                   '<h2 style="color:red;">That entry isn''t in a '
                   "guest book this account moderates.</h2>"
               end-display
               exit paragraph
           end-if

           evaluate function trim(ws-mod-action)
               when "HIDE"
                   move "HIDDEN" to ws-mod-new-status
                   perform save-entry-reply
               when "UNFLAG"
                   perform unflag-entry
               when "MESSAGE"
                   perform message-entry-author
               when "BAN"
                   perform ban-entry-address
               when other
           exit paragraph.


       check-entry-in-scope.
           move "check-entry-in-scope"
               to WS-LOG-OPERATION
           move 0 to ws-scope-entry-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-scope-entry-count
               FROM GUEST_ENTRY E
               WHERE E.ID = :ws-mod-entry-id
                 AND (:ws-mod-all-books = 'Y'
                      OR E.GUEST_BOOK_ID IN
                         (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = :ws-mod-user-id))
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       extract-numeric-param.
           move "N" to ws-numeric-field-valid
           move 0 to ws-parsed-numeric-value
               to WS-LOG-OPERATION
           perform fetch-entry-book-id

           move "Y" to ws-entry-changed
           EXEC SQL
               UPDATE GUEST_ENTRY
               SET STATUS = :ws-mod-new-status
               WHERE ID = :ws-mod-entry-id
                 AND (:ws-require-pending = 'N'
                      OR STATUS = 'PENDING')
           END-EXEC
           perform sqlstate-check

           if ws-require-pending = "Y"
               and (sqlcode = 100 or sqlerrd(3) = 0) then
               move "N" to ws-entry-changed
               exit paragraph
           end-if

           move ws-mod-action to ws-audit-action
           perform write-audit-record

      *> Fetch the book id before the row is gone -- there's nothing
      *> left to look it up from once the DELETE below commits.
           perform fetch-entry-book-id
           move "Y" to ws-entry-changed

      *> Into the recycle bin first, reply folded in (the DELETE's
      *> cascade takes GUEST_ENTRY_REPLY with it), then off the live
      *> table -- one transaction, so an entry is never in both
      *> places or in neither. A failure leaves the transaction open
      *> and sqlstate-check stops the run, which drops the connection
      *> and rolls it back.
           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               INSERT INTO GUEST_ENTRY_RECYCLE (
                   ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5,
                   REPLY_TEXT, REPLY_DT, DELETED_BY)
               SELECT E.ID, E.GUEST_NAME, E.GUEST_EMAIL,
                   E.GUEST_COMMENT, E.CREATE_DT, E.STATUS,
                   E.EDIT_TOKEN, E.GUEST_BOOK_ID, E.HOLD_REASON,
                   E.EXTRA_FIELD_1, E.EXTRA_FIELD_2, E.EXTRA_FIELD_3,
                   E.EXTRA_FIELD_4, E.EXTRA_FIELD_5,
                   R.REPLY_TEXT, R.CREATE_DT,
                   :ws-mod-user-id
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE E.ID = :ws-mod-entry-id
                 AND (:ws-require-pending = 'N'
                      OR E.STATUS = 'PENDING')
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               DELETE FROM GUEST_ENTRY
               WHERE ID = :ws-mod-entry-id
                 AND (:ws-require-pending = 'N'
                      OR STATUS = 'PENDING')
           END-EXEC
           perform sqlstate-check

      *> On the emailed-link path an entry decided meanwhile is left
      *> alone, and the recycle-bin copy (if any) goes back out.
           if ws-require-pending = "Y"
               and (sqlcode = 100 or sqlerrd(3) = 0) then
               EXEC SQL
                   ROLLBACK
               END-EXEC
               perform sqlstate-check
               move "N" to ws-entry-changed
               exit paragraph
           end-if

           EXEC SQL
               COMMIT
           END-EXEC
           perform sqlstate-check



       fetch-entry-book-id.
      *> Also captures the entry's name, email, comment, pre-action
      *> status and book language while the row is still there --
      *> the decision notices need them, and after a DELETE there is
      *> nothing left to ask.
           move "fetch-entry-book-id"
               to WS-LOG-OPERATION
           move spaces to ws-entry-email
           move spaces to ws-entry-comment
           move spaces to ws-entry-status
           move spaces to ws-entry-book-language

           EXEC SQL
               SELECT E.GUEST_BOOK_ID, E.GUEST_NAME,
                   COALESCE(E.GUEST_EMAIL, ''), E.GUEST_COMMENT,
                   E.STATUS, COALESCE(B.LANGUAGE_CODE, '')
               INTO :ws-entry-book-id, :ws-entry-name,
                   :ws-entry-email, :ws-entry-comment,
                   :ws-entry-status, :ws-entry-book-language
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_BOOK B
                   ON B.GUEST_BOOK_ID = E.GUEST_BOOK_ID
               WHERE E.ID = :ws-mod-entry-id
           END-EXEC

           if sqlcode not = 0 and sqlcode not = 100 then
           move spaces to ws-mail-extra
           move function trim(ws-entry-book-id) to ws-mail-extra

           perform write-mail-queue-record

           exit paragraph.


       write-mail-queue-record.
      *> The book's language rides last, after the message id, so
      *> the author's email goes out in it.
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
               function trim(ws-entry-book-language)
               into f-mail-queue-line
           end-string

           if ws-mail-queue-status < 10 then
               write f-mail-queue-line
               close fd-mail-queue
           else
               perform record-ledger-lost
           end-if

           exit paragraph.


       message-entry-author.
      *> A private note to the entry's author, relayed through the
      *> mail queue so the address never reaches the moderator's
      *> screen. The note is kept in ENTRY_MESSAGE (shown under the
      *> entry) and the action in the audit trail, so there is a
      *> record of what was said and by whom.
           move "message-entry-author"
               to WS-LOG-OPERATION
           move function
               get-param-value(ws-raw-post-body, "message-text")
               to ws-message-text
           move function
               html-decode(ws-message-text) to ws-message-text

           if function trim(ws-message-text) = spaces then
               display
                   '<h2 style="color:red;">Type a message before '
                   "sending it.</h2>"
               end-display
               exit paragraph
           end-if

           perform fetch-entry-book-id
           if function trim(ws-entry-email) = spaces then
               display
                   '<h2 style="color:red;">That entry has no email '
                   "address to send a message to.</h2>"
               end-display
               exit paragraph
           end-if

           move spaces to ws-entry-edit-token
           EXEC SQL
               SELECT COALESCE(EDIT_TOKEN, '')
               INTO :ws-entry-edit-token
               FROM GUEST_ENTRY
               WHERE ID = :ws-mod-entry-id
           END-EXEC
           if sqlcode not = 0 and sqlcode not = 100 then
               perform sqlstate-check
           end-if

           EXEC SQL
               INSERT INTO ENTRY_MESSAGE(
                   ENTRY_ID, GUEST_BOOK_ID, MODERATOR_ID,
                   MESSAGE_TEXT)
               VALUES (
                   :ws-mod-entry-id, :ws-entry-book-id,
                   :ws-mod-user-id, :ws-message-text)
           END-EXEC
           perform sqlstate-check

      *> Same line format as the decision notices: the note rides in
      *> the comment field and the author's edit link in EXTRA, so
      *> they can fix the entry themselves if that's what was asked.
           move ws-entry-name to ws-mail-name-safe
           inspect ws-mail-name-safe converting "|" to space
           inspect ws-mail-name-safe converting x"0D0A" to spaces

           move ws-entry-email to ws-mail-email-safe
           inspect ws-mail-email-safe converting "|" to space
           inspect ws-mail-email-safe converting x"0D0A" to spaces

           move ws-message-text to ws-mail-comment-safe
           inspect ws-mail-comment-safe converting "|" to space
           inspect ws-mail-comment-safe converting x"0D0A" to spaces

           move function current-date to ws-mail-timestamp

           move "MESSAGE" to ws-mail-type
           move spaces to ws-mail-extra
           if function trim(ws-entry-edit-token) not = spaces then
               string
                   function trim(ws-cfg-edit-link-base)
                   "?token=" function trim(ws-entry-edit-token)
                   into ws-mail-extra
               end-string
           end-if

           perform write-mail-queue-record

           move "MESSAGE" to ws-audit-action
           perform write-audit-record

           display
               '<h2 style="text-align:center;">Message queued for '
               "the author of entry " ws-mod-entry-id ".</h2>"
           end-display

           exit paragraph.


               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE E.STATUS <> 'PENDING'
                 AND (:ws-mod-all-books = 'Y'
                      OR E.GUEST_BOOK_ID IN
                         (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = :ws-mod-user-id))
               ORDER BY E.CREATE_DT DESC;
           END-EXEC
           perform sqlstate-check
               end-if
           end-perform

           perform render-recycle-bin
           perform render-ban-list


      *> moderation screen, listed oldest first (the order they should
      *> be reviewed in) ahead of the main entry list so nothing sits
      *> in the hold queue unnoticed. Approve publishes the entry
      *> (ACTIVATE), Reject moves it to the recycle bin (DELETE) --
      *> both are the same audited actions the main list already
      *> uses.
           move "render-pending-queue"
               to WS-LOG-OPERATION
           display "<h3>Entries awaiting approval</h3>"
               FROM GUEST_ENTRY E
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE E.STATUS = 'PENDING'
                 AND (:ws-mod-all-books = 'Y'
                      OR E.GUEST_BOOK_ID IN
                         (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = :ws-mod-user-id))
               ORDER BY E.CREATE_DT;
           END-EXEC
           perform sqlstate-check
      *> way around) instead of failing on the primary key.
           move "upsert-banned-address"
               to WS-LOG-OPERATION
      *> The ban records who raised it. A book-scoped account only
      *> ever changes its own bans -- re-banning an address somebody
      *> else already banned leaves that ban exactly as it was.
           EXEC SQL
               INSERT INTO BANNED_ADDRESS(
                   REMOTE_ADDR, EXPIRE_DT, MODERATOR_ID)
               VALUES (:ws-ban-addr,
                   CAST(NULLIF(:ws-ban-expire-dt, '') AS TIMESTAMP),
                   :ws-mod-user-id)
               ON CONFLICT (REMOTE_ADDR)
               DO UPDATE SET EXPIRE_DT = EXCLUDED.EXPIRE_DT
               WHERE :ws-mod-all-books = 'Y'
                  OR BANNED_ADDRESS.MODERATOR_ID = :ws-mod-user-id
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               DELETE FROM BANNED_ADDRESS
               WHERE REMOTE_ADDR = :ws-ban-addr
                 AND (:ws-mod-all-books = 'Y'
                      OR MODERATOR_ID = :ws-mod-user-id)
           END-EXEC
           perform sqlstate-check

           exit paragraph.


       undelete-entry.
      *> Puts a recycled entry back exactly as it was: original ID,
      *> date, status and reply. Same one-transaction move as
      *> delete-entry, in the other direction. A held entry comes
      *> back held, so it is reviewed again rather than published.
           move "undelete-entry"
               to WS-LOG-OPERATION
           move function
               get-param-value(f-chunk-of-post, "entry-id")
               to ws-temp
           perform extract-numeric-param
           if not IS-NUMERIC-FIELD-VALID then
               exit paragraph
           end-if
           move ws-parsed-numeric-value to ws-mod-entry-id

      *> Scope is checked against the bin itself -- the entry isn't
      *> in GUEST_ENTRY for check-entry-in-scope to find.
           move spaces to ws-entry-book-id
           EXEC SQL
               SELECT GUEST_BOOK_ID
               INTO :ws-entry-book-id
               FROM GUEST_ENTRY_RECYCLE
               WHERE ID = :ws-mod-entry-id
                 AND (:ws-mod-all-books = 'Y'
                      OR GUEST_BOOK_ID IN
                         (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = :ws-mod-user-id))
           END-EXEC
           if sqlcode = 100 then
               display
                   '<h2 style="color:red;">That entry isn''t in the '
                   "recycle bin of a guest book this account "
                   "moderates.</h2>"
               end-display
               exit paragraph
           end-if
           perform sqlstate-check

           EXEC SQL
               START TRANSACTION
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               INSERT INTO GUEST_ENTRY (
                   ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5)
               SELECT ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5
               FROM GUEST_ENTRY_RECYCLE
               WHERE ID = :ws-mod-entry-id
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               INSERT INTO GUEST_ENTRY_REPLY (
                   ENTRY_ID, REPLY_TEXT, CREATE_DT)
               SELECT ID, REPLY_TEXT,
                   COALESCE(REPLY_DT, CURRENT_TIMESTAMP)
               FROM GUEST_ENTRY_RECYCLE
               WHERE ID = :ws-mod-entry-id
                 AND REPLY_TEXT IS NOT NULL
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               DELETE FROM GUEST_ENTRY_RECYCLE
               WHERE ID = :ws-mod-entry-id
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               COMMIT
           END-EXEC
           perform sqlstate-check

           move "UNDELETE" to ws-audit-action
           perform write-audit-record

           display
               '<h2 style="text-align:center;">Entry '
               ws-mod-entry-id " restored from the recycle bin.</h2>"
           end-display

           exit paragraph.


       set-recycle-interval.
      *> RECYCLE_RETENTION_DAYS as an SQL interval; an unusable value
      *> falls back to the 30-day default rather than showing a purge
      *> date nobody configured.
           if function test-numval(
                   function trim(ws-cfg-recycle-retention-days)) = 0
               and function numval(ws-cfg-recycle-retention-days) > 0
               then
               compute ws-recycle-days =
                   function numval(ws-cfg-recycle-retention-days)
           else
               move 30 to ws-recycle-days
           end-if
           move spaces to ws-recycle-interval
           string ws-recycle-days " days"
               into ws-recycle-interval
           end-string
           exit paragraph.


       render-recycle-bin.
      *> Deleted and rejected entries still inside the undelete
      *> window, newest delete first, each with its Restore button.
           move "render-recycle-bin"
               to WS-LOG-OPERATION
           display "<h3>Recycle bin</h3>"

           perform set-recycle-interval
           move 0 to ws-recycle-rows

           EXEC SQL
               DECLARE CUR_RECYCLE CURSOR FOR
               SELECT ID, GUEST_NAME, COALESCE(GUEST_EMAIL, ''),
                   GUEST_COMMENT, CREATE_DT, STATUS, GUEST_BOOK_ID,
                   COALESCE(REPLY_TEXT, ''),
                   CAST(DELETED_DT AS VARCHAR),
                   COALESCE(DELETED_BY, ''),
                   TO_CHAR(DELETED_DT
                       + CAST(:ws-recycle-interval AS INTERVAL),
                       'YYYY-MM-DD')
               FROM GUEST_ENTRY_RECYCLE
               WHERE :ws-mod-all-books = 'Y'
                  OR GUEST_BOOK_ID IN
                     (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                       WHERE MB.MODERATOR_ID = :ws-mod-user-id)
               ORDER BY DELETED_DT DESC;
           END-EXEC
           perform sqlstate-check

           EXEC SQL
               OPEN CUR_RECYCLE;
           END-EXEC
           perform sqlstate-check

           perform until sqlcode = 100
               EXEC SQL
                   FETCH CUR_RECYCLE
                   INTO
                       :ws-entry-id,
                       :ws-entry-name,
                       :ws-entry-email,
                       :ws-entry-comment,
                       :ws-entry-date,
                       :ws-entry-status,
                       :ws-entry-book-id,
                       :ws-entry-reply,
                       :ws-recycle-deleted-dt,
                       :ws-recycle-deleted-by,
                       :ws-recycle-purge-dt;
               END-EXEC
               perform sqlstate-check
               if sqlcode not = 100 then
                   add 1 to ws-recycle-rows
                   perform display-recycle-row
               end-if
           end-perform

           EXEC SQL
               CLOSE CUR_RECYCLE;
           END-EXEC
           perform sqlstate-check

           if ws-recycle-rows = 0 then
               display "<p>(recycle bin is empty)</p>"
           end-if

           exit paragraph.


       display-recycle-row.
           display
               "<p><table>"
               "<tr><td>ID:</td><td>" ws-entry-id "</td></tr>"
               "<tr><td>Guest Book:</td><td>"
               ws-entry-book-id "</td></tr>"
               "<tr><td>Status:</td><td>" ws-entry-status "</td></tr>"
               "<tr><td>Name:</td><td>" ws-entry-name "</td></tr>"
               "<tr><td>Date:</td><td>" ws-entry-date "</td></tr>"
               "<tr><td>Comment:</td><td>" ws-entry-comment "</td></tr>"
           end-display

           if function trim(ws-entry-reply) not = spaces then
               display
                   "<tr><td>Reply:</td><td><i>"
                   function trim(ws-entry-reply) "</i></td></tr>"
               end-display
           end-if

           display
               "<tr><td>Deleted:</td><td>"
               function trim(ws-recycle-deleted-dt)
           end-display
           if function trim(ws-recycle-deleted-by) not = spaces then
               display
                   " by " function html-attr-escape-string(
                       function trim(ws-recycle-deleted-by))
               end-display
           end-if
           display
               "</td></tr>"
               "<tr><td>Purged after:</td><td>"
               function trim(ws-recycle-purge-dt) "</td></tr>"
               "</table>"
               '<form method="post" style="display:inline" '
               'action="/cgi-bin/moderate-guest-book.cgi">'
               '<input type="hidden" name="session" value="'
               function html-attr-escape-string(
                   function trim(ws-mod-session)) '" />'
               '<input type="hidden" name="entry-id" value="'
               ws-entry-id '" />'
               '<input type="hidden" name="action" value="UNDELETE" />'
               '<input type="submit" value="Restore" />'
               "</form></p><hr />"
           end-display
           exit paragraph.


       render-ban-list.
      *> A book-scoped account sees only the bans it raised itself:
      *> the rest of the list is other events' visitors' addresses.
      *> Enforcement is unaffected -- a ban still keeps that address
      *> out of every book.
           move "render-ban-list"
               to WS-LOG-OPERATION
           display "<h3>Banned addresses</h3>"
                   COALESCE(CAST(EXPIRE_DT AS VARCHAR), 'never'),
                   CAST(CREATE_DT AS VARCHAR)
               FROM BANNED_ADDRESS
               WHERE :ws-mod-all-books = 'Y'
                  OR MODERATOR_ID = :ws-mod-user-id
               ORDER BY REMOTE_ADDR;
           END-EXEC
           perform sqlstate-check
               LEFT JOIN GUEST_ENTRY_REPLY R ON R.ENTRY_ID = E.ID
               WHERE EXISTS (SELECT 1 FROM GUEST_ENTRY_FLAG F
                              WHERE F.ENTRY_ID = E.ID)
                 AND (:ws-mod-all-books = 'Y'
                      OR E.GUEST_BOOK_ID IN
                         (SELECT MB.GUEST_BOOK_ID FROM MODERATOR_BOOK MB
                           WHERE MB.MODERATOR_ID = :ws-mod-user-id))
               ORDER BY 9 DESC, E.CREATE_DT DESC;
           END-EXEC
           perform sqlstate-check
               ws-entry-book-id "</td></tr>"
               "<tr><td>Status:</td><td>" ws-entry-status "</td></tr>"
               "<tr><td>Name:</td><td>" ws-entry-name "</td></tr>"
           end-display

      *> Whether there is an address, never the address: authors are
      *> reached through Message Author below.
           if function trim(ws-entry-email) = spaces then
               display "<tr><td>Email:</td><td>(none)</td></tr>"
           else
               display "<tr><td>Email:</td><td>(on file)</td></tr>"
           end-if

           display
               "<tr><td>Date:</td><td>" ws-entry-date "</td></tr>"
               "<tr><td>Comment:</td><td>" ws-entry-comment "</td></tr>"
           end-display

           perform fetch-entry-messages
           if ws-message-count > 0 then
               display
                   "<tr><td>Messages to author:</td><td>"
                   '<pre style="white-space:pre-wrap">'
                   function html-attr-escape-string(
                       function trim(ws-message-history))
                   "</pre></td></tr>"
               end-display
           end-if

           if function trim(ws-entry-reply) not = spaces then
               display
                   "<tr><td>Reply:</td><td><i>"
               'Reply: <textarea name="reply-text">'
               function trim(ws-entry-reply) "</textarea>"
               '<input type="submit" value="Save Reply" />'
               "</form>"
           end-display

           if function trim(ws-entry-email) not = spaces then
               display
                   '<form method="post" '
                   'action="/cgi-bin/moderate-guest-book.cgi">'
                   '<input type="hidden" name="session" value="'
                   function html-attr-escape-string(
                       function trim(ws-mod-session)) '" />'
                   '<input type="hidden" name="entry-id" value="'
                   ws-entry-id '" />'
                   '<input type="hidden" name="action" '
                   'value="MESSAGE" />'
                   'Private message to the author: '
                   '<textarea name="message-text"></textarea>'
                   '<input type="submit" value="Message Author" />'
                   "</form>"
               end-display
           end-if

           display "</p><hr />"

           exit paragraph.


       fetch-entry-messages.
      *> One aggregate row, not a cursor: this runs inside the entry
      *> list cursors' fetch loops, which a cursor of its own would
      *> upset.
           move "fetch-entry-messages"
               to WS-LOG-OPERATION
           move 0 to ws-message-count
           move spaces to ws-message-history
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(STRING_AGG(
                       TO_CHAR(CREATE_DT, 'YYYY-MM-DD HH24:MI')
                       || ' ' || MODERATOR_ID || ': ' || MESSAGE_TEXT,
                       CHR(10) ORDER BY ID), '')
               INTO :ws-message-count, :ws-message-history
               FROM ENTRY_MESSAGE
               WHERE ENTRY_ID = :ws-entry-id
           END-EXEC
           perform sqlstate-check
           exit paragraph.


       record-ledger-queued.
      *> Every queue line gets a message id and a QUEUED record in the
      *> notification ledger before it is appended; the drains record
      *> each delivery attempt against the same id. The caller sets
      *> the channel, type and detail.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "QUEUED" to WS-LEDGER-EVENT
           move spaces to WS-LEDGER-MESSAGE-ID
           move ws-entry-book-id to WS-LEDGER-BOOK-ID
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


