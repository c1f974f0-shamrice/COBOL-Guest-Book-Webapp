      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-23
      * Last Modified: 2026-10-15
      * Purpose: Batch job that drains the mail queue file written by
      *          sign-guest-book.cbl and moderate-guest-book.cbl (one
      *          TYPE|GUEST_NAME|GUEST_EMAIL|GUEST_COMMENT|TIMESTAMP|
      *          EXTRA|ATTEMPTS|MESSAGE_ID|LANGUAGE line per queued
      *          email) and
      *          sends one email per queued line via sendmail. TYPE is
      *          "ADMIN" (notifies the site admin of a new entry; for
      *          an entry held for approval EXTRA carries its one-tap
      *          approve/reject link), "EDIT" (sends the submitter
      *          their one-time edit/withdraw link, carried in EXTRA),
      *          or "APPROVED"/"REJECTED" (tells the submitter of a held
      *          PENDING entry what the moderators decided; EXTRA
      *          carries the guest book id). Subscription traffic
      *          rides the same queue: "CONFIRM" (double-opt-in link
      *          nightly new-entries summary), both with the book's
      *          display title in the name field and the
      *          confirmation/unsubscribe link in EXTRA.
      *          closeout-guest-book-batch.cbl writes the organizer's
      *          close-out notices: "KEEPSAKE" (the book's print
      *          keepsake is ready; EXTRA carries its link or file)
      *          and "ARCHIVING" (the book is about to be archived;
      *          EXTRA carries the archive date), both with the
      *          organizer's name and address and the book's display
      *          title in the comment field.
      *          moderate-guest-book.cbl writes "MESSAGE" (a
      *          moderator's private note to an entry's author: the
      *          note in the comment field, the author's edit link in
      *          EXTRA).
      *          ops-alert-watchdog-batch.cbl writes "ALERT" (an
      *          operations problem for the site admin: what is wrong
      *          in the name field, the detail in the comment field,
      *          and RAISED, REPEAT or CLEARED in EXTRA).
      *          sendmail's exit status is checked per line: a failed
      *          send is requeued with ATTEMPTS incremented and tried
      *          again on later runs, until MAIL_RETRY_LIMIT attempts,
      *          MAIL_DEAD_LETTER_PATH instead of being dropped --
      *          guests who never get their edit link are our most
      *          common support complaint, and a silent drop is how
      *          that used to happen. ATTEMPTS is empty on lines from
      *          the writers (they never retry) and counts from zero.
      *          Meant to be run periodically from cron. Queued field
      *          values are never placed into the shell command line
      *          piped into sendmail -- so a guest can't use their
      *          name/email/comment to inject shell commands or extra
      *          mail headers.
      *          Every message carries an X-Guestbook-Type header naming
      *          its queue type, so a bounce that comes back can be
      *          matched to what we sent (mail-bounce-batch.cbl).
      *          Guest notices (EDIT, APPROVED/REJECTED, CONFIRM,
      *          DIGEST, MESSAGE) to an address listed in
      *          MAIL_SUPPRESSION_PATH -- written by
      *          mail-bounce-batch.cbl once an address has hard-bounced
      *          too often -- are dropped and counted, not sent; the
      *          admin and organizer notices always go.
      *          Every attempt -- sent, requeued for retry,
      *          dead-lettered, suppressed, skipped as malformed, or
      *          lost because it couldn't be requeued -- is recorded in
      *          the notification ledger (notify-ledger.cbl) against
      *          the MESSAGE_ID the writer gave the line; a requeued
      *          line keeps its id.
      *          The guest notices (EDIT, APPROVED/REJECTED, CONFIRM,
      *          DIGEST, MESSAGE) are worded from the message catalog
      *          (message-catalog.cbl) in the LANGUAGE the writer put
      *          on the line -- the book's language; a blank or
      *          missing LANGUAGE is English. Admin and organizer
      *          notices stay in English. Every message is sent as
      *          UTF-8 plain text so a catalog's accents arrive intact.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
           organization is line sequential
           file status is ws-mail-deadletter-status.

           select fd-mail-suppression
           assign to ws-cfg-mail-suppression-path
           organization is line sequential
           file status is ws-mail-suppression-status.

       data division.

       file section.
       fd  fd-mail-deadletter.
       01  f-mail-deadletter-line   pic x(2048).

       fd  fd-mail-suppression.
       01  f-mail-suppression-line  pic x(256).

      *Must be all uppercase for esqloc precompiler.
       WORKING-STORAGE SECTION.

       copy "db-config".
       copy "batch-run-request".
       copy "notify-ledger-request".
       copy "message-request".

       01  ws-mail-queue-status     pic xx.
       01  ws-mail-live-status      pic xx.
       01  ws-sendmail-command      pic x(512).

       01  ws-mail-deadletter-status pic xx.
       01  ws-mail-suppression-status pic xx.

      *> Set by check-suppressed-address for the current line.
       01  ws-address-suppressed    pic x value "N".
           88  IS-ADDRESS-SUPPRESSED value "Y".
       01  ws-check-email           pic x(256).

       01  ws-entry-type            pic x(10).
       01  ws-entry-name            pic x(256).
       01  ws-entry-extra           pic x(256).
       01  ws-entry-attempts-txt    pic x(5).
       01  ws-entry-attempts        pic 9(3).
       01  ws-entry-message-id      pic x(32).
       01  ws-entry-language        pic x(10).

       01  ws-retry-limit           pic 9(3).

       01  ws-queue-entries-sent    pic 9(9) value 0.
       01  ws-queue-entries-requeued pic 9(9) value 0.
       01  ws-queue-entries-dead    pic 9(9) value 0.
       01  ws-queue-entries-suppressed pic 9(9) value 0.

      *> Set when a line could be neither sent, requeued, nor
      *> dead-lettered (queue file unwritable) -- the one case where
       procedure division.

           call "config-reader" using WS-APP-CONFIG end-call
           move 0 to WS-MSG-PLACEHOLDER-COUNT

      *> This batch has no embedded SQL of its own, so the history
      *> subprogram opens (and closes) its own connection.
           display "mail-queue-drain-batch: sent "
               ws-queue-entries-sent " notification(s), requeued "
               ws-queue-entries-requeued " for retry, dead-lettered "
               ws-queue-entries-dead ", suppressed "
               ws-queue-entries-suppressed
           end-display

           perform record-run-end
           move spaces to ws-entry-timestamp
           move spaces to ws-entry-extra
           move spaces to ws-entry-attempts-txt
           move spaces to ws-entry-message-id
           move spaces to ws-entry-language

           unstring f-mail-queue-line delimited by "|"
               into ws-entry-type ws-entry-name ws-entry-email
                   ws-entry-comment ws-entry-timestamp ws-entry-extra
                   ws-entry-attempts-txt ws-entry-message-id
                   ws-entry-language
           end-unstring

           if function trim(ws-entry-name) = spaces
               and function trim(ws-entry-email) = spaces then
      *> Blank/malformed line (e.g. a half-written line left behind by
      *> a crashed writer). Nothing useful to mail -- skip it.
               if f-mail-queue-line not = spaces then
                   move "SKIPPED" to WS-LEDGER-EVENT
                   move 0 to WS-LEDGER-ATTEMPT
                   move "malformed queue line" to WS-LEDGER-DETAIL
                   perform record-ledger-event
               end-if
               exit paragraph
           end-if

                   function numval(ws-entry-attempts-txt)
           end-if

           evaluate function trim(ws-entry-type)
               when "EDIT"
               when "APPROVED"
               when "REJECTED"
               when "CONFIRM"
               when "DIGEST"
               when "MESSAGE"
                   perform check-suppressed-address
               when other
                   move "N" to ws-address-suppressed
           end-evaluate

           if IS-ADDRESS-SUPPRESSED then
      *> Mail to this address keeps hard-bouncing -- dropping the
      *> line is the point; it is not requeued or dead-lettered.
               display "  not sending " function trim(ws-entry-type)
                   " to " function trim(ws-entry-email)
                   " (suppressed after repeated bounces)"
               end-display
               add 1 to ws-queue-entries-suppressed
               move "SUPPRESSED" to WS-LEDGER-EVENT
               move ws-entry-attempts to WS-LEDGER-ATTEMPT
               move "address suppressed after repeated bounces"
                   to WS-LEDGER-DETAIL
               perform record-ledger-event
               exit paragraph
           end-if

           move "N" to ws-send-attempted
           move "N" to ws-send-failed

                   perform send-subscribe-confirm-email
               when "DIGEST"
                   perform send-digest-email
               when "KEEPSAKE"
                   perform send-keepsake-email
               when "ARCHIVING"
                   perform send-archiving-email
               when "MESSAGE"
                   perform send-author-message-email
               when "ALERT"
                   perform send-ops-alert-email
               when other
                   perform send-admin-notification-email
           end-evaluate
                   perform requeue-or-dead-letter
               else
                   add 1 to ws-queue-entries-sent
                   move "SENT" to WS-LEDGER-EVENT
                   compute WS-LEDGER-ATTEMPT = ws-entry-attempts + 1
                   move spaces to WS-LEDGER-DETAIL
                   perform record-ledger-event
               end-if
           end-if

               function trim(ws-entry-comment) "|"
               function trim(ws-entry-timestamp) "|"
               function trim(ws-entry-extra) "|"
               function trim(ws-attempts-digits) "|"
               function trim(ws-entry-message-id) "|"
               function trim(ws-entry-language)
               into f-mail-live-line
           end-string

                       from f-mail-live-line
                   close fd-mail-deadletter
                   add 1 to ws-queue-entries-dead
                   move "DEAD" to WS-LEDGER-EVENT
                   move ws-entry-attempts to WS-LEDGER-ATTEMPT
                   move "retry limit reached, dead-lettered"
                       to WS-LEDGER-DETAIL
                   perform record-ledger-event
               else
      *> Dead-letter file unwritable: better an over-the-limit line
      *> back on the live queue than gone -- the whole point of the
               write f-mail-live-line
               close fd-mail-live
               add 1 to ws-queue-entries-requeued
               move "RETRY" to WS-LEDGER-EVENT
               move ws-entry-attempts to WS-LEDGER-ATTEMPT
               move "send failed, requeued" to WS-LEDGER-DETAIL
               perform record-ledger-event
           else
               display "mail-queue-drain-batch: CANNOT REQUEUE "
                   function trim(ws-entry-type) " notification for "
                   " -- notification lost"
               end-display
               move "Y" to ws-drain-failed
               move "LOST" to WS-LEDGER-EVENT
               move ws-entry-attempts to WS-LEDGER-ATTEMPT
               move spaces to WS-LEDGER-DETAIL
               string "cannot requeue, queue file status "
                   ws-mail-live-status
                   into WS-LEDGER-DETAIL
               end-string
               perform record-ledger-event
           end-if

           exit paragraph.


       record-ledger-event.
      *> One notification ledger record per attempt, against the id
      *> the writer put on the line; the caller sets the event,
      *> attempt number and detail. Mail lines carry no book, so the
      *> reconciliation takes the book from the QUEUED record.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "MAIL" to WS-LEDGER-CHANNEL
           move ws-entry-message-id to WS-LEDGER-MESSAGE-ID
           move ws-entry-type to WS-LEDGER-TYPE
           move spaces to WS-LEDGER-BOOK-ID
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.


       send-admin-notification-email.
           open output fd-mail-message
           if ws-message-status not < 10 then
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

      *> EXTRA carries the one-tap moderation link only when the
      *> entry was held for approval (see issue-moderation-link in
      *> the signing programs).
           move spaces to f-mail-message-line
           if function trim(ws-entry-extra) = spaces then
               string "Subject: New guest book entry from "
                   function trim(ws-entry-name)
                   into f-mail-message-line
               end-string
           else
               string "Subject: Held for approval: guest book entry "
                   "from " function trim(ws-entry-name)
                   into f-mail-message-line
               end-string
           end-if
           write f-mail-message-line

           move spaces to f-mail-message-line
           end-string
           write f-mail-message-line

           if function trim(ws-entry-extra) not = spaces then
               move spaces to f-mail-message-line
               write f-mail-message-line

               move spaces to f-mail-message-line
               string "This entry is waiting for approval. Either "
                   "link below settles it without logging in; the "
                   "first one used wins, and neither works once the "
                   "entry has been dealt with or the link has expired."
                   into f-mail-message-line
               end-string
               write f-mail-message-line

               move spaces to f-mail-message-line
               write f-mail-message-line

               move spaces to f-mail-message-line
               string "Approve: " function trim(ws-entry-extra)
                   "&do=APPROVE"
                   into f-mail-message-line
               end-string
               write f-mail-message-line

               move spaces to f-mail-message-line
               string "Reject:  " function trim(ws-entry-extra)
                   "&do=REJECT"
                   into f-mail-message-line
               end-string
               write f-mail-message-line
           end-if

           close fd-mail-message

           perform send-queued-message
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move "MAIL_EDIT_SUBJECT" to WS-MSG-KEY
           move "Manage your guest book entry" to WS-MSG-TEXT
           perform write-message-subject

           move spaces to f-mail-message-line
           write f-mail-message-line

           move 1 to WS-MSG-PLACEHOLDER-COUNT
           move "NAME" to WS-MSG-PH-KEY(1)
           move ws-entry-name to WS-MSG-PH-VALUE(1)
           move "MAIL_EDIT_THANKS" to WS-MSG-KEY
           move "Thanks for signing the guest book, %%NAME%%."
               to WS-MSG-TEXT
           perform write-message-text

           move spaces to f-mail-message-line
           write f-mail-message-line

           move "MAIL_EDIT_LINK_INTRO" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Use this link if you ever want to update or "
               "withdraw your entry:"
               into WS-MSG-TEXT
           end-string
           perform write-message-text

           move spaces to f-mail-message-line
           string function trim(ws-entry-extra)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           if function trim(ws-entry-type) = "APPROVED" then
               move "MAIL_APPROVED_SUBJECT" to WS-MSG-KEY
               move "Your guest book entry is now live" to WS-MSG-TEXT
           else
               move "MAIL_REJECTED_SUBJECT" to WS-MSG-KEY
               move "About your guest book entry" to WS-MSG-TEXT
           end-if
           perform write-message-subject

           move spaces to f-mail-message-line
           write f-mail-message-line

           move 1 to WS-MSG-PLACEHOLDER-COUNT
           move "NAME" to WS-MSG-PH-KEY(1)
           move ws-entry-name to WS-MSG-PH-VALUE(1)
           move "MAIL_HELLO" to WS-MSG-KEY
           move "Hello %%NAME%%," to WS-MSG-TEXT
           perform write-message-text

           move spaces to f-mail-message-line
           write f-mail-message-line

           if function trim(ws-entry-type) = "APPROVED" then
               move "MAIL_APPROVED_TEXT" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "A moderator has approved your guest book "
                   "entry and it is now visible to everyone."
                   into WS-MSG-TEXT
               end-string
           else
               move "MAIL_REJECTED_TEXT" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "A moderator has reviewed your guest book "
                   "entry and decided not to publish it."
                   into WS-MSG-TEXT
               end-string
           end-if
           perform write-message-text

           move spaces to f-mail-message-line
           write f-mail-message-line

      *> The comment can be longer than a placeholder value, so it
      *> follows the catalog's label rather than filling it in.
           move "MAIL_ENTRY_READ" to WS-MSG-KEY
           move "Your entry read:" to WS-MSG-TEXT
           perform look-up-message
           move spaces to f-mail-message-line
           string function trim(WS-MSG-TEXT) " "
               function trim(ws-entry-comment)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           if function trim(ws-entry-extra) not = spaces then
               move "MAIL_GUEST_BOOK" to WS-MSG-KEY
               move "Guest book:" to WS-MSG-TEXT
               perform look-up-message
               move spaces to f-mail-message-line
               string function trim(WS-MSG-TEXT) " "
                   function trim(ws-entry-extra)
                   into f-mail-message-line
               end-string
               write f-mail-message-line
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move "MAIL_CONFIRM_SUBJECT" to WS-MSG-KEY
           move "Confirm your guest book subscription" to WS-MSG-TEXT
           perform write-message-subject

           move spaces to f-mail-message-line
           write f-mail-message-line

           move "MAIL_CONFIRM_INTRO" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Someone (hopefully you) asked to receive a daily "
               "email digest of new entries in the guest book:"
               into WS-MSG-TEXT
           end-string
           perform write-message-text

           move spaces to f-mail-message-line
           string "  " function trim(ws-entry-name)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           move spaces to f-mail-message-line
           write f-mail-message-line

           move "MAIL_CONFIRM_LINK_INTRO" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "Follow this link to confirm -- nothing is sent "
               "until you do:"
               into WS-MSG-TEXT
           end-string
           perform write-message-text

           move spaces to f-mail-message-line
           string function trim(ws-entry-extra)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move "MAIL_CONFIRM_IGNORE" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "If this wasn't you, just ignore this email and "
               "nothing further will be sent."
               into WS-MSG-TEXT
           end-string
           perform write-message-text

           close fd-mail-message

           perform send-queued-message

           exit paragraph.


       send-digest-email.
      *> The nightly summary queued by guest-book-digest-batch.cbl:
      *> the day's new-entry summary rides in the comment field and
      *> the subscriber's unsubscribe link in EXTRA -- every digest
      *> must carry the way out.
           if function trim(ws-entry-email) = spaces then
               exit paragraph
           end-if

           open output fd-mail-message
           if ws-message-status not < 10 then
      *> Same disk-trouble handling as the admin notification above.
               move "Y" to ws-send-attempted
               move "Y" to ws-send-failed
               exit paragraph
           end-if

           move spaces to f-mail-message-line
           string "To: " function trim(ws-entry-email)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move 1 to WS-MSG-PLACEHOLDER-COUNT
           move "TITLE" to WS-MSG-PH-KEY(1)
           move ws-entry-name to WS-MSG-PH-VALUE(1)
           move "MAIL_DIGEST_SUBJECT" to WS-MSG-KEY
           move "New entries today in %%TITLE%%" to WS-MSG-TEXT
           perform write-message-subject

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string function trim(ws-entry-comment)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move "MAIL_DIGEST_UNSUBSCRIBE" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "To stop receiving these digests, follow this "
               "link:"
               into WS-MSG-TEXT
           end-string
           perform write-message-text

           move spaces to f-mail-message-line
           string function trim(ws-entry-extra)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           close fd-mail-message

           perform send-queued-message

           exit paragraph.


       send-keepsake-email.
      *> The organizer's "your book is done" email from the nightly
      *> close-out: the keepsake link (or, when the output directory
      *> isn't served on the web, the file name to ask for) in EXTRA.
           if function trim(ws-entry-email) = spaces then
               exit paragraph
           end-if

           open output fd-mail-message
           if ws-message-status not < 10 then
      *> Same disk-trouble handling as the admin notification above.
               move "Y" to ws-send-attempted
               move "Y" to ws-send-failed
               exit paragraph
           end-if

           move spaces to f-mail-message-line
           string "To: " function trim(ws-entry-email)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move spaces to f-mail-message-line
           string "Subject: Your guest book keepsake is ready: "
               function trim(ws-entry-comment)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "Hello " function trim(ws-entry-name) ","
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "The guest book " function trim(ws-entry-comment)
               " has closed, and its printable keepsake -- every "
               "entry, oldest first, with the moderators' replies "
               "-- is ready:"
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           string function trim(ws-entry-extra)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "Open it in a web browser and print it, or save it "
               "as a PDF to share."
               into f-mail-message-line
           end-string
           write f-mail-message-line
           exit paragraph.


       send-author-message-email.
      *> A moderator's note to the author of an entry. The author's
      *> address never reached the moderator; this is where it's
      *> used. EXTRA is their edit link, blank if the entry has none.
           if function trim(ws-entry-email) = spaces then
               exit paragraph
           end-if

           open output fd-mail-message
           if ws-message-status not < 10 then
      *> Same disk-trouble handling as the admin notification above.
               move "Y" to ws-send-attempted
               move "Y" to ws-send-failed
               exit paragraph
           end-if

           move spaces to f-mail-message-line
           string "To: " function trim(ws-entry-email)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move "MAIL_MESSAGE_SUBJECT" to WS-MSG-KEY
           move "A note about your guest book entry" to WS-MSG-TEXT
           perform write-message-subject

           move spaces to f-mail-message-line
           write f-mail-message-line

           move 1 to WS-MSG-PLACEHOLDER-COUNT
           move "NAME" to WS-MSG-PH-KEY(1)
           move ws-entry-name to WS-MSG-PH-VALUE(1)
           move "MAIL_HELLO" to WS-MSG-KEY
           move "Hello %%NAME%%," to WS-MSG-TEXT
           perform write-message-text

           move spaces to f-mail-message-line
           write f-mail-message-line

           move "MAIL_MESSAGE_INTRO" to WS-MSG-KEY
           move spaces to WS-MSG-TEXT
           string
               "One of the guest book's moderators has a note "
               "about the entry you signed:"
               into WS-MSG-TEXT
           end-string
           perform write-message-text

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string function trim(ws-entry-comment)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           if function trim(ws-entry-extra) not = spaces then
               move spaces to f-mail-message-line
               write f-mail-message-line

               move "MAIL_MESSAGE_EDIT_INTRO" to WS-MSG-KEY
               move spaces to WS-MSG-TEXT
               string
                   "You can change or withdraw your entry "
                   "yourself here:"
                   into WS-MSG-TEXT
               end-string
               perform write-message-text

               move spaces to f-mail-message-line
               string function trim(ws-entry-extra)
                   into f-mail-message-line
               end-string
               write f-mail-message-line
           end-if

           close fd-mail-message

           perform send-queued-message

           exit paragraph.


       send-archiving-email.
      *> Advance notice from the nightly close-out that the book's
      *> entries move to the archive on the date carried in EXTRA.
           if function trim(ws-entry-email) = spaces then
               exit paragraph
           end-if
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move spaces to f-mail-message-line
           string "Subject: Guest book " function trim(ws-entry-comment)
               " will be archived on " function trim(ws-entry-extra)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "Hello " function trim(ws-entry-name) ","
               into f-mail-message-line
           end-string
           write f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "The guest book " function trim(ws-entry-comment)
               " is due to be archived on "
               function trim(ws-entry-extra) "."
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "Its entries will stay readable on the archive "
               "page and in the keepsake, but nothing can be "
               "changed or removed after that. If anything should "
               "be, please reply before then."
               into f-mail-message-line
           end-string
           write f-mail-message-line
           exit paragraph.


       send-ops-alert-email.
      *> The watchdog's alert or all-clear, always to the site admin
      *> -- the address on the line is only what was configured when
      *> it was queued.
           open output fd-mail-message
           if ws-message-status not < 10 then
      *> Same disk-trouble handling as the admin notification above.
               move "Y" to ws-send-attempted
               move "Y" to ws-send-failed
               exit paragraph
           end-if

           move spaces to f-mail-message-line
           string "To: " function trim(ws-cfg-admin-email)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           perform write-type-header

           move spaces to f-mail-message-line
           evaluate function trim(ws-entry-extra)
               when "CLEARED"
                   string "Subject: Guest book all clear: "
                       function trim(ws-entry-name)
                       into f-mail-message-line
                   end-string
               when "REPEAT"
                   string "Subject: Guest book alert (still): "
                       function trim(ws-entry-name)
                       into f-mail-message-line
                   end-string
               when other
                   string "Subject: Guest book alert: "
                       function trim(ws-entry-name)
                       into f-mail-message-line
                   end-string
           end-evaluate
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string function trim(ws-entry-comment)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           write f-mail-message-line

           move spaces to f-mail-message-line
           string "Checked: " function trim(ws-entry-timestamp)
               into f-mail-message-line
           end-string
           write f-mail-message-line

           move spaces to f-mail-message-line
           if function trim(ws-entry-extra) = "CLEARED" then
               string "This condition has cleared; nothing more "
                   "will be sent about it unless it comes back."
                   into f-mail-message-line
               end-string
           else
               string "The ops status page (ops-status.cgi) shows "
                   "the detail. This alert is repeated while the "
                   "condition stands, and an all-clear follows "
                   "when it goes away."
                   into f-mail-message-line
               end-string
           end-if
           write f-mail-message-line

           close fd-mail-message

           perform send-queued-message

           exit paragraph.


       check-suppressed-address.
           move "N" to ws-address-suppressed
           if function trim(ws-entry-email) = spaces then
               exit paragraph
           end-if

           move function lower-case(function trim(ws-entry-email))
               to ws-check-email

      *> No list yet (the bounce batch has never run) means nothing
      *> is suppressed. The list is short -- dead addresses only --
      *> so it's simply re-read for each guest notice.
           open input fd-mail-suppression
           if ws-mail-suppression-status not < 10 then
               exit paragraph
           end-if

           perform until ws-mail-suppression-status not < 10
               or IS-ADDRESS-SUPPRESSED
               read fd-mail-suppression
                   at end
                       continue
                   not at end
                       if function lower-case(function trim(
                               f-mail-suppression-line))
                           = ws-check-email then
                           move "Y" to ws-address-suppressed
                       end-if
               end-read
           end-perform
           close fd-mail-suppression

           exit paragraph.


       write-type-header.
      *> Travels back inside a bounce's returned headers, which is how
      *> mail-bounce-batch.cbl knows the bounce is one of ours.
           move spaces to f-mail-message-line
           if function trim(ws-entry-type) = spaces then
               string "X-Guestbook-Type: ADMIN"
                   into f-mail-message-line
               end-string
           else
               string "X-Guestbook-Type: " function trim(ws-entry-type)
                   into f-mail-message-line
               end-string
           end-if
           write f-mail-message-line

      *> A translated catalog is UTF-8; say so, so accented text
      *> isn't shown as mojibake.
           move "MIME-Version: 1.0" to f-mail-message-line
           write f-mail-message-line
           move "Content-Type: text/plain; charset=UTF-8"
               to f-mail-message-line
           write f-mail-message-line
           exit paragraph.


       look-up-message.
      *> The caller sets WS-MSG-KEY, the English wording in
      *> WS-MSG-TEXT and any placeholders; the line's language picks
      *> the catalog.
           move ws-cfg-message-catalog-path to WS-MSG-BASE-PATH
           move ws-entry-language to WS-MSG-LANGUAGE
           call "message-catalog" using WS-MESSAGE-REQUEST end-call
           move 0 to WS-MSG-PLACEHOLDER-COUNT
           exit paragraph.


       write-message-subject.
           perform look-up-message
           move spaces to f-mail-message-line
           string "Subject: " function trim(WS-MSG-TEXT)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           exit paragraph.


       write-message-text.
           perform look-up-message
           move spaces to f-mail-message-line
           string function trim(WS-MSG-TEXT)
               into f-mail-message-line
           end-string
           write f-mail-message-line
           exit paragraph.


       send-queued-message.

      *> ws-message-path and ws-cfg-sendmail-path are both trusted,
