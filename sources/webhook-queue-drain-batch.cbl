      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Batch job that drains the webhook queue file written
      *          by sign-guest-book.cbl, view-guest-book.cbl and the
      *          recovery replay (one EVENT|GUEST_BOOK_ID|WHO|TEXT|
      *          TIMESTAMP|MESSAGE_ID line per new signing or visitor
      *          flag; ops-alert-watchdog-batch.cbl adds ALERT/CLEAR
      *          lines with no book, for the all-books URLs only) and
      *          POSTs a small JSON payload per event to the webhook
      *          URLs configured in guestbook.cfg -- WEBHOOK_URL fires
      *          for every book, WEBHOOK_URL.<book-id> only for its
      *          --data @file, so queued text never touches the shell
      *          command line -- same discipline as the sendmail
      *          batch. Meant to be run periodically from cron.
      *          Each line's outcome -- posted, requeued, skipped, or
      *          lost because it couldn't be requeued -- is recorded in
      *          the notification ledger (notify-ledger.cbl) against
      *          its MESSAGE_ID; a requeued line is written back as
      *          read, so it keeps its id.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.

       copy "db-config".
       copy "batch-run-request".
       copy "notify-ledger-request".

       01  ws-webhook-queue-status  pic xx.
       01  ws-webhook-live-status   pic xx.
       01  ws-event-who             pic x(256).
       01  ws-event-text            pic x(1024).
       01  ws-event-timestamp       pic x(26).
       01  ws-event-message-id      pic x(32).

       01  ws-hook-idx              pic 9(2).
       01  ws-posted-any            pic x.
           move spaces to ws-event-who
           move spaces to ws-event-text
           move spaces to ws-event-timestamp
           move spaces to ws-event-message-id

           unstring f-webhook-queue-line delimited by "|"
               into ws-event-type ws-event-book ws-event-who
                   ws-event-text ws-event-timestamp
                   ws-event-message-id
           end-unstring

           if function trim(ws-event-type) = spaces then
      *> Blank/malformed line -- nothing to post, skip it.
               if f-webhook-queue-line not = spaces then
                   move "SKIPPED" to WS-LEDGER-EVENT
                   move "malformed queue line" to WS-LEDGER-DETAIL
                   perform record-ledger-event
               end-if
               exit paragraph
           end-if

           evaluate true
               when IS-POST-FAILED
                   perform requeue-event-line
               when ws-posted-any = "Y"
                   add 1 to ws-events-posted
                   move "SENT" to WS-LEDGER-EVENT
                   move spaces to WS-LEDGER-DETAIL
                   perform record-ledger-event
               when other
      *> No destination matched this book -- nothing to do for it.
                   move "SKIPPED" to WS-LEDGER-EVENT
                   move "no destination for this book"
                       to WS-LEDGER-DETAIL
                   perform record-ledger-event
           end-evaluate

           exit paragraph.
           if ws-webhook-live-status < 10 then
               write f-webhook-live-line from f-webhook-queue-line
               close fd-webhook-live
               add 1 to ws-events-requeued
               move "RETRY" to WS-LEDGER-EVENT
               move "post failed, requeued" to WS-LEDGER-DETAIL
               perform record-ledger-event
           else
               display "webhook-queue-drain-batch: CANNOT REQUEUE "
                   function trim(ws-event-type) " event, queue file "
                   "status " ws-webhook-live-status " -- event lost"
               end-display
               move "LOST" to WS-LEDGER-EVENT
               move spaces to WS-LEDGER-DETAIL
               string "cannot requeue, queue file status "
                   ws-webhook-live-status
                   into WS-LEDGER-DETAIL
               end-string
               perform record-ledger-event
           end-if
           exit paragraph.


       record-ledger-event.
      *> One notification ledger record per line handled, against the
      *> id the writer put on it; the caller sets the event and
      *> detail. The webhook queue keeps no attempt count, so the
      *> reconciliation counts the RETRY records instead.
           move ws-cfg-notify-ledger-path to WS-LEDGER-PATH
           move "WEBHOOK" to WS-LEDGER-CHANNEL
           move ws-event-message-id to WS-LEDGER-MESSAGE-ID
           move ws-event-type to WS-LEDGER-TYPE
           move ws-event-book to WS-LEDGER-BOOK-ID
           move 0 to WS-LEDGER-ATTEMPT
           call "notify-ledger" using WS-NOTIFY-LEDGER-REQUEST
           end-call
           exit paragraph.

       end program webhook-queue-drain-batch.
