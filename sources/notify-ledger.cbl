       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Appends one record to the notification ledger file --
      *          STAMP|EVENT|CHANNEL|MESSAGE_ID|TYPE|BOOK|ATTEMPT|DETAIL
      *          -- for a mail or webhook queue line: QUEUED when a
      *          writer appends it, then SENT, RETRY, DEAD, SUPPRESSED,
      *          SKIPPED or LOST as the drain batches deal with it.
      *          When a guest says they never got their edit link, the
      *          ledger is how we show what happened to the message;
      *          notify-reconcile-report-batch.cbl reads it daily.
      *          A QUEUED call with a blank message id gets a new one
      *          back: the centisecond timestamp, this process's id
      *          and a per-process counter, so two CGI processes
      *          queueing in the same instant still get different ids
      *          without a database round trip. Same rule as app-log:
      *          a record that can't be written is dropped silently --
      *          the ledger must never be the thing that stops a
      *          signing or a drain.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. notify-ledger.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-ledger-file assign to ws-ledger-file-path
               organization is line sequential
               file status is ws-ledger-file-status.

       data division.

       file section.

       fd  fd-ledger-file.
       01  f-ledger-line            pic x(512).

       working-storage section.

       01  ws-ledger-file-path      pic x(256).
       01  ws-ledger-file-status    pic xx.

       01  ws-now                   pic x(21).
       01  ws-timestamp             pic x(19).

      *> Kept across calls: the process id is looked up once, and the
      *> counter tells apart ids issued in the same centisecond.
       01  ws-process-id            pic 9(7) value 0.
       01  ws-process-id-bin        usage binary-long value 0.
       01  ws-id-counter            pic 9(4) value 0.

       01  ws-attempt-digits        pic zz9.
       01  ws-detail-safe           pic x(256).

       linkage section.
       copy "notify-ledger-request".

       procedure division using WS-NOTIFY-LEDGER-REQUEST.

           move function current-date to ws-now

      *> Only a writer's QUEUED record is given a new id; a drain
      *> recording an attempt on a line queued before ids existed
      *> leaves it blank rather than inventing one nothing else has.
           if WS-LEDGER-MESSAGE-ID = spaces
               and WS-LEDGER-EVENT = "QUEUED" then
               perform assign-message-id
           end-if

           move spaces to ws-timestamp
           string
               ws-now(1:4) "-" ws-now(5:2) "-" ws-now(7:2) " "
               ws-now(9:2) ":" ws-now(11:2) ":" ws-now(13:2)
               into ws-timestamp
           end-string

      *> The ledger is pipe-delimited; the detail is free text (an
      *> address, a URL, a file status) so flatten any pipe in it.
           move WS-LEDGER-DETAIL to ws-detail-safe
           inspect ws-detail-safe replacing all "|" by " "

           move WS-LEDGER-ATTEMPT to ws-attempt-digits

           move WS-LEDGER-PATH to ws-ledger-file-path
           if ws-ledger-file-path = spaces then
               goback
           end-if

           open extend fd-ledger-file
           if ws-ledger-file-status not < 10 then
               open output fd-ledger-file
           end-if

           if ws-ledger-file-status < 10 then
               move spaces to f-ledger-line
               string
                   ws-timestamp "|"
                   function trim(WS-LEDGER-EVENT) "|"
                   function trim(WS-LEDGER-CHANNEL) "|"
                   function trim(WS-LEDGER-MESSAGE-ID) "|"
                   function trim(WS-LEDGER-TYPE) "|"
                   function trim(WS-LEDGER-BOOK-ID) "|"
                   function trim(ws-attempt-digits) "|"
                   function trim(ws-detail-safe)
                   into f-ledger-line
               end-string
               write f-ledger-line
               close fd-ledger-file
           end-if

           goback.


       assign-message-id.
           if ws-process-id = 0 then
               call "C$GETPID" returning ws-process-id-bin end-call
               move ws-process-id-bin to ws-process-id
           end-if

           add 1 to ws-id-counter
           if ws-id-counter > 9998 then
               move 1 to ws-id-counter
           end-if

           move spaces to WS-LEDGER-MESSAGE-ID
           string
               ws-now(1:16) "-" ws-process-id "-" ws-id-counter
               into WS-LEDGER-MESSAGE-ID
           end-string

           exit paragraph.

       end program notify-ledger.
