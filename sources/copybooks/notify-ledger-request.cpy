      ******************************************************************
      * Purpose: Request block for the "notify-ledger" program, which
      *          appends one record to the notification ledger file
      *          (NOTIFY_LEDGER_PATH in guestbook.cfg) for every mail
      *          or webhook queue line written and every attempt the
      *          drain batches make at delivering one. COPY this into
      *          WORKING-STORAGE (callers) or LINKAGE (notify-ledger
      *          itself), same arrangement as app-log-request.
      *
      *          WS-LEDGER-EVENT is one of:
      *            QUEUED     a writer appended the line to its queue
      *            SENT       a drain delivered it
      *            RETRY      a drain attempt failed, line requeued
      *            DEAD       retry limit reached, line dead-lettered
      *            SUPPRESSED dropped: address suppressed for bounces
      *            SKIPPED    malformed line, nothing to deliver
      *            LOST       the line could not be written (or
      *                       requeued) at all
      *          WS-LEDGER-CHANNEL is MAIL or WEBHOOK; WS-LEDGER-TYPE
      *          is the queue line's TYPE (mail) or EVENT (webhook).
      *
      *          A QUEUED call that leaves WS-LEDGER-MESSAGE-ID blank
      *          gets a fresh id back in it -- the writers carry that
      *          id in the queue line, so the drains can record every
      *          later attempt against the same id.
      ******************************************************************
       01  WS-NOTIFY-LEDGER-REQUEST.
           05  WS-LEDGER-PATH            pic x(256).
           05  WS-LEDGER-EVENT           pic x(10).
           05  WS-LEDGER-CHANNEL         pic x(8).
           05  WS-LEDGER-MESSAGE-ID      pic x(32).
           05  WS-LEDGER-TYPE            pic x(10).
           05  WS-LEDGER-BOOK-ID         pic x(64).
           05  WS-LEDGER-ATTEMPT         pic 9(3).
           05  WS-LEDGER-DETAIL          pic x(256).
