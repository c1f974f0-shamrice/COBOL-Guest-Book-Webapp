           05  WS-CFG-SUBSCRIBE-LINK-BASE pic x(256).
           05  WS-CFG-WEBHOOK-QUEUE-PATH pic x(256).
           05  WS-CFG-CURL-PATH          pic x(128).
      *> Moderator login lockout: this many wrong passwords in a row
      *> from one account id or one address locks that id/address
      *> out of the moderator screens for the given minutes.
           05  WS-CFG-LOGIN-FAIL-LIMIT   pic x(3).
           05  WS-CFG-LOGIN-LOCKOUT-MINUTES pic x(5).
      *> Nightly close-out (closeout-guest-book-batch): the directory
      *> holding the batch executables it runs, where it writes the
      *> keepsake and archive files, how many days after CLOSE_DT a
      *> book is archived, and how many days before that the
      *> organizer is warned. KEEPSAKE_LINK_BASE, when set, is the
      *> public URL the keepsake directory is served under.
           05  WS-CFG-CLOSEOUT-BIN-PATH  pic x(256).
           05  WS-CFG-CLOSEOUT-OUTPUT-PATH pic x(256).
           05  WS-CFG-CLOSEOUT-ARCHIVE-DAYS pic x(5).
           05  WS-CFG-CLOSEOUT-NOTICE-DAYS pic x(5).
           05  WS-CFG-KEEPSAKE-LINK-BASE pic x(256).
      *> Parent directory for install-backup-batch's dated backup sets
      *> (one subdirectory per run); install-reload-batch takes the
      *> set's directory on its command line.
           05  WS-CFG-BACKUP-PATH        pic x(256).
      *> Mailbox file (mbox) the returned-mail bounces are delivered to;
      *> mail-bounce-batch reads and clears it.
           05  WS-CFG-MAIL-BOUNCE-PATH   pic x(256).
      *> Hard bounces before an address is suppressed.
           05  WS-CFG-MAIL-BOUNCE-LIMIT  pic x(5).
      *> Suppressed addresses, one per line, rewritten by
      *> mail-bounce-batch; mail-queue-drain-batch skips guest notices
      *> to any address listed.
           05  WS-CFG-MAIL-SUPPRESSION-PATH pic x(256).
      *> Base URL of the approve/reject links in the admin notice
           05  WS-CFG-MODERATE-LINK-BASE pic x(256).
      *> Moderator account the admin notice's links act as; blank
      *> means held entries are mailed without links
           05  WS-CFG-MODERATE-LINK-MODERATOR pic x(32).
      *> Hours an approve/reject link stays usable
           05  WS-CFG-MODERATE-LINK-HOURS pic x(5).
      *> Notification ledger: one record per queued mail/webhook line
      *> and per drain attempt, read by notify-reconcile-report-batch.
           05  WS-CFG-NOTIFY-LEDGER-PATH pic x(256).
      *> Days a moderator-deleted entry stays in the recycle bin
      *> (GUEST_ENTRY_RECYCLE) before the nightly purge removes it.
           05  WS-CFG-RECYCLE-RETENTION-DAYS pic x(5).
      *> Directory of the per-language message catalogs (en.msg,
      *> es.msg, ...) the guest-facing pages and emails are worded
      *> from; see message-catalog.cbl.
           05  WS-CFG-MESSAGE-CATALOG-PATH pic x(256).
      *> Operations watchdog (ops-alert-watchdog-batch): the file it
      *> remembers raised alerts in, the queue-line age (minutes) and
      *> PENDING-entry age (hours) that count as a problem, and the
      *> quiet period (minutes) before an alert still standing is
      *> sent again.
           05  WS-CFG-WATCHDOG-STATE-PATH pic x(256).
           05  WS-CFG-WATCHDOG-QUEUE-MINUTES pic x(5).
           05  WS-CFG-WATCHDOG-PENDING-HOURS pic x(5).
           05  WS-CFG-WATCHDOG-REALERT-MINUTES pic x(5).
      *> Webhook destinations: a WEBHOOK_URL config line is an
      *> every-book destination (BOOK left as spaces); a
      *> WEBHOOK_URL.<book-id> line only fires for that book. Up to
