      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-23
      * Last Modified: 2026-10-15
      * Purpose: Loads shared application configuration (database
      *          connection details, shared secrets) from an external
      *          flat config file so it doesn't have to be hardcoded
                                     to ws-cfg-webhook-queue-path
           move "/usr/bin/curl"      to ws-cfg-curl-path
           move 0                    to ws-cfg-webhook-count
           move "5"                  to ws-cfg-login-fail-limit
           move "15"                 to ws-cfg-login-lockout-minutes
           move "/usr/local/bin"     to ws-cfg-closeout-bin-path
           move "./guestbook-closeout"
                                     to ws-cfg-closeout-output-path
           move "90"                 to ws-cfg-closeout-archive-days
           move "14"                 to ws-cfg-closeout-notice-days
           move spaces               to ws-cfg-keepsake-link-base
           move "./guestbook-backup" to ws-cfg-backup-path
           move "./guestbook-bounces.mbox"
                                     to ws-cfg-mail-bounce-path
           move "3"                  to ws-cfg-mail-bounce-limit
           move "./guestbook-mail-suppressed.txt"
                                     to ws-cfg-mail-suppression-path
           move "http://localhost/cgi-bin/moderate-guest-book.cgi"
                                     to ws-cfg-moderate-link-base
           move spaces               to ws-cfg-moderate-link-moderator
           move "48"                 to ws-cfg-moderate-link-hours
           move "./guestbook-notify-ledger.log"
                                     to ws-cfg-notify-ledger-path
           move "30"                 to ws-cfg-recycle-retention-days
           move "./messages"         to ws-cfg-message-catalog-path
           move "./guestbook-watchdog.state"
                                     to ws-cfg-watchdog-state-path
           move "60"                 to ws-cfg-watchdog-queue-minutes
           move "24"                 to ws-cfg-watchdog-pending-hours
           move "240"                to ws-cfg-watchdog-realert-minutes
           exit paragraph.


                   move ws-config-value to ws-cfg-curl-path
               when "WEBHOOK_URL"
                   perform add-webhook-destination
               when "LOGIN_FAIL_LIMIT"
                   move ws-config-value to ws-cfg-login-fail-limit
               when "LOGIN_LOCKOUT_MINUTES"
                   move ws-config-value
                       to ws-cfg-login-lockout-minutes
               when "CLOSEOUT_BIN_PATH"
                   move ws-config-value to ws-cfg-closeout-bin-path
               when "CLOSEOUT_OUTPUT_PATH"
                   move ws-config-value to ws-cfg-closeout-output-path
               when "CLOSEOUT_ARCHIVE_DAYS"
                   move ws-config-value to ws-cfg-closeout-archive-days
               when "CLOSEOUT_NOTICE_DAYS"
                   move ws-config-value to ws-cfg-closeout-notice-days
               when "KEEPSAKE_LINK_BASE"
                   move ws-config-value to ws-cfg-keepsake-link-base
               when "BACKUP_PATH"
                   move ws-config-value to ws-cfg-backup-path
               when "MAIL_BOUNCE_PATH"
                   move ws-config-value to ws-cfg-mail-bounce-path
               when "MAIL_BOUNCE_LIMIT"
                   move ws-config-value to ws-cfg-mail-bounce-limit
               when "MAIL_SUPPRESSION_PATH"
                   move ws-config-value to ws-cfg-mail-suppression-path
               when "MODERATE_LINK_BASE"
                   move ws-config-value to ws-cfg-moderate-link-base
               when "MODERATE_LINK_MODERATOR"
                   move ws-config-value
                       to ws-cfg-moderate-link-moderator
               when "MODERATE_LINK_HOURS"
                   move ws-config-value to ws-cfg-moderate-link-hours
               when "NOTIFY_LEDGER_PATH"
                   move ws-config-value to ws-cfg-notify-ledger-path
               when "RECYCLE_RETENTION_DAYS"
                   move ws-config-value
                       to ws-cfg-recycle-retention-days
               when "MESSAGE_CATALOG_PATH"
                   move ws-config-value
                       to ws-cfg-message-catalog-path
               when "WATCHDOG_STATE_PATH"
                   move ws-config-value
                       to ws-cfg-watchdog-state-path
               when "WATCHDOG_QUEUE_MINUTES"
                   move ws-config-value
                       to ws-cfg-watchdog-queue-minutes
               when "WATCHDOG_PENDING_HOURS"
                   move ws-config-value
                       to ws-cfg-watchdog-pending-hours
               when "WATCHDOG_REALERT_MINUTES"
                   move ws-config-value
                       to ws-cfg-watchdog-realert-minutes
               when other
      *> WEBHOOK_URL.<book-id> scopes a destination to one book --
      *> the only key family with a variable name, so it's matched
