      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-03
      * Last Modified: 2026-10-15
      * Purpose: Install verifier: checks that every table, column
      *          and index the programs depend on actually exists,
      *          and that the queue/template/catalog/static paths in
      *          guestbook.cfg are reachable, printing one PASS/FAIL
      *          line per item and exiting nonzero when anything is
      *          missing. Several programs deliberately shrug when a
           EXEC SQL
               SELECT ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5
               INTO :ws-probe-count, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name
               FROM GUEST_ENTRY WHERE 1 = 0
           END-EXEC
           perform tally-probe-result
           EXEC SQL
               SELECT GUEST_BOOK_ID, DISPLAY_TITLE, DESCRIPTION,
                   STATUS, PRE_MODERATE, OPEN_DT, CLOSE_DT,
                   CREATE_DT, ORGANIZER_NAME, ORGANIZER_EMAIL,
                   TIME_ZONE, DATE_STYLE, LANGUAGE_CODE, LAST_DIGEST_DT
               INTO :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name
               FROM GUEST_BOOK WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "GUEST_BOOK_CLOSEOUT" to ws-check-name
           EXEC SQL
               SELECT GUEST_BOOK_ID, LAST_STEP, LAST_STEP_DT,
                   KEEPSAKE_PATH, ARCHIVE_DUE_DT, FAILED_STEP,
                   LAST_ERROR, START_DT
               INTO :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name
               FROM GUEST_BOOK_CLOSEOUT WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "MAIL_BOUNCE" to ws-check-name
           EXEC SQL
               SELECT EMAIL, HARD_COUNT, SOFT_COUNT, LAST_TYPE,
                   LAST_STATUS, LAST_DIAGNOSTIC, FIRST_BOUNCE_DT,
                   LAST_BOUNCE_DT, SUPPRESSED_DT
               INTO :ws-index-name, :ws-probe-count, :ws-probe-count,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name
               FROM MAIL_BOUNCE WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "MODERATION_LINK" to ws-check-name
           EXEC SQL
               SELECT LINK_TOKEN, ENTRY_ID, MODERATOR_ID, CREATE_DT,
                   EXPIRE_DT, USED_DT, USED_ACTION
               INTO :ws-index-name, :ws-probe-count, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name
               FROM MODERATION_LINK WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "ENTRY_MESSAGE" to ws-check-name
           EXEC SQL
               SELECT ID, ENTRY_ID, GUEST_BOOK_ID, MODERATOR_ID,
                   MESSAGE_TEXT, CREATE_DT
               INTO :ws-probe-count, :ws-probe-count, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name
               FROM ENTRY_MESSAGE WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "GUEST_BOOK_FIELD" to ws-check-name
           EXEC SQL
               SELECT GUEST_BOOK_ID, FIELD_NO, LABEL, REQUIRED,
                   MAX_LENGTH, CREATE_DT
               INTO :ws-index-name, :ws-probe-count, :ws-index-name,
                   :ws-index-name, :ws-probe-count, :ws-index-name
               FROM GUEST_BOOK_FIELD WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

      *> Not a table, but the backup and reload batches need both
      *> schema.sql functions; the probe resolves them without
      *> calling them.
           move "BACKUP_FIELD_ENCODE/DECODE" to ws-check-name
           EXEC SQL
               SELECT BACKUP_FIELD_DECODE(
                   BACKUP_FIELD_ENCODE(GUEST_BOOK_ID))
               INTO :ws-index-name
               FROM GUEST_BOOK WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

      *> Same for the per-book time zone and date style functions
      *> every public page and the signing window check go through.
           move "BOOK_DATE_TEXT/BOOK_LOCAL_NOW" to ws-check-name
           EXEC SQL
               SELECT BOOK_DATE_TEXT(CREATE_DT, TIME_ZONE,
                   DATE_STYLE),
                   BOOK_LOCAL_NOW(TIME_ZONE)
               INTO :ws-index-name, :ws-index-name
               FROM GUEST_BOOK WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "BANNED_ADDRESS" to ws-check-name
           EXEC SQL
               SELECT REMOTE_ADDR, EXPIRE_DT, CREATE_DT, MODERATOR_ID
               INTO :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name
               FROM BANNED_ADDRESS WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "MODERATOR" to ws-check-name
           EXEC SQL
               SELECT MODERATOR_ID, PASSWORD_HASH, MOD_ROLE, STATUS,
                   CREATE_DT
               INTO :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name
           END-EXEC
           perform tally-probe-result

           move "MOD_LOGIN_FAILURE" to ws-check-name
           EXEC SQL
               SELECT FAIL_KIND, FAIL_KEY, FAIL_COUNT, LAST_FAIL_DT,
                   LOCKED_UNTIL
               INTO :ws-index-name, :ws-index-name, :ws-probe-count,
                   :ws-index-name, :ws-index-name
               FROM MOD_LOGIN_FAILURE WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "MODERATOR_BOOK" to ws-check-name
           EXEC SQL
               SELECT MODERATOR_ID, GUEST_BOOK_ID
               INTO :ws-index-name, :ws-index-name
               FROM MODERATOR_BOOK WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "GUEST_ENTRY_ARCHIVE" to ws-check-name
           EXEC SQL
               SELECT ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   REPLY_TEXT, ARCHIVED_DT, EXTRA_FIELD_1,
                   EXTRA_FIELD_2, EXTRA_FIELD_3, EXTRA_FIELD_4,
                   EXTRA_FIELD_5
               INTO :ws-probe-count, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name
               FROM GUEST_ENTRY_ARCHIVE WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "GUEST_ENTRY_RECYCLE" to ws-check-name
           EXEC SQL
               SELECT ID, GUEST_NAME, GUEST_EMAIL, GUEST_COMMENT,
                   CREATE_DT, STATUS, EDIT_TOKEN, GUEST_BOOK_ID,
                   HOLD_REASON, EXTRA_FIELD_1, EXTRA_FIELD_2,
                   EXTRA_FIELD_3, EXTRA_FIELD_4, EXTRA_FIELD_5,
                   REPLY_TEXT, REPLY_DT, DELETED_DT, DELETED_BY
               INTO :ws-probe-count, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name,
                   :ws-index-name, :ws-index-name, :ws-index-name
               FROM GUEST_ENTRY_RECYCLE WHERE 1 = 0
           END-EXEC
           perform tally-probe-result

           move "GUEST_ENTRY_AUDIT_ARCHIVE" to ws-check-name
           EXEC SQL
               SELECT ID, ENTRY_ID, ACTION, REMOTE_ADDR, USER_AGENT,
           move "APP_LOG_PATH" to ws-check-name
           perform check-writable-path

           move ws-cfg-watchdog-state-path to ws-probe-path
           move "WATCHDOG_STATE_PATH" to ws-check-name
           perform check-writable-path

      *> Every queue writer and drain appends to the ledger, and the
      *> reconciliation report reads nothing else.
           move ws-cfg-notify-ledger-path to ws-probe-path
           move "NOTIFY_LEDGER_PATH" to ws-check-name
           perform check-writable-path

      *> Rewritten by mail-bounce-batch on every run.
           move ws-cfg-mail-suppression-path to ws-probe-path
           move "MAIL_SUPPRESSION_PATH" to ws-check-name
           perform check-writable-path

           perform check-template-path
           perform check-message-catalog-path
           perform check-spam-word-path
           perform check-static-path

           exit paragraph.


       check-message-catalog-path.
      *> Optional too: without en.msg every message is the built-in
      *> English wording.
           add 1 to ws-check-count

           move spaces to ws-probe-path
           string function trim(ws-cfg-message-catalog-path)
               "/en.msg"
               into ws-probe-path
           end-string

           open input fd-probe-file
           if ws-probe-status < 10 then
               close fd-probe-file
               display "PASS  MESSAGE_CATALOG_PATH ("
                   function trim(ws-cfg-message-catalog-path) ")"
               end-display
           else
               display "PASS  MESSAGE_CATALOG_PATH ("
                   function trim(ws-cfg-message-catalog-path)
                   ") -- no en.msg; built-in wording will be used"
               end-display
           end-if

           exit paragraph.


       check-spam-word-path.
      *> Also optional: no word list just means nothing to screen
      *> against.
