      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2021-03-23
      * Last Modified: 2026-10-15
      * Purpose: Batch job that deletes old rows from the short-lived
      *          tables sign-guest-book.cbl uses and forgets about:
      *          GUEST_SUBMISSION_LOG (throttle history, only the
      *          ANTISPAM_CHALLENGE (anti-bot question state, normally
      *          deleted the moment it's checked, but a visitor who
      *          loads the form and never submits it leaves a row
      *          behind). Also sweeps the other short-lived rows:
      *          stale moderator sessions and login-failure counters,
      *          and expired one-tap moderation links. Also empties
      *          the moderation recycle bin (GUEST_ENTRY_RECYCLE) of
      *          entries deleted more than RECYCLE_RETENTION_DAYS ago
      *          -- the only rows here that aren't short-lived, which
      *          is why their window is configurable. Meant to be run
      *          periodically from cron (nightly at least).
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       01  HOSTVARS.
           05  BUFFER               PIC X(1024).

       01  ws-recycle-interval      pic x(16).

       EXEC SQL
          END DECLARE SECTION
       END-EXEC.

       01  ws-log-sqlcode           pic +9(9).

       01  ws-recycle-days          pic 9(5).

       local-storage section.

       procedure division.
           END-EXEC
           perform sqlstate-check

      *> Failed-login counters only matter inside the lockout
      *> window; a counter that isn't holding a lock and hasn't moved
      *> in a day would be reset by its next failure anyway.
           EXEC SQL
               DELETE FROM MOD_LOGIN_FAILURE
               WHERE LAST_FAIL_DT <
                   (CURRENT_TIMESTAMP - INTERVAL '1 day')
                 AND (LOCKED_UNTIL IS NULL
                      OR LOCKED_UNTIL < CURRENT_TIMESTAMP)
           END-EXEC
           perform sqlstate-check

      *> One-tap moderation links are refused at use once past
      *> EXPIRE_DT; the rows only linger after that. Kept a day
      *> longer so a late click still gets "expired" rather than
      *> "not recognized".
           EXEC SQL
               DELETE FROM MODERATION_LINK
               WHERE EXPIRE_DT <
                   (CURRENT_TIMESTAMP - INTERVAL '1 day')
           END-EXEC
           perform sqlstate-check

      *> Recycled entries are kept for the undelete window and then
      *> go for good. Same fallback as the moderation screen's
      *> "purged after" date when the setting isn't a usable number,
      *> so the date it promised is the date it happens.
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

           EXEC SQL
               DELETE FROM GUEST_ENTRY_RECYCLE
               WHERE DELETED_DT <
                   (CURRENT_TIMESTAMP
                       - CAST(:ws-recycle-interval AS INTERVAL))
           END-EXEC
           perform sqlstate-check

           perform record-run-end

           EXEC SQL
