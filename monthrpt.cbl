                   MOVE "Y" TO ws-day-has-bad (ws-cur-dd)
               END-IF
           WHEN "LOCK"
           WHEN "PWLCK"
               ADD 1 TO ws-ops-locks (ws-opsum-match-idx)
               IF ws-cur-dd >= 1 AND ws-cur-dd <= 31
                   MOVE "Y" TO ws-day-has-bad (ws-cur-dd)
