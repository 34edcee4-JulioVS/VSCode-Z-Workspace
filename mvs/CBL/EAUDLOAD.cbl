           MOVE AUD-RECORD-AFTER TO AHS-RECORD-AFTER.
           MOVE AUD-REASON-CODE TO AHS-REASON-CODE.
           MOVE AUD-SATELLITE-FILE TO AHS-SATELLITE-FILE.
           MOVE AUD-BREAK-GLASS-FLAG TO AHS-BREAK-GLASS-FLAG.
           MOVE AUD-PAY-PERIOD TO AHS-PAY-PERIOD.

           WRITE AUDIT-HISTORY-RECORD
              INVALID KEY
