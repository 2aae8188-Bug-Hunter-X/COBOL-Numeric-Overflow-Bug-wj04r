      * guards skip pre-cutover entries the same way bugtrend.cob
      * skips old-layout audit generations -- their bytes land in the
      * wrong fields under this copybook and cannot be tallied.
      * Entries a business-day backout reversed (AUD-BACKED-OUT, see
      * bugbkout.cob) no longer stand on the master and are left off
      * the statement.
      *
       3100-PROCESS-HISTORY-ENTRY.
           IF AUD-KEY OF AUDIT-HISTORY-RECORD IS NOT NUMERIC

           IF WS-ENTRY-DATE >= WS-REQ-DATE-FROM
               AND WS-ENTRY-DATE <= WS-REQ-DATE-TO
               AND NOT AUD-BACKED-OUT OF AUDIT-HISTORY-RECORD
               IF NOT WS-KEY-STARTED
                   OR AUD-KEY OF AUDIT-HISTORY-RECORD
                       NOT = WS-CURRENT-KEY
