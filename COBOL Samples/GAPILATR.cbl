       TALLY-AUDIT-RECORD.
      * A record from some other run is outside the report's scope
      * when a run is selected.
      * A partition of a partitioned run stamps its records G1 to G8
      * with the parent's date and time; they belong to the parent GB
      * run when that is the one selected.
           IF GAPI-RUN-FILTER-ACTIVE
              AND AUD-RUN-ID NOT = GAPI-RUN-FILTER
              AND NOT (AUD-RUN-ID(1:1) = 'G'
                       AND AUD-RUN-ID(2:1) IS NUMERIC
                       AND GAPI-RUN-FILTER(1:2) = 'GB'
                       AND AUD-RUN-ID(3:14) = GAPI-RUN-FILTER(3:14))
              PERFORM READ-AUDIT THRU READ-AUDIT-END
              GO TO TALLY-AUDIT-RECORD-END
           END-IF.
