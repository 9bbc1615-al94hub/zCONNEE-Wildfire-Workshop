       MATCH-AUDIT-RECORD.
      * A record from some other run is outside the reconciliation's
      * scope when a run is selected -- passed over, not judged.
      * A partition of a partitioned run stamps its records G1 to G8
      * with the parent's date and time; they belong to the parent GB
      * run when that is the one selected.
           IF GAPI-RUN-FILTER-ACTIVE
              AND AUD-RUN-ID NOT = GAPI-RUN-FILTER
              AND NOT (AUD-RUN-ID(1:1) = 'G'
                       AND AUD-RUN-ID(2:1) IS NUMERIC
                       AND GAPI-RUN-FILTER(1:2) = 'GB'
                       AND AUD-RUN-ID(3:14) = GAPI-RUN-FILTER(3:14))
              CONTINUE
           ELSE
              MOVE AUD-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE
      *----------------------------------------------------------------*
       MATCH-EXTRACT-RECORD.
      * Same scope rule as the audit side when a run is selected.
      * A partition of a partitioned run stamps its records G1 to G8
      * with the parent's date and time; they belong to the parent GB
      * run when that is the one selected.
           IF GAPI-RUN-FILTER-ACTIVE
              AND EXT-RUN-ID NOT = GAPI-RUN-FILTER
              AND NOT (EXT-RUN-ID(1:1) = 'G'
                       AND EXT-RUN-ID(2:1) IS NUMERIC
                       AND GAPI-RUN-FILTER(1:2) = 'GB'
                       AND EXT-RUN-ID(3:14) = GAPI-RUN-FILTER(3:14))
              CONTINUE
           ELSE
              MOVE EXT-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE
