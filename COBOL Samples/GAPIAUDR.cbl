           05  GAPI-FAIL-ZCEE             PIC 9(7) COMP VALUE 0.
           05  GAPI-FAIL-STUB             PIC 9(7) COMP VALUE 0.
           05  GAPI-FAIL-VALID            PIC 9(7) COMP VALUE 0.
           05  GAPI-FAIL-CICS             PIC 9(7) COMP VALUE 0.
           05  GAPI-FAIL-OTHER            PIC 9(7) COMP VALUE 0.

      * Failure counts by status code, in first-seen order.
       TALLY-AUDIT-RECORD.
      * A record from some other run is outside the summary's scope
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
                 ADD 1 TO GAPI-FAIL-STUB
              WHEN 'VALID   '
                 ADD 1 TO GAPI-FAIL-VALID
              WHEN 'CICS    '
                 ADD 1 TO GAPI-FAIL-CICS
              WHEN OTHER
                 ADD 1 TO GAPI-FAIL-OTHER
           END-EVALUATE.
           MOVE 'VALID' TO OL-ORIGIN.
           MOVE GAPI-FAIL-VALID TO OL-CALLS.
           PERFORM WRITE-ORIGIN-LINE THRU WRITE-ORIGIN-LINE-END.
           MOVE 'CICS' TO OL-ORIGIN.
           MOVE GAPI-FAIL-CICS TO OL-CALLS.
           PERFORM WRITE-ORIGIN-LINE THRU WRITE-ORIGIN-LINE-END.
           MOVE 'OTHER' TO OL-ORIGIN.
           MOVE GAPI-FAIL-OTHER TO OL-CALLS.
           PERFORM WRITE-ORIGIN-LINE THRU WRITE-ORIGIN-LINE-END.
