      * its own instead, keeping its per-employee failure report and   *
      * audit record exactly as before.                                *
      *                                                                *
      * Run against one partition of an EMPINPUT split by GAPIPART,    *
      * the job takes its run identifier from the partition header     *
      * (G1 to G8 plus the parent run's date and time, see GAPIRUNC),  *
      * and its GAPICKPT, GAPIREJ and GAPIRUNC DD statements name the  *
      * partition's own files, which GAPIPMRG merges afterwards.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETAPIBT.
       01  GAPI-CTL-EXPECTED-COUNT          PIC 9(7) VALUE 0.
       01  GAPI-CTL-TODAY-DATE              PIC 9(8) VALUE 0.

      * Set from the header of a partition written by GAPIPART: the
      * whole partitioned run's identifier and this partition's
      * number, which together make this job's run identifier. Left
      * at spaces for an ordinary EMPINPUT.
       01  GAPI-PARENT-RUN-ID               PIC X(16) VALUE SPACES.
       01  GAPI-PARTITION-NUMBER            PIC X(1)  VALUE SPACES.

      * Employee numbers already routed this run, kept so an in-file
      * duplicate is skipped and reported in its own GAPIRPT section
      * instead of costing a second round trip and a second EMPEXTR
      * by whichever path saw the failure. CLASSIFY-REJECT turns the
      * origin and status into the R (retryable on a rerun) or P
      * (permanent, fix the input) classification the follow-up job
      * selects on, or C when the CICS program behind the service
      * answered non-NORMAL -- neither fed back in automatically nor
      * an input problem, but one for whoever looks after the CICS
      * side.
       01  GAPI-REJECT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-REJECT-FILE-OK                    VALUE '00'.
       01  GAPI-REJ-EMPLOYEE                PIC X(6)  VALUE SPACES.
       01  GAPI-REJ-CLASS                   PIC X(1)  VALUE SPACE.
           88  GAPI-REJ-RETRYABLE                     VALUE 'R'.
           88  GAPI-REJ-PERMANENT                     VALUE 'P'.
           88  GAPI-REJ-CICS                          VALUE 'C'.
       01  GAPI-REJECT-COUNT                PIC 9(7) COMP VALUE 0.

      * Block accumulator for the GETAPIM multi-employee entry. Valid
           ACCEPT GAPI-RUN-ID-DATE FROM DATE YYYYMMDD.
           MOVE GAPI-CURRENT-TIME-RAW(1:6) TO GAPI-RUN-ID-TIME.
           MOVE GAPI-RUN-ID-BUILD TO GAPI-RUN-ID.
           IF GAPI-PARENT-RUN-ID NOT = SPACES
              MOVE GAPI-PARENT-RUN-ID TO GAPI-RUN-ID
              MOVE 'G' TO GAPI-RUN-ID(1:1)
              MOVE GAPI-PARTITION-NUMBER TO GAPI-RUN-ID(2:1)
              DISPLAY "GETAPIBT: partition " GAPI-PARTITION-NUMBER
                      " of run " GAPI-PARENT-RUN-ID
                      ", running as " GAPI-RUN-ID
           END-IF.
           MOVE GAPI-RUN-ID-DATE TO GAPI-RUN-START-DATE.
           MOVE GAPI-RUN-ID-TIME TO GAPI-RUN-START-HHMMSS.

              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      * A partition header must name its parent run and a partition
      * number GAPIPART could have written, or the run identifier
      * built from them would mean nothing to GAPIPMRG.
           IF CTL-PARENT-RUN-ID NOT = SPACES
              IF CTL-PARENT-RUN-ID(1:2) NOT = 'GB'
                 OR CTL-PARTITION-NUMBER IS NOT NUMERIC
                 OR CTL-PARTITION-NUMBER = '0'
                 OR CTL-PARTITION-NUMBER = '9'
                 DISPLAY "GETAPIBT: RUN ABORTED - EMPINPUT partition "
                         "header names run " CTL-PARENT-RUN-ID
                         " partition " CTL-PARTITION-NUMBER
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE CTL-PARENT-RUN-ID TO GAPI-PARENT-RUN-ID
              MOVE CTL-PARTITION-NUMBER TO GAPI-PARTITION-NUMBER
           END-IF.

           PERFORM VERIFY-INPUT-RECORD THRU VERIFY-INPUT-RECORD-END
               UNTIL GAPI-VERIFY-AT-EOF.
      * straight back in on the next run; a validation reject or a    *
      * definitive HTTP answer (bad request, not found, authorization *
      * refused) will fail identically until the input or the setup   *
      * is fixed. A non-NORMAL CICS response is classed apart from     *
      * both: its status is a CICS condition number, not an HTTP code, *
      * and it needs the CICS side looked at before any rerun.         *
      *----------------------------------------------------------------*
       CLASSIFY-REJECT.
           EVALUATE TRUE
              WHEN GAPI-REJ-ORIGIN = 'CICS'
                 SET GAPI-REJ-CICS TO TRUE
              WHEN GAPI-REJ-ORIGIN = 'VALID'
                 SET GAPI-REJ-PERMANENT TO TRUE
              WHEN GAPI-REJ-STATUS = 400 OR 401 OR 403 OR 404
