      * job step instead of being re-keyed into the online system by   *
      * hand.                                                          *
      *                                                                *
      * A transaction carrying an effective date later than the run    *
      * date is not sent: it is held in the GAPIPEND pending-          *
      * corrections file, and GAPIPREL releases it into the EMPUPDT    *
      * of the day it falls due.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTAPIBT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REJECT-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "GAPIPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KEY
               FILE STATUS IS GAPI-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One correction transaction per record: the employee number
      * followed by the corrected address and phone. A field left as
      * spaces is passed through to PUTAPI unchanged, which sends it
      * as "no change" to the service. The optional effective date
      * (YYYYMMDD) holds the correction in GAPIPEND until that date;
      * spaces, or a date not after the run date, sends it now.
       FD  UPDATE-FILE.
       01  UPDATE-RECORD.
           05  UR-EMPLOYEE-NUMBER       PIC X(6).
           05  UR-ADDRESS               PIC X(40).
           05  UR-PHONE                 PIC X(12).
           05  UR-EFFECTIVE-DATE        PIC X(8).
           05  FILLER                   PIC X(14).
      * Header/trailer view of the same buffer, checked by the
      * verification pass before any stub call is made.
       01  CONTROL-RECORD.
           05  REJ-EMPLOYEE-NUMBER      PIC X(6).
           05  REJ-ADDRESS              PIC X(40).
           05  REJ-PHONE                PIC X(12).
           05  REJ-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                   PIC X(14).
           05  REJ-CLASS                PIC X(1).
           05  FILLER                   PIC X(1).
           05  REJ-ORIGIN               PIC X(8).
           05  FILLER                   PIC X(1).
           05  REJ-RUN-ID               PIC X(16).

      * Future-dated corrections held until their effective date.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY GAPIPEND.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      * failure details PUTAPI leaves in the parm buffer.
      * CLASSIFY-REJECT turns the origin and status into the R
      * (retryable on a rerun) or P (permanent, fix the input)
      * classification the follow-up job selects on, or C for a
      * non-NORMAL CICS response -- the same scheme GETAPIBT applies
      * to GAPIREJ.
       01  GAPI-REJECT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REJECT-FILE-OK                  VALUE '00'.
      * PARM-UPD-FAIL-STATUS is numeric-edited; it is de-edited into
       01  GAPI-REJ-CLASS                 PIC X(1)  VALUE SPACE.
           88  GAPI-REJ-RETRYABLE                   VALUE 'R'.
           88  GAPI-REJ-PERMANENT                   VALUE 'P'.
           88  GAPI-REJ-CICS                        VALUE 'C'.
       01  GAPI-REJECT-COUNT              PIC 9(7) COMP VALUE 0.

      * This run's identifier, minted at initialization (program tag
       01  GAPI-SWITCHES.
           05  GAPI-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  GAPI-EOF                         VALUE 'Y'.
      * Set when a correction cannot be held in GAPIPEND. The run
      * stops reading there, but still closes GAPIRPT and writes its
      * run-control record on the way out.
           05  GAPI-PENDING-FATAL-SWITCH  PIC X(01) VALUE 'N'.
               88  GAPI-PENDING-FATAL               VALUE 'Y'.

       01  GAPI-RECORDS-READ               PIC 9(7) COMP VALUE 0.

      * The transaction's effective date, judged against the run date
      * by CHECK-EFFECTIVE-DATE: spaces or a date not after today
      * sends the correction now, a later date holds it in GAPIPEND,
      * and anything that is not a plausible YYYYMMDD date is
      * rejected rather than guessed at.
       01  GAPI-PENDING-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-PENDING-FILE-OK                   VALUE '00'.
           88  GAPI-PENDING-DUPLICATE-KEY             VALUE '22'.
      * A duplicate key on GAPIPEND is retried a hundredth of a
      * second on, up to this many times, before the hold is given up.
       01  GAPI-PENDING-RETRY               PIC 9(3) COMP VALUE 0.
       01  GAPI-PENDING-RETRY-MAX           PIC 9(3) VALUE 100.
       01  GAPI-EFFECTIVE-DATE              PIC X(8)  VALUE SPACES.
       01  GAPI-EFFECTIVE-DATE-NUM REDEFINES GAPI-EFFECTIVE-DATE
                                            PIC 9(8).
       01  GAPI-EFFECTIVE-SWITCH            PIC X(01) VALUE SPACE.
           88  GAPI-EFFECTIVE-NOW                     VALUE 'N'.
           88  GAPI-EFFECTIVE-FUTURE                  VALUE 'F'.
           88  GAPI-EFFECTIVE-INVALID                 VALUE 'I'.
      * The correction's phone is blank or in a form PUTAPI accepts.
       01  GAPI-PHONE-FORMAT-SWITCH         PIC X(01) VALUE 'Y'.
           88  GAPI-PHONE-FORMAT-OK                   VALUE 'Y'.
       01  GAPI-HELD-COUNT                  PIC 9(7) COMP VALUE 0.

      * Input-control verification, run over the whole of EMPUPDT
      * before any stub call: the header must be present and carry
      * the run date, and the trailer's expected detail count must
       01  GAPI-CTL-EXPECTED-COUNT          PIC 9(7) VALUE 0.
       01  GAPI-CTL-TODAY-DATE              PIC 9(8) VALUE 0.

      * Employee numbers already sent an update this run (a held
      * future-dated correction does not count), kept so an
      * in-file duplicate is skipped and reported in its own GAPIRPT
      * section instead of silently updating the same employee
      * twice. Ten thousand is comfortably above the correction
           PERFORM INITIALIZE-FILES THRU INITIALIZE-FILES-END.

           PERFORM PROCESS-RECORD THRU PROCESS-RECORD-END
               UNTIL GAPI-EOF OR GAPI-PENDING-FATAL.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

      * this update had been submitted as a one-off run.              *
      *----------------------------------------------------------------*
       PROCESS-RECORD.
      * A correction dated after today is held for GAPIPREL rather
      * than sent; one with an unreadable date is rejected.
           PERFORM CHECK-EFFECTIVE-DATE THRU CHECK-EFFECTIVE-DATE-END.
           IF GAPI-EFFECTIVE-INVALID
              ADD 1 TO GAPI-RECORDS-READ
              ADD 1 TO GAPI-BATCH-FAILED-COUNT
              PERFORM REJECT-EFFECTIVE-DATE
                  THRU REJECT-EFFECTIVE-DATE-END
              PERFORM READ-UPDATE THRU READ-UPDATE-END
              GO TO PROCESS-RECORD-END
           END-IF.
      * A correction that could not be held is left unprocessed,
      * like the rest of the file behind it, for the rerun.
           IF GAPI-EFFECTIVE-FUTURE
              PERFORM HOLD-PENDING-CORRECTION
                  THRU HOLD-PENDING-CORRECTION-END
              IF GAPI-PENDING-FATAL
                 GO TO PROCESS-RECORD-END
              END-IF
              ADD 1 TO GAPI-RECORDS-READ
              ADD 1 TO GAPI-HELD-COUNT
              PERFORM REPORT-HELD-CORRECTION
                  THRU REPORT-HELD-CORRECTION-END
              PERFORM READ-UPDATE THRU READ-UPDATE-END
              GO TO PROCESS-RECORD-END
           END-IF.

      * An employee number already sent an update this run is an
      * in-file duplicate: it is skipped and reported rather than
      * silently updating the same employee twice. Only corrections
      * sent now are checked and remembered, so a held future-dated
      * correction and one applied today for the same employee are
      * both taken.
           PERFORM CHECK-DUPLICATE-EMPLOYEE
               THRU CHECK-DUPLICATE-EMPLOYEE-END.
           IF GAPI-SEEN-FOUND
           EXIT.

      *----------------------------------------------------------------*
      * Has this run already sent an update for the employee now in   *
      * UR-EMPLOYEE-NUMBER? Scans the seen-table and adds a first     *
      * sighting to it. Blank and non-numeric numbers are left to     *
      * PUTAPI's validation -- two malformed records are two          *
       CHECK-DUPLICATE-SCAN-END.
           EXIT.

      *----------------------------------------------------------------*
      * Judge the transaction's effective date against the run date.  *
      * Only a correction PUTAPI would accept is worth holding: one   *
      * with a bad employee number, nothing to change, a shifted      *
      * address or a phone in neither accepted form is sent on now,   *
      * whatever its date, so PUTAPI rejects it today with its usual  *
      * reason instead of on the day it falls due.                    *
      *----------------------------------------------------------------*
       CHECK-EFFECTIVE-DATE.
           MOVE UR-EFFECTIVE-DATE TO GAPI-EFFECTIVE-DATE.
           PERFORM CHECK-PHONE-FORMAT THRU CHECK-PHONE-FORMAT-END.
           EVALUATE TRUE
              WHEN GAPI-EFFECTIVE-DATE = SPACES
                 SET GAPI-EFFECTIVE-NOW TO TRUE
              WHEN GAPI-EFFECTIVE-DATE IS NOT NUMERIC
                 SET GAPI-EFFECTIVE-INVALID TO TRUE
              WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (GAPI-EFFECTIVE-DATE-NUM) NOT = 0
                 SET GAPI-EFFECTIVE-INVALID TO TRUE
              WHEN GAPI-EFFECTIVE-DATE-NUM NOT > GAPI-CTL-TODAY-DATE
                 SET GAPI-EFFECTIVE-NOW TO TRUE
              WHEN UR-EMPLOYEE-NUMBER IS NOT NUMERIC
                OR (UR-ADDRESS = SPACES AND UR-PHONE = SPACES)
                OR (UR-ADDRESS NOT = SPACES
                    AND UR-ADDRESS(1:1) = SPACE)
                OR NOT GAPI-PHONE-FORMAT-OK
                 SET GAPI-EFFECTIVE-NOW TO TRUE
              WHEN OTHER
                 SET GAPI-EFFECTIVE-FUTURE TO TRUE
           END-EVALUATE.
       CHECK-EFFECTIVE-DATE-END.
           EXIT.

      * PUTAPI's phone rule: blank, NNN-NNN-NNNN, or ten digits
      * blank-padded on the right.
       CHECK-PHONE-FORMAT.
           MOVE 'Y' TO GAPI-PHONE-FORMAT-SWITCH.
           EVALUATE TRUE
              WHEN UR-PHONE = SPACES
                 CONTINUE
              WHEN UR-PHONE(4:1) = '-'
                 AND UR-PHONE(8:1) = '-'
                 AND UR-PHONE(1:3) IS NUMERIC
                 AND UR-PHONE(5:3) IS NUMERIC
                 AND UR-PHONE(9:4) IS NUMERIC
                 CONTINUE
              WHEN UR-PHONE(1:10) IS NUMERIC
                 AND UR-PHONE(11:2) = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO GAPI-PHONE-FORMAT-SWITCH
           END-EVALUATE.
       CHECK-PHONE-FORMAT-END.
           EXIT.

      *----------------------------------------------------------------*
      * An effective date that is not a YYYYMMDD date goes to        *
      * GAPIUREJ as a permanent validation reject, staged through the *
      * same failure fields PUTAPI itself would have filled in, and   *
      * PUTAPI is told to report it as a failure in GAPIRPT.          *
      *----------------------------------------------------------------*
       REJECT-EFFECTIVE-DATE.
           MOVE SPACES TO PARM-UPD-DATA.
           MOVE 'VALID' TO PARM-UPD-FAIL-ORIGIN.
           MOVE 400 TO PARM-UPD-FAIL-STATUS.
           MOVE 'Effective date must be blank or a YYYYMMDD date.'
               TO PARM-UPD-FAIL-REASON.
           PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD-END.

           MOVE 7 TO PARM-UPD-LENGTH.
           MOVE UR-EMPLOYEE-NUMBER TO PARM-UPD-EMPLOYEE.
           SET PARM-UPD-MODE-BAD-DATE-REPORT TO TRUE.
           MOVE GAPI-RUN-ID TO PARM-UPD-RUN-ID.
           MOVE UR-EFFECTIVE-DATE TO PARM-UPD-EFFECTIVE-DATE.
           CALL "PUTAPI" USING PARM-BUFFER.
       REJECT-EFFECTIVE-DATE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Hold a future-dated correction in GAPIPEND, stamped with this *
      * run, for GAPIPREL to release on its effective date. A         *
      * correction that cannot be held sets GAPI-PENDING-FATAL, which *
      * stops the run rather than dropping it.                        *
      *----------------------------------------------------------------*
       HOLD-PENDING-CORRECTION.
           MOVE SPACES TO PENDING-RECORD.
           MOVE UR-EMPLOYEE-NUMBER TO PND-EMPLOYEE.
           ACCEPT PND-ENTERED-DATE FROM DATE YYYYMMDD.
           ACCEPT PND-ENTERED-TIME FROM TIME.
           MOVE GAPI-EFFECTIVE-DATE-NUM TO PND-EFFECTIVE-DATE.
           MOVE UR-ADDRESS TO PND-ADDRESS.
           MOVE UR-PHONE TO PND-PHONE.
           SET PND-IS-PENDING TO TRUE.
           MOVE SPACES TO PND-OPERATOR-ID.
           MOVE GAPI-RUN-ID TO PND-RUN-ID.
           MOVE ZERO TO PND-CLOSED-DATE.
           MOVE SPACES TO PND-CLOSED-BY.

           OPEN I-O PENDING-FILE.
           IF NOT GAPI-PENDING-FILE-OK
              OPEN OUTPUT PENDING-FILE
           END-IF.
           IF NOT GAPI-PENDING-FILE-OK
              DISPLAY "PUTAPIBT: unable to open GAPIPEND, status "
                      GAPI-PENDING-FILE-STATUS
              SET GAPI-PENDING-FATAL TO TRUE
              GO TO HOLD-PENDING-CORRECTION-END
           END-IF.
           MOVE ZERO TO GAPI-PENDING-RETRY.
           PERFORM WRITE-PENDING-RECORD THRU WRITE-PENDING-RECORD-END.
           CLOSE PENDING-FILE.
       HOLD-PENDING-CORRECTION-END.
           EXIT.

      * Two items for one employee taken in the same hundredth of a
      * second would share a key; the later one is stamped a
      * hundredth on, a bounded number of times. Any other write
      * failure, or a key still taken after the retries, gives the
      * hold up.
       WRITE-PENDING-RECORD.
           WRITE PENDING-RECORD
               INVALID KEY
                  CONTINUE
           END-WRITE.
           IF GAPI-PENDING-FILE-OK
              GO TO WRITE-PENDING-RECORD-END
           END-IF.
           IF GAPI-PENDING-DUPLICATE-KEY
              AND GAPI-PENDING-RETRY < GAPI-PENDING-RETRY-MAX
              AND PND-ENTERED-TIME < 23595999
              ADD 1 TO GAPI-PENDING-RETRY
              ADD 1 TO PND-ENTERED-TIME
              GO TO WRITE-PENDING-RECORD
           END-IF.
           DISPLAY "PUTAPIBT: unable to write GAPIPEND for employee "
                   PND-EMPLOYEE ", status " GAPI-PENDING-FILE-STATUS.
           SET GAPI-PENDING-FATAL TO TRUE.
       WRITE-PENDING-RECORD-END.
           EXIT.

      *----------------------------------------------------------------*
      * Classify the failure PUTAPI just reported and append the      *
      * transaction to GAPIUREJ in the EMPUPDT record layout, so the  *
           MOVE UR-EMPLOYEE-NUMBER TO REJ-EMPLOYEE-NUMBER.
           MOVE UR-ADDRESS TO REJ-ADDRESS.
           MOVE UR-PHONE TO REJ-PHONE.
           MOVE UR-EFFECTIVE-DATE TO REJ-EFFECTIVE-DATE.
           MOVE GAPI-REJ-CLASS TO REJ-CLASS.
           MOVE PARM-UPD-FAIL-ORIGIN TO REJ-ORIGIN.
           MOVE GAPI-REJ-STATUS TO REJ-STATUS.
      * its lookup rejects: a transient condition is worth feeding    *
      * straight back in, a validation reject or a definitive HTTP    *
      * answer will fail identically until the input or the setup is  *
      * fixed, and a non-NORMAL CICS response is classed C apart from  *
      * both.                                                          *
      *----------------------------------------------------------------*
       CLASSIFY-REJECT.
           EVALUATE TRUE
              WHEN PARM-UPD-FAIL-ORIGIN = 'CICS'
                 SET GAPI-REJ-CICS TO TRUE
              WHEN PARM-UPD-FAIL-ORIGIN = 'VALID'
                 SET GAPI-REJ-PERMANENT TO TRUE
              WHEN GAPI-REJ-STATUS = 400 OR 401 OR 403 OR 404
       REPORT-DUPLICATE-EMPLOYEE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Tell PUTAPI to put the held correction in the HELD section of *
      * GAPIRPT and its trailing counts, with its effective date.     *
      *----------------------------------------------------------------*
       REPORT-HELD-CORRECTION.
           MOVE 7 TO PARM-UPD-LENGTH.
           MOVE SPACES TO PARM-UPD-DATA.
           MOVE UR-EMPLOYEE-NUMBER TO PARM-UPD-EMPLOYEE.
           SET PARM-UPD-MODE-HELD-REPORT TO TRUE.
           MOVE GAPI-RUN-ID TO PARM-UPD-RUN-ID.
           MOVE UR-EFFECTIVE-DATE TO PARM-UPD-EFFECTIVE-DATE.
           CALL "PUTAPI" USING PARM-BUFFER.
       REPORT-HELD-CORRECTION-END.
           EXIT.

      *----------------------------------------------------------------*
      * Tell PUTAPI the file is exhausted so it can print the report's
      * trailing counts and close the report file.                    *
                   GAPI-DUP-SKIPPED-COUNT.
           DISPLAY "PUTAPIBT: update records written to GAPIUREJ: "
                   GAPI-REJECT-COUNT.
           DISPLAY "PUTAPIBT: update records held in GAPIPEND: "
                   GAPI-HELD-COUNT.

      * The final-report call above always leaves RETURN-CODE at zero,
      * so this job's own exit code is set here, after that call, from
      * the failure count accumulated across every update actually
      * processed -- otherwise a JCL COND= step check could never see
      * a run that failed updates during the batch.
      * A run stopped by GAPIPEND ends 16, the same as any other
      * file failure, but only after the report is closed so the
      * run-control record below is still written.
           EVALUATE TRUE
              WHEN GAPI-PENDING-FATAL
                 DISPLAY "PUTAPIBT: RUN ABORTED - a correction could "
                         "not be held in GAPIPEND; it and the rest of "
                         "EMPUPDT are unprocessed"
                 MOVE 16 TO RETURN-CODE
              WHEN GAPI-BATCH-FAILED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * The run-control record is written last, after the exit code
      * above is final, so the one-line history carries how the run
           ACCEPT GAPI-RUN-TIME-RAW FROM TIME.
           MOVE GAPI-RUN-TIME-RAW(1:6) TO RNC-END-TIME.
           MOVE GAPI-RECORDS-READ TO RNC-PROCESSED.
      * In-file duplicates and corrections held for a later
      * effective date are records the run deliberately made no call
      * for.
           COMPUTE GAPI-RUN-SUCCEEDED = GAPI-RECORDS-READ
               - GAPI-BATCH-FAILED-COUNT - GAPI-DUP-SKIPPED-COUNT
               - GAPI-HELD-COUNT.
           MOVE GAPI-RUN-SUCCEEDED TO RNC-SUCCEEDED.
           MOVE GAPI-BATCH-FAILED-COUNT TO RNC-FAILED.
           COMPUTE RNC-SKIPPED = GAPI-DUP-SKIPPED-COUNT
               + GAPI-HELD-COUNT.
           MOVE RETURN-CODE TO RNC-RETURN-CODE.

           OPEN EXTEND RUN-CONTROL-FILE.
