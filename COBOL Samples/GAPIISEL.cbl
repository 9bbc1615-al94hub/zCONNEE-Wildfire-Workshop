      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIISEL                                         *
      *                                                                *
      * Builds the night's EMPINPUT for GETAPIBT from the files that   *
      * already say who needs looking up, instead of a hand-built list *
      * that either sends the whole workforce or misses people. Every  *
      * employee on HRMASTER is weighed against GAPICACH and the last  *
      * GETAPIBT run's rejects, and is selected when:                  *
      *                                                                *
      *   - GAPICACH holds no entry for the employee (a new hire, or   *
      *     someone never successfully looked up),                     *
      *   - the employee's GAPICACH entry is older than the refresh    *
      *     age in GAPICFG, or                                         *
      *   - the last GETAPIBT run in GAPIRUNC left a retryable (class  *
      *     R) GAPIREJ reject for the employee.                        *
      *                                                                *
      * EMPINPUT is written in HRMASTER order with the GAPICTL header  *
      * and trailer GETAPIBT verifies. SELRPT lists every selected     *
      * employee with the reason, the retryable rejects that could not *
      * be selected because HRMASTER no longer carries the employee,   *
      * and the HRMASTER records passed over as unusable.              *
      *                                                                *
      * Exit codes: 0 EMPINPUT built; 4 EMPINPUT built but SELRPT has  *
      * rejects or HRMASTER records someone should look at; 8 nobody   *
      * needed selecting, so the job can skip the GETAPIBT step; 16 a  *
      * file could not be used.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIISEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "GAPICFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-CONFIG-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GAPIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-RUNC-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "GAPIREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REJECT-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "HRMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-MASTER-FILE-STATUS.

           SELECT CACHE-FILE ASSIGN TO "GAPICACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACHE-EMPLOYEE
               FILE STATUS IS GAPI-CACHE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPINPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-EMPLOYEE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           COPY GAPICFG.

      * The run history, read end to end for the last GETAPIBT run.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY GAPIRUNC.

      * GETAPIBT's reject file, in the layout GETAPIBT writes it.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-EMPLOYEE-NUMBER      PIC X(6).
           05  FILLER                   PIC X(1).
           05  REJ-CLASS                PIC X(1).
               88  REJ-IS-RETRYABLE               VALUE 'R'.
           05  FILLER                   PIC X(1).
           05  REJ-ORIGIN               PIC X(8).
           05  FILLER                   PIC X(1).
           05  REJ-STATUS               PIC -(8)9.
           05  FILLER                   PIC X(1).
           05  REJ-REASON               PIC X(52).
           05  FILLER                   PIC X(1).
           05  REJ-RUN-ID               PIC X(16).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY HRMASTR.

       FD  CACHE-FILE.
       01  CACHE-RECORD.
           COPY GAPICACH.

      * The EMPINPUT GETAPIBT reads: header, one employee number per
      * detail, trailer.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  ER-EMPLOYEE-NUMBER       PIC X(6).
           05  FILLER                   PIC X(74).
      * Header/trailer view of the same buffer -- see GAPICTL.
       01  CONTROL-RECORD.
           COPY GAPICTL.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-CONFIG-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-CONFIG-FILE-OK                  VALUE '00'.

       01  GAPI-RUNC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-RUNC-FILE-OK                    VALUE '00'.
           88  GAPI-RUNC-FILE-EOF                   VALUE '10'.

       01  GAPI-REJECT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REJECT-FILE-OK                  VALUE '00'.
           88  GAPI-REJECT-FILE-EOF                 VALUE '10'.

       01  GAPI-MASTER-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-MASTER-FILE-OK                  VALUE '00'.
           88  GAPI-MASTER-FILE-EOF                 VALUE '10'.

       01  GAPI-CACHE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-CACHE-FILE-OK                   VALUE '00'.
           88  GAPI-CACHE-FILE-NOT-FOUND            VALUE '23'.
           88  GAPI-CACHE-FILE-MISSING              VALUE '35'.

       01  GAPI-EMPLOYEE-FILE-STATUS      PIC X(02) VALUE SPACES.
           88  GAPI-EMPLOYEE-FILE-OK                VALUE '00'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-RUNC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-RUNC-EOF                    VALUE 'Y'.
           05  GAPI-REJECT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-REJECT-EOF                  VALUE 'Y'.
           05  GAPI-MASTER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-MASTER-EOF                  VALUE 'Y'.
      * GAPICACH does not exist yet (the first run ever): every
      * employee on HRMASTER is then a new hire.
           05  GAPI-CACHE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-CACHE-OPEN                  VALUE 'Y'.

      * How old a cache entry may grow before the employee is looked
      * up again, defaulted here and overridable from GAPICFG. Ages
      * are whole days, from the day numbers FUNCTION INTEGER-OF-DATE
      * returns, the same arithmetic GETAPI's cache expiry uses.
       01  GAPI-REFRESH-AGE-DAYS          PIC 9(3) VALUE 7.
       01  GAPI-TODAY-DATE                PIC 9(8) VALUE 0.
       01  GAPI-TODAY-INTEGER             PIC 9(9) VALUE 0.
       01  GAPI-ENTRY-INTEGER             PIC 9(9) VALUE 0.
       01  GAPI-ENTRY-AGE-DAYS            PIC S9(9) VALUE 0.

      * The GETAPIBT run whose retryable rejects are fed back in: the
      * last GB run GAPIRUNC records. Spaces when there has been none.
       01  GAPI-LAST-RUN-ID               PIC X(16) VALUE SPACES.

      * That run's retryable rejects, one entry per employee. Each
      * entry remembers whether HRMASTER still carries the employee,
      * so a reject for someone HR no longer lists is reported rather
      * than silently dropped.
       01  GAPI-RETRY-COUNT               PIC 9(5) COMP VALUE 0.
       01  GAPI-RETRY-MAX                 PIC 9(5) VALUE 50000.
       01  GAPI-RETRY-TABLE.
           05  GAPI-RETRY-ENTRY OCCURS 50000 TIMES.
               10  GAPI-RTY-EMPLOYEE      PIC X(6).
               10  GAPI-RTY-ORIGIN        PIC X(8).
               10  GAPI-RTY-STATUS        PIC X(9).
               10  GAPI-RTY-ON-MASTER     PIC X(1).
                   88  GAPI-RTY-WAS-ON-MASTER   VALUE 'Y'.
       01  GAPI-RETRY-IDX                 PIC 9(5) COMP VALUE 0.
       01  GAPI-RETRY-FOUND-SWITCH        PIC X(1) VALUE 'N'.
           88  GAPI-RETRY-FOUND                     VALUE 'Y'.
       01  GAPI-SEARCH-EMPLOYEE           PIC X(6) VALUE SPACES.

      * HRMASTER records with no usable employee number, held for the
      * report's last section.
       01  GAPI-BAD-COUNT                 PIC 9(5) COMP VALUE 0.
       01  GAPI-BAD-MAX                   PIC 9(5) VALUE 1000.
       01  GAPI-BAD-TABLE.
           05  GAPI-BAD-ENTRY OCCURS 1000 TIMES.
               10  GAPI-BAD-EMPLOYEE      PIC X(6).
               10  GAPI-BAD-NAME          PIC X(30).
       01  GAPI-BAD-IDX                   PIC 9(5) COMP VALUE 0.

      * The reasons the employee now being weighed is selected; any
      * combination can hold at once.
       01  GAPI-NEW-HIRE-SWITCH           PIC X(1) VALUE 'N'.
           88  GAPI-NEW-HIRE                        VALUE 'Y'.
       01  GAPI-STALE-SWITCH              PIC X(1) VALUE 'N'.
           88  GAPI-STALE                           VALUE 'Y'.

      * Outcome counts for the trailer, the report and the exit code.
      * An employee selected for more than one reason counts under
      * each reason but only once as selected.
       01  GAPI-MASTER-READ-COUNT         PIC 9(7) COMP VALUE 0.
       01  GAPI-SELECTED-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-NEW-HIRE-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-STALE-COUNT               PIC 9(7) COMP VALUE 0.
       01  GAPI-RETRY-SELECTED-COUNT      PIC 9(7) COMP VALUE 0.
       01  GAPI-CURRENT-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-NOT-ON-MASTER-COUNT       PIC 9(7) COMP VALUE 0.

      * Print-line layouts.
       01  GAPI-SELECT-HEADING.
           05  FILLER            PIC X(8)  VALUE 'EMP NO'.
           05  FILLER            PIC X(32) VALUE 'NAME'.
           05  FILLER            PIC X(32) VALUE 'REASON'.
           05  FILLER            PIC X(10) VALUE 'CACHED ON'.
           05  FILLER            PIC X(12) VALUE '  AGE DAYS'.
           05  FILLER            PIC X(20) VALUE 'LAST RUN REJECT'.

       01  GAPI-SELECT-LINE.
           05  SL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-NAME           PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-REASON         PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-CACHED-DATE    PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-AGE            PIC ZZZZZZZZ9.
           05  SL-AGE-X REDEFINES SL-AGE PIC X(9).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  SL-REJ-ORIGIN     PIC X(8).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  SL-REJ-STATUS     PIC X(9).

       01  GAPI-REJECT-HEADING.
           05  FILLER            PIC X(8)  VALUE 'EMP NO'.
           05  FILLER            PIC X(10) VALUE 'ORIGIN'.
           05  FILLER            PIC X(11) VALUE 'STATUS'.
           05  FILLER            PIC X(50) VALUE 'NOTE'.

       01  GAPI-REJECT-LINE.
           05  RL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-ORIGIN         PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-STATUS         PIC X(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-TEXT           PIC X(50).

       01  GAPI-BAD-LINE.
           05  BL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BL-NAME           PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BL-TEXT           PIC X(50).

       01  GAPI-SEL-COUNT-LINE.
           05  CT-TEXT           PIC X(30).
           05  CT-COUNT          PIC ZZZZZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.

           PERFORM INITIALIZE-FILES THRU INITIALIZE-FILES-END.

           PERFORM FIND-LAST-RUN THRU FIND-LAST-RUN-END
               UNTIL GAPI-RUNC-EOF.

           PERFORM LOAD-RETRY-REJECTS THRU LOAD-RETRY-REJECTS-END.

           PERFORM WRITE-REPORT-HEADING THRU WRITE-REPORT-HEADING-END.

           PERFORM SELECT-EMPLOYEE THRU SELECT-EMPLOYEE-END
               UNTIL GAPI-MASTER-EOF.

           PERFORM WRITE-SELECTION-TOTALS
               THRU WRITE-SELECTION-TOTALS-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE GAPI-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (GAPI-TODAY-DATE).

           PERFORM READ-CONFIG THRU READ-CONFIG-END.

      * No run history means no GETAPIBT run has ended yet, so there
      * are no rejects to feed back in.
           OPEN INPUT RUN-CONTROL-FILE.
           IF GAPI-RUNC-FILE-OK
              PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END
           ELSE
              SET GAPI-RUNC-EOF TO TRUE
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF NOT GAPI-MASTER-FILE-OK
              DISPLAY "GAPIISEL: unable to open HRMASTER, status "
                      GAPI-MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * A missing GAPICACH is the first night ever and makes everyone
      * a new hire; any other failure must not, or one bad open would
      * send the whole workforce through the service.
           OPEN INPUT CACHE-FILE.
           EVALUATE TRUE
              WHEN GAPI-CACHE-FILE-OK
                 SET GAPI-CACHE-OPEN TO TRUE
              WHEN GAPI-CACHE-FILE-MISSING
                 DISPLAY "GAPIISEL: GAPICACH not present - every "
                         "employee selected as a new hire"
              WHEN OTHER
                 DISPLAY "GAPIISEL: unable to open GAPICACH, status "
                         GAPI-CACHE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           OPEN OUTPUT EMPLOYEE-FILE.
           IF NOT GAPI-EMPLOYEE-FILE-OK
              DISPLAY "GAPIISEL: unable to open EMPINPUT, status "
                      GAPI-EMPLOYEE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIISEL: unable to open SELRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * The header GETAPIBT's verification pass will demand: today's
      * date and this program as the source system.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-RECORD-TYPE.
           MOVE GAPI-TODAY-DATE TO CTL-FILE-DATE.
           MOVE 'GAPIISEL' TO CTL-SOURCE-SYSTEM.
           WRITE CONTROL-RECORD.

           PERFORM READ-MASTER THRU READ-MASTER-END.
       INITIALIZE-FILES-END.
           EXIT.

      *----------------------------------------------------------------*
      * Pick up the refresh age from GAPICFG. A missing or short      *
      * control file leaves the shipped default.                      *
      *----------------------------------------------------------------*
       READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF GAPI-CONFIG-FILE-OK
              READ CONFIG-FILE
              IF GAPI-CONFIG-FILE-OK
                 IF CFG-REFRESH-AGE-DAYS NUMERIC
                    AND CFG-REFRESH-AGE-DAYS > 0
                    MOVE CFG-REFRESH-AGE-DAYS TO GAPI-REFRESH-AGE-DAYS
                 END-IF
              END-IF
              CLOSE CONFIG-FILE
           END-IF.
       READ-CONFIG-END.
           EXIT.

      * One GAPIRUNC record. The file is appended as runs end, so the
      * last GB record read is the last GETAPIBT run.
       FIND-LAST-RUN.
           IF RNC-RUN-ID(1:2) = 'GB'
              MOVE RNC-RUN-ID TO GAPI-LAST-RUN-ID
           END-IF.
           PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END.
       FIND-LAST-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
      * Load the last GETAPIBT run's retryable rejects. Permanent and *
      * CICS rejects are left alone -- sending them again tonight     *
      * would only fail them again. A partitioned run's rejects carry *
      * their partition's G1 to G8 identifier, which differs from the *
      * parent GB identifier only in its first two characters.        *
      *----------------------------------------------------------------*
       LOAD-RETRY-REJECTS.
           IF GAPI-LAST-RUN-ID = SPACES
              GO TO LOAD-RETRY-REJECTS-END
           END-IF.
           OPEN INPUT REJECT-FILE.
           IF NOT GAPI-REJECT-FILE-OK
              DISPLAY "GAPIISEL: GAPIREJ not available, status "
                      GAPI-REJECT-FILE-STATUS " - no rejects retried"
              GO TO LOAD-RETRY-REJECTS-END
           END-IF.
           PERFORM READ-REJECT THRU READ-REJECT-END.
           PERFORM LOAD-RETRY-REJECT THRU LOAD-RETRY-REJECT-END
               UNTIL GAPI-REJECT-EOF.
           CLOSE REJECT-FILE.
       LOAD-RETRY-REJECTS-END.
           EXIT.

       LOAD-RETRY-REJECT.
           IF (REJ-RUN-ID = GAPI-LAST-RUN-ID
               OR (REJ-RUN-ID(1:1) = 'G'
                   AND REJ-RUN-ID(2:1) IS NUMERIC
                   AND REJ-RUN-ID(3:14) = GAPI-LAST-RUN-ID(3:14)))
              AND REJ-IS-RETRYABLE
              AND REJ-EMPLOYEE-NUMBER NOT = SPACES
              MOVE REJ-EMPLOYEE-NUMBER TO GAPI-SEARCH-EMPLOYEE
              PERFORM FIND-RETRY-EMPLOYEE
                  THRU FIND-RETRY-EMPLOYEE-END
              IF NOT GAPI-RETRY-FOUND
                 IF GAPI-RETRY-COUNT >= GAPI-RETRY-MAX
                    DISPLAY "GAPIISEL: run " GAPI-LAST-RUN-ID
                            " left more than " GAPI-RETRY-MAX
                            " retryable rejects - raise the table"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO GAPI-RETRY-COUNT
                 MOVE REJ-EMPLOYEE-NUMBER
                     TO GAPI-RTY-EMPLOYEE(GAPI-RETRY-COUNT)
                 MOVE REJ-ORIGIN TO GAPI-RTY-ORIGIN(GAPI-RETRY-COUNT)
                 MOVE REJ-STATUS TO GAPI-RTY-STATUS(GAPI-RETRY-COUNT)
                 MOVE 'N' TO GAPI-RTY-ON-MASTER(GAPI-RETRY-COUNT)
              END-IF
           END-IF.
           PERFORM READ-REJECT THRU READ-REJECT-END.
       LOAD-RETRY-REJECT-END.
           EXIT.

      * Scan the retry table for the employee number just placed in
      * GAPI-SEARCH-EMPLOYEE. Leaves GAPI-RETRY-IDX on the matching
      * entry.
       FIND-RETRY-EMPLOYEE.
           MOVE 'N' TO GAPI-RETRY-FOUND-SWITCH.
           PERFORM FIND-RETRY-SCAN THRU FIND-RETRY-SCAN-END
               VARYING GAPI-RETRY-IDX FROM 1 BY 1
               UNTIL GAPI-RETRY-IDX > GAPI-RETRY-COUNT
                  OR GAPI-RETRY-FOUND.
      * The PERFORM VARYING steps the subscript once more after the
      * match sets the switch, so step it back onto the entry.
           IF GAPI-RETRY-FOUND
              SUBTRACT 1 FROM GAPI-RETRY-IDX
           END-IF.
       FIND-RETRY-EMPLOYEE-END.
           EXIT.

       FIND-RETRY-SCAN.
           IF GAPI-RTY-EMPLOYEE(GAPI-RETRY-IDX) = GAPI-SEARCH-EMPLOYEE
              SET GAPI-RETRY-FOUND TO TRUE
           ELSE
              CONTINUE
           END-IF.
       FIND-RETRY-SCAN-END.
           EXIT.

      *----------------------------------------------------------------*
      * Title, the selection basis, and the heading of the selected   *
      * section, whose lines are written as HRMASTER is read.         *
      *----------------------------------------------------------------*
       WRITE-REPORT-HEADING.
           MOVE "GETAPIBT INPUT SELECTION REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPINPUT DATED " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
                  "   REFRESH AGE " DELIMITED BY SIZE
                  GAPI-REFRESH-AGE-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           IF GAPI-LAST-RUN-ID = SPACES
              MOVE "NO GETAPIBT RUN IN GAPIRUNC - NO REJECTS RETRIED"
                  TO REPORT-LINE
           ELSE
              STRING "RETRYABLE REJECTS TAKEN FROM RUN "
                         DELIMITED BY SIZE
                     GAPI-LAST-RUN-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF NOT GAPI-CACHE-OPEN
              MOVE "GAPICACH NOT PRESENT - EVERY EMPLOYEE IS A NEW HIRE"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "SELECTED FOR EMPINPUT" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-SELECT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-REPORT-HEADING-END.
           EXIT.

      *----------------------------------------------------------------*
      * Weigh one HRMASTER employee: no cache entry, a cache entry    *
      * past the refresh age, or a retryable reject from the last run *
      * each selects the employee. A selected employee gets one       *
      * EMPINPUT detail and one SELRPT line, however many reasons     *
      * apply.                                                        *
      *----------------------------------------------------------------*
       SELECT-EMPLOYEE.
           ADD 1 TO GAPI-MASTER-READ-COUNT.

      * A blank or non-numeric number can never be looked up; sending
      * it would fail validation every night and, never reaching the
      * cache, be picked again the night after.
           IF HRM-EMPLOYEE = SPACES
              OR HRM-EMPLOYEE IS NOT NUMERIC
              IF GAPI-BAD-COUNT >= GAPI-BAD-MAX
                 DISPLAY "GAPIISEL: HRMASTER holds more than "
                         GAPI-BAD-MAX " unusable records - raise the "
                         "table"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO GAPI-BAD-COUNT
              MOVE HRM-EMPLOYEE TO GAPI-BAD-EMPLOYEE(GAPI-BAD-COUNT)
              MOVE HRM-NAME TO GAPI-BAD-NAME(GAPI-BAD-COUNT)
              PERFORM READ-MASTER THRU READ-MASTER-END
              GO TO SELECT-EMPLOYEE-END
           END-IF.

           MOVE 'N' TO GAPI-NEW-HIRE-SWITCH.
           MOVE 'N' TO GAPI-STALE-SWITCH.
           MOVE SPACES TO SL-CACHED-DATE.
           MOVE SPACES TO SL-AGE-X.
           PERFORM CHECK-CACHE-AGE THRU CHECK-CACHE-AGE-END.

           MOVE HRM-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE.
           PERFORM FIND-RETRY-EMPLOYEE THRU FIND-RETRY-EMPLOYEE-END.
           IF GAPI-RETRY-FOUND
              SET GAPI-RTY-WAS-ON-MASTER(GAPI-RETRY-IDX) TO TRUE
           END-IF.

           IF NOT GAPI-NEW-HIRE AND NOT GAPI-STALE
              AND NOT GAPI-RETRY-FOUND
              ADD 1 TO GAPI-CURRENT-COUNT
              PERFORM READ-MASTER THRU READ-MASTER-END
              GO TO SELECT-EMPLOYEE-END
           END-IF.

           MOVE SPACES TO EMPLOYEE-RECORD.
           MOVE HRM-EMPLOYEE TO ER-EMPLOYEE-NUMBER.
           WRITE EMPLOYEE-RECORD.
           ADD 1 TO GAPI-SELECTED-COUNT.

           MOVE HRM-EMPLOYEE TO SL-EMPLOYEE.
           MOVE HRM-NAME TO SL-NAME.
           MOVE SPACES TO SL-REJ-ORIGIN.
           MOVE SPACES TO SL-REJ-STATUS.
           EVALUATE TRUE
              WHEN GAPI-NEW-HIRE
                 MOVE "NEW HIRE - NOT IN GAPICACH" TO SL-REASON
              WHEN GAPI-STALE
                 MOVE "CACHE PAST REFRESH AGE" TO SL-REASON
              WHEN OTHER
                 MOVE "RETRYABLE REJECT LAST RUN" TO SL-REASON
           END-EVALUATE.
           IF GAPI-NEW-HIRE
              ADD 1 TO GAPI-NEW-HIRE-COUNT
           END-IF.
           IF GAPI-STALE
              ADD 1 TO GAPI-STALE-COUNT
           END-IF.
      * The reject columns are filled whenever the last run rejected
      * the employee, so a new hire or stale entry that also failed
      * last night shows both.
           IF GAPI-RETRY-FOUND
              ADD 1 TO GAPI-RETRY-SELECTED-COUNT
              MOVE GAPI-RTY-ORIGIN(GAPI-RETRY-IDX) TO SL-REJ-ORIGIN
              MOVE GAPI-RTY-STATUS(GAPI-RETRY-IDX) TO SL-REJ-STATUS
           END-IF.
           MOVE GAPI-SELECT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           PERFORM READ-MASTER THRU READ-MASTER-END.
       SELECT-EMPLOYEE-END.
           EXIT.

      * One keyed read of GAPICACH for the employee on HRMASTER. No
      * entry is a new hire; an entry older than the refresh age, or
      * one whose cached date cannot be read, is stale. An entry
      * dated after today is treated as current.
       CHECK-CACHE-AGE.
           IF NOT GAPI-CACHE-OPEN
              SET GAPI-NEW-HIRE TO TRUE
              GO TO CHECK-CACHE-AGE-END
           END-IF.
           MOVE HRM-EMPLOYEE TO CACHE-EMPLOYEE.
           READ CACHE-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-CACHE-FILE-OK
                  CONTINUE
               WHEN GAPI-CACHE-FILE-NOT-FOUND
                  SET GAPI-NEW-HIRE TO TRUE
                  GO TO CHECK-CACHE-AGE-END
               WHEN OTHER
                  DISPLAY "GAPIISEL: unexpected I/O error reading "
                          "GAPICACH, status " GAPI-CACHE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
           IF CACHE-CACHED-DATE IS NOT NUMERIC
              OR CACHE-CACHED-DATE = ZERO
              SET GAPI-STALE TO TRUE
              MOVE 'UNKNOWN' TO SL-CACHED-DATE
              GO TO CHECK-CACHE-AGE-END
           END-IF.
           MOVE CACHE-CACHED-DATE TO SL-CACHED-DATE.
           COMPUTE GAPI-ENTRY-INTEGER =
               FUNCTION INTEGER-OF-DATE (CACHE-CACHED-DATE).
           COMPUTE GAPI-ENTRY-AGE-DAYS =
               GAPI-TODAY-INTEGER - GAPI-ENTRY-INTEGER.
           IF GAPI-ENTRY-AGE-DAYS >= 0
              MOVE GAPI-ENTRY-AGE-DAYS TO SL-AGE
           END-IF.
           IF GAPI-ENTRY-AGE-DAYS > GAPI-REFRESH-AGE-DAYS
              SET GAPI-STALE TO TRUE
           END-IF.
       CHECK-CACHE-AGE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Close the selected section, list the rejects HRMASTER no      *
      * longer carries and the unusable HRMASTER records, then the    *
      * trailing counts.                                              *
      *----------------------------------------------------------------*
       WRITE-SELECTION-TOTALS.
           IF GAPI-SELECTED-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RETRYABLE REJECTS NOT ON HRMASTER - NOT SELECTED"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-REJECT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-NOT-ON-MASTER THRU REPORT-NOT-ON-MASTER-END
               VARYING GAPI-RETRY-IDX FROM 1 BY 1
               UNTIL GAPI-RETRY-IDX > GAPI-RETRY-COUNT.
           IF GAPI-NOT-ON-MASTER-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HRMASTER RECORDS PASSED OVER - NO USABLE EMPLOYEE NO"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-BAD-MASTER THRU REPORT-BAD-MASTER-END
               VARYING GAPI-BAD-IDX FROM 1 BY 1
               UNTIL GAPI-BAD-IDX > GAPI-BAD-COUNT.
           IF GAPI-BAD-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HRMASTER RECORDS READ:        " TO CT-TEXT.
           MOVE GAPI-MASTER-READ-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "SELECTED FOR EMPINPUT:        " TO CT-TEXT.
           MOVE GAPI-SELECTED-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  NEW HIRE - NOT IN GAPICACH: " TO CT-TEXT.
           MOVE GAPI-NEW-HIRE-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  CACHE PAST REFRESH AGE:     " TO CT-TEXT.
           MOVE GAPI-STALE-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  RETRYABLE REJECT LAST RUN:  " TO CT-TEXT.
           MOVE GAPI-RETRY-SELECTED-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "CACHE CURRENT - NOT SELECTED: " TO CT-TEXT.
           MOVE GAPI-CURRENT-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "REJECTS NOT ON HRMASTER:      " TO CT-TEXT.
           MOVE GAPI-NOT-ON-MASTER-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HRMASTER RECORDS PASSED OVER: " TO CT-TEXT.
           MOVE GAPI-BAD-COUNT TO CT-COUNT.
           MOVE GAPI-SEL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-SELECTION-TOTALS-END.
           EXIT.

       REPORT-NOT-ON-MASTER.
           IF NOT GAPI-RTY-WAS-ON-MASTER(GAPI-RETRY-IDX)
              ADD 1 TO GAPI-NOT-ON-MASTER-COUNT
              MOVE GAPI-RTY-EMPLOYEE(GAPI-RETRY-IDX) TO RL-EMPLOYEE
              MOVE GAPI-RTY-ORIGIN(GAPI-RETRY-IDX) TO RL-ORIGIN
              MOVE GAPI-RTY-STATUS(GAPI-RETRY-IDX) TO RL-STATUS
              MOVE "Rejected last run, no longer on HRMASTER."
                  TO RL-TEXT
              MOVE GAPI-REJECT-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       REPORT-NOT-ON-MASTER-END.
           EXIT.

       REPORT-BAD-MASTER.
           MOVE GAPI-BAD-EMPLOYEE(GAPI-BAD-IDX) TO BL-EMPLOYEE.
           MOVE GAPI-BAD-NAME(GAPI-BAD-IDX) TO BL-NAME.
           MOVE "Employee number blank or not numeric." TO BL-TEXT.
           MOVE GAPI-BAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       REPORT-BAD-MASTER-END.
           EXIT.

      *----------------------------------------------------------------*
      * The trailer GETAPIBT balances against, then the counts.       *
      *----------------------------------------------------------------*
       TERMINATE-RUN.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-RECORD-TYPE.
           MOVE GAPI-SELECTED-COUNT TO CTL-DETAIL-COUNT.
           WRITE CONTROL-RECORD.

           IF GAPI-RUNC-FILE-OK OR GAPI-RUNC-FILE-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.
           CLOSE MASTER-FILE.
           IF GAPI-CACHE-OPEN
              CLOSE CACHE-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIISEL: HRMASTER records read:   "
                   GAPI-MASTER-READ-COUNT.
           DISPLAY "GAPIISEL: selected for EMPINPUT:   "
                   GAPI-SELECTED-COUNT.
           DISPLAY "GAPIISEL:   new hires:             "
                   GAPI-NEW-HIRE-COUNT.
           DISPLAY "GAPIISEL:   past refresh age:      "
                   GAPI-STALE-COUNT.
           DISPLAY "GAPIISEL:   retryable rejects:     "
                   GAPI-RETRY-SELECTED-COUNT.
           DISPLAY "GAPIISEL: rejects not on HRMASTER: "
                   GAPI-NOT-ON-MASTER-COUNT.
           DISPLAY "GAPIISEL: HRMASTER passed over:    "
                   GAPI-BAD-COUNT.

      * An empty EMPINPUT is a step scheduling can skip; anything
      * SELRPT lists outside the selection sends it to someone.
           EVALUATE TRUE
              WHEN GAPI-SELECTED-COUNT = ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN GAPI-NOT-ON-MASTER-COUNT > ZERO
                 OR GAPI-BAD-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       TERMINATE-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-RUNC-FILE-EOF
                  SET GAPI-RUNC-EOF TO TRUE
               WHEN GAPI-RUNC-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIISEL: unexpected I/O error reading "
                          "GAPIRUNC, status " GAPI-RUNC-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-RUN-CONTROL-END.
           EXIT.

       READ-REJECT.
           READ REJECT-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-REJECT-FILE-EOF
                  SET GAPI-REJECT-EOF TO TRUE
               WHEN GAPI-REJECT-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIISEL: unexpected I/O error reading "
                          "GAPIREJ, status " GAPI-REJECT-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-REJECT-END.
           EXIT.

       READ-MASTER.
           READ MASTER-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-MASTER-FILE-EOF
                  SET GAPI-MASTER-EOF TO TRUE
               WHEN GAPI-MASTER-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIISEL: unexpected I/O error reading "
                          "HRMASTER, status " GAPI-MASTER-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-MASTER-END.
           EXIT.
