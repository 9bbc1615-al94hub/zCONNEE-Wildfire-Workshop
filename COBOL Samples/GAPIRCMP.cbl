      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIRCMP                                         *
      *                                                                *
      * Run-over-run comparison of two GETAPIBT runs. When a night's   *
      * failure count jumps, the question is which employees broke     *
      * tonight who were fine last night; this program answers it      *
      * from the files instead of two GAPIRPT listings side by side.   *
      *                                                                *
      * The two runs are named on GAPISEL: SEL-RUN-ID the later run,   *
      * SEL-EARLIER-RUN-ID the run to compare it against. A blank      *
      * later run is the last GB run in GAPIRUNC; a blank earlier run  *
      * is the GB run GAPIRUNC records before the later one. With no   *
      * GAPISEL at all, the last two GB runs are compared.             *
      *                                                                *
      * Each run's outcome per employee comes from its GAPIAUD         *
      * records and its returned details from its EMPEXTR records,     *
      * the partitions of a partitioned run (G1 to G8) counting as     *
      * the parent GB run. A restart after an abend runs under a new   *
      * GB identifier and skips the employees the abended attempt      *
      * checkpointed, whose records stay under the attempt's own       *
      * identifier; the attempt wrote no GAPIRUNC record, so records   *
      * of a GB identifier GAPIRUNC does not know, falling after the   *
      * GB run recorded before a compared run and before that run      *
      * itself, count as that run's. RCMPRPT lists the employees who   *
      * are:                                                           *
      *                                                                *
      *   - newly failing (succeeded in the earlier run),              *
      *   - newly succeeding (failed in the earlier run),              *
      *   - still failing, but with a different origin or status,      *
      *   - in only one of the two runs' input, or                     *
      *   - returned with different details in the two runs,           *
      *                                                                *
      * then the counts and the net movement between the runs.         *
      *                                                                *
      * Exit codes: 0 compared, nothing newly failing; 4 employees     *
      * newly failing or failing differently; 8 two runs to compare    *
      * could not be found; 16 a file could not be used.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIRCMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-FILE ASSIGN TO "GAPISEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-SELECT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GAPIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-RUNC-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "GAPIAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-AUDIT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EMPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-EXTRACT-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "GAPICWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-EMPLOYEE
               FILE STATUS IS GAPI-WORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Optional run selection: the later run (see GAPIRUNC) in the
      * same place the other programs take their one run, and the
      * earlier run to compare it with carved from the FILLER behind
      * it. Either left blank is found from GAPIRUNC.
       FD  SELECT-FILE.
       01  SELECT-RECORD.
           05  SEL-RUN-ID               PIC X(16).
           05  FILLER                   PIC X(1).
           05  SEL-EARLIER-RUN-ID       PIC X(16).
           05  FILLER                   PIC X(47).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY GAPIRUNC.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY GAPIAUD.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           COPY EMPEXTR.

      * One employee's outcome and returned details in each of the
      * two runs: occurrence 1 the earlier run, 2 the later.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  CMP-EMPLOYEE             PIC X(6).
           05  CMP-RUN OCCURS 2 TIMES.
               10  CMP-IN-RUN           PIC X(1).
                   88  CMP-WAS-IN-RUN             VALUE 'Y'.
               10  CMP-RETURN-CODE      PIC S9(9).
               10  CMP-STATUS-CODE      PIC S9(9).
               10  CMP-ORIGIN           PIC X(8).
               10  CMP-EXTRACTED        PIC X(1).
                   88  CMP-WAS-EXTRACTED          VALUE 'Y'.
               10  CMP-DETAILS.
                   15  CMP-NAME         PIC X(30).
                   15  CMP-ADDRESS      PIC X(40).
                   15  CMP-PHONE        PIC X(12).
                   15  CMP-DATE         PIC X(10).
                   15  CMP-AMOUNT       PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-SELECT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-SELECT-FILE-OK                  VALUE '00'.

       01  GAPI-RUNC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-RUNC-FILE-OK                    VALUE '00'.
           88  GAPI-RUNC-FILE-EOF                   VALUE '10'.

       01  GAPI-AUDIT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-AUDIT-FILE-OK                   VALUE '00'.
           88  GAPI-AUDIT-FILE-EOF                  VALUE '10'.

       01  GAPI-EXTRACT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-EXTRACT-FILE-OK                 VALUE '00'.
           88  GAPI-EXTRACT-FILE-EOF                VALUE '10'.

       01  GAPI-WORK-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-WORK-FILE-OK                    VALUE '00'.
           88  GAPI-WORK-FILE-EOF                   VALUE '10'.
           88  GAPI-WORK-FILE-NOT-FOUND             VALUE '23'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-RUNC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-RUNC-EOF                    VALUE 'Y'.
           05  GAPI-AUDIT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  GAPI-AUDIT-EOF                   VALUE 'Y'.
           05  GAPI-EXTRACT-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  GAPI-EXTRACT-EOF                 VALUE 'Y'.
           05  GAPI-WORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-WORK-EOF                    VALUE 'Y'.
           05  GAPI-LATER-GIVEN-SWITCH    PIC X(01) VALUE 'N'.
               88  GAPI-LATER-GIVEN                 VALUE 'Y'.
           05  GAPI-COMPARE-SWITCH        PIC X(01) VALUE 'N'.
               88  GAPI-COMPARING                   VALUE 'Y'.
           05  GAPI-WORK-NEW-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-WORK-NEW                    VALUE 'Y'.

      * The two runs compared. The GB runs GAPIRUNC records as it is
      * read are kept here: the last one, the one before it, and the
      * one before a named later run.
       01  GAPI-RUN-IDS.
           05  GAPI-RUN-ID OCCURS 2 TIMES PIC X(16).
       01  GAPI-LAST-GB-RUN-ID            PIC X(16) VALUE SPACES.
       01  GAPI-PRIOR-GB-RUN-ID           PIC X(16) VALUE SPACES.
       01  GAPI-BEFORE-LATER-RUN-ID       PIC X(16) VALUE SPACES.

      * What GAPIRUNC says about each of the two runs, for the report
      * basis, with the GB run it records just before each one and
      * how many GAPIAUD and EMPEXTR records of an abended attempt in
      * between were counted toward it.
       01  GAPI-RUN-INFO-TABLE.
           05  GAPI-RUN-INFO OCCURS 2 TIMES.
               10  RI-FOUND               PIC X(1).
                   88  RI-IN-RUNC                   VALUE 'Y'.
               10  RI-START-DATE          PIC 9(8).
               10  RI-START-TIME          PIC 9(6).
               10  RI-PROCESSED           PIC 9(7).
               10  RI-FAILED              PIC 9(7).
               10  RI-PREV-GB-RUN-ID      PIC X(16).
               10  RI-ATTEMPT-RECORDS     PIC 9(7) COMP.
       01  GAPI-DESCRIBE-PREV-GB-RUN-ID   PIC X(16) VALUE SPACES.
       01  GAPI-RUN-LABELS.
           05  FILLER                     PIC X(13) VALUE
               'EARLIER RUN: '.
           05  FILLER                     PIC X(13) VALUE
               'LATER RUN:   '.
       01  GAPI-RUN-LABEL-TABLE REDEFINES GAPI-RUN-LABELS.
           05  GAPI-RUN-LABEL OCCURS 2 TIMES PIC X(13).

      * A record's run identifier with a partition's G1 to G8 folded
      * back to GB, and which of the two runs (1 or 2) it belongs to;
      * zero for any other run.
       01  GAPI-FOLDED-RUN-ID             PIC X(16) VALUE SPACES.
       01  GAPI-RUN-SLOT                  PIC 9(1) COMP VALUE 0.
       01  GAPI-RUN-IDX                   PIC 9(1) COMP VALUE 0.

      * The employee a fresh work record is being started for.
       01  GAPI-KEY-EMPLOYEE              PIC X(6) VALUE SPACES.

      * The audit record's numeric columns are numeric-edited in the
      * file; they are de-edited into these before any comparison.
       01  GAPI-AUD-RETURN-CODE           PIC S9(9) VALUE 0.
       01  GAPI-AUD-STATUS-CODE           PIC S9(9) VALUE 0.

      * How one employee moved between the runs.
       01  GAPI-MOVEMENT                  PIC X(1) VALUE SPACE.
           88  GAPI-NEWLY-FAILING                   VALUE 'F'.
           88  GAPI-NEWLY-SUCCEEDING                VALUE 'S'.
           88  GAPI-FAILING-CHANGED                 VALUE 'C'.
           88  GAPI-FAILING-SAME                    VALUE 'U'.
           88  GAPI-EARLIER-ONLY                    VALUE 'E'.
           88  GAPI-LATER-ONLY                      VALUE 'L'.
           88  GAPI-DETAILS-CHANGED                 VALUE 'D'.
           88  GAPI-NO-MOVEMENT                     VALUE 'N'.

      * The report sections, in print order: the movement each one
      * lists and its heading.
       01  GAPI-SECTION-VALUES.
           05  FILLER                     PIC X(1)  VALUE 'F'.
           05  FILLER                     PIC X(50) VALUE
               'NEWLY FAILING - SUCCEEDED IN THE EARLIER RUN'.
           05  FILLER                     PIC X(1)  VALUE 'S'.
           05  FILLER                     PIC X(50) VALUE
               'NEWLY SUCCEEDING - FAILED IN THE EARLIER RUN'.
           05  FILLER                     PIC X(1)  VALUE 'C'.
           05  FILLER                     PIC X(50) VALUE
               'STILL FAILING WITH A DIFFERENT ORIGIN OR STATUS'.
           05  FILLER                     PIC X(1)  VALUE 'E'.
           05  FILLER                     PIC X(50) VALUE
               'IN THE EARLIER RUN''S INPUT ONLY'.
           05  FILLER                     PIC X(1)  VALUE 'L'.
           05  FILLER                     PIC X(50) VALUE
               'IN THE LATER RUN''S INPUT ONLY'.
           05  FILLER                     PIC X(1)  VALUE 'D'.
           05  FILLER                     PIC X(50) VALUE
               'RETURNED DETAILS CHANGED BETWEEN THE RUNS'.
       01  GAPI-SECTION-TABLE REDEFINES GAPI-SECTION-VALUES.
           05  GAPI-SECTION-ENTRY OCCURS 6 TIMES.
               10  GAPI-SECTION-MOVEMENT  PIC X(1).
               10  GAPI-SECTION-HEADING   PIC X(50).
       01  GAPI-SECTION-IDX               PIC 9(1) COMP VALUE 0.
       01  GAPI-SECTION-COUNT             PIC 9(7) COMP VALUE 0.

      * The returned-detail field names, for the details section.
       01  GAPI-FIELD-NAMES.
           05  FILLER                     PIC X(8) VALUE 'NAME'.
           05  FILLER                     PIC X(8) VALUE 'ADDRESS'.
           05  FILLER                     PIC X(8) VALUE 'PHONE'.
           05  FILLER                     PIC X(8) VALUE 'DATE'.
           05  FILLER                     PIC X(8) VALUE 'AMOUNT'.
       01  GAPI-FIELD-NAME-TABLE REDEFINES GAPI-FIELD-NAMES.
           05  GAPI-FIELD-NAME OCCURS 5 TIMES PIC X(8).

      * Counts.
       01  GAPI-AUDIT-READ-COUNT          PIC 9(7) COMP VALUE 0.
       01  GAPI-EXTRACT-READ-COUNT        PIC 9(7) COMP VALUE 0.
      * Employees in each run, and how many of them failed.
       01  GAPI-RUN-COUNTS.
           05  GAPI-RUN-COUNT OCCURS 2 TIMES.
               10  GAPI-IN-RUN-COUNT      PIC 9(7) COMP.
               10  GAPI-FAILED-COUNT      PIC 9(7) COMP.
       01  GAPI-NEWLY-FAILING-COUNT       PIC 9(7) COMP VALUE 0.
       01  GAPI-NEWLY-SUCCEEDING-COUNT    PIC 9(7) COMP VALUE 0.
       01  GAPI-FAILING-CHANGED-COUNT     PIC 9(7) COMP VALUE 0.
       01  GAPI-FAILING-SAME-COUNT        PIC 9(7) COMP VALUE 0.
       01  GAPI-EARLIER-ONLY-COUNT        PIC 9(7) COMP VALUE 0.
       01  GAPI-LATER-ONLY-COUNT          PIC 9(7) COMP VALUE 0.
       01  GAPI-DETAILS-CHANGED-COUNT     PIC 9(7) COMP VALUE 0.
       01  GAPI-NO-MOVEMENT-COUNT         PIC 9(7) COMP VALUE 0.
       01  GAPI-NET-MOVEMENT              PIC S9(7) VALUE 0.

      * Print-line layouts.
       01  GAPI-OUTCOME-HEADING-1.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(31) VALUE 'EARLIER RUN'.
           05  FILLER            PIC X(30) VALUE 'LATER RUN'.

       01  GAPI-OUTCOME-HEADING-2.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(8)  VALUE 'RESULT'.
           05  FILLER            PIC X(10) VALUE 'ORIGIN'.
           05  FILLER            PIC X(13) VALUE '   STATUS'.
           05  FILLER            PIC X(8)  VALUE 'RESULT'.
           05  FILLER            PIC X(10) VALUE 'ORIGIN'.
           05  FILLER            PIC X(9)  VALUE '   STATUS'.

       01  GAPI-OUTCOME-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  OL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  OL-SIDE OCCURS 2 TIMES.
               10  OL-RESULT     PIC X(6).
               10  FILLER        PIC X(2).
               10  OL-ORIGIN     PIC X(8).
               10  FILLER        PIC X(2).
               10  OL-STATUS     PIC -(8)9.
               10  OL-STATUS-BLANK REDEFINES OL-STATUS
                                 PIC X(9).
               10  FILLER        PIC X(4).

       01  GAPI-DETAIL-HEADING.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(10) VALUE 'FIELD'.
           05  FILLER            PIC X(42) VALUE 'EARLIER RUN'.
           05  FILLER            PIC X(40) VALUE 'LATER RUN'.

       01  GAPI-DETAIL-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-FIELD          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-EARLIER-VALUE  PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-LATER-VALUE    PIC X(40).

      * The two values of one returned-detail field.
       01  GAPI-EARLIER-VALUE             PIC X(40) VALUE SPACES.
       01  GAPI-LATER-VALUE               PIC X(40) VALUE SPACES.
       01  GAPI-FIELD-IDX                 PIC 9(1) COMP VALUE 0.

       01  GAPI-COUNT-EDIT                PIC ZZZZZZ9.

       01  GAPI-RCMP-COUNT-LINE.
           05  CT-TEXT           PIC X(30).
           05  CT-COUNT          PIC ZZZZZZ9.

       01  GAPI-RCMP-NET-LINE.
           05  NT-TEXT           PIC X(30).
           05  NT-COUNT          PIC +ZZZZZZ9.

      *----------------------------------------------------------------*

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE.

           PERFORM INITIALIZE-FILES THRU INITIALIZE-FILES-END.

           IF GAPI-COMPARING
              PERFORM LOAD-OUTCOMES THRU LOAD-OUTCOMES-END
              PERFORM LOAD-EXTRACTS THRU LOAD-EXTRACTS-END
              PERFORM WRITE-COMPARISON THRU WRITE-COMPARISON-END
           END-IF.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIRCMP: unable to open RCMPRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           INITIALIZE GAPI-RUN-IDS.
           INITIALIZE GAPI-RUN-INFO-TABLE.
           INITIALIZE GAPI-RUN-COUNTS.

      * Pick up the optional run selection.
           OPEN INPUT SELECT-FILE.
           IF GAPI-SELECT-FILE-OK
              READ SELECT-FILE
              IF GAPI-SELECT-FILE-OK
                 IF SEL-RUN-ID NOT = SPACES
                    MOVE SEL-RUN-ID TO GAPI-RUN-ID(2)
                    SET GAPI-LATER-GIVEN TO TRUE
                 END-IF
                 IF SEL-EARLIER-RUN-ID NOT = SPACES
                    MOVE SEL-EARLIER-RUN-ID TO GAPI-RUN-ID(1)
                 END-IF
              END-IF
              CLOSE SELECT-FILE
           END-IF.

      * Fill in whichever run was not named from GAPIRUNC, then go
      * back through it for what it says about the two runs.
           PERFORM OPEN-RUN-CONTROL THRU OPEN-RUN-CONTROL-END.
           PERFORM CHOOSE-RUN THRU CHOOSE-RUN-END
               UNTIL GAPI-RUNC-EOF.
           IF GAPI-RUNC-FILE-OK OR GAPI-RUNC-FILE-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.
           IF NOT GAPI-LATER-GIVEN
              MOVE GAPI-LAST-GB-RUN-ID TO GAPI-RUN-ID(2)
              MOVE GAPI-PRIOR-GB-RUN-ID TO GAPI-BEFORE-LATER-RUN-ID
           END-IF.
           IF GAPI-RUN-ID(1) = SPACES
              MOVE GAPI-BEFORE-LATER-RUN-ID TO GAPI-RUN-ID(1)
           END-IF.

           PERFORM OPEN-RUN-CONTROL THRU OPEN-RUN-CONTROL-END.
           PERFORM DESCRIBE-RUN THRU DESCRIBE-RUN-END
               UNTIL GAPI-RUNC-EOF.
           IF GAPI-RUNC-FILE-OK OR GAPI-RUNC-FILE-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.

           MOVE "GAPI RUN-OVER-RUN COMPARISON" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-RUN-BASIS THRU WRITE-RUN-BASIS-END
               VARYING GAPI-RUN-IDX FROM 1 BY 1
               UNTIL GAPI-RUN-IDX > 2.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF GAPI-RUN-ID(1) = SPACES
              OR GAPI-RUN-ID(2) = SPACES
              OR GAPI-RUN-ID(1) = GAPI-RUN-ID(2)
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE "TWO GETAPIBT RUNS ARE NEEDED - NONE COMPARED"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              DISPLAY "GAPIRCMP: two different GETAPIBT runs are "
                      "needed - nothing compared"
              GO TO INITIALIZE-FILES-END
           END-IF.
           SET GAPI-COMPARING TO TRUE.

      * The work file starts empty each run and is then read and
      * updated by employee.
           OPEN OUTPUT WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIRCMP: unable to open GAPICWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIRCMP: unable to reopen GAPICWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       INITIALIZE-FILES-END.
           EXIT.

      * A missing GAPIRUNC only matters when a run was not named; the
      * runs can still be compared, just without their basis lines.
       OPEN-RUN-CONTROL.
           MOVE 'N' TO GAPI-RUNC-EOF-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF GAPI-RUNC-FILE-OK
              PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END
           ELSE
              SET GAPI-RUNC-EOF TO TRUE
           END-IF.
       OPEN-RUN-CONTROL-END.
           EXIT.

      * One GAPIRUNC record. The file is appended as runs end, so the
      * GB records come in run order: the one read before a named
      * later run is the run before it.
       CHOOSE-RUN.
           IF RNC-RUN-ID(1:2) = 'GB'
              IF GAPI-LATER-GIVEN
                 AND RNC-RUN-ID = GAPI-RUN-ID(2)
                 MOVE GAPI-LAST-GB-RUN-ID TO GAPI-BEFORE-LATER-RUN-ID
              END-IF
              MOVE GAPI-LAST-GB-RUN-ID TO GAPI-PRIOR-GB-RUN-ID
              MOVE RNC-RUN-ID TO GAPI-LAST-GB-RUN-ID
           END-IF.
           PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END.
       CHOOSE-RUN-END.
           EXIT.

       DESCRIBE-RUN.
           PERFORM DESCRIBE-ONE-RUN THRU DESCRIBE-ONE-RUN-END
               VARYING GAPI-RUN-IDX FROM 1 BY 1
               UNTIL GAPI-RUN-IDX > 2.
           IF RNC-RUN-ID(1:2) = 'GB'
              MOVE RNC-RUN-ID TO GAPI-DESCRIBE-PREV-GB-RUN-ID
           END-IF.
           PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END.
       DESCRIBE-RUN-END.
           EXIT.

       DESCRIBE-ONE-RUN.
           IF RNC-RUN-ID = GAPI-RUN-ID(GAPI-RUN-IDX)
              AND RNC-RUN-ID NOT = SPACES
              SET RI-IN-RUNC(GAPI-RUN-IDX) TO TRUE
              MOVE RNC-START-DATE TO RI-START-DATE(GAPI-RUN-IDX)
              MOVE RNC-START-TIME TO RI-START-TIME(GAPI-RUN-IDX)
              MOVE RNC-PROCESSED TO RI-PROCESSED(GAPI-RUN-IDX)
              MOVE RNC-FAILED TO RI-FAILED(GAPI-RUN-IDX)
              MOVE GAPI-DESCRIBE-PREV-GB-RUN-ID
                  TO RI-PREV-GB-RUN-ID(GAPI-RUN-IDX)
           END-IF.
       DESCRIBE-ONE-RUN-END.
           EXIT.

       WRITE-RUN-BASIS.
           MOVE SPACES TO REPORT-LINE.
           IF GAPI-RUN-ID(GAPI-RUN-IDX) = SPACES
              STRING GAPI-RUN-LABEL(GAPI-RUN-IDX) DELIMITED BY SIZE
                     "(NONE IN GAPIRUNC)" DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              GO TO WRITE-RUN-BASIS-END
           END-IF.
           IF NOT RI-IN-RUNC(GAPI-RUN-IDX)
              STRING GAPI-RUN-LABEL(GAPI-RUN-IDX) DELIMITED BY SIZE
                     GAPI-RUN-ID(GAPI-RUN-IDX) DELIMITED BY SIZE
                     "  (NOT IN GAPIRUNC)" DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              GO TO WRITE-RUN-BASIS-END
           END-IF.
           MOVE RI-PROCESSED(GAPI-RUN-IDX) TO GAPI-COUNT-EDIT.
           STRING GAPI-RUN-LABEL(GAPI-RUN-IDX) DELIMITED BY SIZE
                  GAPI-RUN-ID(GAPI-RUN-IDX) DELIMITED BY SIZE
                  "  STARTED " DELIMITED BY SIZE
                  RI-START-DATE(GAPI-RUN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-START-TIME(GAPI-RUN-IDX) DELIMITED BY SIZE
                  "  PROCESSED " DELIMITED BY SIZE
                  GAPI-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           MOVE RI-FAILED(GAPI-RUN-IDX) TO GAPI-COUNT-EDIT.
           MOVE "  FAILED " TO REPORT-LINE(79:9).
           MOVE GAPI-COUNT-EDIT TO REPORT-LINE(88:7).
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-RUN-BASIS-END.
           EXIT.

      * Said after the comparison, once the records of any abended
      * attempt a compared run restarted from have been counted.
       WRITE-ATTEMPT-NOTE.
           IF RI-ATTEMPT-RECORDS(GAPI-RUN-IDX) = ZERO
              GO TO WRITE-ATTEMPT-NOTE-END
           END-IF.
           MOVE RI-ATTEMPT-RECORDS(GAPI-RUN-IDX) TO GAPI-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING GAPI-RUN-LABEL(GAPI-RUN-IDX) DELIMITED BY SIZE
                  GAPI-COUNT-EDIT DELIMITED BY SIZE
                  " RECORDS OF AN ABENDED ATTEMPT WITH NO GAPIRUNC "
                      DELIMITED BY SIZE
                  "RECORD COUNTED AS THIS RUN'S" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
       WRITE-ATTEMPT-NOTE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Each run's outcome per employee, from its GAPIAUD records. A  *
      * restart runs under a new identifier: an employee the abended  *
      * attempt checkpointed has its record under the attempt's       *
      * identifier only, which FIND-RUN-SLOT counts toward the run    *
      * that resumed it. An employee the attempt failed is retried by *
      * the restart, and the later record is the outcome that stood.  *
      *----------------------------------------------------------------*
       LOAD-OUTCOMES.
           OPEN INPUT AUDIT-FILE.
           IF NOT GAPI-AUDIT-FILE-OK
              DISPLAY "GAPIRCMP: unable to open GAPIAUD, status "
                      GAPI-AUDIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-AUDIT THRU READ-AUDIT-END.
           PERFORM LOAD-OUTCOME THRU LOAD-OUTCOME-END
               UNTIL GAPI-AUDIT-EOF.
           CLOSE AUDIT-FILE.
       LOAD-OUTCOMES-END.
           EXIT.

       LOAD-OUTCOME.
           ADD 1 TO GAPI-AUDIT-READ-COUNT.
           MOVE AUD-RUN-ID TO GAPI-FOLDED-RUN-ID.
           PERFORM FIND-RUN-SLOT THRU FIND-RUN-SLOT-END.
           IF GAPI-RUN-SLOT = ZERO
              PERFORM READ-AUDIT THRU READ-AUDIT-END
              GO TO LOAD-OUTCOME-END
           END-IF.

           MOVE AUD-EMPLOYEE TO CMP-EMPLOYEE.
           PERFORM READ-WORK-KEYED THRU READ-WORK-KEYED-END.
           MOVE AUD-RETURN-CODE TO GAPI-AUD-RETURN-CODE.
           MOVE AUD-STATUS-CODE TO GAPI-AUD-STATUS-CODE.
           SET CMP-WAS-IN-RUN(GAPI-RUN-SLOT) TO TRUE.
           MOVE GAPI-AUD-RETURN-CODE
               TO CMP-RETURN-CODE(GAPI-RUN-SLOT).
           MOVE GAPI-AUD-STATUS-CODE
               TO CMP-STATUS-CODE(GAPI-RUN-SLOT).
           MOVE AUD-ORIGIN TO CMP-ORIGIN(GAPI-RUN-SLOT).
           PERFORM SAVE-WORK THRU SAVE-WORK-END.

           PERFORM READ-AUDIT THRU READ-AUDIT-END.
       LOAD-OUTCOME-END.
           EXIT.

      *----------------------------------------------------------------*
      * Each run's returned details per employee, from its EMPEXTR    *
      * records. An extract is only written for a successful lookup,  *
      * so one with no audit record behind it still places the        *
      * employee in that run as a success.                            *
      *----------------------------------------------------------------*
       LOAD-EXTRACTS.
           OPEN INPUT EXTRACT-FILE.
           IF NOT GAPI-EXTRACT-FILE-OK
              DISPLAY "GAPIRCMP: unable to open EMPEXTR, status "
                      GAPI-EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-EXTRACT THRU READ-EXTRACT-END.
           PERFORM LOAD-EXTRACT THRU LOAD-EXTRACT-END
               UNTIL GAPI-EXTRACT-EOF.
           CLOSE EXTRACT-FILE.
       LOAD-EXTRACTS-END.
           EXIT.

       LOAD-EXTRACT.
           ADD 1 TO GAPI-EXTRACT-READ-COUNT.
           MOVE EXT-RUN-ID TO GAPI-FOLDED-RUN-ID.
           PERFORM FIND-RUN-SLOT THRU FIND-RUN-SLOT-END.
           IF GAPI-RUN-SLOT = ZERO
              PERFORM READ-EXTRACT THRU READ-EXTRACT-END
              GO TO LOAD-EXTRACT-END
           END-IF.

           MOVE EXT-EMPLOYEE TO CMP-EMPLOYEE.
           PERFORM READ-WORK-KEYED THRU READ-WORK-KEYED-END.
           IF NOT CMP-WAS-IN-RUN(GAPI-RUN-SLOT)
              SET CMP-WAS-IN-RUN(GAPI-RUN-SLOT) TO TRUE
              MOVE ZERO TO CMP-RETURN-CODE(GAPI-RUN-SLOT)
              MOVE ZERO TO CMP-STATUS-CODE(GAPI-RUN-SLOT)
           END-IF.
           SET CMP-WAS-EXTRACTED(GAPI-RUN-SLOT) TO TRUE.
           MOVE EXT-NAME TO CMP-NAME(GAPI-RUN-SLOT).
           MOVE EXT-ADDRESS TO CMP-ADDRESS(GAPI-RUN-SLOT).
           MOVE EXT-PHONE TO CMP-PHONE(GAPI-RUN-SLOT).
           MOVE EXT-DATE TO CMP-DATE(GAPI-RUN-SLOT).
           MOVE EXT-AMOUNT TO CMP-AMOUNT(GAPI-RUN-SLOT).
           PERFORM SAVE-WORK THRU SAVE-WORK-END.

           PERFORM READ-EXTRACT THRU READ-EXTRACT-END.
       LOAD-EXTRACT-END.
           EXIT.

      * Which of the two runs the identifier in GAPI-FOLDED-RUN-ID
      * belongs to. A partition's G1 to G8 identifier carries its
      * parent's date and time, so putting the B back gives the GB
      * run it belongs to.
       FIND-RUN-SLOT.
           IF GAPI-FOLDED-RUN-ID(1:1) = 'G'
              AND GAPI-FOLDED-RUN-ID(2:1) IS NUMERIC
              MOVE 'B' TO GAPI-FOLDED-RUN-ID(2:1)
           END-IF.
           EVALUATE GAPI-FOLDED-RUN-ID
               WHEN GAPI-RUN-ID(1)
                  MOVE 1 TO GAPI-RUN-SLOT
               WHEN GAPI-RUN-ID(2)
                  MOVE 2 TO GAPI-RUN-SLOT
               WHEN OTHER
                  MOVE 0 TO GAPI-RUN-SLOT
           END-EVALUATE.
           IF GAPI-RUN-SLOT = ZERO
              AND GAPI-FOLDED-RUN-ID(1:2) = 'GB'
              PERFORM FIND-ATTEMPT-SLOT THRU FIND-ATTEMPT-SLOT-END
                  VARYING GAPI-RUN-IDX FROM 1 BY 1
                  UNTIL GAPI-RUN-IDX > 2
                     OR GAPI-RUN-SLOT NOT = ZERO
           END-IF.
       FIND-RUN-SLOT-END.
           EXIT.

      * GAPIRUNC is appended in run order, so a GB identifier after
      * the GB run recorded just before a compared run, and before
      * that run, has no GAPIRUNC record of its own: it is an attempt
      * that abended, and the compared run is the restart that
      * resumed it.
       FIND-ATTEMPT-SLOT.
           IF RI-IN-RUNC(GAPI-RUN-IDX)
              AND GAPI-FOLDED-RUN-ID < GAPI-RUN-ID(GAPI-RUN-IDX)
              AND GAPI-FOLDED-RUN-ID > RI-PREV-GB-RUN-ID(GAPI-RUN-IDX)
              MOVE GAPI-RUN-IDX TO GAPI-RUN-SLOT
              ADD 1 TO RI-ATTEMPT-RECORDS(GAPI-RUN-IDX)
           END-IF.
       FIND-ATTEMPT-SLOT-END.
           EXIT.

      * The work record for the employee in CMP-EMPLOYEE, or a fresh
      * one when the employee has not been seen yet.
       READ-WORK-KEYED.
           MOVE 'N' TO GAPI-WORK-NEW-SWITCH.
           READ WORK-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-WORK-FILE-OK
                  CONTINUE
               WHEN GAPI-WORK-FILE-NOT-FOUND
                  SET GAPI-WORK-NEW TO TRUE
                  MOVE CMP-EMPLOYEE TO GAPI-KEY-EMPLOYEE
                  INITIALIZE WORK-RECORD
                  MOVE GAPI-KEY-EMPLOYEE TO CMP-EMPLOYEE
               WHEN OTHER
                  DISPLAY "GAPIRCMP: unexpected I/O error reading "
                          "GAPICWRK, status " GAPI-WORK-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-WORK-KEYED-END.
           EXIT.

       SAVE-WORK.
           IF GAPI-WORK-NEW
              WRITE WORK-RECORD
                  INVALID KEY
                     CONTINUE
              END-WRITE
           ELSE
              REWRITE WORK-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           END-IF.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIRCMP: unable to write GAPICWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       SAVE-WORK-END.
           EXIT.

      *----------------------------------------------------------------*
      * The comparison: one pass over the employees for the counts,   *
      * then one for each section, in employee-number order.          *
      *----------------------------------------------------------------*
       WRITE-COMPARISON.
           CLOSE WORK-FILE.
           PERFORM OPEN-WORK-INPUT THRU OPEN-WORK-INPUT-END.
           PERFORM COUNT-EMPLOYEE THRU COUNT-EMPLOYEE-END
               UNTIL GAPI-WORK-EOF.
           CLOSE WORK-FILE.

           PERFORM WRITE-SECTION THRU WRITE-SECTION-END
               VARYING GAPI-SECTION-IDX FROM 1 BY 1
               UNTIL GAPI-SECTION-IDX > 6.

           PERFORM WRITE-ATTEMPT-NOTE THRU WRITE-ATTEMPT-NOTE-END
               VARYING GAPI-RUN-IDX FROM 1 BY 1
               UNTIL GAPI-RUN-IDX > 2.
       WRITE-COMPARISON-END.
           EXIT.

       COUNT-EMPLOYEE.
           PERFORM COUNT-EMPLOYEE-RUN THRU COUNT-EMPLOYEE-RUN-END
               VARYING GAPI-RUN-IDX FROM 1 BY 1
               UNTIL GAPI-RUN-IDX > 2.
           PERFORM CLASSIFY-EMPLOYEE THRU CLASSIFY-EMPLOYEE-END.
           EVALUATE TRUE
               WHEN GAPI-NEWLY-FAILING
                  ADD 1 TO GAPI-NEWLY-FAILING-COUNT
               WHEN GAPI-NEWLY-SUCCEEDING
                  ADD 1 TO GAPI-NEWLY-SUCCEEDING-COUNT
               WHEN GAPI-FAILING-CHANGED
                  ADD 1 TO GAPI-FAILING-CHANGED-COUNT
               WHEN GAPI-FAILING-SAME
                  ADD 1 TO GAPI-FAILING-SAME-COUNT
               WHEN GAPI-EARLIER-ONLY
                  ADD 1 TO GAPI-EARLIER-ONLY-COUNT
               WHEN GAPI-LATER-ONLY
                  ADD 1 TO GAPI-LATER-ONLY-COUNT
               WHEN GAPI-DETAILS-CHANGED
                  ADD 1 TO GAPI-DETAILS-CHANGED-COUNT
               WHEN OTHER
                  ADD 1 TO GAPI-NO-MOVEMENT-COUNT
           END-EVALUATE.
           PERFORM READ-WORK THRU READ-WORK-END.
       COUNT-EMPLOYEE-END.
           EXIT.

       COUNT-EMPLOYEE-RUN.
           IF CMP-WAS-IN-RUN(GAPI-RUN-IDX)
              ADD 1 TO GAPI-IN-RUN-COUNT(GAPI-RUN-IDX)
              IF CMP-RETURN-CODE(GAPI-RUN-IDX) NOT = ZERO
                 ADD 1 TO GAPI-FAILED-COUNT(GAPI-RUN-IDX)
              END-IF
           END-IF.
       COUNT-EMPLOYEE-RUN-END.
           EXIT.

      * How the employee in WORK-RECORD moved from the earlier run to
      * the later. Details are only compared when both runs succeeded
      * and both wrote an extract.
       CLASSIFY-EMPLOYEE.
           MOVE 'N' TO GAPI-MOVEMENT.
           IF NOT CMP-WAS-IN-RUN(1)
              AND NOT CMP-WAS-IN-RUN(2)
              GO TO CLASSIFY-EMPLOYEE-END
           END-IF.
           IF NOT CMP-WAS-IN-RUN(2)
              SET GAPI-EARLIER-ONLY TO TRUE
              GO TO CLASSIFY-EMPLOYEE-END
           END-IF.
           IF NOT CMP-WAS-IN-RUN(1)
              SET GAPI-LATER-ONLY TO TRUE
              GO TO CLASSIFY-EMPLOYEE-END
           END-IF.
           EVALUATE TRUE
               WHEN CMP-RETURN-CODE(1) = ZERO
                    AND CMP-RETURN-CODE(2) NOT = ZERO
                  SET GAPI-NEWLY-FAILING TO TRUE
               WHEN CMP-RETURN-CODE(1) NOT = ZERO
                    AND CMP-RETURN-CODE(2) = ZERO
                  SET GAPI-NEWLY-SUCCEEDING TO TRUE
               WHEN CMP-RETURN-CODE(1) NOT = ZERO
                  IF CMP-ORIGIN(1) NOT = CMP-ORIGIN(2)
                     OR CMP-STATUS-CODE(1) NOT = CMP-STATUS-CODE(2)
                     SET GAPI-FAILING-CHANGED TO TRUE
                  ELSE
                     SET GAPI-FAILING-SAME TO TRUE
                  END-IF
               WHEN CMP-WAS-EXTRACTED(1)
                    AND CMP-WAS-EXTRACTED(2)
                    AND CMP-DETAILS(1) NOT = CMP-DETAILS(2)
                  SET GAPI-DETAILS-CHANGED TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
       CLASSIFY-EMPLOYEE-END.
           EXIT.

      *----------------------------------------------------------------*
      * One report section: the employees whose movement is the      *
      * section's.                                                    *
      *----------------------------------------------------------------*
       WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-SECTION-HEADING(GAPI-SECTION-IDX) TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-SECTION-MOVEMENT(GAPI-SECTION-IDX) = 'D'
              MOVE GAPI-DETAIL-HEADING TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE GAPI-OUTCOME-HEADING-1 TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE GAPI-OUTCOME-HEADING-2 TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ZERO TO GAPI-SECTION-COUNT.

           PERFORM OPEN-WORK-INPUT THRU OPEN-WORK-INPUT-END.
           PERFORM SECTION-EMPLOYEE THRU SECTION-EMPLOYEE-END
               UNTIL GAPI-WORK-EOF.
           CLOSE WORK-FILE.

           IF GAPI-SECTION-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       WRITE-SECTION-END.
           EXIT.

       SECTION-EMPLOYEE.
           PERFORM CLASSIFY-EMPLOYEE THRU CLASSIFY-EMPLOYEE-END.
           IF GAPI-MOVEMENT = GAPI-SECTION-MOVEMENT(GAPI-SECTION-IDX)
              ADD 1 TO GAPI-SECTION-COUNT
              IF GAPI-DETAILS-CHANGED
                 PERFORM WRITE-DETAIL-FIELD
                     THRU WRITE-DETAIL-FIELD-END
                     VARYING GAPI-FIELD-IDX FROM 1 BY 1
                     UNTIL GAPI-FIELD-IDX > 5
              ELSE
                 PERFORM WRITE-OUTCOME-LINE
                     THRU WRITE-OUTCOME-LINE-END
              END-IF
           END-IF.
           PERFORM READ-WORK THRU READ-WORK-END.
       SECTION-EMPLOYEE-END.
           EXIT.

       WRITE-OUTCOME-LINE.
           MOVE SPACES TO GAPI-OUTCOME-LINE.
           MOVE CMP-EMPLOYEE TO OL-EMPLOYEE.
           PERFORM FILL-OUTCOME-SIDE THRU FILL-OUTCOME-SIDE-END
               VARYING GAPI-RUN-IDX FROM 1 BY 1
               UNTIL GAPI-RUN-IDX > 2.
           MOVE GAPI-OUTCOME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-OUTCOME-LINE-END.
           EXIT.

      * A run the employee was not in leaves its side of the line
      * blank; a success shows no origin or status.
       FILL-OUTCOME-SIDE.
           IF NOT CMP-WAS-IN-RUN(GAPI-RUN-IDX)
              GO TO FILL-OUTCOME-SIDE-END
           END-IF.
           IF CMP-RETURN-CODE(GAPI-RUN-IDX) = ZERO
              MOVE "OK" TO OL-RESULT(GAPI-RUN-IDX)
           ELSE
              MOVE "FAILED" TO OL-RESULT(GAPI-RUN-IDX)
              MOVE CMP-ORIGIN(GAPI-RUN-IDX) TO OL-ORIGIN(GAPI-RUN-IDX)
              MOVE CMP-STATUS-CODE(GAPI-RUN-IDX)
                  TO OL-STATUS(GAPI-RUN-IDX)
           END-IF.
       FILL-OUTCOME-SIDE-END.
           EXIT.

      * One line for each returned field whose value differs.
       WRITE-DETAIL-FIELD.
           EVALUATE GAPI-FIELD-IDX
               WHEN 1
                  MOVE CMP-NAME(1) TO GAPI-EARLIER-VALUE
                  MOVE CMP-NAME(2) TO GAPI-LATER-VALUE
               WHEN 2
                  MOVE CMP-ADDRESS(1) TO GAPI-EARLIER-VALUE
                  MOVE CMP-ADDRESS(2) TO GAPI-LATER-VALUE
               WHEN 3
                  MOVE CMP-PHONE(1) TO GAPI-EARLIER-VALUE
                  MOVE CMP-PHONE(2) TO GAPI-LATER-VALUE
               WHEN 4
                  MOVE CMP-DATE(1) TO GAPI-EARLIER-VALUE
                  MOVE CMP-DATE(2) TO GAPI-LATER-VALUE
               WHEN OTHER
                  MOVE CMP-AMOUNT(1) TO GAPI-EARLIER-VALUE
                  MOVE CMP-AMOUNT(2) TO GAPI-LATER-VALUE
           END-EVALUATE.
           IF GAPI-EARLIER-VALUE = GAPI-LATER-VALUE
              GO TO WRITE-DETAIL-FIELD-END
           END-IF.
           MOVE CMP-EMPLOYEE TO DL-EMPLOYEE.
           MOVE GAPI-FIELD-NAME(GAPI-FIELD-IDX) TO DL-FIELD.
           MOVE GAPI-EARLIER-VALUE TO DL-EARLIER-VALUE.
           MOVE GAPI-LATER-VALUE TO DL-LATER-VALUE.
           MOVE GAPI-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-DETAIL-FIELD-END.
           EXIT.

      *----------------------------------------------------------------*
       OPEN-WORK-INPUT.
           MOVE 'N' TO GAPI-WORK-EOF-SWITCH.
           OPEN INPUT WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIRCMP: unable to reopen GAPICWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-WORK THRU READ-WORK-END.
       OPEN-WORK-INPUT-END.
           EXIT.

      *----------------------------------------------------------------*
      * The counts, then the net movement: how many more employees    *
      * failed in the later run than the earlier, and how many more   *
      * were in its input.                                            *
      *----------------------------------------------------------------*
       TERMINATE-RUN.
           IF NOT GAPI-COMPARING
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO TERMINATE-RUN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "GAPIAUD RECORDS READ:         " TO CT-TEXT.
           MOVE GAPI-AUDIT-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "EMPEXTR RECORDS READ:         " TO CT-TEXT.
           MOVE GAPI-EXTRACT-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "EMPLOYEES IN EARLIER RUN:     " TO CT-TEXT.
           MOVE GAPI-IN-RUN-COUNT(1) TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "  OF WHICH FAILED:            " TO CT-TEXT.
           MOVE GAPI-FAILED-COUNT(1) TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "EMPLOYEES IN LATER RUN:       " TO CT-TEXT.
           MOVE GAPI-IN-RUN-COUNT(2) TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "  OF WHICH FAILED:            " TO CT-TEXT.
           MOVE GAPI-FAILED-COUNT(2) TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "NEWLY FAILING:                " TO CT-TEXT.
           MOVE GAPI-NEWLY-FAILING-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "NEWLY SUCCEEDING:             " TO CT-TEXT.
           MOVE GAPI-NEWLY-SUCCEEDING-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "STILL FAILING, CHANGED:       " TO CT-TEXT.
           MOVE GAPI-FAILING-CHANGED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "STILL FAILING, SAME:          " TO CT-TEXT.
           MOVE GAPI-FAILING-SAME-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "EARLIER RUN'S INPUT ONLY:     " TO CT-TEXT.
           MOVE GAPI-EARLIER-ONLY-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "LATER RUN'S INPUT ONLY:       " TO CT-TEXT.
           MOVE GAPI-LATER-ONLY-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "RETURNED DETAILS CHANGED:     " TO CT-TEXT.
           MOVE GAPI-DETAILS-CHANGED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "SUCCEEDED, UNCHANGED:         " TO CT-TEXT.
           MOVE GAPI-NO-MOVEMENT-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "NET MOVEMENT" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           COMPUTE GAPI-NET-MOVEMENT =
               GAPI-FAILED-COUNT(2) - GAPI-FAILED-COUNT(1).
           MOVE "FAILURES:                     " TO NT-TEXT.
           MOVE GAPI-NET-MOVEMENT TO NT-COUNT.
           PERFORM WRITE-NET-LINE THRU WRITE-NET-LINE-END.
           COMPUTE GAPI-NET-MOVEMENT =
               GAPI-NEWLY-FAILING-COUNT - GAPI-NEWLY-SUCCEEDING-COUNT.
           MOVE "  FROM EMPLOYEES IN BOTH RUNS:" TO NT-TEXT.
           MOVE GAPI-NET-MOVEMENT TO NT-COUNT.
           PERFORM WRITE-NET-LINE THRU WRITE-NET-LINE-END.
           COMPUTE GAPI-NET-MOVEMENT =
               GAPI-IN-RUN-COUNT(2) - GAPI-IN-RUN-COUNT(1).
           MOVE "EMPLOYEES IN INPUT:           " TO NT-TEXT.
           MOVE GAPI-NET-MOVEMENT TO NT-COUNT.
           PERFORM WRITE-NET-LINE THRU WRITE-NET-LINE-END.

           CLOSE REPORT-FILE.

           DISPLAY "GAPIRCMP: compared " GAPI-RUN-ID(2)
                   " against " GAPI-RUN-ID(1).
           DISPLAY "GAPIRCMP: newly failing:          "
                   GAPI-NEWLY-FAILING-COUNT.
           DISPLAY "GAPIRCMP: newly succeeding:       "
                   GAPI-NEWLY-SUCCEEDING-COUNT.
           DISPLAY "GAPIRCMP: still failing, changed: "
                   GAPI-FAILING-CHANGED-COUNT.

           IF GAPI-NEWLY-FAILING-COUNT > ZERO
              OR GAPI-FAILING-CHANGED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       TERMINATE-RUN-END.
           EXIT.

       WRITE-COUNT-LINE.
           MOVE GAPI-RCMP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-COUNT-LINE-END.
           EXIT.

       WRITE-NET-LINE.
           MOVE GAPI-RCMP-NET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-NET-LINE-END.
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
                  DISPLAY "GAPIRCMP: unexpected I/O error reading "
                          "GAPIRUNC, status " GAPI-RUNC-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-RUN-CONTROL-END.
           EXIT.

       READ-AUDIT.
           READ AUDIT-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-AUDIT-FILE-EOF
                  SET GAPI-AUDIT-EOF TO TRUE
               WHEN GAPI-AUDIT-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIRCMP: unexpected I/O error reading "
                          "GAPIAUD, status " GAPI-AUDIT-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-AUDIT-END.
           EXIT.

       READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-EXTRACT-FILE-EOF
                  SET GAPI-EXTRACT-EOF TO TRUE
               WHEN GAPI-EXTRACT-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIRCMP: unexpected I/O error reading "
                          "EMPEXTR, status " GAPI-EXTRACT-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-EXTRACT-END.
           EXIT.

       READ-WORK.
           READ WORK-FILE NEXT
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-WORK-FILE-EOF
                  SET GAPI-WORK-EOF TO TRUE
               WHEN GAPI-WORK-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIRCMP: unexpected I/O error reading "
                          "GAPICWRK, status " GAPI-WORK-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-WORK-END.
           EXIT.
