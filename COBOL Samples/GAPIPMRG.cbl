      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIPMRG                                         *
      *                                                                *
      * Merge step for a partitioned GETAPIBT run. GAPIPART split the  *
      * night's EMPINPUT and recorded the split in GAPIPCTL; each      *
      * partition's GETAPIBT job then ran under its own run identifier *
      * with its own checkpoint, reject and run-control files, so one  *
      * partition could be restarted without touching the others. This *
      * program puts the pieces back together once they have all       *
      * finished:                                                      *
      *                                                                *
      *   - the partition detail counts in GAPIPCTL must still add up  *
      *     to the split EMPINPUT's trailer count,                     *
      *   - every partition's run-control file (GAPIRNC1 to GAPIRNC8)  *
      *     must show its run having processed every detail of its     *
      *     partition,                                                 *
      *   - each partition's rejects (GAPIREJ1 to GAPIREJ8) are then   *
      *     appended to GAPIREJ, keeping the partition run identifier  *
      *     that ties each one to its GAPIAUD record -- except a       *
      *     reject left by an abended attempt for an employee the      *
      *     restart then looked up successfully, as the partition's    *
      *     checkpoint file (GAPICKP1 to GAPICKP8) shows -- and        *
      *   - one GAPIRUNC record is written for the whole run under the *
      *     parent GB run identifier: the earliest partition start,    *
      *     the latest end, the summed counts and the highest return   *
      *     code.                                                      *
      *                                                                *
      * Nothing is merged while a partition is unfinished -- restart   *
      * it and run the merge again -- and a run already in GAPIRUNC is *
      * never merged twice. MRGRPT shows every partition and the       *
      * balance.                                                       *
      *                                                                *
      * Exit codes: 0 merged; 8 a partition has not finished, nothing  *
      * merged; 16 the counts do not balance, the run is already       *
      * merged, or a file could not be used.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIPMRG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "GAPIPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PCTL-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "GAPIRUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-RUNC-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "GAPIREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REJECT-FILE-STATUS.

           SELECT PRNC1-FILE ASSIGN TO "GAPIRNC1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC2-FILE ASSIGN TO "GAPIRNC2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC3-FILE ASSIGN TO "GAPIRNC3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC4-FILE ASSIGN TO "GAPIRNC4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC5-FILE ASSIGN TO "GAPIRNC5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC6-FILE ASSIGN TO "GAPIRNC6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC7-FILE ASSIGN TO "GAPIRNC7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PRNC8-FILE ASSIGN TO "GAPIRNC8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PRNC-FILE-STATUS.

           SELECT PREJ1-FILE ASSIGN TO "GAPIREJ1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ2-FILE ASSIGN TO "GAPIREJ2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ3-FILE ASSIGN TO "GAPIREJ3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ4-FILE ASSIGN TO "GAPIREJ4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ5-FILE ASSIGN TO "GAPIREJ5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ6-FILE ASSIGN TO "GAPIREJ6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ7-FILE ASSIGN TO "GAPIREJ7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PREJ8-FILE ASSIGN TO "GAPIREJ8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PREJ-FILE-STATUS.

           SELECT PCKP1-FILE ASSIGN TO "GAPICKP1"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP1-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP2-FILE ASSIGN TO "GAPICKP2"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP2-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP3-FILE ASSIGN TO "GAPICKP3"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP3-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP4-FILE ASSIGN TO "GAPICKP4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP4-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP5-FILE ASSIGN TO "GAPICKP5"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP5-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP6-FILE ASSIGN TO "GAPICKP6"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP6-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP7-FILE ASSIGN TO "GAPICKP7"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP7-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT PCKP8-FILE ASSIGN TO "GAPICKP8"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCKP8-EMPLOYEE-NUMBER
               FILE STATUS IS GAPI-PCKP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           COPY GAPIPCTL.

      * GAPIRUNC and the partition run-control files share the
      * GAPIRUNC layout; every record is read into and written from
      * GAPI-RUNC-WORK below.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD           PIC X(83).
       FD  PRNC1-FILE.
       01  PRNC1-RECORD                 PIC X(83).
       FD  PRNC2-FILE.
       01  PRNC2-RECORD                 PIC X(83).
       FD  PRNC3-FILE.
       01  PRNC3-RECORD                 PIC X(83).
       FD  PRNC4-FILE.
       01  PRNC4-RECORD                 PIC X(83).
       FD  PRNC5-FILE.
       01  PRNC5-RECORD                 PIC X(83).
       FD  PRNC6-FILE.
       01  PRNC6-RECORD                 PIC X(83).
       FD  PRNC7-FILE.
       01  PRNC7-RECORD                 PIC X(83).
       FD  PRNC8-FILE.
       01  PRNC8-RECORD                 PIC X(83).

      * GAPIREJ and the partition reject files share GETAPIBT's
      * reject layout; every record goes through GAPI-REJECT-WORK.
       FD  REJECT-FILE.
       01  REJECT-RECORD                PIC X(97).
       FD  PREJ1-FILE.
       01  PREJ1-RECORD                 PIC X(97).
       FD  PREJ2-FILE.
       01  PREJ2-RECORD                 PIC X(97).
       FD  PREJ3-FILE.
       01  PREJ3-RECORD                 PIC X(97).
       FD  PREJ4-FILE.
       01  PREJ4-RECORD                 PIC X(97).
       FD  PREJ5-FILE.
       01  PREJ5-RECORD                 PIC X(97).
       FD  PREJ6-FILE.
       01  PREJ6-RECORD                 PIC X(97).
       FD  PREJ7-FILE.
       01  PREJ7-RECORD                 PIC X(97).
       FD  PREJ8-FILE.
       01  PREJ8-RECORD                 PIC X(97).

      * The partition checkpoint files, in GETAPIBT's GAPICKPT
      * layout: one record per employee the partition's run looked up
      * successfully, across every attempt.
       FD  PCKP1-FILE.
       01  PCKP1-RECORD.
           05  PCKP1-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP2-FILE.
       01  PCKP2-RECORD.
           05  PCKP2-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP3-FILE.
       01  PCKP3-RECORD.
           05  PCKP3-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP4-FILE.
       01  PCKP4-RECORD.
           05  PCKP4-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP5-FILE.
       01  PCKP5-RECORD.
           05  PCKP5-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP6-FILE.
       01  PCKP6-RECORD.
           05  PCKP6-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP7-FILE.
       01  PCKP7-RECORD.
           05  PCKP7-EMPLOYEE-NUMBER    PIC X(6).
       FD  PCKP8-FILE.
       01  PCKP8-RECORD.
           05  PCKP8-EMPLOYEE-NUMBER    PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-PCTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-PCTL-FILE-OK                    VALUE '00'.

       01  GAPI-RUNC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-RUNC-FILE-OK                    VALUE '00'.
           88  GAPI-RUNC-FILE-EOF                   VALUE '10'.

       01  GAPI-REJECT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REJECT-FILE-OK                  VALUE '00'.

      * Shared by the eight partition run-control files, and by the
      * eight partition reject files; only one of each is open at a
      * time.
       01  GAPI-PRNC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-PRNC-FILE-OK                    VALUE '00'.
           88  GAPI-PRNC-FILE-EOF                   VALUE '10'.

       01  GAPI-PREJ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-PREJ-FILE-OK                    VALUE '00'.
           88  GAPI-PREJ-FILE-EOF                   VALUE '10'.

      * Shared by the eight partition checkpoint files; only one is
      * open at a time.
       01  GAPI-PCKP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-PCKP-FILE-OK                    VALUE '00'.
           88  GAPI-PCKP-FILE-MISSING               VALUE '35'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-RUNC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-RUNC-EOF                    VALUE 'Y'.
           05  GAPI-PRNC-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-PRNC-EOF                    VALUE 'Y'.
           05  GAPI-PREJ-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-PREJ-EOF                    VALUE 'Y'.
      * The partition detail counts add up to the split file's
      * trailer count.
           05  GAPI-BALANCED-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-BALANCED                    VALUE 'Y'.
      * GAPIRUNC already holds a record for the parent run.
           05  GAPI-ALREADY-MERGED-SWITCH PIC X(01) VALUE 'N'.
               88  GAPI-ALREADY-MERGED              VALUE 'Y'.
      * Every partition has processed every detail it was given.
           05  GAPI-ALL-COMPLETE-SWITCH   PIC X(01) VALUE 'Y'.
               88  GAPI-ALL-COMPLETE                VALUE 'Y'.
           05  GAPI-MERGED-SWITCH         PIC X(01) VALUE 'N'.
               88  GAPI-MERGED                      VALUE 'Y'.
      * The partition being merged has a checkpoint file open.
           05  GAPI-PCKP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               88  GAPI-PCKP-OPEN                   VALUE 'Y'.
      * The reject in hand is for an employee the partition's
      * checkpoint holds.
           05  GAPI-PCKP-HIT-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-PCKP-HIT                    VALUE 'Y'.

      * One run-control record, whichever file it came from or is
      * going to.
       01  GAPI-RUNC-WORK.
           COPY GAPIRUNC.

      * One reject record, in the layout GETAPIBT writes.
       01  GAPI-REJECT-WORK.
           05  REJ-EMPLOYEE-NUMBER      PIC X(6).
           05  FILLER                   PIC X(1).
           05  REJ-CLASS                PIC X(1).
           05  FILLER                   PIC X(1).
           05  REJ-ORIGIN               PIC X(8).
           05  FILLER                   PIC X(1).
           05  REJ-STATUS               PIC -(8)9.
           05  FILLER                   PIC X(1).
           05  REJ-REASON               PIC X(52).
           05  FILLER                   PIC X(1).
           05  REJ-RUN-ID               PIC X(16).

       01  GAPI-PARENT-RUN-ID             PIC X(16) VALUE SPACES.
       01  GAPI-PART-COUNT                PIC 9(2) COMP VALUE 0.
       01  GAPI-PART-IDX                  PIC 9(2) COMP VALUE 0.
       01  GAPI-PART-DIGIT                PIC 9(1) VALUE 0.

      * What each partition's run reported: the last record in its
      * run-control file carrying the partition's run identifier (a
      * restarted partition runs under the same identifier, so its
      * final attempt is the one that counts), and the rejects copied
      * from it.
       01  GAPI-PART-TABLE.
           05  GAPI-PART-ENTRY OCCURS 8 TIMES.
               10  GAPI-PRT-RUN-ID        PIC X(16).
               10  GAPI-PRT-EXPECTED      PIC 9(7).
               10  GAPI-PRT-STATE         PIC X(1).
                   88  GAPI-PRT-NOT-RUN         VALUE 'N'.
                   88  GAPI-PRT-INCOMPLETE      VALUE 'I'.
                   88  GAPI-PRT-COMPLETE        VALUE 'C'.
               10  GAPI-PRT-START         PIC 9(14).
               10  GAPI-PRT-END           PIC 9(14).
               10  GAPI-PRT-PROCESSED     PIC 9(7).
               10  GAPI-PRT-SUCCEEDED     PIC 9(7).
               10  GAPI-PRT-FAILED        PIC 9(7).
               10  GAPI-PRT-SKIPPED       PIC 9(7).
               10  GAPI-PRT-RETURN-CODE   PIC 9(2).
               10  GAPI-PRT-REJECTS       PIC 9(7) COMP.

      * A run-control start or end as one sortable number, date then
      * time.
       01  GAPI-STAMP                     PIC 9(14) VALUE 0.
       01  GAPI-STAMP-R REDEFINES GAPI-STAMP.
           05  GAPI-STAMP-DATE            PIC 9(8).
           05  GAPI-STAMP-TIME            PIC 9(6).

      * Whole-run totals for the consolidated record and the balance.
       01  GAPI-DETAIL-TOTAL              PIC 9(7) COMP VALUE 0.
       01  GAPI-PROCESSED-TOTAL           PIC 9(7) COMP VALUE 0.
       01  GAPI-SUCCEEDED-TOTAL           PIC 9(7) COMP VALUE 0.
       01  GAPI-FAILED-TOTAL              PIC 9(7) COMP VALUE 0.
       01  GAPI-SKIPPED-TOTAL             PIC 9(7) COMP VALUE 0.
       01  GAPI-REJECT-TOTAL              PIC 9(7) COMP VALUE 0.
       01  GAPI-SUPERSEDED-TOTAL          PIC 9(7) COMP VALUE 0.
       01  GAPI-HIGH-RETURN-CODE          PIC 9(2) VALUE 0.
       01  GAPI-EARLIEST-START            PIC 9(14) VALUE 0.
       01  GAPI-LATEST-END                PIC 9(14) VALUE 0.
       01  GAPI-UNFINISHED-COUNT          PIC 9(2) COMP VALUE 0.

      * Print-line layouts.
       01  GAPI-PART-HEADING.
           05  FILLER            PIC X(6)  VALUE 'PART'.
           05  FILLER            PIC X(18) VALUE 'RUN ID'.
           05  FILLER            PIC X(10) VALUE '  EXPECTED'.
           05  FILLER            PIC X(10) VALUE ' PROCESSED'.
           05  FILLER            PIC X(10) VALUE ' SUCCEEDED'.
           05  FILLER            PIC X(10) VALUE '    FAILED'.
           05  FILLER            PIC X(10) VALUE '   SKIPPED'.
           05  FILLER            PIC X(5)  VALUE '   RC'.
           05  FILLER            PIC X(10) VALUE '   REJECTS'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(20) VALUE 'STATE'.

       01  GAPI-PART-LINE.
           05  PL-PART           PIC 9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  PL-RUN-ID         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-EXPECTED       PIC ZZZZZZZZZ9.
           05  PL-PROCESSED      PIC ZZZZZZZZZ9.
           05  PL-PROCESSED-X REDEFINES PL-PROCESSED PIC X(10).
           05  PL-SUCCEEDED      PIC ZZZZZZZZZ9.
           05  PL-SUCCEEDED-X REDEFINES PL-SUCCEEDED PIC X(10).
           05  PL-FAILED         PIC ZZZZZZZZZ9.
           05  PL-FAILED-X REDEFINES PL-FAILED PIC X(10).
           05  PL-SKIPPED        PIC ZZZZZZZZZ9.
           05  PL-SKIPPED-X REDEFINES PL-SKIPPED PIC X(10).
           05  PL-RETURN-CODE    PIC ZZZZ9.
           05  PL-RETURN-CODE-X REDEFINES PL-RETURN-CODE PIC X(5).
           05  PL-REJECTS        PIC ZZZZZZZZZ9.
           05  PL-REJECTS-X REDEFINES PL-REJECTS PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-STATE          PIC X(30).

       01  GAPI-MRG-COUNT-LINE.
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

           PERFORM CHECK-ALREADY-MERGED THRU CHECK-ALREADY-MERGED-END.

           PERFORM LOAD-PARTITION-RESULT
               THRU LOAD-PARTITION-RESULT-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.

           IF GAPI-BALANCED AND GAPI-ALL-COMPLETE
              AND NOT GAPI-ALREADY-MERGED
              PERFORM MERGE-PARTITION-REJECTS
                  THRU MERGE-PARTITION-REJECTS-END
              PERFORM WRITE-RUN-CONTROL THRU WRITE-RUN-CONTROL-END
              SET GAPI-MERGED TO TRUE
           END-IF.

           PERFORM WRITE-MERGE-REPORT THRU WRITE-MERGE-REPORT-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
      * Read the split's control record and prove its partition       *
      * counts still add up to the split file's trailer count.        *
      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF NOT GAPI-PCTL-FILE-OK
              DISPLAY "GAPIPMRG: unable to open GAPIPCTL, status "
                      GAPI-PCTL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           READ PARTITION-CONTROL-FILE
               AT END
                  CONTINUE
           END-READ.
           IF NOT GAPI-PCTL-FILE-OK
              DISPLAY "GAPIPMRG: GAPIPCTL is empty - no partitioned "
                      "run to merge"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PCT-PARENT-RUN-ID(1:2) NOT = 'GB'
              OR PCT-PARTITION-COUNT IS NOT NUMERIC
              OR PCT-PARTITION-COUNT = ZERO
              OR PCT-INPUT-COUNT IS NOT NUMERIC
              DISPLAY "GAPIPMRG: GAPIPCTL record is not one GAPIPART "
                      "wrote - run " PCT-PARENT-RUN-ID
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PCT-PARENT-RUN-ID TO GAPI-PARENT-RUN-ID.
           MOVE PCT-PARTITION-COUNT TO GAPI-PART-COUNT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIPMRG: unable to open MRGRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM SUM-PARTITION-COUNT THRU SUM-PARTITION-COUNT-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.
           IF GAPI-DETAIL-TOTAL = PCT-INPUT-COUNT
              SET GAPI-BALANCED TO TRUE
           END-IF.
       INITIALIZE-FILES-END.
           EXIT.

      * One partition's expected count and run identifier. A count
      * that is not numeric cannot balance, whatever the others say.
       SUM-PARTITION-COUNT.
           IF PCT-DETAIL-COUNT(GAPI-PART-IDX) IS NUMERIC
              MOVE PCT-DETAIL-COUNT(GAPI-PART-IDX)
                  TO GAPI-PRT-EXPECTED(GAPI-PART-IDX)
              ADD PCT-DETAIL-COUNT(GAPI-PART-IDX) TO GAPI-DETAIL-TOTAL
           ELSE
              MOVE ZERO TO GAPI-PRT-EXPECTED(GAPI-PART-IDX)
              MOVE 9999999 TO GAPI-DETAIL-TOTAL
           END-IF.
           MOVE GAPI-PART-IDX TO GAPI-PART-DIGIT.
           MOVE GAPI-PARENT-RUN-ID TO GAPI-PRT-RUN-ID(GAPI-PART-IDX).
           MOVE 'G' TO GAPI-PRT-RUN-ID(GAPI-PART-IDX)(1:1).
           MOVE GAPI-PART-DIGIT TO GAPI-PRT-RUN-ID(GAPI-PART-IDX)(2:1).
           SET GAPI-PRT-NOT-RUN(GAPI-PART-IDX) TO TRUE.
           MOVE ZERO TO GAPI-PRT-REJECTS(GAPI-PART-IDX).
       SUM-PARTITION-COUNT-END.
           EXIT.

      *----------------------------------------------------------------*
      * A parent run GAPIRUNC already carries has been merged before; *
      * merging it again would double its rejects in GAPIREJ.         *
      *----------------------------------------------------------------*
       CHECK-ALREADY-MERGED.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT GAPI-RUNC-FILE-OK
              GO TO CHECK-ALREADY-MERGED-END
           END-IF.
           PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END.
           PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-END
               UNTIL GAPI-RUNC-EOF.
           CLOSE RUN-CONTROL-FILE.
       CHECK-ALREADY-MERGED-END.
           EXIT.

       CHECK-RUN-CONTROL.
           IF RNC-RUN-ID = GAPI-PARENT-RUN-ID
              SET GAPI-ALREADY-MERGED TO TRUE
           END-IF.
           PERFORM READ-RUN-CONTROL THRU READ-RUN-CONTROL-END.
       CHECK-RUN-CONTROL-END.
           EXIT.

      *----------------------------------------------------------------*
      * One partition's run-control file. A missing file, or one with *
      * no record for the partition's run, means the partition never *
      * ran to its end; a run that processed fewer details than the   *
      * partition holds stopped early and must be restarted.          *
      *----------------------------------------------------------------*
       LOAD-PARTITION-RESULT.
           MOVE 'N' TO GAPI-PRNC-EOF-SWITCH.
           PERFORM OPEN-PARTITION-RUNC THRU OPEN-PARTITION-RUNC-END.
           IF GAPI-PRNC-FILE-OK
              PERFORM READ-PARTITION-RUNC
                  THRU READ-PARTITION-RUNC-END
              PERFORM NOTE-PARTITION-RUNC
                  THRU NOTE-PARTITION-RUNC-END
                  UNTIL GAPI-PRNC-EOF
              PERFORM CLOSE-PARTITION-RUNC
                  THRU CLOSE-PARTITION-RUNC-END
           END-IF.

           IF NOT GAPI-PRT-NOT-RUN(GAPI-PART-IDX)
              IF GAPI-PRT-PROCESSED(GAPI-PART-IDX)
                      = GAPI-PRT-EXPECTED(GAPI-PART-IDX)
                 SET GAPI-PRT-COMPLETE(GAPI-PART-IDX) TO TRUE
              ELSE
                 SET GAPI-PRT-INCOMPLETE(GAPI-PART-IDX) TO TRUE
              END-IF
           END-IF.
           IF NOT GAPI-PRT-COMPLETE(GAPI-PART-IDX)
              MOVE 'N' TO GAPI-ALL-COMPLETE-SWITCH
              ADD 1 TO GAPI-UNFINISHED-COUNT
              GO TO LOAD-PARTITION-RESULT-END
           END-IF.

           ADD GAPI-PRT-PROCESSED(GAPI-PART-IDX)
               TO GAPI-PROCESSED-TOTAL.
           ADD GAPI-PRT-SUCCEEDED(GAPI-PART-IDX)
               TO GAPI-SUCCEEDED-TOTAL.
           ADD GAPI-PRT-FAILED(GAPI-PART-IDX) TO GAPI-FAILED-TOTAL.
           ADD GAPI-PRT-SKIPPED(GAPI-PART-IDX) TO GAPI-SKIPPED-TOTAL.
           IF GAPI-PRT-RETURN-CODE(GAPI-PART-IDX)
                   > GAPI-HIGH-RETURN-CODE
              MOVE GAPI-PRT-RETURN-CODE(GAPI-PART-IDX)
                  TO GAPI-HIGH-RETURN-CODE
           END-IF.
           IF GAPI-EARLIEST-START = ZERO
              OR GAPI-PRT-START(GAPI-PART-IDX) < GAPI-EARLIEST-START
              MOVE GAPI-PRT-START(GAPI-PART-IDX)
                  TO GAPI-EARLIEST-START
           END-IF.
           IF GAPI-PRT-END(GAPI-PART-IDX) > GAPI-LATEST-END
              MOVE GAPI-PRT-END(GAPI-PART-IDX) TO GAPI-LATEST-END
           END-IF.
       LOAD-PARTITION-RESULT-END.
           EXIT.

      * Keep the latest record of the partition's own run.
       NOTE-PARTITION-RUNC.
           IF RNC-RUN-ID = GAPI-PRT-RUN-ID(GAPI-PART-IDX)
              SET GAPI-PRT-INCOMPLETE(GAPI-PART-IDX) TO TRUE
              MOVE RNC-START-DATE TO GAPI-STAMP-DATE
              MOVE RNC-START-TIME TO GAPI-STAMP-TIME
              MOVE GAPI-STAMP TO GAPI-PRT-START(GAPI-PART-IDX)
              MOVE RNC-END-DATE TO GAPI-STAMP-DATE
              MOVE RNC-END-TIME TO GAPI-STAMP-TIME
              MOVE GAPI-STAMP TO GAPI-PRT-END(GAPI-PART-IDX)
              MOVE RNC-PROCESSED TO GAPI-PRT-PROCESSED(GAPI-PART-IDX)
              MOVE RNC-SUCCEEDED TO GAPI-PRT-SUCCEEDED(GAPI-PART-IDX)
              MOVE RNC-FAILED TO GAPI-PRT-FAILED(GAPI-PART-IDX)
              MOVE RNC-SKIPPED TO GAPI-PRT-SKIPPED(GAPI-PART-IDX)
              MOVE RNC-RETURN-CODE
                  TO GAPI-PRT-RETURN-CODE(GAPI-PART-IDX)
           END-IF.
           PERFORM READ-PARTITION-RUNC THRU READ-PARTITION-RUNC-END.
       NOTE-PARTITION-RUNC-END.
           EXIT.

       OPEN-PARTITION-RUNC.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 OPEN INPUT PRNC1-FILE
              WHEN 2
                 OPEN INPUT PRNC2-FILE
              WHEN 3
                 OPEN INPUT PRNC3-FILE
              WHEN 4
                 OPEN INPUT PRNC4-FILE
              WHEN 5
                 OPEN INPUT PRNC5-FILE
              WHEN 6
                 OPEN INPUT PRNC6-FILE
              WHEN 7
                 OPEN INPUT PRNC7-FILE
              WHEN 8
                 OPEN INPUT PRNC8-FILE
           END-EVALUATE.
       OPEN-PARTITION-RUNC-END.
           EXIT.

       READ-PARTITION-RUNC.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 READ PRNC1-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 2
                 READ PRNC2-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 3
                 READ PRNC3-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 4
                 READ PRNC4-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 5
                 READ PRNC5-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 6
                 READ PRNC6-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 7
                 READ PRNC7-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 8
                 READ PRNC8-FILE INTO GAPI-RUNC-WORK
                     AT END CONTINUE
                 END-READ
           END-EVALUATE.
           EVALUATE TRUE
               WHEN GAPI-PRNC-FILE-EOF
                  SET GAPI-PRNC-EOF TO TRUE
               WHEN GAPI-PRNC-FILE-OK
                  CONTINUE
               WHEN OTHER
                  MOVE GAPI-PART-IDX TO GAPI-PART-DIGIT
                  DISPLAY "GAPIPMRG: unexpected I/O error reading "
                          "GAPIRNC" GAPI-PART-DIGIT ", status "
                          GAPI-PRNC-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-PARTITION-RUNC-END.
           EXIT.

       CLOSE-PARTITION-RUNC.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 CLOSE PRNC1-FILE
              WHEN 2
                 CLOSE PRNC2-FILE
              WHEN 3
                 CLOSE PRNC3-FILE
              WHEN 4
                 CLOSE PRNC4-FILE
              WHEN 5
                 CLOSE PRNC5-FILE
              WHEN 6
                 CLOSE PRNC6-FILE
              WHEN 7
                 CLOSE PRNC7-FILE
              WHEN 8
                 CLOSE PRNC8-FILE
           END-EVALUATE.
       CLOSE-PARTITION-RUNC-END.
           EXIT.

      *----------------------------------------------------------------*
      * Append every partition's rejects for its own run to GAPIREJ.  *
      * A partition file may still hold an earlier night's rejects;   *
      * only those carrying the partition's run identifier are this   *
      * run's. A restarted partition keeps its run identifier and     *
      * appends to the same reject file, so an abended attempt's      *
      * reject for an employee the restart then looked up is still    *
      * there; the checkpoint only ever holds successes, so a reject  *
      * for an employee it holds is superseded and is dropped.        *
      *----------------------------------------------------------------*
       MERGE-PARTITION-REJECTS.
           OPEN EXTEND REJECT-FILE.
           IF NOT GAPI-REJECT-FILE-OK
              OPEN OUTPUT REJECT-FILE
           END-IF.
           IF NOT GAPI-REJECT-FILE-OK
              DISPLAY "GAPIPMRG: unable to open GAPIREJ, status "
                      GAPI-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM MERGE-PARTITION THRU MERGE-PARTITION-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.
           CLOSE REJECT-FILE.
       MERGE-PARTITION-REJECTS-END.
           EXIT.

      * One partition's reject file. A partition that rejected no one
      * may never have created its file.
       MERGE-PARTITION.
           MOVE 'N' TO GAPI-PREJ-EOF-SWITCH.
           PERFORM OPEN-PARTITION-REJECTS
               THRU OPEN-PARTITION-REJECTS-END.
           IF NOT GAPI-PREJ-FILE-OK
              GO TO MERGE-PARTITION-END
           END-IF.
           PERFORM OPEN-PARTITION-CHECKPOINT
               THRU OPEN-PARTITION-CHECKPOINT-END.
           PERFORM READ-PARTITION-REJECT
               THRU READ-PARTITION-REJECT-END.
           PERFORM COPY-PARTITION-REJECT
               THRU COPY-PARTITION-REJECT-END
               UNTIL GAPI-PREJ-EOF.
           PERFORM CLOSE-PARTITION-REJECTS
               THRU CLOSE-PARTITION-REJECTS-END.
           IF GAPI-PCKP-OPEN
              PERFORM CLOSE-PARTITION-CHECKPOINT
                  THRU CLOSE-PARTITION-CHECKPOINT-END
           END-IF.
       MERGE-PARTITION-END.
           EXIT.

       COPY-PARTITION-REJECT.
           IF REJ-RUN-ID = GAPI-PRT-RUN-ID(GAPI-PART-IDX)
              PERFORM CHECK-PARTITION-CHECKPOINT
                  THRU CHECK-PARTITION-CHECKPOINT-END
              IF GAPI-PCKP-HIT
                 ADD 1 TO GAPI-SUPERSEDED-TOTAL
              ELSE
                 WRITE REJECT-RECORD FROM GAPI-REJECT-WORK
                 ADD 1 TO GAPI-PRT-REJECTS(GAPI-PART-IDX)
                 ADD 1 TO GAPI-REJECT-TOTAL
              END-IF
           END-IF.
           PERFORM READ-PARTITION-REJECT
               THRU READ-PARTITION-REJECT-END.
       COPY-PARTITION-REJECT-END.
           EXIT.

      * A partition whose run looked no one up successfully may never
      * have created its checkpoint file; then no reject is dropped.
       OPEN-PARTITION-CHECKPOINT.
           MOVE 'N' TO GAPI-PCKP-OPEN-SWITCH.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 OPEN INPUT PCKP1-FILE
              WHEN 2
                 OPEN INPUT PCKP2-FILE
              WHEN 3
                 OPEN INPUT PCKP3-FILE
              WHEN 4
                 OPEN INPUT PCKP4-FILE
              WHEN 5
                 OPEN INPUT PCKP5-FILE
              WHEN 6
                 OPEN INPUT PCKP6-FILE
              WHEN 7
                 OPEN INPUT PCKP7-FILE
              WHEN 8
                 OPEN INPUT PCKP8-FILE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN GAPI-PCKP-FILE-OK
                  SET GAPI-PCKP-OPEN TO TRUE
               WHEN GAPI-PCKP-FILE-MISSING
                  CONTINUE
               WHEN OTHER
                  MOVE GAPI-PART-IDX TO GAPI-PART-DIGIT
                  DISPLAY "GAPIPMRG: unable to open GAPICKP"
                          GAPI-PART-DIGIT ", status "
                          GAPI-PCKP-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       OPEN-PARTITION-CHECKPOINT-END.
           EXIT.

      * One keyed read of the partition's checkpoint for the employee
      * on the reject in hand.
       CHECK-PARTITION-CHECKPOINT.
           MOVE 'N' TO GAPI-PCKP-HIT-SWITCH.
           IF NOT GAPI-PCKP-OPEN
              GO TO CHECK-PARTITION-CHECKPOINT-END
           END-IF.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP1-EMPLOYEE-NUMBER
                 READ PCKP1-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 2
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP2-EMPLOYEE-NUMBER
                 READ PCKP2-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 3
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP3-EMPLOYEE-NUMBER
                 READ PCKP3-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 4
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP4-EMPLOYEE-NUMBER
                 READ PCKP4-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 5
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP5-EMPLOYEE-NUMBER
                 READ PCKP5-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 6
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP6-EMPLOYEE-NUMBER
                 READ PCKP6-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 7
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP7-EMPLOYEE-NUMBER
                 READ PCKP7-FILE
                     INVALID KEY CONTINUE
                 END-READ
              WHEN 8
                 MOVE REJ-EMPLOYEE-NUMBER TO PCKP8-EMPLOYEE-NUMBER
                 READ PCKP8-FILE
                     INVALID KEY CONTINUE
                 END-READ
           END-EVALUATE.
           EVALUATE GAPI-PCKP-FILE-STATUS
               WHEN '00'
                  SET GAPI-PCKP-HIT TO TRUE
               WHEN '23'
                  CONTINUE
               WHEN OTHER
                  MOVE GAPI-PART-IDX TO GAPI-PART-DIGIT
                  DISPLAY "GAPIPMRG: unexpected I/O error reading "
                          "GAPICKP" GAPI-PART-DIGIT ", status "
                          GAPI-PCKP-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       CHECK-PARTITION-CHECKPOINT-END.
           EXIT.

       CLOSE-PARTITION-CHECKPOINT.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 CLOSE PCKP1-FILE
              WHEN 2
                 CLOSE PCKP2-FILE
              WHEN 3
                 CLOSE PCKP3-FILE
              WHEN 4
                 CLOSE PCKP4-FILE
              WHEN 5
                 CLOSE PCKP5-FILE
              WHEN 6
                 CLOSE PCKP6-FILE
              WHEN 7
                 CLOSE PCKP7-FILE
              WHEN 8
                 CLOSE PCKP8-FILE
           END-EVALUATE.
       CLOSE-PARTITION-CHECKPOINT-END.
           EXIT.

       OPEN-PARTITION-REJECTS.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 OPEN INPUT PREJ1-FILE
              WHEN 2
                 OPEN INPUT PREJ2-FILE
              WHEN 3
                 OPEN INPUT PREJ3-FILE
              WHEN 4
                 OPEN INPUT PREJ4-FILE
              WHEN 5
                 OPEN INPUT PREJ5-FILE
              WHEN 6
                 OPEN INPUT PREJ6-FILE
              WHEN 7
                 OPEN INPUT PREJ7-FILE
              WHEN 8
                 OPEN INPUT PREJ8-FILE
           END-EVALUATE.
       OPEN-PARTITION-REJECTS-END.
           EXIT.

       READ-PARTITION-REJECT.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 READ PREJ1-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 2
                 READ PREJ2-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 3
                 READ PREJ3-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 4
                 READ PREJ4-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 5
                 READ PREJ5-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 6
                 READ PREJ6-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 7
                 READ PREJ7-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
              WHEN 8
                 READ PREJ8-FILE INTO GAPI-REJECT-WORK
                     AT END CONTINUE
                 END-READ
           END-EVALUATE.
           EVALUATE TRUE
               WHEN GAPI-PREJ-FILE-EOF
                  SET GAPI-PREJ-EOF TO TRUE
               WHEN GAPI-PREJ-FILE-OK
                  CONTINUE
               WHEN OTHER
                  MOVE GAPI-PART-IDX TO GAPI-PART-DIGIT
                  DISPLAY "GAPIPMRG: unexpected I/O error reading "
                          "GAPIREJ" GAPI-PART-DIGIT ", status "
                          GAPI-PREJ-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-PARTITION-REJECT-END.
           EXIT.

       CLOSE-PARTITION-REJECTS.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 CLOSE PREJ1-FILE
              WHEN 2
                 CLOSE PREJ2-FILE
              WHEN 3
                 CLOSE PREJ3-FILE
              WHEN 4
                 CLOSE PREJ4-FILE
              WHEN 5
                 CLOSE PREJ5-FILE
              WHEN 6
                 CLOSE PREJ6-FILE
              WHEN 7
                 CLOSE PREJ7-FILE
              WHEN 8
                 CLOSE PREJ8-FILE
           END-EVALUATE.
       CLOSE-PARTITION-REJECTS-END.
           EXIT.

      *----------------------------------------------------------------*
      * The one GAPIRUNC record for the whole partitioned run.        *
      *----------------------------------------------------------------*
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF NOT GAPI-RUNC-FILE-OK
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF NOT GAPI-RUNC-FILE-OK
              DISPLAY "GAPIPMRG: unable to open GAPIRUNC, status "
                      GAPI-RUNC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO GAPI-RUNC-WORK.
           MOVE GAPI-PARENT-RUN-ID TO RNC-RUN-ID.
           MOVE GAPI-EARLIEST-START TO GAPI-STAMP.
           MOVE GAPI-STAMP-DATE TO RNC-START-DATE.
           MOVE GAPI-STAMP-TIME TO RNC-START-TIME.
           MOVE GAPI-LATEST-END TO GAPI-STAMP.
           MOVE GAPI-STAMP-DATE TO RNC-END-DATE.
           MOVE GAPI-STAMP-TIME TO RNC-END-TIME.
           MOVE GAPI-PROCESSED-TOTAL TO RNC-PROCESSED.
           MOVE GAPI-SUCCEEDED-TOTAL TO RNC-SUCCEEDED.
           MOVE GAPI-FAILED-TOTAL TO RNC-FAILED.
           MOVE GAPI-SKIPPED-TOTAL TO RNC-SKIPPED.
           MOVE GAPI-HIGH-RETURN-CODE TO RNC-RETURN-CODE.
           WRITE RUN-CONTROL-RECORD FROM GAPI-RUNC-WORK.
           CLOSE RUN-CONTROL-FILE.
       WRITE-RUN-CONTROL-END.
           EXIT.

      *----------------------------------------------------------------*
      * The partitions, the balance, and what was done about it.      *
      *----------------------------------------------------------------*
       WRITE-MERGE-REPORT.
           MOVE "GETAPIBT PARTITION MERGE REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARENT RUN: " DELIMITED BY SIZE
                  GAPI-PARENT-RUN-ID DELIMITED BY SIZE
                  "   EMPINPUT DATED " DELIMITED BY SIZE
                  PCT-FILE-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PARTITIONS" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-PART-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-PARTITION THRU REPORT-PARTITION-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "EMPINPUT TRAILER COUNT:       " TO CT-TEXT.
           MOVE PCT-INPUT-COUNT TO CT-COUNT.
           MOVE GAPI-MRG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PARTITION DETAILS:            " TO CT-TEXT.
           MOVE GAPI-DETAIL-TOTAL TO CT-COUNT.
           MOVE GAPI-MRG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PROCESSED BY THE PARTITIONS:  " TO CT-TEXT.
           MOVE GAPI-PROCESSED-TOTAL TO CT-COUNT.
           MOVE GAPI-MRG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "REJECTS MERGED INTO GAPIREJ:  " TO CT-TEXT.
           MOVE GAPI-REJECT-TOTAL TO CT-COUNT.
           MOVE GAPI-MRG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "REJECTS SUPERSEDED ON RESTART:" TO CT-TEXT.
           MOVE GAPI-SUPERSEDED-TOTAL TO CT-COUNT.
           MOVE GAPI-MRG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
              WHEN NOT GAPI-BALANCED
                 MOVE "NOT MERGED - PARTITION DETAILS DO NOT ADD UP TO "
                    & "THE EMPINPUT TRAILER COUNT" TO REPORT-LINE
              WHEN GAPI-ALREADY-MERGED
                 MOVE "NOT MERGED - GAPIRUNC ALREADY HOLDS THIS RUN"
                     TO REPORT-LINE
              WHEN NOT GAPI-ALL-COMPLETE
                 MOVE "NOT MERGED - RESTART THE UNFINISHED PARTITIONS "
                    & "AND RUN THE MERGE AGAIN" TO REPORT-LINE
              WHEN OTHER
                 MOVE SPACES TO REPORT-LINE
                 STRING "MERGED - GAPIREJ AND GAPIRUNC WRITTEN UNDER "
                            DELIMITED BY SIZE
                        "RUN " DELIMITED BY SIZE
                        GAPI-PARENT-RUN-ID DELIMITED BY SIZE
                     INTO REPORT-LINE
                 END-STRING
           END-EVALUATE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-MERGE-REPORT-END.
           EXIT.

       REPORT-PARTITION.
           MOVE GAPI-PART-IDX TO PL-PART.
           MOVE GAPI-PRT-RUN-ID(GAPI-PART-IDX) TO PL-RUN-ID.
           MOVE GAPI-PRT-EXPECTED(GAPI-PART-IDX) TO PL-EXPECTED.
           IF GAPI-PRT-NOT-RUN(GAPI-PART-IDX)
              MOVE SPACES TO PL-PROCESSED-X
              MOVE SPACES TO PL-SUCCEEDED-X
              MOVE SPACES TO PL-FAILED-X
              MOVE SPACES TO PL-SKIPPED-X
              MOVE SPACES TO PL-RETURN-CODE-X
           ELSE
              MOVE GAPI-PRT-PROCESSED(GAPI-PART-IDX) TO PL-PROCESSED
              MOVE GAPI-PRT-SUCCEEDED(GAPI-PART-IDX) TO PL-SUCCEEDED
              MOVE GAPI-PRT-FAILED(GAPI-PART-IDX) TO PL-FAILED
              MOVE GAPI-PRT-SKIPPED(GAPI-PART-IDX) TO PL-SKIPPED
              MOVE GAPI-PRT-RETURN-CODE(GAPI-PART-IDX)
                  TO PL-RETURN-CODE
           END-IF.
           IF GAPI-MERGED
              MOVE GAPI-PRT-REJECTS(GAPI-PART-IDX) TO PL-REJECTS
           ELSE
              MOVE SPACES TO PL-REJECTS-X
           END-IF.
           EVALUATE TRUE
              WHEN GAPI-PRT-NOT-RUN(GAPI-PART-IDX)
                 MOVE "NOT RUN - NO RUN-CONTROL" TO PL-STATE
              WHEN GAPI-PRT-INCOMPLETE(GAPI-PART-IDX)
                 MOVE "STOPPED SHORT - RESTART" TO PL-STATE
              WHEN OTHER
                 MOVE "COMPLETE" TO PL-STATE
           END-EVALUATE.
           MOVE GAPI-PART-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       REPORT-PARTITION-END.
           EXIT.

      *----------------------------------------------------------------*
       TERMINATE-RUN.
           CLOSE PARTITION-CONTROL-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIPMRG: parent run identifier:   "
                   GAPI-PARENT-RUN-ID.
           DISPLAY "GAPIPMRG: EMPINPUT trailer count:  "
                   PCT-INPUT-COUNT.
           DISPLAY "GAPIPMRG: partition details:       "
                   GAPI-DETAIL-TOTAL.
           DISPLAY "GAPIPMRG: unfinished partitions:   "
                   GAPI-UNFINISHED-COUNT.
           DISPLAY "GAPIPMRG: rejects merged:          "
                   GAPI-REJECT-TOTAL.
           DISPLAY "GAPIPMRG: rejects superseded:      "
                   GAPI-SUPERSEDED-TOTAL.

           EVALUATE TRUE
              WHEN NOT GAPI-BALANCED
                 DISPLAY "GAPIPMRG: RUN ABORTED - partition details "
                         "do not add up to the EMPINPUT trailer count"
                 MOVE 16 TO RETURN-CODE
              WHEN GAPI-ALREADY-MERGED
                 DISPLAY "GAPIPMRG: RUN ABORTED - run "
                         GAPI-PARENT-RUN-ID " is already in GAPIRUNC"
                 MOVE 16 TO RETURN-CODE
              WHEN NOT GAPI-ALL-COMPLETE
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       TERMINATE-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE INTO GAPI-RUNC-WORK
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-RUNC-FILE-EOF
                  SET GAPI-RUNC-EOF TO TRUE
               WHEN GAPI-RUNC-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPMRG: unexpected I/O error reading "
                          "GAPIRUNC, status " GAPI-RUNC-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-RUN-CONTROL-END.
           EXIT.
