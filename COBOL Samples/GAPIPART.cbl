      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIPART                                         *
      *                                                                *
      * Splits the night's EMPINPUT into up to eight partitions by     *
      * employee-number range so GETAPIBT can run as parallel jobs,    *
      * one per partition, when a single stream would overrun the      *
      * batch window. GAPIPRNG names the highest employee number of    *
      * each partition, one record per partition in ascending order;   *
      * the last partition also takes every number above its own.      *
      * Without GAPIPRNG the file is split four ways at 249999, 499999 *
      * and 749999.                                                    *
      *                                                                *
      * The input is verified the way GETAPIBT would verify it -- the  *
      * header dated today, the trailer balancing the details -- and   *
      * each partition, EMPINP01 to EMPINP08, is written with a header *
      * and trailer of its own. The header also carries the run        *
      * identifier minted here for the whole partitioned run and the   *
      * partition's number, from which each partition's GETAPIBT job   *
      * takes its own run identifier (see GAPIRUNC).                   *
      *                                                                *
      * GAPIPCTL receives the parent run identifier, the input trailer *
      * count and every partition's range and detail count, for the    *
      * GAPIPMRG merge step that follows the partition jobs. PARTRPT   *
      * lists the partitions.                                          *
      *                                                                *
      * Exit codes: 0 partitions written; 8 EMPINPUT carried no        *
      * details, so the job can skip the GETAPIBT steps; 16 EMPINPUT   *
      * failed verification, GAPIPRNG is unusable, or a file could not *
      * be used.                                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIPART.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE ASSIGN TO "GAPIPRNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-RANGE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPINPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-EMPLOYEE-FILE-STATUS.

           SELECT PART1-FILE ASSIGN TO "EMPINP01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART2-FILE ASSIGN TO "EMPINP02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART3-FILE ASSIGN TO "EMPINP03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART4-FILE ASSIGN TO "EMPINP04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART5-FILE ASSIGN TO "EMPINP05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART6-FILE ASSIGN TO "EMPINP06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART7-FILE ASSIGN TO "EMPINP07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PART8-FILE ASSIGN TO "EMPINP08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PART-FILE-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "GAPIPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-PCTL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Optional partition ranges: the highest employee number of each
      * partition, one record per partition, ascending.
       FD  RANGE-FILE.
       01  RANGE-RECORD.
           05  PRG-HIGH-EMPLOYEE        PIC X(6).
           05  FILLER                   PIC X(74).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05  ER-EMPLOYEE-NUMBER       PIC X(6).
           05  FILLER                   PIC X(74).
      * Header/trailer view of the same buffer -- see GAPICTL.
       01  CONTROL-RECORD.
           COPY GAPICTL.

      * The partitions, each in EMPINPUT's layout; records are built
      * in GAPI-PART-BUFFER and written from it.
       FD  PART1-FILE.
       01  PART1-RECORD                 PIC X(80).
       FD  PART2-FILE.
       01  PART2-RECORD                 PIC X(80).
       FD  PART3-FILE.
       01  PART3-RECORD                 PIC X(80).
       FD  PART4-FILE.
       01  PART4-RECORD                 PIC X(80).
       FD  PART5-FILE.
       01  PART5-RECORD                 PIC X(80).
       FD  PART6-FILE.
       01  PART6-RECORD                 PIC X(80).
       FD  PART7-FILE.
       01  PART7-RECORD                 PIC X(80).
       FD  PART8-FILE.
       01  PART8-RECORD                 PIC X(80).

       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           COPY GAPIPCTL.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-RANGE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-RANGE-FILE-OK                   VALUE '00'.
           88  GAPI-RANGE-FILE-EOF                  VALUE '10'.
           88  GAPI-RANGE-FILE-MISSING              VALUE '35'.

       01  GAPI-EMPLOYEE-FILE-STATUS      PIC X(02) VALUE SPACES.
           88  GAPI-EMPLOYEE-FILE-OK                VALUE '00'.
           88  GAPI-EMPLOYEE-FILE-EOF               VALUE '10'.

      * Shared by the eight partition files; every open, write and
      * close is checked as soon as it is made, so one status serves
      * them all.
       01  GAPI-PART-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-PART-FILE-OK                    VALUE '00'.

       01  GAPI-PCTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-PCTL-FILE-OK                    VALUE '00'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-RANGE-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  GAPI-RANGE-EOF                   VALUE 'Y'.
           05  GAPI-EOF-SWITCH            PIC X(01) VALUE 'N'.
               88  GAPI-EOF                         VALUE 'Y'.
           05  GAPI-TRAILER-SEEN-SWITCH   PIC X(01) VALUE 'N'.
               88  GAPI-TRAILER-SEEN                VALUE 'Y'.
           05  GAPI-PART-FOUND-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-PART-FOUND                  VALUE 'Y'.

      * The parent run identifier: GB plus this job's start date and
      * time, as GETAPIBT would have minted it for a single stream.
       01  GAPI-RUN-ID                    PIC X(16) VALUE SPACES.
       01  GAPI-RUN-ID-BUILD.
           05  GAPI-RUN-ID-PREFIX         PIC X(2)  VALUE 'GB'.
           05  GAPI-RUN-ID-DATE           PIC 9(8).
           05  GAPI-RUN-ID-TIME           PIC 9(6).
       01  GAPI-CURRENT-TIME-RAW          PIC 9(8) VALUE 0.
       01  GAPI-TODAY-DATE                PIC 9(8) VALUE 0.
       01  GAPI-SOURCE-SYSTEM             PIC X(8) VALUE SPACES.

      * The partitions: the highest employee number each takes and
      * how many details it received. The shipped four-way split
      * stands unless GAPIPRNG supplies ranges of its own.
       01  GAPI-PART-MAX                  PIC 9(2) VALUE 8.
       01  GAPI-PART-COUNT                PIC 9(2) COMP VALUE 4.
       01  GAPI-PART-TABLE.
           05  GAPI-PART-ENTRY OCCURS 8 TIMES.
               10  GAPI-PRT-HIGH          PIC X(6).
               10  GAPI-PRT-COUNT         PIC 9(7) COMP.
       01  GAPI-PART-DEFAULTS.
           05  FILLER                     PIC X(6) VALUE '249999'.
           05  FILLER                     PIC X(6) VALUE '499999'.
           05  FILLER                     PIC X(6) VALUE '749999'.
           05  FILLER                     PIC X(6) VALUE '999999'.
       01  GAPI-PART-DEFAULTS-R REDEFINES GAPI-PART-DEFAULTS.
           05  GAPI-DEFAULT-HIGH          PIC X(6) OCCURS 4 TIMES.
       01  GAPI-PART-IDX                  PIC 9(2) COMP VALUE 0.
       01  GAPI-RANGE-COUNT               PIC 9(2) COMP VALUE 0.
       01  GAPI-PREV-HIGH                 PIC X(6) VALUE SPACES.

      * One partition record staged for WRITE-PARTITION-RECORD.
      * Partition headers and trailers are built in CONTROL-RECORD,
      * whose input contents are no longer needed by then.
       01  GAPI-PART-BUFFER               PIC X(80) VALUE SPACES.

      * Input-control verification, as GETAPIBT does it.
       01  GAPI-CTL-DETAIL-COUNT          PIC 9(7) COMP VALUE 0.
       01  GAPI-CTL-EXPECTED-COUNT        PIC 9(7) VALUE 0.

      * Print-line layouts.
       01  GAPI-PART-HEADING.
           05  FILLER            PIC X(6)  VALUE 'PART'.
           05  FILLER            PIC X(10) VALUE 'DD NAME'.
           05  FILLER            PIC X(10) VALUE 'ABOVE'.
           05  FILLER            PIC X(10) VALUE 'UP TO'.
           05  FILLER            PIC X(10) VALUE '   DETAILS'.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'RUN ID'.

       01  GAPI-PART-LINE.
           05  PL-PART           PIC 9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  PL-DD-NAME        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-ABOVE          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-UP-TO          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-DETAILS        PIC ZZZZZZZZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  PL-RUN-ID         PIC X(16).

       01  GAPI-PART-COUNT-LINE.
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

           PERFORM SPLIT-RECORD THRU SPLIT-RECORD-END
               UNTIL GAPI-EOF.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           PERFORM LOAD-PARTITION-RANGES
               THRU LOAD-PARTITION-RANGES-END.

           OPEN INPUT EMPLOYEE-FILE.
           IF NOT GAPI-EMPLOYEE-FILE-OK
              DISPLAY "GAPIPART: unable to open EMPINPUT, status "
                      GAPI-EMPLOYEE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * The file being split must pass the header checks GETAPIBT
      * would make, or the partitions would carry a stale or foreign
      * file forward under today's date.
           READ EMPLOYEE-FILE
               AT END
                  CONTINUE
           END-READ.
           IF NOT GAPI-EMPLOYEE-FILE-OK
              DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT is empty or "
                      "unreadable, no header record to verify"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT CTL-IS-HEADER
              DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT carries no "
                      "header record - is this the right file?"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.
           IF CTL-FILE-DATE IS NOT NUMERIC
              OR CTL-FILE-DATE NOT = GAPI-TODAY-DATE
              DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT header is "
                      "dated " CTL-FILE-DATE " but today is "
                      GAPI-TODAY-DATE " - stale file from "
                      CTL-SOURCE-SYSTEM
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF CTL-PARENT-RUN-ID NOT = SPACES
              DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT is already "
                      "partition " CTL-PARTITION-NUMBER " of run "
                      CTL-PARENT-RUN-ID
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE CTL-SOURCE-SYSTEM TO GAPI-SOURCE-SYSTEM.

      * Mint the parent run identifier from the start date and time.
           ACCEPT GAPI-CURRENT-TIME-RAW FROM TIME.
           MOVE GAPI-TODAY-DATE TO GAPI-RUN-ID-DATE.
           MOVE GAPI-CURRENT-TIME-RAW(1:6) TO GAPI-RUN-ID-TIME.
           MOVE GAPI-RUN-ID-BUILD TO GAPI-RUN-ID.

      * Emptied now, written at the end: an aborted split must not
      * leave the previous run's control record for GAPIPMRG to find.
           OPEN OUTPUT PARTITION-CONTROL-FILE.
           IF NOT GAPI-PCTL-FILE-OK
              DISPLAY "GAPIPART: unable to open GAPIPCTL, status "
                      GAPI-PCTL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIPART: unable to open PARTRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM OPEN-PARTITION THRU OPEN-PARTITION-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.

           PERFORM READ-EMPLOYEE THRU READ-EMPLOYEE-END.
       INITIALIZE-FILES-END.
           EXIT.

      *----------------------------------------------------------------*
      * Take the partition ranges from GAPIPRNG when it supplies any: *
      * numeric, strictly ascending, no more than eight. A missing or *
      * empty GAPIPRNG leaves the shipped four-way split; one that is *
      * there but cannot be opened stops the run, rather than split   *
      * the file other than the way operations set it up.             *
      *----------------------------------------------------------------*
       LOAD-PARTITION-RANGES.
           PERFORM LOAD-DEFAULT-RANGE THRU LOAD-DEFAULT-RANGE-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.

           OPEN INPUT RANGE-FILE.
           IF GAPI-RANGE-FILE-MISSING
              GO TO LOAD-PARTITION-RANGES-END
           END-IF.
           IF NOT GAPI-RANGE-FILE-OK
              DISPLAY "GAPIPART: unable to open GAPIPRNG, status "
                      GAPI-RANGE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-RANGE THRU READ-RANGE-END.
           PERFORM LOAD-RANGE-RECORD THRU LOAD-RANGE-RECORD-END
               UNTIL GAPI-RANGE-EOF.
           CLOSE RANGE-FILE.
           IF GAPI-RANGE-COUNT > 0
              MOVE GAPI-RANGE-COUNT TO GAPI-PART-COUNT
           END-IF.
       LOAD-PARTITION-RANGES-END.
           EXIT.

       LOAD-DEFAULT-RANGE.
           MOVE GAPI-DEFAULT-HIGH(GAPI-PART-IDX)
               TO GAPI-PRT-HIGH(GAPI-PART-IDX).
           MOVE ZERO TO GAPI-PRT-COUNT(GAPI-PART-IDX).
       LOAD-DEFAULT-RANGE-END.
           EXIT.

      * One GAPIPRNG record. Blank records are passed over.
       LOAD-RANGE-RECORD.
           IF PRG-HIGH-EMPLOYEE NOT = SPACES
              IF PRG-HIGH-EMPLOYEE IS NOT NUMERIC
                 DISPLAY "GAPIPART: GAPIPRNG range " PRG-HIGH-EMPLOYEE
                         " is not an employee number"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              IF GAPI-RANGE-COUNT > 0
                 AND PRG-HIGH-EMPLOYEE NOT > GAPI-PREV-HIGH
                 DISPLAY "GAPIPART: GAPIPRNG range " PRG-HIGH-EMPLOYEE
                         " does not follow " GAPI-PREV-HIGH
                         " - ranges must ascend"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              IF GAPI-RANGE-COUNT >= GAPI-PART-MAX
                 DISPLAY "GAPIPART: GAPIPRNG names more than "
                         GAPI-PART-MAX " partitions"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO GAPI-RANGE-COUNT
              MOVE PRG-HIGH-EMPLOYEE TO GAPI-PRT-HIGH(GAPI-RANGE-COUNT)
              MOVE ZERO TO GAPI-PRT-COUNT(GAPI-RANGE-COUNT)
              MOVE PRG-HIGH-EMPLOYEE TO GAPI-PREV-HIGH
           END-IF.
           PERFORM READ-RANGE THRU READ-RANGE-END.
       LOAD-RANGE-RECORD-END.
           EXIT.

      * Open one partition and write its header: today's date, this
      * program as the source system, the parent run and the
      * partition's number.
       OPEN-PARTITION.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 OPEN OUTPUT PART1-FILE
              WHEN 2
                 OPEN OUTPUT PART2-FILE
              WHEN 3
                 OPEN OUTPUT PART3-FILE
              WHEN 4
                 OPEN OUTPUT PART4-FILE
              WHEN 5
                 OPEN OUTPUT PART5-FILE
              WHEN 6
                 OPEN OUTPUT PART6-FILE
              WHEN 7
                 OPEN OUTPUT PART7-FILE
              WHEN 8
                 OPEN OUTPUT PART8-FILE
           END-EVALUATE.
           MOVE GAPI-PART-IDX TO PL-PART.
           IF NOT GAPI-PART-FILE-OK
              DISPLAY "GAPIPART: unable to open EMPINP0" PL-PART
                      ", status " GAPI-PART-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-RECORD-TYPE.
           MOVE GAPI-TODAY-DATE TO CTL-FILE-DATE.
           MOVE 'GAPIPART' TO CTL-SOURCE-SYSTEM.
           MOVE GAPI-RUN-ID TO CTL-PARENT-RUN-ID.
           MOVE PL-PART TO CTL-PARTITION-NUMBER.
           MOVE CONTROL-RECORD TO GAPI-PART-BUFFER.
           PERFORM WRITE-PARTITION-RECORD
               THRU WRITE-PARTITION-RECORD-END.
       OPEN-PARTITION-END.
           EXIT.

      *----------------------------------------------------------------*
      * One EMPINPUT record after the header: a detail goes to the    *
      * first partition whose high number it does not exceed, or the  *
      * last partition when it exceeds them all. Control records are  *
      * checked as GETAPIBT's verification pass checks them.          *
      *----------------------------------------------------------------*
       SPLIT-RECORD.
           EVALUATE TRUE
              WHEN CTL-IS-HEADER
                 DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT carries a "
                         "second header record - two files "
                         "concatenated?"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN CTL-IS-TRAILER
                 IF GAPI-TRAILER-SEEN
                    DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT carries "
                            "a second trailer record - two files "
                            "concatenated?"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 SET GAPI-TRAILER-SEEN TO TRUE
                 IF CTL-DETAIL-COUNT IS NUMERIC
                    MOVE CTL-DETAIL-COUNT TO GAPI-CTL-EXPECTED-COUNT
                 ELSE
                    DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT trailer "
                            "count is not numeric"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN GAPI-TRAILER-SEEN
                 DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT carries "
                         "records after the trailer"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 ADD 1 TO GAPI-CTL-DETAIL-COUNT
                 PERFORM FIND-PARTITION THRU FIND-PARTITION-END
                 ADD 1 TO GAPI-PRT-COUNT(GAPI-PART-IDX)
                 MOVE EMPLOYEE-RECORD TO GAPI-PART-BUFFER
                 PERFORM WRITE-PARTITION-RECORD
                     THRU WRITE-PARTITION-RECORD-END
           END-EVALUATE.

           PERFORM READ-EMPLOYEE THRU READ-EMPLOYEE-END.
       SPLIT-RECORD-END.
           EXIT.

      * Leaves GAPI-PART-IDX on the partition for ER-EMPLOYEE-NUMBER.
       FIND-PARTITION.
           MOVE 'N' TO GAPI-PART-FOUND-SWITCH.
           PERFORM FIND-PARTITION-SCAN THRU FIND-PARTITION-SCAN-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT
                  OR GAPI-PART-FOUND.
      * The PERFORM VARYING steps the subscript once more after the
      * match sets the switch, and past the table when nothing
      * matched -- either way one step back is the partition.
           SUBTRACT 1 FROM GAPI-PART-IDX.
       FIND-PARTITION-END.
           EXIT.

       FIND-PARTITION-SCAN.
           IF ER-EMPLOYEE-NUMBER NOT > GAPI-PRT-HIGH(GAPI-PART-IDX)
              SET GAPI-PART-FOUND TO TRUE
           ELSE
              CONTINUE
           END-IF.
       FIND-PARTITION-SCAN-END.
           EXIT.

      * Write GAPI-PART-BUFFER to the partition GAPI-PART-IDX names.
       WRITE-PARTITION-RECORD.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 WRITE PART1-RECORD FROM GAPI-PART-BUFFER
              WHEN 2
                 WRITE PART2-RECORD FROM GAPI-PART-BUFFER
              WHEN 3
                 WRITE PART3-RECORD FROM GAPI-PART-BUFFER
              WHEN 4
                 WRITE PART4-RECORD FROM GAPI-PART-BUFFER
              WHEN 5
                 WRITE PART5-RECORD FROM GAPI-PART-BUFFER
              WHEN 6
                 WRITE PART6-RECORD FROM GAPI-PART-BUFFER
              WHEN 7
                 WRITE PART7-RECORD FROM GAPI-PART-BUFFER
              WHEN 8
                 WRITE PART8-RECORD FROM GAPI-PART-BUFFER
           END-EVALUATE.
           IF NOT GAPI-PART-FILE-OK
              MOVE GAPI-PART-IDX TO PL-PART
              DISPLAY "GAPIPART: unable to write EMPINP0" PL-PART
                      ", status " GAPI-PART-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       WRITE-PARTITION-RECORD-END.
           EXIT.

      *----------------------------------------------------------------*
      * The input must have balanced before any partition is given a  *
      * trailer -- a partition without one is refused by GETAPIBT, so *
      * an unbalanced input cannot be run by accident. Then the       *
      * partition trailers, GAPIPCTL and PARTRPT.                     *
      *----------------------------------------------------------------*
       TERMINATE-RUN.
           IF NOT GAPI-TRAILER-SEEN
              DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT carries no "
                      "trailer record - transmit may be truncated"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF GAPI-CTL-DETAIL-COUNT NOT = GAPI-CTL-EXPECTED-COUNT
              DISPLAY "GAPIPART: RUN ABORTED - EMPINPUT trailer "
                      "expects " GAPI-CTL-EXPECTED-COUNT
                      " details but the file carries "
                      GAPI-CTL-DETAIL-COUNT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO PARTITION-CONTROL-RECORD.
           MOVE GAPI-RUN-ID TO PCT-PARENT-RUN-ID.
           MOVE GAPI-TODAY-DATE TO PCT-FILE-DATE.
           MOVE GAPI-CTL-EXPECTED-COUNT TO PCT-INPUT-COUNT.
           MOVE GAPI-PART-COUNT TO PCT-PARTITION-COUNT.

           PERFORM CLOSE-PARTITION THRU CLOSE-PARTITION-END
               VARYING GAPI-PART-IDX FROM 1 BY 1
               UNTIL GAPI-PART-IDX > GAPI-PART-COUNT.

           WRITE PARTITION-CONTROL-RECORD.

           PERFORM WRITE-PARTITION-REPORT
               THRU WRITE-PARTITION-REPORT-END.

           CLOSE EMPLOYEE-FILE.
           CLOSE PARTITION-CONTROL-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIPART: parent run identifier: " GAPI-RUN-ID.
           DISPLAY "GAPIPART: EMPINPUT details:      "
                   GAPI-CTL-DETAIL-COUNT.
           DISPLAY "GAPIPART: partitions written:    "
                   GAPI-PART-COUNT.

      * An empty input leaves nothing for the partition jobs to do.
           IF GAPI-CTL-DETAIL-COUNT = ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       TERMINATE-RUN-END.
           EXIT.

      * Trailer one partition, close it, and record its range and
      * count in GAPIPCTL.
       CLOSE-PARTITION.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-RECORD-TYPE.
           MOVE GAPI-PRT-COUNT(GAPI-PART-IDX) TO CTL-DETAIL-COUNT.
           MOVE CONTROL-RECORD TO GAPI-PART-BUFFER.
           PERFORM WRITE-PARTITION-RECORD
               THRU WRITE-PARTITION-RECORD-END.
           EVALUATE GAPI-PART-IDX
              WHEN 1
                 CLOSE PART1-FILE
              WHEN 2
                 CLOSE PART2-FILE
              WHEN 3
                 CLOSE PART3-FILE
              WHEN 4
                 CLOSE PART4-FILE
              WHEN 5
                 CLOSE PART5-FILE
              WHEN 6
                 CLOSE PART6-FILE
              WHEN 7
                 CLOSE PART7-FILE
              WHEN 8
                 CLOSE PART8-FILE
           END-EVALUATE.
           MOVE GAPI-PRT-HIGH(GAPI-PART-IDX)
               TO PCT-HIGH-EMPLOYEE(GAPI-PART-IDX).
           MOVE GAPI-PRT-COUNT(GAPI-PART-IDX)
               TO PCT-DETAIL-COUNT(GAPI-PART-IDX).
       CLOSE-PARTITION-END.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-PARTITION-REPORT.
           MOVE "GETAPIBT EMPINPUT PARTITION REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARENT RUN: " DELIMITED BY SIZE
                  GAPI-RUN-ID DELIMITED BY SIZE
                  "   EMPINPUT DATED " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  GAPI-SOURCE-SYSTEM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-RANGE-COUNT = ZERO
              MOVE "NO RANGES IN GAPIPRNG - SHIPPED FOUR-WAY SPLIT USED"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
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
           MOVE GAPI-CTL-EXPECTED-COUNT TO CT-COUNT.
           MOVE GAPI-PART-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "DETAILS SPLIT:                " TO CT-TEXT.
           MOVE GAPI-CTL-DETAIL-COUNT TO CT-COUNT.
           MOVE GAPI-PART-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PARTITIONS:                   " TO CT-TEXT.
           MOVE GAPI-PART-COUNT TO CT-COUNT.
           MOVE GAPI-PART-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-PARTITION-REPORT-END.
           EXIT.

      * One partition: its DD name, the range it took and the run
      * identifier its GETAPIBT job will run under.
       REPORT-PARTITION.
           MOVE GAPI-PART-IDX TO PL-PART.
           MOVE SPACES TO PL-DD-NAME.
           STRING "EMPINP0" DELIMITED BY SIZE
                  PL-PART DELIMITED BY SIZE
               INTO PL-DD-NAME
           END-STRING.
           IF GAPI-PART-IDX = 1
              MOVE SPACES TO PL-ABOVE
           ELSE
              MOVE GAPI-PRT-HIGH(GAPI-PART-IDX - 1) TO PL-ABOVE
           END-IF.
           IF GAPI-PART-IDX = GAPI-PART-COUNT
              MOVE 'HIGHEST' TO PL-UP-TO
           ELSE
              MOVE GAPI-PRT-HIGH(GAPI-PART-IDX) TO PL-UP-TO
           END-IF.
           MOVE GAPI-PRT-COUNT(GAPI-PART-IDX) TO PL-DETAILS.
           MOVE GAPI-RUN-ID TO PL-RUN-ID.
           MOVE 'G' TO PL-RUN-ID(1:1).
           MOVE PL-PART TO PL-RUN-ID(2:1).
           MOVE GAPI-PART-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       REPORT-PARTITION-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-RANGE.
           READ RANGE-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-RANGE-FILE-EOF
                  SET GAPI-RANGE-EOF TO TRUE
               WHEN GAPI-RANGE-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPART: unexpected I/O error reading "
                          "GAPIPRNG, status " GAPI-RANGE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-RANGE-END.
           EXIT.

       READ-EMPLOYEE.
           READ EMPLOYEE-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-EMPLOYEE-FILE-EOF
                  SET GAPI-EOF TO TRUE
               WHEN GAPI-EMPLOYEE-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPART: unexpected I/O error reading "
                          "EMPINPUT, status "
                          GAPI-EMPLOYEE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-EMPLOYEE-END.
           EXIT.
