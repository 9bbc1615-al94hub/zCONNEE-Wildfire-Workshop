      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIPREL                                         *
      *                                                                *
      * Daily release of future-dated corrections. PUTAPIOL and        *
      * PUTAPIBT hold a correction dated after the day it was taken    *
      * in the GAPIPEND pending-corrections file instead of sending    *
      * it early; this program picks up every pending item whose       *
      * effective date has arrived, writes it to an EMPUPDT complete   *
      * with the header and trailer PUTAPIBT verifies, and marks the   *
      * item released, so the next PUTAPIBT step applies the move on   *
      * the day the employee asked for without anyone keying it        *
      * again.                                                         *
      *                                                                *
      * Two items for one employee falling due together go out as one  *
      * EMPUPDT record -- PUTAPIBT would skip the second as an in-file *
      * duplicate -- each field taking the value from the item with    *
      * the latest effective date that changes it.                     *
      *                                                                *
      * RELRPT lists every item released with who took it, and counts  *
      * what is still waiting.                                         *
      *                                                                *
      * Exit codes: 0 corrections released; 8 nothing fell due, so    *
      * the job can skip the PUTAPIBT step; 16 a file could not be     *
      * used.                                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIPREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "GAPIPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS GAPI-PENDING-FILE-STATUS.

           SELECT UPDATE-FILE ASSIGN TO "EMPUPDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-UPDATE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY GAPIPEND.

      * The releasing EMPUPDT, in the layout PUTAPIBT reads: header,
      * correction details, trailer. The effective date is carried
      * through; being today or earlier, PUTAPIBT sends it at once.
       FD  UPDATE-FILE.
       01  UPDATE-RECORD.
           05  UR-EMPLOYEE-NUMBER       PIC X(6).
           05  UR-ADDRESS               PIC X(40).
           05  UR-PHONE                 PIC X(12).
           05  UR-EFFECTIVE-DATE        PIC X(8).
           05  FILLER                   PIC X(14).
      * Header/trailer view of the same buffer -- see GAPICTL.
       01  CONTROL-RECORD.
           COPY GAPICTL.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-PENDING-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-PENDING-FILE-OK                 VALUE '00'.
           88  GAPI-PENDING-FILE-EOF                VALUE '10'.
           88  GAPI-PENDING-FILE-MISSING            VALUE '35'.

       01  GAPI-UPDATE-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-UPDATE-FILE-OK                  VALUE '00'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-PENDING-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  GAPI-PENDING-EOF                 VALUE 'Y'.
      * No GAPIPEND yet -- nothing has ever been future-dated -- is
      * an empty release, not a failure.
           05  GAPI-PENDING-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  GAPI-PENDING-OPEN                VALUE 'Y'.

       01  GAPI-TODAY-DATE                PIC 9(8)  VALUE 0.

      * The employee whose due items are being folded into one
      * EMPUPDT record. GAPIPEND is keyed on the employee first, so
      * an employee's items arrive together and the record is
      * written when the next employee's first due item is read.
      * Each field keeps the effective date of the item it came
      * from, so a later-dated item overrides an earlier one.
       01  GAPI-HOLD-EMPLOYEE             PIC X(6)  VALUE SPACES.
       01  GAPI-HOLD-ADDRESS              PIC X(40) VALUE SPACES.
       01  GAPI-HOLD-ADDRESS-DATE         PIC 9(8)  VALUE 0.
       01  GAPI-HOLD-PHONE                PIC X(12) VALUE SPACES.
       01  GAPI-HOLD-PHONE-DATE           PIC 9(8)  VALUE 0.
       01  GAPI-HOLD-EFFECTIVE-DATE       PIC 9(8)  VALUE 0.
       01  GAPI-HOLD-ITEM-COUNT           PIC 9(5) COMP VALUE 0.

      * Counts for the trailer, the report and the exit code.
       01  GAPI-ITEMS-READ-COUNT          PIC 9(7) COMP VALUE 0.
       01  GAPI-RELEASED-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-WRITTEN-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-COMBINED-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-WAITING-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-CLOSED-COUNT              PIC 9(7) COMP VALUE 0.

      * Print-line layouts.
       01  GAPI-RELEASE-HEADING.
           05  FILLER            PIC X(8)  VALUE 'EMP NO'.
           05  FILLER            PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER            PIC X(10) VALUE 'TAKEN ON'.
           05  FILLER            PIC X(10) VALUE 'TAKEN BY'.
           05  FILLER            PIC X(18) VALUE 'RUN'.
           05  FILLER            PIC X(42) VALUE 'ADDRESS'.
           05  FILLER            PIC X(12) VALUE 'PHONE'.

       01  GAPI-RELEASE-LINE.
           05  RL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-EFFECTIVE-DATE PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-ENTERED-DATE   PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-OPERATOR-ID    PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-RUN-ID         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-ADDRESS        PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-PHONE          PIC X(12).

       01  GAPI-REL-COUNT-LINE.
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

           PERFORM RELEASE-PENDING-ITEM THRU RELEASE-PENDING-ITEM-END
               UNTIL GAPI-PENDING-EOF.

      * The last employee's record is still being held.
           PERFORM WRITE-HELD-RELEASE THRU WRITE-HELD-RELEASE-END.

           PERFORM WRITE-RELEASE-TOTALS THRU WRITE-RELEASE-TOTALS-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN I-O PENDING-FILE.
           EVALUATE TRUE
              WHEN GAPI-PENDING-FILE-OK
                 SET GAPI-PENDING-OPEN TO TRUE
              WHEN GAPI-PENDING-FILE-MISSING
                 DISPLAY "GAPIPREL: no GAPIPEND file - nothing pending"
                 SET GAPI-PENDING-EOF TO TRUE
              WHEN OTHER
                 DISPLAY "GAPIPREL: unable to open GAPIPEND, status "
                         GAPI-PENDING-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           OPEN OUTPUT UPDATE-FILE.
           IF NOT GAPI-UPDATE-FILE-OK
              DISPLAY "GAPIPREL: unable to open EMPUPDT, status "
                      GAPI-UPDATE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIPREL: unable to open RELRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * The header PUTAPIBT's verification pass will demand: today's
      * date and this program as the source system.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-RECORD-TYPE.
           MOVE GAPI-TODAY-DATE TO CTL-FILE-DATE.
           MOVE 'GAPIPREL' TO CTL-SOURCE-SYSTEM.
           WRITE CONTROL-RECORD.

           MOVE "PENDING CORRECTIONS RELEASE REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELEASED: EFFECTIVE ON OR BEFORE " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RELEASED TO EMPUPDT" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-RELEASE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           IF GAPI-PENDING-OPEN
              PERFORM READ-PENDING THRU READ-PENDING-END
           END-IF.
       INITIALIZE-FILES-END.
           EXIT.

      *----------------------------------------------------------------*
      * One GAPIPEND item. Released and cancelled items are history   *
      * and are only counted; a pending item not yet due is left      *
      * waiting; a due item is released.                              *
      *----------------------------------------------------------------*
       RELEASE-PENDING-ITEM.
           ADD 1 TO GAPI-ITEMS-READ-COUNT.

           EVALUATE TRUE
              WHEN NOT PND-IS-PENDING
                 ADD 1 TO GAPI-CLOSED-COUNT
              WHEN PND-EFFECTIVE-DATE > GAPI-TODAY-DATE
                 ADD 1 TO GAPI-WAITING-COUNT
              WHEN OTHER
                 PERFORM RELEASE-DUE-ITEM THRU RELEASE-DUE-ITEM-END
           END-EVALUATE.

           PERFORM READ-PENDING THRU READ-PENDING-END.
       RELEASE-PENDING-ITEM-END.
           EXIT.

      * A due item: folded into its employee's EMPUPDT record,
      * listed, and rewritten as released.
       RELEASE-DUE-ITEM.
           IF PND-EMPLOYEE NOT = GAPI-HOLD-EMPLOYEE
              PERFORM WRITE-HELD-RELEASE THRU WRITE-HELD-RELEASE-END
              MOVE PND-EMPLOYEE TO GAPI-HOLD-EMPLOYEE
           END-IF.
           PERFORM FOLD-DUE-ITEM THRU FOLD-DUE-ITEM-END.

           MOVE PND-EMPLOYEE TO RL-EMPLOYEE.
           MOVE PND-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE.
           MOVE PND-ENTERED-DATE TO RL-ENTERED-DATE.
           MOVE PND-OPERATOR-ID TO RL-OPERATOR-ID.
           MOVE PND-RUN-ID TO RL-RUN-ID.
           MOVE PND-ADDRESS TO RL-ADDRESS.
           MOVE PND-PHONE TO RL-PHONE.
           MOVE GAPI-RELEASE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           SET PND-IS-RELEASED TO TRUE.
           MOVE GAPI-TODAY-DATE TO PND-CLOSED-DATE.
           MOVE 'GAPIPREL' TO PND-CLOSED-BY.
           REWRITE PENDING-RECORD
               INVALID KEY
                  DISPLAY "GAPIPREL: unable to mark GAPIPEND item "
                          "released for " PND-EMPLOYEE ", status "
                          GAPI-PENDING-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-REWRITE.
           ADD 1 TO GAPI-RELEASED-COUNT.
       RELEASE-DUE-ITEM-END.
           EXIT.

      * Fold one due item into the held record: a field the item
      * changes replaces the held value unless the held value came
      * from an item with a later effective date.
       FOLD-DUE-ITEM.
           ADD 1 TO GAPI-HOLD-ITEM-COUNT.
           IF PND-ADDRESS NOT = SPACES
              AND PND-EFFECTIVE-DATE NOT < GAPI-HOLD-ADDRESS-DATE
              MOVE PND-ADDRESS TO GAPI-HOLD-ADDRESS
              MOVE PND-EFFECTIVE-DATE TO GAPI-HOLD-ADDRESS-DATE
           END-IF.
           IF PND-PHONE NOT = SPACES
              AND PND-EFFECTIVE-DATE NOT < GAPI-HOLD-PHONE-DATE
              MOVE PND-PHONE TO GAPI-HOLD-PHONE
              MOVE PND-EFFECTIVE-DATE TO GAPI-HOLD-PHONE-DATE
           END-IF.
           IF PND-EFFECTIVE-DATE > GAPI-HOLD-EFFECTIVE-DATE
              MOVE PND-EFFECTIVE-DATE TO GAPI-HOLD-EFFECTIVE-DATE
           END-IF.
       FOLD-DUE-ITEM-END.
           EXIT.

      * Write the held employee's EMPUPDT record, if one is held, and
      * clear the hold for the next employee.
       WRITE-HELD-RELEASE.
           IF GAPI-HOLD-ITEM-COUNT = ZERO
              GO TO WRITE-HELD-RELEASE-END
           END-IF.
           MOVE SPACES TO UPDATE-RECORD.
           MOVE GAPI-HOLD-EMPLOYEE TO UR-EMPLOYEE-NUMBER.
           MOVE GAPI-HOLD-ADDRESS TO UR-ADDRESS.
           MOVE GAPI-HOLD-PHONE TO UR-PHONE.
           MOVE GAPI-HOLD-EFFECTIVE-DATE TO UR-EFFECTIVE-DATE.
           WRITE UPDATE-RECORD.
           ADD 1 TO GAPI-WRITTEN-COUNT.
           IF GAPI-HOLD-ITEM-COUNT > 1
              COMPUTE GAPI-COMBINED-COUNT = GAPI-COMBINED-COUNT
                  + GAPI-HOLD-ITEM-COUNT - 1
           END-IF.

           MOVE SPACES TO GAPI-HOLD-EMPLOYEE.
           MOVE SPACES TO GAPI-HOLD-ADDRESS.
           MOVE ZERO TO GAPI-HOLD-ADDRESS-DATE.
           MOVE SPACES TO GAPI-HOLD-PHONE.
           MOVE ZERO TO GAPI-HOLD-PHONE-DATE.
           MOVE ZERO TO GAPI-HOLD-EFFECTIVE-DATE.
           MOVE ZERO TO GAPI-HOLD-ITEM-COUNT.
       WRITE-HELD-RELEASE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Close the released section and print the counts.              *
      *----------------------------------------------------------------*
       WRITE-RELEASE-TOTALS.
           IF GAPI-RELEASED-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "GAPIPEND ITEMS READ:          " TO CT-TEXT.
           MOVE GAPI-ITEMS-READ-COUNT TO CT-COUNT.
           MOVE GAPI-REL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEMS RELEASED:               " TO CT-TEXT.
           MOVE GAPI-RELEASED-COUNT TO CT-COUNT.
           MOVE GAPI-REL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "EMPUPDT RECORDS WRITTEN:      " TO CT-TEXT.
           MOVE GAPI-WRITTEN-COUNT TO CT-COUNT.
           MOVE GAPI-REL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEMS COMBINED WITH ANOTHER:  " TO CT-TEXT.
           MOVE GAPI-COMBINED-COUNT TO CT-COUNT.
           MOVE GAPI-REL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STILL WAITING, NOT YET DUE:   " TO CT-TEXT.
           MOVE GAPI-WAITING-COUNT TO CT-COUNT.
           MOVE GAPI-REL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ALREADY RELEASED OR CANCELLED:" TO CT-TEXT.
           MOVE GAPI-CLOSED-COUNT TO CT-COUNT.
           MOVE GAPI-REL-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-RELEASE-TOTALS-END.
           EXIT.

      *----------------------------------------------------------------*
      * The trailer PUTAPIBT balances against, then the counts.       *
      *----------------------------------------------------------------*
       TERMINATE-RUN.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-RECORD-TYPE.
           MOVE GAPI-WRITTEN-COUNT TO CTL-DETAIL-COUNT.
           WRITE CONTROL-RECORD.

           IF GAPI-PENDING-OPEN
              CLOSE PENDING-FILE
           END-IF.
           CLOSE UPDATE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIPREL: GAPIPEND items read:    "
                   GAPI-ITEMS-READ-COUNT.
           DISPLAY "GAPIPREL: items released:         "
                   GAPI-RELEASED-COUNT.
           DISPLAY "GAPIPREL: EMPUPDT records written: "
                   GAPI-WRITTEN-COUNT.
           DISPLAY "GAPIPREL: items still waiting:    "
                   GAPI-WAITING-COUNT.

      * An empty release stream is a step scheduling can skip.
           IF GAPI-WRITTEN-COUNT = ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       TERMINATE-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-PENDING-FILE-EOF
                  SET GAPI-PENDING-EOF TO TRUE
               WHEN GAPI-PENDING-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPREL: unexpected I/O error reading "
                          "GAPIPEND, status " GAPI-PENDING-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-PENDING-END.
           EXIT.
