      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIANOT                                         *
      *                                                                *
      * Address-change notices. An address redirected through PUTAPIOL *
      * or an EMPUPDT correction would otherwise go unnoticed, because *
      * nobody writes to the employee. This program reads the day's    *
      * GAPIUPDA records, picks out the corrections that actually      *
      * changed the address, and writes two GAPILTR letter records to  *
      * the mail-house file GAPILTRS for each one:                     *
      *                                                                *
      *   - a confirmation to the new address, and                     *
      *   - a "did you request this?" query to the old address,        *
      *                                                                *
      * both addressed to the employee name held in GAPICACH. A        *
      * correction whose GAPIUPDA record has no before-image has no    *
      * old address to write to; it gets its confirmation and is      *
      * listed for someone to follow up by hand, as is one whose       *
      * employee has no GAPICACH name.                                 *
      *                                                                *
      * LTRRPT is the control report: every address change with the    *
      * letters it produced, then the letters counted against the      *
      * corrections applied that day.                                  *
      *                                                                *
      * Exit codes: 0 letters written; 4 letters written but some      *
      * changes need following up by hand; 8 no address changed       *
      * today, so there is nothing to send; 16 a file could not be     *
      * used.                                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIANOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-AUDIT-FILE ASSIGN TO "GAPIUPDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-UPDAUD-FILE-STATUS.

           SELECT CACHE-FILE ASSIGN TO "GAPICACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACHE-EMPLOYEE
               FILE STATUS IS GAPI-CACHE-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "GAPILTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-LETTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPDATE-AUDIT-FILE.
       01  UPDATE-AUDIT-RECORD.
           COPY GAPIUPDA.

       FD  CACHE-FILE.
       01  CACHE-RECORD.
           COPY GAPICACH.

       FD  LETTER-FILE.
       01  LETTER-RECORD.
           COPY GAPILTR.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-UPDAUD-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-UPDAUD-FILE-OK                  VALUE '00'.
           88  GAPI-UPDAUD-FILE-EOF                 VALUE '10'.

       01  GAPI-CACHE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-CACHE-FILE-OK                   VALUE '00'.
           88  GAPI-CACHE-FILE-NOT-FOUND            VALUE '23'.
           88  GAPI-CACHE-FILE-MISSING              VALUE '35'.

       01  GAPI-LETTER-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-LETTER-FILE-OK                  VALUE '00'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-UPDAUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-UPDAUD-EOF                  VALUE 'Y'.
      * GAPICACH could be opened; when it could not be found at all
      * no name can be looked up and every change is followed up.
           05  GAPI-CACHE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-CACHE-OPEN                  VALUE 'Y'.

       01  GAPI-TODAY-DATE                PIC 9(8) VALUE 0.

      * The name the letters are addressed to, and what the report
      * says about the change.
       01  GAPI-LETTER-NAME               PIC X(30) VALUE SPACES.
       01  GAPI-CHANGE-LETTERS            PIC 9(1) VALUE 0.
       01  GAPI-CHANGE-NOTE               PIC X(40) VALUE SPACES.

      * Control counts.
       01  GAPI-UPDAUD-READ-COUNT         PIC 9(7) COMP VALUE 0.
       01  GAPI-APPLIED-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-CHANGE-COUNT              PIC 9(7) COMP VALUE 0.
       01  GAPI-CONFIRM-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-QUERY-COUNT               PIC 9(7) COMP VALUE 0.
       01  GAPI-LETTER-COUNT              PIC 9(7) COMP VALUE 0.
       01  GAPI-EXPECTED-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-NO-OLD-COUNT              PIC 9(7) COMP VALUE 0.
       01  GAPI-NO-NAME-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-FOLLOW-UP-COUNT           PIC 9(7) COMP VALUE 0.

      * Print-line layouts.
       01  GAPI-CHANGE-HEADING.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(8)  VALUE 'TIME'.
           05  FILLER            PIC X(18) VALUE 'RUN ID'.
           05  FILLER            PIC X(10) VALUE 'OPERATOR'.
           05  FILLER            PIC X(9)  VALUE 'LETTERS'.
           05  FILLER            PIC X(40) VALUE 'FOLLOW UP'.

       01  GAPI-CHANGE-LINE.
           05  CL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CL-TIME           PIC 9(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-RUN-ID         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-OPERATOR       PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-LETTERS        PIC Z(6)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-NOTE           PIC X(40).

       01  GAPI-ANOT-COUNT-LINE.
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

           PERFORM PROCESS-UPDATE-AUDIT THRU PROCESS-UPDATE-AUDIT-END
               UNTIL GAPI-UPDAUD-EOF.

           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT UPDATE-AUDIT-FILE.
           IF NOT GAPI-UPDAUD-FILE-OK
              DISPLAY "GAPIANOT: unable to open GAPIUPDA, status "
                      GAPI-UPDAUD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * No GAPICACH at all still lets the letters go out, unnamed and
      * listed for follow-up; any other failure to open it stops the
      * run.
           OPEN INPUT CACHE-FILE.
           EVALUATE TRUE
              WHEN GAPI-CACHE-FILE-OK
                 SET GAPI-CACHE-OPEN TO TRUE
              WHEN GAPI-CACHE-FILE-MISSING
                 DISPLAY "GAPIANOT: GAPICACH not present - letters "
                         "written without names"
              WHEN OTHER
                 DISPLAY "GAPIANOT: unable to open GAPICACH, status "
                         GAPI-CACHE-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           OPEN OUTPUT LETTER-FILE.
           IF NOT GAPI-LETTER-FILE-OK
              DISPLAY "GAPIANOT: unable to open GAPILTRS, status "
                      GAPI-LETTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIANOT: unable to open LTRRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "GAPI ADDRESS-CHANGE NOTICE CONTROL REPORT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CORRECTIONS APPLIED ON: " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ADDRESS CHANGES" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-CHANGE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END.
       INITIALIZE-FILES-END.
           EXIT.

      *----------------------------------------------------------------*
      * One GAPIUPDA record. Only today's corrections count, and of   *
      * those only the ones that left a different address behind --   *
      * a phone or amount correction re-echoes the unchanged address. *
      * A record with no before-image cannot show the old address, so *
      * any address it carries is treated as a change.                *
      *----------------------------------------------------------------*
       PROCESS-UPDATE-AUDIT.
           IF UPA-DATE NOT = GAPI-TODAY-DATE
              PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END
              GO TO PROCESS-UPDATE-AUDIT-END
           END-IF.
           ADD 1 TO GAPI-APPLIED-COUNT.
           IF UPA-NEW-ADDRESS = SPACES
              OR (UPA-HAD-PREV AND UPA-NEW-ADDRESS = UPA-OLD-ADDRESS)
              PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END
              GO TO PROCESS-UPDATE-AUDIT-END
           END-IF.

           ADD 1 TO GAPI-CHANGE-COUNT.
           MOVE ZERO TO GAPI-CHANGE-LETTERS.
           MOVE SPACES TO GAPI-CHANGE-NOTE.
           PERFORM FIND-EMPLOYEE-NAME THRU FIND-EMPLOYEE-NAME-END.

           MOVE SPACES TO LETTER-RECORD.
           SET LTR-IS-CONFIRMATION TO TRUE.
           MOVE UPA-NEW-ADDRESS TO LTR-MAIL-ADDRESS.
           MOVE UPA-OLD-ADDRESS TO LTR-OTHER-ADDRESS.
           PERFORM WRITE-LETTER THRU WRITE-LETTER-END.
           ADD 1 TO GAPI-CONFIRM-COUNT.

           IF UPA-HAD-PREV AND UPA-OLD-ADDRESS NOT = SPACES
              MOVE SPACES TO LETTER-RECORD
              SET LTR-IS-QUERY TO TRUE
              MOVE UPA-OLD-ADDRESS TO LTR-MAIL-ADDRESS
              MOVE UPA-NEW-ADDRESS TO LTR-OTHER-ADDRESS
              PERFORM WRITE-LETTER THRU WRITE-LETTER-END
              ADD 1 TO GAPI-QUERY-COUNT
           ELSE
              ADD 1 TO GAPI-NO-OLD-COUNT
              MOVE "NO OLD ADDRESS - QUERY NOT SENT" TO GAPI-CHANGE-NOTE
           END-IF.

           IF GAPI-LETTER-NAME = SPACES
              ADD 1 TO GAPI-NO-NAME-COUNT
              IF GAPI-CHANGE-NOTE = SPACES
                 MOVE "NO NAME IN GAPICACH" TO GAPI-CHANGE-NOTE
              ELSE
                 MOVE "NO OLD ADDRESS, NO NAME IN GAPICACH"
                     TO GAPI-CHANGE-NOTE
              END-IF
           END-IF.
           IF GAPI-CHANGE-NOTE NOT = SPACES
              ADD 1 TO GAPI-FOLLOW-UP-COUNT
           END-IF.

           MOVE UPA-EMPLOYEE TO CL-EMPLOYEE.
           MOVE UPA-TIME TO CL-TIME.
           MOVE UPA-RUN-ID TO CL-RUN-ID.
           MOVE UPA-OPERATOR-ID TO CL-OPERATOR.
           MOVE GAPI-CHANGE-LETTERS TO CL-LETTERS.
           MOVE GAPI-CHANGE-NOTE TO CL-NOTE.
           MOVE GAPI-CHANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END.
       PROCESS-UPDATE-AUDIT-END.
           EXIT.

      * The employee's name from GAPICACH, or spaces when there is no
      * entry to take it from.
       FIND-EMPLOYEE-NAME.
           MOVE SPACES TO GAPI-LETTER-NAME.
           IF NOT GAPI-CACHE-OPEN
              GO TO FIND-EMPLOYEE-NAME-END
           END-IF.
           MOVE UPA-EMPLOYEE TO CACHE-EMPLOYEE.
           READ CACHE-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-CACHE-FILE-OK
                  MOVE CACHE-NAME TO GAPI-LETTER-NAME
               WHEN GAPI-CACHE-FILE-NOT-FOUND
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIANOT: unexpected I/O error reading "
                          "GAPICACH, status " GAPI-CACHE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       FIND-EMPLOYEE-NAME-END.
           EXIT.

      * The rest of one letter record -- the type and addresses are
      * already in place -- and the write.
       WRITE-LETTER.
           MOVE UPA-EMPLOYEE TO LTR-EMPLOYEE.
           MOVE GAPI-LETTER-NAME TO LTR-NAME.
           MOVE UPA-DATE TO LTR-CHANGE-DATE.
           MOVE UPA-TIME TO LTR-CHANGE-TIME.
           MOVE UPA-RUN-ID TO LTR-RUN-ID.
           WRITE LETTER-RECORD.
           IF NOT GAPI-LETTER-FILE-OK
              DISPLAY "GAPIANOT: unable to write GAPILTRS, status "
                      GAPI-LETTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO GAPI-LETTER-COUNT.
           ADD 1 TO GAPI-CHANGE-LETTERS.
       WRITE-LETTER-END.
           EXIT.

      *----------------------------------------------------------------*
      * Letters against corrections: every address change owes two    *
      * letters, less one for each change with no old address to      *
      * write to.                                                     *
      *----------------------------------------------------------------*
       WRITE-CONTROL-TOTALS.
           IF GAPI-CHANGE-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           COMPUTE GAPI-EXPECTED-COUNT =
               GAPI-CHANGE-COUNT * 2 - GAPI-NO-OLD-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "GAPIUPDA RECORDS READ:        " TO CT-TEXT.
           MOVE GAPI-UPDAUD-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "CORRECTIONS APPLIED TODAY:    " TO CT-TEXT.
           MOVE GAPI-APPLIED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "  OF WHICH ADDRESS CHANGES:   " TO CT-TEXT.
           MOVE GAPI-CHANGE-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "  WITH NO OLD ADDRESS:        " TO CT-TEXT.
           MOVE GAPI-NO-OLD-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "  WITH NO NAME IN GAPICACH:   " TO CT-TEXT.
           MOVE GAPI-NO-NAME-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "LETTERS DUE:                  " TO CT-TEXT.
           MOVE GAPI-EXPECTED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "CONFIRMATIONS TO NEW ADDRESS: " TO CT-TEXT.
           MOVE GAPI-CONFIRM-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "QUERIES TO OLD ADDRESS:       " TO CT-TEXT.
           MOVE GAPI-QUERY-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "LETTERS WRITTEN TO GAPILTRS:  " TO CT-TEXT.
           MOVE GAPI-LETTER-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-LETTER-COUNT = GAPI-EXPECTED-COUNT
              MOVE "LETTERS BALANCE TO THE ADDRESS CHANGES APPLIED"
                  TO REPORT-LINE
           ELSE
              MOVE "LETTERS DO NOT BALANCE - DO NOT RELEASE GAPILTRS"
                  TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-CONTROL-TOTALS-END.
           EXIT.

       WRITE-COUNT-LINE.
           MOVE GAPI-ANOT-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-COUNT-LINE-END.
           EXIT.

      *----------------------------------------------------------------*
       TERMINATE-RUN.
           CLOSE UPDATE-AUDIT-FILE.
           IF GAPI-CACHE-OPEN
              CLOSE CACHE-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIANOT: corrections applied today: "
                   GAPI-APPLIED-COUNT.
           DISPLAY "GAPIANOT: address changes:           "
                   GAPI-CHANGE-COUNT.
           DISPLAY "GAPIANOT: letters written:           "
                   GAPI-LETTER-COUNT.
           DISPLAY "GAPIANOT: changes to follow up:      "
                   GAPI-FOLLOW-UP-COUNT.

           EVALUATE TRUE
              WHEN GAPI-LETTER-COUNT NOT = GAPI-EXPECTED-COUNT
                 DISPLAY "GAPIANOT: RUN ABORTED - letters do not "
                         "balance to the address changes"
                 MOVE 16 TO RETURN-CODE
              WHEN GAPI-CHANGE-COUNT = ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN GAPI-FOLLOW-UP-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       TERMINATE-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-UPDATE-AUDIT.
           READ UPDATE-AUDIT-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-UPDAUD-FILE-EOF
                  SET GAPI-UPDAUD-EOF TO TRUE
               WHEN GAPI-UPDAUD-FILE-OK
                  ADD 1 TO GAPI-UPDAUD-READ-COUNT
               WHEN OTHER
                  DISPLAY "GAPIANOT: unexpected I/O error reading "
                          "GAPIUPDA, status " GAPI-UPDAUD-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-UPDATE-AUDIT-END.
           EXIT.
