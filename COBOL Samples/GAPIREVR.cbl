      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIREVR                                         *
      *                                                                *
      * Backs out a PUTAPI correction run. Every successful update     *
      * leaves a before/after record in GAPIUPDA stamped with the run  *
      * that made it; this program takes the run identifier named in   *
      * GAPISEL -- optionally narrowed to the employees listed in      *
      * GAPIREVL -- and builds an EMPUPDT that puts each employee's    *
      * before values back, complete with the header and trailer       *
      * PUTAPIBT verifies, so a mis-approved correction batch is       *
      * undone by the next PUTAPIBT step instead of by re-keying every *
      * employee in PUTAPIOL.                                          *
      *                                                                *
      * Only the fields the run actually changed are restored. An      *
      * employee is left for manual review, not reversed, when:        *
      *                                                                *
      *   - a later GAPIUPDA record shows the employee was updated     *
      *     again after the run being reversed,                        *
      *   - the GAPICACH entry no longer holds the values that run     *
      *     left, so something has changed the employee since,         *
      *   - the run's record has no before-image (the cache held no    *
      *     entry when the update went out), or                        *
      *   - the before value of a changed field is blank, which an     *
      *     EMPUPDT correction cannot put back.                        *
      *                                                                *
      * A PUTAPIBT run also holds future-dated corrections in          *
      * GAPIPEND. Those are part of the run being reversed, so any of  *
      * its items still pending for an employee in scope is cancelled  *
      * here, closed by GAPIREVR, before GAPIPREL can release it.      *
      * Items taken by other runs or sessions are separate corrections *
      * and are left alone.                                            *
      *                                                                *
      * REVRPT ties every restored employee back to the original run   *
      * and lists everything left behind with the reason.              *
      *                                                                *
      * Exit codes: 0 every employee in scope restored; 4 restores     *
      * written but some employees left for manual review; 8 nothing   *
      * restored, so the job can skip the PUTAPIBT step; 16 the run    *
      * to reverse was not named or a file could not be used.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIREVR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-FILE ASSIGN TO "GAPISEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-SELECT-FILE-STATUS.

           SELECT LIST-FILE ASSIGN TO "GAPIREVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-LIST-FILE-STATUS.

           SELECT UPDATE-AUDIT-FILE ASSIGN TO "GAPIUPDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-UPDAUD-FILE-STATUS.

           SELECT CACHE-FILE ASSIGN TO "GAPICACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CACHE-EMPLOYEE
               FILE STATUS IS GAPI-CACHE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "GAPIPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS GAPI-PENDING-FILE-STATUS.

           SELECT UPDATE-FILE ASSIGN TO "EMPUPDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-UPDATE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The run to reverse: one record naming the run identifier (see
      * GAPIRUNC). Unlike the reporting programs, a reversal always
      * needs one -- there is no whole-history default.
       FD  SELECT-FILE.
       01  SELECT-RECORD.
           05  SEL-RUN-ID               PIC X(16).
           05  FILLER                   PIC X(64).

      * Optional employee list: one employee number per record. A
      * missing or empty GAPIREVL reverses the whole run.
       FD  LIST-FILE.
       01  LIST-RECORD.
           05  REVL-EMPLOYEE            PIC X(6).
           05  FILLER                   PIC X(74).

       FD  UPDATE-AUDIT-FILE.
       01  UPDATE-AUDIT-RECORD.
           COPY GAPIUPDA.

       FD  CACHE-FILE.
       01  CACHE-RECORD.
           COPY GAPICACH.

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY GAPIPEND.

      * The reversing EMPUPDT, in the layout PUTAPIBT reads: header,
      * correction details, trailer.
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
       01  GAPI-SELECT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-SELECT-FILE-OK                  VALUE '00'.

       01  GAPI-LIST-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-LIST-FILE-OK                    VALUE '00'.
           88  GAPI-LIST-FILE-EOF                   VALUE '10'.

       01  GAPI-UPDAUD-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-UPDAUD-FILE-OK                  VALUE '00'.
           88  GAPI-UPDAUD-FILE-EOF                 VALUE '10'.

       01  GAPI-CACHE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-CACHE-FILE-OK                   VALUE '00'.

       01  GAPI-PENDING-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-PENDING-FILE-OK                 VALUE '00'.
           88  GAPI-PENDING-FILE-EOF                VALUE '10'.
           88  GAPI-PENDING-FILE-MISSING            VALUE '35'.

       01  GAPI-UPDATE-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-UPDATE-FILE-OK                  VALUE '00'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-LIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-LIST-EOF                    VALUE 'Y'.
           05  GAPI-UPDAUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-UPDAUD-EOF                  VALUE 'Y'.
      * GAPICACH could not be opened: the later-update check still
      * stands, but the cache compare cannot be made, and the report
      * says so.
           05  GAPI-CACHE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-CACHE-OPEN                  VALUE 'Y'.
      * No GAPIPEND file means nothing was ever held, so there is
      * nothing of the run's to cancel.
           05  GAPI-PENDING-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  GAPI-PENDING-EOF                 VALUE 'Y'.
           05  GAPI-PENDING-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  GAPI-PENDING-OPEN                VALUE 'Y'.

      * The run being reversed.
       01  GAPI-TARGET-RUN-ID             PIC X(16) VALUE SPACES.
       01  GAPI-TODAY-DATE                PIC 9(8)  VALUE 0.

      * The GAPIREVL employee list, if one was supplied. Each entry
      * remembers whether the run touched the employee, so a listed
      * employee the run never updated is reported rather than
      * silently dropped.
       01  GAPI-LIST-ACTIVE-SWITCH        PIC X(1)  VALUE 'N'.
           88  GAPI-LIST-ACTIVE                     VALUE 'Y'.
       01  GAPI-LIST-COUNT                PIC 9(5) COMP VALUE 0.
       01  GAPI-LIST-MAX                  PIC 9(5) VALUE 10000.
       01  GAPI-LIST-TABLE.
           05  GAPI-LIST-ENTRY OCCURS 10000 TIMES.
               10  GAPI-LST-EMPLOYEE      PIC X(6).
               10  GAPI-LST-IN-RUN        PIC X(1).
                   88  GAPI-LST-WAS-IN-RUN      VALUE 'Y'.
       01  GAPI-LIST-IDX                  PIC 9(5) COMP VALUE 0.
       01  GAPI-LIST-FOUND-SWITCH         PIC X(1) VALUE 'N'.
           88  GAPI-LIST-FOUND                      VALUE 'Y'.

      * One entry per employee the run updated, in GAPIUPDA order.
      * The before values are the employee's first record in the run
      * and the after values its last, so an employee corrected twice
      * in one PUTAPIOL session goes back to where the session found
      * it. Ten thousand matches the most PUTAPIBT takes in one run.
       01  GAPI-REV-COUNT                 PIC 9(5) COMP VALUE 0.
       01  GAPI-REV-MAX                   PIC 9(5) VALUE 10000.
       01  GAPI-REV-TABLE.
           05  GAPI-REV-ENTRY OCCURS 10000 TIMES.
               10  GAPI-REV-EMPLOYEE      PIC X(6).
               10  GAPI-REV-DATE          PIC 9(8).
               10  GAPI-REV-PREV-FOUND    PIC X(1).
                   88  GAPI-REV-HAD-PREV        VALUE 'Y'.
               10  GAPI-REV-OLD-ADDRESS   PIC X(40).
               10  GAPI-REV-NEW-ADDRESS   PIC X(40).
               10  GAPI-REV-OLD-PHONE     PIC X(12).
               10  GAPI-REV-NEW-PHONE     PIC X(12).
      * The first later update of the employee by some other run, if
      * any -- the reason the employee is left for manual review.
               10  GAPI-REV-LATER-RUN-ID  PIC X(16).
               10  GAPI-REV-LATER-DATE    PIC 9(8).
               10  GAPI-REV-OUTCOME       PIC X(1).
                   88  GAPI-REV-UNDECIDED       VALUE SPACE.
                   88  GAPI-REV-RESTORED        VALUE 'R'.
                   88  GAPI-REV-NOTHING         VALUE 'N'.
                   88  GAPI-REV-LATER-UPDATE    VALUE 'L'.
                   88  GAPI-REV-CACHE-DIFFERS   VALUE 'C'.
                   88  GAPI-REV-NO-BEFORE       VALUE 'B'.
                   88  GAPI-REV-BLANK-BEFORE    VALUE 'E'.
       01  GAPI-REV-IDX                   PIC 9(5) COMP VALUE 0.
       01  GAPI-REV-FOUND-SWITCH          PIC X(1) VALUE 'N'.
           88  GAPI-REV-FOUND                       VALUE 'Y'.
       01  GAPI-SEARCH-EMPLOYEE           PIC X(6) VALUE SPACES.

      * The restoring values for the entry being decided: the before
      * value of each field the run changed, spaces for a field it
      * left alone (PUTAPI leaves a blank field untouched).
       01  GAPI-RESTORE-ADDRESS           PIC X(40) VALUE SPACES.
       01  GAPI-RESTORE-PHONE             PIC X(12) VALUE SPACES.
       01  GAPI-ADDRESS-CHANGED-SWITCH    PIC X(1)  VALUE 'N'.
           88  GAPI-ADDRESS-CHANGED                 VALUE 'Y'.
       01  GAPI-PHONE-CHANGED-SWITCH      PIC X(1)  VALUE 'N'.
           88  GAPI-PHONE-CHANGED                   VALUE 'Y'.

      * Outcome counts for the trailer, the report and the exit code.
       01  GAPI-UPDAUD-READ-COUNT         PIC 9(7) COMP VALUE 0.
       01  GAPI-RESTORED-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-REVIEW-COUNT              PIC 9(7) COMP VALUE 0.
       01  GAPI-NOTHING-COUNT             PIC 9(7) COMP VALUE 0.
       01  GAPI-NOT-IN-RUN-COUNT          PIC 9(7) COMP VALUE 0.
       01  GAPI-CANCELLED-COUNT           PIC 9(7) COMP VALUE 0.
       01  GAPI-SECTION-COUNT             PIC 9(7) COMP VALUE 0.

      * Print-line layouts.
       01  GAPI-RESTORE-HEADING.
           05  FILLER            PIC X(8)  VALUE 'EMP NO'.
           05  FILLER            PIC X(18) VALUE 'ORIGINAL RUN'.
           05  FILLER            PIC X(10) VALUE 'UPDATED'.
           05  FILLER            PIC X(10) VALUE 'FIELD'.
           05  FILLER            PIC X(42) VALUE 'RESTORED VALUE'.
           05  FILLER            PIC X(40) VALUE 'VALUE BEING REPLACED'.

       01  GAPI-RESTORE-LINE.
           05  RR-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RR-RUN-ID         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RR-DATE           PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RR-FIELD          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RR-RESTORED-VALUE PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RR-REPLACED-VALUE PIC X(40).

       01  GAPI-REVIEW-HEADING.
           05  FILLER            PIC X(8)  VALUE 'EMP NO'.
           05  FILLER            PIC X(18) VALUE 'ORIGINAL RUN'.
           05  FILLER            PIC X(10) VALUE 'UPDATED'.
           05  FILLER            PIC X(52) VALUE 'REASON'.
           05  FILLER            PIC X(18) VALUE 'LATER RUN'.
           05  FILLER            PIC X(10) VALUE 'LATER ON'.

       01  GAPI-REVIEW-LINE.
           05  RV-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-RUN-ID         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-DATE           PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-REASON         PIC X(50).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-LATER-RUN-ID   PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-LATER-DATE     PIC X(8).

       01  GAPI-CANCEL-HEADING.
           05  FILLER            PIC X(8)  VALUE 'EMP NO'.
           05  FILLER            PIC X(10) VALUE 'TAKEN'.
           05  FILLER            PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER            PIC X(42) VALUE 'ADDRESS'.
           05  FILLER            PIC X(12) VALUE 'PHONE'.

       01  GAPI-CANCEL-LINE.
           05  RC-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RC-ENTERED-DATE   PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RC-EFFECTIVE-DATE PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RC-ADDRESS        PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RC-PHONE          PIC X(12).

       01  GAPI-REV-DETAIL.
           05  RL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RL-TEXT           PIC X(60).

       01  GAPI-REV-COUNT-LINE.
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

           PERFORM LOAD-LIST-RECORD THRU LOAD-LIST-RECORD-END
               UNTIL GAPI-LIST-EOF.

           PERFORM SCAN-UPDATE-AUDIT THRU SCAN-UPDATE-AUDIT-END
               UNTIL GAPI-UPDAUD-EOF.

           PERFORM DECIDE-REVERSAL THRU DECIDE-REVERSAL-END
               VARYING GAPI-REV-IDX FROM 1 BY 1
               UNTIL GAPI-REV-IDX > GAPI-REV-COUNT.

           PERFORM WRITE-REVERSAL-REPORT
               THRU WRITE-REVERSAL-REPORT-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
      * The run to reverse is mandatory: reversing "everything" is
      * never what anyone means.
           OPEN INPUT SELECT-FILE.
           IF GAPI-SELECT-FILE-OK
              READ SELECT-FILE
              IF GAPI-SELECT-FILE-OK
                 MOVE SEL-RUN-ID TO GAPI-TARGET-RUN-ID
              END-IF
              CLOSE SELECT-FILE
           END-IF.
           IF GAPI-TARGET-RUN-ID = SPACES
              DISPLAY "GAPIREVR: GAPISEL names no run to reverse"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * The employee list is optional; a missing or empty one leaves
      * the whole run in scope.
           OPEN INPUT LIST-FILE.
           IF GAPI-LIST-FILE-OK
              PERFORM READ-LIST THRU READ-LIST-END
           ELSE
              SET GAPI-LIST-EOF TO TRUE
           END-IF.

           OPEN INPUT UPDATE-AUDIT-FILE.
           IF NOT GAPI-UPDAUD-FILE-OK
              DISPLAY "GAPIREVR: unable to open GAPIUPDA, status "
                      GAPI-UPDAUD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CACHE-FILE.
           IF GAPI-CACHE-FILE-OK
              SET GAPI-CACHE-OPEN TO TRUE
           ELSE
              DISPLAY "GAPIREVR: GAPICACH not available, status "
                      GAPI-CACHE-FILE-STATUS
                      " - cache compare not made"
           END-IF.

           OPEN I-O PENDING-FILE.
           EVALUATE TRUE
              WHEN GAPI-PENDING-FILE-OK
                 SET GAPI-PENDING-OPEN TO TRUE
              WHEN GAPI-PENDING-FILE-MISSING
                 SET GAPI-PENDING-EOF TO TRUE
              WHEN OTHER
                 DISPLAY "GAPIREVR: unable to open GAPIPEND, status "
                         GAPI-PENDING-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

           OPEN OUTPUT UPDATE-FILE.
           IF NOT GAPI-UPDATE-FILE-OK
              DISPLAY "GAPIREVR: unable to open EMPUPDT, status "
                      GAPI-UPDATE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIREVR: unable to open REVRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * The header PUTAPIBT's verification pass will demand: today's
      * date and this program as the source system.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-RECORD-TYPE.
           MOVE GAPI-TODAY-DATE TO CTL-FILE-DATE.
           MOVE 'GAPIREVR' TO CTL-SOURCE-SYSTEM.
           WRITE CONTROL-RECORD.

           PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END.
       INITIALIZE-FILES-END.
           EXIT.

      *----------------------------------------------------------------*
      * One GAPIREVL employee into the list table. Blank records are  *
      * passed over.                                                  *
      *----------------------------------------------------------------*
       LOAD-LIST-RECORD.
           IF REVL-EMPLOYEE NOT = SPACES
              IF GAPI-LIST-COUNT >= GAPI-LIST-MAX
                 DISPLAY "GAPIREVR: GAPIREVL lists more than "
                         GAPI-LIST-MAX " employees - raise the table"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO GAPI-LIST-COUNT
              MOVE REVL-EMPLOYEE TO GAPI-LST-EMPLOYEE(GAPI-LIST-COUNT)
              MOVE 'N' TO GAPI-LST-IN-RUN(GAPI-LIST-COUNT)
              SET GAPI-LIST-ACTIVE TO TRUE
           END-IF.

           PERFORM READ-LIST THRU READ-LIST-END.
       LOAD-LIST-RECORD-END.
           EXIT.

      *----------------------------------------------------------------*
      * One GAPIUPDA record. A record of the run being reversed puts  *
      * its employee in scope (if listed); a record of any other run  *
      * for an employee already in scope is a later update -- the     *
      * file is appended in time order, so anything after the run's   *
      * record happened after the run.                                *
      *----------------------------------------------------------------*
       SCAN-UPDATE-AUDIT.
           ADD 1 TO GAPI-UPDAUD-READ-COUNT.
           MOVE UPA-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE.
           PERFORM FIND-REV-EMPLOYEE THRU FIND-REV-EMPLOYEE-END.

           IF UPA-RUN-ID = GAPI-TARGET-RUN-ID
              IF GAPI-REV-FOUND
                 PERFORM NOTE-REPEAT-UPDATE
                     THRU NOTE-REPEAT-UPDATE-END
              ELSE
                 PERFORM NOTE-RUN-UPDATE THRU NOTE-RUN-UPDATE-END
              END-IF
           ELSE
              IF GAPI-REV-FOUND
                 AND GAPI-REV-LATER-RUN-ID(GAPI-REV-IDX) = SPACES
                 MOVE UPA-RUN-ID
                     TO GAPI-REV-LATER-RUN-ID(GAPI-REV-IDX)
                 MOVE UPA-DATE TO GAPI-REV-LATER-DATE(GAPI-REV-IDX)
              END-IF
           END-IF.

           PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END.
       SCAN-UPDATE-AUDIT-END.
           EXIT.

      * The employee's first record in the run being reversed. When a
      * list was supplied, an unlisted employee stays out of scope.
       NOTE-RUN-UPDATE.
           IF GAPI-LIST-ACTIVE
              PERFORM FIND-LIST-EMPLOYEE THRU FIND-LIST-EMPLOYEE-END
              IF NOT GAPI-LIST-FOUND
                 GO TO NOTE-RUN-UPDATE-END
              END-IF
              SET GAPI-LST-WAS-IN-RUN(GAPI-LIST-IDX) TO TRUE
           END-IF.

           IF GAPI-REV-COUNT >= GAPI-REV-MAX
              DISPLAY "GAPIREVR: run " GAPI-TARGET-RUN-ID
                      " updated more than " GAPI-REV-MAX
                      " employees - raise the table"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO GAPI-REV-COUNT.
           MOVE UPA-EMPLOYEE TO GAPI-REV-EMPLOYEE(GAPI-REV-COUNT).
           MOVE UPA-DATE TO GAPI-REV-DATE(GAPI-REV-COUNT).
           MOVE UPA-PREV-FOUND TO GAPI-REV-PREV-FOUND(GAPI-REV-COUNT).
           MOVE UPA-OLD-ADDRESS TO GAPI-REV-OLD-ADDRESS(GAPI-REV-COUNT).
           MOVE UPA-NEW-ADDRESS TO GAPI-REV-NEW-ADDRESS(GAPI-REV-COUNT).
           MOVE UPA-OLD-PHONE TO GAPI-REV-OLD-PHONE(GAPI-REV-COUNT).
           MOVE UPA-NEW-PHONE TO GAPI-REV-NEW-PHONE(GAPI-REV-COUNT).
           MOVE SPACES TO GAPI-REV-LATER-RUN-ID(GAPI-REV-COUNT).
           MOVE ZERO TO GAPI-REV-LATER-DATE(GAPI-REV-COUNT).
           MOVE SPACE TO GAPI-REV-OUTCOME(GAPI-REV-COUNT).
       NOTE-RUN-UPDATE-END.
           EXIT.

      * A further record of the same run for an employee already in
      * scope: the run's end state moves on, its starting point does
      * not. One that arrives after another run already touched the
      * employee changes nothing -- the employee is going to manual
      * review regardless.
       NOTE-REPEAT-UPDATE.
           IF GAPI-REV-LATER-RUN-ID(GAPI-REV-IDX) = SPACES
              MOVE UPA-NEW-ADDRESS
                  TO GAPI-REV-NEW-ADDRESS(GAPI-REV-IDX)
              MOVE UPA-NEW-PHONE TO GAPI-REV-NEW-PHONE(GAPI-REV-IDX)
           END-IF.
       NOTE-REPEAT-UPDATE-END.
           EXIT.

      * Scan the run table for the employee number just placed in
      * GAPI-SEARCH-EMPLOYEE. Leaves GAPI-REV-IDX on the matching
      * entry.
       FIND-REV-EMPLOYEE.
           MOVE 'N' TO GAPI-REV-FOUND-SWITCH.
           PERFORM FIND-REV-SCAN THRU FIND-REV-SCAN-END
               VARYING GAPI-REV-IDX FROM 1 BY 1
               UNTIL GAPI-REV-IDX > GAPI-REV-COUNT
                  OR GAPI-REV-FOUND.
      * The PERFORM VARYING steps the subscript once more after the
      * match sets the switch, so step it back onto the entry.
           IF GAPI-REV-FOUND
              SUBTRACT 1 FROM GAPI-REV-IDX
           END-IF.
       FIND-REV-EMPLOYEE-END.
           EXIT.

       FIND-REV-SCAN.
           IF GAPI-REV-EMPLOYEE(GAPI-REV-IDX) = GAPI-SEARCH-EMPLOYEE
              SET GAPI-REV-FOUND TO TRUE
           ELSE
              CONTINUE
           END-IF.
       FIND-REV-SCAN-END.
           EXIT.

      * Same scan over the GAPIREVL list, leaving GAPI-LIST-IDX on the
      * matching entry.
       FIND-LIST-EMPLOYEE.
           MOVE 'N' TO GAPI-LIST-FOUND-SWITCH.
           PERFORM FIND-LIST-SCAN THRU FIND-LIST-SCAN-END
               VARYING GAPI-LIST-IDX FROM 1 BY 1
               UNTIL GAPI-LIST-IDX > GAPI-LIST-COUNT
                  OR GAPI-LIST-FOUND.
           IF GAPI-LIST-FOUND
              SUBTRACT 1 FROM GAPI-LIST-IDX
           END-IF.
       FIND-LIST-EMPLOYEE-END.
           EXIT.

       FIND-LIST-SCAN.
           IF GAPI-LST-EMPLOYEE(GAPI-LIST-IDX) = GAPI-SEARCH-EMPLOYEE
              SET GAPI-LIST-FOUND TO TRUE
           ELSE
              CONTINUE
           END-IF.
       FIND-LIST-SCAN-END.
           EXIT.

      *----------------------------------------------------------------*
      * Decide one employee in scope: left for review if anything has *
      * changed it since the run or its before values cannot be put   *
      * back, otherwise one reversing EMPUPDT detail carrying the     *
      * before value of each field the run changed.                   *
      *----------------------------------------------------------------*
       DECIDE-REVERSAL.
           IF GAPI-REV-LATER-RUN-ID(GAPI-REV-IDX) NOT = SPACES
              SET GAPI-REV-LATER-UPDATE(GAPI-REV-IDX) TO TRUE
              ADD 1 TO GAPI-REVIEW-COUNT
              GO TO DECIDE-REVERSAL-END
           END-IF.

      * GAPICACH holds what the employee's last update or lookup
      * returned. If that is no longer what this run left, something
      * outside GAPIUPDA's view -- an online change picked up by a
      * later lookup, say -- has moved the employee on.
           IF GAPI-CACHE-OPEN
              MOVE GAPI-REV-EMPLOYEE(GAPI-REV-IDX) TO CACHE-EMPLOYEE
              READ CACHE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CACHE-ADDRESS
                           NOT = GAPI-REV-NEW-ADDRESS(GAPI-REV-IDX)
                        OR CACHE-PHONE
                           NOT = GAPI-REV-NEW-PHONE(GAPI-REV-IDX)
                        SET GAPI-REV-CACHE-DIFFERS(GAPI-REV-IDX)
                            TO TRUE
                     END-IF
              END-READ
              IF GAPI-REV-CACHE-DIFFERS(GAPI-REV-IDX)
                 ADD 1 TO GAPI-REVIEW-COUNT
                 GO TO DECIDE-REVERSAL-END
              END-IF
           END-IF.

           IF NOT GAPI-REV-HAD-PREV(GAPI-REV-IDX)
              SET GAPI-REV-NO-BEFORE(GAPI-REV-IDX) TO TRUE
              ADD 1 TO GAPI-REVIEW-COUNT
              GO TO DECIDE-REVERSAL-END
           END-IF.

           MOVE SPACES TO GAPI-RESTORE-ADDRESS.
           MOVE SPACES TO GAPI-RESTORE-PHONE.
           MOVE 'N' TO GAPI-ADDRESS-CHANGED-SWITCH.
           MOVE 'N' TO GAPI-PHONE-CHANGED-SWITCH.
           IF GAPI-REV-OLD-ADDRESS(GAPI-REV-IDX)
                   NOT = GAPI-REV-NEW-ADDRESS(GAPI-REV-IDX)
              SET GAPI-ADDRESS-CHANGED TO TRUE
              MOVE GAPI-REV-OLD-ADDRESS(GAPI-REV-IDX)
                  TO GAPI-RESTORE-ADDRESS
           END-IF.
           IF GAPI-REV-OLD-PHONE(GAPI-REV-IDX)
                   NOT = GAPI-REV-NEW-PHONE(GAPI-REV-IDX)
              SET GAPI-PHONE-CHANGED TO TRUE
              MOVE GAPI-REV-OLD-PHONE(GAPI-REV-IDX)
                  TO GAPI-RESTORE-PHONE
           END-IF.

           IF NOT GAPI-ADDRESS-CHANGED AND NOT GAPI-PHONE-CHANGED
              SET GAPI-REV-NOTHING(GAPI-REV-IDX) TO TRUE
              ADD 1 TO GAPI-NOTHING-COUNT
              GO TO DECIDE-REVERSAL-END
           END-IF.

      * A blank before value reads to PUTAPI as "leave this field
      * alone", so it cannot be put back by a correction -- and half
      * a reversal is worse than none.
           IF (GAPI-ADDRESS-CHANGED AND GAPI-RESTORE-ADDRESS = SPACES)
              OR (GAPI-PHONE-CHANGED AND GAPI-RESTORE-PHONE = SPACES)
              SET GAPI-REV-BLANK-BEFORE(GAPI-REV-IDX) TO TRUE
              ADD 1 TO GAPI-REVIEW-COUNT
              GO TO DECIDE-REVERSAL-END
           END-IF.

           MOVE SPACES TO UPDATE-RECORD.
           MOVE GAPI-REV-EMPLOYEE(GAPI-REV-IDX) TO UR-EMPLOYEE-NUMBER.
           MOVE GAPI-RESTORE-ADDRESS TO UR-ADDRESS.
           MOVE GAPI-RESTORE-PHONE TO UR-PHONE.
      * A reversal puts the before values back at once.
           MOVE SPACES TO UR-EFFECTIVE-DATE.
           WRITE UPDATE-RECORD.
           SET GAPI-REV-RESTORED(GAPI-REV-IDX) TO TRUE.
           ADD 1 TO GAPI-RESTORED-COUNT.
       DECIDE-REVERSAL-END.
           EXIT.

      *----------------------------------------------------------------*
      * The restored, manual-review, nothing-to-restore, cancelled-   *
      * pending and listed-but-not-in-run sections, then the trailer  *
      * counts.                                                       *
      *----------------------------------------------------------------*
       WRITE-REVERSAL-REPORT.
           MOVE "PUTAPI CORRECTION RUN REVERSAL REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN REVERSED: " DELIMITED BY SIZE
                  GAPI-TARGET-RUN-ID DELIMITED BY SIZE
                  "   REVERSING EMPUPDT DATED " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-LIST-ACTIVE
              MOVE "LIMITED TO THE EMPLOYEES LISTED IN GAPIREVL"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF NOT GAPI-CACHE-OPEN
              MOVE "GAPICACH NOT AVAILABLE - CACHED VALUES NOT COMPARED"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RESTORED - SENT TO PUTAPIBT IN THE REVERSING EMPUPDT"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-RESTORE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-RESTORED THRU REPORT-RESTORED-END
               VARYING GAPI-REV-IDX FROM 1 BY 1
               UNTIL GAPI-REV-IDX > GAPI-REV-COUNT.
           IF GAPI-RESTORED-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "NOT REVERSED - LEFT FOR MANUAL REVIEW" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-REVIEW-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-REVIEW THRU REPORT-REVIEW-END
               VARYING GAPI-REV-IDX FROM 1 BY 1
               UNTIL GAPI-REV-IDX > GAPI-REV-COUNT.
           IF GAPI-REVIEW-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "NOTHING TO RESTORE - RUN LEFT ADDRESS AND PHONE ALONE"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-NOTHING THRU REPORT-NOTHING-END
               VARYING GAPI-REV-IDX FROM 1 BY 1
               UNTIL GAPI-REV-IDX > GAPI-REV-COUNT.
           IF GAPI-NOTHING-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

      * The run's pending items are cancelled as they are listed, the
      * way GAPIPREL releases due items as it lists them.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PENDING ITEMS OF THE RUN - CANCELLED IN GAPIPEND"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-CANCEL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-PENDING-OPEN
              PERFORM READ-PENDING THRU READ-PENDING-END
           END-IF.
           PERFORM CANCEL-RUN-PENDING THRU CANCEL-RUN-PENDING-END
               UNTIL GAPI-PENDING-EOF.
           IF GAPI-CANCELLED-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF GAPI-LIST-ACTIVE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE "LISTED IN GAPIREVL, NOT UPDATED BY THIS RUN"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              PERFORM REPORT-NOT-IN-RUN THRU REPORT-NOT-IN-RUN-END
                  VARYING GAPI-LIST-IDX FROM 1 BY 1
                  UNTIL GAPI-LIST-IDX > GAPI-LIST-COUNT
              IF GAPI-NOT-IN-RUN-COUNT = ZERO
                 MOVE "  (NONE)" TO REPORT-LINE
                 WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES UPDATED BY THE RUN: " TO CT-TEXT.
           MOVE GAPI-REV-COUNT TO CT-COUNT.
           MOVE GAPI-REV-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RESTORED:                     " TO CT-TEXT.
           MOVE GAPI-RESTORED-COUNT TO CT-COUNT.
           MOVE GAPI-REV-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "LEFT FOR MANUAL REVIEW:       " TO CT-TEXT.
           MOVE GAPI-REVIEW-COUNT TO CT-COUNT.
           MOVE GAPI-REV-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "NOTHING TO RESTORE:           " TO CT-TEXT.
           MOVE GAPI-NOTHING-COUNT TO CT-COUNT.
           MOVE GAPI-REV-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PENDING ITEMS CANCELLED:      " TO CT-TEXT.
           MOVE GAPI-CANCELLED-COUNT TO CT-COUNT.
           MOVE GAPI-REV-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-LIST-ACTIVE
              MOVE "LISTED, NOT IN RUN:           " TO CT-TEXT
              MOVE GAPI-NOT-IN-RUN-COUNT TO CT-COUNT
              MOVE GAPI-REV-COUNT-LINE TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       WRITE-REVERSAL-REPORT-END.
           EXIT.

      * One line per field put back, each naming the run it undoes.
       REPORT-RESTORED.
           IF GAPI-REV-RESTORED(GAPI-REV-IDX)
              MOVE GAPI-REV-EMPLOYEE(GAPI-REV-IDX) TO RR-EMPLOYEE
              MOVE GAPI-TARGET-RUN-ID TO RR-RUN-ID
              MOVE GAPI-REV-DATE(GAPI-REV-IDX) TO RR-DATE
              IF GAPI-REV-OLD-ADDRESS(GAPI-REV-IDX)
                      NOT = GAPI-REV-NEW-ADDRESS(GAPI-REV-IDX)
                 MOVE 'ADDRESS' TO RR-FIELD
                 MOVE GAPI-REV-OLD-ADDRESS(GAPI-REV-IDX)
                     TO RR-RESTORED-VALUE
                 MOVE GAPI-REV-NEW-ADDRESS(GAPI-REV-IDX)
                     TO RR-REPLACED-VALUE
                 MOVE GAPI-RESTORE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              END-IF
              IF GAPI-REV-OLD-PHONE(GAPI-REV-IDX)
                      NOT = GAPI-REV-NEW-PHONE(GAPI-REV-IDX)
                 MOVE 'PHONE' TO RR-FIELD
                 MOVE GAPI-REV-OLD-PHONE(GAPI-REV-IDX)
                     TO RR-RESTORED-VALUE
                 MOVE GAPI-REV-NEW-PHONE(GAPI-REV-IDX)
                     TO RR-REPLACED-VALUE
                 MOVE GAPI-RESTORE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
       REPORT-RESTORED-END.
           EXIT.

       REPORT-REVIEW.
           MOVE SPACES TO RV-REASON.
           MOVE SPACES TO RV-LATER-RUN-ID.
           MOVE SPACES TO RV-LATER-DATE.
           EVALUATE TRUE
              WHEN GAPI-REV-LATER-UPDATE(GAPI-REV-IDX)
                 MOVE "Updated again by a later run." TO RV-REASON
                 MOVE GAPI-REV-LATER-RUN-ID(GAPI-REV-IDX)
                     TO RV-LATER-RUN-ID
                 MOVE GAPI-REV-LATER-DATE(GAPI-REV-IDX)
                     TO RV-LATER-DATE
              WHEN GAPI-REV-CACHE-DIFFERS(GAPI-REV-IDX)
                 MOVE "Cached values no longer match what the run left."
                     TO RV-REASON
              WHEN GAPI-REV-NO-BEFORE(GAPI-REV-IDX)
                 MOVE "No before-image - cache held no entry at update."
                     TO RV-REASON
              WHEN GAPI-REV-BLANK-BEFORE(GAPI-REV-IDX)
                 MOVE "Before value of a changed field is blank."
                     TO RV-REASON
              WHEN OTHER
                 GO TO REPORT-REVIEW-END
           END-EVALUATE.
           MOVE GAPI-REV-EMPLOYEE(GAPI-REV-IDX) TO RV-EMPLOYEE.
           MOVE GAPI-TARGET-RUN-ID TO RV-RUN-ID.
           MOVE GAPI-REV-DATE(GAPI-REV-IDX) TO RV-DATE.
           MOVE GAPI-REVIEW-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       REPORT-REVIEW-END.
           EXIT.

       REPORT-NOTHING.
           IF GAPI-REV-NOTHING(GAPI-REV-IDX)
              MOVE GAPI-REV-EMPLOYEE(GAPI-REV-IDX) TO RL-EMPLOYEE
              MOVE "Address and phone unchanged by the run."
                  TO RL-TEXT
              MOVE GAPI-REV-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       REPORT-NOTHING-END.
           EXIT.

      * One GAPIPEND item. An item still pending that the run being
      * reversed took is cancelled.
       CANCEL-RUN-PENDING.
           IF PND-IS-PENDING
              AND PND-RUN-ID = GAPI-TARGET-RUN-ID
              PERFORM CANCEL-PENDING-ITEM THRU CANCEL-PENDING-ITEM-END
           END-IF.
           PERFORM READ-PENDING THRU READ-PENDING-END.
       CANCEL-RUN-PENDING-END.
           EXIT.

      * When there is a list, only a listed employee's item is
      * cancelled -- and that employee was in the run, whether or not
      * it also has a GAPIUPDA record there. The item is listed and
      * rewritten as cancelled by GAPIREVR.
       CANCEL-PENDING-ITEM.
           IF GAPI-LIST-ACTIVE
              MOVE PND-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE
              PERFORM FIND-LIST-EMPLOYEE THRU FIND-LIST-EMPLOYEE-END
              IF NOT GAPI-LIST-FOUND
                 GO TO CANCEL-PENDING-ITEM-END
              END-IF
              SET GAPI-LST-WAS-IN-RUN(GAPI-LIST-IDX) TO TRUE
           END-IF.

           MOVE PND-EMPLOYEE TO RC-EMPLOYEE.
           MOVE PND-ENTERED-DATE TO RC-ENTERED-DATE.
           MOVE PND-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE.
           MOVE PND-ADDRESS TO RC-ADDRESS.
           MOVE PND-PHONE TO RC-PHONE.
           MOVE GAPI-CANCEL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           SET PND-IS-CANCELLED TO TRUE.
           MOVE GAPI-TODAY-DATE TO PND-CLOSED-DATE.
           MOVE 'GAPIREVR' TO PND-CLOSED-BY.
           REWRITE PENDING-RECORD
               INVALID KEY
                  DISPLAY "GAPIREVR: unable to mark GAPIPEND item "
                          "cancelled for " PND-EMPLOYEE ", status "
                          GAPI-PENDING-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-REWRITE.
           ADD 1 TO GAPI-CANCELLED-COUNT.
       CANCEL-PENDING-ITEM-END.
           EXIT.

       REPORT-NOT-IN-RUN.
           IF NOT GAPI-LST-WAS-IN-RUN(GAPI-LIST-IDX)
              ADD 1 TO GAPI-NOT-IN-RUN-COUNT
              MOVE GAPI-LST-EMPLOYEE(GAPI-LIST-IDX) TO RL-EMPLOYEE
              MOVE "No GAPIUPDA record for this employee in the run."
                  TO RL-TEXT
              MOVE GAPI-REV-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       REPORT-NOT-IN-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
      * The trailer PUTAPIBT balances against, then the counts.       *
      *----------------------------------------------------------------*
       TERMINATE-RUN.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-RECORD-TYPE.
           MOVE GAPI-RESTORED-COUNT TO CTL-DETAIL-COUNT.
           WRITE CONTROL-RECORD.

           IF GAPI-LIST-FILE-OK OR GAPI-LIST-FILE-EOF
              CLOSE LIST-FILE
           END-IF.
           CLOSE UPDATE-AUDIT-FILE.
           IF GAPI-CACHE-OPEN
              CLOSE CACHE-FILE
           END-IF.
           IF GAPI-PENDING-OPEN
              CLOSE PENDING-FILE
           END-IF.
           CLOSE UPDATE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIREVR: run reversed:           "
                   GAPI-TARGET-RUN-ID.
           DISPLAY "GAPIREVR: GAPIUPDA records read:  "
                   GAPI-UPDAUD-READ-COUNT.
           DISPLAY "GAPIREVR: employees in scope:     "
                   GAPI-REV-COUNT.
           DISPLAY "GAPIREVR: restored:               "
                   GAPI-RESTORED-COUNT.
           DISPLAY "GAPIREVR: left for manual review: "
                   GAPI-REVIEW-COUNT.
           DISPLAY "GAPIREVR: nothing to restore:     "
                   GAPI-NOTHING-COUNT.
           DISPLAY "GAPIREVR: pending items cancelled:"
                   GAPI-CANCELLED-COUNT.

      * An empty reversing stream is a step scheduling can skip;
      * anything left for review sends REVRPT to someone.
           EVALUATE TRUE
              WHEN GAPI-RESTORED-COUNT = ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN GAPI-REVIEW-COUNT > ZERO
                 OR GAPI-NOT-IN-RUN-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       TERMINATE-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-LIST.
           READ LIST-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-LIST-FILE-EOF
                  SET GAPI-LIST-EOF TO TRUE
               WHEN GAPI-LIST-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIREVR: unexpected I/O error reading "
                          "GAPIREVL, status " GAPI-LIST-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-LIST-END.
           EXIT.

       READ-UPDATE-AUDIT.
           READ UPDATE-AUDIT-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-UPDAUD-FILE-EOF
                  SET GAPI-UPDAUD-EOF TO TRUE
               WHEN GAPI-UPDAUD-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIREVR: unexpected I/O error reading "
                          "GAPIUPDA, status " GAPI-UPDAUD-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-UPDATE-AUDIT-END.
           EXIT.

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
                  DISPLAY "GAPIREVR: unexpected I/O error reading "
                          "GAPIPEND, status " GAPI-PENDING-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-PENDING-END.
           EXIT.
