      * without the confirm step. Because the calls go through GETAPI *
      * and PUTAPI themselves, every inquiry and update gets the same *
      * validation, cache handling, audit records and before/after   *
      * trail a batch transaction gets.                               *
      *                                                                *
      * A correction can be given a later effective date for a move   *
      * the caller reports ahead of time: it is then held in the      *
      * GAPIPEND pending-corrections file instead of being sent, and  *
      * GAPIPREL releases it on the day. P followed by an employee    *
      * number lists that employee's pending items and lets the rep   *
      * cancel one.                                                   *
      *                                                                *
      * The rep signs on first with their operator ID, checked        *
      * against the GAPIOPER operator file: only an active rep        *
      * entitled to look up and correct gets a session -- a look-up-  *
      * only rep is sent to GETAPIOL -- and the ID is stamped on      *
      * every GAPIAUD and GAPIUPDA record the session writes, so each *
      * change can be traced to the rep who keyed it.                 *
      *                                                                *
      * Runs conversationally under TSO (ISPF option 6 or a CLIST) or *
      * reads its dialog from SYSIN in a job, the operator ID on the  *
      * first line.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTAPIOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "GAPIOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-OPERATOR-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "GAPIPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS GAPI-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD              PIC X(80).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY GAPIPEND.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  GAPI-INQUIRY-INPUT             PIC X(80) VALUE SPACES.
       01  GAPI-NEW-ADDRESS               PIC X(40) VALUE SPACES.
       01  GAPI-NEW-PHONE                 PIC X(12) VALUE SPACES.
      * The keyed phone is blank or in a form PUTAPI accepts.
       01  GAPI-PHONE-FORMAT-SWITCH       PIC X(01) VALUE 'Y'.
           88  GAPI-PHONE-FORMAT-OK                 VALUE 'Y'.
       01  GAPI-UPDATE-COUNT              PIC 9(5) COMP VALUE 0.
       01  GAPI-CONFIRM-INPUT             PIC X(80) VALUE SPACES.

           05  GAPI-RUN-ID-TIME           PIC 9(6).
       01  GAPI-RUN-TIME-RAW              PIC 9(8) VALUE 0.

      * Sign-on against the operator file. The keyed ID is
      * uppercased before the search, the way the IDs are held.
      * Once signed on it is handed to GETAPI and PUTAPI on every
      * call.
       01  GAPI-OPERATOR-FILE-STATUS      PIC X(02) VALUE SPACES.
           88  GAPI-OPERATOR-FILE-OK                VALUE '00'.
           88  GAPI-OPERATOR-FILE-EOF               VALUE '10'.
       01  GAPI-OPERATOR-SWITCHES.
           05  GAPI-OPERATOR-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  GAPI-OPERATOR-AT-EOF             VALUE 'Y'.
           05  GAPI-OPERATOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  GAPI-OPERATOR-FOUND              VALUE 'Y'.
           05  GAPI-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
               88  GAPI-SIGNED-ON                   VALUE 'Y'.
       01  GAPI-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01  GAPI-OPERATOR-NAME             PIC X(30) VALUE SPACES.
      * Each GAPIOPER record is read into here, so the one matched
      * stays to be judged after the file is closed.
       01  GAPI-OPERATOR-WORK.
           COPY GAPIOPER.

      * The keyed effective date. Blank or today sends the correction
      * now; a later date holds it in GAPIPEND; an earlier one is
      * refused as a mis-key.
       01  GAPI-TODAY-DATE                PIC 9(8)  VALUE 0.
       01  GAPI-EFFECTIVE-DATE            PIC X(8)  VALUE SPACES.
       01  GAPI-EFFECTIVE-DATE-NUM REDEFINES GAPI-EFFECTIVE-DATE
                                          PIC 9(8).
       01  GAPI-EFFECTIVE-SWITCH          PIC X(01) VALUE SPACE.
           88  GAPI-EFFECTIVE-NOW                   VALUE 'N'.
           88  GAPI-EFFECTIVE-FUTURE                VALUE 'F'.
       01  GAPI-HELD-COUNT                PIC 9(5) COMP VALUE 0.
       01  GAPI-CANCEL-COUNT              PIC 9(5) COMP VALUE 0.

      * One employee's pending items, numbered in key order as they
      * are listed so the rep can pick one to cancel by its number.
       01  GAPI-PENDING-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-PENDING-FILE-OK                 VALUE '00'.
           88  GAPI-PENDING-DUPLICATE-KEY           VALUE '22'.
      * A duplicate key on GAPIPEND is retried a hundredth of a
      * second on, up to this many times, before the hold is given up.
       01  GAPI-PENDING-RETRY             PIC 9(3) COMP VALUE 0.
       01  GAPI-PENDING-RETRY-MAX         PIC 9(3) VALUE 100.
       01  GAPI-PEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  GAPI-PEND-AT-EOF                     VALUE 'Y'.
       01  GAPI-PEND-COMMAND              PIC X(8)  VALUE SPACES.
       01  GAPI-PEND-EMPLOYEE             PIC X(6)  VALUE SPACES.
       01  GAPI-PEND-COUNT                PIC 9(2) COMP VALUE 0.
       01  GAPI-PEND-MAX                  PIC 9(2) VALUE 20.
       01  GAPI-PEND-TABLE.
           05  GAPI-PEND-ENTRY OCCURS 20 TIMES.
               10  GAPI-PEND-KEY          PIC X(22).
               10  GAPI-PEND-EFFECTIVE    PIC 9(8).
       01  GAPI-PEND-PICK-INPUT           PIC X(2)  JUSTIFIED RIGHT.
       01  GAPI-PEND-PICK REDEFINES GAPI-PEND-PICK-INPUT
                                          PIC 9(2).
      * How many characters were keyed for the pick; more than the
      * pick holds is refused rather than cut down to another item.
       01  GAPI-PEND-PICK-LENGTH          PIC 9(2) COMP VALUE 0.

       01  GAPI-PEND-LINE.
           05  PL-NUMBER         PIC Z9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-EFFECTIVE-DATE PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-OPERATOR-ID    PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-ADDRESS        PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-PHONE          PIC X(12).

      * Shared PARM-BUFFER layout for the lookup leg, the same one
      * GETAPIOL builds for each inquiry.
       01  PARM-BUFFER.
       MAINLINE.

           DISPLAY "PUTAPIOL - employee correction entry".

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-END.
           IF NOT GAPI-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "Enter a six-digit employee number, P and a number"
                   " to list or cancel pending corrections, or END"
                   " to quit".

      * Mint this session's run identifier from the start date and
      * time, so every call of the session is stamped consistently.

           GOBACK.

      *----------------------------------------------------------------*
      * Sign the rep on against GAPIOPER before anything is taken.    *
      * The session is refused for an ID the file doesn't hold, for   *
      * a rep marked inactive, and for a rep entitled to look up      *
      * only. A missing operator file refuses every session rather    *
      * than letting anyone correct unchecked.                        *
      *----------------------------------------------------------------*
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:".
           MOVE SPACES TO GAPI-INQUIRY-INPUT.
           ACCEPT GAPI-INQUIRY-INPUT.
           MOVE FUNCTION UPPER-CASE (GAPI-INQUIRY-INPUT(1:8))
               TO GAPI-OPERATOR-ID.
           IF GAPI-OPERATOR-ID = SPACES
              DISPLAY "  No operator ID keyed - session refused."
              GO TO SIGN-ON-OPERATOR-END
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF NOT GAPI-OPERATOR-FILE-OK
              DISPLAY "PUTAPIOL: unable to open GAPIOPER, status "
                      GAPI-OPERATOR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM FIND-OPERATOR THRU FIND-OPERATOR-END
               UNTIL GAPI-OPERATOR-AT-EOF
                  OR GAPI-OPERATOR-FOUND.
           CLOSE OPERATOR-FILE.

           EVALUATE TRUE
              WHEN NOT GAPI-OPERATOR-FOUND
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is not on the operator file"
                         " - session refused."
              WHEN NOT OPR-IS-ACTIVE
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is not active - session refused."
              WHEN OPR-LOOKUP-ONLY
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is entitled to look up only"
                         " - use GETAPIOL."
              WHEN NOT OPR-LOOKUP-CORRECT
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is not entitled to correct employees"
                         " - session refused."
              WHEN OTHER
                 MOVE OPR-NAME TO GAPI-OPERATOR-NAME
                 SET GAPI-SIGNED-ON TO TRUE
                 DISPLAY "  Signed on: " GAPI-OPERATOR-ID
                         " " GAPI-OPERATOR-NAME
           END-EVALUATE.
       SIGN-ON-OPERATOR-END.
           EXIT.

      * One operator record against the keyed ID. The record found
      * is left in GAPI-OPERATOR-WORK for SIGN-ON-OPERATOR to judge.
       FIND-OPERATOR.
           READ OPERATOR-FILE INTO GAPI-OPERATOR-WORK
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN GAPI-OPERATOR-FILE-EOF
                 SET GAPI-OPERATOR-AT-EOF TO TRUE
              WHEN GAPI-OPERATOR-FILE-OK
                 IF OPR-ID = GAPI-OPERATOR-ID
                    SET GAPI-OPERATOR-FOUND TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY "PUTAPIOL: unexpected I/O error reading "
                         "GAPIOPER, status " GAPI-OPERATOR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
       FIND-OPERATOR-END.
           EXIT.

      *----------------------------------------------------------------*
      * One prompt/lookup/correct/confirm cycle. A blank line or END  *
      * (either case) ends the session -- blank also covers running   *
              WHEN GAPI-INQUIRY-INPUT(1:3) = 'END'
                OR GAPI-INQUIRY-INPUT(1:3) = 'end'
                 SET GAPI-SESSION-DONE TO TRUE
              WHEN GAPI-INQUIRY-INPUT(1:1) = 'P'
                OR GAPI-INQUIRY-INPUT(1:1) = 'p'
                 PERFORM REVIEW-PENDING THRU REVIEW-PENDING-END
              WHEN OTHER
                 PERFORM CORRECT-ONE-EMPLOYEE
                     THRU CORRECT-ONE-EMPLOYEE-END
           MOVE GAPI-INQUIRY-INPUT(1:6) TO employee OF PARM-DATA.
           SET PARM-MODE-NORMAL OF PARM-DATA TO TRUE.
           MOVE GAPI-RUN-ID TO PARM-RUN-ID.
           MOVE GAPI-OPERATOR-ID TO PARM-OPERATOR-ID.

           CALL "GETAPI" USING PARM-BUFFER.

           DISPLAY "  Phone:    " PARM-RESP-PHONE.
           DISPLAY " ".

      * A correction already waiting for this employee is shown
      * before another is keyed over it.
           MOVE employee OF PARM-DATA TO GAPI-PEND-EMPLOYEE.
           PERFORM LIST-PENDING-ITEMS THRU LIST-PENDING-ITEMS-END.

      * Key the correction. A field left blank is kept as it stands
      * -- the same "spaces means no change" contract EMPUPDT uses.
           DISPLAY "New address (blank to keep current):".
              GO TO CORRECT-ONE-EMPLOYEE-END
           END-IF.

           DISPLAY "Effective date, YYYYMMDD (blank for today):".
           MOVE SPACES TO GAPI-EFFECTIVE-DATE.
           ACCEPT GAPI-EFFECTIVE-DATE.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN GAPI-EFFECTIVE-DATE = SPACES
                 SET GAPI-EFFECTIVE-NOW TO TRUE
              WHEN GAPI-EFFECTIVE-DATE IS NOT NUMERIC
                 DISPLAY "  Effective date must be YYYYMMDD"
                         " - no correction taken."
                 DISPLAY " "
                 GO TO CORRECT-ONE-EMPLOYEE-END
              WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (GAPI-EFFECTIVE-DATE-NUM) NOT = 0
                 DISPLAY "  Effective date must be YYYYMMDD"
                         " - no correction taken."
                 DISPLAY " "
                 GO TO CORRECT-ONE-EMPLOYEE-END
              WHEN GAPI-EFFECTIVE-DATE-NUM < GAPI-TODAY-DATE
                 DISPLAY "  Effective date is in the past"
                         " - no correction taken."
                 DISPLAY " "
                 GO TO CORRECT-ONE-EMPLOYEE-END
              WHEN GAPI-EFFECTIVE-DATE-NUM = GAPI-TODAY-DATE
                 SET GAPI-EFFECTIVE-NOW TO TRUE
              WHEN OTHER
                 SET GAPI-EFFECTIVE-FUTURE TO TRUE
           END-EVALUATE.

      * A correction held for later is not seen by PUTAPI until its
      * release day, so the checks PUTAPI would make today on the
      * keyed fields are made here instead, and a correction that
      * would fail them is refused now rather than left to fail
      * unseen on the day.
           IF GAPI-EFFECTIVE-FUTURE
              PERFORM CHECK-PHONE-FORMAT THRU CHECK-PHONE-FORMAT-END
              IF NOT GAPI-PHONE-FORMAT-OK
                 DISPLAY "  Phone must be NNN-NNN-NNNN or ten digits"
                         " - no correction taken."
                 DISPLAY " "
                 GO TO CORRECT-ONE-EMPLOYEE-END
              END-IF
              IF GAPI-NEW-ADDRESS NOT = SPACES
                 AND GAPI-NEW-ADDRESS(1:1) = SPACE
                 DISPLAY "  Address starts with a blank"
                         " - no correction taken."
                 DISPLAY " "
                 GO TO CORRECT-ONE-EMPLOYEE-END
              END-IF
           END-IF.

      * Old and new side by side, then the confirm step. Only an
      * explicit Y sends anything to the master.
           DISPLAY " ".
           ELSE
              DISPLAY "  NEW phone:   " GAPI-NEW-PHONE
           END-IF.
           IF GAPI-EFFECTIVE-FUTURE
              DISPLAY "  EFFECTIVE:   " GAPI-EFFECTIVE-DATE
                      " (held until then)"
           ELSE
              DISPLAY "  EFFECTIVE:   today"
           END-IF.
           DISPLAY "Apply this update? (Y/N):".
           MOVE SPACES TO GAPI-CONFIRM-INPUT.
           ACCEPT GAPI-CONFIRM-INPUT.
              GO TO CORRECT-ONE-EMPLOYEE-END
           END-IF.

           IF GAPI-EFFECTIVE-FUTURE
              PERFORM HOLD-PENDING-CORRECTION
                  THRU HOLD-PENDING-CORRECTION-END
           ELSE
              PERFORM APPLY-ONE-UPDATE THRU APPLY-ONE-UPDATE-END
           END-IF.
       CORRECT-ONE-EMPLOYEE-END.
           EXIT.

      * PUTAPI's phone rule: blank, NNN-NNN-NNNN, or ten digits
      * blank-padded on the right.
       CHECK-PHONE-FORMAT.
           MOVE 'Y' TO GAPI-PHONE-FORMAT-SWITCH.
           EVALUATE TRUE
              WHEN GAPI-NEW-PHONE = SPACES
                 CONTINUE
              WHEN GAPI-NEW-PHONE(4:1) = '-'
                 AND GAPI-NEW-PHONE(8:1) = '-'
                 AND GAPI-NEW-PHONE(1:3) IS NUMERIC
                 AND GAPI-NEW-PHONE(5:3) IS NUMERIC
                 AND GAPI-NEW-PHONE(9:4) IS NUMERIC
                 CONTINUE
              WHEN GAPI-NEW-PHONE(1:10) IS NUMERIC
                 AND GAPI-NEW-PHONE(11:2) = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO GAPI-PHONE-FORMAT-SWITCH
           END-EVALUATE.
       CHECK-PHONE-FORMAT-END.
           EXIT.

      *----------------------------------------------------------------*
      * Drive PUTAPI for the confirmed correction exactly as the      *
      * batch driver would. PUTAPI itself validates the fields,       *
           MOVE GAPI-NEW-PHONE TO PARM-UPD-PHONE.
           SET PARM-UPD-MODE-NORMAL TO TRUE.
           MOVE GAPI-RUN-ID TO PARM-UPD-RUN-ID.
           MOVE GAPI-OPERATOR-ID TO PARM-UPD-OPERATOR-ID.

           CALL "PUTAPI" USING PARM-BUFFER-UPDATE.

       APPLY-ONE-UPDATE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Hold a confirmed future-dated correction in GAPIPEND, stamped *
      * with the rep and the session, for GAPIPREL to release on its  *
      * effective date. Nothing is sent to the service now.           *
      *----------------------------------------------------------------*
       HOLD-PENDING-CORRECTION.
           MOVE SPACES TO PENDING-RECORD.
           MOVE GAPI-INQUIRY-INPUT(1:6) TO PND-EMPLOYEE.
           ACCEPT PND-ENTERED-DATE FROM DATE YYYYMMDD.
           ACCEPT PND-ENTERED-TIME FROM TIME.
           MOVE GAPI-EFFECTIVE-DATE-NUM TO PND-EFFECTIVE-DATE.
           MOVE GAPI-NEW-ADDRESS TO PND-ADDRESS.
           MOVE GAPI-NEW-PHONE TO PND-PHONE.
           SET PND-IS-PENDING TO TRUE.
           MOVE GAPI-OPERATOR-ID TO PND-OPERATOR-ID.
           MOVE GAPI-RUN-ID TO PND-RUN-ID.
           MOVE ZERO TO PND-CLOSED-DATE.
           MOVE SPACES TO PND-CLOSED-BY.

           OPEN I-O PENDING-FILE.
           IF NOT GAPI-PENDING-FILE-OK
              OPEN OUTPUT PENDING-FILE
           END-IF.
           IF NOT GAPI-PENDING-FILE-OK
              DISPLAY " "
              DISPLAY "  Correction could not be held - GAPIPEND"
                      " status " GAPI-PENDING-FILE-STATUS
              DISPLAY " "
              GO TO HOLD-PENDING-CORRECTION-END
           END-IF.
           MOVE ZERO TO GAPI-PENDING-RETRY.
           PERFORM WRITE-PENDING-RECORD THRU WRITE-PENDING-RECORD-END.
           IF NOT GAPI-PENDING-FILE-OK
              CLOSE PENDING-FILE
              DISPLAY " "
              DISPLAY "  Correction could not be held - GAPIPEND"
                      " status " GAPI-PENDING-FILE-STATUS
              DISPLAY " "
              GO TO HOLD-PENDING-CORRECTION-END
           END-IF.
           CLOSE PENDING-FILE.

           ADD 1 TO GAPI-HELD-COUNT.
           DISPLAY " ".
           DISPLAY "  Correction held for: " PND-EMPLOYEE
                   " until " PND-EFFECTIVE-DATE.
           DISPLAY " ".
       HOLD-PENDING-CORRECTION-END.
           EXIT.

      * Two items for one employee taken in the same hundredth of a
      * second would share a key; the later one is stamped a
      * hundredth on, a bounded number of times. Any other write
      * failure is left in GAPI-PENDING-FILE-STATUS for the caller.
       WRITE-PENDING-RECORD.
           WRITE PENDING-RECORD
               INVALID KEY
                  CONTINUE
           END-WRITE.
           IF GAPI-PENDING-DUPLICATE-KEY
              AND GAPI-PENDING-RETRY < GAPI-PENDING-RETRY-MAX
              AND PND-ENTERED-TIME < 23595999
              ADD 1 TO GAPI-PENDING-RETRY
              ADD 1 TO PND-ENTERED-TIME
              GO TO WRITE-PENDING-RECORD
           END-IF.
       WRITE-PENDING-RECORD-END.
           EXIT.

      *----------------------------------------------------------------*
      * P followed by an employee number: list the employee's pending *
      * items and, on request, cancel one. A cancelled item stays in  *
      * GAPIPEND marked with the rep who cancelled it; GAPIPREL       *
      * passes it over.                                               *
      *----------------------------------------------------------------*
       REVIEW-PENDING.
           MOVE SPACES TO GAPI-PEND-COMMAND.
           MOVE SPACES TO GAPI-PEND-EMPLOYEE.
           UNSTRING GAPI-INQUIRY-INPUT DELIMITED BY ALL SPACE
               INTO GAPI-PEND-COMMAND GAPI-PEND-EMPLOYEE
           END-UNSTRING.
           IF GAPI-PEND-EMPLOYEE IS NOT NUMERIC
              DISPLAY "  Key P followed by the six-digit employee"
                      " number."
              DISPLAY " "
              GO TO REVIEW-PENDING-END
           END-IF.

           DISPLAY " ".
           PERFORM LIST-PENDING-ITEMS THRU LIST-PENDING-ITEMS-END.
           IF GAPI-PEND-COUNT = ZERO
              DISPLAY "  No corrections pending for: "
                      GAPI-PEND-EMPLOYEE
              DISPLAY " "
              GO TO REVIEW-PENDING-END
           END-IF.

           DISPLAY "Item number to cancel (blank for none):".
           MOVE SPACES TO GAPI-CONFIRM-INPUT.
           ACCEPT GAPI-CONFIRM-INPUT.
           IF GAPI-CONFIRM-INPUT = SPACES
              DISPLAY " "
              GO TO REVIEW-PENDING-END
           END-IF.
           MOVE SPACES TO GAPI-PEND-PICK-INPUT.
           MOVE ZERO TO GAPI-PEND-PICK-LENGTH.
           UNSTRING GAPI-CONFIRM-INPUT DELIMITED BY ALL SPACE
               INTO GAPI-PEND-PICK-INPUT
                   COUNT IN GAPI-PEND-PICK-LENGTH
           END-UNSTRING.
           INSPECT GAPI-PEND-PICK-INPUT
               REPLACING LEADING SPACE BY ZERO.
           IF GAPI-PEND-PICK-LENGTH > 2
              OR GAPI-PEND-PICK-INPUT IS NOT NUMERIC
              OR GAPI-PEND-PICK < 1
              OR GAPI-PEND-PICK > GAPI-PEND-COUNT
              DISPLAY "  No such item - nothing cancelled."
              DISPLAY " "
              GO TO REVIEW-PENDING-END
           END-IF.

           DISPLAY "Cancel item " GAPI-PEND-PICK " effective "
                   GAPI-PEND-EFFECTIVE(GAPI-PEND-PICK) "? (Y/N):".
           MOVE SPACES TO GAPI-CONFIRM-INPUT.
           ACCEPT GAPI-CONFIRM-INPUT.
           IF GAPI-CONFIRM-INPUT(1:1) NOT = 'Y'
              AND GAPI-CONFIRM-INPUT(1:1) NOT = 'y'
              DISPLAY "  Not confirmed - nothing cancelled."
              DISPLAY " "
              GO TO REVIEW-PENDING-END
           END-IF.

           PERFORM CANCEL-PENDING-ITEM THRU CANCEL-PENDING-ITEM-END.
       REVIEW-PENDING-END.
           EXIT.

      * The employee in GAPI-PEND-EMPLOYEE's items still pending,
      * numbered, by a START on the employee's part of the key. No
      * GAPIPEND at all simply means nothing is pending.
       LIST-PENDING-ITEMS.
           MOVE ZERO TO GAPI-PEND-COUNT.
           OPEN INPUT PENDING-FILE.
           IF NOT GAPI-PENDING-FILE-OK
              GO TO LIST-PENDING-ITEMS-END
           END-IF.
           MOVE 'N' TO GAPI-PEND-EOF-SWITCH.
           MOVE LOW-VALUES TO PND-KEY.
           MOVE GAPI-PEND-EMPLOYEE TO PND-EMPLOYEE.
           START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                  SET GAPI-PEND-AT-EOF TO TRUE
           END-START.
           PERFORM LIST-PENDING-ITEM THRU LIST-PENDING-ITEM-END
               UNTIL GAPI-PEND-AT-EOF.
           CLOSE PENDING-FILE.
           IF GAPI-PEND-COUNT > ZERO
              DISPLAY " "
           END-IF.
       LIST-PENDING-ITEMS-END.
           EXIT.

       LIST-PENDING-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                  SET GAPI-PEND-AT-EOF TO TRUE
           END-READ.
           IF NOT GAPI-PENDING-FILE-OK
              OR PND-EMPLOYEE NOT = GAPI-PEND-EMPLOYEE
              SET GAPI-PEND-AT-EOF TO TRUE
              GO TO LIST-PENDING-ITEM-END
           END-IF.
           IF NOT PND-IS-PENDING
              GO TO LIST-PENDING-ITEM-END
           END-IF.
           IF GAPI-PEND-COUNT >= GAPI-PEND-MAX
              DISPLAY "  (more pending items than can be listed)"
              SET GAPI-PEND-AT-EOF TO TRUE
              GO TO LIST-PENDING-ITEM-END
           END-IF.
           IF GAPI-PEND-COUNT = ZERO
              DISPLAY "  Corrections pending for: " PND-EMPLOYEE
              DISPLAY "  NO  EFFECTIVE TAKEN BY  ADDRESS"
                      "                                   PHONE"
           END-IF.
           ADD 1 TO GAPI-PEND-COUNT.
           MOVE PND-KEY TO GAPI-PEND-KEY(GAPI-PEND-COUNT).
           MOVE PND-EFFECTIVE-DATE
               TO GAPI-PEND-EFFECTIVE(GAPI-PEND-COUNT).
           MOVE GAPI-PEND-COUNT TO PL-NUMBER.
           MOVE PND-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE.
           MOVE PND-OPERATOR-ID TO PL-OPERATOR-ID.
           MOVE PND-ADDRESS TO PL-ADDRESS.
           MOVE PND-PHONE TO PL-PHONE.
           DISPLAY "  " GAPI-PEND-LINE.
       LIST-PENDING-ITEM-END.
           EXIT.

      * Re-read the picked item by its key and mark it cancelled,
      * unless GAPIPREL released it in the meantime.
       CANCEL-PENDING-ITEM.
           OPEN I-O PENDING-FILE.
           IF NOT GAPI-PENDING-FILE-OK
              DISPLAY "  Item could not be cancelled - GAPIPEND"
                      " status " GAPI-PENDING-FILE-STATUS
              DISPLAY " "
              GO TO CANCEL-PENDING-ITEM-END
           END-IF.
           MOVE GAPI-PEND-KEY(GAPI-PEND-PICK) TO PND-KEY.
           READ PENDING-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN NOT GAPI-PENDING-FILE-OK
                 DISPLAY "  Item no longer on GAPIPEND"
                         " - nothing cancelled."
              WHEN NOT PND-IS-PENDING
                 DISPLAY "  Item is no longer pending"
                         " - nothing cancelled."
              WHEN OTHER
                 SET PND-IS-CANCELLED TO TRUE
                 ACCEPT PND-CLOSED-DATE FROM DATE YYYYMMDD
                 MOVE GAPI-OPERATOR-ID TO PND-CLOSED-BY
                 REWRITE PENDING-RECORD
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 IF GAPI-PENDING-FILE-OK
                    ADD 1 TO GAPI-CANCEL-COUNT
                    DISPLAY "  Pending item cancelled for: "
                            PND-EMPLOYEE
                 ELSE
                    DISPLAY "  Item could not be cancelled"
                            " - GAPIPEND status "
                            GAPI-PENDING-FILE-STATUS
                 END-IF
           END-EVALUATE.
           CLOSE PENDING-FILE.
           DISPLAY " ".
       CANCEL-PENDING-ITEM-END.
           EXIT.

      *----------------------------------------------------------------*
      * Close both run reports the way the batch drivers do, so the   *
      * session's lookups and updates are accounted for in GAPIRPT.   *

           DISPLAY "PUTAPIOL: updates applied this session: "
                   GAPI-UPDATE-COUNT.
           DISPLAY "PUTAPIOL: corrections held this session: "
                   GAPI-HELD-COUNT.
           DISPLAY "PUTAPIOL: pending items cancelled: "
                   GAPI-CANCEL-COUNT.
           MOVE 0 TO RETURN-CODE.
       TERMINATE-SESSION-END.
           EXIT.
