      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPISUSP                                         *
      *                                                                *
      * Weekly suspicious-pattern report. Nothing else in the suite    *
      * looks across employees for the patterns that point at fraud    *
      * or bad data; this program scans the GAPI files for three of    *
      * them:                                                          *
      *                                                                *
      *   - SHARED   one phone number or address held in GAPICACH by   *
      *              several different employees,                      *
      *   - REPEAT   an employee whose address and phone changed more  *
      *              often than the limit within the window, counting  *
      *              the changes GETAPI saw (GAPICHG) and the          *
      *              corrections PUTAPI applied (GAPIUPDA), and        *
      *   - ADDR-AMT an amount change made shortly after an address    *
      *              change for the same employee.                     *
      *                                                                *
      * The thresholds come from GAPICFG. Each finding is listed on    *
      * SUSPRPT with the employees involved, the dates, run IDs and    *
      * values, and written to GAPIFIND in the GAPIFND layout for the  *
      * investigations team to work through.                           *
      *                                                                *
      * The contacts and the changes are each brought together through *
      * the keyed work file GAPISWRK: equal phone numbers and          *
      * addresses read back next to one another, and each employee's   *
      * changes read back together in date order.                      *
      *                                                                *
      * Exit codes: 0 no findings; 4 findings written for review; 16   *
      * a file could not be used.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPISUSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "GAPICFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-CONFIG-FILE-STATUS.

           SELECT CACHE-FILE ASSIGN TO "GAPICACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CACHE-EMPLOYEE
               FILE STATUS IS GAPI-CACHE-FILE-STATUS.

           SELECT CHANGES-FILE ASSIGN TO "GAPICHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-CHANGES-FILE-STATUS.

           SELECT UPDATE-AUDIT-FILE ASSIGN TO "GAPIUPDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-UPDAUD-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "GAPISWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-KEY
               FILE STATUS IS GAPI-WORK-FILE-STATUS.

           SELECT FINDING-FILE ASSIGN TO "GAPIFIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-FINDING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           COPY GAPICFG.

       FD  CACHE-FILE.
       01  CACHE-RECORD.
           COPY GAPICACH.

       FD  CHANGES-FILE.
       01  CHANGES-RECORD.
           COPY GAPICHG.

       FD  UPDATE-AUDIT-FILE.
       01  UPDATE-AUDIT-RECORD.
           COPY GAPIUPDA.

      * One contact or one change. A contact is keyed on its type
      * (P phone, A address), the value and the employee, so equal
      * values read back together; a change is keyed E, then the
      * employee and date, then the order it was loaded in.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WRK-KEY.
               10  WRK-KEY-TYPE         PIC X(1).
                   88  WRK-IS-PHONE               VALUE 'P'.
                   88  WRK-IS-ADDRESS             VALUE 'A'.
                   88  WRK-IS-CHANGE              VALUE 'E'.
               10  WRK-KEY-VALUE        PIC X(40).
               10  WRK-KEY-EMPLOYEE     PIC X(6).
               10  WRK-KEY-SEQUENCE     PIC 9(7).
           05  WRK-EMPLOYEE             PIC X(6).
           05  WRK-FIELD                PIC X(8).
           05  WRK-DATE                 PIC 9(8).
           05  WRK-RUN-ID               PIC X(16).
           05  WRK-SOURCE               PIC X(8).
           05  WRK-OLD-VALUE            PIC X(40).
           05  WRK-NEW-VALUE            PIC X(40).

       FD  FINDING-FILE.
       01  FINDING-RECORD.
           COPY GAPIFND.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-CONFIG-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-CONFIG-FILE-OK                  VALUE '00'.

       01  GAPI-CACHE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-CACHE-FILE-OK                   VALUE '00'.
           88  GAPI-CACHE-FILE-EOF                  VALUE '10'.

       01  GAPI-CHANGES-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-CHANGES-FILE-OK                 VALUE '00'.
           88  GAPI-CHANGES-FILE-EOF                VALUE '10'.

       01  GAPI-UPDAUD-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-UPDAUD-FILE-OK                  VALUE '00'.
           88  GAPI-UPDAUD-FILE-EOF                 VALUE '10'.

       01  GAPI-WORK-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-WORK-FILE-OK                    VALUE '00'.
           88  GAPI-WORK-FILE-EOF                   VALUE '10'.

       01  GAPI-FINDING-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-FINDING-FILE-OK                 VALUE '00'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-CACHE-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  GAPI-CACHE-EOF                   VALUE 'Y'.
           05  GAPI-CHANGES-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  GAPI-CHANGES-EOF                 VALUE 'Y'.
           05  GAPI-UPDAUD-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-UPDAUD-EOF                  VALUE 'Y'.
           05  GAPI-WORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-WORK-EOF                    VALUE 'Y'.
      * Which pattern the pass over the changes is looking for.
           05  GAPI-SCAN-SWITCH           PIC X(01) VALUE 'R'.
               88  GAPI-SCAN-REPEAT                 VALUE 'R'.
               88  GAPI-SCAN-ADDR-AMT               VALUE 'A'.

      * Thresholds, defaulted here and overridable from GAPICFG.
       01  GAPI-SHARED-CONTACT-MIN        PIC 9(3) VALUE 3.
       01  GAPI-CHANGE-LIMIT              PIC 9(3) VALUE 2.
       01  GAPI-CHANGE-WINDOW-DAYS        PIC 9(3) VALUE 30.
       01  GAPI-AMOUNT-FOLLOW-DAYS        PIC 9(3) VALUE 14.

      * Day numbers from FUNCTION INTEGER-OF-DATE, the same arithmetic
      * the cache expiry uses, so a window is whole calendar days.
       01  GAPI-TODAY-DATE                PIC 9(8) VALUE 0.
       01  GAPI-DAY-GAP                   PIC S9(9) VALUE 0.
       01  GAPI-CHANGE-DATE               PIC X(8) VALUE SPACES.
       01  GAPI-CHANGE-DATE-NUM REDEFINES GAPI-CHANGE-DATE
                                          PIC 9(8).

      * The next work-file sequence number, which keeps two changes
      * for one employee on one date apart in load order.
       01  GAPI-WORK-SEQUENCE             PIC 9(7) VALUE 0.

      * A change's key value: the employee, then the date.
       01  GAPI-CHANGE-KEY.
           05  CK-EMPLOYEE                PIC X(6).
           05  CK-DATE                    PIC 9(8).
           05  FILLER                     PIC X(26) VALUE SPACES.

      * The phone number or address being gathered, and the employees
      * holding it. Only the first GAPI-GROUP-MAX are listed; the
      * count keeps going so the finding still says how many.
       01  GAPI-GROUP-TYPE                PIC X(1) VALUE SPACES.
       01  GAPI-GROUP-VALUE               PIC X(40) VALUE SPACES.
       01  GAPI-GROUP-COUNT               PIC 9(7) COMP VALUE 0.
       01  GAPI-GROUP-LISTED              PIC 9(5) COMP VALUE 0.
       01  GAPI-GROUP-MAX                 PIC 9(5) VALUE 500.
       01  GAPI-GROUP-IDX                 PIC 9(5) COMP VALUE 0.
       01  GAPI-GROUP-TABLE.
           05  GAPI-GROUP-ENTRY OCCURS 500 TIMES.
               10  GAPI-GRP-EMPLOYEE      PIC X(6).
               10  GAPI-GRP-DATE          PIC 9(8).

      * One employee's address, phone and amount changes, in date
      * order, with the index of each address or phone change kept
      * separately for the repeat window.
       01  GAPI-EVENT-EMPLOYEE            PIC X(6) VALUE SPACES.
       01  GAPI-EVENT-COUNT               PIC 9(5) COMP VALUE 0.
       01  GAPI-EVENT-MAX                 PIC 9(5) VALUE 500.
       01  GAPI-EVENT-IDX                 PIC 9(5) COMP VALUE 0.
       01  GAPI-EVENT-TABLE.
           05  GAPI-EVENT-ENTRY OCCURS 500 TIMES.
               10  GAPI-EVT-FIELD         PIC X(8).
               10  GAPI-EVT-DATE          PIC 9(8).
               10  GAPI-EVT-DAY           PIC 9(9).
               10  GAPI-EVT-RUN-ID        PIC X(16).
               10  GAPI-EVT-SOURCE        PIC X(8).
               10  GAPI-EVT-OLD-VALUE     PIC X(40).
               10  GAPI-EVT-NEW-VALUE     PIC X(40).
       01  GAPI-CONTACT-COUNT             PIC 9(5) COMP VALUE 0.
       01  GAPI-CONTACT-TABLE.
           05  GAPI-CONTACT-ENTRY OCCURS 500 TIMES.
               10  GAPI-CONTACT-EVENT     PIC 9(5) COMP.
               10  GAPI-CONTACT-DAY       PIC 9(9).

      * The repeat window being measured, and the busiest one found.
       01  GAPI-WINDOW-START              PIC 9(5) COMP VALUE 0.
       01  GAPI-WINDOW-IDX                PIC 9(5) COMP VALUE 0.
       01  GAPI-WINDOW-COUNT              PIC 9(5) COMP VALUE 0.
       01  GAPI-BEST-START                PIC 9(5) COMP VALUE 0.
       01  GAPI-BEST-COUNT                PIC 9(5) COMP VALUE 0.
       01  GAPI-BEST-LAST                 PIC 9(5) COMP VALUE 0.
       01  GAPI-BEST-IDX                  PIC 9(5) COMP VALUE 0.

      * The address change an amount change followed.
       01  GAPI-AMOUNT-IDX                PIC 9(5) COMP VALUE 0.
       01  GAPI-ADDRESS-IDX               PIC 9(5) COMP VALUE 0.
       01  GAPI-PRIOR-ADDRESS-IDX         PIC 9(5) COMP VALUE 0.

      * Counts.
       01  GAPI-CACHE-READ-COUNT          PIC 9(7) COMP VALUE 0.
       01  GAPI-CHANGES-READ-COUNT        PIC 9(7) COMP VALUE 0.
       01  GAPI-UPDAUD-READ-COUNT         PIC 9(7) COMP VALUE 0.
       01  GAPI-EVENTS-LOADED             PIC 9(7) COMP VALUE 0.
       01  GAPI-FINDING-NUMBER            PIC 9(5) VALUE 0.
       01  GAPI-FINDING-PATTERN           PIC X(8) VALUE SPACES.
       01  GAPI-SHARED-COUNT              PIC 9(7) COMP VALUE 0.
       01  GAPI-REPEAT-COUNT              PIC 9(7) COMP VALUE 0.
       01  GAPI-ADDR-AMT-COUNT            PIC 9(7) COMP VALUE 0.
       01  GAPI-SECTION-COUNT             PIC 9(7) COMP VALUE 0.

      * Print-line layouts.
       01  GAPI-CONTACT-HEADING.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(10) VALUE 'CACHED'.

       01  GAPI-CONTACT-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  ML-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  ML-DATE           PIC 9(8).

       01  GAPI-EVENT-HEADING.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'DATE'.
           05  FILLER            PIC X(10) VALUE 'FIELD'.
           05  FILLER            PIC X(18) VALUE 'RUN ID'.
           05  FILLER            PIC X(10) VALUE 'SOURCE'.
           05  FILLER            PIC X(36) VALUE 'OLD VALUE'.
           05  FILLER            PIC X(34) VALUE 'NEW VALUE'.

       01  GAPI-EVENT-LINE.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  EL-DATE           PIC 9(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EL-FIELD          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EL-RUN-ID         PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EL-SOURCE         PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EL-OLD-VALUE      PIC X(34).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EL-NEW-VALUE      PIC X(34).

       01  GAPI-FINDING-EDIT              PIC ZZZZ9.
       01  GAPI-LINE-POINTER              PIC 9(3) COMP VALUE 1.
       01  GAPI-COUNT-EDIT                PIC ZZZZZZ9.
       01  GAPI-DAYS-EDIT                 PIC ZZ9.

       01  GAPI-SUSP-COUNT-LINE.
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

           PERFORM FIND-SHARED-CONTACTS THRU FIND-SHARED-CONTACTS-END.

           PERFORM FIND-CHANGE-PATTERNS THRU FIND-CHANGE-PATTERNS-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONFIG THRU READ-CONFIG-END.

           OPEN OUTPUT FINDING-FILE.
           IF NOT GAPI-FINDING-FILE-OK
              DISPLAY "GAPISUSP: unable to open GAPIFIND, status "
                      GAPI-FINDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPISUSP: unable to open SUSPRPT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "GAPI SUSPICIOUS-PATTERN REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-SHARED-CONTACT-MIN TO GAPI-DAYS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SHARED:   A PHONE OR ADDRESS HELD BY " DELIMITED BY
                      SIZE
                  GAPI-DAYS-EDIT DELIMITED BY SIZE
                  " OR MORE EMPLOYEES IN GAPICACH" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE GAPI-CHANGE-LIMIT TO GAPI-DAYS-EDIT.
           STRING "REPEAT:   MORE THAN " DELIMITED BY SIZE
                  GAPI-DAYS-EDIT DELIMITED BY SIZE
                  " ADDRESS/PHONE CHANGES WITHIN " DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           MOVE GAPI-CHANGE-WINDOW-DAYS TO GAPI-DAYS-EDIT.
           MOVE GAPI-DAYS-EDIT TO REPORT-LINE(54:3).
           MOVE " DAYS" TO REPORT-LINE(57:5).
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE GAPI-AMOUNT-FOLLOW-DAYS TO GAPI-DAYS-EDIT.
           STRING "ADDR-AMT: AN AMOUNT CHANGE WITHIN " DELIMITED BY SIZE
                  GAPI-DAYS-EDIT DELIMITED BY SIZE
                  " DAYS AFTER AN ADDRESS CHANGE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
       INITIALIZE-FILES-END.
           EXIT.

      *----------------------------------------------------------------*
      * Pick up the thresholds from GAPICFG. A missing or short       *
      * control file leaves the shipped defaults.                     *
      *----------------------------------------------------------------*
       READ-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF GAPI-CONFIG-FILE-OK
              READ CONFIG-FILE
              IF GAPI-CONFIG-FILE-OK
                 IF CFG-SHARED-CONTACT-MIN NUMERIC
                    AND CFG-SHARED-CONTACT-MIN > 0
                    MOVE CFG-SHARED-CONTACT-MIN
                        TO GAPI-SHARED-CONTACT-MIN
                 END-IF
                 IF CFG-CHANGE-LIMIT NUMERIC
                    AND CFG-CHANGE-LIMIT > 0
                    MOVE CFG-CHANGE-LIMIT TO GAPI-CHANGE-LIMIT
                 END-IF
                 IF CFG-CHANGE-WINDOW-DAYS NUMERIC
                    AND CFG-CHANGE-WINDOW-DAYS > 0
                    MOVE CFG-CHANGE-WINDOW-DAYS
                        TO GAPI-CHANGE-WINDOW-DAYS
                 END-IF
                 IF CFG-AMOUNT-FOLLOW-DAYS NUMERIC
                    AND CFG-AMOUNT-FOLLOW-DAYS > 0
                    MOVE CFG-AMOUNT-FOLLOW-DAYS
                        TO GAPI-AMOUNT-FOLLOW-DAYS
                 END-IF
              END-IF
              CLOSE CONFIG-FILE
           END-IF.
       READ-CONFIG-END.
           EXIT.

      *----------------------------------------------------------------*
      * SHARED: every non-blank GAPICACH phone and address goes into  *
      * GAPISWRK, then comes back grouped by value.                   *
      *----------------------------------------------------------------*
       FIND-SHARED-CONTACTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PHONE OR ADDRESS SHARED BY SEVERAL EMPLOYEES"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO GAPI-SECTION-COUNT.

           OPEN INPUT CACHE-FILE.
           IF NOT GAPI-CACHE-FILE-OK
              DISPLAY "GAPISUSP: GAPICACH not available, status "
                      GAPI-CACHE-FILE-STATUS " - shared contacts not "
                      "checked"
              MOVE "  (GAPICACH NOT AVAILABLE - NOT CHECKED)"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              GO TO FIND-SHARED-CONTACTS-END
           END-IF.
           PERFORM OPEN-WORK-OUTPUT THRU OPEN-WORK-OUTPUT-END.
           PERFORM READ-CACHE THRU READ-CACHE-END.
           PERFORM LOAD-CONTACTS THRU LOAD-CONTACTS-END
               UNTIL GAPI-CACHE-EOF.
           CLOSE CACHE-FILE.
           CLOSE WORK-FILE.

           PERFORM OPEN-WORK-INPUT THRU OPEN-WORK-INPUT-END.
           MOVE SPACES TO GAPI-GROUP-TYPE.
           MOVE SPACES TO GAPI-GROUP-VALUE.
           MOVE ZERO TO GAPI-GROUP-COUNT.
           MOVE ZERO TO GAPI-GROUP-LISTED.
           PERFORM READ-WORK THRU READ-WORK-END.
           PERFORM GATHER-CONTACT THRU GATHER-CONTACT-END
               UNTIL GAPI-WORK-EOF.
           PERFORM CLOSE-CONTACT-GROUP THRU CLOSE-CONTACT-GROUP-END.
           CLOSE WORK-FILE.

           IF GAPI-SECTION-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       FIND-SHARED-CONTACTS-END.
           EXIT.

      * One cache entry's phone and address into GAPISWRK.
       LOAD-CONTACTS.
           ADD 1 TO GAPI-CACHE-READ-COUNT.
           IF CACHE-PHONE NOT = SPACES
              MOVE SPACES TO WORK-RECORD
              SET WRK-IS-PHONE TO TRUE
              MOVE CACHE-PHONE TO WRK-KEY-VALUE
              PERFORM WRITE-CONTACT THRU WRITE-CONTACT-END
           END-IF.
           IF CACHE-ADDRESS NOT = SPACES
              MOVE SPACES TO WORK-RECORD
              SET WRK-IS-ADDRESS TO TRUE
              MOVE CACHE-ADDRESS TO WRK-KEY-VALUE
              PERFORM WRITE-CONTACT THRU WRITE-CONTACT-END
           END-IF.
           PERFORM READ-CACHE THRU READ-CACHE-END.
       LOAD-CONTACTS-END.
           EXIT.

       WRITE-CONTACT.
           MOVE CACHE-EMPLOYEE TO WRK-KEY-EMPLOYEE.
           MOVE ZERO TO WRK-KEY-SEQUENCE.
           MOVE CACHE-EMPLOYEE TO WRK-EMPLOYEE.
           IF CACHE-CACHED-DATE IS NUMERIC
              MOVE CACHE-CACHED-DATE TO WRK-DATE
           ELSE
              MOVE ZERO TO WRK-DATE
           END-IF.
           PERFORM WRITE-WORK THRU WRITE-WORK-END.
       WRITE-CONTACT-END.
           EXIT.

      * One contact back from GAPISWRK: a new value closes the group
      * before it and starts another.
       GATHER-CONTACT.
           IF WRK-KEY-TYPE NOT = GAPI-GROUP-TYPE
              OR WRK-KEY-VALUE NOT = GAPI-GROUP-VALUE
              PERFORM CLOSE-CONTACT-GROUP
                  THRU CLOSE-CONTACT-GROUP-END
              MOVE WRK-KEY-TYPE TO GAPI-GROUP-TYPE
              MOVE WRK-KEY-VALUE TO GAPI-GROUP-VALUE
              MOVE ZERO TO GAPI-GROUP-COUNT
              MOVE ZERO TO GAPI-GROUP-LISTED
           END-IF.
           ADD 1 TO GAPI-GROUP-COUNT.
           IF GAPI-GROUP-LISTED < GAPI-GROUP-MAX
              ADD 1 TO GAPI-GROUP-LISTED
              MOVE WRK-EMPLOYEE TO GAPI-GRP-EMPLOYEE(GAPI-GROUP-LISTED)
              MOVE WRK-DATE TO GAPI-GRP-DATE(GAPI-GROUP-LISTED)
           END-IF.
           PERFORM READ-WORK THRU READ-WORK-END.
       GATHER-CONTACT-END.
           EXIT.

      * The group just gathered is a finding when enough employees
      * hold its value.
       CLOSE-CONTACT-GROUP.
           IF GAPI-GROUP-COUNT < GAPI-SHARED-CONTACT-MIN
              GO TO CLOSE-CONTACT-GROUP-END
           END-IF.
           ADD 1 TO GAPI-FINDING-NUMBER.
           ADD 1 TO GAPI-SHARED-COUNT.
           ADD 1 TO GAPI-SECTION-COUNT.
           MOVE GAPI-FINDING-NUMBER TO GAPI-FINDING-EDIT.
           MOVE GAPI-GROUP-COUNT TO GAPI-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           IF GAPI-GROUP-TYPE = 'P'
              STRING "FINDING " DELIMITED BY SIZE
                     GAPI-FINDING-EDIT DELIMITED BY SIZE
                     "  PHONE " DELIMITED BY SIZE
                     GAPI-GROUP-VALUE(1:12) DELIMITED BY SIZE
                     " HELD BY " DELIMITED BY SIZE
                     GAPI-COUNT-EDIT DELIMITED BY SIZE
                     " EMPLOYEES" DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "FINDING " DELIMITED BY SIZE
                     GAPI-FINDING-EDIT DELIMITED BY SIZE
                     "  ADDRESS " DELIMITED BY SIZE
                     GAPI-GROUP-VALUE DELIMITED BY SIZE
                     " HELD BY " DELIMITED BY SIZE
                     GAPI-COUNT-EDIT DELIMITED BY SIZE
                     " EMPLOYEES" DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
           END-IF.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-CONTACT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM REPORT-GROUP-MEMBER THRU REPORT-GROUP-MEMBER-END
               VARYING GAPI-GROUP-IDX FROM 1 BY 1
               UNTIL GAPI-GROUP-IDX > GAPI-GROUP-LISTED.
           IF GAPI-GROUP-COUNT > GAPI-GROUP-LISTED
              MOVE "    (ONLY THE FIRST 500 EMPLOYEES ARE LISTED)"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       CLOSE-CONTACT-GROUP-END.
           EXIT.

       REPORT-GROUP-MEMBER.
           MOVE GAPI-GRP-EMPLOYEE(GAPI-GROUP-IDX) TO ML-EMPLOYEE.
           MOVE GAPI-GRP-DATE(GAPI-GROUP-IDX) TO ML-DATE.
           MOVE GAPI-CONTACT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FINDING-RECORD.
           MOVE GAPI-FINDING-NUMBER TO FND-NUMBER.
           MOVE "SHARED" TO FND-PATTERN.
           MOVE GAPI-GRP-EMPLOYEE(GAPI-GROUP-IDX) TO FND-EMPLOYEE.
           IF GAPI-GROUP-TYPE = 'P'
              MOVE "PHONE" TO FND-FIELD
           ELSE
              MOVE "ADDRESS" TO FND-FIELD
           END-IF.
           MOVE GAPI-GRP-DATE(GAPI-GROUP-IDX) TO FND-DATE.
           MOVE "GAPICACH" TO FND-SOURCE.
           MOVE GAPI-GROUP-VALUE TO FND-NEW-VALUE.
           PERFORM WRITE-FINDING THRU WRITE-FINDING-END.
       REPORT-GROUP-MEMBER-END.
           EXIT.

      *----------------------------------------------------------------*
      * REPEAT and ADDR-AMT: every address, phone and amount change   *
      * in GAPICHG and GAPIUPDA goes into GAPISWRK, then comes back   *
      * one employee at a time in date order.                         *
      *----------------------------------------------------------------*
       FIND-CHANGE-PATTERNS.
           PERFORM OPEN-WORK-OUTPUT THRU OPEN-WORK-OUTPUT-END.

           OPEN INPUT CHANGES-FILE.
           IF GAPI-CHANGES-FILE-OK
              PERFORM READ-CHANGES THRU READ-CHANGES-END
              PERFORM LOAD-CHANGE THRU LOAD-CHANGE-END
                  UNTIL GAPI-CHANGES-EOF
              CLOSE CHANGES-FILE
           ELSE
              DISPLAY "GAPISUSP: GAPICHG not available, status "
                      GAPI-CHANGES-FILE-STATUS
           END-IF.

           OPEN INPUT UPDATE-AUDIT-FILE.
           IF GAPI-UPDAUD-FILE-OK
              PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END
              PERFORM LOAD-UPDATE-AUDIT THRU LOAD-UPDATE-AUDIT-END
                  UNTIL GAPI-UPDAUD-EOF
              CLOSE UPDATE-AUDIT-FILE
           ELSE
              DISPLAY "GAPISUSP: GAPIUPDA not available, status "
                      GAPI-UPDAUD-FILE-STATUS
           END-IF.
           CLOSE WORK-FILE.

      * The two sections are printed one after the other, so each
      * employee's changes are judged twice: repeats first, then
      * amount changes following an address change.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ADDRESS AND PHONE CHANGED REPEATEDLY WITHIN THE WINDOW"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO GAPI-SECTION-COUNT.
           SET GAPI-SCAN-REPEAT TO TRUE.
           PERFORM SCAN-EMPLOYEE-CHANGES
               THRU SCAN-EMPLOYEE-CHANGES-END.
           IF GAPI-SECTION-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "AMOUNT CHANGED SHORTLY AFTER AN ADDRESS CHANGE"
               TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZERO TO GAPI-SECTION-COUNT.
           SET GAPI-SCAN-ADDR-AMT TO TRUE.
           PERFORM SCAN-EMPLOYEE-CHANGES
               THRU SCAN-EMPLOYEE-CHANGES-END.
           IF GAPI-SECTION-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       FIND-CHANGE-PATTERNS-END.
           EXIT.

      * One GAPICHG record. A NAME change is not one of the patterns,
      * and a record whose old and new values match (a purged leaver
      * leaves both blank) is not a change at all.
       LOAD-CHANGE.
           ADD 1 TO GAPI-CHANGES-READ-COUNT.
           IF (CHG-FIELD = 'ADDRESS' OR CHG-FIELD = 'PHONE'
               OR CHG-FIELD = 'AMOUNT')
              AND CHG-OLD-VALUE NOT = CHG-NEW-VALUE
              MOVE CHG-NEW-DATE TO GAPI-CHANGE-DATE
              MOVE SPACES TO WORK-RECORD
              MOVE CHG-EMPLOYEE TO WRK-EMPLOYEE
              MOVE CHG-FIELD TO WRK-FIELD
              MOVE CHG-RUN-ID TO WRK-RUN-ID
              MOVE "GAPICHG" TO WRK-SOURCE
              MOVE CHG-OLD-VALUE TO WRK-OLD-VALUE
              MOVE CHG-NEW-VALUE TO WRK-NEW-VALUE
              PERFORM WRITE-CHANGE THRU WRITE-CHANGE-END
           END-IF.
           PERFORM READ-CHANGES THRU READ-CHANGES-END.
       LOAD-CHANGE-END.
           EXIT.

      * One GAPIUPDA record, which can carry an address, phone and
      * amount change at once. Without a before-image nothing shows
      * which fields the correction changed, so the record is passed
      * over.
       LOAD-UPDATE-AUDIT.
           ADD 1 TO GAPI-UPDAUD-READ-COUNT.
           IF NOT UPA-HAD-PREV
              PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END
              GO TO LOAD-UPDATE-AUDIT-END
           END-IF.
           MOVE UPA-DATE TO GAPI-CHANGE-DATE.
           IF UPA-NEW-ADDRESS NOT = UPA-OLD-ADDRESS
              MOVE SPACES TO WORK-RECORD
              MOVE "ADDRESS" TO WRK-FIELD
              MOVE UPA-OLD-ADDRESS TO WRK-OLD-VALUE
              MOVE UPA-NEW-ADDRESS TO WRK-NEW-VALUE
              PERFORM WRITE-UPDATE-CHANGE
                  THRU WRITE-UPDATE-CHANGE-END
           END-IF.
           IF UPA-NEW-PHONE NOT = UPA-OLD-PHONE
              MOVE SPACES TO WORK-RECORD
              MOVE "PHONE" TO WRK-FIELD
              MOVE UPA-OLD-PHONE TO WRK-OLD-VALUE
              MOVE UPA-NEW-PHONE TO WRK-NEW-VALUE
              PERFORM WRITE-UPDATE-CHANGE
                  THRU WRITE-UPDATE-CHANGE-END
           END-IF.
           IF UPA-NEW-AMOUNT NOT = UPA-OLD-AMOUNT
              MOVE SPACES TO WORK-RECORD
              MOVE "AMOUNT" TO WRK-FIELD
              MOVE UPA-OLD-AMOUNT TO WRK-OLD-VALUE
              MOVE UPA-NEW-AMOUNT TO WRK-NEW-VALUE
              PERFORM WRITE-UPDATE-CHANGE
                  THRU WRITE-UPDATE-CHANGE-END
           END-IF.
           PERFORM READ-UPDATE-AUDIT THRU READ-UPDATE-AUDIT-END.
       LOAD-UPDATE-AUDIT-END.
           EXIT.

       WRITE-UPDATE-CHANGE.
           MOVE UPA-EMPLOYEE TO WRK-EMPLOYEE.
           MOVE UPA-RUN-ID TO WRK-RUN-ID.
           MOVE "GAPIUPDA" TO WRK-SOURCE.
           PERFORM WRITE-CHANGE THRU WRITE-CHANGE-END.
       WRITE-UPDATE-CHANGE-END.
           EXIT.

      * Key and write one change staged in WORK-RECORD, its date in
      * GAPI-CHANGE-DATE. A change with no usable date cannot be
      * placed in any window and is left out.
       WRITE-CHANGE.
           IF GAPI-CHANGE-DATE IS NOT NUMERIC
              OR GAPI-CHANGE-DATE-NUM NOT > 15821231
              GO TO WRITE-CHANGE-END
           END-IF.
           MOVE GAPI-CHANGE-DATE-NUM TO WRK-DATE.
           SET WRK-IS-CHANGE TO TRUE.
           MOVE WRK-EMPLOYEE TO CK-EMPLOYEE.
           MOVE WRK-DATE TO CK-DATE.
           MOVE GAPI-CHANGE-KEY TO WRK-KEY-VALUE.
           MOVE SPACES TO WRK-KEY-EMPLOYEE.
           ADD 1 TO GAPI-WORK-SEQUENCE.
           MOVE GAPI-WORK-SEQUENCE TO WRK-KEY-SEQUENCE.
           PERFORM WRITE-WORK THRU WRITE-WORK-END.
           ADD 1 TO GAPI-EVENTS-LOADED.
       WRITE-CHANGE-END.
           EXIT.

      * Read GAPISWRK's changes back, one employee at a time, and
      * judge each employee for the section being printed.
       SCAN-EMPLOYEE-CHANGES.
           PERFORM OPEN-WORK-INPUT THRU OPEN-WORK-INPUT-END.
           MOVE SPACES TO GAPI-EVENT-EMPLOYEE.
           MOVE ZERO TO GAPI-EVENT-COUNT.
           MOVE ZERO TO GAPI-CONTACT-COUNT.
           PERFORM READ-WORK THRU READ-WORK-END.
           PERFORM GATHER-CHANGE THRU GATHER-CHANGE-END
               UNTIL GAPI-WORK-EOF.
           PERFORM JUDGE-EMPLOYEE THRU JUDGE-EMPLOYEE-END.
           CLOSE WORK-FILE.
       SCAN-EMPLOYEE-CHANGES-END.
           EXIT.

       GATHER-CHANGE.
           IF WRK-EMPLOYEE NOT = GAPI-EVENT-EMPLOYEE
              PERFORM JUDGE-EMPLOYEE THRU JUDGE-EMPLOYEE-END
              MOVE WRK-EMPLOYEE TO GAPI-EVENT-EMPLOYEE
              MOVE ZERO TO GAPI-EVENT-COUNT
              MOVE ZERO TO GAPI-CONTACT-COUNT
           END-IF.
           IF GAPI-EVENT-COUNT >= GAPI-EVENT-MAX
              DISPLAY "GAPISUSP: employee " WRK-EMPLOYEE
                      " has more than " GAPI-EVENT-MAX
                      " changes - raise the table"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO GAPI-EVENT-COUNT.
           MOVE WRK-FIELD TO GAPI-EVT-FIELD(GAPI-EVENT-COUNT).
           MOVE WRK-DATE TO GAPI-EVT-DATE(GAPI-EVENT-COUNT).
           COMPUTE GAPI-EVT-DAY(GAPI-EVENT-COUNT) =
               FUNCTION INTEGER-OF-DATE (WRK-DATE).
           MOVE WRK-RUN-ID TO GAPI-EVT-RUN-ID(GAPI-EVENT-COUNT).
           MOVE WRK-SOURCE TO GAPI-EVT-SOURCE(GAPI-EVENT-COUNT).
           MOVE WRK-OLD-VALUE TO GAPI-EVT-OLD-VALUE(GAPI-EVENT-COUNT).
           MOVE WRK-NEW-VALUE TO GAPI-EVT-NEW-VALUE(GAPI-EVENT-COUNT).
           IF WRK-FIELD NOT = 'AMOUNT'
              ADD 1 TO GAPI-CONTACT-COUNT
              MOVE GAPI-EVENT-COUNT
                  TO GAPI-CONTACT-EVENT(GAPI-CONTACT-COUNT)
              MOVE GAPI-EVT-DAY(GAPI-EVENT-COUNT)
                  TO GAPI-CONTACT-DAY(GAPI-CONTACT-COUNT)
           END-IF.
           PERFORM READ-WORK THRU READ-WORK-END.
       GATHER-CHANGE-END.
           EXIT.

       JUDGE-EMPLOYEE.
           IF GAPI-EVENT-COUNT = ZERO
              GO TO JUDGE-EMPLOYEE-END
           END-IF.
           IF GAPI-SCAN-REPEAT
              PERFORM JUDGE-REPEAT THRU JUDGE-REPEAT-END
           ELSE
              PERFORM JUDGE-ADDR-AMT THRU JUDGE-ADDR-AMT-END
           END-IF.
       JUDGE-EMPLOYEE-END.
           EXIT.

      *----------------------------------------------------------------*
      * REPEAT: find the window holding the most address and phone    *
      * changes. The changes are in date order, so the ones inside a  *
      * window starting at a change are the run that follows it.      *
      *----------------------------------------------------------------*
       JUDGE-REPEAT.
           IF GAPI-CONTACT-COUNT NOT > GAPI-CHANGE-LIMIT
              GO TO JUDGE-REPEAT-END
           END-IF.
           MOVE ZERO TO GAPI-BEST-COUNT.
           PERFORM MEASURE-WINDOW THRU MEASURE-WINDOW-END
               VARYING GAPI-WINDOW-START FROM 1 BY 1
               UNTIL GAPI-WINDOW-START > GAPI-CONTACT-COUNT.
           IF GAPI-BEST-COUNT NOT > GAPI-CHANGE-LIMIT
              GO TO JUDGE-REPEAT-END
           END-IF.

           ADD 1 TO GAPI-REPEAT-COUNT.
           MOVE "REPEAT" TO GAPI-FINDING-PATTERN.
           MOVE GAPI-BEST-COUNT TO GAPI-COUNT-EDIT.
           MOVE GAPI-CHANGE-WINDOW-DAYS TO GAPI-DAYS-EDIT.
           PERFORM START-CHANGE-FINDING THRU START-CHANGE-FINDING-END.
           STRING "  " DELIMITED BY SIZE
                  GAPI-COUNT-EDIT DELIMITED BY SIZE
                  " ADDRESS/PHONE CHANGES WITHIN " DELIMITED BY SIZE
                  GAPI-DAYS-EDIT DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER GAPI-LINE-POINTER
           END-STRING.
           PERFORM FINISH-CHANGE-FINDING
               THRU FINISH-CHANGE-FINDING-END.
           PERFORM REPORT-WINDOW-CHANGE THRU REPORT-WINDOW-CHANGE-END
               VARYING GAPI-BEST-IDX FROM GAPI-BEST-START BY 1
               UNTIL GAPI-BEST-IDX > GAPI-BEST-LAST.
       JUDGE-REPEAT-END.
           EXIT.

       MEASURE-WINDOW.
           MOVE ZERO TO GAPI-WINDOW-COUNT.
           PERFORM COUNT-IN-WINDOW THRU COUNT-IN-WINDOW-END
               VARYING GAPI-WINDOW-IDX FROM GAPI-WINDOW-START BY 1
               UNTIL GAPI-WINDOW-IDX > GAPI-CONTACT-COUNT.
           IF GAPI-WINDOW-COUNT > GAPI-BEST-COUNT
              MOVE GAPI-WINDOW-COUNT TO GAPI-BEST-COUNT
              MOVE GAPI-WINDOW-START TO GAPI-BEST-START
              COMPUTE GAPI-BEST-LAST =
                  GAPI-WINDOW-START + GAPI-WINDOW-COUNT - 1
           END-IF.
       MEASURE-WINDOW-END.
           EXIT.

      * A window of N days runs from the starting change's date to
      * the day before N days later.
       COUNT-IN-WINDOW.
           COMPUTE GAPI-DAY-GAP =
               GAPI-CONTACT-DAY(GAPI-WINDOW-IDX)
             - GAPI-CONTACT-DAY(GAPI-WINDOW-START).
           IF GAPI-DAY-GAP < GAPI-CHANGE-WINDOW-DAYS
              ADD 1 TO GAPI-WINDOW-COUNT
           END-IF.
       COUNT-IN-WINDOW-END.
           EXIT.

       REPORT-WINDOW-CHANGE.
           MOVE GAPI-CONTACT-EVENT(GAPI-BEST-IDX) TO GAPI-EVENT-IDX.
           PERFORM REPORT-CHANGE THRU REPORT-CHANGE-END.
       REPORT-WINDOW-CHANGE-END.
           EXIT.

      *----------------------------------------------------------------*
      * ADDR-AMT: each amount change is paired with the latest address *
      * change on or before its date, when that is close enough.      *
      *----------------------------------------------------------------*
       JUDGE-ADDR-AMT.
           PERFORM CHECK-AMOUNT-CHANGE THRU CHECK-AMOUNT-CHANGE-END
               VARYING GAPI-AMOUNT-IDX FROM 1 BY 1
               UNTIL GAPI-AMOUNT-IDX > GAPI-EVENT-COUNT.
       JUDGE-ADDR-AMT-END.
           EXIT.

       CHECK-AMOUNT-CHANGE.
           IF GAPI-EVT-FIELD(GAPI-AMOUNT-IDX) NOT = 'AMOUNT'
              GO TO CHECK-AMOUNT-CHANGE-END
           END-IF.
           MOVE ZERO TO GAPI-PRIOR-ADDRESS-IDX.
           PERFORM FIND-PRIOR-ADDRESS THRU FIND-PRIOR-ADDRESS-END
               VARYING GAPI-ADDRESS-IDX FROM 1 BY 1
               UNTIL GAPI-ADDRESS-IDX > GAPI-EVENT-COUNT.
           IF GAPI-PRIOR-ADDRESS-IDX = ZERO
              GO TO CHECK-AMOUNT-CHANGE-END
           END-IF.

           ADD 1 TO GAPI-ADDR-AMT-COUNT.
           MOVE "ADDR-AMT" TO GAPI-FINDING-PATTERN.
           COMPUTE GAPI-DAY-GAP =
               GAPI-EVT-DAY(GAPI-AMOUNT-IDX)
             - GAPI-EVT-DAY(GAPI-PRIOR-ADDRESS-IDX).
           MOVE GAPI-DAY-GAP TO GAPI-DAYS-EDIT.
           PERFORM START-CHANGE-FINDING THRU START-CHANGE-FINDING-END.
           STRING "  AMOUNT CHANGED " DELIMITED BY SIZE
                  GAPI-DAYS-EDIT DELIMITED BY SIZE
                  " DAYS AFTER AN ADDRESS CHANGE" DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER GAPI-LINE-POINTER
           END-STRING.
           PERFORM FINISH-CHANGE-FINDING
               THRU FINISH-CHANGE-FINDING-END.
           MOVE GAPI-PRIOR-ADDRESS-IDX TO GAPI-EVENT-IDX.
           PERFORM REPORT-CHANGE THRU REPORT-CHANGE-END.
           MOVE GAPI-AMOUNT-IDX TO GAPI-EVENT-IDX.
           PERFORM REPORT-CHANGE THRU REPORT-CHANGE-END.
       CHECK-AMOUNT-CHANGE-END.
           EXIT.

      * The changes are in date order, so the last address change
      * that qualifies is the latest one.
       FIND-PRIOR-ADDRESS.
           IF GAPI-EVT-FIELD(GAPI-ADDRESS-IDX) NOT = 'ADDRESS'
              OR GAPI-EVT-DAY(GAPI-ADDRESS-IDX)
                 > GAPI-EVT-DAY(GAPI-AMOUNT-IDX)
              GO TO FIND-PRIOR-ADDRESS-END
           END-IF.
           COMPUTE GAPI-DAY-GAP =
               GAPI-EVT-DAY(GAPI-AMOUNT-IDX)
             - GAPI-EVT-DAY(GAPI-ADDRESS-IDX).
           IF GAPI-DAY-GAP NOT > GAPI-AMOUNT-FOLLOW-DAYS
              MOVE GAPI-ADDRESS-IDX TO GAPI-PRIOR-ADDRESS-IDX
           END-IF.
       FIND-PRIOR-ADDRESS-END.
           EXIT.

      *----------------------------------------------------------------*
      * A change finding's header line: the number and employee, with *
      * the caller adding the description at GAPI-LINE-POINTER.       *
      *----------------------------------------------------------------*
       START-CHANGE-FINDING.
           ADD 1 TO GAPI-FINDING-NUMBER.
           ADD 1 TO GAPI-SECTION-COUNT.
           MOVE GAPI-FINDING-NUMBER TO GAPI-FINDING-EDIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO GAPI-LINE-POINTER.
           STRING "FINDING " DELIMITED BY SIZE
                  GAPI-FINDING-EDIT DELIMITED BY SIZE
                  "  EMPLOYEE " DELIMITED BY SIZE
                  GAPI-EVENT-EMPLOYEE DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER GAPI-LINE-POINTER
           END-STRING.
       START-CHANGE-FINDING-END.
           EXIT.

       FINISH-CHANGE-FINDING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-EVENT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       FINISH-CHANGE-FINDING-END.
           EXIT.

      * One change of the current finding, GAPI-EVENT-IDX, to the
      * report and to GAPIFIND.
       REPORT-CHANGE.
           MOVE GAPI-EVT-DATE(GAPI-EVENT-IDX) TO EL-DATE.
           MOVE GAPI-EVT-FIELD(GAPI-EVENT-IDX) TO EL-FIELD.
           MOVE GAPI-EVT-RUN-ID(GAPI-EVENT-IDX) TO EL-RUN-ID.
           MOVE GAPI-EVT-SOURCE(GAPI-EVENT-IDX) TO EL-SOURCE.
           MOVE GAPI-EVT-OLD-VALUE(GAPI-EVENT-IDX) TO EL-OLD-VALUE.
           MOVE GAPI-EVT-NEW-VALUE(GAPI-EVENT-IDX) TO EL-NEW-VALUE.
           MOVE GAPI-EVENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.

           MOVE SPACES TO FINDING-RECORD.
           MOVE GAPI-FINDING-NUMBER TO FND-NUMBER.
           MOVE GAPI-FINDING-PATTERN TO FND-PATTERN.
           MOVE GAPI-EVENT-EMPLOYEE TO FND-EMPLOYEE.
           MOVE GAPI-EVT-FIELD(GAPI-EVENT-IDX) TO FND-FIELD.
           MOVE GAPI-EVT-DATE(GAPI-EVENT-IDX) TO FND-DATE.
           MOVE GAPI-EVT-RUN-ID(GAPI-EVENT-IDX) TO FND-RUN-ID.
           MOVE GAPI-EVT-SOURCE(GAPI-EVENT-IDX) TO FND-SOURCE.
           MOVE GAPI-EVT-OLD-VALUE(GAPI-EVENT-IDX) TO FND-OLD-VALUE.
           MOVE GAPI-EVT-NEW-VALUE(GAPI-EVENT-IDX) TO FND-NEW-VALUE.
           PERFORM WRITE-FINDING THRU WRITE-FINDING-END.
       REPORT-CHANGE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Shared pieces.                                                 *
      *----------------------------------------------------------------*
       OPEN-WORK-OUTPUT.
           MOVE 'N' TO GAPI-WORK-EOF-SWITCH.
           OPEN OUTPUT WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPISUSP: unable to open GAPISWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       OPEN-WORK-OUTPUT-END.
           EXIT.

       OPEN-WORK-INPUT.
           MOVE 'N' TO GAPI-WORK-EOF-SWITCH.
           OPEN INPUT WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPISUSP: unable to reopen GAPISWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       OPEN-WORK-INPUT-END.
           EXIT.

       WRITE-WORK.
           WRITE WORK-RECORD
               INVALID KEY
                  CONTINUE
           END-WRITE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPISUSP: unable to write GAPISWRK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       WRITE-WORK-END.
           EXIT.

       WRITE-FINDING.
           WRITE FINDING-RECORD.
           IF NOT GAPI-FINDING-FILE-OK
              DISPLAY "GAPISUSP: unable to write GAPIFIND, status "
                      GAPI-FINDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       WRITE-FINDING-END.
           EXIT.

      *----------------------------------------------------------------*
       TERMINATE-RUN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "GAPICACH ENTRIES READ:        " TO CT-TEXT.
           MOVE GAPI-CACHE-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "GAPICHG RECORDS READ:         " TO CT-TEXT.
           MOVE GAPI-CHANGES-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "GAPIUPDA RECORDS READ:        " TO CT-TEXT.
           MOVE GAPI-UPDAUD-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "CHANGES EXAMINED:             " TO CT-TEXT.
           MOVE GAPI-EVENTS-LOADED TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "SHARED CONTACT FINDINGS:      " TO CT-TEXT.
           MOVE GAPI-SHARED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "REPEATED CHANGE FINDINGS:     " TO CT-TEXT.
           MOVE GAPI-REPEAT-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.
           MOVE "ADDRESS-THEN-AMOUNT FINDINGS: " TO CT-TEXT.
           MOVE GAPI-ADDR-AMT-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE THRU WRITE-COUNT-LINE-END.

           CLOSE FINDING-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "GAPISUSP: shared contact findings:   "
                   GAPI-SHARED-COUNT.
           DISPLAY "GAPISUSP: repeated change findings:  "
                   GAPI-REPEAT-COUNT.
           DISPLAY "GAPISUSP: address-then-amount:       "
                   GAPI-ADDR-AMT-COUNT.

           IF GAPI-FINDING-NUMBER > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       TERMINATE-RUN-END.
           EXIT.

       WRITE-COUNT-LINE.
           MOVE GAPI-SUSP-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-COUNT-LINE-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-CACHE.
           READ CACHE-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-CACHE-FILE-EOF
                  SET GAPI-CACHE-EOF TO TRUE
               WHEN GAPI-CACHE-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPISUSP: unexpected I/O error reading "
                          "GAPICACH, status " GAPI-CACHE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-CACHE-END.
           EXIT.

       READ-CHANGES.
           READ CHANGES-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-CHANGES-FILE-EOF
                  SET GAPI-CHANGES-EOF TO TRUE
               WHEN GAPI-CHANGES-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPISUSP: unexpected I/O error reading "
                          "GAPICHG, status " GAPI-CHANGES-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-CHANGES-END.
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
                  DISPLAY "GAPISUSP: unexpected I/O error reading "
                          "GAPIUPDA, status " GAPI-UPDAUD-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-UPDATE-AUDIT-END.
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
                  DISPLAY "GAPISUSP: unexpected I/O error reading "
                          "GAPISWRK, status " GAPI-WORK-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-WORK-END.
           EXIT.
