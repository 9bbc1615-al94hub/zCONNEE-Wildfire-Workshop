      *----------------------------------------------------------------*
      *                                                                *
      * ENTRY POINT = GAPIPURG                                         *
      *                                                                *
      * Purges a leaver's personal data from the GAPI files. GAPIHSKP  *
      * only ages records out by date, so when HR reports that an      *
      * employee has left, or a privacy erasure request comes in, the  *
      * name, address and phone would otherwise stay in every file     *
      * and archive generation for as long as it is kept. For every    *
      * employee listed in GAPILEAV this program:                      *
      *                                                                *
      *   - deletes the employee's GAPICACH entry,                     *
      *   - cancels the employee's GAPIPEND items still pending and    *
      *     blanks the address and phone in every one of them,         *
      *   - blanks the name, address and phone in the employee's       *
      *     EMPEXTR and EMPEXTRA records,                              *
      *   - blanks the old and new values of the employee's NAME,      *
      *     ADDRESS and PHONE changes in GAPICHG and GAPICHGA,         *
      *   - blanks the old and new address and phone in the            *
      *     employee's GAPIUPDA records,                               *
      *   - blanks the address and phone in the employee's failed      *
      *     corrections held in GAPIUREJ,                              *
      *   - blanks the old and new values of the employee's ADDRESS    *
      *     and PHONE lines in GAPISUSP's GAPIFIND findings, keeping   *
      *     the finding number, pattern, date and run so a finding     *
      *     still hangs together,                                      *
      *   - blanks the name and both addresses in the employee's       *
      *     GAPIANOT notices in GAPILTRS, so a notice not yet mailed   *
      *     for a leaver goes nowhere, and                             *
      *   - counts the employee's GAPIAUDA records, which carry no     *
      *     name, address or phone and are left as they are.           *
      *                                                                *
      * Records are blanked, never removed, and every other column --  *
      * the dates, amounts and run identifiers -- is left alone, so    *
      * the reports built from these files still balance afterwards.   *
      * A file is rewritten through GAPIWORK, as GAPIHSKP rolls them,  *
      * and only when something in it was actually cleared. GAPIPEND   *
      * is keyed, like GAPICACH, and is rewritten in place.            *
      *                                                                *
      * PURGCERT is the certificate: for each employee, every file     *
      * searched, how many of the employee's records it held and how   *
      * many were cleared, and which fields. Running the purge again   *
      * for the same employee is harmless and certifies the records    *
      * as already clear.                                              *
      *                                                                *
      * Exit codes: 0 every listed employee purged; 4 purged, but      *
      * GAPILEAV held records that could not be used; 8 GAPILEAV       *
      * missing or empty, nothing purged; 16 a file could not be used. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPIPURG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVER-FILE ASSIGN TO "GAPILEAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-LEAVER-FILE-STATUS.

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

      * The files blanked in place share one status; only one of them
      * is open at a time.
           SELECT EXTRACT-FILE ASSIGN TO "EMPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT EXTRACT-ARCHIVE ASSIGN TO "EMPEXTRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT CHANGES-FILE ASSIGN TO "GAPICHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT CHANGES-ARCHIVE ASSIGN TO "GAPICHGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT UPDATE-AUDIT-FILE ASSIGN TO "GAPIUPDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT UPDATE-REJECT-FILE ASSIGN TO "GAPIUREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT FINDING-FILE ASSIGN TO "GAPIFIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "GAPILTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "GAPIAUDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-TARGET-FILE-STATUS.

      * Staging file for the rewrite, as in GAPIHSKP: the whole file,
      * with the leavers' records blanked, is parked here before the
      * file is written back over.
           SELECT WORK-FILE ASSIGN TO "GAPIWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-WORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PURGCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One leaver per record: the employee number and the HR or
      * erasure-request reference the certificate is answering.
       FD  LEAVER-FILE.
       01  LEAVER-RECORD.
           05  LVR-EMPLOYEE             PIC X(6).
           05  FILLER                   PIC X(1).
           05  LVR-REFERENCE            PIC X(20).
           05  FILLER                   PIC X(53).

       FD  CACHE-FILE.
       01  CACHE-RECORD.
           COPY GAPICACH.

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY GAPIPEND.

      * Every record goes through GAPI-PURGE-RECORD and the layout
      * views below it; the employee number is the first six bytes of
      * every one of these layouts but GAPIFIND's and GAPILTRS's.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD               PIC X(140).

       FD  EXTRACT-ARCHIVE.
       01  EXTRACT-ARCHIVE-RECORD       PIC X(140).

       FD  CHANGES-FILE.
       01  CHANGES-RECORD               PIC X(132).

       FD  CHANGES-ARCHIVE.
       01  CHANGES-ARCHIVE-RECORD       PIC X(140).

       FD  UPDATE-AUDIT-FILE.
       01  UPDATE-AUDIT-RECORD          PIC X(184).

       FD  UPDATE-REJECT-FILE.
       01  UPDATE-REJECT-RECORD         PIC X(170).

       FD  FINDING-FILE.
       01  FINDING-RECORD               PIC X(147).

       FD  LETTER-FILE.
       01  LETTER-RECORD                PIC X(154).

       FD  AUDIT-ARCHIVE.
       01  AUDIT-ARCHIVE-RECORD         PIC X(140).

       FD  WORK-FILE.
       01  WORK-RECORD                  PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
      *----------------------------------------------------------------*
       01  GAPI-LEAVER-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-LEAVER-FILE-OK                  VALUE '00'.
           88  GAPI-LEAVER-FILE-EOF                 VALUE '10'.

       01  GAPI-CACHE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  GAPI-CACHE-FILE-OK                   VALUE '00'.
           88  GAPI-CACHE-FILE-NOT-FOUND            VALUE '23'.
           88  GAPI-CACHE-FILE-MISSING              VALUE '35'.

       01  GAPI-PENDING-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-PENDING-FILE-OK                 VALUE '00'.
           88  GAPI-PENDING-FILE-EOF                VALUE '10'.
           88  GAPI-PENDING-FILE-MISSING            VALUE '35'.

       01  GAPI-TARGET-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-TARGET-FILE-OK                  VALUE '00'.
           88  GAPI-TARGET-FILE-EOF                 VALUE '10'.

       01  GAPI-WORK-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  GAPI-WORK-FILE-OK                    VALUE '00'.
           88  GAPI-WORK-FILE-EOF                   VALUE '10'.

       01  GAPI-REPORT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK                  VALUE '00'.

       01  GAPI-SWITCHES.
           05  GAPI-LEAVER-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-LEAVER-EOF                  VALUE 'Y'.
           05  GAPI-TARGET-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  GAPI-TARGET-EOF                  VALUE 'Y'.
           05  GAPI-WORK-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  GAPI-WORK-EOF                    VALUE 'Y'.
           05  GAPI-PENDING-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  GAPI-PENDING-EOF                 VALUE 'Y'.
           05  GAPI-LEAVER-FOUND-SWITCH   PIC X(01) VALUE 'N'.
               88  GAPI-LEAVER-FOUND                VALUE 'Y'.

       01  GAPI-TODAY-DATE                PIC 9(8) VALUE 0.
       01  GAPI-TODAY-TIME                PIC 9(8) VALUE 0.

      * The leavers, one entry per employee however many times
      * GAPILEAV lists them, with what each file held for them.
      * GAPI-LVR-FILE runs in GAPI-FILE-TABLE order.
       01  GAPI-LEAVER-COUNT              PIC 9(5) COMP VALUE 0.
       01  GAPI-LEAVER-MAX                PIC 9(5) VALUE 5000.
       01  GAPI-LEAVER-IDX                PIC 9(5) COMP VALUE 0.
       01  GAPI-LEAVER-TABLE.
           05  GAPI-LEAVER-ENTRY OCCURS 5000 TIMES.
               10  GAPI-LVR-EMPLOYEE      PIC X(6).
               10  GAPI-LVR-REFERENCE     PIC X(20).
               10  GAPI-LVR-FILE OCCURS 11 TIMES.
                   15  GAPI-LVR-FOUND     PIC 9(7) COMP.
                   15  GAPI-LVR-CLEARED   PIC 9(7) COMP.
       01  GAPI-SEARCH-EMPLOYEE           PIC X(6) VALUE SPACES.

      * GAPILEAV records passed over because the employee number was
      * blank or not numeric.
       01  GAPI-BAD-COUNT                 PIC 9(5) COMP VALUE 0.
       01  GAPI-BAD-MAX                   PIC 9(5) VALUE 1000.
       01  GAPI-BAD-IDX                   PIC 9(5) COMP VALUE 0.
       01  GAPI-BAD-TABLE.
           05  GAPI-BAD-ENTRY OCCURS 1000 TIMES.
               10  GAPI-BAD-EMPLOYEE      PIC X(6).
               10  GAPI-BAD-REFERENCE     PIC X(20).
       01  GAPI-LEAVER-READ-COUNT         PIC 9(7) COMP VALUE 0.

      * The files searched, in purge order, with what the certificate
      * says was cleared from a record of each. Entry 1 is GAPICACH,
      * whose entry is deleted outright; entry 2 is GAPIPEND, whose
      * items are updated in place; the sequential files follow, and
      * the last, GAPIAUDA, is only counted.
       01  GAPI-FILE-DEFAULTS.
           05  FILLER                     PIC X(8)  VALUE 'GAPICACH'.
           05  FILLER                     PIC X(50) VALUE
               'ENTRY DELETED - NAME, ADDRESS, PHONE, DATE, AMOUNT'.
           05  FILLER                     PIC X(8)  VALUE 'GAPIPEND'.
           05  FILLER                     PIC X(50) VALUE
               'PENDING ITEMS CANCELLED - ADDRESS, PHONE BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'EMPEXTR'.
           05  FILLER                     PIC X(50) VALUE
               'NAME, ADDRESS, PHONE BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'EMPEXTRA'.
           05  FILLER                     PIC X(50) VALUE
               'NAME, ADDRESS, PHONE BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPICHG'.
           05  FILLER                     PIC X(50) VALUE
               'OLD AND NEW NAME, ADDRESS, PHONE VALUES BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPICHGA'.
           05  FILLER                     PIC X(50) VALUE
               'OLD AND NEW NAME, ADDRESS, PHONE VALUES BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPIUPDA'.
           05  FILLER                     PIC X(50) VALUE
               'OLD AND NEW ADDRESS AND PHONE BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPIUREJ'.
           05  FILLER                     PIC X(50) VALUE
               'ADDRESS AND PHONE BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPIFIND'.
           05  FILLER                     PIC X(50) VALUE
               'OLD AND NEW ADDRESS, PHONE VALUES BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPILTRS'.
           05  FILLER                     PIC X(50) VALUE
               'NAME, MAILING AND OTHER ADDRESS BLANKED'.
           05  FILLER                     PIC X(8)  VALUE 'GAPIAUDA'.
           05  FILLER                     PIC X(50) VALUE
               'HOLDS NO NAME, ADDRESS OR PHONE - NOTHING TO CLEAR'.
       01  GAPI-FILE-DEFAULT-TABLE REDEFINES GAPI-FILE-DEFAULTS.
           05  GAPI-FILE-DEFAULT OCCURS 11 TIMES.
               10  GAPI-FDF-NAME          PIC X(8).
               10  GAPI-FDF-CLEAR-TEXT    PIC X(50).
       01  GAPI-FILE-COUNT                PIC 9(2) COMP VALUE 11.
       01  GAPI-FILE-IDX                  PIC 9(2) COMP VALUE 0.
       01  GAPI-FILE-TABLE.
           05  GAPI-FILE-ENTRY OCCURS 11 TIMES.
               10  GAPI-FIL-PRESENT       PIC X(1).
                   88  GAPI-FIL-IS-PRESENT          VALUE 'Y'.
               10  GAPI-FIL-READ          PIC 9(7) COMP.
               10  GAPI-FIL-MATCHED       PIC 9(7) COMP.
               10  GAPI-FIL-CLEARED       PIC 9(7) COMP.

      * One record of whichever file is being purged, and the views
      * the blanking works through.
       01  GAPI-PURGE-RECORD              PIC X(200) VALUE SPACES.

       01  GAPI-EXTRACT-WORK.
           COPY EMPEXTR.

       01  GAPI-CHANGES-WORK.
           COPY GAPICHG.

       01  GAPI-UPDATE-WORK.
           COPY GAPIUPDA.

      * A GAPIUREJ record, in the layout PUTAPIBT writes: the EMPUPDT
      * correction, then why it failed.
       01  GAPI-FINDING-WORK.
           COPY GAPIFND.

       01  GAPI-LETTER-WORK.
           COPY GAPILTR.

       01  GAPI-UPDATE-REJECT-WORK.
           05  UREJ-EMPLOYEE-NUMBER     PIC X(6).
           05  UREJ-ADDRESS             PIC X(40).
           05  UREJ-PHONE               PIC X(12).
           05  UREJ-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                   PIC X(14).
           05  UREJ-CLASS               PIC X(1).
           05  FILLER                   PIC X(1).
           05  UREJ-ORIGIN              PIC X(8).
           05  FILLER                   PIC X(1).
           05  UREJ-STATUS              PIC X(9).
           05  FILLER                   PIC X(1).
           05  UREJ-REASON              PIC X(52).
           05  FILLER                   PIC X(1).
           05  UREJ-RUN-ID              PIC X(16).

      * Print-line layouts.
       01  GAPI-CERT-HEADING.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'FILE'.
           05  FILLER            PIC X(9)  VALUE '  RECORDS'.
           05  FILLER            PIC X(9)  VALUE '  CLEARED'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(50) VALUE 'WHAT WAS CLEARED'.

       01  GAPI-CERT-LINE.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-FILE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-FOUND          PIC ZZZZZZZZ9.
           05  CL-FOUND-X REDEFINES CL-FOUND PIC X(9).
           05  CL-CLEARED        PIC ZZZZZZZZ9.
           05  CL-CLEARED-X REDEFINES CL-CLEARED PIC X(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CL-WHAT           PIC X(60).

       01  GAPI-FILE-HEADING.
           05  FILLER            PIC X(10) VALUE 'FILE'.
           05  FILLER            PIC X(10) VALUE '      READ'.
           05  FILLER            PIC X(10) VALUE '   LEAVERS'.
           05  FILLER            PIC X(10) VALUE '   CLEARED'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(30) VALUE 'OUTCOME'.

       01  GAPI-FILE-LINE.
           05  FL-FILE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-READ           PIC ZZZZZZZZZ9.
           05  FL-MATCHED        PIC ZZZZZZZZZ9.
           05  FL-CLEARED        PIC ZZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-OUTCOME        PIC X(40).

       01  GAPI-BAD-LINE.
           05  BL-EMPLOYEE       PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BL-REFERENCE      PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BL-REASON         PIC X(40).

       01  GAPI-PURG-COUNT-LINE.
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

           IF GAPI-LEAVER-COUNT > ZERO
              PERFORM PURGE-CACHE THRU PURGE-CACHE-END
              PERFORM PURGE-PENDING THRU PURGE-PENDING-END
              PERFORM PURGE-FILE THRU PURGE-FILE-END
                  VARYING GAPI-FILE-IDX FROM 3 BY 1
                  UNTIL GAPI-FILE-IDX > GAPI-FILE-COUNT
           END-IF.

           PERFORM WRITE-CERTIFICATE THRU WRITE-CERTIFICATE-END.

           PERFORM TERMINATE-RUN THRU TERMINATE-RUN-END.

           GOBACK.

      *----------------------------------------------------------------*
       INITIALIZE-FILES.
           ACCEPT GAPI-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT GAPI-TODAY-TIME FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           IF NOT GAPI-REPORT-FILE-OK
              DISPLAY "GAPIPURG: unable to open PURGCERT, status "
                      GAPI-REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM SET-FILE-ENTRY THRU SET-FILE-ENTRY-END
               VARYING GAPI-FILE-IDX FROM 1 BY 1
               UNTIL GAPI-FILE-IDX > GAPI-FILE-COUNT.

           OPEN INPUT LEAVER-FILE.
           IF NOT GAPI-LEAVER-FILE-OK
              DISPLAY "GAPIPURG: GAPILEAV not available, status "
                      GAPI-LEAVER-FILE-STATUS " - nothing to purge"
              GO TO INITIALIZE-FILES-END
           END-IF.
           PERFORM READ-LEAVER THRU READ-LEAVER-END.
           PERFORM LOAD-LEAVER THRU LOAD-LEAVER-END
               UNTIL GAPI-LEAVER-EOF.
           CLOSE LEAVER-FILE.
       INITIALIZE-FILES-END.
           EXIT.

       SET-FILE-ENTRY.
           MOVE 'N' TO GAPI-FIL-PRESENT(GAPI-FILE-IDX).
           MOVE ZERO TO GAPI-FIL-READ(GAPI-FILE-IDX).
           MOVE ZERO TO GAPI-FIL-MATCHED(GAPI-FILE-IDX).
           MOVE ZERO TO GAPI-FIL-CLEARED(GAPI-FILE-IDX).
       SET-FILE-ENTRY-END.
           EXIT.

      *----------------------------------------------------------------*
      * One GAPILEAV record into the leaver table. An employee listed *
      * twice is purged once, under the first reference given.        *
      *----------------------------------------------------------------*
       LOAD-LEAVER.
           ADD 1 TO GAPI-LEAVER-READ-COUNT.
           IF LVR-EMPLOYEE = SPACES
              OR LVR-EMPLOYEE IS NOT NUMERIC
              IF GAPI-BAD-COUNT >= GAPI-BAD-MAX
                 DISPLAY "GAPIPURG: GAPILEAV holds more than "
                         GAPI-BAD-MAX " unusable records - raise the "
                         "table"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO GAPI-BAD-COUNT
              MOVE LVR-EMPLOYEE TO GAPI-BAD-EMPLOYEE(GAPI-BAD-COUNT)
              MOVE LVR-REFERENCE TO GAPI-BAD-REFERENCE(GAPI-BAD-COUNT)
              PERFORM READ-LEAVER THRU READ-LEAVER-END
              GO TO LOAD-LEAVER-END
           END-IF.

           MOVE LVR-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-END.
           IF NOT GAPI-LEAVER-FOUND
              IF GAPI-LEAVER-COUNT >= GAPI-LEAVER-MAX
                 DISPLAY "GAPIPURG: GAPILEAV lists more than "
                         GAPI-LEAVER-MAX " employees - raise the table"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO GAPI-LEAVER-COUNT
              MOVE LVR-EMPLOYEE TO GAPI-LVR-EMPLOYEE(GAPI-LEAVER-COUNT)
              MOVE LVR-REFERENCE
                  TO GAPI-LVR-REFERENCE(GAPI-LEAVER-COUNT)
              MOVE GAPI-LEAVER-COUNT TO GAPI-LEAVER-IDX
              PERFORM CLEAR-LEAVER-COUNTS
                  THRU CLEAR-LEAVER-COUNTS-END
                  VARYING GAPI-FILE-IDX FROM 1 BY 1
                  UNTIL GAPI-FILE-IDX > GAPI-FILE-COUNT
           END-IF.
           PERFORM READ-LEAVER THRU READ-LEAVER-END.
       LOAD-LEAVER-END.
           EXIT.

       CLEAR-LEAVER-COUNTS.
           MOVE ZERO TO GAPI-LVR-FOUND(GAPI-LEAVER-IDX, GAPI-FILE-IDX).
           MOVE ZERO
               TO GAPI-LVR-CLEARED(GAPI-LEAVER-IDX, GAPI-FILE-IDX).
       CLEAR-LEAVER-COUNTS-END.
           EXIT.

      * Leaves GAPI-LEAVER-IDX on the entry for GAPI-SEARCH-EMPLOYEE
      * when GAPI-LEAVER-FOUND.
       FIND-LEAVER.
           MOVE 'N' TO GAPI-LEAVER-FOUND-SWITCH.
           PERFORM SCAN-LEAVER THRU SCAN-LEAVER-END
               VARYING GAPI-LEAVER-IDX FROM 1 BY 1
               UNTIL GAPI-LEAVER-IDX > GAPI-LEAVER-COUNT
                  OR GAPI-LEAVER-FOUND.
      * The VARYING clause steps the index once more before the UNTIL
      * test sees the switch, so step it back onto the match.
           IF GAPI-LEAVER-FOUND
              SUBTRACT 1 FROM GAPI-LEAVER-IDX
           END-IF.
       FIND-LEAVER-END.
           EXIT.

       SCAN-LEAVER.
           IF GAPI-LVR-EMPLOYEE(GAPI-LEAVER-IDX) = GAPI-SEARCH-EMPLOYEE
              SET GAPI-LEAVER-FOUND TO TRUE
           END-IF.
       SCAN-LEAVER-END.
           EXIT.

      *----------------------------------------------------------------*
      * Delete each leaver's GAPICACH entry. No GAPICACH at all means *
      * no entry to delete; any other failure to open it stops the    *
      * purge before a single file has been touched, since the        *
      * certificate could not truthfully say the cache was cleared.   *
      *----------------------------------------------------------------*
       PURGE-CACHE.
           MOVE 1 TO GAPI-FILE-IDX.
           OPEN I-O CACHE-FILE.
           IF GAPI-CACHE-FILE-MISSING
              GO TO PURGE-CACHE-END
           END-IF.
           IF NOT GAPI-CACHE-FILE-OK
              DISPLAY "GAPIPURG: unable to open GAPICACH, status "
                      GAPI-CACHE-FILE-STATUS " - nothing purged"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           SET GAPI-FIL-IS-PRESENT(1) TO TRUE.
           PERFORM PURGE-CACHE-ENTRY THRU PURGE-CACHE-ENTRY-END
               VARYING GAPI-LEAVER-IDX FROM 1 BY 1
               UNTIL GAPI-LEAVER-IDX > GAPI-LEAVER-COUNT.
           CLOSE CACHE-FILE.
       PURGE-CACHE-END.
           EXIT.

       PURGE-CACHE-ENTRY.
           MOVE GAPI-LVR-EMPLOYEE(GAPI-LEAVER-IDX) TO CACHE-EMPLOYEE.
           ADD 1 TO GAPI-FIL-READ(1).
           READ CACHE-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-CACHE-FILE-NOT-FOUND
                  GO TO PURGE-CACHE-ENTRY-END
               WHEN GAPI-CACHE-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPURG: unexpected I/O error reading "
                          "GAPICACH, status " GAPI-CACHE-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
           ADD 1 TO GAPI-FIL-MATCHED(1).
           ADD 1 TO GAPI-LVR-FOUND(GAPI-LEAVER-IDX, 1).
           DELETE CACHE-FILE RECORD
               INVALID KEY
                  CONTINUE
           END-DELETE.
           IF NOT GAPI-CACHE-FILE-OK
              DISPLAY "GAPIPURG: unable to delete GAPICACH entry "
                      CACHE-EMPLOYEE ", status " GAPI-CACHE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO GAPI-FIL-CLEARED(1).
           ADD 1 TO GAPI-LVR-CLEARED(GAPI-LEAVER-IDX, 1).
       PURGE-CACHE-ENTRY-END.
           EXIT.

      *----------------------------------------------------------------*
      * Every GAPIPEND item, read in key order. A leaver's item still *
      * pending is cancelled, closed by GAPIPURG, so GAPIPREL never   *
      * sends it; every item of a leaver, whatever its status, has    *
      * its address and phone blanked. No GAPIPEND at all means       *
      * nothing is held; any other failure to open it stops the       *
      * purge.                                                        *
      *----------------------------------------------------------------*
       PURGE-PENDING.
           MOVE 2 TO GAPI-FILE-IDX.
           OPEN I-O PENDING-FILE.
           IF GAPI-PENDING-FILE-MISSING
              GO TO PURGE-PENDING-END
           END-IF.
           IF NOT GAPI-PENDING-FILE-OK
              DISPLAY "GAPIPURG: unable to open GAPIPEND, status "
                      GAPI-PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           SET GAPI-FIL-IS-PRESENT(2) TO TRUE.
           PERFORM READ-PENDING THRU READ-PENDING-END.
           PERFORM PURGE-PENDING-ITEM THRU PURGE-PENDING-ITEM-END
               UNTIL GAPI-PENDING-EOF.
           CLOSE PENDING-FILE.
       PURGE-PENDING-END.
           EXIT.

       PURGE-PENDING-ITEM.
           ADD 1 TO GAPI-FIL-READ(2).
           MOVE PND-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-END.
           IF GAPI-LEAVER-FOUND
              ADD 1 TO GAPI-FIL-MATCHED(2)
              ADD 1 TO GAPI-LVR-FOUND(GAPI-LEAVER-IDX, 2)
              PERFORM CLEAR-PENDING THRU CLEAR-PENDING-END
           END-IF.
           PERFORM READ-PENDING THRU READ-PENDING-END.
       PURGE-PENDING-ITEM-END.
           EXIT.

      * A leaver's GAPIPEND item. One already closed with nothing
      * left in it is counted as found, not cleared.
       CLEAR-PENDING.
           IF NOT PND-IS-PENDING
              AND PND-ADDRESS = SPACES
              AND PND-PHONE = SPACES
              GO TO CLEAR-PENDING-END
           END-IF.
           IF PND-IS-PENDING
              SET PND-IS-CANCELLED TO TRUE
              MOVE GAPI-TODAY-DATE TO PND-CLOSED-DATE
              MOVE 'GAPIPURG' TO PND-CLOSED-BY
           END-IF.
           MOVE SPACES TO PND-ADDRESS.
           MOVE SPACES TO PND-PHONE.
           REWRITE PENDING-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF NOT GAPI-PENDING-FILE-OK
              DISPLAY "GAPIPURG: unable to rewrite GAPIPEND item for "
                      PND-EMPLOYEE ", status " GAPI-PENDING-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-PENDING-END.
           EXIT.

      *----------------------------------------------------------------*
      * One sequential file: every record is staged through GAPIWORK, *
      * the leavers' records blanked on the way, and the file is      *
      * written back from GAPIWORK only when something was cleared -- *
      * and only once the staged copy has been proved readable, since *
      * from then on it is the only copy.                             *
      *----------------------------------------------------------------*
       PURGE-FILE.
           MOVE 'N' TO GAPI-TARGET-EOF-SWITCH.
           PERFORM OPEN-TARGET-INPUT THRU OPEN-TARGET-INPUT-END.
           IF NOT GAPI-TARGET-FILE-OK
              GO TO PURGE-FILE-END
           END-IF.
           SET GAPI-FIL-IS-PRESENT(GAPI-FILE-IDX) TO TRUE.
           OPEN OUTPUT WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIPURG: unable to open GAPIWORK, status "
                      GAPI-WORK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM READ-TARGET THRU READ-TARGET-END.
           PERFORM PURGE-RECORD THRU PURGE-RECORD-END
               UNTIL GAPI-TARGET-EOF.
           PERFORM CLOSE-TARGET THRU CLOSE-TARGET-END.
           CLOSE WORK-FILE.

           IF GAPI-FIL-CLEARED(GAPI-FILE-IDX) = ZERO
              GO TO PURGE-FILE-END
           END-IF.

           OPEN INPUT WORK-FILE.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIPURG: unable to reopen GAPIWORK, status "
                      GAPI-WORK-FILE-STATUS " - "
                      GAPI-FDF-NAME(GAPI-FILE-IDX) " not rewritten"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-TARGET-OUTPUT THRU OPEN-TARGET-OUTPUT-END.
           IF NOT GAPI-TARGET-FILE-OK
              DISPLAY "GAPIPURG: unable to rewrite "
                      GAPI-FDF-NAME(GAPI-FILE-IDX) ", status "
                      GAPI-TARGET-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'N' TO GAPI-WORK-EOF-SWITCH.
           PERFORM READ-WORK THRU READ-WORK-END.
           PERFORM COPY-WORK-TO-TARGET THRU COPY-WORK-TO-TARGET-END
               UNTIL GAPI-WORK-EOF.
           PERFORM CLOSE-TARGET THRU CLOSE-TARGET-END.
           CLOSE WORK-FILE.
       PURGE-FILE-END.
           EXIT.

      * One record into GAPIWORK, blanked first when it belongs to a
      * leaver. Every layout here but GAPIFIND's and GAPILTRS's starts
      * with the employee number.
       PURGE-RECORD.
           ADD 1 TO GAPI-FIL-READ(GAPI-FILE-IDX).
           EVALUATE GAPI-FILE-IDX
              WHEN 9
                 MOVE GAPI-PURGE-RECORD TO GAPI-FINDING-WORK
                 MOVE FND-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE
              WHEN 10
                 MOVE GAPI-PURGE-RECORD TO GAPI-LETTER-WORK
                 MOVE LTR-EMPLOYEE TO GAPI-SEARCH-EMPLOYEE
              WHEN OTHER
                 MOVE GAPI-PURGE-RECORD(1:6) TO GAPI-SEARCH-EMPLOYEE
           END-EVALUATE.
           PERFORM FIND-LEAVER THRU FIND-LEAVER-END.
           IF GAPI-LEAVER-FOUND
              ADD 1 TO GAPI-FIL-MATCHED(GAPI-FILE-IDX)
              ADD 1 TO GAPI-LVR-FOUND(GAPI-LEAVER-IDX, GAPI-FILE-IDX)
              EVALUATE GAPI-FILE-IDX
                 WHEN 3
                 WHEN 4
                    PERFORM CLEAR-EXTRACT THRU CLEAR-EXTRACT-END
                 WHEN 5
                 WHEN 6
                    PERFORM CLEAR-CHANGE THRU CLEAR-CHANGE-END
                 WHEN 7
                    PERFORM CLEAR-UPDATE-AUDIT
                        THRU CLEAR-UPDATE-AUDIT-END
                 WHEN 8
                    PERFORM CLEAR-UPDATE-REJECT
                        THRU CLEAR-UPDATE-REJECT-END
                 WHEN 9
                    PERFORM CLEAR-FINDING THRU CLEAR-FINDING-END
                 WHEN 10
                    PERFORM CLEAR-LETTER THRU CLEAR-LETTER-END
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           MOVE SPACES TO WORK-RECORD.
           MOVE GAPI-PURGE-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.
           IF NOT GAPI-WORK-FILE-OK
              DISPLAY "GAPIPURG: unable to write GAPIWORK, status "
                      GAPI-WORK-FILE-STATUS " - "
                      GAPI-FDF-NAME(GAPI-FILE-IDX) " left as found"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-TARGET THRU READ-TARGET-END.
       PURGE-RECORD-END.
           EXIT.

      * An EMPEXTR or EMPEXTRA record: name, address and phone. A
      * record already blank is counted as found, not cleared.
       CLEAR-EXTRACT.
           MOVE GAPI-PURGE-RECORD TO GAPI-EXTRACT-WORK.
           IF EXT-NAME = SPACES
              AND EXT-ADDRESS = SPACES
              AND EXT-PHONE = SPACES
              GO TO CLEAR-EXTRACT-END
           END-IF.
           MOVE SPACES TO EXT-NAME.
           MOVE SPACES TO EXT-ADDRESS.
           MOVE SPACES TO EXT-PHONE.
           MOVE GAPI-EXTRACT-WORK TO GAPI-PURGE-RECORD.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-EXTRACT-END.
           EXIT.

      * A GAPICHG or GAPICHGA record: the old and new values of a
      * NAME, ADDRESS or PHONE change. An AMOUNT change holds no
      * personal detail and is left as it is.
       CLEAR-CHANGE.
           MOVE GAPI-PURGE-RECORD TO GAPI-CHANGES-WORK.
           IF CHG-FIELD NOT = 'NAME'
              AND CHG-FIELD NOT = 'ADDRESS'
              AND CHG-FIELD NOT = 'PHONE'
              GO TO CLEAR-CHANGE-END
           END-IF.
           IF CHG-OLD-VALUE = SPACES
              AND CHG-NEW-VALUE = SPACES
              GO TO CLEAR-CHANGE-END
           END-IF.
           MOVE SPACES TO CHG-OLD-VALUE.
           MOVE SPACES TO CHG-NEW-VALUE.
           MOVE GAPI-CHANGES-WORK TO GAPI-PURGE-RECORD.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-CHANGE-END.
           EXIT.

      * A GAPIUPDA record: the before and after address and phone.
      * UPA-PREV-FOUND keeps saying whether a before-image existed.
       CLEAR-UPDATE-AUDIT.
           MOVE GAPI-PURGE-RECORD TO GAPI-UPDATE-WORK.
           IF UPA-OLD-ADDRESS = SPACES
              AND UPA-NEW-ADDRESS = SPACES
              AND UPA-OLD-PHONE = SPACES
              AND UPA-NEW-PHONE = SPACES
              GO TO CLEAR-UPDATE-AUDIT-END
           END-IF.
           MOVE SPACES TO UPA-OLD-ADDRESS.
           MOVE SPACES TO UPA-NEW-ADDRESS.
           MOVE SPACES TO UPA-OLD-PHONE.
           MOVE SPACES TO UPA-NEW-PHONE.
           MOVE GAPI-UPDATE-WORK TO GAPI-PURGE-RECORD.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-UPDATE-AUDIT-END.
           EXIT.

      * A GAPIUREJ record: the correction's address and phone. The
      * employee number, effective date and failure stay, so the
      * reject still counts where it did.
       CLEAR-UPDATE-REJECT.
           MOVE GAPI-PURGE-RECORD TO GAPI-UPDATE-REJECT-WORK.
           IF UREJ-ADDRESS = SPACES
              AND UREJ-PHONE = SPACES
              GO TO CLEAR-UPDATE-REJECT-END
           END-IF.
           MOVE SPACES TO UREJ-ADDRESS.
           MOVE SPACES TO UREJ-PHONE.
           MOVE GAPI-UPDATE-REJECT-WORK TO GAPI-PURGE-RECORD.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-UPDATE-REJECT-END.
           EXIT.

      * A GAPIFIND line: the old and new values of an ADDRESS or
      * PHONE line, including a SHARED finding's line for the leaver.
      * An AMOUNT line holds no personal detail; the number, pattern,
      * date and run stay on every line so the finding still groups.
       CLEAR-FINDING.
           IF FND-FIELD NOT = 'ADDRESS'
              AND FND-FIELD NOT = 'PHONE'
              GO TO CLEAR-FINDING-END
           END-IF.
           IF FND-OLD-VALUE = SPACES
              AND FND-NEW-VALUE = SPACES
              GO TO CLEAR-FINDING-END
           END-IF.
           MOVE SPACES TO FND-OLD-VALUE.
           MOVE SPACES TO FND-NEW-VALUE.
           MOVE GAPI-FINDING-WORK TO GAPI-PURGE-RECORD.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-FINDING-END.
           EXIT.

      * A GAPILTRS notice: the name and both addresses. The type,
      * date, time and run stay, so the notice can still be traced to
      * its GAPIUPDA record.
       CLEAR-LETTER.
           IF LTR-NAME = SPACES
              AND LTR-MAIL-ADDRESS = SPACES
              AND LTR-OTHER-ADDRESS = SPACES
              GO TO CLEAR-LETTER-END
           END-IF.
           MOVE SPACES TO LTR-NAME.
           MOVE SPACES TO LTR-MAIL-ADDRESS.
           MOVE SPACES TO LTR-OTHER-ADDRESS.
           MOVE GAPI-LETTER-WORK TO GAPI-PURGE-RECORD.
           PERFORM COUNT-CLEARED THRU COUNT-CLEARED-END.
       CLEAR-LETTER-END.
           EXIT.

       COUNT-CLEARED.
           ADD 1 TO GAPI-FIL-CLEARED(GAPI-FILE-IDX).
           ADD 1 TO GAPI-LVR-CLEARED(GAPI-LEAVER-IDX, GAPI-FILE-IDX).
       COUNT-CLEARED-END.
           EXIT.

       COPY-WORK-TO-TARGET.
           MOVE WORK-RECORD TO GAPI-PURGE-RECORD.
           PERFORM WRITE-TARGET THRU WRITE-TARGET-END.
           PERFORM READ-WORK THRU READ-WORK-END.
       COPY-WORK-TO-TARGET-END.
           EXIT.

      *----------------------------------------------------------------*
      * I/O on whichever file GAPI-FILE-IDX names.                     *
      *----------------------------------------------------------------*
       OPEN-TARGET-INPUT.
           EVALUATE GAPI-FILE-IDX
              WHEN 3
                 OPEN INPUT EXTRACT-FILE
              WHEN 4
                 OPEN INPUT EXTRACT-ARCHIVE
              WHEN 5
                 OPEN INPUT CHANGES-FILE
              WHEN 6
                 OPEN INPUT CHANGES-ARCHIVE
              WHEN 7
                 OPEN INPUT UPDATE-AUDIT-FILE
              WHEN 8
                 OPEN INPUT UPDATE-REJECT-FILE
              WHEN 9
                 OPEN INPUT FINDING-FILE
              WHEN 10
                 OPEN INPUT LETTER-FILE
              WHEN 11
                 OPEN INPUT AUDIT-ARCHIVE
           END-EVALUATE.
       OPEN-TARGET-INPUT-END.
           EXIT.

       OPEN-TARGET-OUTPUT.
           EVALUATE GAPI-FILE-IDX
              WHEN 3
                 OPEN OUTPUT EXTRACT-FILE
              WHEN 4
                 OPEN OUTPUT EXTRACT-ARCHIVE
              WHEN 5
                 OPEN OUTPUT CHANGES-FILE
              WHEN 6
                 OPEN OUTPUT CHANGES-ARCHIVE
              WHEN 7
                 OPEN OUTPUT UPDATE-AUDIT-FILE
              WHEN 8
                 OPEN OUTPUT UPDATE-REJECT-FILE
              WHEN 9
                 OPEN OUTPUT FINDING-FILE
              WHEN 10
                 OPEN OUTPUT LETTER-FILE
              WHEN 11
                 OPEN OUTPUT AUDIT-ARCHIVE
           END-EVALUATE.
       OPEN-TARGET-OUTPUT-END.
           EXIT.

       READ-TARGET.
           MOVE SPACES TO GAPI-PURGE-RECORD.
           EVALUATE GAPI-FILE-IDX
              WHEN 3
                 READ EXTRACT-FILE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 4
                 READ EXTRACT-ARCHIVE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 5
                 READ CHANGES-FILE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 6
                 READ CHANGES-ARCHIVE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 7
                 READ UPDATE-AUDIT-FILE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 8
                 READ UPDATE-REJECT-FILE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 9
                 READ FINDING-FILE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 10
                 READ LETTER-FILE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
              WHEN 11
                 READ AUDIT-ARCHIVE INTO GAPI-PURGE-RECORD
                     AT END CONTINUE
                 END-READ
           END-EVALUATE.
           EVALUATE TRUE
               WHEN GAPI-TARGET-FILE-EOF
                  SET GAPI-TARGET-EOF TO TRUE
               WHEN GAPI-TARGET-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPURG: unexpected I/O error reading "
                          GAPI-FDF-NAME(GAPI-FILE-IDX) ", status "
                          GAPI-TARGET-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-TARGET-END.
           EXIT.

       WRITE-TARGET.
           EVALUATE GAPI-FILE-IDX
              WHEN 3
                 WRITE EXTRACT-RECORD FROM GAPI-PURGE-RECORD
              WHEN 4
                 WRITE EXTRACT-ARCHIVE-RECORD FROM GAPI-PURGE-RECORD
              WHEN 5
                 WRITE CHANGES-RECORD FROM GAPI-PURGE-RECORD
              WHEN 6
                 WRITE CHANGES-ARCHIVE-RECORD FROM GAPI-PURGE-RECORD
              WHEN 7
                 WRITE UPDATE-AUDIT-RECORD FROM GAPI-PURGE-RECORD
              WHEN 8
                 WRITE UPDATE-REJECT-RECORD FROM GAPI-PURGE-RECORD
              WHEN 9
                 WRITE FINDING-RECORD FROM GAPI-PURGE-RECORD
              WHEN 10
                 WRITE LETTER-RECORD FROM GAPI-PURGE-RECORD
              WHEN 11
                 WRITE AUDIT-ARCHIVE-RECORD FROM GAPI-PURGE-RECORD
           END-EVALUATE.
           IF NOT GAPI-TARGET-FILE-OK
              DISPLAY "GAPIPURG: unable to write "
                      GAPI-FDF-NAME(GAPI-FILE-IDX) ", status "
                      GAPI-TARGET-FILE-STATUS " - restore it from "
                      "GAPIWORK"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       WRITE-TARGET-END.
           EXIT.

       CLOSE-TARGET.
           EVALUATE GAPI-FILE-IDX
              WHEN 3
                 CLOSE EXTRACT-FILE
              WHEN 4
                 CLOSE EXTRACT-ARCHIVE
              WHEN 5
                 CLOSE CHANGES-FILE
              WHEN 6
                 CLOSE CHANGES-ARCHIVE
              WHEN 7
                 CLOSE UPDATE-AUDIT-FILE
              WHEN 8
                 CLOSE UPDATE-REJECT-FILE
              WHEN 9
                 CLOSE FINDING-FILE
              WHEN 10
                 CLOSE LETTER-FILE
              WHEN 11
                 CLOSE AUDIT-ARCHIVE
           END-EVALUATE.
       CLOSE-TARGET-END.
           EXIT.

      *----------------------------------------------------------------*
      * The certificate: each leaver and every file searched for      *
      * them, then each file as a whole, then the GAPILEAV records    *
      * passed over.                                                  *
      *----------------------------------------------------------------*
       WRITE-CERTIFICATE.
           MOVE "GAPI PERSONAL DATA PURGE CERTIFICATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PURGED ON: " DELIMITED BY SIZE
                  GAPI-TODAY-DATE DELIMITED BY SIZE
                  "   AT: " DELIMITED BY SIZE
                  GAPI-TODAY-TIME(1:6) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF GAPI-LEAVER-COUNT = ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              MOVE "NO LEAVERS IN GAPILEAV - NOTHING PURGED"
                  TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM CERTIFY-LEAVER THRU CERTIFY-LEAVER-END
               VARYING GAPI-LEAVER-IDX FROM 1 BY 1
               UNTIL GAPI-LEAVER-IDX > GAPI-LEAVER-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "FILES SEARCHED" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-LEAVER-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE GAPI-FILE-HEADING TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              PERFORM REPORT-FILE-TOTAL THRU REPORT-FILE-TOTAL-END
                  VARYING GAPI-FILE-IDX FROM 1 BY 1
                  UNTIL GAPI-FILE-IDX > GAPI-FILE-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "GAPILEAV RECORDS PASSED OVER" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           IF GAPI-BAD-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM REPORT-BAD-LEAVER THRU REPORT-BAD-LEAVER-END
               VARYING GAPI-BAD-IDX FROM 1 BY 1
               UNTIL GAPI-BAD-IDX > GAPI-BAD-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "GAPILEAV RECORDS READ:        " TO CT-TEXT.
           MOVE GAPI-LEAVER-READ-COUNT TO CT-COUNT.
           MOVE GAPI-PURG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "EMPLOYEES PURGED:             " TO CT-TEXT.
           MOVE GAPI-LEAVER-COUNT TO CT-COUNT.
           MOVE GAPI-PURG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RECORDS PASSED OVER:          " TO CT-TEXT.
           MOVE GAPI-BAD-COUNT TO CT-COUNT.
           MOVE GAPI-PURG-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-CERTIFICATE-END.
           EXIT.

       CERTIFY-LEAVER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEE " DELIMITED BY SIZE
                  GAPI-LVR-EMPLOYEE(GAPI-LEAVER-IDX) DELIMITED BY SIZE
                  "   REFERENCE " DELIMITED BY SIZE
                  GAPI-LVR-REFERENCE(GAPI-LEAVER-IDX)
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE GAPI-CERT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM CERTIFY-FILE THRU CERTIFY-FILE-END
               VARYING GAPI-FILE-IDX FROM 1 BY 1
               UNTIL GAPI-FILE-IDX > GAPI-FILE-COUNT.
       CERTIFY-LEAVER-END.
           EXIT.

      * One file for one leaver: what it held and what was cleared.
       CERTIFY-FILE.
           MOVE GAPI-FDF-NAME(GAPI-FILE-IDX) TO CL-FILE.
           MOVE GAPI-LVR-FOUND(GAPI-LEAVER-IDX, GAPI-FILE-IDX)
               TO CL-FOUND.
           MOVE GAPI-LVR-CLEARED(GAPI-LEAVER-IDX, GAPI-FILE-IDX)
               TO CL-CLEARED.
           EVALUATE TRUE
              WHEN NOT GAPI-FIL-IS-PRESENT(GAPI-FILE-IDX)
                 MOVE SPACES TO CL-FOUND-X
                 MOVE SPACES TO CL-CLEARED-X
                 MOVE "FILE NOT PRESENT - NOTHING HELD" TO CL-WHAT
              WHEN GAPI-LVR-FOUND(GAPI-LEAVER-IDX, GAPI-FILE-IDX)
                      = ZERO
                 MOVE "NO RECORDS HELD" TO CL-WHAT
              WHEN GAPI-FILE-IDX = GAPI-FILE-COUNT
                 MOVE GAPI-FDF-CLEAR-TEXT(GAPI-FILE-IDX) TO CL-WHAT
              WHEN GAPI-LVR-CLEARED(GAPI-LEAVER-IDX, GAPI-FILE-IDX)
                      = ZERO
                 MOVE "ALREADY CLEAR" TO CL-WHAT
              WHEN OTHER
                 MOVE GAPI-FDF-CLEAR-TEXT(GAPI-FILE-IDX) TO CL-WHAT
           END-EVALUATE.
           MOVE GAPI-CERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       CERTIFY-FILE-END.
           EXIT.

       REPORT-FILE-TOTAL.
           MOVE GAPI-FDF-NAME(GAPI-FILE-IDX) TO FL-FILE.
           MOVE GAPI-FIL-READ(GAPI-FILE-IDX) TO FL-READ.
           MOVE GAPI-FIL-MATCHED(GAPI-FILE-IDX) TO FL-MATCHED.
           MOVE GAPI-FIL-CLEARED(GAPI-FILE-IDX) TO FL-CLEARED.
           EVALUATE TRUE
              WHEN NOT GAPI-FIL-IS-PRESENT(GAPI-FILE-IDX)
                 MOVE "NOT PRESENT" TO FL-OUTCOME
              WHEN GAPI-FILE-IDX = 1
                 AND GAPI-FIL-CLEARED(GAPI-FILE-IDX) > ZERO
                 MOVE "ENTRIES DELETED" TO FL-OUTCOME
              WHEN GAPI-FILE-IDX = 2
                 AND GAPI-FIL-CLEARED(GAPI-FILE-IDX) > ZERO
                 MOVE "ITEMS UPDATED IN PLACE" TO FL-OUTCOME
              WHEN GAPI-FIL-CLEARED(GAPI-FILE-IDX) > ZERO
                 MOVE "REWRITTEN, ALL RECORDS KEPT" TO FL-OUTCOME
              WHEN OTHER
                 MOVE "UNCHANGED" TO FL-OUTCOME
           END-EVALUATE.
           MOVE GAPI-FILE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       REPORT-FILE-TOTAL-END.
           EXIT.

       REPORT-BAD-LEAVER.
           MOVE GAPI-BAD-EMPLOYEE(GAPI-BAD-IDX) TO BL-EMPLOYEE.
           MOVE GAPI-BAD-REFERENCE(GAPI-BAD-IDX) TO BL-REFERENCE.
           MOVE "EMPLOYEE NUMBER BLANK OR NOT NUMERIC" TO BL-REASON.
           MOVE GAPI-BAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       REPORT-BAD-LEAVER-END.
           EXIT.

      *----------------------------------------------------------------*
       TERMINATE-RUN.
           CLOSE REPORT-FILE.

           DISPLAY "GAPIPURG: GAPILEAV records read:   "
                   GAPI-LEAVER-READ-COUNT.
           DISPLAY "GAPIPURG: employees purged:        "
                   GAPI-LEAVER-COUNT.
           DISPLAY "GAPIPURG: cache entries deleted:   "
                   GAPI-FIL-CLEARED(1).
           DISPLAY "GAPIPURG: pending items cleared:   "
                   GAPI-FIL-CLEARED(2).
           DISPLAY "GAPIPURG: records passed over:     "
                   GAPI-BAD-COUNT.

           EVALUATE TRUE
              WHEN GAPI-LEAVER-COUNT = ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN GAPI-BAD-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       TERMINATE-RUN-END.
           EXIT.

      *----------------------------------------------------------------*
       READ-LEAVER.
           READ LEAVER-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-LEAVER-FILE-EOF
                  SET GAPI-LEAVER-EOF TO TRUE
               WHEN GAPI-LEAVER-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPURG: unexpected I/O error reading "
                          "GAPILEAV, status " GAPI-LEAVER-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-LEAVER-END.
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
                  DISPLAY "GAPIPURG: unexpected I/O error reading "
                          "GAPIPEND, status " GAPI-PENDING-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-PENDING-END.
           EXIT.

       READ-WORK.
           READ WORK-FILE
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN GAPI-WORK-FILE-EOF
                  SET GAPI-WORK-EOF TO TRUE
               WHEN GAPI-WORK-FILE-OK
                  CONTINUE
               WHEN OTHER
                  DISPLAY "GAPIPURG: unexpected I/O error reading "
                          "GAPIWORK, status " GAPI-WORK-FILE-STATUS
                          " - restore "
                          GAPI-FDF-NAME(GAPI-FILE-IDX) " from it"
                  MOVE 16 TO RETURN-CODE
                  GOBACK
           END-EVALUATE.
       READ-WORK-END.
           EXIT.
