           05  GAPI-RUN-ID-DATE    PIC 9(8).
           05  GAPI-RUN-ID-TIME    PIC 9(6).

      * Operator ID of the service rep behind this call, adopted from
      * the caller's PARM-UPD-OPERATOR-ID and stamped on the audit and
      * before/after records.
       01  GAPI-OPERATOR-ID        PIC X(8)  VALUE SPACES.

      * Columnar report of the batch run, same page mechanics as the
      * lookup report in GETAPI.
       01  GAPI-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-LAST-WAS-DETAIL      VALUE 'D'.
           88  GAPI-REPORT-LAST-WAS-FAILURE     VALUE 'F'.
           88  GAPI-REPORT-LAST-WAS-DUP         VALUE 'U'.
           88  GAPI-REPORT-LAST-WAS-HELD        VALUE 'H'.
       01  GAPI-EMP-PROCESSED      PIC 9(7) VALUE 0.
       01  GAPI-EMP-SUCCESS        PIC 9(7) VALUE 0.
       01  GAPI-EMP-FAILED         PIC 9(7) VALUE 0.
       01  GAPI-EMP-DUPLICATE      PIC 9(7) VALUE 0.
       01  GAPI-EMP-HELD           PIC 9(7) VALUE 0.
       01  GAPI-EMP-BAD-DATE       PIC 9(7) VALUE 0.

       01  GAPI-REPORT-DETAIL.
           05  RD-EMPLOYEE       PIC X(6).
      * other GAPI reporting programs through the GAPIRSN copybook.
       COPY GAPIRSN.

      * CICS condition to business reason lookup for a response that
      * came back BAQ-SUCCESS but carries a non-NORMAL CEIBRESP from
      * the CICS program behind the service. GAPI-CICS-FAILED is set
      * by CHECK-CICS-RESPONSE when that happens, and from there the
      * update is handled exactly like any other failure.
       COPY GAPICRSP.
       01  GAPI-CICS-FAILED-SWITCH     PIC X(1)  VALUE 'N'.
           88  GAPI-CICS-FAILED                  VALUE 'Y'.

      * An update must name a valid employee and carry at least one
      * corrected field before it is worth sending to zCEE at all.
       01  GAPI-UPDATE-VALID-SWITCH    PIC X(1)  VALUE 'Y'.
              GOBACK
           END-IF.

      * PARM-UPD-MODE-HELD-REPORT: the driver held the correction in
      * GAPIPEND for a later effective date. It goes into the HELD
      * section of the report and the trailing counts; no update is
      * sent.
           IF PARM-UPD-MODE-HELD-REPORT
              ADD 1 TO GAPI-EMP-PROCESSED
              ADD 1 TO GAPI-EMP-HELD
              PERFORM WRITE-REPORT-HELD THRU WRITE-REPORT-HELD-END
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF.

      * PARM-UPD-MODE-BAD-DATE-REPORT: the driver rejected the
      * correction for an effective date that is not a calendar
      * date. It is reported as a failed update with the driver's
      * reason, and counted apart in the trailer; no update is sent.
           IF PARM-UPD-MODE-BAD-DATE-REPORT
              ADD 1 TO GAPI-EMP-PROCESSED
              ADD 1 TO GAPI-EMP-BAD-DATE
              PERFORM WRITE-REPORT-BAD-DATE
                  THRU WRITE-REPORT-BAD-DATE-END
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF.

      * initialize working storage variables
           INITIALIZE PUT-REQUEST.
           INITIALIZE PUT-RESPONSE.
           MOVE ZERO TO BAQ-RETURN-CODE.
           MOVE ZERO TO GAPI-CALL-ELAPSED-HSEC.
           MOVE ZERO TO GAPI-CALL-ATTEMPTS.
           MOVE 'N' TO GAPI-CICS-FAILED-SWITCH.

      * Settle the run identifier before anything is written -- the
      * validation-failure path below writes an audit record too.
           ELSE
              PERFORM MINT-RUN-ID THRU MINT-RUN-ID-END
           END-IF.
           MOVE PARM-UPD-OPERATOR-ID TO GAPI-OPERATOR-ID.

      * Reject an obviously bad update before spending a round trip
      * on it.
                  OR GAPI-RETRY-ATTEMPT >= GAPI-RETRY-MAX-ATTEMPTS.
           PERFORM MARK-CALL-END THRU MARK-CALL-END-END.

      * A BAQ-SUCCESS only says the HTTP exchange worked. The CICS
      * program behind the service reports its own outcome in
      * CEIBRESP/CEIBRESP2, and anything but NORMAL there means the
      * update cannot be taken as applied -- CHECK-CICS-RESPONSE
      * turns such a response into an ordinary failure, so it never
      * reaches GAPIUPDA, the cache, or a driver's checkpoint.
           IF BAQ-SUCCESS
              MOVE CEIBRESP of PUT-RESPONSE to EIBRESP
              MOVE CEIBRESP2 of PUT-RESPONSE to EIBRESP2
              PERFORM CHECK-CICS-RESPONSE THRU CHECK-CICS-RESPONSE-END
           END-IF.

      * When BAQ-RETURN-CODE is 'BAQ-SUCCESS', the update took and
      * the response echoes the employee record as it now stands.
      * Refresh the lookup cache from it before reporting, so a
      * lookup right after this update is served the new values
      * instead of a stale cached entry.
           IF BAQ-SUCCESS THEN
              PERFORM WRITE-UPDATE-AUDIT THRU WRITE-UPDATE-AUDIT-END
              PERFORM REFRESH-EMPLOYEE-CACHE
                  THRU REFRESH-EMPLOYEE-CACHE-END
              MOVE BAQ-STATUS-CODE TO EM-CODE
              MOVE BAQ-STATUS-MESSAGE TO EM-DETAIL
              EVALUATE TRUE
                 WHEN GAPI-CICS-FAILED
                   MOVE 'CICS' TO EM-ORIGIN
                 WHEN BAQ-ERROR-IN-API
                   MOVE 'API' TO EM-ORIGIN
                 WHEN BAQ-ERROR-IN-ZCEE
           MOVE GAPI-RUN-ID TO AUD-RUN-ID.
           MOVE GAPI-CALL-ELAPSED-HSEC TO AUD-ELAPSED-HSEC.
           MOVE GAPI-CALL-ATTEMPTS TO AUD-ATTEMPTS.
           MOVE CEIBRESP OF PUT-RESPONSE TO AUD-CICS-RESP.
           MOVE CEIBRESP2 OF PUT-RESPONSE TO AUD-CICS-RESP2.
           MOVE userIdentity2 OF PUT-RESPONSE TO AUD-USER-ID.
           MOVE GAPI-OPERATOR-ID TO AUD-OPERATOR-ID.

           OPEN EXTEND AUDIT-FILE.
           IF NOT GAPI-AUDIT-FILE-OK
           MOVE GAPI-CACHE-PREV-AMOUNT TO UPA-OLD-AMOUNT.
           MOVE amount2 OF PUT-RESPONSE TO UPA-NEW-AMOUNT.
           MOVE GAPI-RUN-ID TO UPA-RUN-ID.
           MOVE GAPI-OPERATOR-ID TO UPA-OPERATOR-ID.

           OPEN EXTEND UPDATE-AUDIT-FILE.
           IF NOT GAPI-UPDAUD-FILE-OK
       WRITE-REPORT-DUPLICATE-END.
           EXIT.

      * Title and column headings for the HELD section -- corrections
      * the driver parked in GAPIPEND for GAPIPREL to release on their
      * effective date.
       WRITE-REPORT-HELD-HEADERS.
           ADD 1 TO GAPI-REPORT-PAGE-COUNT.
           MOVE ZERO TO GAPI-REPORT-LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PUTAPI EMPLOYEE UPDATE REPORT" DELIMITED BY SIZE
                  "     PAGE " DELIMITED BY SIZE
                  GAPI-REPORT-PAGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HELD FOR A LATER EFFECTIVE DATE" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           STRING "EMP NO" DELIMITED BY SIZE
                  " REASON" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
       WRITE-REPORT-HELD-HEADERS-END.
           EXIT.

      * One line for a correction held in GAPIPEND, in the same
      * layout as a duplicate line.
       WRITE-REPORT-HELD.
           PERFORM OPEN-REPORT-IF-NEEDED THRU OPEN-REPORT-IF-NEEDED-END.
           IF GAPI-REPORT-LINE-COUNT NOT < GAPI-REPORT-LINES-PER-PAGE
              OR NOT GAPI-REPORT-LAST-WAS-HELD
              PERFORM WRITE-REPORT-HELD-HEADERS
                  THRU WRITE-REPORT-HELD-HEADERS-END
           END-IF.
           SET GAPI-REPORT-LAST-WAS-HELD TO TRUE.
           MOVE PARM-UPD-EMPLOYEE TO RU-EMPLOYEE.
           MOVE SPACES TO RU-TEXT.
           STRING "Held in GAPIPEND until effective date "
                      DELIMITED BY SIZE
                  PARM-UPD-EFFECTIVE-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO RU-TEXT
           END-STRING.
           MOVE GAPI-REPORT-DUP TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO GAPI-REPORT-LINE-COUNT.
       WRITE-REPORT-HELD-END.
           EXIT.

      * One failure row for a correction the driver rejected for its
      * effective date, built from the failure fields the driver
      * staged in the parm buffer rather than from a service response.
       WRITE-REPORT-BAD-DATE.
           PERFORM OPEN-REPORT-IF-NEEDED THRU OPEN-REPORT-IF-NEEDED-END.
           IF GAPI-REPORT-LINE-COUNT NOT < GAPI-REPORT-LINES-PER-PAGE
              OR NOT GAPI-REPORT-LAST-WAS-FAILURE
              PERFORM WRITE-REPORT-FAILURE-HEADERS
                  THRU WRITE-REPORT-FAILURE-HEADERS-END
           END-IF.
           SET GAPI-REPORT-LAST-WAS-FAILURE TO TRUE.
           MOVE PARM-UPD-EMPLOYEE    TO RF-EMPLOYEE.
           MOVE PARM-UPD-FAIL-ORIGIN TO RF-ORIGIN.
           MOVE PARM-UPD-FAIL-STATUS TO RF-STATUS-CODE.
           MOVE PARM-UPD-FAIL-REASON TO RF-REASON.
           MOVE SPACES TO RF-DETAIL.
           STRING "Effective date given: " DELIMITED BY SIZE
                  PARM-UPD-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO RF-DETAIL
           END-STRING.
           MOVE GAPI-REPORT-FAILURE TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO GAPI-REPORT-LINE-COUNT.
           ADD 1 TO GAPI-EMP-FAILED.
       WRITE-REPORT-BAD-DATE-END.
           EXIT.

      * One columnar detail line for a failed update.
       WRITE-REPORT-FAILURE.
           PERFORM OPEN-REPORT-IF-NEEDED THRU OPEN-REPORT-IF-NEEDED-END.
      * Look BAQ-STATUS-CODE up in GAPI-STATUS-REASON-TABLE and leave a
      * business-readable sentence in GAPI-REASON-FOUND-TEXT. Falls back
      * to a generic message when the code isn't one of the ones the
      * table knows about. A non-NORMAL CICS response carries a CICS
      * condition number rather than an HTTP code, and its sentence
      * was already found by CHECK-CICS-RESPONSE.
       TRANSLATE-STATUS-REASON.
           MOVE 'N' TO GAPI-REASON-FOUND-SWITCH.
           MOVE SPACES TO GAPI-REASON-FOUND-TEXT.
           IF GAPI-CICS-FAILED
              MOVE GAPI-CICS-FOUND-TEXT TO GAPI-REASON-FOUND-TEXT
              GO TO TRANSLATE-STATUS-REASON-END
           END-IF.
           IF BAQ-STATUS-CODE >= 0 AND BAQ-STATUS-CODE <= 999
              MOVE BAQ-STATUS-CODE TO GAPI-REASON-SEARCH-CODE
           ELSE
       TRANSLATE-STATUS-LOOKUP-END.
           EXIT.

      *----------------------------------------------------------------*
      * NORMAL, or nothing at all, in CEIBRESP -- by name or as a zero *
      * -- with nothing in CEIBRESP2 is the only answer the CICS       *
      * program can give that makes its employee fields usable.        *
      * Anything else is turned into a failure here: BAQ-ERROR-IN-API  *
      * with the CICS condition's number as the status code and the    *
      * raw CEIBRESP/CEIBRESP2 as the message, so the error path, the  *
      * report, the audit record and the caller's PARM all carry it    *
      * the same way as any other failed call.                         *
      *----------------------------------------------------------------*
       CHECK-CICS-RESPONSE.
           MOVE 'N' TO GAPI-CICS-FAILED-SWITCH.
           IF EIBRESP = SPACES OR 'NORMAL'
              CONTINUE
           ELSE
              IF EIBRESP IS NUMERIC AND EIBRESP = ZERO
                 CONTINUE
              ELSE
                 SET GAPI-CICS-FAILED TO TRUE
              END-IF
           END-IF.
           IF EIBRESP2 = SPACES
              CONTINUE
           ELSE
              IF EIBRESP2 IS NUMERIC AND EIBRESP2 = ZERO
                 CONTINUE
              ELSE
                 SET GAPI-CICS-FAILED TO TRUE
              END-IF
           END-IF.
           IF NOT GAPI-CICS-FAILED
              GO TO CHECK-CICS-RESPONSE-END
           END-IF.

           PERFORM TRANSLATE-CICS-RESPONSE
               THRU TRANSLATE-CICS-RESPONSE-END.
           SET BAQ-ERROR-IN-API TO TRUE.
           MOVE GAPI-CICS-FOUND-CODE TO BAQ-STATUS-CODE.
           MOVE SPACES TO BAQ-STATUS-MESSAGE.
           STRING 'CEIBRESP=' DELIMITED BY SIZE
                  EIBRESP DELIMITED BY SPACE
                  ' CEIBRESP2=' DELIMITED BY SIZE
                  EIBRESP2 DELIMITED BY SPACE
               INTO BAQ-STATUS-MESSAGE
           END-STRING.
       CHECK-CICS-RESPONSE-END.
           EXIT.

      * Find the CICS condition in GAPI-CICS-REASON-TABLE -- by number
      * when CEIBRESP came as digits, by name otherwise -- and leave
      * its number and sentence in GAPI-CICS-FOUND-CODE/-TEXT. A
      * NORMAL CEIBRESP with a non-zero CEIBRESP2 is reported as the
      * generic ERROR condition.
       TRANSLATE-CICS-RESPONSE.
           MOVE 'N' TO GAPI-CICS-FOUND-SWITCH.
           MOVE SPACES TO GAPI-CICS-FOUND-TEXT.
           MOVE SPACES TO GAPI-CICS-SEARCH-NAME.
           MOVE ZERO TO GAPI-CICS-SEARCH-NUMBER.
           MOVE 1 TO GAPI-CICS-FOUND-CODE.
           EVALUATE TRUE
              WHEN EIBRESP = SPACES OR 'NORMAL'
                 MOVE 'ERROR' TO GAPI-CICS-SEARCH-NAME
              WHEN EIBRESP IS NUMERIC
                 MOVE EIBRESP TO GAPI-CICS-SEARCH-NUMBER
                 IF EIBRESP = ZERO
                    MOVE 1 TO GAPI-CICS-SEARCH-NUMBER
                 END-IF
                 IF GAPI-CICS-SEARCH-NUMBER <= 999
                    MOVE GAPI-CICS-SEARCH-NUMBER
                        TO GAPI-CICS-FOUND-CODE
                 END-IF
              WHEN OTHER
                 MOVE EIBRESP TO GAPI-CICS-SEARCH-NAME
           END-EVALUATE.
           MOVE 1 TO GAPI-CICS-IDX.
           PERFORM TRANSLATE-CICS-LOOKUP
               THRU TRANSLATE-CICS-LOOKUP-END
               UNTIL GAPI-CICS-IDX > 13 OR GAPI-CICS-FOUND.
           IF NOT GAPI-CICS-FOUND
              MOVE 'CICS program behind the service did not end NORMAL.'
                  TO GAPI-CICS-FOUND-TEXT
           END-IF.
       TRANSLATE-CICS-RESPONSE-END.
           EXIT.

       TRANSLATE-CICS-LOOKUP.
           IF (GAPI-CICS-SEARCH-NAME NOT = SPACES
               AND GAPI-CICS-COND-NAME(GAPI-CICS-IDX)
                   = GAPI-CICS-SEARCH-NAME)
           OR (GAPI-CICS-SEARCH-NAME = SPACES
               AND GAPI-CICS-COND-CODE(GAPI-CICS-IDX)
                   = GAPI-CICS-SEARCH-NUMBER)
              MOVE GAPI-CICS-COND-CODE(GAPI-CICS-IDX)
                  TO GAPI-CICS-FOUND-CODE
              MOVE GAPI-CICS-COND-TEXT(GAPI-CICS-IDX)
                  TO GAPI-CICS-FOUND-TEXT
              SET GAPI-CICS-FOUND TO TRUE
           ELSE
              ADD 1 TO GAPI-CICS-IDX
           END-IF.
       TRANSLATE-CICS-LOOKUP-END.
           EXIT.

      * Mint a run identifier for this run unit, once -- a caller
      * that supplies none (a one-off job step, say) still gets every
      * record it writes stamped consistently for the whole run unit.
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              STRING "Held for later date: " DELIMITED BY SIZE
                     GAPI-EMP-HELD DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              STRING "Bad effective dates: " DELIMITED BY SIZE
                     GAPI-EMP-BAD-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE AFTER ADVANCING 1 LINE
              CLOSE REPORT-FILE
              MOVE 'N' TO GAPI-REPORT-SWITCH
           END-IF.
