           05  GAPI-RUN-ID-DATE    PIC 9(8).
           05  GAPI-RUN-ID-TIME    PIC 9(6).

      * Operator ID of the service rep behind this call, adopted from
      * the caller's PARM-OPERATOR-ID and stamped on the audit record.
      * Always spaces for a GETAPIM block, which only batch drives.
       01  GAPI-OPERATOR-ID        PIC X(8)  VALUE SPACES.

      * Columnar report of the batch run, replacing the raw DISPLAYs.
       01  GAPI-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
           88  GAPI-REPORT-FILE-OK           VALUE '00'.
      * other GAPI reporting programs through the GAPIRSN copybook.
       COPY GAPIRSN.

      * CICS condition to business reason lookup for a response that
      * came back BAQ-SUCCESS but carries a non-NORMAL CEIBRESP from
      * the CICS program behind the service. GAPI-CICS-FAILED is set
      * by CHECK-CICS-RESPONSE when that happens, and from there the
      * call is handled exactly like any other failure.
       COPY GAPICRSP.
       01  GAPI-CICS-FAILED-SWITCH     PIC X(1)  VALUE 'N'.
           88  GAPI-CICS-FAILED                  VALUE 'Y'.

      * Employee number must be present and six numeric digits before
      * a lookup is worth sending to zCEE at all.
       01  GAPI-EMPLOYEE-VALID-SWITCH  PIC X(1)  VALUE 'Y'.
           MOVE ZERO TO BAQ-RETURN-CODE.
           MOVE ZERO TO GAPI-CALL-ELAPSED-HSEC.
           MOVE ZERO TO GAPI-CALL-ATTEMPTS.
           MOVE 'N' TO GAPI-CICS-FAILED-SWITCH.

      * Settle the run identifier before anything is written -- the
      * validation-failure path below writes an audit record too.
           ELSE
              PERFORM MINT-RUN-ID THRU MINT-RUN-ID-END
           END-IF.
           MOVE PARM-OPERATOR-ID TO GAPI-OPERATOR-ID.

      * Reject an obviously bad employee number before spending a
      * round trip on it.
      * The BAQ-RETURN-CODE field in 'BAQRINFO' indicates whether this
      * API call is successful.

      * A BAQ-SUCCESS only says the HTTP exchange worked. The CICS
      * program behind the service reports its own outcome in
      * CEIBRESP/CEIBRESP2, and anything but NORMAL there means the
      * employee fields are not to be trusted -- CHECK-CICS-RESPONSE
      * turns such a response into an ordinary failure, so it never
      * reaches the cache, the extract, or a driver's checkpoint.
      * A cache hit carries CACHE/HIT and is never checked.
           IF BAQ-SUCCESS
              MOVE CEIBRESP of GET-RESPONSE to EIBRESP
              MOVE CEIBRESP2 of GET-RESPONSE to EIBRESP2
              IF NOT GAPI-CACHE-HIT
                 PERFORM CHECK-CICS-RESPONSE
                     THRU CHECK-CICS-RESPONSE-END
              END-IF
           END-IF.

      * When BAQ-RETURN-CODE is 'BAQ-SUCCESS', response is
      * successfully returned and fields in RESPONSE copybook
      * can be obtained. Add it to the columnar report.
           IF BAQ-SUCCESS THEN
              IF NOT GAPI-CACHE-HIT
                 PERFORM UPDATE-EMPLOYEE-CACHE
                     THRU UPDATE-EMPLOYEE-CACHE-END
              MOVE BAQ-STATUS-CODE TO EM-CODE
              MOVE BAQ-STATUS-MESSAGE TO EM-DETAIL
              EVALUATE TRUE
      * When the exchange worked but the CICS program behind the
      * service answered non-NORMAL, CHECK-CICS-RESPONSE has put the
      * CICS condition's number in BAQ-STATUS-CODE.
                 WHEN GAPI-CICS-FAILED
                   MOVE 'CICS' TO EM-ORIGIN
      * When error happens in API, BAQ-RETURN-CODE is BAQ-ERROR-IN-API.
      * BAQ-STATUS-CODE is the HTTP response code of API.
                 WHEN BAQ-ERROR-IN-API
           MOVE GAPI-RUN-ID TO AUD-RUN-ID.
           MOVE GAPI-CALL-ELAPSED-HSEC TO AUD-ELAPSED-HSEC.
           MOVE GAPI-CALL-ATTEMPTS TO AUD-ATTEMPTS.
           MOVE CEIBRESP OF GET-RESPONSE TO AUD-CICS-RESP.
           MOVE CEIBRESP2 OF GET-RESPONSE TO AUD-CICS-RESP2.
           MOVE userIdentity2 OF GET-RESPONSE TO AUD-USER-ID.
           MOVE GAPI-OPERATOR-ID TO AUD-OPERATOR-ID.

           OPEN EXTEND AUDIT-FILE.
           IF NOT GAPI-AUDIT-FILE-OK
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
           MOVE ZERO TO BAQ-RETURN-CODE.
           MOVE ZERO TO GAPI-CALL-ELAPSED-HSEC.
           MOVE ZERO TO GAPI-CALL-ATTEMPTS.
           MOVE 'N' TO GAPI-CICS-FAILED-SWITCH.
           MOVE 'N' TO PARM-MULTI-SUCCESS.
           MOVE SPACES TO PARM-MULTI-ORIGIN.
           MOVE ZERO TO PARM-MULTI-STATUS.
           ELSE
              PERFORM MINT-RUN-ID THRU MINT-RUN-ID-END
           END-IF.
           MOVE SPACES TO GAPI-OPERATOR-ID.

      * Start every requested employee out unconfirmed, before the
      * validation below can reject the call, so a caller never reads
      * was one exchange, however many employees rode in it.
           PERFORM MARK-CALL-END THRU MARK-CALL-END-END.

      * The block's one CICS response covers every employee in it, so
      * a non-NORMAL one fails the whole block the same way a failed
      * exchange would.
           IF BAQ-SUCCESS
              MOVE CEIBRESP of GET-RESPONSE to EIBRESP
              MOVE CEIBRESP2 of GET-RESPONSE to EIBRESP2
              PERFORM CHECK-CICS-RESPONSE THRU CHECK-CICS-RESPONSE-END
           END-IF.

           IF BAQ-SUCCESS
              PERFORM PROCESS-MULTI-ENTRY THRU PROCESS-MULTI-ENTRY-END
                  VARYING GAPI-MULTI-IDX FROM 1 BY 1
              MOVE BAQ-STATUS-CODE TO EM-CODE
              MOVE BAQ-STATUS-MESSAGE TO EM-DETAIL
              EVALUATE TRUE
                 WHEN GAPI-CICS-FAILED
                   MOVE 'CICS' TO EM-ORIGIN
                 WHEN BAQ-ERROR-IN-API
                   MOVE 'API' TO EM-ORIGIN
                 WHEN BAQ-ERROR-IN-ZCEE
