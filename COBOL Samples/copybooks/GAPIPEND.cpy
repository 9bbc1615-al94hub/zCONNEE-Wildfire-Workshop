      *----------------------------------------------------------------*
      *                                                                *
      * GAPIPEND - one future-dated correction held in the GAPIPEND    *
      *            pending-corrections file until its effective date,  *
      *            keyed on the employee number and the date and time  *
      *            the correction was taken, so an employee's pending  *
      *            items read back together in the order they were     *
      *            keyed. Written by PUTAPIOL and by PUTAPIBT for an   *
      *            EMPUPDT record dated after the run date, instead    *
      *            of sending the correction to the service early;     *
      *            GAPIPREL releases every item that has fallen due    *
      *            into an EMPUPDT for the next PUTAPIBT step.         *
      *                                                                *
      * Items are never deleted: a released or cancelled item keeps    *
      * its values and says when and by whom it was closed, so the     *
      * file answers "what was waiting for this employee, and what     *
      * became of it".                                                 *
      *                                                                *
      *----------------------------------------------------------------*
           05  PND-KEY.
               10  PND-EMPLOYEE         PIC X(6).
               10  PND-ENTERED-DATE     PIC 9(8).
               10  PND-ENTERED-TIME     PIC 9(8).
      * The date the correction is to take effect (YYYYMMDD), always
      * later than the date it was taken.
           05  PND-EFFECTIVE-DATE       PIC 9(8).
      * The corrected values; spaces means "no change", the same
      * contract EMPUPDT uses.
           05  PND-ADDRESS              PIC X(40).
           05  PND-PHONE                PIC X(12).
           05  PND-STATUS               PIC X(1).
               88  PND-IS-PENDING                   VALUE 'P'.
               88  PND-IS-RELEASED                  VALUE 'R'.
               88  PND-IS-CANCELLED                 VALUE 'X'.
      * Who took the correction: the rep's operator ID (see GAPIOPER)
      * for a PUTAPIOL item, spaces for a PUTAPIBT item, and the run
      * identifier (see GAPIRUNC) of the session or run that took it.
           05  PND-OPERATOR-ID          PIC X(8).
           05  PND-RUN-ID               PIC X(16).
      * When the item stopped pending, and by whom: GAPIPREL for a
      * release, the cancelling rep's operator ID for a cancel.
      * Zero and spaces while the item is still pending.
           05  PND-CLOSED-DATE          PIC 9(8).
           05  PND-CLOSED-BY            PIC X(8).
