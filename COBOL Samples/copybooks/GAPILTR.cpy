      *----------------------------------------------------------------*
      *                                                                *
      * GAPILTR - one address-change notice for the print/mail house,  *
      *           written by GAPIANOT from the day's GAPIUPDA address  *
      *           changes. Each change produces a confirmation to the  *
      *           new address and a "did you request this?" notice to  *
      *           the old one, so an employee whose address has been   *
      *           redirected without their knowledge still hears of it *
      *           at the address they actually live at.                *
      *                                                                *
      *           LTR-MAIL-ADDRESS is where the letter goes;           *
      *           LTR-OTHER-ADDRESS is the other side of the change,   *
      *           quoted in the letter text ("changed from" on the     *
      *           confirmation, "changed to" on the query).            *
      *                                                                *
      *           The layout is a contract with the mail house: add    *
      *           new fields at the end only, never move or resize an  *
      *           existing one.                                        *
      *                                                                *
      *----------------------------------------------------------------*
           05  LTR-TYPE                 PIC X(1).
               88  LTR-IS-CONFIRMATION            VALUE 'C'.
               88  LTR-IS-QUERY                   VALUE 'Q'.
           05  FILLER                   PIC X(1).
           05  LTR-EMPLOYEE             PIC X(6).
           05  FILLER                   PIC X(1).
           05  LTR-NAME                 PIC X(30).
           05  FILLER                   PIC X(1).
           05  LTR-MAIL-ADDRESS         PIC X(40).
           05  FILLER                   PIC X(1).
           05  LTR-OTHER-ADDRESS        PIC X(40).
           05  FILLER                   PIC X(1).
      * When the correction was applied, and the run that applied it
      * (see GAPIRUNC), so a query from the employee can be traced
      * straight back to the GAPIUPDA record.
           05  LTR-CHANGE-DATE          PIC 9(8).
           05  FILLER                   PIC X(1).
           05  LTR-CHANGE-TIME          PIC 9(6).
           05  FILLER                   PIC X(1).
           05  LTR-RUN-ID               PIC X(16).
