      *           the population HR says we own, with the amount HR    *
      *           carries for each. GAPIRECN matches a run's GAPIAUD   *
      *           and EMPEXTR records against this file in both        *
      *           directions; GAPIISEL picks each night's EMPINPUT     *
      *           from it.                                             *
      *                                                                *
      *----------------------------------------------------------------*
           05  HRM-EMPLOYEE             PIC X(6).
