      * audit record carries a longer elapsed time are counted as
      * over target (00000 or spaces leaves the shipped default).
           05  CFG-LATENCY-LIMIT-HSEC   PIC 9(5).
      * Refresh age, read by the GAPIISEL input-selection job: an
      * employee whose GAPICACH entry is older than this many days is
      * picked for the night's EMPINPUT so the lookup refreshes it.
      * Set it at or above CFG-CACHE-EXPIRY-DAYS, or GETAPI will serve
      * the entry from the cache instead of refreshing it (000 or
      * spaces leaves the shipped default).
           05  CFG-REFRESH-AGE-DAYS     PIC 9(3).
      * Suspicious-pattern thresholds, read by the weekly GAPISUSP
      * report: a phone or address held in GAPICACH by at least
      * CFG-SHARED-CONTACT-MIN different employees is a finding; so
      * is an employee whose address and phone changed more than
      * CFG-CHANGE-LIMIT times in any CFG-CHANGE-WINDOW-DAYS days, and
      * an amount change made no more than CFG-AMOUNT-FOLLOW-DAYS days
      * after an address change (000 or spaces leaves the shipped
      * default in each).
           05  CFG-SHARED-CONTACT-MIN   PIC 9(3).
           05  CFG-CHANGE-LIMIT         PIC 9(3).
           05  CFG-CHANGE-WINDOW-DAYS   PIC 9(3).
           05  CFG-AMOUNT-FOLLOW-DAYS   PIC 9(3).
