      * and time, so identifiers sort chronologically within a        *
      * program and never collide across programs.                     *
      *                                                                *
      * A partitioned GETAPIBT run is minted once, as a GB identifier, *
      * by GAPIPART when it splits EMPINPUT. Each partition's GETAPIBT *
      * job runs as G1 to G8 -- the partition number in place of the   *
      * B, the parent's date and time unchanged -- and GAPIPMRG writes *
      * the one record this file carries for the whole run, under the *
      * parent GB identifier, once every partition has finished.       *
      *                                                                *
      *----------------------------------------------------------------*
           05  RNC-RUN-ID               PIC X(16).
           05  FILLER                   PIC X(1)  VALUE SPACE.
