      *    col 1-8   ADDR-TYPE to report   (HOME/BILLING/SHIPPING)
      *  A missing card defaults to HOME, the same default the
      *  directory report uses.
      *
      *  Countries are grouped under their standard name from the
      *  country reference, so "USA" and "UNITED STATES" fall in one
      *  control-break group; a country not on the reference is
      *  grouped under its own spelling, upper-cased.
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-REPORT-ADDR-TYPE      PIC X(08)     VALUE "HOME".

       01  WS-CTRY-ISO-CODE         PIC X(03).
       01  WS-CTRY-STANDARD-NAME    PIC X(20).
       01  WS-CTRY-PATTERNS         PIC X(20).
       01  WS-CTRY-STATE-REQUIRED   PIC X(01).
       01  WS-CTRY-FOUND-FLAG       PIC X(01).
           88  CTRY-ON-REFERENCE                  VALUE "Y".
       01  WS-CTRY-LOOKUP-STATUS    PIC X(02).

       01  WS-CUR-COUNTRY           PIC X(20).
       01  WS-CUR-STATE             PIC X(20).
       01  WS-CUR-CITY              PIC X(20).

       2100-RELEASE-ONE-ADDRESS.
           IF ADDR-TYPE = WS-REPORT-ADDR-TYPE
               PERFORM 2200-STANDARDISE-COUNTRY
               MOVE ADDR-STATE   TO SORT-STATE
               MOVE ADDR-CITY    TO SORT-CITY
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 2900-READ-NEXT-ADDRESS.

       2200-STANDARDISE-COUNTRY.
           CALL "CTRYLKP" USING ADDR-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF CTRY-ON-REFERENCE
               MOVE WS-CTRY-STANDARD-NAME TO SORT-COUNTRY
           ELSE
               MOVE ADDR-COUNTRY TO SORT-COUNTRY
               INSPECT SORT-COUNTRY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.

       2900-READ-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
