       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYNUM.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Shared day-number subprogram, called the same way as ADDRVAL.
      *  Turns one YYYYMMDD date into a running day count so callers
      *  can get the number of days between two dates by subtracting
      *  the two day numbers - ageing queues and waiting times without
      *  hand-counting month lengths in every program.
      *
      *  The count treats March as the first month of the year, so
      *  the leap day falls at the end and every month before it has
      *  a fixed length; each division truncates on its own, the
      *  same way NIGHTRUN builds its Zeller terms.
      *
      *  LS-DAY-NUMBER comes back zero when the date is not numeric
      *  or the month or day is out of range.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATE-SPLIT.
           05  WS-DATE-YEAR         PIC 9(04).
           05  WS-DATE-MONTH        PIC 9(02).
           05  WS-DATE-DAY          PIC 9(02).
       01  WS-CALC-YEAR             PIC 9(04).
       01  WS-CALC-MONTH            PIC 9(02).
       01  WS-YEAR-DAYS             PIC 9(07).
       01  WS-LEAP-TERM1            PIC 9(04).
       01  WS-LEAP-TERM2            PIC 9(04).
       01  WS-LEAP-TERM3            PIC 9(04).
       01  WS-MONTH-DAYS            PIC 9(04).

       LINKAGE SECTION.
       01  LS-DATE              PIC 9(08).
       01  LS-DAY-NUMBER        PIC 9(07).

       PROCEDURE DIVISION USING LS-DATE LS-DAY-NUMBER.
       0000-COMPUTE-DAY-NUMBER.
           MOVE ZERO TO LS-DAY-NUMBER.

           IF LS-DATE IS NUMERIC
               MOVE LS-DATE TO WS-DATE-SPLIT
               IF WS-DATE-MONTH >= 1 AND WS-DATE-MONTH <= 12
                   AND WS-DATE-DAY >= 1 AND WS-DATE-DAY <= 31
                   AND WS-DATE-YEAR > ZERO
                   PERFORM 1000-COUNT-DAYS
               END-IF
           END-IF.

           EXIT PROGRAM.

      *  January and February count as months 13 and 14 of the
      *  previous year; (153 * (month - 3) + 2) / 5 is the number of
      *  days from 1 March to the first of the month.
       1000-COUNT-DAYS.
           MOVE WS-DATE-YEAR  TO WS-CALC-YEAR.
           MOVE WS-DATE-MONTH TO WS-CALC-MONTH.
           IF WS-CALC-MONTH < 3
               ADD 12 TO WS-CALC-MONTH
               SUBTRACT 1 FROM WS-CALC-YEAR
           END-IF.
           COMPUTE WS-YEAR-DAYS = WS-CALC-YEAR * 365.
           DIVIDE WS-CALC-YEAR BY 4   GIVING WS-LEAP-TERM1.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-TERM2.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-TERM3.
           COMPUTE WS-MONTH-DAYS = 153 * (WS-CALC-MONTH - 3) + 2.
           DIVIDE WS-MONTH-DAYS BY 5 GIVING WS-MONTH-DAYS.
           COMPUTE LS-DAY-NUMBER = WS-YEAR-DAYS + WS-LEAP-TERM1
               - WS-LEAP-TERM2 + WS-LEAP-TERM3 + WS-MONTH-DAYS
               + WS-DATE-DAY.
