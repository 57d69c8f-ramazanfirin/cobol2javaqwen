      *  Shared address validation subprogram.  Called the same way as
      *  ADRESS; checks one address image field by field and returns a
      *  reason code per field so callers can report exactly what is
      *  wrong.  Pure validation - writes no audit; the only file read
      *  is the country reference, through CTRYLKP.
      *
      *  Reason codes (one per field, in LS-REASON-CODES):
      *    00  field is acceptable
      *    01  required field is blank
      *    02  invalid value (ADDR-TYPE not HOME/BILLING/SHIPPING)
      *    03  postal code does not match the country's format
      *    04  country is not on the country reference file
      *
      *  The country - standard name, ISO code or any alias - is
      *  looked up on COUNTRY.DAT, which supplies the postal patterns
      *  and whether a state is required; a country with no patterns
      *  accepts any non-blank postal code.  When the reference cannot
      *  be read the built-in formats below still apply and no country
      *  is reported unknown:
      *    USA / UNITED STATES    5 digits
      *    TURKEY                 5 digits
      *    GERMANY                5 digits
           05  WS-PC-7              PIC X(01).
           05  WS-PC-REST           PIC X(03).

      *  Filled by CTRYLKP for the country being validated.
       01  WS-CTRY-ISO-CODE         PIC X(03).
       01  WS-CTRY-STANDARD-NAME    PIC X(20).
       01  WS-CTRY-PATTERNS.
           05  WS-CTRY-PATTERN      PIC X(10)  OCCURS 2 TIMES.
       01  WS-CTRY-STATE-REQUIRED   PIC X(01).
           88  CTRY-NEEDS-STATE                   VALUE "Y".
       01  WS-CTRY-FOUND-FLAG       PIC X(01).
           88  CTRY-ON-REFERENCE                  VALUE "Y".
       01  WS-CTRY-LOOKUP-STATUS    PIC X(02).
           88  CTRY-REFERENCE-AVAILABLE           VALUE "00".

       01  WS-PATTERN-IX            PIC 9(02).
       01  WS-CHAR-IX               PIC 9(02).
       01  WS-PATTERN-CHAR          PIC X(01).
       01  WS-POSTAL-CHAR           PIC X(01).
       01  WS-PATTERN-RESULT        PIC X(01).
           88  PATTERN-MATCHED                    VALUE "Y".
           88  PATTERN-FAILED                     VALUE "N".
       01  WS-POSTAL-RESULT         PIC X(01).
           88  POSTAL-ACCEPTED                    VALUE "Y".

       LINKAGE SECTION.
       01  LS-ADDR-TYPE         PIC X(8).
       01  LS-STREET            PIC X(30).
           END-IF.

      *  State/province is legitimately absent in many countries, so
      *  a blank state is acceptable unless the country reference
      *  says the country requires one.

           MOVE "00" TO WS-CTRY-LOOKUP-STATUS.
           MOVE "N"  TO WS-CTRY-FOUND-FLAG.
           IF LS-COUNTRY = SPACES
               MOVE "01" TO LS-COUNTRY-REASON
           ELSE
               PERFORM 0500-LOOK-UP-COUNTRY
           END-IF.

           IF LS-POSTAL-CODE = SPACES

           EXIT PROGRAM.

       0500-LOOK-UP-COUNTRY.
           CALL "CTRYLKP" USING LS-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF CTRY-REFERENCE-AVAILABLE
               IF CTRY-ON-REFERENCE
                   IF CTRY-NEEDS-STATE AND LS-STATE = SPACES
                       MOVE "01" TO LS-STATE-REASON
                   END-IF
               ELSE
                   MOVE "04" TO LS-COUNTRY-REASON
               END-IF
           END-IF.

      *  An unknown country is already flagged on the country field,
      *  so its postal code is only required to be non-blank.
       1000-CHECK-POSTAL-FORMAT.
           MOVE LS-POSTAL-CODE TO WS-POSTAL-WORK.
           EVALUATE TRUE
               WHEN NOT CTRY-REFERENCE-AVAILABLE
                   PERFORM 1050-CHECK-BUILT-IN-FORMAT
               WHEN CTRY-ON-REFERENCE
                    AND WS-CTRY-PATTERNS NOT = SPACES
                   PERFORM 1300-CHECK-POSTAL-PATTERNS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1050-CHECK-BUILT-IN-FORMAT.
           MOVE LS-COUNTRY TO WS-COUNTRY-KEY.
           INSPECT WS-COUNTRY-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           EVALUATE WS-COUNTRY-KEY
               WHEN "USA"
               OR WS-PC-REST NOT = SPACES
               MOVE "03" TO LS-POSTAL-REASON
           END-IF.

      *  The code is accepted when it matches either pattern held for
      *  the country.
       1300-CHECK-POSTAL-PATTERNS.
           MOVE "N" TO WS-POSTAL-RESULT.
           PERFORM 1310-MATCH-ONE-PATTERN
               VARYING WS-PATTERN-IX FROM 1 BY 1
               UNTIL WS-PATTERN-IX > 2
                  OR POSTAL-ACCEPTED.
           IF NOT POSTAL-ACCEPTED
               MOVE "03" TO LS-POSTAL-REASON
           END-IF.

       1310-MATCH-ONE-PATTERN.
           IF WS-CTRY-PATTERN (WS-PATTERN-IX) NOT = SPACES
               MOVE "Y" TO WS-PATTERN-RESULT
               PERFORM 1320-MATCH-ONE-CHARACTER
                   VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > 10
                      OR PATTERN-FAILED
               IF PATTERN-MATCHED
                   MOVE "Y" TO WS-POSTAL-RESULT
               END-IF
           END-IF.

      *  9 takes a digit, A a letter; any other pattern character,
      *  space included, must appear in the code as written.
       1320-MATCH-ONE-CHARACTER.
           MOVE WS-CTRY-PATTERN (WS-PATTERN-IX) (WS-CHAR-IX:1)
               TO WS-PATTERN-CHAR.
           MOVE WS-POSTAL-WORK (WS-CHAR-IX:1) TO WS-POSTAL-CHAR.
           EVALUATE WS-PATTERN-CHAR
               WHEN "9"
                   IF WS-POSTAL-CHAR IS NOT NUMERIC
                       MOVE "N" TO WS-PATTERN-RESULT
                   END-IF
               WHEN "A"
                   IF WS-POSTAL-CHAR IS NOT ALPHABETIC
                      OR WS-POSTAL-CHAR = SPACE
                       MOVE "N" TO WS-PATTERN-RESULT
                   END-IF
               WHEN OTHER
                   IF WS-POSTAL-CHAR NOT = WS-PATTERN-CHAR
                       MOVE "N" TO WS-PATTERN-RESULT
                   END-IF
           END-EVALUATE.
