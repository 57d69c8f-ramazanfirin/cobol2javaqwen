       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRYLKP.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Shared country lookup subprogram.  Resolves a free-text
      *  country - the standard name, the ISO code or any accepted
      *  alias, in any case - against the COUNTRY.DAT reference and
      *  hands back the ISO code, the standard spelling, the postal
      *  patterns and the state-required flag.
      *
      *  The whole reference is read into a table on the first call
      *  and kept for the life of the run unit, so a sweep over every
      *  address opens COUNTRY.DAT once.
      *
      *  LS-FOUND-FLAG is "Y" when the country is on the reference.
      *  LS-RETURN-STATUS is "00" when the reference was available and
      *  "16" when COUNTRY.DAT could not be read - the caller must then
      *  fall back on its own rules rather than treat every country
      *  as unknown.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTRY-FILE ASSIGN TO "COUNTRY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTRY-ISO-CODE
           FILE STATUS IS WS-CTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTRY-FILE.
       COPY "CTRYREC".

       WORKING-STORAGE SECTION.
       01  WS-CTRY-FILE-STATUS      PIC X(02).
       01  WS-EOF-COUNTRY           PIC X(01)     VALUE "N".
           88  NO-MORE-COUNTRIES                  VALUE "Y".

      *  "N" until the first call has tried to load the table; "L"
      *  once loaded; "U" when COUNTRY.DAT could not be read.
       01  WS-TABLE-STATE           PIC X(01)     VALUE "N".
           88  TABLE-NOT-TRIED                    VALUE "N".
           88  TABLE-LOADED                       VALUE "L".
           88  TABLE-UNAVAILABLE                  VALUE "U".

       01  WS-COUNTRY-KEY           PIC X(20).
       01  WS-MATCH-FLAG            PIC X(01)     VALUE "N".
           88  COUNTRY-MATCHED                    VALUE "Y".

       01  WS-CTRY-MAX              PIC 9(04)     VALUE 300.
       01  WS-CTRY-USED             PIC 9(04)     VALUE ZERO.
       01  WS-CTRY-IX               PIC 9(04)     VALUE ZERO.
       01  WS-ALIAS-IX              PIC 9(02)     VALUE ZERO.
       01  WS-CTRY-TABLE.
           05  WS-CTRY-ENTRY OCCURS 300 TIMES.
               10  WS-TBL-ISO-CODE      PIC X(03).
               10  WS-TBL-NAME          PIC X(20).
               10  WS-TBL-ALIAS         PIC X(20)  OCCURS 4 TIMES.
               10  WS-TBL-PATTERNS      PIC X(20).
               10  WS-TBL-STATE-REQ     PIC X(01).

       LINKAGE SECTION.
       01  LS-COUNTRY           PIC X(20).
       01  LS-ISO-CODE          PIC X(03).
       01  LS-STANDARD-NAME     PIC X(20).
       01  LS-POSTAL-PATTERNS   PIC X(20).
       01  LS-STATE-REQUIRED    PIC X(01).
       01  LS-FOUND-FLAG        PIC X(01).
       01  LS-RETURN-STATUS     PIC X(02).

       PROCEDURE DIVISION USING LS-COUNTRY LS-ISO-CODE
           LS-STANDARD-NAME LS-POSTAL-PATTERNS LS-STATE-REQUIRED
           LS-FOUND-FLAG LS-RETURN-STATUS.
       0000-LOOK-UP-COUNTRY.
           MOVE SPACES TO LS-ISO-CODE LS-STANDARD-NAME
                          LS-POSTAL-PATTERNS LS-STATE-REQUIRED.
           MOVE "N"    TO LS-FOUND-FLAG.

           IF TABLE-NOT-TRIED
               PERFORM 1000-LOAD-COUNTRY-TABLE
           END-IF.

           IF TABLE-UNAVAILABLE
               MOVE "16" TO LS-RETURN-STATUS
           ELSE
               MOVE "00" TO LS-RETURN-STATUS
               IF LS-COUNTRY NOT = SPACES
                   PERFORM 2000-SEARCH-COUNTRY-TABLE
               END-IF
           END-IF.

           EXIT PROGRAM.

       1000-LOAD-COUNTRY-TABLE.
           MOVE ZERO TO WS-CTRY-USED.
           OPEN INPUT COUNTRY-FILE.
           IF WS-CTRY-FILE-STATUS NOT = "00"
               DISPLAY "  [CTRYLKP] WARNING: cannot open COUNTRY-FILE,"
                       " status = " WS-CTRY-FILE-STATUS
               MOVE "U" TO WS-TABLE-STATE
           ELSE
               MOVE "N" TO WS-EOF-COUNTRY
               PERFORM 1900-READ-NEXT-COUNTRY
               PERFORM 1100-STORE-ONE-COUNTRY
                   UNTIL NO-MORE-COUNTRIES
               CLOSE COUNTRY-FILE
               MOVE "L" TO WS-TABLE-STATE
           END-IF.

       1100-STORE-ONE-COUNTRY.
           IF WS-CTRY-USED < WS-CTRY-MAX
               ADD 1 TO WS-CTRY-USED
               MOVE COUNTRY-RECORD TO WS-CTRY-ENTRY (WS-CTRY-USED)
           ELSE
               DISPLAY "  [CTRYLKP] WARNING: country table full - "
                       "not loaded: " CTRY-ISO-CODE
           END-IF.
           PERFORM 1900-READ-NEXT-COUNTRY.

       1900-READ-NEXT-COUNTRY.
           READ COUNTRY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-COUNTRY
           END-READ.

       2000-SEARCH-COUNTRY-TABLE.
           MOVE LS-COUNTRY TO WS-COUNTRY-KEY.
           INSPECT WS-COUNTRY-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-MATCH-FLAG.
           PERFORM 2100-CHECK-ONE-COUNTRY
               VARYING WS-CTRY-IX FROM 1 BY 1
               UNTIL WS-CTRY-IX > WS-CTRY-USED
                  OR COUNTRY-MATCHED.

       2100-CHECK-ONE-COUNTRY.
           IF WS-COUNTRY-KEY = WS-TBL-NAME (WS-CTRY-IX)
              OR WS-COUNTRY-KEY = WS-TBL-ISO-CODE (WS-CTRY-IX)
               MOVE "Y" TO WS-MATCH-FLAG
           ELSE
               PERFORM 2110-CHECK-ONE-ALIAS
                   VARYING WS-ALIAS-IX FROM 1 BY 1
                   UNTIL WS-ALIAS-IX > 4
                      OR COUNTRY-MATCHED
           END-IF.
           IF COUNTRY-MATCHED
               MOVE "Y" TO LS-FOUND-FLAG
               MOVE WS-TBL-ISO-CODE (WS-CTRY-IX)  TO LS-ISO-CODE
               MOVE WS-TBL-NAME (WS-CTRY-IX)      TO LS-STANDARD-NAME
               MOVE WS-TBL-PATTERNS (WS-CTRY-IX)  TO LS-POSTAL-PATTERNS
               MOVE WS-TBL-STATE-REQ (WS-CTRY-IX) TO LS-STATE-REQUIRED
           END-IF.

       2110-CHECK-ONE-ALIAS.
           IF WS-TBL-ALIAS (WS-CTRY-IX WS-ALIAS-IX) NOT = SPACES
              AND WS-COUNTRY-KEY = WS-TBL-ALIAS (WS-CTRY-IX WS-ALIAS-IX)
               MOVE "Y" TO WS-MATCH-FLAG
           END-IF.
