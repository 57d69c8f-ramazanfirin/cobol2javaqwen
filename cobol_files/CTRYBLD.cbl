       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRYBLD.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Country reference file loader.  Reads card-image country
      *  records from CTRYIN.DAT and builds the indexed COUNTRY.DAT
      *  that CTRYLKP - and through it ADDRVAL, GEORPT and CTRYNORM -
      *  resolves country names against.  Operations run it whenever
      *  a country, spelling or postal rule changes; the file is
      *  rebuilt whole each run, the same way the operator file is.
      *
      *  Card layout (CTRYIN.DAT):
      *    col   1-3     ISO 3166 alpha-3 code
      *    col   4-23    standard country name
      *    col  24-103   up to four aliases, 20 bytes each
      *    col 104-123   two postal patterns, 10 bytes each
      *                  (9 = digit, A = letter, others literal)
      *    col 124       state required  Y/N
      *  Names and aliases are upper-cased on load.  A card with a
      *  blank code or name, or a state flag other than Y or N, is
      *  rejected with a message and the load continues.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTRY-CARDS ASSIGN TO "CTRYIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT COUNTRY-FILE ASSIGN TO "COUNTRY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTRY-ISO-CODE
           FILE STATUS IS WS-CTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTRY-CARDS.
       01  COUNTRY-CARD             PIC X(124).

       FD  COUNTRY-FILE.
       COPY "CTRYREC".

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS      PIC X(02).
       01  WS-CTRY-FILE-STATUS      PIC X(02).

       01  WS-EOF-CARDS             PIC X(01)     VALUE "N".
           88  NO-MORE-CARDS                      VALUE "Y".

       01  WS-LOADED-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(06)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-COUNTRY
               UNTIL NO-MORE-CARDS.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== COUNTRY REFERENCE LOAD STARTED ===".

           OPEN INPUT COUNTRY-CARDS.
           IF WS-CARD-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open COUNTRY-CARDS, "
                       "status = " WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT COUNTRY-FILE.
           IF WS-CTRY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open COUNTRY-FILE, "
                       "status = " WS-CTRY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE COUNTRY-CARDS
               GOBACK
           END-IF.

           MOVE "N" TO WS-EOF-CARDS.
           PERFORM 2900-READ-NEXT-CARD.

      *  Cards must arrive in ISO-code order because the file is
      *  loaded sequentially; a duplicate or out-of-sequence code
      *  fails the WRITE and rejects the card.
       2000-LOAD-ONE-COUNTRY.
           MOVE COUNTRY-CARD TO COUNTRY-RECORD.
           INSPECT COUNTRY-RECORD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CTRY-ISO-CODE = SPACES OR CTRY-NAME = SPACES
              OR NOT CTRY-STATE-FLAG-VALID
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Rejected country card: " CTRY-ISO-CODE " "
                       CTRY-NAME
           ELSE
               WRITE COUNTRY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "Duplicate or out-of-sequence code: "
                               CTRY-ISO-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.
           PERFORM 2900-READ-NEXT-CARD.

       2900-READ-NEXT-CARD.
           READ COUNTRY-CARDS
               AT END
                   MOVE "Y" TO WS-EOF-CARDS
           END-READ.

       9000-TERMINATE.
           CLOSE COUNTRY-CARDS.
           CLOSE COUNTRY-FILE.
           DISPLAY "Country reference load complete - "
                   WS-LOADED-COUNT " loaded, "
                   WS-REJECT-COUNT " rejected.".

       9999-EXIT.
           EXIT.
