       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Nightly suspense aging report.  Reads SUSPENSE-FILE and shows
      *  how long rejected batch input has been left unworked, in two
      *  parts - the outstanding (OPEN or CORRECTED) items counted by
      *  source and reason code into age bands, then every item that
      *  has been outstanding longer than the escalation limit, listed
      *  for the supervisor to chase.
      *    - an item's age runs from the day it was first seen to
      *      today, so an item that keeps rejecting does not grow
      *      younger; ages come from the shared DAYNUM subprogram,
      *    - closes with item counts by status,
      *    - ends RETURN-CODE 4 when anything is escalated, so the
      *      step stands out on the operations report.
      *
      *  Parameter card (SUSPAGE.PRM, single record):
      *    col 1-3   escalation limit in days (001-999)
      *  A missing, blank or unusable card escalates items older than
      *  30 days.  Writes SUSPAGE.RPT; a missing SUSPENSE.DAT simply
      *  reports that nothing has been held in suspense.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SUSPAGE.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-ITEM-ID
           ALTERNATE RECORD KEY IS SUSP-TRANSACTION WITH DUPLICATES
           FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SUSPAGE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-ESCALATE-DAYS    PIC X(03).
           05  FILLER               PIC X(77).

       FD  SUSPENSE-FILE.
       COPY "SUSPREC".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(02).
       01  WS-SUSP-FILE-STATUS      PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).

       01  WS-EOF-SUSP              PIC X(01)     VALUE "N".
           88  SUSP-SCAN-DONE                     VALUE "Y".
       01  WS-SUSP-FILE-FOUND       PIC X(01)     VALUE "Y".
           88  SUSP-FILE-MISSING                  VALUE "N".

       01  WS-ESCALATE-DAYS         PIC 9(03)     VALUE 30.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-DAY-NUMBER      PIC 9(07).
       01  WS-SEEN-DAY-NUMBER       PIC 9(07).
       01  WS-ITEM-AGE              PIC 9(05).

       01  WS-ITEM-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-CORRECTED-COUNT       PIC 9(06)     VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-CLEARED-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-ESCALATED-COUNT       PIC 9(06)     VALUE ZERO.

      *  Every reason either source can raise, in report order.  The
      *  last row catches any source or code not listed here.
       01  WS-REASON-VALUES.
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY01INVALID ACTION CODE".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY02INVALID TARGET FILE".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY03KEY ALREADY ON FILE".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY04KEY NOT ON FILE".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY05FILE I-O ERROR".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY06USER ALREADY CLOSED".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY07INVALID LIFECYCLE STATUS".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY08CONTACT DETAILS REJECTED".
           05  FILLER  PIC X(38)
               VALUE "TRNAPPLY09CUSTOMER MISSING/CLOSED".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT01UNKNOWN ADDR-TYPE".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT02UNKNOWN USER-ID".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT03CUSTOMER CLOSED".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT04NO ADDRESS FOR TYPE".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT05BLANK STREET/CITY".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT06COUNTRY CHANGED".
           05  FILLER  PIC X(38)
               VALUE "ADDRIMPT07REWRITE FAILED".
           05  FILLER  PIC X(38)
               VALUE "OTHER     UNLISTED SOURCE OR REASON".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 17 TIMES.
               10  WS-RSN-SOURCE        PIC X(08).
               10  WS-RSN-CODE          PIC X(02).
               10  WS-RSN-TEXT          PIC X(28).
       01  WS-REASON-MAX            PIC 9(02)     VALUE 17.
       01  WS-REASON-IX             PIC 9(02).
       01  WS-REASON-HIT            PIC 9(02).

      *  Outstanding counts by reason, in the same order as the table.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 17 TIMES.
               10  WS-AGE-OUTSTANDING   PIC 9(05).
               10  WS-AGE-BAND-1        PIC 9(05).
               10  WS-AGE-BAND-2        PIC 9(05).
               10  WS-AGE-BAND-3        PIC 9(05).
               10  WS-AGE-ESCALATED     PIC 9(05).
               10  WS-AGE-OLDEST        PIC 9(05).

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(26)
               VALUE "SUSPENSE AGING  AS OF: ".
           05  TTL-RUN-DATE         PIC 9(08).
           05  FILLER  PIC X(22)
               VALUE "   ESCALATE AFTER: ".
           05  TTL-ESCALATE-DAYS    PIC ZZ9.
           05  FILLER  PIC X(21) VALUE " DAYS".

       01  PART-TITLE-LINE.
           05  PTL-TEXT             PIC X(50).
           05  FILLER  PIC X(30) VALUE SPACES.

       01  SUMMARY-HEADER-LINE.
           05  FILLER  PIC X(09) VALUE "SOURCE".
           05  FILLER  PIC X(03) VALUE "RC".
           05  FILLER  PIC X(29) VALUE "REASON".
           05  FILLER  PIC X(06) VALUE " OUTST".
           05  FILLER  PIC X(06) VALUE "  0-7".
           05  FILLER  PIC X(06) VALUE " 8-30".
           05  FILLER  PIC X(06) VALUE "  31+".
           05  FILLER  PIC X(06) VALUE " ESCAL".
           05  FILLER  PIC X(09) VALUE " OLDEST".

       01  SUMMARY-LINE.
           05  SUM-SOURCE           PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-CODE             PIC X(02).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-TEXT             PIC X(28).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-OUTSTANDING      PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-BAND-1           PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-BAND-2           PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-BAND-3           PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SUM-ESCALATED        PIC ZZZZ9.
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  SUM-OLDEST           PIC ZZZZ9.
           05  FILLER               PIC X(03)  VALUE SPACES.

       01  ESCALATION-HEADER-LINE.
           05  FILLER  PIC X(07) VALUE "ITEM".
           05  FILLER  PIC X(09) VALUE "SOURCE".
           05  FILLER  PIC X(03) VALUE "RC".
           05  FILLER  PIC X(11) VALUE "STATUS".
           05  FILLER  PIC X(09) VALUE "FIRST".
           05  FILLER  PIC X(06) VALUE " DAYS".
           05  FILLER  PIC X(05) VALUE "REJ".
           05  FILLER  PIC X(09) VALUE "CUSTOMER".
           05  FILLER  PIC X(03) VALUE "TX".
           05  FILLER  PIC X(18) VALUE "LAST ACTION BY".

       01  ESCALATION-LINE.
           05  ESC-ITEM-ID          PIC 9(06).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-SOURCE           PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-CODE             PIC X(02).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-STATUS           PIC X(10).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-FIRST-SEEN       PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-AGE              PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-TIMES-REJECTED   PIC ZZ9.
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  ESC-USER-ID          PIC X(05).
           05  FILLER               PIC X(04)  VALUE SPACES.
           05  ESC-ACTION           PIC X(01).
           05  ESC-TARGET           PIC X(01).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ESC-ACTION-BY        PIC X(08).
           05  FILLER               PIC X(10)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT SUSP-FILE-MISSING
               PERFORM 2000-AGE-SUSPENSE-ITEMS
               PERFORM 3000-PRINT-AGE-SUMMARY
               PERFORM 4000-LIST-ESCALATED-ITEMS
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== SUSPENSE AGING REPORT STARTED ===".

           PERFORM 1100-READ-PARAMETER-CARD.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL "DAYNUM" USING WS-TODAY-DATE WS-TODAY-DAY-NUMBER.
           INITIALIZE WS-AGE-TABLE.

           OPEN INPUT SUSPENSE-FILE.
           EVALUATE TRUE
               WHEN WS-SUSP-FILE-STATUS = "00"
                   CONTINUE
               WHEN WS-SUSP-FILE-STATUS = "35"
                   MOVE "N" TO WS-SUSP-FILE-FOUND
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open SUSPENSE-FILE, "
                           "status = " WS-SUSP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REPORT-FILE, status = "
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               IF NOT SUSP-FILE-MISSING
                   CLOSE SUSPENSE-FILE
               END-IF
               GOBACK
           END-IF.

           MOVE WS-TODAY-DATE    TO TTL-RUN-DATE.
           MOVE WS-ESCALATE-DAYS TO TTL-ESCALATE-DAYS.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF SUSP-FILE-MISSING
               MOVE "NOTHING HAS BEEN HELD IN SUSPENSE." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *  The limit only decides what is escalated, so a bad card
      *  falls back to the standard 30 days rather than stopping.
       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PRM-ESCALATE-DAYS
               END-READ
               IF PRM-ESCALATE-DAYS IS NUMERIC
                  AND PRM-ESCALATE-DAYS NOT = "000"
                   MOVE PRM-ESCALATE-DAYS TO WS-ESCALATE-DAYS
               ELSE
                   DISPLAY "Escalation limit not usable - escalating "
                           "after 30 days"
               END-IF
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "No parameter card - escalating after 30 days"
           END-IF.

      *  First pass: every item is counted by status; an outstanding
      *  one is aged into its reason row.
       2000-AGE-SUSPENSE-ITEMS.
           MOVE "N"  TO WS-EOF-SUSP.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSP
           END-START.
           IF NOT SUSP-SCAN-DONE
               PERFORM 2900-READ-NEXT-ITEM
               PERFORM 2100-AGE-ONE-ITEM
                   UNTIL SUSP-SCAN-DONE
           END-IF.

       2100-AGE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           EVALUATE TRUE
               WHEN SUSP-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               WHEN SUSP-CORRECTED
                   ADD 1 TO WS-CORRECTED-COUNT
               WHEN SUSP-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN SUSP-CLEARED
                   ADD 1 TO WS-CLEARED-COUNT
           END-EVALUATE.
           IF SUSP-OUTSTANDING
               PERFORM 2200-WORK-OUT-AGE
               PERFORM 2300-FIND-REASON-ROW
               PERFORM 2400-COUNT-INTO-ROW
           END-IF.
           PERFORM 2900-READ-NEXT-ITEM.

       2200-WORK-OUT-AGE.
           CALL "DAYNUM" USING SUSP-FIRST-SEEN-DATE WS-SEEN-DAY-NUMBER.
           IF WS-SEEN-DAY-NUMBER = ZERO
              OR WS-TODAY-DAY-NUMBER < WS-SEEN-DAY-NUMBER
               MOVE ZERO TO WS-ITEM-AGE
           ELSE
               COMPUTE WS-ITEM-AGE =
                   WS-TODAY-DAY-NUMBER - WS-SEEN-DAY-NUMBER
           END-IF.

       2300-FIND-REASON-ROW.
           MOVE WS-REASON-MAX TO WS-REASON-HIT.
           PERFORM 2310-CHECK-REASON-ROW
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX >= WS-REASON-MAX
                  OR WS-REASON-HIT < WS-REASON-MAX.

       2310-CHECK-REASON-ROW.
           IF WS-RSN-SOURCE (WS-REASON-IX) = SUSP-SOURCE
              AND WS-RSN-CODE (WS-REASON-IX) = SUSP-REASON-CODE
               MOVE WS-REASON-IX TO WS-REASON-HIT
           END-IF.

       2400-COUNT-INTO-ROW.
           ADD 1 TO WS-AGE-OUTSTANDING (WS-REASON-HIT).
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 7
                   ADD 1 TO WS-AGE-BAND-1 (WS-REASON-HIT)
               WHEN WS-ITEM-AGE <= 30
                   ADD 1 TO WS-AGE-BAND-2 (WS-REASON-HIT)
               WHEN OTHER
                   ADD 1 TO WS-AGE-BAND-3 (WS-REASON-HIT)
           END-EVALUATE.
           IF WS-ITEM-AGE > WS-ESCALATE-DAYS
               ADD 1 TO WS-AGE-ESCALATED (WS-REASON-HIT)
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.
           IF WS-ITEM-AGE > WS-AGE-OLDEST (WS-REASON-HIT)
               MOVE WS-ITEM-AGE TO WS-AGE-OLDEST (WS-REASON-HIT)
           END-IF.

       2900-READ-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSP
           END-READ.

      *  Only reasons with something outstanding are printed.
       3000-PRINT-AGE-SUMMARY.
           MOVE "OUTSTANDING ITEMS BY SOURCE AND REASON (AGE IN DAYS)"
               TO PTL-TEXT.
           WRITE REPORT-LINE FROM PART-TITLE-LINE.
           WRITE REPORT-LINE FROM SUMMARY-HEADER-LINE.
           PERFORM 3100-PRINT-REASON-ROW
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > WS-REASON-MAX.
           IF WS-OPEN-COUNT + WS-CORRECTED-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-REASON-ROW.
           IF WS-AGE-OUTSTANDING (WS-REASON-IX) > ZERO
               MOVE WS-RSN-SOURCE (WS-REASON-IX)  TO SUM-SOURCE
               MOVE WS-RSN-CODE (WS-REASON-IX)    TO SUM-CODE
               MOVE WS-RSN-TEXT (WS-REASON-IX)    TO SUM-TEXT
               MOVE WS-AGE-OUTSTANDING (WS-REASON-IX)
                   TO SUM-OUTSTANDING
               MOVE WS-AGE-BAND-1 (WS-REASON-IX)  TO SUM-BAND-1
               MOVE WS-AGE-BAND-2 (WS-REASON-IX)  TO SUM-BAND-2
               MOVE WS-AGE-BAND-3 (WS-REASON-IX)  TO SUM-BAND-3
               MOVE WS-AGE-ESCALATED (WS-REASON-IX)
                   TO SUM-ESCALATED
               MOVE WS-AGE-OLDEST (WS-REASON-IX)  TO SUM-OLDEST
               WRITE REPORT-LINE FROM SUMMARY-LINE
           END-IF.

      *  Second pass: the escalated items themselves, in item order.
       4000-LIST-ESCALATED-ITEMS.
           MOVE SPACES TO PTL-TEXT.
           STRING "ESCALATED - OUTSTANDING OVER " TTL-ESCALATE-DAYS
                  " DAYS"
               DELIMITED BY SIZE INTO PTL-TEXT.
           WRITE REPORT-LINE FROM PART-TITLE-LINE.
           WRITE REPORT-LINE FROM ESCALATION-HEADER-LINE.

           MOVE "N"  TO WS-EOF-SUSP.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSP
           END-START.
           IF NOT SUSP-SCAN-DONE
               PERFORM 2900-READ-NEXT-ITEM
               PERFORM 4100-CHECK-ONE-ITEM
                   UNTIL SUSP-SCAN-DONE
           END-IF.

           IF WS-ESCALATED-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-CHECK-ONE-ITEM.
           IF SUSP-OUTSTANDING
               PERFORM 2200-WORK-OUT-AGE
               IF WS-ITEM-AGE > WS-ESCALATE-DAYS
                   PERFORM 4200-PRINT-ESCALATED-ITEM
               END-IF
           END-IF.
           PERFORM 2900-READ-NEXT-ITEM.

       4200-PRINT-ESCALATED-ITEM.
           MOVE SUSP-ITEM-ID         TO ESC-ITEM-ID.
           MOVE SUSP-SOURCE          TO ESC-SOURCE.
           MOVE SUSP-REASON-CODE     TO ESC-CODE.
           MOVE SUSP-STATUS          TO ESC-STATUS.
           MOVE SUSP-FIRST-SEEN-DATE TO ESC-FIRST-SEEN.
           MOVE WS-ITEM-AGE          TO ESC-AGE.
           MOVE SUSP-TIMES-REJECTED  TO ESC-TIMES-REJECTED.
           MOVE SUSP-TRN-USER-ID     TO ESC-USER-ID.
           MOVE SUSP-TRN-ACTION      TO ESC-ACTION.
           MOVE SUSP-TRN-TARGET      TO ESC-TARGET.
           MOVE SUSP-ACTION-BY       TO ESC-ACTION-BY.
           WRITE REPORT-LINE FROM ESCALATION-LINE.

       9000-TERMINATE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "ITEMS ON FILE:         " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ITEMS OPEN:            " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "AWAITING RECYCLE:      " WS-CORRECTED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ITEMS WRITTEN OFF:     " WS-WRITTEN-OFF-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ITEMS CLEARED:         " WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ITEMS ESCALATED:       " WS-ESCALATED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.

           IF NOT SUSP-FILE-MISSING
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Suspense aging report complete - "
                   WS-OPEN-COUNT " open, "
                   WS-CORRECTED-COUNT " awaiting recycle, "
                   WS-ESCALATED-COUNT " escalated.".

       9999-EXIT.
           EXIT.
