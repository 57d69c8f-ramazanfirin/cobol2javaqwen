       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Dual-control open-items report.  Lists every request on
      *  APPROVAL-FILE in two parts - the open items still waiting on
      *  a decision or on the program that will carry them out, then
      *  the closed items that were rejected or have been applied -
      *  showing who raised each one, how long it has waited, and who
      *  approved or rejected it.
      *    - an open item's age runs from the day it was raised to
      *      today; a closed item's age is the time it waited for its
      *      decision,
      *    - ages come from the shared DAYNUM day-count subprogram,
      *    - closes with request counts by status.
      *  Writes APPRRPT.RPT; a missing APPROVAL.DAT simply reports
      *  that no requests have been raised.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-REQUEST-ID
           ALTERNATE RECORD KEY IS APPR-SUBJECT-KEY WITH DUPLICATES
           FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "APPRRPT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       COPY "APPRREC".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APPR-FILE-STATUS      PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).

       01  WS-EOF-APPR              PIC X(01)     VALUE "N".
           88  APPR-SCAN-DONE                     VALUE "Y".
       01  WS-APPR-FILE-FOUND       PIC X(01)     VALUE "Y".
           88  APPR-FILE-MISSING                  VALUE "N".

      *  "O" lists the open items, "C" the closed ones.
       01  WS-REPORT-PART           PIC X(01).
           88  LISTING-OPEN-ITEMS                 VALUE "O".
           88  LISTING-CLOSED-ITEMS               VALUE "C".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-DAY-NUMBER      PIC 9(07).
       01  WS-FROM-DAY-NUMBER       PIC 9(07).
       01  WS-TO-DAY-NUMBER         PIC 9(07).
       01  WS-DAYS-WAITED           PIC 9(05).

       01  WS-PART-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-APPROVED-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(06)     VALUE ZERO.

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(32)
               VALUE "DUAL-CONTROL OPEN ITEMS  AS OF: ".
           05  TTL-RUN-DATE         PIC 9(08).
           05  FILLER  PIC X(40) VALUE SPACES.

       01  PART-TITLE-LINE.
           05  PTL-TEXT             PIC X(40).
           05  FILLER  PIC X(40) VALUE SPACES.

       01  COLUMN-HEADER-LINE.
           05  FILLER  PIC X(07) VALUE "REQ-ID".
           05  FILLER  PIC X(09) VALUE "TYPE".
           05  FILLER  PIC X(11) VALUE "SUBJECT".
           05  FILLER  PIC X(09) VALUE "STATUS".
           05  FILLER  PIC X(09) VALUE "RAISED".
           05  FILLER  PIC X(09) VALUE "ON".
           05  FILLER  PIC X(06) VALUE " DAYS".
           05  FILLER  PIC X(09) VALUE "DECIDED".
           05  FILLER  PIC X(09) VALUE "ON".
           05  FILLER  PIC X(02) VALUE SPACES.

       01  DETAIL-LINE.
           05  DTL-REQUEST-ID       PIC 9(06).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-REQUEST-TYPE     PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-SUBJECT          PIC X(10).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-STATUS           PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-REQUESTED-BY     PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-REQUESTED-DATE   PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-DAYS-WAITED      PIC ZZZZ9.
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-DECIDED-BY       PIC X(08).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  DTL-DECIDED-DATE     PIC X(08).
           05  FILLER               PIC X(03)  VALUE SPACES.

       01  NOTE-LINE.
           05  FILLER               PIC X(16)  VALUE SPACES.
           05  FILLER               PIC X(06)  VALUE "NOTE: ".
           05  NTL-NOTE             PIC X(30).
           05  FILLER               PIC X(28)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF NOT APPR-FILE-MISSING
               MOVE "O" TO WS-REPORT-PART
               MOVE "OPEN ITEMS (PENDING / APPROVED)" TO PTL-TEXT
               PERFORM 2000-LIST-REPORT-PART
               MOVE "C" TO WS-REPORT-PART
               MOVE "CLOSED ITEMS (REJECTED / APPLIED)" TO PTL-TEXT
               PERFORM 2000-LIST-REPORT-PART
           END-IF.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== DUAL-CONTROL REPORT STARTED ===".

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL "DAYNUM" USING WS-TODAY-DATE WS-TODAY-DAY-NUMBER.

           OPEN INPUT APPROVAL-FILE.
           EVALUATE TRUE
               WHEN WS-APPR-FILE-STATUS = "00"
                   CONTINUE
               WHEN WS-APPR-FILE-STATUS = "35"
                   MOVE "N" TO WS-APPR-FILE-FOUND
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open APPROVAL-FILE, "
                           "status = " WS-APPR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REPORT-FILE, status = "
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               IF NOT APPR-FILE-MISSING
                   CLOSE APPROVAL-FILE
               END-IF
               GOBACK
           END-IF.

           MOVE WS-TODAY-DATE TO TTL-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF APPR-FILE-MISSING
               MOVE "NO APPROVAL REQUESTS HAVE BEEN RAISED."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *  One pass of the file in request-number order per part.
       2000-LIST-REPORT-PART.
           MOVE ZERO TO WS-PART-COUNT.
           WRITE REPORT-LINE FROM PART-TITLE-LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADER-LINE.

           MOVE "N"  TO WS-EOF-APPR.
           MOVE ZERO TO APPR-REQUEST-ID.
           START APPROVAL-FILE
               KEY IS >= APPR-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-APPR
           END-START.
           IF NOT APPR-SCAN-DONE
               PERFORM 2900-READ-NEXT-REQUEST
               PERFORM 2100-CHECK-ONE-REQUEST
                   UNTIL APPR-SCAN-DONE
           END-IF.

           IF WS-PART-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-CHECK-ONE-REQUEST.
           EVALUATE TRUE
               WHEN LISTING-OPEN-ITEMS
                    AND (APPR-PENDING OR APPR-APPROVED)
                   PERFORM 2200-PRINT-ONE-REQUEST
               WHEN LISTING-CLOSED-ITEMS
                    AND NOT (APPR-PENDING OR APPR-APPROVED)
                   PERFORM 2200-PRINT-ONE-REQUEST
           END-EVALUATE.
           PERFORM 2900-READ-NEXT-REQUEST.

      *  An open request is still waiting, so its age runs to today;
      *  a closed one stopped waiting the day it was decided.
       2200-PRINT-ONE-REQUEST.
           ADD 1 TO WS-PART-COUNT.
           EVALUATE TRUE
               WHEN APPR-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               WHEN APPR-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN APPR-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN APPR-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.

           CALL "DAYNUM" USING APPR-REQUESTED-DATE WS-FROM-DAY-NUMBER.
           IF LISTING-OPEN-ITEMS
               MOVE WS-TODAY-DAY-NUMBER TO WS-TO-DAY-NUMBER
           ELSE
               CALL "DAYNUM" USING APPR-DECIDED-DATE WS-TO-DAY-NUMBER
           END-IF.
           IF WS-FROM-DAY-NUMBER = ZERO
              OR WS-TO-DAY-NUMBER < WS-FROM-DAY-NUMBER
               MOVE ZERO TO WS-DAYS-WAITED
           ELSE
               COMPUTE WS-DAYS-WAITED =
                   WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER
           END-IF.

           MOVE APPR-REQUEST-ID     TO DTL-REQUEST-ID.
           MOVE APPR-REQUEST-TYPE   TO DTL-REQUEST-TYPE.
           MOVE APPR-SUBJECT        TO DTL-SUBJECT.
           MOVE APPR-STATUS         TO DTL-STATUS.
           MOVE APPR-REQUESTED-BY   TO DTL-REQUESTED-BY.
           MOVE APPR-REQUESTED-DATE TO DTL-REQUESTED-DATE.
           MOVE WS-DAYS-WAITED      TO DTL-DAYS-WAITED.
           MOVE APPR-DECIDED-BY     TO DTL-DECIDED-BY.
           IF APPR-PENDING
               MOVE SPACES            TO DTL-DECIDED-DATE
           ELSE
               MOVE APPR-DECIDED-DATE TO DTL-DECIDED-DATE
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           IF APPR-NOTE NOT = SPACES
               MOVE APPR-NOTE TO NTL-NOTE
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF.

       2900-READ-NEXT-REQUEST.
           READ APPROVAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-APPR
           END-READ.

       9000-TERMINATE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "REQUESTS PENDING:      " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "REQUESTS APPROVED:     " WS-APPROVED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "REQUESTS REJECTED:     " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "REQUESTS APPLIED:      " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.

           IF NOT APPR-FILE-MISSING
               CLOSE APPROVAL-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-PENDING-COUNT > ZERO OR WS-APPROVED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Dual-control report complete - "
                   WS-PENDING-COUNT " pending, "
                   WS-APPROVED-COUNT " approved awaiting apply.".

       9999-EXIT.
           EXIT.
