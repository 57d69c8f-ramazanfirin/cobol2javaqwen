      *
      *  A change of country, or a feed record with a blank street or
      *  city, is treated as suspicious and held for manual review
      *  rather than applied.  Countries are compared through the
      *  country reference, so "USA" on the feed against "UNITED
      *  STATES" on file is no change; an applied country is stored
      *  under its standard spelling.
      *
      *  Every discrepancy is also held on SUSPENSE.DAT under a reason
      *  code (see SUSPREC), as a change-address transaction built
      *  from the feed record, so a clerk can correct it on SUSPMAINT
      *  for TRNAPPLY to recycle, or write it off.  A feed record that
      *  repeats one already held OPEN updates that item rather than
      *  raising another; the report shows the item number either way.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-ITEM-ID
           ALTERNATE RECORD KEY IS SUSP-TRANSACTION WITH DUPLICATES
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  SUSPENSE-FILE.
       COPY "SUSPREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-SUSPENSE-FILE-STATUS  PIC X(02).

       01  WS-EOF-FEED              PIC X(01)     VALUE "N".
           88  NO-MORE-FEED                       VALUE "Y".
       01  WS-EOF-SUSPENSE          PIC X(01)     VALUE "N".
           88  NO-MORE-SUSPENSE                   VALUE "Y".
       01  WS-SUSPENSE-MATCH        PIC X(01)     VALUE "N".
           88  SUSPENSE-ITEM-FOUND                VALUE "Y".
       01  WS-NEXT-ITEM-ID          PIC 9(06)     VALUE 1.
       01  WS-SUSPENSE-IMAGE.
           05  FILLER               PIC X(02)     VALUE "CA".
           05  WS-SUSPENSE-FEED     PIC X(113).

       01  WS-STATUS                PIC X(10).
           88  WS-STATUS-SUCCESS                  VALUE "SUCCESS".
           88  WS-STATUS-INVALID                  VALUE "INVALID".
       01  WS-DISCREPANCY           PIC X(30).
       01  WS-DISCREPANCY-CODE      PIC X(02).
       01  WS-JOB-NAME              PIC X(08)     VALUE "ADDRIMPT".
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-BEFORE-IMAGE          PIC X(120).
       01  WS-AFTER-IMAGE           PIC X(120).
       01  WS-HIST-STATUS           PIC X(02).

      *  Country reference lookups for the feed and the row on file.
       01  WS-FEED-COUNTRY          PIC X(20).
       01  WS-FEED-ISO-CODE         PIC X(03).
       01  WS-FILE-ISO-CODE         PIC X(03).
       01  WS-CTRY-ISO-CODE         PIC X(03).
       01  WS-CTRY-STANDARD-NAME    PIC X(20).
       01  WS-CTRY-PATTERNS         PIC X(20).
       01  WS-CTRY-STATE-REQUIRED   PIC X(01).
       01  WS-CTRY-FOUND-FLAG       PIC X(01).
           88  CTRY-ON-REFERENCE                  VALUE "Y".
       01  WS-CTRY-LOOKUP-STATUS    PIC X(02).
       01  WS-COUNTRY-CHANGE-FLAG   PIC X(01)     VALUE "N".
           88  COUNTRY-CHANGED                    VALUE "Y".

       01  WS-BALANCE-FILE-STATUS   PIC X(02).
       01  WS-EOF-COUNT             PIC X(01)     VALUE "N".
       01  WS-READ-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-DISCREPANCY-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-SUSPEND-NEW-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-SUSPEND-REPEAT-COUNT  PIC 9(06)     VALUE ZERO.
       01  WS-SUSPEND-FAIL-COUNT    PIC 9(06)     VALUE ZERO.

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(40)
       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(08)  VALUE "USER ID".
           05  FILLER               PIC X(10)  VALUE "TYPE".
           05  FILLER               PIC X(04)  VALUE "RC".
           05  FILLER               PIC X(32)  VALUE "DISCREPANCY".
           05  FILLER               PIC X(26)  VALUE "SUSPENSE ITEM".

       01  DISCREPANCY-LINE.
           05  DSC-USER-ID          PIC 9(05).
           05  FILLER               PIC X(03)  VALUE SPACES.
           05  DSC-ADDR-TYPE        PIC X(08).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  DSC-CODE             PIC X(02).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  DSC-REASON           PIC X(30).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  DSC-ITEM-ID          PIC X(06).
           05  FILLER               PIC X(20)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).
       1000-INITIALIZE.
           DISPLAY "=== ADDRESS FEED IMPORT STARTED ===".

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT FEED-FILE.
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open FEED-FILE, status = "
               GOBACK
           END-IF.

      *  SUSPENSE.DAT is created the first time it is needed.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open SUSPENSE-FILE, status = "
                       WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FEED-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE REPORT-FILE
               CLOSE AUDIT-LOG
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF.
           PERFORM 1200-FIND-NEXT-ITEM-ID.

           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-EOF-FEED.
           PERFORM 2900-READ-NEXT-FEED.

      *  New suspense items are numbered on from the highest item
      *  already on file.
       1200-FIND-NEXT-ITEM-ID.
           MOVE 1 TO WS-NEXT-ITEM-ID.
           MOVE "N" TO WS-EOF-SUSPENSE.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-START.
           PERFORM 1210-READ-HIGHEST-ITEM
               UNTIL NO-MORE-SUSPENSE.

       1210-READ-HIGHEST-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSPENSE
               NOT AT END
                   COMPUTE WS-NEXT-ITEM-ID = SUSP-ITEM-ID + 1
           END-READ.

       2000-PROCESS-FEED-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-DISCREPANCY.
           MOVE SPACES TO WS-DISCREPANCY-CODE.

           PERFORM 3000-MATCH-FEED-RECORD.

               AND FEED-ADDR-TYPE NOT = "BILLING"
               AND FEED-ADDR-TYPE NOT = "SHIPPING"
               MOVE "UNKNOWN ADDR-TYPE" TO WS-DISCREPANCY
               MOVE "01" TO WS-DISCREPANCY-CODE
           END-IF.

           IF WS-DISCREPANCY = SPACES
                   KEY IS USER-ID
                   INVALID KEY
                       MOVE "UNKNOWN USER-ID" TO WS-DISCREPANCY
                       MOVE "02" TO WS-DISCREPANCY-CODE
                   NOT INVALID KEY
                       IF USER-CLOSED
                           MOVE "CUSTOMER CLOSED" TO WS-DISCREPANCY
                           MOVE "03" TO WS-DISCREPANCY-CODE
                       END-IF
               END-READ
           END-IF.
                   INVALID KEY
                       MOVE "NO ADDRESS ON FILE FOR TYPE"
                           TO WS-DISCREPANCY
                       MOVE "04" TO WS-DISCREPANCY-CODE
               END-READ
           END-IF.

               IF FEED-STREET = SPACES OR FEED-CITY = SPACES
                   MOVE "SUSPICIOUS: BLANK STREET/CITY"
                       TO WS-DISCREPANCY
                   MOVE "05" TO WS-DISCREPANCY-CODE
               ELSE
                   PERFORM 3100-COMPARE-COUNTRIES
                   IF COUNTRY-CHANGED
                       MOVE "SUSPICIOUS: COUNTRY CHANGED"
                           TO WS-DISCREPANCY
                       MOVE "06" TO WS-DISCREPANCY-CODE
                   END-IF
               END-IF
           END-IF.

      *  A country on the reference compares by its ISO code; one that
      *  is not (or no reference at all) compares as keyed, so an
      *  unrecognised spelling still counts as a change.
       3100-COMPARE-COUNTRIES.
           CALL "CTRYLKP" USING FEED-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF CTRY-ON-REFERENCE
               MOVE WS-CTRY-STANDARD-NAME TO WS-FEED-COUNTRY
               MOVE WS-CTRY-ISO-CODE      TO WS-FEED-ISO-CODE
           ELSE
               MOVE FEED-COUNTRY          TO WS-FEED-COUNTRY
               MOVE SPACES                TO WS-FEED-ISO-CODE
           END-IF.

           CALL "CTRYLKP" USING ADDR-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF CTRY-ON-REFERENCE
               MOVE WS-CTRY-ISO-CODE TO WS-FILE-ISO-CODE
           ELSE
               MOVE SPACES           TO WS-FILE-ISO-CODE
           END-IF.

           MOVE "N" TO WS-COUNTRY-CHANGE-FLAG.
           IF WS-FEED-ISO-CODE = SPACES OR WS-FILE-ISO-CODE = SPACES
               IF FEED-COUNTRY NOT = ADDR-COUNTRY
                   MOVE "Y" TO WS-COUNTRY-CHANGE-FLAG
               END-IF
           ELSE
               IF WS-FEED-ISO-CODE NOT = WS-FILE-ISO-CODE
                   MOVE "Y" TO WS-COUNTRY-CHANGE-FLAG
               END-IF
           END-IF.

      *  The address record is already in the record area from the
      *  READ in 3000-MATCH-FEED-RECORD.
       4000-APPLY-ADDRESS-CHANGE.
           MOVE FEED-CITY        TO ADDR-CITY.
           MOVE FEED-STATE       TO ADDR-STATE.
           MOVE FEED-POSTAL-CODE TO ADDR-POSTAL-CODE.
           MOVE WS-FEED-COUNTRY  TO ADDR-COUNTRY.
           REWRITE ADDRESS-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-DISCREPANCY
                   MOVE "07" TO WS-DISCREPANCY-CODE
                   PERFORM 5000-REPORT-DISCREPANCY
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
           MOVE "INVALID"        TO WS-STATUS.
           MOVE FEED-USER-ID     TO DSC-USER-ID.
           MOVE FEED-ADDR-TYPE   TO DSC-ADDR-TYPE.
           MOVE WS-DISCREPANCY-CODE TO DSC-CODE.
           MOVE WS-DISCREPANCY   TO DSC-REASON.
           PERFORM 5100-SUSPEND-FEED-RECORD.
           WRITE REPORT-LINE FROM DISCREPANCY-LINE.
           ADD 1 TO WS-DISCREPANCY-COUNT.

      *  The feed record is held as the change-address transaction
      *  it would have been, so a corrected item goes straight back
      *  through TRNAPPLY.  DSC-ITEM-ID is left blank if the suspense
      *  file could not be updated.
       5100-SUSPEND-FEED-RECORD.
           MOVE SPACES      TO DSC-ITEM-ID.
           MOVE FEED-RECORD TO WS-SUSPENSE-FEED.
           PERFORM 5110-FIND-OPEN-ITEM.
           IF SUSPENSE-ITEM-FOUND
               MOVE WS-DISCREPANCY-CODE TO SUSP-REASON-CODE
               MOVE WS-TODAY-DATE       TO SUSP-LAST-SEEN-DATE
               IF SUSP-TIMES-REJECTED < 999
                   ADD 1 TO SUSP-TIMES-REJECTED
               END-IF
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Unable to update suspense "
                               "item " SUSP-ITEM-ID ", status = "
                               WS-SUSPENSE-FILE-STATUS
                       ADD 1 TO WS-SUSPEND-FAIL-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-SUSPEND-REPEAT-COUNT
                       MOVE SUSP-ITEM-ID TO DSC-ITEM-ID
               END-REWRITE
           ELSE
               PERFORM 5300-RAISE-SUSPENSE-ITEM
           END-IF.

       5110-FIND-OPEN-ITEM.
           MOVE "N" TO WS-SUSPENSE-MATCH.
           MOVE "N" TO WS-EOF-SUSPENSE.
           MOVE WS-SUSPENSE-IMAGE TO SUSP-TRANSACTION.
           START SUSPENSE-FILE
               KEY IS = SUSP-TRANSACTION
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-START.
           PERFORM 5120-CHECK-NEXT-ITEM
               UNTIL NO-MORE-SUSPENSE OR SUSPENSE-ITEM-FOUND.

       5120-CHECK-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSPENSE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SUSP-TRANSACTION NOT = WS-SUSPENSE-IMAGE
                           MOVE "Y" TO WS-EOF-SUSPENSE
                       WHEN SUSP-OPEN AND SUSP-SOURCE = WS-JOB-NAME
                           MOVE "Y" TO WS-SUSPENSE-MATCH
                   END-EVALUATE
           END-READ.

       5300-RAISE-SUSPENSE-ITEM.
           MOVE SPACES              TO SUSPENSE-RECORD.
           MOVE WS-NEXT-ITEM-ID     TO SUSP-ITEM-ID.
           MOVE WS-JOB-NAME         TO SUSP-SOURCE.
           MOVE WS-DISCREPANCY-CODE TO SUSP-REASON-CODE.
           MOVE "OPEN"              TO SUSP-STATUS.
           MOVE WS-TODAY-DATE       TO SUSP-FIRST-SEEN-DATE.
           MOVE WS-TODAY-DATE       TO SUSP-LAST-SEEN-DATE.
           MOVE 1                   TO SUSP-TIMES-REJECTED.
           MOVE WS-SUSPENSE-IMAGE   TO SUSP-TRANSACTION.
           MOVE ZERO                TO SUSP-ACTION-DATE.
           MOVE ZERO                TO SUSP-CLEARED-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Unable to raise suspense item "
                           SUSP-ITEM-ID ", status = "
                           WS-SUSPENSE-FILE-STATUS
                   ADD 1 TO WS-SUSPEND-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPEND-NEW-COUNT
                   MOVE SUSP-ITEM-ID TO DSC-ITEM-ID
                   ADD 1 TO WS-NEXT-ITEM-ID
           END-WRITE.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE FEED-ADDR-TYPE  TO JRNL-KEY (6:8).
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           PERFORM 9150-RECORD-ADDRESS-HISTORY.
           WRITE JOURNAL-RECORD.

      *  Every journaled address change also ends the old version
      *  and opens the new one on the effective-dated history.
      *  A failure there does not undo the update - AHSTBLD can
      *  rebuild the history from the live journal and every
      *  generation catalogued on BACKUP.CAT.
       9150-RECORD-ADDRESS-HISTORY.
           CALL "ADDRHIST" USING JOURNAL-RECORD WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "WARNING: Address history not updated for "
                       "key " JRNL-KEY
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "DISCREPANCIES:        " WS-DISCREPANCY-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "SUSPENSE RAISED:      " WS-SUSPEND-NEW-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "SUSPENSE REPEATED:    " WS-SUSPEND-REPEAT-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           IF WS-SUSPEND-FAIL-COUNT > ZERO
               STRING "SUSPENSE FAILED:      " WS-SUSPEND-FAIL-COUNT
                   DELIMITED BY SIZE INTO TOT-TEXT
               WRITE REPORT-LINE FROM TOTALS-LINE-AREA
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 9500-WRITE-BALANCE-RECORD.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.
           CLOSE SUSPENSE-FILE.

           DISPLAY "Address feed import complete - "
                   WS-READ-COUNT " read, "
