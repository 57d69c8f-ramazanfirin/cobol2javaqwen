       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRYNORM.
       AUTHOR. Ramazan.
      ******************************************************************
      *  One-time country-name normalisation.  Sweeps ADDRESS-FILE and
      *  REWRITEs every row whose country is an alias, an ISO code or
      *  a different case of a country on the COUNTRY.DAT reference,
      *  so the row carries the standard name from then on.
      *    - every rewrite is journaled with before- and after-images,
      *      recorded on the address history and audited,
      *    - rows already standard are left alone,
      *    - rows whose country is not on the reference are listed on
      *      the report for operations to add a spelling or correct
      *      the address, and are not changed,
      *    - the run ends with a balance record like every other
      *      program that changes ADDRESS-FILE.
      *  Rerunning changes nothing further once the file is clean.
      *  Writes CTRYNORM.RPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-SURNAME WITH DUPLICATES
           FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CTRYNORM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  BALANCE-FILE.
       COPY "BALREC".

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).

       01  WS-EOF-ADDRESS           PIC X(01)     VALUE "N".
           88  NO-MORE-ADDRESSES                  VALUE "Y".

       01  WS-STATUS                PIC X(10).
           88  WS-STATUS-SUCCESS                  VALUE "SUCCESS".
           88  WS-STATUS-INVALID                  VALUE "INVALID".
       01  WS-JOB-NAME              PIC X(08)     VALUE "CTRYNORM".
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-BEFORE-IMAGE          PIC X(120).
       01  WS-AFTER-IMAGE           PIC X(120).
       01  WS-HIST-STATUS           PIC X(02).

       01  WS-CTRY-ISO-CODE         PIC X(03).
       01  WS-CTRY-STANDARD-NAME    PIC X(20).
       01  WS-CTRY-PATTERNS         PIC X(20).
       01  WS-CTRY-STATE-REQUIRED   PIC X(01).
       01  WS-CTRY-FOUND-FLAG       PIC X(01).
           88  CTRY-ON-REFERENCE                  VALUE "Y".
       01  WS-CTRY-LOOKUP-STATUS    PIC X(02).
           88  CTRY-REFERENCE-AVAILABLE           VALUE "00".
       01  WS-OLD-COUNTRY           PIC X(20).

       01  WS-BALANCE-FILE-STATUS   PIC X(02).
       01  WS-EOF-COUNT             PIC X(01)     VALUE "N".
           88  COUNT-SWEEP-DONE                   VALUE "Y".
       01  WS-USER-FILE-COUNT       PIC 9(08)     VALUE ZERO.
       01  WS-ADDR-FILE-COUNT       PIC 9(08)     VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-REWRITTEN-COUNT       PIC 9(06)     VALUE ZERO.
       01  WS-STANDARD-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(06)     VALUE ZERO.

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(40)
               VALUE "COUNTRY NAME NORMALISATION REGISTER".
           05  FILLER  PIC X(40) VALUE SPACES.

       01  REPORT-HEADER-LINE.
           05  FILLER               PIC X(08)  VALUE "USER ID".
           05  FILLER               PIC X(10)  VALUE "TYPE".
           05  FILLER               PIC X(22)  VALUE "COUNTRY ON FILE".
           05  FILLER               PIC X(40)  VALUE "RESULT".

       01  NORMALISE-LINE.
           05  NRM-USER-ID          PIC 9(05).
           05  FILLER               PIC X(03)  VALUE SPACES.
           05  NRM-ADDR-TYPE        PIC X(08).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  NRM-OLD-COUNTRY      PIC X(20).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  NRM-RESULT           PIC X(20).
           05  FILLER               PIC X(20)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-ONE-ADDRESS
               UNTIL NO-MORE-ADDRESSES.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== COUNTRY NAME NORMALISATION STARTED ===".

      *  Without the reference there is nothing to normalise against;
      *  a blank lookup only loads the table and reports on it.
           MOVE SPACES TO WS-OLD-COUNTRY.
           CALL "CTRYLKP" USING WS-OLD-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF NOT CTRY-REFERENCE-AVAILABLE
               DISPLAY "FATAL: Country reference COUNTRY.DAT is not "
                       "available - nothing normalised."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDRESS-FILE, status = "
                       WS-ADDRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REPORT-FILE, status = "
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               GOBACK
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open JOURNAL-FILE, status = "
                       WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE REPORT-FILE
               CLOSE AUDIT-LOG
               GOBACK
           END-IF.

           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.

           MOVE "N" TO WS-EOF-ADDRESS.
           MOVE ZERO   TO ADDR-USER-ID.
           MOVE SPACES TO ADDR-TYPE.
           START ADDRESS-FILE
               KEY IS >= ADDR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ADDRESS
           END-START.
           IF NOT NO-MORE-ADDRESSES
               PERFORM 2900-READ-NEXT-ADDRESS
           END-IF.

      *  A blank country is ADDRSWP's business, not a spelling to
      *  correct, so it is passed over here.
       2000-CHECK-ONE-ADDRESS.
           ADD 1 TO WS-READ-COUNT.
           MOVE ADDR-COUNTRY TO WS-OLD-COUNTRY.

           IF ADDR-COUNTRY NOT = SPACES
               CALL "CTRYLKP" USING ADDR-COUNTRY WS-CTRY-ISO-CODE
                    WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                    WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                    WS-CTRY-LOOKUP-STATUS
               EVALUATE TRUE
                   WHEN NOT CTRY-ON-REFERENCE
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE "NOT ON REFERENCE" TO NRM-RESULT
                       PERFORM 5000-WRITE-REGISTER-LINE
                   WHEN ADDR-COUNTRY = WS-CTRY-STANDARD-NAME
                       ADD 1 TO WS-STANDARD-COUNT
                   WHEN OTHER
                       PERFORM 4000-REWRITE-COUNTRY
               END-EVALUATE
           END-IF.

           PERFORM 2900-READ-NEXT-ADDRESS.

       2900-READ-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-ADDRESS
           END-READ.

      *  The row is still in the record area from the READ NEXT.
       4000-REWRITE-COUNTRY.
           MOVE ADDRESS-RECORD        TO WS-BEFORE-IMAGE.
           MOVE WS-CTRY-STANDARD-NAME TO ADDR-COUNTRY.
           REWRITE ADDRESS-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "REWRITE FAILED" TO NRM-RESULT
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
                   ADD 1 TO WS-REWRITTEN-COUNT
                   MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                   PERFORM 9100-WRITE-JOURNAL-ENTRY
                   MOVE WS-CTRY-STANDARD-NAME TO NRM-RESULT
           END-REWRITE.
           PERFORM 5000-WRITE-REGISTER-LINE.
           PERFORM 8000-WRITE-AUDIT-ENTRY.

       5000-WRITE-REGISTER-LINE.
           MOVE ADDR-USER-ID   TO NRM-USER-ID.
           MOVE ADDR-TYPE      TO NRM-ADDR-TYPE.
           MOVE WS-OLD-COUNTRY TO NRM-OLD-COUNTRY.
           WRITE REPORT-LINE FROM NORMALISE-LINE.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ADDR-USER-ID   TO AUDIT-USER-ID.
           MOVE "NORM-COUNTRY" TO AUDIT-OPERATION.
           MOVE WS-JOB-NAME    TO AUDIT-OPERATOR.
           MOVE WS-STATUS      TO AUDIT-STATUS.
           WRITE AUDIT-RECORD.

      *  One journal record per applied update, carrying the full
      *  before-image and after-image so JRNLRCVR can roll a restored
      *  backup forward to the point of failure.
       9100-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE WS-JOB-NAME     TO JRNL-PROGRAM.
           MOVE "ADDR"          TO JRNL-FILE-ID.
           MOVE "REWRITE"       TO JRNL-OPERATION.
           MOVE SPACES          TO JRNL-KEY.
           MOVE ADDR-USER-ID    TO JRNL-KEY (1:5).
           MOVE ADDR-TYPE       TO JRNL-KEY (6:8).
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
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "ADDRESSES READ:        " WS-READ-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "COUNTRIES NORMALISED:  " WS-REWRITTEN-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ALREADY STANDARD:      " WS-STANDARD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "NOT ON REFERENCE:      " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "REWRITE FAILURES:      " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.

           PERFORM 9500-WRITE-BALANCE-RECORD.

           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNKNOWN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Country normalisation complete - "
                   WS-READ-COUNT " read, "
                   WS-REWRITTEN-COUNT " normalised, "
                   WS-UNKNOWN-COUNT " not on reference.".

      *  End-of-run control totals: both master files are swept and
      *  the resulting counts recorded with this run's activity on
      *  BALANCE.DAT.  Normalisation only REWRITEs, so all activity
      *  lands in address changes.
       9500-WRITE-BALANCE-RECORD.
           PERFORM 9510-COUNT-USER-FILE.
           PERFORM 9520-COUNT-ADDRESS-FILE.
           OPEN EXTEND BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to record balance totals, "
                       "status = " WS-BALANCE-FILE-STATUS
           ELSE
               MOVE SPACES TO BALANCE-RECORD
               ACCEPT BAL-DATE FROM DATE YYYYMMDD
               ACCEPT BAL-TIME FROM TIME
               MOVE WS-JOB-NAME         TO BAL-PROGRAM
               MOVE ZERO                TO BAL-USER-ADDS
                                           BAL-USER-CHANGES
                                           BAL-USER-DELETES
                                           BAL-ADDR-ADDS
                                           BAL-ADDR-DELETES
               MOVE WS-REWRITTEN-COUNT  TO BAL-ADDR-CHANGES
               MOVE WS-USER-FILE-COUNT  TO BAL-USER-COUNT
               MOVE WS-ADDR-FILE-COUNT  TO BAL-ADDR-COUNT
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
           END-IF.

       9510-COUNT-USER-FILE.
           MOVE ZERO TO WS-USER-FILE-COUNT.
           MOVE "N" TO WS-EOF-COUNT.
           MOVE ZERO TO USER-ID.
           START USER-FILE
               KEY IS >= USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-COUNT
           END-START.
           PERFORM 9515-COUNT-ONE-USER
               UNTIL COUNT-SWEEP-DONE.

       9515-COUNT-ONE-USER.
           READ USER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-COUNT
               NOT AT END
                   ADD 1 TO WS-USER-FILE-COUNT
           END-READ.

       9520-COUNT-ADDRESS-FILE.
           MOVE ZERO TO WS-ADDR-FILE-COUNT.
           MOVE "N" TO WS-EOF-COUNT.
           MOVE ZERO   TO ADDR-USER-ID.
           MOVE SPACES TO ADDR-TYPE.
           START ADDRESS-FILE
               KEY IS >= ADDR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-COUNT
           END-START.
           PERFORM 9525-COUNT-ONE-ADDRESS
               UNTIL COUNT-SWEEP-DONE.

       9525-COUNT-ONE-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-COUNT
               NOT AT END
                   ADD 1 TO WS-ADDR-FILE-COUNT
           END-READ.

       9999-EXIT.
           EXIT.
