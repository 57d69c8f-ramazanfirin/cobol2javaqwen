       IDENTIFICATION DIVISION.
       PROGRAM-ID. AHSTBLD.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Build of the effective-dated address history, ADDRHIST.DAT,
      *  from the update journal.  Run once to load every address
      *  version the journal remembers, and again whenever the
      *  history has to be rebuilt; in between each program that
      *  changes ADDRESS-FILE keeps the history current through
      *  ADDRHIST.
      *    - pass 1 hands every ADDR entry, and every USER DELETE
      *      (a retention purge, whose history ADDRHIST removes
      *      again), to ADDRHIST in journal order: first each
      *      generation MSTRBKUP has rolled out to JRNL<date>.JNL, in
      *      BACKUP.CAT order (oldest first), then the live
      *      JOURNAL.DAT,
      *    - pass 2 sweeps ADDRESS-FILE and opens a version for any
      *      address with none in effect - rows the journal never
      *      touched get a version effective from 00000000, meaning
      *      "on file before the history began"; a row the journal
      *      did change already carries its earlier value, recorded
      *      by ADDRHIST from the before-image.
      *  Entries already on the history are skipped and an entry a
      *  failed ADDRHIST call missed is fitted in between the versions
      *  held, so a rerun repairs the history rather than doubling
      *  it.  A catalogued generation that cannot be read leaves a
      *  gap in the history and ends the run with RC 8.
      *  Read-only against the masters.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CATALOGUE-FILE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT ADDR-HISTORY-FILE ASSIGN TO "ADDRHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHST-KEY
           FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  CATALOGUE-FILE.
       COPY "BKUPREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  ADDR-HISTORY-FILE.
       COPY "AHSTREC".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-CATALOGUE-STATUS      PIC X(02).
       01  WS-JOURNAL-NAME          PIC X(20)     VALUE SPACES.
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-HIST-FILE-STATUS      PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-JOB-NAME              PIC X(08)     VALUE "AHSTBLD".

       01  WS-EOF-JOURNAL           PIC X(01)     VALUE "N".
           88  NO-MORE-JOURNAL                    VALUE "Y".
       01  WS-EOF-CATALOGUE         PIC X(01)     VALUE "N".
           88  NO-MORE-CATALOGUE                  VALUE "Y".
       01  WS-EOF-ADDRESS           PIC X(01)     VALUE "N".
           88  NO-MORE-ADDRESSES                  VALUE "Y".
       01  WS-EOF-HIST              PIC X(01)     VALUE "N".
           88  HIST-SCAN-DONE                     VALUE "Y".
       01  WS-CURRENT-FOUND         PIC X(01)     VALUE "N".
           88  CURRENT-VERSION-FOUND              VALUE "Y".

      *  Where a seeded version starts: the end of the last version
      *  on file for the address, or zero when it has no history.
       01  WS-SEED-FROM.
           05  WS-SEED-FROM-DATE    PIC 9(08).
           05  WS-SEED-FROM-TIME    PIC 9(08).

       01  WS-GENERATIONS-READ      PIC 9(04)     VALUE ZERO.
       01  WS-GAP-COUNT             PIC 9(04)     VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-ADDR-ENTRY-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(06)     VALUE ZERO.
       01  WS-ADDR-SWEPT-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-SEEDED-COUNT          PIC 9(06)     VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PASS-JOURNAL-GENERATIONS.
           MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME.
           PERFORM 2100-PASS-ONE-JOURNAL.
           PERFORM 3000-SEED-OPEN-VERSIONS.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== ADDRESS HISTORY BUILD STARTED ===".

           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDRESS-FILE, status = "
                       WS-ADDRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  The catalogue lists every generation oldest first and keeps
      *  the entry after the unloads expire; the rolled journal
      *  itself is never expired.  No catalogue means no backup has
      *  run yet, so the live journal holds everything.
       2000-PASS-JOURNAL-GENERATIONS.
           OPEN INPUT CATALOGUE-FILE.
           EVALUATE WS-CATALOGUE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CATALOGUE
                   PERFORM 2090-READ-NEXT-ENTRY
                   PERFORM 2010-PASS-ONE-GENERATION
                       UNTIL NO-MORE-CATALOGUE
                   CLOSE CATALOGUE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read CATALOGUE-FILE, "
                           "status = " WS-CATALOGUE-STATUS
                   ADD 1 TO WS-GAP-COUNT
           END-EVALUATE.

       2010-PASS-ONE-GENERATION.
           IF BKUP-JRNL-COUNT > ZERO
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "JRNL" BKUP-GEN-DATE ".JNL"
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               PERFORM 2100-PASS-ONE-JOURNAL
               ADD 1 TO WS-GENERATIONS-READ
           END-IF.
           PERFORM 2090-READ-NEXT-ENTRY.

       2090-READ-NEXT-ENTRY.
           READ CATALOGUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

      *  A live journal that does not exist simply holds nothing yet;
      *  a catalogued generation that cannot be read is a gap.
       2100-PASS-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE TRUE
               WHEN WS-JOURNAL-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-JOURNAL
                   PERFORM 2900-READ-NEXT-JOURNAL
                   PERFORM 2200-PASS-ONE-ENTRY
                       UNTIL NO-MORE-JOURNAL
                   CLOSE JOURNAL-FILE
               WHEN WS-JOURNAL-FILE-STATUS = "35"
                   AND WS-JOURNAL-NAME = "JOURNAL.DAT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read "
                           WS-JOURNAL-NAME ", status = "
                           WS-JOURNAL-FILE-STATUS
                   ADD 1 TO WS-GAP-COUNT
           END-EVALUATE.

      *  ADDRHIST opens and closes the history on every call, the
      *  same way it does for the live programs.
       2200-PASS-ONE-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           IF JRNL-FILE-ID = "ADDR"
               ADD 1 TO WS-ADDR-ENTRY-COUNT
           END-IF.
           IF JRNL-FILE-ID = "ADDR"
              OR (JRNL-FILE-ID = "USER" AND JRNL-OPERATION = "DELETE")
               CALL "ADDRHIST" USING JOURNAL-RECORD WS-HIST-STATUS
               IF WS-HIST-STATUS NOT = "00"
                   DISPLAY "Unable to record history for key "
                           JRNL-KEY " at record " WS-READ-COUNT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
           PERFORM 2900-READ-NEXT-JOURNAL.

       2900-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-JOURNAL
           END-READ.

       3000-SEED-OPEN-VERSIONS.
           OPEN I-O ADDR-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT ADDR-HISTORY-FILE
               CLOSE ADDR-HISTORY-FILE
               OPEN I-O ADDR-HISTORY-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDR-HISTORY-FILE, "
                       "status = " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDRESS-FILE
               GOBACK
           END-IF.

           MOVE "N" TO WS-EOF-ADDRESS.
           MOVE ZERO   TO ADDR-USER-ID.
           MOVE SPACES TO ADDR-TYPE.
           START ADDRESS-FILE
               KEY IS >= ADDR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ADDRESS
           END-START.
           IF NOT NO-MORE-ADDRESSES
               PERFORM 3900-READ-NEXT-ADDRESS
               PERFORM 3100-CHECK-ONE-ADDRESS
                   UNTIL NO-MORE-ADDRESSES
           END-IF.

           CLOSE ADDR-HISTORY-FILE.

       3100-CHECK-ONE-ADDRESS.
           ADD 1 TO WS-ADDR-SWEPT-COUNT.
           MOVE "N"  TO WS-CURRENT-FOUND.
           MOVE ZERO TO WS-SEED-FROM-DATE WS-SEED-FROM-TIME.
           MOVE "N"  TO WS-EOF-HIST.
           MOVE ADDR-USER-ID TO AHST-USER-ID.
           MOVE ADDR-TYPE    TO AHST-ADDR-TYPE.
           MOVE ZERO         TO AHST-FROM-DATE AHST-FROM-TIME.
           START ADDR-HISTORY-FILE
               KEY IS >= AHST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HIST
           END-START.
           PERFORM 3110-CHECK-ONE-VERSION
               UNTIL HIST-SCAN-DONE.

           IF NOT CURRENT-VERSION-FOUND
               PERFORM 3200-WRITE-SEED-VERSION
           END-IF.
           PERFORM 3900-READ-NEXT-ADDRESS.

       3110-CHECK-ONE-VERSION.
           READ ADDR-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   EVALUATE TRUE
                       WHEN AHST-USER-ID NOT = ADDR-USER-ID
                       WHEN AHST-ADDR-TYPE NOT = ADDR-TYPE
                           MOVE "Y" TO WS-EOF-HIST
                       WHEN AHST-CURRENT-VERSION
                           MOVE "Y" TO WS-CURRENT-FOUND
                       WHEN OTHER
                           MOVE AHST-EFFECTIVE-TO TO WS-SEED-FROM
                   END-EVALUATE
           END-READ.

       3200-WRITE-SEED-VERSION.
           MOVE SPACES           TO ADDR-HISTORY-RECORD.
           MOVE ADDR-USER-ID     TO AHST-USER-ID.
           MOVE ADDR-TYPE        TO AHST-ADDR-TYPE.
           MOVE WS-SEED-FROM     TO AHST-EFFECTIVE-FROM.
           MOVE 99999999         TO AHST-TO-DATE AHST-TO-TIME.
           MOVE ADDR-STREET      TO AHST-STREET.
           MOVE ADDR-CITY        TO AHST-CITY.
           MOVE ADDR-STATE       TO AHST-STATE.
           MOVE ADDR-POSTAL-CODE TO AHST-POSTAL-CODE.
           MOVE ADDR-COUNTRY     TO AHST-COUNTRY.
           MOVE WS-JOB-NAME      TO AHST-OPENED-BY.
           WRITE ADDR-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Unable to seed history for key " ADDR-KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SEEDED-COUNT
           END-WRITE.

       3900-READ-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-ADDRESS
           END-READ.

       9000-TERMINATE.
           CLOSE ADDRESS-FILE.

           IF WS-ERROR-COUNT > ZERO OR WS-GAP-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "Address history build complete - "
                   WS-GENERATIONS-READ " journal generations, "
                   WS-GAP-COUNT " unreadable, "
                   WS-READ-COUNT " journal records read, "
                   WS-ADDR-ENTRY-COUNT " address entries, "
                   WS-ADDR-SWEPT-COUNT " addresses checked, "
                   WS-SEEDED-COUNT " seeded, "
                   WS-ERROR-COUNT " errors.".

       9999-EXIT.
           EXIT.
