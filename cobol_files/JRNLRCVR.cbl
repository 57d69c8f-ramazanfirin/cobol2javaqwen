       AUTHOR. Ramazan.
      ******************************************************************
      *  Forward-recovery program.  Replays JOURNAL.DAT in sequence
      *  against restored copies of USER.DAT, ADDRESS.DAT and
      *  CONTACT.DAT, applying the after-image of every journaled
      *  WRITE, REWRITE and DELETE, to bring the files forward from
      *  the backup to the point of failure.
      *
      *  Replay is idempotent: a WRITE whose key is already on file is
      *  retried as a REWRITE, a REWRITE whose key is missing as a
      *  WRITE, and a DELETE of a missing key is counted as skipped.
      *
      *  Every address image replayed is also passed to ADDRHIST, so
      *  a history file restored alongside the masters is brought
      *  forward too; entries it already holds are skipped.  So is
      *  every customer delete - a retention purge - so the history
      *  RETNPURG removed is removed again.
      *
      *  Restore the masters first with a MSTRBKUP RESTORE run, which
      *  prints the sync point of the generation restored, and key
      *  that sync point on the parameter card.  Everything on the
      *  journal up to and including the matching SYNC marker is
      *  already in the backup and is passed over; replay starts
      *  with the entry after it.  A card naming a sync point that
      *  is not on the journal stops the run with nothing applied.
      *  To bring an older generation forward, run first against the
      *  journal generation JRNL<date>.JNL holding its marker, then
      *  against each later journal generation and finally
      *  JOURNAL.DAT, each time with the sync point that file opens
      *  with (its first record).
      *
      *  Parameter card (JRNLRCVR.PRM, optional, one record):
      *    col  1-8    sync point date YYYYMMDD
      *    col  9-16   sync point time HHMMSSCC
      *    col 17      blank
      *    col 18-33   journal to replay (blank = JOURNAL.DAT)
      *  A missing card, or a zero sync point, replays the whole
      *  journal named.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "JRNLRCVR.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-SYNC-DATE        PIC X(08).
           05  PRM-SYNC-TIME        PIC X(08).
           05  FILLER               PIC X(01).
           05  PRM-JOURNAL-NAME     PIC X(16).

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  BALANCE-FILE.
       COPY "BALREC".

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS     PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-JOURNAL-FILE-NAME     PIC X(16)     VALUE "JOURNAL.DAT".
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).

       01  WS-EOF-JOURNAL           PIC X(01)     VALUE "N".
           88  NO-MORE-JOURNAL                    VALUE "Y".

      *  "A" replays every entry; "W" is waiting for the SYNC marker
      *  named on the card, and becomes "F" once it has been passed.
       01  WS-SYNC-STATE            PIC X(01)     VALUE "A".
           88  REPLAY-WHOLE-JOURNAL               VALUE "A".
           88  AWAITING-SYNC-POINT                VALUE "W".
           88  SYNC-POINT-PASSED                  VALUE "F".
       01  WS-SYNC-DATE             PIC 9(08)     VALUE ZERO.
       01  WS-SYNC-TIME             PIC 9(08)     VALUE ZERO.
       01  WS-PRE-SYNC-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-MARKER-COUNT          PIC 9(06)     VALUE ZERO.

       01  WS-BALANCE-FILE-STATUS   PIC X(02).
       01  WS-EOF-COUNT             PIC X(01)     VALUE "N".
           88  COUNT-SWEEP-DONE                   VALUE "Y".
       01  WS-USER-FILE-COUNT       PIC 9(08)     VALUE ZERO.
       01  WS-ADDR-FILE-COUNT       PIC 9(08)     VALUE ZERO.
       01  WS-JOB-NAME              PIC X(08)     VALUE "JRNLRCVR".
       01  WS-HIST-STATUS           PIC X(02).

       01  WS-READ-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-USER-APPLIED-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-ADDR-APPLIED-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-CONT-APPLIED-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(06)     VALUE ZERO.

       1000-INITIALIZE.
           DISPLAY "=== JOURNAL FORWARD RECOVERY STARTED ===".

           PERFORM 1100-READ-PARAMETER-CARD.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open JOURNAL-FILE, status = "
               GOBACK
           END-IF.

      *  A contact file that was never backed up because it did not
      *  yet exist is rebuilt wholly from the journal.
           OPEN I-O CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open CONTACT-FILE, status = "
                       WS-CONTACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JOURNAL-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               GOBACK
           END-IF.

           MOVE "N" TO WS-EOF-JOURNAL.
           PERFORM 2900-READ-NEXT-JOURNAL.

      *  A bad sync point stops the run cold: replaying from the
      *  wrong place would lay stale images over the restored files.
       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARAM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
               IF PRM-JOURNAL-NAME NOT = SPACES
                   MOVE PRM-JOURNAL-NAME TO WS-JOURNAL-FILE-NAME
               END-IF
               IF PRM-SYNC-DATE NOT = SPACES
                   AND PRM-SYNC-DATE NOT = "00000000"
                   IF PRM-SYNC-DATE IS NOT NUMERIC
                       OR PRM-SYNC-TIME IS NOT NUMERIC
                       DISPLAY "FATAL: Invalid sync point on "
                               "parameter card: " PRM-SYNC-DATE " "
                               PRM-SYNC-TIME
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE PRM-SYNC-DATE TO WS-SYNC-DATE
                   MOVE PRM-SYNC-TIME TO WS-SYNC-TIME
                   MOVE "W" TO WS-SYNC-STATE
               END-IF
           ELSE
               IF WS-PARAM-FILE-STATUS NOT = "35"
                   DISPLAY "FATAL: Unable to open PARAMETER-FILE, "
                           "status = " WS-PARAM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF AWAITING-SYNC-POINT
               DISPLAY "Replaying " WS-JOURNAL-FILE-NAME
                       " after sync point " WS-SYNC-DATE " "
                       WS-SYNC-TIME "."
           ELSE
               DISPLAY "Replaying the whole of "
                       WS-JOURNAL-FILE-NAME "."
           END-IF.

       2000-REPLAY-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.

           IF AWAITING-SYNC-POINT
               PERFORM 2100-LOOK-FOR-SYNC-POINT
           ELSE
               PERFORM 2200-APPLY-ONE-RECORD
           END-IF.

           PERFORM 2900-READ-NEXT-JOURNAL.

       2100-LOOK-FOR-SYNC-POINT.
           ADD 1 TO WS-PRE-SYNC-COUNT.
           IF JRNL-FILE-ID = "SYNC"
               AND JRNL-DATE = WS-SYNC-DATE
               AND JRNL-TIME = WS-SYNC-TIME
               MOVE "F" TO WS-SYNC-STATE
               DISPLAY "Sync point found at record " WS-READ-COUNT
                       " - replay starts after it."
           END-IF.

      *  Later SYNC markers only record later backups and carry no
      *  update to apply.
       2200-APPLY-ONE-RECORD.
           EVALUATE JRNL-FILE-ID
               WHEN "SYNC"
                   ADD 1 TO WS-MARKER-COUNT
               WHEN "USER"
                   PERFORM 3000-APPLY-USER-IMAGE
               WHEN "ADDR"
                   PERFORM 4000-APPLY-ADDR-IMAGE
               WHEN "CONT"
                   PERFORM 5000-APPLY-CONT-IMAGE
               WHEN OTHER
                   DISPLAY "Unrecognized journal file-id: "
                           JRNL-FILE-ID " at record " WS-READ-COUNT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       2900-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END
               WHEN "DELETE"
                   MOVE JRNL-BEFORE-IMAGE TO USER-RECORD
                   PERFORM 3200-DELETE-USER-RECORD
                   PERFORM 4300-RECORD-ADDRESS-HISTORY
               WHEN OTHER
                   DISPLAY "Unrecognized journal operation: "
                           JRNL-OPERATION " at record " WS-READ-COUNT
                           JRNL-OPERATION " at record " WS-READ-COUNT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           PERFORM 4300-RECORD-ADDRESS-HISTORY.

       4100-STORE-ADDR-RECORD.
           WRITE ADDRESS-RECORD
                   ADD 1 TO WS-ADDR-DELETE-COUNT
           END-DELETE.

       4300-RECORD-ADDRESS-HISTORY.
           CALL "ADDRHIST" USING JOURNAL-RECORD WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "WARNING: Address history not updated for "
                       "key " JRNL-KEY " at record " WS-READ-COUNT
           END-IF.

       5000-APPLY-CONT-IMAGE.
           EVALUATE JRNL-OPERATION
               WHEN "WRITE"
               WHEN "REWRITE"
                   MOVE JRNL-AFTER-IMAGE TO CONTACT-RECORD
                   PERFORM 5100-STORE-CONT-RECORD
               WHEN "DELETE"
                   MOVE JRNL-BEFORE-IMAGE TO CONTACT-RECORD
                   PERFORM 5200-DELETE-CONT-RECORD
               WHEN OTHER
                   DISPLAY "Unrecognized journal operation: "
                           JRNL-OPERATION " at record " WS-READ-COUNT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       5100-STORE-CONT-RECORD.
           WRITE CONTACT-RECORD
               INVALID KEY
                   REWRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to apply contact image "
                                   "for key " CONT-USER-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-APPLIED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-APPLIED-COUNT
           END-WRITE.

       5200-DELETE-CONT-RECORD.
           DELETE CONTACT-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-APPLIED-COUNT
           END-DELETE.

       9000-TERMINATE.
           IF NOT AWAITING-SYNC-POINT
               PERFORM 9500-WRITE-BALANCE-RECORD
           END-IF.

           CLOSE JOURNAL-FILE.
           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE CONTACT-FILE.

           EVALUATE TRUE
               WHEN AWAITING-SYNC-POINT
                   DISPLAY "FATAL: Sync point " WS-SYNC-DATE " "
                           WS-SYNC-TIME " not found on "
                           WS-JOURNAL-FILE-NAME
                           " - nothing replayed."
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Forward recovery complete - "
                   WS-READ-COUNT " journal records read, "
                   WS-PRE-SYNC-COUNT " before the sync point, "
                   WS-USER-APPLIED-COUNT " user images applied, "
                   WS-ADDR-APPLIED-COUNT " address images applied, "
                   WS-CONT-APPLIED-COUNT " contact images applied, "
                   WS-SKIPPED-COUNT " skipped, "
                   WS-MARKER-COUNT " later sync points, "
                   WS-ERROR-COUNT " errors.".

      *  End-of-run control totals: both master files are swept and
