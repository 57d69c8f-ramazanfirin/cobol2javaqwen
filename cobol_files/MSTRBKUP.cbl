       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKUP.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Master file backup, reorganisation and journal sync point.
      *  Run as the last step of the nightly stream, after every
      *  program that reads JOURNAL.DAT, while RUNLOCK.DAT keeps the
      *  online programs off the masters.
      *
      *  A BACKUP run:
      *    - unloads USER.DAT, ADDRESS.DAT and CONTACT.DAT in key
      *      order to tonight's generation USER<date>.BKP,
      *      ADDR<date>.BKP and CONT<date>.BKP,
      *    - rolls JOURNAL.DAT out to JRNL<date>.JNL and starts a
      *      fresh journal whose first record is a SYNC marker - the
      *      backup holds every update journaled before the marker and
      *      none after it,
      *    - catalogues the generation on BACKUP.CAT and expires the
      *      unloads of the oldest generations beyond the number to
      *      keep; journal generations are never expired,
      *    - reloads the three masters from the unloads, which drops
      *      the space left behind by deletes and RETNPURG purges.
      *  The generation is complete and catalogued before any master
      *  is reloaded, so a reload that fails part way is put right by
      *  a RESTORE run for tonight's date.
      *
      *  A RESTORE run reloads the three masters from a catalogued
      *  generation and prints the sync point to put on the JRNLRCVR
      *  parameter card, so forward recovery replays only the updates
      *  journaled after that backup.
      *
      *  Parameter card (MSTRBKUP.PRM, optional, one record):
      *    col  1-7    run mode: BACKUP or RESTORE (blank = BACKUP)
      *    col  8      blank
      *    col  9-10   BACKUP - generations to keep, 01-99
      *                (blank or 00 = 07)
      *    col 11      blank
      *    col 12-19   RESTORE - generation date YYYYMMDD to restore
      *  A missing card is a BACKUP run keeping seven generations.  A
      *  second BACKUP on the same date replaces that date's unloads
      *  and adds to that date's journal generation.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "MSTRBKUP.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-SURNAME WITH DUPLICATES
           FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT USER-BACKUP-FILE ASSIGN TO DYNAMIC WS-USER-BKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USER-BKUP-STATUS.

           SELECT ADDR-BACKUP-FILE ASSIGN TO DYNAMIC WS-ADDR-BKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADDR-BKUP-STATUS.

           SELECT CONT-BACKUP-FILE ASSIGN TO DYNAMIC WS-CONT-BKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONT-BKUP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-GEN-FILE ASSIGN TO DYNAMIC WS-JRNL-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-GEN-STATUS.

           SELECT CATALOGUE-FILE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT CATALOGUE-WORK-FILE ASSIGN TO "BACKUP.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MSTRBKUP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-RUN-MODE         PIC X(07).
               88  PRM-MODE-BACKUP            VALUE "BACKUP" SPACES.
               88  PRM-MODE-RESTORE           VALUE "RESTORE".
           05  FILLER               PIC X(01).
           05  PRM-KEEP-GENERATIONS PIC X(02).
           05  FILLER               PIC X(01).
           05  PRM-RESTORE-DATE     PIC X(08).

       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  USER-BACKUP-FILE.
       01  USER-BACKUP-RECORD       PIC X(69).

       FD  ADDR-BACKUP-FILE.
       01  ADDR-BACKUP-RECORD       PIC X(113).

       FD  CONT-BACKUP-FILE.
       01  CONT-BACKUP-RECORD       PIC X(91).

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  JOURNAL-GEN-FILE.
       01  JOURNAL-GEN-RECORD       PIC X(289).

       FD  CATALOGUE-FILE.
       COPY "BKUPREC".

       FD  CATALOGUE-WORK-FILE.
       01  CATALOGUE-WORK-RECORD    PIC X(57).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  BALANCE-FILE.
       COPY "BALREC".

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS     PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-USER-BKUP-STATUS      PIC X(02).
       01  WS-ADDR-BKUP-STATUS      PIC X(02).
       01  WS-CONT-BKUP-STATUS      PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-JRNL-GEN-STATUS       PIC X(02).
       01  WS-CATALOGUE-STATUS      PIC X(02).
       01  WS-CAT-WORK-STATUS       PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-BALANCE-FILE-STATUS   PIC X(02).

       01  WS-JOB-NAME              PIC X(08)     VALUE "MSTRBKUP".

       01  WS-RUN-MODE              PIC X(01)     VALUE "B".
           88  BACKUP-RUN                         VALUE "B".
           88  RESTORE-RUN                        VALUE "R".
       01  WS-KEEP-GENERATIONS      PIC 9(02)     VALUE 07.

      *  The generation being written (BACKUP) or read back (RESTORE)
      *  and the file names built from it.
       01  WS-GEN-DATE              PIC 9(08)     VALUE ZERO.
       01  WS-USER-BKUP-NAME        PIC X(20).
       01  WS-ADDR-BKUP-NAME        PIC X(20).
       01  WS-CONT-BKUP-NAME        PIC X(20).
       01  WS-JRNL-GEN-NAME         PIC X(20).
       01  WS-EXPIRE-NAME           PIC X(20).

       01  WS-SYNC-DATE             PIC 9(08)     VALUE ZERO.
       01  WS-SYNC-TIME             PIC 9(08)     VALUE ZERO.

       01  WS-EOF-MASTER            PIC X(01)     VALUE "N".
           88  NO-MORE-MASTER                     VALUE "Y".
       01  WS-EOF-BACKUP            PIC X(01)     VALUE "N".
           88  NO-MORE-BACKUP                     VALUE "Y".
       01  WS-EOF-JOURNAL           PIC X(01)     VALUE "N".
           88  NO-MORE-JOURNAL                    VALUE "Y".
       01  WS-EOF-CATALOGUE         PIC X(01)     VALUE "N".
           88  NO-MORE-CATALOGUE                  VALUE "Y".

      *  A CONTACT.DAT that does not exist yet is unloaded as an empty
      *  generation and not created by the reload.
       01  WS-CONTACT-PRESENT       PIC X(01)     VALUE "Y".
           88  CONTACT-FILE-PRESENT               VALUE "Y".
       01  WS-GEN-FOUND             PIC X(01)     VALUE "N".
           88  GENERATION-FOUND                   VALUE "Y".

       01  WS-USER-UNLOAD-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-ADDR-UNLOAD-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-CONT-UNLOAD-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-USER-RELOAD-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-ADDR-RELOAD-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-CONT-RELOAD-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-RELOAD-ERROR-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-JRNL-ROLLED-COUNT     PIC 9(08)     VALUE ZERO.
       01  WS-PRIOR-JRNL-COUNT      PIC 9(08)     VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(04)     VALUE ZERO.
       01  WS-EXPIRE-WANTED         PIC 9(04)     VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(04)     VALUE ZERO.

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(30) VALUE "MASTER FILE BACKUP AND REORG  ".
           05  TTL-MODE             PIC X(09).
           05  FILLER  PIC X(14) VALUE "  GENERATION: ".
           05  TTL-GEN-DATE         PIC 9(08).
           05  FILLER  PIC X(19) VALUE SPACES.

       01  SYNC-POINT-LINE.
           05  FILLER  PIC X(24) VALUE "SYNC POINT:             ".
           05  SPL-SYNC-DATE        PIC 9(08).
           05  FILLER               PIC X(01)  VALUE SPACE.
           05  SPL-SYNC-TIME        PIC 9(08).
           05  FILLER               PIC X(39)  VALUE SPACES.

       01  EXPIRED-GEN-LINE.
           05  FILLER  PIC X(24) VALUE "GENERATION EXPIRED:     ".
           05  EGL-GEN-DATE         PIC 9(08).
           05  FILLER               PIC X(48)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF BACKUP-RUN
               PERFORM 2000-UNLOAD-MASTERS
               PERFORM 3000-ROLL-JOURNAL
               PERFORM 4000-UPDATE-CATALOGUE
           ELSE
               PERFORM 6000-FIND-RESTORE-GENERATION
           END-IF.
           PERFORM 5000-RELOAD-MASTERS.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== MASTER FILE BACKUP STARTED ===".

           PERFORM 1100-READ-PARAMETER-CARD.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REPORT-FILE, status = "
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-BUILD-GENERATION-NAMES.

           IF BACKUP-RUN
               MOVE "(BACKUP) " TO TTL-MODE
           ELSE
               MOVE "(RESTORE)" TO TTL-MODE
           END-IF.
           MOVE WS-GEN-DATE TO TTL-GEN-DATE.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *  A missing card is an ordinary nightly backup.  A RESTORE
      *  card without a proper generation date stops the run: there
      *  is no safe default for which backup to lay over the masters.
       1100-READ-PARAMETER-CARD.
           MOVE SPACES TO PARAMETER-RECORD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARAM-FILE-STATUS = "00"
               READ PARAMETER-FILE
                   AT END
                       MOVE SPACES TO PARAMETER-RECORD
               END-READ
               CLOSE PARAMETER-FILE
           ELSE
               IF WS-PARAM-FILE-STATUS NOT = "35"
                   DISPLAY "FATAL: Unable to open PARAMETER-FILE, "
                           "status = " WS-PARAM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN PRM-MODE-BACKUP
                   MOVE "B" TO WS-RUN-MODE
                   ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
                   IF PRM-KEEP-GENERATIONS IS NUMERIC
                       AND PRM-KEEP-GENERATIONS NOT = "00"
                       MOVE PRM-KEEP-GENERATIONS
                           TO WS-KEEP-GENERATIONS
                   END-IF
                   DISPLAY "BACKUP run - generation " WS-GEN-DATE
                           ", keeping " WS-KEEP-GENERATIONS
                           " generations."
               WHEN PRM-MODE-RESTORE
                   MOVE "R" TO WS-RUN-MODE
                   IF PRM-RESTORE-DATE IS NOT NUMERIC
                       OR PRM-RESTORE-DATE = "00000000"
                       DISPLAY "FATAL: RESTORE needs a generation "
                               "date in col 12-19, got: "
                               PRM-RESTORE-DATE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE PRM-RESTORE-DATE TO WS-GEN-DATE
                   DISPLAY "RESTORE run - generation " WS-GEN-DATE "."
               WHEN OTHER
                   DISPLAY "FATAL: Run mode must be BACKUP or "
                           "RESTORE, got: " PRM-RUN-MODE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       1200-BUILD-GENERATION-NAMES.
           MOVE SPACES TO WS-USER-BKUP-NAME WS-ADDR-BKUP-NAME
                          WS-CONT-BKUP-NAME WS-JRNL-GEN-NAME.
           STRING "USER" WS-GEN-DATE ".BKP"
               DELIMITED BY SIZE INTO WS-USER-BKUP-NAME.
           STRING "ADDR" WS-GEN-DATE ".BKP"
               DELIMITED BY SIZE INTO WS-ADDR-BKUP-NAME.
           STRING "CONT" WS-GEN-DATE ".BKP"
               DELIMITED BY SIZE INTO WS-CONT-BKUP-NAME.
           STRING "JRNL" WS-GEN-DATE ".JNL"
               DELIMITED BY SIZE INTO WS-JRNL-GEN-NAME.

      ******************************************************************
      *  Unload.  Any failure here stops the run with the masters
      *  untouched and the journal not yet rolled.
      ******************************************************************
       2000-UNLOAD-MASTERS.
           PERFORM 2100-UNLOAD-USER-FILE.
           PERFORM 2200-UNLOAD-ADDRESS-FILE.
           PERFORM 2300-UNLOAD-CONTACT-FILE.
           DISPLAY "Unloaded " WS-USER-UNLOAD-COUNT " users, "
                   WS-ADDR-UNLOAD-COUNT " addresses, "
                   WS-CONT-UNLOAD-COUNT " contacts.".

       2100-UNLOAD-USER-FILE.
           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT USER-BACKUP-FILE.
           IF WS-USER-BKUP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-USER-BKUP-NAME
                       ", status = " WS-USER-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-MASTER.
           PERFORM 2190-READ-NEXT-USER.
           PERFORM 2110-UNLOAD-ONE-USER
               UNTIL NO-MORE-MASTER.
           CLOSE USER-FILE.
           CLOSE USER-BACKUP-FILE.

       2110-UNLOAD-ONE-USER.
           WRITE USER-BACKUP-RECORD FROM USER-RECORD.
           ADD 1 TO WS-USER-UNLOAD-COUNT.
           PERFORM 2190-READ-NEXT-USER.

       2190-READ-NEXT-USER.
           READ USER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-MASTER
           END-READ.

       2200-UNLOAD-ADDRESS-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDRESS-FILE, status = "
                       WS-ADDRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ADDR-BACKUP-FILE.
           IF WS-ADDR-BKUP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-ADDR-BKUP-NAME
                       ", status = " WS-ADDR-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDRESS-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-MASTER.
           PERFORM 2290-READ-NEXT-ADDRESS.
           PERFORM 2210-UNLOAD-ONE-ADDRESS
               UNTIL NO-MORE-MASTER.
           CLOSE ADDRESS-FILE.
           CLOSE ADDR-BACKUP-FILE.

       2210-UNLOAD-ONE-ADDRESS.
           WRITE ADDR-BACKUP-RECORD FROM ADDRESS-RECORD.
           ADD 1 TO WS-ADDR-UNLOAD-COUNT.
           PERFORM 2290-READ-NEXT-ADDRESS.

       2290-READ-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-MASTER
           END-READ.

      *  The contact unload is always written, empty when CONTACT.DAT
      *  does not exist yet, so every generation has all three files.
       2300-UNLOAD-CONTACT-FILE.
           OPEN INPUT CONTACT-FILE.
           EVALUATE WS-CONTACT-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CONTACT-PRESENT
               WHEN "35"
                   MOVE "N" TO WS-CONTACT-PRESENT
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open CONTACT-FILE, "
                           "status = " WS-CONTACT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE REPORT-FILE
                   GOBACK
           END-EVALUATE.
           OPEN OUTPUT CONT-BACKUP-FILE.
           IF WS-CONT-BKUP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-CONT-BKUP-NAME
                       ", status = " WS-CONT-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               IF CONTACT-FILE-PRESENT
                   CLOSE CONTACT-FILE
               END-IF
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           IF CONTACT-FILE-PRESENT
               MOVE "N" TO WS-EOF-MASTER
               PERFORM 2390-READ-NEXT-CONTACT
               PERFORM 2310-UNLOAD-ONE-CONTACT
                   UNTIL NO-MORE-MASTER
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE CONT-BACKUP-FILE.

       2310-UNLOAD-ONE-CONTACT.
           WRITE CONT-BACKUP-RECORD FROM CONTACT-RECORD.
           ADD 1 TO WS-CONT-UNLOAD-COUNT.
           PERFORM 2390-READ-NEXT-CONTACT.

       2390-READ-NEXT-CONTACT.
           READ CONTACT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-MASTER
           END-READ.

      ******************************************************************
      *  Journal roll.  The live journal is appended to tonight's
      *  journal generation and replaced by a fresh JOURNAL.DAT that
      *  opens with the SYNC marker.  The marker's date and time are
      *  the sync point: the unloads just taken hold every update
      *  journaled before it.
      ******************************************************************
       3000-ROLL-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-JOURNAL-FILE-STATUS
               WHEN "00"
                   PERFORM 3100-COPY-JOURNAL-TO-GENERATION
                   CLOSE JOURNAL-FILE
               WHEN "35"
                   DISPLAY "No journal on file - nothing to roll."
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open JOURNAL-FILE, "
                           "status = " WS-JOURNAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE REPORT-FILE
                   GOBACK
           END-EVALUATE.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to start a new JOURNAL-FILE, "
                       "status = " WS-JOURNAL-FILE-STATUS
               DISPLAY "The old journal is safe in " WS-JRNL-GEN-NAME
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           PERFORM 3200-WRITE-SYNC-POINT.
           CLOSE JOURNAL-FILE.

           MOVE WS-SYNC-DATE TO SPL-SYNC-DATE.
           MOVE WS-SYNC-TIME TO SPL-SYNC-TIME.
           WRITE REPORT-LINE FROM SYNC-POINT-LINE.
           DISPLAY "Journal rolled to " WS-JRNL-GEN-NAME " - "
                   WS-JRNL-ROLLED-COUNT " records; sync point "
                   WS-SYNC-DATE " " WS-SYNC-TIME ".".

      *  A second run on the same date adds to that date's journal
      *  generation rather than overwriting it.
       3100-COPY-JOURNAL-TO-GENERATION.
           OPEN EXTEND JOURNAL-GEN-FILE.
           IF WS-JRNL-GEN-STATUS = "35"
               OPEN OUTPUT JOURNAL-GEN-FILE
           END-IF.
           IF WS-JRNL-GEN-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-JRNL-GEN-NAME
                       ", status = " WS-JRNL-GEN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JOURNAL-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-JOURNAL.
           PERFORM 3190-READ-NEXT-JOURNAL.
           PERFORM 3110-COPY-ONE-JOURNAL-RECORD
               UNTIL NO-MORE-JOURNAL.
           CLOSE JOURNAL-GEN-FILE.

       3110-COPY-ONE-JOURNAL-RECORD.
           WRITE JOURNAL-GEN-RECORD FROM JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-ROLLED-COUNT.
           PERFORM 3190-READ-NEXT-JOURNAL.

       3190-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-JOURNAL
           END-READ.

      *  JRNL-FILE-ID "SYNC" names no master, so programs that scan
      *  the journal for USER, ADDR or CONT entries pass over it.
       3200-WRITE-SYNC-POINT.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE WS-JOB-NAME     TO JRNL-PROGRAM.
           MOVE "SYNC"          TO JRNL-FILE-ID.
           MOVE "SYNCPNT"       TO JRNL-OPERATION.
           MOVE WS-GEN-DATE     TO JRNL-KEY (1:8).
           STRING "BACKUP GENERATION " WS-GEN-DATE
                  " USERS " WS-USER-UNLOAD-COUNT
                  " ADDRS " WS-ADDR-UNLOAD-COUNT
                  " CONTS " WS-CONT-UNLOAD-COUNT
               DELIMITED BY SIZE INTO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
           MOVE JRNL-DATE TO WS-SYNC-DATE.
           MOVE JRNL-TIME TO WS-SYNC-TIME.

      ******************************************************************
      *  Catalogue.  BACKUP.CAT is copied to a work file with the
      *  oldest held generations beyond the number to keep marked
      *  expired and their unloads removed, any earlier entry for
      *  tonight's date dropped and tonight's entry added at the end;
      *  the work file is then copied back, as AUDITRPT rewrites the
      *  live audit log.
      ******************************************************************
       4000-UPDATE-CATALOGUE.
           MOVE ZERO TO WS-HELD-COUNT WS-PRIOR-JRNL-COUNT.
           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS = "00"
               MOVE "N" TO WS-EOF-CATALOGUE
               PERFORM 4890-READ-NEXT-ENTRY
               PERFORM 4100-COUNT-ONE-ENTRY
                   UNTIL NO-MORE-CATALOGUE
               CLOSE CATALOGUE-FILE
           END-IF.

           COMPUTE WS-EXPIRE-WANTED = WS-HELD-COUNT + 1.
           IF WS-EXPIRE-WANTED > WS-KEEP-GENERATIONS
               SUBTRACT WS-KEEP-GENERATIONS FROM WS-EXPIRE-WANTED
           ELSE
               MOVE ZERO TO WS-EXPIRE-WANTED
           END-IF.

           OPEN OUTPUT CATALOGUE-WORK-FILE.
           IF WS-CAT-WORK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open CATALOGUE-WORK-FILE, "
                       "status = " WS-CAT-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS = "00"
               MOVE "N" TO WS-EOF-CATALOGUE
               PERFORM 4890-READ-NEXT-ENTRY
               PERFORM 4200-COPY-ONE-ENTRY
                   UNTIL NO-MORE-CATALOGUE
               CLOSE CATALOGUE-FILE
           END-IF.
           PERFORM 4400-WRITE-NEW-ENTRY.
           CLOSE CATALOGUE-WORK-FILE.

           PERFORM 4500-REPLACE-CATALOGUE.

       4100-COUNT-ONE-ENTRY.
           IF BKUP-GEN-DATE = WS-GEN-DATE
               MOVE BKUP-JRNL-COUNT TO WS-PRIOR-JRNL-COUNT
           ELSE
               IF BKUP-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.
           PERFORM 4890-READ-NEXT-ENTRY.

       4200-COPY-ONE-ENTRY.
           IF BKUP-GEN-DATE NOT = WS-GEN-DATE
               IF BKUP-HELD AND WS-EXPIRED-COUNT < WS-EXPIRE-WANTED
                   PERFORM 4300-EXPIRE-GENERATION
               END-IF
               WRITE CATALOGUE-WORK-RECORD
                   FROM BACKUP-CATALOGUE-RECORD
           END-IF.
           PERFORM 4890-READ-NEXT-ENTRY.

      *  Only the unloads go; the journal generation of the same date
      *  is kept for good, like the AUDIT<cutoff>.ARC archives.  An
      *  unload already gone by hand is no reason to stop.
       4300-EXPIRE-GENERATION.
           MOVE SPACES TO WS-EXPIRE-NAME.
           STRING "USER" BKUP-GEN-DATE ".BKP"
               DELIMITED BY SIZE INTO WS-EXPIRE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-EXPIRE-NAME.
           MOVE SPACES TO WS-EXPIRE-NAME.
           STRING "ADDR" BKUP-GEN-DATE ".BKP"
               DELIMITED BY SIZE INTO WS-EXPIRE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-EXPIRE-NAME.
           MOVE SPACES TO WS-EXPIRE-NAME.
           STRING "CONT" BKUP-GEN-DATE ".BKP"
               DELIMITED BY SIZE INTO WS-EXPIRE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-EXPIRE-NAME.
           MOVE ZERO TO RETURN-CODE.

           MOVE "E" TO BKUP-STATE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE BKUP-GEN-DATE TO EGL-GEN-DATE.
           WRITE REPORT-LINE FROM EXPIRED-GEN-LINE.
           DISPLAY "Generation " BKUP-GEN-DATE " expired.".

       4400-WRITE-NEW-ENTRY.
           MOVE SPACES               TO BACKUP-CATALOGUE-RECORD.
           MOVE WS-GEN-DATE          TO BKUP-GEN-DATE.
           MOVE WS-SYNC-DATE         TO BKUP-SYNC-DATE.
           MOVE WS-SYNC-TIME         TO BKUP-SYNC-TIME.
           MOVE "H"                  TO BKUP-STATE.
           MOVE WS-USER-UNLOAD-COUNT TO BKUP-USER-COUNT.
           MOVE WS-ADDR-UNLOAD-COUNT TO BKUP-ADDR-COUNT.
           MOVE WS-CONT-UNLOAD-COUNT TO BKUP-CONT-COUNT.
           COMPUTE BKUP-JRNL-COUNT =
               WS-PRIOR-JRNL-COUNT + WS-JRNL-ROLLED-COUNT.
           WRITE CATALOGUE-WORK-RECORD FROM BACKUP-CATALOGUE-RECORD.

       4500-REPLACE-CATALOGUE.
           OPEN INPUT CATALOGUE-WORK-FILE.
           IF WS-CAT-WORK-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to reopen CATALOGUE-WORK-FILE, "
                       "status = " WS-CAT-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to rewrite CATALOGUE-FILE, "
                       "status = " WS-CATALOGUE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CATALOGUE-WORK-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-CATALOGUE.
           PERFORM 4590-READ-NEXT-WORK-ENTRY.
           PERFORM 4510-COPY-WORK-ENTRY
               UNTIL NO-MORE-CATALOGUE.
           CLOSE CATALOGUE-WORK-FILE.
           CLOSE CATALOGUE-FILE.

       4510-COPY-WORK-ENTRY.
           MOVE CATALOGUE-WORK-RECORD TO BACKUP-CATALOGUE-RECORD.
           WRITE BACKUP-CATALOGUE-RECORD.
           PERFORM 4590-READ-NEXT-WORK-ENTRY.

       4590-READ-NEXT-WORK-ENTRY.
           READ CATALOGUE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

       4890-READ-NEXT-ENTRY.
           READ CATALOGUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

      ******************************************************************
      *  Reload.  Each master is recreated empty and written back in
      *  key order from the generation's unload.  A count that does
      *  not match the unload stops the stream: the masters must then
      *  be put back with a RESTORE run for this generation.
      ******************************************************************
       5000-RELOAD-MASTERS.
           PERFORM 5100-RELOAD-USER-FILE.
           PERFORM 5200-RELOAD-ADDRESS-FILE.
           IF CONTACT-FILE-PRESENT OR RESTORE-RUN
               PERFORM 5300-RELOAD-CONTACT-FILE
           END-IF.
           DISPLAY "Reloaded " WS-USER-RELOAD-COUNT " users, "
                   WS-ADDR-RELOAD-COUNT " addresses, "
                   WS-CONT-RELOAD-COUNT " contacts.".

       5100-RELOAD-USER-FILE.
           OPEN INPUT USER-BACKUP-FILE.
           IF WS-USER-BKUP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-USER-BKUP-NAME
                       ", status = " WS-USER-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to recreate USER-FILE, "
                       "status = " WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-BACKUP-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-BACKUP.
           PERFORM 5190-READ-NEXT-USER-BACKUP.
           PERFORM 5110-RELOAD-ONE-USER
               UNTIL NO-MORE-BACKUP.
           CLOSE USER-BACKUP-FILE.
           CLOSE USER-FILE.

       5110-RELOAD-ONE-USER.
           MOVE USER-BACKUP-RECORD TO USER-RECORD.
           WRITE USER-RECORD
               INVALID KEY
                   DISPLAY "Unable to reload user: " USER-ID
                           ", status = " WS-USER-FILE-STATUS
                   ADD 1 TO WS-RELOAD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-USER-RELOAD-COUNT
           END-WRITE.
           PERFORM 5190-READ-NEXT-USER-BACKUP.

       5190-READ-NEXT-USER-BACKUP.
           READ USER-BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BACKUP
           END-READ.

       5200-RELOAD-ADDRESS-FILE.
           OPEN INPUT ADDR-BACKUP-FILE.
           IF WS-ADDR-BKUP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-ADDR-BKUP-NAME
                       ", status = " WS-ADDR-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to recreate ADDRESS-FILE, "
                       "status = " WS-ADDRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDR-BACKUP-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-BACKUP.
           PERFORM 5290-READ-NEXT-ADDR-BACKUP.
           PERFORM 5210-RELOAD-ONE-ADDRESS
               UNTIL NO-MORE-BACKUP.
           CLOSE ADDR-BACKUP-FILE.
           CLOSE ADDRESS-FILE.

       5210-RELOAD-ONE-ADDRESS.
           MOVE ADDR-BACKUP-RECORD TO ADDRESS-RECORD.
           WRITE ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "Unable to reload address: " ADDR-KEY
                           ", status = " WS-ADDRESS-FILE-STATUS
                   ADD 1 TO WS-RELOAD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDR-RELOAD-COUNT
           END-WRITE.
           PERFORM 5290-READ-NEXT-ADDR-BACKUP.

       5290-READ-NEXT-ADDR-BACKUP.
           READ ADDR-BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BACKUP
           END-READ.

       5300-RELOAD-CONTACT-FILE.
           OPEN INPUT CONT-BACKUP-FILE.
           IF WS-CONT-BKUP-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open " WS-CONT-BKUP-NAME
                       ", status = " WS-CONT-BKUP-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to recreate CONTACT-FILE, "
                       "status = " WS-CONTACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CONT-BACKUP-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-BACKUP.
           PERFORM 5390-READ-NEXT-CONT-BACKUP.
           PERFORM 5310-RELOAD-ONE-CONTACT
               UNTIL NO-MORE-BACKUP.
           CLOSE CONT-BACKUP-FILE.
           CLOSE CONTACT-FILE.

       5310-RELOAD-ONE-CONTACT.
           MOVE CONT-BACKUP-RECORD TO CONTACT-RECORD.
           WRITE CONTACT-RECORD
               INVALID KEY
                   DISPLAY "Unable to reload contact: " CONT-USER-ID
                           ", status = " WS-CONTACT-FILE-STATUS
                   ADD 1 TO WS-RELOAD-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-RELOAD-COUNT
           END-WRITE.
           PERFORM 5390-READ-NEXT-CONT-BACKUP.

       5390-READ-NEXT-CONT-BACKUP.
           READ CONT-BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-BACKUP
           END-READ.

      ******************************************************************
      *  Restore.  Only a generation the catalogue still holds may be
      *  laid over the masters; its catalogued counts become the
      *  expected reload counts and its sync point is the one
      *  JRNLRCVR must start after.
      ******************************************************************
       6000-FIND-RESTORE-GENERATION.
           MOVE "N" TO WS-GEN-FOUND.
           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open CATALOGUE-FILE, "
                       "status = " WS-CATALOGUE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-CATALOGUE.
           PERFORM 4890-READ-NEXT-ENTRY.
           PERFORM 6100-CHECK-ONE-ENTRY
               UNTIL NO-MORE-CATALOGUE.
           CLOSE CATALOGUE-FILE.

           IF NOT GENERATION-FOUND
               DISPLAY "FATAL: Generation " WS-GEN-DATE
                       " is not held on the backup catalogue."
               MOVE 16 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           MOVE WS-SYNC-DATE TO SPL-SYNC-DATE.
           MOVE WS-SYNC-TIME TO SPL-SYNC-TIME.
           WRITE REPORT-LINE FROM SYNC-POINT-LINE.

       6100-CHECK-ONE-ENTRY.
           IF BKUP-GEN-DATE = WS-GEN-DATE AND BKUP-HELD
               MOVE "Y"             TO WS-GEN-FOUND
               MOVE BKUP-SYNC-DATE  TO WS-SYNC-DATE
               MOVE BKUP-SYNC-TIME  TO WS-SYNC-TIME
               MOVE BKUP-USER-COUNT TO WS-USER-UNLOAD-COUNT
               MOVE BKUP-ADDR-COUNT TO WS-ADDR-UNLOAD-COUNT
               MOVE BKUP-CONT-COUNT TO WS-CONT-UNLOAD-COUNT
           END-IF.
           PERFORM 4890-READ-NEXT-ENTRY.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "USERS UNLOADED:         " WS-USER-UNLOAD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "USERS RELOADED:         " WS-USER-RELOAD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ADDRESSES UNLOADED:     " WS-ADDR-UNLOAD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ADDRESSES RELOADED:     " WS-ADDR-RELOAD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "CONTACTS UNLOADED:      " WS-CONT-UNLOAD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "CONTACTS RELOADED:      " WS-CONT-RELOAD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           IF BACKUP-RUN
               STRING "JOURNAL RECORDS ROLLED: " WS-JRNL-ROLLED-COUNT
                   DELIMITED BY SIZE INTO TOT-TEXT
               WRITE REPORT-LINE FROM TOTALS-LINE-AREA
               MOVE SPACES TO TOTALS-LINE-AREA
               STRING "GENERATIONS EXPIRED:    " WS-EXPIRED-COUNT
                   DELIMITED BY SIZE INTO TOT-TEXT
               WRITE REPORT-LINE FROM TOTALS-LINE-AREA
           END-IF.

           IF WS-RELOAD-ERROR-COUNT > ZERO
              OR WS-USER-RELOAD-COUNT NOT = WS-USER-UNLOAD-COUNT
              OR WS-ADDR-RELOAD-COUNT NOT = WS-ADDR-UNLOAD-COUNT
              OR WS-CONT-RELOAD-COUNT NOT = WS-CONT-UNLOAD-COUNT
               DISPLAY "FATAL: Reload counts do not match the "
                       "generation - RESTORE generation "
                       WS-GEN-DATE " before any further update."
               MOVE "RELOAD INCOMPLETE - RESTORE REQUIRED"
                   TO TOT-TEXT
               WRITE REPORT-LINE FROM TOTALS-LINE-AREA
               MOVE 16 TO RETURN-CODE
           ELSE
               IF BACKUP-RUN
                   PERFORM 9500-WRITE-BALANCE-RECORD
               ELSE
                   DISPLAY "Masters restored to generation "
                           WS-GEN-DATE ".  Run JRNLRCVR with sync "
                           "point " WS-SYNC-DATE " " WS-SYNC-TIME "."
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY "Master file backup complete - generation "
                   WS-GEN-DATE ".".

      *  A reorganisation changes no record, so the balance record
      *  carries zero activity and the reloaded counts; BALCHECK then
      *  proves that nothing was lost between the unload and the
      *  reload.  A RESTORE writes none - JRNLRCVR re-anchors the
      *  chain once the journal has been replayed.
       9500-WRITE-BALANCE-RECORD.
           OPEN EXTEND BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to record balance totals, "
                       "status = " WS-BALANCE-FILE-STATUS
           ELSE
               MOVE SPACES TO BALANCE-RECORD
               ACCEPT BAL-DATE FROM DATE YYYYMMDD
               ACCEPT BAL-TIME FROM TIME
               MOVE WS-JOB-NAME          TO BAL-PROGRAM
               MOVE ZERO                 TO BAL-USER-ADDS
                                            BAL-USER-CHANGES
                                            BAL-USER-DELETES
                                            BAL-ADDR-ADDS
                                            BAL-ADDR-CHANGES
                                            BAL-ADDR-DELETES
               MOVE WS-USER-RELOAD-COUNT TO BAL-USER-COUNT
               MOVE WS-ADDR-RELOAD-COUNT TO BAL-ADDR-COUNT
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
           END-IF.

       9999-EXIT.
           EXIT.
