       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSWP.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Dormancy sweep.  Finds ACTIVE customers nobody has dealt with
      *  for a given number of months and moves them to INACTIVE, so
      *  MONSTAT's lifecycle counts and the extracts stop treating
      *  them as live.  A customer stays ACTIVE when, on or after the
      *  cutoff date (today less the months on the card), any of
      *  these happened:
      *    - USER-CHANGED-DATE (or USER-ADDED-DATE) falls on or after
      *      the cutoff,
      *    - an ADDRESS-FILE or CONTACT-FILE update was journaled for
      *      the customer - on JOURNAL.DAT or on any journal
      *      generation MSTRBKUP has rolled out since the cutoff,
      *    - the desk looked the customer up or inquired on them -
      *      LOOKUP-ADDR, LOOKUP-NAME, INQUIRY-360 or INQUIRY-HIST on
      *      AUDIT.LOG.  Lookups already archived by AUDITRPT are not
      *      read, so AUDITRPT's retention cutoff should stay older
      *      than the dormancy window.
      *
      *  Every activity on or after the cutoff is gathered and SORTed
      *  by USER-ID, then matched against USER-FILE in key order.
      *
      *  Parameter card (DORMSWP.PRM, one record):
      *    col  1-3    months without activity, 001-999
      *    col  4      blank
      *    col  5-11   run mode: APPLY   = make the customers INACTIVE
      *                          PREVIEW = register only, nothing
      *                                    changed
      *  An APPLY run rewrites each dormant customer INACTIVE with
      *  today's USER-CHANGED-DATE, journaled with before- and
      *  after-image, and records the changes on BALANCE.DAT.  Both
      *  modes print the dormancy register (DORMSWP.RPT) and audit
      *  each customer selected.  If a journal generation or the
      *  audit log cannot be read, activity may be missing and an
      *  APPLY run falls back to a PREVIEW.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "DORMSWP.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

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

           SELECT JOURNAL-SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-JRNL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-SCAN-STATUS.

           SELECT CATALOGUE-FILE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT AUDIT-SCAN-FILE ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-SCAN-STATUS.

           SELECT ACTIVITY-SORT-FILE ASSIGN TO "DORMSWP.SRT".

           SELECT ACTIVITY-WORK-FILE ASSIGN TO "DORMSWP.WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DORMSWP.RPT"
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
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-IDLE-MONTHS      PIC X(03).
           05  FILLER               PIC X(01).
           05  PRM-RUN-MODE         PIC X(07).
               88  PRM-MODE-APPLY             VALUE "APPLY".
               88  PRM-MODE-PREVIEW           VALUE "PREVIEW".

       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

      *  Only the fields the sweep needs are named on the scan views
      *  of the journal and the audit log.
       FD  JOURNAL-SCAN-FILE.
       01  JOURNAL-SCAN-RECORD.
           05  JSC-DATE             PIC 9(08).
           05  FILLER               PIC X(16).
           05  JSC-FILE-ID          PIC X(04).
           05  FILLER               PIC X(08).
           05  JSC-USER-ID          PIC 9(05).
           05  FILLER               PIC X(248).

       FD  CATALOGUE-FILE.
       COPY "BKUPREC".

       FD  AUDIT-SCAN-FILE.
       01  AUDIT-SCAN-RECORD.
           05  ASC-DATE             PIC 9(08).
           05  FILLER               PIC X(08).
           05  ASC-USER-ID          PIC 9(05).
           05  ASC-OPERATION        PIC X(12).
               88  ASC-CUSTOMER-LOOKUP        VALUE "LOOKUP-ADDR"
                                                    "LOOKUP-NAME"
                                                    "INQUIRY-360"
                                                    "INQUIRY-HIST".
           05  FILLER               PIC X(18).

       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  SRT-USER-ID          PIC 9(05).
           05  SRT-ACTIVITY-DATE    PIC 9(08).
           05  SRT-SOURCE           PIC X(04).

       FD  ACTIVITY-WORK-FILE.
       01  ACTIVITY-WORK-RECORD.
           05  AWK-USER-ID          PIC 9(05).
           05  AWK-ACTIVITY-DATE    PIC 9(08).
           05  AWK-SOURCE           PIC X(04).
               88  AWK-FROM-JOURNAL           VALUE "ADDR" "CONT".
               88  AWK-FROM-LOOKUP            VALUE "LOOK".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  BALANCE-FILE.
       COPY "BALREC".

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS     PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-JRNL-SCAN-STATUS      PIC X(02).
       01  WS-CATALOGUE-STATUS      PIC X(02).
       01  WS-AUDIT-SCAN-STATUS     PIC X(02).
       01  WS-WORK-FILE-STATUS      PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-BALANCE-FILE-STATUS   PIC X(02).

       01  WS-JOB-NAME              PIC X(08)     VALUE "DORMSWP".
       01  WS-SCAN-JRNL-NAME        PIC X(20).

       01  WS-EOF-USER              PIC X(01)     VALUE "N".
           88  NO-MORE-USERS                      VALUE "Y".
       01  WS-EOF-SCAN              PIC X(01)     VALUE "N".
           88  NO-MORE-SCAN                       VALUE "Y".
       01  WS-EOF-CATALOGUE         PIC X(01)     VALUE "N".
           88  NO-MORE-CATALOGUE                  VALUE "Y".
       01  WS-EOF-ACTIVITY          PIC X(01)     VALUE "N".
           88  NO-MORE-ACTIVITY                   VALUE "Y".

       01  WS-APPLY-MODE            PIC X(01)     VALUE "N".
           88  APPLY-FOR-REAL                     VALUE "Y".
       01  WS-ACTIVITY-COMPLETE     PIC X(01)     VALUE "Y".
           88  ACTIVITY-COMPLETE                  VALUE "Y".
       01  WS-STATUS                PIC X(10).
           88  WS-STATUS-SUCCESS                  VALUE "SUCCESS".
           88  WS-STATUS-PREVIEW                  VALUE "PREVIEW".
           88  WS-STATUS-INVALID                  VALUE "INVALID".

      *  Cutoff = today less the months on the card, the day pulled
      *  back to the end of a shorter month.
       01  WS-IDLE-MONTHS           PIC 9(03)     VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08)     VALUE ZERO.
       01  WS-CUTOFF-DATE           PIC 9(08)     VALUE ZERO.
       01  WS-CUTOFF-SPLIT.
           05  WS-CUT-YEAR          PIC 9(04).
           05  WS-CUT-MONTH         PIC 9(02).
           05  WS-CUT-DAY           PIC 9(02).
       01  WS-MONTH-COUNT           PIC 9(06).
       01  WS-MONTH-REMAINDER       PIC 9(02).
       01  WS-MONTH-END-DAY         PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04).
       01  WS-LEAP-REMAINDER        PIC 9(04).

      *  What was found for the customer in hand.
       01  WS-LAST-CHANGED-DATE     PIC 9(08).
       01  WS-RECENT-JOURNAL        PIC X(01)     VALUE "N".
           88  RECENT-JOURNAL-ACTIVITY            VALUE "Y".
       01  WS-RECENT-LOOKUP         PIC X(01)     VALUE "N".
           88  RECENT-LOOKUP-ACTIVITY             VALUE "Y".

       01  WS-DORMANT-USER-ID       PIC 9(05).
       01  WS-JRNL-FILE-ID          PIC X(04).
       01  WS-JRNL-OPERATION        PIC X(08).
       01  WS-JRNL-KEY              PIC X(13).
       01  WS-BEFORE-IMAGE          PIC X(120).
       01  WS-AFTER-IMAGE           PIC X(120).

       01  WS-EOF-COUNT             PIC X(01)     VALUE "N".
           88  COUNT-SWEEP-DONE                   VALUE "Y".
       01  WS-USER-FILE-COUNT       PIC 9(08)     VALUE ZERO.
       01  WS-ADDR-FILE-COUNT       PIC 9(08)     VALUE ZERO.

       01  WS-RELEASED-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-GENERATIONS-READ      PIC 9(04)     VALUE ZERO.
       01  WS-EXAMINED-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-ACTIVE-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-KEPT-CHANGED-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-KEPT-JOURNAL-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-KEPT-LOOKUP-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-DORMANT-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(06)     VALUE ZERO.

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(18) VALUE "DORMANCY REGISTER ".
           05  TTL-MODE             PIC X(09).
           05  FILLER  PIC X(10) VALUE "  CUTOFF: ".
           05  TTL-CUTOFF-DATE      PIC 9(08).
           05  FILLER  PIC X(10) VALUE "  MONTHS: ".
           05  TTL-IDLE-MONTHS      PIC ZZ9.
           05  FILLER  PIC X(22) VALUE SPACES.

       01  REPORT-BASIS-LINE.
           05  FILLER  PIC X(45)
               VALUE "ACTIVE, NOT CHANGED, NO ADDRESS OR CONTACT UP".
           05  FILLER  PIC X(35)
               VALUE "DATE AND NO LOOKUP SINCE THE CUTOFF".

       01  REGISTER-DETAIL-LINE.
           05  FILLER               PIC X(04)  VALUE "ID: ".
           05  REG-USER-ID          PIC 9(05).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  REG-NAME             PIC X(20).
           05  REG-SURNAME          PIC X(20).
           05  FILLER               PIC X(14)  VALUE "LAST CHANGED: ".
           05  REG-LAST-CHANGED     PIC 9(08).
           05  FILLER               PIC X(07)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY SRT-USER-ID
                                SRT-ACTIVITY-DATE
               INPUT PROCEDURE IS 2000-GATHER-ACTIVITY
               GIVING ACTIVITY-WORK-FILE.
           PERFORM 3000-SWEEP-CUSTOMERS.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== DORMANCY SWEEP STARTED ===".

           PERFORM 1100-READ-PARAMETER-CARD.
           PERFORM 1200-WORK-OUT-CUTOFF.

           OPEN I-O USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REPORT-FILE, status = "
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               GOBACK
           END-IF.

      *  A bad or missing parameter card stops the run: a wrong month
      *  count would put live customers to sleep.
       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARAM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open PARAMETER-FILE, "
                       "status = " WS-PARAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARAMETER-FILE
               AT END
                   DISPLAY "FATAL: Parameter card missing."
                   MOVE 16 TO RETURN-CODE
                   CLOSE PARAMETER-FILE
                   GOBACK
           END-READ.
           CLOSE PARAMETER-FILE.

           IF PRM-IDLE-MONTHS IS NOT NUMERIC
               OR PRM-IDLE-MONTHS = "000"
               DISPLAY "FATAL: Months without activity must be "
                       "001-999, got: " PRM-IDLE-MONTHS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT PRM-MODE-APPLY AND NOT PRM-MODE-PREVIEW
               DISPLAY "FATAL: Run mode must be APPLY or PREVIEW, "
                       "got: " PRM-RUN-MODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE PRM-IDLE-MONTHS TO WS-IDLE-MONTHS.
           IF PRM-MODE-APPLY
               MOVE "Y" TO WS-APPLY-MODE
           END-IF.

       1200-WORK-OUT-CUTOFF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-CUTOFF-SPLIT.
           COMPUTE WS-MONTH-COUNT = WS-CUT-YEAR * 12
               + WS-CUT-MONTH - 1 - WS-IDLE-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CUT-YEAR
               REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-CUT-MONTH = WS-MONTH-REMAINDER + 1.
           PERFORM 1250-FIND-MONTH-END-DAY.
           IF WS-CUT-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-CUT-DAY
           END-IF.
           MOVE WS-CUTOFF-SPLIT TO WS-CUTOFF-DATE.

           IF APPLY-FOR-REAL
               DISPLAY "APPLY run - customers idle since before "
                       WS-CUTOFF-DATE " will be made INACTIVE."
           ELSE
               DISPLAY "PREVIEW run - register only, customers idle "
                       "since before " WS-CUTOFF-DATE "."
           END-IF.

      *  February gets 29 days when the year divides by 4 but not by
      *  100, or divides by 400.
       1250-FIND-MONTH-END-DAY.
           EVALUATE WS-CUT-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-MONTH-END-DAY
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 02
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-CUT-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-CUT-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       ELSE
                           DIVIDE WS-CUT-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-MONTH-END-DAY
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  Gather.  One sort record per activity on or after the
      *  cutoff: journaled address and contact updates from the live
      *  journal and every journal generation rolled since the
      *  cutoff, and customer lookups from the audit log.
      ******************************************************************
       2000-GATHER-ACTIVITY.
           MOVE "JOURNAL.DAT" TO WS-SCAN-JRNL-NAME.
           PERFORM 2100-SCAN-ONE-JOURNAL.
           PERFORM 2300-SCAN-JOURNAL-GENERATIONS.
           PERFORM 2400-SCAN-AUDIT-LOG.
           DISPLAY WS-RELEASED-COUNT " activities since the cutoff "
                   "from the journal, " WS-GENERATIONS-READ
                   " journal generations and the audit log.".

      *  A live journal that does not exist simply holds nothing yet;
      *  a catalogued generation that cannot be read is a gap.
       2100-SCAN-ONE-JOURNAL.
           OPEN INPUT JOURNAL-SCAN-FILE.
           EVALUATE TRUE
               WHEN WS-JRNL-SCAN-STATUS = "00"
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM 2190-READ-NEXT-JOURNAL
                   PERFORM 2110-RELEASE-JOURNAL-ACTIVITY
                       UNTIL NO-MORE-SCAN
                   CLOSE JOURNAL-SCAN-FILE
               WHEN WS-JRNL-SCAN-STATUS = "35"
                   AND WS-SCAN-JRNL-NAME = "JOURNAL.DAT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read "
                           WS-SCAN-JRNL-NAME ", status = "
                           WS-JRNL-SCAN-STATUS
                   MOVE "N" TO WS-ACTIVITY-COMPLETE
           END-EVALUATE.

       2110-RELEASE-JOURNAL-ACTIVITY.
           IF (JSC-FILE-ID = "ADDR" OR JSC-FILE-ID = "CONT")
               AND JSC-DATE >= WS-CUTOFF-DATE
               MOVE JSC-USER-ID TO SRT-USER-ID
               MOVE JSC-DATE    TO SRT-ACTIVITY-DATE
               MOVE JSC-FILE-ID TO SRT-SOURCE
               RELEASE ACTIVITY-SORT-RECORD
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
           PERFORM 2190-READ-NEXT-JOURNAL.

       2190-READ-NEXT-JOURNAL.
           READ JOURNAL-SCAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

      *  A generation rolled out before the cutoff holds nothing
      *  dated on or after it, so only later ones are opened.
       2300-SCAN-JOURNAL-GENERATIONS.
           OPEN INPUT CATALOGUE-FILE.
           EVALUATE WS-CATALOGUE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CATALOGUE
                   PERFORM 2390-READ-NEXT-ENTRY
                   PERFORM 2310-SCAN-ONE-GENERATION
                       UNTIL NO-MORE-CATALOGUE
                   CLOSE CATALOGUE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read CATALOGUE-FILE, "
                           "status = " WS-CATALOGUE-STATUS
                   MOVE "N" TO WS-ACTIVITY-COMPLETE
           END-EVALUATE.

       2310-SCAN-ONE-GENERATION.
           IF BKUP-GEN-DATE >= WS-CUTOFF-DATE
               AND BKUP-JRNL-COUNT > ZERO
               MOVE SPACES TO WS-SCAN-JRNL-NAME
               STRING "JRNL" BKUP-GEN-DATE ".JNL"
                   DELIMITED BY SIZE INTO WS-SCAN-JRNL-NAME
               PERFORM 2100-SCAN-ONE-JOURNAL
               ADD 1 TO WS-GENERATIONS-READ
           END-IF.
           PERFORM 2390-READ-NEXT-ENTRY.

       2390-READ-NEXT-ENTRY.
           READ CATALOGUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

       2400-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-SCAN-FILE.
           EVALUATE WS-AUDIT-SCAN-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM 2490-READ-NEXT-AUDIT
                   PERFORM 2410-RELEASE-LOOKUP-ACTIVITY
                       UNTIL NO-MORE-SCAN
                   CLOSE AUDIT-SCAN-FILE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read AUDIT-LOG, "
                           "status = " WS-AUDIT-SCAN-STATUS
                   MOVE "N" TO WS-ACTIVITY-COMPLETE
           END-EVALUATE.

       2410-RELEASE-LOOKUP-ACTIVITY.
           IF ASC-CUSTOMER-LOOKUP
               AND ASC-USER-ID > ZERO
               AND ASC-DATE >= WS-CUTOFF-DATE
               MOVE ASC-USER-ID TO SRT-USER-ID
               MOVE ASC-DATE    TO SRT-ACTIVITY-DATE
               MOVE "LOOK"      TO SRT-SOURCE
               RELEASE ACTIVITY-SORT-RECORD
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
           PERFORM 2490-READ-NEXT-AUDIT.

       2490-READ-NEXT-AUDIT.
           READ AUDIT-SCAN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

      ******************************************************************
      *  Sweep.  USER-FILE and the sorted activity are both in USER-ID
      *  order, so one pass matches every customer with whatever
      *  activity was found for them.
      ******************************************************************
       3000-SWEEP-CUSTOMERS.
           IF APPLY-FOR-REAL AND NOT ACTIVITY-COMPLETE
               MOVE "N" TO WS-APPLY-MODE
               DISPLAY "WARNING: Activity history incomplete - "
                       "APPLY run downgraded to PREVIEW."
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open JOURNAL-FILE, status = "
                       WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE REPORT-FILE
               CLOSE AUDIT-LOG
               GOBACK
           END-IF.

           OPEN INPUT ACTIVITY-WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ACTIVITY-WORK-FILE, "
                       "status = " WS-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE REPORT-FILE
               CLOSE AUDIT-LOG
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF.

           IF APPLY-FOR-REAL
               MOVE "(APPLY)  " TO TTL-MODE
           ELSE
               MOVE "(PREVIEW)" TO TTL-MODE
           END-IF.
           MOVE WS-CUTOFF-DATE TO TTL-CUTOFF-DATE.
           MOVE WS-IDLE-MONTHS TO TTL-IDLE-MONTHS.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           WRITE REPORT-LINE FROM REPORT-BASIS-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "N" TO WS-EOF-ACTIVITY.
           PERFORM 3290-READ-NEXT-ACTIVITY.
           MOVE "N" TO WS-EOF-USER.
           PERFORM 3190-READ-NEXT-USER.
           PERFORM 3100-EXAMINE-ONE-USER
               UNTIL NO-MORE-USERS.

           CLOSE ACTIVITY-WORK-FILE.

      *  Precedence for the kept-active counts: a recent change to
      *  the customer record, then a journaled address or contact
      *  update, then a lookup.
       3100-EXAMINE-ONE-USER.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE "N" TO WS-RECENT-JOURNAL WS-RECENT-LOOKUP.
           PERFORM 3200-MATCH-ACTIVITY.

           IF USER-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE USER-CHANGED-DATE TO WS-LAST-CHANGED-DATE
               IF USER-ADDED-DATE > WS-LAST-CHANGED-DATE
                   MOVE USER-ADDED-DATE TO WS-LAST-CHANGED-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-LAST-CHANGED-DATE >= WS-CUTOFF-DATE
                       ADD 1 TO WS-KEPT-CHANGED-COUNT
                   WHEN RECENT-JOURNAL-ACTIVITY
                       ADD 1 TO WS-KEPT-JOURNAL-COUNT
                   WHEN RECENT-LOOKUP-ACTIVITY
                       ADD 1 TO WS-KEPT-LOOKUP-COUNT
                   WHEN OTHER
                       PERFORM 3300-MAKE-CUSTOMER-DORMANT
               END-EVALUATE
           END-IF.

           PERFORM 3190-READ-NEXT-USER.

       3190-READ-NEXT-USER.
           READ USER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-USER
           END-READ.

      *  Activity for an id no longer on USER-FILE is passed over.
       3200-MATCH-ACTIVITY.
           PERFORM 3210-TAKE-ONE-ACTIVITY
               UNTIL NO-MORE-ACTIVITY
                  OR AWK-USER-ID > USER-ID.

       3210-TAKE-ONE-ACTIVITY.
           IF AWK-USER-ID = USER-ID
               IF AWK-FROM-JOURNAL
                   MOVE "Y" TO WS-RECENT-JOURNAL
               END-IF
               IF AWK-FROM-LOOKUP
                   MOVE "Y" TO WS-RECENT-LOOKUP
               END-IF
           END-IF.
           PERFORM 3290-READ-NEXT-ACTIVITY.

       3290-READ-NEXT-ACTIVITY.
           READ ACTIVITY-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ACTIVITY
           END-READ.

      *  The register and the dormant count carry only customers
      *  actually made INACTIVE (or, on a PREVIEW, who would be); a
      *  failed rewrite is on the audit log and left ACTIVE.
       3300-MAKE-CUSTOMER-DORMANT.
           MOVE USER-ID              TO WS-DORMANT-USER-ID.
           MOVE USER-ID              TO REG-USER-ID.
           MOVE USER-NAME            TO REG-NAME.
           MOVE USER-SURNAME         TO REG-SURNAME.
           MOVE WS-LAST-CHANGED-DATE TO REG-LAST-CHANGED.

           IF APPLY-FOR-REAL
               MOVE "SUCCESS" TO WS-STATUS
               MOVE USER-RECORD    TO WS-BEFORE-IMAGE
               MOVE "INACTIVE"     TO USER-STATUS
               MOVE WS-TODAY-DATE  TO USER-CHANGED-DATE
               REWRITE USER-RECORD
                   INVALID KEY
                       MOVE "INVALID" TO WS-STATUS
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "Unable to make user dormant: "
                               WS-DORMANT-USER-ID
                   NOT INVALID KEY
                       MOVE "REWRITE"   TO WS-JRNL-OPERATION
                       MOVE USER-RECORD TO WS-AFTER-IMAGE
                       PERFORM 9100-JOURNAL-USER-UPDATE
               END-REWRITE
           ELSE
               MOVE "PREVIEW" TO WS-STATUS
           END-IF.

           IF NOT WS-STATUS-INVALID
               ADD 1 TO WS-DORMANT-COUNT
               WRITE REPORT-LINE FROM REGISTER-DETAIL-LINE
           END-IF.

           PERFORM 8000-WRITE-AUDIT-ENTRY.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-DORMANT-USER-ID TO AUDIT-USER-ID.
           MOVE "DORMANT"          TO AUDIT-OPERATION.
           MOVE WS-JOB-NAME        TO AUDIT-OPERATOR.
           MOVE WS-STATUS          TO AUDIT-STATUS.
           WRITE AUDIT-RECORD.

       9100-JOURNAL-USER-UPDATE.
           MOVE "USER"             TO WS-JRNL-FILE-ID.
           MOVE SPACES             TO WS-JRNL-KEY.
           MOVE WS-DORMANT-USER-ID TO WS-JRNL-KEY (1:5).
           PERFORM 9300-WRITE-JOURNAL-ENTRY.

      *  One journal record per applied update, carrying the full
      *  before-image and after-image so JRNLRCVR can roll a restored
      *  backup forward to the point of failure.
       9300-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE WS-JOB-NAME        TO JRNL-PROGRAM.
           MOVE WS-JRNL-FILE-ID    TO JRNL-FILE-ID.
           MOVE WS-JRNL-OPERATION  TO JRNL-OPERATION.
           MOVE WS-JRNL-KEY        TO JRNL-KEY.
           MOVE WS-BEFORE-IMAGE    TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "CUSTOMERS EXAMINED:     " WS-EXAMINED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "ACTIVE CUSTOMERS:       " WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "KEPT - RECENT CHANGE:   " WS-KEPT-CHANGED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "KEPT - ADDR/CONT UPDATE:" WS-KEPT-JOURNAL-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "KEPT - LOOKUP/INQUIRY:  " WS-KEPT-LOOKUP-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           IF APPLY-FOR-REAL
               STRING "MADE DORMANT:           " WS-DORMANT-COUNT
                   DELIMITED BY SIZE INTO TOT-TEXT
           ELSE
               STRING "WOULD BE MADE DORMANT:  " WS-DORMANT-COUNT
                   DELIMITED BY SIZE INTO TOT-TEXT
           END-IF.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "REWRITE FAILURES:       " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           IF NOT ACTIVITY-COMPLETE
               MOVE "ACTIVITY HISTORY INCOMPLETE - NOTHING APPLIED"
                   TO TOT-TEXT
               WRITE REPORT-LINE FROM TOTALS-LINE-AREA
           END-IF.

           PERFORM 9500-WRITE-BALANCE-RECORD.

           CLOSE USER-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.

           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN NOT ACTIVITY-COMPLETE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Dormancy sweep complete - "
                   WS-EXAMINED-COUNT " examined, "
                   WS-DORMANT-COUNT " dormant.".

      *  End-of-run control totals: both master files are swept and
      *  the resulting counts recorded with this run's activity on
      *  BALANCE.DAT.  Only an APPLY run records activity; a PREVIEW
      *  changed nothing, so its record carries zero activity and
      *  tonight's unchanged counts.
       9500-WRITE-BALANCE-RECORD.
           PERFORM 9510-COUNT-USER-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to count ADDRESS-FILE for the "
                       "balance totals, status = "
                       WS-ADDRESS-FILE-STATUS
           ELSE
               PERFORM 9520-COUNT-ADDRESS-FILE
               CLOSE ADDRESS-FILE
               PERFORM 9530-APPEND-BALANCE-RECORD
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

       9530-APPEND-BALANCE-RECORD.
           OPEN EXTEND BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to record balance totals, "
                       "status = " WS-BALANCE-FILE-STATUS
           ELSE
               MOVE SPACES TO BALANCE-RECORD
               ACCEPT BAL-DATE FROM DATE YYYYMMDD
               ACCEPT BAL-TIME FROM TIME
               MOVE WS-JOB-NAME        TO BAL-PROGRAM
               MOVE ZERO               TO BAL-USER-ADDS
                                          BAL-USER-CHANGES
                                          BAL-USER-DELETES
                                          BAL-ADDR-ADDS
                                          BAL-ADDR-CHANGES
                                          BAL-ADDR-DELETES
               IF APPLY-FOR-REAL
                   MOVE WS-DORMANT-COUNT   TO BAL-USER-CHANGES
               END-IF
               MOVE WS-USER-FILE-COUNT TO BAL-USER-COUNT
               MOVE WS-ADDR-FILE-COUNT TO BAL-ADDR-COUNT
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
           END-IF.

       9999-EXIT.
           EXIT.
