      *                          PREVIEW = register only, nothing
      *                                    removed, so compliance can
      *                                    review before the real run
      *    col 17      blank
      *    col 18-25   OPER-ID of the supervisor requesting a DELETE
      *                run (required for DELETE)
      *
      *  A DELETE run is under dual control.  The first DELETE card
      *  for a cutoff only raises a PENDING request on APPROVAL-FILE
      *  and the run goes ahead as a PREVIEW, so the checker has the
      *  register to review; once a different supervisor has approved
      *  the request through APPRMAINT, the next DELETE run for the
      *  same cutoff purges for real and marks the request APPLIED.
      *
      *  A purged customer loses the USER-FILE record, every
      *  ADDRESS-FILE row, the CONTACT-FILE record if one is held and
      *  every version of every address on the address history
      *  (ADDRHIST.DAT); each physical master delete is journaled with
      *  its before-image like every other update, and the
      *  destruction register (RETNPURG.RPT) lists id, name, close
      *  date and addresses removed for the compliance file, with the
      *  history versions removed in its totals.  A PREVIEW run
      *  counts the history versions a DELETE run would remove.
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RETNPURG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT ADDR-HISTORY-FILE ASSIGN TO "ADDRHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHST-KEY
           FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-REQUEST-ID
           ALTERNATE RECORD KEY IS APPR-SUBJECT-KEY WITH DUPLICATES
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           05  PRM-RUN-MODE         PIC X(07).
               88  PRM-MODE-DELETE            VALUE "DELETE".
               88  PRM-MODE-PREVIEW           VALUE "PREVIEW".
           05  FILLER               PIC X(01).
           05  PRM-REQUESTED-BY     PIC X(08).

       FD  USER-FILE.
       COPY "USERREC".
       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  BALANCE-FILE.
       COPY "BALREC".

       FD  OPERATOR-FILE.
       COPY "OPERREC".

       FD  ADDR-HISTORY-FILE.
       COPY "AHSTREC".

       FD  APPROVAL-FILE.
       COPY "APPRREC".

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS     PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-OPER-FILE-STATUS      PIC X(02).
       01  WS-APPR-FILE-STATUS      PIC X(02).
       01  WS-HIST-FILE-STATUS      PIC X(02).

       01  WS-CONTACT-OPEN-FLAG     PIC X(01)     VALUE "N".
           88  CONTACT-FILE-OPEN                  VALUE "Y".
       01  WS-EOF-USER              PIC X(01)     VALUE "N".
           88  NO-MORE-USERS                      VALUE "Y".
       01  WS-EOF-BROWSE            PIC X(01)     VALUE "N".
           88  BROWSE-DONE                        VALUE "Y".
       01  WS-EOF-HIST              PIC X(01)     VALUE "N".
           88  HIST-SCAN-DONE                     VALUE "Y".

       01  WS-CUTOFF-DATE           PIC 9(08)     VALUE ZERO.
       01  WS-DELETE-MODE           PIC X(01)     VALUE "N".
       01  WS-JRNL-KEY              PIC X(13).
       01  WS-BEFORE-IMAGE          PIC X(120).
       01  WS-AFTER-IMAGE           PIC X(120).
       01  WS-HIST-STATUS           PIC X(02).

      *  The customer's ADDRESS-FILE rows are gathered in one browse
      *  before any deletes, because a keyed READ moves the file
       01  WS-GATHER-OVERFLOW       PIC X(01)     VALUE "N".
           88  GATHER-OVERFLOWED                  VALUE "Y".

       01  WS-APPR-SUBJECT-KEY      PIC X(18).
       01  WS-APPR-STATE            PIC X(01)     VALUE "N".
           88  APPROVAL-GRANTED                   VALUE "A".
           88  APPROVAL-AWAITED                   VALUE "P".
           88  APPROVAL-NONE                      VALUE "N".
       01  WS-APPR-REQUEST-ID       PIC 9(06)     VALUE ZERO.
       01  WS-APPR-NEXT-ID          PIC 9(06)     VALUE ZERO.
       01  WS-EOF-APPR              PIC X(01)     VALUE "N".
           88  APPR-SCAN-DONE                     VALUE "Y".

       01  WS-BALANCE-FILE-STATUS   PIC X(02).
       01  WS-EOF-COUNT             PIC X(01)     VALUE "N".
           88  COUNT-SWEEP-DONE                   VALUE "Y".
       01  WS-OVERFLOW-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-ADDR-PURGE-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-ADDRS-THIS-USER       PIC 9(02)     VALUE ZERO.
       01  WS-CONT-PURGE-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-HIST-PURGE-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-HIST-FAIL-COUNT       PIC 9(06)     VALUE ZERO.

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(21) VALUE "DESTRUCTION REGISTER ".
           05  REG-ADDR-COUNT       PIC Z9.
           05  FILLER               PIC X(03)  VALUE SPACES.

       01  HELD-NOTE-LINE.
           05  FILLER  PIC X(35)
               VALUE "DELETE RUN HELD FOR APPROVAL - REQ ".
           05  HNL-REQUEST-ID       PIC 9(06).
           05  FILLER  PIC X(39) VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

               GOBACK
           END-IF.

      *  No CONTACT.DAT simply means no contact details to destroy.
           OPEN I-O CONTACT-FILE.
           EVALUATE WS-CONTACT-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CONTACT-OPEN-FLAG
               WHEN "35"
                   MOVE "N" TO WS-CONTACT-OPEN-FLAG
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open CONTACT-FILE, "
                           "status = " WS-CONTACT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE USER-FILE
                   CLOSE ADDRESS-FILE
                   CLOSE REPORT-FILE
                   CLOSE AUDIT-LOG
                   CLOSE JOURNAL-FILE
                   GOBACK
           END-EVALUATE.

           IF PURGE-FOR-REAL
               MOVE "(DELETE) " TO TTL-MODE
           ELSE
           END-IF.
           MOVE WS-CUTOFF-DATE TO TTL-CUTOFF-DATE.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           IF WS-APPR-REQUEST-ID NOT = ZERO AND NOT PURGE-FOR-REAL
               MOVE WS-APPR-REQUEST-ID TO HNL-REQUEST-ID
               WRITE REPORT-LINE FROM HELD-NOTE-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.


           MOVE PRM-CUTOFF-DATE TO WS-CUTOFF-DATE.
           IF PRM-MODE-DELETE
               PERFORM 1200-CHECK-PURGE-APPROVAL
           END-IF.
           IF PURGE-FOR-REAL
               DISPLAY "Purging closed customers with close date "
                       "before " WS-CUTOFF-DATE "."
           ELSE
                       "be removed."
           END-IF.

      *  Only a supervisor may ask for a DELETE run, and only an
      *  approved request for this cutoff turns it into a real purge;
      *  anything short of that runs as a PREVIEW.  A DELETE card
      *  naming no valid supervisor stops the run, like any other bad
      *  parameter.
       1200-CHECK-PURGE-APPROVAL.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open OPERATOR-FILE, status = "
                       WS-OPER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRM-REQUESTED-BY TO OPER-ID.
           READ OPERATOR-FILE
               KEY IS OPER-ID
               INVALID KEY
                   MOVE SPACE TO OPER-LEVEL
           END-READ.
           CLOSE OPERATOR-FILE.
           IF NOT OPER-LEVEL-SUPERVISOR
               DISPLAY "FATAL: A DELETE run must name the requesting "
                       "supervisor in col 18-25, got: "
                       PRM-REQUESTED-BY
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 9600-OPEN-APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open APPROVAL-FILE, status = "
                       WS-APPR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES          TO WS-APPR-SUBJECT-KEY.
           MOVE "PURGE"         TO WS-APPR-SUBJECT-KEY (1:8).
           MOVE PRM-CUTOFF-DATE TO WS-APPR-SUBJECT-KEY (9:8).
           PERFORM 9610-FIND-APPROVAL.
           EVALUATE TRUE
               WHEN APPROVAL-GRANTED
                   MOVE "Y" TO WS-DELETE-MODE
                   DISPLAY "DELETE run approved under request "
                           WS-APPR-REQUEST-ID "."
               WHEN APPROVAL-AWAITED
                   DISPLAY "DELETE run awaiting approval of request "
                           WS-APPR-REQUEST-ID " - running as PREVIEW."
               WHEN OTHER
                   PERFORM 9620-RAISE-APPROVAL-REQUEST
           END-EVALUATE.
           CLOSE APPROVAL-FILE.

       2000-EXAMINE-ONE-USER.
           ADD 1 TO WS-EXAMINED-COUNT.
           IF USER-CLOSED
      *  is skipped whole: purging half-gathered would delete the
      *  user record and strand the ungathered rows as permanent
      *  orphans.  The user record is only removed once every address
      *  and every address-history version went; a failed delete of
      *  either leaves the customer on file for a rerun rather than
      *  half-destroyed past the point a rerun could find it.
           EVALUATE TRUE
               WHEN GATHER-OVERFLOWED
                   MOVE "INVALID" TO WS-STATUS
                           "skipped, left on file."
               WHEN PURGE-FOR-REAL
                   PERFORM 4000-DELETE-ADDRESSES
                   IF WS-STATUS-SUCCESS
                       PERFORM 4300-PURGE-ADDRESS-HISTORY
                   END-IF
                   IF WS-STATUS-SUCCESS
                       PERFORM 4100-DELETE-USER-RECORD
                   END-IF
                   IF WS-STATUS-SUCCESS AND CONTACT-FILE-OPEN
                       PERFORM 4200-DELETE-CONTACT-RECORD
                   END-IF
               WHEN OTHER
                   MOVE WS-PADDR-USED TO WS-ADDRS-THIS-USER
                   MOVE "PREVIEW" TO WS-STATUS
                   PERFORM 4300-PURGE-ADDRESS-HISTORY
           END-EVALUATE.

      *  Addresses actually removed always count toward the balance
                   PERFORM 9100-JOURNAL-USER-UPDATE
           END-DELETE.

      *  The contact details go with the account.  Not every customer
      *  has a contact record, so a missing one is not a failure; a
      *  failed delete is displayed and left for a rerun to mop up,
      *  the account itself being already gone.
       4200-DELETE-CONTACT-RECORD.
           MOVE WS-PURGE-USER-ID TO CONT-USER-ID.
           READ CONTACT-FILE
               KEY IS CONT-USER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   DELETE CONTACT-FILE
                       INVALID KEY
                           DISPLAY "Unable to delete contact for "
                                   "user " WS-PURGE-USER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-PURGE-COUNT
                           MOVE "DELETE" TO WS-JRNL-OPERATION
                           MOVE SPACES   TO WS-AFTER-IMAGE
                           PERFORM 9250-JOURNAL-CONT-UPDATE
                   END-DELETE
           END-READ.

      *  The history goes once the address deletes have been through
      *  ADDRHIST, which opens and closes ADDRHIST.DAT on every call -
      *  so this run opens it per customer too rather than holding it
      *  across those calls.  No ADDRHIST.DAT means no history to
      *  destroy; a version that will not go marks the customer
      *  INVALID, so the user record stays for a rerun to finish.
       4300-PURGE-ADDRESS-HISTORY.
           IF PURGE-FOR-REAL
               OPEN I-O ADDR-HISTORY-FILE
           ELSE
               OPEN INPUT ADDR-HISTORY-FILE
           END-IF.
           EVALUATE WS-HIST-FILE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-HIST
                   MOVE WS-PURGE-USER-ID TO AHST-USER-ID
                   MOVE LOW-VALUES       TO AHST-ADDR-TYPE
                   MOVE ZERO             TO AHST-FROM-DATE
                                            AHST-FROM-TIME
                   START ADDR-HISTORY-FILE
                       KEY IS >= AHST-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-HIST
                   END-START
                   PERFORM 4310-PURGE-ONE-VERSION
                       UNTIL HIST-SCAN-DONE
                   CLOSE ADDR-HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open address history for "
                           "user " WS-PURGE-USER-ID ", status = "
                           WS-HIST-FILE-STATUS
                   ADD 1 TO WS-HIST-FAIL-COUNT
                   IF PURGE-FOR-REAL
                       MOVE "INVALID" TO WS-STATUS
                   END-IF
           END-EVALUATE.

       4310-PURGE-ONE-VERSION.
           READ ADDR-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   IF AHST-USER-ID NOT = WS-PURGE-USER-ID
                       MOVE "Y" TO WS-EOF-HIST
                   ELSE
                       IF PURGE-FOR-REAL
                           PERFORM 4320-DELETE-ONE-VERSION
                       ELSE
                           ADD 1 TO WS-HIST-PURGE-COUNT
                       END-IF
                   END-IF
           END-READ.

       4320-DELETE-ONE-VERSION.
           DELETE ADDR-HISTORY-FILE
               INVALID KEY
                   DISPLAY "Unable to delete address history for "
                           "user " WS-PURGE-USER-ID
                   ADD 1 TO WS-HIST-FAIL-COUNT
                   MOVE "INVALID" TO WS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-PURGE-COUNT
           END-DELETE.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE ADDR-TYPE    TO WS-JRNL-KEY (6:8).
           PERFORM 9300-WRITE-JOURNAL-ENTRY.

       9250-JOURNAL-CONT-UPDATE.
           MOVE "CONT"           TO WS-JRNL-FILE-ID.
           MOVE SPACES           TO WS-JRNL-KEY.
           MOVE WS-PURGE-USER-ID TO WS-JRNL-KEY (1:5).
           PERFORM 9300-WRITE-JOURNAL-ENTRY.

      *  One journal record per applied update, carrying the full
      *  before-image and after-image so JRNLRCVR can roll a restored
      *  backup forward to the point of failure.
           MOVE WS-JRNL-KEY        TO JRNL-KEY.
           MOVE WS-BEFORE-IMAGE    TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO JRNL-AFTER-IMAGE.
           IF JRNL-FILE-ID = "ADDR"
               PERFORM 9350-RECORD-ADDRESS-HISTORY
           END-IF.
           WRITE JOURNAL-RECORD.

      *  Every journaled address change also ends the old version
      *  and opens the new one on the effective-dated history.
      *  A failure there does not undo the update - AHSTBLD can
      *  rebuild the history from the live journal and every
      *  generation catalogued on BACKUP.CAT.
       9350-RECORD-ADDRESS-HISTORY.
           CALL "ADDRHIST" USING JOURNAL-RECORD WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "WARNING: Address history not updated for "
                       "key " JRNL-KEY
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "ADDRESSES REMOVED:     " WS-ADDR-PURGE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "CONTACTS REMOVED:      " WS-CONT-PURGE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "HISTORY ROWS REMOVED:  " WS-HIST-PURGE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "CUSTOMERS SKIPPED:     " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.

           PERFORM 9500-WRITE-BALANCE-RECORD.

           IF PURGE-FOR-REAL
               PERFORM 9640-MARK-APPROVAL-APPLIED
           END-IF.

           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF.

           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT " customers "
                       "the register."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-HIST-FAIL-COUNT > ZERO
               DISPLAY "WARNING: " WS-HIST-FAIL-COUNT " address "
                       "history failures - customers left on file "
                       "for a rerun."
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Retention purge complete - "
                   WS-PURGED-COUNT " customers, "
                   ADD 1 TO WS-ADDR-FILE-COUNT
           END-READ.

      *  The queue file is created the first time a request is raised.
       9600-OPEN-APPROVAL-FILE.
           OPEN I-O APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.

      *  Walks every request for one type and subject on the
      *  alternate key.  An APPROVED request wins over a PENDING one;
      *  REJECTED and APPLIED requests are history and are passed
      *  over, so a rejected purge can be asked for again.
       9610-FIND-APPROVAL.
           MOVE "N"  TO WS-APPR-STATE.
           MOVE ZERO TO WS-APPR-REQUEST-ID.
           MOVE "N"  TO WS-EOF-APPR.
           MOVE WS-APPR-SUBJECT-KEY TO APPR-SUBJECT-KEY.
           START APPROVAL-FILE
               KEY IS = APPR-SUBJECT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-APPR
           END-START.
           PERFORM 9615-CHECK-ONE-APPROVAL
               UNTIL APPR-SCAN-DONE.

       9615-CHECK-ONE-APPROVAL.
           READ APPROVAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-APPR
               NOT AT END
                   EVALUATE TRUE
                       WHEN APPR-SUBJECT-KEY NOT = WS-APPR-SUBJECT-KEY
                           MOVE "Y" TO WS-EOF-APPR
                       WHEN APPR-APPROVED
                           MOVE "A" TO WS-APPR-STATE
                           MOVE APPR-REQUEST-ID TO WS-APPR-REQUEST-ID
                       WHEN APPR-PENDING AND NOT APPROVAL-GRANTED
                           MOVE "P" TO WS-APPR-STATE
                           MOVE APPR-REQUEST-ID TO WS-APPR-REQUEST-ID
                   END-EVALUATE
           END-READ.

       9620-RAISE-APPROVAL-REQUEST.
           PERFORM 9630-FIND-NEXT-REQUEST-ID.
           MOVE SPACES              TO APPROVAL-RECORD.
           MOVE WS-APPR-NEXT-ID     TO APPR-REQUEST-ID.
           MOVE WS-APPR-SUBJECT-KEY TO APPR-SUBJECT-KEY.
           MOVE "PENDING"           TO APPR-STATUS.
           MOVE PRM-REQUESTED-BY    TO APPR-REQUESTED-BY.
           ACCEPT APPR-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT APPR-REQUESTED-TIME FROM TIME.
           MOVE ZERO TO APPR-DECIDED-DATE APPR-DECIDED-TIME
                        APPR-APPLIED-DATE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Unable to raise the purge "
                           "request - running as PREVIEW."
               NOT INVALID KEY
                   MOVE APPR-REQUEST-ID TO WS-APPR-REQUEST-ID
                   DISPLAY "Purge request " WS-APPR-REQUEST-ID
                           " raised - running as PREVIEW until a "
                           "second supervisor approves it."
           END-WRITE.

      *  Request numbers run on from the highest one on file.
       9630-FIND-NEXT-REQUEST-ID.
           MOVE ZERO TO WS-APPR-NEXT-ID.
           MOVE "N"  TO WS-EOF-APPR.
           MOVE ZERO TO APPR-REQUEST-ID.
           START APPROVAL-FILE
               KEY IS >= APPR-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-APPR
           END-START.
           PERFORM 9635-READ-ONE-REQUEST-ID
               UNTIL APPR-SCAN-DONE.
           ADD 1 TO WS-APPR-NEXT-ID.

       9635-READ-ONE-REQUEST-ID.
           READ APPROVAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-APPR
               NOT AT END
                   MOVE APPR-REQUEST-ID TO WS-APPR-NEXT-ID
           END-READ.

      *  The purge has run; the request is closed off so the same
      *  approval can never be used twice.
       9640-MARK-APPROVAL-APPLIED.
           PERFORM 9600-OPEN-APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to mark request "
                       WS-APPR-REQUEST-ID " applied, status = "
                       WS-APPR-FILE-STATUS
           ELSE
               MOVE WS-APPR-REQUEST-ID TO APPR-REQUEST-ID
               READ APPROVAL-FILE
                   KEY IS APPR-REQUEST-ID
                   INVALID KEY
                       DISPLAY "WARNING: Approval request vanished: "
                               WS-APPR-REQUEST-ID
                   NOT INVALID KEY
                       MOVE "APPLIED" TO APPR-STATUS
                       ACCEPT APPR-APPLIED-DATE FROM DATE YYYYMMDD
                       REWRITE APPROVAL-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: Unable to mark "
                                       "request applied: "
                                       WS-APPR-REQUEST-ID
                       END-REWRITE
               END-READ
               CLOSE APPROVAL-FILE
           END-IF.

       9999-EXIT.
           EXIT.
