      *  with several victims is several cards with the same survivor):
      *    col  1-5    survivor USER-ID
      *    col  6-10   victim USER-ID
      *    col 11-18   OPER-ID of the supervisor requesting the merge
      *
      *  A merge cannot be undone, so it is under dual control.  The
      *  first time a valid card is read it only raises a PENDING
      *  request on APPROVAL-FILE and is listed as HELD; the merge is
      *  carried out when the deck is run again after a different
      *  supervisor has approved the request through APPRMAINT.  The
      *  requester must be a supervisor on the operator master file.
      *
      *  For an accepted card every ADDRESS-FILE row of the victim is
      *  moved under the survivor's USER-ID; a victim row whose type is
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-REQUEST-ID
           ALTERNATE RECORD KEY IS APPR-SUBJECT-KEY WITH DUPLICATES
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-FILE.
       01  MERGE-RECORD.
           05  MRG-SURVIVOR-ID      PIC 9(05).
           05  MRG-VICTIM-ID        PIC 9(05).
           05  MRG-REQUESTED-BY     PIC X(08).

       FD  USER-FILE.
       COPY "USERREC".
       FD  BALANCE-FILE.
       COPY "BALREC".

       FD  OPERATOR-FILE.
       COPY "OPERREC".

       FD  APPROVAL-FILE.
       COPY "APPRREC".

       WORKING-STORAGE SECTION.
       01  WS-MERGE-FILE-STATUS     PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-OPER-FILE-STATUS      PIC X(02).
       01  WS-APPR-FILE-STATUS      PIC X(02).

       01  WS-EOF-MERGE             PIC X(01)     VALUE "N".
           88  NO-MORE-MERGE-CARDS                VALUE "Y".
       01  WS-STATUS                PIC X(10).
           88  WS-STATUS-SUCCESS                  VALUE "SUCCESS".
           88  WS-STATUS-INVALID                  VALUE "INVALID".
           88  WS-STATUS-PENDING                  VALUE "PENDING".
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-JOB-NAME              PIC X(08)     VALUE "DUPMERGE".
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-JRNL-KEY              PIC X(13).
       01  WS-BEFORE-IMAGE          PIC X(120).
       01  WS-AFTER-IMAGE           PIC X(120).
       01  WS-HIST-STATUS           PIC X(02).

      *  The victim's ADDRESS-FILE rows are gathered in one browse
      *  before any keyed survivor lookups, because a keyed READ moves
       01  WS-REJECT-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(06)     VALUE ZERO.
       01  WS-MATCHED-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(06)     VALUE ZERO.

       01  WS-APPR-SUBJECT-KEY      PIC X(18).
       01  WS-APPR-STATE            PIC X(01)     VALUE "N".
           88  APPROVAL-GRANTED                   VALUE "A".
           88  APPROVAL-AWAITED                   VALUE "P".
           88  APPROVAL-NONE                      VALUE "N".
       01  WS-APPR-REQUEST-ID       PIC 9(06)     VALUE ZERO.
       01  WS-APPR-NEXT-ID          PIC 9(06)     VALUE ZERO.
       01  WS-EOF-APPR              PIC X(01)     VALUE "N".
           88  APPR-SCAN-DONE                     VALUE "Y".

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(23) VALUE "CUSTOMER MERGE REGISTER".
           05  RJL-REASON           PIC X(30).
           05  FILLER               PIC X(09)  VALUE SPACES.

       01  HELD-LINE.
           05  FILLER               PIC X(10)  VALUE "HELD      ".
           05  FILLER               PIC X(10)  VALUE "SURVIVOR  ".
           05  HLD-SURVIVOR-ID      PIC 9(05).
           05  FILLER               PIC X(09)  VALUE "  VICTIM ".
           05  HLD-VICTIM-ID        PIC 9(05).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  HLD-NOTE             PIC X(22).
           05  FILLER               PIC X(08)  VALUE "REQUEST ".
           05  HLD-REQUEST-ID       PIC 9(06).
           05  FILLER               PIC X(03)  VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

               GOBACK
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open OPERATOR-FILE, status = "
                       WS-OPER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MERGE-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE REPORT-FILE
               CLOSE AUDIT-LOG
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF.

      *  The queue file is created the first time a request is raised.
           OPEN I-O APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.
           IF WS-APPR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open APPROVAL-FILE, status = "
                       WS-APPR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MERGE-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE REPORT-FILE
               CLOSE AUDIT-LOG
               CLOSE JOURNAL-FILE
               CLOSE OPERATOR-FILE
               GOBACK
           END-IF.

           MOVE WS-TODAY-DATE TO TTL-DATE.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SUCCESS" TO WS-STATUS.
           MOVE ZERO TO WS-MOVED-THIS-CARD WS-MATCHED-THIS-CARD.

           MOVE "N" TO WS-APPR-STATE.

           PERFORM 3000-VALIDATE-MERGE-PAIR.

           IF WS-REJECT-REASON = SPACES
               PERFORM 3050-CHECK-MERGE-APPROVAL
           END-IF.

      *  A victim with more addresses than the gather table holds
      *  rejects whole, like a collision does: moving only part of
      *  them and then closing the victim would strand the rest as
      *  exactly the orphaned rows this program exists to eliminate.
           IF WS-REJECT-REASON = SPACES AND APPROVAL-GRANTED
               PERFORM 3100-GATHER-VICTIM-ADDRESSES
               IF GATHER-OVERFLOWED
                   MOVE "TOO MANY VICTIM ADDRESSES"
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 5000-REJECT-MERGE
               WHEN APPROVAL-GRANTED
                   PERFORM 4000-APPLY-MERGE
               WHEN OTHER
                   PERFORM 5100-HOLD-MERGE
           END-EVALUATE.

           PERFORM 8000-WRITE-AUDIT-ENTRY.

               END-READ
           END-IF.

      *  Only a supervisor may ask for a merge, and only an approved
      *  request lets the card through to the merge itself.  The pair
      *  is validated first so a keying error is rejected at once
      *  rather than sent to the checker.
       3050-CHECK-MERGE-APPROVAL.
           MOVE MRG-REQUESTED-BY TO OPER-ID.
           READ OPERATOR-FILE
               KEY IS OPER-ID
               INVALID KEY
                   MOVE "REQUESTER NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT OPER-LEVEL-SUPERVISOR
                       MOVE "REQUESTER NOT A SUPERVISOR"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE SPACES          TO WS-APPR-SUBJECT-KEY
               MOVE "MERGE"         TO WS-APPR-SUBJECT-KEY (1:8)
               MOVE MRG-SURVIVOR-ID TO WS-APPR-SUBJECT-KEY (9:5)
               MOVE MRG-VICTIM-ID   TO WS-APPR-SUBJECT-KEY (14:5)
               PERFORM 9610-FIND-APPROVAL
               IF APPROVAL-NONE
                   PERFORM 9620-RAISE-APPROVAL-REQUEST
               END-IF
           END-IF.

       3100-GATHER-VICTIM-ADDRESSES.
           MOVE ZERO TO WS-VADDR-USED.
           MOVE "N" TO WS-GATHER-OVERFLOW.
               MOVE WS-MOVED-THIS-CARD  TO MGL-MOVED
               MOVE WS-MATCHED-THIS-CARD TO MGL-MATCHED
               WRITE REPORT-LINE FROM MERGED-LINE
               PERFORM 9640-MARK-APPROVAL-APPLIED
           ELSE
               MOVE "MERGE FAILED MID-APPLY" TO WS-REJECT-REASON
               PERFORM 5000-REJECT-MERGE
           WRITE REPORT-LINE FROM REJECTED-LINE.
           ADD 1 TO WS-REJECT-COUNT.

      *  A held card changes nothing; the register shows which
      *  request the checker has to decide.
       5100-HOLD-MERGE.
           MOVE "PENDING"          TO WS-STATUS.
           MOVE MRG-SURVIVOR-ID    TO HLD-SURVIVOR-ID.
           MOVE MRG-VICTIM-ID      TO HLD-VICTIM-ID.
           IF APPROVAL-AWAITED
               MOVE "AWAITING APPROVAL"  TO HLD-NOTE
           ELSE
               MOVE "APPROVAL REQUESTED" TO HLD-NOTE
           END-IF.
           MOVE WS-APPR-REQUEST-ID TO HLD-REQUEST-ID.
           WRITE REPORT-LINE FROM HELD-LINE.
           ADD 1 TO WS-HELD-COUNT.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
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
           STRING "ADDRESSES RECONCILED:  " WS-MATCHED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "CARDS HELD (APPROVAL): " WS-HELD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.

           PERFORM 9500-WRITE-BALANCE-RECORD.

           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE APPROVAL-FILE.

           DISPLAY "Customer merge complete - "
                   WS-READ-COUNT " cards read, "
                   WS-MERGED-COUNT " merged, "
                   WS-REJECT-COUNT " rejected, "
                   WS-HELD-COUNT " held for approval.".

      *  End-of-run control totals: both master files are swept and
      *  the resulting counts recorded with this run's activity on
                   ADD 1 TO WS-ADDR-FILE-COUNT
           END-READ.

      *  Walks every request for one type and subject on the
      *  alternate key.  An APPROVED request wins over a PENDING one;
      *  REJECTED and APPLIED requests are history and are passed
      *  over, so a rejected merge can be asked for again.
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
           MOVE MRG-REQUESTED-BY    TO APPR-REQUESTED-BY.
           ACCEPT APPR-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT APPR-REQUESTED-TIME FROM TIME.
           MOVE ZERO TO APPR-DECIDED-DATE APPR-DECIDED-TIME
                        APPR-APPLIED-DATE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE "UNABLE TO RAISE APPROVAL"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE APPR-REQUEST-ID TO WS-APPR-REQUEST-ID
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

      *  The merge is done; the request is closed off so the same
      *  approval can never be used twice.
       9640-MARK-APPROVAL-APPLIED.
           MOVE WS-APPR-REQUEST-ID TO APPR-REQUEST-ID.
           READ APPROVAL-FILE
               KEY IS APPR-REQUEST-ID
               INVALID KEY
                   DISPLAY "WARNING: Approval request vanished: "
                           WS-APPR-REQUEST-ID
               NOT INVALID KEY
                   MOVE "APPLIED" TO APPR-STATUS
                   MOVE WS-TODAY-DATE TO APPR-APPLIED-DATE
                   REWRITE APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Unable to mark request "
                                   "applied: " WS-APPR-REQUEST-ID
                   END-REWRITE
           END-READ.

       9999-EXIT.
           EXIT.
