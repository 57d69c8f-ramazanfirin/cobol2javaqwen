           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

      *  Dual-control queue: a close only takes effect once a second
      *  supervisor has approved it through APPRMAINT.
           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-REQUEST-ID
           ALTERNATE RECORD KEY IS APPR-SUBJECT-KEY WITH DUPLICATES
           FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       FD  BALANCE-FILE.
       COPY "BALREC".

       FD  APPROVAL-FILE.
       COPY "APPRREC".

       WORKING-STORAGE SECTION.
       01  WS-ACTION-CODE        PIC X(01).
           88  WS-ACTION-ADD         VALUE "A".
           88  WS-STATUS-SUCCESS      VALUE "SUCCESS".
           88  WS-STATUS-NOT-FOUND    VALUE "NOT-FOUND".
           88  WS-STATUS-INVALID      VALUE "INVALID".
           88  WS-STATUS-PENDING      VALUE "PENDING".
       01  WS-USER-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS  PIC X(02).
       01  WS-JOB-NAME           PIC X(08) VALUE "USERMANT".
           88  OPERATOR-SUPERVISOR    VALUE "S".
       01  WS-SIGNON-FLAG        PIC X(01).
           88  SIGNON-ACCEPTED        VALUE "Y".
       01  WS-APPR-FILE-STATUS   PIC X(02).
       01  WS-APPR-SUBJECT-KEY   PIC X(18).
       01  WS-APPR-STATE         PIC X(01) VALUE "N".
           88  APPROVAL-GRANTED       VALUE "A".
           88  APPROVAL-AWAITED       VALUE "P".
           88  APPROVAL-NONE          VALUE "N".
       01  WS-APPR-REQUEST-ID    PIC 9(06) VALUE ZERO.
       01  WS-APPR-NEXT-ID       PIC 9(06) VALUE ZERO.
       01  WS-EOF-APPR           PIC X(01) VALUE "N".
           88  APPR-SCAN-DONE         VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "Closing a customer requires a "
                               "supervisor sign-on."
                   WHEN NOT USER-CLOSED
                       AND WS-NEW-STATUS = "CLOSED"
                       PERFORM 2300-CHECK-CLOSE-APPROVAL
                       IF APPROVAL-GRANTED
                           PERFORM 2120-APPLY-USER-CHANGE
                       END-IF
                   WHEN OTHER
                       PERFORM 2120-APPLY-USER-CHANGE
                   END-EVALUATE
           END-READ.

       2120-APPLY-USER-CHANGE.
           MOVE USER-RECORD   TO WS-BEFORE-IMAGE.
           MOVE WS-NAME       TO USER-NAME.
           MOVE WS-SURNAME    TO USER-SURNAME.
           IF NOT WS-NEW-STATUS-KEEP
               MOVE WS-NEW-STATUS TO USER-STATUS
           END-IF.
           MOVE WS-TODAY-DATE TO USER-CHANGED-DATE.
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Unable to update user: " WS-USER-ID
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
                   DISPLAY "User updated: " WS-USER-ID
                   MOVE "REWRITE"   TO WS-JRNL-OPERATION
                   MOVE USER-RECORD TO WS-AFTER-IMAGE
                   PERFORM 9100-WRITE-JOURNAL-ENTRY
                   IF APPROVAL-GRANTED
                       PERFORM 2350-MARK-APPROVAL-APPLIED
                   END-IF
           END-REWRITE.

      *  Soft delete: the record is marked CLOSED rather than removed,
      *  so the customer's audit history and addresses stay explained
      *  and closed accounts remain on file for the retention period.
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "User already closed: " WS-USER-ID
                   ELSE
                       PERFORM 2300-CHECK-CLOSE-APPROVAL
                       IF APPROVAL-GRANTED
                           PERFORM 2210-CLOSE-USER-RECORD
                       END-IF
                   END-IF
           END-READ.

       2210-CLOSE-USER-RECORD.
           MOVE USER-RECORD   TO WS-BEFORE-IMAGE.
           MOVE "CLOSED"      TO USER-STATUS.
           MOVE WS-TODAY-DATE TO USER-CHANGED-DATE.
           REWRITE USER-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Unable to close user: " WS-USER-ID
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
                   DISPLAY "User closed: " WS-USER-ID
                   MOVE "REWRITE"    TO WS-JRNL-OPERATION
                   MOVE USER-RECORD  TO WS-AFTER-IMAGE
                   PERFORM 9100-WRITE-JOURNAL-ENTRY
                   PERFORM 2350-MARK-APPROVAL-APPLIED
           END-REWRITE.

      *  Dual control: one supervisor keying a close only raises a
      *  PENDING request on APPROVAL-FILE.  Once a different
      *  supervisor has approved it through APPRMAINT, keying the
      *  close again finds the approval and carries it out; until
      *  then the customer is left exactly as it was.
       2300-CHECK-CLOSE-APPROVAL.
           MOVE "N" TO WS-APPR-STATE.
           PERFORM 9600-OPEN-APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS NOT = "00"
               MOVE "INVALID" TO WS-STATUS
               DISPLAY "Unable to open APPROVAL-FILE, status = "
                       WS-APPR-FILE-STATUS
           ELSE
               MOVE SPACES     TO WS-APPR-SUBJECT-KEY
               MOVE "CLOSE"    TO WS-APPR-SUBJECT-KEY (1:8)
               MOVE WS-USER-ID TO WS-APPR-SUBJECT-KEY (9:5)
               PERFORM 9610-FIND-APPROVAL
               EVALUATE TRUE
                   WHEN APPROVAL-GRANTED
                       DISPLAY "Close approved under request "
                               WS-APPR-REQUEST-ID
                   WHEN APPROVAL-AWAITED
                       MOVE "PENDING" TO WS-STATUS
                       DISPLAY "Close request " WS-APPR-REQUEST-ID
                               " is still awaiting approval by a "
                               "second supervisor."
                   WHEN OTHER
                       PERFORM 9620-RAISE-APPROVAL-REQUEST
               END-EVALUATE
               CLOSE APPROVAL-FILE
           END-IF.

       2350-MARK-APPROVAL-APPLIED.
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

      *  End-of-run control totals: both master files are swept and
      *  the resulting counts recorded with this run's activity on
      *  BALANCE.DAT, so the nightly balance check can prove the
           MOVE WS-BEFORE-IMAGE    TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

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
      *  over, so a rejected close can be raised again.
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
           MOVE WS-OPERATOR-ID      TO APPR-REQUESTED-BY.
           ACCEPT APPR-REQUESTED-DATE FROM DATE YYYYMMDD.
           ACCEPT APPR-REQUESTED-TIME FROM TIME.
           MOVE ZERO TO APPR-DECIDED-DATE APPR-DECIDED-TIME
                        APPR-APPLIED-DATE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Unable to raise close request for user "
                           WS-USER-ID
               NOT INVALID KEY
                   MOVE "PENDING" TO WS-STATUS
                   MOVE APPR-REQUEST-ID TO WS-APPR-REQUEST-ID
                   DISPLAY "Close request " WS-APPR-REQUEST-ID
                           " raised - a second supervisor must "
                           "approve it before the close is applied."
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
