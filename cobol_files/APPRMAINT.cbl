       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMAINT.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Dual-control approval screen - the checker's half of the
      *  maker/checker rule for irreversible supervisor actions.  A
      *  customer close keyed in USERMAINT, a DUPMERGE merge card and
      *  a RETNPURG DELETE run each only raise a PENDING request on
      *  APPROVAL-FILE; nothing happens to the customer until a
      *  second supervisor approves the request here, after which the
      *  program that raised it carries it out on its next run.
      *    - sign-on protected through SIGNON, supervisors only, and
      *      locked out while the nightly job stream holds RUNLOCK.DAT,
      *    - lists every PENDING request with its requester and how
      *      many days it has waited,
      *    - one request is approved or rejected per run; the
      *      supervisor who raised a request may not decide it,
      *    - every decision is stamped with the checker's id, date and
      *      time on the request and written to the audit trail.
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

      *  Opened INPUT only, to show the checker who a request is for.
           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-SURNAME WITH DUPLICATES
           FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       COPY "APPRREC".

       FD  USER-FILE.
       COPY "USERREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LOCK-FLAG             PIC X(01).
           05  LOCK-DATE             PIC 9(08).
           05  LOCK-TIME             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-DECISION-CODE      PIC X(01).
           88  WS-DECISION-APPROVE    VALUE "A".
           88  WS-DECISION-REJECT     VALUE "R".

       01  WS-REQUEST-ID         PIC 9(06).
       01  WS-DECISION-NOTE      PIC X(30).
       01  WS-SUBJECT-USER-ID    PIC 9(05) VALUE ZERO.
       01  WS-STATUS             PIC X(10).
           88  WS-STATUS-SUCCESS      VALUE "SUCCESS".
           88  WS-STATUS-NOT-FOUND    VALUE "NOT-FOUND".
           88  WS-STATUS-INVALID      VALUE "INVALID".
       01  WS-APPR-FILE-STATUS   PIC X(02).
       01  WS-USER-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS  PIC X(02).
       01  WS-LOCK-FILE-STATUS   PIC X(02).
       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-TODAY-DAY-NUMBER   PIC 9(07).
       01  WS-REQ-DAY-NUMBER     PIC 9(07).
       01  WS-DAYS-WAITING       PIC 9(05).
       01  WS-EOF-APPR           PIC X(01) VALUE "N".
           88  APPR-SCAN-DONE         VALUE "Y".
       01  WS-PENDING-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-OPERATOR-ID        PIC X(08).
       01  WS-OPER-LEVEL         PIC X(01).
           88  OPERATOR-SUPERVISOR    VALUE "S".
       01  WS-SIGNON-FLAG        PIC X(01).
           88  SIGNON-ACCEPTED        VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "=== APPROVAL MAINTENANCE STARTED ===".

           PERFORM 0500-SIGN-ON-OPERATOR.

           IF NOT OPERATOR-SUPERVISOR
               DISPLAY "Deciding approval requests requires a "
                       "supervisor sign-on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-CHECK-RUN-LOCK.

           OPEN I-O APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS = "35"
               DISPLAY "No approval requests have been raised."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open APPROVAL-FILE, status = "
                       WS-APPR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE APPROVAL-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE APPROVAL-FILE
               CLOSE USER-FILE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL "DAYNUM" USING WS-TODAY-DATE WS-TODAY-DAY-NUMBER.

           PERFORM 2000-LIST-PENDING-REQUESTS.

           IF WS-PENDING-COUNT = ZERO
               MOVE "NOT-FOUND" TO WS-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Enter Request ID: "
               ACCEPT WS-REQUEST-ID
               PERFORM 3000-DECIDE-REQUEST
               DISPLAY "Status: " WS-STATUS
               PERFORM 8000-WRITE-AUDIT-ENTRY
               IF WS-STATUS-SUCCESS
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE APPROVAL-FILE.
           CLOSE USER-FILE.
           CLOSE AUDIT-LOG.

           STOP RUN.

      *  SIGNON opens its own AUDIT-LOG connector - like ADRESS it is
      *  called while this program holds no connector on the log.  No
      *  sign-on, no decisions; the verified operator id is what is
      *  stamped on the request as the checker.
       0500-SIGN-ON-OPERATOR.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-OPER-LEVEL
                WS-SIGNON-FLAG.
           IF NOT SIGNON-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  DUPMERGE and RETNPURG mark requests APPLIED as nightly
      *  steps, so requests are not decided while the stream runs.
      *  A missing lock file simply means no stream has ever run.
       1000-CHECK-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       MOVE "N" TO LOCK-FLAG
               END-READ
               CLOSE RUN-LOCK-FILE
               IF LOCK-FLAG = "Y"
                   DISPLAY "FATAL: Nightly job stream in progress "
                           "since " LOCK-DATE " " LOCK-TIME
                   DISPLAY "Approval maintenance is locked out until "
                           "the stream completes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-LIST-PENDING-REQUESTS.
           DISPLAY "==============================".
           DISPLAY "REQUESTS AWAITING APPROVAL:".
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE "N"  TO WS-EOF-APPR.
           MOVE ZERO TO APPR-REQUEST-ID.
           START APPROVAL-FILE
               KEY IS >= APPR-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-APPR
           END-START.
           IF NOT APPR-SCAN-DONE
               PERFORM 2900-READ-NEXT-REQUEST
               PERFORM 2100-LIST-ONE-REQUEST
                   UNTIL APPR-SCAN-DONE
           END-IF.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "  (no requests are awaiting approval)"
           END-IF.
           DISPLAY "==============================".

       2100-LIST-ONE-REQUEST.
           IF APPR-PENDING
               ADD 1 TO WS-PENDING-COUNT
               CALL "DAYNUM" USING APPR-REQUESTED-DATE
                    WS-REQ-DAY-NUMBER
               COMPUTE WS-DAYS-WAITING =
                   WS-TODAY-DAY-NUMBER - WS-REQ-DAY-NUMBER
               DISPLAY "  " APPR-REQUEST-ID
                       " " APPR-REQUEST-TYPE
                       " " APPR-SUBJECT
                       " by " APPR-REQUESTED-BY
                       " on " APPR-REQUESTED-DATE
                       " waiting " WS-DAYS-WAITING " days"
           END-IF.
           PERFORM 2900-READ-NEXT-REQUEST.

       2900-READ-NEXT-REQUEST.
           READ APPROVAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-APPR
           END-READ.

      *  Four-eyes rule: the checker must be a different supervisor
      *  from the one who raised the request.
       3000-DECIDE-REQUEST.
           MOVE WS-REQUEST-ID TO APPR-REQUEST-ID.
           READ APPROVAL-FILE
               KEY IS APPR-REQUEST-ID
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "Request ID not found: " WS-REQUEST-ID
               NOT INVALID KEY
                   PERFORM 3100-SHOW-REQUEST
                   EVALUATE TRUE
                       WHEN NOT APPR-PENDING
                           MOVE "INVALID" TO WS-STATUS
                           DISPLAY "Request is not pending - status "
                                   APPR-STATUS
                       WHEN APPR-REQUESTED-BY = WS-OPERATOR-ID
                           MOVE "INVALID" TO WS-STATUS
                           DISPLAY "A request must be decided by a "
                                   "different supervisor from the "
                                   "one who raised it."
                       WHEN OTHER
                           PERFORM 3300-RECORD-DECISION
                   END-EVALUATE
           END-READ.

       3100-SHOW-REQUEST.
           DISPLAY "  Request:      " APPR-REQUEST-ID.
           DISPLAY "  Raised by:    " APPR-REQUESTED-BY
                   " on " APPR-REQUESTED-DATE
                   " at " APPR-REQUESTED-TIME.
           EVALUATE TRUE
               WHEN APPR-TYPE-CLOSE
                   MOVE APPR-CLOSE-USER-ID TO WS-SUBJECT-USER-ID
                   DISPLAY "  Action:       close customer "
                           APPR-CLOSE-USER-ID
                   PERFORM 3200-SHOW-CUSTOMER
               WHEN APPR-TYPE-MERGE
                   MOVE APPR-VICTIM-ID TO WS-SUBJECT-USER-ID
                   DISPLAY "  Action:       merge customer "
                           APPR-VICTIM-ID " into "
                           APPR-SURVIVOR-ID
                   PERFORM 3200-SHOW-CUSTOMER
                   MOVE APPR-SURVIVOR-ID TO WS-SUBJECT-USER-ID
                   PERFORM 3200-SHOW-CUSTOMER
                   MOVE APPR-VICTIM-ID TO WS-SUBJECT-USER-ID
               WHEN APPR-TYPE-PURGE
                   MOVE ZERO TO WS-SUBJECT-USER-ID
                   DISPLAY "  Action:       retention purge of "
                           "customers closed before "
                           APPR-CUTOFF-DATE
                   DISPLAY "                (see the RETNPURG "
                           "PREVIEW register)"
               WHEN OTHER
                   MOVE ZERO TO WS-SUBJECT-USER-ID
                   DISPLAY "  Action:       " APPR-REQUEST-TYPE
                           " " APPR-SUBJECT
           END-EVALUATE.
           DISPLAY "  Status:       " APPR-STATUS.

       3200-SHOW-CUSTOMER.
           MOVE WS-SUBJECT-USER-ID TO USER-ID.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   DISPLAY "  Customer:     " WS-SUBJECT-USER-ID
                           " (not on file)"
               NOT INVALID KEY
                   DISPLAY "  Customer:     " USER-ID " "
                           USER-NAME " " USER-SURNAME " "
                           USER-STATUS
           END-READ.

       3300-RECORD-DECISION.
           DISPLAY "Enter Decision (A=Approve, R=Reject): ".
           ACCEPT WS-DECISION-CODE.
           MOVE SPACES TO WS-DECISION-NOTE.
           IF WS-DECISION-REJECT
               DISPLAY "Enter Reason for Rejection: "
               ACCEPT WS-DECISION-NOTE
           END-IF.

           IF NOT WS-DECISION-APPROVE AND NOT WS-DECISION-REJECT
               MOVE "INVALID" TO WS-STATUS
               DISPLAY "Invalid decision code: " WS-DECISION-CODE
           ELSE
               IF WS-DECISION-APPROVE
                   MOVE "APPROVED" TO APPR-STATUS
               ELSE
                   MOVE "REJECTED" TO APPR-STATUS
               END-IF
               MOVE WS-OPERATOR-ID   TO APPR-DECIDED-BY
               ACCEPT APPR-DECIDED-DATE FROM DATE YYYYMMDD
               ACCEPT APPR-DECIDED-TIME FROM TIME
               MOVE WS-DECISION-NOTE TO APPR-NOTE
               REWRITE APPROVAL-RECORD
                   INVALID KEY
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "Unable to record decision for request "
                               WS-REQUEST-ID
                   NOT INVALID KEY
                       MOVE "SUCCESS" TO WS-STATUS
                       DISPLAY "Request " WS-REQUEST-ID " "
                               APPR-STATUS
               END-REWRITE
           END-IF.

      *  The audit entry carries the customer the request is about -
      *  the victim for a merge, zero for a purge run.
       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-SUBJECT-USER-ID TO AUDIT-USER-ID.
           IF WS-DECISION-REJECT
               MOVE "REJECT-REQ"  TO AUDIT-OPERATION
           ELSE
               MOVE "APPROVE-REQ" TO AUDIT-OPERATION
           END-IF.
           MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR.
           MOVE WS-STATUS          TO AUDIT-STATUS.
           WRITE AUDIT-RECORD.
