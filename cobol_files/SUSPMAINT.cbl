       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMAINT.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Suspense maintenance screen - where the desk works the items
      *  TRNAPPLY and ADDRIMPT could not apply.  Every rejected
      *  transaction and feed record is held on SUSPENSE-FILE as a
      *  TRNAPPLY transaction image; here a clerk either corrects it,
      *  after which TRNAPPLY recycles it on its next run, or writes
      *  it off with a reason.
      *    - sign-on protected through SIGNON, and locked out while
      *      the nightly job stream holds RUNLOCK.DAT,
      *    - lists every OPEN or CORRECTED item with its source,
      *      reason code and how many days since it was first seen,
      *    - one item is corrected or written off per run.  A
      *      correction is keyed field by field over the held image,
      *      a blank entry keeping what is held, so an item whose
      *      fault was on the master files can be resubmitted as it
      *      stands; a write-off must give a reason,
      *    - every action is stamped with the clerk's id and date on
      *      the item and written to the audit trail.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-ITEM-ID
           ALTERNATE RECORD KEY IS SUSP-TRANSACTION WITH DUPLICATES
           FILE STATUS IS WS-SUSP-FILE-STATUS.

      *  Opened INPUT only, to show the clerk who an item is for.
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
       FD  SUSPENSE-FILE.
       COPY "SUSPREC".

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
       01  WS-ACTION-CODE        PIC X(01).
           88  WS-ACTION-CORRECT      VALUE "C".
           88  WS-ACTION-WRITE-OFF    VALUE "W".

       01  WS-ITEM-ID            PIC 9(06).
       01  WS-ACTION-NOTE        PIC X(30).
       01  WS-SUBJECT-USER-ID    PIC 9(05) VALUE ZERO.
       01  WS-STATUS             PIC X(10).
           88  WS-STATUS-SUCCESS      VALUE "SUCCESS".
           88  WS-STATUS-NOT-FOUND    VALUE "NOT-FOUND".
           88  WS-STATUS-INVALID      VALUE "INVALID".
       01  WS-SUSP-FILE-STATUS   PIC X(02).
       01  WS-USER-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS  PIC X(02).
       01  WS-LOCK-FILE-STATUS   PIC X(02).
       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-TODAY-DAY-NUMBER   PIC 9(07).
       01  WS-SEEN-DAY-NUMBER    PIC 9(07).
       01  WS-DAYS-WAITING       PIC 9(05).
       01  WS-EOF-SUSP           PIC X(01) VALUE "N".
           88  SUSP-SCAN-DONE         VALUE "Y".
       01  WS-OUTSTANDING-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-OPERATOR-ID        PIC X(08).
       01  WS-OPER-LEVEL         PIC X(01).
           88  OPERATOR-SUPERVISOR    VALUE "S".
       01  WS-SIGNON-FLAG        PIC X(01).
           88  SIGNON-ACCEPTED        VALUE "Y".

      *  The corrected image is built here from the held image and
      *  the clerk's entries before it replaces the held one.
       01  WS-NEW-TRANSACTION.
           05  WS-NEW-ACTION-CODE    PIC X(01).
               88  WS-NEW-ACTION-VALID    VALUE "A" "C" "D".
           05  WS-NEW-TARGET-FILE    PIC X(01).
               88  WS-NEW-TARGET-VALID    VALUE "U" "A" "C".
               88  WS-NEW-TARGET-ADDRESS  VALUE "A".
           05  WS-NEW-USER-ID        PIC X(05).
           05  WS-NEW-ADDR-TYPE      PIC X(08).
           05  WS-NEW-DATA           PIC X(100).
       01  WS-ENTRY-ACTION       PIC X(01).
       01  WS-ENTRY-TARGET       PIC X(01).
       01  WS-ENTRY-USER-ID      PIC X(05).
       01  WS-ENTRY-ADDR-TYPE    PIC X(08).
       01  WS-ENTRY-DATA         PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "=== SUSPENSE MAINTENANCE STARTED ===".

           PERFORM 0500-SIGN-ON-OPERATOR.

           PERFORM 1000-CHECK-RUN-LOCK.

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-FILE-STATUS = "35"
               DISPLAY "No items have been held in suspense."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open SUSPENSE-FILE, status = "
                       WS-SUSP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPENSE-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPENSE-FILE
               CLOSE USER-FILE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           CALL "DAYNUM" USING WS-TODAY-DATE WS-TODAY-DAY-NUMBER.

           PERFORM 2000-LIST-OUTSTANDING-ITEMS.

           IF WS-OUTSTANDING-COUNT = ZERO
               MOVE "NOT-FOUND" TO WS-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Enter Item ID: "
               ACCEPT WS-ITEM-ID
               PERFORM 3000-WORK-ITEM
               DISPLAY "Status: " WS-STATUS
               PERFORM 8000-WRITE-AUDIT-ENTRY
               IF WS-STATUS-SUCCESS
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE SUSPENSE-FILE.
           CLOSE USER-FILE.
           CLOSE AUDIT-LOG.

           STOP RUN.

      *  SIGNON opens its own AUDIT-LOG connector - like ADRESS it is
      *  called while this program holds no connector on the log.  No
      *  sign-on, no suspense work; the verified operator id is what
      *  is stamped on the item.
       0500-SIGN-ON-OPERATOR.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-OPER-LEVEL
                WS-SIGNON-FLAG.
           IF NOT SIGNON-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  TRNAPPLY and ADDRIMPT update the suspense file as nightly
      *  steps, so items are not worked while the stream runs.
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
                   DISPLAY "Suspense maintenance is locked out until "
                           "the stream completes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-LIST-OUTSTANDING-ITEMS.
           DISPLAY "==============================".
           DISPLAY "ITEMS HELD IN SUSPENSE:".
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           MOVE "N"  TO WS-EOF-SUSP.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSP
           END-START.
           IF NOT SUSP-SCAN-DONE
               PERFORM 2900-READ-NEXT-ITEM
               PERFORM 2100-LIST-ONE-ITEM
                   UNTIL SUSP-SCAN-DONE
           END-IF.
           IF WS-OUTSTANDING-COUNT = ZERO
               DISPLAY "  (no items are outstanding)"
           END-IF.
           DISPLAY "==============================".

       2100-LIST-ONE-ITEM.
           IF SUSP-OUTSTANDING
               ADD 1 TO WS-OUTSTANDING-COUNT
               CALL "DAYNUM" USING SUSP-FIRST-SEEN-DATE
                    WS-SEEN-DAY-NUMBER
               COMPUTE WS-DAYS-WAITING =
                   WS-TODAY-DAY-NUMBER - WS-SEEN-DAY-NUMBER
               DISPLAY "  " SUSP-ITEM-ID
                       " " SUSP-SOURCE
                       " reason " SUSP-REASON-CODE
                       " " SUSP-STATUS
                       " customer " SUSP-TRN-USER-ID
                       " " SUSP-TRN-ACTION SUSP-TRN-TARGET
                       " waiting " WS-DAYS-WAITING " days"
           END-IF.
           PERFORM 2900-READ-NEXT-ITEM.

       2900-READ-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSP
           END-READ.

      *  Only an outstanding item can be worked; a CORRECTED item
      *  not yet recycled may be corrected again or written off.
       3000-WORK-ITEM.
           MOVE WS-ITEM-ID TO SUSP-ITEM-ID.
           READ SUSPENSE-FILE
               KEY IS SUSP-ITEM-ID
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "Item ID not found: " WS-ITEM-ID
               NOT INVALID KEY
                   PERFORM 3100-SHOW-ITEM
                   IF NOT SUSP-OUTSTANDING
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "Item is not outstanding - status "
                               SUSP-STATUS
                   ELSE
                       PERFORM 3300-RECORD-ACTION
                   END-IF
           END-READ.

       3100-SHOW-ITEM.
           IF SUSP-TRN-USER-ID IS NUMERIC
               MOVE SUSP-TRN-USER-ID TO WS-SUBJECT-USER-ID
           ELSE
               MOVE ZERO TO WS-SUBJECT-USER-ID
           END-IF.
           DISPLAY "  Item:         " SUSP-ITEM-ID.
           DISPLAY "  Source:       " SUSP-SOURCE
                   " reason " SUSP-REASON-CODE.
           DISPLAY "  First seen:   " SUSP-FIRST-SEEN-DATE
                   " last seen " SUSP-LAST-SEEN-DATE
                   " rejected " SUSP-TIMES-REJECTED " times".
           DISPLAY "  Status:       " SUSP-STATUS.
           IF SUSP-ACTION-BY NOT = SPACES
               DISPLAY "  Last action:  " SUSP-ACTION-BY
                       " on " SUSP-ACTION-DATE " " SUSP-NOTE
           END-IF.
           DISPLAY "  Action/target " SUSP-TRN-ACTION
                   SUSP-TRN-TARGET
                   "  customer " SUSP-TRN-USER-ID
                   "  type " SUSP-TRN-ADDR-TYPE.
           DISPLAY "  Data:         " SUSP-TRANSACTION (16:50).
           DISPLAY "                " SUSP-TRANSACTION (66:50).
           MOVE WS-SUBJECT-USER-ID TO USER-ID.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   DISPLAY "  Customer:     " SUSP-TRN-USER-ID
                           " (not on file)"
               NOT INVALID KEY
                   DISPLAY "  Customer:     " USER-ID " "
                           USER-NAME " " USER-SURNAME " "
                           USER-STATUS
           END-READ.

       3300-RECORD-ACTION.
           DISPLAY "Enter Action (C=Correct, W=Write off): ".
           ACCEPT WS-ACTION-CODE.
           MOVE SPACES TO WS-ACTION-NOTE.
           EVALUATE TRUE
               WHEN WS-ACTION-CORRECT
                   PERFORM 3400-CORRECT-ITEM
               WHEN WS-ACTION-WRITE-OFF
                   PERFORM 3500-WRITE-OFF-ITEM
               WHEN OTHER
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Invalid action code: " WS-ACTION-CODE
           END-EVALUATE.

      *  The corrected image must be one TRNAPPLY can at least route;
      *  everything else is left for TRNAPPLY to judge on the run.
       3400-CORRECT-ITEM.
           MOVE SUSP-TRANSACTION TO WS-NEW-TRANSACTION.
           DISPLAY "Blank entries keep the value held.".
           DISPLAY "Enter Action Code (A/C/D): ".
           ACCEPT WS-ENTRY-ACTION.
           DISPLAY "Enter Target File (U/A/C): ".
           ACCEPT WS-ENTRY-TARGET.
           DISPLAY "Enter User ID: ".
           ACCEPT WS-ENTRY-USER-ID.
           DISPLAY "Enter Address Type: ".
           ACCEPT WS-ENTRY-ADDR-TYPE.
           DISPLAY "Enter Data Fields (cols 16-115): ".
           ACCEPT WS-ENTRY-DATA.
           DISPLAY "Enter Note: ".
           ACCEPT WS-ACTION-NOTE.

           IF WS-ENTRY-ACTION NOT = SPACES
               MOVE WS-ENTRY-ACTION    TO WS-NEW-ACTION-CODE
           END-IF.
           IF WS-ENTRY-TARGET NOT = SPACES
               MOVE WS-ENTRY-TARGET    TO WS-NEW-TARGET-FILE
           END-IF.
           IF WS-ENTRY-USER-ID NOT = SPACES
               MOVE WS-ENTRY-USER-ID   TO WS-NEW-USER-ID
           END-IF.
           IF WS-ENTRY-ADDR-TYPE NOT = SPACES
               MOVE WS-ENTRY-ADDR-TYPE TO WS-NEW-ADDR-TYPE
           END-IF.
           IF WS-ENTRY-DATA NOT = SPACES
               MOVE WS-ENTRY-DATA      TO WS-NEW-DATA
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-NEW-ACTION-VALID
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Invalid action code: " WS-NEW-ACTION-CODE
               WHEN NOT WS-NEW-TARGET-VALID
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Invalid target file: " WS-NEW-TARGET-FILE
               WHEN WS-NEW-USER-ID IS NOT NUMERIC
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "User ID must be numeric: " WS-NEW-USER-ID
               WHEN WS-NEW-TARGET-ADDRESS
                   AND WS-NEW-ADDR-TYPE = SPACES
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "An address transaction needs a type."
               WHEN OTHER
                   MOVE WS-NEW-USER-ID     TO WS-SUBJECT-USER-ID
                   MOVE WS-NEW-TRANSACTION TO SUSP-TRANSACTION
                   MOVE "CORRECTED"        TO SUSP-STATUS
                   PERFORM 3600-STAMP-ITEM
           END-EVALUATE.

       3500-WRITE-OFF-ITEM.
           DISPLAY "Enter Reason for Write-off: ".
           ACCEPT WS-ACTION-NOTE.
           IF WS-ACTION-NOTE = SPACES
               MOVE "INVALID" TO WS-STATUS
               DISPLAY "A write-off must give a reason."
           ELSE
               MOVE "WRITTENOFF" TO SUSP-STATUS
               PERFORM 3600-STAMP-ITEM
           END-IF.

       3600-STAMP-ITEM.
           MOVE WS-OPERATOR-ID TO SUSP-ACTION-BY.
           MOVE WS-TODAY-DATE  TO SUSP-ACTION-DATE.
           MOVE WS-ACTION-NOTE TO SUSP-NOTE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Unable to update item " WS-ITEM-ID
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
                   DISPLAY "Item " WS-ITEM-ID " " SUSP-STATUS
           END-REWRITE.

      *  The audit entry carries the customer the item is about, as
      *  corrected - zero where the held image has no usable id.
       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-SUBJECT-USER-ID TO AUDIT-USER-ID.
           IF WS-ACTION-WRITE-OFF
               MOVE "SUSP-WRITOFF" TO AUDIT-OPERATION
           ELSE
               MOVE "SUSP-CORRECT" TO AUDIT-OPERATION
           END-IF.
           MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR.
           MOVE WS-STATUS          TO AUDIT-STATUS.
           WRITE AUDIT-RECORD.
