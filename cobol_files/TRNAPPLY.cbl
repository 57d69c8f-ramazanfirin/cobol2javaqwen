       PROGRAM-ID. TRNAPPLY.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Batch transaction-apply program for bulk customer, address
      *  and contact maintenance.  Reads a card-image transaction file
      *  (one action per record), applies each transaction to
      *  USER-FILE, ADDRESS-FILE or CONTACT-FILE in a single run,
      *  writes every rejected transaction with a reason code to a
      *  rejects file, and prints control totals (read / applied /
      *  rejected by type).
      *
      *  Transaction layout:
      *    col  1      action code      A=Add, C=Change, D=Delete
      *    col  2      target file      U=USER-FILE, A=ADDRESS-FILE,
      *                                 C=CONTACT-FILE
      *    col  3-7    USER-ID
      *    col  8-15   ADDR-TYPE        (target A only)
      *    col 16-115  data fields      USERREC fields for target U,
      *                for target U: name 16-35, surname 36-55, and
      *                on a change an optional lifecycle status in
      *                56-63 (ACTIVE/INACTIVE/CLOSED, blank = keep)
      *                for target C: phone 16-35, email 36-85,
      *                preferred channel 86-90 (MAIL/EMAIL/PHONE/SMS),
      *                opt-out flags Y/N for mail 91, email 92 and
      *                phone 93.  On an add a blank channel is MAIL
      *                and a blank flag N; on a change any blank
      *                field keeps the value on file and a single "-"
      *                removes a phone or email, as on CONTMAINT.
      *
      *  Reject reason codes:
      *    01  invalid action code
      *    05  file I-O error
      *    06  user already closed (delete)
      *    07  invalid lifecycle status (change)
      *    08  contact details rejected by CONTVAL
      *    09  customer not on file or closed (contact add)
      *
      *  A user delete is a soft close: the record is marked CLOSED
      *  and kept on file, matching USERMAINT's delete action.
      *
      *  Every reject is also held on SUSPENSE.DAT with its reason and
      *  the date it was first seen; a transaction that rejects again
      *  on a later night updates the OPEN item already held.  Once
      *  the deck is done, items a clerk has CORRECTED on SUSPMAINT
      *  are applied in item order: an item that applies is marked
      *  CLEARED, one that rejects again goes back to OPEN under its
      *  new reason.
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "TRNAPPLY.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-ITEM-ID
           ALTERNATE RECORD KEY IS SUSP-TRANSACTION WITH DUPLICATES
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT TOTALS-FILE ASSIGN TO "TRNAPPLY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOTALS-FILE-STATUS.
           05  TRN-TARGET-FILE      PIC X(01).
               88  TRN-TARGET-USER      VALUE "U".
               88  TRN-TARGET-ADDRESS   VALUE "A".
               88  TRN-TARGET-CONTACT   VALUE "C".
           05  TRN-USER-ID          PIC 9(05).
           05  TRN-ADDR-TYPE        PIC X(08).
           05  TRN-DATA             PIC X(100).
               10  TRN-STATE        PIC X(20).
               10  TRN-POSTAL-CODE  PIC X(10).
               10  TRN-COUNTRY      PIC X(20).
           05  TRN-CONTACT-FIELDS REDEFINES TRN-DATA.
               10  TRN-PHONE        PIC X(20).
               10  TRN-EMAIL        PIC X(50).
               10  TRN-CHANNEL      PIC X(05).
               10  TRN-OPT-OUT-MAIL PIC X(01).
               10  TRN-OPT-OUT-EMAIL PIC X(01).
               10  TRN-OPT-OUT-PHONE PIC X(01).
               10  FILLER           PIC X(22).

       FD  USER-FILE.
       COPY "USERREC".
       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-REASON-CODE      PIC X(02).
           05  FILLER               PIC X(01).
           05  REJ-TRANSACTION      PIC X(115).

       FD  SUSPENSE-FILE.
       COPY "SUSPREC".

       FD  TOTALS-FILE.
       01  TOTALS-LINE              PIC X(80).

       01  WS-TRANS-FILE-STATUS     PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-REJECT-FILE-STATUS    PIC X(02).
       01  WS-TOTALS-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-SUSPENSE-FILE-STATUS  PIC X(02).

       01  WS-EOF-TRANS             PIC X(01)     VALUE "N".
           88  NO-MORE-TRANSACTIONS               VALUE "Y".
       01  WS-EOF-SUSPENSE          PIC X(01)     VALUE "N".
           88  NO-MORE-SUSPENSE                   VALUE "Y".
       01  WS-RECYCLE-FLAG          PIC X(01)     VALUE "N".
           88  RECYCLING-ITEM                     VALUE "Y".
       01  WS-SUSPENSE-MATCH        PIC X(01)     VALUE "N".
           88  SUSPENSE-ITEM-FOUND                VALUE "Y".
       01  WS-NEXT-ITEM-ID          PIC 9(06)     VALUE 1.

       01  WS-REASON-CODE           PIC X(02).
       01  WS-STATUS                PIC X(10).
       01  WS-JRNL-KEY              PIC X(13).
       01  WS-BEFORE-IMAGE          PIC X(120).
       01  WS-AFTER-IMAGE           PIC X(120).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-CONT-REASON           PIC X(02).
       01  WS-CONT-VALID-FLAG       PIC X(01).
           88  CONTACT-IS-VALID                   VALUE "Y".

       01  WS-BALANCE-FILE-STATUS   PIC X(02).
       01  WS-EOF-COUNT             PIC X(01)     VALUE "N".
       01  WS-ADDR-ADD-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-ADDR-CHANGE-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-ADDR-DELETE-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-CONT-ADD-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-CONT-CHANGE-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-CONT-DELETE-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-SUSPEND-NEW-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-SUSPEND-REPEAT-COUNT  PIC 9(06)     VALUE ZERO.
       01  WS-SUSPEND-FAIL-COUNT    PIC 9(06)     VALUE ZERO.
       01  WS-RECYCLE-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-RECYCLE-CLEARED-COUNT PIC 9(06)     VALUE ZERO.
       01  WS-RECYCLE-REJECT-COUNT  PIC 9(06)     VALUE ZERO.

       01  TOTALS-HEADER-LINE.
           05  FILLER  PIC X(34)
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSACTION
               UNTIL NO-MORE-TRANSACTIONS.
           PERFORM 6000-RECYCLE-CORRECTED-ITEMS.
           PERFORM 9000-TERMINATE.
           GOBACK.

               GOBACK
           END-IF.

      *  CONTACT.DAT is created the first time it is needed.
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
               CLOSE TRANSACTION-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               GOBACK
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REJECT-FILE, status = "
               CLOSE TRANSACTION-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONTACT-FILE
               GOBACK
           END-IF.

               CLOSE TRANSACTION-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONTACT-FILE
               CLOSE REJECT-FILE
               GOBACK
           END-IF.
               CLOSE TRANSACTION-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONTACT-FILE
               CLOSE REJECT-FILE
               CLOSE TOTALS-FILE
               GOBACK
               CLOSE TRANSACTION-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONTACT-FILE
               CLOSE REJECT-FILE
               CLOSE TOTALS-FILE
               CLOSE AUDIT-LOG
               GOBACK
           END-IF.

      *  SUSPENSE.DAT is created the first time it is needed.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open SUSPENSE-FILE, status = "
                       WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANSACTION-FILE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE CONTACT-FILE
               CLOSE REJECT-FILE
               CLOSE TOTALS-FILE
               CLOSE AUDIT-LOG
               CLOSE JOURNAL-FILE
               GOBACK
           END-IF.
           PERFORM 1200-FIND-NEXT-ITEM-ID.

           MOVE "N" TO WS-EOF-TRANS.
           PERFORM 2900-READ-NEXT-TRANSACTION.

      *  New suspense items are numbered on from the highest item
      *  already on file.
       1200-FIND-NEXT-ITEM-ID.
           MOVE 1 TO WS-NEXT-ITEM-ID.
           MOVE "N" TO WS-EOF-SUSPENSE.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-START.
           PERFORM 1210-READ-HIGHEST-ITEM
               UNTIL NO-MORE-SUSPENSE.

       1210-READ-HIGHEST-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSPENSE
               NOT AT END
                   COMPUTE WS-NEXT-ITEM-ID = SUSP-ITEM-ID + 1
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2100-APPLY-TRANSACTION.
           PERFORM 2900-READ-NEXT-TRANSACTION.

       2100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE "SUCCESS" TO WS-STATUS.
           MOVE "UNKNOWN" TO WS-AUDIT-OPERATION.
               WHEN NOT (TRN-ACTION-ADD OR TRN-ACTION-CHANGE
                   OR TRN-ACTION-DELETE)
                   MOVE "01" TO WS-REASON-CODE
               WHEN NOT (TRN-TARGET-USER OR TRN-TARGET-ADDRESS
                   OR TRN-TARGET-CONTACT)
                   MOVE "02" TO WS-REASON-CODE
               WHEN TRN-TARGET-USER AND TRN-ACTION-ADD
                   PERFORM 3000-APPLY-USER-ADD
                   PERFORM 4100-APPLY-ADDR-CHANGE
               WHEN TRN-TARGET-ADDRESS AND TRN-ACTION-DELETE
                   PERFORM 4200-APPLY-ADDR-DELETE
               WHEN TRN-TARGET-CONTACT AND TRN-ACTION-ADD
                   PERFORM 4500-APPLY-CONT-ADD
               WHEN TRN-TARGET-CONTACT AND TRN-ACTION-CHANGE
                   PERFORM 4600-APPLY-CONT-CHANGE
               WHEN TRN-TARGET-CONTACT AND TRN-ACTION-DELETE
                   PERFORM 4700-APPLY-CONT-DELETE
           END-EVALUATE.

           IF WS-REASON-CODE = SPACES
               PERFORM 5000-REJECT-TRANSACTION
           END-IF.

       2900-READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   END-DELETE
           END-READ.

      *  Contact details are only taken for a live customer, the same
      *  rule CONTMAINT applies on the desk.
       4500-APPLY-CONT-ADD.
           MOVE TRN-USER-ID TO USER-ID.
           MOVE "ADD-CONT"  TO WS-AUDIT-OPERATION.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   MOVE "09" TO WS-REASON-CODE
               NOT INVALID KEY
                   IF USER-CLOSED
                       MOVE "09" TO WS-REASON-CODE
                   ELSE
                       PERFORM 4510-WRITE-NEW-CONTACT
                   END-IF
           END-READ.

       4510-WRITE-NEW-CONTACT.
           MOVE TRN-USER-ID       TO CONT-USER-ID.
           MOVE TRN-PHONE         TO CONT-PHONE.
           MOVE TRN-EMAIL         TO CONT-EMAIL.
           MOVE TRN-CHANNEL       TO CONT-PREFERRED-CHANNEL.
           MOVE TRN-OPT-OUT-MAIL  TO CONT-OPT-OUT-MAIL.
           MOVE TRN-OPT-OUT-EMAIL TO CONT-OPT-OUT-EMAIL.
           MOVE TRN-OPT-OUT-PHONE TO CONT-OPT-OUT-PHONE.
           IF CONT-PHONE = "-"
               MOVE SPACES TO CONT-PHONE
           END-IF.
           IF CONT-EMAIL = "-"
               MOVE SPACES TO CONT-EMAIL
           END-IF.
           IF CONT-PREFERRED-CHANNEL = SPACES
               MOVE "MAIL" TO CONT-PREFERRED-CHANNEL
           END-IF.
           INSPECT CONT-OPT-OUTS REPLACING ALL SPACE BY "N".
           MOVE WS-TODAY-DATE     TO CONT-CHANGED-DATE.
           CALL "CONTVAL" USING CONTACT-RECORD WS-CONT-REASON
                WS-CONT-VALID-FLAG.
           IF NOT CONTACT-IS-VALID
               MOVE "08" TO WS-REASON-CODE
           ELSE
               WRITE CONTACT-RECORD
                   INVALID KEY
                       MOVE "03" TO WS-REASON-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-ADD-COUNT
                       MOVE "WRITE"        TO WS-JRNL-OPERATION
                       MOVE SPACES         TO WS-BEFORE-IMAGE
                       MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                       PERFORM 9250-JOURNAL-CONT-UPDATE
               END-WRITE
           END-IF.

       4600-APPLY-CONT-CHANGE.
           MOVE TRN-USER-ID   TO CONT-USER-ID.
           MOVE "CHANGE-CONT" TO WS-AUDIT-OPERATION.
           READ CONTACT-FILE
               KEY IS CONT-USER-ID
               INVALID KEY
                   MOVE "04" TO WS-REASON-CODE
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 4610-APPLY-CONTACT-FIELDS
                   CALL "CONTVAL" USING CONTACT-RECORD WS-CONT-REASON
                        WS-CONT-VALID-FLAG
                   IF NOT CONTACT-IS-VALID
                       MOVE "08" TO WS-REASON-CODE
                   ELSE
                       PERFORM 4620-REWRITE-CHANGED-CONTACT
                   END-IF
           END-READ.

      *  Blank keeps the value on file; "-" removes a phone or email.
       4610-APPLY-CONTACT-FIELDS.
           EVALUATE TRN-PHONE
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES    TO CONT-PHONE
               WHEN OTHER
                   MOVE TRN-PHONE TO CONT-PHONE
           END-EVALUATE.
           EVALUATE TRN-EMAIL
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES    TO CONT-EMAIL
               WHEN OTHER
                   MOVE TRN-EMAIL TO CONT-EMAIL
           END-EVALUATE.
           IF TRN-CHANNEL NOT = SPACES
               MOVE TRN-CHANNEL TO CONT-PREFERRED-CHANNEL
           END-IF.
           IF TRN-OPT-OUT-MAIL NOT = SPACE
               MOVE TRN-OPT-OUT-MAIL TO CONT-OPT-OUT-MAIL
           END-IF.
           IF TRN-OPT-OUT-EMAIL NOT = SPACE
               MOVE TRN-OPT-OUT-EMAIL TO CONT-OPT-OUT-EMAIL
           END-IF.
           IF TRN-OPT-OUT-PHONE NOT = SPACE
               MOVE TRN-OPT-OUT-PHONE TO CONT-OPT-OUT-PHONE
           END-IF.
           MOVE WS-TODAY-DATE TO CONT-CHANGED-DATE.

       4620-REWRITE-CHANGED-CONTACT.
           REWRITE CONTACT-RECORD
               INVALID KEY
                   MOVE "05" TO WS-REASON-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CHANGE-COUNT
                   MOVE "REWRITE"      TO WS-JRNL-OPERATION
                   MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 9250-JOURNAL-CONT-UPDATE
           END-REWRITE.

       4700-APPLY-CONT-DELETE.
           MOVE TRN-USER-ID   TO CONT-USER-ID.
           MOVE "DELETE-CONT" TO WS-AUDIT-OPERATION.
           READ CONTACT-FILE
               KEY IS CONT-USER-ID
               INVALID KEY
                   MOVE "04" TO WS-REASON-CODE
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   DELETE CONTACT-FILE
                       INVALID KEY
                           MOVE "05" TO WS-REASON-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-DELETE-COUNT
                           MOVE "DELETE" TO WS-JRNL-OPERATION
                           MOVE SPACES   TO WS-AFTER-IMAGE
                           PERFORM 9250-JOURNAL-CONT-UPDATE
                   END-DELETE
           END-READ.

       5000-REJECT-TRANSACTION.
           MOVE "INVALID"            TO WS-STATUS.
           MOVE WS-REASON-CODE       TO REJ-REASON-CODE.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 8000-WRITE-AUDIT-ENTRY.
           PERFORM 5100-SUSPEND-TRANSACTION.

      *  A recycled item that rejects again goes back to OPEN under
      *  its new reason.  A fresh reject updates the OPEN item held
      *  for the same transaction, if there is one, so a feed that
      *  repeats a bad record night after night keeps one item with
      *  its first-seen date; otherwise a new item is raised.
       5100-SUSPEND-TRANSACTION.
           IF RECYCLING-ITEM
               ADD 1 TO WS-RECYCLE-REJECT-COUNT
               PERFORM 5150-RESUSPEND-ITEM
           ELSE
               PERFORM 5110-FIND-OPEN-ITEM
               IF SUSPENSE-ITEM-FOUND
                   ADD 1 TO WS-SUSPEND-REPEAT-COUNT
                   PERFORM 5150-RESUSPEND-ITEM
               ELSE
                   PERFORM 5300-RAISE-SUSPENSE-ITEM
               END-IF
           END-IF.

       5110-FIND-OPEN-ITEM.
           MOVE "N" TO WS-SUSPENSE-MATCH.
           MOVE "N" TO WS-EOF-SUSPENSE.
           MOVE TRANSACTION-RECORD TO SUSP-TRANSACTION.
           START SUSPENSE-FILE
               KEY IS = SUSP-TRANSACTION
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-START.
           PERFORM 5120-CHECK-NEXT-ITEM
               UNTIL NO-MORE-SUSPENSE OR SUSPENSE-ITEM-FOUND.

       5120-CHECK-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSPENSE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SUSP-TRANSACTION NOT = TRANSACTION-RECORD
                           MOVE "Y" TO WS-EOF-SUSPENSE
                       WHEN SUSP-OPEN AND SUSP-SOURCE = WS-JOB-NAME
                           MOVE "Y" TO WS-SUSPENSE-MATCH
                   END-EVALUATE
           END-READ.

      *  A recycled ADDRIMPT item that rejects again has failed as a
      *  TRNAPPLY transaction, so it now carries TRNAPPLY's source
      *  to go with TRNAPPLY's reason code.
       5150-RESUSPEND-ITEM.
           MOVE WS-JOB-NAME    TO SUSP-SOURCE.
           MOVE WS-REASON-CODE TO SUSP-REASON-CODE.
           MOVE "OPEN"         TO SUSP-STATUS.
           MOVE WS-TODAY-DATE  TO SUSP-LAST-SEEN-DATE.
           IF SUSP-TIMES-REJECTED < 999
               ADD 1 TO SUSP-TIMES-REJECTED
           END-IF.
           PERFORM 5200-REWRITE-SUSPENSE-ITEM.

       5200-REWRITE-SUSPENSE-ITEM.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Unable to update suspense item "
                           SUSP-ITEM-ID ", status = "
                           WS-SUSPENSE-FILE-STATUS
                   ADD 1 TO WS-SUSPEND-FAIL-COUNT
           END-REWRITE.

       5300-RAISE-SUSPENSE-ITEM.
           MOVE SPACES             TO SUSPENSE-RECORD.
           MOVE WS-NEXT-ITEM-ID    TO SUSP-ITEM-ID.
           MOVE WS-JOB-NAME        TO SUSP-SOURCE.
           MOVE WS-REASON-CODE     TO SUSP-REASON-CODE.
           MOVE "OPEN"             TO SUSP-STATUS.
           MOVE WS-TODAY-DATE      TO SUSP-FIRST-SEEN-DATE.
           MOVE WS-TODAY-DATE      TO SUSP-LAST-SEEN-DATE.
           MOVE 1                  TO SUSP-TIMES-REJECTED.
           MOVE TRANSACTION-RECORD TO SUSP-TRANSACTION.
           MOVE ZERO               TO SUSP-ACTION-DATE.
           MOVE ZERO               TO SUSP-CLEARED-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Unable to raise suspense item "
                           SUSP-ITEM-ID ", status = "
                           WS-SUSPENSE-FILE-STATUS
                   ADD 1 TO WS-SUSPEND-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPEND-NEW-COUNT
                   ADD 1 TO WS-NEXT-ITEM-ID
           END-WRITE.

      *  Items a clerk has corrected on SUSPMAINT go through the same
      *  apply logic as the deck, in item order.  Rejects are written
      *  to the rejects file and audited like any other.
       6000-RECYCLE-CORRECTED-ITEMS.
           MOVE "Y" TO WS-RECYCLE-FLAG.
           MOVE "N" TO WS-EOF-SUSPENSE.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-START.
           PERFORM 6100-RECYCLE-NEXT-ITEM
               UNTIL NO-MORE-SUSPENSE.
           MOVE "N" TO WS-RECYCLE-FLAG.

       6100-RECYCLE-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-SUSPENSE
               NOT AT END
                   IF SUSP-CORRECTED
                       PERFORM 6200-APPLY-CORRECTED-ITEM
                   END-IF
           END-READ.

       6200-APPLY-CORRECTED-ITEM.
           ADD 1 TO WS-RECYCLE-COUNT.
           MOVE SUSP-TRANSACTION TO TRANSACTION-RECORD.
           PERFORM 2100-APPLY-TRANSACTION.
           IF WS-REASON-CODE = SPACES
               ADD 1 TO WS-RECYCLE-CLEARED-COUNT
               MOVE "CLEARED"     TO SUSP-STATUS
               MOVE WS-TODAY-DATE TO SUSP-CLEARED-DATE
               PERFORM 5200-REWRITE-SUSPENSE-ITEM
           END-IF.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE TRN-ADDR-TYPE TO WS-JRNL-KEY (6:8).
           PERFORM 9300-WRITE-JOURNAL-ENTRY.

       9250-JOURNAL-CONT-UPDATE.
           MOVE "CONT"      TO WS-JRNL-FILE-ID.
           MOVE SPACES      TO WS-JRNL-KEY.
           MOVE TRN-USER-ID TO WS-JRNL-KEY (1:5).
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
           WRITE TOTALS-LINE FROM TOTALS-HEADER-LINE.
           MOVE SPACES TO TOTALS-LINE.
           MOVE "ADDRESSES DELETED"      TO TOT-LABEL.
           MOVE WS-ADDR-DELETE-COUNT     TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "CONTACTS ADDED"         TO TOT-LABEL.
           MOVE WS-CONT-ADD-COUNT        TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "CONTACTS CHANGED"       TO TOT-LABEL.
           MOVE WS-CONT-CHANGE-COUNT     TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "CONTACTS DELETED"       TO TOT-LABEL.
           MOVE WS-CONT-DELETE-COUNT     TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "TRANSACTIONS REJECTED"  TO TOT-LABEL.
           MOVE WS-REJECT-COUNT          TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "SUSPENSE ITEMS RAISED"  TO TOT-LABEL.
           MOVE WS-SUSPEND-NEW-COUNT     TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "SUSPENSE ITEMS REPEATED" TO TOT-LABEL.
           MOVE WS-SUSPEND-REPEAT-COUNT  TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "CORRECTED ITEMS RECYCLED" TO TOT-LABEL.
           MOVE WS-RECYCLE-COUNT         TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "RECYCLED ITEMS CLEARED" TO TOT-LABEL.
           MOVE WS-RECYCLE-CLEARED-COUNT TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           MOVE "RECYCLED ITEMS REJECTED" TO TOT-LABEL.
           MOVE WS-RECYCLE-REJECT-COUNT  TO TOT-COUNT.
           WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE.
           IF WS-SUSPEND-FAIL-COUNT > ZERO
               MOVE "SUSPENSE UPDATES FAILED" TO TOT-LABEL
               MOVE WS-SUSPEND-FAIL-COUNT    TO TOT-COUNT
               WRITE TOTALS-LINE FROM TOTALS-DETAIL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 9500-WRITE-BALANCE-RECORD.

           CLOSE TRANSACTION-FILE.
           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE CONTACT-FILE.
           CLOSE REJECT-FILE.
           CLOSE TOTALS-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.
           CLOSE SUSPENSE-FILE.

           DISPLAY "Transaction apply complete - "
                   WS-READ-COUNT " read, "
                   WS-RECYCLE-COUNT " recycled, "
                   WS-REJECT-COUNT " rejected.".

      *  End-of-run control totals: both master files are swept and
