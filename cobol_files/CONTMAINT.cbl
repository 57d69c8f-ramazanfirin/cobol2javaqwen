       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMAINT.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Online contact maintenance for the service desk.  Adds,
      *  changes or removes a customer's CONTACT-FILE record - phone,
      *  email, preferred channel and the mail/email/phone opt-outs -
      *  while the customer is on the line.
      *    - sign-on protected through SIGNON, and locked out while
      *      the nightly job stream holds RUNLOCK.DAT, like USERMAINT,
      *    - every record keyed on an add or change is passed through
      *      the shared CONTVAL subprogram; a rejected record is not
      *      written and the clerk is told why,
      *    - a contact record is only added for a customer who is on
      *      USER-FILE and not CLOSED,
      *    - on a change the record on file is shown first; a blank
      *      entry keeps the value on file and a single "-" removes a
      *      phone number or email address,
      *    - every applied update is journaled and audited.
      *  A missing CONTACT.DAT is created on first use.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Opened INPUT only, to check the customer on an add.
           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-SURNAME WITH DUPLICATES
           FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LOCK-FLAG             PIC X(01).
           05  LOCK-DATE             PIC 9(08).
           05  LOCK-TIME             PIC 9(08).

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       WORKING-STORAGE SECTION.
       01  WS-ACTION-CODE        PIC X(01).
           88  WS-ACTION-ADD         VALUE "A".
           88  WS-ACTION-CHANGE      VALUE "C".
           88  WS-ACTION-DELETE      VALUE "D".

       01  WS-USER-ID            PIC 9(5).
       01  WS-PHONE              PIC X(20).
       01  WS-EMAIL              PIC X(50).
       01  WS-CHANNEL            PIC X(05).
       01  WS-OPT-OUT-MAIL       PIC X(01).
       01  WS-OPT-OUT-EMAIL      PIC X(01).
       01  WS-OPT-OUT-PHONE      PIC X(01).
       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-STATUS             PIC X(10).
           88  WS-STATUS-SUCCESS      VALUE "SUCCESS".
           88  WS-STATUS-NOT-FOUND    VALUE "NOT-FOUND".
           88  WS-STATUS-INVALID      VALUE "INVALID".

       01  WS-REASON-CODE        PIC X(02).
       01  WS-VALID-FLAG         PIC X(01).
           88  CONTACT-IS-VALID       VALUE "Y".
       01  WS-REASON-TEXT        PIC X(45).

       01  WS-USER-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS PIC X(02).
       01  WS-AUDIT-FILE-STATUS  PIC X(02).
       01  WS-LOCK-FILE-STATUS   PIC X(02).
       01  WS-JOURNAL-FILE-STATUS PIC X(02).
       01  WS-JRNL-OPERATION     PIC X(08).
       01  WS-BEFORE-IMAGE       PIC X(120).
       01  WS-AFTER-IMAGE        PIC X(120).
       01  WS-OPERATOR-ID        PIC X(08).
       01  WS-OPER-LEVEL         PIC X(01).
       01  WS-SIGNON-FLAG        PIC X(01).
           88  SIGNON-ACCEPTED        VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "=== CONTACT MAINTENANCE STARTED ===".

           PERFORM 0500-SIGN-ON-OPERATOR.

           PERFORM 1000-CHECK-RUN-LOCK.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               CLOSE USER-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE CONTACT-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open JOURNAL-FILE, status = "
                       WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE CONTACT-FILE
               CLOSE AUDIT-LOG
               STOP RUN
           END-IF.

           DISPLAY "Enter Action (A=Add, C=Change, D=Delete): ".
           ACCEPT WS-ACTION-CODE.

           DISPLAY "Enter User ID: ".
           ACCEPT WS-USER-ID.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 2000-ADD-CONTACT-RECORD
               WHEN WS-ACTION-CHANGE
                   PERFORM 2100-CHANGE-CONTACT-RECORD
               WHEN WS-ACTION-DELETE
                   PERFORM 2200-DELETE-CONTACT-RECORD
               WHEN OTHER
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Invalid action code: " WS-ACTION-CODE
           END-EVALUATE.

           DISPLAY "Status: " WS-STATUS.

           PERFORM 8000-WRITE-AUDIT-ENTRY.

           IF WS-STATUS-INVALID OR WS-STATUS-NOT-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           CLOSE USER-FILE.
           CLOSE CONTACT-FILE.
           CLOSE AUDIT-LOG.
           CLOSE JOURNAL-FILE.

           STOP RUN.

      *  SIGNON opens its own AUDIT-LOG connector - like ADRESS it is
      *  called while this program holds no connector on the log.  No
      *  sign-on, no maintenance; the verified operator id is carried
      *  into every audit and journal record written below.
       0500-SIGN-ON-OPERATOR.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-OPER-LEVEL
                WS-SIGNON-FLAG.
           IF NOT SIGNON-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  Same lockout as USERMAINT: the nightly stream reads
      *  CONTACT-FILE for the letters and the CRM feeds, so the desk
      *  may not update it until the stream clears RUNLOCK.DAT.  A
      *  missing lock file simply means no stream has ever run.
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
                   DISPLAY "Contact maintenance is locked out until "
                           "the stream completes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *  Contact details are only taken for a live customer, the same
      *  rule ADDRMAINT applies to a new address.
       2000-ADD-CONTACT-RECORD.
           MOVE WS-USER-ID TO USER-ID.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "User ID not found: " WS-USER-ID
               NOT INVALID KEY
                   IF USER-CLOSED
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "Customer is closed - no contact may "
                               "be added: " WS-USER-ID
                   ELSE
                       PERFORM 2010-TAKE-NEW-CONTACT
                   END-IF
           END-READ.

       2010-TAKE-NEW-CONTACT.
           PERFORM 2800-ACCEPT-CONTACT-FIELDS.
           MOVE WS-USER-ID       TO CONT-USER-ID.
           MOVE WS-PHONE         TO CONT-PHONE.
           MOVE WS-EMAIL         TO CONT-EMAIL.
           MOVE WS-CHANNEL       TO CONT-PREFERRED-CHANNEL.
           MOVE WS-OPT-OUT-MAIL  TO CONT-OPT-OUT-MAIL.
           MOVE WS-OPT-OUT-EMAIL TO CONT-OPT-OUT-EMAIL.
           MOVE WS-OPT-OUT-PHONE TO CONT-OPT-OUT-PHONE.
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
           MOVE WS-TODAY-DATE    TO CONT-CHANGED-DATE.
           PERFORM 2900-VALIDATE-CONTACT.
           IF CONTACT-IS-VALID
               WRITE CONTACT-RECORD
                   INVALID KEY
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "Contact already on file: " WS-USER-ID
                   NOT INVALID KEY
                       MOVE "SUCCESS" TO WS-STATUS
                       DISPLAY "Contact added: " WS-USER-ID
                       MOVE "WRITE"        TO WS-JRNL-OPERATION
                       MOVE SPACES         TO WS-BEFORE-IMAGE
                       MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                       PERFORM 9100-WRITE-JOURNAL-ENTRY
               END-WRITE
           END-IF.

       2100-CHANGE-CONTACT-RECORD.
           MOVE WS-USER-ID TO CONT-USER-ID.
           READ CONTACT-FILE
               KEY IS CONT-USER-ID
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "Contact not found: " WS-USER-ID
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 2700-SHOW-CONTACT-ON-FILE
                   PERFORM 2800-ACCEPT-CONTACT-FIELDS
                   PERFORM 2110-APPLY-KEYED-CHANGES
                   PERFORM 2900-VALIDATE-CONTACT
                   IF CONTACT-IS-VALID
                       PERFORM 2120-REWRITE-CHANGED-CONTACT
                   END-IF
           END-READ.

      *  Blank keeps the value on file; "-" removes a phone or email.
       2110-APPLY-KEYED-CHANGES.
           EVALUATE WS-PHONE
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES   TO CONT-PHONE
               WHEN OTHER
                   MOVE WS-PHONE TO CONT-PHONE
           END-EVALUATE.
           EVALUATE WS-EMAIL
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES   TO CONT-EMAIL
               WHEN OTHER
                   MOVE WS-EMAIL TO CONT-EMAIL
           END-EVALUATE.
           IF WS-CHANNEL NOT = SPACES
               MOVE WS-CHANNEL TO CONT-PREFERRED-CHANNEL
           END-IF.
           IF WS-OPT-OUT-MAIL NOT = SPACE
               MOVE WS-OPT-OUT-MAIL TO CONT-OPT-OUT-MAIL
           END-IF.
           IF WS-OPT-OUT-EMAIL NOT = SPACE
               MOVE WS-OPT-OUT-EMAIL TO CONT-OPT-OUT-EMAIL
           END-IF.
           IF WS-OPT-OUT-PHONE NOT = SPACE
               MOVE WS-OPT-OUT-PHONE TO CONT-OPT-OUT-PHONE
           END-IF.
           MOVE WS-TODAY-DATE TO CONT-CHANGED-DATE.

       2120-REWRITE-CHANGED-CONTACT.
           REWRITE CONTACT-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Unable to update contact: " WS-USER-ID
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
                   DISPLAY "Contact updated: " WS-USER-ID
                   MOVE "REWRITE"      TO WS-JRNL-OPERATION
                   MOVE CONTACT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 9100-WRITE-JOURNAL-ENTRY
           END-REWRITE.

      *  A physical delete, like an address delete; the before-image
      *  on the journal is the only copy of the record kept.
       2200-DELETE-CONTACT-RECORD.
           MOVE WS-USER-ID TO CONT-USER-ID.
           READ CONTACT-FILE
               KEY IS CONT-USER-ID
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "Contact not found: " WS-USER-ID
               NOT INVALID KEY
                   MOVE CONTACT-RECORD TO WS-BEFORE-IMAGE
                   DELETE CONTACT-FILE
                       INVALID KEY
                           MOVE "INVALID" TO WS-STATUS
                           DISPLAY "Unable to delete contact: "
                                   WS-USER-ID
                       NOT INVALID KEY
                           MOVE "SUCCESS" TO WS-STATUS
                           DISPLAY "Contact deleted: " WS-USER-ID
                           MOVE "DELETE" TO WS-JRNL-OPERATION
                           MOVE SPACES   TO WS-AFTER-IMAGE
                           PERFORM 9100-WRITE-JOURNAL-ENTRY
                   END-DELETE
           END-READ.

       2700-SHOW-CONTACT-ON-FILE.
           DISPLAY "==============================".
           DISPLAY "CONTACT ON FILE:".
           DISPLAY "  Phone:         " CONT-PHONE.
           DISPLAY "  Email:         " CONT-EMAIL.
           DISPLAY "  Preferred:     " CONT-PREFERRED-CHANNEL.
           DISPLAY "  Opt-out mail:  " CONT-OPT-OUT-MAIL
                   "  email: " CONT-OPT-OUT-EMAIL
                   "  phone: " CONT-OPT-OUT-PHONE.
           DISPLAY "  Last changed:  " CONT-CHANGED-DATE.
           DISPLAY "==============================".
           DISPLAY "Blank keeps the value on file; - removes a phone "
                   "or email.".

       2800-ACCEPT-CONTACT-FIELDS.
           DISPLAY "Enter Phone: ".
           ACCEPT WS-PHONE.
           DISPLAY "Enter Email: ".
           ACCEPT WS-EMAIL.
           DISPLAY "Enter Preferred Channel (MAIL/EMAIL/PHONE/SMS): ".
           ACCEPT WS-CHANNEL.
           DISPLAY "Opt out of mail (Y/N): ".
           ACCEPT WS-OPT-OUT-MAIL.
           DISPLAY "Opt out of email (Y/N): ".
           ACCEPT WS-OPT-OUT-EMAIL.
           DISPLAY "Opt out of phone and SMS (Y/N): ".
           ACCEPT WS-OPT-OUT-PHONE.
           INSPECT WS-CHANNEL
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-OPT-OUT-MAIL  CONVERTING "yn" TO "YN".
           INSPECT WS-OPT-OUT-EMAIL CONVERTING "yn" TO "YN".
           INSPECT WS-OPT-OUT-PHONE CONVERTING "yn" TO "YN".

      *  The record as it would be written goes through the same
      *  CONTVAL checks TRNAPPLY applies to a contact card.
       2900-VALIDATE-CONTACT.
           CALL "CONTVAL" USING CONTACT-RECORD WS-REASON-CODE
                WS-VALID-FLAG.
           IF NOT CONTACT-IS-VALID
               MOVE "INVALID" TO WS-STATUS
               EVALUATE WS-REASON-CODE
                   WHEN "01"
                       MOVE "preferred channel is not recognised"
                           TO WS-REASON-TEXT
                   WHEN "02"
                       MOVE "opt-out flags must be Y or N"
                           TO WS-REASON-TEXT
                   WHEN "03"
                       MOVE "email address is not name@domain"
                           TO WS-REASON-TEXT
                   WHEN "04"
                       MOVE "no phone or email for preferred channel"
                           TO WS-REASON-TEXT
                   WHEN "05"
                       MOVE "opted out of preferred email or phone"
                           TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "unrecognized reason code"
                           TO WS-REASON-TEXT
               END-EVALUATE
               DISPLAY "Contact rejected by validation: "
                       WS-REASON-TEXT " (" WS-REASON-CODE ")"
           END-IF.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-USER-ID      TO AUDIT-USER-ID.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   MOVE "ADD-CONT"    TO AUDIT-OPERATION
               WHEN WS-ACTION-CHANGE
                   MOVE "CHANGE-CONT" TO AUDIT-OPERATION
               WHEN WS-ACTION-DELETE
                   MOVE "DELETE-CONT" TO AUDIT-OPERATION
               WHEN OTHER
                   MOVE "UNKNOWN"     TO AUDIT-OPERATION
           END-EVALUATE.
           MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR.
           MOVE WS-STATUS       TO AUDIT-STATUS.
           WRITE AUDIT-RECORD.

      *  One journal record per applied update, carrying the full
      *  before-image and after-image so JRNLRCVR can roll a restored
      *  backup forward to the point of failure.
       9100-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID     TO JRNL-PROGRAM.
           MOVE "CONT"             TO JRNL-FILE-ID.
           MOVE WS-JRNL-OPERATION  TO JRNL-OPERATION.
           MOVE WS-USER-ID         TO JRNL-KEY (1:5).
           MOVE WS-BEFORE-IMAGE    TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
