       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRMAINT.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Online address maintenance for the service desk.  Adds,
      *  changes or removes one HOME/BILLING/SHIPPING row on
      *  ADDRESS-FILE while the customer is on the phone, instead of
      *  keying a TRNAPPLY card or waiting for the mailing-house feed.
      *    - sign-on protected through SIGNON, and locked out while
      *      the nightly job stream holds RUNLOCK.DAT, like USERMAINT,
      *    - every address keyed on an add or change is passed through
      *      the shared ADDRVAL subprogram; a rejected address is not
      *      written and the clerk is shown each failing field and why,
      *    - an address is only added for a customer who is on
      *      USER-FILE and not CLOSED,
      *    - every applied update is journaled, audited and recorded
      *      on BALANCE.DAT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Opened INPUT only, to check the customer on an add and to
      *  count the file for the balance record.
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

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LOCK-FLAG             PIC X(01).
           05  LOCK-DATE             PIC 9(08).
           05  LOCK-TIME             PIC 9(08).

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  BALANCE-FILE.
       COPY "BALREC".

       WORKING-STORAGE SECTION.
       01  WS-ACTION-CODE        PIC X(01).
           88  WS-ACTION-ADD         VALUE "A".
           88  WS-ACTION-CHANGE      VALUE "C".
           88  WS-ACTION-DELETE      VALUE "D".

       01  WS-USER-ID            PIC 9(5).
       01  WS-ADDR-TYPE          PIC X(8).
       01  WS-STREET             PIC X(30).
       01  WS-CITY               PIC X(20).
       01  WS-STATE              PIC X(20).
       01  WS-POSTAL-CODE        PIC X(10).
       01  WS-COUNTRY            PIC X(20).
       01  WS-STATUS             PIC X(10).
           88  WS-STATUS-SUCCESS      VALUE "SUCCESS".
           88  WS-STATUS-NOT-FOUND    VALUE "NOT-FOUND".
           88  WS-STATUS-INVALID      VALUE "INVALID".

       01  WS-REASON-CODES.
           05  WS-TYPE-REASON        PIC X(02).
           05  WS-STREET-REASON      PIC X(02).
           05  WS-CITY-REASON        PIC X(02).
           05  WS-STATE-REASON       PIC X(02).
           05  WS-POSTAL-REASON      PIC X(02).
           05  WS-COUNTRY-REASON     PIC X(02).
       01  WS-VALID-FLAG         PIC X(01).
           88  ADDRESS-IS-VALID       VALUE "Y".
       01  WS-CHECK-FIELD        PIC X(12).
       01  WS-CHECK-REASON       PIC X(02).
       01  WS-REASON-TEXT        PIC X(40).
       01  WS-CTRY-ISO-CODE      PIC X(03).
       01  WS-CTRY-STANDARD-NAME PIC X(20).
       01  WS-CTRY-PATTERNS      PIC X(20).
       01  WS-CTRY-STATE-REQUIRED PIC X(01).
       01  WS-CTRY-FOUND-FLAG    PIC X(01).
       01  WS-CTRY-LOOKUP-STATUS PIC X(02).

       01  WS-USER-FILE-STATUS   PIC X(02).
       01  WS-ADDRESS-FILE-STATUS PIC X(02).
       01  WS-AUDIT-FILE-STATUS  PIC X(02).
       01  WS-JOB-NAME           PIC X(08) VALUE "ADDRMANT".
       01  WS-LOCK-FILE-STATUS   PIC X(02).
       01  WS-JOURNAL-FILE-STATUS PIC X(02).
       01  WS-JRNL-OPERATION     PIC X(08).
       01  WS-JRNL-KEY           PIC X(13).
       01  WS-BEFORE-IMAGE       PIC X(120).
       01  WS-AFTER-IMAGE        PIC X(120).
       01  WS-HIST-STATUS        PIC X(02).
       01  WS-BALANCE-FILE-STATUS PIC X(02).
       01  WS-EOF-COUNT          PIC X(01) VALUE "N".
           88  COUNT-SWEEP-DONE       VALUE "Y".
       01  WS-USER-FILE-COUNT    PIC 9(08) VALUE ZERO.
       01  WS-ADDR-FILE-COUNT    PIC 9(08) VALUE ZERO.
       01  WS-OPERATOR-ID        PIC X(08).
       01  WS-OPER-LEVEL         PIC X(01).
           88  OPERATOR-SUPERVISOR    VALUE "S".
       01  WS-SIGNON-FLAG        PIC X(01).
           88  SIGNON-ACCEPTED        VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "=== ADDRESS MAINTENANCE STARTED ===".

           PERFORM 0500-SIGN-ON-OPERATOR.

           PERFORM 1000-CHECK-RUN-LOCK.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDRESS-FILE, status = "
                       WS-ADDRESS-FILE-STATUS
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
               CLOSE ADDRESS-FILE
               STOP RUN
           END-IF.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open JOURNAL-FILE, status = "
                       WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               CLOSE AUDIT-LOG
               STOP RUN
           END-IF.

           DISPLAY "Enter Action (A=Add, C=Change, D=Delete): ".
           ACCEPT WS-ACTION-CODE.

           DISPLAY "Enter User ID: ".
           ACCEPT WS-USER-ID.

           DISPLAY "Enter Address Type (HOME/BILLING/SHIPPING): ".
           ACCEPT WS-ADDR-TYPE.
           INSPECT WS-ADDR-TYPE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WS-ACTION-ADD OR WS-ACTION-CHANGE
               DISPLAY "Enter Street: "
               ACCEPT WS-STREET
               DISPLAY "Enter City: "
               ACCEPT WS-CITY
               DISPLAY "Enter State: "
               ACCEPT WS-STATE
               DISPLAY "Enter Postal Code: "
               ACCEPT WS-POSTAL-CODE
               DISPLAY "Enter Country: "
               ACCEPT WS-COUNTRY
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 2000-ADD-ADDRESS-RECORD
               WHEN WS-ACTION-CHANGE
                   PERFORM 2100-CHANGE-ADDRESS-RECORD
               WHEN WS-ACTION-DELETE
                   PERFORM 2200-DELETE-ADDRESS-RECORD
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

           PERFORM 9500-WRITE-BALANCE-RECORD.

           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
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
      *  ADDRESS-FILE for the extracts and letters, so the desk may
      *  not update it until the stream clears RUNLOCK.DAT.  A
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
                   DISPLAY "Address maintenance is locked out until "
                           "the stream completes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *  A new address is only taken for a live customer: one who is
      *  not on USER-FILE has nothing to hang it on, and a CLOSED
      *  customer is kept on file for retention only.
       2000-ADD-ADDRESS-RECORD.
           MOVE WS-USER-ID TO USER-ID.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "User ID not found: " WS-USER-ID
               NOT INVALID KEY
                   IF USER-CLOSED
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "Customer is closed - no address may "
                               "be added: " WS-USER-ID
                   ELSE
                       PERFORM 2900-VALIDATE-ADDRESS
                       IF ADDRESS-IS-VALID
                           PERFORM 2010-WRITE-NEW-ADDRESS
                       END-IF
                   END-IF
           END-READ.

       2010-WRITE-NEW-ADDRESS.
           MOVE WS-USER-ID     TO ADDR-USER-ID.
           MOVE WS-ADDR-TYPE   TO ADDR-TYPE.
           MOVE WS-STREET      TO ADDR-STREET.
           MOVE WS-CITY        TO ADDR-CITY.
           MOVE WS-STATE       TO ADDR-STATE.
           MOVE WS-POSTAL-CODE TO ADDR-POSTAL-CODE.
           MOVE WS-COUNTRY     TO ADDR-COUNTRY.
           WRITE ADDRESS-RECORD
               INVALID KEY
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "Address already on file: " WS-USER-ID
                           " " WS-ADDR-TYPE
               NOT INVALID KEY
                   MOVE "SUCCESS" TO WS-STATUS
                   DISPLAY "Address added: " WS-USER-ID
                           " " WS-ADDR-TYPE
                   MOVE "WRITE"        TO WS-JRNL-OPERATION
                   MOVE SPACES         TO WS-BEFORE-IMAGE
                   MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                   PERFORM 9100-WRITE-JOURNAL-ENTRY
           END-WRITE.

       2100-CHANGE-ADDRESS-RECORD.
           PERFORM 2900-VALIDATE-ADDRESS.
           IF ADDRESS-IS-VALID
               PERFORM 2110-REWRITE-CHANGED-ADDRESS
           END-IF.

       2110-REWRITE-CHANGED-ADDRESS.
           MOVE WS-USER-ID   TO ADDR-USER-ID.
           MOVE WS-ADDR-TYPE TO ADDR-TYPE.
           READ ADDRESS-FILE
               KEY IS ADDR-KEY
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "Address not found: " WS-USER-ID
                           " " WS-ADDR-TYPE
               NOT INVALID KEY
                   MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-STREET      TO ADDR-STREET
                   MOVE WS-CITY        TO ADDR-CITY
                   MOVE WS-STATE       TO ADDR-STATE
                   MOVE WS-POSTAL-CODE TO ADDR-POSTAL-CODE
                   MOVE WS-COUNTRY     TO ADDR-COUNTRY
                   REWRITE ADDRESS-RECORD
                       INVALID KEY
                           MOVE "INVALID" TO WS-STATUS
                           DISPLAY "Unable to update address: "
                                   WS-USER-ID " " WS-ADDR-TYPE
                       NOT INVALID KEY
                           MOVE "SUCCESS" TO WS-STATUS
                           DISPLAY "Address updated: " WS-USER-ID
                                   " " WS-ADDR-TYPE
                           MOVE "REWRITE"      TO WS-JRNL-OPERATION
                           MOVE ADDRESS-RECORD TO WS-AFTER-IMAGE
                           PERFORM 9100-WRITE-JOURNAL-ENTRY
                   END-REWRITE
           END-READ.

      *  Unlike a customer close this is a physical delete, the same
      *  as TRNAPPLY's address delete; the before-image on the journal
      *  is the only copy of the row kept.
       2200-DELETE-ADDRESS-RECORD.
           MOVE WS-USER-ID   TO ADDR-USER-ID.
           MOVE WS-ADDR-TYPE TO ADDR-TYPE.
           READ ADDRESS-FILE
               KEY IS ADDR-KEY
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-STATUS
                   DISPLAY "Address not found: " WS-USER-ID
                           " " WS-ADDR-TYPE
               NOT INVALID KEY
                   MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   DELETE ADDRESS-FILE
                       INVALID KEY
                           MOVE "INVALID" TO WS-STATUS
                           DISPLAY "Unable to delete address: "
                                   WS-USER-ID " " WS-ADDR-TYPE
                       NOT INVALID KEY
                           MOVE "SUCCESS" TO WS-STATUS
                           DISPLAY "Address deleted: " WS-USER-ID
                                   " " WS-ADDR-TYPE
                           MOVE "DELETE" TO WS-JRNL-OPERATION
                           MOVE SPACES   TO WS-AFTER-IMAGE
                           PERFORM 9100-WRITE-JOURNAL-ENTRY
                   END-DELETE
           END-READ.

      *  The keyed address goes through the same ADDRVAL checks the
      *  nightly sweep applies, so the desk can never put on file an
      *  address ADDRSWP would later report.  Each failing field is
      *  shown with its reason so the clerk can correct it with the
      *  customer still on the line.
       2900-VALIDATE-ADDRESS.
           CALL "ADDRVAL" USING WS-ADDR-TYPE WS-STREET WS-CITY
                WS-STATE WS-POSTAL-CODE WS-COUNTRY WS-REASON-CODES
                WS-VALID-FLAG.
           IF NOT ADDRESS-IS-VALID
               MOVE "INVALID" TO WS-STATUS
               DISPLAY "Address rejected by validation:"
               MOVE "Type"        TO WS-CHECK-FIELD
               MOVE WS-TYPE-REASON TO WS-CHECK-REASON
               PERFORM 2910-SHOW-FIELD-REASON
               MOVE "Street"      TO WS-CHECK-FIELD
               MOVE WS-STREET-REASON TO WS-CHECK-REASON
               PERFORM 2910-SHOW-FIELD-REASON
               MOVE "City"        TO WS-CHECK-FIELD
               MOVE WS-CITY-REASON TO WS-CHECK-REASON
               PERFORM 2910-SHOW-FIELD-REASON
               MOVE "State"       TO WS-CHECK-FIELD
               MOVE WS-STATE-REASON TO WS-CHECK-REASON
               PERFORM 2910-SHOW-FIELD-REASON
               MOVE "Postal Code" TO WS-CHECK-FIELD
               MOVE WS-POSTAL-REASON TO WS-CHECK-REASON
               PERFORM 2910-SHOW-FIELD-REASON
               MOVE "Country"     TO WS-CHECK-FIELD
               MOVE WS-COUNTRY-REASON TO WS-CHECK-REASON
               PERFORM 2910-SHOW-FIELD-REASON
           ELSE
               PERFORM 2920-STANDARDISE-COUNTRY
           END-IF.

       2910-SHOW-FIELD-REASON.
           IF WS-CHECK-REASON NOT = "00"
               EVALUATE WS-CHECK-REASON
                   WHEN "01"
                       MOVE "required field is blank"
                           TO WS-REASON-TEXT
                   WHEN "02"
                       MOVE "invalid value" TO WS-REASON-TEXT
                   WHEN "03"
                       MOVE "postal code does not match the country"
                           TO WS-REASON-TEXT
                   WHEN "04"
                       MOVE "country not on the country reference"
                           TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "unrecognized reason code"
                           TO WS-REASON-TEXT
               END-EVALUATE
               DISPLAY "  " WS-CHECK-FIELD ": " WS-REASON-TEXT
                       " (" WS-CHECK-REASON ")"
           END-IF.

      *  An accepted country is stored under its standard spelling
      *  from the country reference, whatever alias the clerk keyed.
       2920-STANDARDISE-COUNTRY.
           CALL "CTRYLKP" USING WS-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF WS-CTRY-LOOKUP-STATUS = "00" AND WS-CTRY-FOUND-FLAG = "Y"
               MOVE WS-CTRY-STANDARD-NAME TO WS-COUNTRY
           END-IF.

       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-USER-ID      TO AUDIT-USER-ID.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   MOVE "ADD-ADDR"    TO AUDIT-OPERATION
               WHEN WS-ACTION-CHANGE
                   MOVE "CHANGE-ADDR" TO AUDIT-OPERATION
               WHEN WS-ACTION-DELETE
                   MOVE "DELETE-ADDR" TO AUDIT-OPERATION
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
           MOVE SPACES       TO WS-JRNL-KEY.
           MOVE WS-USER-ID   TO WS-JRNL-KEY (1:5).
           MOVE WS-ADDR-TYPE TO WS-JRNL-KEY (6:8).
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID     TO JRNL-PROGRAM.
           MOVE "ADDR"             TO JRNL-FILE-ID.
           MOVE WS-JRNL-OPERATION  TO JRNL-OPERATION.
           MOVE WS-JRNL-KEY        TO JRNL-KEY.
           MOVE WS-BEFORE-IMAGE    TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE     TO JRNL-AFTER-IMAGE.
           PERFORM 9150-RECORD-ADDRESS-HISTORY.
           WRITE JOURNAL-RECORD.

      *  Every journaled address change also ends the old version
      *  and opens the new one on the effective-dated history.
      *  A failure there does not undo the update - AHSTBLD can
      *  rebuild the history from the live journal and every
      *  generation catalogued on BACKUP.CAT.
       9150-RECORD-ADDRESS-HISTORY.
           CALL "ADDRHIST" USING JOURNAL-RECORD WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "WARNING: Address history not updated for "
                       "key " JRNL-KEY
           END-IF.

      *  End-of-run control totals: both master files are swept and
      *  the resulting counts recorded with this run's activity on
      *  BALANCE.DAT, so the nightly balance check can prove the
      *  files intact.  Only an add or a delete moves the address
      *  count; this program never touches USER-FILE.
       9500-WRITE-BALANCE-RECORD.
           PERFORM 9510-COUNT-USER-FILE.
           PERFORM 9520-COUNT-ADDRESS-FILE.
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
               IF WS-STATUS-SUCCESS
                   EVALUATE TRUE
                       WHEN WS-ACTION-ADD
                           MOVE 1 TO BAL-ADDR-ADDS
                       WHEN WS-ACTION-CHANGE
                           MOVE 1 TO BAL-ADDR-CHANGES
                       WHEN WS-ACTION-DELETE
                           MOVE 1 TO BAL-ADDR-DELETES
                   END-EVALUATE
               END-IF
               MOVE WS-USER-FILE-COUNT TO BAL-USER-COUNT
               MOVE WS-ADDR-FILE-COUNT TO BAL-ADDR-COUNT
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
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
