       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRHINQ.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Address history inquiry for the service desk.  One USER-ID
      *  in, and either:
      *    - the full timeline - every version of every address type
      *      with the dates it was in effect and the program or
      *      operator that opened and ended it, or
      *    - the address as of a keyed date - for each address type,
      *      the version in effect at the end of that day,
      *  optionally narrowed to one address type.  Read-only against
      *  ADDRHIST.DAT; the inquiry itself is audited like every other
      *  lookup.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USER-ID
           ALTERNATE RECORD KEY IS USER-SURNAME WITH DUPLICATES
           FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT ADDR-HISTORY-FILE ASSIGN TO "ADDRHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHST-KEY
           FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDR-HISTORY-FILE.
       COPY "AHSTREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       WORKING-STORAGE SECTION.
       01  WS-USER-ID               PIC 9(05).
       01  WS-ADDR-TYPE             PIC X(08).
       01  WS-AS-OF-DATE            PIC 9(08).
       01  WS-AS-OF-DAY-NUMBER      PIC 9(07).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-HIST-FILE-STATUS      PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-OPER-LEVEL            PIC X(01).
       01  WS-SIGNON-FLAG           PIC X(01).
           88  SIGNON-ACCEPTED                    VALUE "Y".

       01  WS-STATUS                PIC X(10).
           88  WS-STATUS-FOUND                    VALUE "FOUND".
           88  WS-STATUS-NOT-FOUND                VALUE "NOT-FOUND".
           88  WS-STATUS-INVALID                  VALUE "INVALID".

       01  WS-EOF-BROWSE            PIC X(01)     VALUE "N".
           88  BROWSE-DONE                        VALUE "Y".

       01  WS-VERSION-COUNT         PIC 9(04)     VALUE ZERO.
       01  WS-TO-DISPLAY            PIC X(17).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "=== ADDRESS HISTORY INQUIRY ===".

           PERFORM 0100-SIGN-ON-OPERATOR.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ADDR-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDR-HISTORY-FILE, "
                       "status = " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               STOP RUN
           END-IF.

           DISPLAY "Enter User ID: ".
           ACCEPT WS-USER-ID.
           DISPLAY "Enter Address Type (blank = all types): ".
           ACCEPT WS-ADDR-TYPE.
           INSPECT WS-ADDR-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Enter As-Of Date YYYYMMDD (blank = full "
                   "timeline): ".
           ACCEPT WS-AS-OF-DATE.

           EVALUATE TRUE
               WHEN WS-USER-ID = ZERO
                   MOVE "INVALID" TO WS-STATUS
                   DISPLAY "A zero User ID cannot be inquired on."
               WHEN WS-AS-OF-DATE NOT = ZERO
                   CALL "DAYNUM" USING WS-AS-OF-DATE
                        WS-AS-OF-DAY-NUMBER
                   IF WS-AS-OF-DAY-NUMBER = ZERO
                       MOVE "INVALID" TO WS-STATUS
                       DISPLAY "As-of date is not a valid date: "
                               WS-AS-OF-DATE
                   ELSE
                       PERFORM 2000-SHOW-CUSTOMER
                       PERFORM 3000-SHOW-HISTORY
                   END-IF
               WHEN OTHER
                   PERFORM 2000-SHOW-CUSTOMER
                   PERFORM 3000-SHOW-HISTORY
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-STATUS-FOUND
                   MOVE 0 TO RETURN-CODE
               WHEN WS-STATUS-NOT-FOUND
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE USER-FILE.
           CLOSE ADDR-HISTORY-FILE.

           PERFORM 8000-WRITE-AUDIT-ENTRY.

           STOP RUN.

      *  SIGNON opens its own AUDIT-LOG connector - like ADRESS it is
      *  called while this program holds no connector on the log.  No
      *  sign-on, no inquiry.
       0100-SIGN-ON-OPERATOR.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-OPER-LEVEL
                WS-SIGNON-FLAG.
           IF NOT SIGNON-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *  A purged customer is no longer on USER-FILE and RETNPURG
      *  removes its address history with it, so a missing record is
      *  only noted and whatever history is still held is shown.
       2000-SHOW-CUSTOMER.
           DISPLAY "==============================".
           MOVE WS-USER-ID TO USER-ID.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER:     " WS-USER-ID
                           " (no longer on file)"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER:     " USER-ID " "
                           USER-NAME " " USER-SURNAME " "
                           USER-STATUS
           END-READ.

      *  One START on the USER-ID part of the key walks every version
      *  of every address type, oldest first within each type.
       3000-SHOW-HISTORY.
           IF WS-AS-OF-DATE = ZERO
               DISPLAY "ADDRESS TIMELINE:"
           ELSE
               DISPLAY "ADDRESSES IN EFFECT ON " WS-AS-OF-DATE ":"
           END-IF.
           MOVE ZERO TO WS-VERSION-COUNT.
           MOVE "N"  TO WS-EOF-BROWSE.
           MOVE WS-USER-ID TO AHST-USER-ID.
           MOVE SPACES     TO AHST-ADDR-TYPE.
           MOVE ZERO       TO AHST-FROM-DATE AHST-FROM-TIME.
           START ADDR-HISTORY-FILE
               KEY IS >= AHST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BROWSE
           END-START.
           IF NOT BROWSE-DONE
               PERFORM 3900-READ-NEXT-VERSION
               PERFORM 3100-CHECK-ONE-VERSION
                   UNTIL BROWSE-DONE
           END-IF.
           IF WS-VERSION-COUNT = ZERO
               MOVE "NOT-FOUND" TO WS-STATUS
               DISPLAY "  (no address history for this selection)"
           ELSE
               MOVE "FOUND" TO WS-STATUS
           END-IF.

      *  A version was in effect at the end of the as-of day when it
      *  started on or before that day and ended after it.
       3100-CHECK-ONE-VERSION.
           EVALUATE TRUE
               WHEN AHST-USER-ID NOT = WS-USER-ID
                   MOVE "Y" TO WS-EOF-BROWSE
               WHEN WS-ADDR-TYPE NOT = SPACES
                    AND AHST-ADDR-TYPE NOT = WS-ADDR-TYPE
                   CONTINUE
               WHEN WS-AS-OF-DATE = ZERO
                   PERFORM 3200-SHOW-ONE-VERSION
               WHEN AHST-FROM-DATE NOT > WS-AS-OF-DATE
                    AND AHST-TO-DATE > WS-AS-OF-DATE
                   PERFORM 3200-SHOW-ONE-VERSION
           END-EVALUATE.
           IF NOT BROWSE-DONE
               PERFORM 3900-READ-NEXT-VERSION
           END-IF.

       3200-SHOW-ONE-VERSION.
           ADD 1 TO WS-VERSION-COUNT.
           IF AHST-CURRENT-VERSION
               MOVE "(current)" TO WS-TO-DISPLAY
           ELSE
               MOVE SPACES TO WS-TO-DISPLAY
               STRING AHST-TO-DATE " " AHST-TO-TIME
                   DELIMITED BY SIZE INTO WS-TO-DISPLAY
           END-IF.
           DISPLAY "  Type:    " AHST-ADDR-TYPE
                   "  From: " AHST-FROM-DATE " " AHST-FROM-TIME
                   "  To: " WS-TO-DISPLAY.
           DISPLAY "    Street:  " AHST-STREET.
           DISPLAY "    City:    " AHST-CITY.
           DISPLAY "    State:   " AHST-STATE.
           DISPLAY "    Postal:  " AHST-POSTAL-CODE.
           DISPLAY "    Country: " AHST-COUNTRY.
           IF AHST-CURRENT-VERSION
               DISPLAY "    Opened by " AHST-OPENED-BY
           ELSE
               DISPLAY "    Opened by " AHST-OPENED-BY
                       "  ended by " AHST-CLOSED-BY
                       " (" AHST-END-REASON ")"
           END-IF.

       3900-READ-NEXT-VERSION.
           READ ADDR-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-BROWSE
           END-READ.

       8000-WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to audit inquiry, status = "
                       WS-AUDIT-FILE-STATUS
           ELSE
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE WS-USER-ID     TO AUDIT-USER-ID
               MOVE "INQUIRY-HIST" TO AUDIT-OPERATION
               MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
               MOVE WS-STATUS      TO AUDIT-STATUS
               WRITE AUDIT-RECORD
               CLOSE AUDIT-LOG
           END-IF.
