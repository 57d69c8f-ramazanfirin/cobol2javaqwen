      *  address, the customer never heard about it - a mis-applied
      *  correction went unnoticed until mail bounced again.  This
      *  program selects the address REWRITEs from the journal for a
      *  date range - JOURNAL.DAT and every journal generation
      *  MSTRBKUP has rolled out to JRNL<date>.JNL on or after the
      *  from date - pulls the customer's name from the user file, and
      *  prints one confirmation letter per changed address showing
      *  the old address from the before-image and the new address
      *  from the after-image, addressed to the new address.
      *
      *  Several changes to the same address inside the range produce
      *  one letter carrying the earliest before-image and the latest
      *  after-image - the journal is written in time order and the
      *  generations are read oldest first ahead of the live journal,
      *  so the first entry seen keeps its before-image and every
      *  later one replaces the after-image.  A catalogued generation
      *  that cannot be read stops the run before anything is printed
      *  or logged.  Customers whose USER-STATUS is
      *  CLOSED are excluded, and so are customers whose CONTACT-FILE
      *  record says they opted out of postal mail - those are listed
      *  by name on the summary page so the desk can see who was not
      *  told.  One page per letter, with a summary count page at the
      *  end of the print file (ADDRLTR.PRT).  Every letter printed
      *  or withheld for an opt-out is also appended to LETTER.LOG, so
      *  the letters a customer was sent can be listed later.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CATALOGUE-FILE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS USER-SURNAME WITH DUPLICATES
           FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "ADDRLTR.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT LETTER-LOG ASSIGN TO "LETTER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  CATALOGUE-FILE.
       COPY "BKUPREC".

       FD  USER-FILE.
       COPY "USERREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  LETTER-LOG.
       COPY "LTRREC".

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS     PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-JOURNAL-NAME          PIC X(20)     VALUE SPACES.
       01  WS-CATALOGUE-STATUS      PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-FLAG     PIC X(01)     VALUE "N".
           88  CONTACT-FILE-OPEN                  VALUE "Y".
       01  WS-LETTER-FILE-STATUS    PIC X(02).
       01  WS-LETTER-LOG-STATUS     PIC X(02).

       01  WS-EOF-JOURNAL           PIC X(01)     VALUE "N".
           88  NO-MORE-JOURNAL                    VALUE "Y".
       01  WS-EOF-CATALOGUE         PIC X(01)     VALUE "N".
           88  NO-MORE-CATALOGUE                  VALUE "Y".
       01  WS-JOURNAL-COMPLETE      PIC X(01)     VALUE "Y".
           88  JOURNAL-COMPLETE                   VALUE "Y".
       01  WS-GENERATIONS-READ      PIC 9(04)     VALUE ZERO.

       01  WS-FROM-DATE             PIC 9(08)     VALUE ZERO.
       01  WS-TO-DATE               PIC 9(08)     VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-NOUSER-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-OPTOUT-COUNT          PIC 9(06)     VALUE ZERO.

      *  Customers skipped for a mail opt-out, kept for the listing on
      *  the summary page; never more than the change table holds.
       01  WS-OPTOUT-IX             PIC 9(03)     VALUE ZERO  COMP.
       01  WS-OPTOUT-TABLE.
           05  WS-OPTOUT-ENTRY OCCURS 200 TIMES.
               10  WS-OPTOUT-USER-ID    PIC 9(05).
               10  WS-OPTOUT-TYPE       PIC X(08).
               10  WS-OPTOUT-NAME       PIC X(20).
               10  WS-OPTOUT-SURNAME    PIC X(20).

       01  OPTOUT-DETAIL-LINE.
           05  FILLER               PIC X(04)  VALUE SPACES.
           05  ODL-USER-ID          PIC 9(05).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  ODL-NAME             PIC X(20).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  ODL-SURNAME          PIC X(20).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  ODL-TYPE             PIC X(08).
           05  FILLER               PIC X(18)  VALUE SPACES.

       01  LETTER-DATE-LINE.
           05  FILLER               PIC X(46)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 4000-PRINT-ALL-LETTERS.
           PERFORM 9000-TERMINATE.
           GOBACK.

           PERFORM 1100-READ-PARAMETER-CARD.

           PERFORM 2000-GATHER-ADDRESS-CHANGES.
           IF NOT JOURNAL-COMPLETE
               DISPLAY "FATAL: Journal activity incomplete - no "
                       "letters printed."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  No CONTACT.DAT means nobody has opted out yet.  Any other
      *  failure stops the run rather than mail customers who may
      *  have asked not to be mailed.
           OPEN INPUT CONTACT-FILE.
           EVALUATE WS-CONTACT-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CONTACT-FILE-FLAG
               WHEN "35"
                   MOVE "N" TO WS-CONTACT-FILE-FLAG
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open CONTACT-FILE, "
                           "status = " WS-CONTACT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE USER-FILE
                   GOBACK
           END-EVALUATE.

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open LETTER-FILE, status = "
                       WS-LETTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               GOBACK
           END-IF.

           OPEN EXTEND LETTER-LOG.
           IF WS-LETTER-LOG-STATUS = "35"
               OPEN OUTPUT LETTER-LOG
           END-IF.
           IF WS-LETTER-LOG-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open LETTER-LOG, status = "
                       WS-LETTER-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               CLOSE LETTER-FILE
               GOBACK
           END-IF.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           DISPLAY "Selecting address changes from " WS-FROM-DATE
                   " to " WS-TO-DATE ".".

      ******************************************************************
      *  Address changes.  Every journal generation rolled out on or
      *  after the from date can hold entries in the range, so those
      *  are scanned, oldest first, before the live journal.
      ******************************************************************
       2000-GATHER-ADDRESS-CHANGES.
           PERFORM 2300-SCAN-JOURNAL-GENERATIONS.
           MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME.
           PERFORM 2010-SCAN-ONE-JOURNAL.
           DISPLAY WS-CHANGE-COUNT " address changes from the journal "
                   "and " WS-GENERATIONS-READ " journal generations.".

      *  A live journal that does not exist only means no update has
      *  been applied since the last roll; a catalogued generation
      *  that cannot be read is a gap.
       2010-SCAN-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE TRUE
               WHEN WS-JOURNAL-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-JOURNAL
                   PERFORM 2900-READ-NEXT-JOURNAL
                   PERFORM 2020-GATHER-ONE-ENTRY
                       UNTIL NO-MORE-JOURNAL
                   CLOSE JOURNAL-FILE
               WHEN WS-JOURNAL-FILE-STATUS = "35"
                   AND WS-JOURNAL-NAME = "JOURNAL.DAT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to read " WS-JOURNAL-NAME
                           ", status = " WS-JOURNAL-FILE-STATUS
                   MOVE "N" TO WS-JOURNAL-COMPLETE
           END-EVALUATE.

       2020-GATHER-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           IF JRNL-FILE-ID = "ADDR"
               AND JRNL-OPERATION = "REWRITE"
           END-IF.
           ADD 1 TO WS-CHG-IX.

      *  A generation rolled out before the from date holds nothing
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
                   DISPLAY "Unable to read CATALOGUE-FILE, status = "
                           WS-CATALOGUE-STATUS
                   MOVE "N" TO WS-JOURNAL-COMPLETE
           END-EVALUATE.

       2310-SCAN-ONE-GENERATION.
           IF BKUP-GEN-DATE >= WS-FROM-DATE
               AND BKUP-JRNL-COUNT > ZERO
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "JRNL" BKUP-GEN-DATE ".JNL"
                   DELIMITED BY SIZE INTO WS-JOURNAL-NAME
               PERFORM 2010-SCAN-ONE-JOURNAL
               ADD 1 TO WS-GENERATIONS-READ
           END-IF.
           PERFORM 2390-READ-NEXT-ENTRY.

       2390-READ-NEXT-ENTRY.
           READ CATALOGUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

       2900-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END

      *  A letter only goes out when the customer is still on file and
      *  not CLOSED; a closed account's mail would bounce anyway and
      *  the account is already retired.  A customer who opted out of
      *  postal mail gets no letter either.
       4100-PRINT-ONE-LETTER.
           MOVE WS-CHG-AFTER (WS-CHG-IX) TO WS-ADDR-WORK.
           MOVE WS-AW-USER-ID TO WS-LETTER-USER-ID USER-ID.
                   ELSE
                       MOVE USER-NAME    TO WS-LETTER-NAME
                       MOVE USER-SURNAME TO WS-LETTER-SURNAME
                       PERFORM 4150-CHECK-MAIL-OPT-OUT
                   END-IF
           END-READ.

       4150-CHECK-MAIL-OPT-OUT.
           MOVE "N" TO CONT-OPT-OUT-MAIL.
           IF CONTACT-FILE-OPEN
               MOVE WS-LETTER-USER-ID TO CONT-USER-ID
               READ CONTACT-FILE
                   KEY IS CONT-USER-ID
                   INVALID KEY
                       MOVE "N" TO CONT-OPT-OUT-MAIL
               END-READ
           END-IF.
           IF CONT-NO-MAIL
               ADD 1 TO WS-OPTOUT-COUNT
               MOVE WS-LETTER-USER-ID TO WS-OPTOUT-USER-ID
                                             (WS-OPTOUT-COUNT)
               MOVE WS-AW-TYPE        TO WS-OPTOUT-TYPE
                                             (WS-OPTOUT-COUNT)
               MOVE WS-LETTER-NAME    TO WS-OPTOUT-NAME
                                             (WS-OPTOUT-COUNT)
               MOVE WS-LETTER-SURNAME TO WS-OPTOUT-SURNAME
                                             (WS-OPTOUT-COUNT)
               MOVE "OPTOUT" TO LTR-OUTCOME
           ELSE
               PERFORM 4200-WRITE-LETTER-PAGE
               MOVE "PRINTED" TO LTR-OUTCOME
           END-IF.
           PERFORM 4400-LOG-LETTER.

       4200-WRITE-LETTER-PAGE.
           ADD 1 TO WS-LETTER-COUNT.

           MOVE WS-AW-COUNTRY TO ABL-TEXT.
           WRITE LETTER-LINE FROM ADDRESS-BLOCK-LINE.

      *  The log carries the address the letter went to (or would
      *  have gone to) - the after-image of the change.
       4400-LOG-LETTER.
           MOVE WS-CHG-AFTER (WS-CHG-IX) TO WS-ADDR-WORK.
           MOVE WS-RUN-DATE       TO LTR-RUN-DATE.
           MOVE WS-LETTER-USER-ID TO LTR-USER-ID.
           MOVE WS-AW-TYPE        TO LTR-ADDR-TYPE.
           MOVE WS-AW-STREET      TO LTR-STREET.
           MOVE WS-AW-POSTAL-CODE TO LTR-POSTAL-CODE.
           WRITE LETTER-LOG-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           MOVE "CONFIRMATION LETTER RUN SUMMARY" TO TOT-TEXT.
           STRING "CUSTOMER NOT ON FILE:   " WS-NOUSER-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE LETTER-LINE FROM TOTALS-LINE-AREA.
           STRING "OPTED OUT OF MAIL:      " WS-OPTOUT-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE LETTER-LINE FROM TOTALS-LINE-AREA.

           IF WS-OPTOUT-COUNT > ZERO
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO TOTALS-LINE-AREA
               MOVE "CUSTOMERS OPTED OUT OF MAIL - NOT LETTERED:"
                   TO TOT-TEXT
               WRITE LETTER-LINE FROM TOTALS-LINE-AREA
               PERFORM 9100-LIST-ONE-OPT-OUT
                   VARYING WS-OPTOUT-IX FROM 1 BY 1
                   UNTIL WS-OPTOUT-IX > WS-OPTOUT-COUNT
           END-IF.

           CLOSE USER-FILE.
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE LETTER-LOG.

           IF CHANGE-TABLE-FULL
               DISPLAY "WARNING: change table overflowed - run a "
           DISPLAY "Confirmation letters complete - "
                   WS-LETTER-COUNT " letters printed.".

       9100-LIST-ONE-OPT-OUT.
           MOVE WS-OPTOUT-USER-ID (WS-OPTOUT-IX) TO ODL-USER-ID.
           MOVE WS-OPTOUT-NAME (WS-OPTOUT-IX)    TO ODL-NAME.
           MOVE WS-OPTOUT-SURNAME (WS-OPTOUT-IX) TO ODL-SURNAME.
           MOVE WS-OPTOUT-TYPE (WS-OPTOUT-IX)    TO ODL-TYPE.
           WRITE LETTER-LINE FROM OPTOUT-DETAIL-LINE.

       9999-EXIT.
           EXIT.
