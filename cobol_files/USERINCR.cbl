      *    - USER-ADDED-DATE in the window               -> action A
      *    - USER-CHANGED-DATE in the window             -> action C,
      *      or action D when the customer is now CLOSED
      *    - an ADDRESS-FILE or CONTACT-FILE update journaled in the
      *      window (JRNL-FILE-ID "ADDR" or "CONT", on JOURNAL.DAT or
      *      on any journal generation MSTRBKUP has rolled out to
      *      JRNL<date>.JNL since the previous run)      -> action C
      *  A catalogued journal generation that cannot be read would
      *  drop its changes from the feed for good, so it stops the run
      *  before the feed is written and the control file is left for
      *  the rerun.
      *  Action A and C records carry the customer's home address and
      *  contact details the same way the full extract does; action D
      *  ships the key and name only.
      *
      *  Feed layout (USERINCR.DAT):
      *    H record - run date and feed sequence number
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT CATALOGUE-FILE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT FEED-FILE ASSIGN TO "USERINCR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.
       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  CATALOGUE-FILE.
       COPY "BKUPREC".

       FD  FEED-FILE.
       01  FEED-LINE                PIC X(226).

       FD  AUDIT-LOG.
       COPY "AUDITREC".
       01  WS-CONTROL-FILE-STATUS   PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-FLAG     PIC X(01)     VALUE "N".
           88  CONTACT-FILE-OPEN                  VALUE "Y".
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-JOURNAL-NAME          PIC X(20)     VALUE SPACES.
       01  WS-CATALOGUE-STATUS      PIC X(02).
       01  WS-FEED-FILE-STATUS      PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).

           88  NO-MORE-USERS                      VALUE "Y".
       01  WS-EOF-JOURNAL           PIC X(01)     VALUE "N".
           88  NO-MORE-JOURNAL                    VALUE "Y".
       01  WS-EOF-CATALOGUE         PIC X(01)     VALUE "N".
           88  NO-MORE-CATALOGUE                  VALUE "Y".
       01  WS-JOURNAL-COMPLETE      PIC X(01)     VALUE "Y".
           88  JOURNAL-COMPLETE                   VALUE "Y".
       01  WS-GENERATIONS-READ      PIC 9(04)     VALUE ZERO.

       01  WS-LAST-RUN-DATE         PIC 9(08)     VALUE ZERO.
       01  WS-FEED-SEQUENCE         PIC 9(06)     VALUE ZERO.
       01  WS-JRNL-USER-ID          PIC 9(05).

      *  Customers whose only activity since the previous run is an
      *  address or contact update have no date of their own on
      *  USERREC, so the journal is scanned first and their ids
      *  remembered here.
       01  WS-ACTIVE-MAX            PIC 9(04)     VALUE 1000  COMP.
       01  WS-ACTIVE-USED           PIC 9(04)     VALUE ZERO  COMP.
       01  WS-ACTIVE-IX             PIC 9(04)     VALUE ZERO  COMP.
           05  HDR-RECORD-TYPE      PIC X(01)     VALUE "H".
           05  HDR-RUN-DATE         PIC 9(08).
           05  HDR-FEED-SEQUENCE    PIC 9(06).
           05  FILLER               PIC X(211)    VALUE SPACES.

       01  FEED-DETAIL-RECORD.
           05  DTL-RECORD-TYPE      PIC X(01)     VALUE "D".
           05  DTL-STATE            PIC X(20).
           05  DTL-POSTAL-CODE      PIC X(10).
           05  DTL-COUNTRY          PIC X(20).
           05  DTL-PHONE            PIC X(20).
           05  DTL-EMAIL            PIC X(50).
           05  DTL-CHANNEL          PIC X(05).
           05  DTL-OPT-OUT-MAIL     PIC X(01).
           05  DTL-OPT-OUT-EMAIL    PIC X(01).
           05  DTL-OPT-OUT-PHONE    PIC X(01).

       01  FEED-TRAILER-RECORD.
           05  TRL-RECORD-TYPE      PIC X(01)     VALUE "T".
           05  TRL-ADD-COUNT        PIC 9(06).
           05  TRL-CHANGE-COUNT     PIC 9(06).
           05  TRL-DELETE-COUNT     PIC 9(06).
           05  FILLER               PIC X(201)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-SELECT-USERS.
           PERFORM 9000-TERMINATE.
           GOBACK.
               GOBACK
           END-IF.

      *  No CONTACT.DAT yet simply means no contact details to ship.
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
                   CLOSE ADDRESS-FILE
                   GOBACK
           END-EVALUATE.

           PERFORM 2000-GATHER-JOURNAL-ACTIVITY.
           IF NOT JOURNAL-COMPLETE
               DISPLAY "FATAL: Journal activity incomplete - no feed "
                       "written, control file unchanged."
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               GOBACK
           END-IF.

           OPEN OUTPUT FEED-FILE.
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               GOBACK
           END-IF.
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               CLOSE FEED-FILE
               GOBACK
           MOVE WS-FEED-SEQUENCE TO HDR-FEED-SEQUENCE.
           WRITE FEED-LINE FROM FEED-HEADER-RECORD.

      *  A missing control file is the first incremental run: the
      *  previous-run date stays zero so every customer ships, and the
      *  feed starts at sequence one.
           DISPLAY "Previous run date " WS-LAST-RUN-DATE
                   ", feed sequence " WS-FEED-SEQUENCE ".".

      ******************************************************************
      *  Journal activity.  Every journal generation rolled out on or
      *  after the previous run date can hold entries in the window,
      *  so those are scanned, oldest first, before the live journal.
      ******************************************************************
       2000-GATHER-JOURNAL-ACTIVITY.
           PERFORM 2300-SCAN-JOURNAL-GENERATIONS.
           MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME.
           PERFORM 2010-SCAN-ONE-JOURNAL.
           DISPLAY WS-ACTIVE-USED " customers with journaled activity "
                   "from the journal and " WS-GENERATIONS-READ
                   " journal generations.".

      *  A live journal that does not exist only means no update has
      *  been applied since the last roll; a catalogued generation
      *  that cannot be read is a gap.
       2010-SCAN-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE TRUE
               WHEN WS-JOURNAL-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-JOURNAL
                   PERFORM 2900-READ-NEXT-JOURNAL
                   PERFORM 2020-SCAN-ONE-ENTRY
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

       2020-SCAN-ONE-ENTRY.
           IF (JRNL-FILE-ID = "ADDR" OR JRNL-FILE-ID = "CONT")
               AND JRNL-DATE >= WS-LAST-RUN-DATE
               MOVE JRNL-KEY (1:5) TO WS-JRNL-USER-ID
               PERFORM 2100-NOTE-ADDRESS-USER
           END-IF.
           ADD 1 TO WS-ACTIVE-IX.

      *  A generation rolled out before the previous run holds
      *  nothing dated on or after it, so only later ones are opened.
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
           IF BKUP-GEN-DATE >= WS-LAST-RUN-DATE
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
       3300-SHIP-ONE-USER.
           MOVE SPACES TO DTL-ACTION-CODE DTL-NAME DTL-SURNAME
                          DTL-STREET DTL-CITY DTL-STATE
                          DTL-POSTAL-CODE DTL-COUNTRY
                          DTL-PHONE DTL-EMAIL DTL-CHANNEL
                          DTL-OPT-OUT-MAIL DTL-OPT-OUT-EMAIL
                          DTL-OPT-OUT-PHONE.
           MOVE "D"            TO DTL-RECORD-TYPE.
           MOVE WS-ACTION-CODE TO DTL-ACTION-CODE.
           MOVE USER-ID        TO DTL-USER-ID.
               MOVE "CLOSED" TO WS-STATUS
           ELSE
               PERFORM 3400-JOIN-HOME-ADDRESS
               PERFORM 3500-JOIN-CONTACT-DETAILS
           END-IF.

           WRITE FEED-LINE FROM FEED-DETAIL-RECORD.
                   MOVE "FOUND"          TO WS-STATUS
           END-READ.

       3500-JOIN-CONTACT-DETAILS.
           IF CONTACT-FILE-OPEN
               MOVE USER-ID TO CONT-USER-ID
               READ CONTACT-FILE
                   KEY IS CONT-USER-ID
                   NOT INVALID KEY
                       MOVE CONT-PHONE         TO DTL-PHONE
                       MOVE CONT-EMAIL         TO DTL-EMAIL
                       MOVE CONT-PREFERRED-CHANNEL TO DTL-CHANNEL
                       MOVE CONT-OPT-OUT-MAIL  TO DTL-OPT-OUT-MAIL
                       MOVE CONT-OPT-OUT-EMAIL TO DTL-OPT-OUT-EMAIL
                       MOVE CONT-OPT-OUT-PHONE TO DTL-OPT-OUT-PHONE
               END-READ
           END-IF.

       3900-READ-NEXT-USER.
           READ USER-FILE NEXT
               AT END

           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE FEED-FILE.
           CLOSE AUDIT-LOG.
           PERFORM 9100-REWRITE-CONTROL-RECORD.

           IF ACTIVE-TABLE-FULL
               DISPLAY "WARNING: activity table overflowed - some "
                       "address or contact only changes may be "
                       "missing from the feed."
               MOVE 4 TO RETURN-CODE
           END-IF.

