       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERPACK.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Customer data-access pack.  When a customer formally asks for
      *  everything we hold about them, this program prints it in one
      *  pack per customer instead of the desk piecing it together
      *  from USERINQ, the audit report and the journal by hand.  Each
      *  pack starts on a new page and has eight sections:
      *    1  the customer record on USER-FILE
      *    2  every ADDRESS-FILE row
      *    3  the CONTACT-FILE record
      *    4  the full change history: every journaled update to the
      *       customer, address or contact records with its before-
      *       and after-image, from each journal generation listed on
      *       BACKUP.CAT followed by the live JOURNAL.DAT
      *    5  every audit trail entry, from each archive generation
      *       listed on AUDIT.CAT followed by the live AUDIT.LOG
      *    6  every address-change confirmation letter on LETTER.LOG
      *    7  every merge or close request on APPROVAL-FILE naming the
      *       customer, as survivor or as victim
      *    8  every item on SUSPENSE-FILE for the customer - batch
      *       input TRNAPPLY or ADDRIMPT could not apply - with its
      *       status and the transaction as held
      *  A section with nothing in it says NONE HELD.
      *
      *  Request cards (USERPACK.PRM, one customer per card, up to 50):
      *    col  1-5    USER-ID
      *    col  6      blank
      *    col  7-26   request reference, printed on the pack
      *  A customer no longer on USER-FILE still gets a pack - the
      *  journal and audit trail may hold data about them after a
      *  close or purge.
      *
      *  Everything for every customer on the deck is gathered in one
      *  pass over each file, SORTed by customer and section, and
      *  printed to USERPACK.PRT with a run summary page at the end.
      *  Producing each pack is audited as DATA-PACK.  A journal or
      *  audit generation that cannot be read is named on the console
      *  and the summary page, and the run ends with return code 4 so
      *  the pack is not sent out incomplete.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "USERPACK.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-FILE-STATUS.

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

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-REQUEST-ID
           ALTERNATE RECORD KEY IS APPR-SUBJECT-KEY WITH DUPLICATES
           FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-ITEM-ID
           ALTERNATE RECORD KEY IS SUSP-TRANSACTION WITH DUPLICATES
           FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT BACKUP-CATALOGUE ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKUP-CAT-STATUS.

           SELECT ARCHIVE-CATALOGUE ASSIGN TO "AUDIT.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCV-CAT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT LETTER-LOG ASSIGN TO "LETTER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-LOG-STATUS.

           SELECT PACK-SORT-FILE ASSIGN TO "USERPACK.SRT".

           SELECT PACK-FILE ASSIGN TO "USERPACK.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-USER-ID          PIC X(05).
           05  FILLER               PIC X(01).
           05  REQ-REFERENCE        PIC X(20).

       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  APPROVAL-FILE.
       COPY "APPRREC".

       FD  SUSPENSE-FILE.
       COPY "SUSPREC".

       FD  BACKUP-CATALOGUE.
       COPY "BKUPREC".

       FD  ARCHIVE-CATALOGUE.
       COPY "ARCVREC".

       FD  JOURNAL-FILE.
       COPY "JRNLREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       FD  LETTER-LOG.
       COPY "LTRREC".

      *  One printed line of one section of one customer's pack;
      *  SRT-SEQUENCE keeps the lines of a section in the order they
      *  were gathered, which is time order for the journal, audit
      *  and letter sections.
       SD  PACK-SORT-FILE.
       01  PACK-SORT-RECORD.
           05  SRT-USER-ID          PIC 9(05).
           05  SRT-SECTION          PIC 9(01).
           05  SRT-SEQUENCE         PIC 9(08).
           05  SRT-LINE             PIC X(80).

       FD  PACK-FILE.
       01  PACK-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS   PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-APPR-FILE-STATUS      PIC X(02).
       01  WS-SUSP-FILE-STATUS      PIC X(02).
       01  WS-BKUP-CAT-STATUS       PIC X(02).
       01  WS-ARCV-CAT-STATUS       PIC X(02).
       01  WS-JOURNAL-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-LETTER-LOG-STATUS     PIC X(02).
       01  WS-PACK-FILE-STATUS      PIC X(02).

       01  WS-JOB-NAME              PIC X(08)     VALUE "USERPACK".
       01  WS-JOURNAL-FILE-NAME     PIC X(20).
       01  WS-AUDIT-FILE-NAME       PIC X(20).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-CONTACT-FILE-FLAG     PIC X(01)     VALUE "N".
           88  CONTACT-FILE-OPEN                  VALUE "Y".
       01  WS-APPR-FILE-FLAG        PIC X(01)     VALUE "N".
           88  APPROVAL-FILE-OPEN                 VALUE "Y".
       01  WS-SUSP-FILE-FLAG        PIC X(01)     VALUE "N".
           88  SUSPENSE-FILE-OPEN                 VALUE "Y".

       01  WS-EOF-REQUEST           PIC X(01)     VALUE "N".
           88  NO-MORE-REQUESTS                   VALUE "Y".
       01  WS-EOF-BROWSE            PIC X(01)     VALUE "N".
           88  NO-MORE-BROWSE                     VALUE "Y".
       01  WS-EOF-CATALOGUE         PIC X(01)     VALUE "N".
           88  NO-MORE-CATALOGUE                  VALUE "Y".
       01  WS-EOF-SCAN              PIC X(01)     VALUE "N".
           88  NO-MORE-SCAN                       VALUE "Y".
       01  WS-EOF-ITEMS             PIC X(01)     VALUE "N".
           88  NO-MORE-ITEMS                      VALUE "Y".

      *  The customers on the request deck, in card order.
       01  WS-REQ-MAX               PIC 9(02)     VALUE 50.
       01  WS-REQ-USED              PIC 9(02)     VALUE ZERO.
       01  WS-REQ-IX                PIC 9(02)     VALUE ZERO.
       01  WS-REQ-SLOT              PIC 9(02)     VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-REQ-USER-ID       PIC 9(05).
               10  WS-REQ-REFERENCE     PIC X(20).
               10  WS-REQ-ON-FILE       PIC X(01).
       01  WS-FIND-USER-ID          PIC 9(05).

      *  An audit archive rerun with the same cutoff is catalogued
      *  twice but holds one set of records, so each cutoff is read
      *  only once.
       01  WS-ARCV-MAX              PIC 9(03)     VALUE 200.
       01  WS-ARCV-USED             PIC 9(03)     VALUE ZERO.
       01  WS-ARCV-IX               PIC 9(03)     VALUE ZERO.
       01  WS-ARCV-SEEN             PIC X(01)     VALUE "N".
           88  ARCHIVE-ALREADY-READ               VALUE "Y".
       01  WS-ARCV-TABLE.
           05  WS-ARCV-CUTOFF OCCURS 200 TIMES PIC 9(08).

       01  WS-PACK-USER-ID          PIC 9(05).
       01  WS-PACK-SECTION          PIC 9(01).
       01  WS-SEQUENCE              PIC 9(08)     VALUE ZERO.
       01  WS-PACK-TEXT             PIC X(80).
       01  WS-IMAGE                 PIC X(120).
       01  WS-IMAGE-LABEL           PIC X(12).

       01  WS-SOURCES-COMPLETE      PIC X(01)     VALUE "Y".
           88  ALL-SOURCES-READ                   VALUE "Y".
       01  WS-AUDIT-WRITTEN         PIC X(01)     VALUE "N".
           88  PACKS-AUDITED                      VALUE "Y".

      *  Output side: where the printing has got to.
       01  WS-PRINT-USER-ID         PIC 9(05)     VALUE ZERO.
       01  WS-PRINT-SECTION         PIC 9(01)     VALUE ZERO.
       01  WS-SECTION-LINES         PIC 9(06)     VALUE ZERO.
       01  WS-PACK-OPEN-FLAG        PIC X(01)     VALUE "N".
           88  PACK-OPEN                          VALUE "Y".
       01  WS-NEW-PAGE-FLAG         PIC X(01)     VALUE "N".
           88  NEW-PAGE-DUE                       VALUE "Y".

       01  WS-SECTION-TITLES.
           05  FILLER  PIC X(40)
               VALUE "1. CUSTOMER RECORD".
           05  FILLER  PIC X(40)
               VALUE "2. ADDRESSES".
           05  FILLER  PIC X(40)
               VALUE "3. CONTACT DETAILS AND PREFERENCES".
           05  FILLER  PIC X(40)
               VALUE "4. CHANGE HISTORY (JOURNAL)".
           05  FILLER  PIC X(40)
               VALUE "5. AUDIT TRAIL".
           05  FILLER  PIC X(40)
               VALUE "6. CONFIRMATION LETTERS".
           05  FILLER  PIC X(40)
               VALUE "7. MERGE AND CLOSE REQUESTS".
           05  FILLER  PIC X(40)
               VALUE "8. REJECTED INPUT HELD IN SUSPENSE".
       01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
           05  WS-SECTION-TITLE OCCURS 8 TIMES PIC X(40).
       01  WS-LAST-SECTION          PIC 9(01)     VALUE 8.

       01  WS-CARD-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-CARD-REJECT-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-GENERATION-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-ARCHIVE-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-JRNL-ITEM-COUNT       PIC 9(06)     VALUE ZERO.
       01  WS-AUDIT-ITEM-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-LETTER-ITEM-COUNT     PIC 9(06)     VALUE ZERO.
       01  WS-APPR-ITEM-COUNT       PIC 9(06)     VALUE ZERO.
       01  WS-SUSP-ITEM-COUNT       PIC 9(06)     VALUE ZERO.
       01  WS-PACK-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT     PIC 9(06)     VALUE ZERO.

       01  PACK-TITLE-LINE.
           05  FILLER  PIC X(27) VALUE "CUSTOMER DATA-ACCESS PACK  ".
           05  FILLER  PIC X(10) VALUE "CUSTOMER: ".
           05  PTL-USER-ID          PIC 9(05).
           05  FILLER  PIC X(12) VALUE "  PRODUCED: ".
           05  PTL-RUN-DATE         PIC 9(08).
           05  FILLER  PIC X(18) VALUE SPACES.

       01  PACK-REFERENCE-LINE.
           05  FILLER  PIC X(19) VALUE "REQUEST REFERENCE: ".
           05  PRL-REFERENCE        PIC X(20).
           05  FILLER  PIC X(41) VALUE SPACES.

       01  USER-NAME-LINE.
           05  FILLER  PIC X(16) VALUE "    NAME:       ".
           05  UNL-NAME             PIC X(20).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  UNL-SURNAME          PIC X(20).
           05  FILLER  PIC X(23) VALUE SPACES.

       01  USER-STATUS-LINE.
           05  FILLER  PIC X(16) VALUE "    STATUS:     ".
           05  USL-STATUS           PIC X(08).
           05  FILLER  PIC X(09) VALUE "  ADDED: ".
           05  USL-ADDED-DATE       PIC 9(08).
           05  FILLER  PIC X(16) VALUE "  LAST CHANGED: ".
           05  USL-CHANGED-DATE     PIC 9(08).
           05  FILLER  PIC X(15) VALUE SPACES.

       01  ADDRESS-FIRST-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  AFL-TYPE             PIC X(08).
           05  FILLER  PIC X(04) VALUE SPACES.
           05  AFL-STREET           PIC X(30).
           05  FILLER  PIC X(34) VALUE SPACES.

       01  ADDRESS-NEXT-LINE.
           05  FILLER  PIC X(16) VALUE SPACES.
           05  ANL-TEXT             PIC X(64).

       01  CONTACT-CHANNEL-LINE.
           05  FILLER  PIC X(23) VALUE "    PREFERRED CHANNEL: ".
           05  CCL-CHANNEL          PIC X(05).
           05  FILLER  PIC X(11) VALUE "  CHANGED: ".
           05  CCL-CHANGED-DATE     PIC 9(08).
           05  FILLER  PIC X(33) VALUE SPACES.

       01  CONTACT-OPT-OUT-LINE.
           05  FILLER  PIC X(26) VALUE "    OPTED OUT OF - MAIL: ".
           05  COL-MAIL             PIC X(01).
           05  FILLER  PIC X(09) VALUE "  EMAIL: ".
           05  COL-EMAIL            PIC X(01).
           05  FILLER  PIC X(09) VALUE "  PHONE: ".
           05  COL-PHONE            PIC X(01).
           05  FILLER  PIC X(33) VALUE SPACES.

       01  JOURNAL-DETAIL-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  JDL-DATE             PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  JDL-TIME             PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  JDL-PROGRAM          PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  JDL-FILE-ID          PIC X(04).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  JDL-OPERATION        PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  JDL-KEY              PIC X(13).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  JDL-SOURCE           PIC X(20).

       01  JOURNAL-IMAGE-LINE.
           05  FILLER  PIC X(06) VALUE SPACES.
           05  JIL-LABEL            PIC X(12).
           05  JIL-IMAGE-PART       PIC X(60).
           05  FILLER  PIC X(02) VALUE SPACES.

       01  AUDIT-DETAIL-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  ADL-DATE             PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  ADL-TIME             PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  ADL-OPERATION        PIC X(12).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  ADL-OPERATOR         PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  ADL-STATUS           PIC X(10).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  ADL-SOURCE           PIC X(20).
           05  FILLER  PIC X(05) VALUE SPACES.

       01  LETTER-DETAIL-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  LDL-RUN-DATE         PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  LDL-ADDR-TYPE        PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  LDL-OUTCOME          PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  LDL-STREET           PIC X(30).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  LDL-POSTAL-CODE      PIC X(10).
           05  FILLER  PIC X(08) VALUE SPACES.

       01  REQUEST-DETAIL-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  RDL-REQUEST-ID       PIC 9(06).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RDL-TYPE             PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RDL-SUBJECT          PIC X(30).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RDL-STATUS           PIC X(08).
           05  FILLER  PIC X(21) VALUE SPACES.

       01  REQUEST-HISTORY-LINE.
           05  FILLER  PIC X(11) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "RAISED BY ".
           05  RHL-REQUESTED-BY     PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RHL-REQUESTED-DATE   PIC 9(08).
           05  FILLER  PIC X(12) VALUE "  DECIDED BY".
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RHL-DECIDED-BY       PIC X(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  RHL-DECIDED-DATE     PIC 9(08).
           05  FILLER  PIC X(12) VALUE SPACES.

       01  SUSPENSE-DETAIL-LINE.
           05  FILLER  PIC X(04) VALUE SPACES.
           05  SDL-ITEM-ID          PIC 9(06).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  SDL-SOURCE           PIC X(08).
           05  FILLER  PIC X(04) VALUE " RC ".
           05  SDL-REASON-CODE      PIC X(02).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  SDL-STATUS           PIC X(10).
           05  FILLER  PIC X(06) VALUE " SEEN ".
           05  SDL-FIRST-SEEN-DATE  PIC 9(08).
           05  FILLER  PIC X(01) VALUE "-".
           05  SDL-LAST-SEEN-DATE   PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  SDL-ACTION-BY        PIC X(08).
           05  FILLER  PIC X(12) VALUE SPACES.

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT PACK-SORT-FILE
               ON ASCENDING KEY SRT-USER-ID
                                SRT-SECTION
                                SRT-SEQUENCE
               INPUT PROCEDURE IS 2000-GATHER-PACK-ITEMS
               OUTPUT PROCEDURE IS 4000-PRINT-PACKS.
           PERFORM 5000-AUDIT-PACKS.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== CUSTOMER DATA-ACCESS PACK STARTED ===".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-READ-REQUEST-CARDS.

           OPEN INPUT USER-FILE.
           IF WS-USER-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open USER-FILE, status = "
                       WS-USER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open ADDRESS-FILE, status = "
                       WS-ADDRESS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               GOBACK
           END-IF.

      *  No CONTACT.DAT, APPROVAL.DAT or SUSPENSE.DAT simply means no
      *  contact record, no dual-control request and no rejected input
      *  is held for anybody.
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

           OPEN INPUT APPROVAL-FILE.
           EVALUATE WS-APPR-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-APPR-FILE-FLAG
               WHEN "35"
                   MOVE "N" TO WS-APPR-FILE-FLAG
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open APPROVAL-FILE, "
                           "status = " WS-APPR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE USER-FILE
                   CLOSE ADDRESS-FILE
                   IF CONTACT-FILE-OPEN
                       CLOSE CONTACT-FILE
                   END-IF
                   GOBACK
           END-EVALUATE.

           OPEN INPUT SUSPENSE-FILE.
           EVALUATE WS-SUSP-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-SUSP-FILE-FLAG
               WHEN "35"
                   MOVE "N" TO WS-SUSP-FILE-FLAG
               WHEN OTHER
                   DISPLAY "FATAL: Unable to open SUSPENSE-FILE, "
                           "status = " WS-SUSP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE USER-FILE
                   CLOSE ADDRESS-FILE
                   IF CONTACT-FILE-OPEN
                       CLOSE CONTACT-FILE
                   END-IF
                   IF APPROVAL-FILE-OPEN
                       CLOSE APPROVAL-FILE
                   END-IF
                   GOBACK
           END-EVALUATE.

           OPEN OUTPUT PACK-FILE.
           IF WS-PACK-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open PACK-FILE, status = "
                       WS-PACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               IF APPROVAL-FILE-OPEN
                   CLOSE APPROVAL-FILE
               END-IF
               IF SUSPENSE-FILE-OPEN
                   CLOSE SUSPENSE-FILE
               END-IF
               GOBACK
           END-IF.

       1100-READ-REQUEST-CARDS.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REQUEST-FILE, status = "
                       WS-REQUEST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-REQUEST.
           PERFORM 1190-READ-NEXT-CARD.
           PERFORM 1110-TAKE-ONE-CARD
               UNTIL NO-MORE-REQUESTS.
           CLOSE REQUEST-FILE.

           IF WS-REQ-USED = ZERO
               DISPLAY "FATAL: No valid USER-ID on the request cards."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY WS-REQ-USED " customers requested.".

      *  A card for a customer already on the deck is dropped - one
      *  pack per customer is enough.
       1110-TAKE-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           IF REQ-USER-ID IS NOT NUMERIC
               OR REQ-USER-ID = "00000"
               ADD 1 TO WS-CARD-REJECT-COUNT
               DISPLAY "Request card rejected - invalid USER-ID: "
                       REQ-USER-ID
           ELSE
               MOVE REQ-USER-ID TO WS-FIND-USER-ID
               PERFORM 1150-FIND-REQUESTED-USER
               EVALUATE TRUE
                   WHEN WS-REQ-SLOT NOT = ZERO
                       DISPLAY "Duplicate request card ignored: "
                               REQ-USER-ID
                   WHEN WS-REQ-USED < WS-REQ-MAX
                       ADD 1 TO WS-REQ-USED
                       MOVE WS-FIND-USER-ID
                           TO WS-REQ-USER-ID (WS-REQ-USED)
                       MOVE REQ-REFERENCE
                           TO WS-REQ-REFERENCE (WS-REQ-USED)
                       MOVE "N" TO WS-REQ-ON-FILE (WS-REQ-USED)
                   WHEN OTHER
                       ADD 1 TO WS-CARD-REJECT-COUNT
                       DISPLAY "Request deck full - no pack for: "
                               REQ-USER-ID
               END-EVALUATE
           END-IF.
           PERFORM 1190-READ-NEXT-CARD.

      *  Sets WS-REQ-SLOT to the deck entry for WS-FIND-USER-ID, or
      *  zero when that customer was not requested.
       1150-FIND-REQUESTED-USER.
           MOVE ZERO TO WS-REQ-SLOT.
           PERFORM 1160-MATCH-ONE-REQUEST
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-USED
                  OR WS-REQ-SLOT NOT = ZERO.

       1160-MATCH-ONE-REQUEST.
           IF WS-REQ-USER-ID (WS-REQ-IX) = WS-FIND-USER-ID
               MOVE WS-REQ-IX TO WS-REQ-SLOT
           END-IF.

       1190-READ-NEXT-CARD.
           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-REQUEST
           END-READ.

      ******************************************************************
      *  Gather.  The master records are read by key for each customer
      *  on the deck; the journal, audit, letter, approval and
      *  suspense files are each read once end to end, keeping what
      *  belongs to any customer on the deck.
      ******************************************************************
       2000-GATHER-PACK-ITEMS.
           PERFORM 2100-GATHER-MASTER-RECORDS
               VARYING WS-REQ-SLOT FROM 1 BY 1
               UNTIL WS-REQ-SLOT > WS-REQ-USED.
           PERFORM 2300-GATHER-CHANGE-HISTORY.
           PERFORM 2500-GATHER-AUDIT-TRAIL.
           PERFORM 2700-GATHER-LETTERS.
           IF APPROVAL-FILE-OPEN
               PERFORM 2800-GATHER-APPROVAL-REQUESTS
           END-IF.
           IF SUSPENSE-FILE-OPEN
               PERFORM 2850-GATHER-SUSPENSE-ITEMS
           END-IF.

       2100-GATHER-MASTER-RECORDS.
           MOVE WS-REQ-USER-ID (WS-REQ-SLOT) TO WS-PACK-USER-ID.

           MOVE 0 TO WS-PACK-SECTION.
           MOVE WS-PACK-USER-ID TO PTL-USER-ID.
           MOVE WS-RUN-DATE     TO PTL-RUN-DATE.
           MOVE PACK-TITLE-LINE TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           MOVE WS-REQ-REFERENCE (WS-REQ-SLOT) TO PRL-REFERENCE.
           MOVE PACK-REFERENCE-LINE TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.

           MOVE 1 TO WS-PACK-SECTION.
           MOVE WS-PACK-USER-ID TO USER-ID.
           READ USER-FILE
               KEY IS USER-ID
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-REQ-ON-FILE (WS-REQ-SLOT)
                   MOVE USER-NAME         TO UNL-NAME
                   MOVE USER-SURNAME      TO UNL-SURNAME
                   MOVE USER-NAME-LINE    TO WS-PACK-TEXT
                   PERFORM 2900-RELEASE-PACK-LINE
                   MOVE USER-STATUS       TO USL-STATUS
                   MOVE USER-ADDED-DATE   TO USL-ADDED-DATE
                   MOVE USER-CHANGED-DATE TO USL-CHANGED-DATE
                   MOVE USER-STATUS-LINE  TO WS-PACK-TEXT
                   PERFORM 2900-RELEASE-PACK-LINE
           END-READ.

           MOVE 2 TO WS-PACK-SECTION.
           MOVE "N" TO WS-EOF-BROWSE.
           MOVE WS-PACK-USER-ID TO ADDR-USER-ID.
           MOVE SPACES          TO ADDR-TYPE.
           START ADDRESS-FILE
               KEY IS >= ADDR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BROWSE
           END-START.
           PERFORM 2110-GATHER-ONE-ADDRESS
               UNTIL NO-MORE-BROWSE.

           IF CONTACT-FILE-OPEN
               MOVE 3 TO WS-PACK-SECTION
               MOVE WS-PACK-USER-ID TO CONT-USER-ID
               READ CONTACT-FILE
                   KEY IS CONT-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2120-GATHER-CONTACT
               END-READ
           END-IF.

       2110-GATHER-ONE-ADDRESS.
           READ ADDRESS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-BROWSE
           END-READ.
           IF NOT NO-MORE-BROWSE
               IF ADDR-USER-ID NOT = WS-PACK-USER-ID
                   MOVE "Y" TO WS-EOF-BROWSE
               ELSE
                   MOVE ADDR-TYPE   TO AFL-TYPE
                   MOVE ADDR-STREET TO AFL-STREET
                   MOVE ADDRESS-FIRST-LINE TO WS-PACK-TEXT
                   PERFORM 2900-RELEASE-PACK-LINE
                   MOVE SPACES TO ANL-TEXT
                   STRING ADDR-CITY        DELIMITED BY "  "
                          ", "             DELIMITED BY SIZE
                          ADDR-STATE       DELIMITED BY "  "
                          " "              DELIMITED BY SIZE
                          ADDR-POSTAL-CODE DELIMITED BY "  "
                          INTO ANL-TEXT
                   MOVE ADDRESS-NEXT-LINE TO WS-PACK-TEXT
                   PERFORM 2900-RELEASE-PACK-LINE
                   MOVE ADDR-COUNTRY TO ANL-TEXT
                   MOVE ADDRESS-NEXT-LINE TO WS-PACK-TEXT
                   PERFORM 2900-RELEASE-PACK-LINE
               END-IF
           END-IF.

       2120-GATHER-CONTACT.
           MOVE CONT-PREFERRED-CHANNEL TO CCL-CHANNEL.
           MOVE CONT-CHANGED-DATE      TO CCL-CHANGED-DATE.
           MOVE CONTACT-CHANNEL-LINE   TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           MOVE SPACES TO WS-PACK-TEXT.
           STRING "    PHONE:             " CONT-PHONE
               DELIMITED BY SIZE INTO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           MOVE SPACES TO WS-PACK-TEXT.
           STRING "    EMAIL:             " CONT-EMAIL
               DELIMITED BY SIZE INTO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           MOVE CONT-OPT-OUT-MAIL  TO COL-MAIL.
           MOVE CONT-OPT-OUT-EMAIL TO COL-EMAIL.
           MOVE CONT-OPT-OUT-PHONE TO COL-PHONE.
           MOVE CONTACT-OPT-OUT-LINE TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.

      *  Change history: the journal generations MSTRBKUP has rolled
      *  out, oldest first, then the live journal, so the history
      *  reads in time order.
       2300-GATHER-CHANGE-HISTORY.
           OPEN INPUT BACKUP-CATALOGUE.
           EVALUATE WS-BKUP-CAT-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CATALOGUE
                   PERFORM 2390-READ-NEXT-GENERATION
                   PERFORM 2310-SCAN-ONE-GENERATION
                       UNTIL NO-MORE-CATALOGUE
                   CLOSE BACKUP-CATALOGUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read BACKUP-CATALOGUE, "
                           "status = " WS-BKUP-CAT-STATUS
                   MOVE "N" TO WS-SOURCES-COMPLETE
           END-EVALUATE.
           MOVE "JOURNAL.DAT" TO WS-JOURNAL-FILE-NAME.
           PERFORM 2400-SCAN-ONE-JOURNAL.

      *  A generation rolled from an empty journal wrote no file.
       2310-SCAN-ONE-GENERATION.
           IF BKUP-JRNL-COUNT > ZERO
               MOVE SPACES TO WS-JOURNAL-FILE-NAME
               STRING "JRNL" BKUP-GEN-DATE ".JNL"
                   DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME
               PERFORM 2400-SCAN-ONE-JOURNAL
               ADD 1 TO WS-GENERATION-COUNT
           END-IF.
           PERFORM 2390-READ-NEXT-GENERATION.

       2390-READ-NEXT-GENERATION.
           READ BACKUP-CATALOGUE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

       2400-SCAN-ONE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE TRUE
               WHEN WS-JOURNAL-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM 2490-READ-NEXT-JOURNAL
                   PERFORM 2410-TAKE-ONE-JOURNAL-ENTRY
                       UNTIL NO-MORE-SCAN
                   CLOSE JOURNAL-FILE
               WHEN WS-JOURNAL-FILE-STATUS = "35"
                   AND WS-JOURNAL-FILE-NAME = "JOURNAL.DAT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read "
                           WS-JOURNAL-FILE-NAME ", status = "
                           WS-JOURNAL-FILE-STATUS
                   MOVE "N" TO WS-SOURCES-COMPLETE
           END-EVALUATE.

      *  Every customer-file journal key starts with the USER-ID; the
      *  SYNC markers MSTRBKUP writes belong to nobody.
       2410-TAKE-ONE-JOURNAL-ENTRY.
           IF (JRNL-FILE-ID = "USER" OR JRNL-FILE-ID = "ADDR"
                                     OR JRNL-FILE-ID = "CONT")
               AND JRNL-KEY (1:5) IS NUMERIC
               MOVE JRNL-KEY (1:5) TO WS-FIND-USER-ID
               PERFORM 1150-FIND-REQUESTED-USER
               IF WS-REQ-SLOT NOT = ZERO
                   PERFORM 2450-GATHER-JOURNAL-ENTRY
               END-IF
           END-IF.
           PERFORM 2490-READ-NEXT-JOURNAL.

      *  An image is printed in two halves of 60; a WRITE has no
      *  before-image and a DELETE no after-image.
       2450-GATHER-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-ITEM-COUNT.
           MOVE WS-FIND-USER-ID TO WS-PACK-USER-ID.
           MOVE 4 TO WS-PACK-SECTION.
           MOVE JRNL-DATE            TO JDL-DATE.
           MOVE JRNL-TIME            TO JDL-TIME.
           MOVE JRNL-PROGRAM         TO JDL-PROGRAM.
           MOVE JRNL-FILE-ID         TO JDL-FILE-ID.
           MOVE JRNL-OPERATION       TO JDL-OPERATION.
           MOVE JRNL-KEY             TO JDL-KEY.
           MOVE WS-JOURNAL-FILE-NAME TO JDL-SOURCE.
           MOVE JOURNAL-DETAIL-LINE  TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           IF JRNL-BEFORE-IMAGE NOT = SPACES
               MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE
               MOVE "BEFORE:"         TO WS-IMAGE-LABEL
               PERFORM 2460-GATHER-IMAGE
           END-IF.
           IF JRNL-AFTER-IMAGE NOT = SPACES
               MOVE JRNL-AFTER-IMAGE  TO WS-IMAGE
               MOVE "AFTER:"          TO WS-IMAGE-LABEL
               PERFORM 2460-GATHER-IMAGE
           END-IF.

       2460-GATHER-IMAGE.
           MOVE WS-IMAGE-LABEL    TO JIL-LABEL.
           MOVE WS-IMAGE (1:60)   TO JIL-IMAGE-PART.
           MOVE JOURNAL-IMAGE-LINE TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           IF WS-IMAGE (61:60) NOT = SPACES
               MOVE SPACES            TO JIL-LABEL
               MOVE WS-IMAGE (61:60)  TO JIL-IMAGE-PART
               MOVE JOURNAL-IMAGE-LINE TO WS-PACK-TEXT
               PERFORM 2900-RELEASE-PACK-LINE
           END-IF.

       2490-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

      *  Audit trail: the archive generations AUDITRPT has rolled out,
      *  oldest first, then the live log.
       2500-GATHER-AUDIT-TRAIL.
           OPEN INPUT ARCHIVE-CATALOGUE.
           EVALUATE WS-ARCV-CAT-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CATALOGUE
                   PERFORM 2590-READ-NEXT-ARCHIVE
                   PERFORM 2510-SCAN-ONE-ARCHIVE
                       UNTIL NO-MORE-CATALOGUE
                   CLOSE ARCHIVE-CATALOGUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read ARCHIVE-CATALOGUE, "
                           "status = " WS-ARCV-CAT-STATUS
                   MOVE "N" TO WS-SOURCES-COMPLETE
           END-EVALUATE.
           MOVE "AUDIT.LOG" TO WS-AUDIT-FILE-NAME.
           PERFORM 2600-SCAN-ONE-AUDIT-FILE.

       2510-SCAN-ONE-ARCHIVE.
           MOVE "N" TO WS-ARCV-SEEN.
           PERFORM 2520-MATCH-ONE-CUTOFF
               VARYING WS-ARCV-IX FROM 1 BY 1
               UNTIL WS-ARCV-IX > WS-ARCV-USED
                  OR ARCHIVE-ALREADY-READ.
           IF NOT ARCHIVE-ALREADY-READ
               IF WS-ARCV-USED < WS-ARCV-MAX
                   ADD 1 TO WS-ARCV-USED
                   MOVE ARCV-CUTOFF-DATE
                       TO WS-ARCV-CUTOFF (WS-ARCV-USED)
               END-IF
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "AUDIT" ARCV-CUTOFF-DATE ".ARC"
                   DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
               PERFORM 2600-SCAN-ONE-AUDIT-FILE
               ADD 1 TO WS-ARCHIVE-COUNT
           END-IF.
           PERFORM 2590-READ-NEXT-ARCHIVE.

       2520-MATCH-ONE-CUTOFF.
           IF WS-ARCV-CUTOFF (WS-ARCV-IX) = ARCV-CUTOFF-DATE
               MOVE "Y" TO WS-ARCV-SEEN
           END-IF.

       2590-READ-NEXT-ARCHIVE.
           READ ARCHIVE-CATALOGUE
               AT END
                   MOVE "Y" TO WS-EOF-CATALOGUE
           END-READ.

       2600-SCAN-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG.
           EVALUATE TRUE
               WHEN WS-AUDIT-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM 2690-READ-NEXT-AUDIT
                   PERFORM 2610-TAKE-ONE-AUDIT-ENTRY
                       UNTIL NO-MORE-SCAN
                   CLOSE AUDIT-LOG
               WHEN WS-AUDIT-FILE-STATUS = "35"
                   AND WS-AUDIT-FILE-NAME = "AUDIT.LOG"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read "
                           WS-AUDIT-FILE-NAME ", status = "
                           WS-AUDIT-FILE-STATUS
                   MOVE "N" TO WS-SOURCES-COMPLETE
           END-EVALUATE.

       2610-TAKE-ONE-AUDIT-ENTRY.
           IF AUDIT-USER-ID > ZERO
               MOVE AUDIT-USER-ID TO WS-FIND-USER-ID
               PERFORM 1150-FIND-REQUESTED-USER
               IF WS-REQ-SLOT NOT = ZERO
                   ADD 1 TO WS-AUDIT-ITEM-COUNT
                   MOVE WS-FIND-USER-ID    TO WS-PACK-USER-ID
                   MOVE 5 TO WS-PACK-SECTION
                   MOVE AUDIT-DATE         TO ADL-DATE
                   MOVE AUDIT-TIME         TO ADL-TIME
                   MOVE AUDIT-OPERATION    TO ADL-OPERATION
                   MOVE AUDIT-OPERATOR     TO ADL-OPERATOR
                   MOVE AUDIT-STATUS       TO ADL-STATUS
                   MOVE WS-AUDIT-FILE-NAME TO ADL-SOURCE
                   MOVE AUDIT-DETAIL-LINE  TO WS-PACK-TEXT
                   PERFORM 2900-RELEASE-PACK-LINE
               END-IF
           END-IF.
           PERFORM 2690-READ-NEXT-AUDIT.

       2690-READ-NEXT-AUDIT.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       2700-GATHER-LETTERS.
           OPEN INPUT LETTER-LOG.
           EVALUATE WS-LETTER-LOG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SCAN
                   PERFORM 2790-READ-NEXT-LETTER
                   PERFORM 2710-TAKE-ONE-LETTER
                       UNTIL NO-MORE-SCAN
                   CLOSE LETTER-LOG
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Unable to read LETTER-LOG, "
                           "status = " WS-LETTER-LOG-STATUS
                   MOVE "N" TO WS-SOURCES-COMPLETE
           END-EVALUATE.

       2710-TAKE-ONE-LETTER.
           MOVE LTR-USER-ID TO WS-FIND-USER-ID.
           PERFORM 1150-FIND-REQUESTED-USER.
           IF WS-REQ-SLOT NOT = ZERO
               ADD 1 TO WS-LETTER-ITEM-COUNT
               MOVE WS-FIND-USER-ID    TO WS-PACK-USER-ID
               MOVE 6 TO WS-PACK-SECTION
               MOVE LTR-RUN-DATE       TO LDL-RUN-DATE
               MOVE LTR-ADDR-TYPE      TO LDL-ADDR-TYPE
               MOVE LTR-OUTCOME        TO LDL-OUTCOME
               MOVE LTR-STREET         TO LDL-STREET
               MOVE LTR-POSTAL-CODE    TO LDL-POSTAL-CODE
               MOVE LETTER-DETAIL-LINE TO WS-PACK-TEXT
               PERFORM 2900-RELEASE-PACK-LINE
           END-IF.
           PERFORM 2790-READ-NEXT-LETTER.

       2790-READ-NEXT-LETTER.
           READ LETTER-LOG
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

      *  A merge names two customers; it goes into the pack of each
      *  one that is on the deck.
       2800-GATHER-APPROVAL-REQUESTS.
           MOVE "N" TO WS-EOF-BROWSE.
           MOVE ZERO TO APPR-REQUEST-ID.
           START APPROVAL-FILE
               KEY IS >= APPR-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BROWSE
           END-START.
           PERFORM 2810-TAKE-ONE-REQUEST
               UNTIL NO-MORE-BROWSE.

       2810-TAKE-ONE-REQUEST.
           READ APPROVAL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-BROWSE
           END-READ.
           IF NOT NO-MORE-BROWSE
               EVALUATE TRUE
                   WHEN APPR-TYPE-MERGE
                       MOVE APPR-SURVIVOR-ID TO WS-FIND-USER-ID
                       PERFORM 2820-GATHER-IF-REQUESTED
                       MOVE APPR-VICTIM-ID TO WS-FIND-USER-ID
                       PERFORM 2820-GATHER-IF-REQUESTED
                   WHEN APPR-TYPE-CLOSE
                       MOVE APPR-CLOSE-USER-ID TO WS-FIND-USER-ID
                       PERFORM 2820-GATHER-IF-REQUESTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2820-GATHER-IF-REQUESTED.
           PERFORM 1150-FIND-REQUESTED-USER.
           IF WS-REQ-SLOT NOT = ZERO
               ADD 1 TO WS-APPR-ITEM-COUNT
               MOVE WS-FIND-USER-ID TO WS-PACK-USER-ID
               MOVE 7 TO WS-PACK-SECTION
               MOVE APPR-REQUEST-ID   TO RDL-REQUEST-ID
               MOVE APPR-REQUEST-TYPE TO RDL-TYPE
               MOVE APPR-STATUS       TO RDL-STATUS
               MOVE SPACES TO RDL-SUBJECT
               IF APPR-TYPE-MERGE
                   STRING "SURVIVOR " APPR-SURVIVOR-ID
                          "  VICTIM " APPR-VICTIM-ID
                       DELIMITED BY SIZE INTO RDL-SUBJECT
               ELSE
                   STRING "CUSTOMER " APPR-CLOSE-USER-ID
                       DELIMITED BY SIZE INTO RDL-SUBJECT
               END-IF
               MOVE REQUEST-DETAIL-LINE TO WS-PACK-TEXT
               PERFORM 2900-RELEASE-PACK-LINE
               MOVE APPR-REQUESTED-BY   TO RHL-REQUESTED-BY
               MOVE APPR-REQUESTED-DATE TO RHL-REQUESTED-DATE
               MOVE APPR-DECIDED-BY     TO RHL-DECIDED-BY
               MOVE APPR-DECIDED-DATE   TO RHL-DECIDED-DATE
               MOVE REQUEST-HISTORY-LINE TO WS-PACK-TEXT
               PERFORM 2900-RELEASE-PACK-LINE
           END-IF.

      *  A suspense item belongs to the customer its transaction
      *  names; the held transaction is printed as an image.
       2850-GATHER-SUSPENSE-ITEMS.
           MOVE "N" TO WS-EOF-BROWSE.
           MOVE ZERO TO SUSP-ITEM-ID.
           START SUSPENSE-FILE
               KEY IS >= SUSP-ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BROWSE
           END-START.
           PERFORM 2860-TAKE-ONE-SUSPENSE-ITEM
               UNTIL NO-MORE-BROWSE.

       2860-TAKE-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-BROWSE
           END-READ.
           IF NOT NO-MORE-BROWSE
               AND SUSP-TRN-USER-ID IS NUMERIC
               MOVE SUSP-TRN-USER-ID TO WS-FIND-USER-ID
               PERFORM 1150-FIND-REQUESTED-USER
               IF WS-REQ-SLOT NOT = ZERO
                   PERFORM 2870-GATHER-SUSPENSE-ITEM
               END-IF
           END-IF.

       2870-GATHER-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSP-ITEM-COUNT.
           MOVE WS-FIND-USER-ID      TO WS-PACK-USER-ID.
           MOVE 8 TO WS-PACK-SECTION.
           MOVE SUSP-ITEM-ID         TO SDL-ITEM-ID.
           MOVE SUSP-SOURCE          TO SDL-SOURCE.
           MOVE SUSP-REASON-CODE     TO SDL-REASON-CODE.
           MOVE SUSP-STATUS          TO SDL-STATUS.
           MOVE SUSP-FIRST-SEEN-DATE TO SDL-FIRST-SEEN-DATE.
           MOVE SUSP-LAST-SEEN-DATE  TO SDL-LAST-SEEN-DATE.
           MOVE SUSP-ACTION-BY       TO SDL-ACTION-BY.
           MOVE SUSPENSE-DETAIL-LINE TO WS-PACK-TEXT.
           PERFORM 2900-RELEASE-PACK-LINE.
           MOVE SUSP-TRANSACTION     TO WS-IMAGE.
           MOVE "HELD:"              TO WS-IMAGE-LABEL.
           PERFORM 2460-GATHER-IMAGE.

       2900-RELEASE-PACK-LINE.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-PACK-USER-ID TO SRT-USER-ID.
           MOVE WS-PACK-SECTION TO SRT-SECTION.
           MOVE WS-SEQUENCE     TO SRT-SEQUENCE.
           MOVE WS-PACK-TEXT    TO SRT-LINE.
           RELEASE PACK-SORT-RECORD.

      ******************************************************************
      *  Print.  The sorted lines arrive customer by customer, section
      *  by section; each section heading is printed as the section is
      *  reached, with NONE HELD under any section that had nothing.
      ******************************************************************
       4000-PRINT-PACKS.
           MOVE "N" TO WS-EOF-ITEMS.
           PERFORM 4900-RETURN-NEXT-LINE.
           PERFORM 4100-PRINT-ONE-LINE
               UNTIL NO-MORE-ITEMS.
           IF PACK-OPEN
               PERFORM 4800-FINISH-PACK
           END-IF.

       4100-PRINT-ONE-LINE.
           IF NOT PACK-OPEN
               OR SRT-USER-ID NOT = WS-PRINT-USER-ID
               IF PACK-OPEN
                   PERFORM 4800-FINISH-PACK
               END-IF
               PERFORM 4200-START-PACK
           END-IF.
           PERFORM 4300-START-NEXT-SECTION
               UNTIL WS-PRINT-SECTION = SRT-SECTION.
           IF NEW-PAGE-DUE
               WRITE PACK-LINE FROM SRT-LINE
                   AFTER ADVANCING PAGE
               MOVE "N" TO WS-NEW-PAGE-FLAG
           ELSE
               WRITE PACK-LINE FROM SRT-LINE
           END-IF.
           ADD 1 TO WS-SECTION-LINES.
           PERFORM 4900-RETURN-NEXT-LINE.

       4200-START-PACK.
           ADD 1 TO WS-PACK-COUNT.
           MOVE SRT-USER-ID TO WS-PRINT-USER-ID.
           MOVE ZERO        TO WS-PRINT-SECTION WS-SECTION-LINES.
           MOVE "Y"         TO WS-PACK-OPEN-FLAG WS-NEW-PAGE-FLAG.

       4300-START-NEXT-SECTION.
           IF WS-PRINT-SECTION > ZERO
               AND WS-SECTION-LINES = ZERO
               MOVE "    NONE HELD" TO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           ADD 1 TO WS-PRINT-SECTION.
           MOVE ZERO TO WS-SECTION-LINES.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE WS-SECTION-TITLE (WS-PRINT-SECTION) TO PACK-LINE.
           WRITE PACK-LINE.

       4800-FINISH-PACK.
           PERFORM 4300-START-NEXT-SECTION
               UNTIL WS-PRINT-SECTION = WS-LAST-SECTION.
           IF WS-SECTION-LINES = ZERO
               MOVE "    NONE HELD" TO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "*** END OF PACK FOR CUSTOMER " WS-PRINT-USER-ID
                  " ***"
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           MOVE "N" TO WS-PACK-OPEN-FLAG.

       4900-RETURN-NEXT-LINE.
           RETURN PACK-SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-ITEMS
           END-RETURN.

      *  Each pack produced is on the audit trail under the customer
      *  it was produced for; NOT-FOUND marks a customer no longer on
      *  USER-FILE.
       5000-AUDIT-PACKS.
           MOVE "AUDIT.LOG" TO WS-AUDIT-FILE-NAME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
                       " - packs produced but not audited"
           ELSE
               PERFORM 5100-AUDIT-ONE-PACK
                   VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-USED
               CLOSE AUDIT-LOG
               MOVE "Y" TO WS-AUDIT-WRITTEN
           END-IF.

       5100-AUDIT-ONE-PACK.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE WS-REQ-USER-ID (WS-REQ-IX) TO AUDIT-USER-ID.
           MOVE "DATA-PACK"  TO AUDIT-OPERATION.
           MOVE WS-JOB-NAME  TO AUDIT-OPERATOR.
           IF WS-REQ-ON-FILE (WS-REQ-IX) = "Y"
               MOVE "FOUND"     TO AUDIT-STATUS
           ELSE
               MOVE "NOT-FOUND" TO AUDIT-STATUS
           END-IF.
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           MOVE "DATA-ACCESS PACK RUN SUMMARY" TO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA
               AFTER ADVANCING PAGE.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "REQUEST CARDS READ:     " WS-CARD-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "CARDS REJECTED:         " WS-CARD-REJECT-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "PACKS PRODUCED:         " WS-PACK-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "CUSTOMER NOT ON FILE:   " WS-NOT-ON-FILE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "JOURNAL GENERATIONS:    " WS-GENERATION-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "AUDIT ARCHIVES READ:    " WS-ARCHIVE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "JOURNAL ENTRIES:        " WS-JRNL-ITEM-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "AUDIT ENTRIES:          " WS-AUDIT-ITEM-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "LETTERS:                " WS-LETTER-ITEM-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "MERGE/CLOSE REQUESTS:   " WS-APPR-ITEM-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           STRING "SUSPENSE ITEMS:         " WS-SUSP-ITEM-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE PACK-LINE FROM TOTALS-LINE-AREA.
           IF NOT ALL-SOURCES-READ
               MOVE SPACES TO TOTALS-LINE-AREA
               MOVE "SOURCE FILE UNREADABLE - PACKS INCOMPLETE"
                   TO TOT-TEXT
               WRITE PACK-LINE FROM TOTALS-LINE-AREA
           END-IF.

           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF.
           IF APPROVAL-FILE-OPEN
               CLOSE APPROVAL-FILE
           END-IF.
           IF SUSPENSE-FILE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE PACK-FILE.

           EVALUATE TRUE
               WHEN NOT PACKS-AUDITED
                   MOVE 16 TO RETURN-CODE
               WHEN NOT ALL-SOURCES-READ
               WHEN WS-CARD-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Data-access packs complete - "
                   WS-PACK-COUNT " packs produced.".

       9999-EXIT.
           EXIT.
