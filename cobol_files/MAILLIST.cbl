       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILLIST.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Presorted mailing-list builder.  Builds the list the mailing
      *  house prints a campaign from, one record per mail piece,
      *  sorted by country and postal code so the mailing qualifies
      *  for presort postage rates.
      *    - only ACTIVE customers are mailed; CLOSED and INACTIVE
      *      customers are suppressed, and so, on a MARKETING
      *      campaign, is a customer whose CONTACT-FILE record opts
      *      out of postal mail,
      *    - each customer is mailed at the first address type in the
      *      card's preference order that is on file and passes
      *      ADDRVAL; a missing or failing row falls back to the next
      *      type, and a customer with no usable address is suppressed,
      *    - customers sharing a street and postal code (compared in
      *      upper case, within the country) are merged into one
      *      household piece, addressed to the household when they
      *      share a surname,
      *    - every suppressed customer is listed with the reason on a
      *      suppression report, closed by counts per reason.
      *  Each customer mailed is audited as MAIL-LIST.
      *
      *  Parameter card (MAILLIST.PRM, one record):
      *    col  1-10   campaign type   MARKETING or SERVICE
      *    col 12-19   first address type   HOME/BILLING/SHIPPING
      *    col 21-28   second address type  (optional)
      *    col 30-37   third address type   (optional)
      *  A SERVICE mailing (a notice the customer must receive) is
      *  not stopped by the mail opt-out.  A missing or bad card stops
      *  the run, since a wrong card sends the wrong mail.
      *
      *  Writes MAILLIST.DAT (mail pieces) and MAILLIST.RPT
      *  (suppression report).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "MAILLIST.PRM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO "USER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT MAIL-FILE ASSIGN TO "MAILLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAIL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MAILLIST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MAIL-SORT-FILE ASSIGN TO "MAILLIST.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  PRM-CAMPAIGN-TYPE    PIC X(10).
               88  PRM-CAMPAIGN-MARKETING     VALUE "MARKETING".
               88  PRM-CAMPAIGN-SERVICE       VALUE "SERVICE".
           05  FILLER               PIC X(01).
           05  PRM-PREFERENCE OCCURS 3 TIMES.
               10  PRM-PREF-TYPE        PIC X(08).
               10  FILLER               PIC X(01).

       FD  USER-FILE.
       COPY "USERREC".

       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  MAIL-FILE.
       01  MAIL-LINE                PIC X(179).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  AUDIT-LOG.
       COPY "AUDITREC".

      *  One customer to be mailed.  The household key fields are the
      *  street and postal code upper-cased, so a difference in case
      *  alone does not split a household; the address as held is
      *  carried separately for printing.
       SD  MAIL-SORT-FILE.
       01  MAIL-SORT-RECORD.
           05  SRT-COUNTRY          PIC X(20).
           05  SRT-HOUSE-POSTAL     PIC X(10).
           05  SRT-HOUSE-STREET     PIC X(30).
           05  SRT-USER-ID          PIC 9(05).
           05  SRT-NAME             PIC X(20).
           05  SRT-SURNAME          PIC X(20).
           05  SRT-ADDR-TYPE        PIC X(08).
           05  SRT-STREET           PIC X(30).
           05  SRT-CITY             PIC X(20).
           05  SRT-STATE            PIC X(20).
           05  SRT-POSTAL-CODE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-FILE-STATUS     PIC X(02).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-MAIL-FILE-STATUS      PIC X(02).
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).

       01  WS-CONTACT-FILE-FLAG     PIC X(01)     VALUE "N".
           88  CONTACT-FILE-OPEN                  VALUE "Y".
       01  WS-EOF-USER              PIC X(01)     VALUE "N".
           88  NO-MORE-USERS                      VALUE "Y".
       01  WS-EOF-SORT              PIC X(01)     VALUE "N".
           88  NO-MORE-SORT-RECORDS               VALUE "Y".

       01  WS-JOB-NAME              PIC X(08)     VALUE "MAILLIST".
       01  WS-RUN-DATE              PIC 9(08).

      *  Campaign and address-type preference order from the card.
       01  WS-CAMPAIGN-TYPE         PIC X(10).
           88  CAMPAIGN-MARKETING                 VALUE "MARKETING".
       01  WS-CARD-ERROR            PIC X(01)     VALUE "N".
           88  CARD-IN-ERROR                      VALUE "Y".
       01  WS-PREF-MAX              PIC 9(01)     VALUE 3.
       01  WS-PREF-USED             PIC 9(01)     VALUE ZERO.
       01  WS-PREF-IX               PIC 9(01)     VALUE ZERO.
       01  WS-PREF-TABLE.
           05  WS-PREF-TYPE OCCURS 3 TIMES PIC X(08).

      *  Per customer: why they are suppressed, if they are, and the
      *  address they are to be mailed at.
       01  WS-SUPPRESS-REASON       PIC X(30).
       01  WS-ADDRESS-CHOSEN        PIC X(01)     VALUE "N".
           88  ADDRESS-CHOSEN                     VALUE "Y".
       01  WS-ADDRESS-SEEN          PIC X(01)     VALUE "N".
           88  ADDRESS-ON-FILE                    VALUE "Y".

       01  WS-REASON-CODES.
           05  WS-TYPE-REASON       PIC X(02).
           05  WS-STREET-REASON     PIC X(02).
           05  WS-CITY-REASON       PIC X(02).
           05  WS-STATE-REASON      PIC X(02).
           05  WS-POSTAL-REASON     PIC X(02).
           05  WS-COUNTRY-REASON    PIC X(02).
       01  WS-VALID-FLAG            PIC X(01).
           88  ADDRESS-IS-VALID                   VALUE "Y".

       01  WS-CTRY-ISO-CODE         PIC X(03).
       01  WS-CTRY-STANDARD-NAME    PIC X(20).
       01  WS-CTRY-PATTERNS         PIC X(20).
       01  WS-CTRY-STATE-REQUIRED   PIC X(01).
       01  WS-CTRY-FOUND-FLAG       PIC X(01).
           88  CTRY-ON-REFERENCE                  VALUE "Y".
       01  WS-CTRY-LOOKUP-STATUS    PIC X(02).

      *  The household being built on the output side.
       01  WS-HOUSEHOLD-FLAG        PIC X(01)     VALUE "N".
           88  HOUSEHOLD-OPEN                     VALUE "Y".
       01  WS-SAME-SURNAME-FLAG     PIC X(01)     VALUE "Y".
           88  HOUSEHOLD-SHARES-SURNAME           VALUE "Y".
       01  WS-HH-COUNTRY            PIC X(20).
       01  WS-HH-POSTAL             PIC X(10).
       01  WS-HH-STREET             PIC X(30).
       01  WS-HH-SIZE               PIC 9(02)     VALUE ZERO.

       01  WS-READ-COUNT            PIC 9(06)     VALUE ZERO.
       01  WS-PIECE-COUNT           PIC 9(06)     VALUE ZERO.
       01  WS-MAILED-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-FALLBACK-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-INACTIVE-COUNT        PIC 9(06)     VALUE ZERO.
       01  WS-OPT-OUT-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT      PIC 9(06)     VALUE ZERO.
       01  WS-INVALID-COUNT         PIC 9(06)     VALUE ZERO.
       01  WS-MERGED-COUNT          PIC 9(06)     VALUE ZERO.
       01  WS-SUPPRESSED-COUNT      PIC 9(06)     VALUE ZERO.

      *  The lead customer of the household as it came off the sort.
       01  WS-LEAD.
           05  LEAD-COUNTRY         PIC X(20).
           05  LEAD-HOUSE-POSTAL    PIC X(10).
           05  LEAD-HOUSE-STREET    PIC X(30).
           05  LEAD-USER-ID         PIC 9(05).
           05  LEAD-NAME            PIC X(20).
           05  LEAD-SURNAME         PIC X(20).
           05  LEAD-ADDR-TYPE       PIC X(08).
           05  LEAD-STREET          PIC X(30).
           05  LEAD-CITY            PIC X(20).
           05  LEAD-STATE           PIC X(20).
           05  LEAD-POSTAL-CODE     PIC X(10).

       01  MAIL-RECORD.
           05  MLR-PIECE-NUMBER     PIC 9(06).
           05  MLR-CAMPAIGN-TYPE    PIC X(10).
           05  MLR-LEAD-USER-ID     PIC 9(05).
           05  MLR-HOUSEHOLD-SIZE   PIC 9(02).
           05  MLR-ADDR-TYPE        PIC X(08).
           05  MLR-ADDRESSEE        PIC X(48).
           05  MLR-STREET           PIC X(30).
           05  MLR-CITY             PIC X(20).
           05  MLR-STATE            PIC X(20).
           05  MLR-POSTAL-CODE      PIC X(10).
           05  MLR-COUNTRY          PIC X(20).

       01  REPORT-TITLE-LINE.
           05  FILLER  PIC X(36)
               VALUE "MAILING LIST SUPPRESSION REPORT  AS".
           05  FILLER  PIC X(05) VALUE " OF: ".
           05  TTL-RUN-DATE         PIC 9(08).
           05  FILLER  PIC X(31) VALUE SPACES.

       01  CAMPAIGN-LINE.
           05  FILLER  PIC X(10) VALUE "CAMPAIGN: ".
           05  CPL-CAMPAIGN-TYPE    PIC X(10).
           05  FILLER  PIC X(22) VALUE "  ADDRESS PREFERENCE: ".
           05  CPL-PREFERENCE OCCURS 3 TIMES.
               10  CPL-PREF-TYPE        PIC X(08).
               10  FILLER               PIC X(01).
           05  FILLER  PIC X(11) VALUE SPACES.

       01  REPORT-HEADER-LINE.
           05  FILLER  PIC X(08) VALUE "USER ID".
           05  FILLER  PIC X(43) VALUE "NAME".
           05  FILLER  PIC X(29) VALUE "SUPPRESSED BECAUSE".

       01  SUPPRESSION-LINE.
           05  SPL-USER-ID          PIC 9(05).
           05  FILLER               PIC X(03)  VALUE SPACES.
           05  SPL-NAME             PIC X(20).
           05  FILLER               PIC X(01)  VALUE SPACES.
           05  SPL-SURNAME          PIC X(20).
           05  FILLER               PIC X(02)  VALUE SPACES.
           05  SPL-REASON           PIC X(29).

       01  TOTALS-LINE-AREA.
           05  TOT-TEXT             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           SORT MAIL-SORT-FILE
               ON ASCENDING KEY SRT-COUNTRY
                                SRT-HOUSE-POSTAL
                                SRT-HOUSE-STREET
                                SRT-USER-ID
               INPUT PROCEDURE IS 2000-SELECT-CUSTOMERS
               OUTPUT PROCEDURE IS 4000-BUILD-MAIL-PIECES.
           PERFORM 9000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           DISPLAY "=== MAILING LIST BUILD STARTED ===".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-READ-PARAMETER-CARD.

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

      *  No CONTACT.DAT yet simply means nobody has opted out.
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

           OPEN OUTPUT MAIL-FILE.
           IF WS-MAIL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open MAIL-FILE, status = "
                       WS-MAIL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open REPORT-FILE, status = "
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               CLOSE MAIL-FILE
               GOBACK
           END-IF.

           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open AUDIT-LOG, status = "
                       WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE USER-FILE
               CLOSE ADDRESS-FILE
               IF CONTACT-FILE-OPEN
                   CLOSE CONTACT-FILE
               END-IF
               CLOSE MAIL-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           MOVE WS-RUN-DATE      TO TTL-RUN-DATE.
           MOVE WS-CAMPAIGN-TYPE TO CPL-CAMPAIGN-TYPE.
           PERFORM 1150-SHOW-ONE-PREFERENCE
               VARYING WS-PREF-IX FROM 1 BY 1
               UNTIL WS-PREF-IX > WS-PREF-MAX.
           WRITE REPORT-LINE FROM REPORT-TITLE-LINE.
           WRITE REPORT-LINE FROM CAMPAIGN-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.

      *  A bad or missing card stops the run: the wrong campaign type
      *  or address order would send the wrong mail to the wrong
      *  place.
       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARAM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open PARAMETER-FILE, "
                       "status = " WS-PARAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARAMETER-FILE
               AT END
                   DISPLAY "FATAL: Parameter card missing."
                   MOVE 16 TO RETURN-CODE
                   CLOSE PARAMETER-FILE
                   GOBACK
           END-READ.
           CLOSE PARAMETER-FILE.

           IF NOT PRM-CAMPAIGN-MARKETING AND NOT PRM-CAMPAIGN-SERVICE
               DISPLAY "FATAL: Campaign type must be MARKETING or "
                       "SERVICE, got: " PRM-CAMPAIGN-TYPE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRM-CAMPAIGN-TYPE TO WS-CAMPAIGN-TYPE.

           MOVE SPACES TO WS-PREF-TABLE.
           PERFORM 1110-TAKE-ONE-PREFERENCE
               VARYING WS-PREF-IX FROM 1 BY 1
               UNTIL WS-PREF-IX > WS-PREF-MAX.
           IF CARD-IN-ERROR OR WS-PREF-USED = ZERO
               DISPLAY "FATAL: Address preference must list HOME, "
                       "BILLING or SHIPPING in cols 12-19, 21-28, "
                       "30-37"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  Blank positions are skipped, so the order closes up.
       1110-TAKE-ONE-PREFERENCE.
           EVALUATE PRM-PREF-TYPE (WS-PREF-IX)
               WHEN SPACES
                   CONTINUE
               WHEN "HOME"
               WHEN "BILLING"
               WHEN "SHIPPING"
                   ADD 1 TO WS-PREF-USED
                   MOVE PRM-PREF-TYPE (WS-PREF-IX)
                       TO WS-PREF-TYPE (WS-PREF-USED)
               WHEN OTHER
                   MOVE "Y" TO WS-CARD-ERROR
           END-EVALUATE.

       1150-SHOW-ONE-PREFERENCE.
           MOVE WS-PREF-TYPE (WS-PREF-IX) TO CPL-PREF-TYPE (WS-PREF-IX).

      ******************************************************************
      *  Select.  USER-FILE is read end to end; a customer who may be
      *  mailed and has a usable address is released to the sort,
      *  anyone else is listed on the suppression report.
      ******************************************************************
       2000-SELECT-CUSTOMERS.
           MOVE "N" TO WS-EOF-USER.
           PERFORM 2900-READ-NEXT-USER.
           PERFORM 2100-SELECT-ONE-CUSTOMER
               UNTIL NO-MORE-USERS.

       2100-SELECT-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           EVALUATE TRUE
               WHEN USER-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CUSTOMER CLOSED" TO WS-SUPPRESS-REASON
               WHEN NOT USER-ACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE "CUSTOMER INACTIVE" TO WS-SUPPRESS-REASON
               WHEN OTHER
                   PERFORM 2150-CHECK-MAIL-OPT-OUT
           END-EVALUATE.

           IF WS-SUPPRESS-REASON = SPACES
               PERFORM 2200-CHOOSE-ADDRESS
               EVALUATE TRUE
                   WHEN ADDRESS-CHOSEN
                       PERFORM 2300-RELEASE-CUSTOMER
                   WHEN ADDRESS-ON-FILE
                       ADD 1 TO WS-INVALID-COUNT
                       MOVE "ADDRESS FAILS VALIDATION"
                           TO WS-SUPPRESS-REASON
                   WHEN OTHER
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       MOVE "NO ADDRESS OF A LISTED TYPE"
                           TO WS-SUPPRESS-REASON
               END-EVALUATE
           END-IF.

           IF WS-SUPPRESS-REASON NOT = SPACES
               MOVE USER-ID      TO SPL-USER-ID
               MOVE USER-NAME    TO SPL-NAME
               MOVE USER-SURNAME TO SPL-SURNAME
               PERFORM 5000-REPORT-SUPPRESSION
           END-IF.

           PERFORM 2900-READ-NEXT-USER.

      *  Only a marketing campaign honours the mail opt-out.
       2150-CHECK-MAIL-OPT-OUT.
           IF CAMPAIGN-MARKETING AND CONTACT-FILE-OPEN
               MOVE USER-ID TO CONT-USER-ID
               READ CONTACT-FILE
                   KEY IS CONT-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CONT-NO-MAIL
                           ADD 1 TO WS-OPT-OUT-COUNT
                           MOVE "OPTED OUT OF POSTAL MAIL"
                               TO WS-SUPPRESS-REASON
                       END-IF
               END-READ
           END-IF.

      *  The first type in preference order that is on file and
      *  passes ADDRVAL is used; the row stays in the record area.
       2200-CHOOSE-ADDRESS.
           MOVE "N" TO WS-ADDRESS-CHOSEN.
           MOVE "N" TO WS-ADDRESS-SEEN.
           PERFORM 2210-TRY-ONE-ADDRESS-TYPE
               VARYING WS-PREF-IX FROM 1 BY 1
               UNTIL WS-PREF-IX > WS-PREF-USED
                  OR ADDRESS-CHOSEN.

       2210-TRY-ONE-ADDRESS-TYPE.
           MOVE USER-ID                   TO ADDR-USER-ID.
           MOVE WS-PREF-TYPE (WS-PREF-IX) TO ADDR-TYPE.
           READ ADDRESS-FILE
               KEY IS ADDR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDRESS-SEEN
                   CALL "ADDRVAL" USING ADDR-TYPE ADDR-STREET
                        ADDR-CITY ADDR-STATE ADDR-POSTAL-CODE
                        ADDR-COUNTRY WS-REASON-CODES WS-VALID-FLAG
                   IF ADDRESS-IS-VALID
                       MOVE "Y" TO WS-ADDRESS-CHOSEN
                       IF WS-PREF-IX > 1
                           ADD 1 TO WS-FALLBACK-COUNT
                       END-IF
                   END-IF
           END-READ.

      *  Countries sort under their standard name from the country
      *  reference, as on GEORPT, so "USA" and "UNITED STATES" are
      *  presorted together.
       2300-RELEASE-CUSTOMER.
           CALL "CTRYLKP" USING ADDR-COUNTRY WS-CTRY-ISO-CODE
                WS-CTRY-STANDARD-NAME WS-CTRY-PATTERNS
                WS-CTRY-STATE-REQUIRED WS-CTRY-FOUND-FLAG
                WS-CTRY-LOOKUP-STATUS.
           IF CTRY-ON-REFERENCE
               MOVE WS-CTRY-STANDARD-NAME TO SRT-COUNTRY
           ELSE
               MOVE ADDR-COUNTRY TO SRT-COUNTRY
               INSPECT SRT-COUNTRY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           MOVE ADDR-POSTAL-CODE TO SRT-HOUSE-POSTAL.
           MOVE ADDR-STREET      TO SRT-HOUSE-STREET.
           INSPECT SRT-HOUSE-POSTAL
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT SRT-HOUSE-STREET
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE USER-ID          TO SRT-USER-ID.
           MOVE USER-NAME        TO SRT-NAME.
           MOVE USER-SURNAME     TO SRT-SURNAME.
           MOVE ADDR-TYPE        TO SRT-ADDR-TYPE.
           MOVE ADDR-STREET      TO SRT-STREET.
           MOVE ADDR-CITY        TO SRT-CITY.
           MOVE ADDR-STATE       TO SRT-STATE.
           MOVE ADDR-POSTAL-CODE TO SRT-POSTAL-CODE.
           RELEASE MAIL-SORT-RECORD.

       2900-READ-NEXT-USER.
           READ USER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-USER
           END-READ.

      ******************************************************************
      *  Build.  The sorted customers arrive by country, postal code
      *  and street; each run of customers at one street and postal
      *  code becomes one mail piece, led by the lowest USER-ID.
      ******************************************************************
       4000-BUILD-MAIL-PIECES.
           MOVE "N" TO WS-EOF-SORT.
           PERFORM 4900-RETURN-NEXT-CUSTOMER.
           PERFORM 4100-TAKE-ONE-CUSTOMER
               UNTIL NO-MORE-SORT-RECORDS.
           IF HOUSEHOLD-OPEN
               PERFORM 4800-WRITE-MAIL-PIECE
           END-IF.

       4100-TAKE-ONE-CUSTOMER.
           IF HOUSEHOLD-OPEN
              AND SRT-COUNTRY      = WS-HH-COUNTRY
              AND SRT-HOUSE-POSTAL = WS-HH-POSTAL
              AND SRT-HOUSE-STREET = WS-HH-STREET
               PERFORM 4300-MERGE-INTO-HOUSEHOLD
           ELSE
               IF HOUSEHOLD-OPEN
                   PERFORM 4800-WRITE-MAIL-PIECE
               END-IF
               PERFORM 4200-START-HOUSEHOLD
           END-IF.
           ADD 1 TO WS-MAILED-COUNT.
           PERFORM 8000-WRITE-AUDIT-ENTRY.
           PERFORM 4900-RETURN-NEXT-CUSTOMER.

       4200-START-HOUSEHOLD.
           MOVE MAIL-SORT-RECORD TO WS-LEAD.
           MOVE SRT-COUNTRY      TO WS-HH-COUNTRY.
           MOVE SRT-HOUSE-POSTAL TO WS-HH-POSTAL.
           MOVE SRT-HOUSE-STREET TO WS-HH-STREET.
           MOVE 1                TO WS-HH-SIZE.
           MOVE "Y"              TO WS-SAME-SURNAME-FLAG.
           MOVE "Y"              TO WS-HOUSEHOLD-FLAG.

      *  A merged customer gets no piece of their own; they are listed
      *  on the suppression report against the customer who leads
      *  the piece.
       4300-MERGE-INTO-HOUSEHOLD.
           IF WS-HH-SIZE < 99
               ADD 1 TO WS-HH-SIZE
           END-IF.
           IF SRT-SURNAME NOT = LEAD-SURNAME
               MOVE "N" TO WS-SAME-SURNAME-FLAG
           END-IF.
           ADD 1 TO WS-MERGED-COUNT.
           MOVE SRT-USER-ID TO SPL-USER-ID.
           MOVE SRT-NAME    TO SPL-NAME.
           MOVE SRT-SURNAME TO SPL-SURNAME.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           STRING "IN HOUSEHOLD OF " LEAD-USER-ID
               DELIMITED BY SIZE INTO WS-SUPPRESS-REASON.
           PERFORM 5000-REPORT-SUPPRESSION.

       4800-WRITE-MAIL-PIECE.
           ADD 1 TO WS-PIECE-COUNT.
           MOVE SPACES             TO MAIL-RECORD.
           MOVE WS-PIECE-COUNT     TO MLR-PIECE-NUMBER.
           MOVE WS-CAMPAIGN-TYPE   TO MLR-CAMPAIGN-TYPE.
           MOVE LEAD-USER-ID       TO MLR-LEAD-USER-ID.
           MOVE WS-HH-SIZE         TO MLR-HOUSEHOLD-SIZE.
           MOVE LEAD-ADDR-TYPE     TO MLR-ADDR-TYPE.
           EVALUATE TRUE
               WHEN WS-HH-SIZE = 1
                   STRING LEAD-NAME DELIMITED BY "  "
                          " "       DELIMITED BY SIZE
                          LEAD-SURNAME DELIMITED BY "  "
                       INTO MLR-ADDRESSEE
               WHEN HOUSEHOLD-SHARES-SURNAME
                   STRING "THE "    DELIMITED BY SIZE
                          LEAD-SURNAME DELIMITED BY "  "
                          " HOUSEHOLD" DELIMITED BY SIZE
                       INTO MLR-ADDRESSEE
               WHEN OTHER
                   STRING LEAD-NAME DELIMITED BY "  "
                          " "       DELIMITED BY SIZE
                          LEAD-SURNAME DELIMITED BY "  "
                          " AND HOUSEHOLD" DELIMITED BY SIZE
                       INTO MLR-ADDRESSEE
           END-EVALUATE.
           MOVE LEAD-STREET        TO MLR-STREET.
           MOVE LEAD-CITY          TO MLR-CITY.
           MOVE LEAD-STATE         TO MLR-STATE.
           MOVE LEAD-POSTAL-CODE   TO MLR-POSTAL-CODE.
           MOVE LEAD-COUNTRY       TO MLR-COUNTRY.
           WRITE MAIL-LINE FROM MAIL-RECORD.
           MOVE "N" TO WS-HOUSEHOLD-FLAG.

       4900-RETURN-NEXT-CUSTOMER.
           RETURN MAIL-SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SORT
           END-RETURN.

       5000-REPORT-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED-COUNT.
           MOVE WS-SUPPRESS-REASON TO SPL-REASON.
           WRITE REPORT-LINE FROM SUPPRESSION-LINE.

      *  Every customer covered by a piece, lead or merged, is on the
      *  audit trail as mailed for this campaign.
       8000-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SRT-USER-ID    TO AUDIT-USER-ID.
           MOVE "MAIL-LIST"    TO AUDIT-OPERATION.
           MOVE WS-JOB-NAME    TO AUDIT-OPERATOR.
           MOVE "SUCCESS"      TO AUDIT-STATUS.
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           IF WS-SUPPRESSED-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO TOTALS-LINE-AREA.
           STRING "CUSTOMERS READ:             " WS-READ-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "CUSTOMERS MAILED:           " WS-MAILED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "MAIL PIECES WRITTEN:        " WS-PIECE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "MAILED AT A FALLBACK TYPE:  " WS-FALLBACK-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUPPRESSED BY REASON" TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "  CUSTOMER CLOSED:          " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "  CUSTOMER INACTIVE:        " WS-INACTIVE-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "  OPTED OUT OF POSTAL MAIL: " WS-OPT-OUT-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "  NO ADDRESS OF LISTED TYPE:" WS-NO-ADDRESS-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "  ADDRESS FAILS VALIDATION: " WS-INVALID-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "  MERGED INTO A HOUSEHOLD:  " WS-MERGED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.
           STRING "  TOTAL SUPPRESSED:         " WS-SUPPRESSED-COUNT
               DELIMITED BY SIZE INTO TOT-TEXT.
           WRITE REPORT-LINE FROM TOTALS-LINE-AREA.

           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE MAIL-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-LOG.

           IF WS-PIECE-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "Mailing list complete - "
                   WS-PIECE-COUNT " pieces for "
                   WS-MAILED-COUNT " customers, "
                   WS-SUPPRESSED-COUNT " suppressed.".

       9999-EXIT.
           EXIT.
