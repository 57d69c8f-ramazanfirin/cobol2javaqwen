      ******************************************************************
      *  Fixed-width customer extract for downstream systems (mailing
      *  house / CRM feed).  Reads USER-FILE end to end and joins each
      *  customer's home address from ADDRESS-FILE and phone, email,
      *  preferred channel and opt-out flags from CONTACT-FILE; a
      *  customer with no contact record ships those fields blank.
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "USEREXPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.
       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE              PIC X(224).

       FD  AUDIT-LOG.
       COPY "AUDITREC".
       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-FLAG     PIC X(01)     VALUE "N".
           88  CONTACT-FILE-OPEN                  VALUE "Y".
       01  WS-EXTRACT-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).

           05  EXT-STATE            PIC X(20).
           05  EXT-POSTAL-CODE      PIC X(10).
           05  EXT-COUNTRY          PIC X(20).
           05  EXT-PHONE            PIC X(20).
           05  EXT-EMAIL            PIC X(50).
           05  EXT-CHANNEL          PIC X(05).
           05  EXT-OPT-OUT-MAIL     PIC X(01).
           05  EXT-OPT-OUT-EMAIL    PIC X(01).
           05  EXT-OPT-OUT-PHONE    PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
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

           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: Unable to open EXTRACT-FILE, status = "
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
               CLOSE EXTRACT-FILE
               GOBACK
           END-IF.
                   MOVE "FOUND"          TO WS-STATUS
           END-READ.

           PERFORM 2120-JOIN-CONTACT-DETAILS.

           WRITE EXTRACT-LINE FROM EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.

           PERFORM 2150-WRITE-AUDIT-ENTRY.

       2120-JOIN-CONTACT-DETAILS.
           MOVE SPACES TO EXT-PHONE EXT-EMAIL EXT-CHANNEL
                          EXT-OPT-OUT-MAIL EXT-OPT-OUT-EMAIL
                          EXT-OPT-OUT-PHONE.
           IF CONTACT-FILE-OPEN
               MOVE USER-ID TO CONT-USER-ID
               READ CONTACT-FILE
                   KEY IS CONT-USER-ID
                   NOT INVALID KEY
                       MOVE CONT-PHONE         TO EXT-PHONE
                       MOVE CONT-EMAIL         TO EXT-EMAIL
                       MOVE CONT-PREFERRED-CHANNEL TO EXT-CHANNEL
                       MOVE CONT-OPT-OUT-MAIL  TO EXT-OPT-OUT-MAIL
                       MOVE CONT-OPT-OUT-EMAIL TO EXT-OPT-OUT-EMAIL
                       MOVE CONT-OPT-OUT-PHONE TO EXT-OPT-OUT-PHONE
               END-READ
           END-IF.

       2150-WRITE-AUDIT-ENTRY.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
       9000-TERMINATE.
           CLOSE USER-FILE.
           CLOSE ADDRESS-FILE.
           IF CONTACT-FILE-OPEN
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE EXTRACT-FILE.
           CLOSE AUDIT-LOG.
           DISPLAY "Customer extract complete - "
