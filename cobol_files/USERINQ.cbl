      *    - every ADDRESS-FILE row for the customer across all
      *      address types, browsed with one START on the USER-ID
      *      part of the key instead of three separate keyed reads,
      *    - the CONTACT-FILE record: phone, email, preferred channel
      *      and the opt-outs the desk must respect,
      *    - the most recent audit trail entries for the customer, so
      *      the desk can see who touched the account last without
      *      asking operations to search AUDIT.LOG.
           RECORD KEY IS ADDR-KEY
           FILE STATUS IS WS-ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONT-USER-ID
           FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  ADDRESS-FILE.
       COPY "ADDRREC".

       FD  CONTACT-FILE.
       COPY "CONTREC".

       FD  AUDIT-LOG.
       COPY "AUDITREC".

       01  WS-USER-ID               PIC 9(05).
       01  WS-USER-FILE-STATUS      PIC X(02).
       01  WS-ADDRESS-FILE-STATUS   PIC X(02).
       01  WS-CONTACT-FILE-STATUS   PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-OPER-LEVEL            PIC X(01).
               PERFORM 2000-SHOW-USER-RECORD
               IF WS-STATUS-FOUND
                   PERFORM 3000-SHOW-ALL-ADDRESSES
                   PERFORM 3500-SHOW-CONTACT-DETAILS
                   PERFORM 4000-SHOW-AUDIT-TRAIL
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-EOF-BROWSE
           END-READ.

      *  Contact details are optional, and CONTACT.DAT does not exist
      *  until the first one is keyed, so neither is an error here.
       3500-SHOW-CONTACT-DETAILS.
           DISPLAY "==============================".
           DISPLAY "CONTACT:".
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               AND WS-CONTACT-FILE-STATUS NOT = "35"
               DISPLAY "  (contact details not available, status = "
                       WS-CONTACT-FILE-STATUS ")"
           ELSE
               IF WS-CONTACT-FILE-STATUS = "35"
                   DISPLAY "  (no contact details on file)"
               ELSE
                   MOVE WS-USER-ID TO CONT-USER-ID
                   READ CONTACT-FILE
                       KEY IS CONT-USER-ID
                       INVALID KEY
                           DISPLAY "  (no contact details on file)"
                       NOT INVALID KEY
                           PERFORM 3510-SHOW-CONTACT-RECORD
                   END-READ
                   CLOSE CONTACT-FILE
               END-IF
           END-IF.

       3510-SHOW-CONTACT-RECORD.
           DISPLAY "  Phone:        " CONT-PHONE.
           DISPLAY "  Email:        " CONT-EMAIL.
           DISPLAY "  Preferred:    " CONT-PREFERRED-CHANNEL.
           DISPLAY "  Opt-out mail: " CONT-OPT-OUT-MAIL
                   "  email: " CONT-OPT-OUT-EMAIL
                   "  phone: " CONT-OPT-OUT-PHONE.
           DISPLAY "  Last changed: " CONT-CHANGED-DATE.

       4000-SHOW-AUDIT-TRAIL.
           DISPLAY "==============================".
           DISPLAY "RECENT AUDIT TRAIL:".
