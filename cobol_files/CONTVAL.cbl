       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTVAL.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Shared contact validation subprogram.  Checks one
      *  CONTACT-FILE image the same way ADDRVAL checks an address, so
      *  the online screen and the batch transaction apply accept and
      *  refuse exactly the same contact details.  Pure validation -
      *  reads no file and writes no audit.
      *
      *  Reason codes (the first failing check, in LS-REASON-CODE):
      *    00  contact is acceptable
      *    01  preferred channel not MAIL, EMAIL, PHONE or SMS
      *    02  an opt-out flag is not Y or N
      *    03  email address is not of the form name@domain
      *    04  no phone or email held for the preferred channel
      *    05  customer has opted out of a preferred EMAIL, PHONE or
      *        SMS channel
      *  A MAIL opt-out is accepted whatever the preferred channel -
      *  MAIL is the default for a customer with no phone or email,
      *  and refusing the flag would leave that customer no way to
      *  stop postal mail.  The mail runs honour the flag itself.
      *  Callers default a blank channel to MAIL and blank opt-out
      *  flags to N before calling.  LS-VALID-FLAG comes back "Y" only
      *  when the reason is "00".
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AT-SIGN-COUNT         PIC 9(02).

       LINKAGE SECTION.
       COPY "CONTREC".
       01  LS-REASON-CODE           PIC X(02).
       01  LS-VALID-FLAG            PIC X(01).

       PROCEDURE DIVISION USING CONTACT-RECORD LS-REASON-CODE
           LS-VALID-FLAG.
       0000-VALIDATE-CONTACT.
           MOVE "00" TO LS-REASON-CODE.

           EVALUATE TRUE
               WHEN NOT CONT-CHANNEL-VALID
                   MOVE "01" TO LS-REASON-CODE
               WHEN CONT-OPT-OUT-MAIL NOT = "Y"
                    AND CONT-OPT-OUT-MAIL NOT = "N"
               WHEN CONT-OPT-OUT-EMAIL NOT = "Y"
                    AND CONT-OPT-OUT-EMAIL NOT = "N"
               WHEN CONT-OPT-OUT-PHONE NOT = "Y"
                    AND CONT-OPT-OUT-PHONE NOT = "N"
                   MOVE "02" TO LS-REASON-CODE
               WHEN OTHER
                   PERFORM 1000-CHECK-EMAIL-FORM
           END-EVALUATE.

           IF LS-REASON-CODE = "00"
               PERFORM 2000-CHECK-PREFERRED-CHANNEL
           END-IF.

           IF LS-REASON-CODE = "00"
               MOVE "Y" TO LS-VALID-FLAG
           ELSE
               MOVE "N" TO LS-VALID-FLAG
           END-IF.

           EXIT PROGRAM.

      *  A blank email is allowed - not every customer has one - but
      *  one that is held must carry a single @ with text before it.
       1000-CHECK-EMAIL-FORM.
           IF CONT-EMAIL NOT = SPACES
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT CONT-EMAIL TALLYING WS-AT-SIGN-COUNT
                   FOR ALL "@"
               IF WS-AT-SIGN-COUNT NOT = 1
                  OR CONT-EMAIL (1:1) = "@"
                  OR CONT-EMAIL (1:1) = SPACE
                   MOVE "03" TO LS-REASON-CODE
               END-IF
           END-IF.

      *  The preferred channel must be one the customer can actually
      *  be reached on, and an EMAIL, PHONE or SMS preference must not
      *  be one the customer has refused.
       2000-CHECK-PREFERRED-CHANNEL.
           EVALUATE TRUE
               WHEN CONT-PREFERS-EMAIL AND CONT-EMAIL = SPACES
               WHEN (CONT-PREFERS-PHONE OR CONT-PREFERS-SMS)
                    AND CONT-PHONE = SPACES
                   MOVE "04" TO LS-REASON-CODE
               WHEN CONT-PREFERS-EMAIL AND CONT-NO-EMAIL
               WHEN (CONT-PREFERS-PHONE OR CONT-PREFERS-SMS)
                    AND CONT-NO-PHONE
                   MOVE "05" TO LS-REASON-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
