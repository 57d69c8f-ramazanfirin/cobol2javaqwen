      *****************************************************************
      *  CONTREC.CPY                                                  *
      *  Record layout for CONTACT-FILE, keyed on USER-ID - at most   *
      *  one contact record per customer on USER-FILE.  Holds the     *
      *  phone and email the desk may use, the channel the customer  *
      *  prefers, and one opt-out flag (Y/N) per channel.  An opt-out *
      *  on mail stops address-change letters; SMS goes to the phone  *
      *  number and is stopped by the phone opt-out.                  *
      *  The record fits the 120-byte journal images unchanged.       *
      *****************************************************************
       01  CONTACT-RECORD.
           05  CONT-USER-ID         PIC 9(05).
           05  CONT-PHONE           PIC X(20).
           05  CONT-EMAIL           PIC X(50).
           05  CONT-PREFERRED-CHANNEL PIC X(05).
               88  CONT-PREFERS-MAIL          VALUE "MAIL".
               88  CONT-PREFERS-EMAIL         VALUE "EMAIL".
               88  CONT-PREFERS-PHONE         VALUE "PHONE".
               88  CONT-PREFERS-SMS           VALUE "SMS".
               88  CONT-CHANNEL-VALID         VALUE "MAIL" "EMAIL"
                                                    "PHONE" "SMS".
           05  CONT-OPT-OUTS.
               10  CONT-OPT-OUT-MAIL    PIC X(01).
                   88  CONT-NO-MAIL               VALUE "Y".
               10  CONT-OPT-OUT-EMAIL   PIC X(01).
                   88  CONT-NO-EMAIL              VALUE "Y".
               10  CONT-OPT-OUT-PHONE   PIC X(01).
                   88  CONT-NO-PHONE              VALUE "Y".
           05  CONT-CHANGED-DATE    PIC 9(08).
