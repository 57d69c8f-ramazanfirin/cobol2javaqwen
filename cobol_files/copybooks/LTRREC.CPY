      *****************************************************************
      *  LTRREC.CPY                                                   *
      *  Record layout for LETTER.LOG, the running log of address-    *
      *  change confirmation letters appended to by ADDRLTR.  One     *
      *  record per letter printed, and one per letter withheld       *
      *  because the customer opted out of postal mail, so the desk   *
      *  can always say which letters a customer was (or was not)    *
      *  sent and to which address.                                   *
      *****************************************************************
       01  LETTER-LOG-RECORD.
           05  LTR-RUN-DATE         PIC 9(08).
           05  LTR-USER-ID          PIC 9(05).
           05  LTR-ADDR-TYPE        PIC X(08).
           05  LTR-OUTCOME          PIC X(08).
               88  LTR-PRINTED                VALUE "PRINTED".
               88  LTR-WITHHELD               VALUE "OPTOUT".
           05  LTR-STREET           PIC X(30).
           05  LTR-POSTAL-CODE      PIC X(10).
