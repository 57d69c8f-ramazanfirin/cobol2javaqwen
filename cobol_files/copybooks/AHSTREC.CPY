      *****************************************************************
      *  AHSTREC.CPY                                                  *
      *  Record layout for ADDRHIST.DAT, the effective-dated address  *
      *  history.  One record per version of every HOME/BILLING/      *
      *  SHIPPING address, keyed on the ADDRESS-FILE key plus the     *
      *  date and time the version took effect.  A version is in      *
      *  effect from its FROM stamp up to, not including, its TO      *
      *  stamp; the version still on ADDRESS-FILE carries a TO date   *
      *  of 99999999.  AHST-END-REASON is the journal operation that  *
      *  ended the version - REWRITE when it was superseded, DELETE   *
      *  when the address was removed.                                *
      *****************************************************************
       01  ADDR-HISTORY-RECORD.
           05  AHST-KEY.
               10  AHST-USER-ID         PIC 9(05).
               10  AHST-ADDR-TYPE       PIC X(08).
               10  AHST-EFFECTIVE-FROM.
                   15  AHST-FROM-DATE       PIC 9(08).
                   15  AHST-FROM-TIME       PIC 9(08).
           05  AHST-EFFECTIVE-TO.
               10  AHST-TO-DATE         PIC 9(08).
                   88  AHST-CURRENT-VERSION VALUE 99999999.
               10  AHST-TO-TIME         PIC 9(08).
           05  AHST-STREET          PIC X(30).
           05  AHST-CITY            PIC X(20).
           05  AHST-STATE           PIC X(20).
           05  AHST-POSTAL-CODE     PIC X(10).
           05  AHST-COUNTRY         PIC X(20).
           05  AHST-OPENED-BY       PIC X(08).
           05  AHST-CLOSED-BY       PIC X(08).
           05  AHST-END-REASON      PIC X(08).
