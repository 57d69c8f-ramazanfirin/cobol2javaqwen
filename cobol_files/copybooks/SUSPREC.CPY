      *****************************************************************
      *  SUSPREC.CPY                                                  *
      *  Record layout for SUSPENSE-FILE, the standing file of batch  *
      *  input that could not be applied, keyed on SUSP-ITEM-ID with  *
      *  an alternate key on the transaction image so a repeat of the *
      *  same rejected input updates the item already held instead   *
      *  of raising a new one.  TRNAPPLY and ADDRIMPT raise items     *
      *  OPEN, a clerk makes them CORRECTED or WRITTENOFF through     *
      *  SUSPMAINT, and TRNAPPLY recycles CORRECTED items on its next *
      *  run, marking them CLEARED once they apply.                   *
      *                                                               *
      *  SUSP-TRANSACTION is always a TRNAPPLY transaction image, so  *
      *  any corrected item can be fed back through TRNAPPLY.  An     *
      *  ADDRIMPT item is held as a change-address transaction ("C"   *
      *  "A") built from the feed record.                             *
      *                                                               *
      *  SUSP-REASON-CODE is read against SUSP-SOURCE.  An ADDRIMPT   *
      *  item that is corrected, recycled through TRNAPPLY and        *
      *  rejected again takes SUSP-SOURCE "TRNAPPLY" along with the   *
      *  TRNAPPLY reason code.                                        *
      *                                                               *
      *  Reason codes (SUSP-REASON-CODE) by source:                   *
      *    TRNAPPLY - as listed in the TRNAPPLY header, 01 - 09.      *
      *    ADDRIMPT - 01 unknown address type                         *
      *               02 unknown customer                             *
      *               03 customer closed                              *
      *               04 no address on file for the type              *
      *               05 blank street or city                         *
      *               06 country changed                              *
      *               07 address rewrite failed                       *
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-ITEM-ID         PIC 9(06).
           05  SUSP-SOURCE          PIC X(08).
               88  SUSP-FROM-TRNAPPLY   VALUE "TRNAPPLY".
               88  SUSP-FROM-ADDRIMPT   VALUE "ADDRIMPT".
           05  SUSP-REASON-CODE     PIC X(02).
           05  SUSP-STATUS          PIC X(10).
               88  SUSP-OPEN            VALUE "OPEN".
               88  SUSP-CORRECTED       VALUE "CORRECTED".
               88  SUSP-WRITTEN-OFF     VALUE "WRITTENOFF".
               88  SUSP-CLEARED         VALUE "CLEARED".
               88  SUSP-OUTSTANDING     VALUE "OPEN" "CORRECTED".
           05  SUSP-FIRST-SEEN-DATE PIC 9(08).
           05  SUSP-LAST-SEEN-DATE  PIC 9(08).
           05  SUSP-TIMES-REJECTED  PIC 9(03).
           05  SUSP-TRANSACTION     PIC X(115).
           05  SUSP-TRANSACTION-KEY REDEFINES SUSP-TRANSACTION.
               10  SUSP-TRN-ACTION      PIC X(01).
               10  SUSP-TRN-TARGET      PIC X(01).
               10  SUSP-TRN-USER-ID     PIC X(05).
               10  SUSP-TRN-ADDR-TYPE   PIC X(08).
               10  FILLER               PIC X(100).
           05  SUSP-ACTION-BY       PIC X(08).
           05  SUSP-ACTION-DATE     PIC 9(08).
           05  SUSP-CLEARED-DATE    PIC 9(08).
           05  SUSP-NOTE            PIC X(30).
