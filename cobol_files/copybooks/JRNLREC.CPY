      *****************************************************************
      *  JRNLREC.CPY                                                  *
      *  Record layout for the sequential JOURNAL.DAT update journal. *
      *  Every WRITE, REWRITE and DELETE against USER-FILE,            *
      *  ADDRESS-FILE or CONTACT-FILE logs one record carrying the     *
      *  full before-image and after-image, so a restored backup can   *
      *  be rolled forward to the point of failure by replaying the    *
      *  journal in order.  JRNL-FILE-ID is "USER", "ADDR" or "CONT";  *
      *  an add has a blank before-image and a delete a blank          *
      *  after-image.  MSTRBKUP opens each fresh journal with a        *
      *  "SYNC" marker (operation SYNCPNT, generation date in the key) *
      *  whose date and time identify the backup taken just before it. *
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JRNL-DATE         PIC 9(08).
