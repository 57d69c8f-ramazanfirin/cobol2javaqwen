      *****************************************************************
      *  ARCVREC.CPY                                                  *
      *  Record layout for AUDIT.CAT, the catalogue of audit trail    *
      *  archive generations appended to by AUDITRPT.  One record     *
      *  per archival run, oldest first, naming the AUDIT<cutoff>.ARC *
      *  file the run rolled out, so a program that must read the    *
      *  whole audit trail can find every archive generation.        *
      *****************************************************************
       01  AUDIT-ARCHIVE-RECORD.
           05  ARCV-CUTOFF-DATE     PIC 9(08).
           05  ARCV-RUN-DATE        PIC 9(08).
           05  ARCV-RECORD-COUNT    PIC 9(08).
