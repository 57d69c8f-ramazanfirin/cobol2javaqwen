      *****************************************************************
      *  BKUPREC.CPY                                                  *
      *  Record layout for the sequential BACKUP.CAT generation       *
      *  catalogue written by MSTRBKUP.  One record per backup         *
      *  generation, oldest first.  A generation is the set of         *
      *  unloads USER<date>.BKP, ADDR<date>.BKP and CONT<date>.BKP     *
      *  taken at the sync point the run wrote to JOURNAL.DAT, plus    *
      *  the journal rolled out at that sync point to JRNL<date>.JNL.  *
      *  Once a generation's unloads are expired the record stays on   *
      *  the catalogue, so every journal generation remains listed.    *
      *****************************************************************
       01  BACKUP-CATALOGUE-RECORD.
           05  BKUP-GEN-DATE        PIC 9(08).
           05  BKUP-SYNC-DATE       PIC 9(08).
           05  BKUP-SYNC-TIME       PIC 9(08).
           05  BKUP-STATE           PIC X(01).
               88  BKUP-HELD                  VALUE "H".
               88  BKUP-EXPIRED               VALUE "E".
           05  BKUP-USER-COUNT      PIC 9(08).
           05  BKUP-ADDR-COUNT      PIC 9(08).
           05  BKUP-CONT-COUNT      PIC 9(08).
           05  BKUP-JRNL-COUNT      PIC 9(08).
