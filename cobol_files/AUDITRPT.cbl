      *    col 22-29   retention cutoff    YYYYMMDD, 0 = no archival;
      *                records dated before the cutoff are archived
      *                to AUDIT<cutoff>.ARC
      *  Each archive generation written is recorded on the archive
      *  catalogue AUDIT.CAT, so the whole audit trail - live log plus
      *  every archive - can be found again when it must be searched.
      *  A missing parameter card means report-only with no detail
      *  section and no archival.
      ******************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT ARCHIVE-CATALOGUE ASSIGN TO "AUDIT.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(51).

       FD  ARCHIVE-CATALOGUE.
       COPY "ARCVREC".

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS      PIC X(02).
       01  WS-AUDIT-FILE-STATUS     PIC X(02).
       01  WS-DETAIL-FILE-STATUS    PIC X(02).
       01  WS-RETAIN-FILE-STATUS    PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS   PIC X(02).
       01  WS-CATALOGUE-STATUS      PIC X(02).

       01  WS-ARCHIVE-FILE-NAME     PIC X(17).

                       UNTIL NO-MORE-RETAIN
                   CLOSE RETAIN-WORK-FILE
                   CLOSE AUDIT-LOG
                   PERFORM 7500-CATALOGUE-ARCHIVE
               END-IF
           END-IF.

           WRITE AUDIT-RECORD.
           PERFORM 7900-READ-NEXT-RETAIN.

      *  The archive is catalogued only once the live log has been cut
      *  back.  A rerun with the same cutoff rewrites that archive and
      *  catalogues it again; readers take each cutoff once.
       7500-CATALOGUE-ARCHIVE.
           OPEN EXTEND ARCHIVE-CATALOGUE.
           IF WS-CATALOGUE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-CATALOGUE
           END-IF.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to catalogue "
                       WS-ARCHIVE-FILE-NAME ", status = "
                       WS-CATALOGUE-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-CUTOFF-DATE    TO ARCV-CUTOFF-DATE
               ACCEPT ARCV-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-ARCHIVED-COUNT TO ARCV-RECORD-COUNT
               WRITE AUDIT-ARCHIVE-RECORD
               CLOSE ARCHIVE-CATALOGUE
           END-IF.

       7900-READ-NEXT-RETAIN.
           READ RETAIN-WORK-FILE
               AT END
