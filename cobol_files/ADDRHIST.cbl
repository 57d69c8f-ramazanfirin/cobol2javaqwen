       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRHIST.
       AUTHOR. Ramazan.
      ******************************************************************
      *  Shared address-history subprogram.  Every program that
      *  changes ADDRESS-FILE calls this with the journal record it is
      *  about to write, so the history follows exactly the same
      *  before- and after-images JRNLRCVR would replay:
      *    - WRITE or REWRITE ends the version in effect and opens a
      *      new one from the after-image, effective from the journal
      *      date and time,
      *    - DELETE ends the version in effect and opens nothing,
      *    - a REWRITE or DELETE of an address with no version in
      *      effect (one on file before the history began) first
      *      records its before-image as a closed version, effective
      *      from 00000000 or from the end of the last version held,
      *      so the address as it stood before the change is kept,
      *    - an entry older than versions already held (one a failed
      *      call missed, passed again by AHSTBLD or JRNLRCVR) is
      *      fitted in between: the version it falls inside is cut at
      *      the entry and given the entry's before-image, and the
      *      version it opens ends where the next one held begins,
      *    - a REWRITE whose images are identical changed nothing and
      *      leaves the history alone,
      *    - a USER DELETE is a retention purge (RETNPURG is the only
      *      program that removes a customer) and removes every
      *      version held for the customer, so a replay of the
      *      journal by AHSTBLD or JRNLRCVR does not bring back the
      *      history RETNPURG destroyed,
      *    - any other record for a file other than ADDR is ignored.
      *  An entry already on the history (same key and stamp) opens
      *  nothing, a version is only cut when it runs past the entry,
      *  and a before-image is only recorded when no version already
      *  ends at or after the entry, so AHSTBLD and JRNLRCVR can pass
      *  the same journal through more than once without doubling or
      *  overlapping versions.
      *
      *  LS-RETURN-STATUS is "00" when the history is current and "16"
      *  when ADDRHIST.DAT could not be opened or updated; the caller
      *  warns and carries on, since AHSTBLD can rebuild from the
      *  live journal and every generation on BACKUP.CAT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-HISTORY-FILE ASSIGN TO "ADDRHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHST-KEY
           FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-HISTORY-FILE.
       COPY "AHSTREC".

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS      PIC X(02).
       01  WS-EOF-HIST              PIC X(01)     VALUE "N".
           88  HIST-SCAN-DONE                     VALUE "Y".
       01  WS-ALREADY-RECORDED      PIC X(01)     VALUE "N".
           88  ENTRY-ALREADY-RECORDED             VALUE "Y".
       01  WS-OPEN-VERSION-FOUND    PIC X(01)     VALUE "N".
           88  OPEN-VERSION-FOUND                 VALUE "Y".
       01  WS-OPEN-VERSION-KEY      PIC X(29).
       01  WS-PURGE-USER-ID         PIC 9(05).

      *  The first version held that starts after the entry, if any;
      *  a version the entry opens ends where it begins.
       01  WS-LATER-VERSION-FOUND   PIC X(01)     VALUE "N".
           88  LATER-VERSION-FOUND                VALUE "Y".
       01  WS-NEXT-FROM.
           05  WS-NEXT-FROM-DATE    PIC 9(08).
           05  WS-NEXT-FROM-TIME    PIC 9(08).
       01  WS-NEXT-OPENED-BY        PIC X(08).

      *  End of the last closed version seen before the entry, which
      *  is where a recorded before-image takes effect.
       01  WS-LAST-END.
           05  WS-LAST-END-DATE     PIC 9(08).
           05  WS-LAST-END-TIME     PIC 9(08).

       01  WS-JRNL-STAMP.
           05  WS-JRNL-STAMP-DATE   PIC 9(08).
           05  WS-JRNL-STAMP-TIME   PIC 9(08).

       COPY "ADDRREC".

       LINKAGE SECTION.
       COPY "JRNLREC".
       01  LS-RETURN-STATUS         PIC X(02).

       PROCEDURE DIVISION USING JOURNAL-RECORD LS-RETURN-STATUS.
       0000-RECORD-ADDRESS-HISTORY.
           MOVE "00" TO LS-RETURN-STATUS.

           IF JRNL-FILE-ID = "ADDR"
              OR (JRNL-FILE-ID = "USER" AND JRNL-OPERATION = "DELETE")
               OPEN I-O ADDR-HISTORY-FILE
               IF WS-HIST-FILE-STATUS = "35"
                   OPEN OUTPUT ADDR-HISTORY-FILE
                   CLOSE ADDR-HISTORY-FILE
                   OPEN I-O ADDR-HISTORY-FILE
               END-IF
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "  [ADDRHIST] FATAL: cannot open "
                           "ADDR-HISTORY-FILE, status = "
                           WS-HIST-FILE-STATUS
                   MOVE "16" TO LS-RETURN-STATUS
               ELSE
                   PERFORM 1000-APPLY-JOURNAL-ENTRY
                   CLOSE ADDR-HISTORY-FILE
               END-IF
           END-IF.

           EXIT PROGRAM.

       1000-APPLY-JOURNAL-ENTRY.
           MOVE JRNL-DATE TO WS-JRNL-STAMP-DATE.
           MOVE JRNL-TIME TO WS-JRNL-STAMP-TIME.

           EVALUATE TRUE
               WHEN JRNL-FILE-ID = "USER"
                   PERFORM 4000-PURGE-CUSTOMER-HISTORY
               WHEN OTHER
                   PERFORM 1200-APPLY-ADDRESS-ENTRY
           END-EVALUATE.

       1200-APPLY-ADDRESS-ENTRY.
           EVALUATE JRNL-OPERATION
               WHEN "WRITE"
               WHEN "REWRITE"
                   MOVE JRNL-AFTER-IMAGE TO ADDRESS-RECORD
                   IF JRNL-BEFORE-IMAGE NOT = JRNL-AFTER-IMAGE
                       PERFORM 1100-CHECK-ALREADY-RECORDED
                       PERFORM 2000-END-OPEN-VERSION
                       IF NOT ENTRY-ALREADY-RECORDED
                           MOVE JRNL-AFTER-IMAGE TO ADDRESS-RECORD
                           PERFORM 3000-OPEN-NEW-VERSION
                       END-IF
                   END-IF
               WHEN "DELETE"
                   MOVE JRNL-BEFORE-IMAGE TO ADDRESS-RECORD
                   PERFORM 2000-END-OPEN-VERSION
               WHEN OTHER
                   DISPLAY "  [ADDRHIST] Unrecognized journal "
                           "operation: " JRNL-OPERATION
           END-EVALUATE.

       1100-CHECK-ALREADY-RECORDED.
           MOVE ADDR-USER-ID  TO AHST-USER-ID.
           MOVE ADDR-TYPE     TO AHST-ADDR-TYPE.
           MOVE WS-JRNL-STAMP TO AHST-EFFECTIVE-FROM.
           READ ADDR-HISTORY-FILE
               KEY IS AHST-KEY
               INVALID KEY
                   MOVE "N" TO WS-ALREADY-RECORDED
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-RECORDED
           END-READ.

      *  Versions for one address sort oldest first, so the scan
      *  finds the version that was in effect at this journal entry -
      *  started before it and not yet ended by it - and ends it
      *  there with the entry's before-image, which is the address
      *  as it stood up to the entry.  With none in effect, the
      *  before-image is recorded as the version the entry ended,
      *  unless a version already ends at or after the entry - it
      *  was recorded on an earlier pass.
       2000-END-OPEN-VERSION.
           MOVE "N"  TO WS-OPEN-VERSION-FOUND.
           MOVE "N"  TO WS-LATER-VERSION-FOUND.
           MOVE ZERO TO WS-LAST-END-DATE WS-LAST-END-TIME.
           MOVE "N"  TO WS-EOF-HIST.
           MOVE ADDR-USER-ID TO AHST-USER-ID.
           MOVE ADDR-TYPE    TO AHST-ADDR-TYPE.
           MOVE ZERO         TO AHST-FROM-DATE AHST-FROM-TIME.
           START ADDR-HISTORY-FILE
               KEY IS >= AHST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HIST
           END-START.
           PERFORM 2100-CHECK-ONE-VERSION
               UNTIL HIST-SCAN-DONE.

           IF OPEN-VERSION-FOUND
               MOVE WS-OPEN-VERSION-KEY TO AHST-KEY
               READ ADDR-HISTORY-FILE
                   KEY IS AHST-KEY
                   INVALID KEY
                       MOVE "16" TO LS-RETURN-STATUS
                   NOT INVALID KEY
                       MOVE WS-JRNL-STAMP  TO AHST-EFFECTIVE-TO
                       MOVE JRNL-PROGRAM   TO AHST-CLOSED-BY
                       MOVE JRNL-OPERATION TO AHST-END-REASON
                       IF JRNL-BEFORE-IMAGE NOT = SPACES
                           PERFORM 2300-TAKE-BEFORE-IMAGE
                       END-IF
                       REWRITE ADDR-HISTORY-RECORD
                           INVALID KEY
                               MOVE "16" TO LS-RETURN-STATUS
                       END-REWRITE
               END-READ
           ELSE
               IF JRNL-BEFORE-IMAGE NOT = SPACES
                  AND WS-LAST-END < WS-JRNL-STAMP
                   PERFORM 2200-RECORD-BEFORE-IMAGE
               END-IF
           END-IF.

       2100-CHECK-ONE-VERSION.
           READ ADDR-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   EVALUATE TRUE
                       WHEN AHST-USER-ID NOT = ADDR-USER-ID
                       WHEN AHST-ADDR-TYPE NOT = ADDR-TYPE
                           MOVE "Y" TO WS-EOF-HIST
                       WHEN AHST-EFFECTIVE-FROM NOT < WS-JRNL-STAMP
                           MOVE "Y" TO WS-EOF-HIST
                           IF AHST-EFFECTIVE-FROM > WS-JRNL-STAMP
                               MOVE "Y" TO WS-LATER-VERSION-FOUND
                               MOVE AHST-EFFECTIVE-FROM
                                   TO WS-NEXT-FROM
                               MOVE AHST-OPENED-BY
                                   TO WS-NEXT-OPENED-BY
                           END-IF
                       WHEN AHST-EFFECTIVE-TO > WS-JRNL-STAMP
                           MOVE "Y"      TO WS-OPEN-VERSION-FOUND
                           MOVE AHST-KEY TO WS-OPEN-VERSION-KEY
                       WHEN OTHER
                           MOVE AHST-EFFECTIVE-TO TO WS-LAST-END
                   END-EVALUATE
           END-READ.

      *  Who wrote the before-image is not known from this entry, so
      *  AHST-OPENED-BY is left blank.
       2200-RECORD-BEFORE-IMAGE.
           MOVE SPACES            TO ADDR-HISTORY-RECORD.
           MOVE WS-LAST-END       TO AHST-EFFECTIVE-FROM.
           MOVE WS-JRNL-STAMP     TO AHST-EFFECTIVE-TO.
           PERFORM 2300-TAKE-BEFORE-IMAGE.
           MOVE ADDR-USER-ID      TO AHST-USER-ID.
           MOVE ADDR-TYPE         TO AHST-ADDR-TYPE.
           MOVE JRNL-PROGRAM      TO AHST-CLOSED-BY.
           MOVE JRNL-OPERATION    TO AHST-END-REASON.
           WRITE ADDR-HISTORY-RECORD
               INVALID KEY
                   MOVE "16" TO LS-RETURN-STATUS
           END-WRITE.

       2300-TAKE-BEFORE-IMAGE.
           MOVE JRNL-BEFORE-IMAGE TO ADDRESS-RECORD.
           MOVE ADDR-STREET       TO AHST-STREET.
           MOVE ADDR-CITY         TO AHST-CITY.
           MOVE ADDR-STATE        TO AHST-STATE.
           MOVE ADDR-POSTAL-CODE  TO AHST-POSTAL-CODE.
           MOVE ADDR-COUNTRY      TO AHST-COUNTRY.

      *  A version opened ahead of one already held was superseded by
      *  it, so it ends where that one begins.
       3000-OPEN-NEW-VERSION.
           MOVE SPACES           TO ADDR-HISTORY-RECORD.
           MOVE ADDR-USER-ID     TO AHST-USER-ID.
           MOVE ADDR-TYPE        TO AHST-ADDR-TYPE.
           MOVE WS-JRNL-STAMP    TO AHST-EFFECTIVE-FROM.
           IF LATER-VERSION-FOUND
               MOVE WS-NEXT-FROM      TO AHST-EFFECTIVE-TO
               MOVE WS-NEXT-OPENED-BY TO AHST-CLOSED-BY
               MOVE "REWRITE"         TO AHST-END-REASON
           ELSE
               MOVE 99999999 TO AHST-TO-DATE AHST-TO-TIME
           END-IF.
           MOVE ADDR-STREET      TO AHST-STREET.
           MOVE ADDR-CITY        TO AHST-CITY.
           MOVE ADDR-STATE       TO AHST-STATE.
           MOVE ADDR-POSTAL-CODE TO AHST-POSTAL-CODE.
           MOVE ADDR-COUNTRY     TO AHST-COUNTRY.
           MOVE JRNL-PROGRAM     TO AHST-OPENED-BY.
           WRITE ADDR-HISTORY-RECORD
               INVALID KEY
                   MOVE "16" TO LS-RETURN-STATUS
           END-WRITE.

       4000-PURGE-CUSTOMER-HISTORY.
           MOVE "N"             TO WS-EOF-HIST.
           MOVE JRNL-KEY (1:5)  TO WS-PURGE-USER-ID.
           MOVE WS-PURGE-USER-ID TO AHST-USER-ID.
           MOVE LOW-VALUES      TO AHST-ADDR-TYPE.
           MOVE ZERO            TO AHST-FROM-DATE AHST-FROM-TIME.
           START ADDR-HISTORY-FILE
               KEY IS >= AHST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HIST
           END-START.
           PERFORM 4100-PURGE-ONE-VERSION
               UNTIL HIST-SCAN-DONE.

       4100-PURGE-ONE-VERSION.
           READ ADDR-HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   IF AHST-USER-ID NOT = WS-PURGE-USER-ID
                       MOVE "Y" TO WS-EOF-HIST
                   ELSE
                       DELETE ADDR-HISTORY-FILE
                           INVALID KEY
                               MOVE "16" TO LS-RETURN-STATUS
                       END-DELETE
                   END-IF
           END-READ.
