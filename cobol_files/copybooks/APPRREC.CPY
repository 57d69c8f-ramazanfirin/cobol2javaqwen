      *****************************************************************
      *  APPRREC.CPY                                                  *
      *  Record layout for APPROVAL-FILE, the dual-control queue,     *
      *  keyed on APPR-REQUEST-ID with an alternate key on the type   *
      *  and subject so a program can find the request for the       *
      *  action it is about to take.  An irreversible supervisor      *
      *  action (customer close, duplicate merge, retention purge)    *
      *  is raised PENDING by one supervisor, APPROVED or REJECTED by *
      *  a different one, and marked APPLIED by the program that      *
      *  finally carries it out.                                      *
      *****************************************************************
       01  APPROVAL-RECORD.
           05  APPR-REQUEST-ID      PIC 9(06).
           05  APPR-SUBJECT-KEY.
               10  APPR-REQUEST-TYPE    PIC X(08).
                   88  APPR-TYPE-CLOSE      VALUE "CLOSE".
                   88  APPR-TYPE-MERGE      VALUE "MERGE".
                   88  APPR-TYPE-PURGE      VALUE "PURGE".
               10  APPR-SUBJECT         PIC X(10).
               10  APPR-CLOSE-SUBJECT REDEFINES APPR-SUBJECT.
                   15  APPR-CLOSE-USER-ID   PIC 9(05).
                   15  FILLER               PIC X(05).
               10  APPR-MERGE-SUBJECT REDEFINES APPR-SUBJECT.
                   15  APPR-SURVIVOR-ID     PIC 9(05).
                   15  APPR-VICTIM-ID       PIC 9(05).
               10  APPR-PURGE-SUBJECT REDEFINES APPR-SUBJECT.
                   15  APPR-CUTOFF-DATE     PIC 9(08).
                   15  FILLER               PIC X(02).
           05  APPR-STATUS          PIC X(08).
               88  APPR-PENDING         VALUE "PENDING".
               88  APPR-APPROVED        VALUE "APPROVED".
               88  APPR-REJECTED        VALUE "REJECTED".
               88  APPR-APPLIED         VALUE "APPLIED".
           05  APPR-REQUESTED-BY    PIC X(08).
           05  APPR-REQUESTED-DATE  PIC 9(08).
           05  APPR-REQUESTED-TIME  PIC 9(08).
           05  APPR-DECIDED-BY      PIC X(08).
           05  APPR-DECIDED-DATE    PIC 9(08).
           05  APPR-DECIDED-TIME    PIC 9(08).
           05  APPR-APPLIED-DATE    PIC 9(08).
           05  APPR-NOTE            PIC X(30).
