      *****************************************************************
      *  CTRYREC.CPY                                                  *
      *  Record layout for COUNTRY-FILE, the operations-maintained    *
      *  country reference, keyed on the ISO 3166 alpha-3 code.       *
      *  CTRY-NAME is the standard spelling stored on ADDRESS-FILE;   *
      *  up to four other accepted spellings are held as aliases.     *
      *  A postal pattern is matched position by position over the    *
      *  whole ten-byte postal code:                                  *
      *    9  any digit          A  any letter                        *
      *    anything else (space, hyphen) must appear as written       *
      *  so trailing pattern spaces require a blank remainder.  Two   *
      *  patterns allow e.g. ZIP and ZIP+4; blank patterns accept any *
      *  non-blank code.                                              *
      *****************************************************************
       01  COUNTRY-RECORD.
           05  CTRY-ISO-CODE        PIC X(03).
           05  CTRY-NAME            PIC X(20).
           05  CTRY-ALIASES.
               10  CTRY-ALIAS       PIC X(20)  OCCURS 4 TIMES.
           05  CTRY-POSTAL-PATTERNS.
               10  CTRY-POSTAL-PATTERN PIC X(10) OCCURS 2 TIMES.
           05  CTRY-STATE-REQUIRED  PIC X(01).
               88  CTRY-STATE-IS-REQUIRED     VALUE "Y".
               88  CTRY-STATE-FLAG-VALID      VALUE "Y" "N".
