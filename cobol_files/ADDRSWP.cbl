      *  One exception line is reported per failing field, SORTed on
      *  reason code / field name / user-id so the report reads as one
      *  section per error type with a count at each break.
      *  A country ADDRVAL cannot find on the COUNTRY.DAT reference
      *  is reported under its own error type, so operations can add
      *  the country or a missing spelling before the next run.
      ******************************************************************

       ENVIRONMENT DIVISION.
               WHEN "03"
                   MOVE "POSTAL CODE FORMAT MISMATCH"
                       TO GRP-REASON-TEXT
               WHEN "04"
                   MOVE "COUNTRY NOT ON REFERENCE FILE"
                       TO GRP-REASON-TEXT
               WHEN OTHER
                   MOVE "UNRECOGNIZED REASON CODE" TO GRP-REASON-TEXT
           END-EVALUATE.
