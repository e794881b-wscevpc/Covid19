      *confirmed above an absolute number, day-over-day growth
      *above a percentage, or case-fatality rate above a
      *percentage. Breaches are written to an ALERTS file and to a
      *short printed watch list. The ALERTS file feeds the COV1929
      *alert case update, which pages the on-call analyst only for
      *a new or re-opened case, so a breach here no longer sets
      *the return code by itself. The thresholds normally come
      *from the central PARMFILE through the common COV1925 fetch
      *(job COV1906, effective for the current date); a PARMCARD
      *card, when one is supplied, is an explicit one-run override
      *and is called out on the report. Either way the card image
      *reads:
      *   cols  1-9   new confirmed limit    (9 digits)
      *   cols 10-14  growth percent limit   (999V99, 2 implied dec)
      *   cols 15-19  CFR percent limit      (999V99, 2 implied dec)
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARM-CARD-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
