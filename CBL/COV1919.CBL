      *confirmed more than a limit multiple of the country's
      *recent 7-day average. Every country gets a scorecard line;
      *every breach is also written to the EXCPFILE exception file
      *for the COV1929 alert case update, which ends with
      *RETURN-CODE 4 when a breach opens or re-opens a case, so
      *downstream reports are held and the analyst paged once per
      *case rather than every night the same breach stands. The
      *flagged count no longer sets the return code here. The
      *limits normally come from the central PARMFILE through the
      *common COV1925 fetch (job COV1919, effective for the
      *business date); a PARMCARD card, when one is supplied, is an
      *explicit one-run override and is called out on the report.
      *Either way the card image reads:
      *   cols  1-3   stale days limit        (3 digits)
      *   cols  4-8   jump multiple limit     (999V99, 2 implied
      *               decimals)
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARM-CARD-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
