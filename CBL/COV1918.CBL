      *(weekly new totals rolled forward, end-of-week cumulatives
      *replaced, report-day count stepped). Start and end are
      *registered on the run-control file through COV1900
      *(prerequisite: the COV1934 second-source reconciliation,
      *which runs behind STATLOAD, completed for the business date
      *without a variance beyond its limits, so provider drift is
      *not rolled into the week); the business date and override
      *flag arrive on the optional RUNCARD card. A rerun for a
      *date already summarized would double the weekly totals,
      *which is exactly what the run-control already-run check
      *prevents.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           END-IF
           MOVE 'S'                     TO RP-FUNC
           MOVE 'COV1918'               TO RP-JOB
           MOVE 'COV1934'               TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1918 RUN NOT REGISTERED, RESULT '
