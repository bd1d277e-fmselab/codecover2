*> one COVACCUM coverage accumulator record per instrumented counter,
*> keyed on the program name plus the counter id exactly as the
*> coverage log and CVX-COUNTER-ID carry it.  Where COVIDX keeps only
*> the latest run of each test case, this record keeps the counter's
*> whole life: hits summed over every run applied, the first and last
*> nights (YYYYMMDD) it was hit - spaces until it ever is - how many
*> of its program's runs in a row it has now gone unhit, the night it
*> was first logged at all, and the id of the last run applied, which
*> CVACCUM checks so a log read twice is never counted twice.  The
*> cluster is defined to match in COVACCUM.IDCAMS - keep the two in
*> step when this record changes.
01 COVERAGE-ACCUMULATOR-RECORD.
  05 CVA-KEY.
    10 CVA-PROGRAM-NAME PIC X(14).
    10 CVA-COUNTER-ID PIC X(9).
  05 CVA-LIFETIME-HITS PIC 9(18).
  05 CVA-FIRST-HIT-DATE PIC X(8).
  05 CVA-LAST-HIT-DATE PIC X(8).
  05 CVA-UNHIT-RUN-COUNT PIC 9(7).
  05 CVA-FIRST-SEEN-DATE PIC X(8).
  05 CVA-LAST-RUN-ID PIC X(21).
