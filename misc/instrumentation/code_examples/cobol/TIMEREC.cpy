*> one record per test case, appended to TIMELOG by the instrumented
*> programs as each test case ends: TESTPROG per STARTTESTCASE /
*> ENDTESTCASE pair, BRANCHCOVERAGE per TESTVEC pass, EXAMPLE per
*> computation loop.  The run id is the same stamp the program's
*> coverage log carries; the start and end timestamps are
*> CURRENT-DATE stamps, hundredths included, so TIMERPT can work the
*> elapsed time out to the hundredth of a second.
01 TEST-CASE-TIMING-RECORD.
  05 TM-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 TM-RUN-ID PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 TM-TEST-CASE-NAME PIC X(50).
  05 FILLER PIC X VALUE SPACE.
  05 TM-START-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 TM-END-TIMESTAMP PIC X(21).
