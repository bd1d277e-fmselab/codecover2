*> one test-case catalog entry per test case, keyed on the program
*> name plus the test case name exactly as the instrumented programs
*> write it to VERDICTS and to CVX-TEST-CASE-NAME, so a verdict or a
*> COVIDX block can be traced back to who owns the case and which
*> business requirement it proves.  The test case id is the short
*> name people quote; it is unique across the catalog.  Priority 1
*> is the most important.  An inactive case stays on the catalog for
*> the record but no longer counts as proving its requirement.  The
*> catalog is a plain text file held in key order (program, then
*> test case name); TCMNT is the only program that writes it.
01 TEST-CASE-CATALOG-RECORD.
  05 TCC-KEY.
    10 TCC-PROGRAM-NAME PIC X(14).
    10 TCC-TEST-CASE-NAME PIC X(50).
  05 FILLER PIC X.
  05 TCC-TEST-CASE-ID PIC X(8).
  05 FILLER PIC X.
  05 TCC-OWNER PIC X(8).
  05 FILLER PIC X.
  05 TCC-PRIORITY PIC X.
  05 FILLER PIC X.
  05 TCC-REQUIREMENT-REF PIC X(12).
  05 FILLER PIC X.
  05 TCC-ACTIVE-FLAG PIC X.
