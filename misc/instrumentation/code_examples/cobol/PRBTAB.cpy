*> the probe catalog held in storage by the programs that print a
*> counter's description next to its tag.  Loaded once from PROBECAT
*> at the start of the run; an absent catalog simply leaves the table
*> empty and every lookup comes back blank, so the reports print
*> exactly as they did before the catalog existed.  Set the lookup
*> program and counter id, perform the lookup, and read back the
*> paragraph and description (spaces when the catalog has no entry).
01 PROBE-CATALOG-TABLE.
  05 PROBE-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-PROBES-SWITCH PIC X VALUE "N".
    88 END-OF-PROBES VALUE "Y".
  05 PROBE-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 PROBE-ENTRY OCCURS 500 TIMES.
    10 PE-PROGRAM-NAME PIC X(14).
    10 PE-COUNTER-ID PIC X(9).
    10 PE-PARAGRAPH-NAME PIC X(30).
    10 PE-SOURCE-LINE PIC 9(5).
    10 PE-COUNTER-CLASS PIC X.
    10 PE-DESCRIPTION PIC X(60).
    10 PE-SEEN-FLAG PIC X.
  05 PROBE-SUB PIC 999 VALUE ZERO.
  05 PROBE-FOUND-SWITCH PIC X VALUE "N".
    88 PROBE-FOUND VALUE "Y".
  05 PROBE-LOOKUP-PROGRAM PIC X(14) VALUE SPACES.
  05 PROBE-LOOKUP-COUNTER PIC X(9) VALUE SPACES.
  05 PROBE-LOOKUP-PARAGRAPH PIC X(30) VALUE SPACES.
  05 PROBE-LOOKUP-DESCRIPTION PIC X(60) VALUE SPACES.
