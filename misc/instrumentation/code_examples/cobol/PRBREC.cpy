*> one probe catalog entry per instrumented counter, keyed on the
*> program name plus the counter id exactly as the instrumented
*> programs carry it in CVX-COUNTER-ID, so a bare tag like "C-1-1110"
*> can be turned back into the paragraph and source line it sits on
*> and what leg of the logic it measures.  The catalog is a plain
*> text file held in key order (program, then counter id); PRBMNT is
*> the only program that writes it.  Counter class is the same
*> S / B / C / L code the tag's first character carries.
01 PROBE-CATALOG-RECORD.
  05 PRB-KEY.
    10 PRB-PROGRAM-NAME PIC X(14).
    10 PRB-COUNTER-ID PIC X(9).
  05 FILLER PIC X.
  05 PRB-PARAGRAPH-NAME PIC X(30).
  05 FILLER PIC X.
  05 PRB-SOURCE-LINE PIC 9(5).
  05 FILLER PIC X.
  05 PRB-COUNTER-CLASS PIC X.
  05 FILLER PIC X.
  05 PRB-DESCRIPTION PIC X(60).
