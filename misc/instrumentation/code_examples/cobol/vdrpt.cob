  05 SDL-PASS-RATE PIC ZZ9.
  05 FILLER PIC X VALUE "%".
PROCEDURE DIVISION.
*> RC 8 when a verdict failed or there were none to report, RC 12
*> when VERDICTS cannot be read and there is no summary at all.
0000-MAINLINE.
DISPLAY "VDRPT - VERDICT SUMMARY BY PROGRAM AND RUN".
DISPLAY "------------------------------------------".
IF VERDICT-FILE-STATUS NOT = "00" THEN
  DISPLAY "VDRPT: VERDICTS NOT AVAILABLE - STATUS "
    VERDICT-FILE-STATUS
  MOVE 12 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1000-TALLY-ONE-VERDICT UNTIL END-OF-VERDICTS.
