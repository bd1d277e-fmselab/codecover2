  05 SH-VERDICT PIC X(4).
FD STREAK-CONTROL-FILE.
*> how many nights back the failure-count and streak report looks;
*> a control file so the lookback is an operations decision, signed
*> by operator, effective date and change reference.
01 STREAK-CONTROL-RECORD.
  05 SKC-LOOKBACK-NIGHTS PIC X(2).
  05 FILLER PIC X.
  05 SKC-OPERATOR-ID PIC X(8).
  05 FILLER PIC X.
  05 SKC-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 SKC-CHANGE-REFERENCE PIC X(12).
WORKING-STORAGE SECTION.
01 HISTORY-CONTROL-FIELDS.
  05 SUITE-LOG-STATUS PIC XX VALUE SPACES.
  05 STL-NIGHTS-COUNTED PIC Z9.
  05 FILLER PIC X(9) VALUE " STREAK ".
  05 STL-STREAK-LENGTH PIC Z9.
COPY CTLPARM.
PROCEDURE DIVISION.
*> "STEP030 has failed three of the last five nights" stops being
*> tribal knowledge: tonight's SUITELOG records are preserved to the
1000-READ-LOOKBACK-CONTROL.
OPEN INPUT STREAK-CONTROL-FILE.
IF STREAK-CONTROL-STATUS = "00" THEN
  MOVE SPACES TO STREAK-CONTROL-RECORD
  READ STREAK-CONTROL-FILE
    NOT AT END
      PERFORM 1010-AUTHORIZE-LOOKBACK
      IF CA-HONORED
         AND SKC-LOOKBACK-NIGHTS IS NUMERIC
         AND SKC-LOOKBACK-NIGHTS NOT = "00" THEN
        MOVE SKC-LOOKBACK-NIGHTS TO LOOKBACK-NIGHTS
      END-IF
  END-READ
  CLOSE STREAK-CONTROL-FILE
  MOVE 60 TO LOOKBACK-NIGHTS
END-IF.

*> the lookback is a standing policy: CTLAUTH must find it signed and
*> in force, from an operator authorized for STRKCTL, or the report
*> keeps the default lookback.
1010-AUTHORIZE-LOOKBACK.
MOVE "SUITHIST" TO CA-PROGRAM-NAME.
MOVE "STRKCTL" TO CA-CONTROL-FILE-NAME.
SET CA-STANDING-POLICY TO TRUE.
MOVE SKC-OPERATOR-ID TO CA-OPERATOR-ID.
MOVE SKC-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE.
MOVE SKC-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE.
MOVE "SET FAILURE STREAK LOOKBACK NIGHTS" TO CA-ACTION-TEXT.
MOVE SPACE TO CA-EXCEPTION-WRITER.
CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA.

2000-PRESERVE-TONIGHTS-RESULTS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT SUITE-LOG-FILE.
