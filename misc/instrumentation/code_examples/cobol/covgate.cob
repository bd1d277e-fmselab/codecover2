COPY CVXREC.
FD THRESHOLD-FILE.
*> one record per gated program: the program name and its floor
*> percentage per coverage class (000 = no floor for that class),
*> each line signed by operator, effective date and change reference.
01 THRESHOLD-RECORD.
  05 THR-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 THR-BRANCH-FLOOR PIC 999.
  05 FILLER PIC X VALUE SPACE.
  05 THR-CONDITION-FLOOR PIC 999.
  05 FILLER PIC X VALUE SPACE.
  05 THR-OPERATOR-ID PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 THR-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 THR-CHANGE-REFERENCE PIC X(12).
WORKING-STORAGE SECTION.
01 GATE-CONTROL-FIELDS.
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 GRL-FLOOR PIC ZZ9.
  05 FILLER PIC X(2) VALUE "% ".
  05 GRL-VERDICT PIC X(5).
COPY CTLPARM.
PROCEDURE DIVISION.
0000-MAINLINE.
PERFORM 1000-LOAD-THRESHOLDS.
PERFORM 1100-READ-ONE-THRESHOLD UNTIL END-OF-THRESHOLDS.
CLOSE THRESHOLD-FILE.

*> each floor is a standing policy CTLAUTH must find signed, in
*> force and set by an operator authorized for THRESHLD; a refused
*> line is left out of the gate, audited and raised on EXCPTS.
1100-READ-ONE-THRESHOLD.
MOVE SPACES TO THRESHOLD-RECORD.
READ THRESHOLD-FILE
  AT END
    SET END-OF-THRESHOLDS TO TRUE
  NOT AT END
    IF THR-PROGRAM-NAME NOT = SPACES AND GATED-PROGRAM-COUNT < 10 THEN
      PERFORM 1110-AUTHORIZE-THRESHOLD
    END-IF
END-READ.

1110-AUTHORIZE-THRESHOLD.
MOVE "COVGATE" TO CA-PROGRAM-NAME.
MOVE "THRESHLD" TO CA-CONTROL-FILE-NAME.
SET CA-STANDING-POLICY TO TRUE.
MOVE THR-OPERATOR-ID TO CA-OPERATOR-ID.
MOVE THR-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE.
MOVE THR-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE.
MOVE SPACES TO CA-ACTION-TEXT.
STRING "COVERAGE FLOORS FOR " DELIMITED BY SIZE
  THR-PROGRAM-NAME DELIMITED BY SPACE
  INTO CA-ACTION-TEXT
END-STRING.
MOVE SPACE TO CA-EXCEPTION-WRITER.
CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA.
IF CA-HONORED THEN
  PERFORM 1120-LOAD-ONE-THRESHOLD
END-IF.

1120-LOAD-ONE-THRESHOLD.
ADD 1 TO GATED-PROGRAM-COUNT.
MOVE THR-PROGRAM-NAME TO GP-NAME (GATED-PROGRAM-COUNT).
MOVE THR-STMT-FLOOR TO GP-STMT-FLOOR (GATED-PROGRAM-COUNT).
MOVE THR-BRANCH-FLOOR TO GP-BRANCH-FLOOR (GATED-PROGRAM-COUNT).
MOVE THR-CONDITION-FLOOR
  TO GP-CONDITION-FLOOR (GATED-PROGRAM-COUNT).
MOVE "N" TO GP-DATA-SEEN-SWITCH (GATED-PROGRAM-COUNT).
MOVE SPACES TO GP-CLASS-CODES (GATED-PROGRAM-COUNT).
MOVE SPACES TO GP-COUNTER-COVERED-FLAGS (GATED-PROGRAM-COUNT).

2000-TALLY-COVERAGE-INDEX.
OPEN INPUT COVERAGE-INDEX-FILE.
IF INDEX-FILE-STATUS NOT = "00" THEN
