IDENTIFICATION DIVISION.
PROGRAM-ID. CTLAUTH.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AUTHORIZED-OPERATOR-FILE ASSIGN TO "CTLOPER"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS OPERATOR-FILE-STATUS.
SELECT CONTROL-AUDIT-FILE ASSIGN TO "CTLAUDT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS AUDIT-FILE-STATUS.
SELECT EXCEPTION-FILE ASSIGN TO "EXCPTS"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXCPTS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD AUTHORIZED-OPERATOR-FILE.
*> one record per control file and operator allowed to set it -
*> maintained by operations security, a working-directory file like
*> AUTHSEND.
01 AUTHORIZED-OPERATOR-RECORD.
  05 AO-CONTROL-FILE-NAME PIC X(8).
  05 FILLER PIC X.
  05 AO-OPERATOR-ID PIC X(8).
FD CONTROL-AUDIT-FILE.
01 CONTROL-AUDIT-RECORD PIC X(157).
FD EXCEPTION-FILE.
01 EXCEPTION-RECORD PIC X(95).
WORKING-STORAGE SECTION.
01 AUTHORIZATION-CONTROL-FIELDS.
  05 OPERATOR-FILE-STATUS PIC XX VALUE SPACES.
  05 AUDIT-FILE-STATUS PIC XX VALUE SPACES.
  05 EXCPTS-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-OPERATORS-SWITCH PIC X VALUE "N".
    88 END-OF-OPERATORS VALUE "Y".
  05 OPERATOR-LIST-SWITCH PIC X VALUE "N".
    88 OPERATOR-LIST-AVAILABLE VALUE "Y".
  05 OPERATOR-FOUND-SWITCH PIC X VALUE "N".
    88 OPERATOR-FOUND VALUE "Y".
  05 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
  05 TONIGHTS-DATE PIC X(8) VALUE SPACES.
*> every honored or refused control action, one line each, for the
*> morning check of who changed what production did overnight.
01 CONTROL-AUDIT-FIELDS.
  05 CAU-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-CONTROL-FILE-NAME PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-RESULT-TEXT PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-OPERATOR-ID PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-CHANGE-REFERENCE PIC X(12).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-REASON-TEXT PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 CAU-ACTION-TEXT PIC X(40).
*> the shared 95-byte EXCPTS shape, type CONTROL.
01 EXCEPTION-RECORD-FIELDS.
  05 EXC-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 EXC-SEVERITY PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 EXC-TYPE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 EXC-TEXT.
    10 EXT-CONTROL-FILE-NAME PIC X(8).
    10 FILLER PIC X.
    10 EXT-RESULT-TEXT PIC X(7).
    10 FILLER PIC X.
    10 EXT-OPERATOR-ID PIC X(8).
    10 FILLER PIC X.
    10 EXT-CHANGE-REFERENCE PIC X(12).
    10 FILLER PIC X.
    10 EXT-REASON-TEXT PIC X(23).
LINKAGE SECTION.
COPY CTLPARM.
PROCEDURE DIVISION USING CONTROL-AUTHORIZATION-AREA.
*> a control or flag file changes what production does, so before a
*> program acts on one it asks here whether the action is signed:
*> an operator id, a change reference, and an effective date that
*> is tonight's for a one-night action or not in the future for a
*> standing policy, from an operator CTLOPER authorizes for that
*> control file.  Anything else is refused and the caller carries on
*> as though the file were not there.  Every answer goes on CTLAUDT;
*> a refusal is raised on EXCPTS as an error, an honored action as
*> information on the night it takes effect.  The answer is CA-RESULT;
*> the return code is always left at 0 so it never carries a stale
*> value back to the caller.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
MOVE CURRENT-TIMESTAMP (1:8) TO TONIGHTS-DATE.
MOVE "N" TO CA-EXCEPTION-RAISED-SWITCH.
MOVE SPACES TO CA-EXCEPTION-RECORD.
PERFORM 1000-JUDGE-CONTROL-ACTION.
PERFORM 2000-WRITE-CONTROL-AUDIT.
IF CA-REFUSED
   OR CA-ONE-NIGHT-ACTION
   OR CA-EFFECTIVE-DATE = TONIGHTS-DATE THEN
  PERFORM 3000-RAISE-CONTROL-EXCEPTION
END-IF.
MOVE 0 TO RETURN-CODE.
GOBACK.

1000-JUDGE-CONTROL-ACTION.
MOVE "R" TO CA-RESULT.
EVALUATE TRUE
  WHEN CA-OPERATOR-ID = SPACES
    MOVE "NO OPERATOR ID" TO CA-REASON-TEXT
  WHEN CA-CHANGE-REFERENCE = SPACES
    MOVE "NO CHANGE REFERENCE" TO CA-REASON-TEXT
  WHEN CA-EFFECTIVE-DATE IS NOT NUMERIC
    MOVE "NO VALID EFFECTIVE DATE" TO CA-REASON-TEXT
  WHEN CA-ONE-NIGHT-ACTION AND CA-EFFECTIVE-DATE NOT = TONIGHTS-DATE
    MOVE "NOT DATED FOR TONIGHT" TO CA-REASON-TEXT
  WHEN CA-EFFECTIVE-DATE > TONIGHTS-DATE
    MOVE "NOT YET EFFECTIVE" TO CA-REASON-TEXT
  WHEN OTHER
    PERFORM 1100-LOOK-UP-OPERATOR
    EVALUATE TRUE
      WHEN NOT OPERATOR-LIST-AVAILABLE
        MOVE "NO CTLOPER LIST" TO CA-REASON-TEXT
      WHEN NOT OPERATOR-FOUND
        MOVE "OPERATOR NOT AUTHORIZED" TO CA-REASON-TEXT
      WHEN CA-ONE-NIGHT-ACTION
        MOVE "H" TO CA-RESULT
        MOVE "DATED TONIGHT" TO CA-REASON-TEXT
      WHEN OTHER
        MOVE "H" TO CA-RESULT
        MOVE "IN FORCE" TO CA-REASON-TEXT
    END-EVALUATE
END-EVALUATE.

*> the list is read afresh on every call - it is short, and a
*> program asks about one or two control files a run.
1100-LOOK-UP-OPERATOR.
MOVE "N" TO OPERATOR-LIST-SWITCH.
MOVE "N" TO OPERATOR-FOUND-SWITCH.
MOVE "N" TO END-OF-OPERATORS-SWITCH.
OPEN INPUT AUTHORIZED-OPERATOR-FILE.
IF OPERATOR-FILE-STATUS = "00" THEN
  SET OPERATOR-LIST-AVAILABLE TO TRUE
  PERFORM 1110-CHECK-ONE-OPERATOR
    UNTIL END-OF-OPERATORS OR OPERATOR-FOUND
  CLOSE AUTHORIZED-OPERATOR-FILE
END-IF.

1110-CHECK-ONE-OPERATOR.
READ AUTHORIZED-OPERATOR-FILE
  AT END
    SET END-OF-OPERATORS TO TRUE
  NOT AT END
    IF AO-CONTROL-FILE-NAME = CA-CONTROL-FILE-NAME
       AND AO-OPERATOR-ID = CA-OPERATOR-ID THEN
      SET OPERATOR-FOUND TO TRUE
    END-IF
END-READ.

2000-WRITE-CONTROL-AUDIT.
MOVE CURRENT-TIMESTAMP TO CAU-TIMESTAMP.
MOVE CA-PROGRAM-NAME TO CAU-PROGRAM-NAME.
MOVE CA-CONTROL-FILE-NAME TO CAU-CONTROL-FILE-NAME.
IF CA-HONORED THEN
  MOVE "HONORED" TO CAU-RESULT-TEXT
ELSE
  MOVE "REFUSED" TO CAU-RESULT-TEXT
END-IF.
MOVE CA-OPERATOR-ID TO CAU-OPERATOR-ID.
MOVE CA-EFFECTIVE-DATE TO CAU-EFFECTIVE-DATE.
MOVE CA-CHANGE-REFERENCE TO CAU-CHANGE-REFERENCE.
MOVE CA-REASON-TEXT TO CAU-REASON-TEXT.
MOVE CA-ACTION-TEXT TO CAU-ACTION-TEXT.
OPEN EXTEND CONTROL-AUDIT-FILE.
IF AUDIT-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT CONTROL-AUDIT-FILE
END-IF.
WRITE CONTROL-AUDIT-RECORD FROM CONTROL-AUDIT-FIELDS.
CLOSE CONTROL-AUDIT-FILE.
DISPLAY "CTLAUTH: " CA-CONTROL-FILE-NAME " " CAU-RESULT-TEXT " - "
  CA-REASON-TEXT " - " CA-ACTION-TEXT.

3000-RAISE-CONTROL-EXCEPTION.
MOVE CURRENT-TIMESTAMP TO EXC-TIMESTAMP.
IF CA-HONORED THEN
  MOVE "I" TO EXC-SEVERITY
ELSE
  MOVE "E" TO EXC-SEVERITY
END-IF.
MOVE "CONTROL" TO EXC-TYPE.
MOVE SPACES TO EXC-TEXT.
MOVE CA-CONTROL-FILE-NAME TO EXT-CONTROL-FILE-NAME.
MOVE CAU-RESULT-TEXT TO EXT-RESULT-TEXT.
MOVE CA-OPERATOR-ID TO EXT-OPERATOR-ID.
MOVE CA-CHANGE-REFERENCE TO EXT-CHANGE-REFERENCE.
MOVE CA-REASON-TEXT TO EXT-REASON-TEXT.
MOVE EXCEPTION-RECORD-FIELDS TO CA-EXCEPTION-RECORD.
SET CA-EXCEPTION-RAISED TO TRUE.
IF NOT CA-CALLER-WRITES-EXCEPTION THEN
  OPEN EXTEND EXCEPTION-FILE
  IF EXCPTS-FILE-STATUS NOT = "00" THEN
    OPEN OUTPUT EXCEPTION-FILE
  END-IF
  WRITE EXCEPTION-RECORD FROM EXCEPTION-RECORD-FIELDS
  CLOSE EXCEPTION-FILE
END-IF.

END PROGRAM CTLAUTH.
