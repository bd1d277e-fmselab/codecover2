IDENTIFICATION DIVISION.
PROGRAM-ID. LEDGWRT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS LEDGER-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD RUN-LEDGER-FILE.
COPY LEDGREC.
WORKING-STORAGE SECTION.
01 LEDGER-CONTROL-FIELDS.
  05 LEDGER-FILE-STATUS PIC XX VALUE SPACES.
  05 END-TIMESTAMP PIC X(21) VALUE SPACES.
  05 LEDGER-ENTRY-SUB PIC 99 VALUE ZERO.
LINKAGE SECTION.
COPY RUNLEDG.
PROCEDURE DIVISION USING RUN-LEDGER-AREA.
*> every program calls here once, at the end of its run, with the
*> return code it is about to leave with already decided.  One
*> RUNLEDG record goes on the shared ledger for each file entry the
*> caller filled in - or one record with no file name when it filled
*> in none - all stamped with the same end of run.  The file is
*> opened EXTEND and closed again on every call so the records of
*> each run follow those of the run before.  LG-LEDGER-STATUS comes
*> back "00" when the records were written; a ledger that cannot be
*> opened is reported but never stops the caller, and the caller's
*> return code is handed back unchanged.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO END-TIMESTAMP.
IF LG-FILE-COUNT > 10 THEN
  MOVE 10 TO LG-FILE-COUNT
END-IF.
OPEN EXTEND RUN-LEDGER-FILE.
IF LEDGER-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT RUN-LEDGER-FILE
END-IF.
IF LEDGER-FILE-STATUS NOT = "00" THEN
  DISPLAY "LEDGWRT: RUNLEDG NOT OPENED, STATUS " LEDGER-FILE-STATUS
    " - NO LEDGER RECORD FOR " LG-PROGRAM-NAME
ELSE
  IF LG-FILE-COUNT = 0 THEN
    MOVE 0 TO LEDGER-ENTRY-SUB
    PERFORM 1000-WRITE-LEDGER-RECORD
  ELSE
    MOVE 1 TO LEDGER-ENTRY-SUB
    PERFORM 1000-WRITE-LEDGER-RECORD
      UNTIL LEDGER-ENTRY-SUB > LG-FILE-COUNT
  END-IF
  CLOSE RUN-LEDGER-FILE
END-IF.
MOVE LEDGER-FILE-STATUS TO LG-LEDGER-STATUS.
MOVE LG-RETURN-CODE TO RETURN-CODE.
GOBACK.

1000-WRITE-LEDGER-RECORD.
MOVE SPACES TO RUN-LEDGER-RECORD.
MOVE LG-PROGRAM-NAME TO LR-PROGRAM-NAME.
MOVE LG-RUN-ID TO LR-RUN-ID.
MOVE LG-START-TIMESTAMP TO LR-START-TIMESTAMP.
MOVE END-TIMESTAMP TO LR-END-TIMESTAMP.
MOVE LG-RETURN-CODE TO LR-RETURN-CODE.
IF LEDGER-ENTRY-SUB = 0 THEN
  MOVE ZERO TO LR-RECORDS-READ
  MOVE ZERO TO LR-RECORDS-WRITTEN
  MOVE ZERO TO LR-RECORDS-REJECTED
  MOVE ZERO TO LR-CONTROL-TOTAL
ELSE
  MOVE LG-FILE-NAME (LEDGER-ENTRY-SUB) TO LR-FILE-NAME
  MOVE LG-RECORDS-READ (LEDGER-ENTRY-SUB) TO LR-RECORDS-READ
  MOVE LG-RECORDS-WRITTEN (LEDGER-ENTRY-SUB) TO LR-RECORDS-WRITTEN
  MOVE LG-RECORDS-REJECTED (LEDGER-ENTRY-SUB) TO LR-RECORDS-REJECTED
  MOVE LG-CONTROL-TOTAL (LEDGER-ENTRY-SUB) TO LR-CONTROL-TOTAL
END-IF.
WRITE RUN-LEDGER-RECORD.
ADD 1 TO LEDGER-ENTRY-SUB.

END PROGRAM LEDGWRT.
