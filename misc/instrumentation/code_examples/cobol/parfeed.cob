IDENTIFICATION DIVISION.
PROGRAM-ID. PARFEED.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANS-FILE-STATUS.
SELECT PARALLEL-INPUT-FILE ASSIGN TO "PARSYSIN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PARALLEL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD TRANSACTION-FILE.
*> the TESTPROG feed: "H" header, 4-digit FAC details, "T" trailer,
*> one or more batches concatenated.
01 TRANSACTION-RECORD.
  05 FAC-INPUT-RECORD PIC 9999.
  05 FILLER PIC X(19).
01 TRANSACTION-HEADER-VIEW REDEFINES TRANSACTION-RECORD.
  05 TH-RECORD-TYPE PIC X.
  05 FILLER PIC X(22).
FD PARALLEL-INPUT-FILE.
*> what TESTPROG1's ACCEPTs read: one FAC value per record, ending
*> with the 9999 sentinel.
01 PARALLEL-INPUT-RECORD PIC X(4).
WORKING-STORAGE SECTION.
01 FEED-CONTROL-FIELDS.
  05 TRANS-FILE-STATUS PIC XX VALUE SPACES.
  05 PARALLEL-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-TRANSACTIONS-SWITCH PIC X VALUE "N".
    88 END-OF-TRANSACTIONS VALUE "Y".
  05 SENTINEL-WRITTEN-SWITCH PIC X VALUE "N".
    88 SENTINEL-WRITTEN VALUE "Y".
  05 TRANSIN-RECORD-POSITION PIC 9(9) VALUE ZERO.
  05 DETAILS-FED-COUNT PIC 9(9) VALUE ZERO.
  05 DETAILS-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
  05 DETAILS-NOT-FED-COUNT PIC 9(9) VALUE ZERO.
01 SENTINEL-VALUE PIC X(4) VALUE "9999".
PROCEDURE DIVISION.
*> parallel run: TESTPROG1 reads SYSIN only, so the TRANSIN detail
*> values TESTPROG processes are copied out as its SYSIN - in feed
*> order, skipping the control records and the non-numeric details
*> TESTPROG rejects to TRANSERR - and PARCOMP then matches the two
*> runs' results.  A 9999 detail on the feed doubles as TESTPROG1's
*> sentinel and ends its input there; whatever follows it is counted
*> and reported, because TESTPROG1 cannot be given it.
0000-MAINLINE.
OPEN OUTPUT PARALLEL-INPUT-FILE.
IF PARALLEL-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARFEED: CANNOT OPEN PARSYSIN - STATUS " PARALLEL-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN INPUT TRANSACTION-FILE.
IF TRANS-FILE-STATUS NOT = "00" THEN
  DISPLAY "PARFEED: TRANSIN NOT AVAILABLE - STATUS " TRANS-FILE-STATUS
  WRITE PARALLEL-INPUT-RECORD FROM SENTINEL-VALUE
  CLOSE PARALLEL-INPUT-FILE
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1000-COPY-ONE-TRANSACTION UNTIL END-OF-TRANSACTIONS.
CLOSE TRANSACTION-FILE.
IF NOT SENTINEL-WRITTEN THEN
  WRITE PARALLEL-INPUT-RECORD FROM SENTINEL-VALUE
END-IF.
CLOSE PARALLEL-INPUT-FILE.
DISPLAY "PARFEED: " DETAILS-FED-COUNT " FAC VALUE(S) FED TO TESTPROG1, "
  DETAILS-SKIPPED-COUNT " NON-NUMERIC SKIPPED".
IF DETAILS-NOT-FED-COUNT > 0 THEN
  DISPLAY "PARFEED: " DETAILS-NOT-FED-COUNT
    " DETAIL(S) AFTER THE 9999 DETAIL NOT FED - TESTPROG1 STOPS THERE"
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

1000-COPY-ONE-TRANSACTION.
READ TRANSACTION-FILE
  AT END
    SET END-OF-TRANSACTIONS TO TRUE
  NOT AT END
    ADD 1 TO TRANSIN-RECORD-POSITION
    EVALUATE TRUE
      WHEN TH-RECORD-TYPE = "H" OR TH-RECORD-TYPE = "T"
        CONTINUE
      WHEN FAC-INPUT-RECORD IS NOT NUMERIC
        ADD 1 TO DETAILS-SKIPPED-COUNT
      WHEN SENTINEL-WRITTEN
        ADD 1 TO DETAILS-NOT-FED-COUNT
      WHEN OTHER
        PERFORM 1100-FEED-ONE-DETAIL
    END-EVALUATE
END-READ.

1100-FEED-ONE-DETAIL.
WRITE PARALLEL-INPUT-RECORD FROM FAC-INPUT-RECORD.
ADD 1 TO DETAILS-FED-COUNT.
IF FAC-INPUT-RECORD = 9999 THEN
  SET SENTINEL-WRITTEN TO TRUE
  DISPLAY "PARFEED: 9999 DETAIL AT TRANSIN POSITION "
    TRANSIN-RECORD-POSITION " ENDS TESTPROG1'S INPUT"
END-IF.

END PROGRAM PARFEED.
