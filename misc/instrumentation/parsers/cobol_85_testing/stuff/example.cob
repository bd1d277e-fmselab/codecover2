  ACCESS MODE IS DYNAMIC
  RECORD KEY IS CVX-KEY
  FILE STATUS IS INDEX-FILE-STATUS.
*> same layout as TESTPROG's FACOUT, so the parallel-run comparison
*> can match the two programs' results FAC by FAC.
SELECT FACTORIAL-RESULTS-FILE ASSIGN TO "FACOUT1"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FACOUT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD EXPECTED-RESULTS-FILE.
COPY CVXREC.
FD COVERAGE-LOG-FILE.
01 COVERAGE-LOG-RECORD PIC X(1400).
FD FACTORIAL-RESULTS-FILE.
01 FACTORIAL-RESULT-RECORD PIC X(48).
WORKING-STORAGE SECTION.
*> the formatted log block lives in working storage, not the FD
*> record, so the run-delimiter and trailer writes cannot clobber
  05 FILLER PIC X(8) VALUE " blocks ".
  05 RT-BLOCK-COUNT PIC 9(9).
01 RUN-BLOCK-COUNT PIC 9(9) VALUE ZERO.
01 RESULTS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.
01 COVERAGE-DATA-FIELDS.
  05 PROGRAM-NAME PIC X(14) VALUE "TESTPROG1".
  05 COVERAGE-FILE-STATUS PIC XX VALUE SPACES.
  05 RUN-HAD-ERRORS-SWITCH PIC X VALUE "N".
    88 RUN-HAD-ERRORS VALUE "Y".
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 FACOUT-FILE-STATUS PIC XX VALUE SPACES.
  05 FACTORIAL-STATUS-CODE PIC X VALUE SPACE.
    88 FACTORIAL-COMPUTED VALUE "C".
    88 FACTORIAL-INVALID-INPUT VALUE "I".
    88 FACTORIAL-OVERFLOWED VALUE "O".
01 FACTORIAL-RESULT-FIELDS.
  05 FR-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 FR-FAC-INPUT PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 FR-RESULT PIC 9(19).
  05 FILLER PIC X VALUE SPACE.
  05 FR-STATUS-CODE PIC X.
01 EXPECTED-RESULT-FIELDS.
  05 EXPECTED-FILE-STATUS PIC XX VALUE SPACES.
  05 VERDICT-FILE-STATUS PIC XX VALUE SPACES.
*> sized for the largest supported input: 20! is 19 digits.
  05 ERG PIC 9(19) VALUE 1.
  05 I PIC 9999.
COPY RUNLEDG.
PROCEDURE DIVISION.
PERFORM WRITECOVERAGEFILETODISK.
PERFORM OPENCOVERAGEINDEXFILE.
PERFORM OPENFACTORIALRESULTSFILE.
PERFORM LOADEXPECTEDRESULTS.

B100.
  DISPLAY "FACULTY: " ERG
  ADD 1 TO COUNT-STATEMENT-5

  IF FACULTY-OVERFLOW-TRUE THEN
    SET FACTORIAL-OVERFLOWED TO TRUE
  ELSE
    SET FACTORIAL-COMPUTED TO TRUE
    PERFORM CHECKEXPECTEDRESULT
  END-IF

  DISPLAY "Fehlerhafte Eingabe"
  ADD 1 TO COUNT-STATEMENT-6

  SET FACTORIAL-INVALID-INPUT TO TRUE

END-IF.

PERFORM WRITEFACTORIALRESULT.
PERFORM ENDTESTCASE.

PERFORM B100 UNTIL FAC = 9999.
  OPEN I-O COVERAGE-INDEX-FILE
END-IF.

*> OUTPUT, not EXTEND as TESTPROG does - TESTPROG1 has no restart, so
*> each run's results stand alone and the file holds exactly the run
*> the parallel-run comparison is looking at.
OPENFACTORIALRESULTSFILE.
OPEN OUTPUT FACTORIAL-RESULTS-FILE.

WRITEFACTORIALRESULT.
MOVE FUNCTION CURRENT-DATE TO FR-TIMESTAMP.
MOVE FAC TO FR-FAC-INPUT.
IF FACTORIAL-COMPUTED THEN
  MOVE ERG TO FR-RESULT
ELSE
  MOVE ZERO TO FR-RESULT
END-IF.
MOVE FACTORIAL-STATUS-CODE TO FR-STATUS-CODE.
WRITE FACTORIAL-RESULT-RECORD FROM FACTORIAL-RESULT-FIELDS.
ADD 1 TO RESULTS-WRITTEN-COUNT.

UPDATECOVERAGEINDEX.
MOVE PROGRAM-NAME TO CVX-PROGRAM-NAME.
MOVE COUNT-TEST-CASE-HEADER TO CVX-TEST-CASE-NAME.
PERFORM WRITERUNTRAILER.
CLOSE COVERAGE-LOG-FILE.
CLOSE COVERAGE-INDEX-FILE.
CLOSE FACTORIAL-RESULTS-FILE.
CLOSE VERDICT-FILE.
EVALUATE TRUE
  WHEN TESTS-FAILED
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
PERFORM WRITERUNLEDGERRECORD.
STOP RUN.

*> every value accepted from SYSIN, the closing 9999 included, gets
*> its FACOUT1 record, so one count serves both.
WRITERUNLEDGERRECORD.
MOVE PROGRAM-NAME TO LG-PROGRAM-NAME.
MOVE RD-RUN-ID TO LG-RUN-ID.
MOVE RD-START-TIMESTAMP TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 3 TO LG-FILE-COUNT.
MOVE "testprog1.clf" TO LG-FILE-NAME (1).
MOVE ZERO TO LG-RECORDS-READ (1).
COMPUTE LG-RECORDS-WRITTEN (1) = RUN-BLOCK-COUNT + 2.
MOVE ZERO TO LG-RECORDS-REJECTED (1).
MOVE RUN-BLOCK-COUNT TO LG-CONTROL-TOTAL (1).
MOVE "SYSIN" TO LG-FILE-NAME (2).
MOVE RESULTS-WRITTEN-COUNT TO LG-RECORDS-READ (2).
MOVE ZERO TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
MOVE "FACOUT1" TO LG-FILE-NAME (3).
MOVE ZERO TO LG-RECORDS-READ (3).
MOVE RESULTS-WRITTEN-COUNT TO LG-RECORDS-WRITTEN (3).
MOVE ZERO TO LG-RECORDS-REJECTED (3).
MOVE ZERO TO LG-CONTROL-TOTAL (3).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM TESTPROG1.
