SELECT TEST-VECTOR-FILE ASSIGN TO "TESTVEC"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS VECTOR-FILE-STATUS.
SELECT TIMING-FILE ASSIGN TO "TIMELOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TIMING-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD COVERAGE-INDEX-FILE.
  05 PM-EXPIRY-DATE PIC X(8).
FD COVERAGE-LOG-FILE.
01 COVERAGE-LOG-RECORD PIC X(1400).
FD TIMING-FILE.
01 TIMING-RECORD PIC X(131).
WORKING-STORAGE SECTION.
*> the formatted log block lives in working storage, not the FD
*> record, so the run-delimiter and trailer writes cannot clobber
    88 END-OF-MASTER VALUE "Y".
  05 INDEX-FILE-STATUS PIC XX VALUE SPACES.
  05 VECTOR-FILE-STATUS PIC XX VALUE SPACES.
  05 TIMING-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-VECTORS-SWITCH PIC X VALUE "N".
    88 END-OF-VECTORS VALUE "Y".
  05 VECTOR-NUMBER PIC 999 VALUE ZERO.
    10 VTC-NUMBER PIC 999.
    10 FILLER PIC X(5) VALUE " FAC ".
    10 VTC-FAC PIC 9999.
COPY TIMEREC.
01 AUDIT-RECORD-FIELDS.
  05 AUDIT-TIMESTAMP PIC X(21).
  05 AUDIT-LINE.
    10 PRODUCT-MASTER-STAGING-EFF PIC 9(8).
    10 PRODUCT-MASTER-STAGING-EXP PIC 9(8).
01 PRODUCT-MASTER-LOAD-COUNT PIC 999 VALUE ZERO.
01 AUDIT-RECORD-COUNT PIC 9(9) VALUE ZERO.
01 PRODUCT-ACTIVE-COUNT PIC 999 VALUE ZERO.
01 PRODUCT-RUN-DATE PIC 9(8) VALUE ZERO.
01 PRODUCT-MASTER-LOAD-VALID-SWITCH PIC X VALUE "Y".
  88 PRODUCT-MASTER-LOAD-VALID VALUE "Y".
01 MASTER-OVERFLOW-SWITCH PIC X VALUE "N".
  88 MASTER-OVERFLOW VALUE "Y".
COPY RUNLEDG.
PROCEDURE DIVISION.
PERFORM WRITECOVERAGEFILETODISK.
PERFORM OPENCOVERAGEINDEXFILE.
PERFORM OPENOVERFLOWAUDITFILE.
PERFORM OPENTIMINGFILE.
PERFORM LOADPRODUCTLOOKUPTABLE.
PERFORM DRIVETESTVECTORS.
PERFORM STOPTHEPROGRAMNOW.
  CLOSE TEST-VECTOR-FILE
ELSE
  MOVE "T" TO START-TEST-CASE-BOOLEAN
  MOVE FUNCTION CURRENT-DATE TO TM-START-TIMESTAMP
  PERFORM B100
END-IF.

STARTTESTCASE.
MOVE VECTOR-TEST-CASE-NAME TO COUNT-TEST-CASE-HEADER.
MOVE "T" TO START-TEST-CASE-BOOLEAN.
MOVE FUNCTION CURRENT-DATE TO TM-START-TIMESTAMP.

ENDTESTCASE.
PERFORM WRITEALLCOVERAGECOUNTERTOFILE.
PERFORM WRITETESTCASETIMING.
PERFORM SETALLCOVERAGECOUNTERTOZERO.
MOVE "F" TO START-TEST-CASE-BOOLEAN.

WRITEOVERFLOWAUDITRECORD.
MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
WRITE OVERFLOW-AUDIT-RECORD FROM AUDIT-RECORD-FIELDS.
ADD 1 TO AUDIT-RECORD-COUNT.

*> every pass's start and end go to TIMELOG, where TIMERPT baselines
*> them night over night alongside TESTPROG's test cases.
OPENTIMINGFILE.
OPEN EXTEND TIMING-FILE.
IF TIMING-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT TIMING-FILE
END-IF.
MOVE PROGRAM-NAME TO TM-PROGRAM-NAME.
MOVE RD-RUN-ID TO TM-RUN-ID.

WRITETESTCASETIMING.
MOVE COUNT-TEST-CASE-HEADER TO TM-TEST-CASE-NAME.
MOVE FUNCTION CURRENT-DATE TO TM-END-TIMESTAMP.
WRITE TIMING-RECORD FROM TEST-CASE-TIMING-RECORD.

STOPTHEPROGRAMNOW.
IF START-TEST-CASE-TRUE THEN
  PERFORM WRITEALLCOVERAGECOUNTERTOFILE
  PERFORM WRITETESTCASETIMING
END-IF.
PERFORM WRITERUNTRAILER.
CLOSE COVERAGE-LOG-FILE.
CLOSE COVERAGE-INDEX-FILE.
CLOSE OVERFLOW-AUDIT-FILE.
CLOSE TIMING-FILE.
PERFORM WRITERUNLEDGERRECORD.
STOP RUN.

*> the run's entry on the shared ledger, under the coverage log's
*> run id: the log with its blocks as control total, the vectors and
*> master rows read, and the overflow audit lines written.
WRITERUNLEDGERRECORD.
MOVE PROGRAM-NAME TO LG-PROGRAM-NAME.
MOVE RD-RUN-ID TO LG-RUN-ID.
MOVE RD-START-TIMESTAMP TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 4 TO LG-FILE-COUNT.
MOVE "branchcov.clf" TO LG-FILE-NAME (1).
MOVE ZERO TO LG-RECORDS-READ (1).
COMPUTE LG-RECORDS-WRITTEN (1) = RUN-BLOCK-COUNT + 2.
MOVE ZERO TO LG-RECORDS-REJECTED (1).
MOVE RUN-BLOCK-COUNT TO LG-CONTROL-TOTAL (1).
MOVE "TESTVEC" TO LG-FILE-NAME (2).
MOVE VECTOR-NUMBER TO LG-RECORDS-READ (2).
MOVE ZERO TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
MOVE "PRODMAST" TO LG-FILE-NAME (3).
MOVE PRODUCT-MASTER-LOAD-COUNT TO LG-RECORDS-READ (3).
MOVE ZERO TO LG-RECORDS-WRITTEN (3).
IF PRODUCT-MASTER-LOAD-VALID THEN
  MOVE ZERO TO LG-RECORDS-REJECTED (3)
ELSE
  MOVE PRODUCT-MASTER-LOAD-COUNT TO LG-RECORDS-REJECTED (3)
END-IF.
MOVE ZERO TO LG-CONTROL-TOTAL (3).
MOVE "overflow.aud" TO LG-FILE-NAME (4).
MOVE ZERO TO LG-RECORDS-READ (4).
MOVE AUDIT-RECORD-COUNT TO LG-RECORDS-WRITTEN (4).
MOVE ZERO TO LG-RECORDS-REJECTED (4).
MOVE ZERO TO LG-CONTROL-TOTAL (4).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM BRANCHCOVERAGE.
