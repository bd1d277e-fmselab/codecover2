  05 LOGS-MERGED-COUNT PIC 99 VALUE ZERO.
  05 LOGS-QUARANTINED-COUNT PIC 99 VALUE ZERO.
  05 RECORDS-MERGED-COUNT PIC 9(9) VALUE ZERO.
  05 BLOCKS-MERGED-COUNT PIC 9(13) VALUE ZERO.
  05 RECORDS-QUARANTINED-COUNT PIC 9(9) VALUE ZERO.
01 LOG-VALIDATION-FIELDS.
  05 LOG-VALID-SWITCH PIC X VALUE "Y".
    88 LOG-VALID VALUE "Y".
  05 RUN-BLOCKS-COUNTED PIC 9(9) VALUE ZERO.
  05 TRAILER-BLOCK-COUNT PIC 9(9) VALUE ZERO.
  05 RUNS-SEEN-COUNT PIC 9(9) VALUE ZERO.
  05 LOG-RECORDS-COUNTED PIC 9(9) VALUE ZERO.
  05 LOG-TRAILER-BLOCKS PIC 9(13) VALUE ZERO.
01 QUARANTINE-SUMMARY-FIELDS.
  05 FILLER PIC X(20) VALUE "=== QUARANTINED LOG ".
  05 QSF-LOG-NAME PIC X(44).
  05 FILLER PIC X(4) VALUE " AT ".
  05 QSF-TIMESTAMP PIC X(12).
01 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.

COPY RUNLEDG.
PROCEDURE DIVISION.
*> copy each per-program log whole into coverage.clf, one after the
*> other, so a program's test-case blocks can never interleave with
*> STEP020 archives from it) holds exactly the runs of this window.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
MOVE ZERO TO LG-FILE-COUNT.
OPEN INPUT MERGE-CONTROL-FILE.
IF MERGE-CONTROL-STATUS NOT = "00" THEN
  DISPLAY "CLFMERGE: MRGCTL NOT AVAILABLE - STATUS "
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
PERFORM 6000-WRITE-RUN-LEDGER.
STOP RUN.

1000-READ-ONE-CONTROL-RECORD.
  ELSE
    PERFORM 5000-QUARANTINE-ONE-LOG
  END-IF
  PERFORM 2100-ENTER-LOG-ON-LEDGER
END-IF.

*> each log consumed goes on the run ledger as read, with the blocks
*> its run trailers declare as its control total and every record
*> rejected when it was quarantined, so LEDGBAL can hold it against
*> the blocks its own program logged.  Room is kept for the two
*> files CLFMERGE writes; a log beyond that is merged as usual but
*> not itemized on the ledger.
2100-ENTER-LOG-ON-LEDGER.
IF LG-FILE-COUNT < 8 THEN
  ADD 1 TO LG-FILE-COUNT
  MOVE SOURCE-LOG-NAME TO LG-FILE-NAME (LG-FILE-COUNT)
  MOVE LOG-RECORDS-COUNTED TO LG-RECORDS-READ (LG-FILE-COUNT)
  MOVE ZERO TO LG-RECORDS-WRITTEN (LG-FILE-COUNT)
  IF LOG-VALID THEN
    MOVE ZERO TO LG-RECORDS-REJECTED (LG-FILE-COUNT)
  ELSE
    MOVE LOG-RECORDS-COUNTED TO LG-RECORDS-REJECTED (LG-FILE-COUNT)
  END-IF
  MOVE LOG-TRAILER-BLOCKS TO LG-CONTROL-TOTAL (LG-FILE-COUNT)
ELSE
  DISPLAY "CLFMERGE: " SOURCE-LOG-NAME " NOT ITEMIZED ON RUNLEDG"
END-IF.

*> pass one: every "Run id:" must be closed by a "Run end:" carrying
MOVE "N" TO RUN-OPEN-SWITCH.
MOVE "N" TO END-OF-INPUT-SWITCH.
MOVE 0 TO RUNS-SEEN-COUNT.
MOVE 0 TO LOG-RECORDS-COUNTED.
MOVE 0 TO LOG-TRAILER-BLOCKS.
MOVE SPACES TO VALIDATION-RUN-ID.
OPEN INPUT SOURCE-LOG-FILE.
IF SOURCE-LOG-STATUS = "00" THEN
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    ADD 1 TO LOG-RECORDS-COUNTED
    IF SOURCE-LOG-RECORD (1:8) = "Run id: " THEN
      IF RUN-OPEN THEN
        MOVE "N" TO LOG-VALID-SWITCH
         OR TRAILER-BLOCK-COUNT NOT = RUN-BLOCKS-COUNTED THEN
        MOVE "N" TO LOG-VALID-SWITCH
      END-IF
      IF TRAILER-BLOCK-COUNT IS NUMERIC THEN
        ADD TRAILER-BLOCK-COUNT TO LOG-TRAILER-BLOCKS
      END-IF
      MOVE "N" TO RUN-OPEN-SWITCH
    END-IF
END-READ.
    SET END-OF-INPUT TO TRUE
  NOT AT END
    ADD 1 TO RECORDS-MERGED-COUNT
    IF SOURCE-LOG-RECORD (1:16) = "Test case name: " THEN
      ADD 1 TO BLOCKS-MERGED-COUNT
    END-IF
    WRITE MERGED-LOG-RECORD FROM SOURCE-LOG-RECORD
END-READ.

MOVE SOURCE-LOG-NAME TO QSF-LOG-NAME.
MOVE CURRENT-TIMESTAMP (1:12) TO QSF-TIMESTAMP.
WRITE QUARANTINE-RECORD FROM QUARANTINE-SUMMARY-FIELDS.
ADD 1 TO RECORDS-QUARANTINED-COUNT.
DISPLAY "CLFMERGE: " SOURCE-LOG-NAME
  " FAILED RUN-TRAILER VALIDATION - QUARANTINED, NOT MERGED".
MOVE "N" TO END-OF-INPUT-SWITCH.
    SET END-OF-INPUT TO TRUE
  NOT AT END
    WRITE QUARANTINE-RECORD FROM SOURCE-LOG-RECORD
    ADD 1 TO RECORDS-QUARANTINED-COUNT
END-READ.

*> the logs consumed are already entered; coverage.clf goes last,
*> with the test-case blocks actually copied into it as its control
*> total - the figure LEDGBAL checks against the trailers above.
6000-WRITE-RUN-LEDGER.
MOVE "CLFMERGE" TO LG-PROGRAM-NAME.
MOVE CURRENT-TIMESTAMP TO LG-RUN-ID.
MOVE CURRENT-TIMESTAMP TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
ADD 1 TO LG-FILE-COUNT.
MOVE "quarantn.clf" TO LG-FILE-NAME (LG-FILE-COUNT).
MOVE ZERO TO LG-RECORDS-READ (LG-FILE-COUNT).
MOVE RECORDS-QUARANTINED-COUNT TO LG-RECORDS-WRITTEN (LG-FILE-COUNT).
MOVE ZERO TO LG-RECORDS-REJECTED (LG-FILE-COUNT).
MOVE ZERO TO LG-CONTROL-TOTAL (LG-FILE-COUNT).
ADD 1 TO LG-FILE-COUNT.
MOVE "coverage.clf" TO LG-FILE-NAME (LG-FILE-COUNT).
MOVE ZERO TO LG-RECORDS-READ (LG-FILE-COUNT).
MOVE RECORDS-MERGED-COUNT TO LG-RECORDS-WRITTEN (LG-FILE-COUNT).
MOVE ZERO TO LG-RECORDS-REJECTED (LG-FILE-COUNT).
MOVE BLOCKS-MERGED-COUNT TO LG-CONTROL-TOTAL (LG-FILE-COUNT).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM CLFMERGE.
