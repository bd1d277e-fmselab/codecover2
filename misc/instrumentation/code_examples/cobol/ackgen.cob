IDENTIFICATION DIVISION.
PROGRAM-ID. ACKGEN.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RUNLOG-FILE-STATUS.
SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSIN-FILE-STATUS.
SELECT TRANSIN-REJECT-FILE ASSIGN TO "TRANSERR"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSERR-FILE-STATUS.
SELECT FACTORIAL-RESULTS-FILE ASSIGN TO "FACOUT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS FACOUT-FILE-STATUS.
SELECT ACKNOWLEDGMENT-FILE ASSIGN TO DYNAMIC ACK-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS ACK-FILE-STATUS.
SELECT ACK-REGISTER-FILE ASSIGN TO "ACKREG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS ACKREG-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD RUN-LOG-FILE.
01 RUN-LOG-RECORD PIC X(106).
FD TRANSACTION-FILE.
01 TRANSACTION-RECORD.
  05 FAC-INPUT-RECORD PIC 9999.
  05 FILLER PIC X(19).
01 TRANSACTION-HEADER-VIEW REDEFINES TRANSACTION-RECORD.
  05 TH-RECORD-TYPE PIC X.
  05 TH-CREATION-DATE PIC X(8).
  05 TH-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X(6).
01 TRANSACTION-TRAILER-VIEW REDEFINES TRANSACTION-RECORD.
  05 TT-RECORD-TYPE PIC X.
  05 TT-RECORD-COUNT PIC 9(9).
  05 TT-HASH-TOTAL PIC 9(13).
FD TRANSIN-REJECT-FILE.
01 TRANSIN-REJECT-RECORD.
  05 TRJ-RECORD-IMAGE PIC X(23).
  05 FILLER PIC X.
  05 TRJ-INPUT-POSITION PIC 9(9).
  05 FILLER PIC X.
  05 TRJ-REASON-CODE PIC XX.
  05 FILLER PIC X.
  05 TRJ-TIMESTAMP PIC X(21).
FD FACTORIAL-RESULTS-FILE.
01 FACTORIAL-RESULT-RECORD.
  05 FR-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 FR-FAC-INPUT PIC X(4).
  05 FILLER PIC X.
  05 FR-RESULT PIC X(19).
  05 FILLER PIC X.
  05 FR-STATUS-CODE PIC X.
FD ACKNOWLEDGMENT-FILE.
01 ACKNOWLEDGMENT-FILE-RECORD PIC X(80).
FD ACK-REGISTER-FILE.
*> one entry per acknowledgment file sent, appended run after run:
*> which TESTPROG run it answers, the sender, the file it went out
*> as, and the totals it carried.
01 ACK-REGISTER-RECORD.
  05 AR-RUN-ID PIC X(21).
  05 FILLER PIC X.
  05 AR-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X.
  05 AR-ACK-FILE-NAME PIC X(30).
  05 FILLER PIC X.
  05 AR-BATCH-COUNT PIC 99.
  05 FILLER PIC X.
  05 AR-ACCEPTED-COUNT PIC 9(9).
  05 FILLER PIC X.
  05 AR-REJECTED-COUNT PIC 9(9).
  05 FILLER PIC X.
  05 AR-RECORD-COUNT PIC 9(9).
  05 FILLER PIC X.
  05 AR-CREATED PIC X(21).
WORKING-STORAGE SECTION.
01 ACK-CONTROL-FIELDS.
  05 RUNLOG-FILE-STATUS PIC XX VALUE SPACES.
  05 TRANSIN-FILE-STATUS PIC XX VALUE SPACES.
  05 TRANSERR-FILE-STATUS PIC XX VALUE SPACES.
  05 FACOUT-FILE-STATUS PIC XX VALUE SPACES.
  05 ACK-FILE-STATUS PIC XX VALUE SPACES.
  05 ACKREG-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-INPUT-SWITCH PIC X VALUE "N".
    88 END-OF-INPUT VALUE "Y".
  05 ACK-CREATED PIC X(21) VALUE SPACES.
  05 ACK-FILE-NAME PIC X(30) VALUE SPACES.
  05 ACK-FILES-WRITTEN-COUNT PIC 99 VALUE ZERO.
  05 ACK-FILES-FAILED-COUNT PIC 99 VALUE ZERO.

*> the run being acknowledged is the last TESTPROG run on RUNLOG; its
*> batch breakdown records follow it, stamped with its end time, and
*> carry the trailer reconciliation flag for each batch.
01 TESTPROG-RUN-FIELDS.
  05 LAST-RUN-FOUND-SWITCH PIC X VALUE "N".
    88 LAST-RUN-FOUND VALUE "Y".
  05 LAST-RUN-START PIC X(21) VALUE SPACES.
  05 LAST-RUN-END PIC X(21) VALUE SPACES.
  05 LAST-RUN-MODE PIC X VALUE SPACE.
  05 LAST-RUN-RESTART-USED PIC X VALUE SPACE.
  05 LAST-RUN-RETURN-CODE PIC XX VALUE SPACES.
    88 LAST-RUN-WINDOW-CUT VALUE "02".
  05 RUN-BATCH-RECONCILED-FLAG PIC X OCCURS 99 TIMES.
  05 RUN-BATCH-NUMBER PIC 99 VALUE ZERO.
  05 RUN-BATCH-SUB PIC 999 VALUE ZERO.

*> the run's rejects, by their TRANSIN position.
01 REJECT-TABLE.
  05 REJECT-COUNT PIC 999 VALUE ZERO.
  05 REJECT-ENTRY OCCURS 500 TIMES.
    10 RJ-INPUT-POSITION PIC 9(9).
    10 RJ-REASON-CODE PIC XX.
  05 REJECT-SUB PIC 999 VALUE ZERO.
  05 REJECT-FOUND-SWITCH PIC X VALUE "N".
    88 REJECT-FOUND VALUE "Y".
  05 REJECTS-DROPPED-COUNT PIC 9(5) VALUE ZERO.

*> the run's FACOUT results in the order written - one per numeric
*> detail record TESTPROG processed, so result n belongs to the n-th
*> numeric detail the run actually reached.
01 RESULT-TABLE.
  05 RESULT-COUNT PIC 999 VALUE ZERO.
  05 RESULT-ENTRY OCCURS 500 TIMES.
    10 RS-FAC-INPUT PIC X(4).
    10 RS-RESULT PIC X(19).
    10 RS-STATUS-CODE PIC X.
  05 RESULT-SUB PIC 9(9) VALUE ZERO.
  05 RESULTS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
  05 NUMERIC-DETAIL-COUNT PIC 9(9) VALUE ZERO.
  05 NUMERIC-DETAIL-SEQUENCE PIC 9(9) VALUE ZERO.
  05 RESULT-OFFSET PIC 9(9) VALUE ZERO.
  05 RESULTS-LISTED-SWITCH PIC X VALUE "Y".
    88 RESULTS-LISTED VALUE "Y".

*> one entry per TRANSIN batch, in feed order.
01 ACK-BATCH-TABLE.
  05 ACK-BATCH-COUNT PIC 99 VALUE ZERO.
  05 ACK-BATCH-ENTRY OCCURS 20 TIMES.
    10 AB-SOURCE-SYSTEM PIC X(8).
    10 AB-HEADER-IMAGE PIC X(23).
    10 AB-DETAIL-COUNT PIC 9(9).
    10 AB-ACCEPTED-COUNT PIC 9(9).
    10 AB-REJECTED-COUNT PIC 9(9).
    10 AB-NOT-PROCESSED-COUNT PIC 9(9).
    10 AB-SENT-FLAG PIC X.
  05 ACK-BATCH-SUB PIC 99 VALUE ZERO.
  05 SENDER-BATCH-SUB PIC 99 VALUE ZERO.
  05 CURRENT-BATCH-NUMBER PIC 99 VALUE ZERO.
  05 BATCHES-DROPPED-COUNT PIC 99 VALUE ZERO.
  05 TRANSIN-RECORD-POSITION PIC 9(9) VALUE ZERO.

*> the record-level lines of every batch, built on the TRANSIN pass
*> and written out sender by sender.
01 ACK-LINE-TABLE.
  05 ACK-LINE-COUNT PIC 9(4) VALUE ZERO.
  05 ACK-LINE-ENTRY OCCURS 2000 TIMES.
    10 AL-BATCH-NUMBER PIC 99.
    10 AL-LINE-IMAGE PIC X(80).
  05 ACK-LINE-SUB PIC 9(4) VALUE ZERO.
  05 LINES-DROPPED-COUNT PIC 9(5) VALUE ZERO.

*> what one acknowledgment file carried, for its trailer and its
*> register entry.
01 SENDER-TOTAL-FIELDS.
  05 SENDER-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
  05 SENDER-RECORD-COUNT PIC 9(9) VALUE ZERO.
  05 SENDER-BATCH-COUNT PIC 99 VALUE ZERO.
  05 SENDER-ACCEPTED-TOTAL PIC 9(9) VALUE ZERO.
  05 SENDER-REJECTED-TOTAL PIC 9(9) VALUE ZERO.

COPY ACKREC.
PROCEDURE DIVISION.
*> after each TESTPROG run every sender that had a batch on TRANSIN
*> gets an acknowledgment file back - ACK.<sender>.<run date/time> -
*> echoing each of its batch headers, the fate of every detail record
*> (rejected with TRANSERR's reason, accepted with its FACOUT result,
*> or not reached by the run) and each batch's accepted and rejected
*> counts with the trailer reconciliation TESTPROG recorded on RUNLOG.
*> Each file goes on the ACKREG register against the run id.  RC 4
*> when the last run was not a TRANSIN batch pass or part of the
*> answer could not be given - including a sender whose file could not
*> be opened, which the other senders' answers do not wait on; RC 8
*> when an input or ACKREG is missing.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO ACK-CREATED.
PERFORM 1000-FIND-LAST-TESTPROG-RUN.
IF LAST-RUN-MODE NOT = "B" THEN
  DISPLAY "ACKGEN: LAST TESTPROG RUN " LAST-RUN-START
    " WAS NOT A TRANSIN BATCH RUN - NO ACKNOWLEDGMENTS"
  MOVE 4 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-LOAD-RUN-REJECTS.
PERFORM 2500-LOAD-RUN-RESULTS.
PERFORM 3000-MATCH-RESULTS-TO-DETAILS.
PERFORM 4000-WALK-THE-FEED.
PERFORM 5000-WRITE-ALL-ACKNOWLEDGMENTS.
PERFORM 9000-SET-RETURN-CODE.
STOP RUN.

*> run records only set the run; a batch record counts when it
*> carries the end timestamp of the run record it follows.
1000-FIND-LAST-TESTPROG-RUN.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT RUN-LOG-FILE.
IF RUNLOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "ACKGEN: RUNLOG NOT AVAILABLE - STATUS " RUNLOG-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1100-READ-ONE-RUNLOG UNTIL END-OF-INPUT.
CLOSE RUN-LOG-FILE.
IF NOT LAST-RUN-FOUND THEN
  DISPLAY "ACKGEN: NO TESTPROG RUN ON RUNLOG"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.

1100-READ-ONE-RUNLOG.
READ RUN-LOG-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF RUN-LOG-RECORD (22:7) NOT = " BATCH " THEN
      SET LAST-RUN-FOUND TO TRUE
      MOVE RUN-LOG-RECORD (1:21) TO LAST-RUN-START
      MOVE RUN-LOG-RECORD (23:21) TO LAST-RUN-END
      MOVE RUN-LOG-RECORD (50:1) TO LAST-RUN-MODE
      MOVE RUN-LOG-RECORD (100:1) TO LAST-RUN-RESTART-USED
      MOVE RUN-LOG-RECORD (105:2) TO LAST-RUN-RETURN-CODE
      MOVE 1 TO RUN-BATCH-SUB
      PERFORM 1110-CLEAR-ONE-BATCH-FLAG UNTIL RUN-BATCH-SUB > 99
    ELSE
      IF RUN-LOG-RECORD (1:21) = LAST-RUN-END
         AND RUN-LOG-RECORD (29:2) IS NUMERIC THEN
        MOVE RUN-LOG-RECORD (29:2) TO RUN-BATCH-NUMBER
        IF RUN-BATCH-NUMBER > 0 THEN
          MOVE RUN-LOG-RECORD (77:1)
            TO RUN-BATCH-RECONCILED-FLAG (RUN-BATCH-NUMBER)
        END-IF
      END-IF
    END-IF
END-READ.

1110-CLEAR-ONE-BATCH-FLAG.
MOVE SPACE TO RUN-BATCH-RECONCILED-FLAG (RUN-BATCH-SUB).
ADD 1 TO RUN-BATCH-SUB.

*> TRANSERR accumulates across runs and also carries TESTPROG's
*> per-batch summary lines; the run's own rejects are the ones
*> stamped inside its RUNLOG start/end window.
2000-LOAD-RUN-REJECTS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT TRANSIN-REJECT-FILE.
EVALUATE TRANSERR-FILE-STATUS
  WHEN "00"
    PERFORM 2100-READ-ONE-REJECT UNTIL END-OF-INPUT
    CLOSE TRANSIN-REJECT-FILE
  WHEN "35"
    CONTINUE
  WHEN OTHER
    DISPLAY "ACKGEN: TRANSERR NOT AVAILABLE - STATUS "
      TRANSERR-FILE-STATUS
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-EVALUATE.

2100-READ-ONE-REJECT.
READ TRANSIN-REJECT-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF TRJ-TIMESTAMP >= LAST-RUN-START
       AND TRJ-TIMESTAMP <= LAST-RUN-END
       AND TRJ-INPUT-POSITION IS NUMERIC THEN
      IF REJECT-COUNT >= 500 THEN
        ADD 1 TO REJECTS-DROPPED-COUNT
      ELSE
        ADD 1 TO REJECT-COUNT
        MOVE TRJ-INPUT-POSITION TO RJ-INPUT-POSITION (REJECT-COUNT)
        MOVE TRJ-REASON-CODE TO RJ-REASON-CODE (REJECT-COUNT)
      END-IF
    END-IF
END-READ.

*> FACOUT accumulates across runs; the run's results are the ones
*> stamped inside its window, in the order TESTPROG wrote them.
2500-LOAD-RUN-RESULTS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT FACTORIAL-RESULTS-FILE.
IF FACOUT-FILE-STATUS NOT = "00" THEN
  DISPLAY "ACKGEN: FACOUT NOT AVAILABLE - STATUS " FACOUT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2600-READ-ONE-RESULT UNTIL END-OF-INPUT.
CLOSE FACTORIAL-RESULTS-FILE.

2600-READ-ONE-RESULT.
READ FACTORIAL-RESULTS-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF FR-TIMESTAMP >= LAST-RUN-START
       AND FR-TIMESTAMP <= LAST-RUN-END THEN
      IF RESULT-COUNT >= 500 THEN
        ADD 1 TO RESULTS-DROPPED-COUNT
      ELSE
        ADD 1 TO RESULT-COUNT
        MOVE FR-FAC-INPUT TO RS-FAC-INPUT (RESULT-COUNT)
        MOVE FR-RESULT TO RS-RESULT (RESULT-COUNT)
        MOVE FR-STATUS-CODE TO RS-STATUS-CODE (RESULT-COUNT)
      END-IF
    END-IF
END-READ.

*> a straight pass processes the numeric details from the first, so
*> result n is numeric detail n and any left over at a window cut were
*> not reached.  A restart picked up part way, so the results are the
*> last ones on the feed and the offset is what the earlier run had
*> done.  A restart that was also cut leaves both ends open - the
*> results cannot be placed, and the files then carry counts only.
3000-MATCH-RESULTS-TO-DETAILS.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT TRANSACTION-FILE.
IF TRANSIN-FILE-STATUS NOT = "00" THEN
  DISPLAY "ACKGEN: TRANSIN NOT AVAILABLE - STATUS " TRANSIN-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 3100-COUNT-ONE-DETAIL UNTIL END-OF-INPUT.
CLOSE TRANSACTION-FILE.
MOVE ZERO TO RESULT-OFFSET.
EVALUATE TRUE
  WHEN RESULTS-DROPPED-COUNT > 0
    MOVE "N" TO RESULTS-LISTED-SWITCH
    DISPLAY "ACKGEN: " RESULTS-DROPPED-COUNT
      " RESULTS BEYOND THE 500-ENTRY TABLE - RESULTS NOT LISTED"
  WHEN RESULT-COUNT > NUMERIC-DETAIL-COUNT
    MOVE "N" TO RESULTS-LISTED-SWITCH
    DISPLAY "ACKGEN: MORE RESULTS THAN TRANSIN DETAILS - "
      "RESULTS NOT LISTED"
  WHEN LAST-RUN-RESTART-USED = "Y" AND LAST-RUN-WINDOW-CUT
    MOVE "N" TO RESULTS-LISTED-SWITCH
    DISPLAY "ACKGEN: RESTARTED RUN WAS ALSO WINDOW CUT - "
      "RESULTS NOT LISTED"
  WHEN LAST-RUN-RESTART-USED = "Y"
    SUBTRACT RESULT-COUNT FROM NUMERIC-DETAIL-COUNT
      GIVING RESULT-OFFSET
  WHEN OTHER
    CONTINUE
END-EVALUATE.

3100-COUNT-ONE-DETAIL.
READ TRANSACTION-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    IF TH-RECORD-TYPE NOT = "H" AND TT-RECORD-TYPE NOT = "T"
       AND FAC-INPUT-RECORD IS NUMERIC THEN
      ADD 1 TO NUMERIC-DETAIL-COUNT
    END-IF
END-READ.

*> second pass: each header opens a batch entry, and each detail
*> record becomes an RJ, AR or NP line under the batch it sits in.
4000-WALK-THE-FEED.
MOVE "N" TO END-OF-INPUT-SWITCH.
OPEN INPUT TRANSACTION-FILE.
IF TRANSIN-FILE-STATUS NOT = "00" THEN
  DISPLAY "ACKGEN: TRANSIN NOT AVAILABLE - STATUS " TRANSIN-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 4100-READ-ONE-FEED-RECORD UNTIL END-OF-INPUT.
CLOSE TRANSACTION-FILE.

4100-READ-ONE-FEED-RECORD.
READ TRANSACTION-FILE
  AT END
    SET END-OF-INPUT TO TRUE
  NOT AT END
    ADD 1 TO TRANSIN-RECORD-POSITION
    EVALUATE TRUE
      WHEN TH-RECORD-TYPE = "H"
        PERFORM 4200-OPEN-ONE-BATCH
      WHEN TT-RECORD-TYPE = "T"
        CONTINUE
      WHEN CURRENT-BATCH-NUMBER = 0
        CONTINUE
      WHEN OTHER
        PERFORM 4300-ACKNOWLEDGE-ONE-DETAIL
    END-EVALUATE
END-READ.

4200-OPEN-ONE-BATCH.
IF ACK-BATCH-COUNT >= 20 THEN
  ADD 1 TO BATCHES-DROPPED-COUNT
  MOVE 0 TO CURRENT-BATCH-NUMBER
ELSE
  ADD 1 TO ACK-BATCH-COUNT
  MOVE ACK-BATCH-COUNT TO CURRENT-BATCH-NUMBER
  MOVE TH-SOURCE-SYSTEM TO AB-SOURCE-SYSTEM (ACK-BATCH-COUNT)
  MOVE TRANSACTION-RECORD TO AB-HEADER-IMAGE (ACK-BATCH-COUNT)
  MOVE 0 TO AB-DETAIL-COUNT (ACK-BATCH-COUNT)
  MOVE 0 TO AB-ACCEPTED-COUNT (ACK-BATCH-COUNT)
  MOVE 0 TO AB-REJECTED-COUNT (ACK-BATCH-COUNT)
  MOVE 0 TO AB-NOT-PROCESSED-COUNT (ACK-BATCH-COUNT)
  MOVE "N" TO AB-SENT-FLAG (ACK-BATCH-COUNT)
END-IF.

*> a TRANSERR reject at this position wins; otherwise a numeric value
*> takes the next result if the run reached it, and anything else was
*> passed over by this run.
4300-ACKNOWLEDGE-ONE-DETAIL.
ADD 1 TO AB-DETAIL-COUNT (CURRENT-BATCH-NUMBER).
MOVE SPACES TO ACKNOWLEDGMENT-RECORD.
MOVE "N" TO REJECT-FOUND-SWITCH.
MOVE 1 TO REJECT-SUB.
PERFORM 4310-CHECK-ONE-REJECT
  UNTIL REJECT-FOUND OR REJECT-SUB > REJECT-COUNT.
IF FAC-INPUT-RECORD IS NUMERIC THEN
  ADD 1 TO NUMERIC-DETAIL-SEQUENCE
END-IF.
EVALUATE TRUE
  WHEN REJECT-FOUND
    ADD 1 TO AB-REJECTED-COUNT (CURRENT-BATCH-NUMBER)
    MOVE "RJ" TO ACK-RECORD-TYPE
    MOVE CURRENT-BATCH-NUMBER TO ARD-BATCH-NUMBER
    MOVE TRANSIN-RECORD-POSITION TO ARD-INPUT-POSITION
    MOVE RJ-REASON-CODE (REJECT-SUB) TO ARD-REASON-CODE
    MOVE TRANSACTION-RECORD TO ARD-RECORD-IMAGE
    PERFORM 4400-KEEP-ONE-LINE
  WHEN FAC-INPUT-RECORD IS NOT NUMERIC
    ADD 1 TO AB-NOT-PROCESSED-COUNT (CURRENT-BATCH-NUMBER)
    MOVE "NP" TO ACK-RECORD-TYPE
    MOVE CURRENT-BATCH-NUMBER TO ARD-BATCH-NUMBER
    MOVE TRANSIN-RECORD-POSITION TO ARD-INPUT-POSITION
    MOVE TRANSACTION-RECORD TO ARD-RECORD-IMAGE
    PERFORM 4400-KEEP-ONE-LINE
  WHEN NOT RESULTS-LISTED
    ADD 1 TO AB-ACCEPTED-COUNT (CURRENT-BATCH-NUMBER)
  WHEN NUMERIC-DETAIL-SEQUENCE > RESULT-OFFSET
       AND NUMERIC-DETAIL-SEQUENCE - RESULT-OFFSET <= RESULT-COUNT
    ADD 1 TO AB-ACCEPTED-COUNT (CURRENT-BATCH-NUMBER)
    SUBTRACT RESULT-OFFSET FROM NUMERIC-DETAIL-SEQUENCE
      GIVING RESULT-SUB
    MOVE "AR" TO ACK-RECORD-TYPE
    MOVE CURRENT-BATCH-NUMBER TO ARS-BATCH-NUMBER
    MOVE TRANSIN-RECORD-POSITION TO ARS-INPUT-POSITION
    MOVE RS-FAC-INPUT (RESULT-SUB) TO ARS-FAC-INPUT
    MOVE RS-RESULT (RESULT-SUB) TO ARS-RESULT
    MOVE RS-STATUS-CODE (RESULT-SUB) TO ARS-STATUS-CODE
    PERFORM 4400-KEEP-ONE-LINE
  WHEN OTHER
    ADD 1 TO AB-NOT-PROCESSED-COUNT (CURRENT-BATCH-NUMBER)
    MOVE "NP" TO ACK-RECORD-TYPE
    MOVE CURRENT-BATCH-NUMBER TO ARD-BATCH-NUMBER
    MOVE TRANSIN-RECORD-POSITION TO ARD-INPUT-POSITION
    MOVE TRANSACTION-RECORD TO ARD-RECORD-IMAGE
    PERFORM 4400-KEEP-ONE-LINE
END-EVALUATE.

4310-CHECK-ONE-REJECT.
IF RJ-INPUT-POSITION (REJECT-SUB) = TRANSIN-RECORD-POSITION THEN
  SET REJECT-FOUND TO TRUE
ELSE
  ADD 1 TO REJECT-SUB
END-IF.

4400-KEEP-ONE-LINE.
IF ACK-LINE-COUNT >= 2000 THEN
  ADD 1 TO LINES-DROPPED-COUNT
ELSE
  ADD 1 TO ACK-LINE-COUNT
  MOVE CURRENT-BATCH-NUMBER TO AL-BATCH-NUMBER (ACK-LINE-COUNT)
  MOVE ACKNOWLEDGMENT-RECORD TO AL-LINE-IMAGE (ACK-LINE-COUNT)
END-IF.

*> a sender with several batches on the feed gets them all in one
*> file, in feed order.
5000-WRITE-ALL-ACKNOWLEDGMENTS.
OPEN EXTEND ACK-REGISTER-FILE.
IF ACKREG-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT ACK-REGISTER-FILE
END-IF.
IF ACKREG-FILE-STATUS NOT = "00" THEN
  DISPLAY "ACKGEN: ACKREG NOT AVAILABLE - STATUS " ACKREG-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE 1 TO ACK-BATCH-SUB.
PERFORM 5100-ACKNOWLEDGE-ONE-SENDER UNTIL ACK-BATCH-SUB > ACK-BATCH-COUNT.
CLOSE ACK-REGISTER-FILE.

5100-ACKNOWLEDGE-ONE-SENDER.
IF AB-SENT-FLAG (ACK-BATCH-SUB) = "N" THEN
  PERFORM 5200-WRITE-ONE-ACK-FILE
END-IF.
ADD 1 TO ACK-BATCH-SUB.

5200-WRITE-ONE-ACK-FILE.
MOVE AB-SOURCE-SYSTEM (ACK-BATCH-SUB) TO SENDER-SOURCE-SYSTEM.
MOVE 0 TO SENDER-RECORD-COUNT.
MOVE 0 TO SENDER-BATCH-COUNT.
MOVE 0 TO SENDER-ACCEPTED-TOTAL.
MOVE 0 TO SENDER-REJECTED-TOTAL.
MOVE SPACES TO ACK-FILE-NAME.
STRING "ACK." DELIMITED BY SIZE
  SENDER-SOURCE-SYSTEM DELIMITED BY SPACE
  "." DELIMITED BY SIZE
  LAST-RUN-START (1:14) DELIMITED BY SIZE
  INTO ACK-FILE-NAME.
OPEN OUTPUT ACKNOWLEDGMENT-FILE.
IF ACK-FILE-STATUS = "00" THEN
  PERFORM 5210-WRITE-ONE-ACK-BODY
ELSE
  DISPLAY "ACKGEN: CANNOT OPEN " ACK-FILE-NAME " - STATUS "
    ACK-FILE-STATUS
  ADD 1 TO ACK-FILES-FAILED-COUNT
  PERFORM 5250-MARK-SENDER-SENT
END-IF.

5210-WRITE-ONE-ACK-BODY.
MOVE SPACES TO ACKNOWLEDGMENT-RECORD.
MOVE "AH" TO ACK-RECORD-TYPE.
MOVE SENDER-SOURCE-SYSTEM TO AFH-SOURCE-SYSTEM.
MOVE LAST-RUN-START TO AFH-RUN-ID.
MOVE ACK-CREATED TO AFH-CREATED.
MOVE LAST-RUN-RETURN-CODE TO AFH-RUN-RETURN-CODE.
MOVE RESULTS-LISTED-SWITCH TO AFH-RESULTS-LISTED-FLAG.
PERFORM 5400-WRITE-ONE-ACK-RECORD.
MOVE ACK-BATCH-SUB TO SENDER-BATCH-SUB.
PERFORM 5300-ACKNOWLEDGE-ONE-BATCH
  UNTIL SENDER-BATCH-SUB > ACK-BATCH-COUNT.
MOVE SPACES TO ACKNOWLEDGMENT-RECORD.
MOVE "AT" TO ACK-RECORD-TYPE.
ADD 1 TO SENDER-RECORD-COUNT.
MOVE SENDER-RECORD-COUNT TO AFT-RECORD-COUNT.
MOVE SENDER-BATCH-COUNT TO AFT-BATCH-COUNT.
MOVE SENDER-ACCEPTED-TOTAL TO AFT-ACCEPTED-TOTAL.
MOVE SENDER-REJECTED-TOTAL TO AFT-REJECTED-TOTAL.
WRITE ACKNOWLEDGMENT-FILE-RECORD FROM ACKNOWLEDGMENT-RECORD.
CLOSE ACKNOWLEDGMENT-FILE.
ADD 1 TO ACK-FILES-WRITTEN-COUNT.
MOVE SPACES TO ACK-REGISTER-RECORD.
MOVE LAST-RUN-START TO AR-RUN-ID.
MOVE SENDER-SOURCE-SYSTEM TO AR-SOURCE-SYSTEM.
MOVE ACK-FILE-NAME TO AR-ACK-FILE-NAME.
MOVE SENDER-BATCH-COUNT TO AR-BATCH-COUNT.
MOVE SENDER-ACCEPTED-TOTAL TO AR-ACCEPTED-COUNT.
MOVE SENDER-REJECTED-TOTAL TO AR-REJECTED-COUNT.
MOVE SENDER-RECORD-COUNT TO AR-RECORD-COUNT.
MOVE ACK-CREATED TO AR-CREATED.
WRITE ACK-REGISTER-RECORD.
DISPLAY "ACKGEN: " ACK-FILE-NAME " SENT - " SENDER-BATCH-COUNT
  " BATCHES, " SENDER-ACCEPTED-TOTAL " ACCEPTED, "
  SENDER-REJECTED-TOTAL " REJECTED".

5250-MARK-SENDER-SENT.
MOVE ACK-BATCH-SUB TO SENDER-BATCH-SUB.
PERFORM 5260-MARK-ONE-BATCH-SENT UNTIL SENDER-BATCH-SUB > ACK-BATCH-COUNT.

5260-MARK-ONE-BATCH-SENT.
IF AB-SOURCE-SYSTEM (SENDER-BATCH-SUB) = SENDER-SOURCE-SYSTEM THEN
  MOVE "Y" TO AB-SENT-FLAG (SENDER-BATCH-SUB)
END-IF.
ADD 1 TO SENDER-BATCH-SUB.

*> BH, the batch's record lines in feed order, then BT.  A batch with
*> no breakdown record on RUNLOG was never closed out by the run.
5300-ACKNOWLEDGE-ONE-BATCH.
IF AB-SOURCE-SYSTEM (SENDER-BATCH-SUB) = SENDER-SOURCE-SYSTEM THEN
  MOVE "Y" TO AB-SENT-FLAG (SENDER-BATCH-SUB)
  ADD 1 TO SENDER-BATCH-COUNT
  ADD AB-ACCEPTED-COUNT (SENDER-BATCH-SUB) TO SENDER-ACCEPTED-TOTAL
  ADD AB-REJECTED-COUNT (SENDER-BATCH-SUB) TO SENDER-REJECTED-TOTAL
  MOVE SPACES TO ACKNOWLEDGMENT-RECORD
  MOVE "BH" TO ACK-RECORD-TYPE
  MOVE SENDER-BATCH-SUB TO ABH-BATCH-NUMBER
  MOVE AB-HEADER-IMAGE (SENDER-BATCH-SUB) TO ABH-HEADER-IMAGE
  PERFORM 5400-WRITE-ONE-ACK-RECORD
  MOVE 1 TO ACK-LINE-SUB
  PERFORM 5310-WRITE-ONE-BATCH-LINE UNTIL ACK-LINE-SUB > ACK-LINE-COUNT
  MOVE SPACES TO ACKNOWLEDGMENT-RECORD
  MOVE "BT" TO ACK-RECORD-TYPE
  MOVE SENDER-BATCH-SUB TO ABT-BATCH-NUMBER
  MOVE AB-DETAIL-COUNT (SENDER-BATCH-SUB) TO ABT-DETAIL-COUNT
  MOVE AB-ACCEPTED-COUNT (SENDER-BATCH-SUB) TO ABT-ACCEPTED-COUNT
  MOVE AB-REJECTED-COUNT (SENDER-BATCH-SUB) TO ABT-REJECTED-COUNT
  MOVE AB-NOT-PROCESSED-COUNT (SENDER-BATCH-SUB)
    TO ABT-NOT-PROCESSED-COUNT
  MOVE RUN-BATCH-RECONCILED-FLAG (SENDER-BATCH-SUB)
    TO ABT-RECONCILED-FLAG
  IF ABT-RECONCILED-FLAG = SPACE THEN
    MOVE "N" TO ABT-RECONCILED-FLAG
  END-IF
  PERFORM 5400-WRITE-ONE-ACK-RECORD
END-IF.
ADD 1 TO SENDER-BATCH-SUB.

5310-WRITE-ONE-BATCH-LINE.
IF AL-BATCH-NUMBER (ACK-LINE-SUB) = SENDER-BATCH-SUB THEN
  MOVE AL-LINE-IMAGE (ACK-LINE-SUB) TO ACKNOWLEDGMENT-RECORD
  PERFORM 5400-WRITE-ONE-ACK-RECORD
END-IF.
ADD 1 TO ACK-LINE-SUB.

5400-WRITE-ONE-ACK-RECORD.
WRITE ACKNOWLEDGMENT-FILE-RECORD FROM ACKNOWLEDGMENT-RECORD.
ADD 1 TO SENDER-RECORD-COUNT.

9000-SET-RETURN-CODE.
IF BATCHES-DROPPED-COUNT > 0 THEN
  DISPLAY "ACKGEN: " BATCHES-DROPPED-COUNT
    " BATCHES BEYOND THE 20-ENTRY TABLE NOT ACKNOWLEDGED"
END-IF.
IF REJECTS-DROPPED-COUNT > 0 THEN
  DISPLAY "ACKGEN: " REJECTS-DROPPED-COUNT
    " REJECTS BEYOND THE 500-ENTRY TABLE NOT ACKNOWLEDGED"
END-IF.
IF LINES-DROPPED-COUNT > 0 THEN
  DISPLAY "ACKGEN: " LINES-DROPPED-COUNT
    " RECORD LINES BEYOND THE 2000-ENTRY TABLE LEFT OFF"
END-IF.
IF ACK-FILES-FAILED-COUNT > 0 THEN
  DISPLAY "ACKGEN: " ACK-FILES-FAILED-COUNT
    " ACKNOWLEDGMENTS COULD NOT BE WRITTEN - SEE ABOVE"
END-IF.
EVALUATE TRUE
  WHEN ACK-FILES-FAILED-COUNT > 0
       OR BATCHES-DROPPED-COUNT > 0 OR REJECTS-DROPPED-COUNT > 0
       OR LINES-DROPPED-COUNT > 0 OR NOT RESULTS-LISTED
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
DISPLAY "ACKGEN: " ACK-FILES-WRITTEN-COUNT
  " ACKNOWLEDGMENTS SENT FOR RUN " LAST-RUN-START.

END PROGRAM ACKGEN.
