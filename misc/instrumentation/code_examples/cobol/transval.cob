SELECT AUTHORIZED-SENDER-FILE ASSIGN TO "AUTHSEND"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS SENDER-FILE-STATUS.
SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REGISTER-FILE-STATUS.
SELECT FEED-RELEASE-FILE ASSIGN TO "FEEDRLSE"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RELEASE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD TRANSACTION-FILE.
*> one authorized TH-SOURCE-SYSTEM value per record - the control
*> file operations maintains, so adding a sender needs no recompile.
01 AUTHORIZED-SENDER-RECORD PIC X(8).
FD FEED-REGISTER-FILE.
COPY FEEDREG.
FD FEED-RELEASE-FILE.
*> a batch operations has cleared to go through a second time - a
*> rerun of a night whose feed passed here but was never processed.
*> One sender and creation date per record; emptied by the first run
*> whose feed is a go.
01 FEED-RELEASE-RECORD.
  05 FRL-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X.
  05 FRL-CREATION-DATE PIC X(8).
WORKING-STORAGE SECTION.
01 EDIT-CONTROL-FIELDS.
  05 TRANS-FILE-STATUS PIC XX VALUE SPACES.
  05 SENDER-FILE-STATUS PIC XX VALUE SPACES.
  05 REGISTER-FILE-STATUS PIC XX VALUE SPACES.
  05 RELEASE-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-REGISTER-SWITCH PIC X VALUE "N".
    88 END-OF-REGISTER VALUE "Y".
  05 END-OF-RELEASES-SWITCH PIC X VALUE "N".
    88 END-OF-RELEASES VALUE "Y".
  05 END-OF-TRANSACTIONS-SWITCH PIC X VALUE "N".
    88 END-OF-TRANSACTIONS VALUE "Y".
  05 END-OF-SENDERS-SWITCH PIC X VALUE "N".
    88 FEED-WARNED VALUE "Y".
  05 BATCH-OPEN-SWITCH PIC X VALUE "N".
    88 BATCH-OPEN VALUE "Y".
  05 BATCH-TABLE-FULL-SWITCH PIC X VALUE "N".
    88 BATCH-TABLE-FULL VALUE "Y".
  05 SENDER-AUTHORIZED-SWITCH PIC X VALUE "N".
    88 SENDER-AUTHORIZED VALUE "Y".
01 AUTHORIZED-SENDER-TABLE.
  05 TRAILER-EXPECTED-COUNT PIC 9(9) VALUE ZERO.
  05 TRAILER-EXPECTED-HASH PIC 9(13) VALUE ZERO.
  05 NONNUMERIC-DETAIL-COUNT PIC 9(9) VALUE ZERO.
  05 REGISTER-ENTRIES-WRITTEN PIC 9(5) VALUE ZERO.
  05 HEADER-CREATION-DATE PIC X(8) VALUE SPACES.
  05 CREATION-DATE-DIGITS REDEFINES HEADER-CREATION-DATE.
    10 CD-YEAR PIC 9(4).
    10 CD-MONTH PIC 99.
    10 CD-DAY PIC 99.
  05 HEADER-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
  05 FEED-RUN-ID PIC X(21) VALUE SPACES.
*> every batch on the feed, for the duplicate check against the feed
*> register and for the register entries written once the go/no-go
*> is known.  A batch is complete once its trailer has been read.  A
*> feed of more than 99 batches is refused outright, so none of it is
*> half-checked; the batches past the 99th are not registered.
01 FEED-BATCH-TABLE.
  05 FEED-BATCH OCCURS 99 TIMES.
    10 FB-SOURCE-SYSTEM PIC X(8).
    10 FB-CREATION-DATE PIC X(8).
    10 FB-RECORD-COUNT PIC 9(9).
    10 FB-HASH-TOTAL PIC 9(13).
    10 FB-COMPLETE-FLAG PIC X.
    10 FB-DUPLICATE-FLAG PIC X.
    10 FB-RELEASED-FLAG PIC X.
  05 BATCH-SUB PIC 999 VALUE ZERO.
  05 OTHER-BATCH-SUB PIC 999 VALUE ZERO.
01 FEED-RELEASE-TABLE.
  05 RELEASE-COUNT PIC 99 VALUE ZERO.
  05 RELEASE-ENTRY OCCURS 20 TIMES.
    10 REL-SOURCE-SYSTEM PIC X(8).
    10 REL-CREATION-DATE PIC X(8).
  05 RELEASE-SUB PIC 99 VALUE ZERO.

COPY RUNLEDG.
PROCEDURE DIVISION.
*> pre-edit of the TRANSIN feed so the scheduler gets a go/no-go
*> before TESTPROG touches it.  The feed carries one or more H/detail/T
*> batches concatenated in one dataset; each batch is edited on its
*> own - header plausible, sender authorized, trailer count and hash
*> matching what is actually on the file since its header - and not
*> already received: a batch whose sender, creation date, trailer
*> count and hash are on the feed register from an earlier run, or
*> that appears twice on this feed, is a re-sent file.  Every complete
*> batch is then added to the register with what became of it.  RC 8 =
*> skip the window, RC 4 = feed is processable but carries records
*> TESTPROG will reject, RC 0 = go.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO FEED-RUN-ID.
PERFORM 1000-LOAD-AUTHORIZED-SENDERS.
OPEN INPUT TRANSACTION-FILE.
IF TRANS-FILE-STATUS NOT = "00" THEN
PERFORM 2000-EDIT-ONE-RECORD UNTIL END-OF-TRANSACTIONS.
CLOSE TRANSACTION-FILE.
PERFORM 3000-EDIT-FEED-TOTALS.
PERFORM 4000-CHECK-FEED-REGISTER.
PERFORM 5000-RECORD-FEED-REGISTER.
EVALUATE TRUE
  WHEN FEED-REJECTED
    DISPLAY "TRANSVAL: FEED REJECTED - DO NOT RUN TESTPROG"
      " DETAIL RECORDS IN " BATCH-NUMBER " BATCH(ES)"
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
PERFORM 6000-WRITE-RUN-LEDGER.
STOP RUN.

1000-LOAD-AUTHORIZED-SENDERS.
  SET FEED-REJECTED TO TRUE
END-IF.
SET BATCH-OPEN TO TRUE.
MOVE 0 TO DETAIL-ACTUAL-COUNT.
MOVE 0 TO DETAIL-ACTUAL-HASH.
MOVE TH-CREATION-DATE TO HEADER-CREATION-DATE.
MOVE TH-SOURCE-SYSTEM TO HEADER-SOURCE-SYSTEM.
IF BATCH-NUMBER >= 99 THEN
  IF NOT BATCH-TABLE-FULL THEN
    DISPLAY "TRANSVAL: MORE THAN 99 BATCHES ON FEED - HEADER AT RECORD "
      RECORD-POSITION
  END-IF
  SET BATCH-TABLE-FULL TO TRUE
  SET FEED-REJECTED TO TRUE
ELSE
  ADD 1 TO BATCH-NUMBER
  MOVE HEADER-SOURCE-SYSTEM TO FB-SOURCE-SYSTEM (BATCH-NUMBER)
  MOVE HEADER-CREATION-DATE TO FB-CREATION-DATE (BATCH-NUMBER)
  MOVE 0 TO FB-RECORD-COUNT (BATCH-NUMBER)
  MOVE 0 TO FB-HASH-TOTAL (BATCH-NUMBER)
  MOVE "N" TO FB-COMPLETE-FLAG (BATCH-NUMBER)
  MOVE "N" TO FB-DUPLICATE-FLAG (BATCH-NUMBER)
  MOVE "N" TO FB-RELEASED-FLAG (BATCH-NUMBER)
END-IF.
PERFORM 2110-EDIT-CREATION-DATE.
PERFORM 2120-EDIT-SOURCE-SYSTEM.

  SET FEED-REJECTED TO TRUE
ELSE
  PERFORM 2210-BALANCE-ONE-BATCH
  IF NOT BATCH-TABLE-FULL THEN
    MOVE TRAILER-EXPECTED-COUNT TO FB-RECORD-COUNT (BATCH-NUMBER)
    MOVE TRAILER-EXPECTED-HASH TO FB-HASH-TOTAL (BATCH-NUMBER)
    MOVE "Y" TO FB-COMPLETE-FLAG (BATCH-NUMBER)
  END-IF
  MOVE "N" TO BATCH-OPEN-SWITCH
END-IF.

    " NON-NUMERIC DETAIL RECORD(S) - TESTPROG WILL REJECT THEM"
END-IF.

*> a batch released on FEEDRLSE passes the duplicate check; any other
*> batch already processed on an earlier run, or repeated on this
*> feed, stops the whole feed.
4000-CHECK-FEED-REGISTER.
PERFORM 4100-LOAD-RELEASED-BATCHES.
MOVE 1 TO BATCH-SUB.
PERFORM 4300-CHECK-WITHIN-FEED UNTIL BATCH-SUB > BATCH-NUMBER.
OPEN INPUT FEED-REGISTER-FILE.
IF REGISTER-FILE-STATUS = "00" THEN
  PERFORM 4200-CHECK-ONE-REGISTER-ENTRY UNTIL END-OF-REGISTER
  CLOSE FEED-REGISTER-FILE
END-IF.

4100-LOAD-RELEASED-BATCHES.
OPEN INPUT FEED-RELEASE-FILE.
IF RELEASE-FILE-STATUS = "00" THEN
  PERFORM 4110-LOAD-ONE-RELEASE UNTIL END-OF-RELEASES
  CLOSE FEED-RELEASE-FILE
END-IF.

4110-LOAD-ONE-RELEASE.
READ FEED-RELEASE-FILE
  AT END
    SET END-OF-RELEASES TO TRUE
  NOT AT END
    IF FRL-SOURCE-SYSTEM NOT = SPACES AND RELEASE-COUNT < 20 THEN
      ADD 1 TO RELEASE-COUNT
      MOVE FRL-SOURCE-SYSTEM TO REL-SOURCE-SYSTEM (RELEASE-COUNT)
      MOVE FRL-CREATION-DATE TO REL-CREATION-DATE (RELEASE-COUNT)
    END-IF
END-READ.

4200-CHECK-ONE-REGISTER-ENTRY.
READ FEED-REGISTER-FILE
  AT END
    SET END-OF-REGISTER TO TRUE
  NOT AT END
    IF FR-BATCH-PROCESSED THEN
      MOVE 1 TO BATCH-SUB
      PERFORM 4210-MATCH-ONE-BATCH UNTIL BATCH-SUB > BATCH-NUMBER
    END-IF
END-READ.

4210-MATCH-ONE-BATCH.
IF FB-COMPLETE-FLAG (BATCH-SUB) = "Y"
   AND FB-RELEASED-FLAG (BATCH-SUB) = "N"
   AND FB-DUPLICATE-FLAG (BATCH-SUB) = "N"
   AND FB-SOURCE-SYSTEM (BATCH-SUB) = FR-SOURCE-SYSTEM
   AND FB-CREATION-DATE (BATCH-SUB) = FR-CREATION-DATE
   AND FB-RECORD-COUNT (BATCH-SUB) = FR-RECORD-COUNT
   AND FB-HASH-TOTAL (BATCH-SUB) = FR-HASH-TOTAL THEN
  MOVE "Y" TO FB-DUPLICATE-FLAG (BATCH-SUB)
  DISPLAY "TRANSVAL: BATCH " BATCH-SUB " FROM "
    FB-SOURCE-SYSTEM (BATCH-SUB) " CREATED "
    FB-CREATION-DATE (BATCH-SUB) " ALREADY RECEIVED BY RUN "
    FR-RUN-ID " - DUPLICATE"
  SET FEED-REJECTED TO TRUE
END-IF.
ADD 1 TO BATCH-SUB.

4300-CHECK-WITHIN-FEED.
MOVE 1 TO RELEASE-SUB.
PERFORM 4310-CHECK-ONE-RELEASE UNTIL RELEASE-SUB > RELEASE-COUNT.
MOVE 1 TO OTHER-BATCH-SUB.
PERFORM 4320-COMPARE-EARLIER-BATCH UNTIL OTHER-BATCH-SUB >= BATCH-SUB.
ADD 1 TO BATCH-SUB.

4310-CHECK-ONE-RELEASE.
IF REL-SOURCE-SYSTEM (RELEASE-SUB) = FB-SOURCE-SYSTEM (BATCH-SUB)
   AND REL-CREATION-DATE (RELEASE-SUB) = FB-CREATION-DATE (BATCH-SUB)
   THEN
  MOVE "Y" TO FB-RELEASED-FLAG (BATCH-SUB)
END-IF.
ADD 1 TO RELEASE-SUB.

4320-COMPARE-EARLIER-BATCH.
IF FB-COMPLETE-FLAG (BATCH-SUB) = "Y"
   AND FB-COMPLETE-FLAG (OTHER-BATCH-SUB) = "Y"
   AND FB-SOURCE-SYSTEM (BATCH-SUB) = FB-SOURCE-SYSTEM (OTHER-BATCH-SUB)
   AND FB-CREATION-DATE (BATCH-SUB) = FB-CREATION-DATE (OTHER-BATCH-SUB)
   AND FB-RECORD-COUNT (BATCH-SUB) = FB-RECORD-COUNT (OTHER-BATCH-SUB)
   AND FB-HASH-TOTAL (BATCH-SUB) = FB-HASH-TOTAL (OTHER-BATCH-SUB)
   AND FB-DUPLICATE-FLAG (BATCH-SUB) = "N" THEN
  MOVE "Y" TO FB-DUPLICATE-FLAG (BATCH-SUB)
  DISPLAY "TRANSVAL: BATCH " BATCH-SUB " REPEATS BATCH " OTHER-BATCH-SUB
    " OF THIS FEED - DUPLICATE"
  SET FEED-REJECTED TO TRUE
END-IF.
ADD 1 TO OTHER-BATCH-SUB.

*> written after the go/no-go so each entry says whether the batch
*> went on to TESTPROG.
5000-RECORD-FEED-REGISTER.
OPEN EXTEND FEED-REGISTER-FILE.
IF REGISTER-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT FEED-REGISTER-FILE
END-IF.
IF REGISTER-FILE-STATUS NOT = "00" THEN
  DISPLAY "TRANSVAL: CANNOT WRITE FEEDREG - STATUS "
    REGISTER-FILE-STATUS
  SET FEED-REJECTED TO TRUE
ELSE
  MOVE 1 TO BATCH-SUB
  PERFORM 5100-REGISTER-ONE-BATCH UNTIL BATCH-SUB > BATCH-NUMBER
  CLOSE FEED-REGISTER-FILE
END-IF.
IF RELEASE-COUNT > 0 AND NOT FEED-REJECTED THEN
  OPEN OUTPUT FEED-RELEASE-FILE
  CLOSE FEED-RELEASE-FILE
END-IF.

5100-REGISTER-ONE-BATCH.
IF FB-COMPLETE-FLAG (BATCH-SUB) = "Y" THEN
  MOVE SPACES TO FEED-REGISTER-RECORD
  MOVE FB-SOURCE-SYSTEM (BATCH-SUB) TO FR-SOURCE-SYSTEM
  MOVE FB-CREATION-DATE (BATCH-SUB) TO FR-CREATION-DATE
  MOVE FB-RECORD-COUNT (BATCH-SUB) TO FR-RECORD-COUNT
  MOVE FB-HASH-TOTAL (BATCH-SUB) TO FR-HASH-TOTAL
  MOVE FEED-RUN-ID TO FR-RUN-ID
  MOVE BATCH-SUB TO FR-BATCH-NUMBER
  EVALUATE TRUE
    WHEN FB-DUPLICATE-FLAG (BATCH-SUB) = "Y"
      MOVE "DUPLICAT" TO FR-BATCH-STATUS
    WHEN FEED-REJECTED
      MOVE "REJECTED" TO FR-BATCH-STATUS
    WHEN FB-RELEASED-FLAG (BATCH-SUB) = "Y"
      MOVE "RERUN" TO FR-BATCH-STATUS
    WHEN OTHER
      MOVE "ACCEPTED" TO FR-BATCH-STATUS
  END-EVALUATE
  WRITE FEED-REGISTER-RECORD
  ADD 1 TO REGISTER-ENTRIES-WRITTEN
END-IF.
ADD 1 TO BATCH-SUB.

*> every record on TRANSIN counts as read, headers and trailers too,
*> so LEDGBAL can hold it against what the step before wrote and
*> what TESTPROG reads next; a rejected feed rejects all of it,
*> otherwise the rejects are the details TESTPROG will turn away.
6000-WRITE-RUN-LEDGER.
MOVE "TRANSVAL" TO LG-PROGRAM-NAME.
MOVE FEED-RUN-ID TO LG-RUN-ID.
MOVE FEED-RUN-ID TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 2 TO LG-FILE-COUNT.
MOVE "TRANSIN" TO LG-FILE-NAME (1).
MOVE RECORD-POSITION TO LG-RECORDS-READ (1).
MOVE ZERO TO LG-RECORDS-WRITTEN (1).
IF FEED-REJECTED THEN
  MOVE RECORD-POSITION TO LG-RECORDS-REJECTED (1)
ELSE
  MOVE NONNUMERIC-DETAIL-COUNT TO LG-RECORDS-REJECTED (1)
END-IF.
MOVE ZERO TO LG-CONTROL-TOTAL (1).
MOVE "FEEDREG" TO LG-FILE-NAME (2).
MOVE ZERO TO LG-RECORDS-READ (2).
MOVE REGISTER-ENTRIES-WRITTEN TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM TRANSVAL.
