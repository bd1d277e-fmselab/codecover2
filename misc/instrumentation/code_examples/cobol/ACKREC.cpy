*> the acknowledgment ACKGEN returns to each TRANSIN sender after a
*> TESTPROG run, one 80-byte record per line, column 1-2 telling the
*> kinds apart:
*>   AH  file header - sender, TESTPROG run id, when the file was
*>       made, the run's return code, and "Y" when the run's results
*>       could be matched to the records ("N" leaves AR/NP lines out)
*>   BH  batch header - the batch's "H" record echoed as received
*>   RJ  rejected record - its position on the feed, reason code and
*>       the record image
*>   AR  accepted record - position, FAC value, FACOUT result, status
*>   NP  record not processed by this run (window cut or a restart
*>       picking up past it) - position and record image
*>   BT  batch trailer - detail count, accepted, rejected and not
*>       processed counts, and the trailer reconciliation flag
*>       TESTPROG posted: "Y" balanced, "N" did not, "C" window cut
*>       before the trailer was read
*>   AT  file trailer - records on the file including AH and AT,
*>       batches, accepted and rejected totals
*> so the sender can balance the file before loading it.
01 ACKNOWLEDGMENT-RECORD.
  05 ACK-RECORD-TYPE PIC XX.
  05 ACK-RECORD-BODY PIC X(78).
01 ACK-FILE-HEADER-VIEW REDEFINES ACKNOWLEDGMENT-RECORD.
  05 FILLER PIC XX.
  05 AFH-SOURCE-SYSTEM PIC X(8).
  05 AFH-RUN-ID PIC X(21).
  05 AFH-CREATED PIC X(21).
  05 AFH-RUN-RETURN-CODE PIC XX.
  05 AFH-RESULTS-LISTED-FLAG PIC X.
  05 FILLER PIC X(25).
01 ACK-BATCH-HEADER-VIEW REDEFINES ACKNOWLEDGMENT-RECORD.
  05 FILLER PIC XX.
  05 ABH-BATCH-NUMBER PIC 99.
  05 ABH-HEADER-IMAGE PIC X(23).
  05 FILLER PIC X(53).
01 ACK-RECORD-DETAIL-VIEW REDEFINES ACKNOWLEDGMENT-RECORD.
  05 FILLER PIC XX.
  05 ARD-BATCH-NUMBER PIC 99.
  05 ARD-INPUT-POSITION PIC 9(9).
  05 ARD-REASON-CODE PIC XX.
  05 ARD-RECORD-IMAGE PIC X(23).
  05 FILLER PIC X(42).
01 ACK-RESULT-VIEW REDEFINES ACKNOWLEDGMENT-RECORD.
  05 FILLER PIC XX.
  05 ARS-BATCH-NUMBER PIC 99.
  05 ARS-INPUT-POSITION PIC 9(9).
  05 ARS-FAC-INPUT PIC X(4).
  05 ARS-RESULT PIC X(19).
  05 ARS-STATUS-CODE PIC X.
  05 FILLER PIC X(43).
01 ACK-BATCH-TRAILER-VIEW REDEFINES ACKNOWLEDGMENT-RECORD.
  05 FILLER PIC XX.
  05 ABT-BATCH-NUMBER PIC 99.
  05 ABT-DETAIL-COUNT PIC 9(9).
  05 ABT-ACCEPTED-COUNT PIC 9(9).
  05 ABT-REJECTED-COUNT PIC 9(9).
  05 ABT-NOT-PROCESSED-COUNT PIC 9(9).
  05 ABT-RECONCILED-FLAG PIC X.
  05 FILLER PIC X(39).
01 ACK-FILE-TRAILER-VIEW REDEFINES ACKNOWLEDGMENT-RECORD.
  05 FILLER PIC XX.
  05 AFT-RECORD-COUNT PIC 9(9).
  05 AFT-BATCH-COUNT PIC 99.
  05 AFT-ACCEPTED-TOTAL PIC 9(9).
  05 AFT-REJECTED-TOTAL PIC 9(9).
  05 FILLER PIC X(49).
