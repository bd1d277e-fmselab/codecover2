*> one RUNLEDG record per file a program run read or wrote, written
*> by LEDGWRT from the caller's RUN-LEDGER-AREA and read back by
*> LEDGBAL.  A run that names no files still leaves one record, with
*> a blank file name, so every run is on the ledger.  The records of
*> one run are written together, after its end of run, so a step's
*> records always come before those of any step that follows it.
01 RUN-LEDGER-RECORD.
  05 LR-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X.
  05 LR-RUN-ID PIC X(21).
  05 FILLER PIC X.
  05 LR-START-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 LR-END-TIMESTAMP PIC X(21).
  05 FILLER PIC X.
  05 LR-RETURN-CODE PIC 99.
  05 FILLER PIC X.
  05 LR-FILE-NAME PIC X(18).
  05 FILLER PIC X.
  05 LR-RECORDS-READ PIC 9(9).
  05 FILLER PIC X.
  05 LR-RECORDS-WRITTEN PIC 9(9).
  05 FILLER PIC X.
  05 LR-RECORDS-REJECTED PIC 9(9).
  05 FILLER PIC X.
  05 LR-CONTROL-TOTAL PIC 9(13).
