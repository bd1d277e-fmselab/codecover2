*> the run-ledger area every program fills in at the end of its run
*> and passes to LEDGWRT, which puts it on the shared RUNLEDG file.
*> The caller says who it is, the run id - for an instrumented
*> program the same id its coverage log carries, otherwise the
*> timestamp it started at - when it started and the return code
*> it is leaving with, then one entry per file it read or wrote:
*> records read, written and rejected, and a control total where the
*> file has one (the blocks on a coverage log, else zero).
*> LG-FILE-COUNT says how many entries are filled in; LEDGWRT writes
*> one RUNLEDG record for each, stamped with the end of run, and
*> answers in LG-LEDGER-STATUS.  LEDGBAL reads the file back to
*> check each step handed on what the next step received.
01 RUN-LEDGER-AREA.
  05 LG-PROGRAM-NAME PIC X(14).
  05 LG-RUN-ID PIC X(21).
  05 LG-START-TIMESTAMP PIC X(21).
  05 LG-RETURN-CODE PIC 99.
  05 LG-FILE-COUNT PIC 99.
  05 LG-FILE-ENTRY OCCURS 10 TIMES.
    10 LG-FILE-NAME PIC X(18).
    10 LG-RECORDS-READ PIC 9(9).
    10 LG-RECORDS-WRITTEN PIC 9(9).
    10 LG-RECORDS-REJECTED PIC 9(9).
    10 LG-CONTROL-TOTAL PIC 9(13).
  05 LG-LEDGER-STATUS PIC XX.
