IDENTIFICATION DIVISION.
PROGRAM-ID. INTAKE.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT INTAKE-CONTROL-FILE ASSIGN TO "INTKCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CONTROL-FILE-STATUS.
SELECT EXTRACT-FILE ASSIGN TO DYNAMIC EXTRACT-FILE-NAME
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS EXTRACT-FILE-STATUS.
SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANS-FILE-STATUS.
SELECT INTAKE-REJECT-FILE ASSIGN TO "INTKREJ"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS REJECT-FILE-STATUS.
SELECT CROSS-REFERENCE-FILE ASSIGN TO "INTKXREF"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS XREF-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD INTAKE-CONTROL-FILE.
*> one record per upstream sender that can only send a delimited
*> extract: the source system its batch is headed with, and the
*> working-directory name of tonight's extract.
01 INTAKE-CONTROL-RECORD.
  05 ICC-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X.
  05 ICC-EXTRACT-NAME PIC X(44).
FD EXTRACT-FILE.
*> the sender's comma-delimited extract: its own record id, a comma,
*> and the FAC value of 1 to 4 digits.  No heading line.
01 EXTRACT-RECORD PIC X(120).
FD TRANSACTION-FILE.
01 TRANSACTION-RECORD PIC X(23).
FD INTAKE-REJECT-FILE.
01 INTAKE-REJECT-RECORD PIC X(189).
FD CROSS-REFERENCE-FILE.
01 CROSS-REFERENCE-RECORD PIC X(73).
WORKING-STORAGE SECTION.
01 INTAKE-CONTROL-FIELDS.
  05 CONTROL-FILE-STATUS PIC XX VALUE SPACES.
  05 EXTRACT-FILE-STATUS PIC XX VALUE SPACES.
  05 TRANS-FILE-STATUS PIC XX VALUE SPACES.
  05 REJECT-FILE-STATUS PIC XX VALUE SPACES.
  05 XREF-FILE-STATUS PIC XX VALUE SPACES.
  05 EXTRACT-FILE-NAME PIC X(44) VALUE SPACES.
  05 END-OF-CONTROL-SWITCH PIC X VALUE "N".
    88 END-OF-CONTROL VALUE "Y".
  05 END-OF-EXTRACT-SWITCH PIC X VALUE "N".
    88 END-OF-EXTRACT VALUE "Y".
  05 END-OF-TRANSIN-SWITCH PIC X VALUE "N".
    88 END-OF-TRANSIN VALUE "Y".
  05 RECORD-VALID-SWITCH PIC X VALUE "N".
    88 RECORD-VALID VALUE "Y".
  05 ID-FOUND-SWITCH PIC X VALUE "N".
    88 ID-FOUND VALUE "Y".
  05 INTAKE-WARNED-SWITCH PIC X VALUE "N".
    88 INTAKE-WARNED VALUE "Y".
  05 ID-TABLE-FULL-SWITCH PIC X VALUE "N".
    88 ID-TABLE-FULL VALUE "Y".
  05 TRANSIN-WRITE-FAILED-SWITCH PIC X VALUE "N".
    88 TRANSIN-WRITE-FAILED VALUE "Y".
  05 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
01 INTAKE-TOTALS.
  05 TRANSIN-POSITION PIC 9(9) VALUE ZERO.
  05 EXTRACT-LINE-COUNT PIC 9(9) VALUE ZERO.
  05 BATCH-DETAIL-COUNT PIC 9(9) VALUE ZERO.
  05 BATCH-HASH-TOTAL PIC 9(13) VALUE ZERO.
  05 BATCH-REJECT-COUNT PIC 9(9) VALUE ZERO.
  05 BATCHES-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
  05 DETAILS-WRITTEN-COUNT PIC 9(9) VALUE ZERO.
  05 RECORDS-REJECTED-COUNT PIC 9(9) VALUE ZERO.
  05 EXTRACT-LINES-TOTAL PIC 9(9) VALUE ZERO.
  05 TRANSIN-RECORDS-WRITTEN PIC 9(9) VALUE ZERO.
*> one extract record taken apart at its commas.  The field tally
*> and the id's length catch a record with the wrong shape before
*> anything is truncated into a field too small for it.
01 EXTRACT-EDIT-FIELDS.
  05 CSV-FIELD-COUNT PIC 99 VALUE ZERO.
  05 CSV-RECORD-ID PIC X(20).
  05 CSV-ID-LENGTH PIC 999 VALUE ZERO.
  05 CSV-VALUE-FIELD PIC X(100).
  05 CSV-EXTRA-FIELD PIC X(100).
  05 CSV-VALUE-TEXT PIC X(100).
  05 CSV-VALUE-LENGTH PIC 999 VALUE ZERO.
  05 DETAIL-FAC-VALUE PIC 9999 VALUE ZERO.
  05 DETAIL-FAC-TEXT REDEFINES DETAIL-FAC-VALUE PIC X(4).
  05 REJECT-REASON-CODE PIC XX VALUE SPACES.
  05 REJECT-REASON-TEXT PIC X(24) VALUE SPACES.
*> the record ids already taken from the extract being converted - a
*> second record under the same id could not be traced back.
01 RECORD-ID-TABLE.
  05 RECORD-ID-COUNT PIC 9(4) VALUE ZERO.
  05 RECORD-ID-ENTRY PIC X(20) OCCURS 5000 TIMES.
  05 RECORD-ID-SUB PIC 9(4) VALUE ZERO.
*> the TRANSIN batch, laid out as TRANSVAL and TESTPROG read it.
01 BATCH-HEADER-FIELDS.
  05 FILLER PIC X VALUE "H".
  05 BHF-CREATION-DATE PIC X(8).
  05 BHF-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X(6) VALUE SPACES.
01 BATCH-DETAIL-FIELDS.
  05 BDF-FAC-VALUE PIC 9999.
  05 FILLER PIC X(19) VALUE SPACES.
01 BATCH-TRAILER-FIELDS.
  05 FILLER PIC X VALUE "T".
  05 BTF-RECORD-COUNT PIC 9(9).
  05 BTF-HASH-TOTAL PIC 9(13).
*> every record turned away, with the line of the extract it was on
*> and why, so the sender can be told exactly what to correct.
01 INTAKE-REJECT-FIELDS.
  05 IRJ-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 IRJ-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 IRJ-EXTRACT-LINE PIC 9(9).
  05 FILLER PIC X VALUE SPACE.
  05 IRJ-REASON-CODE PIC XX.
  05 FILLER PIC X VALUE SPACE.
  05 IRJ-REASON-TEXT PIC X(24).
  05 FILLER PIC X VALUE SPACE.
  05 IRJ-RECORD-IMAGE PIC X(120).
COPY INTXREF.
COPY RUNLEDG.
PROCEDURE DIVISION.
*> turn the delimited extracts of the senders listed on INTKCTL into
*> TRANSIN batches, so nobody has to hand-build the header, details
*> and trailer before TRANSVAL will take the file.  Each extract
*> record must be a record id of up to 20 characters and a FAC value
*> of 1 to 4 digits, comma-separated; anything else - the wrong
*> number of fields, a missing or over-long id, a value that is not
*> 1 to 4 digits, an id already seen in the extract - goes to INTKREJ
*> with a reason code:
*>   FC  not exactly two fields      MI  record id missing
*>   LI  record id over 20 chars     LV  value not 1 to 4 characters
*>   NN  value not numeric           DI  duplicate record id
*>   TF  id table full (over 5000 records in one extract)
*> The good records of each extract are appended to TRANSIN as one
*> batch - "H" header (tonight's date, the sender's source system),
*> the 4-digit details, "T" trailer with the computed count and hash
*> - after whatever TRANSIN already holds, and each one's record id
*> goes on the INTKXREF cross-reference with its batch and its record
*> position on TRANSIN, so a TRANSERR reject or a FACOUT result can be
*> traced back to the sender's own id.  An extract is emptied once
*> converted, the way CLFMERGE empties each consumed log, so a second
*> pass cannot feed the same records twice - unless a TRANSIN write
*> failed, when the extract is kept for the rerun rather than lost.
*> An extract with no good records gets no batch.  No INTKCTL at all
*> means no extracts tonight.  Ends RC 4 when a record was rejected,
*> an extract was missing or produced no batch, or the id table
*> filled; RC 8 when INTKCTL cannot be read, TRANSIN, INTKREJ or
*> INTKXREF cannot be opened, or a TRANSIN write failed; RC 0
*> otherwise.
0000-MAINLINE.
MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
OPEN INPUT INTAKE-CONTROL-FILE.
IF CONTROL-FILE-STATUS = "35" THEN
  DISPLAY "INTAKE: NO INTKCTL - NO EXTRACTS TO CONVERT TONIGHT"
  PERFORM 1000-COUNT-TRANSIN-RECORDS
  MOVE 0 TO RETURN-CODE
  PERFORM 4000-WRITE-RUN-LEDGER
  STOP RUN
END-IF.
IF CONTROL-FILE-STATUS NOT = "00" THEN
  DISPLAY "INTAKE: INTKCTL NOT AVAILABLE - STATUS " CONTROL-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 1000-COUNT-TRANSIN-RECORDS.
OPEN EXTEND TRANSACTION-FILE.
IF TRANS-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT TRANSACTION-FILE
END-IF.
IF TRANS-FILE-STATUS NOT = "00" THEN
  DISPLAY "INTAKE: CANNOT OPEN TRANSIN - STATUS " TRANS-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN EXTEND INTAKE-REJECT-FILE.
IF REJECT-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT INTAKE-REJECT-FILE
END-IF.
IF REJECT-FILE-STATUS NOT = "00" THEN
  DISPLAY "INTAKE: CANNOT OPEN INTKREJ - STATUS " REJECT-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
OPEN EXTEND CROSS-REFERENCE-FILE.
IF XREF-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT CROSS-REFERENCE-FILE
END-IF.
IF XREF-FILE-STATUS NOT = "00" THEN
  DISPLAY "INTAKE: CANNOT OPEN INTKXREF - STATUS " XREF-FILE-STATUS
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM 2000-READ-ONE-CONTROL-RECORD UNTIL END-OF-CONTROL.
CLOSE INTAKE-CONTROL-FILE.
CLOSE TRANSACTION-FILE.
CLOSE INTAKE-REJECT-FILE.
CLOSE CROSS-REFERENCE-FILE.
DISPLAY "INTAKE: " BATCHES-WRITTEN-COUNT " BATCH(ES), "
  DETAILS-WRITTEN-COUNT " DETAIL RECORDS, " RECORDS-REJECTED-COUNT
  " REJECTED".
EVALUATE TRUE
  WHEN TRANSIN-WRITE-FAILED
    MOVE 8 TO RETURN-CODE
  WHEN ID-TABLE-FULL OR RECORDS-REJECTED-COUNT > 0 OR INTAKE-WARNED
    MOVE 4 TO RETURN-CODE
  WHEN OTHER
    MOVE 0 TO RETURN-CODE
END-EVALUATE.
PERFORM 4000-WRITE-RUN-LEDGER.
STOP RUN.

*> the batches go after whatever TRANSIN already holds, so the
*> positions on the cross-reference start from its record count.  No
*> TRANSIN yet is a count of zero.
1000-COUNT-TRANSIN-RECORDS.
OPEN INPUT TRANSACTION-FILE.
IF TRANS-FILE-STATUS = "00" THEN
  PERFORM 1100-COUNT-ONE-TRANSIN-RECORD UNTIL END-OF-TRANSIN
  CLOSE TRANSACTION-FILE
END-IF.

1100-COUNT-ONE-TRANSIN-RECORD.
READ TRANSACTION-FILE
  AT END
    SET END-OF-TRANSIN TO TRUE
  NOT AT END
    ADD 1 TO TRANSIN-POSITION
END-READ.

2000-READ-ONE-CONTROL-RECORD.
READ INTAKE-CONTROL-FILE
  AT END
    SET END-OF-CONTROL TO TRUE
  NOT AT END
    IF INTAKE-CONTROL-RECORD NOT = SPACES THEN
      MOVE ICC-EXTRACT-NAME TO EXTRACT-FILE-NAME
      PERFORM 3000-CONVERT-ONE-EXTRACT
    END-IF
END-READ.

3000-CONVERT-ONE-EXTRACT.
MOVE ZERO TO EXTRACT-LINE-COUNT.
MOVE ZERO TO BATCH-DETAIL-COUNT.
MOVE ZERO TO BATCH-HASH-TOTAL.
MOVE ZERO TO BATCH-REJECT-COUNT.
MOVE ZERO TO RECORD-ID-COUNT.
MOVE "N" TO END-OF-EXTRACT-SWITCH.
OPEN INPUT EXTRACT-FILE.
IF EXTRACT-FILE-STATUS NOT = "00" THEN
  DISPLAY "INTAKE: " ICC-SOURCE-SYSTEM " EXTRACT " EXTRACT-FILE-NAME
    " NOT AVAILABLE - STATUS " EXTRACT-FILE-STATUS
  SET INTAKE-WARNED TO TRUE
ELSE
  PERFORM 3100-CONVERT-ONE-EXTRACT-RECORD UNTIL END-OF-EXTRACT
  CLOSE EXTRACT-FILE
  ADD EXTRACT-LINE-COUNT TO EXTRACT-LINES-TOTAL
  IF BATCH-DETAIL-COUNT > 0 THEN
    PERFORM 3400-WRITE-BATCH-TRAILER
  ELSE
    SET INTAKE-WARNED TO TRUE
  END-IF
  IF TRANSIN-WRITE-FAILED THEN
    DISPLAY "INTAKE: " ICC-SOURCE-SYSTEM " EXTRACT " EXTRACT-FILE-NAME
      " KEPT - TRANSIN NOT FULLY WRITTEN"
  ELSE
    OPEN OUTPUT EXTRACT-FILE
    CLOSE EXTRACT-FILE
  END-IF
  DISPLAY "INTAKE: " ICC-SOURCE-SYSTEM " " EXTRACT-LINE-COUNT
    " LINES, " BATCH-DETAIL-COUNT " BATCHED, " BATCH-REJECT-COUNT
    " REJECTED"
END-IF.

3100-CONVERT-ONE-EXTRACT-RECORD.
READ EXTRACT-FILE
  AT END
    SET END-OF-EXTRACT TO TRUE
  NOT AT END
    ADD 1 TO EXTRACT-LINE-COUNT
    PERFORM 3200-EDIT-EXTRACT-RECORD
    IF RECORD-VALID THEN
      PERFORM 3300-WRITE-BATCH-DETAIL
    ELSE
      PERFORM 3500-WRITE-INTAKE-REJECT
    END-IF
END-READ.

3200-EDIT-EXTRACT-RECORD.
MOVE "N" TO RECORD-VALID-SWITCH.
MOVE ZERO TO CSV-FIELD-COUNT.
MOVE ZERO TO CSV-ID-LENGTH.
MOVE ZERO TO CSV-VALUE-LENGTH.
MOVE SPACES TO CSV-RECORD-ID.
MOVE SPACES TO CSV-VALUE-FIELD.
MOVE SPACES TO CSV-EXTRA-FIELD.
MOVE SPACES TO CSV-VALUE-TEXT.
UNSTRING EXTRACT-RECORD DELIMITED BY ","
  INTO CSV-RECORD-ID COUNT IN CSV-ID-LENGTH
       CSV-VALUE-FIELD
       CSV-EXTRA-FIELD
  TALLYING IN CSV-FIELD-COUNT
END-UNSTRING.
UNSTRING CSV-VALUE-FIELD DELIMITED BY SPACE
  INTO CSV-VALUE-TEXT COUNT IN CSV-VALUE-LENGTH
END-UNSTRING.
EVALUATE TRUE
  WHEN CSV-FIELD-COUNT NOT = 2
    MOVE "FC" TO REJECT-REASON-CODE
    MOVE "NOT TWO FIELDS" TO REJECT-REASON-TEXT
  WHEN CSV-RECORD-ID = SPACES
    MOVE "MI" TO REJECT-REASON-CODE
    MOVE "RECORD ID MISSING" TO REJECT-REASON-TEXT
  WHEN CSV-ID-LENGTH > 20
    MOVE "LI" TO REJECT-REASON-CODE
    MOVE "RECORD ID OVER 20 CHARS" TO REJECT-REASON-TEXT
  WHEN CSV-VALUE-LENGTH = 0 OR CSV-VALUE-LENGTH > 4
    MOVE "LV" TO REJECT-REASON-CODE
    MOVE "VALUE NOT 1-4 CHARACTERS" TO REJECT-REASON-TEXT
  WHEN CSV-VALUE-TEXT (1:CSV-VALUE-LENGTH) IS NOT NUMERIC
       OR CSV-VALUE-FIELD (CSV-VALUE-LENGTH + 1:) NOT = SPACES
    MOVE "NN" TO REJECT-REASON-CODE
    MOVE "VALUE NOT NUMERIC" TO REJECT-REASON-TEXT
  WHEN OTHER
    PERFORM 3210-REGISTER-RECORD-ID
END-EVALUATE.

3210-REGISTER-RECORD-ID.
MOVE "N" TO ID-FOUND-SWITCH.
MOVE 1 TO RECORD-ID-SUB.
PERFORM 3220-CHECK-ONE-RECORD-ID
  UNTIL ID-FOUND OR RECORD-ID-SUB > RECORD-ID-COUNT.
EVALUATE TRUE
  WHEN ID-FOUND
    MOVE "DI" TO REJECT-REASON-CODE
    MOVE "DUPLICATE RECORD ID" TO REJECT-REASON-TEXT
  WHEN RECORD-ID-COUNT >= 5000
    SET ID-TABLE-FULL TO TRUE
    MOVE "TF" TO REJECT-REASON-CODE
    MOVE "ID TABLE FULL" TO REJECT-REASON-TEXT
  WHEN OTHER
    ADD 1 TO RECORD-ID-COUNT
    MOVE CSV-RECORD-ID TO RECORD-ID-ENTRY (RECORD-ID-COUNT)
    SET RECORD-VALID TO TRUE
END-EVALUATE.

3220-CHECK-ONE-RECORD-ID.
IF RECORD-ID-ENTRY (RECORD-ID-SUB) = CSV-RECORD-ID THEN
  SET ID-FOUND TO TRUE
ELSE
  ADD 1 TO RECORD-ID-SUB
END-IF.

*> the header goes out with the extract's first good record, so an
*> extract with none leaves no empty batch behind.
3300-WRITE-BATCH-DETAIL.
IF BATCH-DETAIL-COUNT = 0 THEN
  MOVE CURRENT-TIMESTAMP (1:8) TO BHF-CREATION-DATE
  MOVE ICC-SOURCE-SYSTEM TO BHF-SOURCE-SYSTEM
  WRITE TRANSACTION-RECORD FROM BATCH-HEADER-FIELDS
  PERFORM 3600-CHECK-TRANSIN-WRITE
  ADD 1 TO TRANSIN-POSITION
END-IF.
MOVE ZERO TO DETAIL-FAC-VALUE.
MOVE CSV-VALUE-TEXT (1:CSV-VALUE-LENGTH)
  TO DETAIL-FAC-TEXT (5 - CSV-VALUE-LENGTH:CSV-VALUE-LENGTH).
MOVE DETAIL-FAC-VALUE TO BDF-FAC-VALUE.
WRITE TRANSACTION-RECORD FROM BATCH-DETAIL-FIELDS.
PERFORM 3600-CHECK-TRANSIN-WRITE.
ADD 1 TO TRANSIN-POSITION.
ADD 1 TO BATCH-DETAIL-COUNT.
ADD 1 TO DETAILS-WRITTEN-COUNT.
ADD DETAIL-FAC-VALUE TO BATCH-HASH-TOTAL.
MOVE ICC-SOURCE-SYSTEM TO IX-SOURCE-SYSTEM.
MOVE BHF-CREATION-DATE TO IX-CREATION-DATE.
MOVE CSV-RECORD-ID TO IX-UPSTREAM-ID.
MOVE BATCH-DETAIL-COUNT TO IX-BATCH-SEQUENCE.
MOVE TRANSIN-POSITION TO IX-TRANSIN-POSITION.
MOVE DETAIL-FAC-VALUE TO IX-FAC-VALUE.
MOVE EXTRACT-LINE-COUNT TO IX-EXTRACT-LINE.
WRITE CROSS-REFERENCE-RECORD FROM INTAKE-CROSS-REFERENCE-RECORD.

3400-WRITE-BATCH-TRAILER.
MOVE BATCH-DETAIL-COUNT TO BTF-RECORD-COUNT.
MOVE BATCH-HASH-TOTAL TO BTF-HASH-TOTAL.
WRITE TRANSACTION-RECORD FROM BATCH-TRAILER-FIELDS.
PERFORM 3600-CHECK-TRANSIN-WRITE.
ADD 1 TO TRANSIN-POSITION.
ADD 1 TO BATCHES-WRITTEN-COUNT.

3500-WRITE-INTAKE-REJECT.
MOVE CURRENT-TIMESTAMP TO IRJ-TIMESTAMP.
MOVE ICC-SOURCE-SYSTEM TO IRJ-SOURCE-SYSTEM.
MOVE EXTRACT-LINE-COUNT TO IRJ-EXTRACT-LINE.
MOVE REJECT-REASON-CODE TO IRJ-REASON-CODE.
MOVE REJECT-REASON-TEXT TO IRJ-REASON-TEXT.
MOVE EXTRACT-RECORD TO IRJ-RECORD-IMAGE.
WRITE INTAKE-REJECT-RECORD FROM INTAKE-REJECT-FIELDS.
ADD 1 TO BATCH-REJECT-COUNT.
ADD 1 TO RECORDS-REJECTED-COUNT.

*> once a TRANSIN write fails no extract from then on is emptied; the
*> batch it left short cannot balance to a trailer, so TRANSVAL refuses
*> the feed.
3600-CHECK-TRANSIN-WRITE.
IF TRANS-FILE-STATUS NOT = "00" THEN
  IF NOT TRANSIN-WRITE-FAILED THEN
    DISPLAY "INTAKE: TRANSIN WRITE FAILED - STATUS " TRANS-FILE-STATUS
      " - " ICC-SOURCE-SYSTEM " EXTRACT LINE " EXTRACT-LINE-COUNT
  END-IF
  SET TRANSIN-WRITE-FAILED TO TRUE
END-IF.

*> TRANSIN is read for what it already held and written for the
*> batches added, headers and trailers included, so read plus
*> written is what TRANSVAL should find on it next.
4000-WRITE-RUN-LEDGER.
COMPUTE TRANSIN-RECORDS-WRITTEN = DETAILS-WRITTEN-COUNT
  + 2 * BATCHES-WRITTEN-COUNT.
MOVE "INTAKE" TO LG-PROGRAM-NAME.
MOVE CURRENT-TIMESTAMP TO LG-RUN-ID.
MOVE CURRENT-TIMESTAMP TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 4 TO LG-FILE-COUNT.
MOVE "EXTRACTS" TO LG-FILE-NAME (1).
MOVE EXTRACT-LINES-TOTAL TO LG-RECORDS-READ (1).
MOVE ZERO TO LG-RECORDS-WRITTEN (1).
MOVE RECORDS-REJECTED-COUNT TO LG-RECORDS-REJECTED (1).
MOVE ZERO TO LG-CONTROL-TOTAL (1).
MOVE "TRANSIN" TO LG-FILE-NAME (2).
COMPUTE LG-RECORDS-READ (2) = TRANSIN-POSITION
  - TRANSIN-RECORDS-WRITTEN.
MOVE TRANSIN-RECORDS-WRITTEN TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
MOVE "INTKREJ" TO LG-FILE-NAME (3).
MOVE ZERO TO LG-RECORDS-READ (3).
MOVE RECORDS-REJECTED-COUNT TO LG-RECORDS-WRITTEN (3).
MOVE ZERO TO LG-RECORDS-REJECTED (3).
MOVE ZERO TO LG-CONTROL-TOTAL (3).
MOVE "INTKXREF" TO LG-FILE-NAME (4).
MOVE ZERO TO LG-RECORDS-READ (4).
MOVE DETAILS-WRITTEN-COUNT TO LG-RECORDS-WRITTEN (4).
MOVE ZERO TO LG-RECORDS-REJECTED (4).
MOVE ZERO TO LG-CONTROL-TOTAL (4).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM INTAKE.
