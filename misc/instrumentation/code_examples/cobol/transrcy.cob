01 TRANSACTION-REJECT-RECORD PIC X(58).
FD RECYCLE-CONTROL-FILE.
*> who is recycling this window's rejects - carried on every
*> disposition record so a dropped reject is attributable - then the
*> night the recycle is for and the change it is made under.
01 RECYCLE-CONTROL-RECORD.
  05 RCC-USER-ID PIC X(8).
  05 FILLER PIC X.
  05 RCC-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 RCC-CHANGE-REFERENCE PIC X(12).
FD RECYCLED-FEED-FILE.
*> a complete TRANSIN batch: "H" header, the requeued detail records,
*> and a "T" trailer with the recomputed count and hash, ready to be
  05 STILL-BAD-COUNT PIC 9(9) VALUE ZERO.
  05 DROPPED-COUNT PIC 9(9) VALUE ZERO.
  05 RECYCLED-HASH-TOTAL PIC 9(13) VALUE ZERO.
  05 REJECTS-READ-COUNT PIC 9(9) VALUE ZERO.
01 REJECT-RECORD-VIEW.
  05 RRV-RECORD-IMAGE.
    10 RRV-FAC-VALUE PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DSP-RECORD-IMAGE PIC X(23).
01 CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
COPY CTLPARM.
COPY RUNLEDG.
PROCEDURE DIVISION.
*> turn a corrected TRANSERR file into a valid new TRANSIN batch:
*> revalidate each record, wrap the survivors in a proper header and
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
PERFORM 5000-WRITE-RUN-LEDGER.
STOP RUN.

1000-READ-RECYCLE-CONTROL.
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE SPACES TO RECYCLE-CONTROL-RECORD.
READ RECYCLE-CONTROL-FILE
  AT END
    CONTINUE
  NOT AT END
    MOVE RCC-USER-ID TO RECYCLE-USER-ID
END-READ.
CLOSE RECYCLE-CONTROL-FILE.
PERFORM 1010-AUTHORIZE-RECYCLE.

*> the recycle is a one-night action signed by the recycling user:
*> CTLAUTH must find it dated tonight, with a change reference, from
*> a user authorized for RECYCCTL.  Refused, nothing is recycled and
*> TRANSERR is left as it stands, just as with no RECYCCTL at all.
1010-AUTHORIZE-RECYCLE.
MOVE "TRANSRCY" TO CA-PROGRAM-NAME.
MOVE "RECYCCTL" TO CA-CONTROL-FILE-NAME.
SET CA-ONE-NIGHT-ACTION TO TRUE.
MOVE RCC-USER-ID TO CA-OPERATOR-ID.
MOVE RCC-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE.
MOVE RCC-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE.
MOVE "RECYCLE TRANSERR INTO A TRANSNEW BATCH" TO CA-ACTION-TEXT.
MOVE SPACE TO CA-EXCEPTION-WRITER.
CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA.
IF CA-REFUSED THEN
  DISPLAY "TRANSRCY: RECYCCTL REFUSED - " CA-REASON-TEXT
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE RECYCLED-HASH-TOTAL TO RCT-HASH-TOTAL.
WRITE RECYCLED-FEED-RECORD FROM RECYCLED-TRAILER-FIELDS.

*> TRANSNEW is counted as written with its header and trailer, the
*> way TRANSVAL counts TRANSIN read, so the two can be balanced when
*> operations stage the batch as the next TRANSIN.
5000-WRITE-RUN-LEDGER.
COMPUTE REJECTS-READ-COUNT = REQUEUED-COUNT + STILL-BAD-COUNT
  + DROPPED-COUNT.
MOVE "TRANSRCY" TO LG-PROGRAM-NAME.
MOVE CURRENT-TIMESTAMP TO LG-RUN-ID.
MOVE CURRENT-TIMESTAMP TO LG-START-TIMESTAMP.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 3 TO LG-FILE-COUNT.
MOVE "TRANSERR" TO LG-FILE-NAME (1).
MOVE REJECTS-READ-COUNT TO LG-RECORDS-READ (1).
MOVE ZERO TO LG-RECORDS-WRITTEN (1).
MOVE STILL-BAD-COUNT TO LG-RECORDS-REJECTED (1).
MOVE ZERO TO LG-CONTROL-TOTAL (1).
MOVE "TRANSNEW" TO LG-FILE-NAME (2).
MOVE ZERO TO LG-RECORDS-READ (2).
COMPUTE LG-RECORDS-WRITTEN (2) = REQUEUED-COUNT + 2.
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
MOVE "TRANSDSP" TO LG-FILE-NAME (3).
MOVE ZERO TO LG-RECORDS-READ (3).
MOVE REJECTS-READ-COUNT TO LG-RECORDS-WRITTEN (3).
MOVE ZERO TO LG-RECORDS-REJECTED (3).
MOVE ZERO TO LG-CONTROL-TOTAL (3).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM TRANSRCY.
