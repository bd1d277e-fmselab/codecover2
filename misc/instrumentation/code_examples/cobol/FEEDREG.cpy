*> one feed register entry per TRANSIN batch TRANSVAL has seen, in
*> the order seen.  A batch is known by its sender, creation date and
*> trailer count and hash; the run id is TRANSVAL's start timestamp,
*> which is also when the batch was received.  The status is what
*> became of the batch on that run:
*>   ACCEPTED  the feed was a go
*>   RERUN     the feed was a go and the batch was on FEEDRLSE -
*>             an operator-released second pass of a batch seen before
*>   DUPLICAT  the batch was already on the register - feed refused
*>   REJECTED  the feed was refused for another reason, so the batch
*>             was not processed and may be sent again
*> The register is a plain text file TRANSVAL appends to and never
*> rewrites.
01 FEED-REGISTER-RECORD.
  05 FR-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X.
  05 FR-CREATION-DATE PIC X(8).
  05 FILLER PIC X.
  05 FR-RECORD-COUNT PIC 9(9).
  05 FILLER PIC X.
  05 FR-HASH-TOTAL PIC 9(13).
  05 FILLER PIC X.
  05 FR-RUN-ID PIC X(21).
  05 FILLER PIC X.
  05 FR-BATCH-STATUS PIC X(8).
    88 FR-BATCH-PROCESSED VALUE "ACCEPTED" "RERUN".
    88 FR-BATCH-DUPLICATE VALUE "DUPLICAT".
  05 FILLER PIC X.
  05 FR-BATCH-NUMBER PIC 99.
