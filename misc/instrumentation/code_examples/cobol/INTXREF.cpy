*> one record per upstream record INTAKE put on TRANSIN: the sender's
*> own record id against the batch it went into (source system and
*> creation date, as on the "H" header), its place among the batch's
*> details, and its record position on TRANSIN - the position
*> TESTPROG counts and writes to TRANSERR as TRJ-INPUT-POSITION.  The
*> line of the sender's extract it came from rides along.
01 INTAKE-CROSS-REFERENCE-RECORD.
  05 IX-SOURCE-SYSTEM PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 IX-CREATION-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 IX-UPSTREAM-ID PIC X(20).
  05 FILLER PIC X VALUE SPACE.
  05 IX-BATCH-SEQUENCE PIC 9(9).
  05 FILLER PIC X VALUE SPACE.
  05 IX-TRANSIN-POSITION PIC 9(9).
  05 FILLER PIC X VALUE SPACE.
  05 IX-FAC-VALUE PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 IX-EXTRACT-LINE PIC 9(9).
