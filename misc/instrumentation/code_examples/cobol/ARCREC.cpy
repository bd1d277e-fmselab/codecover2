*> the archive catalog ARCCAT appends to after each archive step: one
*> "G" entry per history generation cut, followed by one "R" entry per
*> run id the generation holds, both keyed by the generation's
*> absolute dataset name (PROD.TESTPROG.COVERAGE.HIST.G0012V00).  The
*> same name is the generation's copy in the working directory, which
*> is what TRENDCTL, VDHISTCT and REBLDCTL list.  The window date is
*> the night the generation was cut; the first and last stamps are the
*> earliest and latest run id (coverage.clf, VERDICTS) or record
*> timestamp (TRANSERR, overflow.aud) in it.  History kinds are
*> COVERAGE, VERDICTS, TRANSERR and OVERFLOW.
01 ARCHIVE-CATALOG-RECORD.
  05 AC-RECORD-TYPE PIC X.
    88 AC-GENERATION-ENTRY VALUE "G".
    88 AC-RUN-ID-ENTRY VALUE "R".
  05 FILLER PIC X.
  05 AC-DATASET-NAME PIC X(44).
  05 FILLER PIC X.
  05 AC-ENTRY-BODY PIC X(102).
01 AC-GENERATION-VIEW REDEFINES ARCHIVE-CATALOG-RECORD.
  05 FILLER PIC X(47).
  05 AG-HISTORY-KIND PIC X(8).
  05 FILLER PIC X.
  05 AG-GENERATION-NUMBER PIC 9(4).
  05 FILLER PIC X.
  05 AG-WINDOW-DATE PIC 9(8).
  05 FILLER PIC X.
  05 AG-RECORD-COUNT PIC 9(9).
  05 FILLER PIC X.
  05 AG-RUN-ID-COUNT PIC 999.
  05 FILLER PIC X.
  05 AG-FIRST-STAMP PIC X(21).
  05 FILLER PIC X.
  05 AG-LAST-STAMP PIC X(21).
  05 FILLER PIC X.
  05 AG-CATALOGED PIC X(21).
01 AC-RUN-ID-VIEW REDEFINES ARCHIVE-CATALOG-RECORD.
  05 FILLER PIC X(47).
  05 ACR-RUN-ID PIC X(21).
  05 FILLER PIC X.
  05 ACR-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X(66).
