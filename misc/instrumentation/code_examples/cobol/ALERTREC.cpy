*> one standard alert, the shape the enterprise monitoring system
*> picks up from ALERTOUT and the shape ALERTGEN keeps its open alerts
*> in on ALERTST.  RAISE opens an alert, RESOLVE closes it; the dedup
*> key, within the source program, is what the two are matched on and
*> what keeps a condition that persists from being raised again.
*> First-seen and last-seen are YYYYMMDDHHMMSS stamps of the nights
*> the condition was first and most recently found.
01 ALERT-RECORD-FIELDS.
  05 AL-RECORD-TYPE PIC X(7).
    88 AL-RAISE VALUE "RAISE".
    88 AL-RESOLVE VALUE "RESOLVE".
  05 FILLER PIC X VALUE SPACE.
  05 AL-SEVERITY PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AL-SOURCE-PROGRAM PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 AL-DEDUP-KEY PIC X(40).
  05 FILLER PIC X VALUE SPACE.
  05 AL-FIRST-SEEN PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 AL-LAST-SEEN PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 AL-ALERT-TEXT PIC X(60).
