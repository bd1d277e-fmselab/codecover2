*> the test case names TESTPROG gives its passes, in FAC order - the
*> same table TESTPROG carries - so a name read back off COVIDX turns
*> into the FAC value that reproduces it: entry n is FAC n - 1, and
*> the "too high" entry 22 is rerun with 21, as TESTPROG's own rerun
*> queue does.  "Too low" cannot come from an unsigned TRANSIN value
*> and is left out.
01 FACULTY-CASE-NAME-VALUES.
  05 FILLER PIC X(30) VALUE "Faculty of zero".
  05 FILLER PIC X(30) VALUE "Faculty of one".
  05 FILLER PIC X(30) VALUE "Faculty of two".
  05 FILLER PIC X(30) VALUE "Faculty of three".
  05 FILLER PIC X(30) VALUE "Faculty of four".
  05 FILLER PIC X(30) VALUE "Faculty of five".
  05 FILLER PIC X(30) VALUE "Faculty of six".
  05 FILLER PIC X(30) VALUE "Faculty of seven".
  05 FILLER PIC X(30) VALUE "Faculty of eight".
  05 FILLER PIC X(30) VALUE "Faculty of nine".
  05 FILLER PIC X(30) VALUE "Faculty of ten".
  05 FILLER PIC X(30) VALUE "Faculty of eleven".
  05 FILLER PIC X(30) VALUE "Faculty of twelve".
  05 FILLER PIC X(30) VALUE "Faculty of thirteen".
  05 FILLER PIC X(30) VALUE "Faculty of fourteen".
  05 FILLER PIC X(30) VALUE "Faculty of fifteen".
  05 FILLER PIC X(30) VALUE "Faculty of sixteen".
  05 FILLER PIC X(30) VALUE "Faculty of seventeen".
  05 FILLER PIC X(30) VALUE "Faculty of eighteen".
  05 FILLER PIC X(30) VALUE "Faculty of nineteen".
  05 FILLER PIC X(30) VALUE "Faculty of twenty".
  05 FILLER PIC X(30) VALUE "Invalid input (too high)".
01 FACULTY-CASE-NAME-TABLE REDEFINES FACULTY-CASE-NAME-VALUES.
  05 FACULTY-CASE-NAME-ENTRY PIC X(30) OCCURS 22 TIMES.
