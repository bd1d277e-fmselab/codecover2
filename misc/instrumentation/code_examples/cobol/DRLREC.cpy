*> one record per fault a drill run was asked to inject, appended to
*> DRILL.FAULTLOG by TESTPROG at the end of the drill and scored by
*> DRILLSC.  The run id is the drill's own ("DRILL" in place of the
*> GMT offset), the one its DRILL.VERDICTS lines carry; the start
*> and end stamps are the run's DRILL.RUNLOG window, the one FACRECON
*> reports the run under and the one its DRILL.EXCPTS records fall
*> inside.  Perturbations:
*>   ERGOFF1  - the computed ERG is one too high (CHECKEXPECTEDRESULT)
*>   OVERFLOW - the computation is forced to overflow (EXCRPT)
*>   SUPPRESS - the FACOUT record is not written (FACRECON)
*> The injected flag is "N" when the FAC value never reached the
*> point the fault is injected at - an invalid FAC has no ERG to
*> perturb - and the fault proves nothing either way.
01 DRILL-FAULT-LOG-RECORD.
  05 DFL-RUN-ID PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 DFL-RUN-START-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 DFL-RUN-END-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 DFL-FAULT-SEQUENCE PIC 99.
  05 FILLER PIC X VALUE SPACE.
  05 DFL-FAC PIC 9999.
  05 FILLER PIC X VALUE SPACE.
  05 DFL-PERTURBATION PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 DFL-INJECTED-FLAG PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 DFL-CHANGE-REFERENCE PIC X(12).
