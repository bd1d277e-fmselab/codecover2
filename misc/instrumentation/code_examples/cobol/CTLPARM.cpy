*> the parameter area a program passes to CTLAUTH for each action a
*> control or flag file asks of it (PRODRSTR, RERUNCTL, BUDGCTL,
*> RECYCCTL, HOUSECTL, THRESHLD, STRKCTL, FAULTCTL).  The caller
*> fills in who it is, which control file, the stamp the file carries
*> (operator id, effective date, change reference) and a line saying
*> what the file asks for; CTLAUTH answers honored or refused with a
*> reason, writes the CTLAUDT record and raises the EXCPTS record.
*>   kind "A" - a one-night action (a flag file dropped for one run):
*>              the effective date must be tonight's date.
*>   kind "P" - a standing policy (limits, retention, floors): in
*>              force from its effective date, refused while that date
*>              is still in the future.
*> A caller that already holds EXCPTS open sets "C" in
*> CA-EXCEPTION-WRITER and writes CA-EXCEPTION-RECORD itself when
*> CA-EXCEPTION-RAISED is set; otherwise CTLAUTH writes it.
01 CONTROL-AUTHORIZATION-AREA.
  05 CA-PROGRAM-NAME PIC X(14).
  05 CA-CONTROL-FILE-NAME PIC X(8).
  05 CA-CONTROL-KIND PIC X.
    88 CA-ONE-NIGHT-ACTION VALUE "A".
    88 CA-STANDING-POLICY VALUE "P".
  05 CA-CONTROL-STAMP.
    10 CA-OPERATOR-ID PIC X(8).
    10 CA-EFFECTIVE-DATE PIC X(8).
    10 CA-CHANGE-REFERENCE PIC X(12).
  05 CA-ACTION-TEXT PIC X(40).
  05 CA-EXCEPTION-WRITER PIC X.
    88 CA-CALLER-WRITES-EXCEPTION VALUE "C".
  05 CA-RESULT PIC X.
    88 CA-HONORED VALUE "H".
    88 CA-REFUSED VALUE "R".
  05 CA-REASON-TEXT PIC X(23).
  05 CA-EXCEPTION-RAISED-SWITCH PIC X.
    88 CA-EXCEPTION-RAISED VALUE "Y".
  05 CA-EXCEPTION-RECORD PIC X(95).
