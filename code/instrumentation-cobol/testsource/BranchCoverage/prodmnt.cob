SELECT RESTORE-FLAG-FILE ASSIGN TO "PRODRSTR"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS RESTORE-FLAG-STATUS.
SELECT PENDING-CHANGE-FILE ASSIGN TO "PRODPEND"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PENDING-FILE-STATUS.
SELECT PRODUCT-APPROVAL-FILE ASSIGN TO "PRODAPPR"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS APPROVAL-FILE-STATUS.
SELECT PENDING-CONTROL-FILE ASSIGN TO "PRODPCTL"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS PENDING-CONTROL-STATUS.
SELECT PENDING-LISTING-FILE ASSIGN TO "PRODPLST"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS LISTING-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PRODUCT-MASTER-FILE.
*> table.  The user id is carried on every record for the audit
*> trail; the dates apply to "A", "R" (the new code) and "E", and
*> blank dates default to the open-ended 00010101/99991231 pair.
*> Every change is a request: it waits on PRODPEND until a second
*> user approves it, so the user id is the requester.
01 PRODUCT-TRANSACTION-RECORD.
  05 PT-ACTION PIC X.
  05 PT-CODE PIC 9999.
FD PRODUCT-BACKOUT-FILE.
01 PRODUCT-BACKOUT-RECORD PIC X(20).
FD RESTORE-FLAG-FILE.
*> the flag byte, then who asked for the restore, the night it is
*> for and the change it is made under - see CTLPARM.
01 RESTORE-FLAG-RECORD.
  05 RESTORE-FLAG-BYTE PIC X.
  05 FILLER PIC X.
  05 RESTORE-OPERATOR-ID PIC X(8).
  05 FILLER PIC X.
  05 RESTORE-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 RESTORE-CHANGE-REFERENCE PIC X(12).
FD PENDING-CHANGE-FILE.
*> the pending-change queue: each requested change as it came in on
*> PRODTRAN, under the change id the approver quotes.  The id starts
*> with the date and time it was queued, which is what ages it.
01 PENDING-CHANGE-RECORD.
  05 PQ-CHANGE-ID PIC X(18).
  05 FILLER PIC X.
  05 PQ-TRANSACTION PIC X(33).
FD PRODUCT-APPROVAL-FILE.
*> one decision per record: the change id from the pending listing,
*> the approving user and "A" approve or "R" decline.  Consumed by
*> the run that reads it.
01 PRODUCT-APPROVAL-RECORD.
  05 PA-CHANGE-ID PIC X(18).
  05 FILLER PIC X.
  05 PA-APPROVER-ID PIC X(8).
  05 FILLER PIC X.
  05 PA-DECISION PIC X.
FD PENDING-CONTROL-FILE.
*> how many days a change may wait for approval before it expires.
01 PENDING-CONTROL-RECORD.
  05 PPC-EXPIRY-DAYS PIC 999.
FD PENDING-LISTING-FILE.
01 PENDING-LISTING-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 MAINTENANCE-CONTROL-FIELDS.
  05 MASTER-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-BACKOUT-SWITCH PIC X VALUE "N".
    88 END-OF-BACKOUT VALUE "Y".
  05 RESTORED-RECORD-COUNT PIC 9(5) VALUE ZERO.
  05 PENDING-FILE-STATUS PIC XX VALUE SPACES.
  05 APPROVAL-FILE-STATUS PIC XX VALUE SPACES.
  05 PENDING-CONTROL-STATUS PIC XX VALUE SPACES.
  05 LISTING-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-PENDING-SWITCH PIC X VALUE "N".
    88 END-OF-PENDING VALUE "Y".
  05 END-OF-APPROVALS-SWITCH PIC X VALUE "N".
    88 END-OF-APPROVALS VALUE "Y".
  05 PENDING-OVERFLOW-SWITCH PIC X VALUE "N".
    88 PENDING-OVERFLOW VALUE "Y".
  05 CHANGES-QUEUED-COUNT PIC 9(5) VALUE ZERO.
  05 CHANGES-DECLINED-COUNT PIC 9(5) VALUE ZERO.
  05 CHANGES-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
  05 TRANSACTIONS-READ-COUNT PIC 9(5) VALUE ZERO.
  05 APPROVALS-READ-COUNT PIC 9(5) VALUE ZERO.
  05 MASTER-RECORDS-LOADED PIC 999 VALUE ZERO.
  05 PENDING-RECORDS-LOADED PIC 999 VALUE ZERO.
*> the change being queued, applied or expired - a PRODTRAN record
*> image, whether it came in on PRODTRAN or back off PRODPEND.
01 CHANGE-TRANSACTION-FIELDS.
  05 CHG-ACTION PIC X.
  05 CHG-CODE PIC 9999.
  05 CHG-NEW-CODE PIC 9999.
  05 CHG-USER-ID PIC X(8).
  05 CHG-EFF-DATE PIC X(8).
  05 CHG-EXP-DATE PIC X(8).
01 CHANGE-APPROVER-ID PIC X(8) VALUE SPACES.
01 PENDING-QUEUE-FIELDS.
  05 PENDING-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 PENDING-QUEUE-ENTRY OCCURS 200 TIMES.
    10 PENDING-CHANGE-ID-ENTRY PIC X(18).
    10 PENDING-TRANSACTION-ENTRY PIC X(33).
  05 PENDING-INDEX PIC 999 VALUE ZERO.
  05 PENDING-SHIFT-INDEX PIC 999 VALUE ZERO.
  05 PENDING-FOUND-SWITCH PIC X VALUE "N".
    88 PENDING-FOUND VALUE "Y".
  05 PENDING-SEQUENCE PIC 9999 VALUE ZERO.
  05 PENDING-EXPIRY-DAYS PIC 999 VALUE 7.
  05 PENDING-AGE-DAYS PIC S9(5) VALUE ZERO.
  05 REQUEST-DATE-WORK PIC 9(8) VALUE ZERO.
  05 RUN-TIMESTAMP PIC X(21) VALUE SPACES.
  05 RUN-DATE PIC 9(8) VALUE ZERO.
  05 NEW-CHANGE-ID.
    10 NCI-TIMESTAMP PIC X(14).
    10 NCI-SEQUENCE PIC 9999.
COPY CTLPARM.
01 PRODUCT-TABLE-FIELDS.
  05 PRODUCT-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 PRODUCT-TABLE-ENTRY OCCURS 500 TIMES.
  05 AUD-EXP-DATE PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-RESULT-TXT PIC X(30).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-APPROVER-ID PIC X(8).
01 LISTING-PRINT-LINES.
  05 LISTING-HEADER-LINE.
    10 FILLER PIC X(45)
        VALUE "PRODMNT - PRODUCT CHANGES AWAITING APPROVAL".
    10 FILLER PIC X(10) VALUE "RUN DATE: ".
    10 LHL-RUN-DATE PIC X(21).
  05 LISTING-RULE-LINE PIC X(132) VALUE ALL "=".
  05 LISTING-EXPIRY-LINE.
    10 FILLER PIC X(41)
        VALUE "UNAPPROVED CHANGES EXPIRE AFTER          ".
    10 LEL-EXPIRY-DAYS PIC ZZ9.
    10 FILLER PIC X(5) VALUE " DAYS".
  05 LISTING-DETAIL-LINE.
    10 FILLER PIC XX VALUE SPACES.
    10 LDL-CHANGE-ID PIC X(18).
    10 FILLER PIC XX VALUE SPACES.
    10 LDL-ACTION PIC X.
    10 FILLER PIC X VALUE SPACE.
    10 LDL-CODE PIC 9999.
    10 FILLER PIC X VALUE SPACE.
    10 LDL-NEW-CODE PIC X(4).
    10 FILLER PIC X(5) VALUE " EFF ".
    10 LDL-EFF-DATE PIC X(8).
    10 FILLER PIC X(5) VALUE " EXP ".
    10 LDL-EXP-DATE PIC X(8).
    10 FILLER PIC X(4) VALUE " BY ".
    10 LDL-REQUESTER-ID PIC X(8).
    10 FILLER PIC X(4) VALUE " ON ".
    10 LDL-REQUEST-DATE PIC X(8).
    10 FILLER PIC X(5) VALUE " AGE ".
    10 LDL-AGE-DAYS PIC ZZZ9.
    10 FILLER PIC X(6) VALUE " LEFT ".
    10 LDL-DAYS-LEFT PIC ZZZ9.
  05 LISTING-TOTAL-LINE.
    10 FILLER PIC X(20) VALUE "CHANGES WAITING:    ".
    10 LTL-PENDING-COUNT PIC ZZ9.
    10 FILLER PIC X(20) VALUE "   QUEUED TODAY:    ".
    10 LTL-QUEUED-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   APPLIED TODAY:   ".
    10 LTL-APPLIED-COUNT PIC ZZZZ9.
    10 FILLER PIC X(20) VALUE "   EXPIRED TODAY:   ".
    10 LTL-EXPIRED-COUNT PIC ZZZZ9.
  05 LISTING-BLANK-LINE PIC X(132) VALUE SPACES.
COPY RUNLEDG.
PROCEDURE DIVISION.
MOVE FUNCTION CURRENT-DATE TO LG-START-TIMESTAMP.
PERFORM DETERMINERESTOREMODE.
PERFORM LOADMASTERTABLE.
MOVE PRODUCT-ENTRY-COUNT TO MASTER-RECORDS-LOADED.
IF MASTER-OVERFLOW THEN
  DISPLAY "PRODMNT: PRODMAST HOLDS MORE THAN 500 CODES - "
    "NOT TOUCHING IT"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM LOADPENDINGQUEUE.
MOVE PENDING-ENTRY-COUNT TO PENDING-RECORDS-LOADED.
IF PENDING-OVERFLOW THEN
  DISPLAY "PRODMNT: PRODPEND HOLDS MORE THAN 200 CHANGES - "
    "NOT TOUCHING IT"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM OPENAUDITFILE.
PERFORM WRITEBACKOUTIMAGE.
PERFORM PROCESSALLAPPROVALS.
PERFORM EXPIREPENDINGCHANGES.
PERFORM PROCESSALLTRANSACTIONS.
PERFORM WRITEPENDINGQUEUEBACK.
PERFORM WRITEPENDINGLISTING.
PERFORM WRITEMASTERTABLEBACK.
PERFORM STOPTHEPROGRAMNOW.

*> maker-checker: nothing on PRODTRAN touches the master directly.
*> Each change is queued on PRODPEND and applied only when a second
*> user approves it on PRODAPPR - never the user who requested it.
*> A change nobody approves within the PRODPCTL number of days
*> expires.  Both inputs are consumed by the run that reads them, and
*> PRODPLST lists what is still waiting after every run.
LOADPENDINGQUEUE.
MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
MOVE RUN-TIMESTAMP (1:8) TO RUN-DATE.
MOVE RUN-TIMESTAMP (1:14) TO NCI-TIMESTAMP.
OPEN INPUT PENDING-CONTROL-FILE.
IF PENDING-CONTROL-STATUS = "00" THEN
  READ PENDING-CONTROL-FILE
    AT END
      MOVE SPACES TO PENDING-CONTROL-RECORD
  END-READ
  IF PPC-EXPIRY-DAYS IS NUMERIC AND PPC-EXPIRY-DAYS > 0 THEN
    MOVE PPC-EXPIRY-DAYS TO PENDING-EXPIRY-DAYS
  ELSE
    DISPLAY "PRODMNT: PRODPCTL SUPPLIED NO EXPIRY DAYS - USING "
      PENDING-EXPIRY-DAYS
  END-IF
  CLOSE PENDING-CONTROL-FILE
END-IF.
MOVE 0 TO PENDING-ENTRY-COUNT.
OPEN INPUT PENDING-CHANGE-FILE.
IF PENDING-FILE-STATUS = "00" THEN
  PERFORM LOADONEPENDINGCHANGE
    UNTIL END-OF-PENDING OR PENDING-OVERFLOW
  CLOSE PENDING-CHANGE-FILE
END-IF.

LOADONEPENDINGCHANGE.
READ PENDING-CHANGE-FILE
  AT END
    SET END-OF-PENDING TO TRUE
  NOT AT END
    IF PENDING-ENTRY-COUNT >= 200 THEN
      SET PENDING-OVERFLOW TO TRUE
    ELSE
      ADD 1 TO PENDING-ENTRY-COUNT
      MOVE PQ-CHANGE-ID TO PENDING-CHANGE-ID-ENTRY (PENDING-ENTRY-COUNT)
      MOVE PQ-TRANSACTION
        TO PENDING-TRANSACTION-ENTRY (PENDING-ENTRY-COUNT)
    END-IF
END-READ.

PROCESSALLAPPROVALS.
OPEN INPUT PRODUCT-APPROVAL-FILE.
IF APPROVAL-FILE-STATUS = "00" THEN
  PERFORM READONEAPPROVAL UNTIL END-OF-APPROVALS
  CLOSE PRODUCT-APPROVAL-FILE
  OPEN OUTPUT PRODUCT-APPROVAL-FILE
  CLOSE PRODUCT-APPROVAL-FILE
END-IF.

READONEAPPROVAL.
READ PRODUCT-APPROVAL-FILE
  AT END
    SET END-OF-APPROVALS TO TRUE
  NOT AT END
    ADD 1 TO APPROVALS-READ-COUNT
    PERFORM APPLYONEAPPROVAL
END-READ.

*> a refused approval leaves the change pending for a proper approver;
*> an approved or declined change leaves the queue either way.
APPLYONEAPPROVAL.
PERFORM FINDPENDINGCHANGE.
IF NOT PENDING-FOUND THEN
  DISPLAY "PRODMNT: APPROVAL FOR UNKNOWN CHANGE " PA-CHANGE-ID
    " BY " PA-APPROVER-ID " - IGNORED"
  ADD 1 TO CHANGES-REJECTED-COUNT
  SET MAINTENANCE-HAD-ERRORS TO TRUE
ELSE
  MOVE PENDING-TRANSACTION-ENTRY (PENDING-INDEX)
    TO CHANGE-TRANSACTION-FIELDS
  MOVE PA-APPROVER-ID TO CHANGE-APPROVER-ID
  EVALUATE TRUE
    WHEN PA-APPROVER-ID = SPACES
      MOVE "REJECTED - NO APPROVER ID" TO AUD-RESULT-TXT
      PERFORM REFUSEONECHANGE
    WHEN PA-APPROVER-ID = CHG-USER-ID
      MOVE "REJECTED - SELF-APPROVAL" TO AUD-RESULT-TXT
      PERFORM REFUSEONECHANGE
    WHEN PA-DECISION = "A"
      PERFORM APPLYONETRANSACTION
      PERFORM REMOVEPENDINGCHANGE
    WHEN PA-DECISION = "R"
      MOVE "DECLINED BY APPROVER" TO AUD-RESULT-TXT
      PERFORM WRITEAUDITRECORD
      ADD 1 TO CHANGES-DECLINED-COUNT
      PERFORM REMOVEPENDINGCHANGE
    WHEN OTHER
      MOVE "REJECTED - UNKNOWN DECISION" TO AUD-RESULT-TXT
      PERFORM REFUSEONECHANGE
  END-EVALUATE
END-IF.

REFUSEONECHANGE.
PERFORM WRITEAUDITRECORD.
ADD 1 TO CHANGES-REJECTED-COUNT.
SET MAINTENANCE-HAD-ERRORS TO TRUE.

FINDPENDINGCHANGE.
MOVE "N" TO PENDING-FOUND-SWITCH.
MOVE 1 TO PENDING-INDEX.
PERFORM CHECKONEPENDINGENTRY
  UNTIL PENDING-FOUND OR PENDING-INDEX > PENDING-ENTRY-COUNT.

CHECKONEPENDINGENTRY.
IF PENDING-CHANGE-ID-ENTRY (PENDING-INDEX) = PA-CHANGE-ID THEN
  SET PENDING-FOUND TO TRUE
ELSE
  ADD 1 TO PENDING-INDEX
END-IF.

REMOVEPENDINGCHANGE.
MOVE PENDING-INDEX TO PENDING-SHIFT-INDEX.
PERFORM SHIFTONEPENDINGLEFT
  UNTIL PENDING-SHIFT-INDEX >= PENDING-ENTRY-COUNT.
SUBTRACT 1 FROM PENDING-ENTRY-COUNT.

SHIFTONEPENDINGLEFT.
MOVE PENDING-QUEUE-ENTRY (PENDING-SHIFT-INDEX + 1)
  TO PENDING-QUEUE-ENTRY (PENDING-SHIFT-INDEX).
ADD 1 TO PENDING-SHIFT-INDEX.

*> run after the approvals, so a change approved on its last day
*> still goes through.
EXPIREPENDINGCHANGES.
MOVE 1 TO PENDING-INDEX.
PERFORM CHECKONEPENDINGEXPIRY UNTIL PENDING-INDEX > PENDING-ENTRY-COUNT.

CHECKONEPENDINGEXPIRY.
PERFORM COMPUTEPENDINGAGE.
IF PENDING-AGE-DAYS >= PENDING-EXPIRY-DAYS THEN
  MOVE PENDING-TRANSACTION-ENTRY (PENDING-INDEX)
    TO CHANGE-TRANSACTION-FIELDS
  MOVE SPACES TO CHANGE-APPROVER-ID
  MOVE "EXPIRED - NOT APPROVED" TO AUD-RESULT-TXT
  PERFORM WRITEAUDITRECORD
  ADD 1 TO CHANGES-EXPIRED-COUNT
  PERFORM REMOVEPENDINGCHANGE
ELSE
  ADD 1 TO PENDING-INDEX
END-IF.

COMPUTEPENDINGAGE.
MOVE 0 TO PENDING-AGE-DAYS.
IF PENDING-CHANGE-ID-ENTRY (PENDING-INDEX) (1:8) IS NUMERIC THEN
  MOVE PENDING-CHANGE-ID-ENTRY (PENDING-INDEX) (1:8)
    TO REQUEST-DATE-WORK
  COMPUTE PENDING-AGE-DAYS
    = FUNCTION INTEGER-OF-DATE (RUN-DATE)
    - FUNCTION INTEGER-OF-DATE (REQUEST-DATE-WORK)
END-IF.

ADDPENDINGCHANGE.
ADD 1 TO PENDING-SEQUENCE.
MOVE PENDING-SEQUENCE TO NCI-SEQUENCE.
ADD 1 TO PENDING-ENTRY-COUNT.
MOVE NEW-CHANGE-ID TO PENDING-CHANGE-ID-ENTRY (PENDING-ENTRY-COUNT).
MOVE CHANGE-TRANSACTION-FIELDS
  TO PENDING-TRANSACTION-ENTRY (PENDING-ENTRY-COUNT).
MOVE "QUEUED FOR APPROVAL" TO AUD-RESULT-TXT.
PERFORM WRITEAUDITRECORD.
ADD 1 TO CHANGES-QUEUED-COUNT.
DISPLAY "PRODMNT: CHANGE " NEW-CHANGE-ID " QUEUED - " CHG-ACTION " "
  CHG-CODE " BY " CHG-USER-ID.

WRITEPENDINGQUEUEBACK.
OPEN OUTPUT PENDING-CHANGE-FILE.
MOVE 1 TO PENDING-INDEX.
PERFORM WRITEONEPENDINGCHANGE UNTIL PENDING-INDEX > PENDING-ENTRY-COUNT.
CLOSE PENDING-CHANGE-FILE.

WRITEONEPENDINGCHANGE.
MOVE SPACES TO PENDING-CHANGE-RECORD.
MOVE PENDING-CHANGE-ID-ENTRY (PENDING-INDEX) TO PQ-CHANGE-ID.
MOVE PENDING-TRANSACTION-ENTRY (PENDING-INDEX) TO PQ-TRANSACTION.
WRITE PENDING-CHANGE-RECORD.
ADD 1 TO PENDING-INDEX.

*> the daily pending-approvals listing: what is waiting, who raised
*> it, how old it is and how long it has left.
WRITEPENDINGLISTING.
OPEN OUTPUT PENDING-LISTING-FILE.
IF LISTING-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRODMNT: CANNOT WRITE PRODPLST - STATUS "
    LISTING-FILE-STATUS
ELSE
  MOVE RUN-TIMESTAMP TO LHL-RUN-DATE
  WRITE PENDING-LISTING-LINE FROM LISTING-HEADER-LINE
  WRITE PENDING-LISTING-LINE FROM LISTING-RULE-LINE
  MOVE PENDING-EXPIRY-DAYS TO LEL-EXPIRY-DAYS
  WRITE PENDING-LISTING-LINE FROM LISTING-EXPIRY-LINE
  WRITE PENDING-LISTING-LINE FROM LISTING-BLANK-LINE
  MOVE 1 TO PENDING-INDEX
  PERFORM LISTONEPENDINGCHANGE UNTIL PENDING-INDEX > PENDING-ENTRY-COUNT
  WRITE PENDING-LISTING-LINE FROM LISTING-BLANK-LINE
  MOVE PENDING-ENTRY-COUNT TO LTL-PENDING-COUNT
  MOVE CHANGES-QUEUED-COUNT TO LTL-QUEUED-COUNT
  MOVE CHANGES-APPLIED-COUNT TO LTL-APPLIED-COUNT
  MOVE CHANGES-EXPIRED-COUNT TO LTL-EXPIRED-COUNT
  WRITE PENDING-LISTING-LINE FROM LISTING-TOTAL-LINE
  CLOSE PENDING-LISTING-FILE
END-IF.

LISTONEPENDINGCHANGE.
MOVE PENDING-TRANSACTION-ENTRY (PENDING-INDEX)
  TO CHANGE-TRANSACTION-FIELDS.
PERFORM COMPUTEPENDINGAGE.
MOVE PENDING-CHANGE-ID-ENTRY (PENDING-INDEX) TO LDL-CHANGE-ID.
MOVE CHG-ACTION TO LDL-ACTION.
MOVE CHG-CODE TO LDL-CODE.
IF CHG-ACTION = "R" THEN
  MOVE CHG-NEW-CODE TO LDL-NEW-CODE
ELSE
  MOVE SPACES TO LDL-NEW-CODE
END-IF.
MOVE CHG-EFF-DATE TO LDL-EFF-DATE.
MOVE CHG-EXP-DATE TO LDL-EXP-DATE.
MOVE CHG-USER-ID TO LDL-REQUESTER-ID.
MOVE PENDING-CHANGE-ID-ENTRY (PENDING-INDEX) (1:8) TO LDL-REQUEST-DATE.
MOVE PENDING-AGE-DAYS TO LDL-AGE-DAYS.
COMPUTE LDL-DAYS-LEFT = PENDING-EXPIRY-DAYS - PENDING-AGE-DAYS.
WRITE PENDING-LISTING-LINE FROM LISTING-DETAIL-LINE.
ADD 1 TO PENDING-INDEX.

*> the presence of the PRODRSTR flag file - the same convention the
*> RERUNCTL flag uses for TESTPROG - switches this run into restore
*> mode: put the PRODBKUP before-image back and stop, applying no
*> transactions.  Operations recovers a failed maintenance run with
*> one flag file instead of a dataset restore.  The restore is
*> audited like any other change - an "X" record for the master being
*> cleared and an "S" record per code put back - so replaying PRODAUDT
*> still arrives at the restored master.  The flag must be signed
*> for tonight by an operator CTLAUTH accepts for PRODRSTR; a refused
*> flag is audited and raised on EXCPTS, and the run goes on as an
*> ordinary maintenance run.
DETERMINERESTOREMODE.
OPEN INPUT RESTORE-FLAG-FILE.
IF RESTORE-FLAG-STATUS = "00" THEN
  MOVE SPACES TO RESTORE-FLAG-RECORD
  READ RESTORE-FLAG-FILE
  END-READ
  CLOSE RESTORE-FLAG-FILE
  MOVE "PRODMNT" TO CA-PROGRAM-NAME
  MOVE "PRODRSTR" TO CA-CONTROL-FILE-NAME
  SET CA-ONE-NIGHT-ACTION TO TRUE
  MOVE RESTORE-OPERATOR-ID TO CA-OPERATOR-ID
  MOVE RESTORE-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE
  MOVE RESTORE-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE
  MOVE "RESTORE PRODMAST FROM PRODBKUP" TO CA-ACTION-TEXT
  MOVE SPACE TO CA-EXCEPTION-WRITER
  CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA
  IF CA-HONORED THEN
    PERFORM RESTOREMASTERFROMBACKOUT
  END-IF
END-IF.

RESTOREMASTERFROMBACKOUT.
  STOP RUN
END-IF.
OPEN OUTPUT PRODUCT-MASTER-FILE.
PERFORM OPENAUDITFILE.
MOVE "X" TO AUD-ACTION.
MOVE ZERO TO AUD-CODE.
MOVE SPACES TO AUD-EFF-DATE.
MOVE SPACES TO AUD-EXP-DATE.
MOVE "RESTORE - MASTER CLEARED" TO AUD-RESULT-TXT.
PERFORM WRITERESTOREAUDITRECORD.
PERFORM RESTOREONEMASTERRECORD UNTIL END-OF-BACKOUT.
CLOSE PRODUCT-MASTER-FILE.
CLOSE PRODUCT-BACKOUT-FILE.
CLOSE PRODUCT-AUDIT-FILE.
DISPLAY "PRODMNT: PRODMAST RESTORED FROM PRODBKUP - "
  RESTORED-RECORD-COUNT " RECORDS".
MOVE 0 TO RETURN-CODE.
PERFORM WRITERESTORELEDGERRECORD.
STOP RUN.

RESTOREONEMASTERRECORD.
    MOVE PRODUCT-BACKOUT-RECORD TO PRODUCT-MASTER-RECORD
    WRITE PRODUCT-MASTER-RECORD
    ADD 1 TO RESTORED-RECORD-COUNT
    MOVE "S" TO AUD-ACTION
    MOVE PM-CODE TO AUD-CODE
    MOVE PM-EFFECTIVE-DATE TO AUD-EFF-DATE
    MOVE PM-EXPIRY-DATE TO AUD-EXP-DATE
    MOVE "RESTORED" TO AUD-RESULT-TXT
    PERFORM WRITERESTOREAUDITRECORD
END-READ.

WRITERESTOREAUDITRECORD.
MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
MOVE CA-OPERATOR-ID TO AUD-USER-ID.
MOVE ZERO TO AUD-NEW-CODE.
MOVE SPACES TO AUD-APPROVER-ID.
WRITE PRODUCT-AUDIT-RECORD FROM AUDIT-RECORD-FIELDS.

*> the loaded table is the untouched before-image of the master - it
*> goes to PRODBKUP before any transaction is applied, so an abend
*> between the OPEN OUTPUT and the CLOSE in WRITEMASTERTABLEBACK is
ELSE
  PERFORM READONETRANSACTION UNTIL END-OF-TRANSACTIONS
  CLOSE PRODUCT-TRANSACTION-FILE
  OPEN OUTPUT PRODUCT-TRANSACTION-FILE
  CLOSE PRODUCT-TRANSACTION-FILE
END-IF.

READONETRANSACTION.
  AT END
    SET END-OF-TRANSACTIONS TO TRUE
  NOT AT END
    ADD 1 TO TRANSACTIONS-READ-COUNT
    MOVE PRODUCT-TRANSACTION-RECORD TO CHANGE-TRANSACTION-FIELDS
    MOVE SPACES TO CHANGE-APPROVER-ID
    PERFORM QUEUEONETRANSACTION
END-READ.

*> a listing is read-only and runs at once; a change that fails its
*> edits is refused now rather than left for an approver.
QUEUEONETRANSACTION.
PERFORM EDITTRANSACTIONDATES.
EVALUATE TRUE
  WHEN NOT DATES-VALID
    MOVE "REJECTED - BAD DATE PAIR" TO AUD-RESULT-TXT
    PERFORM REFUSEONECHANGE
  WHEN CHG-ACTION = "L"
    PERFORM LISTPRODUCTTABLE
  WHEN CHG-ACTION NOT = "A" AND CHG-ACTION NOT = "D"
   AND CHG-ACTION NOT = "R" AND CHG-ACTION NOT = "E"
    MOVE "UNKNOWN ACTION - IGNORED" TO AUD-RESULT-TXT
    PERFORM REFUSEONECHANGE
  WHEN CHG-USER-ID = SPACES
    MOVE "REJECTED - NO REQUESTER ID" TO AUD-RESULT-TXT
    PERFORM REFUSEONECHANGE
  WHEN PENDING-ENTRY-COUNT >= 200
    MOVE "REJECTED - PENDING QUEUE FULL" TO AUD-RESULT-TXT
    PERFORM REFUSEONECHANGE
  WHEN OTHER
    PERFORM ADDPENDINGCHANGE
END-EVALUATE.

APPLYONETRANSACTION.
PERFORM EDITTRANSACTIONDATES.
EVALUATE TRUE
    PERFORM WRITEAUDITRECORD
    ADD 1 TO CHANGES-REJECTED-COUNT
    SET MAINTENANCE-HAD-ERRORS TO TRUE
  WHEN CHG-ACTION = "A"
    PERFORM ADDPRODUCTCODE
  WHEN CHG-ACTION = "D"
    PERFORM DELETEPRODUCTCODE
  WHEN CHG-ACTION = "R"
    PERFORM REPLACEPRODUCTCODE
  WHEN CHG-ACTION = "E"
    PERFORM REDATEPRODUCTCODE
  WHEN CHG-ACTION = "L"
    PERFORM LISTPRODUCTTABLE
  WHEN OTHER
    MOVE "UNKNOWN ACTION - IGNORED" TO AUD-RESULT-TXT
EDITTRANSACTIONDATES.
MOVE "Y" TO DATES-VALID-SWITCH.
EVALUATE TRUE
  WHEN CHG-EFF-DATE = SPACES
    MOVE 00010101 TO EFF-DATE-WORK
  WHEN CHG-EFF-DATE IS NUMERIC
    MOVE CHG-EFF-DATE TO EFF-DATE-WORK
  WHEN OTHER
    MOVE "N" TO DATES-VALID-SWITCH
END-EVALUATE.
EVALUATE TRUE
  WHEN CHG-EXP-DATE = SPACES
    MOVE 99991231 TO EXP-DATE-WORK
  WHEN CHG-EXP-DATE IS NUMERIC
    MOVE CHG-EXP-DATE TO EXP-DATE-WORK
  WHEN OTHER
    MOVE "N" TO DATES-VALID-SWITCH
END-EVALUATE.
ADD 1 TO PRODUCT-INSERT-INDEX.
PERFORM FINDINSERTPOSITION
  UNTIL PRODUCT-INSERT-INDEX = 1
     OR PRODUCT-CODE-ENTRY (PRODUCT-INSERT-INDEX - 1) < CHG-CODE.
MOVE PRODUCT-ENTRY-COUNT TO PRODUCT-SHIFT-INDEX.
PERFORM SHIFTONEENTRYRIGHT
  UNTIL PRODUCT-SHIFT-INDEX < PRODUCT-INSERT-INDEX.
MOVE CHG-CODE TO PRODUCT-CODE-ENTRY (PRODUCT-INSERT-INDEX).
MOVE EFF-DATE-WORK TO PRODUCT-EFF-DATE-ENTRY (PRODUCT-INSERT-INDEX).
MOVE EXP-DATE-WORK TO PRODUCT-EXP-DATE-ENTRY (PRODUCT-INSERT-INDEX).
ADD 1 TO PRODUCT-ENTRY-COUNT.
  TO PRODUCT-TABLE-ENTRY (PRODUCT-SHIFT-INDEX).
ADD 1 TO PRODUCT-SHIFT-INDEX.

*> replace is a delete of CHG-CODE plus an ordered insert of
*> CHG-NEW-CODE, refused up front when either half would fail so the
*> table is never left holding only half the change.
REPLACEPRODUCTCODE.
PERFORM FINDPRODUCTCODE.
  ELSE
    PERFORM FINDPRODUCTCODE
    PERFORM REMOVEPRODUCTCODE
    MOVE CHG-CODE TO REPLACE-OLD-CODE
    MOVE CHG-NEW-CODE TO CHG-CODE
    PERFORM INSERTPRODUCTCODE
    MOVE REPLACE-OLD-CODE TO CHG-CODE
    MOVE "REPLACED" TO AUD-RESULT-TXT
    ADD 1 TO CHANGES-APPLIED-COUNT
    PERFORM WRITEAUDITRECORD
  UNTIL CODE-FOUND OR PRODUCT-TABLE-INDEX > PRODUCT-ENTRY-COUNT.

CHECKONENEWCODEENTRY.
IF PRODUCT-CODE-ENTRY (PRODUCT-TABLE-INDEX) = CHG-NEW-CODE THEN
  SET CODE-FOUND TO TRUE
ELSE
  ADD 1 TO PRODUCT-TABLE-INDEX
  UNTIL CODE-FOUND OR PRODUCT-TABLE-INDEX > PRODUCT-ENTRY-COUNT.

CHECKONEPRODUCTENTRY.
IF PRODUCT-CODE-ENTRY (PRODUCT-TABLE-INDEX) = CHG-CODE THEN
  SET CODE-FOUND TO TRUE
ELSE
  ADD 1 TO PRODUCT-TABLE-INDEX

WRITEAUDITRECORD.
MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
MOVE CHG-USER-ID TO AUD-USER-ID.
MOVE CHG-ACTION TO AUD-ACTION.
MOVE CHG-CODE TO AUD-CODE.
MOVE CHG-NEW-CODE TO AUD-NEW-CODE.
MOVE CHG-EFF-DATE TO AUD-EFF-DATE.
MOVE CHG-EXP-DATE TO AUD-EXP-DATE.
MOVE CHANGE-APPROVER-ID TO AUD-APPROVER-ID.
WRITE PRODUCT-AUDIT-RECORD FROM AUDIT-RECORD-FIELDS.

WRITEMASTERTABLEBACK.
STOPTHEPROGRAMNOW.
DISPLAY "PRODMNT: " CHANGES-APPLIED-COUNT " CHANGES APPLIED, "
  CHANGES-REJECTED-COUNT " REJECTED".
DISPLAY "PRODMNT: " CHANGES-QUEUED-COUNT " QUEUED FOR APPROVAL, "
  CHANGES-DECLINED-COUNT " DECLINED, " CHANGES-EXPIRED-COUNT
  " EXPIRED, " PENDING-ENTRY-COUNT " STILL PENDING".
CLOSE PRODUCT-AUDIT-FILE.
IF MAINTENANCE-HAD-ERRORS THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
PERFORM WRITERUNLEDGERRECORD.
STOP RUN.

*> the run's entry on the shared ledger: the master as loaded and as
*> written back, its before-image on PRODBKUP, the change requests
*> and approvals consumed, and the pending queue as loaded and as
*> written back.
WRITERUNLEDGERRECORD.
MOVE "PRODMNT" TO LG-PROGRAM-NAME.
MOVE LG-START-TIMESTAMP TO LG-RUN-ID.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 5 TO LG-FILE-COUNT.
MOVE "PRODMAST" TO LG-FILE-NAME (1).
MOVE MASTER-RECORDS-LOADED TO LG-RECORDS-READ (1).
MOVE PRODUCT-ENTRY-COUNT TO LG-RECORDS-WRITTEN (1).
MOVE ZERO TO LG-RECORDS-REJECTED (1).
MOVE ZERO TO LG-CONTROL-TOTAL (1).
MOVE "PRODBKUP" TO LG-FILE-NAME (2).
MOVE ZERO TO LG-RECORDS-READ (2).
MOVE MASTER-RECORDS-LOADED TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
MOVE "PRODTRAN" TO LG-FILE-NAME (3).
MOVE TRANSACTIONS-READ-COUNT TO LG-RECORDS-READ (3).
MOVE ZERO TO LG-RECORDS-WRITTEN (3).
MOVE CHANGES-REJECTED-COUNT TO LG-RECORDS-REJECTED (3).
MOVE ZERO TO LG-CONTROL-TOTAL (3).
MOVE "PRODAPPR" TO LG-FILE-NAME (4).
MOVE APPROVALS-READ-COUNT TO LG-RECORDS-READ (4).
MOVE ZERO TO LG-RECORDS-WRITTEN (4).
MOVE ZERO TO LG-RECORDS-REJECTED (4).
MOVE ZERO TO LG-CONTROL-TOTAL (4).
MOVE "PRODPEND" TO LG-FILE-NAME (5).
MOVE PENDING-RECORDS-LOADED TO LG-RECORDS-READ (5).
MOVE PENDING-ENTRY-COUNT TO LG-RECORDS-WRITTEN (5).
MOVE ZERO TO LG-RECORDS-REJECTED (5).
MOVE ZERO TO LG-CONTROL-TOTAL (5).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

*> a restore run reads only the before-image and writes only the
*> master back from it.
WRITERESTORELEDGERRECORD.
MOVE "PRODMNT" TO LG-PROGRAM-NAME.
MOVE LG-START-TIMESTAMP TO LG-RUN-ID.
MOVE RETURN-CODE TO LG-RETURN-CODE.
MOVE 2 TO LG-FILE-COUNT.
MOVE "PRODBKUP" TO LG-FILE-NAME (1).
MOVE RESTORED-RECORD-COUNT TO LG-RECORDS-READ (1).
MOVE ZERO TO LG-RECORDS-WRITTEN (1).
MOVE ZERO TO LG-RECORDS-REJECTED (1).
MOVE ZERO TO LG-CONTROL-TOTAL (1).
MOVE "PRODMAST" TO LG-FILE-NAME (2).
MOVE ZERO TO LG-RECORDS-READ (2).
MOVE RESTORED-RECORD-COUNT TO LG-RECORDS-WRITTEN (2).
MOVE ZERO TO LG-RECORDS-REJECTED (2).
MOVE ZERO TO LG-CONTROL-TOTAL (2).
CALL "LEDGWRT" USING RUN-LEDGER-AREA.

END PROGRAM PRODMNT.
