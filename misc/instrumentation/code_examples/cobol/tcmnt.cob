IDENTIFICATION DIVISION.
PROGRAM-ID. TCMNT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TEST-CASE-CATALOG-FILE ASSIGN TO "TCCAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CATALOG-FILE-STATUS.
SELECT TEST-CASE-TRANSACTION-FILE ASSIGN TO "TCTRAN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSACTION-FILE-STATUS.
SELECT TEST-CASE-AUDIT-FILE ASSIGN TO "TCAUDT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD TEST-CASE-CATALOG-FILE.
COPY TCCREC.
FD TEST-CASE-TRANSACTION-FILE.
*> one maintenance action per record: "A" add a test case, "U"
*> update its id / owner / priority / requirement / active flag, "D"
*> delete it, "L" list the catalog.  Retiring a case is an update to
*> active flag "N", which keeps its history readable; delete is for
*> entries keyed wrongly.  The user id is carried on every record for
*> the audit trail.
01 TEST-CASE-TRANSACTION-RECORD.
  05 TCT-ACTION PIC X.
  05 TCT-PROGRAM-NAME PIC X(14).
  05 TCT-TEST-CASE-NAME PIC X(50).
  05 TCT-TEST-CASE-ID PIC X(8).
  05 TCT-OWNER PIC X(8).
  05 TCT-PRIORITY PIC X.
  05 TCT-REQUIREMENT-REF PIC X(12).
  05 TCT-ACTIVE-FLAG PIC X.
  05 TCT-USER-ID PIC X(8).
FD TEST-CASE-AUDIT-FILE.
01 TEST-CASE-AUDIT-RECORD PIC X(151).
WORKING-STORAGE SECTION.
01 MAINTENANCE-CONTROL-FIELDS.
  05 CATALOG-FILE-STATUS PIC XX VALUE SPACES.
  05 TRANSACTION-FILE-STATUS PIC XX VALUE SPACES.
  05 AUDIT-FILE-STATUS PIC XX VALUE SPACES.
  05 END-OF-CATALOG-SWITCH PIC X VALUE "N".
    88 END-OF-CATALOG VALUE "Y".
  05 END-OF-TRANSACTIONS-SWITCH PIC X VALUE "N".
    88 END-OF-TRANSACTIONS VALUE "Y".
  05 MAINTENANCE-ERRORS-SWITCH PIC X VALUE "N".
    88 MAINTENANCE-HAD-ERRORS VALUE "Y".
  05 CATALOG-OVERFLOW-SWITCH PIC X VALUE "N".
    88 CATALOG-OVERFLOW VALUE "Y".
  05 CHANGES-APPLIED-COUNT PIC 9(5) VALUE ZERO.
  05 CHANGES-REJECTED-COUNT PIC 9(5) VALUE ZERO.
*> the catalog in key order, the same order it is written back in,
*> so every reader can rely on TCCAT being sorted.
01 CATALOG-TABLE-FIELDS.
  05 CATALOG-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 CATALOG-TABLE-ENTRY OCCURS 500 TIMES.
    10 CT-KEY.
      15 CT-PROGRAM-NAME PIC X(14).
      15 CT-TEST-CASE-NAME PIC X(50).
    10 CT-TEST-CASE-ID PIC X(8).
    10 CT-OWNER PIC X(8).
    10 CT-PRIORITY PIC X.
    10 CT-REQUIREMENT-REF PIC X(12).
    10 CT-ACTIVE-FLAG PIC X.
  05 CATALOG-TABLE-INDEX PIC 999 VALUE ZERO.
  05 CATALOG-INSERT-INDEX PIC 999 VALUE ZERO.
  05 CATALOG-SHIFT-INDEX PIC 999 VALUE ZERO.
  05 CATALOG-ID-INDEX PIC 999 VALUE ZERO.
  05 TEST-CASE-FOUND-SWITCH PIC X VALUE "N".
    88 TEST-CASE-FOUND VALUE "Y".
  05 ID-IN-USE-SWITCH PIC X VALUE "N".
    88 ID-IN-USE VALUE "Y".
  05 TRANSACTION-KEY.
    10 TK-PROGRAM-NAME PIC X(14).
    10 TK-TEST-CASE-NAME PIC X(50).
  05 PRIOR-LOADED-KEY PIC X(64) VALUE LOW-VALUES.
01 AUDIT-RECORD-FIELDS.
  05 AUD-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-USER-ID PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-ACTION PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 AUD-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-TEST-CASE-NAME PIC X(50).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-TEST-CASE-ID PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-REQUIREMENT-REF PIC X(12).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-RESULT-TXT PIC X(30).
PROCEDURE DIVISION.
*> a test case name on its own says nothing about who answers for
*> the case or what business rule it proves - the test-case catalog
*> does, and TCTRACE builds the requirement traceability report from
*> it.  Like PROBECAT it is only ever changed through audited
*> transactions, and it is written back in key order so the readers
*> can trust it.
PERFORM LOADCATALOGTABLE.
IF CATALOG-OVERFLOW THEN
  DISPLAY "TCMNT: TCCAT HOLDS MORE THAN 500 ENTRIES - "
    "CATALOG NOT REWRITTEN"
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
PERFORM OPENAUDITFILE.
PERFORM PROCESSALLTRANSACTIONS.
PERFORM WRITECATALOGTABLEBACK.
PERFORM STOPTHEPROGRAMNOW.

LOADCATALOGTABLE.
MOVE 0 TO CATALOG-ENTRY-COUNT.
OPEN INPUT TEST-CASE-CATALOG-FILE.
IF CATALOG-FILE-STATUS = "00" THEN
  PERFORM LOADONECATALOGRECORD
    UNTIL END-OF-CATALOG OR CATALOG-OVERFLOW
  CLOSE TEST-CASE-CATALOG-FILE
ELSE
  DISPLAY "TCMNT: TCCAT NOT FOUND - STARTING FROM AN EMPTY CATALOG"
END-IF.

*> a record out of key order or repeating the key before it is
*> hand-edit damage - report it and refuse to carry it forward.
LOADONECATALOGRECORD.
READ TEST-CASE-CATALOG-FILE
  AT END
    SET END-OF-CATALOG TO TRUE
  NOT AT END
    EVALUATE TRUE
      WHEN TCC-KEY NOT > PRIOR-LOADED-KEY
        DISPLAY "TCMNT: " TCC-PROGRAM-NAME " " TCC-TEST-CASE-NAME
          " OUT OF KEY ORDER OR DUPLICATED - DROPPED"
        SET MAINTENANCE-HAD-ERRORS TO TRUE
      WHEN CATALOG-ENTRY-COUNT >= 500
        SET CATALOG-OVERFLOW TO TRUE
      WHEN OTHER
        ADD 1 TO CATALOG-ENTRY-COUNT
        MOVE TCC-KEY TO CT-KEY (CATALOG-ENTRY-COUNT)
        MOVE TCC-TEST-CASE-ID TO CT-TEST-CASE-ID (CATALOG-ENTRY-COUNT)
        MOVE TCC-OWNER TO CT-OWNER (CATALOG-ENTRY-COUNT)
        MOVE TCC-PRIORITY TO CT-PRIORITY (CATALOG-ENTRY-COUNT)
        MOVE TCC-REQUIREMENT-REF
          TO CT-REQUIREMENT-REF (CATALOG-ENTRY-COUNT)
        MOVE TCC-ACTIVE-FLAG TO CT-ACTIVE-FLAG (CATALOG-ENTRY-COUNT)
        MOVE TCC-KEY TO PRIOR-LOADED-KEY
    END-EVALUATE
END-READ.

OPENAUDITFILE.
OPEN EXTEND TEST-CASE-AUDIT-FILE.
IF AUDIT-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT TEST-CASE-AUDIT-FILE
END-IF.

PROCESSALLTRANSACTIONS.
OPEN INPUT TEST-CASE-TRANSACTION-FILE.
IF TRANSACTION-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCMNT: TCTRAN NOT AVAILABLE - STATUS "
    TRANSACTION-FILE-STATUS
  SET MAINTENANCE-HAD-ERRORS TO TRUE
ELSE
  PERFORM READONETRANSACTION UNTIL END-OF-TRANSACTIONS
  CLOSE TEST-CASE-TRANSACTION-FILE
END-IF.

READONETRANSACTION.
READ TEST-CASE-TRANSACTION-FILE
  AT END
    SET END-OF-TRANSACTIONS TO TRUE
  NOT AT END
    PERFORM APPLYONETRANSACTION
END-READ.

*> a blank requirement reference is allowed - it is exactly what
*> TCTRACE lists as a test case tied to no requirement - but the id,
*> the owner, the priority and the active flag must all be usable.
APPLYONETRANSACTION.
MOVE TCT-PROGRAM-NAME TO TK-PROGRAM-NAME.
MOVE TCT-TEST-CASE-NAME TO TK-TEST-CASE-NAME.
EVALUATE TRUE
  WHEN TCT-ACTION NOT = "L"
   AND (TCT-PROGRAM-NAME = SPACES OR TCT-TEST-CASE-NAME = SPACES)
    MOVE "REJECTED - KEY IS BLANK" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (TCT-ACTION = "A" OR TCT-ACTION = "U")
   AND TCT-TEST-CASE-ID = SPACES
    MOVE "REJECTED - NO TEST CASE ID" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (TCT-ACTION = "A" OR TCT-ACTION = "U")
   AND TCT-OWNER = SPACES
    MOVE "REJECTED - NO OWNER" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (TCT-ACTION = "A" OR TCT-ACTION = "U")
   AND TCT-PRIORITY NOT = "1" AND TCT-PRIORITY NOT = "2"
   AND TCT-PRIORITY NOT = "3"
    MOVE "REJECTED - PRIORITY NOT 1-3" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (TCT-ACTION = "A" OR TCT-ACTION = "U")
   AND TCT-ACTIVE-FLAG NOT = "Y" AND TCT-ACTIVE-FLAG NOT = "N"
    MOVE "REJECTED - ACTIVE FLAG NOT Y/N" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN OTHER
    PERFORM APPLYONEEDITEDACTION
END-EVALUATE.

REJECTONETRANSACTION.
PERFORM WRITEAUDITRECORD.
ADD 1 TO CHANGES-REJECTED-COUNT.
SET MAINTENANCE-HAD-ERRORS TO TRUE.

APPLYONEEDITEDACTION.
EVALUATE TCT-ACTION
  WHEN "A"
    PERFORM ADDTESTCASEENTRY
  WHEN "U"
    PERFORM UPDATETESTCASEENTRY
  WHEN "D"
    PERFORM DELETETESTCASEENTRY
  WHEN "L"
    PERFORM LISTCATALOGTABLE
  WHEN OTHER
    MOVE "UNKNOWN ACTION - IGNORED" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
END-EVALUATE.

ADDTESTCASEENTRY.
PERFORM FINDTESTCASEENTRY.
MOVE 0 TO CATALOG-TABLE-INDEX.
PERFORM CHECKTESTCASEIDINUSE.
EVALUATE TRUE
  WHEN TEST-CASE-FOUND
    MOVE "REJECTED - ALREADY PRESENT" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN ID-IN-USE
    MOVE "REJECTED - ID ALREADY IN USE" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN CATALOG-ENTRY-COUNT >= 500
    MOVE "REJECTED - CATALOG FULL" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN OTHER
    PERFORM INSERTTESTCASEENTRY
    MOVE "ADDED" TO AUD-RESULT-TXT
    ADD 1 TO CHANGES-APPLIED-COUNT
    PERFORM WRITEAUDITRECORD
END-EVALUATE.

INSERTTESTCASEENTRY.
MOVE CATALOG-ENTRY-COUNT TO CATALOG-INSERT-INDEX.
ADD 1 TO CATALOG-INSERT-INDEX.
PERFORM FINDINSERTPOSITION
  UNTIL CATALOG-INSERT-INDEX = 1
     OR CT-KEY (CATALOG-INSERT-INDEX - 1) < TRANSACTION-KEY.
MOVE CATALOG-ENTRY-COUNT TO CATALOG-SHIFT-INDEX.
PERFORM SHIFTONEENTRYRIGHT
  UNTIL CATALOG-SHIFT-INDEX < CATALOG-INSERT-INDEX.
MOVE CATALOG-INSERT-INDEX TO CATALOG-TABLE-INDEX.
MOVE TRANSACTION-KEY TO CT-KEY (CATALOG-TABLE-INDEX).
PERFORM MOVETRANSACTIONTOENTRY.
ADD 1 TO CATALOG-ENTRY-COUNT.

FINDINSERTPOSITION.
SUBTRACT 1 FROM CATALOG-INSERT-INDEX.

SHIFTONEENTRYRIGHT.
MOVE CATALOG-TABLE-ENTRY (CATALOG-SHIFT-INDEX)
  TO CATALOG-TABLE-ENTRY (CATALOG-SHIFT-INDEX + 1).
SUBTRACT 1 FROM CATALOG-SHIFT-INDEX.

MOVETRANSACTIONTOENTRY.
MOVE TCT-TEST-CASE-ID TO CT-TEST-CASE-ID (CATALOG-TABLE-INDEX).
MOVE TCT-OWNER TO CT-OWNER (CATALOG-TABLE-INDEX).
MOVE TCT-PRIORITY TO CT-PRIORITY (CATALOG-TABLE-INDEX).
MOVE TCT-REQUIREMENT-REF TO CT-REQUIREMENT-REF (CATALOG-TABLE-INDEX).
MOVE TCT-ACTIVE-FLAG TO CT-ACTIVE-FLAG (CATALOG-TABLE-INDEX).

*> an update may keep the case's own id, so the id check skips the
*> entry being updated.
UPDATETESTCASEENTRY.
PERFORM FINDTESTCASEENTRY.
IF NOT TEST-CASE-FOUND THEN
  MOVE "REJECTED - CASE NOT PRESENT" TO AUD-RESULT-TXT
  PERFORM REJECTONETRANSACTION
ELSE
  PERFORM CHECKTESTCASEIDINUSE
  IF ID-IN-USE THEN
    MOVE "REJECTED - ID ALREADY IN USE" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  ELSE
    PERFORM MOVETRANSACTIONTOENTRY
    MOVE "UPDATED" TO AUD-RESULT-TXT
    ADD 1 TO CHANGES-APPLIED-COUNT
    PERFORM WRITEAUDITRECORD
  END-IF
END-IF.

DELETETESTCASEENTRY.
PERFORM FINDTESTCASEENTRY.
IF NOT TEST-CASE-FOUND THEN
  MOVE "REJECTED - CASE NOT PRESENT" TO AUD-RESULT-TXT
  PERFORM REJECTONETRANSACTION
ELSE
  MOVE CT-TEST-CASE-ID (CATALOG-TABLE-INDEX) TO TCT-TEST-CASE-ID
  MOVE CT-REQUIREMENT-REF (CATALOG-TABLE-INDEX) TO TCT-REQUIREMENT-REF
  MOVE CATALOG-TABLE-INDEX TO CATALOG-SHIFT-INDEX
  PERFORM SHIFTONEENTRYLEFT
    UNTIL CATALOG-SHIFT-INDEX >= CATALOG-ENTRY-COUNT
  SUBTRACT 1 FROM CATALOG-ENTRY-COUNT
  MOVE "DELETED" TO AUD-RESULT-TXT
  ADD 1 TO CHANGES-APPLIED-COUNT
  PERFORM WRITEAUDITRECORD
END-IF.

SHIFTONEENTRYLEFT.
MOVE CATALOG-TABLE-ENTRY (CATALOG-SHIFT-INDEX + 1)
  TO CATALOG-TABLE-ENTRY (CATALOG-SHIFT-INDEX).
ADD 1 TO CATALOG-SHIFT-INDEX.

LISTCATALOGTABLE.
DISPLAY "TCMNT: TEST-CASE CATALOG HOLDS " CATALOG-ENTRY-COUNT
  " ENTRIES".
MOVE 1 TO CATALOG-TABLE-INDEX.
PERFORM LISTONECATALOGENTRY
  UNTIL CATALOG-TABLE-INDEX > CATALOG-ENTRY-COUNT.
MOVE "LISTED" TO AUD-RESULT-TXT.
PERFORM WRITEAUDITRECORD.

LISTONECATALOGENTRY.
DISPLAY "  " CT-TEST-CASE-ID (CATALOG-TABLE-INDEX)
  " " CT-PROGRAM-NAME (CATALOG-TABLE-INDEX)
  " " CT-TEST-CASE-NAME (CATALOG-TABLE-INDEX)
  " " CT-OWNER (CATALOG-TABLE-INDEX)
  " P" CT-PRIORITY (CATALOG-TABLE-INDEX)
  " " CT-REQUIREMENT-REF (CATALOG-TABLE-INDEX)
  " ACTIVE " CT-ACTIVE-FLAG (CATALOG-TABLE-INDEX).
ADD 1 TO CATALOG-TABLE-INDEX.

FINDTESTCASEENTRY.
MOVE "N" TO TEST-CASE-FOUND-SWITCH.
MOVE 1 TO CATALOG-TABLE-INDEX.
PERFORM CHECKONECATALOGENTRY
  UNTIL TEST-CASE-FOUND OR CATALOG-TABLE-INDEX > CATALOG-ENTRY-COUNT.

CHECKONECATALOGENTRY.
IF CT-KEY (CATALOG-TABLE-INDEX) = TRANSACTION-KEY THEN
  SET TEST-CASE-FOUND TO TRUE
ELSE
  ADD 1 TO CATALOG-TABLE-INDEX
END-IF.

*> CATALOG-TABLE-INDEX names the entry allowed to hold the id
*> already (the one being updated), or zero when no entry is.
CHECKTESTCASEIDINUSE.
MOVE "N" TO ID-IN-USE-SWITCH.
MOVE 1 TO CATALOG-ID-INDEX.
PERFORM CHECKONETESTCASEID
  UNTIL ID-IN-USE OR CATALOG-ID-INDEX > CATALOG-ENTRY-COUNT.

CHECKONETESTCASEID.
IF CT-TEST-CASE-ID (CATALOG-ID-INDEX) = TCT-TEST-CASE-ID
   AND CATALOG-ID-INDEX NOT = CATALOG-TABLE-INDEX THEN
  SET ID-IN-USE TO TRUE
ELSE
  ADD 1 TO CATALOG-ID-INDEX
END-IF.

WRITEAUDITRECORD.
MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
MOVE TCT-USER-ID TO AUD-USER-ID.
MOVE TCT-ACTION TO AUD-ACTION.
MOVE TCT-PROGRAM-NAME TO AUD-PROGRAM-NAME.
MOVE TCT-TEST-CASE-NAME TO AUD-TEST-CASE-NAME.
MOVE TCT-TEST-CASE-ID TO AUD-TEST-CASE-ID.
MOVE TCT-REQUIREMENT-REF TO AUD-REQUIREMENT-REF.
WRITE TEST-CASE-AUDIT-RECORD FROM AUDIT-RECORD-FIELDS.

*> the audit trail already holds tonight's changes, so a catalog that
*> cannot be rewritten must not end quietly - the changes it records
*> are not on the catalog and have to be applied again.
WRITECATALOGTABLEBACK.
OPEN OUTPUT TEST-CASE-CATALOG-FILE.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "TCMNT: TCCAT CANNOT BE REWRITTEN - STATUS "
    CATALOG-FILE-STATUS " - CHANGES NOT APPLIED"
  CLOSE TEST-CASE-AUDIT-FILE
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE 1 TO CATALOG-TABLE-INDEX.
PERFORM WRITEONECATALOGRECORD
  UNTIL CATALOG-TABLE-INDEX > CATALOG-ENTRY-COUNT.
CLOSE TEST-CASE-CATALOG-FILE.

WRITEONECATALOGRECORD.
MOVE SPACES TO TEST-CASE-CATALOG-RECORD.
MOVE CT-KEY (CATALOG-TABLE-INDEX) TO TCC-KEY.
MOVE CT-TEST-CASE-ID (CATALOG-TABLE-INDEX) TO TCC-TEST-CASE-ID.
MOVE CT-OWNER (CATALOG-TABLE-INDEX) TO TCC-OWNER.
MOVE CT-PRIORITY (CATALOG-TABLE-INDEX) TO TCC-PRIORITY.
MOVE CT-REQUIREMENT-REF (CATALOG-TABLE-INDEX) TO TCC-REQUIREMENT-REF.
MOVE CT-ACTIVE-FLAG (CATALOG-TABLE-INDEX) TO TCC-ACTIVE-FLAG.
WRITE TEST-CASE-CATALOG-RECORD.
ADD 1 TO CATALOG-TABLE-INDEX.

STOPTHEPROGRAMNOW.
DISPLAY "TCMNT: " CHANGES-APPLIED-COUNT " CHANGES APPLIED, "
  CHANGES-REJECTED-COUNT " REJECTED".
CLOSE TEST-CASE-AUDIT-FILE.
IF MAINTENANCE-HAD-ERRORS THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

END PROGRAM TCMNT.
