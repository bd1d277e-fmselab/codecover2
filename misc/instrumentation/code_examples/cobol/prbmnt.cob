IDENTIFICATION DIVISION.
PROGRAM-ID. PRBMNT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PROBE-CATALOG-FILE ASSIGN TO "PROBECAT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS CATALOG-FILE-STATUS.
SELECT PROBE-TRANSACTION-FILE ASSIGN TO "PRBTRAN"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS TRANSACTION-FILE-STATUS.
SELECT PROBE-AUDIT-FILE ASSIGN TO "PRBAUDT"
  ORGANIZATION IS LINE SEQUENTIAL
  FILE STATUS IS AUDIT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PROBE-CATALOG-FILE.
COPY PRBREC.
FD PROBE-TRANSACTION-FILE.
*> one maintenance action per record: "A" add a probe, "U" update
*> its paragraph / line / class / description, "D" delete it, "L"
*> list the catalog.  The user id is carried on every record for the
*> audit trail.
01 PROBE-TRANSACTION-RECORD.
  05 PBT-ACTION PIC X.
  05 PBT-PROGRAM-NAME PIC X(14).
  05 PBT-COUNTER-ID PIC X(9).
  05 PBT-PARAGRAPH-NAME PIC X(30).
  05 PBT-SOURCE-LINE PIC 9(5).
  05 PBT-COUNTER-CLASS PIC X.
  05 PBT-DESCRIPTION PIC X(60).
  05 PBT-USER-ID PIC X(8).
FD PROBE-AUDIT-FILE.
01 PROBE-AUDIT-RECORD PIC X(100).
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
*> so every reader can rely on PROBECAT being sorted.
01 CATALOG-TABLE-FIELDS.
  05 CATALOG-ENTRY-COUNT PIC 999 VALUE ZERO.
  05 CATALOG-TABLE-ENTRY OCCURS 500 TIMES.
    10 CT-KEY.
      15 CT-PROGRAM-NAME PIC X(14).
      15 CT-COUNTER-ID PIC X(9).
    10 CT-PARAGRAPH-NAME PIC X(30).
    10 CT-SOURCE-LINE PIC 9(5).
    10 CT-COUNTER-CLASS PIC X.
    10 CT-DESCRIPTION PIC X(60).
  05 CATALOG-TABLE-INDEX PIC 999 VALUE ZERO.
  05 CATALOG-INSERT-INDEX PIC 999 VALUE ZERO.
  05 CATALOG-SHIFT-INDEX PIC 999 VALUE ZERO.
  05 PROBE-FOUND-SWITCH PIC X VALUE "N".
    88 PROBE-FOUND VALUE "Y".
  05 TRANSACTION-KEY.
    10 TK-PROGRAM-NAME PIC X(14).
    10 TK-COUNTER-ID PIC X(9).
  05 PRIOR-LOADED-KEY PIC X(23) VALUE LOW-VALUES.
01 AUDIT-RECORD-FIELDS.
  05 AUD-TIMESTAMP PIC X(21).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-USER-ID PIC X(8).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-ACTION PIC X.
  05 FILLER PIC X VALUE SPACE.
  05 AUD-PROGRAM-NAME PIC X(14).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-COUNTER-ID PIC X(9).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-SOURCE-LINE PIC 9(5).
  05 FILLER PIC X VALUE SPACE.
  05 AUD-RESULT-TXT PIC X(30).
PROCEDURE DIVISION.
*> a coverage tag on its own says nothing to anyone who did not
*> instrument the program - the probe catalog says where each counter
*> sits and what leg of the logic it measures.  Like EXPECTED it is
*> only ever changed through audited transactions, and it is written
*> back in key order so the readers can trust it.
PERFORM LOADCATALOGTABLE.
IF CATALOG-OVERFLOW THEN
  DISPLAY "PRBMNT: PROBECAT HOLDS MORE THAN 500 ENTRIES - "
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
OPEN INPUT PROBE-CATALOG-FILE.
IF CATALOG-FILE-STATUS = "00" THEN
  PERFORM LOADONECATALOGRECORD
    UNTIL END-OF-CATALOG OR CATALOG-OVERFLOW
  CLOSE PROBE-CATALOG-FILE
ELSE
  DISPLAY "PRBMNT: PROBECAT NOT FOUND - STARTING FROM AN EMPTY CATALOG"
END-IF.

*> a record out of key order or repeating the key before it is
*> hand-edit damage - report it and refuse to carry it forward.
LOADONECATALOGRECORD.
READ PROBE-CATALOG-FILE
  AT END
    SET END-OF-CATALOG TO TRUE
  NOT AT END
    EVALUATE TRUE
      WHEN PRB-KEY NOT > PRIOR-LOADED-KEY
        DISPLAY "PRBMNT: " PRB-PROGRAM-NAME " " PRB-COUNTER-ID
          " OUT OF KEY ORDER OR DUPLICATED - DROPPED"
        SET MAINTENANCE-HAD-ERRORS TO TRUE
      WHEN CATALOG-ENTRY-COUNT >= 500
        SET CATALOG-OVERFLOW TO TRUE
      WHEN OTHER
        ADD 1 TO CATALOG-ENTRY-COUNT
        MOVE PRB-KEY TO CT-KEY (CATALOG-ENTRY-COUNT)
        MOVE PRB-PARAGRAPH-NAME
          TO CT-PARAGRAPH-NAME (CATALOG-ENTRY-COUNT)
        MOVE PRB-SOURCE-LINE TO CT-SOURCE-LINE (CATALOG-ENTRY-COUNT)
        MOVE PRB-COUNTER-CLASS
          TO CT-COUNTER-CLASS (CATALOG-ENTRY-COUNT)
        MOVE PRB-DESCRIPTION TO CT-DESCRIPTION (CATALOG-ENTRY-COUNT)
        MOVE PRB-KEY TO PRIOR-LOADED-KEY
    END-EVALUATE
END-READ.

OPENAUDITFILE.
OPEN EXTEND PROBE-AUDIT-FILE.
IF AUDIT-FILE-STATUS NOT = "00" THEN
  OPEN OUTPUT PROBE-AUDIT-FILE
END-IF.

PROCESSALLTRANSACTIONS.
OPEN INPUT PROBE-TRANSACTION-FILE.
IF TRANSACTION-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRBMNT: PRBTRAN NOT AVAILABLE - STATUS "
    TRANSACTION-FILE-STATUS
  SET MAINTENANCE-HAD-ERRORS TO TRUE
ELSE
  PERFORM READONETRANSACTION UNTIL END-OF-TRANSACTIONS
  CLOSE PROBE-TRANSACTION-FILE
END-IF.

READONETRANSACTION.
READ PROBE-TRANSACTION-FILE
  AT END
    SET END-OF-TRANSACTIONS TO TRUE
  NOT AT END
    PERFORM APPLYONETRANSACTION
END-READ.

*> the class must agree with the tag's own first character - the
*> reports score classes off that character, so a catalog entry that
*> disagrees would describe the counter as something it is not.
APPLYONETRANSACTION.
MOVE PBT-PROGRAM-NAME TO TK-PROGRAM-NAME.
MOVE PBT-COUNTER-ID TO TK-COUNTER-ID.
EVALUATE TRUE
  WHEN PBT-ACTION NOT = "L"
   AND (PBT-PROGRAM-NAME = SPACES OR PBT-COUNTER-ID = SPACES)
    MOVE "REJECTED - KEY IS BLANK" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (PBT-ACTION = "A" OR PBT-ACTION = "U")
   AND PBT-SOURCE-LINE NOT NUMERIC
    MOVE "REJECTED - LINE NOT NUMERIC" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (PBT-ACTION = "A" OR PBT-ACTION = "U")
   AND PBT-COUNTER-CLASS NOT = PBT-COUNTER-ID (1:1)
    MOVE "REJECTED - CLASS DISAGREES" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN (PBT-ACTION = "A" OR PBT-ACTION = "U")
   AND PBT-DESCRIPTION = SPACES
    MOVE "REJECTED - NO DESCRIPTION" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN OTHER
    PERFORM APPLYONEEDITEDACTION
END-EVALUATE.

REJECTONETRANSACTION.
PERFORM WRITEAUDITRECORD.
ADD 1 TO CHANGES-REJECTED-COUNT.
SET MAINTENANCE-HAD-ERRORS TO TRUE.

APPLYONEEDITEDACTION.
EVALUATE PBT-ACTION
  WHEN "A"
    PERFORM ADDPROBEENTRY
  WHEN "U"
    PERFORM UPDATEPROBEENTRY
  WHEN "D"
    PERFORM DELETEPROBEENTRY
  WHEN "L"
    PERFORM LISTCATALOGTABLE
  WHEN OTHER
    MOVE "UNKNOWN ACTION - IGNORED" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
END-EVALUATE.

ADDPROBEENTRY.
PERFORM FINDPROBEENTRY.
EVALUATE TRUE
  WHEN PROBE-FOUND
    MOVE "REJECTED - PROBE ALREADY PRESENT" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN CATALOG-ENTRY-COUNT >= 500
    MOVE "REJECTED - CATALOG FULL" TO AUD-RESULT-TXT
    PERFORM REJECTONETRANSACTION
  WHEN OTHER
    PERFORM INSERTPROBEENTRY
    MOVE "ADDED" TO AUD-RESULT-TXT
    ADD 1 TO CHANGES-APPLIED-COUNT
    PERFORM WRITEAUDITRECORD
END-EVALUATE.

INSERTPROBEENTRY.
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
MOVE PBT-PARAGRAPH-NAME TO CT-PARAGRAPH-NAME (CATALOG-TABLE-INDEX).
MOVE PBT-SOURCE-LINE TO CT-SOURCE-LINE (CATALOG-TABLE-INDEX).
MOVE PBT-COUNTER-CLASS TO CT-COUNTER-CLASS (CATALOG-TABLE-INDEX).
MOVE PBT-DESCRIPTION TO CT-DESCRIPTION (CATALOG-TABLE-INDEX).

UPDATEPROBEENTRY.
PERFORM FINDPROBEENTRY.
IF NOT PROBE-FOUND THEN
  MOVE "REJECTED - PROBE NOT PRESENT" TO AUD-RESULT-TXT
  PERFORM REJECTONETRANSACTION
ELSE
  PERFORM MOVETRANSACTIONTOENTRY
  MOVE "UPDATED" TO AUD-RESULT-TXT
  ADD 1 TO CHANGES-APPLIED-COUNT
  PERFORM WRITEAUDITRECORD
END-IF.

DELETEPROBEENTRY.
PERFORM FINDPROBEENTRY.
IF NOT PROBE-FOUND THEN
  MOVE "REJECTED - PROBE NOT PRESENT" TO AUD-RESULT-TXT
  PERFORM REJECTONETRANSACTION
ELSE
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
DISPLAY "PRBMNT: PROBE CATALOG HOLDS " CATALOG-ENTRY-COUNT " ENTRIES".
MOVE 1 TO CATALOG-TABLE-INDEX.
PERFORM LISTONECATALOGENTRY
  UNTIL CATALOG-TABLE-INDEX > CATALOG-ENTRY-COUNT.
MOVE "LISTED" TO AUD-RESULT-TXT.
PERFORM WRITEAUDITRECORD.

LISTONECATALOGENTRY.
DISPLAY "  " CT-PROGRAM-NAME (CATALOG-TABLE-INDEX)
  " " CT-COUNTER-ID (CATALOG-TABLE-INDEX)
  " " CT-PARAGRAPH-NAME (CATALOG-TABLE-INDEX)
  " LINE " CT-SOURCE-LINE (CATALOG-TABLE-INDEX)
  " " CT-DESCRIPTION (CATALOG-TABLE-INDEX).
ADD 1 TO CATALOG-TABLE-INDEX.

FINDPROBEENTRY.
MOVE "N" TO PROBE-FOUND-SWITCH.
MOVE 1 TO CATALOG-TABLE-INDEX.
PERFORM CHECKONECATALOGENTRY
  UNTIL PROBE-FOUND OR CATALOG-TABLE-INDEX > CATALOG-ENTRY-COUNT.

CHECKONECATALOGENTRY.
IF CT-KEY (CATALOG-TABLE-INDEX) = TRANSACTION-KEY THEN
  SET PROBE-FOUND TO TRUE
ELSE
  ADD 1 TO CATALOG-TABLE-INDEX
END-IF.

WRITEAUDITRECORD.
MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
MOVE PBT-USER-ID TO AUD-USER-ID.
MOVE PBT-ACTION TO AUD-ACTION.
MOVE PBT-PROGRAM-NAME TO AUD-PROGRAM-NAME.
MOVE PBT-COUNTER-ID TO AUD-COUNTER-ID.
IF PBT-SOURCE-LINE IS NUMERIC THEN
  MOVE PBT-SOURCE-LINE TO AUD-SOURCE-LINE
ELSE
  MOVE ZERO TO AUD-SOURCE-LINE
END-IF.
WRITE PROBE-AUDIT-RECORD FROM AUDIT-RECORD-FIELDS.

*> the audit trail already holds tonight's changes, so a catalog that
*> cannot be rewritten must not end quietly - the changes it records
*> are not on the catalog and have to be applied again.
WRITECATALOGTABLEBACK.
OPEN OUTPUT PROBE-CATALOG-FILE.
IF CATALOG-FILE-STATUS NOT = "00" THEN
  DISPLAY "PRBMNT: PROBECAT CANNOT BE REWRITTEN - STATUS "
    CATALOG-FILE-STATUS " - CHANGES NOT APPLIED"
  CLOSE PROBE-AUDIT-FILE
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE 1 TO CATALOG-TABLE-INDEX.
PERFORM WRITEONECATALOGRECORD
  UNTIL CATALOG-TABLE-INDEX > CATALOG-ENTRY-COUNT.
CLOSE PROBE-CATALOG-FILE.

WRITEONECATALOGRECORD.
MOVE SPACES TO PROBE-CATALOG-RECORD.
MOVE CT-KEY (CATALOG-TABLE-INDEX) TO PRB-KEY.
MOVE CT-PARAGRAPH-NAME (CATALOG-TABLE-INDEX) TO PRB-PARAGRAPH-NAME.
MOVE CT-SOURCE-LINE (CATALOG-TABLE-INDEX) TO PRB-SOURCE-LINE.
MOVE CT-COUNTER-CLASS (CATALOG-TABLE-INDEX) TO PRB-COUNTER-CLASS.
MOVE CT-DESCRIPTION (CATALOG-TABLE-INDEX) TO PRB-DESCRIPTION.
WRITE PROBE-CATALOG-RECORD.
ADD 1 TO CATALOG-TABLE-INDEX.

STOPTHEPROGRAMNOW.
DISPLAY "PRBMNT: " CHANGES-APPLIED-COUNT " CHANGES APPLIED, "
  CHANGES-REJECTED-COUNT " REJECTED".
CLOSE PROBE-AUDIT-FILE.
IF MAINTENANCE-HAD-ERRORS THEN
  MOVE 4 TO RETURN-CODE
ELSE
  MOVE 0 TO RETURN-CODE
END-IF.
STOP RUN.

END PROGRAM PRBMNT.
