FD HOUSEKEEPING-CONTROL-FILE.
*> the retention age in days - records whose CVX-LAST-UPDATED is
*> older leave the cluster for the archive.  A control file so the
*> retention policy is an operations decision, not a recompile -
*> signed by operator, effective date and change reference.
01 HOUSEKEEPING-CONTROL-RECORD.
  05 HKC-RETENTION-AGE PIC X(4).
  05 FILLER PIC X.
  05 HKC-OPERATOR-ID PIC X(8).
  05 FILLER PIC X.
  05 HKC-EFFECTIVE-DATE PIC X(8).
  05 FILLER PIC X.
  05 HKC-CHANGE-REFERENCE PIC X(12).
FD ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(1438).
WORKING-STORAGE SECTION.
  05 HPL-ARCHIVED-COUNT PIC ZZZZZZZZ9.
  05 FILLER PIC X(7) VALUE " AFTER ".
  05 HPL-AFTER-COUNT PIC ZZZZZZZZ9.
COPY CTLPARM.
PROCEDURE DIVISION.
*> COVIDX only ever grew: retired test cases sat in the cluster
*> forever and padded every report and gate denominator.  Unload
  MOVE 8 TO RETURN-CODE
  STOP RUN
END-IF.
MOVE SPACES TO HOUSEKEEPING-CONTROL-RECORD.
READ HOUSEKEEPING-CONTROL-FILE
  AT END
    CONTINUE
  NOT AT END
    PERFORM 1010-AUTHORIZE-RETENTION
    IF CA-HONORED AND HKC-RETENTION-AGE IS NUMERIC THEN
      MOVE HKC-RETENTION-AGE TO RETENTION-AGE-DAYS
    END-IF
END-READ.
CLOSE HOUSEKEEPING-CONTROL-FILE.
  STOP RUN
END-IF.

*> the retention age is a standing policy: CTLAUTH must find it
*> signed and in force, from an operator authorized for HOUSECTL.
*> Refused, no age is taken and nothing is pruned - the run stops
*> below just as it does when HOUSECTL supplies no age.
1010-AUTHORIZE-RETENTION.
MOVE "CVHOUSE" TO CA-PROGRAM-NAME.
MOVE "HOUSECTL" TO CA-CONTROL-FILE-NAME.
SET CA-STANDING-POLICY TO TRUE.
MOVE HKC-OPERATOR-ID TO CA-OPERATOR-ID.
MOVE HKC-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE.
MOVE HKC-CHANGE-REFERENCE TO CA-CHANGE-REFERENCE.
MOVE "PRUNE COVIDX BY RETENTION AGE" TO CA-ACTION-TEXT.
MOVE SPACE TO CA-EXCEPTION-WRITER.
CALL "CTLAUTH" USING CONTROL-AUTHORIZATION-AREA.

*> CVX-LAST-UPDATED starts with the CURRENT-DATE YYYYMMDD stamp, so
*> the cutoff is a plain string compare against today minus the age.
1100-COMPUTE-CUTOFF-DATE.
