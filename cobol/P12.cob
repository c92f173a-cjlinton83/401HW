    SELECT AUDIT-OUT-FILE ASSIGN TO "P4Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CNT-STATUS.
    SELECT SWEEP-OUT-FILE ASSIGN TO "P40Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CNT-STATUS.
    SELECT BACKUP-OUT-FILE ASSIGN TO "StuMastBk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CNT-STATUS.

DATA DIVISION.
FILE SECTION.
01 DIST-OUT-RECORD           PIC X(200).
FD AUDIT-OUT-FILE.
01 AUDIT-OUT-RECORD          PIC X(200).
FD SWEEP-OUT-FILE.
01 SWEEP-OUT-RECORD          PIC X(200).
FD BACKUP-OUT-FILE.
01 BACKUP-OUT-RECORD         PIC X(200).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".

*> THE NIGHTLY SEQUENCE. EACH STEP'S COMMAND COPIES THE EDITED FILE
*> TO ITS OWN INPUT NAME BEFORE RUNNING, SO EVERY DOWNSTREAM PROGRAM
*> READS WHAT THE FRONT-END EDIT ACTUALLY PASSED. THE NIGHT ENDS WITH
*> THE INTEGRITY SWEEP AND THEN THE BACKUP, SO A SET OF FILES WITH
*> BROKEN CROSS-REFERENCES IS NEVER UNLOADED OVER THE LAST GOOD ONE.
*> STP-MAX-RC IS THE HIGHEST RETURN CODE A STEP MAY END WITH AND
*> STILL COUNT AS COMPLETE -- THE SWEEP ENDS WITH 4 WHEN IT HAS ONLY
*> WARNINGS, WHICH SHOULD NOT STOP THE BACKUP.
01 WS-STEP-COUNT             PIC 9(01)   VALUE 6.
01 STEP-TABLE.
    05 STP-ENTRY OCCURS 6 TIMES INDEXED BY STP-IDX.
        10 STP-NAME          PIC X(12).
        10 STP-COMMAND       PIC X(60).
        10 STP-MAX-RC        PIC 9(04).
        10 STP-DONE          PIC X(01).
        10 STP-COUNT         PIC 9(08).
        10 STP-RC            PIC 9(04).
    MOVE "cp P1Out.dat P3In.dat && ./P3" TO STP-COMMAND(3).
    MOVE "AUDIT" TO STP-NAME(4).
    MOVE "cp P1Out.dat P4In.dat && ./P4" TO STP-COMMAND(4).
    MOVE "INTEGRITY" TO STP-NAME(5).
    MOVE "./P40" TO STP-COMMAND(5).
    MOVE "BACKUP" TO STP-NAME(6).
    MOVE "./P23" TO STP-COMMAND(6).

    PERFORM VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > WS-STEP-COUNT
        MOVE "N" TO STP-DONE(STP-IDX)
        MOVE ZERO TO STP-COUNT(STP-IDX)
        MOVE ZERO TO STP-RC(STP-IDX)
        MOVE ZERO TO STP-MAX-RC(STP-IDX)
    END-PERFORM.

    MOVE 4 TO STP-MAX-RC(5).

*> A LEFT-OVER STATUS FILE FROM A STREAM THAT DIED MARKS WHICH STEPS
*> ALREADY COMPLETED, SO THE RERUN PICKS UP AT THE ONE THAT FAILED.
LOAD-STEP-STATUS.
    MOVE STP-COMMAND(STP-IDX) TO WS-COMMAND.
    CALL "SYSTEM" USING WS-COMMAND.

    MOVE ZERO TO WSC-RETURN-CODE.
    MOVE ZERO TO WSC-WAIT-REMAINDER.
    IF RETURN-CODE NOT = ZERO THEN
        MOVE RETURN-CODE TO WSC-WAIT-STATUS
        MOVE ZERO TO RETURN-CODE
        DIVIDE WSC-WAIT-STATUS BY 256
                OR WSC-RETURN-CODE = ZERO THEN
            MOVE WSC-WAIT-STATUS TO WSC-RETURN-CODE
        END-IF
    END-IF.

    IF WSC-RETURN-CODE <= STP-MAX-RC(STP-IDX) THEN
        MOVE "Y" TO STP-DONE(STP-IDX)
        MOVE WSC-RETURN-CODE TO STP-RC(STP-IDX)
        PERFORM COUNT-STEP-OUTPUT
        MOVE WSC-RECORD-COUNT TO STP-COUNT(STP-IDX)
        IF WSC-RETURN-CODE = ZERO THEN
            DISPLAY "STEP " STP-NAME(STP-IDX) " COMPLETE - RECORDS "
                    WSC-RECORD-COUNT
        ELSE
            DISPLAY "STEP " STP-NAME(STP-IDX) " COMPLETE WITH "
                    "WARNINGS - RETURN CODE " WSC-RETURN-CODE
                    " - RECORDS " WSC-RECORD-COUNT
        END-IF
    ELSE
        MOVE WSC-RETURN-CODE TO STP-RC(STP-IDX)
        MOVE "Y" TO WS-STREAM-FAILED
        DISPLAY "STEP " STP-NAME(STP-IDX) " FAILED - RETURN CODE "
                PERFORM COUNT-AUDIT-RECORDS UNTIL EOF = "Y"
                CLOSE AUDIT-OUT-FILE
            END-IF
        WHEN 5
            OPEN INPUT SWEEP-OUT-FILE
            IF WS-CNT-STATUS = "00" THEN
                PERFORM COUNT-SWEEP-RECORDS UNTIL EOF = "Y"
                CLOSE SWEEP-OUT-FILE
            END-IF
        WHEN 6
            OPEN INPUT BACKUP-OUT-FILE
            IF WS-CNT-STATUS = "00" THEN
                PERFORM COUNT-BACKUP-RECORDS UNTIL EOF = "Y"
                CLOSE BACKUP-OUT-FILE
            END-IF
    END-EVALUATE.

    MOVE "N" TO EOF.
            ADD 1 TO WSC-RECORD-COUNT
    END-READ.

COUNT-SWEEP-RECORDS.
    READ SWEEP-OUT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
        NOT AT END
            ADD 1 TO WSC-RECORD-COUNT
    END-READ.

COUNT-BACKUP-RECORDS.
    READ BACKUP-OUT-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
        NOT AT END
            ADD 1 TO WSC-RECORD-COUNT
    END-READ.

*> REWRITES THE WHOLE STATUS FILE FROM THE IN-MEMORY TABLE AFTER
*> EVERY STEP, SO A CRASH BETWEEN STEPS LOSES NOTHING.
WRITE-STEP-STATUS.
