IDENTIFICATION DIVISION.
PROGRAM-ID. P37.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SERIAL-FILE ASSIGN TO "TrnSer.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SER-STATUS.
    SELECT OUT-FILE ASSIGN TO "P37Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> OFFICIAL TRANSCRIPT SERIAL REGISTRY (WRITTEN BY P2): ONE RECORD
*> PER OFFICIAL TRANSCRIPT ISSUED, UNDER A SERIAL OF ITS OWN: THE
*> ISSUE DATE AND THAT DAY'S SEQUENCE NUMBER.
FD SERIAL-FILE.
01 SER-RECORD.
    05 SER-SERIAL.
        10 SER-PREFIX         PIC X(02).
        10 SER-ISSUE-DATE     PIC 9(08).
        10 SER-DASH           PIC X(01).
        10 SER-SEQUENCE       PIC 9(06).
    05 FILLER                 PIC X(01).
    05 SER-CHECK              PIC 9(04).
    05 FILLER                 PIC X(01).
    05 SER-STUDENT-NUMBER     PIC X(10).
    05 FILLER                 PIC X(01).
    05 SER-STUDENT-NAME       PIC A(19).
    05 FILLER                 PIC X(01).
    05 SER-CUM-HOURS          PIC 9999.99.
    05 FILLER                 PIC X(01).
    05 SER-CUM-GPA            PIC 9.99.
    05 FILLER                 PIC X(01).
    05 SER-ISSUE-TEXT         PIC X(20).
    05 FILLER                 PIC X(01).
    05 SER-RUN-TIME           PIC 9(06).

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 WS-DONE                   PIC A       VALUE "N".
01 WS-SER-EOF                PIC A       VALUE "N".
01 WS-SER-STATUS             PIC XX      VALUE "00".
01 WS-USER-INPUT             PIC X(40)   VALUE SPACE.

*> WHAT THE CALLER READ OFF THE DOCUMENT. THE CHECK VALUE IS
*> OPTIONAL; WITHOUT ONE ONLY THE REGISTRY ENTRY ITSELF IS CHECKED.
01 WS-SERIAL                 PIC X(17)   VALUE SPACE.
01 WS-CHECK-INPUT            PIC X(04)   VALUE SPACE.
01 WS-CHECK-GIVEN            PIC A       VALUE "N".
01 WS-CHECK                  PIC 9(04)   VALUE ZERO.

*> RESULT OF THE REGISTRY PASS. WS-MATCH-COUNT COUNTS ENTRIES UNDER
*> THE SERIAL -- P2 NEVER ISSUES ONE TWICE, SO MORE THAN ONE MEANS THE
*> REGISTRY HAS BEEN TAMPERED WITH. THE ENTRY KEPT MUST AGREE WITH
*> THE DOCUMENT ON SERIAL AND CHECK VALUE TOGETHER; WITH NO CHECK
*> VALUE GIVEN, THE SERIAL ALONE.
01 WS-MATCH-COUNT            PIC 9(04)   VALUE ZERO.
01 WS-ENTRY-FOUND            PIC A       VALUE "N".
01 WS-ENTRY-INTACT           PIC A       VALUE "N".
01 WS-FIGURES-VALID          PIC A       VALUE "N".
01 WS-FOUND-RECORD           PIC X(100)  VALUE SPACE.
01 WS-RESULT                 PIC X(50)   VALUE SPACE.

*> THE SAME CHECK-VALUE ARITHMETIC P2 USES WHEN IT ISSUES A
*> TRANSCRIPT, REPEATED HERE OVER THE SERIAL AND THE FIGURES THE
*> REGISTRY SAYS WERE CERTIFIED. AN ENTRY WHOSE SERIAL AND FIGURES NO
*> LONGER HASH TO ITS OWN CHECK VALUE HAS BEEN ALTERED SINCE IT WAS
*> WRITTEN.
01 WS-SERIAL-SOURCE.
    05 WS-SRS-STUDENT        PIC X(10).
    05 WS-SRS-DATE           PIC 9(08).
    05 WS-SRS-SEQUENCE       PIC 9(06).
    05 WS-SRS-HOURS          PIC 9(04)V99.
    05 WS-SRS-GPA            PIC 9V99.
01 WS-SRS-LENGTH             PIC 9(02)   VALUE 33.
01 WS-SRS-POS                PIC 9(02)   VALUE ZERO.
01 WS-HASH-CHARS             PIC X(36)   VALUE
   "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WS-HASH-CHAR              PIC X(01)   VALUE SPACE.
01 WS-HASH-SCAN              PIC 9(02)   VALUE ZERO.
01 WS-HASH-VALUE             PIC 9(02)   VALUE ZERO.
01 WS-HASH-CHECK             PIC 9(04)   VALUE ZERO.
01 WS-HASH-WORK              PIC 9(12)   VALUE ZERO.
01 WS-HASH-QUOTIENT          PIC 9(12)   VALUE ZERO.

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED
*> DISPLAY FIELD.
01 WSC-HOURS                 PIC 9(04)V99 VALUE ZERO.
01 WSC-GPA                   PIC 9V99    VALUE ZERO.

01 WS-SERIAL-LINE.
    05 FILLER                PIC X(17)   VALUE "DOCUMENT SERIAL: ".
    05 WS-HDR-SERIAL         PIC X(17).
    05 FILLER                PIC X(09)   VALUE "  CHECK: ".
    05 WS-HDR-CHECK          PIC X(04).
01 WS-RESULT-LINE.
    05 FILLER                PIC X(08)   VALUE "RESULT: ".
    05 WS-RES-TEXT           PIC X(50).
01 WS-ISSUED-LINE.
    05 FILLER                PIC X(11)   VALUE "ISSUED TO: ".
    05 WS-ISS-STUDENT        PIC X(10).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-ISS-NAME           PIC A(19).
01 WS-DATE-LINE.
    05 FILLER                PIC X(11)   VALUE "ISSUED ON: ".
    05 WS-ISS-DATE           PIC 9(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-ISS-TIME           PIC 9(06).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-ISS-TEXT           PIC X(20).
01 WS-TOTALS-LINE.
    05 FILLER                PIC X(27)   VALUE
       "CERTIFIED: CUMULATIVE HRS ".
    05 WS-TOT-HOURS          PIC ZZZ9.99.
    05 FILLER                PIC X(06)   VALUE "  GPA ".
    05 WS-TOT-GPA            PIC 9.99.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOOKUP-LOOP UNTIL WS-DONE = "Y".
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN OUTPUT OUT-FILE.

CLOSING-PROCEDURE.
    CLOSE OUT-FILE.

*> ONE VERIFICATION PER OPERATOR ENTRY; A BLANK SERIAL ENDS THE
*> SESSION.
LOOKUP-LOOP.
    DISPLAY "ENTER DOCUMENT SERIAL (BLANK TO QUIT): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.

    IF WS-USER-INPUT = SPACE THEN
        MOVE "Y" TO WS-DONE
    ELSE
        MOVE WS-USER-INPUT(1:17) TO WS-SERIAL
        PERFORM ACCEPT-CHECK-VALUE
        PERFORM SEARCH-SERIAL-REGISTRY
        PERFORM PRINT-VERIFICATION
    END-IF.

ACCEPT-CHECK-VALUE.
    MOVE "N" TO WS-CHECK-GIVEN.
    MOVE ZERO TO WS-CHECK.
    DISPLAY "ENTER CHECK VALUE FROM THE DOCUMENT (BLANK IF NONE): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.
    MOVE WS-USER-INPUT(1:4) TO WS-CHECK-INPUT.

    IF WS-CHECK-INPUT NOT = SPACE THEN
        MOVE "Y" TO WS-CHECK-GIVEN
        IF WS-CHECK-INPUT NUMERIC AND WS-USER-INPUT(5:36) = SPACE THEN
            MOVE WS-CHECK-INPUT TO WS-CHECK
        ELSE
*>          A CHECK VALUE THAT ISN'T FOUR DIGITS CAN'T BE ONE WE
*>          PRINTED -- LEAVE WS-CHECK ABOVE ANY REAL VALUE.
            MOVE 9999 TO WS-CHECK
        END-IF
    END-IF.

*> ONE PASS OVER THE REGISTRY FOR THE SERIAL.
SEARCH-SERIAL-REGISTRY.
    MOVE ZERO TO WS-MATCH-COUNT.
    MOVE "N" TO WS-ENTRY-FOUND.
    MOVE SPACE TO WS-FOUND-RECORD.

    OPEN INPUT SERIAL-FILE.
    IF WS-SER-STATUS NOT = "00" THEN
        DISPLAY "*** NO SERIAL REGISTRY ON FILE ***"
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-SER-EOF.
    PERFORM READ-NEXT-SERIAL.
    PERFORM UNTIL WS-SER-EOF = "Y"
        IF SER-SERIAL = WS-SERIAL THEN
            ADD 1 TO WS-MATCH-COUNT
            IF WS-ENTRY-FOUND = "N"
                    AND (WS-CHECK-GIVEN = "N"
                      OR SER-CHECK = WS-CHECK) THEN
                MOVE SER-RECORD TO WS-FOUND-RECORD
                MOVE "Y" TO WS-ENTRY-FOUND
            END-IF
        END-IF
        PERFORM READ-NEXT-SERIAL
    END-PERFORM.
    CLOSE SERIAL-FILE.

    IF WS-ENTRY-FOUND = "Y" THEN
        MOVE WS-FOUND-RECORD TO SER-RECORD
        PERFORM CHECK-REGISTRY-ENTRY
    END-IF.

READ-NEXT-SERIAL.
    READ SERIAL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-SER-EOF
    END-READ.

*> RE-HASHES THE ENTRY'S OWN SERIAL AND FIGURES; THE CHECK VALUE
*> MUST COME BACK AS STORED.
CHECK-REGISTRY-ENTRY.
    MOVE "N" TO WS-ENTRY-INTACT.
    PERFORM CHECK-REGISTRY-FIGURES.
    IF WS-FIGURES-VALID = "N" OR SER-ISSUE-DATE NOT NUMERIC
            OR SER-SEQUENCE NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE SER-STUDENT-NUMBER TO WS-SRS-STUDENT.
    MOVE SER-ISSUE-DATE TO WS-SRS-DATE.
    MOVE SER-SEQUENCE TO WS-SRS-SEQUENCE.
    MOVE SER-CUM-HOURS TO WSC-HOURS.
    MOVE WSC-HOURS TO WS-SRS-HOURS.
    MOVE SER-CUM-GPA TO WSC-GPA.
    MOVE WSC-GPA TO WS-SRS-GPA.
    PERFORM COMPUTE-CHECK-VALUE.

    IF WS-HASH-CHECK = SER-CHECK
            AND SER-PREFIX = "TR" AND SER-DASH = "-" THEN
        MOVE "Y" TO WS-ENTRY-INTACT
    END-IF.

*> THE HOURS AND GPA ARE STORED AS PRINTED, DECIMAL POINT AND ALL, SO
*> ONLY THEIR DIGIT POSITIONS ARE TESTED.
CHECK-REGISTRY-FIGURES.
    MOVE "N" TO WS-FIGURES-VALID.
    IF SER-CUM-HOURS(1:4) NUMERIC AND SER-CUM-HOURS(6:2) NUMERIC
            AND SER-CUM-GPA(1:1) NUMERIC AND SER-CUM-GPA(3:2) NUMERIC THEN
        MOVE "Y" TO WS-FIGURES-VALID
    END-IF.

*> THE RUNNING HASH OVER WS-SERIAL-SOURCE, EXACTLY AS P2 BUILDS IT.
COMPUTE-CHECK-VALUE.
    MOVE ZERO TO WS-HASH-CHECK.
    PERFORM VARYING WS-SRS-POS FROM 1 BY 1
            UNTIL WS-SRS-POS > WS-SRS-LENGTH
        MOVE WS-SERIAL-SOURCE(WS-SRS-POS:1) TO WS-HASH-CHAR
        PERFORM FIND-HASH-VALUE
        COMPUTE WS-HASH-WORK =
            WS-HASH-CHECK * 37 + WS-HASH-VALUE * WS-SRS-POS + 7
        DIVIDE WS-HASH-WORK BY 9973 GIVING WS-HASH-QUOTIENT
            REMAINDER WS-HASH-CHECK
    END-PERFORM.

FIND-HASH-VALUE.
    MOVE ZERO TO WS-HASH-VALUE.
    PERFORM VARYING WS-HASH-SCAN FROM 1 BY 1 UNTIL WS-HASH-SCAN > 36
        IF WS-HASH-CHARS(WS-HASH-SCAN:1) = WS-HASH-CHAR THEN
            MOVE WS-HASH-SCAN TO WS-HASH-VALUE
        END-IF
    END-PERFORM.

*> UNKNOWN: NO SUCH SERIAL WAS EVER ISSUED. ALTERED: THE SERIAL WAS
*> ISSUED, BUT THE CHECK VALUE ON THE DOCUMENT ISN'T THE ONE ISSUED
*> WITH IT, THE REGISTRY ENTRY NO LONGER MATCHES ITS OWN CHECK VALUE,
*> OR THE SERIAL IS ON THE REGISTRY MORE THAN ONCE.
*> A GENUINE DOCUMENT GETS WHO, WHEN, AND THE FIGURES CERTIFIED, FOR
*> THE CALLER TO COMPARE AGAINST THE PAGE IN FRONT OF THEM.
PRINT-VERIFICATION.
    MOVE WS-SERIAL TO WS-HDR-SERIAL.
    MOVE WS-CHECK-INPUT TO WS-HDR-CHECK.
    DISPLAY WS-SERIAL-LINE.
    WRITE OUT-PRINT-LINE FROM WS-SERIAL-LINE.

    EVALUATE TRUE
        WHEN WS-MATCH-COUNT = ZERO
            MOVE "UNKNOWN - NO SUCH SERIAL ISSUED" TO WS-RESULT
        WHEN WS-MATCH-COUNT > 1
            MOVE "ALTERED - SERIAL REGISTERED MORE THAN ONCE"
                TO WS-RESULT
            MOVE "N" TO WS-ENTRY-FOUND
        WHEN WS-ENTRY-FOUND = "N"
            MOVE "ALTERED - CHECK VALUE DOES NOT MATCH" TO WS-RESULT
        WHEN WS-ENTRY-INTACT = "N"
            MOVE "ALTERED - REGISTRY ENTRY FAILS ITS CHECK"
                TO WS-RESULT
        WHEN WS-CHECK-GIVEN = "N"
            MOVE "ISSUED - CHECK VALUE NOT COMPARED" TO WS-RESULT
        WHEN OTHER
            MOVE "GENUINE" TO WS-RESULT
    END-EVALUATE.

    MOVE WS-RESULT TO WS-RES-TEXT.
    DISPLAY WS-RESULT-LINE.
    WRITE OUT-PRINT-LINE FROM WS-RESULT-LINE.

    IF WS-ENTRY-FOUND = "Y" THEN
        MOVE SER-STUDENT-NUMBER TO WS-ISS-STUDENT
        MOVE SER-STUDENT-NAME TO WS-ISS-NAME
        DISPLAY WS-ISSUED-LINE
        WRITE OUT-PRINT-LINE FROM WS-ISSUED-LINE

        MOVE SER-ISSUE-DATE TO WS-ISS-DATE
        MOVE SER-RUN-TIME TO WS-ISS-TIME
        MOVE SER-ISSUE-TEXT TO WS-ISS-TEXT
        DISPLAY WS-DATE-LINE
        WRITE OUT-PRINT-LINE FROM WS-DATE-LINE

        PERFORM CHECK-REGISTRY-FIGURES
        IF WS-FIGURES-VALID = "Y" THEN
            MOVE SER-CUM-HOURS TO WSC-HOURS
            MOVE WSC-HOURS TO WS-TOT-HOURS
            MOVE SER-CUM-GPA TO WSC-GPA
            MOVE WSC-GPA TO WS-TOT-GPA
            DISPLAY WS-TOTALS-LINE
            WRITE OUT-PRINT-LINE FROM WS-TOTALS-LINE
        END-IF
    END-IF.

    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
