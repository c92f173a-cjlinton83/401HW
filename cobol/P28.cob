IDENTIFICATION DIVISION.
PROGRAM-ID. P28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IN-FILE ASSIGN TO "P28In.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-FILE ASSIGN TO "P28Srt.tmp".
    SELECT OUT-FILE ASSIGN TO "P28Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

DATA DIVISION.
FILE SECTION.

*> THE EDITED COURSE FILE AS P1 WROTE IT (P1Out.dat), COPIED IN UNDER
*> THIS PROGRAM'S OWN INPUT NAME THE SAME WAY P3 AND P4 TAKE IT.
FD IN-FILE.
01 IN-RECORD.
    05 IN-REC-TYPE            PIC X(01).
        88 IN-REC-IS-COURSE       VALUE "C".
        88 IN-REC-IS-TRANSFER     VALUE "T".
        88 IN-REC-IS-BALANCE      VALUE "B".
        88 IN-REC-IS-TRAILER      VALUE "Z".
    05 STUDENT-NUMBER        PIC X(10).
    05 SEMESTER              PIC X(15).
    05 COURSE                PIC X(15).
    05 COURSE-TITLE          PIC X(30).
    05 GRADE                 PIC A(5).
    05 EARNED                PIC 99.99.
    05 ATTEMPTED-HOURS       PIC 99.99.
    05 REQ-CATEGORY          PIC X(08).
01 IN-TRAILER-RECORD REDEFINES IN-RECORD.
    05 TRL-REC-TYPE           PIC X(01).
    05 TRL-RECORD-COUNT       PIC 9(06).
    05 TRL-TOTAL-EARNED-HOURS PIC 9(05)V99.
    05 FILLER                 PIC X(80).

*> THE FEED ARRIVES IN STUDENT ORDER; THE REPORT WANTS COURSE ORDER,
*> EACH COURSE'S SEMESTERS IN TRUE TERM ORDER -- SO THE SAME YEAR/RANK
*> TERM KEY P11 SORTS ON, RESOLVED THROUGH THE TERM CALENDAR.
SD SORT-FILE.
01 SORT-RECORD.
    05 SORT-COURSE            PIC X(15).
    05 SORT-TERM-YEAR         PIC 9(04).
    05 SORT-TERM-RANK         PIC 9(01).
    05 SORT-SEMESTER          PIC X(15).
    05 SORT-GRADE             PIC X(05).
    05 SORT-EARNED            PIC 99V99.
    05 SORT-ATTEMPTED         PIC 99V99.

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(100).

*> TERM CALENDAR (MAINTAINED BY P19).
FD CALENDAR-FILE.
01 TCL-RECORD.
    05 TCL-TERM-TEXT          PIC X(15).
    05 TCL-TERM-YEAR          PIC 9(04).
    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 EOF                       PIC A       VALUE "N".
01 WS-TERM-SCAN              PIC 9(02)   VALUE ZERO.
01 WS-PREFIX-SCAN            PIC 9(02)   VALUE ZERO.
01 WS-PREFIX-DONE            PIC A       VALUE "N".

*> A COURSE/SEMESTER WHOSE D, F AND W GRADES TOGETHER MAKE UP MORE
*> THAN THIS PERCENTAGE OF ITS ENROLLMENTS IS FLAGGED FOR THE
*> PROVOST'S GATEWAY-COURSE REVIEW.
01 WS-DFW-THRESHOLD          PIC 99V9    VALUE 30.0.

*> THE COURSE/SEMESTER BEING ACCUMULATED, AND THE ONE JUST READ.
01 WS-CURR-COURSE            PIC X(15)   VALUE SPACE.
01 WS-CURR-SEMESTER          PIC X(15)   VALUE SPACE.
01 WS-FIRST-RECORD           PIC A       VALUE "Y".
01 WS-DEPT-CODE              PIC X(08)   VALUE SPACE.

*> GRADE COUNTERS FOR ONE COURSE/SEMESTER. THE SAME SET IS KEPT PER
*> DEPARTMENT AND FOR THE WHOLE RUN BELOW.
01 WS-SECTION-COUNTS.
    05 WS-CNT-A              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-B              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-C              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-D              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-F              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-W              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-I              PIC 9(05)   VALUE ZERO.
    05 WS-CNT-TOTAL          PIC 9(05)   VALUE ZERO.
    05 WS-CNT-QPTS           PIC 9(07)V99 VALUE ZERO.
    05 WS-CNT-ATTEMPTED      PIC 9(06)V99 VALUE ZERO.

01 WS-GRAND-COUNTS.
    05 WS-GRD-A              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-B              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-C              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-D              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-F              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-W              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-I              PIC 9(06)   VALUE ZERO.
    05 WS-GRD-TOTAL          PIC 9(06)   VALUE ZERO.
    05 WS-GRD-QPTS           PIC 9(07)V99 VALUE ZERO.
    05 WS-GRD-ATTEMPTED      PIC 9(06)V99 VALUE ZERO.
01 WS-SECTIONS-PRINTED       PIC 9(05)   VALUE ZERO.
01 WS-SECTIONS-FLAGGED       PIC 9(05)   VALUE ZERO.

*> DEPARTMENT ROLL-UP, KEYED ON THE COURSE PREFIX (THE LETTERS AHEAD
*> OF THE COURSE NUMBER). A DEPARTMENT DROPPED HERE WOULD QUIETLY
*> UNDERSTATE THE ROLL-UP -- FILLING IT IS A HARD STOP.
01 WS-MAX-DEPTS              PIC 9(03)   VALUE 100.
01 WS-DEPT-COUNT             PIC 9(03)   VALUE ZERO.
01 WS-DEPT-ENTRY             PIC 9(03)   VALUE ZERO.
01 DEPT-TABLE.
    05 DPT-ENTRY OCCURS 100 TIMES INDEXED BY DPT-IDX.
        10 DPT-CODE          PIC X(08).
        10 DPT-SECTIONS      PIC 9(05).
        10 DPT-FLAGGED       PIC 9(05).
        10 DPT-CNT-D         PIC 9(06).
        10 DPT-CNT-F         PIC 9(06).
        10 DPT-CNT-W         PIC 9(06).
        10 DPT-CNT-TOTAL     PIC 9(06).
        10 DPT-QPTS          PIC 9(07)V99.
        10 DPT-ATTEMPTED     PIC 9(06)V99.

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED
*> DISPLAY FIELD.
01 WSC-EARNED                PIC 999V99  VALUE ZERO.
01 WSC-QPTS                  PIC 999V99  VALUE ZERO.
01 WSC-AVG-QPTS              PIC 9V99    VALUE ZERO.
01 WSC-DFW-COUNT             PIC 9(06)   VALUE ZERO.
01 WSC-DFW-RATE              PIC 999V9   VALUE ZERO.

*> TERM CALENDAR LOADED AT STARTUP. WITH NO CALENDAR ON DISK THE OLD
*> SEASON-WORD SCAN STILL DERIVES THE SORT KEY, SAME AS P11.
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-CALENDAR-LOADED        PIC A       VALUE "N".
01 WS-MAX-CAL-TERMS          PIC 9(03)   VALUE 200.
01 WS-CAL-TERM-COUNT         PIC 9(03)   VALUE ZERO.
01 WS-CAL-ENTRY              PIC 9(03)   VALUE ZERO.
01 WS-CAL-LOOKUP             PIC X(15)   VALUE SPACE.
01 CAL-TERM-TABLE.
    05 CAL-ENTRY OCCURS 200 TIMES INDEXED BY CAL-IDX.
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-TERM-YEAR     PIC 9(04).
        10 CAL-TERM-RANK     PIC 9(01).

01 WS-REPORT-TITLE.
    05 FILLER                PIC X(20)   VALUE SPACE.
    05 FILLER                PIC X(50)   VALUE
       "COURSE GRADE DISTRIBUTION AND DFW-RATE REPORT".
01 WS-THRESHOLD-LINE.
    05 FILLER                PIC X(20)   VALUE SPACE.
    05 FILLER                PIC X(23)   VALUE
       "DFW FLAG THRESHOLD:    ".
    05 WS-THR-RATE           PIC Z9.9.
    05 FILLER                PIC X(01)   VALUE "%".
01 WS-DETAIL-LABELS.
    05 FILLER                PIC X(16)   VALUE "COURSE".
    05 FILLER                PIC X(16)   VALUE "SEMESTER".
    05 FILLER                PIC X(42)   VALUE
       "    A    B    C    D    F    W    I  TOTAL".
    05 FILLER                PIC X(20)   VALUE "  AVG QP   DFW%".
01 WS-DETAIL-LINE.
    05 WS-DTL-COURSE         PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-SEMESTER       PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-A              PIC ZZZZ9.
    05 WS-DTL-B              PIC ZZZZ9.
    05 WS-DTL-C              PIC ZZZZ9.
    05 WS-DTL-D              PIC ZZZZ9.
    05 WS-DTL-F              PIC ZZZZ9.
    05 WS-DTL-W              PIC ZZZZ9.
    05 WS-DTL-I              PIC ZZZZ9.
    05 WS-DTL-TOTAL          PIC ZZZZZZ9.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-DTL-AVG-QPTS       PIC 9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-DFW-RATE       PIC ZZ9.9.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-FLAG           PIC X(10).
01 WS-DEPT-TITLE.
    05 FILLER                PIC X(20)   VALUE SPACE.
    05 FILLER                PIC X(40)   VALUE
       "DEPARTMENT ROLL-UP".
01 WS-DEPT-LABELS.
    05 FILLER                PIC X(10)   VALUE "DEPT".
    05 FILLER                PIC X(43)   VALUE
       "SECTIONS  FLAGGED     D     F     W   TOTAL".
    05 FILLER                PIC X(20)   VALUE " AVG QP   DFW%".
01 WS-DEPT-LINE.
    05 WS-DPL-CODE           PIC X(08).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DPL-SECTIONS       PIC ZZZZZZZ9.
    05 WS-DPL-FLAGGED        PIC ZZZZZZZZ9.
    05 WS-DPL-D              PIC ZZZZZ9.
    05 WS-DPL-F              PIC ZZZZZ9.
    05 WS-DPL-W              PIC ZZZZZ9.
    05 WS-DPL-TOTAL          PIC ZZZZZZ9.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-DPL-AVG-QPTS       PIC 9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DPL-DFW-RATE       PIC ZZ9.9.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    OPEN OUTPUT OUT-FILE.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM WRITE-REPORT-HEADER.

    SORT SORT-FILE
        ON ASCENDING KEY SORT-COURSE
                         SORT-TERM-YEAR
                         SORT-TERM-RANK
                         SORT-SEMESTER
        INPUT PROCEDURE IS READ-COURSE-FILE
        OUTPUT PROCEDURE IS WRITE-DISTRIBUTION.

    PERFORM WRITE-DEPARTMENT-ROLLUP.

    CLOSE OUT-FILE.
    DISPLAY "COURSE SECTIONS REPORTED: " WS-SECTIONS-PRINTED.
    DISPLAY "COURSE SECTIONS FLAGGED:  " WS-SECTIONS-FLAGGED.

PROGRAM-DONE.
    STOP RUN.

*> RELEASES EVERY COURSE RECORD TO THE SORT. TRANSFER CREDIT CARRIES
*> ANOTHER SCHOOL'S GRADE AND BEGINNING BALANCES CARRY NO COURSE AT
*> ALL, SO NEITHER BELONGS IN A GRADE DISTRIBUTION OF OUR SECTIONS.
*> AN NR IS NO GRADE YET -- IT IS LEFT OUT UNTIL THE REAL ONE POSTS,
*> RATHER THAN COUNTED AS A ZERO AGAINST THE SECTION.
READ-COURSE-FILE SECTION.
READ-COURSE-BEGIN.
    OPEN INPUT IN-FILE.
    PERFORM READ-NEXT-RECORD.
    PERFORM UNTIL EOF = "Y"
        IF IN-REC-IS-COURSE AND GRADE NOT = "NR   " THEN
            PERFORM RELEASE-COURSE-RECORD
        END-IF
        PERFORM READ-NEXT-RECORD
    END-PERFORM.
    CLOSE IN-FILE.
    MOVE "N" TO EOF.

READ-COURSE-EXIT.
    EXIT.

COURSE-SUPPORT SECTION.

READ-NEXT-RECORD.
    READ IN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

    IF EOF = "N" AND IN-REC-IS-TRAILER THEN
        MOVE "Y" TO EOF
    END-IF.

RELEASE-COURSE-RECORD.
    MOVE COURSE TO SORT-COURSE.
    MOVE SEMESTER TO SORT-SEMESTER.
    PERFORM SET-TERM-KEY.
    MOVE GRADE TO SORT-GRADE.
    MOVE EARNED TO SORT-EARNED.
    MOVE ATTEMPTED-HOURS TO SORT-ATTEMPTED.
    RELEASE SORT-RECORD.

*> SAME TERM-KEY DERIVATION P11 USES: THE TERM CALENDAR WHEN IT'S ON
*> DISK, THE OLD SEASON-WORD SCAN WHEN IT ISN'T.
SET-TERM-KEY.
    MOVE ZERO TO SORT-TERM-YEAR.
    MOVE ZERO TO SORT-TERM-RANK.

    IF WS-CALENDAR-LOADED = "Y" THEN
        MOVE SEMESTER TO WS-CAL-LOOKUP
        PERFORM FIND-CALENDAR-TERM
        IF WS-CAL-ENTRY > ZERO THEN
            SET CAL-IDX TO WS-CAL-ENTRY
            MOVE CAL-TERM-YEAR(CAL-IDX) TO SORT-TERM-YEAR
            MOVE CAL-TERM-RANK(CAL-IDX) TO SORT-TERM-RANK
        END-IF
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN SEMESTER(1:6) = "SPRING" OR SEMESTER(1:4) = "SPRG"
            MOVE 1 TO SORT-TERM-RANK
        WHEN SEMESTER(1:6) = "SUMMER" OR SEMESTER(1:3) = "SUM"
            MOVE 2 TO SORT-TERM-RANK
        WHEN SEMESTER(1:4) = "FALL"
            MOVE 3 TO SORT-TERM-RANK
        WHEN SEMESTER(1:6) = "WINTER" OR SEMESTER(1:3) = "WIN"
            MOVE 4 TO SORT-TERM-RANK
        WHEN OTHER
            MOVE 9 TO SORT-TERM-RANK
    END-EVALUATE.

    PERFORM VARYING WS-TERM-SCAN FROM 1 BY 1
            UNTIL WS-TERM-SCAN > 12
        IF SEMESTER(WS-TERM-SCAN:4) NUMERIC
                AND SORT-TERM-YEAR = ZERO THEN
            MOVE SEMESTER(WS-TERM-SCAN:4) TO SORT-TERM-YEAR
        END-IF
    END-PERFORM.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP.
LOAD-TERM-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        MOVE "N" TO WS-CALENDAR-LOADED
        DISPLAY "*** NO TERM CALENDAR ON FILE - FALLING BACK TO "
                "SEASON SCAN ***"
    ELSE
        PERFORM READ-NEXT-CALENDAR
        PERFORM UNTIL EOF = "Y"
            IF WS-CAL-TERM-COUNT >= WS-MAX-CAL-TERMS THEN
                DISPLAY "*** TERM CALENDAR TABLE FULL - RUN "
                        "STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-TERM-COUNT
            SET CAL-IDX TO WS-CAL-TERM-COUNT
            MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
            MOVE TCL-TERM-YEAR TO CAL-TERM-YEAR(CAL-IDX)
            MOVE TCL-TERM-RANK TO CAL-TERM-RANK(CAL-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
        MOVE "Y" TO WS-CALENDAR-LOADED
        MOVE "N" TO EOF
    END-IF.

READ-NEXT-CALENDAR.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> SETS WS-CAL-ENTRY TO THE CALENDAR SLOT FOR WS-CAL-LOOKUP, OR ZERO.
FIND-CALENDAR-TERM.
    MOVE ZERO TO WS-CAL-ENTRY.
    PERFORM VARYING CAL-IDX FROM 1 BY 1
            UNTIL CAL-IDX > WS-CAL-TERM-COUNT
        IF CAL-TERM-TEXT(CAL-IDX) = WS-CAL-LOOKUP THEN
            SET WS-CAL-ENTRY TO CAL-IDX
        END-IF
    END-PERFORM.

WRITE-REPORT-HEADER.
    DISPLAY WS-REPORT-TITLE.
    WRITE OUT-PRINT-LINE FROM WS-REPORT-TITLE.
    MOVE WS-DFW-THRESHOLD TO WS-THR-RATE.
    DISPLAY WS-THRESHOLD-LINE.
    WRITE OUT-PRINT-LINE FROM WS-THRESHOLD-LINE.
    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    DISPLAY WS-DETAIL-LABELS.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LABELS.

*> CONTROL-BREAKS ON COURSE AND SEMESTER OVER THE SORTED RECORDS,
*> PRINTING ONE DISTRIBUTION LINE PER COURSE/SEMESTER.
WRITE-DISTRIBUTION SECTION.
WRITE-DISTRIBUTION-BEGIN.
    MOVE "N" TO EOF.

    PERFORM UNTIL EOF = "Y"
        RETURN SORT-FILE
            AT END
                MOVE "Y" TO EOF
            NOT AT END
                PERFORM HANDLE-SORTED-RECORD
        END-RETURN
    END-PERFORM.

    IF WS-FIRST-RECORD = "N" THEN
        PERFORM PRINT-SECTION-LINE
    END-IF.

WRITE-DISTRIBUTION-EXIT.
    EXIT.

DISTRIBUTION-SUPPORT SECTION.

HANDLE-SORTED-RECORD.
    IF WS-FIRST-RECORD = "Y" THEN
        MOVE "N" TO WS-FIRST-RECORD
        MOVE SORT-COURSE TO WS-CURR-COURSE
        MOVE SORT-SEMESTER TO WS-CURR-SEMESTER
    END-IF.

    IF SORT-COURSE NOT = WS-CURR-COURSE
            OR SORT-SEMESTER NOT = WS-CURR-SEMESTER THEN
        PERFORM PRINT-SECTION-LINE
        MOVE SORT-COURSE TO WS-CURR-COURSE
        MOVE SORT-SEMESTER TO WS-CURR-SEMESTER
    END-IF.

    PERFORM COUNT-GRADE.

*> FILES ONE GRADE INTO THE COURSE/SEMESTER COUNTERS. QUALITY POINTS
*> FOLLOW P2'S RULES, AND W/I GRADES CARRY NO ATTEMPTED HOURS -- SO
*> THE AVERAGE BELOW IS THE SAME QUALITY-POINTS-PER-ATTEMPTED-HOUR
*> MEASURE THE TRANSCRIPT'S GPA IS BUILT ON.
COUNT-GRADE.
    ADD 1 TO WS-CNT-TOTAL.
    MOVE SORT-EARNED TO WSC-EARNED.
    MOVE SORT-EARNED TO WSC-QPTS.

    EVALUATE SORT-GRADE(1:1)
        WHEN "A"
            ADD 1 TO WS-CNT-A
            COMPUTE WSC-QPTS = WSC-QPTS * 4
        WHEN "B"
            ADD 1 TO WS-CNT-B
            COMPUTE WSC-QPTS = WSC-QPTS * 3
        WHEN "C"
            ADD 1 TO WS-CNT-C
            COMPUTE WSC-QPTS = WSC-QPTS * 2
        WHEN "D"
            ADD 1 TO WS-CNT-D
            COMPUTE WSC-QPTS = WSC-QPTS * 1
        WHEN "F"
            ADD 1 TO WS-CNT-F
            MOVE 0 TO WSC-QPTS
        WHEN "W"
            ADD 1 TO WS-CNT-W
            MOVE 0 TO WSC-QPTS
        WHEN "I"
            ADD 1 TO WS-CNT-I
            MOVE 0 TO WSC-QPTS
        WHEN OTHER
            MOVE 0 TO WSC-QPTS
    END-EVALUATE.

    IF SORT-GRADE(1:1) = "A" OR "B" OR "C" OR "D" THEN
        EVALUATE SORT-GRADE(2:1)
            WHEN "+"
                COMPUTE WSC-QPTS = WSC-QPTS + (WSC-EARNED * 0.3)
            WHEN "-"
                COMPUTE WSC-QPTS = WSC-QPTS - (WSC-EARNED * 0.3)
        END-EVALUATE
    END-IF.

    ADD WSC-QPTS TO WS-CNT-QPTS.
    IF SORT-GRADE(1:1) NOT = "W" AND SORT-GRADE(1:1) NOT = "I" THEN
        ADD SORT-ATTEMPTED TO WS-CNT-ATTEMPTED
    END-IF.

*> END OF ONE COURSE/SEMESTER: WORK OUT THE AVERAGE AND THE DFW RATE,
*> FLAG IT IF IT'S OVER THE THRESHOLD, PRINT IT, ROLL IT INTO ITS
*> DEPARTMENT AND THE RUN TOTALS, THEN CLEAR THE COUNTERS.
PRINT-SECTION-LINE.
    IF WS-CNT-ATTEMPTED > ZERO THEN
        COMPUTE WSC-AVG-QPTS ROUNDED = WS-CNT-QPTS / WS-CNT-ATTEMPTED
    ELSE
        MOVE ZERO TO WSC-AVG-QPTS
    END-IF.

    COMPUTE WSC-DFW-COUNT = WS-CNT-D + WS-CNT-F + WS-CNT-W.
    IF WS-CNT-TOTAL > ZERO THEN
        COMPUTE WSC-DFW-RATE ROUNDED =
            (WSC-DFW-COUNT * 100) / WS-CNT-TOTAL
    ELSE
        MOVE ZERO TO WSC-DFW-RATE
    END-IF.

    MOVE SPACE TO WS-DTL-FLAG.
    IF WSC-DFW-RATE > WS-DFW-THRESHOLD THEN
        MOVE "*** HIGH" TO WS-DTL-FLAG
        ADD 1 TO WS-SECTIONS-FLAGGED
    END-IF.

    MOVE WS-CURR-COURSE TO WS-DTL-COURSE.
    MOVE WS-CURR-SEMESTER TO WS-DTL-SEMESTER.
    MOVE WS-CNT-A TO WS-DTL-A.
    MOVE WS-CNT-B TO WS-DTL-B.
    MOVE WS-CNT-C TO WS-DTL-C.
    MOVE WS-CNT-D TO WS-DTL-D.
    MOVE WS-CNT-F TO WS-DTL-F.
    MOVE WS-CNT-W TO WS-DTL-W.
    MOVE WS-CNT-I TO WS-DTL-I.
    MOVE WS-CNT-TOTAL TO WS-DTL-TOTAL.
    MOVE WSC-AVG-QPTS TO WS-DTL-AVG-QPTS.
    MOVE WSC-DFW-RATE TO WS-DTL-DFW-RATE.
    DISPLAY WS-DETAIL-LINE.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LINE.
    ADD 1 TO WS-SECTIONS-PRINTED.

    PERFORM ROLL-UP-DEPARTMENT.

    ADD WS-CNT-A TO WS-GRD-A.
    ADD WS-CNT-B TO WS-GRD-B.
    ADD WS-CNT-C TO WS-GRD-C.
    ADD WS-CNT-D TO WS-GRD-D.
    ADD WS-CNT-F TO WS-GRD-F.
    ADD WS-CNT-W TO WS-GRD-W.
    ADD WS-CNT-I TO WS-GRD-I.
    ADD WS-CNT-TOTAL TO WS-GRD-TOTAL.
    ADD WS-CNT-QPTS TO WS-GRD-QPTS.
    ADD WS-CNT-ATTEMPTED TO WS-GRD-ATTEMPTED.

    INITIALIZE WS-SECTION-COUNTS.

*> THE DEPARTMENT IS THE COURSE'S LEADING LETTERS -- "CS 101" AND
*> "CS101" BOTH FILE UNDER "CS".
SET-DEPARTMENT-CODE.
    MOVE SPACE TO WS-DEPT-CODE.
    MOVE "N" TO WS-PREFIX-DONE.
    PERFORM VARYING WS-PREFIX-SCAN FROM 1 BY 1
            UNTIL WS-PREFIX-SCAN > 8 OR WS-PREFIX-DONE = "Y"
        IF WS-CURR-COURSE(WS-PREFIX-SCAN:1) IS ALPHABETIC
                AND WS-CURR-COURSE(WS-PREFIX-SCAN:1) NOT = SPACE THEN
            MOVE WS-CURR-COURSE(WS-PREFIX-SCAN:1)
                TO WS-DEPT-CODE(WS-PREFIX-SCAN:1)
        ELSE
            MOVE "Y" TO WS-PREFIX-DONE
        END-IF
    END-PERFORM.

    IF WS-DEPT-CODE = SPACE THEN
        MOVE "(NONE)" TO WS-DEPT-CODE
    END-IF.

ROLL-UP-DEPARTMENT.
    PERFORM SET-DEPARTMENT-CODE.

    MOVE ZERO TO WS-DEPT-ENTRY.
    PERFORM VARYING DPT-IDX FROM 1 BY 1
            UNTIL DPT-IDX > WS-DEPT-COUNT
        IF DPT-CODE(DPT-IDX) = WS-DEPT-CODE THEN
            SET WS-DEPT-ENTRY TO DPT-IDX
        END-IF
    END-PERFORM.

    IF WS-DEPT-ENTRY = ZERO THEN
        IF WS-DEPT-COUNT >= WS-MAX-DEPTS THEN
            DISPLAY "*** DEPARTMENT TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DEPT-COUNT
        SET DPT-IDX TO WS-DEPT-COUNT
        INITIALIZE DPT-ENTRY(DPT-IDX)
        MOVE WS-DEPT-CODE TO DPT-CODE(DPT-IDX)
        SET WS-DEPT-ENTRY TO DPT-IDX
    END-IF.

    SET DPT-IDX TO WS-DEPT-ENTRY.
    ADD 1 TO DPT-SECTIONS(DPT-IDX).
    IF WS-DTL-FLAG NOT = SPACE THEN
        ADD 1 TO DPT-FLAGGED(DPT-IDX)
    END-IF.
    ADD WS-CNT-D TO DPT-CNT-D(DPT-IDX).
    ADD WS-CNT-F TO DPT-CNT-F(DPT-IDX).
    ADD WS-CNT-W TO DPT-CNT-W(DPT-IDX).
    ADD WS-CNT-TOTAL TO DPT-CNT-TOTAL(DPT-IDX).
    ADD WS-CNT-QPTS TO DPT-QPTS(DPT-IDX).
    ADD WS-CNT-ATTEMPTED TO DPT-ATTEMPTED(DPT-IDX).

*> ONE LINE PER DEPARTMENT, THEN THE WHOLE RUN ON THE SAME TERMS.
WRITE-DEPARTMENT-ROLLUP.
    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    DISPLAY WS-DEPT-TITLE.
    WRITE OUT-PRINT-LINE FROM WS-DEPT-TITLE.
    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    DISPLAY WS-DEPT-LABELS.
    WRITE OUT-PRINT-LINE FROM WS-DEPT-LABELS.

    PERFORM VARYING DPT-IDX FROM 1 BY 1
            UNTIL DPT-IDX > WS-DEPT-COUNT
        MOVE DPT-CODE(DPT-IDX) TO WS-DPL-CODE
        MOVE DPT-SECTIONS(DPT-IDX) TO WS-DPL-SECTIONS
        MOVE DPT-FLAGGED(DPT-IDX) TO WS-DPL-FLAGGED
        MOVE DPT-CNT-D(DPT-IDX) TO WS-DPL-D
        MOVE DPT-CNT-F(DPT-IDX) TO WS-DPL-F
        MOVE DPT-CNT-W(DPT-IDX) TO WS-DPL-W
        MOVE DPT-CNT-TOTAL(DPT-IDX) TO WS-DPL-TOTAL
        IF DPT-ATTEMPTED(DPT-IDX) > ZERO THEN
            COMPUTE WSC-AVG-QPTS ROUNDED =
                DPT-QPTS(DPT-IDX) / DPT-ATTEMPTED(DPT-IDX)
        ELSE
            MOVE ZERO TO WSC-AVG-QPTS
        END-IF
        MOVE WSC-AVG-QPTS TO WS-DPL-AVG-QPTS
        COMPUTE WSC-DFW-COUNT = DPT-CNT-D(DPT-IDX)
            + DPT-CNT-F(DPT-IDX) + DPT-CNT-W(DPT-IDX)
        IF DPT-CNT-TOTAL(DPT-IDX) > ZERO THEN
            COMPUTE WSC-DFW-RATE ROUNDED =
                (WSC-DFW-COUNT * 100) / DPT-CNT-TOTAL(DPT-IDX)
        ELSE
            MOVE ZERO TO WSC-DFW-RATE
        END-IF
        MOVE WSC-DFW-RATE TO WS-DPL-DFW-RATE
        DISPLAY WS-DEPT-LINE
        WRITE OUT-PRINT-LINE FROM WS-DEPT-LINE
    END-PERFORM.

    MOVE "ALL" TO WS-DPL-CODE.
    MOVE WS-SECTIONS-PRINTED TO WS-DPL-SECTIONS.
    MOVE WS-SECTIONS-FLAGGED TO WS-DPL-FLAGGED.
    MOVE WS-GRD-D TO WS-DPL-D.
    MOVE WS-GRD-F TO WS-DPL-F.
    MOVE WS-GRD-W TO WS-DPL-W.
    MOVE WS-GRD-TOTAL TO WS-DPL-TOTAL.
    IF WS-GRD-ATTEMPTED > ZERO THEN
        COMPUTE WSC-AVG-QPTS ROUNDED = WS-GRD-QPTS / WS-GRD-ATTEMPTED
    ELSE
        MOVE ZERO TO WSC-AVG-QPTS
    END-IF.
    MOVE WSC-AVG-QPTS TO WS-DPL-AVG-QPTS.
    COMPUTE WSC-DFW-COUNT = WS-GRD-D + WS-GRD-F + WS-GRD-W.
    IF WS-GRD-TOTAL > ZERO THEN
        COMPUTE WSC-DFW-RATE ROUNDED =
            (WSC-DFW-COUNT * 100) / WS-GRD-TOTAL
    ELSE
        MOVE ZERO TO WSC-DFW-RATE
    END-IF.
    MOVE WSC-DFW-RATE TO WS-DPL-DFW-RATE.
    DISPLAY WS-DEPT-LINE.
    WRITE OUT-PRINT-LINE FROM WS-DEPT-LINE.
