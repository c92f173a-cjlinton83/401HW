        FILE STATUS IS WS-MST-STATUS.
    SELECT REQ-FILE ASSIGN TO "P4Req.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTION-FILE ASSIGN TO "Except.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STATUS.
    SELECT OUT-FILE ASSIGN TO "P4Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

*> DEGREE REQUIREMENTS TABLE (MAINTAINED BY P32): ONE LINE PER
*> MAJOR/CATALOG-YEAR/CATEGORY GIVING THE HOURS REQUIRED IN THAT
*> CATEGORY FOR STUDENTS ENTERING THE MAJOR UNDER THAT CATALOG.
FD REQ-FILE.
01 REQ-RECORD.
    05 REQ-MAJOR-CODE         PIC X(06).
    05 REQ-CATALOG-YEAR       PIC 9(04).
    05 REQ-CAT-CODE           PIC X(08).
    05 REQ-HOURS-NEEDED       PIC 99.99.

*> DEGREE AUDIT EXCEPTIONS (MAINTAINED BY P33): SUBSTITUTIONS (S),
*> CATEGORY REASSIGNMENTS (R) AND HOURS WAIVERS (W) APPROVED FOR ONE
*> STUDENT, APPLIED HERE INSTEAD OF BY EDITING THE COURSE HISTORY.
FD EXCEPTION-FILE.
01 EXC-RECORD.
    05 EXC-STUDENT-NUMBER     PIC X(10).
    05 EXC-TYPE               PIC X(01).
    05 EXC-COURSE             PIC X(15).
    05 EXC-FOR-COURSE         PIC X(15).
    05 EXC-CATEGORY           PIC X(08).
    05 EXC-HOURS              PIC 99.99.
    05 EXC-APPROVED-BY        PIC X(20).
    05 EXC-APPROVED-DATE      PIC 9(08).

FD OUT-FILE.
01 OUT-STUDENT-NAME          PIC A(19).
01 OUT-STUDENT-NUMBER        PIC X(10).
01 OUT-MAJOR-LINE.
    05 FILLER                PIC X(08).
    05 OUT-MAJOR-CODE        PIC X(06).
    05 FILLER                PIC X(10).
    05 OUT-CATALOG-YEAR      PIC X(04).
    05 FILLER                PIC X(15).
    05 OUT-REQ-SET-YEAR      PIC X(04).
01 OUT-SPACE                 PIC A.
01 OUT-AUDIT-LABELS.
    05 FILLER                PIC X(10).
    05 OUT-AUDIT-REQUIRED    PIC Z9.99.
    05 FILLER                PIC X(04).
    05 OUT-AUDIT-STATUS      PIC X(15).
01 OUT-EXCEPTION-LINE        PIC X(80).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 WS-STUDENT-NAME           PIC A(19).
01 WS-STUDENT-NUMBER         PIC X(10).
01 WS-MAJOR-CODE             PIC X(06).
01 WS-CATALOG-YEAR           PIC 9(04)   VALUE ZERO.
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".
01 WS-MAJOR-LINE.
    05 FILLER                PIC X(08)   VALUE SPACE.
    05 WS-MAJOR-LINE-CODE    PIC X(06).
    05 FILLER                PIC X(10)   VALUE "  CATALOG ".
    05 WS-MAJOR-LINE-CATALOG PIC X(04).
    05 FILLER                PIC X(15)   VALUE "  REQUIREMENTS ".
    05 WS-MAJOR-LINE-SET     PIC X(04).
01 WS-AUDIT-LINE.
    05 WS-AUDIT-CATEGORY     PIC X(10).
    05 WS-AUDIT-EARNED       PIC Z9.99.
*> DEGREE-REQUIREMENTS TABLE LOADED INTO MEMORY FROM REQ-FILE AT
*> STARTUP SO EACH STUDENT'S CATEGORY TOTALS CAN BE CHECKED AGAINST
*> THE REQUIREMENT FOR THEIR OWN MAJOR WITHOUT RE-READING THE FILE.
*> WS-REQ-SET-YEAR IS THE CATALOG YEAR OF THE SET THE CURRENT STUDENT
*> IS HELD TO, ZERO WHEN THE MAJOR HAS NO LINES AT ALL.
01 WS-MAX-REQUIREMENTS       PIC 9(03)   VALUE 500.
01 WS-REQUIREMENT-COUNT      PIC 9(03)   VALUE ZERO.
01 WS-REQ-SET-YEAR           PIC 9(04)   VALUE ZERO.
01 WS-REQ-OLDEST-YEAR        PIC 9(04)   VALUE ZERO.
01 REQUIREMENT-TABLE.
    05 REQT-ENTRY OCCURS 500 TIMES INDEXED BY REQT-IDX.
        10 REQT-MAJOR-CODE   PIC X(06).
        10 REQT-CATALOG-YEAR PIC 9(04).
        10 REQT-CAT-CODE     PIC X(08).
        10 REQT-HOURS-NEEDED PIC 99.99.

*> APPROVED EXCEPTIONS LOADED AT STARTUP. EXT-MATCHED COUNTS THE
*> COURSES AN EXCEPTION TOUCHED FOR THE CURRENT STUDENT, SO ONE
*> NAMING A COURSE THE STUDENT NEVER TOOK SHOWS AS NOT APPLIED. THE
*> WAIVED HOURS COME OFF THE CATEGORY'S REQUIREMENT.
01 WS-EXC-STATUS             PIC XX      VALUE "00".
01 WS-MAX-EXCEPTIONS         PIC 9(04)   VALUE 1000.
01 WS-EXCEPTION-COUNT        PIC 9(04)   VALUE ZERO.
01 EXCEPTION-TABLE.
    05 EXT-ENTRY OCCURS 1000 TIMES INDEXED BY EXT-IDX.
        10 EXT-STUDENT-NUMBER PIC X(10).
        10 EXT-TYPE          PIC X(01).
        10 EXT-COURSE        PIC X(15).
        10 EXT-FOR-COURSE    PIC X(15).
        10 EXT-CATEGORY      PIC X(08).
        10 EXT-HOURS         PIC 99V99.
        10 EXT-APPROVED-BY   PIC X(20).
        10 EXT-APPROVED-DATE PIC 9(08).
        10 EXT-MATCHED       PIC 9(04).
01 WS-CORE-WAIVED            PIC 999V99  VALUE ZERO.
01 WS-MAJOR-WAIVED           PIC 999V99  VALUE ZERO.
01 WS-ELECTIVE-WAIVED        PIC 999V99  VALUE ZERO.
01 WSC-CHECK-WAIVED          PIC 999V99  VALUE ZERO.
01 WS-EXC-HOURS-EDIT         PIC Z9.99.
01 WS-EXC-LINE.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-EXC-KIND           PIC X(11).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-EXC-COURSE         PIC X(15).
    05 WS-EXC-JOIN           PIC X(05).
    05 WS-EXC-OBJECT         PIC X(15).
    05 WS-EXC-RESULT         PIC X(15).
    05 WS-EXC-RESULT-CAT     PIC X(08).
01 WS-EXC-APPROVAL-LINE.
    05 FILLER                PIC X(16)   VALUE "      APPROVED  ".
    05 WS-EXC-APPROVED-BY    PIC X(20).
    05 FILLER                PIC X(04)   VALUE " ON ".
    05 WS-EXC-APPROVED-DATE  PIC 9(08).

*> STUDENT-COURSE-TABLE HOLDS ONE STUDENT'S COURSES AT A TIME SO A
*> LATER-SEMESTER REPEAT OF A COURSE CAN BE DETECTED AND THE EARLIER
*> ATTEMPT EXCLUDED FROM THE CATEGORY TOTALS BEFORE THE AUDIT PRINTS --

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-REQUIREMENT-TABLE.
    PERFORM LOAD-EXCEPTION-TABLE.
    PERFORM WRITE-AUDIT-REPORT.
    PERFORM CLOSING-PROCEDURE.

LOOKUP-STUDENT-MASTER.
    MOVE "*NOT ON MASTER*" TO WS-STUDENT-NAME.
    MOVE SPACE TO WS-MAJOR-CODE.
    MOVE ZERO TO WS-CATALOG-YEAR.

    IF WS-MASTER-OPEN = "Y" THEN
        MOVE WS-STUDENT-NUMBER TO SM-STUDENT-NUMBER
            NOT INVALID KEY
                MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
                MOVE SM-MAJOR-CODE TO WS-MAJOR-CODE
                MOVE SM-CATALOG-YEAR TO WS-CATALOG-YEAR
        END-READ
    END-IF.

*> PICKS THE STUDENT'S REQUIREMENT SET: THE MAJOR'S LATEST CATALOG
*> YEAR NOT AFTER THE STUDENT'S OWN. A STUDENT WITH NO CATALOG YEAR
*> ON THE MASTER IS HELD TO THE MAJOR'S CURRENT (LATEST) SET; ONE WHO
*> ENTERED BEFORE THE OLDEST SET ON FILE IS HELD TO THAT OLDEST SET.
SELECT-REQUIREMENT-SET.
    MOVE ZERO TO WS-REQ-SET-YEAR.
    MOVE ZERO TO WS-REQ-OLDEST-YEAR.

    PERFORM VARYING REQT-IDX FROM 1 BY 1
            UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
        IF REQT-MAJOR-CODE(REQT-IDX) = WS-MAJOR-CODE
                AND WS-MAJOR-CODE NOT = SPACE THEN
            IF (REQT-CATALOG-YEAR(REQT-IDX) <= WS-CATALOG-YEAR
                    OR WS-CATALOG-YEAR = ZERO)
                    AND REQT-CATALOG-YEAR(REQT-IDX) > WS-REQ-SET-YEAR THEN
                MOVE REQT-CATALOG-YEAR(REQT-IDX) TO WS-REQ-SET-YEAR
            END-IF
            IF WS-REQ-OLDEST-YEAR = ZERO
                    OR REQT-CATALOG-YEAR(REQT-IDX) < WS-REQ-OLDEST-YEAR THEN
                MOVE REQT-CATALOG-YEAR(REQT-IDX) TO WS-REQ-OLDEST-YEAR
            END-IF
        END-IF
    END-PERFORM.

    IF WS-REQ-SET-YEAR = ZERO THEN
        MOVE WS-REQ-OLDEST-YEAR TO WS-REQ-SET-YEAR
    END-IF.

LOAD-REQUIREMENT-TABLE.
    PERFORM READ-NEXT-REQUIREMENT.
    PERFORM UNTIL EOF = "Y"
            ADD 1 TO WS-REQUIREMENT-COUNT
            SET REQT-IDX TO WS-REQUIREMENT-COUNT
            MOVE REQ-MAJOR-CODE TO REQT-MAJOR-CODE(REQT-IDX)
            MOVE REQ-CATALOG-YEAR TO REQT-CATALOG-YEAR(REQT-IDX)
            MOVE REQ-CAT-CODE TO REQT-CAT-CODE(REQT-IDX)
            MOVE REQ-HOURS-NEEDED TO REQT-HOURS-NEEDED(REQT-IDX)
        END-IF
            MOVE "Y" TO EOF
    END-READ.

*> A MISSING EXCEPTIONS FILE JUST MEANS NO EXCEPTIONS HAVE BEEN
*> APPROVED YET.
LOAD-EXCEPTION-TABLE.
    OPEN INPUT EXCEPTION-FILE.
    IF WS-EXC-STATUS = "00" THEN
        PERFORM READ-NEXT-EXCEPTION
        PERFORM UNTIL EOF = "Y"
*>          AN EXCEPTION DROPPED HERE WOULD SHOW AN APPROVED
*>          SUBSTITUTION AS A DEFICIENCY -- STOP THE RUN COLD INSTEAD.
            IF WS-EXCEPTION-COUNT >= WS-MAX-EXCEPTIONS THEN
                DISPLAY "*** EXCEPTION TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-EXCEPTION-COUNT
            SET EXT-IDX TO WS-EXCEPTION-COUNT
            MOVE EXC-STUDENT-NUMBER TO EXT-STUDENT-NUMBER(EXT-IDX)
            MOVE EXC-TYPE TO EXT-TYPE(EXT-IDX)
            MOVE EXC-COURSE TO EXT-COURSE(EXT-IDX)
            MOVE EXC-FOR-COURSE TO EXT-FOR-COURSE(EXT-IDX)
            MOVE EXC-CATEGORY TO EXT-CATEGORY(EXT-IDX)
            MOVE EXC-HOURS TO EXT-HOURS(EXT-IDX)
            MOVE EXC-APPROVED-BY TO EXT-APPROVED-BY(EXT-IDX)
            MOVE EXC-APPROVED-DATE TO EXT-APPROVED-DATE(EXT-IDX)
            MOVE ZERO TO EXT-MATCHED(EXT-IDX)
            PERFORM READ-NEXT-EXCEPTION
        END-PERFORM
        CLOSE EXCEPTION-FILE
        MOVE "N" TO EOF
    END-IF.

READ-NEXT-EXCEPTION.
    READ EXCEPTION-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> APPLIES THE STUDENT'S EXCEPTIONS TO THE BUFFERED COURSES AFTER
*> REPEAT FORGIVENESS AND BEFORE ANY CATEGORY TOTAL IS ADDED UP: A
*> SUBSTITUTED OR REASSIGNED COURSE TAKES THE EXCEPTION'S CATEGORY
*> FOR THIS RUN ONLY, AND A WAIVER BANKS HOURS AGAINST ITS CATEGORY.
*> A FORGIVEN EARLIER ATTEMPT STAYS OUT EITHER WAY.
APPLY-STUDENT-EXCEPTIONS.
    MOVE ZERO TO WS-CORE-WAIVED.
    MOVE ZERO TO WS-MAJOR-WAIVED.
    MOVE ZERO TO WS-ELECTIVE-WAIVED.

    PERFORM VARYING EXT-IDX FROM 1 BY 1
            UNTIL EXT-IDX > WS-EXCEPTION-COUNT
        IF EXT-STUDENT-NUMBER(EXT-IDX) = WS-STUDENT-NUMBER THEN
            MOVE ZERO TO EXT-MATCHED(EXT-IDX)
            IF EXT-TYPE(EXT-IDX) = "W" THEN
                PERFORM APPLY-CATEGORY-WAIVER
            ELSE
                PERFORM VARYING SCT-IDX FROM 1 BY 1
                        UNTIL SCT-IDX > WS-COURSE-COUNT
                    IF SCT-COURSE(SCT-IDX) = EXT-COURSE(EXT-IDX)
                            AND SCT-MARKER(SCT-IDX) NOT = "R " THEN
                        MOVE EXT-CATEGORY(EXT-IDX) TO SCT-CATEGORY(SCT-IDX)
                        ADD 1 TO EXT-MATCHED(EXT-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM.

APPLY-CATEGORY-WAIVER.
    EVALUATE EXT-CATEGORY(EXT-IDX)
        WHEN "CORE    "
            ADD EXT-HOURS(EXT-IDX) TO WS-CORE-WAIVED
            ADD 1 TO EXT-MATCHED(EXT-IDX)
        WHEN "MAJOR   "
            ADD EXT-HOURS(EXT-IDX) TO WS-MAJOR-WAIVED
            ADD 1 TO EXT-MATCHED(EXT-IDX)
        WHEN "ELECTIVE"
            ADD EXT-HOURS(EXT-IDX) TO WS-ELECTIVE-WAIVED
            ADD 1 TO EXT-MATCHED(EXT-IDX)
    END-EVALUATE.

*> TAKES WSC-CHECK-WAIVED OFF WSC-CHECK-REQUIRED, NEVER BELOW ZERO.
APPLY-WAIVED-HOURS.
    IF WSC-CHECK-WAIVED >= WSC-CHECK-REQUIRED THEN
        MOVE ZERO TO WSC-CHECK-REQUIRED
    ELSE
        SUBTRACT WSC-CHECK-WAIVED FROM WSC-CHECK-REQUIRED
    END-IF.

*> ONE LINE PER EXCEPTION ON FILE FOR THE STUDENT, WITH WHO APPROVED
*> IT AND WHEN UNDERNEATH, SO THE AUDIT SHOWS WHY A CATEGORY CAME OUT
*> THE WAY IT DID.
PRINT-STUDENT-EXCEPTIONS.
    PERFORM VARYING EXT-IDX FROM 1 BY 1
            UNTIL EXT-IDX > WS-EXCEPTION-COUNT
        IF EXT-STUDENT-NUMBER(EXT-IDX) = WS-STUDENT-NUMBER THEN
            PERFORM FORMAT-EXCEPTION-LINE
            WRITE OUT-EXCEPTION-LINE FROM WS-EXC-LINE
            DISPLAY WS-EXC-LINE
            MOVE EXT-APPROVED-BY(EXT-IDX) TO WS-EXC-APPROVED-BY
            MOVE EXT-APPROVED-DATE(EXT-IDX) TO WS-EXC-APPROVED-DATE
            WRITE OUT-EXCEPTION-LINE FROM WS-EXC-APPROVAL-LINE
            DISPLAY WS-EXC-APPROVAL-LINE
        END-IF
    END-PERFORM.

FORMAT-EXCEPTION-LINE.
    MOVE SPACE TO WS-EXC-RESULT.
    MOVE SPACE TO WS-EXC-RESULT-CAT.
    MOVE EXT-COURSE(EXT-IDX) TO WS-EXC-COURSE.
    MOVE EXT-CATEGORY(EXT-IDX) TO WS-EXC-OBJECT.

    EVALUATE EXT-TYPE(EXT-IDX)
        WHEN "S"
            MOVE "SUBSTITUTE" TO WS-EXC-KIND
            MOVE " FOR " TO WS-EXC-JOIN
            MOVE EXT-FOR-COURSE(EXT-IDX) TO WS-EXC-OBJECT
            MOVE "  COUNTED IN" TO WS-EXC-RESULT
            MOVE EXT-CATEGORY(EXT-IDX) TO WS-EXC-RESULT-CAT
        WHEN "R"
            MOVE "REASSIGN" TO WS-EXC-KIND
            MOVE " TO  " TO WS-EXC-JOIN
        WHEN OTHER
            MOVE "WAIVE HOURS" TO WS-EXC-KIND
            MOVE EXT-HOURS(EXT-IDX) TO WS-EXC-HOURS-EDIT
            MOVE WS-EXC-HOURS-EDIT TO WS-EXC-COURSE
            MOVE " IN  " TO WS-EXC-JOIN
    END-EVALUATE.

    IF EXT-MATCHED(EXT-IDX) = ZERO THEN
        MOVE "  NOT APPLIED -" TO WS-EXC-RESULT
        MOVE "NO MATCH" TO WS-EXC-RESULT-CAT
    END-IF.

READ-NEXT-RECORD.
    READ IN-FILE NEXT RECORD
        AT END
PROCESS-STUDENT-TABLE.
    IF WS-COURSE-COUNT > ZERO THEN
        PERFORM DETECT-REPEATS
        PERFORM APPLY-STUDENT-EXCEPTIONS
        PERFORM ACCUMULATE-CATEGORY-HOURS
    END-IF.

    PERFORM LOOKUP-STUDENT-MASTER.
    PERFORM SELECT-REQUIREMENT-SET.
    PERFORM PRINT-STUDENT-AUDIT.

    MOVE ZERO TO WS-COURSE-COUNT.
    MOVE ZERO TO WS-CORE-EARNED.
    MOVE ZERO TO WS-MAJOR-EARNED.
    MOVE ZERO TO WS-ELECTIVE-EARNED.
    MOVE ZERO TO WS-CORE-WAIVED.
    MOVE ZERO TO WS-MAJOR-WAIVED.
    MOVE ZERO TO WS-ELECTIVE-WAIVED.

PRINT-STUDENT-AUDIT.
    WRITE OUT-STUDENT-NAME FROM WS-STUDENT-NAME.
    WRITE OUT-STUDENT-NUMBER FROM WS-STUDENT-NUMBER.
    MOVE WS-MAJOR-CODE TO WS-MAJOR-LINE-CODE.
    IF WS-CATALOG-YEAR = ZERO THEN
        MOVE "NONE" TO WS-MAJOR-LINE-CATALOG
    ELSE
        MOVE WS-CATALOG-YEAR TO WS-MAJOR-LINE-CATALOG
    END-IF.
    IF WS-REQ-SET-YEAR = ZERO THEN
        MOVE "NONE" TO WS-MAJOR-LINE-SET
    ELSE
        MOVE WS-REQ-SET-YEAR TO WS-MAJOR-LINE-SET
    END-IF.
    WRITE OUT-MAJOR-LINE FROM WS-MAJOR-LINE.
    WRITE OUT-SPACE FROM WS-SPACE.
    WRITE OUT-AUDIT-LABELS FROM WS-AUDIT-LABELS.

    MOVE "CORE    "   TO WS-CHECK-CATEGORY.
    MOVE WS-CORE-EARNED TO WSC-CHECK-EARNED.
    MOVE WS-CORE-WAIVED TO WSC-CHECK-WAIVED.
    PERFORM CHECK-CATEGORY-REQUIREMENT.

    MOVE "MAJOR   "   TO WS-CHECK-CATEGORY.
    MOVE WS-MAJOR-EARNED TO WSC-CHECK-EARNED.
    MOVE WS-MAJOR-WAIVED TO WSC-CHECK-WAIVED.
    PERFORM CHECK-CATEGORY-REQUIREMENT.

    MOVE "ELECTIVE" TO WS-CHECK-CATEGORY.
    MOVE WS-ELECTIVE-EARNED TO WSC-CHECK-EARNED.
    MOVE WS-ELECTIVE-WAIVED TO WSC-CHECK-WAIVED.
    PERFORM CHECK-CATEGORY-REQUIREMENT.

    PERFORM PRINT-STUDENT-EXCEPTIONS.

    DISPLAY WS-SPACE.
    WRITE OUT-SPACE FROM WS-SPACE.

*> LOOKS UP THE REQUIRED HOURS FOR THE CURRENT STUDENT'S MAJOR,
*> REQUIREMENT SET AND WS-CHECK-CATEGORY IN THE IN-MEMORY REQUIREMENT
*> TABLE, THEN PRINTS
*> THE EARNED/REQUIRED/STATUS LINE FOR THAT CATEGORY.
CHECK-CATEGORY-REQUIREMENT.
    MOVE ZERO TO WSC-CHECK-REQUIRED.
    PERFORM VARYING REQT-IDX FROM 1 BY 1
            UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
        IF REQT-MAJOR-CODE(REQT-IDX) = WS-MAJOR-CODE
                AND REQT-CATALOG-YEAR(REQT-IDX) = WS-REQ-SET-YEAR
                AND REQT-CAT-CODE(REQT-IDX) = WS-CHECK-CATEGORY THEN
            MOVE REQT-HOURS-NEEDED(REQT-IDX) TO WSC-CHECK-REQUIRED
        END-IF
    END-PERFORM.
    PERFORM APPLY-WAIVED-HOURS.

    MOVE WS-CHECK-CATEGORY TO WS-AUDIT-CATEGORY.
    MOVE WSC-CHECK-EARNED TO WS-AUDIT-EARNED.
