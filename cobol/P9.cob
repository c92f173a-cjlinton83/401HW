    SELECT HOLD-FILE ASSIGN TO "Holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HLD-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "Except.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STATUS.
    SELECT OUT-FILE ASSIGN TO "P9Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLEARED-FILE ASSIGN TO "P9Clr.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.

DATA DIVISION.
FILE SECTION.
    05 APP-STUDENT-NUMBER     PIC X(10).
    05 APP-GRAD-TERM          PIC X(15).

*> SAME DEGREE-REQUIREMENTS FILE THE DEGREE AUDIT (P4) READS,
*> MAINTAINED BY P32 AND KEYED BY MAJOR PLUS CATALOG YEAR.
FD REQ-FILE.
01 REQ-RECORD.
    05 REQ-MAJOR-CODE         PIC X(06).
    05 REQ-CATALOG-YEAR       PIC 9(04).
    05 REQ-CAT-CODE           PIC X(08).
    05 REQ-HOURS-NEEDED       PIC 99.99.

    05 HLD-HOLD-TYPE          PIC X(10).
    05 HLD-HOLD-DATE          PIC 9(08).

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
01 OUT-PRINT-LINE            PIC X(80).

    05 CLR-STUDENT-NUMBER     PIC X(10).
    05 CLR-GRAD-TERM          PIC X(15).

*> TERM CALENDAR (MAINTAINED BY P19): PLACES EACH CANDIDATE'S
*> GRADUATION TERM SO THE RULES IN FORCE FOR THAT TERM CAN BE FOUND.
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

*> ACADEMIC POLICY PARAMETERS (MAINTAINED BY P31): ONE LINE PER
*> POLICY VALUE PER TERM IT TOOK EFFECT.
FD POLICY-FILE.
01 POL-RECORD.
    05 POL-POLICY-CODE        PIC X(08).
    05 POL-EFF-TERM           PIC X(15).
    05 POL-EFF-YEAR           PIC 9(04).
    05 POL-EFF-RANK           PIC 9(01).
    05 POL-VALUE              PIC 99.99.

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 EOF                       PIC A       VALUE "N".
01 WS-STUDENT-NAME           PIC A(19).
01 WS-STUDENT-NUMBER         PIC X(10).
01 WS-MAJOR-CODE             PIC X(06).
01 WS-CATALOG-YEAR           PIC 9(04)   VALUE ZERO.
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".

    05 FILLER                PIC X(07)   VALUE "  TERM ".
    05 WS-CAND-TERM          PIC X(15).

01 WS-CATALOG-LINE.
    05 FILLER                PIC X(12)   VALUE "    CATALOG ".
    05 WS-CAT-LINE-CATALOG   PIC X(04).
    05 FILLER                PIC X(20)   VALUE "  REQUIREMENTS FROM ".
    05 WS-CAT-LINE-SET       PIC X(04).

01 WS-DEF-LINE.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-DEF-LABEL          PIC X(14).
    05 FILLER                PIC X(14)   VALUE "CUMULATIVE GPA".
    05 WS-GPA-VALUE          PIC ZZ9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-GPA-REMARK.
        10 WS-GPA-REMARK-TEXT PIC X(10).
        10 WS-GPA-REMARK-MIN PIC 9.99.
        10 FILLER            PIC X(02).

01 WS-VERDICT-LINE.
    05 FILLER                PIC X(04)   VALUE SPACE.
        10 HLT-HOLD-DATE     PIC 9(08).

*> SAME GRADE-POINT AND ATTEMPTED-HOURS RULES P2 AND P3 USE, SO THE
*> GPA CERTIFIED HERE TIES OUT WITH THE PRINTED TRANSCRIPT. THE
*> MINIMUM GPA IS THE BUILT-IN FALLBACK: EACH CANDIDATE IS HELD TO THE
*> VALUE THE POLICY FILE HAS IN FORCE FOR THE GRADUATION TERM.
01 WS-MIN-GRAD-GPA           PIC 9V99    VALUE 2.00.
01 WSC-EARNED                PIC 999V99  VALUE ZERO.
01 WSC-QPTS                  PIC 999V99  VALUE ZERO.
01 WS-CLEARED                PIC A       VALUE "Y".
01 WS-REQ-ROWS-FOUND         PIC 9(03)   VALUE ZERO.

*> GRADUATION TERM KEY, FROM THE TERM CALENDAR WHEN IT'S ON DISK AND
*> THE SEASON-WORD SCAN WHEN IT ISN'T.
01 WS-TERM-TEXT              PIC X(15)   VALUE SPACE.
01 WS-TERM-KEY.
    05 WS-TERM-YEAR          PIC 9(04)   VALUE ZERO.
    05 WS-TERM-RANK          PIC 9(01)   VALUE ZERO.
01 WS-TERM-SCAN              PIC 9(02)   VALUE ZERO.
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

*> THE POLICY FILE HELD IN MEMORY, SEEDED FIRST WITH THE BUILT-IN
*> VALUES ABOVE AS IF IN FORCE FROM THE BEGINNING OF TIME, SO A TERM
*> OLDER THAN EVERY LINE ON FILE (OR A SHOP WITH NO FILE YET) STILL
*> GETS A VALUE. PLT-USED MARKS EACH LINE THE RUN APPLIED.
01 WS-POL-STATUS             PIC XX      VALUE "00".
01 WS-MAX-POLICIES           PIC 9(03)   VALUE 200.
01 WS-POLICY-COUNT           PIC 9(03)   VALUE ZERO.
01 WS-POLICY-ENTRY           PIC 9(03)   VALUE ZERO.
01 WS-POLICY-CODE            PIC X(08)   VALUE SPACE.
01 WS-POLICY-VALUE           PIC 99V99   VALUE ZERO.
01 WS-POLICY-TERM-KEY        PIC X(05)   VALUE "00000".
01 WS-POLICY-BEST-KEY        PIC X(05)   VALUE "00000".
01 POLICY-TABLE.
    05 PLT-ENTRY OCCURS 200 TIMES INDEXED BY PLT-IDX.
        10 PLT-POLICY-CODE   PIC X(08).
        10 PLT-EFF-TERM      PIC X(15).
        10 PLT-EFF-KEY.
            15 PLT-EFF-YEAR  PIC 9(04).
            15 PLT-EFF-RANK  PIC 9(01).
        10 PLT-VALUE         PIC 99V99.
        10 PLT-USED          PIC X(01).
01 WS-POLICY-LINE.
    05 FILLER                PIC X(08)   VALUE "POLICY  ".
    05 WS-PLN-CODE           PIC X(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-PLN-VALUE          PIC Z9.99.
    05 FILLER                PIC X(16)   VALUE "  IN FORCE FROM ".
    05 WS-PLN-TERM           PIC X(15).

*> DEGREE-REQUIREMENTS TABLE, LOADED THE SAME WAY P4 LOADS IT.
*> WS-REQ-SET-YEAR IS THE CATALOG YEAR OF THE SET THE CURRENT
*> CANDIDATE IS HELD TO, ZERO WHEN THE MAJOR HAS NO LINES AT ALL.
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

*> GRADUATION APPLICATIONS HELD IN MEMORY; EACH IS TICKED OFF AS ITS
*> STUDENT COMES UP IN THE COURSE FILE SO THE STRAGGLERS CAN BE
*> REPORTED AT THE END.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.
    PERFORM LOAD-REQUIREMENT-TABLE.
    PERFORM LOAD-EXCEPTION-TABLE.
    PERFORM LOAD-APPLICATION-TABLE.
    PERFORM LOAD-HOLD-TABLE.
    PERFORM WRITE-CLEARANCE-REPORT.
    PERFORM REPORT-UNMATCHED-APPLICATIONS.
    PERFORM WRITE-POLICY-LINES.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
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
        PERFORM READ-NEXT-REQUIREMENT
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
            WRITE OUT-PRINT-LINE FROM WS-EXC-LINE
            DISPLAY WS-EXC-LINE
            MOVE EXT-APPROVED-BY(EXT-IDX) TO WS-EXC-APPROVED-BY
            MOVE EXT-APPROVED-DATE(EXT-IDX) TO WS-EXC-APPROVED-DATE
            WRITE OUT-PRINT-LINE FROM WS-EXC-APPROVAL-LINE
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

LOAD-APPLICATION-TABLE.
    PERFORM READ-NEXT-APPLICATION.
    PERFORM UNTIL EOF = "Y"
    END-IF.

    MOVE ZERO TO SCT-ATTEMPTED(SCT-IDX).
    IF GRADE = "W    " OR GRADE = "I    " OR GRADE = "NR   "
            OR IN-REC-IS-TRANSFER THEN
        MOVE 0 TO WSC-QPTS
    ELSE
        MOVE ATTEMPTED-HOURS TO SCT-ATTEMPTED(SCT-IDX)

    IF WS-APP-ENTRY > ZERO AND WS-COURSE-COUNT > ZERO THEN
        PERFORM DETECT-REPEATS
        PERFORM APPLY-STUDENT-EXCEPTIONS
        PERFORM ACCUMULATE-STUDENT-TOTALS
        PERFORM LOOKUP-STUDENT-MASTER
        PERFORM SELECT-REQUIREMENT-SET
        PERFORM PRINT-CANDIDATE-CLEARANCE
    END-IF.

    END-IF.

PRINT-CANDIDATE-CLEARANCE.
    PERFORM SET-CANDIDATE-POLICY.
    MOVE "Y" TO WS-CLEARED.
    MOVE ZERO TO WSC-TOTAL-REQUIRED.
    MOVE ZERO TO WS-REQ-ROWS-FOUND.
    WRITE OUT-PRINT-LINE FROM WS-CAND-LINE.
    DISPLAY WS-CAND-LINE.

    IF WS-CATALOG-YEAR = ZERO THEN
        MOVE "NONE" TO WS-CAT-LINE-CATALOG
    ELSE
        MOVE WS-CATALOG-YEAR TO WS-CAT-LINE-CATALOG
    END-IF.
    IF WS-REQ-SET-YEAR = ZERO THEN
        MOVE "NONE" TO WS-CAT-LINE-SET
    ELSE
        MOVE WS-REQ-SET-YEAR TO WS-CAT-LINE-SET
    END-IF.
    WRITE OUT-PRINT-LINE FROM WS-CATALOG-LINE.
    DISPLAY WS-CATALOG-LINE.

    MOVE "CORE    " TO WS-CHECK-CATEGORY.
    MOVE WS-CORE-EARNED TO WSC-CHECK-EARNED.
    MOVE WS-CORE-WAIVED TO WSC-CHECK-WAIVED.
    PERFORM CHECK-CATEGORY-CLEARANCE.

    MOVE "MAJOR   " TO WS-CHECK-CATEGORY.
    MOVE WS-MAJOR-EARNED TO WSC-CHECK-EARNED.
    MOVE WS-MAJOR-WAIVED TO WSC-CHECK-WAIVED.
    PERFORM CHECK-CATEGORY-CLEARANCE.

    MOVE "ELECTIVE" TO WS-CHECK-CATEGORY.
    MOVE WS-ELECTIVE-EARNED TO WSC-CHECK-EARNED.
    MOVE WS-ELECTIVE-WAIVED TO WSC-CHECK-WAIVED.
    PERFORM CHECK-CATEGORY-CLEARANCE.

    PERFORM PRINT-STUDENT-EXCEPTIONS.

    MOVE "TOTAL HOURS   " TO WS-DEF-LABEL.
    MOVE WSC-CUM-EARNED TO WS-DEF-EARNED.
    MOVE WSC-TOTAL-REQUIRED TO WS-DEF-REQUIRED.
    MOVE WSC-CUM-GPA TO WS-GPA-VALUE.
    IF WSC-CUM-GPA < WS-MIN-GRAD-GPA THEN
        MOVE "N" TO WS-CLEARED
        MOVE SPACE TO WS-GPA-REMARK
        MOVE "GPA BELOW " TO WS-GPA-REMARK-TEXT
        MOVE WS-MIN-GRAD-GPA TO WS-GPA-REMARK-MIN
    ELSE
        MOVE SPACE TO WS-GPA-REMARK
    END-IF.
    PERFORM VARYING REQT-IDX FROM 1 BY 1
            UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
        IF REQT-MAJOR-CODE(REQT-IDX) = WS-MAJOR-CODE
                AND REQT-CATALOG-YEAR(REQT-IDX) = WS-REQ-SET-YEAR
                AND REQT-CAT-CODE(REQT-IDX) = WS-CHECK-CATEGORY THEN
            MOVE REQT-HOURS-NEEDED(REQT-IDX) TO WSC-CHECK-REQUIRED
            ADD 1 TO WS-REQ-ROWS-FOUND
        END-IF
    END-PERFORM.
    PERFORM APPLY-WAIVED-HOURS.

    ADD WSC-CHECK-REQUIRED TO WSC-TOTAL-REQUIRED.

    WRITE OUT-PRINT-LINE FROM WS-DEF-LINE.
    DISPLAY WS-DEF-LINE.

*> A GRADUATION TERM NEITHER THE CALENDAR NOR THE SEASON SCAN CAN
*> PLACE IS HELD TO THE LATEST RULES ON FILE.
SET-CANDIDATE-POLICY.
    MOVE APT-GRAD-TERM(APT-IDX) TO WS-TERM-TEXT.
    PERFORM SET-TERM-KEY.
    IF WS-TERM-YEAR = ZERO THEN
        MOVE "99999" TO WS-POLICY-TERM-KEY
    ELSE
        MOVE WS-TERM-KEY TO WS-POLICY-TERM-KEY
    END-IF.

    PERFORM SET-TERM-POLICY.

*> ANY APPLICATION WHOSE STUDENT NEVER APPEARED IN THE COURSE FILE IS
*> REPORTED SO THE REGISTRAR KNOWS THE CLEARANCE IS STILL OPEN.
REPORT-UNMATCHED-APPLICATIONS.
            DISPLAY WS-SPACE
        END-IF
    END-PERFORM.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP.
LOAD-TERM-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        MOVE "N" TO WS-CALENDAR-LOADED
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
    END-IF.

    MOVE "N" TO EOF.

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

*> SAME TERM-KEY DERIVATION P2 USES FOR THE ARCHIVE: THE TERM
*> CALENDAR WHEN IT'S ON DISK, THE SEASON-WORD SCAN WHEN IT ISN'T.
SET-TERM-KEY.
    MOVE ZERO TO WS-TERM-YEAR.
    MOVE ZERO TO WS-TERM-RANK.

    IF WS-CALENDAR-LOADED = "Y" THEN
        MOVE WS-TERM-TEXT TO WS-CAL-LOOKUP
        PERFORM FIND-CALENDAR-TERM
        IF WS-CAL-ENTRY > ZERO THEN
            SET CAL-IDX TO WS-CAL-ENTRY
            MOVE CAL-TERM-YEAR(CAL-IDX) TO WS-TERM-YEAR
            MOVE CAL-TERM-RANK(CAL-IDX) TO WS-TERM-RANK
        END-IF
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN WS-TERM-TEXT(1:6) = "SPRING" OR WS-TERM-TEXT(1:4) = "SPRG"
            MOVE 1 TO WS-TERM-RANK
        WHEN WS-TERM-TEXT(1:6) = "SUMMER" OR WS-TERM-TEXT(1:3) = "SUM"
            MOVE 2 TO WS-TERM-RANK
        WHEN WS-TERM-TEXT(1:4) = "FALL"
            MOVE 3 TO WS-TERM-RANK
        WHEN WS-TERM-TEXT(1:6) = "WINTER" OR WS-TERM-TEXT(1:3) = "WIN"
            MOVE 4 TO WS-TERM-RANK
        WHEN OTHER
            MOVE 9 TO WS-TERM-RANK
    END-EVALUATE.

    PERFORM VARYING WS-TERM-SCAN FROM 1 BY 1
            UNTIL WS-TERM-SCAN > 12
        IF WS-TERM-TEXT(WS-TERM-SCAN:4) NUMERIC
                AND WS-TERM-YEAR = ZERO THEN
            MOVE WS-TERM-TEXT(WS-TERM-SCAN:4) TO WS-TERM-YEAR
        END-IF
    END-PERFORM.

*> LOADS THE POLICY FILE INTO POLICY-TABLE, BEHIND ONE BUILT-IN LINE
*> PER POLICY CODE THIS PROGRAM USES. WITHOUT A POLICY FILE THE
*> BUILT-IN VALUES ARE THE ONLY ONES IN FORCE.
LOAD-POLICY-TABLE.
    MOVE "GRADGPA " TO WS-POLICY-CODE.
    MOVE WS-MIN-GRAD-GPA TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.

    OPEN INPUT POLICY-FILE.
    IF WS-POL-STATUS NOT = "00" THEN
        DISPLAY "NO POLICY FILE ON FILE - BUILT-IN VALUES USED"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-POLICY.
    PERFORM UNTIL EOF = "Y"
        PERFORM NEXT-POLICY-SLOT
        MOVE POL-POLICY-CODE TO PLT-POLICY-CODE(PLT-IDX)
        MOVE POL-EFF-TERM TO PLT-EFF-TERM(PLT-IDX)
        MOVE POL-EFF-YEAR TO PLT-EFF-YEAR(PLT-IDX)
        MOVE POL-EFF-RANK TO PLT-EFF-RANK(PLT-IDX)
        MOVE POL-VALUE TO PLT-VALUE(PLT-IDX)
        MOVE "N" TO PLT-USED(PLT-IDX)
        PERFORM READ-NEXT-POLICY
    END-PERFORM.

    CLOSE POLICY-FILE.
    MOVE "N" TO EOF.

ADD-BUILT-IN-POLICY.
    PERFORM NEXT-POLICY-SLOT.
    MOVE WS-POLICY-CODE TO PLT-POLICY-CODE(PLT-IDX).
    MOVE "BUILT-IN" TO PLT-EFF-TERM(PLT-IDX).
    MOVE ZERO TO PLT-EFF-YEAR(PLT-IDX).
    MOVE ZERO TO PLT-EFF-RANK(PLT-IDX).
    MOVE WS-POLICY-VALUE TO PLT-VALUE(PLT-IDX).
    MOVE "N" TO PLT-USED(PLT-IDX).

NEXT-POLICY-SLOT.
    IF WS-POLICY-COUNT >= WS-MAX-POLICIES THEN
        DISPLAY "*** POLICY TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    ADD 1 TO WS-POLICY-COUNT.
    SET PLT-IDX TO WS-POLICY-COUNT.

READ-NEXT-POLICY.
    READ POLICY-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> SETS WS-POLICY-VALUE TO THE VALUE OF WS-POLICY-CODE IN FORCE FOR
*> WS-POLICY-TERM-KEY: THE LINE WITH THE LATEST EFFECTIVE TERM NOT
*> AFTER IT. ON A TIE THE LATER LINE WINS, SO A FILE LINE BEATS THE
*> BUILT-IN ONE. THE BUILT-IN LINE MEANS SOMETHING IS ALWAYS FOUND.
FIND-POLICY-VALUE.
    MOVE ZERO TO WS-POLICY-ENTRY.
    MOVE "00000" TO WS-POLICY-BEST-KEY.
    PERFORM VARYING PLT-IDX FROM 1 BY 1
            UNTIL PLT-IDX > WS-POLICY-COUNT
        IF PLT-POLICY-CODE(PLT-IDX) = WS-POLICY-CODE
                AND PLT-EFF-KEY(PLT-IDX) NOT > WS-POLICY-TERM-KEY
                AND PLT-EFF-KEY(PLT-IDX) NOT < WS-POLICY-BEST-KEY THEN
            MOVE PLT-EFF-KEY(PLT-IDX) TO WS-POLICY-BEST-KEY
            SET WS-POLICY-ENTRY TO PLT-IDX
        END-IF
    END-PERFORM.

    SET PLT-IDX TO WS-POLICY-ENTRY.
    MOVE PLT-VALUE(PLT-IDX) TO WS-POLICY-VALUE.
    MOVE "Y" TO PLT-USED(PLT-IDX).

*> PUTS THE POLICY VALUES IN FORCE FOR WS-POLICY-TERM-KEY INTO THE
*> THRESHOLD FIELDS THE REST OF THE PROGRAM TESTS AGAINST.
SET-TERM-POLICY.
    MOVE "GRADGPA " TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-MIN-GRAD-GPA.

*> LISTS EVERY POLICY LINE THIS RUN ACTUALLY APPLIED, SO THE REPORT
*> SHOWS WHICH RULES IT WAS PRODUCED UNDER.
WRITE-POLICY-LINES.
    PERFORM VARYING PLT-IDX FROM 1 BY 1
            UNTIL PLT-IDX > WS-POLICY-COUNT
        IF PLT-USED(PLT-IDX) = "Y" THEN
            MOVE PLT-POLICY-CODE(PLT-IDX) TO WS-PLN-CODE
            MOVE PLT-VALUE(PLT-IDX) TO WS-PLN-VALUE
            MOVE PLT-EFF-TERM(PLT-IDX) TO WS-PLN-TERM
            DISPLAY WS-POLICY-LINE
            WRITE OUT-PRINT-LINE FROM WS-POLICY-LINE
        END-IF
    END-PERFORM.
