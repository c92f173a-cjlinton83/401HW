        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OUT-FILE ASSIGN TO "P3Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.

DATA DIVISION.
FILE SECTION.
01 OUT-SPECIAL-LINE.
    05 OUT-SPECIAL-LABEL     PIC X(20).
    05 OUT-SPECIAL-COUNT     PIC ZZZ9.
01 OUT-POLICY-LINE           PIC X(53).

*> TERM CALENDAR (MAINTAINED BY P19): ORDERS THE SEMESTERS ON THE
*> FEED SO EACH STUDENT'S LATEST TERM -- THE ONE WHOSE RULES THE
*> STUDENT IS COUNTED BY -- CAN BE PICKED OUT.
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
01 WS-REPORT-TITLE.

*> PROBATION/DEAN'S-LIST THRESHOLDS MATCH THE ONES USED ON THE
*> TRANSCRIPT ITSELF (SEE P2) SO THE ROSTER COUNTS LINE UP WITH WHAT
*> PRINTS ON AN INDIVIDUAL STUDENT'S TRANSCRIPT. THE VALUES HERE ARE
*> ONLY THE BUILT-IN FALLBACK: EACH STUDENT IS COUNTED BY THE VALUES
*> THE POLICY FILE HAS IN FORCE FOR THAT STUDENT'S LATEST TERM.
01 WS-FULL-TIME-HOURS        PIC 99      VALUE 12.
01 WS-DEANS-LIST-GPA         PIC 9V99    VALUE 3.50.
01 WS-PROBATION-GPA          PIC 9V99    VALUE 2.00.

*> THE LATEST TERM SEEN IN THE CURRENT STUDENT'S COURSES.
01 WS-TERM-KEY.
    05 WS-TERM-YEAR          PIC 9(04)   VALUE ZERO.
    05 WS-TERM-RANK          PIC 9(01)   VALUE ZERO.
01 WS-STUDENT-TERM-KEY       PIC X(05)   VALUE "00000".
01 WS-TERM-SCAN              PIC 9(02)   VALUE ZERO.

*> TERM CALENDAR LOADED AT STARTUP. WITH NO CALENDAR ON DISK THE OLD
*> SEASON-WORD SCAN ORDERS THE TERMS INSTEAD.
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
*> GETS A VALUE. PLT-USED MARKS EACH LINE SOME STUDENT WAS COUNTED
*> BY, FOR THE POLICY LINES AT THE FOOT OF THE REPORT.
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

*> THE PER-STUDENT SUMS ARE SIZED FOR THE FULL COURSE TABLE -- A LONG
*> HISTORY'S QUALITY POINTS RUN WELL PAST THREE DIGITS.
01 WSC-EARNED                PIC 999V99  VALUE ZERO.
    STOP RUN.

OPENING-PROCEDURE.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.
    OPEN INPUT IN-FILE.
    OPEN OUTPUT OUT-FILE.

    MOVE COURSE-TITLE TO SCT-COURSE-TITLE(SCT-IDX).
    MOVE SPACE TO SCT-MARKER(SCT-IDX).

    PERFORM SET-TERM-KEY.
    IF WS-TERM-KEY > WS-STUDENT-TERM-KEY THEN
        MOVE WS-TERM-KEY TO WS-STUDENT-TERM-KEY
    END-IF.

    MOVE EARNED TO WSC-EARNED.
    MOVE EARNED TO WSC-QPTS.

    END-IF.

    MOVE ZERO TO SCT-ATTEMPTED(SCT-IDX).
    IF GRADE = "W    " OR GRADE = "I    " OR GRADE = "NR   "
            OR IN-REC-IS-TRANSFER THEN
        MOVE 0 TO WSC-QPTS
    ELSE
        MOVE ATTEMPTED-HOURS TO SCT-ATTEMPTED(SCT-IDX)
        PERFORM ACCUMULATE-STUDENT-TOTALS
    END-IF.

*>  A STUDENT WITH NO TERM THE CALENDAR KNOWS IS COUNTED BY THE
*>  LATEST RULES ON FILE.
    IF WS-STUDENT-TERM-KEY = "00000" THEN
        MOVE "99999" TO WS-POLICY-TERM-KEY
    ELSE
        MOVE WS-STUDENT-TERM-KEY TO WS-POLICY-TERM-KEY
    END-IF.
    PERFORM SET-TERM-POLICY.
    PERFORM FILE-STUDENT-INTO-BAND.

    MOVE ZERO TO WS-COURSE-COUNT.
    MOVE "00000" TO WS-STUDENT-TERM-KEY.
    MOVE ZERO TO WSC-STUDENT-QPTS.
    MOVE ZERO TO WSC-STUDENT-ATTEMPTED.

    MOVE WS-PROBATION-COUNT TO OUT-SPECIAL-COUNT.
    DISPLAY OUT-SPECIAL-LINE.
    WRITE OUT-SPECIAL-LINE.

    DISPLAY WS-SPACE.
    WRITE OUT-SPACE FROM WS-SPACE.
    PERFORM WRITE-POLICY-LINES.

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
        MOVE SEMESTER TO WS-CAL-LOOKUP
        PERFORM FIND-CALENDAR-TERM
        IF WS-CAL-ENTRY > ZERO THEN
            SET CAL-IDX TO WS-CAL-ENTRY
            MOVE CAL-TERM-YEAR(CAL-IDX) TO WS-TERM-YEAR
            MOVE CAL-TERM-RANK(CAL-IDX) TO WS-TERM-RANK
        END-IF
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN SEMESTER(1:6) = "SPRING" OR SEMESTER(1:4) = "SPRG"
            MOVE 1 TO WS-TERM-RANK
        WHEN SEMESTER(1:6) = "SUMMER" OR SEMESTER(1:3) = "SUM"
            MOVE 2 TO WS-TERM-RANK
        WHEN SEMESTER(1:4) = "FALL"
            MOVE 3 TO WS-TERM-RANK
        WHEN SEMESTER(1:6) = "WINTER" OR SEMESTER(1:3) = "WIN"
            MOVE 4 TO WS-TERM-RANK
        WHEN OTHER
            MOVE 9 TO WS-TERM-RANK
    END-EVALUATE.

    PERFORM VARYING WS-TERM-SCAN FROM 1 BY 1
            UNTIL WS-TERM-SCAN > 12
        IF SEMESTER(WS-TERM-SCAN:4) NUMERIC
                AND WS-TERM-YEAR = ZERO THEN
            MOVE SEMESTER(WS-TERM-SCAN:4) TO WS-TERM-YEAR
        END-IF
    END-PERFORM.

*> LOADS THE POLICY FILE INTO POLICY-TABLE, BEHIND ONE BUILT-IN LINE
*> PER POLICY CODE THIS PROGRAM USES. WITHOUT A POLICY FILE THE
*> BUILT-IN VALUES ARE THE ONLY ONES IN FORCE.
LOAD-POLICY-TABLE.
    MOVE "FULLTIME" TO WS-POLICY-CODE.
    MOVE WS-FULL-TIME-HOURS TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.
    MOVE "DEANSGPA" TO WS-POLICY-CODE.
    MOVE WS-DEANS-LIST-GPA TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.
    MOVE "PROBGPA " TO WS-POLICY-CODE.
    MOVE WS-PROBATION-GPA TO WS-POLICY-VALUE.
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
    MOVE "FULLTIME" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-FULL-TIME-HOURS.

    MOVE "DEANSGPA" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-DEANS-LIST-GPA.

    MOVE "PROBGPA " TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-PROBATION-GPA.

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
            WRITE OUT-POLICY-LINE FROM WS-POLICY-LINE
        END-IF
    END-PERFORM.
