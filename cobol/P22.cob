        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROOF-FILE ASSIGN TO "P22Prf.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROOF-FILE.
01 PROOF-PRINT-LINE          PIC X(80).

*> TERM CALENDAR (MAINTAINED BY P19): PLACES EACH CANDIDATE'S
*> GRADUATION TERM SO THE HONORS RULES IN FORCE FOR IT CAN BE FOUND.
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
01 WSC-FINAL-GPA             PIC 9V99    VALUE ZERO.

*> LATIN HONORS THRESHOLDS, APPLIED TO THE FINAL CUMULATIVE GPA.
*> THESE ARE THE BUILT-IN FALLBACK: EACH CANDIDATE IS HELD TO THE
*> VALUES THE POLICY FILE HAS IN FORCE FOR THE GRADUATION TERM.
01 WS-CUM-LAUDE-GPA          PIC 9V99    VALUE 3.50.
01 WS-MAGNA-GPA              PIC 9V99    VALUE 3.70.
01 WS-SUMMA-GPA              PIC 9V99    VALUE 3.90.

*> GRADUATION TERM KEY, FROM THE TERM CALENDAR WHEN IT'S ON DISK AND
*> THE SEASON-WORD SCAN WHEN IT ISN'T. A TERM NEITHER CAN PLACE
*> FALLS BACK ON THE KEY OF THE CANDIDATE'S LAST ARCHIVE SNAPSHOT.
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

01 WS-ARC-LAST-KEY.
    05 WS-ARC-LAST-YEAR      PIC 9(04)   VALUE ZERO.
    05 WS-ARC-LAST-RANK      PIC 9(01)   VALUE ZERO.

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

*> THE CLEARED CANDIDATES HELD IN MEMORY, SIZED TO P9'S OWN
*> APPLICATION TABLE -- A RUN CAN'T CLEAR MORE THAN IT READ.
01 WS-MAX-CANDIDATES         PIC 9(03)   VALUE 200.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.
    PERFORM LOAD-CANDIDATE-TABLE.
    PERFORM FILL-CANDIDATE-DETAILS.
    PERFORM WRITE-BULLETIN.

        PERFORM READ-FINAL-ARCHIVE-GPA
        MOVE WSC-FINAL-GPA TO CDT-GPA(CDT-IDX)
        PERFORM SET-CANDIDATE-POLICY

        EVALUATE TRUE
            WHEN WS-GPA-FOUND = "N"
READ-FINAL-ARCHIVE-GPA.
    MOVE "N" TO WS-GPA-FOUND.
    MOVE ZERO TO WSC-FINAL-GPA.
    MOVE ZERO TO WS-ARC-LAST-KEY.
    MOVE "N" TO WS-AT-END.
    MOVE WS-STUDENT-NUMBER TO ARC-STUDENT-NUMBER.
    MOVE ZERO TO ARC-TERM-YEAR.
            ELSE
                MOVE "Y" TO WS-GPA-FOUND
                MOVE ARC-CUM-GPA TO WSC-FINAL-GPA
                MOVE ARC-TERM-YEAR TO WS-ARC-LAST-YEAR
                MOVE ARC-TERM-RANK TO WS-ARC-LAST-RANK
            END-IF
        END-IF
    END-PERFORM.

*> THE GRADUATION TERM PICKS THE HONORS RULES; FAILING THAT, THE TERM
*> OF THE FINAL ARCHIVE SNAPSHOT; FAILING THAT, THE LATEST RULES.
SET-CANDIDATE-POLICY.
    MOVE CDT-GRAD-TERM(CDT-IDX) TO WS-TERM-TEXT.
    PERFORM SET-TERM-KEY.
    EVALUATE TRUE
        WHEN WS-TERM-YEAR NOT = ZERO
            MOVE WS-TERM-KEY TO WS-POLICY-TERM-KEY
        WHEN WS-ARC-LAST-YEAR NOT = ZERO
            MOVE WS-ARC-LAST-KEY TO WS-POLICY-TERM-KEY
        WHEN OTHER
            MOVE "99999" TO WS-POLICY-TERM-KEY
    END-EVALUATE.

    PERFORM SET-TERM-POLICY.

*> FILES THE MAJOR IN THE ORDER FIRST SEEN SO THE BULLETIN GROUPS.
FILE-MAJOR-CODE.
    MOVE ZERO TO WS-FOUND-ENTRY.
        WRITE PROOF-PRINT-LINE FROM WS-PROOF-LINE
    END-PERFORM.

    DISPLAY WS-SPACE.
    WRITE PROOF-PRINT-LINE FROM WS-SPACE.
    PERFORM WRITE-POLICY-LINES.
    DISPLAY WS-SPACE.
    WRITE PROOF-PRINT-LINE FROM WS-SPACE.
    DISPLAY WS-SIGNOFF-LINE.
    WRITE PROOF-PRINT-LINE FROM WS-SIGNOFF-LINE.

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
    MOVE "CUMLAUDE" TO WS-POLICY-CODE.
    MOVE WS-CUM-LAUDE-GPA TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.
    MOVE "MAGNACUM" TO WS-POLICY-CODE.
    MOVE WS-MAGNA-GPA TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.
    MOVE "SUMMACUM" TO WS-POLICY-CODE.
    MOVE WS-SUMMA-GPA TO WS-POLICY-VALUE.
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
    MOVE "CUMLAUDE" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-CUM-LAUDE-GPA.

    MOVE "MAGNACUM" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-MAGNA-GPA.

    MOVE "SUMMACUM" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-SUMMA-GPA.

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
            WRITE PROOF-PRINT-LINE FROM WS-POLICY-LINE
        END-IF
    END-PERFORM.
