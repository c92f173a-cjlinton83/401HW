IDENTIFICATION DIVISION.
PROGRAM-ID. P41.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "P2Arc.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARC-KEY
        FILE STATUS IS WS-ARC-STATUS.
    SELECT OUT-FILE ASSIGN TO "P41Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> TERM CALENDAR (MAINTAINED BY P19). CLOSING A TERM SETS ITS CLOSED
*> FLAG AND CLOSE DATE AND WRITES THE WHOLE CALENDAR BACK OUT. FROM
*> THEN ON P8 TURNS AWAY CHANGES TO THE TERM'S COURSES WITHOUT A
*> LATE-CHANGE AUTHORIZATION, P2 LEAVES ITS ARCHIVE SNAPSHOTS ALONE,
*> AND P19 WON'T CHANGE OR DELETE IT.
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

*> TRANSCRIPT ARCHIVE (WRITTEN BY P2, REBUILT BY P16): ONE CUMULATIVE
*> SNAPSHOT PER STUDENT PER TERM, KEYED BY STUDENT NUMBER + TERM YEAR
*> + TERM RANK, SO A SEQUENTIAL PASS DELIVERS EACH STUDENT'S TERMS IN
*> ORDER.
FD ARCHIVE-FILE.
01 ARC-RECORD.
    05 ARC-KEY.
        10 ARC-STUDENT-NUMBER PIC X(10).
        10 ARC-TERM-YEAR      PIC 9(04).
        10 ARC-TERM-RANK      PIC 9(01).
    05 ARC-SEMESTER           PIC X(15).
    05 ARC-CUM-EARNED         PIC 9999.99.
    05 ARC-CUM-ATTEMPTED      PIC 9999.99.
    05 ARC-CUM-QPTS           PIC 99999.99.
    05 ARC-CUM-GPA            PIC 9.99.
    05 ARC-STANDING           PIC X(11).

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-SPACE                  PIC A       VALUE SPACE.
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-ARC-STATUS             PIC XX      VALUE "00".
01 WS-USER-INPUT             PIC X(40)   VALUE SPACE.
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.

*> THE TERM BEING CLOSED AND HOW THE RUN CAME OUT. A REFUSED CLOSE
*> LEAVES THE CALENDAR UNTOUCHED; A TERM ALREADY CLOSED IS NOT CLOSED
*> AGAIN -- ITS CLOSE-OUT REPORT IS SIMPLY PRINTED ONCE MORE UNDER
*> THE ORIGINAL CLOSE DATE.
01 WS-CLOSE-TERM             PIC X(15)   VALUE SPACE.
01 WS-CLOSE-TERM-KEY.
    05 WS-CLOSE-TERM-YEAR    PIC 9(04)   VALUE ZERO.
    05 WS-CLOSE-TERM-RANK    PIC 9(01)   VALUE ZERO.
01 WS-CLOSE-REFUSED          PIC A       VALUE "N".
01 WS-ALREADY-CLOSED         PIC A       VALUE "N".
01 WS-CLOSE-DATE             PIC X(08)   VALUE SPACE.
01 WS-REFUSAL                PIC X(50)   VALUE SPACE.
01 WS-HEADING-WRITTEN        PIC A       VALUE "N".

*> THE WHOLE CALENDAR IS HELD IN MEMORY FOR THE RUN, THE SAME WAY P19
*> HOLDS IT, SO THE CLOSE IS WRITTEN BACK WITH EVERY OTHER TERM
*> EXACTLY AS IT STOOD.
01 WS-MAX-TERMS              PIC 9(03)   VALUE 200.
01 WS-TERM-COUNT             PIC 9(03)   VALUE ZERO.
01 WS-FOUND-ENTRY            PIC 9(03)   VALUE ZERO.
01 TERM-TABLE.
    05 TMT-ENTRY OCCURS 200 TIMES INDEXED BY TMT-IDX.
        10 TMT-TERM-TEXT     PIC X(15).
        10 TMT-TERM-YEAR     PIC 9(04).
        10 TMT-TERM-RANK     PIC 9(01).
        10 TMT-START-DATE    PIC 9(08).
        10 TMT-END-DATE      PIC 9(08).
        10 TMT-CLOSED-FLAG   PIC X(01).
            88 TMT-TERM-IS-CLOSED VALUE "C".
        10 TMT-CLOSE-DATE    PIC X(08).

*> THE ARCHIVE HOLDS CUMULATIVE FIGURES ONLY. A STUDENT'S WORK IN THE
*> TERM IS THEIR SNAPSHOT FOR IT LESS THEIR PREVIOUS SNAPSHOT (ZERO
*> WHEN IT IS THEIR FIRST), SO THE PREVIOUS ONE IS CARRIED ALONG THE
*> SEQUENTIAL PASS. REPEAT FORGIVENESS CAN TAKE AN EARLIER ATTEMPT
*> BACK OUT, SO A TERM FIGURE CAN COME OUT NEGATIVE.
01 WS-PREV-STUDENT           PIC X(10)   VALUE SPACE.
01 WSC-PREV-EARNED           PIC 9(04)V99 VALUE ZERO.
01 WSC-PREV-ATTEMPTED        PIC 9(04)V99 VALUE ZERO.
01 WSC-PREV-QPTS             PIC 9(05)V99 VALUE ZERO.
01 WS-ARC-TERM-KEY.
    05 WS-ARC-TERM-YEAR      PIC 9(04)   VALUE ZERO.
    05 WS-ARC-TERM-RANK      PIC 9(01)   VALUE ZERO.

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED
*> DISPLAY FIELD.
01 WSC-TERM-EARNED           PIC S9(04)V99 VALUE ZERO.
01 WSC-TERM-ATTEMPTED        PIC S9(04)V99 VALUE ZERO.
01 WSC-TERM-QPTS             PIC S9(05)V99 VALUE ZERO.
01 WSC-TERM-GPA              PIC 9V99    VALUE ZERO.
01 WSC-TOTAL-EARNED          PIC S9(06)V99 VALUE ZERO.
01 WSC-TOTAL-ATTEMPTED       PIC S9(06)V99 VALUE ZERO.
01 WSC-TOTAL-QPTS            PIC S9(07)V99 VALUE ZERO.
01 WSC-TOTAL-GPA             PIC 9V99    VALUE ZERO.

*> THE FIGURES OF RECORD FOR THE TERM.
01 WS-ENROLLED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-GOOD-COUNT             PIC 9(06)   VALUE ZERO.
01 WS-PROBATION-COUNT        PIC 9(06)   VALUE ZERO.
01 WS-SUSPENSION-COUNT       PIC 9(06)   VALUE ZERO.
01 WS-OTHER-COUNT            PIC 9(06)   VALUE ZERO.

01 WS-TITLE-LINE.
    05 FILLER                PIC X(24)   VALUE
       "TERM CLOSE-OUT REPORT - ".
    05 WS-TTL-TERM           PIC X(15).
01 WS-TERM-LINE.
    05 FILLER                PIC X(10)   VALUE "TERM KEY: ".
    05 WS-TRM-YEAR           PIC 9(04).
    05 FILLER                PIC X(01)   VALUE "/".
    05 WS-TRM-RANK           PIC 9(01).
    05 FILLER                PIC X(10)   VALUE "   DATES: ".
    05 WS-TRM-START          PIC 9(08).
    05 FILLER                PIC X(03)   VALUE " - ".
    05 WS-TRM-END            PIC 9(08).
01 WS-STATUS-LINE.
    05 WS-STS-TEXT           PIC X(38).
    05 WS-STS-DATE           PIC X(08).
01 WS-REFUSAL-LINE.
    05 FILLER                PIC X(21)   VALUE
       "*** TERM NOT CLOSED: ".
    05 WS-RFL-TEXT           PIC X(50).

01 WS-DETAIL-HEADER.
    05 FILLER                PIC X(12)   VALUE "STUDENT".
    05 FILLER                PIC X(07)   VALUE " EARNED".
    05 FILLER                PIC X(09)   VALUE "  ATTEMPT".
    05 FILLER                PIC X(10)   VALUE "      QPTS".
    05 FILLER                PIC X(06)   VALUE "   GPA".
    05 FILLER                PIC X(08)   VALUE " CUM GPA".
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 FILLER                PIC X(11)   VALUE "STANDING".
01 WS-DETAIL-LINE.
    05 WS-DTL-STUDENT        PIC X(10).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-EARNED         PIC ---9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-ATTEMPTED      PIC ---9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-QPTS           PIC ----9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-GPA            PIC 9.99.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-DTL-CUM-GPA        PIC 9.99.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-STANDING       PIC X(11).

01 WS-COUNT-LINE.
    05 WS-CNT-LABEL          PIC X(33).
    05 WS-CNT-VALUE          PIC ZZZ,ZZ9.
01 WS-HOURS-LINE.
    05 WS-HRS-LABEL          PIC X(30).
    05 WS-HRS-VALUE          PIC ---,--9.99.
01 WS-GPA-LINE.
    05 FILLER                PIC X(36)   VALUE "TERM GPA".
    05 WS-GPA-VALUE          PIC 9.99.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-TERM-TABLE.
    PERFORM ACCEPT-CLOSE-TERM.
    PERFORM VALIDATE-CLOSE-TERM.
    IF WS-CLOSE-REFUSED = "N" THEN
        PERFORM TALLY-TERM-SNAPSHOTS
    END-IF.
    IF WS-CLOSE-REFUSED = "N" THEN
        IF WS-ALREADY-CLOSED = "N" THEN
            PERFORM MARK-TERM-CLOSED
            PERFORM REWRITE-CALENDAR-FILE
        END-IF
        PERFORM WRITE-CLOSE-OUT-TOTALS
    ELSE
        PERFORM WRITE-REFUSAL
    END-IF.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN OUTPUT OUT-FILE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

CLOSING-PROCEDURE.
    CLOSE OUT-FILE.
    DISPLAY "STUDENTS ENROLLED:     " WS-ENROLLED-COUNT.
    IF WS-CLOSE-REFUSED = "Y" THEN
        MOVE 8 TO RETURN-CODE
    END-IF.

*> WITH NO CALENDAR THERE IS NO TERM TO CLOSE.
LOAD-TERM-TABLE.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        DISPLAY "*** NO TERM CALENDAR ON FILE - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-CALENDAR.
    PERFORM UNTIL EOF = "Y"
*>      A TERM DROPPED HERE WOULD VANISH FROM THE WRITE-BACK -- STOP
*>      COLD.
        IF WS-TERM-COUNT >= WS-MAX-TERMS THEN
            DISPLAY "*** TERM TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-TERM-COUNT
        SET TMT-IDX TO WS-TERM-COUNT
        MOVE TCL-TERM-TEXT TO TMT-TERM-TEXT(TMT-IDX)
        MOVE TCL-TERM-YEAR TO TMT-TERM-YEAR(TMT-IDX)
        MOVE TCL-TERM-RANK TO TMT-TERM-RANK(TMT-IDX)
        MOVE TCL-START-DATE TO TMT-START-DATE(TMT-IDX)
        MOVE TCL-END-DATE TO TMT-END-DATE(TMT-IDX)
        MOVE TCL-CLOSED-FLAG TO TMT-CLOSED-FLAG(TMT-IDX)
        MOVE TCL-CLOSE-DATE TO TMT-CLOSE-DATE(TMT-IDX)
        PERFORM READ-NEXT-CALENDAR
    END-PERFORM.
    CLOSE CALENDAR-FILE.
    MOVE "N" TO EOF.

READ-NEXT-CALENDAR.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

ACCEPT-CLOSE-TERM.
    DISPLAY "ENTER TERM TO CLOSE (AS ON THE CALENDAR): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.
    MOVE WS-USER-INPUT(1:15) TO WS-CLOSE-TERM.
    MOVE WS-CLOSE-TERM TO WS-TTL-TERM.

*> A TERM CAN ONLY BE CLOSED ONCE IT IS ON THE CALENDAR AND ITS END
*> DATE HAS PASSED. A TERM ALREADY CLOSED IS REPORTED AGAIN, NOT
*> CLOSED AGAIN.
VALIDATE-CLOSE-TERM.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING TMT-IDX FROM 1 BY 1
            UNTIL TMT-IDX > WS-TERM-COUNT
        IF TMT-TERM-TEXT(TMT-IDX) = WS-CLOSE-TERM
                AND WS-CLOSE-TERM NOT = SPACE THEN
            SET WS-FOUND-ENTRY TO TMT-IDX
        END-IF
    END-PERFORM.

    EVALUATE TRUE
        WHEN WS-CLOSE-TERM = SPACE
            MOVE "Y" TO WS-CLOSE-REFUSED
            MOVE "NO TERM ENTERED" TO WS-REFUSAL
        WHEN WS-FOUND-ENTRY = ZERO
            MOVE "Y" TO WS-CLOSE-REFUSED
            MOVE "TERM NOT ON CALENDAR" TO WS-REFUSAL
        WHEN OTHER
            SET TMT-IDX TO WS-FOUND-ENTRY
            MOVE TMT-TERM-YEAR(TMT-IDX) TO WS-CLOSE-TERM-YEAR
            MOVE TMT-TERM-RANK(TMT-IDX) TO WS-CLOSE-TERM-RANK
            IF TMT-TERM-IS-CLOSED(TMT-IDX) THEN
                MOVE "Y" TO WS-ALREADY-CLOSED
                MOVE TMT-CLOSE-DATE(TMT-IDX) TO WS-CLOSE-DATE
            ELSE
                IF TMT-END-DATE(TMT-IDX) = ZERO
                        OR TMT-END-DATE(TMT-IDX) > WS-RUN-DATE THEN
                    MOVE "Y" TO WS-CLOSE-REFUSED
                    MOVE "TERM HAS NOT ENDED" TO WS-REFUSAL
                END-IF
            END-IF
    END-EVALUATE.

    IF WS-CLOSE-REFUSED = "N" THEN
        PERFORM WRITE-REPORT-HEADING
    END-IF.

WRITE-REPORT-HEADING.
    MOVE "Y" TO WS-HEADING-WRITTEN.
    WRITE OUT-PRINT-LINE FROM WS-TITLE-LINE.
    MOVE TMT-TERM-YEAR(TMT-IDX) TO WS-TRM-YEAR.
    MOVE TMT-TERM-RANK(TMT-IDX) TO WS-TRM-RANK.
    MOVE TMT-START-DATE(TMT-IDX) TO WS-TRM-START.
    MOVE TMT-END-DATE(TMT-IDX) TO WS-TRM-END.
    WRITE OUT-PRINT-LINE FROM WS-TERM-LINE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-HEADER.

*> ONE PASS OVER THE WHOLE ARCHIVE IN KEY ORDER. EVERY SNAPSHOT
*> BECOMES THE NEXT ONE'S "PREVIOUS"; ONLY SNAPSHOTS FOR THE TERM
*> BEING CLOSED ARE LISTED AND COUNTED.
TALLY-TERM-SNAPSHOTS.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARC-STATUS NOT = "00" THEN
        MOVE "Y" TO WS-CLOSE-REFUSED
        MOVE SPACE TO WS-REFUSAL
        STRING "TRANSCRIPT ARCHIVE NOT AVAILABLE - STATUS "
               WS-ARC-STATUS
            DELIMITED BY SIZE INTO WS-REFUSAL
        END-STRING
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-ARCHIVE.
    PERFORM UNTIL EOF = "Y"
        IF ARC-STUDENT-NUMBER NOT = WS-PREV-STUDENT THEN
            MOVE ARC-STUDENT-NUMBER TO WS-PREV-STUDENT
            MOVE ZERO TO WSC-PREV-EARNED
            MOVE ZERO TO WSC-PREV-ATTEMPTED
            MOVE ZERO TO WSC-PREV-QPTS
        END-IF

        MOVE ARC-TERM-YEAR TO WS-ARC-TERM-YEAR
        MOVE ARC-TERM-RANK TO WS-ARC-TERM-RANK
        IF WS-ARC-TERM-KEY = WS-CLOSE-TERM-KEY THEN
            PERFORM TALLY-ONE-SNAPSHOT
        END-IF

        MOVE ARC-CUM-EARNED TO WSC-PREV-EARNED
        MOVE ARC-CUM-ATTEMPTED TO WSC-PREV-ATTEMPTED
        MOVE ARC-CUM-QPTS TO WSC-PREV-QPTS
        PERFORM READ-NEXT-ARCHIVE
    END-PERFORM.
    CLOSE ARCHIVE-FILE.
    MOVE "N" TO EOF.

*>  A TERM NOBODY WAS ARCHIVED UNDER HAS NOT BEEN RUN THROUGH P2 YET
*>  -- CLOSING IT WOULD FREEZE EMPTY FIGURES OF RECORD.
    IF WS-ENROLLED-COUNT = ZERO AND WS-ALREADY-CLOSED = "N" THEN
        MOVE "Y" TO WS-CLOSE-REFUSED
        MOVE "NO ARCHIVE SNAPSHOTS FOR THE TERM" TO WS-REFUSAL
    END-IF.

READ-NEXT-ARCHIVE.
    READ ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

TALLY-ONE-SNAPSHOT.
    ADD 1 TO WS-ENROLLED-COUNT.

    MOVE ARC-CUM-EARNED TO WSC-TERM-EARNED.
    SUBTRACT WSC-PREV-EARNED FROM WSC-TERM-EARNED.
    MOVE ARC-CUM-ATTEMPTED TO WSC-TERM-ATTEMPTED.
    SUBTRACT WSC-PREV-ATTEMPTED FROM WSC-TERM-ATTEMPTED.
    MOVE ARC-CUM-QPTS TO WSC-TERM-QPTS.
    SUBTRACT WSC-PREV-QPTS FROM WSC-TERM-QPTS.

    IF WSC-TERM-ATTEMPTED > ZERO AND WSC-TERM-QPTS > ZERO THEN
        COMPUTE WSC-TERM-GPA
            ROUNDED = WSC-TERM-QPTS / WSC-TERM-ATTEMPTED
    ELSE
        MOVE ZERO TO WSC-TERM-GPA
    END-IF.

    ADD WSC-TERM-EARNED TO WSC-TOTAL-EARNED.
    ADD WSC-TERM-ATTEMPTED TO WSC-TOTAL-ATTEMPTED.
    ADD WSC-TERM-QPTS TO WSC-TOTAL-QPTS.

    EVALUATE ARC-STANDING
        WHEN SPACE
            ADD 1 TO WS-GOOD-COUNT
        WHEN "PROBATION"
            ADD 1 TO WS-PROBATION-COUNT
        WHEN "SUSPENSION"
            ADD 1 TO WS-SUSPENSION-COUNT
        WHEN OTHER
            ADD 1 TO WS-OTHER-COUNT
    END-EVALUATE.

    MOVE ARC-STUDENT-NUMBER TO WS-DTL-STUDENT.
    MOVE WSC-TERM-EARNED TO WS-DTL-EARNED.
    MOVE WSC-TERM-ATTEMPTED TO WS-DTL-ATTEMPTED.
    MOVE WSC-TERM-QPTS TO WS-DTL-QPTS.
    MOVE WSC-TERM-GPA TO WS-DTL-GPA.
    MOVE ARC-CUM-GPA TO WS-DTL-CUM-GPA.
    IF ARC-STANDING = SPACE THEN
        MOVE "GOOD" TO WS-DTL-STANDING
    ELSE
        MOVE ARC-STANDING TO WS-DTL-STANDING
    END-IF.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LINE.

MARK-TERM-CLOSED.
    SET TMT-IDX TO WS-FOUND-ENTRY.
    MOVE "C" TO TMT-CLOSED-FLAG(TMT-IDX).
    MOVE WS-RUN-DATE TO TMT-CLOSE-DATE(TMT-IDX).
    MOVE TMT-CLOSE-DATE(TMT-IDX) TO WS-CLOSE-DATE.

*> WRITES THE CALENDAR BACK OUT WITH THE TERM MARKED CLOSED.
REWRITE-CALENDAR-FILE.
    OPEN OUTPUT CALENDAR-FILE.
    PERFORM VARYING TMT-IDX FROM 1 BY 1
            UNTIL TMT-IDX > WS-TERM-COUNT
        MOVE TMT-TERM-TEXT(TMT-IDX) TO TCL-TERM-TEXT
        MOVE TMT-TERM-YEAR(TMT-IDX) TO TCL-TERM-YEAR
        MOVE TMT-TERM-RANK(TMT-IDX) TO TCL-TERM-RANK
        MOVE TMT-START-DATE(TMT-IDX) TO TCL-START-DATE
        MOVE TMT-END-DATE(TMT-IDX) TO TCL-END-DATE
        MOVE TMT-CLOSED-FLAG(TMT-IDX) TO TCL-CLOSED-FLAG
        MOVE TMT-CLOSE-DATE(TMT-IDX) TO TCL-CLOSE-DATE
        WRITE TCL-RECORD
    END-PERFORM.
    CLOSE CALENDAR-FILE.

WRITE-CLOSE-OUT-TOTALS.
    IF WSC-TOTAL-ATTEMPTED > ZERO AND WSC-TOTAL-QPTS > ZERO THEN
        COMPUTE WSC-TOTAL-GPA
            ROUNDED = WSC-TOTAL-QPTS / WSC-TOTAL-ATTEMPTED
    ELSE
        MOVE ZERO TO WSC-TOTAL-GPA
    END-IF.

    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    MOVE "STUDENTS ENROLLED" TO WS-CNT-LABEL.
    MOVE WS-ENROLLED-COUNT TO WS-CNT-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.
    MOVE "TERM HOURS EARNED" TO WS-HRS-LABEL.
    MOVE WSC-TOTAL-EARNED TO WS-HRS-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-HOURS-LINE.
    MOVE "TERM HOURS ATTEMPTED" TO WS-HRS-LABEL.
    MOVE WSC-TOTAL-ATTEMPTED TO WS-HRS-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-HOURS-LINE.
    MOVE "TERM QUALITY POINTS" TO WS-HRS-LABEL.
    MOVE WSC-TOTAL-QPTS TO WS-HRS-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-HOURS-LINE.
    MOVE WSC-TOTAL-GPA TO WS-GPA-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-GPA-LINE.

    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    MOVE "STANDING - GOOD" TO WS-CNT-LABEL.
    MOVE WS-GOOD-COUNT TO WS-CNT-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.
    MOVE "STANDING - PROBATION" TO WS-CNT-LABEL.
    MOVE WS-PROBATION-COUNT TO WS-CNT-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.
    MOVE "STANDING - SUSPENSION" TO WS-CNT-LABEL.
    MOVE WS-SUSPENSION-COUNT TO WS-CNT-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.
    MOVE "STANDING - OTHER" TO WS-CNT-LABEL.
    MOVE WS-OTHER-COUNT TO WS-CNT-VALUE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.

    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    MOVE WS-CLOSE-DATE TO WS-STS-DATE.
    IF WS-ALREADY-CLOSED = "Y" THEN
        MOVE "REPRINT - FIGURES OF RECORD CLOSED ON " TO WS-STS-TEXT
    ELSE
        MOVE "TERM CLOSED - FIGURES OF RECORD AS OF " TO WS-STS-TEXT
    END-IF.
    WRITE OUT-PRINT-LINE FROM WS-STATUS-LINE.
    DISPLAY WS-STATUS-LINE.

*> A REFUSED CLOSE STILL LEAVES A REPORT SAYING WHY.
WRITE-REFUSAL.
    MOVE WS-REFUSAL TO WS-RFL-TEXT.
    IF WS-HEADING-WRITTEN = "N" THEN
        WRITE OUT-PRINT-LINE FROM WS-TITLE-LINE
    ELSE
        WRITE OUT-PRINT-LINE FROM WS-SPACE
    END-IF.
    WRITE OUT-PRINT-LINE FROM WS-REFUSAL-LINE.
    DISPLAY WS-REFUSAL-LINE.
