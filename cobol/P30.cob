IDENTIFICATION DIVISION.
PROGRAM-ID. P30.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-FILE ASSIGN TO "P2Arc.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARC-KEY
        FILE STATUS IS WS-ARC-STATUS.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STUDENT-NUMBER
        FILE STATUS IS WS-MST-STATUS.
    SELECT REQ-FILE ASSIGN TO "P4Req.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.
    SELECT APPEAL-FILE ASSIGN TO "P30App.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APL-STATUS.
    SELECT AID-FILE ASSIGN TO "P30Aid.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AID-STATUS.
    SELECT SAP-FILE ASSIGN TO "P30Sap.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OUT-FILE ASSIGN TO "P30Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> THE CUMULATIVE SNAPSHOTS P2 ARCHIVES AT EACH TERM, READ FORWARD SO
*> EACH STUDENT'S TERMS COME UP IN TRUE TERM ORDER. EVERY SNAPSHOT
*> IS ONE SAP EVALUATION POINT, SO THE STATUS CARRIED OUT OF ONE TERM
*> IS WHAT THE NEXT TERM'S FAILURE ESCALATES FROM.
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

FD MASTER-FILE.
01 SM-RECORD.
    05 SM-STUDENT-NUMBER      PIC X(10).
    05 SM-STUDENT-NAME        PIC A(19).
    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

*> DEGREE REQUIREMENTS (MAINTAINED BY P32): A MAJOR'S PROGRAM LENGTH
*> IS THE SUM OF THE CATEGORY HOURS IN THE STUDENT'S CATALOG-YEAR
*> SET, THE FIGURE THE MAXIMUM-TIMEFRAME TEST IS 150% OF.
FD REQ-FILE.
01 REQ-RECORD.
    05 REQ-MAJOR-CODE         PIC X(06).
    05 REQ-CATALOG-YEAR       PIC 9(04).
    05 REQ-CAT-CODE           PIC X(08).
    05 REQ-HOURS-NEEDED       PIC 99.99.

*> APPEALS DECIDED BY THE AID OFFICE: ONE LINE PER APPEAL, NAMING THE
*> TERM WHOSE FAILURE IS BEING APPEALED AS IT READS ON THE ARCHIVE.
*> ONLY AN APPROVED ("A") APPEAL CHANGES A STATUS; A DENIED ONE IS
*> CARRIED FOR THE RECORD AND OTHERWISE IGNORED.
FD APPEAL-FILE.
01 APL-RECORD.
    05 APL-STUDENT-NUMBER     PIC X(10).
    05 APL-SEMESTER           PIC X(15).
    05 APL-DECISION           PIC X(01).
        88 APL-IS-APPROVED        VALUE "A".
    05 APL-DECISION-DATE      PIC 9(08).

*> OPTIONAL LIST OF THIS TERM'S AID RECIPIENTS, ONE STUDENT NUMBER
*> PER LINE. NO LIST MEANS EVERY STUDENT ON THE ARCHIVE IS REVIEWED.
FD AID-FILE.
01 AID-RECORD.
    05 AID-STUDENT-NUMBER     PIC X(10).

*> THE SAP STATUS FILE: ONE RECORD PER STUDENT REVIEWED, AS OF THE
*> STUDENT'S LATEST ARCHIVED TERM. THE FAILED-TEST BYTES ARE "Y" FOR
*> A TEST FAILED IN THAT TERM.
FD SAP-FILE.
01 SAP-RECORD.
    05 SAP-STUDENT-NUMBER     PIC X(10).
    05 SAP-SEMESTER           PIC X(15).
    05 SAP-STATUS             PIC X(20).
    05 SAP-CUM-GPA            PIC 9.99.
    05 SAP-PACE-PCT           PIC 999.9.
    05 SAP-CUM-ATTEMPTED      PIC 9999.99.
    05 SAP-MAX-ATTEMPTED      PIC 9999.99.
    05 SAP-GPA-FAILED         PIC X(01).
    05 SAP-PACE-FAILED        PIC X(01).
    05 SAP-MAX-FAILED         PIC X(01).
    05 SAP-FAILING-TERMS      PIC 9(02).

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(100).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 EOF                       PIC A       VALUE "N".
01 WS-ARC-STATUS             PIC XX      VALUE "00".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".
01 WS-REQ-STATUS             PIC XX      VALUE "00".
01 WS-APL-STATUS             PIC XX      VALUE "00".
01 WS-AID-STATUS             PIC XX      VALUE "00".
01 WS-STUDENT-NUMBER         PIC X(10)   VALUE SPACE.
01 WS-STUDENT-NAME           PIC A(19)   VALUE SPACE.
01 WS-MAJOR-CODE             PIC X(06)   VALUE SPACE.
01 WS-CATALOG-YEAR           PIC 9(04)   VALUE ZERO.
01 WS-SEMESTER               PIC X(15)   VALUE SPACE.
01 WS-REVIEW-STUDENT         PIC A       VALUE "N".
01 WS-TERMS-SEEN             PIC 9(03)   VALUE ZERO.

*> THE AID OFFICE'S OWN STANDARDS. THE GPA FLOOR HAPPENS TO MATCH
*> THE ACADEMIC PROBATION LINE TODAY, BUT IT IS A SEPARATE POLICY AND
*> IS KEPT SEPARATE HERE SO ONE CAN MOVE WITHOUT THE OTHER.
01 WS-SAP-MIN-GPA            PIC 9V99    VALUE 2.00.
01 WS-SAP-MIN-PACE           PIC 999V9   VALUE 67.0.
01 WS-SAP-MAX-TIME-PCT       PIC 999     VALUE 150.

*> PROGRAM LENGTH USED WHEN THE STUDENT'S MAJOR HAS NO REQUIREMENT
*> LINES ON FILE (OR THE STUDENT ISN'T ON THE MASTER).
01 WS-DEFAULT-PROGRAM-HOURS  PIC 999V99  VALUE 120.00.

*> ONE STUDENT'S RUNNING SAP STATE, CARRIED FROM TERM TO TERM.
01 WS-SAP-STATUS             PIC X(20)   VALUE SPACE.
    88 WS-SAP-IS-MEETING          VALUE "MEETING".
    88 WS-SAP-IS-WARNING          VALUE "WARNING".
    88 WS-SAP-IS-SUSPENDED        VALUE "SUSPENDED".
    88 WS-SAP-IS-ON-APPEAL        VALUE "PROBATION-ON-APPEAL".
01 WS-FAILING-TERMS          PIC 9(02)   VALUE ZERO.
01 WS-GPA-FAILED             PIC X(01)   VALUE "N".
01 WS-PACE-FAILED            PIC X(01)   VALUE "N".
01 WS-MAX-FAILED             PIC X(01)   VALUE "N".
01 WS-TERM-FAILED            PIC X(01)   VALUE "N".
01 WS-APPEAL-FOUND           PIC X(01)   VALUE "N".

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED WS
*> FIELD.
01 WSC-CUM-EARNED            PIC 9(04)V99 VALUE ZERO.
01 WSC-CUM-ATTEMPTED         PIC 9(04)V99 VALUE ZERO.
01 WSC-CUM-GPA               PIC 9V99    VALUE ZERO.
01 WSC-PACE-PCT              PIC 999V9   VALUE ZERO.
01 WSC-PROGRAM-HOURS         PIC 999V99  VALUE ZERO.
01 WSC-MAX-ATTEMPTED         PIC 9(04)V99 VALUE ZERO.
01 WSC-REQ-HOURS             PIC 99V99   VALUE ZERO.

*> RUN COUNTERS BY FINAL STATUS.
01 WS-REVIEWED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-MEETING-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-WARNING-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-SUSPENDED-COUNT        PIC 9(06)   VALUE ZERO.
01 WS-ON-APPEAL-COUNT        PIC 9(06)   VALUE ZERO.
01 WS-APPEALS-APPLIED        PIC 9(06)   VALUE ZERO.

*> DEGREE REQUIREMENTS LOADED AT STARTUP. A LINE DROPPED HERE WOULD
*> SHORTEN A MAJOR'S PROGRAM LENGTH AND SUSPEND STUDENTS EARLY --
*> FILLING THE TABLE IS A HARD STOP.
01 WS-MAX-REQUIREMENTS       PIC 9(03)   VALUE 500.
01 WS-REQUIREMENT-COUNT      PIC 9(03)   VALUE ZERO.
01 WS-REQ-SET-YEAR           PIC 9(04)   VALUE ZERO.
01 WS-REQ-OLDEST-YEAR        PIC 9(04)   VALUE ZERO.
01 REQUIREMENT-TABLE.
    05 REQT-ENTRY OCCURS 500 TIMES INDEXED BY REQT-IDX.
        10 REQT-MAJOR-CODE   PIC X(06).
        10 REQT-CATALOG-YEAR PIC 9(04).
        10 REQT-HOURS-NEEDED PIC 99V99.

*> APPROVED APPEALS LOADED AT STARTUP.
01 WS-MAX-APPEALS            PIC 9(04)   VALUE 1000.
01 WS-APPEAL-COUNT           PIC 9(04)   VALUE ZERO.
01 APPEAL-TABLE.
    05 APT-ENTRY OCCURS 1000 TIMES INDEXED BY APT-IDX.
        10 APT-STUDENT-NUMBER PIC X(10).
        10 APT-SEMESTER      PIC X(15).

*> AID RECIPIENTS LOADED AT STARTUP; EMPTY MEANS REVIEW EVERYONE.
01 WS-MAX-RECIPIENTS         PIC 9(04)   VALUE 5000.
01 WS-RECIPIENT-COUNT        PIC 9(04)   VALUE ZERO.
01 WS-RECIPIENT-ENTRY        PIC 9(04)   VALUE ZERO.
01 RECIPIENT-TABLE.
    05 AIDT-ENTRY OCCURS 5000 TIMES INDEXED BY AIDT-IDX.
        10 AIDT-STUDENT-NUMBER PIC X(10).

01 WS-REPORT-TITLE.
    05 FILLER                PIC X(20)   VALUE SPACE.
    05 FILLER                PIC X(50)   VALUE
       "SATISFACTORY ACADEMIC PROGRESS - AID OFFICE REPORT".
01 WS-POLICY-LINE.
    05 FILLER                PIC X(14)   VALUE "MINIMUM GPA: ".
    05 WS-POL-GPA            PIC 9.99.
    05 FILLER                PIC X(16)   VALUE "   MINIMUM PACE:".
    05 WS-POL-PACE           PIC ZZ9.9.
    05 FILLER                PIC X(20)   VALUE "%   MAXIMUM TIME:   ".
    05 WS-POL-MAX            PIC ZZ9.
    05 FILLER                PIC X(18)   VALUE "% OF PROGRAM HOURS".
01 WS-DETAIL-LABELS.
    05 FILLER                PIC X(11)   VALUE "STUDENT".
    05 FILLER                PIC X(20)   VALUE "NAME".
    05 FILLER                PIC X(16)   VALUE "AS OF".
    05 FILLER                PIC X(06)   VALUE "GPA".
    05 FILLER                PIC X(07)   VALUE "PACE%".
    05 FILLER                PIC X(16)   VALUE "ATTEMPT/MAX".
    05 FILLER                PIC X(20)   VALUE "SAP STATUS".
    05 FILLER                PIC X(04)   VALUE "FAIL".
01 WS-DETAIL-LINE.
    05 WS-DTL-STUDENT        PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-NAME           PIC A(19).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-SEMESTER       PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-GPA            PIC 9.99.
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-PACE           PIC ZZ9.9.
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-DTL-ATTEMPTED      PIC ZZZ9.99.
    05 FILLER                PIC X(01)   VALUE "/".
    05 WS-DTL-MAX            PIC ZZZ9.
    05 FILLER                PIC X(03)   VALUE SPACE.
    05 WS-DTL-STATUS         PIC X(20).
    05 WS-DTL-FAIL-GPA       PIC X(04).
    05 WS-DTL-FAIL-PACE      PIC X(05).
    05 WS-DTL-FAIL-MAX       PIC X(04).
01 WS-COUNT-LINE.
    05 WS-CNT-LABEL          PIC X(24).
    05 WS-CNT-VALUE          PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-REQUIREMENT-TABLE.
    PERFORM LOAD-APPEAL-TABLE.
    PERFORM LOAD-RECIPIENT-TABLE.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM REVIEW-ARCHIVE.
    PERFORM WRITE-REPORT-TOTALS.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

*> THE ARCHIVE IS THE WHOLE BASIS OF THE REVIEW, SO A MISSING ONE
*> STOPS THE RUN; A MISSING MASTER ONLY COSTS THE NAMES AND MAJORS.
OPENING-PROCEDURE.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARC-STATUS NOT = "00" THEN
        DISPLAY "*** TRANSCRIPT ARCHIVE NOT AVAILABLE - STATUS "
                WS-ARC-STATUS " - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT MASTER-FILE.
    IF WS-MST-STATUS = "00" THEN
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " - DEFAULT PROGRAM LENGTH USED ***"
    END-IF.

    OPEN OUTPUT SAP-FILE.
    OPEN OUTPUT OUT-FILE.

CLOSING-PROCEDURE.
    CLOSE ARCHIVE-FILE.
    IF WS-MASTER-OPEN = "Y" THEN
        CLOSE MASTER-FILE
    END-IF.
    CLOSE SAP-FILE, OUT-FILE.
    DISPLAY "STUDENTS REVIEWED:     " WS-REVIEWED-COUNT.

LOAD-REQUIREMENT-TABLE.
    OPEN INPUT REQ-FILE.
    IF WS-REQ-STATUS NOT = "00" THEN
        DISPLAY "NO DEGREE REQUIREMENTS ON FILE - DEFAULT PROGRAM "
                "LENGTH USED"
    ELSE
        PERFORM READ-NEXT-REQUIREMENT
        PERFORM UNTIL EOF = "Y"
            IF WS-REQUIREMENT-COUNT >= WS-MAX-REQUIREMENTS THEN
                DISPLAY "*** REQUIREMENT TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-REQUIREMENT-COUNT
            SET REQT-IDX TO WS-REQUIREMENT-COUNT
            MOVE REQ-MAJOR-CODE TO REQT-MAJOR-CODE(REQT-IDX)
            MOVE REQ-CATALOG-YEAR TO REQT-CATALOG-YEAR(REQT-IDX)
            MOVE REQ-HOURS-NEEDED TO REQT-HOURS-NEEDED(REQT-IDX)
            PERFORM READ-NEXT-REQUIREMENT
        END-PERFORM
        CLOSE REQ-FILE
    END-IF.
    MOVE "N" TO EOF.

READ-NEXT-REQUIREMENT.
    READ REQ-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

LOAD-APPEAL-TABLE.
    OPEN INPUT APPEAL-FILE.
    IF WS-APL-STATUS NOT = "00" THEN
        DISPLAY "NO APPEALS ON FILE"
    ELSE
        PERFORM READ-NEXT-APPEAL
        PERFORM UNTIL EOF = "Y"
            IF APL-IS-APPROVED THEN
                IF WS-APPEAL-COUNT >= WS-MAX-APPEALS THEN
                    DISPLAY "*** APPEAL TABLE FULL - RUN STOPPED ***"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-APPEAL-COUNT
                SET APT-IDX TO WS-APPEAL-COUNT
                MOVE APL-STUDENT-NUMBER TO APT-STUDENT-NUMBER(APT-IDX)
                MOVE APL-SEMESTER TO APT-SEMESTER(APT-IDX)
            END-IF
            PERFORM READ-NEXT-APPEAL
        END-PERFORM
        CLOSE APPEAL-FILE
    END-IF.
    MOVE "N" TO EOF.

READ-NEXT-APPEAL.
    READ APPEAL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

LOAD-RECIPIENT-TABLE.
    OPEN INPUT AID-FILE.
    IF WS-AID-STATUS NOT = "00" THEN
        DISPLAY "NO AID RECIPIENT LIST - EVERY ARCHIVED STUDENT "
                "REVIEWED"
    ELSE
        PERFORM READ-NEXT-RECIPIENT
        PERFORM UNTIL EOF = "Y"
            IF AID-STUDENT-NUMBER NOT = SPACE THEN
                IF WS-RECIPIENT-COUNT >= WS-MAX-RECIPIENTS THEN
                    DISPLAY "*** RECIPIENT TABLE FULL - RUN "
                            "STOPPED ***"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RECIPIENT-COUNT
                SET AIDT-IDX TO WS-RECIPIENT-COUNT
                MOVE AID-STUDENT-NUMBER
                    TO AIDT-STUDENT-NUMBER(AIDT-IDX)
            END-IF
            PERFORM READ-NEXT-RECIPIENT
        END-PERFORM
        CLOSE AID-FILE
    END-IF.
    MOVE "N" TO EOF.

READ-NEXT-RECIPIENT.
    READ AID-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

WRITE-REPORT-HEADER.
    DISPLAY WS-REPORT-TITLE.
    WRITE OUT-PRINT-LINE FROM WS-REPORT-TITLE.
    MOVE WS-SAP-MIN-GPA TO WS-POL-GPA.
    MOVE WS-SAP-MIN-PACE TO WS-POL-PACE.
    MOVE WS-SAP-MAX-TIME-PCT TO WS-POL-MAX.
    DISPLAY WS-POLICY-LINE.
    WRITE OUT-PRINT-LINE FROM WS-POLICY-LINE.
    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    DISPLAY WS-DETAIL-LABELS.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LABELS.

READ-NEXT-ARCHIVE.
    READ ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> CONTROL-BREAKS ON STUDENT NUMBER OVER THE WHOLE ARCHIVE. EACH
*> SNAPSHOT IS EVALUATED IN TERM ORDER; THE STUDENT'S FINAL STATUS
*> IS REPORTED AT THE BREAK.
REVIEW-ARCHIVE.
    PERFORM READ-NEXT-ARCHIVE.

    IF EOF NOT = "Y" THEN
        PERFORM START-NEW-STUDENT

        PERFORM UNTIL EOF = "Y"
            IF ARC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER THEN
                PERFORM FINISH-STUDENT
                PERFORM START-NEW-STUDENT
            END-IF

            IF WS-REVIEW-STUDENT = "Y" THEN
                PERFORM EVALUATE-TERM
            END-IF
            PERFORM READ-NEXT-ARCHIVE
        END-PERFORM

        PERFORM FINISH-STUDENT
    END-IF.

START-NEW-STUDENT.
    MOVE ARC-STUDENT-NUMBER TO WS-STUDENT-NUMBER.
    MOVE "MEETING" TO WS-SAP-STATUS.
    MOVE ZERO TO WS-FAILING-TERMS.
    MOVE ZERO TO WS-TERMS-SEEN.

    MOVE "Y" TO WS-REVIEW-STUDENT.
    IF WS-RECIPIENT-COUNT > ZERO THEN
        MOVE ZERO TO WS-RECIPIENT-ENTRY
        PERFORM VARYING AIDT-IDX FROM 1 BY 1
                UNTIL AIDT-IDX > WS-RECIPIENT-COUNT
            IF AIDT-STUDENT-NUMBER(AIDT-IDX) = WS-STUDENT-NUMBER THEN
                SET WS-RECIPIENT-ENTRY TO AIDT-IDX
            END-IF
        END-PERFORM
        IF WS-RECIPIENT-ENTRY = ZERO THEN
            MOVE "N" TO WS-REVIEW-STUDENT
        END-IF
    END-IF.

    IF WS-REVIEW-STUDENT = "Y" THEN
        PERFORM LOOKUP-STUDENT-MASTER
        PERFORM SET-PROGRAM-LENGTH
    END-IF.

LOOKUP-STUDENT-MASTER.
    MOVE SPACE TO WS-STUDENT-NAME.
    MOVE SPACE TO WS-MAJOR-CODE.
    MOVE ZERO TO WS-CATALOG-YEAR.
    IF WS-MASTER-OPEN = "Y" THEN
        MOVE WS-STUDENT-NUMBER TO SM-STUDENT-NUMBER
        READ MASTER-FILE
            INVALID KEY
                MOVE "*** NOT ON MASTER" TO WS-STUDENT-NAME
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

*> PROGRAM LENGTH IS THE SUM OF THE MAJOR'S CATEGORY HOURS; THE
*> MAXIMUM TIMEFRAME IS THE SAP PERCENTAGE OF IT.
SET-PROGRAM-LENGTH.
    MOVE ZERO TO WSC-PROGRAM-HOURS.
    PERFORM SELECT-REQUIREMENT-SET.
    IF WS-MAJOR-CODE NOT = SPACE THEN
        PERFORM VARYING REQT-IDX FROM 1 BY 1
                UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
            IF REQT-MAJOR-CODE(REQT-IDX) = WS-MAJOR-CODE
                    AND REQT-CATALOG-YEAR(REQT-IDX) = WS-REQ-SET-YEAR THEN
                MOVE REQT-HOURS-NEEDED(REQT-IDX) TO WSC-REQ-HOURS
                ADD WSC-REQ-HOURS TO WSC-PROGRAM-HOURS
            END-IF
        END-PERFORM
    END-IF.

    IF WSC-PROGRAM-HOURS = ZERO THEN
        MOVE WS-DEFAULT-PROGRAM-HOURS TO WSC-PROGRAM-HOURS
    END-IF.

    COMPUTE WSC-MAX-ATTEMPTED ROUNDED =
        WSC-PROGRAM-HOURS * WS-SAP-MAX-TIME-PCT / 100.

*> ONE TERM'S EVALUATION AGAINST THE THREE TESTS, THEN THE STATUS
*> MOVE IT CAUSES:
*>   ALL TESTS PASSED              MEETING
*>   MAXIMUM TIMEFRAME EXCEEDED    SUSPENDED AT ONCE -- NO AMOUNT OF
*>                                 FURTHER STUDY CAN BRING IT BACK
*>   FIRST FAILING TERM            WARNING
*>   FAILING AGAIN AFTER WARNING,  SUSPENDED
*>     AN APPEAL TERM, OR A
*>     SUSPENSION
*> AN APPROVED APPEAL FOR THE TERM TURNS A SUSPENSION INTO
*> PROBATION-ON-APPEAL FOR THAT TERM.
EVALUATE-TERM.
    ADD 1 TO WS-TERMS-SEEN.
    MOVE ARC-SEMESTER TO WS-SEMESTER.
    MOVE ARC-CUM-EARNED TO WSC-CUM-EARNED.
    MOVE ARC-CUM-ATTEMPTED TO WSC-CUM-ATTEMPTED.
    MOVE ARC-CUM-GPA TO WSC-CUM-GPA.

    MOVE "N" TO WS-GPA-FAILED.
    MOVE "N" TO WS-PACE-FAILED.
    MOVE "N" TO WS-MAX-FAILED.

    IF WSC-CUM-ATTEMPTED > ZERO THEN
        COMPUTE WSC-PACE-PCT ROUNDED =
            (WSC-CUM-EARNED * 100) / WSC-CUM-ATTEMPTED
            ON SIZE ERROR
                MOVE 999.9 TO WSC-PACE-PCT
        END-COMPUTE
        IF WSC-CUM-GPA < WS-SAP-MIN-GPA THEN
            MOVE "Y" TO WS-GPA-FAILED
        END-IF
        IF WSC-PACE-PCT < WS-SAP-MIN-PACE THEN
            MOVE "Y" TO WS-PACE-FAILED
        END-IF
    ELSE
        MOVE 100.0 TO WSC-PACE-PCT
    END-IF.

    IF WSC-CUM-ATTEMPTED > WSC-MAX-ATTEMPTED THEN
        MOVE "Y" TO WS-MAX-FAILED
    END-IF.

    MOVE "N" TO WS-TERM-FAILED.
    IF WS-GPA-FAILED = "Y" OR WS-PACE-FAILED = "Y"
            OR WS-MAX-FAILED = "Y" THEN
        MOVE "Y" TO WS-TERM-FAILED
    END-IF.

    IF WS-TERM-FAILED = "N" THEN
        MOVE "MEETING" TO WS-SAP-STATUS
        MOVE ZERO TO WS-FAILING-TERMS
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-FAILING-TERMS.
    EVALUATE TRUE
        WHEN WS-MAX-FAILED = "Y"
            MOVE "SUSPENDED" TO WS-SAP-STATUS
        WHEN WS-SAP-IS-MEETING
            MOVE "WARNING" TO WS-SAP-STATUS
        WHEN OTHER
            MOVE "SUSPENDED" TO WS-SAP-STATUS
    END-EVALUATE.

    IF WS-SAP-IS-SUSPENDED THEN
        PERFORM FIND-APPROVED-APPEAL
        IF WS-APPEAL-FOUND = "Y" THEN
            MOVE "PROBATION-ON-APPEAL" TO WS-SAP-STATUS
            ADD 1 TO WS-APPEALS-APPLIED
        END-IF
    END-IF.

FIND-APPROVED-APPEAL.
    MOVE "N" TO WS-APPEAL-FOUND.
    PERFORM VARYING APT-IDX FROM 1 BY 1
            UNTIL APT-IDX > WS-APPEAL-COUNT
        IF APT-STUDENT-NUMBER(APT-IDX) = WS-STUDENT-NUMBER
                AND APT-SEMESTER(APT-IDX) = WS-SEMESTER THEN
            MOVE "Y" TO WS-APPEAL-FOUND
        END-IF
    END-PERFORM.

*> AT THE BREAK: THE STATUS AS OF THE LATEST TERM GOES TO THE STATUS
*> FILE AND THE REPORT.
FINISH-STUDENT.
    IF WS-REVIEW-STUDENT NOT = "Y" OR WS-TERMS-SEEN = ZERO THEN
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-REVIEWED-COUNT.
    EVALUATE TRUE
        WHEN WS-SAP-IS-MEETING
            ADD 1 TO WS-MEETING-COUNT
        WHEN WS-SAP-IS-WARNING
            ADD 1 TO WS-WARNING-COUNT
        WHEN WS-SAP-IS-SUSPENDED
            ADD 1 TO WS-SUSPENDED-COUNT
        WHEN WS-SAP-IS-ON-APPEAL
            ADD 1 TO WS-ON-APPEAL-COUNT
    END-EVALUATE.

    MOVE SPACE TO SAP-RECORD.
    MOVE WS-STUDENT-NUMBER TO SAP-STUDENT-NUMBER.
    MOVE WS-SEMESTER TO SAP-SEMESTER.
    MOVE WS-SAP-STATUS TO SAP-STATUS.
    MOVE WSC-CUM-GPA TO SAP-CUM-GPA.
    MOVE WSC-PACE-PCT TO SAP-PACE-PCT.
    MOVE WSC-CUM-ATTEMPTED TO SAP-CUM-ATTEMPTED.
    MOVE WSC-MAX-ATTEMPTED TO SAP-MAX-ATTEMPTED.
    MOVE WS-GPA-FAILED TO SAP-GPA-FAILED.
    MOVE WS-PACE-FAILED TO SAP-PACE-FAILED.
    MOVE WS-MAX-FAILED TO SAP-MAX-FAILED.
    MOVE WS-FAILING-TERMS TO SAP-FAILING-TERMS.
    WRITE SAP-RECORD.

    MOVE WS-STUDENT-NUMBER TO WS-DTL-STUDENT.
    MOVE WS-STUDENT-NAME TO WS-DTL-NAME.
    MOVE WS-SEMESTER TO WS-DTL-SEMESTER.
    MOVE WSC-CUM-GPA TO WS-DTL-GPA.
    MOVE WSC-PACE-PCT TO WS-DTL-PACE.
    MOVE WSC-CUM-ATTEMPTED TO WS-DTL-ATTEMPTED.
    MOVE WSC-MAX-ATTEMPTED TO WS-DTL-MAX.
    MOVE WS-SAP-STATUS TO WS-DTL-STATUS.
    MOVE SPACE TO WS-DTL-FAIL-GPA.
    MOVE SPACE TO WS-DTL-FAIL-PACE.
    MOVE SPACE TO WS-DTL-FAIL-MAX.
    IF WS-GPA-FAILED = "Y" THEN
        MOVE "GPA" TO WS-DTL-FAIL-GPA
    END-IF.
    IF WS-PACE-FAILED = "Y" THEN
        MOVE "PACE" TO WS-DTL-FAIL-PACE
    END-IF.
    IF WS-MAX-FAILED = "Y" THEN
        MOVE "MAX" TO WS-DTL-FAIL-MAX
    END-IF.
    DISPLAY WS-DETAIL-LINE.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LINE.

*> SAP IS NOT ACADEMIC STANDING: THE FOOTING SAYS SO, BECAUSE THE
*> TWO KEEP GETTING READ AS THE SAME THING.
WRITE-REPORT-TOTALS.
    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.

    MOVE "STUDENTS REVIEWED" TO WS-CNT-LABEL.
    MOVE WS-REVIEWED-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  MEETING" TO WS-CNT-LABEL.
    MOVE WS-MEETING-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  WARNING" TO WS-CNT-LABEL.
    MOVE WS-WARNING-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  SUSPENDED" TO WS-CNT-LABEL.
    MOVE WS-SUSPENDED-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  PROBATION-ON-APPEAL" TO WS-CNT-LABEL.
    MOVE WS-ON-APPEAL-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "APPEALS APPLIED" TO WS-CNT-LABEL.
    MOVE WS-APPEALS-APPLIED TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.

    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    MOVE "SAP STATUS IS A FINANCIAL AID DETERMINATION. IT IS NOT THE"
        TO OUT-PRINT-LINE.
    DISPLAY OUT-PRINT-LINE.
    WRITE OUT-PRINT-LINE.
    MOVE "ACADEMIC PROBATION/SUSPENSION STANDING PRINTED BY P2."
        TO OUT-PRINT-LINE.
    DISPLAY OUT-PRINT-LINE.
    WRITE OUT-PRINT-LINE.

WRITE-COUNT-LINE.
    DISPLAY WS-COUNT-LINE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.
