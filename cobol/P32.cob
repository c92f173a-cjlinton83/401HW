IDENTIFICATION DIVISION.
PROGRAM-ID. P32.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "P32Trn.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REQ-FILE ASSIGN TO "P4Req.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-STUDENT-NUMBER
        FILE STATUS IS WS-MST-STATUS.
    SELECT REPORT-FILE ASSIGN TO "P32Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> MAINTENANCE TRANSACTIONS: A (ADD), C (CHANGE), D (DELETE), KEYED
*> BY MAJOR, CATALOG YEAR AND CATEGORY. THE HOURS ARE KEYED IN THE
*> FILE'S OWN 99.99 SHAPE (45.00). N ADDS THE FIRST LINE FOR A MAJOR
*> NO STUDENT CARRIES YET -- A NEW PROGRAM -- AND IS THE ONLY WAY A
*> MAJOR CODE NOT ALREADY KNOWN GETS ONTO THE FILE, SO A MISTYPED
*> CODE ON AN A IS REJECTED INSTEAD OF STARTING A MAJOR OF ITS OWN.
FD TRANS-FILE.
01 TRN-RECORD.
    05 TRN-ACTION             PIC X(01).
        88 TRN-IS-ADD             VALUE "A".
        88 TRN-IS-NEW-MAJOR       VALUE "N".
        88 TRN-IS-CHANGE          VALUE "C".
        88 TRN-IS-DELETE          VALUE "D".
    05 TRN-MAJOR-CODE         PIC X(06).
    05 TRN-CATALOG-YEAR       PIC X(04).
    05 TRN-CATALOG-YEAR-NUM REDEFINES TRN-CATALOG-YEAR
                              PIC 9(04).
    05 TRN-CAT-CODE           PIC X(08).
    05 TRN-HOURS              PIC X(05).
    05 TRN-HOURS-NUM REDEFINES TRN-HOURS
                              PIC 99.99.

*> DEGREE REQUIREMENTS: ONE LINE PER MAJOR/CATALOG-YEAR/CATEGORY
*> GIVING THE HOURS REQUIRED. A STUDENT IS HELD TO THE MAJOR'S SET
*> FOR THE LATEST CATALOG YEAR NOT AFTER THEIR OWN SM-CATALOG-YEAR
*> (P4, P9, P30).
FD REQ-FILE.
01 REQ-RECORD.
    05 REQ-MAJOR-CODE         PIC X(06).
    05 REQ-CATALOG-YEAR       PIC 9(04).
    05 REQ-CAT-CODE           PIC X(08).
    05 REQ-HOURS-NEEDED       PIC 99.99.

*> STUDENT MASTER (MAINTAINED BY P6): READ FRONT TO BACK ONCE FOR THE
*> MAJOR CODES STUDENTS ACTUALLY CARRY.
FD MASTER-FILE.
01 SM-RECORD.
    05 SM-STUDENT-NUMBER      PIC X(10).
    05 SM-STUDENT-NAME        PIC A(19).
    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

FD REPORT-FILE.
01 REPORT-RECORD.
    05 RPT-ACTION             PIC X(01).
    05 FILLER                 PIC X(01).
    05 RPT-MAJOR-CODE         PIC X(06).
    05 FILLER                 PIC X(01).
    05 RPT-CATALOG-YEAR       PIC X(04).
    05 FILLER                 PIC X(01).
    05 RPT-CAT-CODE           PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-OLD-HOURS          PIC Z9.99.
    05 FILLER                 PIC X(01).
    05 RPT-NEW-HOURS          PIC Z9.99.
    05 FILLER                 PIC X(01).
    05 RPT-STATUS             PIC X(30).
01 REPORT-NOTE-RECORD         PIC X(70).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-REQ-STATUS             PIC XX      VALUE "00".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-APPLIED-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-REJECTED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-UNCOVERED-COUNT        PIC 9(06)   VALUE ZERO.
01 WS-TRAN-STATUS            PIC X(30)   VALUE SPACE.
01 WS-HOURS-OK               PIC A       VALUE "N".
01 WS-YEAR-OK                PIC A       VALUE "N".
01 WSC-NEW-HOURS             PIC 99V99   VALUE ZERO.
01 WSC-OLD-HOURS             PIC 99V99   VALUE ZERO.

*> THE CATEGORIES THE AUDIT CHECKS. A LINE FOR ANY OTHER CATEGORY
*> WOULD SIT ON THE FILE AND NEVER BE READ.
01 WS-CAT-CODE               PIC X(08)   VALUE SPACE.
    88 WS-CAT-IS-VALID            VALUE "CORE    " "MAJOR   "
                                        "ELECTIVE".

*> THE WHOLE REQUIREMENTS FILE IS HELD IN MEMORY FOR THE RUN --
*> LOADED AT START, UPDATED IN PLACE, WRITTEN BACK AT THE END. A
*> DELETED LINE IS BLANKED AND SKIPPED ON THE WRITE-BACK, SAME AS
*> P19'S CALENDAR.
01 WS-MAX-REQUIREMENTS       PIC 9(03)   VALUE 500.
01 WS-REQUIREMENT-COUNT      PIC 9(03)   VALUE ZERO.
01 WS-FOUND-ENTRY            PIC 9(03)   VALUE ZERO.
01 WS-MAJOR-ON-FILE          PIC 9(03)   VALUE ZERO.
01 REQUIREMENT-TABLE.
    05 REQT-ENTRY OCCURS 500 TIMES INDEXED BY REQT-IDX.
        10 REQT-MAJOR-CODE   PIC X(06).
        10 REQT-CATALOG-YEAR PIC 9(04).
        10 REQT-CAT-CODE     PIC X(08).
        10 REQT-HOURS-NEEDED PIC 99V99.

*> DISTINCT MAJOR CODES CARRIED ON THE STUDENT MASTER.
01 WS-MAX-MAJORS             PIC 9(03)   VALUE 300.
01 WS-MAJOR-COUNT            PIC 9(03)   VALUE ZERO.
01 WS-MAJOR-ON-MASTER        PIC 9(03)   VALUE ZERO.
01 WS-MAJOR-LOOKUP           PIC X(06)   VALUE SPACE.
01 MAJOR-TABLE.
    05 MJT-ENTRY OCCURS 300 TIMES INDEXED BY MJT-IDX.
        10 MJT-MAJOR-CODE    PIC X(06).
        10 MJT-STUDENT-COUNT PIC 9(06).

01 WS-UNCOVERED-LINE.
    05 FILLER                PIC X(08)   VALUE "MAJOR   ".
    05 WS-UNC-MAJOR-CODE     PIC X(06).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-UNC-STUDENTS       PIC ZZZ,ZZ9.
    05 FILLER                PIC X(38)
        VALUE " STUDENT(S) - NO REQUIREMENTS ON FILE".

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-MASTER-MAJORS.
    PERFORM LOAD-REQUIREMENT-TABLE.
    PERFORM APPLY-TRANSACTIONS.
    PERFORM REPORT-UNCOVERED-MAJORS.
    PERFORM REWRITE-REQUIREMENT-FILE.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT REPORT-FILE.

CLOSING-PROCEDURE.
    CLOSE TRANS-FILE, REPORT-FILE.
    DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
    DISPLAY "REQUIREMENT LINES OUT: " WS-REQUIREMENT-COUNT.
    DISPLAY "MAJORS NOT COVERED:    " WS-UNCOVERED-COUNT.

*> WITH NO MASTER ON DISK ONLY MAJORS ALREADY ON THE REQUIREMENTS
*> FILE (OR AN N) CAN BE ADDED; CHANGES AND DELETES STILL GO.
LOAD-MASTER-MAJORS.
    OPEN INPUT MASTER-FILE.
    IF WS-MST-STATUS NOT = "00" THEN
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " ***"
    ELSE
        PERFORM READ-NEXT-MASTER
        PERFORM UNTIL EOF = "Y"
            IF SM-MAJOR-CODE NOT = SPACE THEN
                MOVE SM-MAJOR-CODE TO WS-MAJOR-LOOKUP
                PERFORM FIND-MASTER-MAJOR
                IF WS-MAJOR-ON-MASTER = ZERO THEN
                    IF WS-MAJOR-COUNT >= WS-MAX-MAJORS THEN
                        DISPLAY "*** MAJOR TABLE FULL - RUN STOPPED ***"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-MAJOR-COUNT
                    MOVE WS-MAJOR-COUNT TO WS-MAJOR-ON-MASTER
                    SET MJT-IDX TO WS-MAJOR-COUNT
                    MOVE SM-MAJOR-CODE TO MJT-MAJOR-CODE(MJT-IDX)
                    MOVE ZERO TO MJT-STUDENT-COUNT(MJT-IDX)
                END-IF
                SET MJT-IDX TO WS-MAJOR-ON-MASTER
                ADD 1 TO MJT-STUDENT-COUNT(MJT-IDX)
            END-IF
            PERFORM READ-NEXT-MASTER
        END-PERFORM
        CLOSE MASTER-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-MASTER.
    READ MASTER-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> SETS WS-MAJOR-ON-MASTER TO THE MAJOR-TABLE SLOT FOR
*> WS-MAJOR-LOOKUP, OR ZERO.
FIND-MASTER-MAJOR.
    MOVE ZERO TO WS-MAJOR-ON-MASTER.
    PERFORM VARYING MJT-IDX FROM 1 BY 1
            UNTIL MJT-IDX > WS-MAJOR-COUNT
        IF MJT-MAJOR-CODE(MJT-IDX) = WS-MAJOR-LOOKUP THEN
            SET WS-MAJOR-ON-MASTER TO MJT-IDX
        END-IF
    END-PERFORM.

*> A MISSING REQUIREMENTS FILE (STATUS 35) JUST MEANS A FIRST-EVER
*> RUN BUILDING IT FROM SCRATCH OUT OF ADD TRANSACTIONS.
LOAD-REQUIREMENT-TABLE.
    OPEN INPUT REQ-FILE.
    IF WS-REQ-STATUS NOT = "00" THEN
        DISPLAY "NO DEGREE REQUIREMENTS ON FILE - STARTING EMPTY"
    ELSE
        PERFORM READ-NEXT-REQUIREMENT
        PERFORM UNTIL EOF = "Y"
*>          A LINE DROPPED HERE WOULD VANISH FROM THE WRITE-BACK AND
*>          LEAVE A CATEGORY WITH NO REQUIREMENT -- STOP COLD.
            IF WS-REQUIREMENT-COUNT >= WS-MAX-REQUIREMENTS THEN
                DISPLAY "*** REQUIREMENT TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-REQUIREMENT-COUNT
            SET REQT-IDX TO WS-REQUIREMENT-COUNT
            MOVE REQ-MAJOR-CODE TO REQT-MAJOR-CODE(REQT-IDX)
            MOVE REQ-CATALOG-YEAR TO REQT-CATALOG-YEAR(REQT-IDX)
            MOVE REQ-CAT-CODE TO REQT-CAT-CODE(REQT-IDX)
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

READ-NEXT-TRANSACTION.
    READ TRANS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

APPLY-TRANSACTIONS.
    PERFORM READ-NEXT-TRANSACTION.
    PERFORM UNTIL EOF = "Y"
        MOVE "APPLIED" TO WS-TRAN-STATUS
        MOVE ZERO TO WSC-OLD-HOURS
        MOVE ZERO TO WSC-NEW-HOURS
        MOVE TRN-CAT-CODE TO WS-CAT-CODE
        MOVE TRN-MAJOR-CODE TO WS-MAJOR-LOOKUP
        PERFORM FIND-MASTER-MAJOR
        PERFORM FIND-REQUIREMENT-ENTRY
        PERFORM CHECK-CATALOG-YEAR
        PERFORM CHECK-REQUIRED-HOURS

        EVALUATE TRUE
            WHEN TRN-IS-ADD
                PERFORM ADD-REQUIREMENT-ENTRY
            WHEN TRN-IS-NEW-MAJOR
                PERFORM ADD-REQUIREMENT-ENTRY
            WHEN TRN-IS-CHANGE
                PERFORM CHANGE-REQUIREMENT-ENTRY
            WHEN TRN-IS-DELETE
                PERFORM DELETE-REQUIREMENT-ENTRY
            WHEN OTHER
                MOVE "REJECTED - BAD ACTION CODE" TO WS-TRAN-STATUS
        END-EVALUATE

        PERFORM WRITE-REPORT-LINE
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM.

*> SETS WS-FOUND-ENTRY TO THE SLOT HOLDING THE TRANSACTION'S MAJOR,
*> CATALOG YEAR AND CATEGORY, OR ZERO, AND WS-MAJOR-ON-FILE TO ANY
*> SLOT CARRYING THE MAJOR AT ALL, OR ZERO. A BLANKED (DELETED) SLOT
*> NEVER MATCHES.
FIND-REQUIREMENT-ENTRY.
    MOVE ZERO TO WS-FOUND-ENTRY.
    MOVE ZERO TO WS-MAJOR-ON-FILE.
    PERFORM VARYING REQT-IDX FROM 1 BY 1
            UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
        IF REQT-MAJOR-CODE(REQT-IDX) = TRN-MAJOR-CODE
                AND TRN-MAJOR-CODE NOT = SPACE THEN
            SET WS-MAJOR-ON-FILE TO REQT-IDX
            IF REQT-CATALOG-YEAR(REQT-IDX) = TRN-CATALOG-YEAR
                    AND REQT-CAT-CODE(REQT-IDX) = TRN-CAT-CODE THEN
                SET WS-FOUND-ENTRY TO REQT-IDX
            END-IF
        END-IF
    END-PERFORM.

*> A CATALOG YEAR IS FOUR DIGITS AND A REAL YEAR -- 0219 FOR 2019
*> WOULD FILE A SET NO STUDENT EVER MATCHES.
CHECK-CATALOG-YEAR.
    MOVE "N" TO WS-YEAR-OK.
    IF TRN-CATALOG-YEAR NUMERIC THEN
        IF TRN-CATALOG-YEAR-NUM >= 1900 THEN
            MOVE "Y" TO WS-YEAR-OK
        END-IF
    END-IF.

*> THE HOURS MUST BE KEYED 99.99. ZERO IS ALLOWED: A MAJOR WITH NO
*> FREE ELECTIVES STILL FILES AN ELECTIVE LINE, SO P9 CAN TELL A
*> COMPLETE SET FROM A MISSING ONE.
CHECK-REQUIRED-HOURS.
    MOVE "N" TO WS-HOURS-OK.
    IF TRN-HOURS(1:2) NUMERIC AND TRN-HOURS(3:1) = "."
            AND TRN-HOURS(4:2) NUMERIC THEN
        MOVE TRN-HOURS-NUM TO WSC-NEW-HOURS
        MOVE "Y" TO WS-HOURS-OK
    END-IF.

*> A MAJOR ON AN A MUST BE ONE A STUDENT CARRIES OR ONE ALREADY ON
*> THE REQUIREMENTS FILE; AN N MUST BE NEITHER.
ADD-REQUIREMENT-ENTRY.
    EVALUATE TRUE
        WHEN TRN-MAJOR-CODE(1:1) = SPACE
            MOVE "REJECTED - MAJOR CODE INVALID" TO WS-TRAN-STATUS
        WHEN TRN-IS-ADD AND WS-MAJOR-ON-MASTER = ZERO
                AND WS-MAJOR-ON-FILE = ZERO
            MOVE "REJECTED - UNKNOWN MAJOR CODE" TO WS-TRAN-STATUS
        WHEN TRN-IS-NEW-MAJOR AND (WS-MAJOR-ON-MASTER > ZERO
                OR WS-MAJOR-ON-FILE > ZERO)
            MOVE "REJECTED - MAJOR ALREADY KNOWN" TO WS-TRAN-STATUS
        WHEN NOT WS-CAT-IS-VALID
            MOVE "REJECTED - UNKNOWN CATEGORY" TO WS-TRAN-STATUS
        WHEN WS-YEAR-OK = "N"
            MOVE "REJECTED - CATALOG YEAR INVALID" TO WS-TRAN-STATUS
        WHEN WS-FOUND-ENTRY > ZERO
            MOVE "REJECTED - ALREADY ON FILE" TO WS-TRAN-STATUS
        WHEN WS-REQUIREMENT-COUNT >= WS-MAX-REQUIREMENTS
            MOVE "REJECTED - REQUIREMENTS FULL" TO WS-TRAN-STATUS
        WHEN WS-HOURS-OK = "N"
            MOVE "REJECTED - HOURS INVALID" TO WS-TRAN-STATUS
        WHEN OTHER
            IF TRN-IS-NEW-MAJOR THEN
                MOVE "APPLIED - NEW MAJOR" TO WS-TRAN-STATUS
            END-IF
            ADD 1 TO WS-REQUIREMENT-COUNT
            SET REQT-IDX TO WS-REQUIREMENT-COUNT
            MOVE TRN-MAJOR-CODE TO REQT-MAJOR-CODE(REQT-IDX)
            MOVE TRN-CATALOG-YEAR-NUM TO REQT-CATALOG-YEAR(REQT-IDX)
            MOVE TRN-CAT-CODE TO REQT-CAT-CODE(REQT-IDX)
            MOVE WSC-NEW-HOURS TO REQT-HOURS-NEEDED(REQT-IDX)
    END-EVALUATE.

CHANGE-REQUIREMENT-ENTRY.
    EVALUATE TRUE
        WHEN WS-FOUND-ENTRY = ZERO
            MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
        WHEN WS-HOURS-OK = "N"
            MOVE "REJECTED - HOURS INVALID" TO WS-TRAN-STATUS
        WHEN OTHER
            SET REQT-IDX TO WS-FOUND-ENTRY
            MOVE REQT-HOURS-NEEDED(REQT-IDX) TO WSC-OLD-HOURS
            MOVE WSC-NEW-HOURS TO REQT-HOURS-NEEDED(REQT-IDX)
    END-EVALUATE.

DELETE-REQUIREMENT-ENTRY.
    MOVE ZERO TO WSC-NEW-HOURS.
    IF WS-FOUND-ENTRY = ZERO THEN
        MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
    ELSE
        SET REQT-IDX TO WS-FOUND-ENTRY
        MOVE REQT-HOURS-NEEDED(REQT-IDX) TO WSC-OLD-HOURS
        MOVE SPACE TO REQT-MAJOR-CODE(REQT-IDX)
        MOVE ZERO TO REQT-CATALOG-YEAR(REQT-IDX)
        MOVE SPACE TO REQT-CAT-CODE(REQT-IDX)
        MOVE ZERO TO REQT-HOURS-NEEDED(REQT-IDX)
    END-IF.

*> EACH LINE SHOWS THE HOURS BEFORE AND AFTER, SO THE REPORT IS THE
*> RECORD OF WHAT THE CURRICULUM CHANGE ACTUALLY DID TO THE FILE.
WRITE-REPORT-LINE.
    IF WS-TRAN-STATUS(1:7) = "APPLIED" THEN
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE ZERO TO WSC-NEW-HOURS
    END-IF.

    MOVE SPACE TO REPORT-RECORD.
    MOVE TRN-ACTION TO RPT-ACTION.
    MOVE TRN-MAJOR-CODE TO RPT-MAJOR-CODE.
    MOVE TRN-CATALOG-YEAR TO RPT-CATALOG-YEAR.
    MOVE TRN-CAT-CODE TO RPT-CAT-CODE.
    MOVE WSC-OLD-HOURS TO RPT-OLD-HOURS.
    MOVE WSC-NEW-HOURS TO RPT-NEW-HOURS.
    MOVE WS-TRAN-STATUS TO RPT-STATUS.
    WRITE REPORT-RECORD.

*> WRITES THE UPDATED REQUIREMENTS FILE BACK OUT, SKIPPING BLANKED
*> (DELETED) SLOTS, AND RECOUNTS SO THE CLOSING DISPLAY SHOWS WHAT'S
*> ON FILE.
REWRITE-REQUIREMENT-FILE.
    OPEN OUTPUT REQ-FILE.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING REQT-IDX FROM 1 BY 1
            UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
        IF REQT-MAJOR-CODE(REQT-IDX) NOT = SPACE THEN
            MOVE REQT-MAJOR-CODE(REQT-IDX) TO REQ-MAJOR-CODE
            MOVE REQT-CATALOG-YEAR(REQT-IDX) TO REQ-CATALOG-YEAR
            MOVE REQT-CAT-CODE(REQT-IDX) TO REQ-CAT-CODE
            MOVE REQT-HOURS-NEEDED(REQT-IDX) TO REQ-HOURS-NEEDED
            WRITE REQ-RECORD
            ADD 1 TO WS-FOUND-ENTRY
        END-IF
    END-PERFORM.
    MOVE WS-FOUND-ENTRY TO WS-REQUIREMENT-COUNT.
    CLOSE REQ-FILE.

*> AFTER THE UPDATE, EVERY MAJOR STUDENTS CARRY THAT HAS NO LINE ON
*> THE REQUIREMENTS FILE AT ALL -- THOSE STUDENTS WOULD AUDIT AGAINST
*> NOTHING. MOST OFTEN IT'S A MISTYPED CODE ON THE MASTER OR A
*> DELETE THAT TOOK A MAJOR'S LAST LINE.
REPORT-UNCOVERED-MAJORS.
    MOVE SPACE TO REPORT-NOTE-RECORD.
    WRITE REPORT-NOTE-RECORD.
    PERFORM VARYING MJT-IDX FROM 1 BY 1
            UNTIL MJT-IDX > WS-MAJOR-COUNT
        MOVE ZERO TO WS-MAJOR-ON-FILE
        PERFORM VARYING REQT-IDX FROM 1 BY 1
                UNTIL REQT-IDX > WS-REQUIREMENT-COUNT
            IF REQT-MAJOR-CODE(REQT-IDX) = MJT-MAJOR-CODE(MJT-IDX) THEN
                SET WS-MAJOR-ON-FILE TO REQT-IDX
            END-IF
        END-PERFORM
        IF WS-MAJOR-ON-FILE = ZERO THEN
            ADD 1 TO WS-UNCOVERED-COUNT
            MOVE MJT-MAJOR-CODE(MJT-IDX) TO WS-UNC-MAJOR-CODE
            MOVE MJT-STUDENT-COUNT(MJT-IDX) TO WS-UNC-STUDENTS
            WRITE REPORT-NOTE-RECORD FROM WS-UNCOVERED-LINE
            DISPLAY WS-UNCOVERED-LINE
        END-IF
    END-PERFORM.
