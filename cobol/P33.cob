IDENTIFICATION DIVISION.
PROGRAM-ID. P33.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "P33Trn.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTION-FILE ASSIGN TO "Except.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STATUS.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STUDENT-NUMBER
        FILE STATUS IS WS-MST-STATUS.
    SELECT REPORT-FILE ASSIGN TO "P33Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> MAINTENANCE TRANSACTIONS: A (ADD), C (CHANGE), D (DELETE), KEYED
*> BY STUDENT NUMBER, EXCEPTION TYPE, COURSE AND CATEGORY. A CHANGE
*> REPLACES THE FOR-COURSE, HOURS AND APPROVAL; MOVING AN EXCEPTION
*> TO ANOTHER COURSE OR CATEGORY IS A DELETE AND AN ADD. THE HOURS
*> ARE KEYED 99.99 AND THE APPROVAL DATE YYYYMMDD.
FD TRANS-FILE.
01 TRN-RECORD.
    05 TRN-ACTION             PIC X(01).
        88 TRN-IS-ADD             VALUE "A".
        88 TRN-IS-CHANGE          VALUE "C".
        88 TRN-IS-DELETE          VALUE "D".
    05 TRN-STUDENT-NUMBER     PIC X(10).
    05 TRN-EXC-TYPE           PIC X(01).
        88 TRN-IS-SUBSTITUTE      VALUE "S".
        88 TRN-IS-REASSIGN        VALUE "R".
        88 TRN-IS-WAIVER          VALUE "W".
    05 TRN-COURSE             PIC X(15).
    05 TRN-FOR-COURSE         PIC X(15).
    05 TRN-CATEGORY           PIC X(08).
    05 TRN-HOURS              PIC X(05).
    05 TRN-HOURS-NUM REDEFINES TRN-HOURS
                              PIC 99.99.
    05 TRN-APPROVED-BY        PIC X(20).
    05 TRN-APPROVED-DATE      PIC X(08).
    05 TRN-APPROVED-DATE-NUM REDEFINES TRN-APPROVED-DATE.
        10 TRN-APPROVED-YEAR  PIC 9(04).
        10 TRN-APPROVED-MONTH PIC 9(02).
        10 TRN-APPROVED-DAY   PIC 9(02).

*> DEGREE AUDIT EXCEPTIONS: ONE LINE PER EXCEPTION AN ADVISOR OR
*> DEAN HAS APPROVED FOR A STUDENT. P4 AND P9 APPLY THEM TO THE
*> STUDENT'S COURSES BEFORE THE CATEGORY TOTALS ARE ADDED UP, SO THE
*> COURSE HISTORY ITSELF -- AND THE TRANSCRIPT -- IS NEVER TOUCHED.
*>   S  SUBSTITUTION: EXC-COURSE STANDS IN FOR EXC-FOR-COURSE AND
*>      COUNTS IN EXC-CATEGORY, THE CATEGORY THE REPLACED COURSE
*>      WOULD HAVE FILLED
*>   R  REASSIGNMENT: EXC-COURSE COUNTS IN EXC-CATEGORY INSTEAD OF THE
*>      CATEGORY ON ITS COURSE RECORD
*>   W  WAIVER: EXC-HOURS COME OFF THE HOURS REQUIRED IN EXC-CATEGORY
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

*> STUDENT MASTER (MAINTAINED BY P6): AN EXCEPTION FOR A STUDENT
*> NUMBER NOT ON THE MASTER WOULD NEVER BE APPLIED.
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
    05 RPT-STUDENT-NUMBER     PIC X(10).
    05 FILLER                 PIC X(01).
    05 RPT-EXC-TYPE           PIC X(01).
    05 FILLER                 PIC X(01).
    05 RPT-COURSE             PIC X(15).
    05 FILLER                 PIC X(01).
    05 RPT-FOR-COURSE         PIC X(15).
    05 FILLER                 PIC X(01).
    05 RPT-CATEGORY           PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-HOURS              PIC Z9.99.
    05 FILLER                 PIC X(01).
    05 RPT-APPROVED-BY        PIC X(20).
    05 FILLER                 PIC X(01).
    05 RPT-APPROVED-DATE      PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-STATUS             PIC X(30).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-EXC-STATUS             PIC XX      VALUE "00".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".
01 WS-ON-MASTER              PIC A       VALUE "N".
01 WS-APPLIED-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-REJECTED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-TRAN-STATUS            PIC X(30)   VALUE SPACE.
01 WS-DETAIL-OK              PIC A       VALUE "N".
01 WS-APPROVAL-OK            PIC A       VALUE "N".
01 WSC-NEW-HOURS             PIC 99V99   VALUE ZERO.

*> THE CATEGORIES THE AUDIT CHECKS.
01 WS-CATEGORY               PIC X(08)   VALUE SPACE.
    88 WS-CATEGORY-IS-VALID       VALUE "CORE    " "MAJOR   "
                                        "ELECTIVE".

*> THE WHOLE EXCEPTIONS FILE IS HELD IN MEMORY FOR THE RUN --
*> LOADED AT START, UPDATED IN PLACE, WRITTEN BACK AT THE END. A
*> DELETED EXCEPTION IS BLANKED AND SKIPPED ON THE WRITE-BACK, SAME
*> AS P18'S RELEASED HOLDS.
01 WS-MAX-EXCEPTIONS         PIC 9(04)   VALUE 1000.
01 WS-EXCEPTION-COUNT        PIC 9(04)   VALUE ZERO.
01 WS-FOUND-ENTRY            PIC 9(04)   VALUE ZERO.
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

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-EXCEPTION-TABLE.
    PERFORM APPLY-TRANSACTIONS.
    PERFORM REWRITE-EXCEPTION-FILE.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT REPORT-FILE.
    PERFORM OPEN-MASTER-FILE.

CLOSING-PROCEDURE.
    CLOSE TRANS-FILE, REPORT-FILE.
    IF WS-MASTER-OPEN = "Y" THEN
        CLOSE MASTER-FILE
    END-IF.
    DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
    DISPLAY "EXCEPTIONS ON FILE OUT:" WS-EXCEPTION-COUNT.

*> WITH NO MASTER ON DISK NO STUDENT NUMBER CAN BE CHECKED, SO EVERY
*> ADD IS REJECTED; CHANGES AND DELETES TO EXCEPTIONS ALREADY ON FILE
*> STILL GO.
OPEN-MASTER-FILE.
    OPEN INPUT MASTER-FILE.
    IF WS-MST-STATUS = "00" THEN
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        MOVE "N" TO WS-MASTER-OPEN
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " - ADDS WILL BE REJECTED ***"
    END-IF.

LOOKUP-STUDENT-MASTER.
    MOVE "N" TO WS-ON-MASTER.

    IF WS-MASTER-OPEN = "Y" THEN
        MOVE TRN-STUDENT-NUMBER TO SM-STUDENT-NUMBER
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-ON-MASTER
        END-READ
    END-IF.

*> A MISSING EXCEPTIONS FILE (STATUS 35) JUST MEANS A FIRST-EVER RUN
*> BUILDING IT FROM SCRATCH OUT OF ADD TRANSACTIONS.
LOAD-EXCEPTION-TABLE.
    OPEN INPUT EXCEPTION-FILE.
    IF WS-EXC-STATUS NOT = "00" THEN
        DISPLAY "NO EXCEPTIONS FILE - STARTING EMPTY"
    ELSE
        PERFORM READ-NEXT-EXCEPTION
        PERFORM UNTIL EOF = "Y"
*>          AN EXCEPTION DROPPED HERE WOULD VANISH FROM THE WRITE-BACK
*>          AND TAKE AN APPROVED SUBSTITUTION WITH IT -- STOP COLD.
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
            PERFORM READ-NEXT-EXCEPTION
        END-PERFORM
        CLOSE EXCEPTION-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-EXCEPTION.
    READ EXCEPTION-FILE NEXT RECORD
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
        MOVE ZERO TO WSC-NEW-HOURS
        MOVE TRN-CATEGORY TO WS-CATEGORY
        PERFORM FIND-EXCEPTION-ENTRY
        PERFORM CHECK-EXCEPTION-DETAIL
        PERFORM CHECK-APPROVAL

        EVALUATE TRUE
            WHEN TRN-IS-ADD
                PERFORM ADD-EXCEPTION-ENTRY
            WHEN TRN-IS-CHANGE
                PERFORM CHANGE-EXCEPTION-ENTRY
            WHEN TRN-IS-DELETE
                PERFORM DELETE-EXCEPTION-ENTRY
            WHEN OTHER
                MOVE "REJECTED - BAD ACTION CODE" TO WS-TRAN-STATUS
        END-EVALUATE

        PERFORM WRITE-REPORT-LINE
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM.

*> SETS WS-FOUND-ENTRY TO THE SLOT HOLDING THE TRANSACTION'S STUDENT,
*> TYPE, COURSE AND CATEGORY, OR ZERO. A BLANKED (DELETED) SLOT
*> NEVER MATCHES.
FIND-EXCEPTION-ENTRY.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING EXT-IDX FROM 1 BY 1
            UNTIL EXT-IDX > WS-EXCEPTION-COUNT
        IF EXT-STUDENT-NUMBER(EXT-IDX) = TRN-STUDENT-NUMBER
                AND EXT-TYPE(EXT-IDX) = TRN-EXC-TYPE
                AND EXT-COURSE(EXT-IDX) = TRN-COURSE
                AND EXT-CATEGORY(EXT-IDX) = TRN-CATEGORY
                AND TRN-STUDENT-NUMBER NOT = SPACE THEN
            SET WS-FOUND-ENTRY TO EXT-IDX
        END-IF
    END-PERFORM.

*> WHAT EACH TYPE NEEDS: A SUBSTITUTION NAMES BOTH COURSES, A
*> REASSIGNMENT THE COURSE BEING MOVED, A WAIVER SOME HOURS (AND NO
*> COURSE -- IT WAIVES HOURS, NOT A CLASS). EVERY TYPE NAMES THE
*> CATEGORY IT LANDS IN.
CHECK-EXCEPTION-DETAIL.
    MOVE "N" TO WS-DETAIL-OK.
    IF TRN-HOURS(1:2) NUMERIC AND TRN-HOURS(3:1) = "."
            AND TRN-HOURS(4:2) NUMERIC THEN
        MOVE TRN-HOURS-NUM TO WSC-NEW-HOURS
    END-IF.

    EVALUATE TRUE
        WHEN NOT WS-CATEGORY-IS-VALID
            CONTINUE
        WHEN TRN-IS-SUBSTITUTE AND TRN-COURSE NOT = SPACE
                AND TRN-FOR-COURSE NOT = SPACE
            MOVE ZERO TO WSC-NEW-HOURS
            MOVE "Y" TO WS-DETAIL-OK
        WHEN TRN-IS-REASSIGN AND TRN-COURSE NOT = SPACE
            MOVE ZERO TO WSC-NEW-HOURS
            MOVE "Y" TO WS-DETAIL-OK
        WHEN TRN-IS-WAIVER AND TRN-COURSE = SPACE
                AND WSC-NEW-HOURS > ZERO
            MOVE "Y" TO WS-DETAIL-OK
    END-EVALUATE.

*> EVERY EXCEPTION CARRIES WHO APPROVED IT AND WHEN.
CHECK-APPROVAL.
    MOVE "N" TO WS-APPROVAL-OK.
    IF TRN-APPROVED-BY NOT = SPACE AND TRN-APPROVED-DATE NUMERIC THEN
        IF TRN-APPROVED-MONTH >= 1 AND TRN-APPROVED-MONTH <= 12
                AND TRN-APPROVED-DAY >= 1 AND TRN-APPROVED-DAY <= 31
                AND TRN-APPROVED-YEAR >= 1900 THEN
            MOVE "Y" TO WS-APPROVAL-OK
        END-IF
    END-IF.

ADD-EXCEPTION-ENTRY.
    PERFORM LOOKUP-STUDENT-MASTER.

    EVALUATE TRUE
        WHEN TRN-STUDENT-NUMBER = SPACE
            MOVE "REJECTED - STUDENT NBR BLANK" TO WS-TRAN-STATUS
        WHEN WS-ON-MASTER = "N"
            MOVE "REJECTED - NOT ON MASTER" TO WS-TRAN-STATUS
        WHEN NOT TRN-IS-SUBSTITUTE AND NOT TRN-IS-REASSIGN
                AND NOT TRN-IS-WAIVER
            MOVE "REJECTED - BAD EXCEPTION TYPE" TO WS-TRAN-STATUS
        WHEN NOT WS-CATEGORY-IS-VALID
            MOVE "REJECTED - UNKNOWN CATEGORY" TO WS-TRAN-STATUS
        WHEN WS-DETAIL-OK = "N"
            MOVE "REJECTED - DETAIL INCOMPLETE" TO WS-TRAN-STATUS
        WHEN WS-APPROVAL-OK = "N"
            MOVE "REJECTED - APPROVAL MISSING" TO WS-TRAN-STATUS
        WHEN WS-FOUND-ENTRY > ZERO
            MOVE "REJECTED - ALREADY ON FILE" TO WS-TRAN-STATUS
        WHEN WS-EXCEPTION-COUNT >= WS-MAX-EXCEPTIONS
            MOVE "REJECTED - EXCEPTION FILE FULL" TO WS-TRAN-STATUS
        WHEN OTHER
            ADD 1 TO WS-EXCEPTION-COUNT
            SET EXT-IDX TO WS-EXCEPTION-COUNT
            MOVE TRN-STUDENT-NUMBER TO EXT-STUDENT-NUMBER(EXT-IDX)
            MOVE TRN-EXC-TYPE TO EXT-TYPE(EXT-IDX)
            MOVE TRN-COURSE TO EXT-COURSE(EXT-IDX)
            MOVE TRN-FOR-COURSE TO EXT-FOR-COURSE(EXT-IDX)
            MOVE TRN-CATEGORY TO EXT-CATEGORY(EXT-IDX)
            MOVE WSC-NEW-HOURS TO EXT-HOURS(EXT-IDX)
            MOVE TRN-APPROVED-BY TO EXT-APPROVED-BY(EXT-IDX)
            MOVE TRN-APPROVED-DATE TO EXT-APPROVED-DATE(EXT-IDX)
    END-EVALUATE.

*> THE BEFORE IMAGE GOES TO THE REPORT AHEAD OF THE CHANGE, SO THE
*> REPORT SHOWS WHAT THE EXCEPTION SAID AND WHO HAD APPROVED IT.
CHANGE-EXCEPTION-ENTRY.
    EVALUATE TRUE
        WHEN WS-FOUND-ENTRY = ZERO
            MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
        WHEN WS-DETAIL-OK = "N"
            MOVE "REJECTED - DETAIL INCOMPLETE" TO WS-TRAN-STATUS
        WHEN WS-APPROVAL-OK = "N"
            MOVE "REJECTED - APPROVAL MISSING" TO WS-TRAN-STATUS
        WHEN OTHER
            SET EXT-IDX TO WS-FOUND-ENTRY
            PERFORM WRITE-BEFORE-IMAGE
            MOVE TRN-FOR-COURSE TO EXT-FOR-COURSE(EXT-IDX)
            MOVE WSC-NEW-HOURS TO EXT-HOURS(EXT-IDX)
            MOVE TRN-APPROVED-BY TO EXT-APPROVED-BY(EXT-IDX)
            MOVE TRN-APPROVED-DATE TO EXT-APPROVED-DATE(EXT-IDX)
    END-EVALUATE.

DELETE-EXCEPTION-ENTRY.
    IF WS-FOUND-ENTRY = ZERO THEN
        MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
    ELSE
        SET EXT-IDX TO WS-FOUND-ENTRY
        PERFORM WRITE-BEFORE-IMAGE
        MOVE SPACE TO EXT-STUDENT-NUMBER(EXT-IDX)
        MOVE SPACE TO EXT-TYPE(EXT-IDX)
        MOVE SPACE TO EXT-COURSE(EXT-IDX)
        MOVE SPACE TO EXT-FOR-COURSE(EXT-IDX)
        MOVE SPACE TO EXT-CATEGORY(EXT-IDX)
        MOVE ZERO TO EXT-HOURS(EXT-IDX)
        MOVE SPACE TO EXT-APPROVED-BY(EXT-IDX)
        MOVE ZERO TO EXT-APPROVED-DATE(EXT-IDX)
    END-IF.

*> THE EXCEPTION AT EXT-IDX AS IT STOOD BEFORE THIS TRANSACTION.
WRITE-BEFORE-IMAGE.
    MOVE SPACE TO REPORT-RECORD.
    MOVE EXT-STUDENT-NUMBER(EXT-IDX) TO RPT-STUDENT-NUMBER.
    MOVE EXT-TYPE(EXT-IDX) TO RPT-EXC-TYPE.
    MOVE EXT-COURSE(EXT-IDX) TO RPT-COURSE.
    MOVE EXT-FOR-COURSE(EXT-IDX) TO RPT-FOR-COURSE.
    MOVE EXT-CATEGORY(EXT-IDX) TO RPT-CATEGORY.
    MOVE EXT-HOURS(EXT-IDX) TO RPT-HOURS.
    MOVE EXT-APPROVED-BY(EXT-IDX) TO RPT-APPROVED-BY.
    MOVE EXT-APPROVED-DATE(EXT-IDX) TO RPT-APPROVED-DATE.
    MOVE "BEFORE" TO RPT-STATUS.
    WRITE REPORT-RECORD.

WRITE-REPORT-LINE.
    IF WS-TRAN-STATUS = "APPLIED" THEN
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
    END-IF.

    MOVE SPACE TO REPORT-RECORD.
    MOVE TRN-ACTION TO RPT-ACTION.
    MOVE TRN-STUDENT-NUMBER TO RPT-STUDENT-NUMBER.
    MOVE TRN-EXC-TYPE TO RPT-EXC-TYPE.
    MOVE TRN-COURSE TO RPT-COURSE.
    MOVE TRN-FOR-COURSE TO RPT-FOR-COURSE.
    MOVE TRN-CATEGORY TO RPT-CATEGORY.
    IF NOT TRN-IS-DELETE THEN
        MOVE WSC-NEW-HOURS TO RPT-HOURS
        MOVE TRN-APPROVED-BY TO RPT-APPROVED-BY
        MOVE TRN-APPROVED-DATE TO RPT-APPROVED-DATE
    END-IF.
    MOVE WS-TRAN-STATUS TO RPT-STATUS.
    WRITE REPORT-RECORD.

*> WRITES THE UPDATED EXCEPTIONS FILE BACK OUT, SKIPPING BLANKED
*> (DELETED) SLOTS, AND RECOUNTS SO THE CLOSING DISPLAY SHOWS WHAT'S
*> ON FILE.
REWRITE-EXCEPTION-FILE.
    OPEN OUTPUT EXCEPTION-FILE.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING EXT-IDX FROM 1 BY 1
            UNTIL EXT-IDX > WS-EXCEPTION-COUNT
        IF EXT-STUDENT-NUMBER(EXT-IDX) NOT = SPACE THEN
            MOVE EXT-STUDENT-NUMBER(EXT-IDX) TO EXC-STUDENT-NUMBER
            MOVE EXT-TYPE(EXT-IDX) TO EXC-TYPE
            MOVE EXT-COURSE(EXT-IDX) TO EXC-COURSE
            MOVE EXT-FOR-COURSE(EXT-IDX) TO EXC-FOR-COURSE
            MOVE EXT-CATEGORY(EXT-IDX) TO EXC-CATEGORY
            MOVE EXT-HOURS(EXT-IDX) TO EXC-HOURS
            MOVE EXT-APPROVED-BY(EXT-IDX) TO EXC-APPROVED-BY
            MOVE EXT-APPROVED-DATE(EXT-IDX) TO EXC-APPROVED-DATE
            WRITE EXC-RECORD
            ADD 1 TO WS-FOUND-ENTRY
        END-IF
    END-PERFORM.
    MOVE WS-FOUND-ENTRY TO WS-EXCEPTION-COUNT.
    CLOSE EXCEPTION-FILE.
