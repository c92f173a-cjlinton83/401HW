IDENTIFICATION DIVISION.
PROGRAM-ID. P40.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-STUDENT-NUMBER
        FILE STATUS IS WS-MST-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "P2Arc.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ARC-KEY
        FILE STATUS IS WS-ARC-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "P2Hst.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HST-STATUS.
    SELECT HOLD-FILE ASSIGN TO "Holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HLD-STATUS.
    SELECT EXCEPTION-FILE ASSIGN TO "Except.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.
    SELECT ARTICULATION-FILE ASSIGN TO "Artic.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ART-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT REQ-FILE ASSIGN TO "P4Req.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-STATUS.
    SELECT OUT-FILE ASSIGN TO "P40Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> THE SWEEP ONLY READS. EVERY FILE BELOW IS KEPT BY ITS OWN
*> MAINTENANCE PROGRAM, AND EACH OF THOSE VALIDATES ITS OWN FILE; WHAT
*> NONE OF THEM SEE IS A REFERENCE INTO ANOTHER FILE GOING STALE
*> AFTERWARD -- A STUDENT DELETED BY P6, A COURSE DROPPED BY P7, A
*> TERM REMOVED BY P19. THIS RUN LOOKS FOR THOSE.
FD MASTER-FILE.
01 SM-RECORD.
    05 SM-STUDENT-NUMBER      PIC X(10).
    05 SM-STUDENT-NAME        PIC A(19).
    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

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

FD HISTORY-FILE.
01 HST-RECORD.
    05 HST-REC-TYPE           PIC X(01).
    05 HST-STUDENT-NUMBER     PIC X(10).
    05 HST-CUM-EARNED         PIC 9999.99.
    05 HST-CUM-ATTEMPTED      PIC 9999.99.
    05 HST-CUM-QPTS           PIC 99999.99.
    05 HST-LOW-GPA-STREAK     PIC 9(01).
    05 HST-STANDING           PIC X(11).
    05 HST-AS-OF-SEMESTER     PIC X(15).

FD HOLD-FILE.
01 HLD-RECORD.
    05 HLD-STUDENT-NUMBER     PIC X(10).
    05 HLD-HOLD-TYPE          PIC X(10).
    05 HLD-HOLD-DATE          PIC 9(08).

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

FD CATALOG-FILE.
01 CAT-RECORD.
    05 CAT-COURSE             PIC X(15).
    05 CAT-COURSE-TITLE       PIC X(30).
    05 CAT-HOURS              PIC 99.99.
    05 CAT-ACTIVE-FLAG        PIC X(01).
    05 CAT-PREREQ-1           PIC X(15).
    05 CAT-PREREQ-2           PIC X(15).

FD ARTICULATION-FILE.
01 ART-RECORD.
    05 ART-INSTITUTION        PIC X(08).
    05 ART-EXT-COURSE         PIC X(15).
    05 ART-COURSE             PIC X(15).
    05 ART-HOURS              PIC 99.99.
    05 ART-CATEGORY           PIC X(08).
    05 ART-MIN-GRADE          PIC X(02).
    05 ART-APPROVED-BY        PIC X(20).
    05 ART-APPROVED-DATE      PIC 9(08).

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

FD REQ-FILE.
01 REQ-RECORD.
    05 REQ-MAJOR-CODE         PIC X(06).
    05 REQ-CATALOG-YEAR       PIC 9(04).
    05 REQ-CAT-CODE           PIC X(08).
    05 REQ-HOURS-NEEDED       PIC 99.99.

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(110).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 EOF                       PIC A       VALUE "N".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-ARC-STATUS             PIC XX      VALUE "00".
01 WS-HST-STATUS             PIC XX      VALUE "00".
01 WS-HLD-STATUS             PIC XX      VALUE "00".
01 WS-EXC-STATUS             PIC XX      VALUE "00".
01 WS-CAT-STATUS             PIC XX      VALUE "00".
01 WS-ART-STATUS             PIC XX      VALUE "00".
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-REQ-STATUS             PIC XX      VALUE "00".
01 WS-ON-MASTER              PIC A       VALUE "N".
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
01 WS-RUN-TIME-RAW           PIC 9(08)   VALUE ZERO.
01 WS-ERROR-COUNT            PIC 9(06)   VALUE ZERO.
01 WS-WARNING-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-SWEEP-RC               PIC 9(02)   VALUE ZERO.

*> ONE SLOT PER KIND OF BROKEN REFERENCE. EACH KIND CARRIES A FIXED
*> SEVERITY: AN ERROR IS A REFERENCE A DOWNSTREAM PROGRAM WILL ACT
*> ON WRONGLY (A HOLD THAT BLOCKS NOBODY, A SNAPSHOT NO TERM OWNS, A
*> PREREQUISITE NO STUDENT CAN EVER MEET); A WARNING IS ONE THAT IS
*> MERELY STALE OR THAT THE SWEEP COULD NOT CHECK.
01 WS-CATEGORY-COUNT         PIC 9(02)   VALUE 14.
01 WS-CATEGORY-NO            PIC 9(02)   VALUE ZERO.
01 CATEGORY-TABLE.
    05 CGT-ENTRY OCCURS 14 TIMES INDEXED BY CGT-IDX.
        10 CGT-SEVERITY      PIC X(07).
        10 CGT-FILE          PIC X(12).
        10 CGT-PROBLEM       PIC X(36).
        10 CGT-COUNT         PIC 9(06).

*> WHAT A FINDING POINTS AT: THE RECORD'S KEY (ONE OR TWO PARTS) AND
*> THE VALUE IN IT THAT DID NOT RESOLVE.
01 WS-FND-KEY-1              PIC X(15)   VALUE SPACE.
01 WS-FND-KEY-2              PIC X(15)   VALUE SPACE.
01 WS-FND-REFERENCE          PIC X(15)   VALUE SPACE.
01 WS-COUNT-TEXT.
    05 WS-CTX-COUNT          PIC ZZZZ9.
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CTX-LABEL          PIC X(09)   VALUE SPACE.

*> MAJORS CARRIED ON THE MASTER, WITH HOW MANY STUDENTS CARRY EACH --
*> SAME TABLE P32 BUILDS.
01 WS-MAX-MAJORS             PIC 9(03)   VALUE 500.
01 WS-MAJOR-COUNT            PIC 9(03)   VALUE ZERO.
01 WS-MAJOR-ON-MASTER        PIC 9(03)   VALUE ZERO.
01 WS-MAJOR-LOOKUP           PIC X(06)   VALUE SPACE.
01 MAJOR-TABLE.
    05 MJT-ENTRY OCCURS 500 TIMES INDEXED BY MJT-IDX.
        10 MJT-MAJOR-CODE    PIC X(06).
        10 MJT-STUDENT-COUNT PIC 9(05).

*> MAJORS ON THE REQUIREMENTS FILE, WITH HOW MANY LINES EACH HAS
*> ACROSS ALL ITS CATALOG YEARS.
01 WS-REQUIREMENTS-LOADED    PIC A       VALUE "N".
01 WS-REQ-MAJOR-COUNT        PIC 9(03)   VALUE ZERO.
01 WS-REQ-MAJOR-ENTRY        PIC 9(03)   VALUE ZERO.
01 REQ-MAJOR-TABLE.
    05 RMT-ENTRY OCCURS 500 TIMES INDEXED BY RMT-IDX.
        10 RMT-MAJOR-CODE    PIC X(06).
        10 RMT-LINE-COUNT    PIC 9(05).

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

01 WS-CATALOG-LOADED         PIC A       VALUE "N".
01 WS-MAX-CATALOG            PIC 9(03)   VALUE 500.
01 WS-CATALOG-COUNT          PIC 9(03)   VALUE ZERO.
01 WS-CATALOG-ENTRY          PIC 9(03)   VALUE ZERO.
01 WS-COURSE-LOOKUP          PIC X(15)   VALUE SPACE.
01 WS-PREREQ-SCAN            PIC 9(03)   VALUE ZERO.
01 CATALOG-TABLE.
    05 CTT-ENTRY OCCURS 500 TIMES INDEXED BY CTT-IDX.
        10 CTT-COURSE        PIC X(15).
        10 CTT-ACTIVE-FLAG   PIC X(01).
        10 CTT-PREREQ-1      PIC X(15).
        10 CTT-PREREQ-2      PIC X(15).

01 WS-REPORT-TITLE.
    05 FILLER                PIC X(30)
        VALUE "CROSS-FILE INTEGRITY SWEEP".
    05 FILLER                PIC X(05)   VALUE "RUN  ".
    05 WS-RTL-DATE           PIC 9(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-RTL-TIME           PIC 9(06).

01 WS-DETAIL-LABELS.
    05 FILLER                PIC X(09)   VALUE "SEVERITY".
    05 FILLER                PIC X(13)   VALUE "FILE".
    05 FILLER                PIC X(16)   VALUE "KEY".
    05 FILLER                PIC X(16)   VALUE SPACE.
    05 FILLER                PIC X(16)   VALUE "REFERENCE".
    05 FILLER                PIC X(36)   VALUE "PROBLEM".

01 WS-DETAIL-LINE.
    05 WDL-SEVERITY          PIC X(07).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WDL-FILE              PIC X(12).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WDL-KEY-1             PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WDL-KEY-2             PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WDL-REFERENCE         PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WDL-PROBLEM           PIC X(36).

01 WS-SECTION-LINE           PIC X(40)
    VALUE "SUMMARY BY CATEGORY".

01 WS-SUMMARY-LINE.
    05 WSL-SEVERITY          PIC X(07).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WSL-FILE              PIC X(12).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WSL-PROBLEM           PIC X(36).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WSL-COUNT             PIC ZZZZZ9.

01 WS-TOTAL-LINE.
    05 WTL-LABEL             PIC X(22).
    05 WTL-COUNT             PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.

    PERFORM OPENING-PROCEDURE.
    PERFORM BUILD-CATEGORY-TABLE.
    PERFORM LOAD-MASTER-MAJORS.
    PERFORM LOAD-CALENDAR-TABLE.
    PERFORM LOAD-CATALOG-TABLE.
    PERFORM LOAD-REQUIREMENT-MAJORS.

    PERFORM CHECK-ARCHIVE-FILE.
    PERFORM CHECK-HISTORY-FILE.
    PERFORM CHECK-HOLD-FILE.
    PERFORM CHECK-EXCEPTION-FILE.
    PERFORM CHECK-CATALOG-PREREQUISITES.
    PERFORM CHECK-ARTICULATION-FILE.
    PERFORM CHECK-REQUIREMENT-MAJORS.
    PERFORM CHECK-MASTER-MAJORS.

    PERFORM WRITE-SUMMARY.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN OUTPUT OUT-FILE.
    MOVE WS-RUN-DATE TO WS-RTL-DATE.
    MOVE WS-RUN-TIME-RAW(1:6) TO WS-RTL-TIME.
    DISPLAY WS-REPORT-TITLE.
    WRITE OUT-PRINT-LINE FROM WS-REPORT-TITLE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LABELS.

*> THE RETURN CODE IS WHAT P12 AND THE BACKUP STEP ACT ON:
*>    0  EVERY REFERENCE RESOLVED
*>    4  WARNINGS ONLY -- SAFE TO BACK UP, WORTH A LOOK
*>    8  ONE OR MORE ERRORS -- DO NOT BACK UP OVER THE LAST GOOD SET
*>   16  THE MASTER COULD NOT BE READ, SO NOTHING WAS CHECKED
CLOSING-PROCEDURE.
    EVALUATE TRUE
        WHEN WS-ERROR-COUNT > ZERO
            MOVE 8 TO WS-SWEEP-RC
        WHEN WS-WARNING-COUNT > ZERO
            MOVE 4 TO WS-SWEEP-RC
        WHEN OTHER
            MOVE ZERO TO WS-SWEEP-RC
    END-EVALUATE.

    MOVE "RETURN CODE:" TO WTL-LABEL.
    MOVE WS-SWEEP-RC TO WTL-COUNT.
    WRITE OUT-PRINT-LINE FROM WS-TOTAL-LINE.
    CLOSE MASTER-FILE, OUT-FILE.

    DISPLAY "ERRORS:      " WS-ERROR-COUNT.
    DISPLAY "WARNINGS:    " WS-WARNING-COUNT.
    DISPLAY "RETURN CODE: " WS-SWEEP-RC.
    MOVE WS-SWEEP-RC TO RETURN-CODE.

BUILD-CATEGORY-TABLE.
    MOVE "ERROR" TO CGT-SEVERITY(1).
    MOVE "P2Arc.dat" TO CGT-FILE(1).
    MOVE "STUDENT NOT ON MASTER" TO CGT-PROBLEM(1).
    MOVE "ERROR" TO CGT-SEVERITY(2).
    MOVE "P2Arc.dat" TO CGT-FILE(2).
    MOVE "TERM NOT ON CALENDAR" TO CGT-PROBLEM(2).
    MOVE "ERROR" TO CGT-SEVERITY(3).
    MOVE "P2Arc.dat" TO CGT-FILE(3).
    MOVE "TERM KEY DISAGREES WITH CALENDAR" TO CGT-PROBLEM(3).
    MOVE "ERROR" TO CGT-SEVERITY(4).
    MOVE "P2Hst.dat" TO CGT-FILE(4).
    MOVE "STUDENT NOT ON MASTER" TO CGT-PROBLEM(4).
    MOVE "WARNING" TO CGT-SEVERITY(5).
    MOVE "P2Hst.dat" TO CGT-FILE(5).
    MOVE "AS-OF TERM NOT ON CALENDAR" TO CGT-PROBLEM(5).
    MOVE "ERROR" TO CGT-SEVERITY(6).
    MOVE "Holds.dat" TO CGT-FILE(6).
    MOVE "STUDENT NOT ON MASTER" TO CGT-PROBLEM(6).
    MOVE "ERROR" TO CGT-SEVERITY(7).
    MOVE "Except.dat" TO CGT-FILE(7).
    MOVE "STUDENT NOT ON MASTER" TO CGT-PROBLEM(7).
    MOVE "ERROR" TO CGT-SEVERITY(8).
    MOVE "Catalog.dat" TO CGT-FILE(8).
    MOVE "PREREQUISITE NOT IN CATALOG" TO CGT-PROBLEM(8).
    MOVE "WARNING" TO CGT-SEVERITY(9).
    MOVE "Catalog.dat" TO CGT-FILE(9).
    MOVE "PREREQUISITE INACTIVE" TO CGT-PROBLEM(9).
    MOVE "ERROR" TO CGT-SEVERITY(10).
    MOVE "Artic.dat" TO CGT-FILE(10).
    MOVE "MAPPED COURSE NOT IN CATALOG" TO CGT-PROBLEM(10).
    MOVE "WARNING" TO CGT-SEVERITY(11).
    MOVE "Artic.dat" TO CGT-FILE(11).
    MOVE "MAPPED COURSE INACTIVE" TO CGT-PROBLEM(11).
    MOVE "WARNING" TO CGT-SEVERITY(12).
    MOVE "P4Req.dat" TO CGT-FILE(12).
    MOVE "MAJOR NOT CARRIED BY ANY STUDENT" TO CGT-PROBLEM(12).
    MOVE "WARNING" TO CGT-SEVERITY(13).
    MOVE "StuMast.dat" TO CGT-FILE(13).
    MOVE "MAJOR HAS NO REQUIREMENT LINES" TO CGT-PROBLEM(13).
    MOVE "WARNING" TO CGT-SEVERITY(14).
    MOVE "(FILE)" TO CGT-FILE(14).
    MOVE "FILE NOT AVAILABLE - CHECKS SKIPPED" TO CGT-PROBLEM(14).

    PERFORM VARYING CGT-IDX FROM 1 BY 1
            UNTIL CGT-IDX > WS-CATEGORY-COUNT
        MOVE ZERO TO CGT-COUNT(CGT-IDX)
    END-PERFORM.

*> ONE LINE PER BROKEN REFERENCE, UNDER THE CATEGORY IN
*> WS-CATEGORY-NO, COUNTED BOTH FOR THE CATEGORY AND ITS SEVERITY.
WRITE-FINDING.
    SET CGT-IDX TO WS-CATEGORY-NO.
    ADD 1 TO CGT-COUNT(CGT-IDX).
    IF CGT-SEVERITY(CGT-IDX) = "ERROR" THEN
        ADD 1 TO WS-ERROR-COUNT
    ELSE
        ADD 1 TO WS-WARNING-COUNT
    END-IF.

    MOVE CGT-SEVERITY(CGT-IDX) TO WDL-SEVERITY.
    MOVE CGT-FILE(CGT-IDX) TO WDL-FILE.
    MOVE WS-FND-KEY-1 TO WDL-KEY-1.
    MOVE WS-FND-KEY-2 TO WDL-KEY-2.
    MOVE WS-FND-REFERENCE TO WDL-REFERENCE.
    MOVE CGT-PROBLEM(CGT-IDX) TO WDL-PROBLEM.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LINE.

*> A FILE THE SWEEP NEEDED TO RESOLVE REFERENCES AGAINST (OR TO
*> CHECK) IS NOT ON DISK; ITS NAME IS IN WS-FND-KEY-1.
WRITE-FILE-MISSING.
    MOVE 14 TO WS-CATEGORY-NO.
    MOVE SPACE TO WS-FND-KEY-2.
    MOVE SPACE TO WS-FND-REFERENCE.
    PERFORM WRITE-FINDING.

*> THE MASTER IS WHAT MOST REFERENCES RESOLVE AGAINST. WITHOUT IT THE
*> SWEEP WOULD REPORT EVERY STUDENT AS AN ORPHAN, SO IT STOPS HERE
*> WITH THE CODE THAT TELLS P12 NOTHING WAS CHECKED.
LOAD-MASTER-MAJORS.
    OPEN INPUT MASTER-FILE.
    IF WS-MST-STATUS NOT = "00" THEN
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " - SWEEP STOPPED ***"
        MOVE "*** STUDENT MASTER NOT AVAILABLE - SWEEP STOPPED ***"
            TO OUT-PRINT-LINE
        WRITE OUT-PRINT-LINE
        CLOSE OUT-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-MASTER.
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
    END-PERFORM.

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

*> SETS WS-ON-MASTER FOR THE STUDENT NUMBER IN WS-FND-KEY-1.
LOOKUP-STUDENT-MASTER.
    MOVE "N" TO WS-ON-MASTER.
    MOVE WS-FND-KEY-1 TO SM-STUDENT-NUMBER.
    READ MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-ON-MASTER
    END-READ.

LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        MOVE "TermCal.dat" TO WS-FND-KEY-1
        PERFORM WRITE-FILE-MISSING
    ELSE
        PERFORM READ-NEXT-CALENDAR
        PERFORM UNTIL EOF = "Y"
            IF WS-CAL-TERM-COUNT >= WS-MAX-CAL-TERMS THEN
                DISPLAY "*** TERM CALENDAR TABLE FULL - RUN STOPPED ***"
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

LOAD-CATALOG-TABLE.
    OPEN INPUT CATALOG-FILE.
    IF WS-CAT-STATUS NOT = "00" THEN
        MOVE "Catalog.dat" TO WS-FND-KEY-1
        PERFORM WRITE-FILE-MISSING
    ELSE
        PERFORM READ-NEXT-CATALOG
        PERFORM UNTIL EOF = "Y"
            IF WS-CATALOG-COUNT >= WS-MAX-CATALOG THEN
                DISPLAY "*** CATALOG TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CATALOG-COUNT
            SET CTT-IDX TO WS-CATALOG-COUNT
            MOVE CAT-COURSE TO CTT-COURSE(CTT-IDX)
            MOVE CAT-ACTIVE-FLAG TO CTT-ACTIVE-FLAG(CTT-IDX)
            MOVE CAT-PREREQ-1 TO CTT-PREREQ-1(CTT-IDX)
            MOVE CAT-PREREQ-2 TO CTT-PREREQ-2(CTT-IDX)
            PERFORM READ-NEXT-CATALOG
        END-PERFORM
        CLOSE CATALOG-FILE
        MOVE "Y" TO WS-CATALOG-LOADED
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-CATALOG.
    READ CATALOG-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> SETS WS-CATALOG-ENTRY TO THE CATALOG SLOT FOR WS-COURSE-LOOKUP, OR
*> ZERO.
FIND-CATALOG-COURSE.
    MOVE ZERO TO WS-CATALOG-ENTRY.
    PERFORM VARYING CTT-IDX FROM 1 BY 1
            UNTIL CTT-IDX > WS-CATALOG-COUNT
        IF CTT-COURSE(CTT-IDX) = WS-COURSE-LOOKUP THEN
            SET WS-CATALOG-ENTRY TO CTT-IDX
        END-IF
    END-PERFORM.

LOAD-REQUIREMENT-MAJORS.
    OPEN INPUT REQ-FILE.
    IF WS-REQ-STATUS NOT = "00" THEN
        MOVE "P4Req.dat" TO WS-FND-KEY-1
        PERFORM WRITE-FILE-MISSING
    ELSE
        PERFORM READ-NEXT-REQUIREMENT
        PERFORM UNTIL EOF = "Y"
            MOVE REQ-MAJOR-CODE TO WS-MAJOR-LOOKUP
            PERFORM FIND-REQUIREMENT-MAJOR
            IF WS-REQ-MAJOR-ENTRY = ZERO THEN
                IF WS-REQ-MAJOR-COUNT >= WS-MAX-MAJORS THEN
                    DISPLAY "*** MAJOR TABLE FULL - RUN STOPPED ***"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-REQ-MAJOR-COUNT
                MOVE WS-REQ-MAJOR-COUNT TO WS-REQ-MAJOR-ENTRY
                SET RMT-IDX TO WS-REQ-MAJOR-COUNT
                MOVE REQ-MAJOR-CODE TO RMT-MAJOR-CODE(RMT-IDX)
                MOVE ZERO TO RMT-LINE-COUNT(RMT-IDX)
            END-IF
            SET RMT-IDX TO WS-REQ-MAJOR-ENTRY
            ADD 1 TO RMT-LINE-COUNT(RMT-IDX)
            PERFORM READ-NEXT-REQUIREMENT
        END-PERFORM
        CLOSE REQ-FILE
        MOVE "Y" TO WS-REQUIREMENTS-LOADED
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-REQUIREMENT.
    READ REQ-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> SETS WS-REQ-MAJOR-ENTRY TO THE REQUIREMENT-MAJOR SLOT FOR
*> WS-MAJOR-LOOKUP, OR ZERO.
FIND-REQUIREMENT-MAJOR.
    MOVE ZERO TO WS-REQ-MAJOR-ENTRY.
    PERFORM VARYING RMT-IDX FROM 1 BY 1
            UNTIL RMT-IDX > WS-REQ-MAJOR-COUNT
        IF RMT-MAJOR-CODE(RMT-IDX) = WS-MAJOR-LOOKUP THEN
            SET WS-REQ-MAJOR-ENTRY TO RMT-IDX
        END-IF
    END-PERFORM.

*> EVERY SNAPSHOT MUST BELONG TO A STUDENT ON THE MASTER AND TO A TERM
*> ON THE CALENDAR, FILED UNDER THE YEAR AND RANK THE CALENDAR GIVES
*> THAT TERM -- OTHERWISE P14 AND P30 READ IT OUT OF ORDER OR NOT AT
*> ALL.
CHECK-ARCHIVE-FILE.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARC-STATUS NOT = "00" THEN
        MOVE "P2Arc.dat" TO WS-FND-KEY-1
        PERFORM WRITE-FILE-MISSING
    ELSE
        PERFORM READ-NEXT-ARCHIVE
        PERFORM UNTIL EOF = "Y"
            MOVE ARC-STUDENT-NUMBER TO WS-FND-KEY-1
            MOVE ARC-SEMESTER TO WS-FND-KEY-2
            PERFORM LOOKUP-STUDENT-MASTER
            IF WS-ON-MASTER = "N" THEN
                MOVE ARC-STUDENT-NUMBER TO WS-FND-REFERENCE
                MOVE 1 TO WS-CATEGORY-NO
                PERFORM WRITE-FINDING
            END-IF

            IF WS-CALENDAR-LOADED = "Y" THEN
                MOVE ARC-SEMESTER TO WS-CAL-LOOKUP
                PERFORM FIND-CALENDAR-TERM
                MOVE ARC-SEMESTER TO WS-FND-REFERENCE
                IF WS-CAL-ENTRY = ZERO THEN
                    MOVE 2 TO WS-CATEGORY-NO
                    PERFORM WRITE-FINDING
                ELSE
                    SET CAL-IDX TO WS-CAL-ENTRY
                    IF CAL-TERM-YEAR(CAL-IDX) NOT = ARC-TERM-YEAR
                            OR CAL-TERM-RANK(CAL-IDX)
                                NOT = ARC-TERM-RANK THEN
                        MOVE 3 TO WS-CATEGORY-NO
                        PERFORM WRITE-FINDING
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-ARCHIVE
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-ARCHIVE.
    READ ARCHIVE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> A MISSING HISTORY, HOLDS, EXCEPTIONS OR ARTICULATION FILE HAS
*> NOTHING IN IT TO GO STALE, SO IT IS PASSED OVER WITHOUT A FINDING.
CHECK-HISTORY-FILE.
    OPEN INPUT HISTORY-FILE.
    IF WS-HST-STATUS = "00" THEN
        PERFORM READ-NEXT-HISTORY
        PERFORM UNTIL EOF = "Y"
            MOVE HST-STUDENT-NUMBER TO WS-FND-KEY-1
            MOVE HST-AS-OF-SEMESTER TO WS-FND-KEY-2
            PERFORM LOOKUP-STUDENT-MASTER
            IF WS-ON-MASTER = "N" THEN
                MOVE HST-STUDENT-NUMBER TO WS-FND-REFERENCE
                MOVE 4 TO WS-CATEGORY-NO
                PERFORM WRITE-FINDING
            END-IF

            IF WS-CALENDAR-LOADED = "Y"
                    AND HST-AS-OF-SEMESTER NOT = SPACE THEN
                MOVE HST-AS-OF-SEMESTER TO WS-CAL-LOOKUP
                PERFORM FIND-CALENDAR-TERM
                IF WS-CAL-ENTRY = ZERO THEN
                    MOVE HST-AS-OF-SEMESTER TO WS-FND-REFERENCE
                    MOVE 5 TO WS-CATEGORY-NO
                    PERFORM WRITE-FINDING
                END-IF
            END-IF
            PERFORM READ-NEXT-HISTORY
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-HISTORY.
    READ HISTORY-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> A HOLD FILED UNDER A NUMBER NOBODY HAS BLOCKS NOBODY -- MOST
*> LIKELY THE STUDENT IT WAS MEANT FOR IS GETTING TRANSCRIPTS.
CHECK-HOLD-FILE.
    OPEN INPUT HOLD-FILE.
    IF WS-HLD-STATUS = "00" THEN
        PERFORM READ-NEXT-HOLD
        PERFORM UNTIL EOF = "Y"
            IF HLD-STUDENT-NUMBER NOT = SPACE THEN
                MOVE HLD-STUDENT-NUMBER TO WS-FND-KEY-1
                MOVE HLD-HOLD-TYPE TO WS-FND-KEY-2
                PERFORM LOOKUP-STUDENT-MASTER
                IF WS-ON-MASTER = "N" THEN
                    MOVE HLD-STUDENT-NUMBER TO WS-FND-REFERENCE
                    MOVE 6 TO WS-CATEGORY-NO
                    PERFORM WRITE-FINDING
                END-IF
            END-IF
            PERFORM READ-NEXT-HOLD
        END-PERFORM
        CLOSE HOLD-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

CHECK-EXCEPTION-FILE.
    OPEN INPUT EXCEPTION-FILE.
    IF WS-EXC-STATUS = "00" THEN
        PERFORM READ-NEXT-EXCEPTION
        PERFORM UNTIL EOF = "Y"
            MOVE EXC-STUDENT-NUMBER TO WS-FND-KEY-1
            MOVE EXC-COURSE TO WS-FND-KEY-2
            PERFORM LOOKUP-STUDENT-MASTER
            IF WS-ON-MASTER = "N" THEN
                MOVE EXC-STUDENT-NUMBER TO WS-FND-REFERENCE
                MOVE 7 TO WS-CATEGORY-NO
                PERFORM WRITE-FINDING
            END-IF
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

*> A PREREQUISITE THAT IS NO LONGER CATALOGED CAN NEVER BE TAKEN, SO
*> P1 WOULD REJECT EVERY RECORD FOR THE COURSE THAT NAMES IT. AN
*> INACTIVE PREREQUISITE ONLY MATTERS ON A COURSE STILL OFFERED.
CHECK-CATALOG-PREREQUISITES.
    IF WS-CATALOG-LOADED = "Y" THEN
        PERFORM VARYING CTT-IDX FROM 1 BY 1
                UNTIL CTT-IDX > WS-CATALOG-COUNT
            MOVE CTT-COURSE(CTT-IDX) TO WS-FND-KEY-1
            IF CTT-PREREQ-1(CTT-IDX) NOT = SPACE THEN
                MOVE "PREREQUISITE 1" TO WS-FND-KEY-2
                MOVE CTT-PREREQ-1(CTT-IDX) TO WS-FND-REFERENCE
                PERFORM CHECK-ONE-PREREQUISITE
            END-IF
            IF CTT-PREREQ-2(CTT-IDX) NOT = SPACE THEN
                MOVE "PREREQUISITE 2" TO WS-FND-KEY-2
                MOVE CTT-PREREQ-2(CTT-IDX) TO WS-FND-REFERENCE
                PERFORM CHECK-ONE-PREREQUISITE
            END-IF
        END-PERFORM
    END-IF.

*> THE PREREQUISITE IN WS-FND-REFERENCE FOR THE COURSE AT CTT-IDX.
*> THE LOOKUP RUNS ON ITS OWN SUBSCRIPT SO CTT-IDX IS LEFT ALONE.
CHECK-ONE-PREREQUISITE.
    MOVE ZERO TO WS-CATALOG-ENTRY.
    PERFORM VARYING WS-PREREQ-SCAN FROM 1 BY 1
            UNTIL WS-PREREQ-SCAN > WS-CATALOG-COUNT
        IF CTT-COURSE(WS-PREREQ-SCAN) = WS-FND-REFERENCE THEN
            MOVE WS-PREREQ-SCAN TO WS-CATALOG-ENTRY
        END-IF
    END-PERFORM.

    EVALUATE TRUE
        WHEN WS-CATALOG-ENTRY = ZERO
            MOVE 8 TO WS-CATEGORY-NO
            PERFORM WRITE-FINDING
        WHEN CTT-ACTIVE-FLAG(WS-CATALOG-ENTRY) NOT = "A"
                AND CTT-ACTIVE-FLAG(CTT-IDX) = "A"
            MOVE 9 TO WS-CATEGORY-NO
            PERFORM WRITE-FINDING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A MAPPING TO A RETIRED COURSE SENDS EVERY INCOMING COPY OF THAT
*> OUTSIDE COURSE BACK TO HAND EVALUATION (SEE P39).
CHECK-ARTICULATION-FILE.
    OPEN INPUT ARTICULATION-FILE.
    IF WS-ART-STATUS = "00" AND WS-CATALOG-LOADED = "Y" THEN
        PERFORM READ-NEXT-ARTICULATION
        PERFORM UNTIL EOF = "Y"
            MOVE ART-INSTITUTION TO WS-FND-KEY-1
            MOVE ART-EXT-COURSE TO WS-FND-KEY-2
            MOVE ART-COURSE TO WS-FND-REFERENCE
            MOVE ART-COURSE TO WS-COURSE-LOOKUP
            PERFORM FIND-CATALOG-COURSE
            IF WS-CATALOG-ENTRY = ZERO THEN
                MOVE 10 TO WS-CATEGORY-NO
                PERFORM WRITE-FINDING
            ELSE
                IF CTT-ACTIVE-FLAG(WS-CATALOG-ENTRY) NOT = "A" THEN
                    MOVE 11 TO WS-CATEGORY-NO
                    PERFORM WRITE-FINDING
                END-IF
            END-IF
            PERFORM READ-NEXT-ARTICULATION
        END-PERFORM
    END-IF.

    IF WS-ART-STATUS = "00" THEN
        CLOSE ARTICULATION-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-ARTICULATION.
    READ ARTICULATION-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> REQUIREMENT LINES FOR A MAJOR NOBODY CARRIES ARE OFTEN A TYPO IN
*> THE MAJOR CODE -- OR A NEW PROGRAM NOT YET ENROLLING -- SO THEY
*> ARE LISTED AS WARNINGS, ONE LINE PER MAJOR.
CHECK-REQUIREMENT-MAJORS.
    MOVE "LINES" TO WS-CTX-LABEL.
    PERFORM VARYING RMT-IDX FROM 1 BY 1
            UNTIL RMT-IDX > WS-REQ-MAJOR-COUNT
        MOVE RMT-MAJOR-CODE(RMT-IDX) TO WS-MAJOR-LOOKUP
        PERFORM FIND-MASTER-MAJOR
        IF WS-MAJOR-ON-MASTER = ZERO THEN
            MOVE RMT-MAJOR-CODE(RMT-IDX) TO WS-FND-KEY-1
            MOVE RMT-LINE-COUNT(RMT-IDX) TO WS-CTX-COUNT
            MOVE WS-COUNT-TEXT TO WS-FND-KEY-2
            MOVE RMT-MAJOR-CODE(RMT-IDX) TO WS-FND-REFERENCE
            MOVE 12 TO WS-CATEGORY-NO
            PERFORM WRITE-FINDING
        END-IF
    END-PERFORM.

*> THE OTHER DIRECTION: STUDENTS IN A MAJOR THE AUDIT HAS NOTHING TO
*> CHECK THEM AGAINST. SKIPPED WHEN THE REQUIREMENTS FILE IS MISSING,
*> WHICH HAS ALREADY BEEN REPORTED.
CHECK-MASTER-MAJORS.
    IF WS-REQUIREMENTS-LOADED = "Y" THEN
        MOVE "STUDENTS" TO WS-CTX-LABEL
        PERFORM VARYING MJT-IDX FROM 1 BY 1
                UNTIL MJT-IDX > WS-MAJOR-COUNT
            MOVE MJT-MAJOR-CODE(MJT-IDX) TO WS-MAJOR-LOOKUP
            PERFORM FIND-REQUIREMENT-MAJOR
            IF WS-REQ-MAJOR-ENTRY = ZERO THEN
                MOVE MJT-MAJOR-CODE(MJT-IDX) TO WS-FND-KEY-1
                MOVE MJT-STUDENT-COUNT(MJT-IDX) TO WS-CTX-COUNT
                MOVE WS-COUNT-TEXT TO WS-FND-KEY-2
                MOVE MJT-MAJOR-CODE(MJT-IDX) TO WS-FND-REFERENCE
                MOVE 13 TO WS-CATEGORY-NO
                PERFORM WRITE-FINDING
            END-IF
        END-PERFORM
    END-IF.

*> EVERY CATEGORY IS LISTED, EVEN AT ZERO, SO THE REPORT SHOWS WHAT
*> WAS CHECKED AS WELL AS WHAT WAS FOUND.
WRITE-SUMMARY.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SECTION-LINE.
    PERFORM VARYING CGT-IDX FROM 1 BY 1
            UNTIL CGT-IDX > WS-CATEGORY-COUNT
        MOVE CGT-SEVERITY(CGT-IDX) TO WSL-SEVERITY
        MOVE CGT-FILE(CGT-IDX) TO WSL-FILE
        MOVE CGT-PROBLEM(CGT-IDX) TO WSL-PROBLEM
        MOVE CGT-COUNT(CGT-IDX) TO WSL-COUNT
        WRITE OUT-PRINT-LINE FROM WS-SUMMARY-LINE
    END-PERFORM.

    WRITE OUT-PRINT-LINE FROM WS-SPACE.
    MOVE "ERRORS:" TO WTL-LABEL.
    MOVE WS-ERROR-COUNT TO WTL-COUNT.
    WRITE OUT-PRINT-LINE FROM WS-TOTAL-LINE.
    MOVE "WARNINGS:" TO WTL-LABEL.
    MOVE WS-WARNING-COUNT TO WTL-COUNT.
    WRITE OUT-PRINT-LINE FROM WS-TOTAL-LINE.
