IDENTIFICATION DIVISION.
PROGRAM-ID. P42.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IN-FILE ASSIGN TO "P42In.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IN-STATUS.
    SELECT SCHEDULE-FILE ASSIGN TO "P42Sch.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCH-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT SORT-FILE ASSIGN TO "P42Srt.tmp".
    SELECT MISSING-SORT-FILE ASSIGN TO "P42Mss.tmp".
    SELECT OUT-FILE ASSIGN TO "P42Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO "P42Rej.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MISSING-FILE ASSIGN TO "P42Mis.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> GRADE ROSTERS AS THE INSTRUCTORS SUBMIT THEM, ONE PER COURSE
*> SECTION: AN "H" HEADER NAMING THE COURSE, SECTION, SEMESTER AND
*> INSTRUCTOR, THEN ONE "S" LINE PER ENROLLED STUDENT WITH THE GRADE
*> (BLANK WHEN THE INSTRUCTOR HASN'T GIVEN ONE). THE HEADER CARRIES
*> THE REQ-CATEGORY THE SECTION NORMALLY COUNTS TOWARD; A STUDENT LINE
*> NAMES ITS OWN CATEGORY ONLY WHEN IT COUNTS DIFFERENTLY FOR THAT
*> STUDENT.
FD IN-FILE.
01 ROSTER-HEADER-RECORD.
    05 RH-REC-TYPE            PIC X(01).
        88 RH-REC-IS-HEADER       VALUE "H".
        88 RH-REC-IS-STUDENT      VALUE "S".
    05 RH-COURSE              PIC X(15).
    05 RH-SECTION             PIC X(04).
    05 RH-SEMESTER            PIC X(15).
    05 RH-INSTRUCTOR          PIC X(20).
    05 RH-CATEGORY            PIC X(08).
01 ROSTER-STUDENT-RECORD.
    05 RS-REC-TYPE            PIC X(01).
    05 RS-STUDENT-NUMBER      PIC X(10).
    05 RS-GRADE               PIC X(05).
    05 RS-CATEGORY            PIC X(08).
    05 FILLER                 PIC X(39).

*> THE SECTIONS THE REGISTRAR EXPECTS A ROSTER FOR THIS TERM. ANY
*> SECTION LISTED HERE THAT NO ACCEPTED ROSTER COVERED GOES ON THE
*> MISSING-GRADE REPORT. WITH NO SCHEDULE ON DISK THE ROSTERS STILL
*> GO THROUGH, AND THE REPORT SAYS UNROSTERED SECTIONS WEREN'T
*> CHECKED.
FD SCHEDULE-FILE.
01 SCH-RECORD.
    05 SCH-COURSE             PIC X(15).
    05 SCH-SECTION            PIC X(04).
    05 SCH-SEMESTER           PIC X(15).
    05 SCH-INSTRUCTOR         PIC X(20).

*> COURSE CATALOG (MAINTAINED BY P7): THE OFFICIAL TITLE AND HOURS
*> EVERY C RECORD CARRIES, SO P1'S CATALOG EDITS PASS THEM.
FD CATALOG-FILE.
01 CAT-RECORD.
    05 CAT-COURSE             PIC X(15).
    05 CAT-COURSE-TITLE       PIC X(30).
    05 CAT-HOURS              PIC 99.99.
    05 CAT-ACTIVE-FLAG        PIC X(01).
    05 CAT-PREREQ-1           PIC X(15).
    05 CAT-PREREQ-2           PIC X(15).

*> TERM CALENDAR (MAINTAINED BY P19): THE TERMS A ROSTER MAY BE FOR,
*> THE YEAR AND RANK THE SORT KEY NEEDS, AND WHICH TERMS ARE CLOSED.
*> A CLOSED TERM TAKES NO ROSTERS -- ITS GRADES CHANGE ONLY THROUGH
*> P8 WITH A LATE-CHANGE AUTHORIZATION.
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

SD SORT-FILE.
01 SORT-RECORD.
    05 SORT-STUDENT-NUMBER    PIC X(10).
    05 SORT-TERM-YEAR         PIC 9(04).
    05 SORT-TERM-RANK         PIC 9(01).
    05 SORT-COURSE            PIC X(15).
    05 SORT-SEQ               PIC 9(06).
    05 SORT-SECTION           PIC X(04).
    05 SORT-EARNED            PIC 99V99.
    05 SORT-ROSTER-LINE       PIC X(63).
    05 SORT-IMAGE             PIC X(94).

*> ONE ENTRY PER MISSING GRADE OR UNROSTERED SECTION, SORTED INTO
*> DEPARTMENT AND INSTRUCTOR ORDER FOR THE FOLLOW-UP REPORT. A
*> SECTION ENTRY HAS NO STUDENT, SO IT SORTS AHEAD OF ANY STUDENT
*> ENTRIES FOR THE SAME SECTION.
SD MISSING-SORT-FILE.
01 MISSING-SORT-RECORD.
    05 MSR-DEPT               PIC X(08).
    05 MSR-INSTRUCTOR         PIC X(20).
    05 MSR-COURSE             PIC X(15).
    05 MSR-TERM-YEAR          PIC 9(04).
    05 MSR-TERM-RANK          PIC 9(01).
    05 MSR-SECTION            PIC X(04).
    05 MSR-STUDENT-NUMBER     PIC X(10).
    05 MSR-SEMESTER           PIC X(15).
    05 MSR-KIND               PIC X(01).
        88 MSR-IS-GRADE           VALUE "G".
        88 MSR-IS-SECTION         VALUE "S".
    05 MSR-CONDITION          PIC X(30).

*> C RECORDS IN P1'S INPUT LAYOUT, IN STUDENT AND TERM ORDER. P11
*> PICKS THIS FILE UP AS ITS GRADE ROSTER FEED AND MERGES IT INTO THE
*> CONSOLIDATED FILE THAT BECOMES P1In.dat. ENDS WITH A "Z" TRAILER
*> CARRYING THE RECORD COUNT AND EARNED HOURS, WHICH P11 CHECKS THE
*> FEED AGAINST.
FD OUT-FILE.
01 OUT-RECORD                PIC X(94).
01 OUT-TRAILER-RECORD.
    05 OUT-TRL-REC-TYPE       PIC X(01).
    05 OUT-TRL-RECORD-COUNT   PIC 9(06).
    05 OUT-TRL-TOTAL-HOURS    PIC 9(05)V99.
    05 FILLER                 PIC X(80).

*> ROSTER LINES THAT COULD NOT BE TAKEN: THE LINE AS SUBMITTED, THE
*> SECTION IT BELONGS TO, AND THE REASON -- SO IT GOES BACK TO THE
*> INSTRUCTOR OR DEPARTMENT THAT SENT IT.
FD REJECT-FILE.
01 REJECT-RECORD.
    05 REJ-IMAGE              PIC X(63).
    05 FILLER                 PIC X(01).
    05 REJ-COURSE             PIC X(15).
    05 FILLER                 PIC X(01).
    05 REJ-SECTION            PIC X(04).
    05 FILLER                 PIC X(01).
    05 REJ-REASON             PIC X(30).

FD MISSING-FILE.
01 OUT-PRINT-LINE            PIC X(100).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-IN-STATUS              PIC XX      VALUE "00".
01 WS-SCH-STATUS             PIC XX      VALUE "00".
01 WS-CAT-STATUS             PIC XX      VALUE "00".
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
01 WS-RELEASE-SEQ            PIC 9(06)   VALUE ZERO.
01 WS-SCHEDULE-LOADED        PIC A       VALUE "N".

*> RUN COUNTERS FOR THE CONSOLE.
01 WS-ROSTERS-READ           PIC 9(06)   VALUE ZERO.
01 WS-ROSTERS-REJECTED       PIC 9(06)   VALUE ZERO.
01 WS-LINES-READ             PIC 9(06)   VALUE ZERO.
01 WS-LINES-REJECTED         PIC 9(06)   VALUE ZERO.
01 WS-NR-COUNT               PIC 9(06)   VALUE ZERO.
01 WS-UNROSTERED-COUNT       PIC 9(06)   VALUE ZERO.

*> THE ROSTER BEING READ. ITS HEADER'S VERDICT COVERS EVERY STUDENT
*> LINE UNDER IT: A REJECTED HEADER TAKES ITS WHOLE ROSTER WITH IT.
01 WS-ROSTER-OPEN            PIC A       VALUE "N".
01 WS-ROSTER-REASON          PIC X(30)   VALUE SPACE.
01 WS-LINE-REASON            PIC X(30)   VALUE SPACE.
01 WS-CURR-ROSTER.
    05 WS-CURR-COURSE        PIC X(15)   VALUE SPACE.
    05 WS-CURR-SECTION       PIC X(04)   VALUE SPACE.
    05 WS-CURR-SEMESTER      PIC X(15)   VALUE SPACE.
    05 WS-CURR-INSTRUCTOR    PIC X(20)   VALUE SPACE.
    05 WS-CURR-CATEGORY      PIC X(08)   VALUE SPACE.
01 WS-CURR-TERM-YEAR         PIC 9(04)   VALUE ZERO.
01 WS-CURR-TERM-RANK         PIC 9(01)   VALUE ZERO.
01 WS-CURR-TITLE             PIC X(30)   VALUE SPACE.
01 WS-CURR-HOURS             PIC 99V99   VALUE ZERO.
01 WS-CURR-ROSTER-ENTRY      PIC 9(04)   VALUE ZERO.

*> THE STUDENT LINE BEING CONVERTED. A BLANK OR UNREADABLE GRADE GOES
*> OUT AS "NR" SO THE COURSE STAYS ON THE TRANSCRIPT AS NOT REPORTED;
*> EVERY ONE OF THEM IS ALSO LISTED FOR FOLLOW-UP.
01 WS-LINE-CATEGORY          PIC X(08)   VALUE SPACE.
    88 WS-CATEGORY-IS-VALID       VALUE "CORE    " "MAJOR   "
                                        "ELECTIVE".
01 WS-LINE-GRADE             PIC X(05)   VALUE SPACE.
01 WS-GRADE-OK               PIC A       VALUE "N".
01 WS-MISSING-CONDITION      PIC X(30)   VALUE SPACE.

*> THE C RECORD BUILT FOR EACH ACCEPTED STUDENT LINE.
01 WS-FEED-RECORD.
    05 FR-REC-TYPE            PIC X(01).
    05 FR-STUDENT-NUMBER      PIC X(10).
    05 FR-SEMESTER            PIC X(15).
    05 FR-COURSE              PIC X(15).
    05 FR-COURSE-TITLE        PIC X(30).
    05 FR-GRADE               PIC X(05).
    05 FR-EARNED              PIC 99.99.
    05 FR-ATTEMPTED-HOURS     PIC 99.99.
    05 FR-REQ-CATEGORY        PIC X(08).

*> OUTPUT TRAILER COUNTERS, BUILT ON THE SORTED SIDE.
01 WS-OUT-RECORD-COUNT       PIC 9(06)   VALUE ZERO.
01 WS-OUT-TOTAL-HOURS        PIC 9(05)V99 VALUE ZERO.

*> THE LAST C RECORD WRITTEN, SO A STUDENT WHO TURNS UP ON TWO
*> SECTIONS OF THE SAME COURSE IN THE SAME TERM IS CAUGHT HERE
*> INSTEAD OF DOUBLE-COUNTING THE HOURS THROUGH P2.
01 WS-PREV-STUDENT           PIC X(10)   VALUE SPACE.
01 WS-PREV-TERM-YEAR         PIC 9(04)   VALUE ZERO.
01 WS-PREV-TERM-RANK         PIC 9(01)   VALUE ZERO.
01 WS-PREV-COURSE            PIC X(15)   VALUE SPACE.

*> COURSE CATALOG LOADED INTO MEMORY AT STARTUP, SAME AS P1. WITH NO
*> CATALOG THERE IS NO TITLE OR HOURS TO PUT ON THE FEED, SO THE RUN
*> STOPS.
01 WS-MAX-CATALOG            PIC 9(03)   VALUE 500.
01 WS-CATALOG-COUNT          PIC 9(03)   VALUE ZERO.
01 WS-CATALOG-ENTRY          PIC 9(03)   VALUE ZERO.
01 CATALOG-TABLE.
    05 CTT-ENTRY OCCURS 500 TIMES INDEXED BY CTT-IDX.
        10 CTT-COURSE        PIC X(15).
        10 CTT-COURSE-TITLE  PIC X(30).
        10 CTT-HOURS         PIC 99V99.
        10 CTT-ACTIVE-FLAG   PIC X(01).

*> TERM CALENDAR LOADED AT STARTUP. IT IS REQUIRED: THE FEED HAS TO
*> COME OUT IN TERM ORDER, AND A CLOSED TERM MUST NOT TAKE ROSTERS.
01 WS-MAX-CAL-TERMS          PIC 9(03)   VALUE 200.
01 WS-CAL-TERM-COUNT         PIC 9(03)   VALUE ZERO.
01 WS-CAL-ENTRY              PIC 9(03)   VALUE ZERO.
01 WS-CAL-LOOKUP             PIC X(15)   VALUE SPACE.
01 CAL-TERM-TABLE.
    05 CAL-ENTRY OCCURS 200 TIMES INDEXED BY CAL-IDX.
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-TERM-YEAR     PIC 9(04).
        10 CAL-TERM-RANK     PIC 9(01).
        10 CAL-CLOSED-FLAG   PIC X(01).
            88 CAL-TERM-IS-CLOSED VALUE "C".

*> EVERY ROSTER HEADER READ, ACCEPTED OR NOT. IT CATCHES A SECTION
*> SUBMITTED TWICE, AND IS WHAT THE SCHEDULE IS CHECKED AGAINST.
01 WS-MAX-ROSTERS            PIC 9(04)   VALUE 2000.
01 WS-ROSTER-COUNT           PIC 9(04)   VALUE ZERO.
01 WS-ROSTER-ENTRY           PIC 9(04)   VALUE ZERO.
01 WS-ROSTER-REJECT-SEEN     PIC A       VALUE "N".
01 ROSTER-TABLE.
    05 RST-ENTRY OCCURS 2000 TIMES INDEXED BY RST-IDX.
        10 RST-COURSE        PIC X(15).
        10 RST-SECTION       PIC X(04).
        10 RST-SEMESTER      PIC X(15).
        10 RST-STATUS        PIC X(01).
            88 RST-IS-ACCEPTED    VALUE "A".
            88 RST-IS-REJECTED    VALUE "R".
        10 RST-STUDENTS      PIC 9(04).

*> THE STUDENTS ALREADY TAKEN FROM THE CURRENT ROSTER, SO A STUDENT
*> LISTED TWICE ON ONE SECTION IS TURNED AWAY THE SECOND TIME.
01 WS-MAX-ROSTER-STUDENTS    PIC 9(04)   VALUE 1000.
01 WS-ROSTER-STUDENT-COUNT   PIC 9(04)   VALUE ZERO.
01 WS-DUP-STUDENT            PIC A       VALUE "N".
01 ROSTER-STUDENT-TABLE.
    05 RSL-ENTRY OCCURS 1000 TIMES INDEXED BY RSL-IDX.
        10 RSL-STUDENT       PIC X(10).

*> MISSING GRADES AND UNROSTERED SECTIONS, HELD UNTIL THE ROSTERS ARE
*> ALL READ AND THEN RELEASED TO THE REPORT SORT.
01 WS-MAX-MISSING            PIC 9(05)   VALUE 5000.
01 WS-MISSING-COUNT          PIC 9(05)   VALUE ZERO.
01 MISSING-TABLE.
    05 MST-ENTRY OCCURS 5000 TIMES INDEXED BY MST-IDX.
        10 MST-INSTRUCTOR    PIC X(20).
        10 MST-COURSE        PIC X(15).
        10 MST-SECTION       PIC X(04).
        10 MST-SEMESTER      PIC X(15).
        10 MST-TERM-YEAR     PIC 9(04).
        10 MST-TERM-RANK     PIC 9(01).
        10 MST-STUDENT       PIC X(10).
        10 MST-KIND          PIC X(01).
        10 MST-CONDITION     PIC X(30).

*> DEPARTMENT CODE: THE LEADING LETTERS OF THE COURSE NUMBER, THE
*> SAME DERIVATION P28 USES.
01 WS-DEPT-COURSE            PIC X(15)   VALUE SPACE.
01 WS-DEPT-CODE              PIC X(08)   VALUE SPACE.
01 WS-PREFIX-SCAN            PIC 9(02)   VALUE ZERO.
01 WS-PREFIX-DONE            PIC A       VALUE "N".

*> CONTROL BREAKS AND SUBTOTALS ON THE MISSING-GRADE REPORT.
01 WS-FIRST-ITEM             PIC A       VALUE "Y".
01 WS-PRINT-DEPT             PIC X(08)   VALUE SPACE.
01 WS-PRINT-INSTRUCTOR       PIC X(20)   VALUE SPACE.
01 WS-INS-GRADES             PIC 9(06)   VALUE ZERO.
01 WS-INS-SECTIONS           PIC 9(06)   VALUE ZERO.
01 WS-DEPT-GRADES            PIC 9(06)   VALUE ZERO.
01 WS-DEPT-SECTIONS          PIC 9(06)   VALUE ZERO.
01 WS-ALL-GRADES             PIC 9(06)   VALUE ZERO.
01 WS-ALL-SECTIONS           PIC 9(06)   VALUE ZERO.

01 WS-TITLE-LINE.
    05 FILLER                PIC X(35)   VALUE
       "MISSING GRADE FOLLOW-UP - RUN DATE ".
    05 WS-TTL-DATE           PIC 9(08).
01 WS-NOTE-LINE              PIC X(100)  VALUE SPACE.
01 WS-COLUMN-HEADER.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 FILLER                PIC X(16)   VALUE "COURSE".
    05 FILLER                PIC X(05)   VALUE "SECT".
    05 FILLER                PIC X(16)   VALUE "SEMESTER".
    05 FILLER                PIC X(11)   VALUE "STUDENT".
    05 FILLER                PIC X(30)   VALUE "CONDITION".
01 WS-DEPT-HEADING.
    05 FILLER                PIC X(11)   VALUE "DEPARTMENT ".
    05 WS-DHD-DEPT           PIC X(08).
01 WS-INSTRUCTOR-HEADING.
    05 FILLER                PIC X(13)   VALUE "  INSTRUCTOR ".
    05 WS-IHD-INSTRUCTOR     PIC X(20).
01 WS-DETAIL-LINE.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-DTL-COURSE         PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-SECTION        PIC X(04).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-SEMESTER       PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-STUDENT        PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-CONDITION      PIC X(30).
01 WS-TOTAL-LINE.
    05 WS-TOT-LABEL          PIC X(24).
    05 FILLER                PIC X(21)   VALUE "GRADES NOT REPORTED ".
    05 WS-TOT-GRADES         PIC ZZZ,ZZ9.
    05 FILLER                PIC X(25)   VALUE
       "   SECTIONS NOT ROSTERED ".
    05 WS-TOT-SECTIONS       PIC ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM LOAD-CATALOG-TABLE.
    PERFORM LOAD-TERM-CALENDAR.
    OPEN OUTPUT REJECT-FILE.

    SORT SORT-FILE
        ON ASCENDING KEY SORT-STUDENT-NUMBER
                         SORT-TERM-YEAR
                         SORT-TERM-RANK
                         SORT-COURSE
                         SORT-SEQ
        INPUT PROCEDURE IS READ-ALL-ROSTERS
        OUTPUT PROCEDURE IS WRITE-GRADE-FEED.

    OPEN OUTPUT MISSING-FILE.
    SORT MISSING-SORT-FILE
        ON ASCENDING KEY MSR-DEPT
                         MSR-INSTRUCTOR
                         MSR-COURSE
                         MSR-TERM-YEAR
                         MSR-TERM-RANK
                         MSR-SECTION
                         MSR-STUDENT-NUMBER
        INPUT PROCEDURE IS RELEASE-MISSING-ITEMS
        OUTPUT PROCEDURE IS PRINT-MISSING-REPORT.

    CLOSE REJECT-FILE, MISSING-FILE.
    DISPLAY "ROSTERS READ:          " WS-ROSTERS-READ.
    DISPLAY "ROSTERS REJECTED:      " WS-ROSTERS-REJECTED.
    DISPLAY "STUDENT LINES READ:    " WS-LINES-READ.
    DISPLAY "STUDENT LINES REJECTED:" WS-LINES-REJECTED.
    DISPLAY "C RECORDS WRITTEN:     " WS-OUT-RECORD-COUNT.
    DISPLAY "SENT AS NR:            " WS-NR-COUNT.
    DISPLAY "SECTIONS NOT ROSTERED: " WS-UNROSTERED-COUNT.

PROGRAM-DONE.
    STOP RUN.

*> READS THE ROSTERS, CHECKS EACH HEADER AGAINST THE CATALOG AND THE
*> TERM CALENDAR, AND RELEASES A C RECORD FOR EVERY STUDENT LINE
*> UNDER AN ACCEPTED HEADER. ANYTHING TURNED AWAY GOES TO THE REJECT
*> FILE; EVERY BLANK GRADE IS NOTED FOR THE MISSING-GRADE REPORT.
READ-ALL-ROSTERS SECTION.
READ-ROSTERS-BEGIN.
    OPEN INPUT IN-FILE.
    IF WS-IN-STATUS NOT = "00" THEN
        DISPLAY "*** NO GRADE ROSTERS ON FILE (P42In.dat) ***"
    ELSE
        MOVE "N" TO EOF
        PERFORM READ-NEXT-ROSTER-LINE
        PERFORM UNTIL EOF = "Y"
            EVALUATE TRUE
                WHEN RH-REC-IS-HEADER
                    PERFORM FINISH-ROSTER
                    PERFORM START-ROSTER
                WHEN RH-REC-IS-STUDENT
                    PERFORM HANDLE-STUDENT-LINE
                WHEN OTHER
                    ADD 1 TO WS-LINES-READ
                    ADD 1 TO WS-LINES-REJECTED
                    MOVE "RECORD TYPE NOT H OR S" TO WS-LINE-REASON
                    PERFORM WRITE-LINE-REJECT
            END-EVALUATE
            PERFORM READ-NEXT-ROSTER-LINE
        END-PERFORM
        PERFORM FINISH-ROSTER
        CLOSE IN-FILE
    END-IF.
    MOVE "N" TO EOF.

READ-ROSTERS-EXIT.
    EXIT.

ROSTER-SUPPORT SECTION.

READ-NEXT-ROSTER-LINE.
    READ IN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> READS THE COURSE CATALOG INTO ITS TABLE AT STARTUP.
LOAD-CATALOG-TABLE.
    OPEN INPUT CATALOG-FILE.
    IF WS-CAT-STATUS NOT = "00" THEN
        DISPLAY "*** NO CATALOG ON FILE - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-CATALOG.
    PERFORM UNTIL EOF = "Y"
        IF WS-CATALOG-COUNT >= WS-MAX-CATALOG THEN
            DISPLAY "*** CATALOG TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CATALOG-COUNT
        SET CTT-IDX TO WS-CATALOG-COUNT
        MOVE CAT-COURSE TO CTT-COURSE(CTT-IDX)
        MOVE CAT-COURSE-TITLE TO CTT-COURSE-TITLE(CTT-IDX)
        MOVE CAT-HOURS TO CTT-HOURS(CTT-IDX)
        MOVE CAT-ACTIVE-FLAG TO CTT-ACTIVE-FLAG(CTT-IDX)
        PERFORM READ-NEXT-CATALOG
    END-PERFORM.
    CLOSE CATALOG-FILE.
    MOVE "N" TO EOF.

READ-NEXT-CATALOG.
    READ CATALOG-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP.
LOAD-TERM-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        DISPLAY "*** NO TERM CALENDAR ON FILE - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-CALENDAR.
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
        MOVE TCL-CLOSED-FLAG TO CAL-CLOSED-FLAG(CAL-IDX)
        PERFORM READ-NEXT-CALENDAR
    END-PERFORM.
    CLOSE CALENDAR-FILE.
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

*> SETS WS-CATALOG-ENTRY TO THE CURRENT COURSE'S CATALOG SLOT, OR ZERO.
FIND-CATALOG-ENTRY.
    MOVE ZERO TO WS-CATALOG-ENTRY.
    PERFORM VARYING CTT-IDX FROM 1 BY 1
            UNTIL CTT-IDX > WS-CATALOG-COUNT
        IF CTT-COURSE(CTT-IDX) = WS-CURR-COURSE THEN
            SET WS-CATALOG-ENTRY TO CTT-IDX
        END-IF
    END-PERFORM.

*> A NEW HEADER: CHECK IT, FILE IT IN THE ROSTER TABLE EITHER WAY, AND
*> START A FRESH STUDENT LIST FOR IT.
START-ROSTER.
    ADD 1 TO WS-ROSTERS-READ.
    MOVE "Y" TO WS-ROSTER-OPEN.
    MOVE RH-COURSE TO WS-CURR-COURSE.
    MOVE RH-SECTION TO WS-CURR-SECTION.
    MOVE RH-SEMESTER TO WS-CURR-SEMESTER.
    MOVE RH-INSTRUCTOR TO WS-CURR-INSTRUCTOR.
    MOVE RH-CATEGORY TO WS-CURR-CATEGORY.
    MOVE ZERO TO WS-ROSTER-STUDENT-COUNT.
    PERFORM CHECK-ROSTER-HEADER.

    IF WS-ROSTER-COUNT >= WS-MAX-ROSTERS THEN
        DISPLAY "*** ROSTER TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-ROSTER-COUNT.
    SET RST-IDX TO WS-ROSTER-COUNT.
    MOVE WS-CURR-COURSE TO RST-COURSE(RST-IDX).
    MOVE WS-CURR-SECTION TO RST-SECTION(RST-IDX).
    MOVE WS-CURR-SEMESTER TO RST-SEMESTER(RST-IDX).
    MOVE ZERO TO RST-STUDENTS(RST-IDX).
    MOVE WS-ROSTER-COUNT TO WS-CURR-ROSTER-ENTRY.

    IF WS-ROSTER-REASON = SPACE THEN
        MOVE "A" TO RST-STATUS(RST-IDX)
    ELSE
        MOVE "R" TO RST-STATUS(RST-IDX)
        ADD 1 TO WS-ROSTERS-REJECTED
        MOVE WS-ROSTER-REASON TO WS-LINE-REASON
        PERFORM WRITE-LINE-REJECT
    END-IF.

*> LEAVES THE REASON THE HEADER CANNOT BE TAKEN IN WS-ROSTER-REASON,
*> OR SPACES, AND SETS THE CATALOG TITLE/HOURS AND TERM KEY FOR THE
*> STUDENT LINES THAT FOLLOW.
CHECK-ROSTER-HEADER.
    MOVE SPACE TO WS-ROSTER-REASON.
    MOVE ZERO TO WS-CURR-TERM-YEAR.
    MOVE ZERO TO WS-CURR-TERM-RANK.
    PERFORM FIND-CATALOG-ENTRY.
    MOVE WS-CURR-SEMESTER TO WS-CAL-LOOKUP.
    PERFORM FIND-CALENDAR-TERM.
    PERFORM FIND-ACCEPTED-ROSTER.

    EVALUATE TRUE
        WHEN WS-CURR-COURSE = SPACE OR WS-CURR-SEMESTER = SPACE
            MOVE "COURSE OR SEMESTER MISSING" TO WS-ROSTER-REASON
        WHEN WS-CURR-INSTRUCTOR = SPACE
            MOVE "INSTRUCTOR MISSING" TO WS-ROSTER-REASON
        WHEN WS-CATALOG-ENTRY = ZERO
            MOVE "COURSE NOT IN CATALOG" TO WS-ROSTER-REASON
        WHEN CTT-ACTIVE-FLAG(WS-CATALOG-ENTRY) NOT = "A"
            MOVE "COURSE INACTIVE IN CATALOG" TO WS-ROSTER-REASON
        WHEN WS-CAL-ENTRY = ZERO
            MOVE "SEMESTER NOT ON CALENDAR" TO WS-ROSTER-REASON
        WHEN CAL-TERM-IS-CLOSED(WS-CAL-ENTRY)
            MOVE "TERM CLOSED - CHANGE VIA P8" TO WS-ROSTER-REASON
        WHEN WS-ROSTER-ENTRY > ZERO
            MOVE "SECTION ROSTER ALREADY READ" TO WS-ROSTER-REASON
        WHEN OTHER
            MOVE CTT-COURSE-TITLE(WS-CATALOG-ENTRY) TO WS-CURR-TITLE
            MOVE CTT-HOURS(WS-CATALOG-ENTRY) TO WS-CURR-HOURS
            MOVE CAL-TERM-YEAR(WS-CAL-ENTRY) TO WS-CURR-TERM-YEAR
            MOVE CAL-TERM-RANK(WS-CAL-ENTRY) TO WS-CURR-TERM-RANK
    END-EVALUATE.

*> SETS WS-ROSTER-ENTRY TO AN ACCEPTED ROSTER ALREADY READ FOR THE
*> CURRENT COURSE/SECTION/SEMESTER, OR ZERO; WS-ROSTER-REJECT-SEEN
*> SAYS WHETHER A REJECTED ONE WAS READ FOR IT.
FIND-ACCEPTED-ROSTER.
    MOVE ZERO TO WS-ROSTER-ENTRY.
    MOVE "N" TO WS-ROSTER-REJECT-SEEN.
    PERFORM VARYING RST-IDX FROM 1 BY 1
            UNTIL RST-IDX > WS-ROSTER-COUNT
        IF RST-COURSE(RST-IDX) = WS-CURR-COURSE
                AND RST-SECTION(RST-IDX) = WS-CURR-SECTION
                AND RST-SEMESTER(RST-IDX) = WS-CURR-SEMESTER THEN
            IF RST-IS-ACCEPTED(RST-IDX) THEN
                SET WS-ROSTER-ENTRY TO RST-IDX
            ELSE
                MOVE "Y" TO WS-ROSTER-REJECT-SEEN
            END-IF
        END-IF
    END-PERFORM.

*> AN ACCEPTED ROSTER THAT CAME IN WITH NO STUDENT LINES AT ALL IS
*> AS GOOD AS NO ROSTER, AND IS LISTED AS SUCH.
FINISH-ROSTER.
    IF WS-ROSTER-OPEN = "Y" AND WS-ROSTER-REASON = SPACE THEN
        SET RST-IDX TO WS-CURR-ROSTER-ENTRY
        IF RST-STUDENTS(RST-IDX) = ZERO THEN
            MOVE "ROSTER HAS NO STUDENT LINES" TO WS-MISSING-CONDITION
            PERFORM ADD-MISSING-SECTION
        END-IF
    END-IF.
    MOVE "N" TO WS-ROSTER-OPEN.

*> ONE STUDENT LINE. IT IS TAKEN ONLY UNDER AN ACCEPTED HEADER, FOR A
*> STUDENT NOT ALREADY ON THE ROSTER, WITH A USABLE CATEGORY.
HANDLE-STUDENT-LINE.
    ADD 1 TO WS-LINES-READ.
    MOVE RS-CATEGORY TO WS-LINE-CATEGORY.
    IF WS-LINE-CATEGORY = SPACE THEN
        MOVE WS-CURR-CATEGORY TO WS-LINE-CATEGORY
    END-IF.
    PERFORM FIND-ROSTER-STUDENT.

    MOVE SPACE TO WS-LINE-REASON.
    EVALUATE TRUE
        WHEN WS-ROSTER-OPEN = "N"
            MOVE "NO ROSTER HEADER" TO WS-LINE-REASON
        WHEN WS-ROSTER-REASON NOT = SPACE
            MOVE "ROSTER HEADER REJECTED" TO WS-LINE-REASON
        WHEN RS-STUDENT-NUMBER = SPACE
            MOVE "STUDENT NUMBER BLANK" TO WS-LINE-REASON
        WHEN WS-DUP-STUDENT = "Y"
            MOVE "STUDENT TWICE ON ROSTER" TO WS-LINE-REASON
        WHEN NOT WS-CATEGORY-IS-VALID
            MOVE "CATEGORY NOT CORE/MAJOR/ELECT" TO WS-LINE-REASON
    END-EVALUATE.

    IF WS-LINE-REASON NOT = SPACE THEN
        ADD 1 TO WS-LINES-REJECTED
        PERFORM WRITE-LINE-REJECT
        EXIT PARAGRAPH
    END-IF.

    PERFORM ADD-ROSTER-STUDENT.
    PERFORM SET-LINE-GRADE.
    PERFORM RELEASE-FEED-RECORD.

*> SETS WS-DUP-STUDENT WHEN THE LINE'S STUDENT IS ALREADY ON THE
*> CURRENT ROSTER.
FIND-ROSTER-STUDENT.
    MOVE "N" TO WS-DUP-STUDENT.
    PERFORM VARYING RSL-IDX FROM 1 BY 1
            UNTIL RSL-IDX > WS-ROSTER-STUDENT-COUNT
        IF RSL-STUDENT(RSL-IDX) = RS-STUDENT-NUMBER THEN
            MOVE "Y" TO WS-DUP-STUDENT
        END-IF
    END-PERFORM.

ADD-ROSTER-STUDENT.
    IF WS-ROSTER-STUDENT-COUNT >= WS-MAX-ROSTER-STUDENTS THEN
        DISPLAY "*** ROSTER STUDENT TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-ROSTER-STUDENT-COUNT.
    SET RSL-IDX TO WS-ROSTER-STUDENT-COUNT.
    MOVE RS-STUDENT-NUMBER TO RSL-STUDENT(RSL-IDX).
    SET RST-IDX TO WS-CURR-ROSTER-ENTRY.
    ADD 1 TO RST-STUDENTS(RST-IDX).

*> A GRADE P1 WILL TAKE GOES THROUGH AS GIVEN: A/B/C/D WITH AN
*> OPTIONAL + OR -, OR A BARE F, W OR I. A BLANK GRADE, AN "NR", OR
*> ANYTHING ELSE GOES OUT AS "NR" AND IS LISTED FOR FOLLOW-UP.
SET-LINE-GRADE.
    MOVE RS-GRADE TO WS-LINE-GRADE.
    MOVE "N" TO WS-GRADE-OK.
    EVALUATE TRUE
        WHEN WS-LINE-GRADE(1:1) = "A" OR "B" OR "C" OR "D"
            IF (WS-LINE-GRADE(2:1) = SPACE OR "+" OR "-")
                    AND WS-LINE-GRADE(3:3) = SPACE THEN
                MOVE "Y" TO WS-GRADE-OK
            END-IF
        WHEN WS-LINE-GRADE(1:1) = "F" OR "W" OR "I"
            IF WS-LINE-GRADE(2:4) = SPACE THEN
                MOVE "Y" TO WS-GRADE-OK
            END-IF
    END-EVALUATE.

    IF WS-GRADE-OK = "N" THEN
        IF WS-LINE-GRADE = SPACE OR WS-LINE-GRADE = "NR   " THEN
            MOVE "NO GRADE - SENT AS NR" TO WS-MISSING-CONDITION
        ELSE
            MOVE SPACE TO WS-MISSING-CONDITION
            STRING "BAD GRADE " DELIMITED BY SIZE
                   WS-LINE-GRADE DELIMITED BY SPACE
                   " - SENT AS NR" DELIMITED BY SIZE
                INTO WS-MISSING-CONDITION
        END-IF
        MOVE "NR   " TO WS-LINE-GRADE
        ADD 1 TO WS-NR-COUNT
        PERFORM ADD-MISSING-GRADE
    END-IF.

*> THE C RECORD: CATALOG TITLE, THE CATALOG HOURS AS ATTEMPTED, AND
*> AS EARNED ONLY FOR A PASSING A-D GRADE -- THE SAME PAIRING P1'S
*> CATALOG EDIT HOLDS THE FEED TO.
RELEASE-FEED-RECORD.
    MOVE SPACE TO WS-FEED-RECORD.
    MOVE "C" TO FR-REC-TYPE.
    MOVE RS-STUDENT-NUMBER TO FR-STUDENT-NUMBER.
    MOVE WS-CURR-SEMESTER TO FR-SEMESTER.
    MOVE WS-CURR-COURSE TO FR-COURSE.
    MOVE WS-CURR-TITLE TO FR-COURSE-TITLE.
    MOVE WS-LINE-GRADE TO FR-GRADE.
    MOVE WS-CURR-HOURS TO FR-ATTEMPTED-HOURS.
    MOVE WS-LINE-CATEGORY TO FR-REQ-CATEGORY.
    IF WS-LINE-GRADE(1:1) = "A" OR "B" OR "C" OR "D" THEN
        MOVE WS-CURR-HOURS TO FR-EARNED
        MOVE WS-CURR-HOURS TO SORT-EARNED
    ELSE
        MOVE ZERO TO FR-EARNED
        MOVE ZERO TO SORT-EARNED
    END-IF.

    MOVE RS-STUDENT-NUMBER TO SORT-STUDENT-NUMBER.
    MOVE WS-CURR-TERM-YEAR TO SORT-TERM-YEAR.
    MOVE WS-CURR-TERM-RANK TO SORT-TERM-RANK.
    MOVE WS-CURR-COURSE TO SORT-COURSE.
    ADD 1 TO WS-RELEASE-SEQ.
    MOVE WS-RELEASE-SEQ TO SORT-SEQ.
    MOVE WS-CURR-SECTION TO SORT-SECTION.
    MOVE ROSTER-STUDENT-RECORD TO SORT-ROSTER-LINE.
    MOVE WS-FEED-RECORD TO SORT-IMAGE.
    RELEASE SORT-RECORD.

WRITE-LINE-REJECT.
    MOVE SPACE TO REJECT-RECORD.
    MOVE ROSTER-HEADER-RECORD TO REJ-IMAGE.
    MOVE WS-CURR-COURSE TO REJ-COURSE.
    MOVE WS-CURR-SECTION TO REJ-SECTION.
    MOVE WS-LINE-REASON TO REJ-REASON.
    WRITE REJECT-RECORD.

*> FILES A MISSING GRADE FOR THE CURRENT STUDENT LINE.
ADD-MISSING-GRADE.
    PERFORM ADD-MISSING-ENTRY.
    MOVE "G" TO MST-KIND(MST-IDX).
    MOVE WS-CURR-INSTRUCTOR TO MST-INSTRUCTOR(MST-IDX).
    MOVE RS-STUDENT-NUMBER TO MST-STUDENT(MST-IDX).

*> FILES THE CURRENT ROSTER'S SECTION AS NOT ROSTERED.
ADD-MISSING-SECTION.
    PERFORM ADD-MISSING-ENTRY.
    MOVE "S" TO MST-KIND(MST-IDX).
    MOVE WS-CURR-INSTRUCTOR TO MST-INSTRUCTOR(MST-IDX).
    MOVE SPACE TO MST-STUDENT(MST-IDX).

ADD-MISSING-ENTRY.
    IF WS-MISSING-COUNT >= WS-MAX-MISSING THEN
        DISPLAY "*** MISSING GRADE TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-MISSING-COUNT.
    SET MST-IDX TO WS-MISSING-COUNT.
    MOVE WS-CURR-COURSE TO MST-COURSE(MST-IDX).
    MOVE WS-CURR-SECTION TO MST-SECTION(MST-IDX).
    MOVE WS-CURR-SEMESTER TO MST-SEMESTER(MST-IDX).
    MOVE WS-CURR-TERM-YEAR TO MST-TERM-YEAR(MST-IDX).
    MOVE WS-CURR-TERM-RANK TO MST-TERM-RANK(MST-IDX).
    MOVE WS-MISSING-CONDITION TO MST-CONDITION(MST-IDX).

*> WRITES THE SORTED C RECORDS AND A TRAILER COVERING THEM. THE SORT
*> PUTS A STUDENT'S COPIES OF ONE COURSE IN ONE TERM SIDE BY SIDE, SO
*> ONE SAVED PREVIOUS KEY CATCHES A STUDENT ON TWO SECTIONS; THE
*> FIRST ROSTER READ KEEPS THE STUDENT AND THE OTHER LINE IS REJECTED.
WRITE-GRADE-FEED SECTION.
WRITE-GRADE-FEED-BEGIN.
    OPEN OUTPUT OUT-FILE.
    MOVE "N" TO EOF.

    PERFORM UNTIL EOF = "Y"
        RETURN SORT-FILE
            AT END
                MOVE "Y" TO EOF
            NOT AT END
                PERFORM HANDLE-SORTED-RECORD
        END-RETURN
    END-PERFORM.

    MOVE SPACE TO OUT-TRAILER-RECORD.
    MOVE "Z" TO OUT-TRL-REC-TYPE.
    MOVE WS-OUT-RECORD-COUNT TO OUT-TRL-RECORD-COUNT.
    MOVE WS-OUT-TOTAL-HOURS TO OUT-TRL-TOTAL-HOURS.
    WRITE OUT-TRAILER-RECORD.
    CLOSE OUT-FILE.
    MOVE "N" TO EOF.

WRITE-GRADE-FEED-EXIT.
    EXIT.

FEED-SUPPORT SECTION.

HANDLE-SORTED-RECORD.
    IF SORT-STUDENT-NUMBER = WS-PREV-STUDENT
            AND SORT-TERM-YEAR = WS-PREV-TERM-YEAR
            AND SORT-TERM-RANK = WS-PREV-TERM-RANK
            AND SORT-COURSE = WS-PREV-COURSE THEN
        ADD 1 TO WS-LINES-REJECTED
        MOVE SPACE TO REJECT-RECORD
        MOVE SORT-ROSTER-LINE TO REJ-IMAGE
        MOVE SORT-COURSE TO REJ-COURSE
        MOVE SORT-SECTION TO REJ-SECTION
        MOVE "STUDENT ON TWO SECTIONS" TO REJ-REASON
        WRITE REJECT-RECORD
    ELSE
        WRITE OUT-RECORD FROM SORT-IMAGE
        ADD 1 TO WS-OUT-RECORD-COUNT
        ADD SORT-EARNED TO WS-OUT-TOTAL-HOURS
        MOVE SORT-STUDENT-NUMBER TO WS-PREV-STUDENT
        MOVE SORT-TERM-YEAR TO WS-PREV-TERM-YEAR
        MOVE SORT-TERM-RANK TO WS-PREV-TERM-RANK
        MOVE SORT-COURSE TO WS-PREV-COURSE
    END-IF.

*> RELEASES THE MISSING GRADES FILED WHILE THE ROSTERS WERE READ, THEN
*> CHECKS THE SECTION SCHEDULE FOR SECTIONS NO ACCEPTED ROSTER COVERED.
RELEASE-MISSING-ITEMS SECTION.
RELEASE-MISSING-BEGIN.
    PERFORM VARYING MST-IDX FROM 1 BY 1
            UNTIL MST-IDX > WS-MISSING-COUNT
        PERFORM RELEASE-MISSING-ENTRY
    END-PERFORM.

    OPEN INPUT SCHEDULE-FILE.
    IF WS-SCH-STATUS NOT = "00" THEN
        DISPLAY "*** NO SECTION SCHEDULE ON FILE - UNROSTERED "
                "SECTIONS NOT CHECKED ***"
    ELSE
        MOVE "Y" TO WS-SCHEDULE-LOADED
        MOVE "N" TO EOF
        PERFORM READ-NEXT-SCHEDULE
        PERFORM UNTIL EOF = "Y"
            PERFORM CHECK-SCHEDULED-SECTION
            PERFORM READ-NEXT-SCHEDULE
        END-PERFORM
        CLOSE SCHEDULE-FILE
    END-IF.
    MOVE "N" TO EOF.

RELEASE-MISSING-EXIT.
    EXIT.

MISSING-SUPPORT SECTION.

READ-NEXT-SCHEDULE.
    READ SCHEDULE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

RELEASE-MISSING-ENTRY.
    MOVE SPACE TO MISSING-SORT-RECORD.
    MOVE MST-COURSE(MST-IDX) TO WS-DEPT-COURSE.
    PERFORM SET-DEPARTMENT-CODE.
    MOVE WS-DEPT-CODE TO MSR-DEPT.
    MOVE MST-INSTRUCTOR(MST-IDX) TO MSR-INSTRUCTOR.
    MOVE MST-COURSE(MST-IDX) TO MSR-COURSE.
    MOVE MST-TERM-YEAR(MST-IDX) TO MSR-TERM-YEAR.
    MOVE MST-TERM-RANK(MST-IDX) TO MSR-TERM-RANK.
    MOVE MST-SECTION(MST-IDX) TO MSR-SECTION.
    MOVE MST-STUDENT(MST-IDX) TO MSR-STUDENT-NUMBER.
    MOVE MST-SEMESTER(MST-IDX) TO MSR-SEMESTER.
    MOVE MST-KIND(MST-IDX) TO MSR-KIND.
    MOVE MST-CONDITION(MST-IDX) TO MSR-CONDITION.
    RELEASE MISSING-SORT-RECORD.

*> A SCHEDULED SECTION WITH AN ACCEPTED ROSTER IS COVERED (AN EMPTY
*> ONE WAS ALREADY FILED WHEN IT WAS READ). ONE WHOSE ONLY ROSTER WAS
*> REJECTED, OR THAT NO ROSTER NAMED AT ALL, IS LISTED UNDER THE
*> INSTRUCTOR THE SCHEDULE GIVES.
CHECK-SCHEDULED-SECTION.
    MOVE SCH-COURSE TO WS-CURR-COURSE.
    MOVE SCH-SECTION TO WS-CURR-SECTION.
    MOVE SCH-SEMESTER TO WS-CURR-SEMESTER.
    PERFORM FIND-ACCEPTED-ROSTER.
    IF WS-ROSTER-ENTRY > ZERO THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACE TO MISSING-SORT-RECORD.
    IF WS-ROSTER-REJECT-SEEN = "Y" THEN
        MOVE "ROSTER REJECTED - SEE P42Rej" TO MSR-CONDITION
    ELSE
        MOVE "NO ROSTER RECEIVED" TO MSR-CONDITION
    END-IF.

    MOVE SCH-SEMESTER TO WS-CAL-LOOKUP.
    PERFORM FIND-CALENDAR-TERM.
    IF WS-CAL-ENTRY > ZERO THEN
        MOVE CAL-TERM-YEAR(WS-CAL-ENTRY) TO MSR-TERM-YEAR
        MOVE CAL-TERM-RANK(WS-CAL-ENTRY) TO MSR-TERM-RANK
    ELSE
        MOVE ZERO TO MSR-TERM-YEAR
        MOVE ZERO TO MSR-TERM-RANK
    END-IF.

    MOVE SCH-COURSE TO WS-DEPT-COURSE.
    PERFORM SET-DEPARTMENT-CODE.
    MOVE WS-DEPT-CODE TO MSR-DEPT.
    MOVE SCH-INSTRUCTOR TO MSR-INSTRUCTOR.
    MOVE SCH-COURSE TO MSR-COURSE.
    MOVE SCH-SECTION TO MSR-SECTION.
    MOVE SCH-SEMESTER TO MSR-SEMESTER.
    MOVE "S" TO MSR-KIND.
    RELEASE MISSING-SORT-RECORD.

*> THE LEADING ALPHABETIC PREFIX OF THE COURSE NUMBER (UP TO EIGHT
*> LETTERS), "(NONE)" WHEN THE COURSE STARTS WITH A DIGIT.
SET-DEPARTMENT-CODE.
    MOVE SPACE TO WS-DEPT-CODE.
    MOVE "N" TO WS-PREFIX-DONE.
    PERFORM VARYING WS-PREFIX-SCAN FROM 1 BY 1
            UNTIL WS-PREFIX-SCAN > 8 OR WS-PREFIX-DONE = "Y"
        IF WS-DEPT-COURSE(WS-PREFIX-SCAN:1) IS ALPHABETIC
                AND WS-DEPT-COURSE(WS-PREFIX-SCAN:1) NOT = SPACE THEN
            MOVE WS-DEPT-COURSE(WS-PREFIX-SCAN:1)
                TO WS-DEPT-CODE(WS-PREFIX-SCAN:1)
        ELSE
            MOVE "Y" TO WS-PREFIX-DONE
        END-IF
    END-PERFORM.

    IF WS-DEPT-CODE = SPACE THEN
        MOVE "(NONE)" TO WS-DEPT-CODE
    END-IF.

*> THE FOLLOW-UP REPORT: ONE BLOCK PER DEPARTMENT, ONE PER INSTRUCTOR
*> WITHIN IT, EACH WITH ITS OWN COUNT OF GRADES NOT REPORTED AND
*> SECTIONS NOT ROSTERED, THEN THE RUN TOTALS.
PRINT-MISSING-REPORT SECTION.
PRINT-MISSING-BEGIN.
    MOVE WS-RUN-DATE TO WS-TTL-DATE.
    WRITE OUT-PRINT-LINE FROM WS-TITLE-LINE.
    IF WS-SCHEDULE-LOADED = "N" THEN
        MOVE "NO SECTION SCHEDULE ON FILE - UNROSTERED SECTIONS NOT LISTED"
            TO WS-NOTE-LINE
        WRITE OUT-PRINT-LINE FROM WS-NOTE-LINE
    END-IF.
    MOVE SPACE TO OUT-PRINT-LINE.
    WRITE OUT-PRINT-LINE.
    WRITE OUT-PRINT-LINE FROM WS-COLUMN-HEADER.

    MOVE "N" TO EOF.
    PERFORM UNTIL EOF = "Y"
        RETURN MISSING-SORT-FILE
            AT END
                MOVE "Y" TO EOF
            NOT AT END
                PERFORM HANDLE-MISSING-ITEM
        END-RETURN
    END-PERFORM.

    IF WS-FIRST-ITEM = "Y" THEN
        MOVE SPACE TO OUT-PRINT-LINE
        WRITE OUT-PRINT-LINE
        MOVE "NO MISSING GRADES AND NO UNROSTERED SECTIONS"
            TO WS-NOTE-LINE
        WRITE OUT-PRINT-LINE FROM WS-NOTE-LINE
    ELSE
        PERFORM PRINT-INSTRUCTOR-TOTAL
        PERFORM PRINT-DEPARTMENT-TOTAL
    END-IF.

    MOVE SPACE TO OUT-PRINT-LINE.
    WRITE OUT-PRINT-LINE.
    MOVE "RUN TOTAL" TO WS-TOT-LABEL.
    MOVE WS-ALL-GRADES TO WS-TOT-GRADES.
    MOVE WS-ALL-SECTIONS TO WS-TOT-SECTIONS.
    WRITE OUT-PRINT-LINE FROM WS-TOTAL-LINE.
    MOVE WS-ALL-SECTIONS TO WS-UNROSTERED-COUNT.

PRINT-MISSING-EXIT.
    EXIT.

REPORT-SUPPORT SECTION.

HANDLE-MISSING-ITEM.
    IF WS-FIRST-ITEM = "Y" THEN
        MOVE "N" TO WS-FIRST-ITEM
        PERFORM PRINT-DEPARTMENT-HEADING
        PERFORM PRINT-INSTRUCTOR-HEADING
    ELSE
        IF MSR-DEPT NOT = WS-PRINT-DEPT THEN
            PERFORM PRINT-INSTRUCTOR-TOTAL
            PERFORM PRINT-DEPARTMENT-TOTAL
            PERFORM PRINT-DEPARTMENT-HEADING
            PERFORM PRINT-INSTRUCTOR-HEADING
        ELSE
            IF MSR-INSTRUCTOR NOT = WS-PRINT-INSTRUCTOR THEN
                PERFORM PRINT-INSTRUCTOR-TOTAL
                PERFORM PRINT-INSTRUCTOR-HEADING
            END-IF
        END-IF
    END-IF.

    MOVE MSR-COURSE TO WS-DTL-COURSE.
    MOVE MSR-SECTION TO WS-DTL-SECTION.
    MOVE MSR-SEMESTER TO WS-DTL-SEMESTER.
    MOVE MSR-STUDENT-NUMBER TO WS-DTL-STUDENT.
    MOVE MSR-CONDITION TO WS-DTL-CONDITION.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LINE.

    IF MSR-IS-GRADE THEN
        ADD 1 TO WS-INS-GRADES
    ELSE
        ADD 1 TO WS-INS-SECTIONS
    END-IF.

PRINT-DEPARTMENT-HEADING.
    MOVE MSR-DEPT TO WS-PRINT-DEPT.
    MOVE SPACE TO OUT-PRINT-LINE.
    WRITE OUT-PRINT-LINE.
    MOVE MSR-DEPT TO WS-DHD-DEPT.
    WRITE OUT-PRINT-LINE FROM WS-DEPT-HEADING.

PRINT-INSTRUCTOR-HEADING.
    MOVE MSR-INSTRUCTOR TO WS-PRINT-INSTRUCTOR.
    MOVE MSR-INSTRUCTOR TO WS-IHD-INSTRUCTOR.
    WRITE OUT-PRINT-LINE FROM WS-INSTRUCTOR-HEADING.

PRINT-INSTRUCTOR-TOTAL.
    MOVE "  INSTRUCTOR TOTAL" TO WS-TOT-LABEL.
    MOVE WS-INS-GRADES TO WS-TOT-GRADES.
    MOVE WS-INS-SECTIONS TO WS-TOT-SECTIONS.
    WRITE OUT-PRINT-LINE FROM WS-TOTAL-LINE.
    ADD WS-INS-GRADES TO WS-DEPT-GRADES.
    ADD WS-INS-SECTIONS TO WS-DEPT-SECTIONS.
    MOVE ZERO TO WS-INS-GRADES.
    MOVE ZERO TO WS-INS-SECTIONS.

PRINT-DEPARTMENT-TOTAL.
    MOVE "DEPARTMENT TOTAL" TO WS-TOT-LABEL.
    MOVE WS-DEPT-GRADES TO WS-TOT-GRADES.
    MOVE WS-DEPT-SECTIONS TO WS-TOT-SECTIONS.
    WRITE OUT-PRINT-LINE FROM WS-TOTAL-LINE.
    ADD WS-DEPT-GRADES TO WS-ALL-GRADES.
    ADD WS-DEPT-SECTIONS TO WS-ALL-SECTIONS.
    MOVE ZERO TO WS-DEPT-GRADES.
    MOVE ZERO TO WS-DEPT-SECTIONS.
