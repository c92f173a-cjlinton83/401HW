        FILE STATUS IS WS-CAL-STATUS.
    SELECT OUT-FILE ASSIGN TO "P21Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "StuJrnl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.

DATA DIVISION.
FILE SECTION.
    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(80).

*> STUDENT MASTER CHANGE JOURNAL (WRITTEN BY P6), IN THE ORDER THE
*> CHANGES WERE APPLIED. READ ONLY ON AN "AS OF" RUN, TO PUT EACH
*> STUDENT BACK UNDER THE MAJOR THEY HELD AT THE END OF THAT TERM.
FD JOURNAL-FILE.
01 JRN-RECORD.
    05 JRN-RUN-DATE           PIC 9(08).
    05 FILLER                 PIC X(01).
    05 JRN-RUN-TIME           PIC 9(06).
    05 FILLER                 PIC X(01).
    05 JRN-SEQUENCE           PIC 9(06).
    05 FILLER                 PIC X(01).
    05 JRN-OPERATOR           PIC X(08).
    05 FILLER                 PIC X(01).
    05 JRN-TRANSACTION.
        10 JRN-ACTION         PIC X(01).
        10 JRN-STUDENT-NUMBER PIC X(10).
        10 JRN-TRN-DETAIL     PIC X(29).
    05 FILLER                 PIC X(01).
    05 JRN-BEFORE-IMAGE.
        10 JRB-STUDENT-NUMBER PIC X(10).
        10 JRB-STUDENT-NAME   PIC A(19).
        10 JRB-MAJOR-CODE     PIC X(06).
        10 JRB-CATALOG-YEAR   PIC 9(04).
    05 FILLER                 PIC X(01).
    05 JRN-AFTER-IMAGE.
        10 JRA-STUDENT-NUMBER PIC X(10).
        10 JRA-STUDENT-NAME   PIC A(19).
        10 JRA-MAJOR-CODE     PIC X(06).
        10 JRA-CATALOG-YEAR   PIC 9(04).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 EOF                       PIC A       VALUE "N".
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-TERM-YEAR     PIC 9(04).
        10 CAL-TERM-RANK     PIC 9(01).
        10 CAL-START-DATE    PIC 9(08).
        10 CAL-END-DATE      PIC 9(08).

*> THE COHORT: EVERY STUDENT WITH A SNAPSHOT AT THE FIRST TERM,
*> TICKED OFF WHEN THEIR SECOND-TERM SNAPSHOT TURNS UP. FILLING THE
        10 CHT-STANDING      PIC X(11).
        10 CHT-RETURNED      PIC X(01).

*> "AS OF" TERM FOR MAJORS. BLANK MEANS TODAY'S MASTER, AS BEFORE;
*> OTHERWISE EACH STUDENT THE JOURNAL HAS TOUCHED IS FILED UNDER THE
*> MAJOR THEY HELD ON THE TERM'S END DATE. JMT HOLDS THAT MAJOR FOR
*> EVERY STUDENT ON THE JOURNAL; ANYONE ELSE IS UNCHANGED SINCE THE
*> JOURNAL BEGAN AND THE MASTER ANSWERS FOR THEM.
01 WS-JRN-STATUS             PIC XX      VALUE "00".
01 WS-AS-OF-TERM             PIC X(15)   VALUE SPACE.
01 WS-AS-OF-DATE             PIC 9(08)   VALUE ZERO.
01 WS-MAX-JOURNAL-STUDENTS   PIC 9(04)   VALUE 5000.
01 WS-JOURNAL-STUDENT-COUNT  PIC 9(04)   VALUE ZERO.
01 WS-JOURNAL-ENTRY          PIC 9(04)   VALUE ZERO.
01 JOURNAL-MAJOR-TABLE.
    05 JMT-ENTRY OCCURS 5000 TIMES INDEXED BY JMT-IDX.
        10 JMT-STUDENT-NUMBER PIC X(10).
        10 JMT-MAJOR-CODE    PIC X(06).
01 WS-AS-OF-LINE.
    05 FILLER                PIC X(14)   VALUE "MAJORS AS OF  ".
    05 WS-ASL-TERM           PIC X(15)   VALUE "CURRENT MASTER".
01 WS-JRN-LOOKUP             PIC X(10)   VALUE SPACE.

*> ONE SLOT PER MAJOR-CODE, FILED IN THE ORDER FIRST SEEN, SAME AS
*> P10'S DEPARTMENT SUMMARY. NO MASTER RECORD LANDS UNDER A BLANK
*> MAJOR SO NOBODY DISAPPEARS FROM THE TOTALS.

    PERFORM LOAD-TERM-CALENDAR.
    PERFORM ACCEPT-TERM-RANGE.
    PERFORM ACCEPT-AS-OF-TERM.
    PERFORM OPENING-PROCEDURE.
    PERFORM SCAN-ARCHIVE-FILE.
    PERFORM SUMMARIZE-COHORT.
            MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
            MOVE TCL-TERM-YEAR TO CAL-TERM-YEAR(CAL-IDX)
            MOVE TCL-TERM-RANK TO CAL-TERM-RANK(CAL-IDX)
            MOVE TCL-START-DATE TO CAL-START-DATE(CAL-IDX)
            MOVE TCL-END-DATE TO CAL-END-DATE(CAL-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
        END-READ
    END-IF.

    IF WS-AS-OF-DATE > ZERO THEN
        MOVE CHT-STUDENT-NUMBER(CHT-IDX) TO WS-JRN-LOOKUP
        PERFORM FIND-JOURNAL-STUDENT
        IF WS-JOURNAL-ENTRY > ZERO THEN
            SET JMT-IDX TO WS-JOURNAL-ENTRY
            MOVE JMT-MAJOR-CODE(JMT-IDX) TO WS-MAJOR-CODE
        END-IF
    END-IF.

FIND-MAJOR-ENTRY.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING MJT-IDX FROM 1 BY 1
    MOVE WS-TO-TERM TO WS-RANGE-TO.
    DISPLAY WS-RANGE-LINE.
    WRITE OUT-PRINT-LINE FROM WS-RANGE-LINE.
    DISPLAY WS-AS-OF-LINE.
    WRITE OUT-PRINT-LINE FROM WS-AS-OF-LINE.
    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.

        MOVE ZERO TO WSC-RATE
    END-IF.
    MOVE WSC-RATE TO WS-BND-RATE.

*> THE AS-OF TERM MUST BE ON THE CALENDAR WITH DATES -- THE JOURNAL
*> IS DATED, NOT TERMED. THE TERM'S LAST DAY IS THE CUT-OFF (ITS FIRST
*> DAY WHEN THE CALENDAR CARRIES NO END DATE).
ACCEPT-AS-OF-TERM.
    DISPLAY "ENTER AS-OF TERM FOR MAJORS (BLANK FOR CURRENT MAJORS): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.
    MOVE WS-USER-INPUT(1:15) TO WS-AS-OF-TERM.

    IF WS-AS-OF-TERM = SPACE THEN
        EXIT PARAGRAPH
    END-IF.

    IF WS-CALENDAR-LOADED NOT = "Y" THEN
        DISPLAY "*** AS-OF TERM NEEDS THE TERM CALENDAR - RUN "
                "STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-AS-OF-TERM TO WS-CAL-LOOKUP.
    PERFORM FIND-CALENDAR-TERM.
    IF WS-CAL-ENTRY = ZERO THEN
        DISPLAY "*** AS-OF TERM NOT ON CALENDAR - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    SET CAL-IDX TO WS-CAL-ENTRY.
    IF CAL-END-DATE(CAL-IDX) > ZERO THEN
        MOVE CAL-END-DATE(CAL-IDX) TO WS-AS-OF-DATE
    ELSE
        MOVE CAL-START-DATE(CAL-IDX) TO WS-AS-OF-DATE
    END-IF.

    IF WS-AS-OF-DATE = ZERO THEN
        DISPLAY "*** AS-OF TERM HAS NO DATES ON CALENDAR - RUN "
                "STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-AS-OF-TERM TO WS-ASL-TERM.
    PERFORM LOAD-JOURNAL-MAJORS.

*> ONE PASS OVER THE JOURNAL. THE LAST ENTRY ON OR BEFORE THE CUT-OFF
*> SETS THE MAJOR FROM ITS AFTER-IMAGE; A STUDENT WHOSE FIRST ENTRY
*> COMES AFTER THE CUT-OFF KEEPS THAT ENTRY'S BEFORE-IMAGE. A STUDENT
*> NOT ON THE MASTER AT THE CUT-OFF (ADDED LATER, OR ALREADY DELETED)
*> IS FILED UNDER THE NEAREST MAJOR THE JOURNAL SHOWS RATHER THAN
*> DROPPED TO A BLANK ONE.
LOAD-JOURNAL-MAJORS.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JRN-STATUS NOT = "00" THEN
        DISPLAY "NO CHANGE JOURNAL ON FILE - CURRENT MAJORS USED"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-JOURNAL.
    PERFORM UNTIL EOF = "Y"
        PERFORM APPLY-JOURNAL-MAJOR
        PERFORM READ-NEXT-JOURNAL
    END-PERFORM.

    CLOSE JOURNAL-FILE.
    MOVE "N" TO EOF.

READ-NEXT-JOURNAL.
    READ JOURNAL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

APPLY-JOURNAL-MAJOR.
    MOVE JRN-STUDENT-NUMBER TO WS-JRN-LOOKUP.
    PERFORM FIND-JOURNAL-STUDENT.

    IF WS-JOURNAL-ENTRY = ZERO THEN
        IF WS-JOURNAL-STUDENT-COUNT >= WS-MAX-JOURNAL-STUDENTS THEN
            DISPLAY "*** JOURNAL STUDENT TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-JOURNAL-STUDENT-COUNT
        SET JMT-IDX TO WS-JOURNAL-STUDENT-COUNT
        MOVE JRN-STUDENT-NUMBER TO JMT-STUDENT-NUMBER(JMT-IDX)
        IF JRB-STUDENT-NUMBER NOT = SPACE THEN
            MOVE JRB-MAJOR-CODE TO JMT-MAJOR-CODE(JMT-IDX)
        ELSE
            MOVE JRA-MAJOR-CODE TO JMT-MAJOR-CODE(JMT-IDX)
        END-IF
    ELSE
        SET JMT-IDX TO WS-JOURNAL-ENTRY
    END-IF.

    IF JRN-RUN-DATE NOT > WS-AS-OF-DATE THEN
        IF JRA-STUDENT-NUMBER NOT = SPACE THEN
            MOVE JRA-MAJOR-CODE TO JMT-MAJOR-CODE(JMT-IDX)
        ELSE
            MOVE JRB-MAJOR-CODE TO JMT-MAJOR-CODE(JMT-IDX)
        END-IF
    END-IF.

*> SETS WS-JOURNAL-ENTRY TO THE JMT SLOT FOR WS-JRN-LOOKUP, OR ZERO.
FIND-JOURNAL-STUDENT.
    MOVE ZERO TO WS-JOURNAL-ENTRY.
    PERFORM VARYING JMT-IDX FROM 1 BY 1
            UNTIL JMT-IDX > WS-JOURNAL-STUDENT-COUNT
        IF JMT-STUDENT-NUMBER(JMT-IDX) = WS-JRN-LOOKUP THEN
            SET WS-JOURNAL-ENTRY TO JMT-IDX
        END-IF
    END-PERFORM.
