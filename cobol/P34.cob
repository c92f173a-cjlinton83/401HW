IDENTIFICATION DIVISION.
PROGRAM-ID. P34.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "StuJrnl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STUDENT-NUMBER
        FILE STATUS IS WS-MST-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT OUT-FILE ASSIGN TO "P34Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> STUDENT MASTER CHANGE JOURNAL (WRITTEN BY P6): ONE RECORD PER
*> APPLIED TRANSACTION, IN THE ORDER APPLIED, WITH THE MASTER RECORD
*> BEFORE AND AFTER. AN ADD HAS A BLANK BEFORE-IMAGE AND A DELETE A
*> BLANK AFTER-IMAGE.
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

*> STUDENT MASTER (MAINTAINED BY P6): A STUDENT THE JOURNAL HAS NEVER
*> TOUCHED HAS STOOD AS THE MASTER SHOWS TODAY SINCE BEFORE THE
*> JOURNAL BEGAN.
FD MASTER-FILE.
01 SM-RECORD.
    05 SM-STUDENT-NUMBER      PIC X(10).
    05 SM-STUDENT-NAME        PIC A(19).
    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

*> TERM CALENDAR (MAINTAINED BY P19): A TERM ASKED FOR BY NAME IS
*> LOOKED UP AS OF ITS END DATE.
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

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 WS-DONE                   PIC A       VALUE "N".
01 WS-JRN-EOF                PIC A       VALUE "N".
01 WS-JRN-STATUS             PIC XX      VALUE "00".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".
01 WS-USER-INPUT             PIC X(40)   VALUE SPACE.
01 WS-STUDENT-NUMBER         PIC X(10)   VALUE SPACE.

*> THE POINT IN TIME ASKED FOR, AS A YYYYMMDD DATE -- KEYED DIRECTLY
*> OR TAKEN FROM THE CALENDAR FOR A TERM.
01 WS-AS-OF-DATE             PIC 9(08)   VALUE ZERO.
01 WS-AS-OF-TERM             PIC X(15)   VALUE SPACE.
01 WS-AS-OF-VALID            PIC A       VALUE "N".
01 WS-DATE-INPUT.
    05 WS-DATE-YEAR          PIC 9(04).
    05 WS-DATE-MONTH         PIC 9(02).
    05 WS-DATE-DAY           PIC 9(02).
01 WS-DATE-INPUT-NUM REDEFINES WS-DATE-INPUT PIC 9(08).

*> THE REBUILT RECORD. WS-ASOF-SOURCE SAYS WHERE IT CAME FROM:
*> "A" AFTER-IMAGE OF THE LAST ENTRY ON OR BEFORE THE DATE, "B"
*> BEFORE-IMAGE OF THE FIRST ENTRY AFTER IT, "M" TODAY'S MASTER (NO
*> ENTRIES FOR THE STUDENT), "N" NOTHING ON FILE AT ALL.
01 WS-ASOF-SOURCE            PIC X(01)   VALUE SPACE.
01 WS-ASOF-IMAGE.
    05 WS-ASOF-STUDENT-NUMBER PIC X(10).
    05 WS-ASOF-STUDENT-NAME  PIC A(19).
    05 WS-ASOF-MAJOR-CODE    PIC X(06).
    05 WS-ASOF-CATALOG-YEAR  PIC 9(04).
01 WS-ASOF-ENTRY-DATE        PIC 9(08)   VALUE ZERO.
01 WS-ASOF-ENTRY-OPERATOR    PIC X(08)   VALUE SPACE.
01 WS-ASOF-ENTRY-ACTION      PIC X(01)   VALUE SPACE.
01 WS-ENTRY-COUNT            PIC 9(04)   VALUE ZERO.

*> TERM CALENDAR LOADED AT STARTUP. WITHOUT ONE, ONLY DATES CAN BE
*> ASKED FOR.
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-CAL-EOF                PIC A       VALUE "N".
01 WS-CALENDAR-LOADED        PIC A       VALUE "N".
01 WS-MAX-CAL-TERMS          PIC 9(03)   VALUE 200.
01 WS-CAL-TERM-COUNT         PIC 9(03)   VALUE ZERO.
01 WS-CAL-ENTRY              PIC 9(03)   VALUE ZERO.
01 WS-CAL-LOOKUP             PIC X(15)   VALUE SPACE.
01 CAL-TERM-TABLE.
    05 CAL-ENTRY OCCURS 200 TIMES INDEXED BY CAL-IDX.
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-START-DATE    PIC 9(08).
        10 CAL-END-DATE      PIC 9(08).

01 WS-STUDENT-LINE.
    05 FILLER                PIC X(09)   VALUE "STUDENT: ".
    05 WS-HDR-STUDENT        PIC X(10).
    05 FILLER                PIC X(08)   VALUE "  AS OF ".
    05 WS-HDR-DATE           PIC 9(08).
    05 FILLER                PIC X(02)   VALUE SPACE.
    05 WS-HDR-TERM           PIC X(15).
01 WS-RECORD-LINE.
    05 FILLER                PIC X(06)   VALUE "NAME: ".
    05 WS-REC-NAME           PIC A(19).
    05 FILLER                PIC X(09)   VALUE "  MAJOR: ".
    05 WS-REC-MAJOR          PIC X(06).
    05 FILLER                PIC X(11)   VALUE "  CATALOG: ".
    05 WS-REC-CATALOG        PIC 9(04).
01 WS-SOURCE-LINE.
    05 WS-SRC-TEXT           PIC X(34).
    05 WS-SRC-DATE           PIC 9(08).
    05 FILLER                PIC X(04)   VALUE " BY ".
    05 WS-SRC-OPERATOR       PIC X(08).
01 WS-MESSAGE-LINE           PIC X(60)   VALUE SPACE.
01 WS-COUNT-LINE.
    05 FILLER                PIC X(27)   VALUE
       "JOURNAL ENTRIES ON FILE:   ".
    05 WS-CNT-ENTRIES        PIC ZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOOKUP-LOOP UNTIL WS-DONE = "Y".
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN OUTPUT OUT-FILE.
    PERFORM OPEN-MASTER-FILE.
    PERFORM LOAD-TERM-CALENDAR.

CLOSING-PROCEDURE.
    CLOSE OUT-FILE.
    IF WS-MASTER-OPEN = "Y" THEN
        CLOSE MASTER-FILE
    END-IF.

OPEN-MASTER-FILE.
    OPEN INPUT MASTER-FILE.
    IF WS-MST-STATUS = "00" THEN
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        MOVE "N" TO WS-MASTER-OPEN
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " ***"
    END-IF.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP.
LOAD-TERM-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        MOVE "N" TO WS-CALENDAR-LOADED
        DISPLAY "*** NO TERM CALENDAR ON FILE - ENTER DATES "
                "ONLY ***"
    ELSE
        PERFORM READ-NEXT-CALENDAR
        PERFORM UNTIL WS-CAL-EOF = "Y"
            IF WS-CAL-TERM-COUNT >= WS-MAX-CAL-TERMS THEN
                DISPLAY "*** TERM CALENDAR TABLE FULL - RUN "
                        "STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-TERM-COUNT
            SET CAL-IDX TO WS-CAL-TERM-COUNT
            MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
            MOVE TCL-START-DATE TO CAL-START-DATE(CAL-IDX)
            MOVE TCL-END-DATE TO CAL-END-DATE(CAL-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
        MOVE "Y" TO WS-CALENDAR-LOADED
    END-IF.

READ-NEXT-CALENDAR.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-CAL-EOF
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

*> ONE LOOKUP PER OPERATOR ENTRY; A BLANK STUDENT NUMBER ENDS THE
*> SESSION.
LOOKUP-LOOP.
    DISPLAY "ENTER STUDENT NUMBER (BLANK TO QUIT): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.

    IF WS-USER-INPUT = SPACE THEN
        MOVE "Y" TO WS-DONE
    ELSE
        MOVE WS-USER-INPUT(1:10) TO WS-STUDENT-NUMBER
        PERFORM ACCEPT-AS-OF-POINT
        IF WS-AS-OF-VALID = "Y" THEN
            PERFORM REBUILD-MASTER-RECORD
            PERFORM PRINT-MASTER-RECORD
        END-IF
    END-IF.

*> EIGHT DIGITS ARE TAKEN AS A YYYYMMDD DATE; ANYTHING ELSE IS A TERM
*> AS ON THE CALENDAR, LOOKED UP AS OF THE LAST DAY OF THAT TERM (ITS
*> FIRST DAY IF THE CALENDAR CARRIES NO END DATE FOR IT).
ACCEPT-AS-OF-POINT.
    MOVE "N" TO WS-AS-OF-VALID.
    MOVE SPACE TO WS-AS-OF-TERM.
    MOVE ZERO TO WS-AS-OF-DATE.

    DISPLAY "ENTER AS-OF DATE (YYYYMMDD) OR TERM: ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.

    IF WS-USER-INPUT = SPACE THEN
        DISPLAY "*** AS-OF DATE OR TERM REQUIRED ***"
        EXIT PARAGRAPH
    END-IF.

    IF WS-USER-INPUT(1:8) NUMERIC AND WS-USER-INPUT(9:32) = SPACE THEN
        MOVE WS-USER-INPUT(1:8) TO WS-DATE-INPUT
        IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31 THEN
            DISPLAY "*** NOT A VALID YYYYMMDD DATE ***"
            EXIT PARAGRAPH
        END-IF
        MOVE WS-DATE-INPUT-NUM TO WS-AS-OF-DATE
        MOVE "Y" TO WS-AS-OF-VALID
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-USER-INPUT(1:15) TO WS-AS-OF-TERM.
    MOVE WS-AS-OF-TERM TO WS-CAL-LOOKUP.
    PERFORM FIND-CALENDAR-TERM.
    IF WS-CAL-ENTRY = ZERO THEN
        DISPLAY "*** TERM NOT ON CALENDAR ***"
        EXIT PARAGRAPH
    END-IF.

    SET CAL-IDX TO WS-CAL-ENTRY.
    IF CAL-END-DATE(CAL-IDX) > ZERO THEN
        MOVE CAL-END-DATE(CAL-IDX) TO WS-AS-OF-DATE
    ELSE
        MOVE CAL-START-DATE(CAL-IDX) TO WS-AS-OF-DATE
    END-IF.

    IF WS-AS-OF-DATE = ZERO THEN
        DISPLAY "*** TERM HAS NO DATES ON THE CALENDAR ***"
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO WS-AS-OF-VALID.

*> ONE PASS OVER THE JOURNAL. THE LAST ENTRY DATED ON OR BEFORE THE
*> AS-OF DATE LEAVES THE RECORD AS ITS AFTER-IMAGE; FAILING THAT, THE
*> FIRST ENTRY AFTER THE DATE SHOWS WHAT IT CHANGED FROM. A STUDENT
*> WITH NO ENTRIES AT ALL IS AS TODAY'S MASTER SHOWS.
REBUILD-MASTER-RECORD.
    MOVE SPACE TO WS-ASOF-SOURCE.
    MOVE SPACE TO WS-ASOF-IMAGE.
    MOVE ZERO TO WS-ASOF-ENTRY-DATE.
    MOVE SPACE TO WS-ASOF-ENTRY-OPERATOR.
    MOVE SPACE TO WS-ASOF-ENTRY-ACTION.
    MOVE ZERO TO WS-ENTRY-COUNT.

    OPEN INPUT JOURNAL-FILE.
    IF WS-JRN-STATUS = "00" THEN
        MOVE "N" TO WS-JRN-EOF
        PERFORM READ-NEXT-JOURNAL
        PERFORM UNTIL WS-JRN-EOF = "Y"
            IF JRN-STUDENT-NUMBER = WS-STUDENT-NUMBER THEN
                PERFORM APPLY-JOURNAL-ENTRY
            END-IF
            PERFORM READ-NEXT-JOURNAL
        END-PERFORM
        CLOSE JOURNAL-FILE
    END-IF.

    IF WS-ENTRY-COUNT = ZERO THEN
        PERFORM READ-CURRENT-MASTER
    END-IF.

READ-NEXT-JOURNAL.
    READ JOURNAL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-JRN-EOF
    END-READ.

APPLY-JOURNAL-ENTRY.
    ADD 1 TO WS-ENTRY-COUNT.

    IF JRN-RUN-DATE NOT > WS-AS-OF-DATE THEN
        MOVE JRN-AFTER-IMAGE TO WS-ASOF-IMAGE
        MOVE "A" TO WS-ASOF-SOURCE
        PERFORM SAVE-ENTRY-STAMP
    ELSE
        IF WS-ASOF-SOURCE = SPACE THEN
            MOVE JRN-BEFORE-IMAGE TO WS-ASOF-IMAGE
            MOVE "B" TO WS-ASOF-SOURCE
            PERFORM SAVE-ENTRY-STAMP
        END-IF
    END-IF.

SAVE-ENTRY-STAMP.
    MOVE JRN-RUN-DATE TO WS-ASOF-ENTRY-DATE.
    MOVE JRN-OPERATOR TO WS-ASOF-ENTRY-OPERATOR.
    MOVE JRN-ACTION TO WS-ASOF-ENTRY-ACTION.

READ-CURRENT-MASTER.
    MOVE "N" TO WS-ASOF-SOURCE.
    IF WS-MASTER-OPEN = "Y" THEN
        MOVE WS-STUDENT-NUMBER TO SM-STUDENT-NUMBER
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SM-RECORD TO WS-ASOF-IMAGE
                MOVE "M" TO WS-ASOF-SOURCE
        END-READ
    END-IF.

*> A BLANK IMAGE MEANS THE STUDENT WAS NOT ON THE MASTER AT THAT
*> POINT -- NOT YET ADDED, OR ALREADY DELETED.
PRINT-MASTER-RECORD.
    MOVE WS-STUDENT-NUMBER TO WS-HDR-STUDENT.
    MOVE WS-AS-OF-DATE TO WS-HDR-DATE.
    MOVE WS-AS-OF-TERM TO WS-HDR-TERM.
    DISPLAY WS-STUDENT-LINE.
    WRITE OUT-PRINT-LINE FROM WS-STUDENT-LINE.

    IF WS-ASOF-STUDENT-NUMBER = SPACE THEN
        EVALUATE TRUE
            WHEN WS-ASOF-SOURCE = "N"
                MOVE "NOT ON MASTER AND NO JOURNAL ENTRIES"
                    TO WS-MESSAGE-LINE
            WHEN WS-ASOF-ENTRY-ACTION = "D"
                MOVE "NOT ON MASTER - DELETED BEFORE THIS DATE"
                    TO WS-MESSAGE-LINE
            WHEN OTHER
                MOVE "NOT ON MASTER - NOT YET ADDED AT THIS DATE"
                    TO WS-MESSAGE-LINE
        END-EVALUATE
        DISPLAY WS-MESSAGE-LINE
        WRITE OUT-PRINT-LINE FROM WS-MESSAGE-LINE
    ELSE
        MOVE WS-ASOF-STUDENT-NAME TO WS-REC-NAME
        MOVE WS-ASOF-MAJOR-CODE TO WS-REC-MAJOR
        MOVE WS-ASOF-CATALOG-YEAR TO WS-REC-CATALOG
        DISPLAY WS-RECORD-LINE
        WRITE OUT-PRINT-LINE FROM WS-RECORD-LINE
    END-IF.

    EVALUATE WS-ASOF-SOURCE
        WHEN "A"
            MOVE "AS LEFT BY JOURNAL ENTRY OF" TO WS-SRC-TEXT
        WHEN "B"
            MOVE "AS FOUND BY JOURNAL ENTRY OF" TO WS-SRC-TEXT
    END-EVALUATE.

    IF WS-ASOF-SOURCE = "A" OR WS-ASOF-SOURCE = "B" THEN
        MOVE WS-ASOF-ENTRY-DATE TO WS-SRC-DATE
        MOVE WS-ASOF-ENTRY-OPERATOR TO WS-SRC-OPERATOR
        DISPLAY WS-SOURCE-LINE
        WRITE OUT-PRINT-LINE FROM WS-SOURCE-LINE
    END-IF.

    IF WS-ASOF-SOURCE = "M" THEN
        MOVE "CURRENT MASTER - NO CHANGES JOURNALED" TO WS-MESSAGE-LINE
        DISPLAY WS-MESSAGE-LINE
        WRITE OUT-PRINT-LINE FROM WS-MESSAGE-LINE
    END-IF.

    MOVE WS-ENTRY-COUNT TO WS-CNT-ENTRIES.
    DISPLAY WS-COUNT-LINE.
    WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE.

    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.
