IDENTIFICATION DIVISION.
PROGRAM-ID. P39.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IN-FILE ASSIGN TO "P39In.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OUT-FILE ASSIGN TO "P39Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PENDING-FILE ASSIGN TO "P39Pnd.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARTICULATION-FILE ASSIGN TO "Artic.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ART-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.

DATA DIVISION.
FILE SECTION.

*> ONE LINE PER COURSE ON AN INCOMING TRANSCRIPT, AS ADMISSIONS KEYS
*> IT FROM THE SENDING SCHOOL'S DOCUMENT: OUR STUDENT NUMBER, THE TERM
*> THE CREDIT IS TO POST UNDER ON OUR TRANSCRIPT, THE SENDING SCHOOL'S
*> CODE, AND THE COURSE, TITLE, GRADE AND HOURS EXACTLY AS THAT
*> SCHOOL PRINTED THEM.
FD IN-FILE.
01 XIN-RECORD.
    05 XIN-STUDENT-NUMBER     PIC X(10).
    05 XIN-SEMESTER           PIC X(15).
    05 XIN-INSTITUTION        PIC X(08).
    05 XIN-EXT-COURSE         PIC X(15).
    05 XIN-EXT-TITLE          PIC X(30).
    05 XIN-EXT-GRADE          PIC X(05).
    05 XIN-EXT-HOURS          PIC X(05).

*> TRANSFER RECORDS IN P1'S INPUT LAYOUT. P11 PICKS THIS FILE UP AS
*> ITS TRANSFER CREDIT FEED AND MERGES IT INTO THE CONSOLIDATED FILE
*> THAT BECOMES P1In.dat. ENDS WITH A "Z" TRAILER CARRYING THE RECORD
*> COUNT AND EARNED HOURS, WHICH P11 CHECKS THE FEED AGAINST.
FD OUT-FILE.
01 OUT-RECORD.
    05 OUT-REC-TYPE           PIC X(01).
    05 STUDENT-NUMBER        PIC X(10).
    05 SEMESTER              PIC X(15).
    05 COURSE                PIC X(15).
    05 COURSE-TITLE          PIC X(30).
    05 GRADE                 PIC A(5).
    05 EARNED                PIC 99.99.
    05 ATTEMPTED-HOURS       PIC 99.99.
    05 REQ-CATEGORY          PIC X(08).
01 OUT-TRAILER-RECORD.
    05 TRL-REC-TYPE           PIC X(01).
    05 TRL-RECORD-COUNT       PIC 9(06).
    05 TRL-TOTAL-EARNED-HOURS PIC 9(05)V99.
    05 FILLER                 PIC X(80).

*> PENDING-EVALUATION REPORT FOR THE TRANSFER EVALUATOR: EVERY
*> INCOMING COURSE THAT COULD NOT BE CONVERTED, WITH THE REASON, AND
*> FOR A GRADE BELOW THE MINIMUM THE COURSE IT WOULD HAVE BECOME AND
*> THE MINIMUM IT MISSED.
FD PENDING-FILE.
01 PENDING-RECORD.
    05 PND-STUDENT-NUMBER     PIC X(10).
    05 FILLER                 PIC X(01).
    05 PND-SEMESTER           PIC X(15).
    05 FILLER                 PIC X(01).
    05 PND-INSTITUTION        PIC X(08).
    05 FILLER                 PIC X(01).
    05 PND-EXT-COURSE         PIC X(15).
    05 FILLER                 PIC X(01).
    05 PND-EXT-TITLE          PIC X(30).
    05 FILLER                 PIC X(01).
    05 PND-EXT-GRADE          PIC X(05).
    05 FILLER                 PIC X(01).
    05 PND-EXT-HOURS          PIC X(05).
    05 FILLER                 PIC X(01).
    05 PND-COURSE             PIC X(15).
    05 FILLER                 PIC X(01).
    05 PND-MIN-GRADE          PIC X(02).
    05 FILLER                 PIC X(01).
    05 PND-REASON             PIC X(30).

*> TRANSFER ARTICULATION TABLE (MAINTAINED BY P38).
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

*> COURSE CATALOG (MAINTAINED BY P7): THE OFFICIAL TITLE THE T RECORD
*> CARRIES, AND A LAST CHECK THAT THE MAPPED COURSE IS STILL ACTIVE.
FD CATALOG-FILE.
01 CAT-RECORD.
    05 CAT-COURSE             PIC X(15).
    05 CAT-COURSE-TITLE       PIC X(30).
    05 CAT-HOURS              PIC 99.99.
    05 CAT-ACTIVE-FLAG        PIC X(01).
    05 CAT-PREREQ-1           PIC X(15).
    05 CAT-PREREQ-2           PIC X(15).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-ART-STATUS             PIC XX      VALUE "00".
01 WS-CAT-STATUS             PIC XX      VALUE "00".
01 WS-READ-COUNT             PIC 9(06)   VALUE ZERO.
01 WS-CONVERTED-COUNT        PIC 9(06)   VALUE ZERO.
01 WS-PENDING-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-TOTAL-EARNED-HOURS     PIC 9(05)V99 VALUE ZERO.
01 WS-PENDING-REASON         PIC X(30)   VALUE SPACE.

*> OUTSIDE AND MINIMUM GRADES ARE COMPARED AS A RANK: THREE STEPS PER
*> LETTER, PLUS ONE FOR "+", LESS ONE FOR "-" -- A+ IS 13, D- IS 2.
*> A BLANK MINIMUM ACCEPTS ANY RANKED GRADE.
01 WS-RANK-GRADE             PIC X(05)   VALUE SPACE.
01 WS-GRADE-RANK             PIC 9(02)   VALUE ZERO.
01 WS-EXT-GRADE-RANK         PIC 9(02)   VALUE ZERO.
01 WS-MIN-GRADE-RANK         PIC 9(02)   VALUE ZERO.

*> OUTSIDE GRADES THAT EARN NO CREDIT HERE, AND PASS/CREDIT GRADES,
*> WHICH CAN ONLY BE TAKEN WHERE THE MAPPING SETS NO MINIMUM.
01 WS-EXT-GRADE              PIC X(05)   VALUE SPACE.
    88 WS-EXT-GRADE-NO-CREDIT     VALUE "F    " "W    " "I    "
                                        "WF   " "WP   " "NC   "
                                        "U    " "NP   " "AU   ".
    88 WS-EXT-GRADE-IS-PASS       VALUE "P    " "S    " "CR   ".

*> COURSE CATALOG LOADED INTO MEMORY AT STARTUP, SAME AS P1. NO
*> CATALOG ON DISK MEANS THE TITLE AND ACTIVE CHECKS ARE SKIPPED AND
*> THE T RECORD CARRIES THE SENDING SCHOOL'S TITLE.
01 WS-CATALOG-LOADED         PIC A       VALUE "N".
01 WS-MAX-CATALOG            PIC 9(03)   VALUE 500.
01 WS-CATALOG-COUNT          PIC 9(03)   VALUE ZERO.
01 WS-CATALOG-ENTRY          PIC 9(03)   VALUE ZERO.
01 CATALOG-TABLE.
    05 CTT-ENTRY OCCURS 500 TIMES INDEXED BY CTT-IDX.
        10 CTT-COURSE        PIC X(15).
        10 CTT-COURSE-TITLE  PIC X(30).
        10 CTT-ACTIVE-FLAG   PIC X(01).

*> THE ARTICULATION FILE, LOADED WHOLE. NO FILE ON DISK LEAVES THE
*> TABLE EMPTY, AND EVERY INCOMING COURSE GOES TO THE EVALUATOR.
01 WS-MAX-ARTICULATIONS      PIC 9(04)   VALUE 2000.
01 WS-ARTICULATION-COUNT     PIC 9(04)   VALUE ZERO.
01 WS-FOUND-ENTRY            PIC 9(04)   VALUE ZERO.
01 ARTICULATION-TABLE.
    05 ATT-ENTRY OCCURS 2000 TIMES INDEXED BY ATT-IDX.
        10 ATT-INSTITUTION   PIC X(08).
        10 ATT-EXT-COURSE    PIC X(15).
        10 ATT-COURSE        PIC X(15).
        10 ATT-HOURS         PIC 99V99.
        10 ATT-CATEGORY      PIC X(08).
        10 ATT-MIN-GRADE     PIC X(02).

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-CATALOG-TABLE.
    PERFORM LOAD-ARTICULATION-TABLE.
    PERFORM CONVERT-INCOMING-COURSES.
    PERFORM WRITE-TRAILER-RECORD.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    OPEN INPUT IN-FILE.
    OPEN OUTPUT OUT-FILE.
    OPEN OUTPUT PENDING-FILE.

CLOSING-PROCEDURE.
    CLOSE IN-FILE, OUT-FILE, PENDING-FILE.
    DISPLAY "INCOMING COURSES READ: " WS-READ-COUNT.
    DISPLAY "T RECORDS WRITTEN:     " WS-CONVERTED-COUNT.
    DISPLAY "PENDING EVALUATION:    " WS-PENDING-COUNT.
    DISPLAY "TRANSFER HOURS:        " WS-TOTAL-EARNED-HOURS.

LOAD-CATALOG-TABLE.
    OPEN INPUT CATALOG-FILE.
    IF WS-CAT-STATUS NOT = "00" THEN
        MOVE "N" TO WS-CATALOG-LOADED
        DISPLAY "*** NO CATALOG ON FILE - CATALOG EDITS SKIPPED ***"
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
            MOVE CAT-COURSE-TITLE TO CTT-COURSE-TITLE(CTT-IDX)
            MOVE CAT-ACTIVE-FLAG TO CTT-ACTIVE-FLAG(CTT-IDX)
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

LOAD-ARTICULATION-TABLE.
    OPEN INPUT ARTICULATION-FILE.
    IF WS-ART-STATUS NOT = "00" THEN
        DISPLAY "*** NO ARTICULATION FILE - EVERY COURSE GOES TO "
                "EVALUATION ***"
    ELSE
        PERFORM READ-NEXT-ARTICULATION
        PERFORM UNTIL EOF = "Y"
*>          A MAPPING DROPPED HERE WOULD QUIETLY SEND ITS COURSE TO
*>          HAND EVALUATION FOR EVERY STUDENT -- STOP COLD.
            IF WS-ARTICULATION-COUNT >= WS-MAX-ARTICULATIONS THEN
                DISPLAY "*** ARTICULATION TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-ARTICULATION-COUNT
            SET ATT-IDX TO WS-ARTICULATION-COUNT
            MOVE ART-INSTITUTION TO ATT-INSTITUTION(ATT-IDX)
            MOVE ART-EXT-COURSE TO ATT-EXT-COURSE(ATT-IDX)
            MOVE ART-COURSE TO ATT-COURSE(ATT-IDX)
            MOVE ART-HOURS TO ATT-HOURS(ATT-IDX)
            MOVE ART-CATEGORY TO ATT-CATEGORY(ATT-IDX)
            MOVE ART-MIN-GRADE TO ATT-MIN-GRADE(ATT-IDX)
            PERFORM READ-NEXT-ARTICULATION
        END-PERFORM
        CLOSE ARTICULATION-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-ARTICULATION.
    READ ARTICULATION-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

READ-NEXT-INCOMING.
    READ IN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> EVERY INCOMING COURSE EITHER BECOMES A T RECORD OR GOES TO THE
*> PENDING REPORT -- NEVER BOTH, NEVER NEITHER.
CONVERT-INCOMING-COURSES.
    PERFORM READ-NEXT-INCOMING.
    PERFORM UNTIL EOF = "Y"
        ADD 1 TO WS-READ-COUNT
        PERFORM FIND-ARTICULATION-ENTRY
        PERFORM CHECK-INCOMING-COURSE

        IF WS-PENDING-REASON = SPACE THEN
            PERFORM WRITE-TRANSFER-RECORD
        ELSE
            PERFORM WRITE-PENDING-LINE
        END-IF

        PERFORM READ-NEXT-INCOMING
    END-PERFORM.

*> SETS WS-FOUND-ENTRY TO THE MAPPING FOR THE INCOMING SCHOOL AND
*> COURSE, OR ZERO.
FIND-ARTICULATION-ENTRY.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING ATT-IDX FROM 1 BY 1
            UNTIL ATT-IDX > WS-ARTICULATION-COUNT
        IF ATT-INSTITUTION(ATT-IDX) = XIN-INSTITUTION
                AND ATT-EXT-COURSE(ATT-IDX) = XIN-EXT-COURSE THEN
            SET WS-FOUND-ENTRY TO ATT-IDX
        END-IF
    END-PERFORM.

*> SETS WS-CATALOG-ENTRY TO THE MAPPED COURSE'S CATALOG SLOT, OR ZERO.
FIND-CATALOG-ENTRY.
    MOVE ZERO TO WS-CATALOG-ENTRY.
    PERFORM VARYING CTT-IDX FROM 1 BY 1
            UNTIL CTT-IDX > WS-CATALOG-COUNT
        IF CTT-COURSE(CTT-IDX) = ATT-COURSE(WS-FOUND-ENTRY) THEN
            SET WS-CATALOG-ENTRY TO CTT-IDX
        END-IF
    END-PERFORM.

*> LEAVES THE REASON THE COURSE CANNOT BE CONVERTED IN
*> WS-PENDING-REASON, OR SPACES WHEN IT ARTICULATES.
CHECK-INCOMING-COURSE.
    MOVE SPACE TO WS-PENDING-REASON.
    MOVE XIN-EXT-GRADE TO WS-EXT-GRADE.
    MOVE XIN-EXT-GRADE TO WS-RANK-GRADE.
    PERFORM RANK-GRADE.
    MOVE WS-GRADE-RANK TO WS-EXT-GRADE-RANK.
    MOVE ZERO TO WS-MIN-GRADE-RANK.
    MOVE ZERO TO WS-CATALOG-ENTRY.

    IF WS-FOUND-ENTRY > ZERO THEN
        MOVE ATT-MIN-GRADE(WS-FOUND-ENTRY) TO WS-RANK-GRADE
        PERFORM RANK-GRADE
        MOVE WS-GRADE-RANK TO WS-MIN-GRADE-RANK
        IF WS-CATALOG-LOADED = "Y" THEN
            PERFORM FIND-CATALOG-ENTRY
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN XIN-STUDENT-NUMBER = SPACE OR XIN-SEMESTER = SPACE
            MOVE "STUDENT OR TERM MISSING" TO WS-PENDING-REASON
        WHEN WS-FOUND-ENTRY = ZERO
            MOVE "NO ARTICULATION ON FILE" TO WS-PENDING-REASON
        WHEN WS-CATALOG-LOADED = "Y" AND WS-CATALOG-ENTRY = ZERO
            MOVE "MAPPED COURSE NOT IN CATALOG" TO WS-PENDING-REASON
        WHEN WS-CATALOG-LOADED = "Y"
                AND CTT-ACTIVE-FLAG(WS-CATALOG-ENTRY) NOT = "A"
            MOVE "MAPPED COURSE INACTIVE" TO WS-PENDING-REASON
        WHEN WS-EXT-GRADE-NO-CREDIT
            MOVE "NO-CREDIT GRADE" TO WS-PENDING-REASON
        WHEN WS-EXT-GRADE-IS-PASS AND WS-MIN-GRADE-RANK > ZERO
            MOVE "PASS GRADE - MINIMUM IS SET" TO WS-PENDING-REASON
        WHEN WS-EXT-GRADE-IS-PASS
            CONTINUE
        WHEN WS-EXT-GRADE-RANK = ZERO
            MOVE "GRADE NOT RECOGNIZED" TO WS-PENDING-REASON
        WHEN WS-EXT-GRADE-RANK < WS-MIN-GRADE-RANK
            MOVE "BELOW MINIMUM GRADE" TO WS-PENDING-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> RANKS THE LETTER GRADE IN WS-RANK-GRADE INTO WS-GRADE-RANK; ZERO
*> FOR ANYTHING THAT IS NOT A-D WITH AN OPTIONAL + OR -.
RANK-GRADE.
    MOVE ZERO TO WS-GRADE-RANK.
    IF WS-RANK-GRADE(3:3) = SPACE
            AND (WS-RANK-GRADE(2:1) = SPACE OR "+" OR "-") THEN
        EVALUATE WS-RANK-GRADE(1:1)
            WHEN "A"
                MOVE 12 TO WS-GRADE-RANK
            WHEN "B"
                MOVE 9 TO WS-GRADE-RANK
            WHEN "C"
                MOVE 6 TO WS-GRADE-RANK
            WHEN "D"
                MOVE 3 TO WS-GRADE-RANK
        END-EVALUATE
    END-IF.

    IF WS-GRADE-RANK > ZERO THEN
        EVALUATE WS-RANK-GRADE(2:1)
            WHEN "+"
                ADD 1 TO WS-GRADE-RANK
            WHEN "-"
                SUBTRACT 1 FROM WS-GRADE-RANK
        END-EVALUATE
    END-IF.

*> THE T RECORD CARRIES OUR COURSE AND ITS OFFICIAL TITLE, THE HOURS
*> AND CATEGORY THE MAPPING GRANTS, AND NO GRADE -- TRANSFER WORK
*> PRINTS "TR" AND STAYS OUT OF THE GPA. THE GRANTED HOURS GO IN AS
*> ATTEMPTED TOO; P2 LEAVES ATTEMPTED HOURS ON TRANSFER WORK OUT.
WRITE-TRANSFER-RECORD.
    MOVE SPACE TO OUT-RECORD.
    MOVE "T" TO OUT-REC-TYPE.
    MOVE XIN-STUDENT-NUMBER TO STUDENT-NUMBER.
    MOVE XIN-SEMESTER TO SEMESTER.
    MOVE ATT-COURSE(WS-FOUND-ENTRY) TO COURSE.
    IF WS-CATALOG-ENTRY > ZERO THEN
        MOVE CTT-COURSE-TITLE(WS-CATALOG-ENTRY) TO COURSE-TITLE
    ELSE
        MOVE XIN-EXT-TITLE TO COURSE-TITLE
    END-IF.
    MOVE ATT-HOURS(WS-FOUND-ENTRY) TO EARNED.
    MOVE ATT-HOURS(WS-FOUND-ENTRY) TO ATTEMPTED-HOURS.
    MOVE ATT-CATEGORY(WS-FOUND-ENTRY) TO REQ-CATEGORY.
    WRITE OUT-RECORD.

    ADD 1 TO WS-CONVERTED-COUNT.
    ADD ATT-HOURS(WS-FOUND-ENTRY) TO WS-TOTAL-EARNED-HOURS.

WRITE-PENDING-LINE.
    MOVE SPACE TO PENDING-RECORD.
    MOVE XIN-STUDENT-NUMBER TO PND-STUDENT-NUMBER.
    MOVE XIN-SEMESTER TO PND-SEMESTER.
    MOVE XIN-INSTITUTION TO PND-INSTITUTION.
    MOVE XIN-EXT-COURSE TO PND-EXT-COURSE.
    MOVE XIN-EXT-TITLE TO PND-EXT-TITLE.
    MOVE XIN-EXT-GRADE TO PND-EXT-GRADE.
    MOVE XIN-EXT-HOURS TO PND-EXT-HOURS.
    IF WS-FOUND-ENTRY > ZERO THEN
        MOVE ATT-COURSE(WS-FOUND-ENTRY) TO PND-COURSE
        MOVE ATT-MIN-GRADE(WS-FOUND-ENTRY) TO PND-MIN-GRADE
    END-IF.
    MOVE WS-PENDING-REASON TO PND-REASON.
    WRITE PENDING-RECORD.

    ADD 1 TO WS-PENDING-COUNT.

*> WRITTEN EVEN WHEN NOTHING CONVERTED, SO AN EMPTY FILE STILL
*> CARRIES A TRAILER THAT BALANCES.
WRITE-TRAILER-RECORD.
    MOVE SPACE TO OUT-TRAILER-RECORD.
    MOVE "Z" TO TRL-REC-TYPE.
    MOVE WS-CONVERTED-COUNT TO TRL-RECORD-COUNT.
    MOVE WS-TOTAL-EARNED-HOURS TO TRL-TOTAL-EARNED-HOURS.
    WRITE OUT-TRAILER-RECORD.
