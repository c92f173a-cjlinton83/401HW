IDENTIFICATION DIVISION.
PROGRAM-ID. P38.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "P38Trn.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARTICULATION-FILE ASSIGN TO "Artic.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ART-STATUS.
    SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS.
    SELECT REPORT-FILE ASSIGN TO "P38Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> MAINTENANCE TRANSACTIONS: A (ADD), C (CHANGE), D (DELETE), KEYED
*> BY SENDING INSTITUTION AND THE COURSE ID AS THAT SCHOOL NUMBERS
*> IT. A CHANGE REPLACES THE WHOLE MAPPING -- OUR COURSE, HOURS,
*> CATEGORY, MINIMUM GRADE -- AND THE APPROVAL. BLANK HOURS ON AN ADD
*> OR CHANGE TAKE THE CATALOG'S STANDARD HOURS; OTHERWISE THEY ARE
*> KEYED 99.99. THE APPROVAL DATE IS YYYYMMDD.
FD TRANS-FILE.
01 TRN-RECORD.
    05 TRN-ACTION             PIC X(01).
        88 TRN-IS-ADD             VALUE "A".
        88 TRN-IS-CHANGE          VALUE "C".
        88 TRN-IS-DELETE          VALUE "D".
    05 TRN-INSTITUTION        PIC X(08).
    05 TRN-EXT-COURSE         PIC X(15).
    05 TRN-COURSE             PIC X(15).
    05 TRN-HOURS              PIC X(05).
    05 TRN-HOURS-NUM REDEFINES TRN-HOURS
                              PIC 99.99.
    05 TRN-CATEGORY           PIC X(08).
    05 TRN-MIN-GRADE          PIC X(02).
    05 TRN-APPROVED-BY        PIC X(20).
    05 TRN-APPROVED-DATE      PIC X(08).
    05 TRN-APPROVED-DATE-NUM REDEFINES TRN-APPROVED-DATE.
        10 TRN-APPROVED-YEAR  PIC 9(04).
        10 TRN-APPROVED-MONTH PIC 9(02).
        10 TRN-APPROVED-DAY   PIC 9(02).

*> TRANSFER ARTICULATION TABLE: ONE LINE PER OUTSIDE COURSE THE
*> TRANSFER EVALUATOR HAS MATCHED TO ONE OF OURS. P39 USES IT TO TURN
*> AN INCOMING TRANSCRIPT INTO "T" RECORDS, SO EVERY STUDENT COMING
*> FROM THE SAME SCHOOL WITH THE SAME COURSE GETS THE SAME CREDIT.
*>   ART-INSTITUTION  SENDING SCHOOL CODE (THE 8-CHARACTER CODE THE
*>                    CLEARINGHOUSE AND EXCHANGE FILES CARRY)
*>   ART-EXT-COURSE   THE COURSE ID AS THE SENDING SCHOOL PRINTS IT
*>   ART-COURSE       OUR CATALOG COURSE IT COUNTS AS
*>   ART-HOURS        HOURS GRANTED
*>   ART-CATEGORY     CORE / MAJOR / ELECTIVE, AS ON A COURSE RECORD
*>   ART-MIN-GRADE    LOWEST OUTSIDE GRADE ACCEPTED (A-D, + OR -);
*>                    BLANK ACCEPTS ANY PASSING LETTER GRADE
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

*> COURSE CATALOG (MAINTAINED BY P7): A MAPPING MAY ONLY POINT AT A
*> COURSE THAT IS ON THE CATALOG AND ACTIVE.
FD CATALOG-FILE.
01 CAT-RECORD.
    05 CAT-COURSE             PIC X(15).
    05 CAT-COURSE-TITLE       PIC X(30).
    05 CAT-HOURS              PIC 99.99.
    05 CAT-ACTIVE-FLAG        PIC X(01).
    05 CAT-PREREQ-1           PIC X(15).
    05 CAT-PREREQ-2           PIC X(15).

FD REPORT-FILE.
01 REPORT-RECORD.
    05 RPT-ACTION             PIC X(01).
    05 FILLER                 PIC X(01).
    05 RPT-INSTITUTION        PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-EXT-COURSE         PIC X(15).
    05 FILLER                 PIC X(01).
    05 RPT-COURSE             PIC X(15).
    05 FILLER                 PIC X(01).
    05 RPT-HOURS              PIC Z9.99.
    05 FILLER                 PIC X(01).
    05 RPT-CATEGORY           PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-MIN-GRADE          PIC X(02).
    05 FILLER                 PIC X(01).
    05 RPT-APPROVED-BY        PIC X(20).
    05 FILLER                 PIC X(01).
    05 RPT-APPROVED-DATE      PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-STATUS             PIC X(30).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-ART-STATUS             PIC XX      VALUE "00".
01 WS-CAT-STATUS             PIC XX      VALUE "00".
01 WS-APPLIED-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-REJECTED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-STALE-COUNT            PIC 9(06)   VALUE ZERO.
01 WS-TRAN-STATUS            PIC X(30)   VALUE SPACE.
01 WS-MAPPING-STATUS         PIC X(30)   VALUE SPACE.
01 WS-APPROVAL-OK            PIC A       VALUE "N".
01 WSC-NEW-HOURS             PIC 99V99   VALUE ZERO.

*> THE CATEGORIES THE AUDIT CHECKS.
01 WS-CATEGORY               PIC X(08)   VALUE SPACE.
    88 WS-CATEGORY-IS-VALID       VALUE "CORE    " "MAJOR   "
                                        "ELECTIVE".

*> A MINIMUM GRADE IS BLANK OR A PASSING LETTER, WITH OR WITHOUT A
*> PLUS OR MINUS.
01 WS-MIN-GRADE              PIC X(02)   VALUE SPACE.
    88 WS-MIN-GRADE-IS-VALID      VALUE "  "
                                        "A " "A+" "A-"
                                        "B " "B+" "B-"
                                        "C " "C+" "C-"
                                        "D " "D+" "D-".

*> COURSE CATALOG LOADED INTO MEMORY AT STARTUP, SAME AS P1. WITH NO
*> CATALOG ON DISK NO MAPPING CAN BE CHECKED, SO ADDS AND CHANGES ARE
*> REJECTED; DELETES STILL GO.
01 WS-CATALOG-LOADED         PIC A       VALUE "N".
01 WS-MAX-CATALOG            PIC 9(03)   VALUE 500.
01 WS-CATALOG-COUNT          PIC 9(03)   VALUE ZERO.
01 WS-CATALOG-ENTRY          PIC 9(03)   VALUE ZERO.
01 WS-LOOKUP-COURSE          PIC X(15)   VALUE SPACE.
01 CATALOG-TABLE.
    05 CTT-ENTRY OCCURS 500 TIMES INDEXED BY CTT-IDX.
        10 CTT-COURSE        PIC X(15).
        10 CTT-HOURS         PIC 99V99.
        10 CTT-ACTIVE-FLAG   PIC X(01).

*> THE WHOLE ARTICULATION FILE IS HELD IN MEMORY FOR THE RUN --
*> LOADED AT START, UPDATED IN PLACE, WRITTEN BACK AT THE END. A
*> DELETED MAPPING IS BLANKED AND SKIPPED ON THE WRITE-BACK, SAME AS
*> P33'S EXCEPTIONS.
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
        10 ATT-APPROVED-BY   PIC X(20).
        10 ATT-APPROVED-DATE PIC 9(08).

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-CATALOG-TABLE.
    PERFORM LOAD-ARTICULATION-TABLE.
    PERFORM APPLY-TRANSACTIONS.
    PERFORM LIST-STALE-MAPPINGS.
    PERFORM REWRITE-ARTICULATION-FILE.
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
    DISPLAY "MAPPINGS ON FILE OUT:  " WS-ARTICULATION-COUNT.
    DISPLAY "MAPPINGS NOT ACTIVE:   " WS-STALE-COUNT.

LOAD-CATALOG-TABLE.
    OPEN INPUT CATALOG-FILE.
    IF WS-CAT-STATUS NOT = "00" THEN
        MOVE "N" TO WS-CATALOG-LOADED
        DISPLAY "*** NO CATALOG ON FILE - ADDS AND CHANGES WILL BE "
                "REJECTED ***"
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
            MOVE CAT-HOURS TO CTT-HOURS(CTT-IDX)
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

*> A MISSING ARTICULATION FILE (STATUS 35) JUST MEANS A FIRST-EVER
*> RUN BUILDING IT FROM SCRATCH OUT OF ADD TRANSACTIONS.
LOAD-ARTICULATION-TABLE.
    OPEN INPUT ARTICULATION-FILE.
    IF WS-ART-STATUS NOT = "00" THEN
        DISPLAY "NO ARTICULATION FILE - STARTING EMPTY"
    ELSE
        PERFORM READ-NEXT-ARTICULATION
        PERFORM UNTIL EOF = "Y"
*>          A MAPPING DROPPED HERE WOULD VANISH FROM THE WRITE-BACK
*>          AND SEND THAT COURSE BACK TO HAND EVALUATION -- STOP COLD.
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
            MOVE ART-APPROVED-BY TO ATT-APPROVED-BY(ATT-IDX)
            MOVE ART-APPROVED-DATE TO ATT-APPROVED-DATE(ATT-IDX)
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
        MOVE TRN-MIN-GRADE TO WS-MIN-GRADE
        PERFORM FIND-ARTICULATION-ENTRY
        PERFORM CHECK-MAPPING
        PERFORM CHECK-APPROVAL

        EVALUATE TRUE
            WHEN TRN-IS-ADD
                PERFORM ADD-ARTICULATION-ENTRY
            WHEN TRN-IS-CHANGE
                PERFORM CHANGE-ARTICULATION-ENTRY
            WHEN TRN-IS-DELETE
                PERFORM DELETE-ARTICULATION-ENTRY
            WHEN OTHER
                MOVE "REJECTED - BAD ACTION CODE" TO WS-TRAN-STATUS
        END-EVALUATE

        PERFORM WRITE-REPORT-LINE
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM.

*> SETS WS-FOUND-ENTRY TO THE SLOT HOLDING THE TRANSACTION'S
*> INSTITUTION AND OUTSIDE COURSE, OR ZERO. A BLANKED (DELETED) SLOT
*> NEVER MATCHES.
FIND-ARTICULATION-ENTRY.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING ATT-IDX FROM 1 BY 1
            UNTIL ATT-IDX > WS-ARTICULATION-COUNT
        IF ATT-INSTITUTION(ATT-IDX) = TRN-INSTITUTION
                AND ATT-EXT-COURSE(ATT-IDX) = TRN-EXT-COURSE
                AND TRN-INSTITUTION NOT = SPACE THEN
            SET WS-FOUND-ENTRY TO ATT-IDX
        END-IF
    END-PERFORM.

*> SETS WS-CATALOG-ENTRY TO WS-LOOKUP-COURSE'S CATALOG SLOT, OR
*> ZERO.
FIND-CATALOG-ENTRY.
    MOVE ZERO TO WS-CATALOG-ENTRY.
    PERFORM VARYING CTT-IDX FROM 1 BY 1
            UNTIL CTT-IDX > WS-CATALOG-COUNT
        IF CTT-COURSE(CTT-IDX) = WS-LOOKUP-COURSE THEN
            SET WS-CATALOG-ENTRY TO CTT-IDX
        END-IF
    END-PERFORM.

*> THE MAPPING AN ADD OR CHANGE CARRIES: OUR COURSE ON THE CATALOG
*> AND ACTIVE, USABLE HOURS, A CATEGORY THE AUDIT KNOWS AND A
*> MINIMUM GRADE IT CAN COMPARE. LEAVES THE FIRST FAULT FOUND IN
*> WS-MAPPING-STATUS, OR SPACES WHEN THE MAPPING IS GOOD.
CHECK-MAPPING.
    MOVE SPACE TO WS-MAPPING-STATUS.
    MOVE TRN-COURSE TO WS-LOOKUP-COURSE.
    PERFORM FIND-CATALOG-ENTRY.

    IF TRN-HOURS = SPACE AND WS-CATALOG-ENTRY > ZERO THEN
        MOVE CTT-HOURS(WS-CATALOG-ENTRY) TO WSC-NEW-HOURS
    ELSE
        IF TRN-HOURS(1:2) NUMERIC AND TRN-HOURS(3:1) = "."
                AND TRN-HOURS(4:2) NUMERIC THEN
            MOVE TRN-HOURS-NUM TO WSC-NEW-HOURS
        END-IF
    END-IF.

    EVALUATE TRUE
        WHEN WS-CATALOG-LOADED = "N"
            MOVE "REJECTED - NO CATALOG ON FILE" TO WS-MAPPING-STATUS
        WHEN TRN-COURSE = SPACE
            MOVE "REJECTED - OUR COURSE BLANK" TO WS-MAPPING-STATUS
        WHEN WS-CATALOG-ENTRY = ZERO
            MOVE "REJECTED - NOT IN CATALOG" TO WS-MAPPING-STATUS
        WHEN CTT-ACTIVE-FLAG(WS-CATALOG-ENTRY) NOT = "A"
            MOVE "REJECTED - COURSE INACTIVE" TO WS-MAPPING-STATUS
        WHEN WSC-NEW-HOURS = ZERO
            MOVE "REJECTED - BAD HOURS" TO WS-MAPPING-STATUS
        WHEN NOT WS-CATEGORY-IS-VALID
            MOVE "REJECTED - UNKNOWN CATEGORY" TO WS-MAPPING-STATUS
        WHEN NOT WS-MIN-GRADE-IS-VALID
            MOVE "REJECTED - BAD MINIMUM GRADE" TO WS-MAPPING-STATUS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> EVERY MAPPING CARRIES WHO APPROVED IT AND WHEN.
CHECK-APPROVAL.
    MOVE "N" TO WS-APPROVAL-OK.
    IF TRN-APPROVED-BY NOT = SPACE AND TRN-APPROVED-DATE NUMERIC THEN
        IF TRN-APPROVED-MONTH >= 1 AND TRN-APPROVED-MONTH <= 12
                AND TRN-APPROVED-DAY >= 1 AND TRN-APPROVED-DAY <= 31
                AND TRN-APPROVED-YEAR >= 1900 THEN
            MOVE "Y" TO WS-APPROVAL-OK
        END-IF
    END-IF.

ADD-ARTICULATION-ENTRY.
    EVALUATE TRUE
        WHEN TRN-INSTITUTION = SPACE OR TRN-EXT-COURSE = SPACE
            MOVE "REJECTED - SCHOOL/COURSE BLANK" TO WS-TRAN-STATUS
        WHEN WS-MAPPING-STATUS NOT = SPACE
            MOVE WS-MAPPING-STATUS TO WS-TRAN-STATUS
        WHEN WS-APPROVAL-OK = "N"
            MOVE "REJECTED - APPROVAL MISSING" TO WS-TRAN-STATUS
        WHEN WS-FOUND-ENTRY > ZERO
            MOVE "REJECTED - ALREADY ON FILE" TO WS-TRAN-STATUS
        WHEN WS-ARTICULATION-COUNT >= WS-MAX-ARTICULATIONS
            MOVE "REJECTED - ARTICULATION FULL" TO WS-TRAN-STATUS
        WHEN OTHER
            ADD 1 TO WS-ARTICULATION-COUNT
            SET ATT-IDX TO WS-ARTICULATION-COUNT
            MOVE TRN-INSTITUTION TO ATT-INSTITUTION(ATT-IDX)
            MOVE TRN-EXT-COURSE TO ATT-EXT-COURSE(ATT-IDX)
            PERFORM MOVE-MAPPING-TO-ENTRY
    END-EVALUATE.

*> THE BEFORE IMAGE GOES TO THE REPORT AHEAD OF THE CHANGE, SO THE
*> REPORT SHOWS WHAT CREDIT THE COURSE USED TO EARN AND WHO HAD
*> APPROVED IT.
CHANGE-ARTICULATION-ENTRY.
    EVALUATE TRUE
        WHEN WS-FOUND-ENTRY = ZERO
            MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
        WHEN WS-MAPPING-STATUS NOT = SPACE
            MOVE WS-MAPPING-STATUS TO WS-TRAN-STATUS
        WHEN WS-APPROVAL-OK = "N"
            MOVE "REJECTED - APPROVAL MISSING" TO WS-TRAN-STATUS
        WHEN OTHER
            SET ATT-IDX TO WS-FOUND-ENTRY
            PERFORM WRITE-BEFORE-IMAGE
            PERFORM MOVE-MAPPING-TO-ENTRY
    END-EVALUATE.

MOVE-MAPPING-TO-ENTRY.
    MOVE TRN-COURSE TO ATT-COURSE(ATT-IDX).
    MOVE WSC-NEW-HOURS TO ATT-HOURS(ATT-IDX).
    MOVE TRN-CATEGORY TO ATT-CATEGORY(ATT-IDX).
    MOVE TRN-MIN-GRADE TO ATT-MIN-GRADE(ATT-IDX).
    MOVE TRN-APPROVED-BY TO ATT-APPROVED-BY(ATT-IDX).
    MOVE TRN-APPROVED-DATE TO ATT-APPROVED-DATE(ATT-IDX).

DELETE-ARTICULATION-ENTRY.
    IF WS-FOUND-ENTRY = ZERO THEN
        MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
    ELSE
        SET ATT-IDX TO WS-FOUND-ENTRY
        PERFORM WRITE-BEFORE-IMAGE
        MOVE SPACE TO ATT-INSTITUTION(ATT-IDX)
        MOVE SPACE TO ATT-EXT-COURSE(ATT-IDX)
        MOVE SPACE TO ATT-COURSE(ATT-IDX)
        MOVE ZERO TO ATT-HOURS(ATT-IDX)
        MOVE SPACE TO ATT-CATEGORY(ATT-IDX)
        MOVE SPACE TO ATT-MIN-GRADE(ATT-IDX)
        MOVE SPACE TO ATT-APPROVED-BY(ATT-IDX)
        MOVE ZERO TO ATT-APPROVED-DATE(ATT-IDX)
    END-IF.

*> THE MAPPING AT ATT-IDX AS IT STANDS, WITH WHATEVER STATUS THE
*> CALLER HAS LEFT IN RPT-STATUS.
WRITE-ENTRY-IMAGE.
    MOVE ATT-INSTITUTION(ATT-IDX) TO RPT-INSTITUTION.
    MOVE ATT-EXT-COURSE(ATT-IDX) TO RPT-EXT-COURSE.
    MOVE ATT-COURSE(ATT-IDX) TO RPT-COURSE.
    MOVE ATT-HOURS(ATT-IDX) TO RPT-HOURS.
    MOVE ATT-CATEGORY(ATT-IDX) TO RPT-CATEGORY.
    MOVE ATT-MIN-GRADE(ATT-IDX) TO RPT-MIN-GRADE.
    MOVE ATT-APPROVED-BY(ATT-IDX) TO RPT-APPROVED-BY.
    MOVE ATT-APPROVED-DATE(ATT-IDX) TO RPT-APPROVED-DATE.
    WRITE REPORT-RECORD.

*> THE MAPPING AT ATT-IDX AS IT STOOD BEFORE THIS TRANSACTION.
WRITE-BEFORE-IMAGE.
    MOVE SPACE TO REPORT-RECORD.
    MOVE "BEFORE" TO RPT-STATUS.
    PERFORM WRITE-ENTRY-IMAGE.

WRITE-REPORT-LINE.
    IF WS-TRAN-STATUS = "APPLIED" THEN
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
    END-IF.

    MOVE SPACE TO REPORT-RECORD.
    MOVE TRN-ACTION TO RPT-ACTION.
    MOVE TRN-INSTITUTION TO RPT-INSTITUTION.
    MOVE TRN-EXT-COURSE TO RPT-EXT-COURSE.
    IF NOT TRN-IS-DELETE THEN
        MOVE TRN-COURSE TO RPT-COURSE
        MOVE WSC-NEW-HOURS TO RPT-HOURS
        MOVE TRN-CATEGORY TO RPT-CATEGORY
        MOVE TRN-MIN-GRADE TO RPT-MIN-GRADE
        MOVE TRN-APPROVED-BY TO RPT-APPROVED-BY
        MOVE TRN-APPROVED-DATE TO RPT-APPROVED-DATE
    END-IF.
    MOVE WS-TRAN-STATUS TO RPT-STATUS.
    WRITE REPORT-RECORD.

*> WRITES THE UPDATED ARTICULATION FILE BACK OUT, SKIPPING BLANKED
*> (DELETED) SLOTS, AND RECOUNTS SO THE CLOSING DISPLAY SHOWS WHAT'S
*> ON FILE.
REWRITE-ARTICULATION-FILE.
    OPEN OUTPUT ARTICULATION-FILE.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING ATT-IDX FROM 1 BY 1
            UNTIL ATT-IDX > WS-ARTICULATION-COUNT
        IF ATT-INSTITUTION(ATT-IDX) NOT = SPACE THEN
            MOVE ATT-INSTITUTION(ATT-IDX) TO ART-INSTITUTION
            MOVE ATT-EXT-COURSE(ATT-IDX) TO ART-EXT-COURSE
            MOVE ATT-COURSE(ATT-IDX) TO ART-COURSE
            MOVE ATT-HOURS(ATT-IDX) TO ART-HOURS
            MOVE ATT-CATEGORY(ATT-IDX) TO ART-CATEGORY
            MOVE ATT-MIN-GRADE(ATT-IDX) TO ART-MIN-GRADE
            MOVE ATT-APPROVED-BY(ATT-IDX) TO ART-APPROVED-BY
            MOVE ATT-APPROVED-DATE(ATT-IDX) TO ART-APPROVED-DATE
            WRITE ART-RECORD
            ADD 1 TO WS-FOUND-ENTRY
        END-IF
    END-PERFORM.
    MOVE WS-FOUND-ENTRY TO WS-ARTICULATION-COUNT.
    CLOSE ARTICULATION-FILE.

*> A COURSE RETIRED FROM THE CATALOG AFTER ITS MAPPING WAS APPROVED
*> LEAVES THE MAPPING POINTING AT NOTHING; P39 SENDS THOSE COURSES TO
*> THE EVALUATOR. LISTED AFTER THE TRANSACTIONS SO THE EVALUATOR CAN
*> RE-MAP THEM. SLOTS BLANKED BY THIS RUN'S DELETES ARE SKIPPED.
LIST-STALE-MAPPINGS.
    IF WS-CATALOG-LOADED = "Y" THEN
        PERFORM VARYING ATT-IDX FROM 1 BY 1
                UNTIL ATT-IDX > WS-ARTICULATION-COUNT
            IF ATT-INSTITUTION(ATT-IDX) NOT = SPACE THEN
                MOVE ATT-COURSE(ATT-IDX) TO WS-LOOKUP-COURSE
                PERFORM FIND-CATALOG-ENTRY
                IF WS-CATALOG-ENTRY = ZERO THEN
                    MOVE SPACE TO REPORT-RECORD
                    MOVE "STALE - NOT IN CATALOG" TO RPT-STATUS
                    PERFORM WRITE-ENTRY-IMAGE
                    ADD 1 TO WS-STALE-COUNT
                ELSE
                    IF CTT-ACTIVE-FLAG(WS-CATALOG-ENTRY) NOT = "A" THEN
                        MOVE SPACE TO REPORT-RECORD
                        MOVE "STALE - COURSE INACTIVE" TO RPT-STATUS
                        PERFORM WRITE-ENTRY-IMAGE
                        ADD 1 TO WS-STALE-COUNT
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.
