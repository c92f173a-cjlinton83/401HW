IDENTIFICATION DIVISION.
PROGRAM-ID. P35.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "P35Trn.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
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
    SELECT JOURNAL-FILE ASSIGN TO "StuJrnl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.
    SELECT COURSE-FILE ASSIGN TO "P8In.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRS-STATUS.
    SELECT CORRECTION-FILE ASSIGN TO "P35Crs.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO "P35Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> MERGE TRANSACTIONS: ONE LINE PER PERSON FOUND UNDER TWO NUMBERS.
*> EVERYTHING FILED UNDER THE RETIRED NUMBER MOVES TO THE SURVIVING
*> ONE. WHEN BOTH NUMBERS ARE ON THE MASTER UNDER DIFFERENT NAMES THE
*> MERGE IS REFUSED UNLESS THE OVERRIDE IS "Y" -- SOMEONE HAS LOOKED
*> AT THE TWO RECORDS AND CONFIRMED THEY ARE ONE PERSON.
FD TRANS-FILE.
01 TRN-RECORD.
    05 TRN-SURVIVING-NUMBER   PIC X(10).
    05 TRN-RETIRED-NUMBER     PIC X(10).
    05 TRN-NAME-OVERRIDE      PIC X(01).

FD MASTER-FILE.
01 SM-RECORD.
    05 SM-STUDENT-NUMBER      PIC X(10).
    05 SM-STUDENT-NAME        PIC A(19).
    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

*> TRANSCRIPT ARCHIVE: ONE CUMULATIVE SNAPSHOT PER STUDENT PER TERM.
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

*> END-OF-TERM HISTORY SUMMARY: ONE RECORD PER STUDENT, CARRYING THE
*> BALANCES INTO THE NEXT TERM'S RUN.
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

*> REGISTRAR HOLD FILE (MAINTAINED BY P18).
FD HOLD-FILE.
01 HLD-RECORD.
    05 HLD-STUDENT-NUMBER     PIC X(10).
    05 HLD-HOLD-TYPE          PIC X(10).
    05 HLD-HOLD-DATE          PIC 9(08).

*> DEGREE AUDIT EXCEPTIONS (MAINTAINED BY P33).
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

*> STUDENT MASTER CHANGE JOURNAL, SAME LAYOUT P6 WRITES: THE RETIRED
*> NUMBER'S MASTER RECORD LEAVES BY A JOURNALED DELETE, SO P34 CAN
*> STILL SHOW IT AS IT STOOD BEFORE THE MERGE.
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

*> THE COURSE FILE P8 APPLIES GRADE CHANGES TO. IT IS ONLY READ
*> HERE: THE RETIRED NUMBER'S COURSE RECORDS MOVE BY WAY OF P8
*> TRANSACTIONS, SO THE MOVE LANDS ON P8'S AUDIT LOG LIKE ANY OTHER
*> CHANGE TO THE COURSE HISTORY.
FD COURSE-FILE.
01 IN-RECORD.
    05 IN-REC-TYPE            PIC X(01).
        88 IN-REC-IS-COURSE       VALUE "C".
        88 IN-REC-IS-TRANSFER     VALUE "T".
        88 IN-REC-IS-BALANCE      VALUE "B".
        88 IN-REC-IS-TRAILER      VALUE "Z".
    05 STUDENT-NUMBER        PIC X(10).
    05 SEMESTER              PIC X(15).
    05 COURSE                PIC X(15).
    05 COURSE-TITLE          PIC X(30).
    05 GRADE                 PIC A(5).
    05 EARNED                PIC 99.99.
    05 ATTEMPTED-HOURS       PIC 99.99.
    05 REQ-CATEGORY          PIC X(08).

*> COURSE CORRECTIONS IN P8'S TRANSACTION LAYOUT (ACTION PLUS THE
*> FULL RECORD IMAGE), READY TO BE RUN AS P8Trn.dat: A DELETE OF
*> EACH RETIRED-NUMBER RECORD AND AN ADD OF THE SAME RECORD UNDER THE
*> SURVIVING NUMBER. THE MERGE ITSELF IS THE AUTHORITY FOR EVERY
*> CORRECTION, SO EACH CARRIES P8'S LATE-CHANGE AUTHORIZATION AS
*> "MERGE" AND THE OPERATOR WHO RAN IT -- A RETIRED NUMBER'S COURSES
*> IN A CLOSED TERM STILL MOVE.
FD CORRECTION-FILE.
01 COR-RECORD.
    05 COR-ACTION             PIC X(01).
    05 COR-IMAGE              PIC X(94).
    05 COR-LATE-AUTH-CODE     PIC X(08).
    05 COR-LATE-APPROVER      PIC X(20).

FD REPORT-FILE.
01 REPORT-RECORD.
    05 RPT-SURVIVING-NUMBER   PIC X(10).
    05 FILLER                 PIC X(01).
    05 RPT-RETIRED-NUMBER     PIC X(10).
    05 FILLER                 PIC X(01).
    05 RPT-NAME-OVERRIDE      PIC X(01).
    05 FILLER                 PIC X(01).
    05 RPT-STATUS             PIC X(30).
01 REPORT-DETAIL             PIC X(90).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-ARC-STATUS             PIC XX      VALUE "00".
01 WS-HST-STATUS             PIC XX      VALUE "00".
01 WS-HLD-STATUS             PIC XX      VALUE "00".
01 WS-EXC-STATUS             PIC XX      VALUE "00".
01 WS-JRN-STATUS             PIC XX      VALUE "00".
01 WS-CRS-STATUS             PIC XX      VALUE "00".
01 WS-ARCHIVE-OPEN           PIC A       VALUE "N".
01 WS-HISTORY-LOADED         PIC A       VALUE "N".
01 WS-HOLDS-LOADED           PIC A       VALUE "N".
01 WS-EXCEPTIONS-LOADED      PIC A       VALUE "N".
01 WS-ARC-AT-END             PIC A       VALUE "N".
01 WS-APPLIED-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-REJECTED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-CORRECTION-COUNT       PIC 9(06)   VALUE ZERO.
01 WS-TRAN-STATUS            PIC X(30)   VALUE SPACE.
01 WS-USER-INPUT             PIC X(40)   VALUE SPACE.
01 WS-SURVIVING-NUMBER       PIC X(10)   VALUE SPACE.
01 WS-RETIRED-NUMBER         PIC X(10)   VALUE SPACE.
01 WS-FOUND-ENTRY            PIC 9(04)   VALUE ZERO.
01 WS-MERGE-ENTRY            PIC 9(03)   VALUE ZERO.

*> JOURNAL STAMP, AS P6 KEEPS IT.
01 WS-OPERATOR-ID            PIC X(08)   VALUE SPACE.
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
01 WS-RUN-TIME               PIC 9(06)   VALUE ZERO.
01 WS-RUN-TIME-RAW           PIC 9(08)   VALUE ZERO.
01 WS-JOURNAL-SEQUENCE       PIC 9(06)   VALUE ZERO.
01 WS-JRN-DETAIL.
    05 FILLER                PIC X(12)   VALUE "MERGED INTO ".
    05 WS-JRN-SURVIVOR       PIC X(10).

*> WORK FIELDS FOR COMBINING TWO CUMULATIVE RECORDS OF ONE TERM. THE
*> TWO NUMBERS CARRY DIFFERENT COURSE WORK, SO THE TOTALS ADD; THE
*> GPA IS RECOMPUTED FROM THEM AND THE MORE SERIOUS STANDING STANDS.
01 WSC-EARNED                PIC 9(04)V99 VALUE ZERO.
01 WSC-ATTEMPTED             PIC 9(04)V99 VALUE ZERO.
01 WSC-QPTS                  PIC 9(05)V99 VALUE ZERO.
01 WSC-GPA                   PIC 9V99    VALUE ZERO.
01 WS-STANDING               PIC X(11)   VALUE SPACE.
01 WS-OTHER-STANDING         PIC X(11)   VALUE SPACE.

*> EVERY MERGE ON THE TRANSACTION FILE, VALIDATED AS A SET BEFORE
*> ANYTHING IS TOUCHED, WITH WHAT EACH ONE MOVED FOR THE REPORT.
01 WS-MAX-MERGES             PIC 9(03)   VALUE 200.
01 WS-MERGE-COUNT            PIC 9(03)   VALUE ZERO.
01 MERGE-TABLE.
    05 MGT-ENTRY OCCURS 200 TIMES INDEXED BY MGT-IDX MGT-IDX2.
        10 MGT-SURVIVING-NUMBER PIC X(10).
        10 MGT-RETIRED-NUMBER PIC X(10).
        10 MGT-NAME-OVERRIDE PIC X(01).
        10 MGT-STATUS        PIC X(30).
        10 MGT-SURVIVING-NAME PIC A(19).
        10 MGT-RETIRED-NAME  PIC A(19).
        10 MGT-RETIRED-ON-MASTER PIC X(01).
        10 MGT-ARC-MOVED     PIC 9(04).
        10 MGT-ARC-COMBINED  PIC 9(04).
        10 MGT-HISTORY       PIC X(10).
        10 MGT-HOLDS-MOVED   PIC 9(04).
        10 MGT-HOLDS-DROPPED PIC 9(04).
        10 MGT-EXC-MOVED     PIC 9(04).
        10 MGT-EXC-DROPPED   PIC 9(04).

*> ONE RETIRED NUMBER'S ARCHIVE SNAPSHOTS, GATHERED BEFORE ANY OF
*> THEM IS RE-KEYED SO THE BROWSE ISN'T WALKING RECORDS IT IS MOVING.
01 WS-MAX-SNAPSHOTS          PIC 9(03)   VALUE 100.
01 WS-SNAPSHOT-COUNT         PIC 9(03)   VALUE ZERO.
01 SNAPSHOT-TABLE.
    05 SNP-ENTRY OCCURS 100 TIMES INDEXED BY SNP-IDX.
        10 SNP-TERM-YEAR     PIC 9(04).
        10 SNP-TERM-RANK     PIC 9(01).
        10 SNP-SEMESTER      PIC X(15).
        10 SNP-CUM-EARNED    PIC 9(04)V99.
        10 SNP-CUM-ATTEMPTED PIC 9(04)V99.
        10 SNP-CUM-QPTS      PIC 9(05)V99.
        10 SNP-STANDING      PIC X(11).

*> THE HISTORY, HOLD AND EXCEPTION FILES ARE HELD IN MEMORY, RE-KEYED
*> IN PLACE AND WRITTEN BACK, SAME AS P18 AND P33 MAINTAIN THEM. A
*> RECORD FOLDED INTO THE SURVIVOR'S IS BLANKED AND SKIPPED ON THE
*> WRITE-BACK.
01 WS-MAX-HISTORY            PIC 9(04)   VALUE 5000.
01 WS-HISTORY-COUNT          PIC 9(04)   VALUE ZERO.
01 HISTORY-TABLE.
    05 HTT-ENTRY OCCURS 5000 TIMES INDEXED BY HTT-IDX HTT-IDX2.
        10 HTT-REC-TYPE      PIC X(01).
        10 HTT-STUDENT-NUMBER PIC X(10).
        10 HTT-CUM-EARNED    PIC 9(04)V99.
        10 HTT-CUM-ATTEMPTED PIC 9(04)V99.
        10 HTT-CUM-QPTS      PIC 9(05)V99.
        10 HTT-LOW-GPA-STREAK PIC 9(01).
        10 HTT-STANDING      PIC X(11).
        10 HTT-AS-OF-SEMESTER PIC X(15).

01 WS-MAX-HOLDS              PIC 9(03)   VALUE 500.
01 WS-HOLD-COUNT             PIC 9(03)   VALUE ZERO.
01 HOLD-TABLE.
    05 HLT-ENTRY OCCURS 500 TIMES INDEXED BY HLT-IDX HLT-IDX2.
        10 HLT-STUDENT-NUMBER PIC X(10).
        10 HLT-HOLD-TYPE     PIC X(10).
        10 HLT-HOLD-DATE     PIC 9(08).

01 WS-MAX-EXCEPTIONS         PIC 9(04)   VALUE 1000.
01 WS-EXCEPTION-COUNT        PIC 9(04)   VALUE ZERO.
01 EXCEPTION-TABLE.
    05 EXT-ENTRY OCCURS 1000 TIMES INDEXED BY EXT-IDX EXT-IDX2.
        10 EXT-STUDENT-NUMBER PIC X(10).
        10 EXT-TYPE          PIC X(01).
        10 EXT-COURSE        PIC X(15).
        10 EXT-FOR-COURSE    PIC X(15).
        10 EXT-CATEGORY      PIC X(08).
        10 EXT-HOURS         PIC 99V99.
        10 EXT-APPROVED-BY   PIC X(20).
        10 EXT-APPROVED-DATE PIC 9(08).

*> THE SURVIVING NUMBERS' OWN COURSE RECORDS. A RETIRED-NUMBER RECORD
*> FOR A SEMESTER AND COURSE THE SURVIVOR ALREADY HAS WOULD BE
*> REJECTED BY P8 AS ALREADY ON FILE, SO IT IS ONLY DELETED -- AND
*> LISTED WITH BOTH GRADES FOR THE REGISTRAR.
01 WS-MAX-SURVIVOR-COURSES   PIC 9(04)   VALUE 2000.
01 WS-SURVIVOR-COURSE-COUNT  PIC 9(04)   VALUE ZERO.
01 SURVIVOR-COURSE-TABLE.
    05 SVC-ENTRY OCCURS 2000 TIMES INDEXED BY SVC-IDX.
        10 SVC-STUDENT-NUMBER PIC X(10).
        10 SVC-SEMESTER      PIC X(15).
        10 SVC-COURSE        PIC X(15).
        10 SVC-GRADE         PIC A(05).

01 WS-REPORT-TITLE.
    05 FILLER                PIC X(20)   VALUE SPACE.
    05 FILLER                PIC X(40)   VALUE
       "STUDENT NUMBER MERGE REPORT".
01 WS-TEXT-LINE.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-TXT-FILE           PIC X(10).
    05 WS-TXT-TEXT           PIC X(60).
01 WS-COUNT-LINE.
    05 FILLER                PIC X(04)   VALUE SPACE.
    05 WS-CNT-FILE           PIC X(10).
    05 WS-CNT-FIRST          PIC ZZZ9.
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CNT-FIRST-TEXT     PIC X(14).
    05 WS-CNT-SECOND         PIC ZZZ9.
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CNT-SECOND-TEXT    PIC X(14).
01 WS-NAMES-LINE.
    05 FILLER                PIC X(14)   VALUE "    NAMES     ".
    05 WS-NAM-SURVIVING      PIC A(19).
    05 FILLER                PIC X(03)   VALUE " / ".
    05 WS-NAM-RETIRED        PIC A(19).
01 WS-COURSE-HEADING         PIC X(60)   VALUE
   "COURSE RECORD CORRECTIONS WRITTEN FOR P8".
01 WS-COURSE-LINE.
    05 WS-CRL-RETIRED        PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CRL-SURVIVING      PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CRL-SEMESTER       PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CRL-COURSE         PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CRL-GRADE          PIC X(05).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-CRL-DISPOSITION    PIC X(30).
01 WS-SPACE                  PIC X(01)   VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-MERGE-TABLE.
    PERFORM VALIDATE-MERGES.
    PERFORM LOAD-HISTORY-TABLE.
    PERFORM LOAD-HOLD-TABLE.
    PERFORM LOAD-EXCEPTION-TABLE.
    PERFORM APPLY-MERGES.
    PERFORM REWRITE-HISTORY-FILE.
    PERFORM REWRITE-HOLD-FILE.
    PERFORM REWRITE-EXCEPTION-FILE.
    PERFORM WRITE-MERGE-REPORT.
    PERFORM WRITE-COURSE-CORRECTIONS.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    PERFORM ACCEPT-OPERATOR-ID.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT REPORT-FILE.
    OPEN OUTPUT CORRECTION-FILE.
    PERFORM OPEN-MASTER-FILE.
    PERFORM OPEN-ARCHIVE-FILE.
    PERFORM OPEN-JOURNAL-FILE.

CLOSING-PROCEDURE.
    CLOSE TRANS-FILE, REPORT-FILE, CORRECTION-FILE, MASTER-FILE,
          JOURNAL-FILE.
    IF WS-ARCHIVE-OPEN = "Y" THEN
        CLOSE ARCHIVE-FILE
    END-IF.
    DISPLAY "MERGES APPLIED:        " WS-APPLIED-COUNT.
    DISPLAY "MERGES REJECTED:       " WS-REJECTED-COUNT.
    DISPLAY "COURSE CORRECTIONS:    " WS-CORRECTION-COUNT.

*> THE RETIRED NUMBER'S MASTER RECORD IS DELETED UNDER THIS ID ON THE
*> CHANGE JOURNAL, SAME AS A DELETE THROUGH P6.
ACCEPT-OPERATOR-ID.
    DISPLAY "ENTER OPERATOR ID: ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.
    MOVE WS-USER-INPUT(1:8) TO WS-OPERATOR-ID.

    IF WS-OPERATOR-ID = SPACE THEN
        DISPLAY "*** OPERATOR ID REQUIRED - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> A MERGE IS ALL OR NOTHING ACROSS THE FILES IT TOUCHES, SO ANY
*> FILE THAT WON'T OPEN FOR UPDATE STOPS THE RUN BEFORE THE FIRST
*> RECORD MOVES. NO ARCHIVE ON DISK AT ALL (STATUS 35) JUST MEANS
*> THERE ARE NO SNAPSHOTS TO MOVE.
OPEN-MASTER-FILE.
    OPEN I-O MASTER-FILE.
    IF WS-MST-STATUS NOT = "00" THEN
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-ARCHIVE-FILE.
    OPEN I-O ARCHIVE-FILE.
    EVALUATE WS-ARC-STATUS
        WHEN "00"
            MOVE "Y" TO WS-ARCHIVE-OPEN
        WHEN "35"
            MOVE "N" TO WS-ARCHIVE-OPEN
            DISPLAY "NO TRANSCRIPT ARCHIVE ON FILE - NO SNAPSHOTS "
                    "TO MOVE"
        WHEN OTHER
            DISPLAY "*** TRANSCRIPT ARCHIVE NOT AVAILABLE - STATUS "
                    WS-ARC-STATUS " - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

OPEN-JOURNAL-FILE.
    OPEN EXTEND JOURNAL-FILE.
    IF WS-JRN-STATUS = "35" THEN
        OPEN OUTPUT JOURNAL-FILE
    END-IF.

    IF WS-JRN-STATUS NOT = "00" THEN
        DISPLAY "*** CHANGE JOURNAL NOT AVAILABLE - STATUS "
                WS-JRN-STATUS " - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

READ-NEXT-TRANSACTION.
    READ TRANS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

LOAD-MERGE-TABLE.
    PERFORM READ-NEXT-TRANSACTION.
    PERFORM UNTIL EOF = "Y"
        IF WS-MERGE-COUNT >= WS-MAX-MERGES THEN
            DISPLAY "*** MERGE TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-MERGE-COUNT
        SET MGT-IDX TO WS-MERGE-COUNT
        MOVE TRN-SURVIVING-NUMBER TO MGT-SURVIVING-NUMBER(MGT-IDX)
        MOVE TRN-RETIRED-NUMBER TO MGT-RETIRED-NUMBER(MGT-IDX)
        MOVE TRN-NAME-OVERRIDE TO MGT-NAME-OVERRIDE(MGT-IDX)
        MOVE SPACE TO MGT-STATUS(MGT-IDX)
        MOVE SPACE TO MGT-SURVIVING-NAME(MGT-IDX)
        MOVE SPACE TO MGT-RETIRED-NAME(MGT-IDX)
        MOVE "N" TO MGT-RETIRED-ON-MASTER(MGT-IDX)
        MOVE ZERO TO MGT-ARC-MOVED(MGT-IDX)
        MOVE ZERO TO MGT-ARC-COMBINED(MGT-IDX)
        MOVE "NONE" TO MGT-HISTORY(MGT-IDX)
        MOVE ZERO TO MGT-HOLDS-MOVED(MGT-IDX)
        MOVE ZERO TO MGT-HOLDS-DROPPED(MGT-IDX)
        MOVE ZERO TO MGT-EXC-MOVED(MGT-IDX)
        MOVE ZERO TO MGT-EXC-DROPPED(MGT-IDX)
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM.
    MOVE "N" TO EOF.

*> EVERY MERGE IS CHECKED BEFORE ANY IS APPLIED. A NUMBER THAT TURNS
*> UP IN TWO MERGES (RETIRED TWICE, OR RETIRED IN ONE AND SURVIVING
*> IN ANOTHER) REJECTS BOTH -- THE ORDER THEY'D RUN IN WOULD DECIDE
*> WHERE THE RECORDS END UP.
VALIDATE-MERGES.
    PERFORM VARYING MGT-IDX FROM 1 BY 1
            UNTIL MGT-IDX > WS-MERGE-COUNT
        MOVE "APPLIED" TO WS-TRAN-STATUS
        PERFORM CHECK-MERGE-NUMBERS
        IF WS-TRAN-STATUS = "APPLIED" THEN
            PERFORM CHECK-MERGE-MASTER
        END-IF
        MOVE WS-TRAN-STATUS TO MGT-STATUS(MGT-IDX)
        IF WS-TRAN-STATUS(1:7) = "APPLIED" THEN
            ADD 1 TO WS-APPLIED-COUNT
        ELSE
            ADD 1 TO WS-REJECTED-COUNT
        END-IF
    END-PERFORM.

CHECK-MERGE-NUMBERS.
    EVALUATE TRUE
        WHEN MGT-SURVIVING-NUMBER(MGT-IDX) = SPACE
                OR MGT-RETIRED-NUMBER(MGT-IDX) = SPACE
            MOVE "REJECTED - STUDENT NBR BLANK" TO WS-TRAN-STATUS
        WHEN MGT-SURVIVING-NUMBER(MGT-IDX)
                = MGT-RETIRED-NUMBER(MGT-IDX)
            MOVE "REJECTED - SAME NUMBER TWICE" TO WS-TRAN-STATUS
        WHEN MGT-NAME-OVERRIDE(MGT-IDX) NOT = SPACE
                AND MGT-NAME-OVERRIDE(MGT-IDX) NOT = "Y"
            MOVE "REJECTED - BAD OVERRIDE FLAG" TO WS-TRAN-STATUS
    END-EVALUATE.

    IF WS-TRAN-STATUS = "APPLIED" THEN
        PERFORM VARYING MGT-IDX2 FROM 1 BY 1
                UNTIL MGT-IDX2 > WS-MERGE-COUNT
            IF MGT-IDX2 NOT = MGT-IDX
                AND (MGT-RETIRED-NUMBER(MGT-IDX2)
                        = MGT-RETIRED-NUMBER(MGT-IDX)
                  OR MGT-SURVIVING-NUMBER(MGT-IDX2)
                        = MGT-RETIRED-NUMBER(MGT-IDX)
                  OR MGT-RETIRED-NUMBER(MGT-IDX2)
                        = MGT-SURVIVING-NUMBER(MGT-IDX)) THEN
                MOVE "REJECTED - NUMBER IN TWO MERGES"
                    TO WS-TRAN-STATUS
            END-IF
        END-PERFORM
    END-IF.

*> THE SURVIVING NUMBER MUST BE ON THE MASTER. THE RETIRED ONE NEED
*> NOT BE -- A MISTYPED ID OFF A FEED NEVER HAD A MASTER RECORD --
*> BUT WHEN IT IS, THE TWO NAMES MUST AGREE OR CARRY THE OVERRIDE.
CHECK-MERGE-MASTER.
    MOVE MGT-SURVIVING-NUMBER(MGT-IDX) TO SM-STUDENT-NUMBER.
    READ MASTER-FILE
        INVALID KEY
            MOVE "REJECTED - NO SURVIVOR MASTER" TO WS-TRAN-STATUS
        NOT INVALID KEY
            MOVE SM-STUDENT-NAME TO MGT-SURVIVING-NAME(MGT-IDX)
    END-READ.

    IF WS-TRAN-STATUS NOT = "APPLIED" THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE MGT-RETIRED-NUMBER(MGT-IDX) TO SM-STUDENT-NUMBER.
    READ MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE SM-STUDENT-NAME TO MGT-RETIRED-NAME(MGT-IDX)
            MOVE "Y" TO MGT-RETIRED-ON-MASTER(MGT-IDX)
    END-READ.

    IF MGT-RETIRED-ON-MASTER(MGT-IDX) = "Y"
            AND MGT-RETIRED-NAME(MGT-IDX)
                NOT = MGT-SURVIVING-NAME(MGT-IDX) THEN
        IF MGT-NAME-OVERRIDE(MGT-IDX) = "Y" THEN
            MOVE "APPLIED - NAME OVERRIDE" TO WS-TRAN-STATUS
        ELSE
            MOVE "REJECTED - NAMES DIFFER" TO WS-TRAN-STATUS
        END-IF
    END-IF.

*> THE MASTER AND ARCHIVE ARE UPDATED MERGE BY MERGE; THE FILES HELD
*> IN MEMORY ARE RE-KEYED HERE AND WRITTEN BACK AFTERWARD.
APPLY-MERGES.
    PERFORM VARYING MGT-IDX FROM 1 BY 1
            UNTIL MGT-IDX > WS-MERGE-COUNT
        IF MGT-STATUS(MGT-IDX)(1:7) = "APPLIED" THEN
            MOVE MGT-SURVIVING-NUMBER(MGT-IDX) TO WS-SURVIVING-NUMBER
            MOVE MGT-RETIRED-NUMBER(MGT-IDX) TO WS-RETIRED-NUMBER
            PERFORM MERGE-MASTER-RECORD
            IF WS-ARCHIVE-OPEN = "Y" THEN
                PERFORM MERGE-ARCHIVE-SNAPSHOTS
            END-IF
            PERFORM MERGE-HISTORY-RECORD
            PERFORM MERGE-HOLD-RECORDS
            PERFORM MERGE-EXCEPTION-RECORDS
        END-IF
    END-PERFORM.

*> THE RETIRED NUMBER'S MASTER RECORD GOES, WITH A JOURNAL ENTRY
*> CARRYING ITS BEFORE-IMAGE. THE SURVIVOR'S RECORD IS LEFT AS IS.
MERGE-MASTER-RECORD.
    IF MGT-RETIRED-ON-MASTER(MGT-IDX) NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-RETIRED-NUMBER TO SM-STUDENT-NUMBER.
    READ MASTER-FILE
        INVALID KEY
            MOVE "N" TO MGT-RETIRED-ON-MASTER(MGT-IDX)
        NOT INVALID KEY
            MOVE SPACE TO JRN-RECORD
            MOVE SM-RECORD TO JRN-BEFORE-IMAGE
            DELETE MASTER-FILE RECORD
                INVALID KEY
                    MOVE "N" TO MGT-RETIRED-ON-MASTER(MGT-IDX)
                NOT INVALID KEY
                    PERFORM WRITE-JOURNAL-ENTRY
            END-DELETE
    END-READ.

*> JRN-BEFORE-IMAGE IS ALREADY FILLED IN; A DELETE HAS NO AFTER-IMAGE.
WRITE-JOURNAL-ENTRY.
    ADD 1 TO WS-JOURNAL-SEQUENCE.
    MOVE WS-RUN-DATE TO JRN-RUN-DATE.
    MOVE WS-RUN-TIME TO JRN-RUN-TIME.
    MOVE WS-JOURNAL-SEQUENCE TO JRN-SEQUENCE.
    MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
    MOVE "D" TO JRN-ACTION.
    MOVE WS-RETIRED-NUMBER TO JRN-STUDENT-NUMBER.
    MOVE WS-SURVIVING-NUMBER TO WS-JRN-SURVIVOR.
    MOVE WS-JRN-DETAIL TO JRN-TRN-DETAIL.
    MOVE SPACE TO JRN-AFTER-IMAGE.
    WRITE JRN-RECORD.

*> GATHERS THE RETIRED NUMBER'S SNAPSHOTS, THEN FILES EACH UNDER THE
*> SURVIVING NUMBER: A TERM THE SURVIVOR HAS NO SNAPSHOT FOR IS
*> SIMPLY RE-KEYED; A TERM BOTH NUMBERS HAVE IS COMBINED INTO THE
*> SURVIVOR'S SNAPSHOT RATHER THAN WRITTEN OVER IT.
MERGE-ARCHIVE-SNAPSHOTS.
    PERFORM GATHER-RETIRED-SNAPSHOTS.

    PERFORM VARYING SNP-IDX FROM 1 BY 1
            UNTIL SNP-IDX > WS-SNAPSHOT-COUNT
        MOVE WS-SURVIVING-NUMBER TO ARC-STUDENT-NUMBER
        MOVE SNP-TERM-YEAR(SNP-IDX) TO ARC-TERM-YEAR
        MOVE SNP-TERM-RANK(SNP-IDX) TO ARC-TERM-RANK
        READ ARCHIVE-FILE
            INVALID KEY
                PERFORM REKEY-RETIRED-SNAPSHOT
            NOT INVALID KEY
                PERFORM COMBINE-ARCHIVE-SNAPSHOT
        END-READ

        MOVE WS-RETIRED-NUMBER TO ARC-STUDENT-NUMBER
        MOVE SNP-TERM-YEAR(SNP-IDX) TO ARC-TERM-YEAR
        MOVE SNP-TERM-RANK(SNP-IDX) TO ARC-TERM-RANK
        DELETE ARCHIVE-FILE RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
    END-PERFORM.

GATHER-RETIRED-SNAPSHOTS.
    MOVE ZERO TO WS-SNAPSHOT-COUNT.
    MOVE "N" TO WS-ARC-AT-END.
    MOVE WS-RETIRED-NUMBER TO ARC-STUDENT-NUMBER.
    MOVE ZERO TO ARC-TERM-YEAR.
    MOVE ZERO TO ARC-TERM-RANK.

    START ARCHIVE-FILE KEY IS >= ARC-KEY
        INVALID KEY
            MOVE "Y" TO WS-ARC-AT-END
    END-START.

    PERFORM READ-NEXT-ARCHIVE.
    PERFORM UNTIL WS-ARC-AT-END = "Y"
        IF WS-SNAPSHOT-COUNT >= WS-MAX-SNAPSHOTS THEN
            DISPLAY "*** SNAPSHOT TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SNAPSHOT-COUNT
        SET SNP-IDX TO WS-SNAPSHOT-COUNT
        MOVE ARC-TERM-YEAR TO SNP-TERM-YEAR(SNP-IDX)
        MOVE ARC-TERM-RANK TO SNP-TERM-RANK(SNP-IDX)
        MOVE ARC-SEMESTER TO SNP-SEMESTER(SNP-IDX)
        MOVE ARC-CUM-EARNED TO SNP-CUM-EARNED(SNP-IDX)
        MOVE ARC-CUM-ATTEMPTED TO SNP-CUM-ATTEMPTED(SNP-IDX)
        MOVE ARC-CUM-QPTS TO SNP-CUM-QPTS(SNP-IDX)
        MOVE ARC-STANDING TO SNP-STANDING(SNP-IDX)
        PERFORM READ-NEXT-ARCHIVE
    END-PERFORM.

READ-NEXT-ARCHIVE.
    IF WS-ARC-AT-END = "N" THEN
        READ ARCHIVE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-ARC-AT-END
        END-READ
        IF WS-ARC-AT-END = "N"
                AND ARC-STUDENT-NUMBER NOT = WS-RETIRED-NUMBER THEN
            MOVE "Y" TO WS-ARC-AT-END
        END-IF
    END-IF.

REKEY-RETIRED-SNAPSHOT.
    MOVE SPACE TO ARC-RECORD.
    MOVE WS-SURVIVING-NUMBER TO ARC-STUDENT-NUMBER.
    MOVE SNP-TERM-YEAR(SNP-IDX) TO ARC-TERM-YEAR.
    MOVE SNP-TERM-RANK(SNP-IDX) TO ARC-TERM-RANK.
    MOVE SNP-SEMESTER(SNP-IDX) TO ARC-SEMESTER.
    MOVE SNP-CUM-EARNED(SNP-IDX) TO WSC-EARNED.
    MOVE SNP-CUM-ATTEMPTED(SNP-IDX) TO WSC-ATTEMPTED.
    MOVE SNP-CUM-QPTS(SNP-IDX) TO WSC-QPTS.
    MOVE SNP-STANDING(SNP-IDX) TO WS-STANDING.
    PERFORM FILL-ARCHIVE-TOTALS.
    WRITE ARC-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO MGT-ARC-MOVED(MGT-IDX)
    END-WRITE.

*> ARC-RECORD HOLDS THE SURVIVOR'S SNAPSHOT FOR THE SAME TERM.
COMBINE-ARCHIVE-SNAPSHOT.
    MOVE ARC-CUM-EARNED TO WSC-EARNED.
    MOVE ARC-CUM-ATTEMPTED TO WSC-ATTEMPTED.
    MOVE ARC-CUM-QPTS TO WSC-QPTS.
    ADD SNP-CUM-EARNED(SNP-IDX) TO WSC-EARNED.
    ADD SNP-CUM-ATTEMPTED(SNP-IDX) TO WSC-ATTEMPTED.
    ADD SNP-CUM-QPTS(SNP-IDX) TO WSC-QPTS.
    MOVE ARC-STANDING TO WS-STANDING.
    MOVE SNP-STANDING(SNP-IDX) TO WS-OTHER-STANDING.
    PERFORM SET-MORE-SERIOUS-STANDING.
    PERFORM FILL-ARCHIVE-TOTALS.
    REWRITE ARC-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO MGT-ARC-COMBINED(MGT-IDX)
    END-REWRITE.

FILL-ARCHIVE-TOTALS.
    IF WSC-ATTEMPTED > ZERO THEN
        COMPUTE WSC-GPA ROUNDED = WSC-QPTS / WSC-ATTEMPTED
    ELSE
        MOVE ZERO TO WSC-GPA
    END-IF.
    MOVE WSC-EARNED TO ARC-CUM-EARNED.
    MOVE WSC-ATTEMPTED TO ARC-CUM-ATTEMPTED.
    MOVE WSC-QPTS TO ARC-CUM-QPTS.
    MOVE WSC-GPA TO ARC-CUM-GPA.
    MOVE WS-STANDING TO ARC-STANDING.

*> SUSPENSION OUTRANKS PROBATION, WHICH OUTRANKS GOOD STANDING.
SET-MORE-SERIOUS-STANDING.
    EVALUATE TRUE
        WHEN WS-OTHER-STANDING = "SUSPENSION"
            MOVE WS-OTHER-STANDING TO WS-STANDING
        WHEN WS-OTHER-STANDING = "PROBATION"
                AND WS-STANDING NOT = "SUSPENSION"
            MOVE WS-OTHER-STANDING TO WS-STANDING
    END-EVALUATE.

*> THE RETIRED NUMBER'S HISTORY RECORD IS FOLDED INTO THE SURVIVOR'S
*> WHEN BOTH HAVE ONE (THE LONGER LOW-GPA STREAK AND THE MORE SERIOUS
*> STANDING CARRY FORWARD), OR SIMPLY RE-KEYED WHEN ONLY IT EXISTS.
MERGE-HISTORY-RECORD.
    PERFORM VARYING HTT-IDX FROM 1 BY 1
            UNTIL HTT-IDX > WS-HISTORY-COUNT
        IF HTT-STUDENT-NUMBER(HTT-IDX) = WS-RETIRED-NUMBER THEN
            MOVE ZERO TO WS-FOUND-ENTRY
            PERFORM VARYING HTT-IDX2 FROM 1 BY 1
                    UNTIL HTT-IDX2 > WS-HISTORY-COUNT
                IF HTT-STUDENT-NUMBER(HTT-IDX2) = WS-SURVIVING-NUMBER
                    SET WS-FOUND-ENTRY TO HTT-IDX2
                END-IF
            END-PERFORM

            IF WS-FOUND-ENTRY = ZERO THEN
                MOVE WS-SURVIVING-NUMBER TO HTT-STUDENT-NUMBER(HTT-IDX)
                MOVE "RE-KEYED" TO MGT-HISTORY(MGT-IDX)
            ELSE
                PERFORM COMBINE-HISTORY-RECORD
                MOVE SPACE TO HTT-STUDENT-NUMBER(HTT-IDX)
                MOVE "COMBINED" TO MGT-HISTORY(MGT-IDX)
            END-IF
        END-IF
    END-PERFORM.

COMBINE-HISTORY-RECORD.
    SET HTT-IDX2 TO WS-FOUND-ENTRY.
    ADD HTT-CUM-EARNED(HTT-IDX) TO HTT-CUM-EARNED(HTT-IDX2).
    ADD HTT-CUM-ATTEMPTED(HTT-IDX) TO HTT-CUM-ATTEMPTED(HTT-IDX2).
    ADD HTT-CUM-QPTS(HTT-IDX) TO HTT-CUM-QPTS(HTT-IDX2).
    IF HTT-LOW-GPA-STREAK(HTT-IDX) > HTT-LOW-GPA-STREAK(HTT-IDX2) THEN
        MOVE HTT-LOW-GPA-STREAK(HTT-IDX) TO HTT-LOW-GPA-STREAK(HTT-IDX2)
    END-IF.
    MOVE HTT-STANDING(HTT-IDX2) TO WS-STANDING.
    MOVE HTT-STANDING(HTT-IDX) TO WS-OTHER-STANDING.
    PERFORM SET-MORE-SERIOUS-STANDING.
    MOVE WS-STANDING TO HTT-STANDING(HTT-IDX2).
    IF HTT-AS-OF-SEMESTER(HTT-IDX2) = SPACE THEN
        MOVE HTT-AS-OF-SEMESTER(HTT-IDX) TO HTT-AS-OF-SEMESTER(HTT-IDX2)
    END-IF.

*> A HOLD OF A TYPE THE SURVIVOR ALREADY CARRIES IS DROPPED, KEEPING
*> THE EARLIER OF THE TWO DATES ON THE SURVIVOR'S HOLD.
MERGE-HOLD-RECORDS.
    PERFORM VARYING HLT-IDX FROM 1 BY 1
            UNTIL HLT-IDX > WS-HOLD-COUNT
        IF HLT-STUDENT-NUMBER(HLT-IDX) = WS-RETIRED-NUMBER THEN
            MOVE ZERO TO WS-FOUND-ENTRY
            PERFORM VARYING HLT-IDX2 FROM 1 BY 1
                    UNTIL HLT-IDX2 > WS-HOLD-COUNT
                IF HLT-STUDENT-NUMBER(HLT-IDX2) = WS-SURVIVING-NUMBER
                        AND HLT-HOLD-TYPE(HLT-IDX2)
                            = HLT-HOLD-TYPE(HLT-IDX) THEN
                    SET WS-FOUND-ENTRY TO HLT-IDX2
                END-IF
            END-PERFORM

            IF WS-FOUND-ENTRY = ZERO THEN
                MOVE WS-SURVIVING-NUMBER TO HLT-STUDENT-NUMBER(HLT-IDX)
                ADD 1 TO MGT-HOLDS-MOVED(MGT-IDX)
            ELSE
                SET HLT-IDX2 TO WS-FOUND-ENTRY
                IF HLT-HOLD-DATE(HLT-IDX) < HLT-HOLD-DATE(HLT-IDX2) THEN
                    MOVE HLT-HOLD-DATE(HLT-IDX) TO HLT-HOLD-DATE(HLT-IDX2)
                END-IF
                MOVE SPACE TO HLT-STUDENT-NUMBER(HLT-IDX)
                ADD 1 TO MGT-HOLDS-DROPPED(MGT-IDX)
            END-IF
        END-IF
    END-PERFORM.

*> AN EXCEPTION THE SURVIVOR ALREADY HAS UNDER THE SAME KEY (TYPE,
*> COURSE AND CATEGORY) IS DROPPED; THE SURVIVOR'S APPROVAL STANDS.
MERGE-EXCEPTION-RECORDS.
    PERFORM VARYING EXT-IDX FROM 1 BY 1
            UNTIL EXT-IDX > WS-EXCEPTION-COUNT
        IF EXT-STUDENT-NUMBER(EXT-IDX) = WS-RETIRED-NUMBER THEN
            MOVE ZERO TO WS-FOUND-ENTRY
            PERFORM VARYING EXT-IDX2 FROM 1 BY 1
                    UNTIL EXT-IDX2 > WS-EXCEPTION-COUNT
                IF EXT-STUDENT-NUMBER(EXT-IDX2) = WS-SURVIVING-NUMBER
                        AND EXT-TYPE(EXT-IDX2) = EXT-TYPE(EXT-IDX)
                        AND EXT-COURSE(EXT-IDX2) = EXT-COURSE(EXT-IDX)
                        AND EXT-CATEGORY(EXT-IDX2)
                            = EXT-CATEGORY(EXT-IDX) THEN
                    SET WS-FOUND-ENTRY TO EXT-IDX2
                END-IF
            END-PERFORM

            IF WS-FOUND-ENTRY = ZERO THEN
                MOVE WS-SURVIVING-NUMBER TO EXT-STUDENT-NUMBER(EXT-IDX)
                ADD 1 TO MGT-EXC-MOVED(MGT-IDX)
            ELSE
                MOVE SPACE TO EXT-STUDENT-NUMBER(EXT-IDX)
                ADD 1 TO MGT-EXC-DROPPED(MGT-IDX)
            END-IF
        END-IF
    END-PERFORM.

*> A MISSING HISTORY, HOLD OR EXCEPTIONS FILE HAS NOTHING TO MOVE AND
*> IS NOT CREATED.
LOAD-HISTORY-TABLE.
    OPEN INPUT HISTORY-FILE.
    IF WS-HST-STATUS NOT = "00" THEN
        DISPLAY "NO HISTORY SUMMARY ON FILE - NONE TO MOVE"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-HISTORY.
    PERFORM UNTIL EOF = "Y"
        IF WS-HISTORY-COUNT >= WS-MAX-HISTORY THEN
            DISPLAY "*** HISTORY TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-HISTORY-COUNT
        SET HTT-IDX TO WS-HISTORY-COUNT
        MOVE HST-REC-TYPE TO HTT-REC-TYPE(HTT-IDX)
        MOVE HST-STUDENT-NUMBER TO HTT-STUDENT-NUMBER(HTT-IDX)
        MOVE HST-CUM-EARNED TO HTT-CUM-EARNED(HTT-IDX)
        MOVE HST-CUM-ATTEMPTED TO HTT-CUM-ATTEMPTED(HTT-IDX)
        MOVE HST-CUM-QPTS TO HTT-CUM-QPTS(HTT-IDX)
        MOVE HST-LOW-GPA-STREAK TO HTT-LOW-GPA-STREAK(HTT-IDX)
        MOVE HST-STANDING TO HTT-STANDING(HTT-IDX)
        MOVE HST-AS-OF-SEMESTER TO HTT-AS-OF-SEMESTER(HTT-IDX)
        PERFORM READ-NEXT-HISTORY
    END-PERFORM.

    CLOSE HISTORY-FILE.
    MOVE "Y" TO WS-HISTORY-LOADED.
    MOVE "N" TO EOF.

READ-NEXT-HISTORY.
    READ HISTORY-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

LOAD-HOLD-TABLE.
    OPEN INPUT HOLD-FILE.
    IF WS-HLD-STATUS NOT = "00" THEN
        DISPLAY "NO HOLD FILE - NONE TO MOVE"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-HOLD.
    PERFORM UNTIL EOF = "Y"
        IF WS-HOLD-COUNT >= WS-MAX-HOLDS THEN
            DISPLAY "*** HOLD TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-HOLD-COUNT
        SET HLT-IDX TO WS-HOLD-COUNT
        MOVE HLD-STUDENT-NUMBER TO HLT-STUDENT-NUMBER(HLT-IDX)
        MOVE HLD-HOLD-TYPE TO HLT-HOLD-TYPE(HLT-IDX)
        MOVE HLD-HOLD-DATE TO HLT-HOLD-DATE(HLT-IDX)
        PERFORM READ-NEXT-HOLD
    END-PERFORM.

    CLOSE HOLD-FILE.
    MOVE "Y" TO WS-HOLDS-LOADED.
    MOVE "N" TO EOF.

READ-NEXT-HOLD.
    READ HOLD-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

LOAD-EXCEPTION-TABLE.
    OPEN INPUT EXCEPTION-FILE.
    IF WS-EXC-STATUS NOT = "00" THEN
        DISPLAY "NO EXCEPTIONS FILE - NONE TO MOVE"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-EXCEPTION.
    PERFORM UNTIL EOF = "Y"
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
    END-PERFORM.

    CLOSE EXCEPTION-FILE.
    MOVE "Y" TO WS-EXCEPTIONS-LOADED.
    MOVE "N" TO EOF.

READ-NEXT-EXCEPTION.
    READ EXCEPTION-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> EACH FILE IS WRITTEN BACK IN ITS ORIGINAL ORDER, SKIPPING THE
*> RECORDS BLANKED WHEN THEY WERE FOLDED INTO THE SURVIVOR'S.
REWRITE-HISTORY-FILE.
    IF WS-HISTORY-LOADED NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT HISTORY-FILE.
    PERFORM VARYING HTT-IDX FROM 1 BY 1
            UNTIL HTT-IDX > WS-HISTORY-COUNT
        IF HTT-STUDENT-NUMBER(HTT-IDX) NOT = SPACE THEN
            MOVE SPACE TO HST-RECORD
            MOVE HTT-REC-TYPE(HTT-IDX) TO HST-REC-TYPE
            MOVE HTT-STUDENT-NUMBER(HTT-IDX) TO HST-STUDENT-NUMBER
            MOVE HTT-CUM-EARNED(HTT-IDX) TO HST-CUM-EARNED
            MOVE HTT-CUM-ATTEMPTED(HTT-IDX) TO HST-CUM-ATTEMPTED
            MOVE HTT-CUM-QPTS(HTT-IDX) TO HST-CUM-QPTS
            MOVE HTT-LOW-GPA-STREAK(HTT-IDX) TO HST-LOW-GPA-STREAK
            MOVE HTT-STANDING(HTT-IDX) TO HST-STANDING
            MOVE HTT-AS-OF-SEMESTER(HTT-IDX) TO HST-AS-OF-SEMESTER
            WRITE HST-RECORD
        END-IF
    END-PERFORM.
    CLOSE HISTORY-FILE.

REWRITE-HOLD-FILE.
    IF WS-HOLDS-LOADED NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT HOLD-FILE.
    PERFORM VARYING HLT-IDX FROM 1 BY 1
            UNTIL HLT-IDX > WS-HOLD-COUNT
        IF HLT-STUDENT-NUMBER(HLT-IDX) NOT = SPACE THEN
            MOVE HLT-STUDENT-NUMBER(HLT-IDX) TO HLD-STUDENT-NUMBER
            MOVE HLT-HOLD-TYPE(HLT-IDX) TO HLD-HOLD-TYPE
            MOVE HLT-HOLD-DATE(HLT-IDX) TO HLD-HOLD-DATE
            WRITE HLD-RECORD
        END-IF
    END-PERFORM.
    CLOSE HOLD-FILE.

REWRITE-EXCEPTION-FILE.
    IF WS-EXCEPTIONS-LOADED NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.

    OPEN OUTPUT EXCEPTION-FILE.
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
        END-IF
    END-PERFORM.
    CLOSE EXCEPTION-FILE.

*> ONE STATUS LINE PER MERGE, FOLLOWED FOR AN APPLIED MERGE BY WHAT
*> MOVED IN EACH FILE. BOTH NAMES ARE SHOWN WHENEVER THE RETIRED
*> NUMBER WAS ON THE MASTER, SO A REFUSED MERGE CAN BE CONFIRMED (OR
*> NOT) FROM THE REPORT ALONE.
WRITE-MERGE-REPORT.
    WRITE REPORT-DETAIL FROM WS-REPORT-TITLE.
    WRITE REPORT-DETAIL FROM WS-SPACE.

    PERFORM VARYING MGT-IDX FROM 1 BY 1
            UNTIL MGT-IDX > WS-MERGE-COUNT
        MOVE SPACE TO REPORT-RECORD
        MOVE MGT-SURVIVING-NUMBER(MGT-IDX) TO RPT-SURVIVING-NUMBER
        MOVE MGT-RETIRED-NUMBER(MGT-IDX) TO RPT-RETIRED-NUMBER
        MOVE MGT-NAME-OVERRIDE(MGT-IDX) TO RPT-NAME-OVERRIDE
        MOVE MGT-STATUS(MGT-IDX) TO RPT-STATUS
        WRITE REPORT-RECORD

        IF MGT-RETIRED-NAME(MGT-IDX) NOT = SPACE THEN
            MOVE MGT-SURVIVING-NAME(MGT-IDX) TO WS-NAM-SURVIVING
            MOVE MGT-RETIRED-NAME(MGT-IDX) TO WS-NAM-RETIRED
            WRITE REPORT-DETAIL FROM WS-NAMES-LINE
        END-IF

        IF MGT-STATUS(MGT-IDX)(1:7) = "APPLIED" THEN
            PERFORM WRITE-MERGE-DETAIL
        END-IF
    END-PERFORM.

WRITE-MERGE-DETAIL.
    MOVE "MASTER" TO WS-TXT-FILE.
    IF MGT-RETIRED-ON-MASTER(MGT-IDX) = "Y" THEN
        MOVE "RETIRED RECORD DELETED AND JOURNALED" TO WS-TXT-TEXT
    ELSE
        MOVE "RETIRED NUMBER NOT ON MASTER" TO WS-TXT-TEXT
    END-IF.
    WRITE REPORT-DETAIL FROM WS-TEXT-LINE.

    MOVE "ARCHIVE" TO WS-CNT-FILE.
    MOVE MGT-ARC-MOVED(MGT-IDX) TO WS-CNT-FIRST.
    MOVE "RE-KEYED" TO WS-CNT-FIRST-TEXT.
    MOVE MGT-ARC-COMBINED(MGT-IDX) TO WS-CNT-SECOND.
    MOVE "COMBINED" TO WS-CNT-SECOND-TEXT.
    WRITE REPORT-DETAIL FROM WS-COUNT-LINE.

    MOVE "HISTORY" TO WS-TXT-FILE.
    MOVE MGT-HISTORY(MGT-IDX) TO WS-TXT-TEXT.
    WRITE REPORT-DETAIL FROM WS-TEXT-LINE.

    MOVE "HOLDS" TO WS-CNT-FILE.
    MOVE MGT-HOLDS-MOVED(MGT-IDX) TO WS-CNT-FIRST.
    MOVE "MOVED" TO WS-CNT-FIRST-TEXT.
    MOVE MGT-HOLDS-DROPPED(MGT-IDX) TO WS-CNT-SECOND.
    MOVE "ALREADY HELD" TO WS-CNT-SECOND-TEXT.
    WRITE REPORT-DETAIL FROM WS-COUNT-LINE.

    MOVE "EXCEPTIONS" TO WS-CNT-FILE.
    MOVE MGT-EXC-MOVED(MGT-IDX) TO WS-CNT-FIRST.
    MOVE "MOVED" TO WS-CNT-FIRST-TEXT.
    MOVE MGT-EXC-DROPPED(MGT-IDX) TO WS-CNT-SECOND.
    MOVE "ALREADY ON FILE" TO WS-CNT-SECOND-TEXT.
    WRITE REPORT-DETAIL FROM WS-COUNT-LINE.

*> TWO PASSES OVER THE COURSE FILE: THE FIRST NOTES THE SURVIVORS'
*> OWN SEMESTER/COURSE KEYS, THE SECOND WRITES THE CORRECTIONS FOR
*> EVERY RETIRED-NUMBER RECORD AND LISTS EACH ONE ON THE REPORT.
*> BEGINNING-BALANCE RECORDS ARE ONLY DELETED -- THE BALANCES THEY
*> CARRY TRAVEL WITH THE HISTORY SUMMARY MERGED ABOVE.
WRITE-COURSE-CORRECTIONS.
    WRITE REPORT-DETAIL FROM WS-SPACE.
    WRITE REPORT-DETAIL FROM WS-COURSE-HEADING.

    IF WS-APPLIED-COUNT = ZERO THEN
        EXIT PARAGRAPH
    END-IF.

    OPEN INPUT COURSE-FILE.
    IF WS-CRS-STATUS NOT = "00" THEN
        DISPLAY "NO COURSE FILE ON DISK - NO CORRECTIONS WRITTEN"
        MOVE "NO COURSE FILE ON DISK" TO REPORT-DETAIL
        WRITE REPORT-DETAIL
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-COURSE.
    PERFORM UNTIL EOF = "Y"
        PERFORM FIND-SURVIVOR-MERGE
        IF WS-MERGE-ENTRY > ZERO AND NOT IN-REC-IS-BALANCE THEN
            PERFORM NOTE-SURVIVOR-COURSE
        END-IF
        PERFORM READ-NEXT-COURSE
    END-PERFORM.
    CLOSE COURSE-FILE.
    MOVE "N" TO EOF.

    OPEN INPUT COURSE-FILE.
    PERFORM READ-NEXT-COURSE.
    PERFORM UNTIL EOF = "Y"
        PERFORM FIND-RETIRED-MERGE
        IF WS-MERGE-ENTRY > ZERO THEN
            PERFORM WRITE-COURSE-CORRECTION
        END-IF
        PERFORM READ-NEXT-COURSE
    END-PERFORM.
    CLOSE COURSE-FILE.
    MOVE "N" TO EOF.

READ-NEXT-COURSE.
    READ COURSE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

    IF EOF = "N" AND IN-REC-IS-TRAILER THEN
        MOVE "Y" TO EOF
    END-IF.

*> SETS WS-MERGE-ENTRY TO AN APPLIED MERGE WHOSE SURVIVING NUMBER IS
*> ON THE COURSE RECORD JUST READ, OR ZERO.
FIND-SURVIVOR-MERGE.
    MOVE ZERO TO WS-MERGE-ENTRY.
    PERFORM VARYING MGT-IDX FROM 1 BY 1
            UNTIL MGT-IDX > WS-MERGE-COUNT
        IF MGT-STATUS(MGT-IDX)(1:7) = "APPLIED"
                AND MGT-SURVIVING-NUMBER(MGT-IDX) = STUDENT-NUMBER THEN
            SET WS-MERGE-ENTRY TO MGT-IDX
        END-IF
    END-PERFORM.

*> SETS WS-MERGE-ENTRY TO THE APPLIED MERGE RETIRING THE NUMBER ON
*> THE COURSE RECORD JUST READ, OR ZERO.
FIND-RETIRED-MERGE.
    MOVE ZERO TO WS-MERGE-ENTRY.
    PERFORM VARYING MGT-IDX FROM 1 BY 1
            UNTIL MGT-IDX > WS-MERGE-COUNT
        IF MGT-STATUS(MGT-IDX)(1:7) = "APPLIED"
                AND MGT-RETIRED-NUMBER(MGT-IDX) = STUDENT-NUMBER THEN
            SET WS-MERGE-ENTRY TO MGT-IDX
        END-IF
    END-PERFORM.

NOTE-SURVIVOR-COURSE.
    IF WS-SURVIVOR-COURSE-COUNT >= WS-MAX-SURVIVOR-COURSES THEN
        DISPLAY "*** SURVIVOR COURSE TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-SURVIVOR-COURSE-COUNT.
    SET SVC-IDX TO WS-SURVIVOR-COURSE-COUNT.
    MOVE STUDENT-NUMBER TO SVC-STUDENT-NUMBER(SVC-IDX).
    MOVE SEMESTER TO SVC-SEMESTER(SVC-IDX).
    MOVE COURSE TO SVC-COURSE(SVC-IDX).
    MOVE GRADE TO SVC-GRADE(SVC-IDX).

*> THE DELETE CARRIES THE RECORD EXACTLY AS IT STANDS; THE ADD IS THE
*> SAME IMAGE UNDER THE SURVIVING NUMBER.
WRITE-COURSE-CORRECTION.
    SET MGT-IDX TO WS-MERGE-ENTRY.
    MOVE SPACE TO WS-COURSE-LINE.
    MOVE STUDENT-NUMBER TO WS-CRL-RETIRED.
    MOVE MGT-SURVIVING-NUMBER(MGT-IDX) TO WS-CRL-SURVIVING.
    MOVE SEMESTER TO WS-CRL-SEMESTER.
    MOVE COURSE TO WS-CRL-COURSE.
    MOVE GRADE TO WS-CRL-GRADE.

    MOVE "D" TO COR-ACTION.
    MOVE IN-RECORD TO COR-IMAGE.
    MOVE "MERGE" TO COR-LATE-AUTH-CODE.
    MOVE WS-OPERATOR-ID TO COR-LATE-APPROVER.
    WRITE COR-RECORD.
    ADD 1 TO WS-CORRECTION-COUNT.

    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING SVC-IDX FROM 1 BY 1
            UNTIL SVC-IDX > WS-SURVIVOR-COURSE-COUNT
        IF SVC-STUDENT-NUMBER(SVC-IDX) = MGT-SURVIVING-NUMBER(MGT-IDX)
                AND SVC-SEMESTER(SVC-IDX) = SEMESTER
                AND SVC-COURSE(SVC-IDX) = COURSE THEN
            SET WS-FOUND-ENTRY TO SVC-IDX
        END-IF
    END-PERFORM.

    EVALUATE TRUE
        WHEN IN-REC-IS-BALANCE
            MOVE SPACE TO WS-CRL-SEMESTER
            MOVE SPACE TO WS-CRL-COURSE
            MOVE SPACE TO WS-CRL-GRADE
            MOVE "BALANCE - DELETED ONLY" TO WS-CRL-DISPOSITION
        WHEN WS-FOUND-ENTRY > ZERO
            SET SVC-IDX TO WS-FOUND-ENTRY
            MOVE SPACE TO WS-CRL-DISPOSITION
            STRING "ON SURVIVOR AS " SVC-GRADE(SVC-IDX)
                   " - DELETED ONLY"
                DELIMITED BY SIZE INTO WS-CRL-DISPOSITION
            END-STRING
        WHEN OTHER
            MOVE MGT-SURVIVING-NUMBER(MGT-IDX) TO STUDENT-NUMBER
            MOVE "A" TO COR-ACTION
            MOVE IN-RECORD TO COR-IMAGE
            MOVE "MERGE" TO COR-LATE-AUTH-CODE
            MOVE WS-OPERATOR-ID TO COR-LATE-APPROVER
            WRITE COR-RECORD
            ADD 1 TO WS-CORRECTION-COUNT
            MOVE "MOVED" TO WS-CRL-DISPOSITION
    END-EVALUATE.

    WRITE REPORT-DETAIL FROM WS-COURSE-LINE.
