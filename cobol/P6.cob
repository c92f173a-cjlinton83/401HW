        FILE STATUS IS WS-MST-STATUS.
    SELECT REPORT-FILE ASSIGN TO "P6Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-FILE ASSIGN TO "StuJrnl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRN-STATUS.

DATA DIVISION.
FILE SECTION.
    05 FILLER                 PIC X(01).
    05 RPT-STATUS             PIC X(30).

*> PERMANENT CHANGE JOURNAL: ONE RECORD APPENDED PER APPLIED
*> TRANSACTION, NEVER REWRITTEN, CARRYING THE TRANSACTION AS KEYED AND
*> THE MASTER RECORD BEFORE AND AFTER IT WAS APPLIED. AN ADD HAS A
*> BLANK BEFORE-IMAGE AND A DELETE A BLANK AFTER-IMAGE. RECORDS ARE
*> IN THE ORDER APPLIED, SO P34 (AND P10/P21 "AS OF" A TERM) CAN
*> WIND THE MASTER BACK TO ANY DATE.
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
01 EOF                       PIC A       VALUE "N".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-APPLIED-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-REJECTED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-TRAN-STATUS            PIC X(30)   VALUE SPACE.
01 WS-USER-INPUT             PIC X(40)   VALUE SPACE.

*> JOURNAL STAMP: WHO RAN THE UPDATE AND WHEN, PLUS A RUNNING COUNT
*> THAT KEEPS TWO ENTRIES FROM THE SAME SECOND IN ORDER.
01 WS-JRN-STATUS             PIC XX      VALUE "00".
01 WS-OPERATOR-ID            PIC X(08)   VALUE SPACE.
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
01 WS-RUN-TIME               PIC 9(06)   VALUE ZERO.
01 WS-RUN-TIME-RAW           PIC 9(08)   VALUE ZERO.
01 WS-JOURNAL-SEQUENCE       PIC 9(06)   VALUE ZERO.

*> THE MASTER RECORD AS IT STOOD BEFORE AND AFTER THE TRANSACTION,
*> FILLED IN BY THE ADD/CHANGE/DELETE PARAGRAPHS FOR THE JOURNAL.
01 WS-BEFORE-IMAGE           PIC X(39)   VALUE SPACE.
01 WS-AFTER-IMAGE            PIC X(39)   VALUE SPACE.

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
    STOP RUN.

OPENING-PROCEDURE.
    PERFORM ACCEPT-OPERATOR-ID.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.

    OPEN INPUT TRANS-FILE.
    OPEN OUTPUT REPORT-FILE.
    PERFORM OPEN-MASTER-FILE.
    PERFORM OPEN-JOURNAL-FILE.

CLOSING-PROCEDURE.
    CLOSE TRANS-FILE, MASTER-FILE, REPORT-FILE, JOURNAL-FILE.
    DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.

        STOP RUN
    END-IF.

*> EVERY JOURNAL ENTRY NAMES WHO KEYED IT, SO A RUN WITH NOBODY
*> SIGNED ON DOES NOT START.
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

*> THE JOURNAL IS APPENDED TO, RUN AFTER RUN; THE FIRST-EVER RUN
*> CREATES IT (STATUS 35), SAME AS P2'S RUN LOG. A JOURNAL THAT WON'T
*> OPEN STOPS THE RUN BEFORE ANY MASTER RECORD IS TOUCHED -- A CHANGE
*> APPLIED WITHOUT ITS ENTRY COULD NEVER BE WOUND BACK.
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
    PERFORM READ-NEXT-TRANSACTION.
    PERFORM UNTIL EOF = "Y"
        MOVE "APPLIED" TO WS-TRAN-STATUS
        MOVE SPACE TO WS-BEFORE-IMAGE
        MOVE SPACE TO WS-AFTER-IMAGE

        EVALUATE TRUE
            WHEN TRN-IS-ADD
                MOVE "REJECTED - BAD ACTION CODE" TO WS-TRAN-STATUS
        END-EVALUATE

        IF WS-TRAN-STATUS = "APPLIED" THEN
            PERFORM WRITE-JOURNAL-ENTRY
        END-IF
        PERFORM WRITE-REPORT-LINE
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM.
        WRITE SM-RECORD
            INVALID KEY
                MOVE "REJECTED - ALREADY ON MASTER" TO WS-TRAN-STATUS
            NOT INVALID KEY
                MOVE SM-RECORD TO WS-AFTER-IMAGE
        END-WRITE
    END-IF.

        INVALID KEY
            MOVE "REJECTED - NOT ON MASTER" TO WS-TRAN-STATUS
        NOT INVALID KEY
            MOVE SM-RECORD TO WS-BEFORE-IMAGE
            IF TRN-STUDENT-NAME NOT = SPACE THEN
                MOVE TRN-STUDENT-NAME TO SM-STUDENT-NAME
            END-IF
                MOVE TRN-CATALOG-YEAR TO SM-CATALOG-YEAR
            END-IF
            REWRITE SM-RECORD
            MOVE SM-RECORD TO WS-AFTER-IMAGE
    END-READ.

*> READ FIRST SO THE JOURNAL HOLDS WHAT THE DELETE TOOK AWAY.
DELETE-MASTER-RECORD.
    MOVE TRN-STUDENT-NUMBER TO SM-STUDENT-NUMBER.
    READ MASTER-FILE
        INVALID KEY
            MOVE "REJECTED - NOT ON MASTER" TO WS-TRAN-STATUS
        NOT INVALID KEY
            MOVE SM-RECORD TO WS-BEFORE-IMAGE
            DELETE MASTER-FILE RECORD
                INVALID KEY
                    MOVE "REJECTED - NOT ON MASTER" TO WS-TRAN-STATUS
            END-DELETE
    END-READ.

WRITE-JOURNAL-ENTRY.
    ADD 1 TO WS-JOURNAL-SEQUENCE.
    MOVE SPACE TO JRN-RECORD.
    MOVE WS-RUN-DATE TO JRN-RUN-DATE.
    MOVE WS-RUN-TIME TO JRN-RUN-TIME.
    MOVE WS-JOURNAL-SEQUENCE TO JRN-SEQUENCE.
    MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
    MOVE TRN-RECORD TO JRN-TRANSACTION.
    MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
    MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
    WRITE JRN-RECORD.

WRITE-REPORT-LINE.
    IF WS-TRAN-STATUS = "APPLIED" THEN
