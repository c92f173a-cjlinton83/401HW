IDENTIFICATION DIVISION.
PROGRAM-ID. P36.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DISCLOSURE-FILE ASSIGN TO "Disclose.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSC-STATUS.
    SELECT OUT-FILE ASSIGN TO "P36Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> PERMANENT DISCLOSURE LOG, APPENDED BY P2 (SELECTIVE AND OFFICIAL
*> RUNS), P14 (REPRINTS) AND P29 (ENROLLMENT VERIFICATION): ONE
*> RECORD PER RELEASE, OR PER REQUEST HELD OR REFUSED.
FD DISCLOSURE-FILE.
01 DSC-RECORD.
    05 DSC-STUDENT-NUMBER     PIC X(10).
    05 FILLER                 PIC X(01).
    05 DSC-DATE               PIC 9(08).
    05 FILLER                 PIC X(01).
    05 DSC-REQUESTER          PIC X(20).
    05 FILLER                 PIC X(01).
    05 DSC-CHANNEL            PIC X(08).
    05 FILLER                 PIC X(01).
    05 DSC-DOCUMENT           PIC X(20).
    05 FILLER                 PIC X(01).
    05 DSC-RUN-ID.
        10 DSC-RUN-PROGRAM    PIC X(04).
        10 DSC-RUN-DATE       PIC 9(08).
        10 DSC-RUN-TIME       PIC 9(06).
    05 FILLER                 PIC X(01).
    05 DSC-STATUS             PIC X(08).
    05 FILLER                 PIC X(01).
    05 DSC-REASON             PIC X(10).

FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(120).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 WS-DONE                   PIC A       VALUE "N".
01 WS-DSC-EOF                PIC A       VALUE "N".
01 WS-DSC-STATUS             PIC XX      VALUE "00".
01 WS-USER-INPUT             PIC X(40)   VALUE SPACE.

*> ONE SELECTION PER LOOKUP: A STUDENT NUMBER, OR A DATE RANGE KEYED
*> AS YYYYMMDD-YYYYMMDD. WS-SELECT-BY IS "S" OR "D", SPACE WHEN THE
*> ENTRY WOULDN'T PARSE.
01 WS-SELECT-BY              PIC X(01)   VALUE SPACE.
01 WS-STUDENT-NUMBER         PIC X(10)   VALUE SPACE.
01 WS-FROM-DATE              PIC 9(08)   VALUE ZERO.
01 WS-TO-DATE                PIC 9(08)   VALUE ZERO.
01 WS-DATE-INPUT.
    05 WS-DATE-YEAR          PIC 9(04).
    05 WS-DATE-MONTH         PIC 9(02).
    05 WS-DATE-DAY           PIC 9(02).
01 WS-DATE-INPUT-NUM REDEFINES WS-DATE-INPUT PIC 9(08).
01 WS-DATE-VALID             PIC A       VALUE "N".

01 WS-LISTED-COUNT           PIC 9(06)   VALUE ZERO.
01 WS-NOT-RELEASED-COUNT     PIC 9(06)   VALUE ZERO.

01 WS-STUDENT-TITLE.
    05 FILLER                PIC X(25)   VALUE
       "DISCLOSURES FOR STUDENT: ".
    05 WS-TTL-STUDENT        PIC X(10).
01 WS-RANGE-TITLE.
    05 FILLER                PIC X(17)   VALUE "DISCLOSURES FROM ".
    05 WS-TTL-FROM           PIC 9(08).
    05 FILLER                PIC X(09)   VALUE " THROUGH ".
    05 WS-TTL-TO             PIC 9(08).
01 WS-DETAIL-LABELS.
    05 FILLER                PIC X(09)   VALUE "DATE".
    05 FILLER                PIC X(11)   VALUE "STUDENT".
    05 FILLER                PIC X(21)   VALUE "REQUESTER".
    05 FILLER                PIC X(09)   VALUE "CHANNEL".
    05 FILLER                PIC X(21)   VALUE "DOCUMENT".
    05 FILLER                PIC X(09)   VALUE "STATUS".
    05 FILLER                PIC X(11)   VALUE "REASON".
    05 FILLER                PIC X(18)   VALUE "RUN".
01 WS-DETAIL-LINE.
    05 WS-DTL-DATE           PIC 9(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-STUDENT        PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-REQUESTER      PIC X(20).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-CHANNEL        PIC X(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-DOCUMENT       PIC X(20).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-STATUS         PIC X(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-REASON         PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-DTL-RUN-PROGRAM    PIC X(04).
    05 WS-DTL-RUN-DATE       PIC 9(08).
    05 FILLER                PIC X(01)   VALUE "-".
    05 WS-DTL-RUN-TIME       PIC 9(06).
01 WS-COUNT-LINE.
    05 FILLER                PIC X(20)   VALUE "DISCLOSURES LISTED: ".
    05 WS-CNT-LISTED         PIC ZZZZZ9.
    05 FILLER                PIC X(22)   VALUE
       "   HELD OR REFUSED:   ".
    05 WS-CNT-NOT-RELEASED   PIC ZZZZZ9.
01 WS-MESSAGE-LINE           PIC X(60)   VALUE SPACE.

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

CLOSING-PROCEDURE.
    CLOSE OUT-FILE.

*> ONE LOOKUP PER OPERATOR ENTRY; A BLANK ENTRY ENDS THE SESSION.
LOOKUP-LOOP.
    DISPLAY "ENTER STUDENT NUMBER OR YYYYMMDD-YYYYMMDD "
            "(BLANK TO QUIT): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.

    IF WS-USER-INPUT = SPACE THEN
        MOVE "Y" TO WS-DONE
    ELSE
        PERFORM PARSE-SELECTION
        IF WS-SELECT-BY NOT = SPACE THEN
            PERFORM LIST-DISCLOSURES
        END-IF
    END-IF.

*> TWO EIGHT-DIGIT DATES JOINED BY A HYPHEN ARE A DATE RANGE (BOTH
*> ENDS INCLUDED); ANYTHING ELSE IS TAKEN AS A STUDENT NUMBER.
PARSE-SELECTION.
    MOVE SPACE TO WS-SELECT-BY.

    IF WS-USER-INPUT(1:8) NUMERIC AND WS-USER-INPUT(9:1) = "-"
            AND WS-USER-INPUT(10:8) NUMERIC
            AND WS-USER-INPUT(18:23) = SPACE THEN
        MOVE WS-USER-INPUT(1:8) TO WS-DATE-INPUT
        PERFORM CHECK-DATE-INPUT
        IF WS-DATE-VALID = "N" THEN
            EXIT PARAGRAPH
        END-IF
        MOVE WS-DATE-INPUT-NUM TO WS-FROM-DATE

        MOVE WS-USER-INPUT(10:8) TO WS-DATE-INPUT
        PERFORM CHECK-DATE-INPUT
        IF WS-DATE-VALID = "N" THEN
            EXIT PARAGRAPH
        END-IF
        MOVE WS-DATE-INPUT-NUM TO WS-TO-DATE

        IF WS-FROM-DATE > WS-TO-DATE THEN
            DISPLAY "*** FROM DATE IS AFTER THROUGH DATE ***"
            EXIT PARAGRAPH
        END-IF
        MOVE "D" TO WS-SELECT-BY
    ELSE
        MOVE WS-USER-INPUT(1:10) TO WS-STUDENT-NUMBER
        MOVE "S" TO WS-SELECT-BY
    END-IF.

CHECK-DATE-INPUT.
    MOVE "Y" TO WS-DATE-VALID.
    IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
            OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31 THEN
        DISPLAY "*** NOT A VALID YYYYMMDD DATE ***"
        MOVE "N" TO WS-DATE-VALID
    END-IF.

*> ONE PASS OVER THE LOG, WHICH IS IN THE ORDER THE RELEASES WERE
*> MADE, LISTING EVERY ENTRY THAT MATCHES. HELD AND REFUSED REQUESTS
*> LIST ALONGSIDE THE RELEASES, MARKED BY THEIR STATUS, AND ARE
*> COUNTED SEPARATELY.
LIST-DISCLOSURES.
    MOVE ZERO TO WS-LISTED-COUNT.
    MOVE ZERO TO WS-NOT-RELEASED-COUNT.

    IF WS-SELECT-BY = "S" THEN
        MOVE WS-STUDENT-NUMBER TO WS-TTL-STUDENT
        DISPLAY WS-STUDENT-TITLE
        WRITE OUT-PRINT-LINE FROM WS-STUDENT-TITLE
    ELSE
        MOVE WS-FROM-DATE TO WS-TTL-FROM
        MOVE WS-TO-DATE TO WS-TTL-TO
        DISPLAY WS-RANGE-TITLE
        WRITE OUT-PRINT-LINE FROM WS-RANGE-TITLE
    END-IF.
    DISPLAY WS-DETAIL-LABELS.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LABELS.

    OPEN INPUT DISCLOSURE-FILE.
    IF WS-DSC-STATUS = "00" THEN
        MOVE "N" TO WS-DSC-EOF
        PERFORM READ-NEXT-DISCLOSURE
        PERFORM UNTIL WS-DSC-EOF = "Y"
            IF (WS-SELECT-BY = "S"
                    AND DSC-STUDENT-NUMBER = WS-STUDENT-NUMBER)
                OR (WS-SELECT-BY = "D"
                    AND DSC-DATE NOT < WS-FROM-DATE
                    AND DSC-DATE NOT > WS-TO-DATE) THEN
                PERFORM PRINT-DISCLOSURE-LINE
            END-IF
            PERFORM READ-NEXT-DISCLOSURE
        END-PERFORM
        CLOSE DISCLOSURE-FILE
    END-IF.

    IF WS-LISTED-COUNT = ZERO THEN
        MOVE "NO DISCLOSURES ON FILE" TO WS-MESSAGE-LINE
        DISPLAY WS-MESSAGE-LINE
        WRITE OUT-PRINT-LINE FROM WS-MESSAGE-LINE
    ELSE
        MOVE WS-LISTED-COUNT TO WS-CNT-LISTED
        MOVE WS-NOT-RELEASED-COUNT TO WS-CNT-NOT-RELEASED
        DISPLAY WS-COUNT-LINE
        WRITE OUT-PRINT-LINE FROM WS-COUNT-LINE
    END-IF.

    DISPLAY WS-SPACE.
    WRITE OUT-PRINT-LINE FROM WS-SPACE.

READ-NEXT-DISCLOSURE.
    READ DISCLOSURE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-DSC-EOF
    END-READ.

PRINT-DISCLOSURE-LINE.
    ADD 1 TO WS-LISTED-COUNT.
    IF DSC-STATUS NOT = "RELEASED" THEN
        ADD 1 TO WS-NOT-RELEASED-COUNT
    END-IF.

    MOVE DSC-DATE TO WS-DTL-DATE.
    MOVE DSC-STUDENT-NUMBER TO WS-DTL-STUDENT.
    MOVE DSC-REQUESTER TO WS-DTL-REQUESTER.
    MOVE DSC-CHANNEL TO WS-DTL-CHANNEL.
    MOVE DSC-DOCUMENT TO WS-DTL-DOCUMENT.
    MOVE DSC-STATUS TO WS-DTL-STATUS.
    MOVE DSC-REASON TO WS-DTL-REASON.
    MOVE DSC-RUN-PROGRAM TO WS-DTL-RUN-PROGRAM.
    MOVE DSC-RUN-DATE TO WS-DTL-RUN-DATE.
    MOVE DSC-RUN-TIME TO WS-DTL-RUN-TIME.
    DISPLAY WS-DETAIL-LINE.
    WRITE OUT-PRINT-LINE FROM WS-DETAIL-LINE.
