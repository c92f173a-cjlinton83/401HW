*> THROUGH THIS FILE INSTEAD OF SCANNING FOR SEASON WORDS, SO A NEW
*> SESSION IS ONE CALENDAR LINE INSTEAD OF A PROGRAM CHANGE -- AND A
*> MISSPELLED SEMESTER FINALLY BOUNCES INSTEAD OF SPLITTING A TERM.
*> THE CLOSED FLAG AND CLOSE DATE ARE SET ONLY BY P41'S TERM CLOSE
*> AND ARE CARRIED THROUGH HERE UNTOUCHED; A LINE WRITTEN BEFORE THE
*> FIELDS EXISTED READS THEM AS SPACES -- AN OPEN TERM.
FD CALENDAR-FILE.
01 TCL-RECORD.
    05 TCL-TERM-TEXT          PIC X(15).
    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

FD REPORT-FILE.
01 REPORT-RECORD.
        10 TMT-TERM-RANK     PIC 9(01).
        10 TMT-START-DATE    PIC 9(08).
        10 TMT-END-DATE      PIC 9(08).
        10 TMT-CLOSED-FLAG   PIC X(01).
            88 TMT-TERM-IS-CLOSED VALUE "C".
        10 TMT-CLOSE-DATE    PIC X(08).

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
            MOVE TCL-TERM-RANK TO TMT-TERM-RANK(TMT-IDX)
            MOVE TCL-START-DATE TO TMT-START-DATE(TMT-IDX)
            MOVE TCL-END-DATE TO TMT-END-DATE(TMT-IDX)
            MOVE TCL-CLOSED-FLAG TO TMT-CLOSED-FLAG(TMT-IDX)
            MOVE TCL-CLOSE-DATE TO TMT-CLOSE-DATE(TMT-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
            MOVE TRN-TERM-RANK TO TMT-TERM-RANK(TMT-IDX)
            MOVE TRN-START-DATE TO TMT-START-DATE(TMT-IDX)
            MOVE TRN-END-DATE TO TMT-END-DATE(TMT-IDX)
            MOVE SPACE TO TMT-CLOSED-FLAG(TMT-IDX)
            MOVE SPACE TO TMT-CLOSE-DATE(TMT-IDX)
    END-EVALUATE.

*> A CLOSED TERM'S YEAR AND RANK KEY ITS ARCHIVE SNAPSHOTS, WHICH ARE
*> THE FIGURES OF RECORD ONCE THE TERM CLOSES -- IT CAN'T BE CHANGED
*> OR DELETED OUT FROM UNDER THEM.
CHANGE-TERM-ENTRY.
    IF WS-FOUND-ENTRY = ZERO THEN
        MOVE "REJECTED - NOT ON CALENDAR" TO WS-TRAN-STATUS
        EXIT PARAGRAPH
    END-IF.

    SET TMT-IDX TO WS-FOUND-ENTRY.
    IF TMT-TERM-IS-CLOSED(TMT-IDX) THEN
        MOVE "REJECTED - TERM IS CLOSED" TO WS-TRAN-STATUS
    ELSE
        IF TRN-TERM-YEAR NUMERIC THEN
            MOVE TRN-TERM-YEAR TO TMT-TERM-YEAR(TMT-IDX)
        END-IF
DELETE-TERM-ENTRY.
    IF WS-FOUND-ENTRY = ZERO THEN
        MOVE "REJECTED - NOT ON CALENDAR" TO WS-TRAN-STATUS
        EXIT PARAGRAPH
    END-IF.

    SET TMT-IDX TO WS-FOUND-ENTRY.
    IF TMT-TERM-IS-CLOSED(TMT-IDX) THEN
        MOVE "REJECTED - TERM IS CLOSED" TO WS-TRAN-STATUS
    ELSE
        MOVE SPACE TO TMT-TERM-TEXT(TMT-IDX)
        MOVE ZERO TO TMT-TERM-YEAR(TMT-IDX)
        MOVE ZERO TO TMT-TERM-RANK(TMT-IDX)
        MOVE ZERO TO TMT-START-DATE(TMT-IDX)
        MOVE ZERO TO TMT-END-DATE(TMT-IDX)
        MOVE SPACE TO TMT-CLOSED-FLAG(TMT-IDX)
        MOVE SPACE TO TMT-CLOSE-DATE(TMT-IDX)
    END-IF.

WRITE-REPORT-LINE.
            MOVE TMT-TERM-RANK(TMT-IDX) TO TCL-TERM-RANK
            MOVE TMT-START-DATE(TMT-IDX) TO TCL-START-DATE
            MOVE TMT-END-DATE(TMT-IDX) TO TCL-END-DATE
            MOVE TMT-CLOSED-FLAG(TMT-IDX) TO TCL-CLOSED-FLAG
            MOVE TMT-CLOSE-DATE(TMT-IDX) TO TCL-CLOSE-DATE
            WRITE TCL-RECORD
            ADD 1 TO WS-FOUND-ENTRY
        END-IF
