        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AUDIT-FILE ASSIGN TO "P8Aud.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.

DATA DIVISION.
FILE SECTION.
*> GRADE-CHANGE TRANSACTIONS FROM THE REGISTRAR'S APPROVED CHANGE
*> FORMS: A (ADD), R (REPLACE), D (DELETE), KEYED BY STUDENT NUMBER +
*> SEMESTER + COURSE, CARRYING THE FULL REPLACEMENT RECORD IMAGE (A
*> DELETE ONLY NEEDS THE KEY FIELDS FILLED IN). A CHANGE TO A TERM
*> P41 HAS CLOSED ALSO NEEDS THE LATE-CHANGE AUTHORIZATION CODE AND
*> THE OFFICIAL WHO APPROVED IT; BOTH ARE LEFT BLANK OTHERWISE.
FD TRANS-FILE.
01 TRN-RECORD.
    05 TRN-ACTION             PIC X(01).
        88 TRN-IS-REPLACE         VALUE "R".
        88 TRN-IS-DELETE          VALUE "D".
    05 TRN-IMAGE              PIC X(94).
    05 TRN-LATE-AUTH-CODE     PIC X(08).
    05 TRN-LATE-APPROVER      PIC X(20).

FD OUT-FILE.
01 OUT-RECORD                PIC X(94).
*> AUDIT LOG FOR THE AUDITORS: EACH APPLIED CHANGE IS A THREE-LINE
*> BLOCK -- THE TRANSACTION, THE RECORD AS IT STOOD BEFORE, AND THE
*> RECORD AS WRITTEN AFTER ("(NONE)" ON AN ADD'S BEFORE SIDE AND A
*> DELETE'S AFTER SIDE). A LATE CHANGE TO A CLOSED TERM ADDS A FOURTH
*> "AUT: " LINE NAMING THE TERM, THE AUTHORIZATION AND THE APPROVER.
FD AUDIT-FILE.
01 AUDIT-RECORD.
    05 AUD-TAG                PIC X(05).
    05 AUD-IMAGE              PIC X(96).

*> TERM CALENDAR (MAINTAINED BY P19, CLOSED BY P41). ONLY THE CLOSED
*> FLAG MATTERS HERE.
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

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-PASS                   PIC 9       VALUE 1.
01 WSC-TOTAL-EARNED-HOURS    PIC 9(05)V99 VALUE ZERO.
01 WS-MATCH-ENTRY            PIC 9(03)   VALUE ZERO.
01 WS-REJ-REASON             PIC X(30)   VALUE SPACE.
01 WS-LATE-COUNT             PIC 9(06)   VALUE ZERO.

*> THE TERMS P41 HAS CLOSED. NO CALENDAR ON DISK MEANS NO TERM HAS
*> BEEN CLOSED, SO NOTHING IS LOCKED.
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-MAX-CLOSED-TERMS       PIC 9(03)   VALUE 200.
01 WS-CLOSED-TERM-COUNT      PIC 9(03)   VALUE ZERO.
01 WS-CLOSED-ENTRY           PIC 9(03)   VALUE ZERO.
01 CLOSED-TERM-TABLE.
    05 CLT-ENTRY OCCURS 200 TIMES INDEXED BY CLT-IDX.
        10 CLT-TERM-TEXT     PIC X(15).

*> ALL TRANSACTIONS ARE HELD IN MEMORY FOR THE RUN. PASS 1 OVER THE
*> COURSE FILE COUNTS HOW MANY RECORDS EACH TRANSACTION'S KEY MATCHES;
            15 FILLER             PIC X(35).
            15 TXT-EARNED         PIC 99.99.
            15 FILLER             PIC X(13).
        10 TXT-LATE-AUTH-CODE PIC X(08).
        10 TXT-LATE-APPROVER PIC X(20).
        10 TXT-LATE-CHANGE   PIC X(01).
            88 TXT-IS-LATE-CHANGE     VALUE "Y".
        10 TXT-MATCH-COUNT   PIC 9(03).
        10 TXT-STATUS        PIC X(01).
            88 TXT-IS-PENDING         VALUE "P".
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-CLOSED-TERMS.
    PERFORM LOAD-TRANSACTION-TABLE.
    PERFORM COUNT-KEY-MATCHES.
    PERFORM VALIDATE-TRANSACTIONS.
CLOSING-PROCEDURE.
    CLOSE OUT-FILE, REJECT-FILE, AUDIT-FILE.
    DISPLAY "CHANGES APPLIED:       " WS-APPLIED-COUNT.
    DISPLAY "  LATE (CLOSED TERM):  " WS-LATE-COUNT.
    DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
    DISPLAY "RECORDS WRITTEN:       " WS-OUT-RECORD-COUNT.

        SET TXT-IDX TO WS-TRANSACTION-COUNT
        MOVE TRN-ACTION TO TXT-ACTION(TXT-IDX)
        MOVE TRN-IMAGE TO TXT-IMAGE(TXT-IDX)
        MOVE TRN-LATE-AUTH-CODE TO TXT-LATE-AUTH-CODE(TXT-IDX)
        MOVE TRN-LATE-APPROVER TO TXT-LATE-APPROVER(TXT-IDX)
        MOVE "N" TO TXT-LATE-CHANGE(TXT-IDX)
        MOVE ZERO TO TXT-MATCH-COUNT(TXT-IDX)
        MOVE "P" TO TXT-STATUS(TXT-IDX)
        PERFORM READ-NEXT-TRANSACTION
    CLOSE TRANS-FILE.
    MOVE "N" TO EOF.

*> KEEPS ONLY THE CLOSED TERMS -- AN OPEN TERM NEEDS NO LOOKUP HERE.
LOAD-CLOSED-TERMS.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        DISPLAY "NO TERM CALENDAR ON FILE - NO TERMS CLOSED"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-CALENDAR.
    PERFORM UNTIL EOF = "Y"
        IF TCL-TERM-IS-CLOSED THEN
*>          A CLOSED TERM DROPPED HERE WOULD QUIETLY REOPEN IT TO
*>          UNAUTHORIZED CHANGES -- STOP COLD.
            IF WS-CLOSED-TERM-COUNT >= WS-MAX-CLOSED-TERMS THEN
                DISPLAY "*** CLOSED TERM TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CLOSED-TERM-COUNT
            SET CLT-IDX TO WS-CLOSED-TERM-COUNT
            MOVE TCL-TERM-TEXT TO CLT-TERM-TEXT(CLT-IDX)
        END-IF
        PERFORM READ-NEXT-CALENDAR
    END-PERFORM.
    CLOSE CALENDAR-FILE.
    MOVE "N" TO EOF.

READ-NEXT-CALENDAR.
    READ CALENDAR-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

READ-NEXT-TRANSACTION.
    READ TRANS-FILE NEXT RECORD
        AT END
                MOVE "BAD ACTION CODE" TO WS-REJ-REASON
                PERFORM REJECT-TRANSACTION
        END-EVALUATE
        IF TXT-IS-VALID(TXT-IDX) THEN
            PERFORM CHECK-CLOSED-TERM
        END-IF
    END-PERFORM.

*> A CLOSED TERM'S FIGURES ARE THE FIGURES OF RECORD. A CHANGE TO ONE
*> OF ITS COURSES GOES THROUGH ONLY WITH BOTH THE LATE-CHANGE
*> AUTHORIZATION CODE AND THE APPROVING OFFICIAL ON THE TRANSACTION.
CHECK-CLOSED-TERM.
    MOVE ZERO TO WS-CLOSED-ENTRY.
    PERFORM VARYING CLT-IDX FROM 1 BY 1
            UNTIL CLT-IDX > WS-CLOSED-TERM-COUNT
        IF CLT-TERM-TEXT(CLT-IDX) = TXT-SEMESTER(TXT-IDX) THEN
            SET WS-CLOSED-ENTRY TO CLT-IDX
        END-IF
    END-PERFORM.

    IF WS-CLOSED-ENTRY > ZERO THEN
        IF TXT-LATE-AUTH-CODE(TXT-IDX) = SPACE
                OR TXT-LATE-APPROVER(TXT-IDX) = SPACE THEN
            MOVE "TERM CLOSED - NO LATE AUTH" TO WS-REJ-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE "Y" TO TXT-LATE-CHANGE(TXT-IDX)
        END-IF
    END-IF.

VALIDATE-MATCH-COUNT.
    EVALUATE TXT-MATCH-COUNT(TXT-IDX)
        WHEN ZERO
    MOVE TXT-IMAGE(TXT-IDX) TO AUD-IMAGE.
    WRITE AUDIT-RECORD.

    PERFORM WRITE-LATE-AUTHORIZATION.

    MOVE TXT-IMAGE(TXT-IDX) TO IN-RECORD.
    PERFORM WRITE-OUTPUT-RECORD.
    MOVE "X" TO TXT-STATUS(TXT-IDX).
    MOVE "NEW: " TO AUD-TAG.
    MOVE "(NONE)" TO AUD-IMAGE.
    WRITE AUDIT-RECORD.
    PERFORM WRITE-LATE-AUTHORIZATION.

    MOVE "X" TO TXT-STATUS(TXT-IDX).
    ADD 1 TO WS-APPLIED-COUNT.
            MOVE "NEW: " TO AUD-TAG
            MOVE TXT-IMAGE(TXT-IDX) TO AUD-IMAGE
            WRITE AUDIT-RECORD
            PERFORM WRITE-LATE-AUTHORIZATION

*>          WRITTEN STRAIGHT FROM THE TRANSACTION IMAGE -- IN-RECORD
*>          STILL HOLDS THE NEXT STUDENT'S FIRST RECORD, UNREAD BY
        END-IF
    END-PERFORM.

*> THE FOURTH AUDIT LINE FOR A LATE CHANGE TO A CLOSED TERM.
WRITE-LATE-AUTHORIZATION.
    IF TXT-IS-LATE-CHANGE(TXT-IDX) THEN
        MOVE "AUT: " TO AUD-TAG
        MOVE SPACE TO AUD-IMAGE
        STRING "CLOSED TERM " TXT-SEMESTER(TXT-IDX)
               " LATE AUTH " TXT-LATE-AUTH-CODE(TXT-IDX)
               " APPROVED BY " TXT-LATE-APPROVER(TXT-IDX)
            DELIMITED BY SIZE INTO AUD-IMAGE
        END-STRING
        WRITE AUDIT-RECORD
        ADD 1 TO WS-LATE-COUNT
    END-IF.

*> BEGINNING-BALANCE RECORDS PASS THROUGH UNTOUCHED AND STAY OUT OF
*> THE TRAILER CONTROL TOTALS, WHICH COVER COURSE AND TRANSFER WORK.
WRITE-OUTPUT-RECORD.
