IDENTIFICATION DIVISION.
PROGRAM-ID. P31.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "P31Trn.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT REPORT-FILE ASSIGN TO "P31Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> MAINTENANCE TRANSACTIONS: A (ADD), C (CHANGE), D (DELETE), KEYED
*> BY POLICY CODE PLUS THE TERM THE VALUE TAKES EFFECT, SPELLED AS IT
*> IS ON THE TERM CALENDAR. THE VALUE IS KEYED IN THE FILE'S OWN
*> 99.99 SHAPE (03.50, 12.00). A CHANGE ONLY EVER REPLACES THE VALUE
*> -- MOVING A VALUE TO ANOTHER TERM IS A DELETE AND AN ADD, SO THE
*> REPORT SHOWS BOTH HALVES.
FD TRANS-FILE.
01 TRN-RECORD.
    05 TRN-ACTION             PIC X(01).
        88 TRN-IS-ADD             VALUE "A".
        88 TRN-IS-CHANGE          VALUE "C".
        88 TRN-IS-DELETE          VALUE "D".
    05 TRN-POLICY-CODE        PIC X(08).
    05 TRN-EFF-TERM           PIC X(15).
    05 TRN-VALUE              PIC X(05).
    05 TRN-VALUE-NUM REDEFINES TRN-VALUE
                              PIC 99.99.

*> ACADEMIC POLICY PARAMETERS: ONE LINE PER POLICY VALUE PER TERM IT
*> TOOK EFFECT. THE YEAR AND RANK ARE COPIED OFF THE TERM CALENDAR
*> WHEN THE LINE IS ADDED, SO EVERY READER CAN PICK THE VALUE IN
*> FORCE FOR A TERM WITHOUT RESOLVING THE TEXT AGAIN: THE LINE WITH
*> THE LATEST EFFECTIVE TERM NOT AFTER THE TERM BEING JUDGED WINS.
*>   PROBGPA   CUMULATIVE/SEMESTER GPA BELOW WHICH A STUDENT IS ON
*>             PROBATION (P2, P3, P10, P16)
*>   DEANSGPA  SEMESTER GPA FOR THE DEAN'S LIST (P2, P3, P10)
*>   FULLTIME  ATTEMPTED HOURS FOR A FULL-TIME LOAD, IN WHOLE HOURS
*>             (P2, P3, P10, P29)
*>   GRADGPA   MINIMUM CUMULATIVE GPA TO GRADUATE (P9)
*>   CUMLAUDE  LATIN HONORS CUTOFFS ON THE FINAL CUMULATIVE GPA
*>   MAGNACUM  (P22)
*>   SUMMACUM
FD POLICY-FILE.
01 POL-RECORD.
    05 POL-POLICY-CODE        PIC X(08).
    05 POL-EFF-TERM           PIC X(15).
    05 POL-EFF-YEAR           PIC 9(04).
    05 POL-EFF-RANK           PIC 9(01).
    05 POL-VALUE              PIC 99.99.

*> TERM CALENDAR (MAINTAINED BY P19): AN EFFECTIVE TERM MUST BE ONE
*> THE UNIVERSITY RECOGNIZES, OR NO RUN WOULD EVER PICK THE VALUE UP.
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

FD REPORT-FILE.
01 REPORT-RECORD.
    05 RPT-ACTION             PIC X(01).
    05 FILLER                 PIC X(01).
    05 RPT-POLICY-CODE        PIC X(08).
    05 FILLER                 PIC X(01).
    05 RPT-EFF-TERM           PIC X(15).
    05 FILLER                 PIC X(01).
    05 RPT-OLD-VALUE          PIC Z9.99.
    05 FILLER                 PIC X(01).
    05 RPT-NEW-VALUE          PIC Z9.99.
    05 FILLER                 PIC X(01).
    05 RPT-STATUS             PIC X(30).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-POL-STATUS             PIC XX      VALUE "00".
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-APPLIED-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-REJECTED-COUNT         PIC 9(06)   VALUE ZERO.
01 WS-TRAN-STATUS            PIC X(30)   VALUE SPACE.
01 WS-VALUE-OK               PIC A       VALUE "N".
01 WSC-NEW-VALUE             PIC 99V99   VALUE ZERO.
01 WSC-OLD-VALUE             PIC 99V99   VALUE ZERO.

*> THE POLICY CODES THE PROGRAMS KNOW. A CODE NOT ON THIS LIST WOULD
*> SIT ON THE FILE AND NEVER BE READ.
01 WS-POLICY-CODE            PIC X(08)   VALUE SPACE.
    88 WS-CODE-IS-GPA             VALUE "PROBGPA " "DEANSGPA"
                                        "GRADGPA " "CUMLAUDE"
                                        "MAGNACUM" "SUMMACUM".
    88 WS-CODE-IS-HOURS           VALUE "FULLTIME".

*> THE WHOLE POLICY FILE IS HELD IN MEMORY FOR THE RUN -- LOADED AT
*> START, UPDATED IN PLACE, WRITTEN BACK AT THE END. A DELETED ENTRY
*> IS BLANKED AND SKIPPED ON THE WRITE-BACK, SAME AS P19'S CALENDAR.
01 WS-MAX-POLICIES           PIC 9(03)   VALUE 200.
01 WS-POLICY-COUNT           PIC 9(03)   VALUE ZERO.
01 WS-FOUND-ENTRY            PIC 9(03)   VALUE ZERO.
01 POLICY-TABLE.
    05 PLT-ENTRY OCCURS 200 TIMES INDEXED BY PLT-IDX.
        10 PLT-POLICY-CODE   PIC X(08).
        10 PLT-EFF-TERM      PIC X(15).
        10 PLT-EFF-YEAR      PIC 9(04).
        10 PLT-EFF-RANK      PIC 9(01).
        10 PLT-VALUE         PIC 99V99.

*> TERM CALENDAR LOADED AT STARTUP.
01 WS-CALENDAR-LOADED        PIC A       VALUE "N".
01 WS-MAX-CAL-TERMS          PIC 9(03)   VALUE 200.
01 WS-CAL-TERM-COUNT         PIC 9(03)   VALUE ZERO.
01 WS-CAL-ENTRY              PIC 9(03)   VALUE ZERO.
01 WS-CAL-LOOKUP             PIC X(15)   VALUE SPACE.
01 CAL-TERM-TABLE.
    05 CAL-ENTRY OCCURS 200 TIMES INDEXED BY CAL-IDX.
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-TERM-YEAR     PIC 9(04).
        10 CAL-TERM-RANK     PIC 9(01).

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.
    PERFORM APPLY-TRANSACTIONS.
    PERFORM REWRITE-POLICY-FILE.
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
    DISPLAY "POLICY VALUES OUT:     " WS-POLICY-COUNT.

*> WITH NO CALENDAR ON DISK NO ADD CAN BE VALIDATED, SO EVERY ADD IS
*> REJECTED; CHANGES AND DELETES TO LINES ALREADY ON FILE STILL GO.
LOAD-TERM-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        DISPLAY "NO TERM CALENDAR ON FILE - ADDS WILL BE REJECTED"
    ELSE
        PERFORM READ-NEXT-CALENDAR
        PERFORM UNTIL EOF = "Y"
            IF WS-CAL-TERM-COUNT >= WS-MAX-CAL-TERMS THEN
                DISPLAY "*** TERM CALENDAR TABLE FULL - RUN "
                        "STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-TERM-COUNT
            SET CAL-IDX TO WS-CAL-TERM-COUNT
            MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
            MOVE TCL-TERM-YEAR TO CAL-TERM-YEAR(CAL-IDX)
            MOVE TCL-TERM-RANK TO CAL-TERM-RANK(CAL-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
        MOVE "Y" TO WS-CALENDAR-LOADED
    END-IF.

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

*> A MISSING POLICY FILE (STATUS 35) JUST MEANS A FIRST-EVER RUN
*> BUILDING IT FROM SCRATCH OUT OF ADD TRANSACTIONS.
LOAD-POLICY-TABLE.
    OPEN INPUT POLICY-FILE.
    IF WS-POL-STATUS NOT = "00" THEN
        DISPLAY "NO POLICY FILE ON FILE - STARTING EMPTY"
    ELSE
        PERFORM READ-NEXT-POLICY
        PERFORM UNTIL EOF = "Y"
*>          A VALUE DROPPED HERE WOULD VANISH FROM THE WRITE-BACK AND
*>          EVERY RUN WOULD QUIETLY FALL BACK TO AN OLDER RULE --
*>          STOP COLD.
            IF WS-POLICY-COUNT >= WS-MAX-POLICIES THEN
                DISPLAY "*** POLICY TABLE FULL - RUN STOPPED ***"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-POLICY-COUNT
            SET PLT-IDX TO WS-POLICY-COUNT
            MOVE POL-POLICY-CODE TO PLT-POLICY-CODE(PLT-IDX)
            MOVE POL-EFF-TERM TO PLT-EFF-TERM(PLT-IDX)
            MOVE POL-EFF-YEAR TO PLT-EFF-YEAR(PLT-IDX)
            MOVE POL-EFF-RANK TO PLT-EFF-RANK(PLT-IDX)
            MOVE POL-VALUE TO PLT-VALUE(PLT-IDX)
            PERFORM READ-NEXT-POLICY
        END-PERFORM
        CLOSE POLICY-FILE
    END-IF.

    MOVE "N" TO EOF.

READ-NEXT-POLICY.
    READ POLICY-FILE NEXT RECORD
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
        MOVE ZERO TO WSC-OLD-VALUE
        MOVE ZERO TO WSC-NEW-VALUE
        MOVE TRN-POLICY-CODE TO WS-POLICY-CODE
        PERFORM FIND-POLICY-ENTRY
        PERFORM CHECK-POLICY-VALUE

        EVALUATE TRUE
            WHEN TRN-IS-ADD
                PERFORM ADD-POLICY-ENTRY
            WHEN TRN-IS-CHANGE
                PERFORM CHANGE-POLICY-ENTRY
            WHEN TRN-IS-DELETE
                PERFORM DELETE-POLICY-ENTRY
            WHEN OTHER
                MOVE "REJECTED - BAD ACTION CODE" TO WS-TRAN-STATUS
        END-EVALUATE

        PERFORM WRITE-REPORT-LINE
        PERFORM READ-NEXT-TRANSACTION
    END-PERFORM.

*> SETS WS-FOUND-ENTRY TO THE SLOT HOLDING THE TRANSACTION'S CODE AND
*> EFFECTIVE TERM, OR ZERO. A BLANKED (DELETED) SLOT NEVER MATCHES.
FIND-POLICY-ENTRY.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING PLT-IDX FROM 1 BY 1
            UNTIL PLT-IDX > WS-POLICY-COUNT
        IF PLT-POLICY-CODE(PLT-IDX) = TRN-POLICY-CODE
                AND PLT-EFF-TERM(PLT-IDX) = TRN-EFF-TERM
                AND TRN-POLICY-CODE NOT = SPACE THEN
            SET WS-FOUND-ENTRY TO PLT-IDX
        END-IF
    END-PERFORM.

*> THE VALUE MUST BE KEYED 99.99 AND MAKE SENSE FOR ITS CODE: A GPA
*> NO HIGHER THAN 4.00, A FULL-TIME LOAD OF AT LEAST ONE HOUR. THE
*> FULL-TIME LOAD MUST ALSO BE WHOLE HOURS -- P2, P3, P10 AND P29
*> HOLD IT AS PIC 99, SO 12.50 WOULD QUIETLY BECOME 12 THERE. A
*> FRACTIONAL LOAD IS FLAGGED "W" SO THE REPORT SAYS WHY.
CHECK-POLICY-VALUE.
    MOVE "N" TO WS-VALUE-OK.
    IF TRN-VALUE(1:2) NUMERIC AND TRN-VALUE(3:1) = "."
            AND TRN-VALUE(4:2) NUMERIC THEN
        MOVE TRN-VALUE-NUM TO WSC-NEW-VALUE
        EVALUATE TRUE
            WHEN WS-CODE-IS-GPA AND WSC-NEW-VALUE <= 4.00
                MOVE "Y" TO WS-VALUE-OK
            WHEN WS-CODE-IS-HOURS AND TRN-VALUE(4:2) NOT = "00"
                MOVE "W" TO WS-VALUE-OK
            WHEN WS-CODE-IS-HOURS AND WSC-NEW-VALUE >= 1.00
                MOVE "Y" TO WS-VALUE-OK
        END-EVALUATE
    END-IF.

ADD-POLICY-ENTRY.
    MOVE TRN-EFF-TERM TO WS-CAL-LOOKUP.
    PERFORM FIND-CALENDAR-TERM.

    EVALUATE TRUE
        WHEN NOT WS-CODE-IS-GPA AND NOT WS-CODE-IS-HOURS
            MOVE "REJECTED - UNKNOWN POLICY CODE" TO WS-TRAN-STATUS
        WHEN WS-FOUND-ENTRY > ZERO
            MOVE "REJECTED - ALREADY ON FILE" TO WS-TRAN-STATUS
        WHEN WS-POLICY-COUNT >= WS-MAX-POLICIES
            MOVE "REJECTED - POLICY FILE FULL" TO WS-TRAN-STATUS
        WHEN WS-CAL-ENTRY = ZERO
            MOVE "REJECTED - TERM NOT ON CALNDR" TO WS-TRAN-STATUS
        WHEN WS-VALUE-OK = "N"
            MOVE "REJECTED - VALUE INVALID" TO WS-TRAN-STATUS
        WHEN WS-VALUE-OK = "W"
            MOVE "REJECTED - HOURS NOT WHOLE" TO WS-TRAN-STATUS
        WHEN OTHER
            ADD 1 TO WS-POLICY-COUNT
            SET PLT-IDX TO WS-POLICY-COUNT
            SET CAL-IDX TO WS-CAL-ENTRY
            MOVE TRN-POLICY-CODE TO PLT-POLICY-CODE(PLT-IDX)
            MOVE TRN-EFF-TERM TO PLT-EFF-TERM(PLT-IDX)
            MOVE CAL-TERM-YEAR(CAL-IDX) TO PLT-EFF-YEAR(PLT-IDX)
            MOVE CAL-TERM-RANK(CAL-IDX) TO PLT-EFF-RANK(PLT-IDX)
            MOVE WSC-NEW-VALUE TO PLT-VALUE(PLT-IDX)
    END-EVALUATE.

CHANGE-POLICY-ENTRY.
    EVALUATE TRUE
        WHEN WS-FOUND-ENTRY = ZERO
            MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
        WHEN WS-VALUE-OK = "N"
            MOVE "REJECTED - VALUE INVALID" TO WS-TRAN-STATUS
        WHEN WS-VALUE-OK = "W"
            MOVE "REJECTED - HOURS NOT WHOLE" TO WS-TRAN-STATUS
        WHEN OTHER
            SET PLT-IDX TO WS-FOUND-ENTRY
            MOVE PLT-VALUE(PLT-IDX) TO WSC-OLD-VALUE
            MOVE WSC-NEW-VALUE TO PLT-VALUE(PLT-IDX)
    END-EVALUATE.

DELETE-POLICY-ENTRY.
    MOVE ZERO TO WSC-NEW-VALUE.
    IF WS-FOUND-ENTRY = ZERO THEN
        MOVE "REJECTED - NOT ON FILE" TO WS-TRAN-STATUS
    ELSE
        SET PLT-IDX TO WS-FOUND-ENTRY
        MOVE PLT-VALUE(PLT-IDX) TO WSC-OLD-VALUE
        MOVE SPACE TO PLT-POLICY-CODE(PLT-IDX)
        MOVE SPACE TO PLT-EFF-TERM(PLT-IDX)
        MOVE ZERO TO PLT-EFF-YEAR(PLT-IDX)
        MOVE ZERO TO PLT-EFF-RANK(PLT-IDX)
        MOVE ZERO TO PLT-VALUE(PLT-IDX)
    END-IF.

*> EACH LINE SHOWS THE VALUE BEFORE AND AFTER, SO THE REPORT IS THE
*> RECORD OF WHAT THE SENATE'S CHANGE ACTUALLY DID TO THE FILE.
WRITE-REPORT-LINE.
    IF WS-TRAN-STATUS = "APPLIED" THEN
        ADD 1 TO WS-APPLIED-COUNT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE ZERO TO WSC-NEW-VALUE
    END-IF.

    MOVE SPACE TO REPORT-RECORD.
    MOVE TRN-ACTION TO RPT-ACTION.
    MOVE TRN-POLICY-CODE TO RPT-POLICY-CODE.
    MOVE TRN-EFF-TERM TO RPT-EFF-TERM.
    MOVE WSC-OLD-VALUE TO RPT-OLD-VALUE.
    MOVE WSC-NEW-VALUE TO RPT-NEW-VALUE.
    MOVE WS-TRAN-STATUS TO RPT-STATUS.
    WRITE REPORT-RECORD.

*> WRITES THE UPDATED POLICY FILE BACK OUT, SKIPPING BLANKED
*> (DELETED) SLOTS, AND RECOUNTS SO THE CLOSING DISPLAY SHOWS WHAT'S
*> ON FILE.
REWRITE-POLICY-FILE.
    OPEN OUTPUT POLICY-FILE.
    MOVE ZERO TO WS-FOUND-ENTRY.
    PERFORM VARYING PLT-IDX FROM 1 BY 1
            UNTIL PLT-IDX > WS-POLICY-COUNT
        IF PLT-POLICY-CODE(PLT-IDX) NOT = SPACE THEN
            MOVE PLT-POLICY-CODE(PLT-IDX) TO POL-POLICY-CODE
            MOVE PLT-EFF-TERM(PLT-IDX) TO POL-EFF-TERM
            MOVE PLT-EFF-YEAR(PLT-IDX) TO POL-EFF-YEAR
            MOVE PLT-EFF-RANK(PLT-IDX) TO POL-EFF-RANK
            MOVE PLT-VALUE(PLT-IDX) TO POL-VALUE
            WRITE POL-RECORD
            ADD 1 TO WS-FOUND-ENTRY
        END-IF
    END-PERFORM.
    MOVE WS-FOUND-ENTRY TO WS-POLICY-COUNT.
    CLOSE POLICY-FILE.
