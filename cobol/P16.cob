    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.

DATA DIVISION.
FILE SECTION.
    05 FILLER                 PIC X(80).

*> THE AUDIT TRAIL P8 WROTE: EACH APPLIED CHANGE IS A THREE-LINE
*> BLOCK (FOUR FOR A LATE CHANGE TO A CLOSED TERM) WHOSE "TRN: " LINE
*> CARRIES THE ACTION, A SPACE, AND THE FULL RECORD IMAGE -- THE
*> STUDENT NUMBER SITS RIGHT AFTER THE IMAGE'S RECORD-TYPE BYTE. ONLY
*> STUDENTS NAMED HERE ARE REBUILT.
FD AUDIT-FILE.
01 AUDIT-RECORD.
    05 AUD-TAG                PIC X(05).
    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

*> ACADEMIC POLICY PARAMETERS (MAINTAINED BY P31): ONE LINE PER
*> POLICY VALUE PER TERM IT TOOK EFFECT.
FD POLICY-FILE.
01 POL-RECORD.
    05 POL-POLICY-CODE        PIC X(08).
    05 POL-EFF-TERM           PIC X(15).
    05 POL-EFF-YEAR           PIC 9(04).
    05 POL-EFF-RANK           PIC 9(01).
    05 POL-VALUE              PIC 99.99.

FD REPORT-FILE.
01 REPORT-RECORD.
    05 FILLER                 PIC X(02).
    05 RPT-STANDING           PIC X(11).
    05 FILLER                 PIC X(02).
    05 RPT-STATUS             PIC X(24).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-TERM-YEAR     PIC 9(04).
        10 CAL-TERM-RANK     PIC 9(01).
        10 CAL-CLOSED-FLAG   PIC X(01).
            88 CAL-TERM-IS-CLOSED VALUE "C".

*> THIS RUN IS THE ONE SANCTIONED WAY A CLOSED TERM'S SNAPSHOT IS
*> REWRITTEN (P8 LETS THE CHANGE THROUGH ONLY WITH A LATE-CHANGE
*> AUTHORIZATION), SO EVERY SUCH REWRITE IS FLAGGED ON THE REPORT.
01 WS-CLOSED-REBUILT         PIC 9(04)   VALUE ZERO.
01 WS-CLOSED-REBUILT-TOTAL   PIC 9(04)   VALUE ZERO.

01 WS-MAX-OLD-TERMS          PIC 9(03)   VALUE 100.
01 WS-OLD-TERM-COUNT         PIC 9(03)   VALUE ZERO.

*> SAME PROBATION/SUSPENSION THRESHOLDS P2 APPLIES, SO THE REBUILT
*> SNAPSHOTS COME OUT EXACTLY AS A CLEAN SEQUENCE OF P2 RUNS WOULD
*> HAVE WRITTEN THEM. LIKE P2, EACH SEMESTER IS JUDGED BY THE VALUE
*> THE POLICY FILE HAD IN FORCE FOR THAT SEMESTER; THE VALUE HERE IS
*> ONLY THE BUILT-IN FALLBACK.
01 WS-PROBATION-GPA          PIC 9V99    VALUE 2.00.
01 WS-LOW-GPA-STREAK         PIC 9       VALUE ZERO.
01 WS-SEMESTER-TERM-KEY.
    05 WS-SEMESTER-TERM-YEAR PIC 9(04)   VALUE ZERO.
    05 WS-SEMESTER-TERM-RANK PIC 9(01)   VALUE ZERO.

*> THE POLICY FILE HELD IN MEMORY, SEEDED FIRST WITH THE BUILT-IN
*> VALUES ABOVE AS IF IN FORCE FROM THE BEGINNING OF TIME, SO A TERM
*> OLDER THAN EVERY LINE ON FILE (OR A SHOP WITH NO FILE YET) STILL
*> GETS A VALUE. PLT-USED MARKS EACH LINE THE RUN APPLIED.
01 WS-POL-STATUS             PIC XX      VALUE "00".
01 WS-MAX-POLICIES           PIC 9(03)   VALUE 200.
01 WS-POLICY-COUNT           PIC 9(03)   VALUE ZERO.
01 WS-POLICY-ENTRY           PIC 9(03)   VALUE ZERO.
01 WS-POLICY-CODE            PIC X(08)   VALUE SPACE.
01 WS-POLICY-VALUE           PIC 99V99   VALUE ZERO.
01 WS-POLICY-TERM-KEY        PIC X(05)   VALUE "00000".
01 WS-POLICY-BEST-KEY        PIC X(05)   VALUE "00000".
01 POLICY-TABLE.
    05 PLT-ENTRY OCCURS 200 TIMES INDEXED BY PLT-IDX.
        10 PLT-POLICY-CODE   PIC X(08).
        10 PLT-EFF-TERM      PIC X(15).
        10 PLT-EFF-KEY.
            15 PLT-EFF-YEAR  PIC 9(04).
            15 PLT-EFF-RANK  PIC 9(01).
        10 PLT-VALUE         PIC 99V99.
        10 PLT-USED          PIC X(01).
01 WS-POLICY-LINE.
    05 FILLER                PIC X(08)   VALUE "POLICY  ".
    05 WS-PLN-CODE           PIC X(08).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-PLN-VALUE          PIC Z9.99.
    05 FILLER                PIC X(16)   VALUE "  IN FORCE FROM ".
    05 WS-PLN-TERM           PIC X(15).

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED WS
*> FIELD -- SAME ACCUMULATOR SIZES AS P2'S, FOR THE SAME REASON.
01 WSC-CUMULATIVE-GPA        PIC 9V99    VALUE ZERO.
01 WS-CUMULATIVE-STANDING    PIC X(11)   VALUE SPACE.

*> TRANSFER CREDIT AND W/I/NR GRADES FOLLOW P2'S RULES: TRANSFER
*> EARNS HOURS BUT NO QUALITY POINTS AND NO ATTEMPTED HOURS, W/I/NR
*> EARN NO QUALITY POINTS AND NO ATTEMPTED HOURS.
01 WS-REC-TYPE                PIC X(01).
    88 WS-REC-IS-TRANSFER         VALUE "T".
01 WS-GRADE                   PIC A(5).
    88 WS-GRADE-IS-W              VALUE "W    ".
    88 WS-GRADE-IS-I              VALUE "I    ".
    88 WS-GRADE-IS-NR             VALUE "NR   ".
01 WS-EARNED                  PIC 99.99.

*> ONE STUDENT'S COURSES AT A TIME, SO THE SAME REPEAT-FORGIVENESS
    PERFORM REBUILD-STUDENTS.
    PERFORM REWRITE-HISTORY-FILE.
    PERFORM REPORT-UNMATCHED-STUDENTS.
    MOVE SPACE TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    PERFORM WRITE-POLICY-LINES.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
OPENING-PROCEDURE.
    OPEN OUTPUT REPORT-FILE.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.
    PERFORM OPEN-ARCHIVE-FILE.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP.
            MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
            MOVE TCL-TERM-YEAR TO CAL-TERM-YEAR(CAL-IDX)
            MOVE TCL-TERM-RANK TO CAL-TERM-RANK(CAL-IDX)
            MOVE TCL-CLOSED-FLAG TO CAL-CLOSED-FLAG(CAL-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
    CLOSE REPORT-FILE.
    CLOSE ARCHIVE-FILE.
    DISPLAY "STUDENTS REBUILT: " WS-REBUILT-COUNT.
    DISPLAY "CLOSED-TERM SNAPSHOTS REBUILT: " WS-CLOSED-REBUILT-TOTAL.

*> UNLIKE P2, A MISSING OR BROKEN ARCHIVE STOPS THIS RUN COLD:
*> REBUILDING THE HISTORY SUMMARY WHILE LEAVING STALE SNAPSHOTS IN
            END-EVALUATE
        END-IF

        IF WS-GRADE-IS-W OR WS-GRADE-IS-I OR WS-GRADE-IS-NR THEN
            MOVE 0 TO WSC-QPTS
        END-IF
    END-IF.
        MOVE ZERO TO WSC-SEMESTER-ATTEMPTED
        MOVE ZERO TO WS-LOW-GPA-STREAK
        MOVE ZERO TO WS-TERMS-REBUILT
        MOVE ZERO TO WS-CLOSED-REBUILT
        MOVE SCT-SEMESTER(1) TO WS-SEMESTER

        PERFORM VARYING SCT-IDX FROM 1 BY 1

    MOVE SCT-GRADE(SCT-IDX) TO WS-GRADE.
    MOVE SCT-REC-TYPE(SCT-IDX) TO WS-REC-TYPE.
    IF NOT (WS-GRADE-IS-W OR WS-GRADE-IS-I OR WS-GRADE-IS-NR
            OR WS-REC-IS-TRANSFER) THEN
        MOVE SCT-ATTEMPTED(SCT-IDX) TO WSC-ATTEMPTED
        COMPUTE WSC-SEMESTER-ATTEMPTED =
            WSC-SEMESTER-ATTEMPTED + WSC-ATTEMPTED
        MOVE ZERO TO WSC-CUMULATIVE-GPA
    END-IF.

    PERFORM SET-SEMESTER-POLICY.

    IF WSC-SEMESTER-ATTEMPTED > ZERO
            AND WSC-SEMESTER-GPA < WS-PROBATION-GPA THEN
        ADD 1 TO WS-LOW-GPA-STREAK

    PERFORM WRITE-ARCHIVE-RECORD.
    ADD 1 TO WS-TERMS-REBUILT.
    IF WS-CAL-ENTRY > ZERO THEN
        SET CAL-IDX TO WS-CAL-ENTRY
        IF CAL-TERM-IS-CLOSED(CAL-IDX) THEN
            ADD 1 TO WS-CLOSED-REBUILT
            ADD 1 TO WS-CLOSED-REBUILT-TOTAL
        END-IF
    END-IF.

    MOVE ZERO TO WSC-SEMESTER-EARNED.
    MOVE ZERO TO WSC-SEMESTER-QPTS.
            REWRITE ARC-RECORD
    END-WRITE.

*> THE SEMESTER BEING CLOSED OUT PICKS THE PROBATION LINE, KEYED THE
*> SAME WAY ITS SNAPSHOT IS. A SEMESTER THAT CAN'T BE PLACED IS HELD
*> TO THE LATEST RULES ON FILE.
SET-SEMESTER-POLICY.
    PERFORM SET-ARCHIVE-TERM-KEY.
    IF ARC-TERM-YEAR = ZERO THEN
        MOVE "99999" TO WS-POLICY-TERM-KEY
    ELSE
        MOVE ARC-TERM-YEAR TO WS-SEMESTER-TERM-YEAR
        MOVE ARC-TERM-RANK TO WS-SEMESTER-TERM-RANK
        MOVE WS-SEMESTER-TERM-KEY TO WS-POLICY-TERM-KEY
    END-IF.

    PERFORM SET-TERM-POLICY.

*> SAME TERM-KEY DERIVATION P2 USES, SO THE REBUILT SNAPSHOTS LAND
*> ON THE SAME KEYS A CLEAN P2 RUN WOULD WRITE: THE TERM CALENDAR
*> WHEN IT'S ON DISK, THE OLD SEASON-WORD SCAN WHEN IT ISN'T.
    MOVE " TERMS" TO REPORT-RECORD(16:6).
    MOVE WSC-CUMULATIVE-GPA TO RPT-FINAL-GPA.
    MOVE WS-CUMULATIVE-STANDING TO RPT-STANDING.
    IF WS-CLOSED-REBUILT > ZERO THEN
        MOVE "REBUILT - CLOSED TERM" TO RPT-STATUS
    ELSE
        MOVE "REBUILT" TO RPT-STATUS
    END-IF.
    WRITE REPORT-RECORD.

*> WRITES THE HISTORY SUMMARY BACK OUT IN FULL, CORRECTED RECORDS IN
                    " ON AUDIT TRAIL BUT NOT ON COURSE FILE ***"
        END-IF
    END-PERFORM.

*> LOADS THE POLICY FILE INTO POLICY-TABLE, BEHIND ONE BUILT-IN LINE
*> PER POLICY CODE THIS PROGRAM USES. WITHOUT A POLICY FILE THE
*> BUILT-IN VALUES ARE THE ONLY ONES IN FORCE.
LOAD-POLICY-TABLE.
    MOVE "PROBGPA " TO WS-POLICY-CODE.
    MOVE WS-PROBATION-GPA TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.

    OPEN INPUT POLICY-FILE.
    IF WS-POL-STATUS NOT = "00" THEN
        DISPLAY "NO POLICY FILE ON FILE - BUILT-IN VALUES USED"
        EXIT PARAGRAPH
    END-IF.

    PERFORM READ-NEXT-POLICY.
    PERFORM UNTIL EOF = "Y"
        PERFORM NEXT-POLICY-SLOT
        MOVE POL-POLICY-CODE TO PLT-POLICY-CODE(PLT-IDX)
        MOVE POL-EFF-TERM TO PLT-EFF-TERM(PLT-IDX)
        MOVE POL-EFF-YEAR TO PLT-EFF-YEAR(PLT-IDX)
        MOVE POL-EFF-RANK TO PLT-EFF-RANK(PLT-IDX)
        MOVE POL-VALUE TO PLT-VALUE(PLT-IDX)
        MOVE "N" TO PLT-USED(PLT-IDX)
        PERFORM READ-NEXT-POLICY
    END-PERFORM.

    CLOSE POLICY-FILE.
    MOVE "N" TO EOF.

ADD-BUILT-IN-POLICY.
    PERFORM NEXT-POLICY-SLOT.
    MOVE WS-POLICY-CODE TO PLT-POLICY-CODE(PLT-IDX).
    MOVE "BUILT-IN" TO PLT-EFF-TERM(PLT-IDX).
    MOVE ZERO TO PLT-EFF-YEAR(PLT-IDX).
    MOVE ZERO TO PLT-EFF-RANK(PLT-IDX).
    MOVE WS-POLICY-VALUE TO PLT-VALUE(PLT-IDX).
    MOVE "N" TO PLT-USED(PLT-IDX).

NEXT-POLICY-SLOT.
    IF WS-POLICY-COUNT >= WS-MAX-POLICIES THEN
        DISPLAY "*** POLICY TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    ADD 1 TO WS-POLICY-COUNT.
    SET PLT-IDX TO WS-POLICY-COUNT.

READ-NEXT-POLICY.
    READ POLICY-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> SETS WS-POLICY-VALUE TO THE VALUE OF WS-POLICY-CODE IN FORCE FOR
*> WS-POLICY-TERM-KEY: THE LINE WITH THE LATEST EFFECTIVE TERM NOT
*> AFTER IT. ON A TIE THE LATER LINE WINS, SO A FILE LINE BEATS THE
*> BUILT-IN ONE. THE BUILT-IN LINE MEANS SOMETHING IS ALWAYS FOUND.
FIND-POLICY-VALUE.
    MOVE ZERO TO WS-POLICY-ENTRY.
    MOVE "00000" TO WS-POLICY-BEST-KEY.
    PERFORM VARYING PLT-IDX FROM 1 BY 1
            UNTIL PLT-IDX > WS-POLICY-COUNT
        IF PLT-POLICY-CODE(PLT-IDX) = WS-POLICY-CODE
                AND PLT-EFF-KEY(PLT-IDX) NOT > WS-POLICY-TERM-KEY
                AND PLT-EFF-KEY(PLT-IDX) NOT < WS-POLICY-BEST-KEY THEN
            MOVE PLT-EFF-KEY(PLT-IDX) TO WS-POLICY-BEST-KEY
            SET WS-POLICY-ENTRY TO PLT-IDX
        END-IF
    END-PERFORM.

    SET PLT-IDX TO WS-POLICY-ENTRY.
    MOVE PLT-VALUE(PLT-IDX) TO WS-POLICY-VALUE.
    MOVE "Y" TO PLT-USED(PLT-IDX).

*> PUTS THE POLICY VALUES IN FORCE FOR WS-POLICY-TERM-KEY INTO THE
*> THRESHOLD FIELDS THE REST OF THE PROGRAM TESTS AGAINST.
SET-TERM-POLICY.
    MOVE "PROBGPA " TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-PROBATION-GPA.

*> LISTS EVERY POLICY LINE THIS RUN ACTUALLY APPLIED, SO THE REPORT
*> SHOWS WHICH RULES IT WAS PRODUCED UNDER.
WRITE-POLICY-LINES.
    PERFORM VARYING PLT-IDX FROM 1 BY 1
            UNTIL PLT-IDX > WS-POLICY-COUNT
        IF PLT-USED(PLT-IDX) = "Y" THEN
            MOVE PLT-POLICY-CODE(PLT-IDX) TO WS-PLN-CODE
            MOVE PLT-VALUE(PLT-IDX) TO WS-PLN-VALUE
            MOVE PLT-EFF-TERM(PLT-IDX) TO WS-PLN-TERM
            DISPLAY WS-POLICY-LINE
            WRITE REPORT-RECORD FROM WS-POLICY-LINE
        END-IF
    END-PERFORM.
