IDENTIFICATION DIVISION.
PROGRAM-ID. P29.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IN-FILE ASSIGN TO "P29In.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MASTER-FILE ASSIGN TO "StuMast.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-STUDENT-NUMBER
        FILE STATUS IS WS-MST-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT CONTROL-FILE ASSIGN TO "P29Ctl.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    SELECT REQUEST-FILE ASSIGN TO "P29Rqs.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RQS-STATUS.
    SELECT CLEARING-FILE ASSIGN TO "P29Clh.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LETTER-FILE ASSIGN TO "P29Ltr.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.
    SELECT REPORT-FILE ASSIGN TO "P29Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DISCLOSURE-FILE ASSIGN TO "Disclose.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSC-STATUS.

DATA DIVISION.
FILE SECTION.

*> THE CURRENT-TERM COURSE FEED IN THE P1Out.dat LAYOUT, IN STUDENT
*> ORDER. ONLY THE COURSE RECORDS FOR THE TERM BEING VERIFIED COUNT;
*> EARLIER TERMS, TRANSFER CREDIT, AND BALANCES ARE PASSED OVER.
FD IN-FILE.
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
01 IN-TRAILER-RECORD REDEFINES IN-RECORD.
    05 TRL-REC-TYPE           PIC X(01).
    05 TRL-RECORD-COUNT       PIC 9(06).
    05 TRL-TOTAL-EARNED-HOURS PIC 9(05)V99.
    05 FILLER                 PIC X(80).

FD MASTER-FILE.
01 SM-RECORD.
    05 SM-STUDENT-NUMBER      PIC X(10).
    05 SM-STUDENT-NAME        PIC A(19).
    05 SM-MAJOR-CODE          PIC X(06).
    05 SM-CATALOG-YEAR        PIC 9(04).

*> TERM CALENDAR (MAINTAINED BY P19): THE CERTIFIED START AND END
*> DATES OF THE TERM COME FROM HERE AND NOWHERE ELSE.
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

*> OPTIONAL RUN-CONTROL FILE, ONE KEYWORD/VALUE PAIR PER LINE:
*>   TERM    <SEMESTER>  THE TERM TO VERIFY, AS IT READS ON THE
*>                       CALENDAR; NO TERM LINE MEANS THE LATEST
*>                       CALENDAR TERM THAT APPEARS ON THE FEED
*>   SCHOOL  <CODE>      OUR INSTITUTION CODE FOR THE CLEARINGHOUSE
*>                       HEADER RECORD
FD CONTROL-FILE.
01 CTL-RECORD.
    05 CTL-KEYWORD            PIC X(08).
    05 CTL-VALUE              PIC X(20).

*> VERIFICATION REQUESTS FROM LENDERS, INSURERS AND OTHER AGENCIES,
*> IN THE SAME SHAPE AS P2'S TRANSCRIPT REQUEST QUEUE. HOLDS.DAT IS
*> DELIBERATELY NOT READ BY THIS PROGRAM: ENROLLMENT VERIFICATION IS
*> A FEDERALLY REQUIRED DISCLOSURE, SO A BURSAR OR DISCIPLINARY HOLD
*> THAT STOPS A TRANSCRIPT NEVER STOPS ONE OF THESE LETTERS.
FD REQUEST-FILE.
01 RQS-RECORD.
    05 RQS-STUDENT-NUMBER     PIC X(10).
    05 RQS-REQUESTER          PIC X(20).
    05 RQS-DELIVERY           PIC X(08).

*> THE CLEARINGHOUSE REPORTING FILE: ONE HEADER, ONE DETAIL PER
*> ENROLLED STUDENT, ONE TRAILER, ALL FIXED-FORMAT. DATES ARE
*> YYYYMMDD AND HOURS CARRY AN IMPLIED DECIMAL POINT.
*>   STATUS  F  FULL-TIME
*>           H  HALF-TIME
*>           L  LESS THAN HALF-TIME
*>           W  WITHDRAWN (ENROLLED, BUT EVERY COURSE WITHDRAWN)
FD CLEARING-FILE.
01 CLH-DETAIL-RECORD.
    05 CLH-REC-TYPE           PIC X(01).
    05 CLH-STUDENT-NUMBER     PIC X(10).
    05 CLH-STUDENT-NAME       PIC X(19).
    05 CLH-MAJOR-CODE         PIC X(06).
    05 CLH-TERM               PIC X(15).
    05 CLH-TERM-START         PIC 9(08).
    05 CLH-TERM-END           PIC 9(08).
    05 CLH-STATUS             PIC X(01).
    05 CLH-ATTEMPTED          PIC 9(03)V99.
    05 CLH-STATUS-DATE        PIC 9(08).
    05 FILLER                 PIC X(19).
01 CLH-HEADER-RECORD.
    05 CLH-HDR-REC-TYPE       PIC X(01).
    05 CLH-HDR-SCHOOL-CODE    PIC X(08).
    05 CLH-HDR-SCHOOL-NAME    PIC X(34).
    05 CLH-HDR-TERM           PIC X(15).
    05 CLH-HDR-TERM-START     PIC 9(08).
    05 CLH-HDR-TERM-END       PIC 9(08).
    05 CLH-HDR-RUN-DATE       PIC 9(08).
    05 CLH-HDR-FULL-TIME-HRS  PIC 9(02)V99.
    05 FILLER                 PIC X(14).
01 CLH-TRAILER-RECORD.
    05 CLH-TRL-REC-TYPE       PIC X(01).
    05 CLH-TRL-RECORD-COUNT   PIC 9(06).
    05 CLH-TRL-FULL-COUNT     PIC 9(06).
    05 CLH-TRL-HALF-COUNT     PIC 9(06).
    05 CLH-TRL-LESS-COUNT     PIC 9(06).
    05 CLH-TRL-WDRN-COUNT     PIC 9(06).
    05 FILLER                 PIC X(69).

*> ONE VERIFICATION LETTER PER REQUEST, ONE PER PAGE, SAME PAGE
*> WIDTH AND LENGTH AS P2'S STANDING LETTERS.
FD LETTER-FILE.
01 LTR-RECORD                PIC X(75).

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
01 REPORT-RECORD             PIC X(80).

*> PERMANENT DISCLOSURE LOG (SEE P2): EVERY CLEARINGHOUSE DETAIL AND
*> EVERY VERIFICATION LETTER IS A RELEASE OF THE STUDENT'S RECORD; A
*> REQUEST FOR A NUMBER WE HAVE NO RECORD OF IS LOGGED AS REFUSED.
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

WORKING-STORAGE SECTION.
01 WS-SCHOOL-NAME.
    05 FILLER                PIC A(22)   VALUE SPACE.
    05 FILLER                PIC A(34)   VALUE "SOUTHEASTERN LOUISIANA UNIVSERITY".
01 WS-SCHOOL-ADDR.
    05 FILLER                PIC A(30)   VALUE SPACE.
    05 FILLER                PIC X(45)   VALUE "HAMMOND, LA 70402".
01 WS-SPACE                  PIC A       VALUE SPACE.
01 EOF                       PIC A       VALUE "N".
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".
01 WS-CAL-STATUS             PIC XX      VALUE "00".
01 WS-CTL-STATUS             PIC XX      VALUE "00".
01 WS-RQS-STATUS             PIC XX      VALUE "00".
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
01 WS-RUN-TIME               PIC 9(06)   VALUE ZERO.
01 WS-RUN-TIME-RAW           PIC 9(08)   VALUE ZERO.
01 WS-DSC-STATUS             PIC XX      VALUE "00".
01 WS-SCHOOL-CODE            PIC X(08)   VALUE SPACE.
01 WS-STUDENT-NUMBER         PIC X(10)   VALUE SPACE.
01 WS-STUDENT-NAME           PIC A(19)   VALUE SPACE.
01 WS-MAJOR-CODE             PIC X(06)   VALUE SPACE.
01 WS-ENROLLED               PIC A       VALUE "N".

*> THE TERM BEING VERIFIED, AND ITS CALENDAR KEY AND DATES.
01 WS-TERM                   PIC X(15)   VALUE SPACE.
01 WS-TERM-START             PIC 9(08)   VALUE ZERO.
01 WS-TERM-END               PIC 9(08)   VALUE ZERO.
01 WS-TERM-KEY               PIC 9(05)   VALUE ZERO.
01 WS-BEST-TERM-KEY          PIC 9(05)   VALUE ZERO.

*> SAME FULL-TIME LOAD P2 HOLDS THE SEMESTER'S ATTEMPTED HOURS UP
*> AGAINST; HALF-TIME IS HALF OF IT. THE VALUE HERE IS THE BUILT-IN
*> FALLBACK: THE LOAD APPLIED IS THE ONE THE POLICY FILE HAS IN FORCE
*> FOR THE TERM BEING VERIFIED.
01 WS-FULL-TIME-HOURS        PIC 99      VALUE 12.
01 WSC-HALF-TIME-HOURS       PIC 99V99   VALUE ZERO.

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED WS
*> FIELD. ATTEMPTED HOURS FOLLOW P2'S RULE THAT W AND I GRADES CARRY
*> NONE, WITH ONE DELIBERATE DIFFERENCE: AN NR STILL COUNTS HERE,
*> THOUGH P2 LEAVES IT OUT OF THE GPA. NR ONLY MEANS THE INSTRUCTOR
*> HASN'T REPORTED A GRADE YET -- THE STUDENT WAS ON THE ROSTER AND
*> ENROLLED FOR THE HOURS, AND A MISSING GRADE MUST NOT DROP THEM TO
*> A LOWER ENROLLMENT STATUS.
01 WSC-ATTEMPTED             PIC 999V99  VALUE ZERO.
01 WSC-TERM-ATTEMPTED        PIC 999V99  VALUE ZERO.
01 WS-TERM-COURSES           PIC 9(03)   VALUE ZERO.
01 WS-ENROLL-STATUS          PIC X(01)   VALUE SPACE.
    88 WS-STATUS-FULL             VALUE "F".
    88 WS-STATUS-HALF             VALUE "H".
    88 WS-STATUS-LESS             VALUE "L".
    88 WS-STATUS-WITHDRAWN        VALUE "W".
01 WS-STATUS-TEXT            PIC X(20)   VALUE SPACE.

*> RUN COUNTERS FOR THE TRAILER AND THE CONTROL REPORT.
01 WS-CLH-RECORD-COUNT       PIC 9(06)   VALUE ZERO.
01 WS-FULL-COUNT             PIC 9(06)   VALUE ZERO.
01 WS-HALF-COUNT             PIC 9(06)   VALUE ZERO.
01 WS-LESS-COUNT             PIC 9(06)   VALUE ZERO.
01 WS-WDRN-COUNT             PIC 9(06)   VALUE ZERO.
01 WS-REQUEST-COUNT          PIC 9(06)   VALUE ZERO.
01 WS-LETTER-COUNT           PIC 9(06)   VALUE ZERO.
01 WS-NOT-FOUND-COUNT        PIC 9(06)   VALUE ZERO.

*> EVERY STUDENT CERTIFIED THIS RUN, KEPT SO THE REQUEST FILE CAN BE
*> ANSWERED AFTER THE FEED PASS WITHOUT READING THE FEED AGAIN. A
*> STUDENT DROPPED HERE WOULD GET A FALSE "NOT ENROLLED" LETTER --
*> FILLING THE TABLE IS A HARD STOP.
01 WS-MAX-ENROLLED           PIC 9(04)   VALUE 5000.
01 WS-ENROLLED-COUNT         PIC 9(04)   VALUE ZERO.
01 WS-ENROLLED-ENTRY         PIC 9(04)   VALUE ZERO.
01 ENROLLED-TABLE.
    05 ENT-ENTRY OCCURS 5000 TIMES INDEXED BY ENT-IDX.
        10 ENT-STUDENT-NUMBER PIC X(10).
        10 ENT-STUDENT-NAME  PIC A(19).
        10 ENT-STATUS        PIC X(01).
        10 ENT-ATTEMPTED     PIC 999V99.

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
        10 CAL-START-DATE    PIC 9(08).
        10 CAL-END-DATE      PIC 9(08).

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

*> LETTER WORK AREAS.
01 WS-LINES-PER-PAGE         PIC 9(03)   VALUE 55.
01 WS-LETTER-LINE-COUNT      PIC 9(03)   VALUE ZERO.
01 WS-LETTER-LINE            PIC X(75)   VALUE SPACE.
01 WS-LTR-TO-LINE.
    05 FILLER                PIC X(04)   VALUE "TO: ".
    05 WS-LTR-NAME           PIC A(19).
    05 FILLER                PIC X(03)   VALUE "  (".
    05 WS-LTR-NUMBER         PIC X(10).
    05 FILLER                PIC X(01)   VALUE ")".
01 WS-LTR-RE-LINE.
    05 FILLER                PIC X(29)   VALUE
       "RE: ENROLLMENT VERIFICATION -".
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-LTR-TERM           PIC X(15).
01 WS-LTR-FOR-LINE.
    05 FILLER                PIC X(14)   VALUE "REQUESTED BY: ".
    05 WS-LTR-REQUESTER      PIC X(20).
01 WS-LTR-DATES-LINE.
    05 FILLER                PIC X(18)   VALUE "TERM DATES:       ".
    05 WS-LTR-START          PIC 9999/99/99.
    05 FILLER                PIC X(04)   VALUE " TO ".
    05 WS-LTR-END            PIC 9999/99/99.
01 WS-LTR-STATUS-LINE.
    05 FILLER                PIC X(18)   VALUE "ENROLLMENT STATUS:".
    05 WS-LTR-STATUS         PIC X(20).
01 WS-LTR-HOURS-LINE.
    05 FILLER                PIC X(18)   VALUE "ATTEMPTED HOURS:  ".
    05 WS-LTR-HOURS          PIC ZZ9.99.

*> CONTROL REPORT LINES.
01 WS-REPORT-TITLE.
    05 FILLER                PIC X(20)   VALUE SPACE.
    05 FILLER                PIC X(40)   VALUE
       "ENROLLMENT VERIFICATION RUN".
01 WS-TERM-LINE.
    05 FILLER                PIC X(20)   VALUE "TERM VERIFIED:      ".
    05 WS-TRM-TERM           PIC X(15).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-TRM-START          PIC 9999/99/99.
    05 FILLER                PIC X(04)   VALUE " TO ".
    05 WS-TRM-END            PIC 9999/99/99.
01 WS-HOURS-LINE.
    05 FILLER                PIC X(20)   VALUE "FULL-TIME HOURS:    ".
    05 WS-HRS-FULL           PIC Z9.
    05 FILLER                PIC X(16)   VALUE "   HALF-TIME:   ".
    05 WS-HRS-HALF           PIC Z9.99.
01 WS-COUNT-LINE.
    05 WS-CNT-LABEL          PIC X(24).
    05 WS-CNT-VALUE          PIC ZZZZZ9.
01 WS-REQUEST-LINE.
    05 WS-RQL-STUDENT        PIC X(10).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-RQL-REQUESTER      PIC X(20).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-RQL-STATUS         PIC X(20).
    05 FILLER                PIC X(01)   VALUE SPACE.
    05 WS-RQL-RESULT         PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC SECTION.
PROGRAM-BEGIN.

    PERFORM OPENING-PROCEDURE.
    PERFORM SELECT-VERIFICATION-TERM.
    PERFORM WRITE-CLEARING-HEADER.
    PERFORM BUILD-ENROLLMENT-FILE.
    PERFORM WRITE-CLEARING-TRAILER.
    PERFORM ANSWER-REQUESTS.
    PERFORM WRITE-CONTROL-REPORT.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    STOP RUN.

OPENING-PROCEDURE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
    PERFORM OPEN-DISCLOSURE-LOG.
    PERFORM LOAD-CONTROL-OPTIONS.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.

    OPEN INPUT MASTER-FILE.
    IF WS-MST-STATUS = "00" THEN
        MOVE "Y" TO WS-MASTER-OPEN
    ELSE
        DISPLAY "*** STUDENT MASTER NOT AVAILABLE - STATUS "
                WS-MST-STATUS " - NAMES LEFT BLANK ***"
    END-IF.

    OPEN OUTPUT CLEARING-FILE.
    OPEN OUTPUT LETTER-FILE.
    OPEN OUTPUT REPORT-FILE.

CLOSING-PROCEDURE.
    IF WS-MASTER-OPEN = "Y" THEN
        CLOSE MASTER-FILE
    END-IF.
    CLOSE CLEARING-FILE, LETTER-FILE, REPORT-FILE, DISCLOSURE-FILE.
    DISPLAY "STUDENTS CERTIFIED:    " WS-CLH-RECORD-COUNT.
    DISPLAY "VERIFICATION LETTERS:  " WS-LETTER-COUNT.

*> THE LOG IS APPENDED TO, RUN AFTER RUN; THE FIRST-EVER RUN CREATES
*> IT (STATUS 35). A LOG THAT WON'T OPEN STOPS THE RUN BEFORE ANYTHING
*> IS CERTIFIED.
OPEN-DISCLOSURE-LOG.
    OPEN EXTEND DISCLOSURE-FILE.
    IF WS-DSC-STATUS = "35" THEN
        OPEN OUTPUT DISCLOSURE-FILE
    END-IF.

    IF WS-DSC-STATUS NOT = "00" THEN
        DISPLAY "*** DISCLOSURE LOG NOT AVAILABLE - STATUS "
                WS-DSC-STATUS " - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> FILLS IN WHAT EVERY ENTRY FROM THIS RUN HAS IN COMMON.
START-DISCLOSURE-RECORD.
    MOVE SPACE TO DSC-RECORD.
    MOVE WS-RUN-DATE TO DSC-DATE.
    MOVE "P29" TO DSC-RUN-PROGRAM.
    MOVE WS-RUN-DATE TO DSC-RUN-DATE.
    MOVE WS-RUN-TIME TO DSC-RUN-TIME.

*> READS THE OPTIONAL RUN-CONTROL FILE. NO CONTROL FILE MEANS THE
*> TERM IS TAKEN FROM THE FEED AND THE SCHOOL CODE IS LEFT BLANK.
LOAD-CONTROL-OPTIONS.
    OPEN INPUT CONTROL-FILE.

    IF WS-CTL-STATUS = "00" THEN
        PERFORM READ-NEXT-CONTROL
        PERFORM UNTIL EOF = "Y"
            EVALUATE CTL-KEYWORD
                WHEN "TERM    "
                    MOVE CTL-VALUE TO WS-TERM
                WHEN "SCHOOL  "
                    MOVE CTL-VALUE TO WS-SCHOOL-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM READ-NEXT-CONTROL
        END-PERFORM
        CLOSE CONTROL-FILE
        MOVE "N" TO EOF
    END-IF.

READ-NEXT-CONTROL.
    READ CONTROL-FILE
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP. WITHOUT IT
*> THERE ARE NO TERM DATES TO CERTIFY, SO A MISSING CALENDAR STOPS
*> THE RUN RATHER THAN FALLING BACK TO A SEASON SCAN.
LOAD-TERM-CALENDAR.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00" THEN
        DISPLAY "*** NO TERM CALENDAR ON FILE - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM READ-NEXT-CALENDAR.
    PERFORM UNTIL EOF = "Y"
        IF WS-CAL-TERM-COUNT >= WS-MAX-CAL-TERMS THEN
            DISPLAY "*** TERM CALENDAR TABLE FULL - RUN STOPPED ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CAL-TERM-COUNT
        SET CAL-IDX TO WS-CAL-TERM-COUNT
        MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
        MOVE TCL-TERM-YEAR TO CAL-TERM-YEAR(CAL-IDX)
        MOVE TCL-TERM-RANK TO CAL-TERM-RANK(CAL-IDX)
        MOVE TCL-START-DATE TO CAL-START-DATE(CAL-IDX)
        MOVE TCL-END-DATE TO CAL-END-DATE(CAL-IDX)
        PERFORM READ-NEXT-CALENDAR
    END-PERFORM.
    CLOSE CALENDAR-FILE.
    MOVE "Y" TO WS-CALENDAR-LOADED.
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

READ-NEXT-RECORD.
    READ IN-FILE NEXT RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

    IF EOF = "N" AND IN-REC-IS-TRAILER THEN
        MOVE "Y" TO EOF
    END-IF.

*> WITH NO TERM NAMED ON THE CONTROL FILE, ONE PASS OVER THE FEED
*> PICKS THE LATEST CALENDAR TERM IT CARRIES COURSES FOR -- THE FEED
*> IS THE CURRENT TERM'S, SO ITS NEWEST TERM IS THE ONE IN PROGRESS.
*> EITHER WAY THE TERM MUST BE ON THE CALENDAR, OR THERE ARE NO
*> DATES TO CERTIFY.
SELECT-VERIFICATION-TERM.
    IF WS-TERM = SPACE THEN
        OPEN INPUT IN-FILE
        PERFORM READ-NEXT-RECORD
        PERFORM UNTIL EOF = "Y"
            IF IN-REC-IS-COURSE THEN
                MOVE SEMESTER TO WS-CAL-LOOKUP
                PERFORM FIND-CALENDAR-TERM
                IF WS-CAL-ENTRY > ZERO THEN
                    SET CAL-IDX TO WS-CAL-ENTRY
                    COMPUTE WS-TERM-KEY = CAL-TERM-YEAR(CAL-IDX) * 10
                        + CAL-TERM-RANK(CAL-IDX)
                    IF WS-TERM-KEY > WS-BEST-TERM-KEY THEN
                        MOVE WS-TERM-KEY TO WS-BEST-TERM-KEY
                        MOVE SEMESTER TO WS-TERM
                    END-IF
                END-IF
            END-IF
            PERFORM READ-NEXT-RECORD
        END-PERFORM
        CLOSE IN-FILE
        MOVE "N" TO EOF
    END-IF.

    MOVE WS-TERM TO WS-CAL-LOOKUP.
    PERFORM FIND-CALENDAR-TERM.
    IF WS-TERM = SPACE OR WS-CAL-ENTRY = ZERO THEN
        DISPLAY "*** TERM TO VERIFY NOT ON CALENDAR - RUN STOPPED ***"
        DISPLAY "*** TERM: " WS-TERM " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    SET CAL-IDX TO WS-CAL-ENTRY.
    MOVE CAL-START-DATE(CAL-IDX) TO WS-TERM-START.
    MOVE CAL-END-DATE(CAL-IDX) TO WS-TERM-END.

    COMPUTE WS-TERM-KEY = CAL-TERM-YEAR(CAL-IDX) * 10
        + CAL-TERM-RANK(CAL-IDX).
    MOVE WS-TERM-KEY TO WS-POLICY-TERM-KEY.
    PERFORM SET-TERM-POLICY.
    COMPUTE WSC-HALF-TIME-HOURS = WS-FULL-TIME-HOURS / 2.

WRITE-CLEARING-HEADER.
    MOVE SPACE TO CLH-HEADER-RECORD.
    MOVE "H" TO CLH-HDR-REC-TYPE.
    MOVE WS-SCHOOL-CODE TO CLH-HDR-SCHOOL-CODE.
    MOVE WS-SCHOOL-NAME(23:34) TO CLH-HDR-SCHOOL-NAME.
    MOVE WS-TERM TO CLH-HDR-TERM.
    MOVE WS-TERM-START TO CLH-HDR-TERM-START.
    MOVE WS-TERM-END TO CLH-HDR-TERM-END.
    MOVE WS-RUN-DATE TO CLH-HDR-RUN-DATE.
    MOVE WS-FULL-TIME-HOURS TO CLH-HDR-FULL-TIME-HRS.
    WRITE CLH-HEADER-RECORD.

*> CONTROL-BREAKS ON STUDENT-NUMBER, TOTALING EACH STUDENT'S
*> ATTEMPTED HOURS FOR THE VERIFIED TERM AND CERTIFYING THE STUDENT
*> AT THE BREAK.
BUILD-ENROLLMENT-FILE.
    OPEN INPUT IN-FILE.
    PERFORM READ-NEXT-RECORD.

    IF EOF NOT = "Y" THEN
        MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER

        PERFORM UNTIL EOF = "Y"
            IF STUDENT-NUMBER NOT = WS-STUDENT-NUMBER THEN
                PERFORM CERTIFY-STUDENT
                MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER
            END-IF

            IF IN-REC-IS-COURSE AND SEMESTER = WS-TERM THEN
                PERFORM ADD-COURSE-HOURS
            END-IF
            PERFORM READ-NEXT-RECORD
        END-PERFORM

        PERFORM CERTIFY-STUDENT
    END-IF.
    CLOSE IN-FILE.

ADD-COURSE-HOURS.
    ADD 1 TO WS-TERM-COURSES.
    IF GRADE NOT = "W    " AND GRADE NOT = "I    " THEN
        MOVE ATTEMPTED-HOURS TO WSC-ATTEMPTED
        ADD WSC-ATTEMPTED TO WSC-TERM-ATTEMPTED
    END-IF.

*> A STUDENT WITH NO COURSE IN THE VERIFIED TERM ISN'T ENROLLED AND
*> IS LEFT OFF THE CLEARINGHOUSE FILE ENTIRELY.
CERTIFY-STUDENT.
    IF WS-TERM-COURSES > ZERO THEN
        PERFORM SET-ENROLLMENT-STATUS
        PERFORM LOOKUP-STUDENT-MASTER
        PERFORM WRITE-CLEARING-DETAIL
        PERFORM FILE-ENROLLED-STUDENT
    END-IF.

    MOVE ZERO TO WS-TERM-COURSES.
    MOVE ZERO TO WSC-TERM-ATTEMPTED.

SET-ENROLLMENT-STATUS.
    EVALUATE TRUE
        WHEN WSC-TERM-ATTEMPTED >= WS-FULL-TIME-HOURS
            MOVE "F" TO WS-ENROLL-STATUS
            ADD 1 TO WS-FULL-COUNT
        WHEN WSC-TERM-ATTEMPTED >= WSC-HALF-TIME-HOURS
            MOVE "H" TO WS-ENROLL-STATUS
            ADD 1 TO WS-HALF-COUNT
        WHEN WSC-TERM-ATTEMPTED > ZERO
            MOVE "L" TO WS-ENROLL-STATUS
            ADD 1 TO WS-LESS-COUNT
        WHEN OTHER
            MOVE "W" TO WS-ENROLL-STATUS
            ADD 1 TO WS-WDRN-COUNT
    END-EVALUATE.

LOOKUP-STUDENT-MASTER.
    MOVE SPACE TO WS-STUDENT-NAME.
    MOVE SPACE TO WS-MAJOR-CODE.
    IF WS-MASTER-OPEN = "Y" THEN
        MOVE WS-STUDENT-NUMBER TO SM-STUDENT-NUMBER
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
                MOVE SM-MAJOR-CODE TO WS-MAJOR-CODE
        END-READ
    END-IF.

WRITE-CLEARING-DETAIL.
    MOVE SPACE TO CLH-DETAIL-RECORD.
    MOVE "D" TO CLH-REC-TYPE.
    MOVE WS-STUDENT-NUMBER TO CLH-STUDENT-NUMBER.
    MOVE WS-STUDENT-NAME TO CLH-STUDENT-NAME.
    MOVE WS-MAJOR-CODE TO CLH-MAJOR-CODE.
    MOVE WS-TERM TO CLH-TERM.
    MOVE WS-TERM-START TO CLH-TERM-START.
    MOVE WS-TERM-END TO CLH-TERM-END.
    MOVE WS-ENROLL-STATUS TO CLH-STATUS.
    MOVE WSC-TERM-ATTEMPTED TO CLH-ATTEMPTED.
    MOVE WS-RUN-DATE TO CLH-STATUS-DATE.
    WRITE CLH-DETAIL-RECORD.
    ADD 1 TO WS-CLH-RECORD-COUNT.

    PERFORM START-DISCLOSURE-RECORD.
    MOVE WS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER.
    MOVE "CLEARINGHOUSE" TO DSC-REQUESTER.
    MOVE "FILE" TO DSC-CHANNEL.
    MOVE "ENROLLMENT STATUS" TO DSC-DOCUMENT.
    MOVE "RELEASED" TO DSC-STATUS.
    WRITE DSC-RECORD.

FILE-ENROLLED-STUDENT.
    IF WS-ENROLLED-COUNT >= WS-MAX-ENROLLED THEN
        DISPLAY "*** ENROLLED-STUDENT TABLE FULL - RUN STOPPED ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    ADD 1 TO WS-ENROLLED-COUNT.
    SET ENT-IDX TO WS-ENROLLED-COUNT.
    MOVE WS-STUDENT-NUMBER TO ENT-STUDENT-NUMBER(ENT-IDX).
    MOVE WS-STUDENT-NAME TO ENT-STUDENT-NAME(ENT-IDX).
    MOVE WS-ENROLL-STATUS TO ENT-STATUS(ENT-IDX).
    MOVE WSC-TERM-ATTEMPTED TO ENT-ATTEMPTED(ENT-IDX).

WRITE-CLEARING-TRAILER.
    MOVE SPACE TO CLH-TRAILER-RECORD.
    MOVE "T" TO CLH-TRL-REC-TYPE.
    MOVE WS-CLH-RECORD-COUNT TO CLH-TRL-RECORD-COUNT.
    MOVE WS-FULL-COUNT TO CLH-TRL-FULL-COUNT.
    MOVE WS-HALF-COUNT TO CLH-TRL-HALF-COUNT.
    MOVE WS-LESS-COUNT TO CLH-TRL-LESS-COUNT.
    MOVE WS-WDRN-COUNT TO CLH-TRL-WDRN-COUNT.
    WRITE CLH-TRAILER-RECORD.

*> ONE LETTER PER REQUEST LINE. AN ENROLLED STUDENT'S LETTER
*> CERTIFIES THE STATUS ON THE CLEARINGHOUSE FILE; A STUDENT ON THE
*> MASTER WITH NO COURSES THIS TERM GETS A LETTER SAYING SO; A
*> NUMBER WE HAVE NO RECORD OF AT ALL IS REPORTED, NOT ANSWERED.
ANSWER-REQUESTS.
    WRITE REPORT-RECORD FROM WS-REPORT-TITLE.
    WRITE REPORT-RECORD FROM WS-SPACE.

    OPEN INPUT REQUEST-FILE.
    IF WS-RQS-STATUS NOT = "00" THEN
        DISPLAY "NO VERIFICATION REQUESTS ON FILE - NO LETTERS"
    ELSE
        PERFORM READ-NEXT-REQUEST
        PERFORM UNTIL EOF = "Y"
            IF RQS-STUDENT-NUMBER NOT = SPACE THEN
                ADD 1 TO WS-REQUEST-COUNT
                PERFORM ANSWER-ONE-REQUEST
            END-IF
            PERFORM READ-NEXT-REQUEST
        END-PERFORM
        CLOSE REQUEST-FILE
        MOVE "N" TO EOF
    END-IF.

READ-NEXT-REQUEST.
    READ REQUEST-FILE
        AT END
            MOVE "Y" TO EOF
    END-READ.

ANSWER-ONE-REQUEST.
    MOVE RQS-STUDENT-NUMBER TO WS-STUDENT-NUMBER.
    MOVE "N" TO WS-ENROLLED.
    MOVE ZERO TO WS-ENROLLED-ENTRY.
    PERFORM VARYING ENT-IDX FROM 1 BY 1
            UNTIL ENT-IDX > WS-ENROLLED-COUNT
        IF ENT-STUDENT-NUMBER(ENT-IDX) = WS-STUDENT-NUMBER THEN
            SET WS-ENROLLED-ENTRY TO ENT-IDX
        END-IF
    END-PERFORM.

    MOVE SPACE TO WS-REQUEST-LINE.
    MOVE RQS-STUDENT-NUMBER TO WS-RQL-STUDENT.
    MOVE RQS-REQUESTER TO WS-RQL-REQUESTER.

    IF WS-ENROLLED-ENTRY > ZERO THEN
        SET ENT-IDX TO WS-ENROLLED-ENTRY
        MOVE "Y" TO WS-ENROLLED
        MOVE ENT-STUDENT-NAME(ENT-IDX) TO WS-STUDENT-NAME
        MOVE ENT-STATUS(ENT-IDX) TO WS-ENROLL-STATUS
        MOVE ENT-ATTEMPTED(ENT-IDX) TO WSC-TERM-ATTEMPTED
        PERFORM SET-STATUS-TEXT
    ELSE
        MOVE "NOT ENROLLED" TO WS-STATUS-TEXT
        MOVE ZERO TO WSC-TERM-ATTEMPTED
        MOVE "N" TO WS-ENROLLED
        MOVE SPACE TO WS-STUDENT-NAME
        MOVE "00" TO WS-MST-STATUS
        PERFORM LOOKUP-STUDENT-MASTER
        IF WS-MASTER-OPEN = "Y" AND WS-MST-STATUS NOT = "00" THEN
            MOVE "NO RECORD" TO WS-STATUS-TEXT
        END-IF
    END-IF.

    MOVE WS-STATUS-TEXT TO WS-RQL-STATUS.
    PERFORM START-DISCLOSURE-RECORD.
    MOVE RQS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER.
    MOVE RQS-REQUESTER TO DSC-REQUESTER.
    MOVE RQS-DELIVERY TO DSC-CHANNEL.
    MOVE "ENROLLMENT LETTER" TO DSC-DOCUMENT.
    IF WS-STATUS-TEXT = "NO RECORD" THEN
        ADD 1 TO WS-NOT-FOUND-COUNT
        MOVE "NOT ANSWERED" TO WS-RQL-RESULT
        MOVE "REFUSED" TO DSC-STATUS
        MOVE "NO RECORD" TO DSC-REASON
    ELSE
        PERFORM WRITE-LETTER-PAGE
        ADD 1 TO WS-LETTER-COUNT
        MOVE "LETTER WRITTEN" TO WS-RQL-RESULT
        MOVE "RELEASED" TO DSC-STATUS
    END-IF.
    WRITE DSC-RECORD.

    WRITE REPORT-RECORD FROM WS-REQUEST-LINE.

SET-STATUS-TEXT.
    EVALUATE TRUE
        WHEN WS-STATUS-FULL
            MOVE "FULL-TIME" TO WS-STATUS-TEXT
        WHEN WS-STATUS-HALF
            MOVE "HALF-TIME" TO WS-STATUS-TEXT
        WHEN WS-STATUS-LESS
            MOVE "LESS THAN HALF-TIME" TO WS-STATUS-TEXT
        WHEN OTHER
            MOVE "WITHDRAWN" TO WS-STATUS-TEXT
    END-EVALUATE.

WRITE-LETTER-PAGE.
    MOVE ZERO TO WS-LETTER-LINE-COUNT.

    MOVE WS-SCHOOL-NAME TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.
    MOVE WS-SCHOOL-ADDR TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.
    MOVE SPACE TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.

    MOVE WS-STUDENT-NAME TO WS-LTR-NAME.
    MOVE WS-STUDENT-NUMBER TO WS-LTR-NUMBER.
    MOVE WS-LTR-TO-LINE TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.
    MOVE WS-TERM TO WS-LTR-TERM.
    MOVE WS-LTR-RE-LINE TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.
    MOVE RQS-REQUESTER TO WS-LTR-REQUESTER.
    MOVE WS-LTR-FOR-LINE TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.
    MOVE SPACE TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.

    IF WS-ENROLLED = "Y" THEN
        MOVE "THIS CERTIFIES THAT THE STUDENT NAMED ABOVE IS ENROLLED"
            TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE "FOR THE TERM SHOWN ABOVE AT THE LOAD STATED BELOW."
            TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACE TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE WS-TERM-START TO WS-LTR-START
        MOVE WS-TERM-END TO WS-LTR-END
        MOVE WS-LTR-DATES-LINE TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE WS-STATUS-TEXT TO WS-LTR-STATUS
        MOVE WS-LTR-STATUS-LINE TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE WSC-TERM-ATTEMPTED TO WS-LTR-HOURS
        MOVE WS-LTR-HOURS-LINE TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    ELSE
        MOVE "OUR RECORDS SHOW NO ENROLLMENT FOR THE STUDENT NAMED"
            TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE "ABOVE IN THE TERM SHOWN ABOVE."
            TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACE TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE WS-TERM-START TO WS-LTR-START
        MOVE WS-TERM-END TO WS-LTR-END
        MOVE WS-LTR-DATES-LINE TO WS-LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF.

    MOVE SPACE TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.
    MOVE "OFFICE OF THE REGISTRAR" TO WS-LETTER-LINE.
    PERFORM WRITE-LETTER-LINE.

*>  PAD TO A FULL PAGE SO EACH LETTER STARTS AT THE TOP OF ITS OWN.
    MOVE SPACE TO WS-LETTER-LINE.
    PERFORM UNTIL WS-LETTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-LETTER-LINE
    END-PERFORM.

WRITE-LETTER-LINE.
    WRITE LTR-RECORD FROM WS-LETTER-LINE.
    ADD 1 TO WS-LETTER-LINE-COUNT.

*> THE TERM, ITS DATES, THE LOAD LINES APPLIED, AND THE COUNTS THAT
*> SHOULD MATCH THE CLEARINGHOUSE TRAILER.
WRITE-CONTROL-REPORT.
    WRITE REPORT-RECORD FROM WS-SPACE.
    MOVE WS-TERM TO WS-TRM-TERM.
    MOVE WS-TERM-START TO WS-TRM-START.
    MOVE WS-TERM-END TO WS-TRM-END.
    DISPLAY WS-TERM-LINE.
    WRITE REPORT-RECORD FROM WS-TERM-LINE.

    MOVE WS-FULL-TIME-HOURS TO WS-HRS-FULL.
    MOVE WSC-HALF-TIME-HOURS TO WS-HRS-HALF.
    DISPLAY WS-HOURS-LINE.
    WRITE REPORT-RECORD FROM WS-HOURS-LINE.
    PERFORM WRITE-POLICY-LINES.
    WRITE REPORT-RECORD FROM WS-SPACE.

    MOVE "STUDENTS CERTIFIED" TO WS-CNT-LABEL.
    MOVE WS-CLH-RECORD-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  FULL-TIME" TO WS-CNT-LABEL.
    MOVE WS-FULL-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  HALF-TIME" TO WS-CNT-LABEL.
    MOVE WS-HALF-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  LESS THAN HALF-TIME" TO WS-CNT-LABEL.
    MOVE WS-LESS-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "  WITHDRAWN" TO WS-CNT-LABEL.
    MOVE WS-WDRN-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "REQUESTS READ" TO WS-CNT-LABEL.
    MOVE WS-REQUEST-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "LETTERS WRITTEN" TO WS-CNT-LABEL.
    MOVE WS-LETTER-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.
    MOVE "REQUESTS - NO RECORD" TO WS-CNT-LABEL.
    MOVE WS-NOT-FOUND-COUNT TO WS-CNT-VALUE.
    PERFORM WRITE-COUNT-LINE.

WRITE-COUNT-LINE.
    DISPLAY WS-COUNT-LINE.
    WRITE REPORT-RECORD FROM WS-COUNT-LINE.

*> LOADS THE POLICY FILE INTO POLICY-TABLE, BEHIND ONE BUILT-IN LINE
*> PER POLICY CODE THIS PROGRAM USES. WITHOUT A POLICY FILE THE
*> BUILT-IN VALUES ARE THE ONLY ONES IN FORCE.
LOAD-POLICY-TABLE.
    MOVE "FULLTIME" TO WS-POLICY-CODE.
    MOVE WS-FULL-TIME-HOURS TO WS-POLICY-VALUE.
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
    MOVE "FULLTIME" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-FULL-TIME-HOURS.

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
