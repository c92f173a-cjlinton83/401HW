        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ELEC-MANIFEST-FILE ASSIGN TO "P2ManEl.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCHANGE-FILE ASSIGN TO "P2Xch.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHECKPOINT-FILE ASSIGN TO "P2Chk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHK-STATUS.
        FILE STATUS IS WS-RQS-STATUS.
    SELECT FULFILL-FILE ASSIGN TO "P2Ful.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DISCLOSURE-FILE ASSIGN TO "Disclose.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSC-STATUS.
    SELECT SERIAL-FILE ASSIGN TO "TrnSer.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SER-STATUS.
    SELECT LETTER-FILE ASSIGN TO "P2Ltr.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LETTER-INDEX-FILE ASSIGN TO "P2LtrIdx.dat"
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT POLICY-FILE ASSIGN TO "Policy.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POL-STATUS.
    SELECT RANK-FILE ASSIGN TO "P27Rnk.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RNK-STATUS.

*> ONE MANIFEST PER CHANNEL: STUDENT, REQUESTER, AND THE PAGE RANGE
*> IN THAT CHANNEL'S FILE, SO THE MAIL ROOM CAN VERIFY THE STACK
*> AGAINST PAPER BEFORE ANYTHING GOES IN AN ENVELOPE. THE ELECTRONIC
*> MANIFEST ALSO LISTS EACH EXCHANGE DOCUMENT WITH ITS CONTROL
*> TOTALS, SO IT IS WIDER.
FD MAIL-MANIFEST-FILE.
01 MAIL-MANIFEST-RECORD      PIC X(60).
FD PICKUP-MANIFEST-FILE.
01 PICKUP-MANIFEST-RECORD    PIC X(60).
FD ELEC-MANIFEST-FILE.
01 ELEC-MANIFEST-RECORD      PIC X(100).

*> ELECTRONIC TRANSCRIPT EXCHANGE FILE, WRITTEN ON A SELECTIVE RUN:
*> ONE TAGGED DOCUMENT PER REQUEST LINE WITH AN ELECTRONIC DELIVERY,
*> LAID OUT AFTER THE ACADEMIC-RECORD EXCHANGE STANDARDS SO THE
*> RECEIVING SCHOOL OR THE CLEARINGHOUSE CAN LOAD IT WITHOUT
*> RE-KEYING THE PAGE. ALL FIXED-FORMAT; DATES ARE YYYYMMDD AND
*> HOURS, QUALITY POINTS AND GPA CARRY AN IMPLIED DECIMAL POINT.
*>   HDR  DOCUMENT HEADER: DOCUMENT ID, TYPE, RUN STAMP, RECIPIENT
*>   INS  SENDING INSTITUTION: CODE (SCHOOL IN P2CTL.DAT), NAME, CITY
*>   STU  STUDENT DEMOGRAPHICS FROM THE STUDENT MASTER
*>   CRS  ONE PER COURSE: TERM, COURSE, GRADE, EARNED, ATTEMPTED,
*>        QUALITY POINTS; CREDIT TYPE C (COURSE) OR T (TRANSFER);
*>        REPEAT FLAG R (LEFT OUT OF THE TOTALS); IN-PROGRESS FLAG I
*>   SUM  ONE PER TERM: THE TERM TOTALS, GPA AND HONORS AS PRINTED
*>   CUM  CUMULATIVE TOTALS, GPA AND STANDING AS PRINTED
*>   CRT  OFFICIAL ONLY: ISSUE DATE, DOCUMENT SERIAL AND CHECK VALUE
*>   TRL  CONTROL TOTALS: RECORDS IN THE DOCUMENT (HDR AND TRL
*>        INCLUDED), CRS RECORDS, AND THE EARNED HOURS ON THEM
*> EARNED HOURS ON CRS ARE AS RECORDED; THE SUM AND CUM TOTALS ARE
*> THE PRINTED ONES, SO AN OFFICIAL COPY HOLDS IN-PROGRESS HOURS OUT
*> OF THEM THE SAME WAY THE PAGE DOES.
FD EXCHANGE-FILE.
01 XCH-RECORD                PIC X(150).
01 XCH-HDR-RECORD.
    05 XCH-HDR-TAG            PIC X(03).
    05 XCH-HDR-DOC-ID         PIC X(18).
    05 XCH-HDR-DOC-TYPE       PIC X(20).
    05 XCH-HDR-RUN-DATE       PIC 9(08).
    05 XCH-HDR-RUN-TIME       PIC 9(06).
    05 XCH-HDR-RECIPIENT      PIC X(20).
    05 XCH-HDR-DELIVERY       PIC X(08).
    05 FILLER                 PIC X(67).
01 XCH-INS-RECORD.
    05 XCH-INS-TAG            PIC X(03).
    05 XCH-INS-SCHOOL-CODE    PIC X(08).
    05 XCH-INS-SCHOOL-NAME    PIC X(34).
    05 XCH-INS-SCHOOL-CITY    PIC X(30).
    05 FILLER                 PIC X(75).
01 XCH-STU-RECORD.
    05 XCH-STU-TAG            PIC X(03).
    05 XCH-STU-NUMBER         PIC X(10).
    05 XCH-STU-NAME           PIC X(19).
    05 XCH-STU-MAJOR          PIC X(06).
    05 XCH-STU-CATALOG-YEAR   PIC 9(04).
    05 XCH-STU-ON-MASTER      PIC X(01).
    05 FILLER                 PIC X(107).
01 XCH-CRS-RECORD.
    05 XCH-CRS-TAG            PIC X(03).
    05 XCH-CRS-TERM           PIC X(15).
    05 XCH-CRS-TERM-YEAR      PIC 9(04).
    05 XCH-CRS-TERM-RANK      PIC 9(01).
    05 XCH-CRS-COURSE         PIC X(15).
    05 XCH-CRS-TITLE          PIC X(30).
    05 XCH-CRS-GRADE          PIC X(05).
    05 XCH-CRS-CREDIT-TYPE    PIC X(01).
    05 XCH-CRS-EARNED         PIC 9(02)V99.
    05 XCH-CRS-ATTEMPTED      PIC 9(02)V99.
    05 XCH-CRS-QPTS           PIC 9(03)V99.
    05 XCH-CRS-REPEAT         PIC X(01).
    05 XCH-CRS-IN-PROGRESS    PIC X(01).
    05 FILLER                 PIC X(61).
01 XCH-SUM-RECORD.
    05 XCH-SUM-TAG            PIC X(03).
    05 XCH-SUM-TERM           PIC X(15).
    05 XCH-SUM-TERM-YEAR      PIC 9(04).
    05 XCH-SUM-TERM-RANK      PIC 9(01).
    05 XCH-SUM-EARNED         PIC 9(03)V99.
    05 XCH-SUM-ATTEMPTED      PIC 9(03)V99.
    05 XCH-SUM-QPTS           PIC 9(03)V99.
    05 XCH-SUM-GPA            PIC 9V99.
    05 XCH-SUM-HONORS         PIC X(11).
    05 FILLER                 PIC X(98).
01 XCH-CUM-RECORD.
    05 XCH-CUM-TAG            PIC X(03).
    05 XCH-CUM-EARNED         PIC 9(04)V99.
    05 XCH-CUM-ATTEMPTED      PIC 9(04)V99.
    05 XCH-CUM-QPTS           PIC 9(05)V99.
    05 XCH-CUM-GPA            PIC 9V99.
    05 XCH-CUM-STANDING       PIC X(11).
    05 XCH-CUM-AS-OF-TERM     PIC X(15).
    05 FILLER                 PIC X(99).
01 XCH-CRT-RECORD.
    05 XCH-CRT-TAG            PIC X(03).
    05 XCH-CRT-ISSUE-DATE     PIC 9(08).
    05 XCH-CRT-ISSUE-TEXT     PIC X(20).
    05 XCH-CRT-SERIAL         PIC X(17).
    05 XCH-CRT-CHECK          PIC 9(04).
    05 FILLER                 PIC X(98).
01 XCH-TRL-RECORD.
    05 XCH-TRL-TAG            PIC X(03).
    05 XCH-TRL-DOC-ID         PIC X(18).
    05 XCH-TRL-RECORD-COUNT   PIC 9(06).
    05 XCH-TRL-COURSE-COUNT   PIC 9(05).
    05 XCH-TRL-COURSE-HOURS   PIC 9(05)V99.
    05 FILLER                 PIC X(111).

*> CHECKPOINT RECORD: WRITTEN AFTER EACH STUDENT COMPLETES SO A LARGE
*> BATCH RUN CAN BE RESTARTED AFTER AN INTERRUPTION WITHOUT REPROCESSING
    05 CHK-ML-MAN-COUNT       PIC 9(08).
    05 CHK-PK-MAN-COUNT       PIC 9(08).
    05 CHK-EL-MAN-COUNT       PIC 9(08).
*> THE EXCHANGE FILE'S LINE COUNT AND DOCUMENT NUMBER, SO A RESTART
*> TRIMS IT THE SAME WAY AND NEVER REUSES A DOCUMENT ID.
    05 CHK-XCH-LINE-COUNT     PIC 9(08).
    05 CHK-XCH-DOC-COUNT      PIC 9(04).

*> OPTIONAL RUN-CONTROL FILE, ONE KEYWORD/VALUE PAIR PER LINE:
*>   CSV     Y/N        PRODUCE THE COMMA-DELIMITED EXPORT AS WELL
*>                      THE PROBATION STREAK ARE NEVER TOUCHED, THIS
*>                      IS A WARNING PASS AND NOT A TERM CLOSE
*>   ISSUED  <DATE>     ISSUE DATE PRINTED IN THE CERTIFICATION BLOCK
*>   SCHOOL  <CODE>     OUR INSTITUTION CODE FOR THE ELECTRONIC
*>                      EXCHANGE DOCUMENTS
*> A BARE "Y"/"N" IN COLUMN 1 (THE OLD ONE-FLAG FORMAT) IS STILL
*> HONORED AS THE CSV SWITCH. NO CONTROL FILE MEANS ALL DEFAULTS.
FD CONTROL-FILE.
    05 FILLER                 PIC X(01).
    05 FUL-HOLD-TYPE          PIC X(10).

*> PERMANENT DISCLOSURE LOG, SHARED WITH P14 AND P29 AND REPORTED BY
*> P36: ONE RECORD APPENDED FOR EVERY RECORD RELEASED OUTSIDE THE
*> REGISTRAR'S OFFICE -- AND FOR EVERY REQUEST HELD OR REFUSED -- SO
*> A STUDENT CAN BE TOLD EVERYONE WHO HAS RECEIVED THEIR RECORD.
*>   STATUS  RELEASED / HELD (REASON = HOLD TYPE) / REFUSED
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

*> OFFICIAL TRANSCRIPT SERIAL REGISTRY, VERIFIED AGAINST BY P37: ONE
*> RECORD APPENDED PER OFFICIAL TRANSCRIPT ISSUED, CARRYING THE
*> SERIAL AND CHECK VALUE PRINTED IN ITS CERTIFICATION BLOCK AND THE
*> FIGURES THE CHECK VALUE WAS BUILT FROM. THE SERIAL IS THE ISSUE
*> DATE AND THAT DAY'S SEQUENCE NUMBER, SO NO TWO ENTRIES SHARE ONE.
FD SERIAL-FILE.
01 SER-RECORD.
    05 SER-SERIAL.
        10 SER-PREFIX         PIC X(02).
        10 SER-ISSUE-DATE     PIC 9(08).
        10 SER-DASH           PIC X(01).
        10 SER-SEQUENCE       PIC 9(06).
    05 FILLER                 PIC X(01).
    05 SER-CHECK              PIC 9(04).
    05 FILLER                 PIC X(01).
    05 SER-STUDENT-NUMBER     PIC X(10).
    05 FILLER                 PIC X(01).
    05 SER-STUDENT-NAME       PIC A(19).
    05 FILLER                 PIC X(01).
    05 SER-CUM-HOURS          PIC 9999.99.
    05 FILLER                 PIC X(01).
    05 SER-CUM-GPA            PIC 9.99.
    05 FILLER                 PIC X(01).
    05 SER-ISSUE-TEXT         PIC X(20).
    05 FILLER                 PIC X(01).
    05 SER-RUN-TIME           PIC 9(06).

*> STANDING NOTIFICATION LETTERS FOR THE MAIL ROOM: ONE LETTER PER
*> PAGE (PADDED TO WS-LINES-PER-PAGE), WRITTEN FOR EVERY STUDENT
*> WHOSE FINAL SEMESTER LINE CARRIES AN HONORS OR STANDING REMARK.
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

*> CLASS-RANK FILE (WRITTEN BY P27): ONE LINE PER RANKED STUDENT.
*> WHEN IT'S ON DISK, AN OFFICIAL TRANSCRIPT'S CERTIFICATION BLOCK
01 WS-HAS-DEF-GRADE          PIC A       VALUE "N".
01 WS-RUN-MODE-CHAR          PIC X(01)   VALUE "N".
01 WS-ISSUE-DATE             PIC X(20)   VALUE SPACE.
01 WS-SCHOOL-CODE            PIC X(08)   VALUE SPACE.
01 WS-BANNER-LINE.
    05 FILLER                PIC X(22)   VALUE SPACE.
    05 FILLER                PIC X(19)   VALUE "OFFICIAL TRANSCRIPT".
    05 FILLER                PIC X(20)   VALUE " ___________________".
01 WS-CERT-LINE3             PIC X(60)   VALUE
   "*** VOID WITHOUT SIGNATURE ***".
01 WS-SERIAL-LINE.
    05 FILLER                PIC X(17)   VALUE "DOCUMENT SERIAL: ".
    05 WS-SRL-SERIAL.
        10 FILLER            PIC X(02)   VALUE "TR".
        10 WS-SRL-DATE       PIC 9(08).
        10 FILLER            PIC X(01)   VALUE "-".
        10 WS-SRL-SEQUENCE   PIC 9(06).
    05 FILLER                PIC X(09)   VALUE "  CHECK: ".
    05 WS-SRL-CHECK          PIC 9(04).

*> DOCUMENT SERIAL AND CHECK VALUE. THE SERIAL IS A PLAIN SEQUENCE:
*> THE ISSUE (RUN) DATE AND A COUNTER THAT CARRIES ON FROM THE LAST
*> SERIAL THE REGISTRY ALREADY HOLDS FOR THAT DATE, SO A SECOND RUN
*> THE SAME DAY, OR A RESTART, NEVER REUSES ONE. THE CHECK VALUE IS
*> HASHED FROM THE SERIAL AND THE FIGURES CERTIFIED -- STUDENT
*> NUMBER, CUMULATIVE HOURS AND CUMULATIVE GPA AS PRINTED -- SO A
*> CHANGE TO ANY OF THEM SHOWS UP IN IT. P37 REPEATS THE SAME
*> ARITHMETIC TO VERIFY ONE.
01 WS-SER-STATUS             PIC XX      VALUE "00".
01 WS-SERIAL-OPEN            PIC A       VALUE "N".
01 WS-SER-EOF                PIC A       VALUE "N".
01 WS-LAST-SEQUENCE          PIC 9(06)   VALUE ZERO.
01 WS-SERIAL-SOURCE.
    05 WS-SRS-STUDENT        PIC X(10).
    05 WS-SRS-DATE           PIC 9(08).
    05 WS-SRS-SEQUENCE       PIC 9(06).
    05 WS-SRS-HOURS          PIC 9(04)V99.
    05 WS-SRS-GPA            PIC 9V99.
01 WS-SRS-LENGTH             PIC 9(02)   VALUE 33.
01 WS-SRS-POS                PIC 9(02)   VALUE ZERO.
01 WS-HASH-CHARS             PIC X(36)   VALUE
   "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WS-HASH-CHAR              PIC X(01)   VALUE SPACE.
01 WS-HASH-SCAN              PIC 9(02)   VALUE ZERO.
01 WS-HASH-VALUE             PIC 9(02)   VALUE ZERO.
01 WS-HASH-CHECK             PIC 9(04)   VALUE ZERO.
01 WS-HASH-WORK              PIC 9(12)   VALUE ZERO.
01 WS-HASH-QUOTIENT          PIC 9(12)   VALUE ZERO.

*> CLASS RANK FOR THE CERTIFICATION BLOCK, LOADED FROM P27'S RANK
*> FILE ONLY IN OFFICIAL MODE. NO RANK FILE ON DISK SIMPLY MEANS NO
01 WS-LTR-GPA-LINE.
    05 WS-LTR-GPA-LABEL      PIC X(16).
    05 WS-LTR-GPA            PIC ZZ9.99.
*> THE STANDING LETTERS QUOTE THE PROBATION LINE THE STUDENT WAS
*> ACTUALLY JUDGED BY, NOT A FIGURE FROZEN INTO THE TEXT.
01 WS-LTR-PROB-LINE.
    05 FILLER                PIC X(04)   VALUE "THE ".
    05 WS-LTR-PROB-GPA       PIC 9.99.
    05 FILLER                PIC X(46)   VALUE
       " REQUIRED FOR GOOD STANDING. YOU ARE PLACED ON".
01 WS-LTR-SUSP-LINE.
    05 FILLER                PIC X(44)   VALUE
       "YOUR GRADE POINT AVERAGE HAS REMAINED BELOW ".
    05 WS-LTR-SUSP-GPA       PIC 9.99.
    05 FILLER                PIC X(04)   VALUE " FOR".
01 WS-CSV-LINE                PIC X(150) VALUE SPACE.
01 WS-EXPECTED-RECORD-COUNT  PIC 9(06)   VALUE ZERO.
01 WS-EXPECTED-TOTAL-HOURS   PIC 9(05)V99 VALUE ZERO.
01 WS-MST-STATUS             PIC XX      VALUE "00".
01 WS-MASTER-OPEN            PIC A       VALUE "N".
01 WS-MAJOR-CODE             PIC X(06)   VALUE SPACE.
01 WS-CATALOG-YEAR           PIC 9(04)   VALUE ZERO.
01 WS-ON-MASTER              PIC A       VALUE "N".
01 WS-MAJOR-LINE.
    05 FILLER                PIC X(07)   VALUE "MAJOR: ".
    05 WS-HDR-MAJOR-CODE     PIC X(06).
        10 RQT-PRINTED       PIC X(01).
        10 RQT-HOLD-TYPE     PIC X(10).

*> DISCLOSURE LOG, OPEN FOR THE WHOLE OF A SELECTIVE OR OFFICIAL RUN.
*> A SELECTIVE RUN LOGS EVERY REQUEST LINE AT CLOSE, ONCE THE QUEUE
*> KNOWS WHAT PRINTED AND WHAT WAS HELD; AN OFFICIAL FULL RUN LOGS
*> EACH STUDENT AS THE TRANSCRIPT COMPLETES, SO A RESTART PICKS UP
*> THE LOG WHERE THE CHECKPOINT DOES. A WORKING-COPY FULL RUN NEVER
*> LEAVES THE OFFICE AND LOGS NOTHING.
01 WS-DSC-STATUS             PIC XX      VALUE "00".
01 WS-DISCLOSURE-OPEN        PIC A       VALUE "N".
01 WS-DSC-DOCUMENT           PIC X(20)   VALUE SPACE.

*> REGISTRAR HOLDS, LOADED ONLY ON A SELECTIVE RUN -- A FULL TERM RUN
*> IS THE SCHOOL'S OWN BOOKKEEPING AND NOBODY'S TRANSCRIPT REQUEST.
*> NO HOLD FILE ON DISK MEANS NO HOLDS.
        10 CAL-TERM-TEXT     PIC X(15).
        10 CAL-TERM-YEAR     PIC 9(04).
        10 CAL-TERM-RANK     PIC 9(01).
        10 CAL-START-DATE    PIC 9(08).
        10 CAL-CLOSED-FLAG   PIC X(01).
            88 CAL-TERM-IS-CLOSED VALUE "C".

*> SNAPSHOTS LEFT ALONE BECAUSE THEIR TERM HAS BEEN CLOSED BY P41.
01 WS-ARCHIVE-REFUSED        PIC 9(06)   VALUE ZERO.

*> THE SEMESTER BEING TOTALED, RESOLVED TO ITS YEAR AND RANK THE SAME
*> WAY ITS ARCHIVE SNAPSHOT IS KEYED; AND THE TERM UNDER WAY ON THE
*> RUN DATE (THE LATEST CALENDAR TERM ALREADY STARTED), WHICH JUDGES
*> A CARRIED BALANCE THAT HAS NO SEMESTER OF ITS OWN.
01 WS-SEMESTER-TERM-KEY.
    05 WS-SEMESTER-TERM-YEAR PIC 9(04)   VALUE ZERO.
    05 WS-SEMESTER-TERM-RANK PIC 9(01)   VALUE ZERO.
01 WS-CURRENT-TERM-KEY.
    05 WS-CURRENT-TERM-YEAR  PIC 9(04)   VALUE ZERO.
    05 WS-CURRENT-TERM-RANK  PIC 9(01)   VALUE ZERO.
01 WS-CAL-ROW-KEY.
    05 WS-CAL-ROW-YEAR       PIC 9(04)   VALUE ZERO.
    05 WS-CAL-ROW-RANK       PIC 9(01)   VALUE ZERO.

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

*> TRANSFER CREDIT (IN-REC-TYPE "T") CARRIES EARNED HOURS BUT NEVER
*> QUALITY POINTS AND IS EXCLUDED FROM ATTEMPTED HOURS, SAME AS W/I.
*> NR (A ROSTER WITH NO GRADE FOR THE STUDENT) IS TREATED LIKE A W.
01 WS-REC-TYPE                PIC X(01).
    88 WS-REC-IS-TRANSFER         VALUE "T".
01 WS-RECORD.
    05 WS-GRADE              PIC A(5).
        88 WS-GRADE-IS-W          VALUE "W    ".
        88 WS-GRADE-IS-I          VALUE "I    ".
        88 WS-GRADE-IS-NR         VALUE "NR   ".
    05 WS-EARNED             PIC 99.99.
    05 FILLER                PIC A(5)    VALUE SPACE.
    05 WS-ATTEMPTED          PIC 99.99.
01 WS-RUN-CUMULATIVE-GPA     PIC ZZ9.99.

*> DEAN'S LIST REQUIRES A FULL-TIME LOAD (12+ ATTEMPTED HOURS) AND AT
*> LEAST A 3.50 GPA FOR THE SEMESTER. THESE AND THE PROBATION LINE
*> BELOW ARE THE BUILT-IN VALUES: EACH SEMESTER IS JUDGED BY THE ONES
*> THE POLICY FILE HAD IN FORCE FOR THAT SEMESTER.
01 WS-FULL-TIME-HOURS        PIC 99      VALUE 12.
01 WS-DEANS-LIST-GPA         PIC 9V99    VALUE 3.50.

    05 WS-MAN-PAGE-FROM       PIC ZZZZ9.
    05 FILLER                 PIC X(03)  VALUE " - ".
    05 WS-MAN-PAGE-TO         PIC ZZZZ9.

*> ELECTRONIC EXCHANGE WORK AREAS. WHILE A STUDENT WITH AN ELECTRONIC
*> REQUEST PRINTS, EACH CRS AND SUM RECORD IS BUILT INTO
*> EXCHANGE-BODY-TABLE AS ITS LINE PRINTS; ONCE THE STUDENT COMPLETES,
*> THE BODY GOES OUT ONCE PER ELECTRONIC REQUEST LINE, EACH COPY
*> WRAPPED IN ITS OWN HEADER AND TRAILER. A COURSE LINE AND A TERM
*> LINE PER COURSE AT MOST, SO THE TABLE IS TWICE THE COURSE TABLE.
01 WS-XCH-WANTED              PIC A      VALUE "N".
01 WS-XCH-DOC-COUNT           PIC 9(04)  VALUE ZERO.
01 WS-XCH-DOC-ID.
    05 WS-XCH-ID-DATE         PIC 9(08).
    05 WS-XCH-ID-TIME         PIC 9(06).
    05 WS-XCH-ID-SEQ          PIC 9(04).
01 WS-XCH-RECORD-COUNT        PIC 9(06)  VALUE ZERO.
01 WS-XCH-COURSE-COUNT        PIC 9(05)  VALUE ZERO.
01 WSC-XCH-COURSE-HOURS       PIC 9(05)V99 VALUE ZERO.
01 WS-TOTAL-XCH-LINES         PIC 9(08)  VALUE ZERO.
01 WS-MAX-XCH-LINES           PIC 9(04)  VALUE 4000.
01 WS-XCH-LINE-COUNT          PIC 9(04)  VALUE ZERO.
01 EXCHANGE-BODY-TABLE.
    05 XBT-LINE               PIC X(150) OCCURS 4000 TIMES
                                         INDEXED BY XBT-IDX.
01 WS-XCH-MANIFEST-LINE.
    05 WS-XMN-STUDENT         PIC X(10).
    05 FILLER                 PIC X(01)  VALUE SPACE.
    05 WS-XMN-REQUESTER       PIC X(20).
    05 FILLER                 PIC X(05)  VALUE " XCH ".
    05 WS-XMN-DOC-ID          PIC X(18).
    05 FILLER                 PIC X(06)  VALUE " RECS ".
    05 WS-XMN-RECORDS         PIC ZZZZZ9.
    05 FILLER                 PIC X(05)  VALUE " CRS ".
    05 WS-XMN-COURSES         PIC ZZZZ9.
    05 FILLER                 PIC X(05)  VALUE " HRS ".
    05 WS-XMN-HOURS           PIC ZZZZ9.99.
01 WS-TOTAL-CSV-LINES         PIC 9(08)  VALUE ZERO.
01 WS-TOTAL-HST-LINES         PIC 9(08)  VALUE ZERO.
01 WS-TOTAL-LTR-LINES         PIC 9(08)  VALUE ZERO.
    PERFORM OPENING-PROCEDURE.
    PERFORM WRITE-DISPLAY-REPORT.
    PERFORM VERIFY-CONTROL-TOTALS.
    PERFORM WRITE-POLICY-LINES.
    PERFORM CLOSING-PROCEDURE.

PROGRAM-DONE.
    OPEN INPUT IN-FILE.
    PERFORM LOAD-CONTROL-OPTIONS.
    PERFORM LOAD-TERM-CALENDAR.
    PERFORM LOAD-POLICY-TABLE.
    IF WS-OFFICIAL-MODE THEN
        PERFORM LOAD-RANK-TABLE
    END-IF.
        PERFORM LOAD-HOLD-TABLE
    END-IF.
    PERFORM LOAD-CHECKPOINT.
    IF WS-SELECTIVE-MODE OR WS-OFFICIAL-MODE THEN
        PERFORM OPEN-DISCLOSURE-LOG
    END-IF.
    IF WS-OFFICIAL-MODE THEN
        PERFORM OPEN-SERIAL-REGISTRY
    END-IF.

*> A SELECTIVE RUN FILLS TRANSCRIPT REQUESTS ONLY -- IT NEVER OPENS
*> THE HISTORY SUMMARY FILE, SO THE LAST END-OF-TERM SUMMARY (AND
            OPEN OUTPUT MAIL-FILE, PICKUP-FILE, ELEC-FILE
            OPEN OUTPUT MAIL-MANIFEST-FILE, PICKUP-MANIFEST-FILE,
                        ELEC-MANIFEST-FILE
            OPEN OUTPUT EXCHANGE-FILE
        ELSE
            OPEN OUTPUT OUT-FILE
            IF NOT WS-MIDTERM-MODE THEN
            OPEN EXTEND MAIL-FILE, PICKUP-FILE, ELEC-FILE
            OPEN EXTEND MAIL-MANIFEST-FILE, PICKUP-MANIFEST-FILE,
                        ELEC-MANIFEST-FILE
            OPEN EXTEND EXCHANGE-FILE
        ELSE
            OPEN EXTEND OUT-FILE
            IF NOT WS-MIDTERM-MODE THEN
CLOSING-PROCEDURE.
    PERFORM WRITE-RUN-LOG.
    PERFORM WRITE-FULFILLMENT-FILE.
    PERFORM WRITE-REQUEST-DISCLOSURES.
    IF WS-DISCLOSURE-OPEN = "Y" THEN
        CLOSE DISCLOSURE-FILE
    END-IF.
    IF WS-SERIAL-OPEN = "Y" THEN
        CLOSE SERIAL-FILE
    END-IF.
    PERFORM CLEAR-CHECKPOINT.
    CLOSE IN-FILE.
    IF WS-SELECTIVE-MODE THEN
        CLOSE MAIL-FILE, PICKUP-FILE, ELEC-FILE
        CLOSE MAIL-MANIFEST-FILE, PICKUP-MANIFEST-FILE,
              ELEC-MANIFEST-FILE
        CLOSE EXCHANGE-FILE
    ELSE
        CLOSE OUT-FILE
        IF NOT WS-MIDTERM-MODE THEN
    IF WS-ARCHIVE-OPEN = "Y" THEN
        CLOSE ARCHIVE-FILE
    END-IF.
    IF WS-ARCHIVE-REFUSED > ZERO THEN
        DISPLAY "ARCHIVE SNAPSHOTS REFUSED - TERM CLOSED: "
                WS-ARCHIVE-REFUSED
    END-IF.
    IF WS-CSV-EXPORT-ON THEN
        CLOSE CSV-FILE
    END-IF.
LOOKUP-STUDENT-MASTER.
    MOVE "*NOT ON MASTER*" TO WS-STUDENT-NAME.
    MOVE SPACE TO WS-MAJOR-CODE.
    MOVE ZERO TO WS-CATALOG-YEAR.
    MOVE "N" TO WS-ON-MASTER.

    IF WS-MASTER-OPEN = "Y" THEN
        MOVE WS-STUDENT-NUMBER TO SM-STUDENT-NUMBER
            NOT INVALID KEY
                MOVE SM-STUDENT-NAME TO WS-STUDENT-NAME
                MOVE SM-MAJOR-CODE TO WS-MAJOR-CODE
                MOVE SM-CATALOG-YEAR TO WS-CATALOG-YEAR
                MOVE "Y" TO WS-ON-MASTER
        END-READ
    END-IF.

                    END-IF
                WHEN "ISSUED  "
                    MOVE CTL-VALUE TO WS-ISSUE-DATE
                WHEN "SCHOOL  "
                    MOVE CTL-VALUE TO WS-SCHOOL-CODE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE TCL-TERM-TEXT TO CAL-TERM-TEXT(CAL-IDX)
            MOVE TCL-TERM-YEAR TO CAL-TERM-YEAR(CAL-IDX)
            MOVE TCL-TERM-RANK TO CAL-TERM-RANK(CAL-IDX)
            MOVE TCL-START-DATE TO CAL-START-DATE(CAL-IDX)
            MOVE TCL-CLOSED-FLAG TO CAL-CLOSED-FLAG(CAL-IDX)
            PERFORM READ-NEXT-CALENDAR
        END-PERFORM
        CLOSE CALENDAR-FILE
        MOVE "N" TO EOF
    END-IF.

    PERFORM SET-CURRENT-TERM-KEY.

*> THE TERM UNDER WAY ON THE RUN DATE: THE LATEST CALENDAR TERM WHOSE
*> START DATE HAS COME. WITH NO CALENDAR, THE LATEST RULES ON FILE.
SET-CURRENT-TERM-KEY.
    MOVE ZERO TO WS-CURRENT-TERM-KEY.
    PERFORM VARYING CAL-IDX FROM 1 BY 1
            UNTIL CAL-IDX > WS-CAL-TERM-COUNT
        MOVE CAL-TERM-YEAR(CAL-IDX) TO WS-CAL-ROW-YEAR
        MOVE CAL-TERM-RANK(CAL-IDX) TO WS-CAL-ROW-RANK
        IF CAL-START-DATE(CAL-IDX) NOT > WS-RUN-DATE
                AND WS-CAL-ROW-KEY > WS-CURRENT-TERM-KEY THEN
            MOVE WS-CAL-ROW-KEY TO WS-CURRENT-TERM-KEY
        END-IF
    END-PERFORM.

    IF WS-CURRENT-TERM-YEAR = ZERO THEN
        MOVE "99999" TO WS-CURRENT-TERM-KEY
    END-IF.

READ-NEXT-CALENDAR.
    READ CALENDAR-FILE NEXT RECORD
        AT END
        CLOSE FULFILL-FILE
    END-IF.

*> THE LOG IS APPENDED TO, RUN AFTER RUN; THE FIRST-EVER RUN CREATES
*> IT (STATUS 35). A LOG THAT WON'T OPEN STOPS THE RUN BEFORE ANY
*> TRANSCRIPT PRINTS -- A RELEASE WITH NO LOG ENTRY IS ONE THE
*> REGISTRAR CAN NEVER ACCOUNT FOR.
OPEN-DISCLOSURE-LOG.
    OPEN EXTEND DISCLOSURE-FILE.
    IF WS-DSC-STATUS = "35" THEN
        OPEN OUTPUT DISCLOSURE-FILE
    END-IF.

    IF WS-DSC-STATUS NOT = "00" THEN
        DISPLAY "*** DISCLOSURE LOG NOT AVAILABLE - STATUS "
                WS-DSC-STATUS " - RUN STOPPED ***"
        MOVE "A" TO WS-END-STATUS
        MOVE "ABORTED" TO WS-LOG-CONTROL
        PERFORM WRITE-RUN-LOG
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WS-DISCLOSURE-OPEN.

    IF WS-OFFICIAL-MODE THEN
        MOVE "OFFICIAL TRANSCRIPT" TO WS-DSC-DOCUMENT
    ELSE
        MOVE "TRANSCRIPT" TO WS-DSC-DOCUMENT
    END-IF.

*> SAME APPEND-OR-CREATE OPEN AS THE DISCLOSURE LOG, AFTER A PASS
*> FOR THE LAST SEQUENCE NUMBER ALREADY ISSUED TODAY. AN OFFICIAL
*> TRANSCRIPT WHOSE SERIAL ISN'T REGISTERED COULD NEVER BE VERIFIED,
*> SO A REGISTRY THAT WON'T OPEN STOPS THE RUN BEFORE ANY PRINT.
OPEN-SERIAL-REGISTRY.
    PERFORM FIND-LAST-SERIAL.
    OPEN EXTEND SERIAL-FILE.
    IF WS-SER-STATUS = "35" THEN
        OPEN OUTPUT SERIAL-FILE
    END-IF.

    IF WS-SER-STATUS NOT = "00" THEN
        DISPLAY "*** SERIAL REGISTRY NOT AVAILABLE - STATUS "
                WS-SER-STATUS " - RUN STOPPED ***"
        MOVE "A" TO WS-END-STATUS
        MOVE "ABORTED" TO WS-LOG-CONTROL
        PERFORM WRITE-RUN-LOG
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "Y" TO WS-SERIAL-OPEN.

*> A REGISTRY NOT YET ON DISK SIMPLY MEANS NOTHING ISSUED YET; THE
*> OPEN BELOW CREATES IT (OR STOPS THE RUN IF IT CAN'T).
FIND-LAST-SERIAL.
    MOVE ZERO TO WS-LAST-SEQUENCE.
    OPEN INPUT SERIAL-FILE.
    IF WS-SER-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.

    MOVE "N" TO WS-SER-EOF.
    PERFORM READ-NEXT-SERIAL.
    PERFORM UNTIL WS-SER-EOF = "Y"
        IF SER-ISSUE-DATE NUMERIC AND SER-SEQUENCE NUMERIC THEN
            IF SER-ISSUE-DATE = WS-RUN-DATE
                    AND SER-SEQUENCE > WS-LAST-SEQUENCE THEN
                MOVE SER-SEQUENCE TO WS-LAST-SEQUENCE
            END-IF
        END-IF
        PERFORM READ-NEXT-SERIAL
    END-PERFORM.
    CLOSE SERIAL-FILE.

READ-NEXT-SERIAL.
    READ SERIAL-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-SER-EOF
    END-READ.

*> FILLS IN WHAT EVERY ENTRY FROM THIS RUN HAS IN COMMON.
START-DISCLOSURE-RECORD.
    MOVE SPACE TO DSC-RECORD.
    MOVE WS-RUN-DATE TO DSC-DATE.
    MOVE WS-DSC-DOCUMENT TO DSC-DOCUMENT.
    MOVE "P2" TO DSC-RUN-PROGRAM.
    MOVE WS-RUN-DATE TO DSC-RUN-DATE.
    MOVE WS-RUN-TIME TO DSC-RUN-TIME.

*> ONE ENTRY PER REQUEST LINE ON A SELECTIVE RUN: PRINTED LINES ARE
*> RELEASED THROUGH THEIR OWN DELIVERY, HELD LINES CARRY THE HOLD
*> TYPE. A NUMBER THAT NEVER APPEARED IN THE INPUT RELEASED NOTHING
*> AND IS LEFT TO THE FULFILLMENT FILE.
WRITE-REQUEST-DISCLOSURES.
    IF NOT WS-SELECTIVE-MODE THEN
        EXIT PARAGRAPH
    END-IF.

    PERFORM VARYING RQT-IDX FROM 1 BY 1
            UNTIL RQT-IDX > WS-REQUEST-COUNT
        IF RQT-PRINTED(RQT-IDX) = "Y" OR RQT-PRINTED(RQT-IDX) = "H" THEN
            PERFORM START-DISCLOSURE-RECORD
            MOVE RQT-STUDENT-NUMBER(RQT-IDX) TO DSC-STUDENT-NUMBER
            MOVE RQT-REQUESTER(RQT-IDX) TO DSC-REQUESTER
            MOVE RQT-DELIVERY(RQT-IDX) TO DSC-CHANNEL
            IF RQT-PRINTED(RQT-IDX) = "Y" THEN
                MOVE "RELEASED" TO DSC-STATUS
            ELSE
                MOVE "HELD" TO DSC-STATUS
                MOVE RQT-HOLD-TYPE(RQT-IDX) TO DSC-REASON
            END-IF
            WRITE DSC-RECORD
        END-IF
    END-PERFORM.

*> AN OFFICIAL FULL RUN HAS NO REQUESTER: EACH COPY IS THE REGISTRAR'S
*> OWN ISSUE FROM THE TERM RUN.
WRITE-RUN-DISCLOSURE.
    IF WS-DISCLOSURE-OPEN NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.

    PERFORM START-DISCLOSURE-RECORD.
    MOVE WS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER.
    MOVE "REGISTRAR" TO DSC-REQUESTER.
    MOVE "TERM RUN" TO DSC-CHANNEL.
    MOVE "RELEASED" TO DSC-STATUS.
    WRITE DSC-RECORD.

*> RESTART SUPPORT: IF A PRIOR RUN'S CHECKPOINT NAMES A STUDENT, THIS
*> RUN PICKS UP RIGHT AFTER THAT STUDENT RATHER THAN REPROCESSING THE
*> WHOLE FILE, RESTORING THE CONTROL-TOTAL AND PAGE-NUMBER COUNTERS TO
                MOVE CHK-ML-MAN-COUNT TO WS-CHN-MAN-LINES(1)
                MOVE CHK-PK-MAN-COUNT TO WS-CHN-MAN-LINES(2)
                MOVE CHK-EL-MAN-COUNT TO WS-CHN-MAN-LINES(3)
                MOVE CHK-XCH-LINE-COUNT TO WS-TOTAL-XCH-LINES
                MOVE CHK-XCH-DOC-COUNT TO WS-XCH-DOC-COUNT
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.
    MOVE WS-CHN-MAN-LINES(1) TO CHK-ML-MAN-COUNT.
    MOVE WS-CHN-MAN-LINES(2) TO CHK-PK-MAN-COUNT.
    MOVE WS-CHN-MAN-LINES(3) TO CHK-EL-MAN-COUNT.
    MOVE WS-TOTAL-XCH-LINES TO CHK-XCH-LINE-COUNT.
    MOVE WS-XCH-DOC-COUNT TO CHK-XCH-DOC-COUNT.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHK-RECORD.
    CLOSE CHECKPOINT-FILE.
    PERFORM TRUNCATE-MAIL-MANIFEST.
    PERFORM TRUNCATE-PICKUP-MANIFEST.
    PERFORM TRUNCATE-ELEC-MANIFEST.
    PERFORM TRUNCATE-EXCHANGE-FILE.

TRUNCATE-MAIL-FILE.
    MOVE ZERO TO WS-SALVAGE-LINE-COUNT.
    END-PERFORM.
    CLOSE ELEC-MANIFEST-FILE, OUT-SCRATCH-FILE.

*> THE EXCHANGE FILE'S RECORDS ARE WIDER THAN A PRINT LINE, SO ITS
*> SALVAGE COPY GOES THROUGH THE CSV SCRATCH FILE.
TRUNCATE-EXCHANGE-FILE.
    MOVE ZERO TO WS-SALVAGE-LINE-COUNT.
    MOVE "N" TO WS-SCRATCH-EOF.
    OPEN INPUT EXCHANGE-FILE.
    OPEN OUTPUT CSV-SCRATCH-FILE.
    PERFORM UNTIL WS-SALVAGE-LINE-COUNT >= WS-TOTAL-XCH-LINES
        READ EXCHANGE-FILE
            AT END
                MOVE WS-TOTAL-XCH-LINES TO WS-SALVAGE-LINE-COUNT
            NOT AT END
                WRITE CSV-SCRATCH-RECORD FROM XCH-RECORD
                ADD 1 TO WS-SALVAGE-LINE-COUNT
        END-READ
    END-PERFORM.
    CLOSE EXCHANGE-FILE, CSV-SCRATCH-FILE.

    OPEN OUTPUT EXCHANGE-FILE.
    OPEN INPUT CSV-SCRATCH-FILE.
    PERFORM UNTIL WS-SCRATCH-EOF = "Y"
        READ CSV-SCRATCH-FILE
            AT END
                MOVE "Y" TO WS-SCRATCH-EOF
            NOT AT END
                WRITE XCH-RECORD FROM CSV-SCRATCH-RECORD
        END-READ
    END-PERFORM.
    CLOSE EXCHANGE-FILE, CSV-SCRATCH-FILE.

READ-NEXT-RECORD.
    READ IN-FILE NEXT RECORD
        AT END
    IF WS-COURSE-COUNT > ZERO THEN
        ADD 1 TO WS-STUDENTS-PROCESSED
        PERFORM CHECK-REQUEST-QUEUE
        PERFORM CHECK-EXCHANGE-WANTED

        IF WS-STUDENT-REQUESTED = "Y" THEN
            PERFORM DETECT-REPEATS
            PERFORM WRITE-STANDING-LETTER
            PERFORM WRITE-HISTORY-RECORD
            PERFORM WRITE-ARCHIVE-RECORD
            IF NOT WS-SELECTIVE-MODE THEN
                PERFORM WRITE-RUN-DISCLOSURE
            END-IF

            IF WS-SELECTIVE-MODE THEN
                PERFORM WRITE-MANIFEST-LINES
                PERFORM WRITE-EXCHANGE-DOCUMENTS
            END-IF
        END-IF


    MOVE WS-CERT-LINE2 TO WS-PRINT-LINE.
    PERFORM WRITE-PRINT-LINE.
    PERFORM ISSUE-DOCUMENT-SERIAL.
    MOVE WS-SERIAL-LINE TO WS-PRINT-LINE.
    PERFORM WRITE-PRINT-LINE.
    MOVE WS-CERT-LINE3 TO WS-PRINT-LINE.
    PERFORM WRITE-PRINT-LINE.

        DISPLAY WS-RANK-LINE
    END-IF.
    DISPLAY WS-CERT-LINE2.
    DISPLAY WS-SERIAL-LINE.
    DISPLAY WS-CERT-LINE3.

*> TAKES THE NEXT SERIAL, BUILDS THE CHECK VALUE FROM IT AND THE
*> FIGURES THE TRANSCRIPT JUST CERTIFIED -- THE CUMULATIVE HOURS AS
*> PRINTED, SO THE CALLER READING THEM OFF THE PAGE SEES THE SAME
*> NUMBER -- AND REGISTERS THE DOCUMENT. A DAY'S SEQUENCE RUNNING
*> OUT WOULD MEAN REUSING A SERIAL, SO THE RUN STOPS INSTEAD.
ISSUE-DOCUMENT-SERIAL.
    IF WS-LAST-SEQUENCE = 999999 THEN
        DISPLAY "*** SERIAL SEQUENCE EXHAUSTED FOR " WS-RUN-DATE
                " - RUN STOPPED ***"
        MOVE "A" TO WS-END-STATUS
        MOVE "ABORTED" TO WS-LOG-CONTROL
        PERFORM WRITE-RUN-LOG
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-LAST-SEQUENCE.

    MOVE WS-STUDENT-NUMBER TO WS-SRS-STUDENT.
    MOVE WS-RUN-DATE TO WS-SRS-DATE.
    MOVE WS-LAST-SEQUENCE TO WS-SRS-SEQUENCE.
    MOVE WSC-CUMULATIVE-EARNED-PRT TO WS-SRS-HOURS.
    MOVE WSC-CUMULATIVE-GPA TO WS-SRS-GPA.
    PERFORM COMPUTE-CHECK-VALUE.

    MOVE WS-RUN-DATE TO WS-SRL-DATE.
    MOVE WS-LAST-SEQUENCE TO WS-SRL-SEQUENCE.
    MOVE WS-HASH-CHECK TO WS-SRL-CHECK.

    IF WS-SERIAL-OPEN = "Y" THEN
        MOVE SPACE TO SER-RECORD
        MOVE WS-SRL-SERIAL TO SER-SERIAL
        MOVE WS-HASH-CHECK TO SER-CHECK
        MOVE WS-STUDENT-NUMBER TO SER-STUDENT-NUMBER
        MOVE WS-STUDENT-NAME TO SER-STUDENT-NAME
        MOVE WSC-CUMULATIVE-EARNED-PRT TO SER-CUM-HOURS
        MOVE WSC-CUMULATIVE-GPA TO SER-CUM-GPA
        MOVE WS-ISSUE-DATE TO SER-ISSUE-TEXT
        MOVE WS-RUN-TIME TO SER-RUN-TIME
        WRITE SER-RECORD
    END-IF.

*> A RUNNING HASH OVER WS-SERIAL-SOURCE, ONE CHARACTER AT A TIME:
*> EACH CHARACTER COUNTS AS ITS PLACE IN WS-HASH-CHARS (A SPACE OR
*> ANYTHING ELSE AS ZERO), WEIGHTED BY ITS POSITION, SO TRANSPOSED
*> DIGITS CHANGE IT.
COMPUTE-CHECK-VALUE.
    MOVE ZERO TO WS-HASH-CHECK.
    PERFORM VARYING WS-SRS-POS FROM 1 BY 1
            UNTIL WS-SRS-POS > WS-SRS-LENGTH
        MOVE WS-SERIAL-SOURCE(WS-SRS-POS:1) TO WS-HASH-CHAR
        PERFORM FIND-HASH-VALUE
        COMPUTE WS-HASH-WORK =
            WS-HASH-CHECK * 37 + WS-HASH-VALUE * WS-SRS-POS + 7
        DIVIDE WS-HASH-WORK BY 9973 GIVING WS-HASH-QUOTIENT
            REMAINDER WS-HASH-CHECK
    END-PERFORM.

FIND-HASH-VALUE.
    MOVE ZERO TO WS-HASH-VALUE.
    PERFORM VARYING WS-HASH-SCAN FROM 1 BY 1 UNTIL WS-HASH-SCAN > 36
        IF WS-HASH-CHARS(WS-HASH-SCAN:1) = WS-HASH-CHAR THEN
            MOVE WS-HASH-SCAN TO WS-HASH-VALUE
        END-IF
    END-PERFORM.

*> EVERY TRANSCRIPT LINE LANDS HERE: ON A FULL OR MIDTERM RUN IT
*> GOES TO OUT-FILE AND BUMPS THE CHECKPOINTED LINE COUNT EXACTLY AS
*> IT ALWAYS HAS; ON A SELECTIVE RUN IT GOES TO THE CURRENT
        ADD 1 TO WS-TOTAL-OUT-LINES
    END-IF.

*> AN EXCHANGE DOCUMENT IS BUILT FOR THE STUDENT ABOUT TO PRINT WHEN
*> ANY UNHELD REQUEST LINE FOR THEM ASKED FOR ELECTRONIC DELIVERY --
*> WHICHEVER CHANNEL THE PAGES THEMSELVES GO TO.
CHECK-EXCHANGE-WANTED.
    MOVE "N" TO WS-XCH-WANTED.
    MOVE ZERO TO WS-XCH-LINE-COUNT.
    MOVE ZERO TO WS-XCH-COURSE-COUNT.
    MOVE ZERO TO WSC-XCH-COURSE-HOURS.

    IF WS-SELECTIVE-MODE AND WS-STUDENT-REQUESTED = "Y" THEN
        PERFORM VARYING RQT-IDX FROM 1 BY 1
                UNTIL RQT-IDX > WS-REQUEST-COUNT
            IF RQT-STUDENT-NUMBER(RQT-IDX) = WS-STUDENT-NUMBER
                    AND RQT-PRINTED(RQT-IDX) = "Y"
                    AND (RQT-DELIVERY(RQT-IDX) = "ELECTRON"
                      OR RQT-DELIVERY(RQT-IDX) = "ELEC    ") THEN
                MOVE "Y" TO WS-XCH-WANTED
            END-IF
        END-PERFORM
    END-IF.

*> ONE CRS RECORD FOR THE COURSE LINE JUST BUILT. WS-SEMESTER IS
*> ALREADY THE COURSE'S OWN TERM HERE.
BUILD-EXCHANGE-COURSE.
    PERFORM RESOLVE-SEMESTER-TERM-KEY.
    MOVE SPACE TO XCH-CRS-RECORD.
    MOVE "CRS" TO XCH-CRS-TAG.
    MOVE WS-SEMESTER TO XCH-CRS-TERM.
    MOVE WS-SEMESTER-TERM-YEAR TO XCH-CRS-TERM-YEAR.
    MOVE WS-SEMESTER-TERM-RANK TO XCH-CRS-TERM-RANK.
    MOVE SCT-COURSE(SCT-IDX) TO XCH-CRS-COURSE.
    MOVE SCT-COURSE-TITLE(SCT-IDX) TO XCH-CRS-TITLE.
    MOVE WS-GRADE TO XCH-CRS-GRADE.
    IF WS-REC-IS-TRANSFER THEN
        MOVE "T" TO XCH-CRS-CREDIT-TYPE
    ELSE
        MOVE "C" TO XCH-CRS-CREDIT-TYPE
    END-IF.
    MOVE SCT-EARNED(SCT-IDX) TO XCH-CRS-EARNED.
    MOVE SCT-ATTEMPTED(SCT-IDX) TO XCH-CRS-ATTEMPTED.
    MOVE SCT-QPTS(SCT-IDX) TO XCH-CRS-QPTS.
    IF SCT-MARKER(SCT-IDX) = "R " THEN
        MOVE "R" TO XCH-CRS-REPEAT
    END-IF.
    IF WS-NOTATION = "IN PROGRESS" THEN
        MOVE "I" TO XCH-CRS-IN-PROGRESS
    END-IF.
    PERFORM ADD-EXCHANGE-LINE.

    ADD 1 TO WS-XCH-COURSE-COUNT.
    ADD XCH-CRS-EARNED TO WSC-XCH-COURSE-HOURS.

*> ONE SUM RECORD FOR THE TERM JUST TOTALED, TAKEN BEFORE
*> CALCULATE-EOS-TOTALS CLEARS THE TERM ACCUMULATORS.
BUILD-EXCHANGE-TERM.
    MOVE SPACE TO XCH-SUM-RECORD.
    MOVE "SUM" TO XCH-SUM-TAG.
    MOVE WS-SEMESTER TO XCH-SUM-TERM.
    MOVE WS-SEMESTER-TERM-YEAR TO XCH-SUM-TERM-YEAR.
    MOVE WS-SEMESTER-TERM-RANK TO XCH-SUM-TERM-RANK.
    MOVE WSC-SEMESTER-EARNED-PRT TO XCH-SUM-EARNED.
    MOVE WSC-SEMESTER-ATTEMPTED TO XCH-SUM-ATTEMPTED.
    MOVE WSC-SEMESTER-QPTS TO XCH-SUM-QPTS.
    MOVE WSC-SEMESTER-GPA TO XCH-SUM-GPA.
    MOVE WS-SEMESTER-HONORS TO XCH-SUM-HONORS.
    PERFORM ADD-EXCHANGE-LINE.

*> A BODY LINE DROPPED HERE WOULD SEND ANOTHER SCHOOL AN INCOMPLETE
*> RECORD UNDER A TRAILER THAT STILL BALANCES -- STOP COLD INSTEAD.
ADD-EXCHANGE-LINE.
    IF WS-XCH-LINE-COUNT >= WS-MAX-XCH-LINES THEN
        DISPLAY "*** EXCHANGE DOCUMENT TABLE FULL - RUN STOPPED ***"
        DISPLAY "*** STUDENT " WS-STUDENT-NUMBER " ***"
        MOVE "A" TO WS-END-STATUS
        MOVE "ABORTED" TO WS-LOG-CONTROL
        PERFORM WRITE-RUN-LOG
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

    ADD 1 TO WS-XCH-LINE-COUNT.
    SET XBT-IDX TO WS-XCH-LINE-COUNT.
    MOVE XCH-RECORD TO XBT-LINE(XBT-IDX).

*> ONE EXCHANGE DOCUMENT PER ELECTRONIC REQUEST LINE FOR THE STUDENT
*> JUST PRINTED, EACH WITH ITS OWN DOCUMENT ID AND A LINE ON THE
*> ELECTRONIC MANIFEST CARRYING ITS CONTROL TOTALS. WRITTEN AS SOON
*> AS THE STUDENT COMPLETES, SO THE CHECKPOINT COVERS THEM.
WRITE-EXCHANGE-DOCUMENTS.
    IF WS-XCH-WANTED NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.

    PERFORM VARYING RQT-IDX FROM 1 BY 1
            UNTIL RQT-IDX > WS-REQUEST-COUNT
        IF RQT-STUDENT-NUMBER(RQT-IDX) = WS-STUDENT-NUMBER
                AND RQT-PRINTED(RQT-IDX) = "Y"
                AND (RQT-DELIVERY(RQT-IDX) = "ELECTRON"
                  OR RQT-DELIVERY(RQT-IDX) = "ELEC    ") THEN
            PERFORM WRITE-EXCHANGE-DOCUMENT
        END-IF
    END-PERFORM.

WRITE-EXCHANGE-DOCUMENT.
    ADD 1 TO WS-XCH-DOC-COUNT.
    MOVE WS-RUN-DATE TO WS-XCH-ID-DATE.
    MOVE WS-RUN-TIME TO WS-XCH-ID-TIME.
    MOVE WS-XCH-DOC-COUNT TO WS-XCH-ID-SEQ.
    MOVE ZERO TO WS-XCH-RECORD-COUNT.

    MOVE SPACE TO XCH-HDR-RECORD.
    MOVE "HDR" TO XCH-HDR-TAG.
    MOVE WS-XCH-DOC-ID TO XCH-HDR-DOC-ID.
    MOVE WS-DSC-DOCUMENT TO XCH-HDR-DOC-TYPE.
    MOVE WS-RUN-DATE TO XCH-HDR-RUN-DATE.
    MOVE WS-RUN-TIME TO XCH-HDR-RUN-TIME.
    MOVE RQT-REQUESTER(RQT-IDX) TO XCH-HDR-RECIPIENT.
    MOVE RQT-DELIVERY(RQT-IDX) TO XCH-HDR-DELIVERY.
    PERFORM WRITE-EXCHANGE-LINE.

    MOVE SPACE TO XCH-INS-RECORD.
    MOVE "INS" TO XCH-INS-TAG.
    MOVE WS-SCHOOL-CODE TO XCH-INS-SCHOOL-CODE.
    MOVE WS-SCHOOL-NAME(23:34) TO XCH-INS-SCHOOL-NAME.
    MOVE WS-SCHOOL-ADDR(31:30) TO XCH-INS-SCHOOL-CITY.
    PERFORM WRITE-EXCHANGE-LINE.

    MOVE SPACE TO XCH-STU-RECORD.
    MOVE "STU" TO XCH-STU-TAG.
    MOVE WS-STUDENT-NUMBER TO XCH-STU-NUMBER.
    MOVE WS-STUDENT-NAME TO XCH-STU-NAME.
    MOVE WS-MAJOR-CODE TO XCH-STU-MAJOR.
    MOVE WS-CATALOG-YEAR TO XCH-STU-CATALOG-YEAR.
    MOVE WS-ON-MASTER TO XCH-STU-ON-MASTER.
    PERFORM WRITE-EXCHANGE-LINE.

    PERFORM VARYING XBT-IDX FROM 1 BY 1
            UNTIL XBT-IDX > WS-XCH-LINE-COUNT
        MOVE XBT-LINE(XBT-IDX) TO XCH-RECORD
        PERFORM WRITE-EXCHANGE-LINE
    END-PERFORM.

    MOVE SPACE TO XCH-CUM-RECORD.
    MOVE "CUM" TO XCH-CUM-TAG.
    MOVE WSC-CUMULATIVE-EARNED-PRT TO XCH-CUM-EARNED.
    MOVE WSC-CUMULATIVE-ATTEMPTED TO XCH-CUM-ATTEMPTED.
    MOVE WSC-CUMULATIVE-QPTS TO XCH-CUM-QPTS.
    MOVE WSC-CUMULATIVE-GPA TO XCH-CUM-GPA.
    MOVE WS-CUMULATIVE-STANDING TO XCH-CUM-STANDING.
    MOVE WS-SEMESTER TO XCH-CUM-AS-OF-TERM.
    PERFORM WRITE-EXCHANGE-LINE.

    IF WS-OFFICIAL-MODE THEN
        MOVE SPACE TO XCH-CRT-RECORD
        MOVE "CRT" TO XCH-CRT-TAG
        MOVE WS-RUN-DATE TO XCH-CRT-ISSUE-DATE
        MOVE WS-ISSUE-DATE TO XCH-CRT-ISSUE-TEXT
        MOVE WS-SRL-SERIAL TO XCH-CRT-SERIAL
        MOVE WS-SRL-CHECK TO XCH-CRT-CHECK
        PERFORM WRITE-EXCHANGE-LINE
    END-IF.

    MOVE SPACE TO XCH-TRL-RECORD.
    MOVE "TRL" TO XCH-TRL-TAG.
    MOVE WS-XCH-DOC-ID TO XCH-TRL-DOC-ID.
    COMPUTE XCH-TRL-RECORD-COUNT = WS-XCH-RECORD-COUNT + 1.
    MOVE WS-XCH-COURSE-COUNT TO XCH-TRL-COURSE-COUNT.
    MOVE WSC-XCH-COURSE-HOURS TO XCH-TRL-COURSE-HOURS.
    PERFORM WRITE-EXCHANGE-LINE.

    MOVE WS-STUDENT-NUMBER TO WS-XMN-STUDENT.
    MOVE RQT-REQUESTER(RQT-IDX) TO WS-XMN-REQUESTER.
    MOVE WS-XCH-DOC-ID TO WS-XMN-DOC-ID.
    MOVE WS-XCH-RECORD-COUNT TO WS-XMN-RECORDS.
    MOVE WS-XCH-COURSE-COUNT TO WS-XMN-COURSES.
    MOVE WSC-XCH-COURSE-HOURS TO WS-XMN-HOURS.
    WRITE ELEC-MANIFEST-RECORD FROM WS-XCH-MANIFEST-LINE.
    ADD 1 TO WS-CHN-MAN-LINES(3).

WRITE-EXCHANGE-LINE.
    WRITE XCH-RECORD.
    ADD 1 TO WS-XCH-RECORD-COUNT.
    ADD 1 TO WS-TOTAL-XCH-LINES.

*> ONE MANIFEST LINE PER REQUEST LINE THAT ASKED FOR THE STUDENT
*> JUST PRINTED, SHOWING THE PAGE RANGE IN THE CHANNEL FILE THE COPY
*> WENT TO. WRITTEN AS SOON AS THE STUDENT COMPLETES, SO THE
            MOVE "YOUR CUMULATIVE GRADE POINT AVERAGE HAS FALLEN BELOW"
                TO WS-LETTER-LINE
            PERFORM WRITE-LETTER-LINE
            MOVE WS-PROBATION-GPA TO WS-LTR-PROB-GPA
            MOVE WS-LTR-PROB-LINE TO WS-LETTER-LINE
            PERFORM WRITE-LETTER-LINE
            MOVE "ACADEMIC PROBATION. PLEASE CONTACT YOUR ADVISOR TO"
                TO WS-LETTER-LINE
                TO WS-LETTER-LINE
            PERFORM WRITE-LETTER-LINE
        WHEN "SUSPENSION"
            MOVE WS-PROBATION-GPA TO WS-LTR-SUSP-GPA
            MOVE WS-LTR-SUSP-LINE TO WS-LETTER-LINE
            PERFORM WRITE-LETTER-LINE
            MOVE "TWO CONSECUTIVE SEMESTERS. YOU ARE ACADEMICALLY"
                TO WS-LETTER-LINE
*> VANISH FROM EVERY TERM THAT FOLLOWS. THE STANDING IS RESTATED FROM
*> THE CARRIED NUMBERS AND THE AS-OF SEMESTER LEFT BLANK.
CARRY-BALANCE-FORWARD.
    MOVE WS-CURRENT-TERM-KEY TO WS-POLICY-TERM-KEY.
    PERFORM SET-TERM-POLICY.

    IF WSC-CUMULATIVE-ATTEMPTED > ZERO THEN
        COMPUTE WSC-CUMULATIVE-GPA
            ROUNDED = WSC-CUMULATIVE-QPTS / WSC-CUMULATIVE-ATTEMPTED

*> SNAPSHOTS THE STUDENT'S CUMULATIVE POSITION AS OF THEIR FINAL
*> SEMESTER THIS RUN. A RERUN OF THE SAME TERM LANDS ON THE SAME KEY
*> AND REWRITES THE SNAPSHOT RATHER THAN DUPLICATING IT. ONCE P41
*> HAS CLOSED THE TERM ITS SNAPSHOTS ARE THE FIGURES OF RECORD: A
*> RERUN LEAVES THEM ALONE, AND ONLY P16'S REBUILD FROM AUTHORIZED
*> LATE CHANGES MAY REWRITE THEM.
WRITE-ARCHIVE-RECORD.
    IF WS-ARCHIVE-OPEN = "Y" THEN
        MOVE WS-STUDENT-NUMBER TO ARC-STUDENT-NUMBER
        PERFORM SET-ARCHIVE-TERM-KEY
        IF WS-CALENDAR-LOADED = "Y" AND WS-CAL-ENTRY > ZERO THEN
            SET CAL-IDX TO WS-CAL-ENTRY
            IF CAL-TERM-IS-CLOSED(CAL-IDX) THEN
                DISPLAY "*** TERM " WS-SEMESTER " IS CLOSED - ARCHIVE "
                        "NOT UPDATED FOR " WS-STUDENT-NUMBER " ***"
                ADD 1 TO WS-ARCHIVE-REFUSED
                EXIT PARAGRAPH
            END-IF
        END-IF
        MOVE WS-SEMESTER TO ARC-SEMESTER
        MOVE WSC-CUMULATIVE-EARNED TO ARC-CUM-EARNED
        MOVE WSC-CUMULATIVE-ATTEMPTED TO ARC-CUM-ATTEMPTED
*> WITH NO CALENDAR ON DISK, THE OLD SEASON-WORD SCAN (THE SAME
*> DERIVATION P11 USED TO SORT THE MERGED FEEDS) STILL APPLIES.
SET-ARCHIVE-TERM-KEY.
    PERFORM RESOLVE-SEMESTER-TERM-KEY.
    MOVE WS-SEMESTER-TERM-YEAR TO ARC-TERM-YEAR.
    MOVE WS-SEMESTER-TERM-RANK TO ARC-TERM-RANK.

RESOLVE-SEMESTER-TERM-KEY.
    MOVE ZERO TO WS-SEMESTER-TERM-YEAR.
    MOVE ZERO TO WS-SEMESTER-TERM-RANK.

    IF WS-CALENDAR-LOADED = "Y" THEN
        MOVE WS-SEMESTER TO WS-CAL-LOOKUP
        PERFORM FIND-CALENDAR-TERM
        IF WS-CAL-ENTRY > ZERO THEN
            SET CAL-IDX TO WS-CAL-ENTRY
            MOVE CAL-TERM-YEAR(CAL-IDX) TO WS-SEMESTER-TERM-YEAR
            MOVE CAL-TERM-RANK(CAL-IDX) TO WS-SEMESTER-TERM-RANK
        END-IF
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN WS-SEMESTER(1:6) = "SPRING" OR WS-SEMESTER(1:4) = "SPRG"
            MOVE 1 TO WS-SEMESTER-TERM-RANK
        WHEN WS-SEMESTER(1:6) = "SUMMER" OR WS-SEMESTER(1:3) = "SUM"
            MOVE 2 TO WS-SEMESTER-TERM-RANK
        WHEN WS-SEMESTER(1:4) = "FALL"
            MOVE 3 TO WS-SEMESTER-TERM-RANK
        WHEN WS-SEMESTER(1:6) = "WINTER" OR WS-SEMESTER(1:3) = "WIN"
            MOVE 4 TO WS-SEMESTER-TERM-RANK
        WHEN OTHER
            MOVE 9 TO WS-SEMESTER-TERM-RANK
    END-EVALUATE.

    PERFORM VARYING WS-TERM-SCAN FROM 1 BY 1
            UNTIL WS-TERM-SCAN > 12
        IF WS-SEMESTER(WS-TERM-SCAN:4) NUMERIC
                AND WS-SEMESTER-TERM-YEAR = ZERO THEN
            MOVE WS-SEMESTER(WS-TERM-SCAN:4) TO WS-SEMESTER-TERM-YEAR
        END-IF
    END-PERFORM.

        PERFORM CHECK-PAGE-BREAK

        PERFORM BUILD-COURSE-RECORD
        IF WS-XCH-WANTED = "Y" THEN
            PERFORM BUILD-EXCHANGE-COURSE
        END-IF
        PERFORM DISPLAY-SEMESTER-RECORDS
        PERFORM WRITE-SEMESTER-RECORDS
        ADD 1 TO WS-LINE-COUNT
        MOVE "IN PROGRESS" TO WS-NOTATION
    END-IF.

*>  A GRADE THE INSTRUCTOR NEVER REPORTED PRINTS AS SUCH ON EVERY
*>  COPY, SO THE COURSE SHOWS RATHER THAN SILENTLY DROPPING OFF.
    IF WS-GRADE-IS-NR THEN
        MOVE "UNREPORTED" TO WS-NOTATION
    END-IF.

SET-QPTS.
    MOVE WS-EARNED TO WSC-EARNED.
    MOVE WS-EARNED TO WSC-QPTS.
            END-EVALUATE
        END-IF

        IF WS-GRADE-IS-W OR WS-GRADE-IS-I OR WS-GRADE-IS-NR THEN
            MOVE 0 TO WSC-QPTS
        END-IF
    END-IF.

    COMPUTE WSC-SEMESTER-QPTS = WSC-SEMESTER-QPTS + WSC-QPTS.

    IF NOT (WS-GRADE-IS-W OR WS-GRADE-IS-I OR WS-GRADE-IS-NR
            OR WS-REC-IS-TRANSFER) THEN
        MOVE WS-ATTEMPTED TO WSC-ATTEMPTED
        COMPUTE WSC-SEMESTER-ATTEMPTED = WSC-SEMESTER-ATTEMPTED + WSC-ATTEMPTED
    END-IF.

CALCULATE-EOS-TOTALS.
    PERFORM SET-SEMESTER-POLICY.

    MOVE WSC-SEMESTER-EARNED-PRT TO WS-SEMESTER-EARNED.
    MOVE WSC-SEMESTER-QPTS TO WS-SEMESTER-QPTS.

        END-IF
    END-IF.

    IF WS-XCH-WANTED = "Y" THEN
        PERFORM BUILD-EXCHANGE-TERM
    END-IF.

    MOVE ZERO TO WSC-SEMESTER-EARNED.
    MOVE ZERO TO WSC-SEMESTER-EARNED-PRT.
    MOVE ZERO TO WSC-SEMESTER-QPTS.
    MOVE ZERO TO WSC-SEMESTER-ATTEMPTED.

*> THE SEMESTER BEING TOTALED PICKS THE DEAN'S LIST AND PROBATION
*> LINES, KEYED THE SAME WAY ITS SNAPSHOT IS. A SEMESTER THAT CAN'T BE
*> PLACED IS HELD TO THE LATEST RULES ON FILE -- THE SAME CHOICE P16
*> MAKES, SO A REBUILD COMES OUT THE SAME AS THE ORIGINAL RUN.
SET-SEMESTER-POLICY.
    PERFORM RESOLVE-SEMESTER-TERM-KEY.
    IF WS-SEMESTER-TERM-YEAR = ZERO THEN
        MOVE "99999" TO WS-POLICY-TERM-KEY
    ELSE
        MOVE WS-SEMESTER-TERM-KEY TO WS-POLICY-TERM-KEY
    END-IF.

    PERFORM SET-TERM-POLICY.

DISPLAY-EOS-TOTALS.
    DISPLAY WS-EOS-SEMESTER-TOTALS.
    DISPLAY WS-EOS-CUM-TOTALS.
WRITE-SEMESTER-RECORDS.
    MOVE WS-RECORD TO WS-PRINT-LINE.
    PERFORM WRITE-PRINT-LINE.

*> LOADS THE POLICY FILE INTO POLICY-TABLE, BEHIND ONE BUILT-IN LINE
*> PER POLICY CODE THIS PROGRAM USES. WITHOUT A POLICY FILE THE
*> BUILT-IN VALUES ARE THE ONLY ONES IN FORCE.
LOAD-POLICY-TABLE.
    MOVE "FULLTIME" TO WS-POLICY-CODE.
    MOVE WS-FULL-TIME-HOURS TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.
    MOVE "DEANSGPA" TO WS-POLICY-CODE.
    MOVE WS-DEANS-LIST-GPA TO WS-POLICY-VALUE.
    PERFORM ADD-BUILT-IN-POLICY.
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
    MOVE "FULLTIME" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-FULL-TIME-HOURS.

    MOVE "DEANSGPA" TO WS-POLICY-CODE.
    PERFORM FIND-POLICY-VALUE.
    MOVE WS-POLICY-VALUE TO WS-DEANS-LIST-GPA.

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
        END-IF
    END-PERFORM.
