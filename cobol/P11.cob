    SELECT FEED-C-FILE ASSIGN TO "P11InC.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT ROSTER-FEED-FILE ASSIGN TO "P42Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT TRANSFER-FEED-FILE ASSIGN TO "P39Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT SORT-FILE ASSIGN TO "P11Srt.tmp".
    SELECT OUT-FILE ASSIGN TO "P11Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
FD FEED-C-FILE.
01 FEED-C-RECORD             PIC X(94).

*> THE TWO REGISTRAR-SIDE FEEDS, IN THE SAME SHAPE AND WITH THEIR OWN
*> Z TRAILERS: C RECORDS FROM THE INSTRUCTORS' GRADE ROSTERS (P42)
*> AND T RECORDS FROM TRANSFER CREDIT CONVERSION (P39). EITHER MAY BE
*> ABSENT ON A GIVEN NIGHT; WHEN ONE IS THERE ITS TRAILER IS HELD TO
*> THE SAME CHECK AS A COLLEGE'S.
FD ROSTER-FEED-FILE.
01 ROSTER-FEED-RECORD        PIC X(94).
FD TRANSFER-FEED-FILE.
01 TRANSFER-FEED-RECORD      PIC X(94).

SD SORT-FILE.
01 SORT-RECORD.
    05 SORT-STUDENT-NUMBER    PIC X(10).
    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

WORKING-STORAGE SECTION.
01 EOF                       PIC A       VALUE "N".
01 WS-OUT-RECORD-COUNT       PIC 9(06)   VALUE ZERO.
01 WS-OUT-TOTAL-HOURS        PIC 9(05)V99 VALUE ZERO.

*> COMBINED TOTALS ACROSS THE VERIFIED FEED TRAILERS, AND WHAT
*> WAS DROPPED ON THE WAY TO THE CONSOLIDATED FILE -- THE DISCARD
*> REPORT PROVES COMBINED = WRITTEN + DUPLICATES + CALENDAR REJECTS.
01 WS-COMBINED-COUNT         PIC 9(06)   VALUE ZERO.
PROGRAM-DONE.
    STOP RUN.

*> READS THE THREE COLLEGE FEEDS IN TURN, THEN THE GRADE ROSTER AND
*> TRANSFER FEEDS WHEN THEY'RE ON DISK, RECONCILING EACH FEED'S OWN
*> TRAILER AGAINST WHAT WAS ACTUALLY READ BEFORE ITS RECORDS COUNT.
*> THE COLLEGES ARE READ FIRST SO THAT WHERE A ROSTER LINE REPEATS A
*> COURSE A COLLEGE ALREADY SENT, THE COLLEGE'S COPY IS THE ONE KEPT
*> AND THE ROSTER'S SHOWS ON THE DISCARD REPORT.
*> ANY FEED THAT FAILS STOPS THE RUN HERE, BEFORE THE CONSOLIDATED
*> FILE IS EVER OPENED, SO A SHORT FEED CAN'T SLIP DOWNSTREAM.
READ-ALL-FEEDS SECTION.
        PERFORM VERIFY-FEED-TRAILER
    END-IF.

    MOVE "GRADE ROSTERS" TO WS-FEED-NAME.
    OPEN INPUT ROSTER-FEED-FILE.
    PERFORM CHECK-OPTIONAL-FEED-OPEN.
    IF WS-FEED-STATUS = "00" THEN
        PERFORM RESET-FEED-COUNTERS
        PERFORM READ-ROSTER-FEED-RECORD
        PERFORM UNTIL EOF = "Y"
            PERFORM HANDLE-FEED-RECORD
            PERFORM READ-ROSTER-FEED-RECORD
        END-PERFORM
        CLOSE ROSTER-FEED-FILE
        PERFORM VERIFY-FEED-TRAILER
    END-IF.

    MOVE "TRANSFER CREDIT" TO WS-FEED-NAME.
    OPEN INPUT TRANSFER-FEED-FILE.
    PERFORM CHECK-OPTIONAL-FEED-OPEN.
    IF WS-FEED-STATUS = "00" THEN
        PERFORM RESET-FEED-COUNTERS
        PERFORM READ-TRANSFER-FEED-RECORD
        PERFORM UNTIL EOF = "Y"
            PERFORM HANDLE-FEED-RECORD
            PERFORM READ-TRANSFER-FEED-RECORD
        END-PERFORM
        CLOSE TRANSFER-FEED-FILE
        PERFORM VERIFY-FEED-TRAILER
    END-IF.

    IF WS-FEED-ERROR = "Y" THEN
        DISPLAY "*** FEED RECONCILIATION FAILED - RUN STOPPED ***"
        CLOSE REPORT-FILE
        DISPLAY WS-REPORT-LINE
    END-IF.

*> THE ROSTER AND TRANSFER FEEDS ONLY EXIST ON NIGHTS THERE WAS
*> SOMETHING TO SEND, SO A FILE THAT ISN'T THERE (STATUS 35) IS NOTED
*> ON THE REPORT AND SKIPPED. ANY OTHER OPEN FAILURE STILL STOPS THE
*> RUN LIKE A MISSING COLLEGE FEED.
CHECK-OPTIONAL-FEED-OPEN.
    IF WS-FEED-STATUS = "35" THEN
        MOVE SPACE TO WS-RPT-VERDICT
        MOVE WS-FEED-NAME TO WS-RPT-FEED
        MOVE ZERO TO WS-RPT-COUNT
        MOVE ZERO TO WS-RPT-HOURS
        MOVE "NOT SUPPLIED" TO WS-RPT-VERDICT
        WRITE REPORT-RECORD FROM WS-REPORT-LINE
        DISPLAY WS-REPORT-LINE
    ELSE
        PERFORM CHECK-FEED-OPEN
    END-IF.

RESET-FEED-COUNTERS.
    MOVE "N" TO EOF.
    MOVE "N" TO WS-FEED-TRAILER-SEEN.
            MOVE "Y" TO EOF
    END-READ.

READ-ROSTER-FEED-RECORD.
    READ ROSTER-FEED-FILE INTO WS-FEED-RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

READ-TRANSFER-FEED-RECORD.
    READ TRANSFER-FEED-FILE INTO WS-FEED-RECORD
        AT END
            MOVE "Y" TO EOF
    END-READ.

*> A TRAILER CAPTURES THE FEED'S CLAIMED TOTALS AND ENDS THE FEED;
*> EVERY OTHER RECORD IS COUNTED (COURSE/TRANSFER ONLY) AND, IF ITS
*> SEMESTER IS ON THE CALENDAR, RELEASED TO THE SORT UNDER ITS
    WRITE DISCARD-RECORD.

*> THE COMBINED TRAILER MATH, ON THE SAME PIECE OF PAPER AS THE
*> DROPPED LINES: WHAT THE VERIFIED TRAILERS CLAIMED, WHAT WAS
*> DROPPED AS DUPLICATES OR CALENDAR REJECTS, AND WHAT WENT OUT --
*> THE FIRST LINE SHOULD EQUAL THE SUM OF THE OTHER THREE.
WRITE-DISCARD-RECONCILIATION.
