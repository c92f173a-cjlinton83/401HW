        FILE STATUS IS WS-ARC-STATUS.
    SELECT OUT-FILE ASSIGN TO "P14Out.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DISCLOSURE-FILE ASSIGN TO "Disclose.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DSC-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "TermCal.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
FD OUT-FILE.
01 OUT-PRINT-LINE            PIC X(80).

*> PERMANENT DISCLOSURE LOG (SEE P2): ONE ENTRY PER REPRINT HANDED
*> OUT, NAMING WHO ASKED FOR IT AND HOW IT WENT.
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

*> TERM CALENDAR (MAINTAINED BY P19): THE TERMS THE UNIVERSITY
*> RECOGNIZES. A SNAPSHOT WHOSE SEMESTER ISN'T ON IT -- ARCHIVED
*> BEFORE THE CALENDAR EDIT EXISTED -- IS FLAGGED ON THE REPRINT SO
    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

WORKING-STORAGE SECTION.
01 WS-SPACE                  PIC A       VALUE SPACE.
01 WS-STUDENT-NUMBER         PIC X(10)   VALUE SPACE.
01 WS-LINES-PRINTED          PIC 9(04)   VALUE ZERO.

*> WHO THE REPRINT IS FOR, ASKED WITH EACH STUDENT NUMBER. THE RUN
*> DATE AND TIME NAME THE SESSION ON EVERY LOG ENTRY.
01 WS-DSC-STATUS             PIC XX      VALUE "00".
01 WS-REQUESTER              PIC X(20)   VALUE SPACE.
01 WS-DELIVERY               PIC X(08)   VALUE SPACE.
01 WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
01 WS-RUN-TIME               PIC 9(06)   VALUE ZERO.
01 WS-RUN-TIME-RAW           PIC 9(08)   VALUE ZERO.

*> WSC FIELDS ARE USED FOR COMPUTATION THEN MOVED TO ASSOCIATED
*> DISPLAY FIELD, SAME AS P2 DOES WITH ITS OWN TOTALS.
01 WSC-EARNED                PIC 9(04)V99 VALUE ZERO.
    END-IF.
    OPEN OUTPUT OUT-FILE.
    PERFORM LOAD-TERM-CALENDAR.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
    PERFORM OPEN-DISCLOSURE-LOG.

*> THE LOG IS APPENDED TO, SESSION AFTER SESSION; THE FIRST-EVER USE
*> CREATES IT (STATUS 35). NO REPRINTS WITHOUT IT.
OPEN-DISCLOSURE-LOG.
    OPEN EXTEND DISCLOSURE-FILE.
    IF WS-DSC-STATUS = "35" THEN
        OPEN OUTPUT DISCLOSURE-FILE
    END-IF.

    IF WS-DSC-STATUS NOT = "00" THEN
        DISPLAY "*** DISCLOSURE LOG NOT AVAILABLE - STATUS "
                WS-DSC-STATUS " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> READS THE TERM CALENDAR INTO ITS TABLE AT STARTUP.
LOAD-TERM-CALENDAR.
    END-PERFORM.

CLOSING-PROCEDURE.
    CLOSE ARCHIVE-FILE, OUT-FILE, DISCLOSURE-FILE.

*> ONE LOOKUP PER OPERATOR ENTRY; A BLANK ENTRY ENDS THE SESSION.
LOOKUP-LOOP.
        MOVE "Y" TO WS-DONE
    ELSE
        MOVE WS-USER-INPUT(1:10) TO WS-STUDENT-NUMBER
        PERFORM ACCEPT-REQUESTER
        PERFORM PRINT-STUDENT-ARCHIVE
        IF WS-LINES-PRINTED > ZERO THEN
            PERFORM WRITE-DISCLOSURE-ENTRY
        END-IF
    END-IF.

*> A BLANK REQUESTER IS THE REGISTRAR'S OWN COPY; A BLANK DELIVERY
*> MEANS IT WAS HANDED OVER AT THE OFFICE.
ACCEPT-REQUESTER.
    DISPLAY "ENTER REQUESTER (BLANK FOR REGISTRAR): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.
    MOVE WS-USER-INPUT(1:20) TO WS-REQUESTER.
    IF WS-REQUESTER = SPACE THEN
        MOVE "REGISTRAR" TO WS-REQUESTER
    END-IF.

    DISPLAY "ENTER DELIVERY - MAIL/PICKUP/ELEC (BLANK FOR OFFICE): ".
    MOVE SPACE TO WS-USER-INPUT.
    ACCEPT WS-USER-INPUT.
    MOVE WS-USER-INPUT(1:8) TO WS-DELIVERY.
    IF WS-DELIVERY = SPACE THEN
        MOVE "OFFICE" TO WS-DELIVERY
    END-IF.

WRITE-DISCLOSURE-ENTRY.
    MOVE SPACE TO DSC-RECORD.
    MOVE WS-STUDENT-NUMBER TO DSC-STUDENT-NUMBER.
    MOVE WS-RUN-DATE TO DSC-DATE.
    MOVE WS-REQUESTER TO DSC-REQUESTER.
    MOVE WS-DELIVERY TO DSC-CHANNEL.
    MOVE "ARCHIVE REPRINT" TO DSC-DOCUMENT.
    MOVE "P14" TO DSC-RUN-PROGRAM.
    MOVE WS-RUN-DATE TO DSC-RUN-DATE.
    MOVE WS-RUN-TIME TO DSC-RUN-TIME.
    MOVE "RELEASED" TO DSC-STATUS.
    WRITE DSC-RECORD.

*> POSITIONS AT THE STUDENT'S FIRST ARCHIVED SEMESTER AND READS
*> FORWARD UNTIL THE STUDENT NUMBER CHANGES.
PRINT-STUDENT-ARCHIVE.
