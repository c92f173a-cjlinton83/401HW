    05 TCL-TERM-RANK          PIC 9(01).
    05 TCL-START-DATE         PIC 9(08).
    05 TCL-END-DATE           PIC 9(08).
    05 TCL-CLOSED-FLAG        PIC X(01).
        88 TCL-TERM-IS-CLOSED     VALUE "C".
    05 TCL-CLOSE-DATE         PIC X(08).

*> THE AGING REPORT FOR THE REGISTRAR: EVERY INCOMPLETE ON FILE,
*> HOW MANY TERMS OLD IT IS, AND WHAT THIS RUN DID ABOUT IT.
