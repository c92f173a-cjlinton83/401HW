01 EOF                       PIC A       VALUE "N".

*> EDIT REASON CODES, AS THEY APPEAR ON THE EXCEPTIONS LISTING:
*>   01  GRADE NOT A/B/C/D (WITH OPTIONAL +/-), F/W/I, OR NR
*>   02  EARNED HOURS NOT NUMERIC DD.DD
*>   03  ATTEMPTED HOURS NOT NUMERIC DD.DD
*>   04  STUDENT NUMBER BLANK
        PERFORM WRITE-REJECT-RECORD
    END-IF.

*> A COURSE GRADE IS A/B/C/D (OPTIONALLY FOLLOWED BY + OR -), A
*> BARE F, W, OR I, OR NR. TRANSFER RECORDS CARRY NO LETTER GRADE, SO THEY
*> SKIP THIS EDIT (SEE EDIT-COURSE-RECORD).
EDIT-GRADE-FIELD.
    EVALUATE TRUE
            IF GRADE(2:4) NOT = SPACE THEN
                PERFORM REJECT-GRADE
            END-IF
*>      NOT REPORTED: THE INSTRUCTOR'S ROSTER CAME IN WITHOUT A GRADE
*>      FOR THE STUDENT (SEE P42). IT EARNS NOTHING AND STAYS OUT OF
*>      THE GPA, THE SAME AS A W, UNTIL P8 POSTS THE REAL GRADE.
        WHEN GRADE = "NR   "
            CONTINUE
        WHEN OTHER
            PERFORM REJECT-GRADE
    END-EVALUATE.
