IDENTIFICATION DIVISION.
PROGRAM-ID. DAY4WOMT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DAY4WORD ASSIGN TO DAY4WORD
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS WO-KEY
    FILE STATUS IS WS-WO-STATUS.

    SELECT WOTRAN ASSIGN TO WOTRAN
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-STATUS.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PMST-KEY
    FILE STATUS IS WS-PMST-STATUS.

    SELECT DAY4WOR ASSIGN TO DAY4WOR
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DAY4WORD.
    01 WO-REC.
        05 WO-KEY.
            10 WO-ELF1 PIC X(4).
            10 WO-ELF2 PIC X(4).
            10 WO-OPEN-DATE PIC X(8).
            10 WO-OPEN-TIME PIC X(6).
        05 WO-STATUS PIC X(1).
        05 WO-CLASS PIC X(17).
        05 WO-PAIR-TEXT PIC X(20).
        05 WO-LAST-DATE PIC X(8).
        05 WO-LAST-TIME PIC X(6).
        05 WO-SEEN-COUNT PIC 9(4).
        05 WO-ASSIGNEE PIC X(20).
        05 WO-ASSIGN-DATE PIC X(8).
        05 WO-CLOSE-DATE PIC X(8).
        05 WO-CLOSE-OPER PIC X(8).
        05 WO-REMARK PIC X(30).

FD WOTRAN.
    01 TRAN-REC.
        05 TRAN-ACTION PIC X(1).
        05 TRAN-WO-KEY PIC X(22).
        05 TRAN-OPER-ID PIC X(8).
        05 TRAN-ASSIGNEE PIC X(20).
        05 TRAN-REMARK PIC X(30).

FD PARMMSTR.
    01 PMST-REC.
        05 PMST-KEY.
            10 PMST-PROGRAM PIC X(8).
            10 PMST-PARM-NAME PIC X(12).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

FD DAY4WOR.
    01 RPT-LINE PIC X(132).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-WO-STATUS PIC X(2).
77 WS-TRAN-STATUS PIC X(2).
77 WS-PMST-STATUS PIC X(2).
77 WS-PARM-FOUND PIC A(1).
77 WS-PARM-EOF PIC A(1).
77 WS-PARM-PROGRAM PIC X(8).
77 WS-PARM-NAME PIC X(12).
77 WS-PARM-VALUE PIC X(12).
77 WS-OVERDUE-DAYS PIC 9(4) VALUE ZERO.
77 WS-RUN-INT PIC 9(8) VALUE ZERO.
77 WS-OPEN-INT PIC 9(8) VALUE ZERO.
77 WS-AGE-DAYS PIC S9(8) VALUE ZERO.
77 WS-TRAN-COUNT PIC 9(6) VALUE ZERO.
77 WS-ASSIGN-COUNT PIC 9(6) VALUE ZERO.
77 WS-RESOLVE-COUNT PIC 9(6) VALUE ZERO.
77 WS-CANCEL-COUNT PIC 9(6) VALUE ZERO.
77 WS-DENY-COUNT PIC 9(6) VALUE ZERO.
77 WS-STAT-OPEN PIC 9(6) VALUE ZERO.
77 WS-STAT-ASSIGNED PIC 9(6) VALUE ZERO.
77 WS-STAT-RESOLVED PIC 9(6) VALUE ZERO.
77 WS-STAT-CANCELLED PIC 9(6) VALUE ZERO.
77 WS-AGE-0-7 PIC 9(6) VALUE ZERO.
77 WS-AGE-8-14 PIC 9(6) VALUE ZERO.
77 WS-AGE-15-30 PIC 9(6) VALUE ZERO.
77 WS-AGE-OVER-30 PIC 9(6) VALUE ZERO.
77 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

01 RPT-HEADING-1 PIC X(44) VALUE 'DAY4 CLEANUP WORK ORDER REPORT'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
01 RPT-OVERDUE-LINE.
    05 FILLER PIC X(24) VALUE 'OVERDUE WHEN OPEN OVER: '.
    05 RPT-OVERDUE-DAYS PIC ZZZ9.
    05 FILLER PIC X(5) VALUE ' DAYS'.
01 RPT-TRAN-HEADING PIC X(132) VALUE
    'ACT WORK ORDER KEY         OPERATOR ASSIGNEE             DISPOSITION'.
01 RPT-TRAN-DETAIL.
    05 RPT-TRAN-ACTION PIC X(1).
    05 FILLER PIC X(3) VALUE SPACES.
    05 RPT-TRAN-KEY PIC X(22).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-TRAN-OPER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-TRAN-ASSIGNEE PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-TRAN-DISP PIC X(40).
01 RPT-AGED-TITLE PIC X(44) VALUE 'AGED OPEN WORK ORDERS'.
01 RPT-AGED-HEADING PIC X(132) VALUE
    'WORK ORDER KEY         STATUS   CONDITION         PAIR                 LAST SEEN  AGE ASSIGNEE             FLAG'.
01 RPT-AGED-DETAIL.
    05 RPT-AGED-KEY PIC X(22).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-STATUS PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-CLASS PIC X(17).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-PAIR PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-LAST PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-AGE PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-ASSIGNEE PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-AGED-FLAG PIC X(9).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(26).
    05 RPT-TOTAL-VALUE PIC ZZZZZ9.
    05 FILLER PIC X(48) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME
    COMPUTE WS-RUN-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

    OPEN INPUT PARMMSTR.
    IF WS-PMST-STATUS = '00'
        MOVE 'DAY4WOMT' TO PMST-PROGRAM
        MOVE 'OVERDUE-DAYS' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF WS-PARM-FOUND = 'Y'
            COMPUTE WS-OVERDUE-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.
    IF (WS-OVERDUE-DAYS = 0)
        MOVE 14 TO WS-OVERDUE-DAYS
    END-IF.

    OPEN I-O DAY4WORD.
    IF WS-WO-STATUS = '35'
        OPEN OUTPUT DAY4WORD
        CLOSE DAY4WORD
        OPEN I-O DAY4WORD
    END-IF.
    IF (WS-WO-STATUS NOT = '00')
        DISPLAY 'DAY4WORD WORK ORDER FILE COULD NOT BE OPENED - STATUS '
            WS-WO-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT DAY4WOR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.
    MOVE WS-OVERDUE-DAYS TO RPT-OVERDUE-DAYS
    WRITE RPT-LINE FROM RPT-OVERDUE-LINE.

    WRITE RPT-LINE FROM SPACES.
    WRITE RPT-LINE FROM RPT-TRAN-HEADING.
    OPEN INPUT WOTRAN.
    IF (WS-TRAN-STATUS = '00')
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ WOTRAN
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM APPLY-TRAN-PARA
            END-READ
        END-PERFORM
        CLOSE WOTRAN
    ELSE
        MOVE SPACES TO RPT-LINE
        MOVE 'NO WORK ORDER TRANSACTIONS - AGED REPORT ONLY' TO RPT-LINE
        WRITE RPT-LINE
    END-IF.

    PERFORM LIST-AGED-PARA.
    CLOSE DAY4WORD.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'TRANSACTIONS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-TRAN-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ASSIGNED THIS RUN:' TO RPT-TOTAL-LABEL
    MOVE WS-ASSIGN-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'RESOLVED THIS RUN:' TO RPT-TOTAL-LABEL
    MOVE WS-RESOLVE-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'CANCELLED THIS RUN:' TO RPT-TOTAL-LABEL
    MOVE WS-CANCEL-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'TRANSACTIONS REFUSED:' TO RPT-TOTAL-LABEL
    MOVE WS-DENY-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - OPEN:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-OPEN TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - ASSIGNED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-ASSIGNED TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - RESOLVED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-RESOLVED TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - CANCELLED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-CANCELLED TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'OPEN AGED 0-7 DAYS:' TO RPT-TOTAL-LABEL
    MOVE WS-AGE-0-7 TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'OPEN AGED 8-14 DAYS:' TO RPT-TOTAL-LABEL
    MOVE WS-AGE-8-14 TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'OPEN AGED 15-30 DAYS:' TO RPT-TOTAL-LABEL
    MOVE WS-AGE-15-30 TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'OPEN AGED OVER 30 DAYS:' TO RPT-TOTAL-LABEL
    MOVE WS-AGE-OVER-30 TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'OVERDUE:' TO RPT-TOTAL-LABEL
    MOVE WS-OVERDUE-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE DAY4WOR.

    DISPLAY 'WORK ORDER RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' ASSIGNED=' WS-ASSIGN-COUNT ' RESOLVED=' WS-RESOLVE-COUNT
        ' CANCELLED=' WS-CANCEL-COUNT ' REFUSED=' WS-DENY-COUNT
        ' OPEN=' WS-STAT-OPEN ' OVERDUE=' WS-OVERDUE-COUNT

    IF (WS-DENY-COUNT > 0)
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

APPLY-TRAN-PARA.
    MOVE TRAN-ACTION TO RPT-TRAN-ACTION
    MOVE TRAN-WO-KEY TO RPT-TRAN-KEY
    MOVE TRAN-OPER-ID TO RPT-TRAN-OPER
    MOVE TRAN-ASSIGNEE TO RPT-TRAN-ASSIGNEE

    IF (TRAN-ACTION NOT = 'A' AND TRAN-ACTION NOT = 'R'
            AND TRAN-ACTION NOT = 'C')
        ADD 1 TO WS-DENY-COUNT
        MOVE 'REFUSED - UNKNOWN ACTION' TO RPT-TRAN-DISP
    ELSE
        IF (TRAN-OPER-ID = SPACES)
            ADD 1 TO WS-DENY-COUNT
            MOVE 'REFUSED - NO OPERATOR ID' TO RPT-TRAN-DISP
        ELSE
            MOVE TRAN-WO-KEY TO WO-KEY
            READ DAY4WORD
                INVALID KEY
                    ADD 1 TO WS-DENY-COUNT
                    MOVE 'REFUSED - KEY NOT ON FILE' TO RPT-TRAN-DISP
                NOT INVALID KEY
                    PERFORM CHANGE-STATUS-PARA
            END-READ
        END-IF
    END-IF
    WRITE RPT-LINE FROM RPT-TRAN-DETAIL.

CHANGE-STATUS-PARA.
    IF (WO-STATUS NOT = 'O' AND WO-STATUS NOT = 'A')
        ADD 1 TO WS-DENY-COUNT
        MOVE 'REFUSED - WORK ORDER ALREADY CLOSED' TO RPT-TRAN-DISP
    ELSE
        IF (TRAN-ACTION = 'A' AND TRAN-ASSIGNEE = SPACES)
            ADD 1 TO WS-DENY-COUNT
            MOVE 'REFUSED - NO ASSIGNEE' TO RPT-TRAN-DISP
        ELSE
            IF (TRAN-ACTION = 'A')
                MOVE 'A' TO WO-STATUS
                MOVE TRAN-ASSIGNEE TO WO-ASSIGNEE
                MOVE WS-RUN-DATE TO WO-ASSIGN-DATE
            ELSE
                MOVE TRAN-ACTION TO WO-STATUS
                MOVE WS-RUN-DATE TO WO-CLOSE-DATE
                MOVE TRAN-OPER-ID TO WO-CLOSE-OPER
            END-IF
            IF (TRAN-REMARK NOT = SPACES)
                MOVE TRAN-REMARK TO WO-REMARK
            END-IF
            REWRITE WO-REC
                INVALID KEY
                    ADD 1 TO WS-DENY-COUNT
                    MOVE 'REFUSED - REWRITE FAILED' TO RPT-TRAN-DISP
                NOT INVALID KEY
                    EVALUATE TRAN-ACTION
                        WHEN 'A'
                            ADD 1 TO WS-ASSIGN-COUNT
                            MOVE 'ASSIGNED' TO RPT-TRAN-DISP
                        WHEN 'R'
                            ADD 1 TO WS-RESOLVE-COUNT
                            MOVE 'RESOLVED' TO RPT-TRAN-DISP
                        WHEN 'C'
                            ADD 1 TO WS-CANCEL-COUNT
                            MOVE 'CANCELLED' TO RPT-TRAN-DISP
                    END-EVALUATE
            END-REWRITE
        END-IF
    END-IF.

LIST-AGED-PARA.
    WRITE RPT-LINE FROM SPACES
    WRITE RPT-LINE FROM RPT-AGED-TITLE
    WRITE RPT-LINE FROM RPT-AGED-HEADING
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO WO-KEY
    START DAY4WORD KEY IS NOT LESS THAN WO-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ DAY4WORD NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                EVALUATE WO-STATUS
                    WHEN 'O'
                        ADD 1 TO WS-STAT-OPEN
                        MOVE 'OPEN' TO RPT-AGED-STATUS
                        PERFORM LIST-ONE-AGED-PARA
                    WHEN 'A'
                        ADD 1 TO WS-STAT-ASSIGNED
                        MOVE 'ASSIGNED' TO RPT-AGED-STATUS
                        PERFORM LIST-ONE-AGED-PARA
                    WHEN 'R'
                        ADD 1 TO WS-STAT-RESOLVED
                    WHEN 'C'
                        ADD 1 TO WS-STAT-CANCELLED
                END-EVALUATE
        END-READ
    END-PERFORM.

LIST-ONE-AGED-PARA.
    COMPUTE WS-OPEN-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WO-OPEN-DATE))
    COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-OPEN-INT
    EVALUATE TRUE
        WHEN WS-AGE-DAYS <= 7
            ADD 1 TO WS-AGE-0-7
        WHEN WS-AGE-DAYS <= 14
            ADD 1 TO WS-AGE-8-14
        WHEN WS-AGE-DAYS <= 30
            ADD 1 TO WS-AGE-15-30
        WHEN OTHER
            ADD 1 TO WS-AGE-OVER-30
    END-EVALUATE
    MOVE SPACES TO RPT-AGED-FLAG
    IF (WS-AGE-DAYS > WS-OVERDUE-DAYS)
        ADD 1 TO WS-OVERDUE-COUNT
        MOVE '*OVERDUE*' TO RPT-AGED-FLAG
    END-IF
    MOVE WO-KEY TO RPT-AGED-KEY
    MOVE WO-CLASS TO RPT-AGED-CLASS
    MOVE WO-PAIR-TEXT TO RPT-AGED-PAIR
    MOVE WO-LAST-DATE TO RPT-AGED-LAST
    MOVE WS-AGE-DAYS TO RPT-AGED-AGE
    MOVE WO-ASSIGNEE TO RPT-AGED-ASSIGNEE
    WRITE RPT-LINE FROM RPT-AGED-DETAIL.

READ-PARM-PARA.
    MOVE 'N' TO WS-PARM-FOUND
    MOVE PMST-PROGRAM TO WS-PARM-PROGRAM
    MOVE PMST-PARM-NAME TO WS-PARM-NAME
    MOVE LOW-VALUES TO PMST-EFF-DATE
    MOVE 'N' TO WS-PARM-EOF
    START PARMMSTR KEY IS NOT LESS THAN PMST-KEY
        INVALID KEY MOVE 'Y' TO WS-PARM-EOF
    END-START
    PERFORM UNTIL WS-PARM-EOF = 'Y'
        READ PARMMSTR NEXT RECORD
            AT END MOVE 'Y' TO WS-PARM-EOF
            NOT AT END
                IF (PMST-PROGRAM NOT = WS-PARM-PROGRAM
                        OR PMST-PARM-NAME NOT = WS-PARM-NAME
                        OR PMST-EFF-DATE > WS-RUN-DATE)
                    MOVE 'Y' TO WS-PARM-EOF
                ELSE
                    IF (FUNCTION TEST-NUMVAL(PMST-VALUE) = 0)
                        MOVE 'Y' TO WS-PARM-FOUND
                        MOVE PMST-VALUE TO WS-PARM-VALUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
