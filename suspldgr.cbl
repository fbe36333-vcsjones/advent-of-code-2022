    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-D4MEXC-STATUS.

    SELECT DAY4EEXC ASSIGN TO DAY4EEXC
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-D4EEXC-STATUS.

    SELECT SUSPPARM ASSIGN TO SUSPPARM
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.
        05 MEXC-ELF2 PIC X(4).
        05 MEXC-ELF2-NAME PIC X(20).

FD DAY4EEXC.
    01 EEXC-REC.
        05 EEXC-PAIR PIC X(20).
        05 EEXC-ELF PIC X(4).
        05 EEXC-REASON PIC X(8).
        05 EEXC-ELF-NAME PIC X(20).

FD SUSPPARM.
    01 PARM-REC PIC X(4).

77 WS-SUSP-STATUS PIC X(2).
77 WS-D1EXC-STATUS PIC X(2).
77 WS-D4MEXC-STATUS PIC X(2).
77 WS-D4EEXC-STATUS PIC X(2).
77 WS-PARM-STATUS PIC X(2).
77 WS-ESC-DAYS PIC 9(4) VALUE 14.
77 WS-D1-PRESENT PIC A(1) VALUE 'N'.
77 WS-D4-PRESENT PIC A(1) VALUE 'N'.
77 WS-D4E-PRESENT PIC A(1) VALUE 'N'.
77 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
77 WS-RECUR-COUNT PIC 9(6) VALUE ZERO.
77 WS-REOPEN-COUNT PIC 9(6) VALUE ZERO.

    PERFORM POST-DAY1EXC-PARA.
    PERFORM POST-DAY4MEXC-PARA.
    PERFORM POST-DAY4EEXC-PARA.

    OPEN OUTPUT SUSPESC.
    OPEN OUTPUT SUSPAGER.
        CLOSE DAY4MEXC
    END-IF.

POST-DAY4EEXC-PARA.
    OPEN INPUT DAY4EEXC.
    IF (WS-D4EEXC-STATUS = '00')
        MOVE 'Y' TO WS-D4E-PRESENT
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY4EEXC
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE 'DAY4EEXC' TO SUSP-SOURCE
                    MOVE SPACES TO SUSP-REF
                    MOVE EEXC-PAIR TO SUSP-REF(1:20)
                    MOVE EEXC-ELF TO SUSP-REF(22:4)
                    MOVE EEXC-REASON TO SUSP-REF(27:8)
                    PERFORM POST-ITEM-PARA
            END-READ
        END-PERFORM
        CLOSE DAY4EEXC
    END-IF.

POST-ITEM-PARA.
    READ SUSPMSTR
        INVALID KEY
JUDGE-ITEM-PARA.
    IF (SUSP-LAST-DATE < WS-RUN-DATE
            AND ((SUSP-SOURCE = 'DAY1EXC' AND WS-D1-PRESENT = 'Y')
                OR (SUSP-SOURCE = 'DAY4MEXC' AND WS-D4-PRESENT = 'Y')
                OR (SUSP-SOURCE = 'DAY4EEXC' AND WS-D4E-PRESENT = 'Y')))
        MOVE 'C' TO SUSP-STATUS
        MOVE WS-RUN-DATE TO SUSP-CLEAR-DATE
        REWRITE SUSP-REC
