        05 PAIR-TEXT PIC X(20).
        05 PAIR-ELF1 PIC X(4).
        05 PAIR-ELF2 PIC X(4).
    01 CREW-INPUT PIC X(75).

FD DAY4MSTR.
    01 MSTR-REC.
77 WS-MSTR-STATUS PIC X(2).
77 WS-CHST-STATUS PIC X(2).
77 WS-CHST-COUNT PIC 9(4) VALUE ZERO.
01 WS-INPUT-REC PIC X(75).
01 WS-PAIRS REDEFINES WS-INPUT-REC PIC X(20).
01 WS-CREW-REC REDEFINES WS-INPUT-REC.
    05 WS-CREW-TYPE PIC X(3).
    05 WS-CREW-ID PIC X(5).
    05 WS-CREW-SIZE PIC X(1).
    05 WS-CREW-MEMBER OCCURS 6 TIMES.
        10 WS-CREW-RANGE PIC X(7).
        10 WS-CREW-ELF PIC X(4).
77 WS-CREW-COUNT PIC 9(8) VALUE ZERO.
77 WS-MBR-COUNT PIC 9(1).
77 WS-MBR-IDX PIC 9(1).
77 WS-RANGE-LO PIC X(3).
77 WS-RANGE-HI PIC X(3).
01 WS-SECTION-PAIR1-1 PIC 9(3).
01 WS-SECTION-PAIR1-2 PIC 9(3).
01 WS-SECTION-PAIR2-1 PIC 9(3).
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DAY4DATA.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DAY4DATA INTO WS-INPUT-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (WS-CREW-TYPE = 'CRW')
                    ADD 1 TO WS-CREW-COUNT
                    PERFORM TALLY-CREW-PARA
                END-IF
                IF (WS-PAIRS(1:3) NOT = 'TRL' AND WS-CREW-TYPE NOT = 'CRW')
                    ADD 1 TO WS-REC-COUNT
                    UNSTRING WS-PAIRS DELIMITED BY ',' OR '-' INTO
                        WS-SECTION-PAIR1-1 WS-SECTION-PAIR1-2
    PERFORM POST-HISTORY-PARA.

    DISPLAY 'COVERAGE RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' PAIRS=' WS-REC-COUNT ' CREWS=' WS-CREW-COUNT ' UNCOVERED=' WS-UNCOVERED-COUNT
        ' HISTORY POSTED=' WS-CHST-COUNT

    STOP RUN.
        ADD 1 TO WS-SEC-HITS(WS-SEC-IDX)
        ADD 1 TO WS-SEC
    END-PERFORM.

TALLY-CREW-PARA.
    MOVE ZERO TO WS-MBR-COUNT
    IF (WS-CREW-SIZE IS NUMERIC)
        MOVE WS-CREW-SIZE TO WS-MBR-COUNT
    END-IF
    IF (WS-MBR-COUNT > 6)
        MOVE 6 TO WS-MBR-COUNT
    END-IF
    PERFORM VARYING WS-MBR-IDX FROM 1 BY 1 UNTIL WS-MBR-IDX > WS-MBR-COUNT
        MOVE SPACES TO WS-RANGE-LO
        MOVE SPACES TO WS-RANGE-HI
        UNSTRING WS-CREW-RANGE(WS-MBR-IDX) DELIMITED BY '-' OR SPACE
            INTO WS-RANGE-LO WS-RANGE-HI
        IF (WS-RANGE-LO NOT = SPACES AND WS-RANGE-HI NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-RANGE-LO) = 0
                AND FUNCTION TEST-NUMVAL(WS-RANGE-HI) = 0)
            COMPUTE WS-SEC = FUNCTION NUMVAL(WS-RANGE-LO)
            COMPUTE WS-RANGE-END = FUNCTION NUMVAL(WS-RANGE-HI)
            PERFORM TALLY-RANGE-PARA
        END-IF
    END-PERFORM.
