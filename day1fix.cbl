    SELECT DAY1FIXR ASSIGN TO DAY1FIXR
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PERDCTL ASSIGN TO PERDCTL
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PCTL-FROM-DATE
    FILE STATUS IS WS-PCTL-STATUS.

    SELECT DAY1ADJ ASSIGN TO DAY1ADJ
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ADJ-STATUS.

DATA DIVISION.
FILE SECTION.
FD DAY1EXC.
FD DAY1FIXR.
    01 RPT-LINE PIC X(80).

FD PERDCTL.
    01 PCTL-REC.
        05 PCTL-FROM-DATE PIC X(8).
        05 PCTL-TO-DATE PIC X(8).
        05 PCTL-STATUS PIC X(1).
        05 PCTL-CLOSE-DATE PIC X(8).
        05 PCTL-CLOSE-TIME PIC X(6).

FD DAY1ADJ.
    01 ADJ-REC.
        05 ADJ-HIST-DATE PIC X(8).
        05 ADJ-HIST-TIME PIC X(6).
        05 ADJ-ELF-NUM PIC 9(4).
        05 ADJ-CALORIES PIC 9(9).
        05 ADJ-SOURCE PIC X(8).
        05 ADJ-PERIOD-FROM PIC X(8).
        05 ADJ-POST-DATE PIC X(8).
        05 ADJ-POST-TIME PIC X(6).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-EXC-STATUS PIC X(2).
77 WS-UNMATCHED-EXC PIC 9(9) VALUE ZERO.
77 WS-UNUSED-CORR PIC 9(9) VALUE ZERO.
77 WS-MATCH-FOUND PIC A(1).
77 WS-PCTL-STATUS PIC X(2).
77 WS-PCTL-EOF PIC A(1).
77 WS-ADJ-STATUS PIC X(2).
77 WS-ADJ-COUNT PIC 9(9) VALUE ZERO.
77 WS-CHECK-DATE PIC X(8).
77 WS-PERIOD-CLOSED PIC A(1) VALUE 'N'.
77 WS-CLSD-PERIOD PIC X(8).
77 WS-CLSD-COUNT PIC 9(3) VALUE ZERO.
77 WS-CLSD-IDX PIC 9(3).
01 WS-CLSD-TABLE.
    05 WS-CLSD-ENTRY OCCURS 200 TIMES.
        10 WS-CLSD-FROM PIC X(8).
        10 WS-CLSD-TO PIC X(8).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

    PERFORM LOAD-CORR-PARA.

    PERFORM LOAD-PERIODS-PARA.
    MOVE WS-RUN-DATE TO WS-CHECK-DATE
    PERFORM CHECK-PERIOD-PARA
    IF (WS-PERIOD-CLOSED = 'Y')
        DISPLAY 'RUN DATE ' WS-RUN-DATE ' IS IN CLOSED PERIOD '
            WS-CLSD-PERIOD ' - CORRECTIONS ROUTED TO DAY1ADJ'
        OPEN EXTEND DAY1ADJ
        IF WS-ADJ-STATUS = '35'
            OPEN OUTPUT DAY1ADJ
        END-IF
        IF (WS-ADJ-STATUS NOT = '00')
            DISPLAY 'DAY1ADJ ADJUSTMENT FILE COULD NOT BE OPENED - STATUS '
                WS-ADJ-STATUS
            CLOSE DAY1FIXR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    OPEN OUTPUT DAY1SUPP.
    OPEN INPUT DAY1EXC.
    IF (WS-EXC-STATUS = '00')
        DISPLAY 'DAY1EXC EXCEPTION FILE NOT AVAILABLE - NO CORRECTIONS APPLIED'
    END-IF.
    CLOSE DAY1SUPP.
    IF (WS-PERIOD-CLOSED = 'Y')
        CLOSE DAY1ADJ
    END-IF.

    PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
            UNTIL WS-CORR-IDX > WS-CORR-COUNT
    MOVE 'CORRECTIONS UNMATCHED:' TO RPT-TOTAL-LABEL
    MOVE WS-UNUSED-CORR TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    IF (WS-PERIOD-CLOSED = 'Y')
        MOVE 'ROUTED TO DAY1ADJ:' TO RPT-TOTAL-LABEL
        MOVE WS-ADJ-COUNT TO RPT-TOTAL-VALUE
        WRITE RPT-LINE FROM RPT-TOTAL-LINE
    END-IF.
    CLOSE DAY1FIXR.

    DISPLAY 'FIX RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' EXCEPTIONS=' WS-EXC-COUNT ' APPLIED=' WS-APPLIED-COUNT
    IF (WS-ADJ-COUNT > 0)
        DISPLAY 'CLOSED PERIOD ' WS-CLSD-PERIOD
            ' - CORRECTIONS ROUTED TO DAY1ADJ=' WS-ADJ-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

            MOVE 'Y' TO WS-TBL-USED(WS-CORR-IDX)
            ADD 1 TO WS-APPLIED-COUNT

            MOVE EXC-ELF-NUM TO FIXR-ELF-NUM
            MOVE EXC-CALORIES TO FIXR-OLD-VALUE
            MOVE WS-TBL-NEW-CALORIES(WS-CORR-IDX) TO FIXR-NEW-VALUE
            MOVE WS-TBL-CLERK(WS-CORR-IDX) TO FIXR-CLERK
            IF (WS-PERIOD-CLOSED = 'Y')
                PERFORM WRITE-ADJ-PARA
                MOVE 'CLOSED PERIOD - TO DAY1ADJ' TO FIXR-DISP
            ELSE
                MOVE EXC-ELF-NUM TO SUPP-ELF-NUM
                MOVE WS-TBL-NEW-CALORIES(WS-CORR-IDX) TO SUPP-CALORIES
                WRITE SUPP-REC
                MOVE 'APPLIED' TO FIXR-DISP
            END-IF
            WRITE RPT-LINE FROM RPT-DETAIL
        END-IF
    END-PERFORM
        MOVE 'NO CORRECTION ON FILE' TO FIXR-DISP
        WRITE RPT-LINE FROM RPT-DETAIL
    END-IF.

LOAD-PERIODS-PARA.
    MOVE ZERO TO WS-CLSD-COUNT
    OPEN INPUT PERDCTL
    IF (WS-PCTL-STATUS = '00')
        MOVE 'N' TO WS-PCTL-EOF
        MOVE LOW-VALUES TO PCTL-FROM-DATE
        START PERDCTL KEY IS NOT LESS THAN PCTL-FROM-DATE
            INVALID KEY MOVE 'Y' TO WS-PCTL-EOF
        END-START
        PERFORM UNTIL WS-PCTL-EOF = 'Y'
            READ PERDCTL NEXT RECORD
                AT END MOVE 'Y' TO WS-PCTL-EOF
                NOT AT END
                    IF (PCTL-STATUS = 'C')
                        IF (WS-CLSD-COUNT < 200)
                            ADD 1 TO WS-CLSD-COUNT
                            MOVE PCTL-FROM-DATE TO WS-CLSD-FROM(WS-CLSD-COUNT)
                            MOVE PCTL-TO-DATE TO WS-CLSD-TO(WS-CLSD-COUNT)
                        ELSE
                            DISPLAY 'WARNING: CLOSED PERIOD TABLE FULL - PERIOD '
                                PCTL-FROM-DATE ' NOT LOCKED'
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERDCTL
    ELSE
        IF (WS-PCTL-STATUS NOT = '35')
            DISPLAY 'PERDCTL PERIOD CONTROL NOT AVAILABLE - STATUS '
                WS-PCTL-STATUS ' - NO CLOSED PERIOD CHECK'
        END-IF
    END-IF.

CHECK-PERIOD-PARA.
    MOVE 'N' TO WS-PERIOD-CLOSED
    MOVE SPACES TO WS-CLSD-PERIOD
    PERFORM VARYING WS-CLSD-IDX FROM 1 BY 1
            UNTIL WS-CLSD-IDX > WS-CLSD-COUNT OR WS-PERIOD-CLOSED = 'Y'
        IF (WS-CHECK-DATE >= WS-CLSD-FROM(WS-CLSD-IDX)
                AND WS-CHECK-DATE <= WS-CLSD-TO(WS-CLSD-IDX))
            MOVE 'Y' TO WS-PERIOD-CLOSED
            MOVE WS-CLSD-FROM(WS-CLSD-IDX) TO WS-CLSD-PERIOD
        END-IF
    END-PERFORM.

WRITE-ADJ-PARA.
    MOVE WS-RUN-DATE TO ADJ-HIST-DATE
    MOVE WS-RUN-TIME TO ADJ-HIST-TIME
    MOVE EXC-ELF-NUM TO ADJ-ELF-NUM
    MOVE WS-TBL-NEW-CALORIES(WS-CORR-IDX) TO ADJ-CALORIES
    MOVE 'DAY1FIX' TO ADJ-SOURCE
    MOVE WS-CLSD-PERIOD TO ADJ-PERIOD-FROM
    MOVE WS-RUN-DATE TO ADJ-POST-DATE
    MOVE WS-RUN-TIME TO ADJ-POST-TIME
    WRITE ADJ-REC
    ADD 1 TO WS-ADJ-COUNT.
