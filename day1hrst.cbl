    SELECT DAY1HRSR ASSIGN TO DAY1HRSR
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
FD DAY1HIST.
FD DAY1HRSR.
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
77 WS-LIST-EOF PIC A(1).
77 WS-GEN-READ PIC 9(9).
77 WS-GEN-RESTORED PIC 9(9).
77 WS-CP-CMD PIC X(60).
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
        STOP RUN
    END-IF.

    PERFORM LOAD-PERIODS-PARA.
    IF (WS-CLSD-COUNT > 0)
        OPEN EXTEND DAY1ADJ
        IF WS-ADJ-STATUS = '35'
            OPEN OUTPUT DAY1ADJ
        END-IF
        IF (WS-ADJ-STATUS NOT = '00')
            DISPLAY 'DAY1ADJ ADJUSTMENT FILE COULD NOT BE OPENED - STATUS '
                WS-ADJ-STATUS
            CLOSE HRSTLIST
            CLOSE DAY1HIST
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    OPEN OUTPUT DAY1HRSR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    END-PERFORM.
    CLOSE HRSTLIST.
    CLOSE DAY1HIST.
    IF (WS-CLSD-COUNT > 0)
        CLOSE DAY1ADJ
    END-IF.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'GENERATIONS PROCESSED:' TO RPT-TOTAL-LABEL
    MOVE 'SKIPPED - OUTSIDE RANGE:' TO RPT-TOTAL-LABEL
    MOVE WS-RANGE-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ROUTED - CLOSED PERIOD:' TO RPT-TOTAL-LABEL
    MOVE WS-ADJ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE DAY1HRSR.

    DISPLAY 'RESTORE RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' READ=' WS-READ-COUNT ' RESTORED=' WS-RESTORED-COUNT
        ' DUPS=' WS-DUP-COUNT ' TO DAY1ADJ=' WS-ADJ-COUNT

    IF (WS-GEN-FAILED > 0 OR WS-ADJ-COUNT > 0)
        MOVE 4 TO RETURN-CODE
    END-IF.

    IF (ARC-RUN-DATE < WS-FROM-DATE OR ARC-RUN-DATE > WS-TO-DATE)
        ADD 1 TO WS-RANGE-COUNT
    ELSE
        MOVE ARC-RUN-DATE TO WS-CHECK-DATE
        PERFORM CHECK-PERIOD-PARA
        MOVE ARC-RUN-DATE TO HIST-RUN-DATE
        MOVE ARC-RUN-TIME TO HIST-RUN-TIME
        MOVE ARC-ELF-NUM TO HIST-ELF-NUM
        IF (WS-PERIOD-CLOSED = 'Y')
            READ DAY1HIST
                INVALID KEY
                    PERFORM WRITE-ADJ-PARA
                NOT INVALID KEY
                    ADD 1 TO WS-DUP-COUNT
            END-READ
        ELSE
            MOVE ARC-CALORIES TO HIST-CALORIES
            WRITE HIST-REC
                INVALID KEY
                    ADD 1 TO WS-DUP-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-RESTORED-COUNT
            END-WRITE
        END-IF
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
    MOVE ARC-RUN-DATE TO ADJ-HIST-DATE
    MOVE ARC-RUN-TIME TO ADJ-HIST-TIME
    MOVE ARC-ELF-NUM TO ADJ-ELF-NUM
    MOVE ARC-CALORIES TO ADJ-CALORIES
    MOVE 'DAY1HRST' TO ADJ-SOURCE
    MOVE WS-CLSD-PERIOD TO ADJ-PERIOD-FROM
    MOVE WS-RUN-DATE TO ADJ-POST-DATE
    MOVE WS-RUN-TIME TO ADJ-POST-TIME
    WRITE ADJ-REC
    ADD 1 TO WS-ADJ-COUNT.
