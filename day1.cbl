    SELECT DAY1EXTMP ASSIGN TO DAY1EXTMP
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY1IDEX ASSIGN TO DAY1IDEX
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-IDEX-STATUS.

    SELECT DAY1IDTMP ASSIGN TO DAY1IDTMP
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY1ITWK ASSIGN TO DAY1ITWK
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ITWK-STATUS.

    SELECT DAY1ITTMP ASSIGN TO DAY1ITTMP
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY1ITEM ASSIGN TO DAY1ITEM
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ITEM-KEY
    FILE STATUS IS WS-ITEM-STATUS.

    SELECT DAY1ISTR ASSIGN TO DAY1ISTR
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY1HIST ASSIGN TO DAY1HIST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RELATIVE KEY IS WS-CKPT-KEY
    FILE STATUS IS WS-CKPT-STATUS.

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
FD DAY1DATA.
        05 EXTMP-ELF-NUM PIC 9(4).
        05 EXTMP-CALORIES PIC X(9).

FD DAY1IDEX.
    01 IDEX-REC.
        05 IDEX-REASON PIC X(12).
        05 IDEX-ELF-ID PIC X(4).
        05 IDEX-LINE-NUM PIC 9(9).
        05 IDEX-ITEMS PIC 9(4).
        05 IDEX-CALORIES PIC 9(9).

FD DAY1IDTMP.
    01 IDTMP-REC PIC X(38).

FD DAY1ITWK.
    01 ITWK-REC.
        05 ITWK-ELF-NUM PIC 9(4).
        05 ITWK-ITEM-SEQ PIC 9(4).
        05 ITWK-CALORIES PIC 9(9).

FD DAY1ITTMP.
    01 ITTMP-REC PIC X(17).

FD DAY1ITEM.
    01 ITEM-REC.
        05 ITEM-KEY.
            10 ITEM-RUN-DATE PIC X(8).
            10 ITEM-RUN-TIME PIC X(6).
            10 ITEM-ELF-NUM PIC 9(4).
            10 ITEM-SEQ PIC 9(4).
        05 ITEM-CALORIES PIC 9(9).

FD DAY1ISTR.
    01 ISTR-LINE PIC X(80).

FD DAY1HIST.
    01 HIST-REC.
        05 HIST-KEY.
        05 CKPT-GRAND-TOTAL PIC 9(15).
        05 CKPT-TOP-GROUP.
            10 CKPT-TOP PIC 9(9) OCCURS 20 TIMES.
        05 CKPT-ID-MODE PIC X(1).
        05 CKPT-WORK-COUNT PIC 9(9).
        05 CKPT-EXC-COUNT PIC 9(9).
        05 CKPT-IDEX-COUNT PIC 9(9).
        05 CKPT-ITWK-COUNT PIC 9(9).

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
01 WS-ELF.
    02 WS-CALORIES PIC 9(9).
01 WS-ELF-HDR REDEFINES WS-ELF.
    02 WS-HDR-TAG PIC X(4).
    02 WS-HDR-ELF-ID PIC X(5).
77 WS-EOF PIC A(1).
77 WS-SUM PIC 9(9).
77 WS-ELF-NUM PIC 9(4) VALUE 1.
77 WS-SUPP-COUNT PIC 9(4) VALUE ZERO.
77 WS-SUPP-IDX PIC 9(5).
77 WS-SUPP-APPLIED PIC 9(4) VALUE ZERO.
77 WS-ID-MODE PIC X(1) VALUE SPACE.
77 WS-IDEX-STATUS PIC X(2).
77 WS-IDEX-COUNT PIC 9(9) VALUE ZERO.
77 WS-WORK-COUNT PIC 9(9) VALUE ZERO.
77 WS-EXC-COUNT PIC 9(9) VALUE ZERO.
77 WS-RESYNC-COUNT PIC 9(9).
77 WS-CKPT-WORK-COUNT PIC 9(9) VALUE ZERO.
77 WS-CKPT-EXC-COUNT PIC 9(9) VALUE ZERO.
77 WS-CKPT-IDEX-COUNT PIC 9(9) VALUE ZERO.
77 WS-GROUP-OK PIC A(1) VALUE 'N'.
77 WS-GROUP-REASON PIC X(12).
77 WS-GROUP-ID PIC X(4).
77 WS-GROUP-ELF-NUM PIC 9(4).
77 WS-GROUP-LINE PIC 9(9) VALUE ZERO.
77 WS-GROUP-ITEMS PIC 9(4) VALUE ZERO.
77 WS-ITWK-STATUS PIC X(2).
77 WS-ITEM-STATUS PIC X(2).
77 WS-ITEM-EOF PIC A(1).
77 WS-ITEM-OPEN PIC A(1) VALUE 'N'.
77 WS-ITWK-COUNT PIC 9(9) VALUE ZERO.
77 WS-CKPT-ITWK-COUNT PIC 9(9) VALUE ZERO.
77 WS-ITEM-POSTED PIC 9(9) VALUE ZERO.
77 WS-ITEM-DUPS PIC 9(9) VALUE ZERO.
77 WS-ITEM-CNT-MAX PIC 9(4) VALUE 15.
77 WS-ITEM-CAL-MAX PIC 9(9) VALUE 60000.
77 WS-IT-ELF PIC 9(4).
77 WS-IT-COUNT PIC 9(4) VALUE ZERO.
77 WS-IT-MAX PIC 9(9).
77 WS-IT-MIN PIC 9(9).
77 WS-IT-TOTAL PIC 9(12).
77 WS-IT-ELVES PIC 9(9) VALUE ZERO.
77 WS-IT-ITEMS PIC 9(9) VALUE ZERO.
77 WS-IT-FLAGGED PIC 9(9) VALUE ZERO.
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
01 WS-SEEN-TABLE.
    05 WS-SEEN-FLAG PIC A(1) OCCURS 9999 TIMES.
01 WS-SUPP-TABLE.
    05 WS-SUPP-ENTRY OCCURS 500 TIMES.
        10 WS-SUPP-TBL-ELF PIC 9(4).
    05 RPT-INA-TEAM PIC X(4).
    05 FILLER PIC X(12) VALUE '  CALORIES: '.
    05 RPT-INA-CAL PIC ZZZZZZZZ9.
01 ISTR-HEADING-1 PIC X(40) VALUE 'ELF FOOD ITEM STATISTICS'.
01 ISTR-HEADING-2 PIC X(80) VALUE
    ' ELF  ITEMS    LARGEST   SMALLEST    AVERAGE  FLAGS'.
01 ISTR-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 ISTR-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ISTR-BANNER-TIME PIC X(6).
    05 FILLER PIC X(11) VALUE ' ITEM-MAX='.
    05 ISTR-BANNER-CNT-MAX PIC ZZZ9.
    05 FILLER PIC X(10) VALUE ' CAL-MAX='.
    05 ISTR-BANNER-CAL-MAX PIC ZZZZZZZZ9.
01 ISTR-DETAIL.
    05 ISTR-ELF-NUM PIC ZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 ISTR-ITEMS PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 ISTR-LARGEST PIC ZZZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 ISTR-SMALLEST PIC ZZZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 ISTR-AVERAGE PIC ZZZZZZZZZ9.
    05 FILLER PIC X(2) VALUE SPACES.
    05 ISTR-FLAG-COUNT PIC X(11).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ISTR-FLAG-ITEM PIC X(10).
01 ISTR-TOTAL-LINE.
    05 ISTR-TOTAL-LABEL PIC X(28).
    05 ISTR-TOTAL-VALUE PIC ZZZZZZZZ9.
01 RPT-IDEX-LINE.
    05 FILLER PIC X(27) VALUE 'ELF-ID GROUPS NOT POSTED:  '.
    05 RPT-IDEX-COUNT PIC ZZZZZZZZ9.
01 RPT-ADJ-LINE.
    05 FILLER PIC X(27) VALUE 'ROUTED TO DAY1ADJ - CLOSED:'.
    05 RPT-ADJ-COUNT PIC ZZZZZZZZ9.
01 RPT-INACT-COUNT-LINE.
    05 FILLER PIC X(27) VALUE 'INACTIVE ELVES EXCLUDED:   '.
    05 RPT-INACT-COUNT PIC ZZZ9.
                MOVE 'Y' TO WS-INCL-INACTIVE
            END-IF
        END-IF
        MOVE 'DAY1' TO PMST-PROGRAM
        MOVE 'ITEM-CNT-MAX' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF WS-PARM-FOUND = 'Y'
            COMPUTE WS-ITEM-CNT-MAX = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        MOVE 'DAY1' TO PMST-PROGRAM
        MOVE 'ITEM-CAL-MAX' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF WS-PARM-FOUND = 'Y'
            COMPUTE WS-ITEM-CAL-MAX = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.

        MOVE 100 TO WS-CHECKPOINT-INTERVAL
    END-IF.

    PERFORM LOAD-PERIODS-PARA.
    MOVE WS-RUN-DATE TO WS-CHECK-DATE
    PERFORM CHECK-PERIOD-PARA
    IF (WS-PERIOD-CLOSED = 'Y')
        DISPLAY 'RUN DATE ' WS-RUN-DATE ' IS IN CLOSED PERIOD '
            WS-CLSD-PERIOD ' - HISTORY ROUTED TO DAY1ADJ'
    END-IF.

    OPEN INPUT DAY1MODE.
    IF WS-MODE-STATUS = '00'
        MOVE 'N' TO WS-RESYNC-EOF
                    IF WS-MODE-REC(1:8) = 'OVERRIDE'
                        MOVE 'Y' TO WS-OVERRIDE-MODE
                    END-IF
                    IF WS-MODE-REC(1:6) = 'LEGACY'
                        MOVE 'L' TO WS-ID-MODE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1MODE
                MOVE CKPT-TOP-N TO WS-TOP-N
                MOVE CKPT-GRAND-TOTAL TO WS-GRAND-TOTAL
                MOVE CKPT-TOP-GROUP TO WS-TOP-GROUP
                MOVE CKPT-ID-MODE TO WS-ID-MODE
                MOVE CKPT-WORK-COUNT TO WS-CKPT-WORK-COUNT
                MOVE CKPT-EXC-COUNT TO WS-CKPT-EXC-COUNT
                MOVE CKPT-IDEX-COUNT TO WS-CKPT-IDEX-COUNT
                MOVE CKPT-ITWK-COUNT TO WS-CKPT-ITWK-COUNT
            ELSE
                MOVE 'N' TO WS-RESTART-MODE
            END-IF
        END-IF
    END-IF.

    MOVE ALL 'N' TO WS-SEEN-TABLE.
    MOVE 'NO HEADER' TO WS-GROUP-REASON.
    PERFORM LOAD-SUPP-PARA.

    OPEN INPUT DAY1DATA.
    IF WS-RESTART-MODE = 'Y'
        PERFORM RESYNC-WORK-PARA
        PERFORM RESYNC-EXC-PARA
        PERFORM RESYNC-IDEX-PARA
        PERFORM RESYNC-ITWK-PARA
        OPEN EXTEND DAY1WORK
        OPEN EXTEND DAY1EXC
        OPEN EXTEND DAY1IDEX
        IF WS-IDEX-STATUS = '35'
            OPEN OUTPUT DAY1IDEX
        END-IF
        OPEN EXTEND DAY1ITWK
        IF WS-ITWK-STATUS = '35'
            OPEN OUTPUT DAY1ITWK
        END-IF
    ELSE
        OPEN OUTPUT DAY1WORK
        OPEN OUTPUT DAY1EXC
        OPEN OUTPUT DAY1IDEX
        OPEN OUTPUT DAY1ITWK
    END-IF.
        PERFORM UNTIL WS-EOF='Y'
            READ DAY1DATA INTO WS-ELF
                    ADD 1 TO WS-LINE-COUNT
                    IF (WS-CALORIES EQUAL TO SPACE)
                        IF (WS-ELF-PENDING = 'Y')
                            PERFORM END-ELF-PARA
                        ELSE
                            CONTINUE
                        END-IF
                    ELSE
                        IF (WS-ID-MODE = SPACE)
                            IF (WS-HDR-TAG = 'ELF:')
                                MOVE 'H' TO WS-ID-MODE
                            ELSE
                                MOVE 'L' TO WS-ID-MODE
                                DISPLAY 'DAY1DATA HAS NO ELF-ID HEADERS - '
                                    'LEGACY POSITIONAL NUMBERING IN USE'
                            END-IF
                        END-IF
                        IF (WS-ID-MODE = 'H' AND WS-HDR-TAG = 'ELF:')
                            IF (WS-ELF-PENDING = 'Y')
                                SUBTRACT 1 FROM WS-LINE-COUNT
                                PERFORM END-ELF-PARA
                                ADD 1 TO WS-LINE-COUNT
                            END-IF
                            PERFORM START-GROUP-PARA
                        ELSE
                            IF (WS-ELF-PENDING = 'N')
                                MOVE WS-LINE-COUNT TO WS-GROUP-LINE
                            END-IF
                            MOVE 'Y' TO WS-ELF-PENDING
                            ADD 1 TO WS-GROUP-ITEMS
                            IF (FUNCTION TEST-NUMVAL(WS-CALORIES) NOT = 0)
                                IF (WS-ID-MODE NOT = 'H' OR WS-GROUP-OK = 'Y')
                                    MOVE WS-ELF-NUM TO EXC-ELF-NUM
                                    MOVE WS-CALORIES TO EXC-CALORIES
                                    WRITE EXC-REC
                                    ADD 1 TO WS-EXC-COUNT
                                END-IF
                            ELSE
                                COMPUTE WS-SUM = WS-SUM + FUNCTION NUMVAL(WS-CALORIES)
                                COMPUTE WS-GRAND-TOTAL = WS-GRAND-TOTAL
                                    + FUNCTION NUMVAL(WS-CALORIES)
                                IF (WS-ID-MODE NOT = 'H' OR WS-GROUP-OK = 'Y')
                                    MOVE WS-ELF-NUM TO ITWK-ELF-NUM
                                    MOVE WS-GROUP-ITEMS TO ITWK-ITEM-SEQ
                                    COMPUTE ITWK-CALORIES =
                                        FUNCTION NUMVAL(WS-CALORIES)
                                    WRITE ITWK-REC
                                    ADD 1 TO WS-ITWK-COUNT
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        IF (WS-ELF-PENDING = 'Y')
            PERFORM END-ELF-PARA
        END-IF.

    CLOSE DAY1DATA.
    CLOSE DAY1WORK.
    CLOSE DAY1EXC.
    CLOSE DAY1IDEX.
    CLOSE DAY1ITWK.

    SORT DAY1-SD ON DESCENDING KEY SD-CALORIES
        USING DAY1WORK
        GIVING DAY1SORTED.

    PERFORM CHECK-RUN-CONTROL-PARA.
    PERFORM ITEM-STATS-PARA.

    MOVE 'N' TO WS-EOF.
    IF (WS-PERIOD-CLOSED = 'Y' AND WS-SKIP-HIST = 'N')
        OPEN EXTEND DAY1ADJ
        IF WS-ADJ-STATUS = '35'
            OPEN OUTPUT DAY1ADJ
        END-IF
        IF (WS-ADJ-STATUS NOT = '00')
            DISPLAY 'DAY1ADJ ADJUSTMENT FILE COULD NOT BE OPENED - STATUS '
                WS-ADJ-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT DAY1SORTED.
    OPEN OUTPUT DAY1RPT.
        MOVE WS-RUN-DATE TO RPT-BANNER-DATE
                        WRITE RPT-LINE FROM RPT-DETAIL

                        IF (WS-SKIP-HIST = 'N')
                            IF (WS-PERIOD-CLOSED = 'Y')
                                PERFORM WRITE-ADJ-PARA
                            ELSE
                                MOVE WS-RUN-DATE TO HIST-RUN-DATE
                                MOVE WS-RUN-TIME TO HIST-RUN-TIME
                                MOVE SORTED-ELF-NUM TO HIST-ELF-NUM
                                MOVE SORTED-CALORIES TO HIST-CALORIES
                                WRITE HIST-REC
                            END-IF
                        END-IF
                    END-IF
            END-READ
            PERFORM TEAM-SECTION-PARA
        END-IF.
        PERFORM INACTIVE-SECTION-PARA.
        IF (WS-ID-MODE = 'H')
            MOVE WS-IDEX-COUNT TO RPT-IDEX-COUNT
            WRITE RPT-LINE FROM RPT-IDEX-LINE
        END-IF.
        IF (WS-ADJ-COUNT > 0)
            MOVE WS-ADJ-COUNT TO RPT-ADJ-COUNT
            WRITE RPT-LINE FROM RPT-ADJ-LINE
        END-IF.
    CLOSE DAY1SORTED.
    CLOSE DAY1RPT.
    IF (WS-PERIOD-CLOSED = 'Y' AND WS-SKIP-HIST = 'N')
        CLOSE DAY1ADJ
    END-IF.
    PERFORM CATALOG-RPT-PARA.
    IF (WS-EMST-AVAILABLE = 'Y')
        PERFORM TEAM-COMPLY-PARA
        DISPLAY 'SUPPLEMENTS LOADED=' WS-SUPP-COUNT
            ' APPLIED=' WS-SUPP-APPLIED
    END-IF
    DISPLAY 'FOOD ITEMS=' WS-IT-ITEMS ' POSTED=' WS-ITEM-POSTED
        ' ELVES FLAGGED=' WS-IT-FLAGGED
    IF (WS-IDEX-COUNT > 0)
        DISPLAY 'ELF-ID EXCEPTIONS=' WS-IDEX-COUNT
            ' - GROUPS NOT POSTED, SEE DAY1IDEX'
        MOVE 4 TO RETURN-CODE
    END-IF
    IF (WS-ADJ-COUNT > 0)
        DISPLAY 'CLOSED PERIOD ' WS-CLSD-PERIOD ' - HISTORY RECORDS ROUTED TO DAY1ADJ='
            WS-ADJ-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF

    CALL 'SYSTEM' USING 'rm -f DAY1CKPT'.
    IF (WS-SUPP-COUNT > 0)

    STOP RUN.

ITEM-STATS-PARA.
    MOVE 'N' TO WS-ITEM-EOF
    IF (WS-SKIP-HIST = 'N')
        OPEN I-O DAY1ITEM
        IF WS-ITEM-STATUS = '35'
            OPEN OUTPUT DAY1ITEM
            CLOSE DAY1ITEM
            OPEN I-O DAY1ITEM
        END-IF
        IF (WS-ITEM-STATUS = '00')
            MOVE 'Y' TO WS-ITEM-OPEN
        ELSE
            DISPLAY 'DAY1ITEM ITEM DETAIL NOT AVAILABLE - STATUS '
                WS-ITEM-STATUS ' - ITEMS NOT POSTED'
        END-IF
    ELSE
        DISPLAY 'INPUT ALREADY POSTED - ITEM DETAIL NOT POSTED AGAIN'
    END-IF

    OPEN OUTPUT DAY1ISTR
    MOVE WS-RUN-DATE TO ISTR-BANNER-DATE
    MOVE WS-RUN-TIME TO ISTR-BANNER-TIME
    MOVE WS-ITEM-CNT-MAX TO ISTR-BANNER-CNT-MAX
    MOVE WS-ITEM-CAL-MAX TO ISTR-BANNER-CAL-MAX
    WRITE ISTR-LINE FROM ISTR-BANNER
    WRITE ISTR-LINE FROM ISTR-HEADING-1
    WRITE ISTR-LINE FROM ISTR-HEADING-2

    OPEN INPUT DAY1ITWK
    IF (WS-ITWK-STATUS NOT = '00')
        MOVE 'Y' TO WS-ITEM-EOF
    END-IF
    MOVE ZERO TO WS-IT-COUNT
    PERFORM UNTIL WS-ITEM-EOF = 'Y'
        READ DAY1ITWK
            AT END MOVE 'Y' TO WS-ITEM-EOF
            NOT AT END
                IF (WS-IT-COUNT > 0 AND ITWK-ELF-NUM NOT = WS-IT-ELF)
                    PERFORM ITEM-STAT-LINE-PARA
                END-IF
                IF (WS-IT-COUNT = 0)
                    MOVE ITWK-ELF-NUM TO WS-IT-ELF
                    MOVE ZERO TO WS-IT-MAX
                    MOVE ITWK-CALORIES TO WS-IT-MIN
                    MOVE ZERO TO WS-IT-TOTAL
                END-IF
                ADD 1 TO WS-IT-COUNT
                ADD 1 TO WS-IT-ITEMS
                ADD ITWK-CALORIES TO WS-IT-TOTAL
                IF (ITWK-CALORIES > WS-IT-MAX)
                    MOVE ITWK-CALORIES TO WS-IT-MAX
                END-IF
                IF (ITWK-CALORIES < WS-IT-MIN)
                    MOVE ITWK-CALORIES TO WS-IT-MIN
                END-IF
                IF (WS-ITEM-OPEN = 'Y')
                    MOVE WS-RUN-DATE TO ITEM-RUN-DATE
                    MOVE WS-RUN-TIME TO ITEM-RUN-TIME
                    MOVE ITWK-ELF-NUM TO ITEM-ELF-NUM
                    MOVE ITWK-ITEM-SEQ TO ITEM-SEQ
                    MOVE ITWK-CALORIES TO ITEM-CALORIES
                    WRITE ITEM-REC
                        INVALID KEY ADD 1 TO WS-ITEM-DUPS
                        NOT INVALID KEY ADD 1 TO WS-ITEM-POSTED
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    IF (WS-IT-COUNT > 0)
        PERFORM ITEM-STAT-LINE-PARA
    END-IF
    IF (WS-ITWK-STATUS = '00')
        CLOSE DAY1ITWK
    END-IF
    IF (WS-ITEM-OPEN = 'Y')
        CLOSE DAY1ITEM
    END-IF

    WRITE ISTR-LINE FROM SPACES
    MOVE 'ELVES WITH ITEMS:' TO ISTR-TOTAL-LABEL
    MOVE WS-IT-ELVES TO ISTR-TOTAL-VALUE
    WRITE ISTR-LINE FROM ISTR-TOTAL-LINE
    MOVE 'FOOD ITEMS:' TO ISTR-TOTAL-LABEL
    MOVE WS-IT-ITEMS TO ISTR-TOTAL-VALUE
    WRITE ISTR-LINE FROM ISTR-TOTAL-LINE
    MOVE 'ITEMS POSTED TO DAY1ITEM:' TO ISTR-TOTAL-LABEL
    MOVE WS-ITEM-POSTED TO ISTR-TOTAL-VALUE
    WRITE ISTR-LINE FROM ISTR-TOTAL-LINE
    MOVE 'ELVES FLAGGED:' TO ISTR-TOTAL-LABEL
    MOVE WS-IT-FLAGGED TO ISTR-TOTAL-VALUE
    WRITE ISTR-LINE FROM ISTR-TOTAL-LINE
    CLOSE DAY1ISTR
    PERFORM CATALOG-ISTR-PARA
    IF (WS-ITEM-DUPS > 0)
        DISPLAY 'DAY1ITEM DUPLICATE ITEM KEYS NOT POSTED=' WS-ITEM-DUPS
    END-IF.

ITEM-STAT-LINE-PARA.
    ADD 1 TO WS-IT-ELVES
    MOVE WS-IT-ELF TO ISTR-ELF-NUM
    MOVE WS-IT-COUNT TO ISTR-ITEMS
    MOVE WS-IT-MAX TO ISTR-LARGEST
    MOVE WS-IT-MIN TO ISTR-SMALLEST
    COMPUTE ISTR-AVERAGE ROUNDED = WS-IT-TOTAL / WS-IT-COUNT
    MOVE SPACES TO ISTR-FLAG-COUNT
    MOVE SPACES TO ISTR-FLAG-ITEM
    IF (WS-ITEM-CNT-MAX > 0 AND WS-IT-COUNT > WS-ITEM-CNT-MAX)
        MOVE 'HIGH COUNT' TO ISTR-FLAG-COUNT
    END-IF
    IF (WS-ITEM-CAL-MAX > 0 AND WS-IT-MAX > WS-ITEM-CAL-MAX)
        MOVE 'LARGE ITEM' TO ISTR-FLAG-ITEM
    END-IF
    IF (ISTR-FLAG-COUNT NOT = SPACES OR ISTR-FLAG-ITEM NOT = SPACES)
        ADD 1 TO WS-IT-FLAGGED
    END-IF
    WRITE ISTR-LINE FROM ISTR-DETAIL
    MOVE ZERO TO WS-IT-COUNT.

CATALOG-ISTR-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'DAY1ISTR.' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-GEN-FILE
    MOVE SPACES TO WS-GEN-CMD
    STRING 'cp DAY1ISTR ' DELIMITED BY SIZE
        WS-GEN-FILE DELIMITED BY SPACE
        INTO WS-GEN-CMD
    CALL 'SYSTEM' USING WS-GEN-CMD

    OPEN EXTEND RPTCATLG
    IF WS-CAT-STATUS = '35'
        OPEN OUTPUT RPTCATLG
    END-IF
    IF WS-CAT-STATUS = '00'
        MOVE 'DAY1ISTR' TO CAT-REPORT-NAME
        MOVE WS-GEN-FILE TO CAT-GEN-FILE
        MOVE WS-RUN-DATE TO CAT-RUN-DATE
        MOVE WS-RUN-TIME TO CAT-RUN-TIME
        WRITE CAT-REC
        CLOSE RPTCATLG
    ELSE
        DISPLAY 'WARNING: REPORT CATALOG NOT UPDATED - STATUS ' WS-CAT-STATUS
    END-IF.

END-ELF-PARA.
    IF (WS-ID-MODE = 'H' AND WS-GROUP-OK = 'N')
        MOVE WS-GROUP-REASON TO IDEX-REASON
        MOVE WS-GROUP-ID TO IDEX-ELF-ID
        MOVE WS-GROUP-LINE TO IDEX-LINE-NUM
        MOVE WS-GROUP-ITEMS TO IDEX-ITEMS
        MOVE WS-SUM TO IDEX-CALORIES
        WRITE IDEX-REC
        ADD 1 TO WS-IDEX-COUNT
    ELSE
        PERFORM APPLY-SUPP-PARA
        MOVE WS-ELF-NUM TO EMST-ELF-NUM
        PERFORM CHECK-ACTIVE-PARA
        IF (WS-ELF-INACTIVE = 'N' OR WS-INCL-INACTIVE = 'Y')
            PERFORM INSERT-TOP-PARA
        END-IF

        MOVE WS-ELF-NUM TO WORK-ELF-NUM
        MOVE WS-SUM TO WORK-CALORIES
        WRITE WORK-REC
        ADD 1 TO WS-WORK-COUNT
    END-IF

    IF (WS-ID-MODE = 'H')
        MOVE ZERO TO WS-ELF-NUM
    ELSE
        ADD 1 TO WS-ELF-NUM
    END-IF
    SET WS-SUM TO 0
    MOVE 'N' TO WS-ELF-PENDING
    MOVE 'N' TO WS-GROUP-OK
    MOVE 'NO HEADER' TO WS-GROUP-REASON
    MOVE SPACES TO WS-GROUP-ID
    MOVE ZERO TO WS-GROUP-ITEMS

    ADD 1 TO WS-ELVES-SINCE-CKPT
    IF (WS-ELVES-SINCE-CKPT >= WS-CHECKPOINT-INTERVAL)
        PERFORM CHECKPOINT-PARA
        MOVE ZERO TO WS-ELVES-SINCE-CKPT
    END-IF.

START-GROUP-PARA.
    MOVE 'Y' TO WS-ELF-PENDING
    MOVE 'N' TO WS-GROUP-OK
    MOVE WS-HDR-ELF-ID(1:4) TO WS-GROUP-ID
    MOVE WS-LINE-COUNT TO WS-GROUP-LINE
    MOVE ZERO TO WS-GROUP-ITEMS
    MOVE ZERO TO WS-ELF-NUM
    IF (WS-HDR-ELF-ID = SPACES
            OR FUNCTION TEST-NUMVAL(WS-HDR-ELF-ID) NOT = 0)
        MOVE 'BAD ELF ID' TO WS-GROUP-REASON
    ELSE
        IF (FUNCTION NUMVAL(WS-HDR-ELF-ID) < 1
                OR FUNCTION NUMVAL(WS-HDR-ELF-ID) > 9999)
            MOVE 'BAD ELF ID' TO WS-GROUP-REASON
        ELSE
            COMPUTE WS-GROUP-ELF-NUM = FUNCTION NUMVAL(WS-HDR-ELF-ID)
            MOVE WS-GROUP-ELF-NUM TO WS-ELF-NUM
            MOVE WS-GROUP-ELF-NUM TO WS-GROUP-ID
            IF (WS-SEEN-FLAG(WS-GROUP-ELF-NUM) = 'Y')
                MOVE 'DUPLICATE ID' TO WS-GROUP-REASON
            ELSE
                MOVE 'Y' TO WS-SEEN-FLAG(WS-GROUP-ELF-NUM)
                MOVE 'Y' TO WS-GROUP-OK
                IF (WS-EMST-AVAILABLE = 'Y')
                    MOVE WS-GROUP-ELF-NUM TO EMST-ELF-NUM
                    READ ELFMSTR
                        INVALID KEY
                            MOVE 'N' TO WS-GROUP-OK
                            MOVE 'NOT ON MSTR' TO WS-GROUP-REASON
                    END-READ
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-RUN-CONTROL-PARA.
    OPEN I-O DAY1RUNC.
    IF WS-RUNC-STATUS = '35'
    MOVE WS-TOP-N TO CKPT-TOP-N
    MOVE WS-GRAND-TOTAL TO CKPT-GRAND-TOTAL
    MOVE WS-TOP-GROUP TO CKPT-TOP-GROUP
    MOVE WS-ID-MODE TO CKPT-ID-MODE
    MOVE WS-WORK-COUNT TO CKPT-WORK-COUNT
    MOVE WS-EXC-COUNT TO CKPT-EXC-COUNT
    MOVE WS-IDEX-COUNT TO CKPT-IDEX-COUNT
    MOVE WS-ITWK-COUNT TO CKPT-ITWK-COUNT

    MOVE 1 TO WS-CKPT-KEY
    OPEN I-O DAY1CKPT

RESYNC-WORK-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-COUNT
    OPEN INPUT DAY1WORK
    OPEN OUTPUT DAY1WKTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY1WORK
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    ADD 1 TO WS-RESYNC-COUNT
                    IF (WS-RESYNC-COUNT <= WS-CKPT-WORK-COUNT)
                        MOVE WORK-REC TO WKTMP-REC
                        WRITE WKTMP-REC
                        ADD 1 TO WS-WORK-COUNT
                        IF (WORK-ELF-NUM > 0)
                            MOVE 'Y' TO WS-SEEN-FLAG(WORK-ELF-NUM)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

RESYNC-EXC-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-COUNT
    OPEN INPUT DAY1EXC
    OPEN OUTPUT DAY1EXTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY1EXC
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    ADD 1 TO WS-RESYNC-COUNT
                    IF (WS-RESYNC-COUNT <= WS-CKPT-EXC-COUNT)
                        MOVE EXC-REC TO EXTMP-REC
                        WRITE EXTMP-REC
                        ADD 1 TO WS-EXC-COUNT
                    END-IF
            END-READ
        END-PERFORM.
    CLOSE DAY1EXC.
    CLOSE DAY1EXTMP.
    CALL 'SYSTEM' USING 'mv DAY1EXTMP DAY1EXC'.

RESYNC-ITWK-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-COUNT
    OPEN INPUT DAY1ITWK
    IF (WS-ITWK-STATUS = '00')
        OPEN OUTPUT DAY1ITTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY1ITWK
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    ADD 1 TO WS-RESYNC-COUNT
                    IF (WS-RESYNC-COUNT <= WS-CKPT-ITWK-COUNT)
                        MOVE ITWK-REC TO ITTMP-REC
                        WRITE ITTMP-REC
                        ADD 1 TO WS-ITWK-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1ITWK
        CLOSE DAY1ITTMP
        CALL 'SYSTEM' USING 'mv DAY1ITTMP DAY1ITWK'
    END-IF.

RESYNC-IDEX-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-COUNT
    OPEN INPUT DAY1IDEX
    IF (WS-IDEX-STATUS = '00')
        OPEN OUTPUT DAY1IDTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY1IDEX
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    ADD 1 TO WS-RESYNC-COUNT
                    IF (WS-RESYNC-COUNT <= WS-CKPT-IDEX-COUNT)
                        MOVE IDEX-REC TO IDTMP-REC
                        WRITE IDTMP-REC
                        ADD 1 TO WS-IDEX-COUNT
                        IF (FUNCTION TEST-NUMVAL(IDEX-ELF-ID) = 0)
                            COMPUTE WS-GROUP-ELF-NUM =
                                FUNCTION NUMVAL(IDEX-ELF-ID)
                            IF (WS-GROUP-ELF-NUM > 0)
                                MOVE 'Y' TO WS-SEEN-FLAG(WS-GROUP-ELF-NUM)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1IDEX
        CLOSE DAY1IDTMP
        CALL 'SYSTEM' USING 'mv DAY1IDTMP DAY1IDEX'
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
    MOVE SORTED-ELF-NUM TO ADJ-ELF-NUM
    MOVE SORTED-CALORIES TO ADJ-CALORIES
    MOVE 'DAY1' TO ADJ-SOURCE
    MOVE WS-CLSD-PERIOD TO ADJ-PERIOD-FROM
    MOVE WS-RUN-DATE TO ADJ-POST-DATE
    MOVE WS-RUN-TIME TO ADJ-POST-TIME
    WRITE ADJ-REC
    ADD 1 TO WS-ADJ-COUNT.
