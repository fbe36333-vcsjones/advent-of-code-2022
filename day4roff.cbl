IDENTIFICATION DIVISION.
PROGRAM-ID. DAY4ROFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DAY4PHST ASSIGN TO DAY4PHST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PHST-KEY
    FILE STATUS IS WS-PHST-STATUS.

    SELECT ELFMSTR ASSIGN TO ELFMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS EMST-ELF-NUM
    FILE STATUS IS WS-EMST-STATUS.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PMST-KEY
    FILE STATUS IS WS-PMST-STATUS.

    SELECT DAY4ROFR ASSIGN TO DAY4ROFR
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DAY4PHST.
    01 PHST-REC.
        05 PHST-KEY.
            10 PHST-ELF1 PIC X(4).
            10 PHST-ELF2 PIC X(4).
            10 PHST-RUN-DATE PIC X(8).
            10 PHST-RUN-TIME PIC X(6).
        05 PHST-CLASS PIC X(17).
        05 PHST-PAIR-TEXT PIC X(20).

FD ELFMSTR.
    01 EMST-REC.
        05 EMST-ELF-NUM PIC 9(4).
        05 EMST-NAME PIC X(20).
        05 EMST-TEAM-CODE PIC X(4).
        05 EMST-ACTIVE-FLAG PIC X(1).

FD PARMMSTR.
    01 PMST-REC.
        05 PMST-KEY.
            10 PMST-PROGRAM PIC X(8).
            10 PMST-PARM-NAME PIC X(12).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

FD DAY4ROFR.
    01 RPT-LINE PIC X(132).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-PHST-STATUS PIC X(2).
77 WS-EMST-STATUS PIC X(2).
77 WS-EMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-PMST-STATUS PIC X(2).
77 WS-PARM-FOUND PIC A(1).
77 WS-PARM-EOF PIC A(1).
77 WS-PARM-PROGRAM PIC X(8).
77 WS-PARM-NAME PIC X(12).
77 WS-PARM-VALUE PIC X(12).
77 WS-REPEAT-RUNS PIC 9(4) VALUE 3.
77 WS-RUN-COUNT PIC 9(4) VALUE ZERO.
77 WS-RUN-IDX PIC 9(4).
77 WS-RUN-PTR PIC 9(4).
77 WS-RUN-DROPPED PIC 9(6) VALUE ZERO.
01 WS-RUN-TABLE.
    05 WS-RUN-ENTRY OCCURS 2000 TIMES.
        10 WS-RUN-KEY PIC X(14).
01 WS-REC-RUN-KEY.
    05 WS-REC-RUN-DATE PIC X(8).
    05 WS-REC-RUN-TIME PIC X(6).
77 WS-READ-COUNT PIC 9(8) VALUE ZERO.
77 WS-PAIR-COUNT PIC 9(8) VALUE ZERO.
77 WS-OFFENDER-COUNT PIC 9(8) VALUE ZERO.
77 WS-FULL-COUNT PIC 9(8) VALUE ZERO.
77 WS-PARTIAL-COUNT PIC 9(8) VALUE ZERO.
77 WS-NEAR-COUNT PIC 9(8) VALUE ZERO.
01 WS-CUR-PAIR.
    05 WS-CUR-ELF1 PIC X(4).
    05 WS-CUR-ELF2 PIC X(4).
77 WS-FIRST-SEEN PIC X(8).
77 WS-STREAK-CLASS PIC X(17).
77 WS-STREAK-LEN PIC 9(4).
77 WS-STREAK-SINCE PIC X(8).
77 WS-LAST-IDX PIC 9(4).
77 WS-LAST-PAIR-TEXT PIC X(20).
77 WS-CHECK-ELF PIC X(4).
77 WS-OWN-NAME PIC X(20).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

01 RPT-HEADING-1 PIC X(60) VALUE 'DAY4 REPEAT OVERLAP OFFENDERS'.
01 RPT-HEADING-2 PIC X(132) VALUE
    'ELF1 NAME                 ELF2 NAME                 CONDITION          RUNS SINCE    FIRST    LAST PAIR'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
01 RPT-CRITERIA.
    05 FILLER PIC X(34) VALUE 'SAME CONDITION ON CONSECUTIVE RUNS'.
    05 FILLER PIC X(12) VALUE ' AT LEAST: '.
    05 RPT-CRIT-RUNS PIC ZZZ9.
    05 FILLER PIC X(15) VALUE '  LATEST RUN: '.
    05 RPT-CRIT-LATEST PIC X(15).
01 RPT-DETAIL.
    05 RPT-ELF1 PIC X(4).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ELF1-NAME PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ELF2 PIC X(4).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ELF2-NAME PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-CLASS PIC X(17).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-RUNS PIC ZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-SINCE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-FIRST PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-LAST-PAIR PIC X(20).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(28).
    05 RPT-TOTAL-VALUE PIC ZZZZZZZ9.
    05 FILLER PIC X(24) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

    OPEN INPUT PARMMSTR.
    IF (WS-PMST-STATUS = '00')
        MOVE 'DAY4ROFF' TO PMST-PROGRAM
        MOVE 'REPEAT-RUNS' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-REPEAT-RUNS = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.
    IF (WS-REPEAT-RUNS < 2)
        MOVE 2 TO WS-REPEAT-RUNS
    END-IF.

    OPEN INPUT DAY4PHST.
    IF (WS-PHST-STATUS NOT = '00')
        DISPLAY 'DAY4PHST PAIR HISTORY NOT AVAILABLE - NO OFFENDER REPORT PRODUCED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT ELFMSTR.
    IF (WS-EMST-STATUS = '00')
        MOVE 'Y' TO WS-EMST-AVAILABLE
    ELSE
        DISPLAY 'ELFMSTR ELF MASTER NOT AVAILABLE - OWNERS WILL NOT SHOW NAMES'
    END-IF.

    PERFORM LOAD-RUNS-PARA.

    OPEN OUTPUT DAY4ROFR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.
    MOVE WS-REPEAT-RUNS TO RPT-CRIT-RUNS
    MOVE SPACES TO RPT-CRIT-LATEST
    IF (WS-RUN-COUNT > 0)
        STRING WS-RUN-KEY(WS-RUN-COUNT)(1:8) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-RUN-KEY(WS-RUN-COUNT)(9:6) DELIMITED BY SIZE
            INTO RPT-CRIT-LATEST
    ELSE
        MOVE 'NONE ON FILE' TO RPT-CRIT-LATEST
    END-IF
    WRITE RPT-LINE FROM RPT-CRITERIA.
    WRITE RPT-LINE FROM SPACES.
    WRITE RPT-LINE FROM RPT-HEADING-2.

    MOVE SPACES TO WS-CUR-PAIR
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PHST-KEY
    START DAY4PHST KEY IS NOT LESS THAN PHST-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ DAY4PHST NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (PHST-ELF1 NOT = 'RUN ')
                    ADD 1 TO WS-READ-COUNT
                    IF (PHST-ELF1 NOT = WS-CUR-ELF1
                            OR PHST-ELF2 NOT = WS-CUR-ELF2)
                        PERFORM END-PAIR-PARA
                        PERFORM START-PAIR-PARA
                    END-IF
                    PERFORM TRACK-STREAK-PARA
                END-IF
        END-READ
    END-PERFORM.
    PERFORM END-PAIR-PARA.
    CLOSE DAY4PHST.
    IF (WS-EMST-AVAILABLE = 'Y')
        CLOSE ELFMSTR
    END-IF.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'RUNS ON HISTORY:' TO RPT-TOTAL-LABEL
    MOVE WS-RUN-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'PAIR RESULTS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-READ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ELF PAIRS EXAMINED:' TO RPT-TOTAL-LABEL
    MOVE WS-PAIR-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'REPEAT FULL CONTAINMENT:' TO RPT-TOTAL-LABEL
    MOVE WS-FULL-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'REPEAT PARTIAL OVERLAP:' TO RPT-TOTAL-LABEL
    MOVE WS-PARTIAL-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'REPEAT NEAR MISS:' TO RPT-TOTAL-LABEL
    MOVE WS-NEAR-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'REPEAT OFFENDERS:' TO RPT-TOTAL-LABEL
    MOVE WS-OFFENDER-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE DAY4ROFR.

    DISPLAY 'REPEAT OFFENDER RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' PAIRS=' WS-PAIR-COUNT ' OFFENDERS=' WS-OFFENDER-COUNT

    STOP RUN.

LOAD-RUNS-PARA.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PHST-KEY
    MOVE 'RUN ' TO PHST-ELF1
    START DAY4PHST KEY IS NOT LESS THAN PHST-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ DAY4PHST NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (PHST-ELF1 NOT = 'RUN ')
                    MOVE 'Y' TO WS-EOF
                ELSE
                    IF (WS-RUN-COUNT = 2000)
                        PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                                UNTIL WS-RUN-IDX > 1999
                            MOVE WS-RUN-KEY(WS-RUN-IDX + 1)
                                TO WS-RUN-KEY(WS-RUN-IDX)
                        END-PERFORM
                        ADD 1 TO WS-RUN-DROPPED
                    ELSE
                        ADD 1 TO WS-RUN-COUNT
                    END-IF
                    MOVE PHST-RUN-DATE TO WS-RUN-KEY(WS-RUN-COUNT)(1:8)
                    MOVE PHST-RUN-TIME TO WS-RUN-KEY(WS-RUN-COUNT)(9:6)
                END-IF
        END-READ
    END-PERFORM.
    IF (WS-RUN-DROPPED > 0)
        DISPLAY 'WARNING: ' WS-RUN-DROPPED
            ' OLDEST RUNS BEYOND TABLE LIMIT NOT CONSIDERED'
    END-IF.

START-PAIR-PARA.
    ADD 1 TO WS-PAIR-COUNT
    MOVE PHST-ELF1 TO WS-CUR-ELF1
    MOVE PHST-ELF2 TO WS-CUR-ELF2
    MOVE PHST-RUN-DATE TO WS-FIRST-SEEN
    MOVE SPACES TO WS-STREAK-CLASS
    MOVE ZERO TO WS-STREAK-LEN
    MOVE SPACES TO WS-STREAK-SINCE
    MOVE ZERO TO WS-LAST-IDX
    MOVE 1 TO WS-RUN-PTR.

TRACK-STREAK-PARA.
    MOVE PHST-RUN-DATE TO WS-REC-RUN-DATE
    MOVE PHST-RUN-TIME TO WS-REC-RUN-TIME
    PERFORM UNTIL WS-RUN-PTR > WS-RUN-COUNT
            OR WS-RUN-KEY(WS-RUN-PTR) >= WS-REC-RUN-KEY
        ADD 1 TO WS-RUN-PTR
    END-PERFORM
    MOVE ZERO TO WS-RUN-IDX
    IF (WS-RUN-PTR <= WS-RUN-COUNT)
        IF (WS-RUN-KEY(WS-RUN-PTR) = WS-REC-RUN-KEY)
            MOVE WS-RUN-PTR TO WS-RUN-IDX
        END-IF
    END-IF
    IF (WS-RUN-IDX = 0)
        MOVE SPACES TO WS-STREAK-CLASS
        MOVE ZERO TO WS-STREAK-LEN
    ELSE
        IF (WS-STREAK-LEN > 0 AND WS-RUN-IDX = WS-LAST-IDX + 1
                AND PHST-CLASS = WS-STREAK-CLASS)
            ADD 1 TO WS-STREAK-LEN
        ELSE
            MOVE PHST-CLASS TO WS-STREAK-CLASS
            MOVE 1 TO WS-STREAK-LEN
            MOVE PHST-RUN-DATE TO WS-STREAK-SINCE
        END-IF
    END-IF
    MOVE WS-RUN-IDX TO WS-LAST-IDX
    MOVE PHST-PAIR-TEXT TO WS-LAST-PAIR-TEXT.

END-PAIR-PARA.
    IF (WS-CUR-PAIR NOT = SPACES AND WS-RUN-COUNT > 0)
        IF (WS-LAST-IDX = WS-RUN-COUNT
                AND WS-STREAK-LEN >= WS-REPEAT-RUNS)
            ADD 1 TO WS-OFFENDER-COUNT
            EVALUATE WS-STREAK-CLASS
                WHEN 'FULL CONTAINMENT' ADD 1 TO WS-FULL-COUNT
                WHEN 'PARTIAL OVERLAP' ADD 1 TO WS-PARTIAL-COUNT
                WHEN 'NEAR MISS' ADD 1 TO WS-NEAR-COUNT
            END-EVALUATE
            MOVE WS-CUR-ELF1 TO RPT-ELF1
            MOVE WS-CUR-ELF1 TO WS-CHECK-ELF
            PERFORM LOOKUP-NAME-PARA
            MOVE WS-OWN-NAME TO RPT-ELF1-NAME
            MOVE WS-CUR-ELF2 TO RPT-ELF2
            MOVE WS-CUR-ELF2 TO WS-CHECK-ELF
            PERFORM LOOKUP-NAME-PARA
            MOVE WS-OWN-NAME TO RPT-ELF2-NAME
            MOVE WS-STREAK-CLASS TO RPT-CLASS
            MOVE WS-STREAK-LEN TO RPT-RUNS
            MOVE WS-STREAK-SINCE TO RPT-SINCE
            MOVE WS-FIRST-SEEN TO RPT-FIRST
            MOVE WS-LAST-PAIR-TEXT TO RPT-LAST-PAIR
            WRITE RPT-LINE FROM RPT-DETAIL
        END-IF
    END-IF.

LOOKUP-NAME-PARA.
    MOVE SPACES TO WS-OWN-NAME
    IF (WS-EMST-AVAILABLE = 'Y'
            AND FUNCTION TEST-NUMVAL(WS-CHECK-ELF) = 0)
        COMPUTE EMST-ELF-NUM = FUNCTION NUMVAL(WS-CHECK-ELF)
        READ ELFMSTR
            INVALID KEY
                MOVE '*NOT ON MASTER*' TO WS-OWN-NAME
            NOT INVALID KEY
                MOVE EMST-NAME TO WS-OWN-NAME
        END-READ
    END-IF.

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
