IDENTIFICATION DIVISION.
PROGRAM-ID. ELFINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ELFINQP ASSIGN TO ELFINQP
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-INQP-STATUS.

    SELECT ELFMSTR ASSIGN TO ELFMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS EMST-ELF-NUM
    FILE STATUS IS WS-EMST-STATUS.

    SELECT TEAMMSTR ASSIGN TO TEAMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS TMST-TEAM-CODE
    FILE STATUS IS WS-TMST-STATUS.

    SELECT DAY1HIST ASSIGN TO DAY1HIST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS HIST-KEY
    FILE STATUS IS WS-HIST-STATUS.

    SELECT DAY4RPT ASSIGN TO DAY4RPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-D4RPT-STATUS.

    SELECT SUSPMSTR ASSIGN TO SUSPMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-STATUS.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PMST-KEY
    FILE STATUS IS WS-PMST-STATUS.

    SELECT ELFINQR ASSIGN TO ELFINQR
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ELFINQP.
    01 INQP-REC.
        05 INQP-ELF-NUM PIC X(4).

FD ELFMSTR.
    01 EMST-REC.
        05 EMST-ELF-NUM PIC 9(4).
        05 EMST-NAME PIC X(20).
        05 EMST-TEAM-CODE PIC X(4).
        05 EMST-ACTIVE-FLAG PIC X(1).

FD TEAMMSTR.
    01 TMST-REC.
        05 TMST-TEAM-CODE PIC X(4).
        05 TMST-TEAM-NAME PIC X(20).
        05 TMST-SUPERVISOR PIC X(20).
        05 TMST-CAL-QUOTA PIC 9(12).

FD DAY1HIST.
    01 HIST-REC.
        05 HIST-KEY.
            10 HIST-RUN-DATE PIC X(8).
            10 HIST-RUN-TIME PIC X(6).
            10 HIST-ELF-NUM PIC 9(4).
        05 HIST-CALORIES PIC 9(9).

FD DAY4RPT.
    01 D4RPT-LINE PIC X(100).

FD SUSPMSTR.
    01 SUSP-REC.
        05 SUSP-KEY.
            10 SUSP-SOURCE PIC X(8).
            10 SUSP-REF PIC X(40).
        05 SUSP-FIRST-DATE PIC X(8).
        05 SUSP-LAST-DATE PIC X(8).
        05 SUSP-STATUS PIC X(1).
        05 SUSP-CLEAR-DATE PIC X(8).

FD PARMMSTR.
    01 PMST-REC.
        05 PMST-KEY.
            10 PMST-PROGRAM PIC X(8).
            10 PMST-PARM-NAME PIC X(12).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

FD ELFINQR.
    01 RPT-LINE PIC X(100).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-SCAN-EOF PIC A(1).
77 WS-INQP-STATUS PIC X(2).
77 WS-EMST-STATUS PIC X(2).
77 WS-TMST-STATUS PIC X(2).
77 WS-HIST-STATUS PIC X(2).
77 WS-D4RPT-STATUS PIC X(2).
77 WS-SUSP-STATUS PIC X(2).
77 WS-PMST-STATUS PIC X(2).
77 WS-EMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-TMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-HIST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-SUSP-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-PARM-FOUND PIC A(1).
77 WS-PARM-EOF PIC A(1).
77 WS-PARM-PROGRAM PIC X(8).
77 WS-PARM-NAME PIC X(12).
77 WS-PARM-VALUE PIC X(12).
77 WS-HIST-MAX PIC 9(2) VALUE ZERO.
77 WS-ELF-NUM PIC 9(4).
77 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
77 WS-FOUND-COUNT PIC 9(6) VALUE ZERO.
77 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
77 WS-INVALID-COUNT PIC 9(6) VALUE ZERO.
77 WS-ELF-PAIRS PIC 9(6) VALUE ZERO.
77 WS-ELF-SUSP PIC 9(6) VALUE ZERO.
77 WS-HIST-IDX PIC 9(2).
77 WS-HIST-CNT PIC 9(2) VALUE ZERO.
01 WS-HIST-TABLE.
    05 WS-HIST-ENTRY OCCURS 20 TIMES.
        10 WS-HT-DATE PIC X(8).
        10 WS-HT-TIME PIC X(6).
        10 WS-HT-CALORIES PIC 9(9).
77 WS-PT-IDX PIC 9(3).
77 WS-PT-CNT PIC 9(3) VALUE ZERO.
77 WS-PT-MATCH PIC A(1).
01 WS-PAIR-TABLE.
    05 WS-PT-PAIR PIC X(20) OCCURS 200 TIMES.
77 WS-D4-ELF1 PIC 9(4).
77 WS-D4-ELF2 PIC 9(4).
77 WS-D4-MATCH PIC A(1).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

01 RPT-HEADING-1 PIC X(44) VALUE 'ELF PROFILE INQUIRY'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
    05 FILLER PIC X(16) VALUE ' HIST POSTINGS='.
    05 RPT-BANNER-HIST PIC Z9.
01 RPT-ELF-HEADER.
    05 FILLER PIC X(13) VALUE 'ELF PROFILE: '.
    05 RPT-ELF-NUM PIC X(4).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RPT-ELF-NOTE PIC X(40).
01 RPT-MASTER-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 FILLER PIC X(6) VALUE 'NAME: '.
    05 RPT-NAME PIC X(20).
    05 FILLER PIC X(8) VALUE ' ACTIVE:'.
    05 RPT-ACTIVE PIC X(1).
01 RPT-TEAM-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 FILLER PIC X(6) VALUE 'TEAM: '.
    05 RPT-TEAM-CODE PIC X(4).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-TEAM-NAME PIC X(20).
    05 FILLER PIC X(13) VALUE ' SUPERVISOR: '.
    05 RPT-SUPERVISOR PIC X(20).
01 RPT-SECTION-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RPT-SECTION-TEXT PIC X(60).
01 RPT-HIST-LINE.
    05 FILLER PIC X(8) VALUE SPACES.
    05 RPT-HIST-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-HIST-TIME PIC X(6).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RPT-HIST-CALORIES PIC ZZZ,ZZZ,ZZ9.
01 RPT-PAIR-LINE.
    05 FILLER PIC X(8) VALUE SPACES.
    05 RPT-PAIR-TEXT PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PAIR-CLASS PIC X(17).
    05 FILLER PIC X(10) VALUE ' PARTNER: '.
    05 RPT-PAIR-PARTNER PIC X(30).
01 RPT-SUSP-LINE.
    05 FILLER PIC X(8) VALUE SPACES.
    05 RPT-SUSP-SOURCE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-SUSP-REF PIC X(40).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-SUSP-FIRST PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-SUSP-LAST PIC X(8).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(22).
    05 RPT-TOTAL-VALUE PIC ZZZZZ9.
    05 FILLER PIC X(52) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

    OPEN INPUT PARMMSTR.
    IF WS-PMST-STATUS = '00'
        MOVE 'ELFINQ' TO PMST-PROGRAM
        MOVE 'HIST-COUNT' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF WS-PARM-FOUND = 'Y'
            COMPUTE WS-HIST-MAX = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.
    IF (WS-HIST-MAX = 0)
        MOVE 5 TO WS-HIST-MAX
    END-IF.
    IF (WS-HIST-MAX > 20)
        MOVE 20 TO WS-HIST-MAX
    END-IF.

    OPEN INPUT ELFINQP.
    IF (WS-INQP-STATUS NOT = '00')
        DISPLAY 'ELFINQP NOT AVAILABLE - NO ELF NUMBERS REQUESTED'
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT ELFMSTR.
    IF (WS-EMST-STATUS = '00')
        MOVE 'Y' TO WS-EMST-AVAILABLE
    ELSE
        DISPLAY 'ELFMSTR ELF MASTER NOT AVAILABLE - NAMES WILL NOT SHOW'
    END-IF.
    OPEN INPUT TEAMMSTR.
    IF (WS-TMST-STATUS = '00')
        MOVE 'Y' TO WS-TMST-AVAILABLE
    ELSE
        DISPLAY 'TEAMMSTR TEAM MASTER NOT AVAILABLE - SUPERVISORS WILL NOT SHOW'
    END-IF.
    OPEN INPUT DAY1HIST.
    IF (WS-HIST-STATUS = '00')
        MOVE 'Y' TO WS-HIST-AVAILABLE
    ELSE
        DISPLAY 'DAY1HIST NOT AVAILABLE - NO CALORIE POSTINGS WILL SHOW'
    END-IF.
    OPEN INPUT SUSPMSTR.
    IF (WS-SUSP-STATUS = '00')
        MOVE 'Y' TO WS-SUSP-AVAILABLE
    ELSE
        DISPLAY 'SUSPMSTR NOT AVAILABLE - NO SUSPENSE ITEMS WILL SHOW'
    END-IF.

    OPEN OUTPUT ELFINQR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    MOVE WS-HIST-MAX TO RPT-BANNER-HIST
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.

    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
        READ ELFINQP
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (INQP-ELF-NUM NOT = SPACES)
                    ADD 1 TO WS-REQ-COUNT
                    PERFORM PROFILE-ELF-PARA
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ELFINQP.

    IF (WS-EMST-AVAILABLE = 'Y')
        CLOSE ELFMSTR
    END-IF.
    IF (WS-TMST-AVAILABLE = 'Y')
        CLOSE TEAMMSTR
    END-IF.
    IF (WS-HIST-AVAILABLE = 'Y')
        CLOSE DAY1HIST
    END-IF.
    IF (WS-SUSP-AVAILABLE = 'Y')
        CLOSE SUSPMSTR
    END-IF.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'ELVES REQUESTED:' TO RPT-TOTAL-LABEL
    MOVE WS-REQ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ELVES ON MASTER:' TO RPT-TOTAL-LABEL
    MOVE WS-FOUND-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ELVES NOT ON MASTER:' TO RPT-TOTAL-LABEL
    MOVE WS-MISSING-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'INVALID ELF NUMBERS:' TO RPT-TOTAL-LABEL
    MOVE WS-INVALID-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE ELFINQR.

    DISPLAY 'ELF INQUIRY RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' REQUESTED=' WS-REQ-COUNT ' FOUND=' WS-FOUND-COUNT
        ' NOT FOUND=' WS-MISSING-COUNT ' INVALID=' WS-INVALID-COUNT

    IF (WS-MISSING-COUNT > 0 OR WS-INVALID-COUNT > 0)
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

PROFILE-ELF-PARA.
    WRITE RPT-LINE FROM SPACES
    MOVE INQP-ELF-NUM TO RPT-ELF-NUM
    MOVE SPACES TO RPT-ELF-NOTE
    IF (FUNCTION TEST-NUMVAL(INQP-ELF-NUM) NOT = 0)
        ADD 1 TO WS-INVALID-COUNT
        MOVE 'INVALID ELF NUMBER - NOT PROFILED' TO RPT-ELF-NOTE
        WRITE RPT-LINE FROM RPT-ELF-HEADER
    ELSE
        COMPUTE WS-ELF-NUM = FUNCTION NUMVAL(INQP-ELF-NUM)
        MOVE WS-ELF-NUM TO RPT-ELF-NUM
        PERFORM SHOW-MASTER-PARA
        PERFORM SHOW-HISTORY-PARA
        PERFORM SHOW-PAIRS-PARA
        PERFORM SHOW-SUSPENSE-PARA
    END-IF.

SHOW-MASTER-PARA.
    IF (WS-EMST-AVAILABLE = 'N')
        MOVE 'ELFMSTR NOT AVAILABLE' TO RPT-ELF-NOTE
        WRITE RPT-LINE FROM RPT-ELF-HEADER
    ELSE
        MOVE WS-ELF-NUM TO EMST-ELF-NUM
        READ ELFMSTR
            INVALID KEY
                ADD 1 TO WS-MISSING-COUNT
                MOVE '*NOT ON ELFMSTR*' TO RPT-ELF-NOTE
            NOT INVALID KEY
                ADD 1 TO WS-FOUND-COUNT
        END-READ
        WRITE RPT-LINE FROM RPT-ELF-HEADER
        IF (RPT-ELF-NOTE = SPACES)
            MOVE EMST-NAME TO RPT-NAME
            MOVE EMST-ACTIVE-FLAG TO RPT-ACTIVE
            WRITE RPT-LINE FROM RPT-MASTER-LINE
            PERFORM SHOW-TEAM-PARA
        END-IF
    END-IF.

SHOW-TEAM-PARA.
    MOVE EMST-TEAM-CODE TO RPT-TEAM-CODE
    MOVE SPACES TO RPT-TEAM-NAME
    MOVE SPACES TO RPT-SUPERVISOR
    IF (WS-TMST-AVAILABLE = 'Y')
        MOVE EMST-TEAM-CODE TO TMST-TEAM-CODE
        READ TEAMMSTR
            INVALID KEY
                MOVE '*NOT ON TEAMMSTR*' TO RPT-TEAM-NAME
            NOT INVALID KEY
                MOVE TMST-TEAM-NAME TO RPT-TEAM-NAME
                MOVE TMST-SUPERVISOR TO RPT-SUPERVISOR
        END-READ
    END-IF
    WRITE RPT-LINE FROM RPT-TEAM-LINE.

SHOW-HISTORY-PARA.
    MOVE 'LAST CALORIE POSTINGS (DAY1HIST, NEWEST FIRST):' TO RPT-SECTION-TEXT
    WRITE RPT-LINE FROM RPT-SECTION-LINE
    MOVE ZERO TO WS-HIST-CNT
    IF (WS-HIST-AVAILABLE = 'Y')
        MOVE 'N' TO WS-SCAN-EOF
        MOVE LOW-VALUES TO HIST-KEY
        START DAY1HIST KEY IS NOT LESS THAN HIST-KEY
            INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
        END-START
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ DAY1HIST NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    IF (HIST-ELF-NUM = WS-ELF-NUM)
                        PERFORM KEEP-HISTORY-PARA
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    IF (WS-HIST-CNT = 0)
        MOVE '    NO POSTINGS ON FILE' TO RPT-SECTION-TEXT
        WRITE RPT-LINE FROM RPT-SECTION-LINE
    ELSE
        PERFORM VARYING WS-HIST-IDX FROM WS-HIST-CNT BY -1
                UNTIL WS-HIST-IDX < 1
            MOVE WS-HT-DATE(WS-HIST-IDX) TO RPT-HIST-DATE
            MOVE WS-HT-TIME(WS-HIST-IDX) TO RPT-HIST-TIME
            MOVE WS-HT-CALORIES(WS-HIST-IDX) TO RPT-HIST-CALORIES
            WRITE RPT-LINE FROM RPT-HIST-LINE
        END-PERFORM
    END-IF.

KEEP-HISTORY-PARA.
    IF (WS-HIST-CNT < WS-HIST-MAX)
        ADD 1 TO WS-HIST-CNT
    ELSE
        PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                UNTIL WS-HIST-IDX >= WS-HIST-CNT
            MOVE WS-HIST-ENTRY(WS-HIST-IDX + 1) TO WS-HIST-ENTRY(WS-HIST-IDX)
        END-PERFORM
    END-IF
    MOVE HIST-RUN-DATE TO WS-HT-DATE(WS-HIST-CNT)
    MOVE HIST-RUN-TIME TO WS-HT-TIME(WS-HIST-CNT)
    MOVE HIST-CALORIES TO WS-HT-CALORIES(WS-HIST-CNT).

SHOW-PAIRS-PARA.
    MOVE 'CLEANUP PAIRS (LATEST DAY4RPT):' TO RPT-SECTION-TEXT
    WRITE RPT-LINE FROM RPT-SECTION-LINE
    MOVE ZERO TO WS-ELF-PAIRS
    MOVE ZERO TO WS-PT-CNT
    OPEN INPUT DAY4RPT
    IF (WS-D4RPT-STATUS = '00')
        MOVE 'N' TO WS-SCAN-EOF
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ DAY4RPT
                AT END MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    IF (D4RPT-LINE(1:1) >= '0' AND D4RPT-LINE(1:1) <= '9')
                        PERFORM MATCH-PAIR-PARA
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY4RPT
        IF (WS-ELF-PAIRS = 0)
            MOVE '    NOT NAMED ON ANY PAIR' TO RPT-SECTION-TEXT
            WRITE RPT-LINE FROM RPT-SECTION-LINE
        END-IF
    ELSE
        MOVE '    DAY4RPT NOT AVAILABLE' TO RPT-SECTION-TEXT
        WRITE RPT-LINE FROM RPT-SECTION-LINE
    END-IF.

MATCH-PAIR-PARA.
    MOVE ZERO TO WS-D4-ELF1
    MOVE ZERO TO WS-D4-ELF2
    IF (FUNCTION TEST-NUMVAL(D4RPT-LINE(40:4)) = 0)
        COMPUTE WS-D4-ELF1 = FUNCTION NUMVAL(D4RPT-LINE(40:4))
    END-IF
    IF (FUNCTION TEST-NUMVAL(D4RPT-LINE(71:4)) = 0)
        COMPUTE WS-D4-ELF2 = FUNCTION NUMVAL(D4RPT-LINE(71:4))
    END-IF
    MOVE 'N' TO WS-D4-MATCH
    IF (D4RPT-LINE(40:4) NOT = SPACES AND WS-D4-ELF1 = WS-ELF-NUM)
        MOVE 'Y' TO WS-D4-MATCH
        MOVE D4RPT-LINE(71:30) TO RPT-PAIR-PARTNER
    END-IF
    IF (D4RPT-LINE(71:4) NOT = SPACES AND WS-D4-ELF2 = WS-ELF-NUM)
        MOVE 'Y' TO WS-D4-MATCH
        MOVE D4RPT-LINE(40:30) TO RPT-PAIR-PARTNER
    END-IF
    IF (WS-D4-MATCH = 'Y')
        ADD 1 TO WS-ELF-PAIRS
        MOVE D4RPT-LINE(1:20) TO RPT-PAIR-TEXT
        MOVE D4RPT-LINE(22:17) TO RPT-PAIR-CLASS
        WRITE RPT-LINE FROM RPT-PAIR-LINE
        IF (WS-PT-CNT < 200)
            ADD 1 TO WS-PT-CNT
            MOVE D4RPT-LINE(1:20) TO WS-PT-PAIR(WS-PT-CNT)
        END-IF
    END-IF.

SHOW-SUSPENSE-PARA.
    MOVE 'OPEN SUSPENSE ITEMS (SUSPMSTR):' TO RPT-SECTION-TEXT
    WRITE RPT-LINE FROM RPT-SECTION-LINE
    MOVE ZERO TO WS-ELF-SUSP
    IF (WS-SUSP-AVAILABLE = 'Y')
        MOVE 'N' TO WS-SCAN-EOF
        MOVE LOW-VALUES TO SUSP-KEY
        START SUSPMSTR KEY IS NOT LESS THAN SUSP-KEY
            INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
        END-START
        PERFORM UNTIL WS-SCAN-EOF = 'Y'
            READ SUSPMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-SCAN-EOF
                NOT AT END
                    IF (SUSP-STATUS = 'O')
                        PERFORM MATCH-SUSPENSE-PARA
                    END-IF
            END-READ
        END-PERFORM
        IF (WS-ELF-SUSP = 0)
            MOVE '    NO OPEN ITEMS' TO RPT-SECTION-TEXT
            WRITE RPT-LINE FROM RPT-SECTION-LINE
        END-IF
    ELSE
        MOVE '    SUSPMSTR NOT AVAILABLE' TO RPT-SECTION-TEXT
        WRITE RPT-LINE FROM RPT-SECTION-LINE
    END-IF.

MATCH-SUSPENSE-PARA.
    MOVE 'N' TO WS-PT-MATCH
    IF (SUSP-SOURCE = 'DAY1EXC')
        IF (SUSP-REF(1:4) = RPT-ELF-NUM)
            MOVE 'Y' TO WS-PT-MATCH
        END-IF
    END-IF
    IF (SUSP-SOURCE = 'DAY4EEXC')
        IF (SUSP-REF(22:4) = RPT-ELF-NUM)
            MOVE 'Y' TO WS-PT-MATCH
        END-IF
    END-IF
    IF (SUSP-SOURCE = 'DAY4MEXC')
        PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-CNT OR WS-PT-MATCH = 'Y'
            IF (SUSP-REF(1:20) = WS-PT-PAIR(WS-PT-IDX))
                MOVE 'Y' TO WS-PT-MATCH
            END-IF
        END-PERFORM
    END-IF
    IF (WS-PT-MATCH = 'Y')
        ADD 1 TO WS-ELF-SUSP
        MOVE SUSP-SOURCE TO RPT-SUSP-SOURCE
        MOVE SUSP-REF TO RPT-SUSP-REF
        MOVE SUSP-FIRST-DATE TO RPT-SUSP-FIRST
        MOVE SUSP-LAST-DATE TO RPT-SUSP-LAST
        WRITE RPT-LINE FROM RPT-SUSP-LINE
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
