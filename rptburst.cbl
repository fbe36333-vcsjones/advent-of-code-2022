IDENTIFICATION DIVISION.
PROGRAM-ID. RPTBURST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DAY1RPT ASSIGN TO DAY1RPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-D1R-STATUS.

    SELECT TEAMCMPR ASSIGN TO TEAMCMPR
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CMP-STATUS.

    SELECT DAY4RPT ASSIGN TO DAY4RPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-D4R-STATUS.

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

    SELECT BURSTWRK ASSIGN TO BURSTWRK
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BURSTSRT ASSIGN TO BURSTSRT
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BURST-SD ASSIGN TO BURSTSD.

    SELECT BURSTPKT ASSIGN TO BURSTPKT
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT BURSTMAN ASSIGN TO BURSTMAN
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RPTCATLG ASSIGN TO RPTCATLG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CAT-STATUS.

DATA DIVISION.
FILE SECTION.
FD DAY1RPT.
    01 D1R-LINE PIC X(80).

FD TEAMCMPR.
    01 CMP-LINE PIC X(100).

FD DAY4RPT.
    01 D4R-LINE PIC X(100).

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

FD BURSTWRK.
    01 WRK-REC.
        05 WRK-SUP-IDX PIC 9(3).
        05 WRK-SECTION PIC 9(1).
        05 WRK-SEQ PIC 9(6).
        05 WRK-LINE PIC X(100).

SD BURST-SD.
    01 SD-REC.
        05 SD-SUP-IDX PIC 9(3).
        05 SD-SECTION PIC 9(1).
        05 SD-SEQ PIC 9(6).
        05 SD-LINE PIC X(100).

FD BURSTSRT.
    01 SRT-REC.
        05 SRT-SUP-IDX PIC 9(3).
        05 SRT-SECTION PIC 9(1).
        05 SRT-SEQ PIC 9(6).
        05 SRT-LINE PIC X(100).

FD BURSTPKT.
    01 PKT-LINE PIC X(100).

FD BURSTMAN.
    01 MAN-LINE PIC X(100).

FD RPTCATLG.
    01 CAT-REC.
        05 CAT-REPORT-NAME PIC X(8).
        05 CAT-GEN-FILE PIC X(30).
        05 CAT-RUN-DATE PIC X(8).
        05 CAT-RUN-TIME PIC X(6).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-D1R-STATUS PIC X(2).
77 WS-CMP-STATUS PIC X(2).
77 WS-D4R-STATUS PIC X(2).
77 WS-EMST-STATUS PIC X(2).
77 WS-EMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-TMST-STATUS PIC X(2).
77 WS-CAT-STATUS PIC X(2).
77 WS-GEN-CMD PIC X(60).
77 WS-GEN-FILE PIC X(30).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

77 WS-SRC-SEQ PIC 9(6).
77 WS-IN-DETAIL PIC A(1).
77 WS-CHECK-ELF PIC X(4).
77 WS-CHECK-TEAM PIC X(4).
77 WS-HIT-SUP PIC 9(3).
77 WS-HIT-SUP-2 PIC 9(3).
77 WS-LINE-CAL PIC 9(12).
77 WS-WORK-COUNT PIC 9(6) VALUE ZERO.
77 WS-UNROUTED PIC 9(6) VALUE ZERO.
77 WS-NO-SUP-TEAMS PIC 9(3) VALUE ZERO.
77 WS-PKT-COUNT PIC 9(3) VALUE ZERO.
77 WS-NO-PKT-COUNT PIC 9(3) VALUE ZERO.
77 WS-CUR-SUP PIC 9(3).
77 WS-CUR-SECTION PIC 9(1).
77 WS-PKT-SEQ PIC 9(3).
77 WS-CREW-LINES PIC 9(1) VALUE ZERO.
77 WS-CREW-IDX PIC 9(1).
77 WS-CREW-SUPS PIC 9(1) VALUE ZERO.
77 WS-CREW-SUP-IDX PIC 9(1).
77 WS-CREW-SUP-FOUND PIC A(1).
77 WS-CREW-FLAGGED PIC A(1).
01 WS-CREW-BLOCK.
    05 WS-CREW-ENTRY OCCURS 8 TIMES.
        10 WS-CREW-SEQ PIC 9(6).
        10 WS-CREW-LINE PIC X(100).
01 WS-CREW-SUP-TABLE.
    05 WS-CREW-SUP PIC 9(3) OCCURS 6 TIMES.
01 WS-D1R-BANNER PIC X(100) VALUE SPACES.
01 WS-D1R-HEADING PIC X(100) VALUE SPACES.
01 WS-CMP-BANNER PIC X(100) VALUE SPACES.
01 WS-CMP-HEADING PIC X(100) VALUE SPACES.
01 WS-D4R-BANNER PIC X(100) VALUE SPACES.
01 WS-D4R-HEADING PIC X(100) VALUE SPACES.

77 WS-TM-COUNT PIC 9(3) VALUE ZERO.
77 WS-TM-IDX PIC 9(3).
01 WS-TM-TABLE.
    05 WS-TM-ENTRY OCCURS 50 TIMES.
        10 WS-TM-CODE PIC X(4).
        10 WS-TM-NAME PIC X(20).
        10 WS-TM-SUP-NAME PIC X(20).
        10 WS-TM-SUP PIC 9(3).

77 WS-SUP-COUNT PIC 9(3) VALUE ZERO.
77 WS-SUP-IDX PIC 9(3).
77 WS-SUP-JDX PIC 9(3).
77 WS-SUP-FOUND PIC A(1).
77 WS-TMP-SUP-NAME PIC X(20).
77 WS-TMP-SUP-TEAMS PIC 9(3).
01 WS-SUP-TABLE.
    05 WS-SUP-ENTRY OCCURS 50 TIMES.
        10 WS-SUP-NAME PIC X(20).
        10 WS-SUP-TEAMS PIC 9(3).
        10 WS-SUP-ROSTER PIC 9(5).
        10 WS-SUP-CALORIES PIC 9(12).
        10 WS-SUP-INACT PIC 9(5).
        10 WS-SUP-CMPLY PIC 9(5).
        10 WS-SUP-UNDER PIC 9(5).
        10 WS-SUP-PAIRS PIC 9(5).
        10 WS-SUP-OVERLAP PIC 9(5).
        10 WS-SUP-CREWS PIC 9(5).
        10 WS-SUP-CREW-OVL PIC 9(5).
        10 WS-SUP-PKT-FILE PIC X(30).

01 PKT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 PKT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 PKT-BANNER-TIME PIC X(6).
    05 FILLER PIC X(9) VALUE '  PACKET '.
    05 PKT-BANNER-SEQ PIC 9(3).
01 PKT-HEADING-1 PIC X(60) VALUE 'SUPERVISOR DISTRIBUTION PACKET'.
01 PKT-SUPER-LINE.
    05 FILLER PIC X(12) VALUE 'SUPERVISOR: '.
    05 PKT-SUPER-NAME PIC X(20).
01 PKT-TEAM-LINE.
    05 FILLER PIC X(7) VALUE '  TEAM '.
    05 PKT-TEAM-CODE PIC X(4).
    05 FILLER PIC X(2) VALUE SPACES.
    05 PKT-TEAM-NAME PIC X(20).
01 PKT-SECTION-LINE.
    05 FILLER PIC X(10) VALUE 'SECTION - '.
    05 PKT-SECTION-TITLE PIC X(50).
01 PKT-SOURCE-LINE.
    05 FILLER PIC X(8) VALUE 'SOURCE  '.
    05 PKT-SOURCE-BANNER PIC X(92).
01 PKT-TOTAL-HEADING PIC X(60) VALUE 'PACKET CONTROL TOTALS'.
01 PKT-TOTAL-LINE.
    05 PKT-TOTAL-LABEL PIC X(30).
    05 PKT-TOTAL-VALUE PIC ZZZZZZZZZZZ9.

01 MAN-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 MAN-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-BANNER-TIME PIC X(6).
01 MAN-HEADING-1 PIC X(60) VALUE 'SUPERVISOR PACKET DISTRIBUTION MANIFEST'.
01 MAN-HEADING-2 PIC X(100) VALUE
    'SUPERVISOR           TEAMS ROSTER CMPLY PAIRS CREWS PACKET FILE'.
01 MAN-DETAIL.
    05 MAN-SUPER PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-TEAMS PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-ROSTER PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-CMPLY PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-PAIRS PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-CREWS PIC ZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 MAN-PKT-FILE PIC X(30).
01 MAN-TOTAL-LINE.
    05 MAN-TOTAL-LABEL PIC X(30).
    05 MAN-TOTAL-VALUE PIC ZZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

    OPEN INPUT TEAMMSTR.
    IF (WS-TMST-STATUS NOT = '00')
        DISPLAY 'TEAMMSTR TEAM MASTER NOT AVAILABLE - NO PACKETS PRODUCED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM LOAD-TEAMS-PARA.
    CLOSE TEAMMSTR.
    PERFORM SORT-SUPERS-PARA.

    OPEN INPUT ELFMSTR.
    IF (WS-EMST-STATUS = '00')
        MOVE 'Y' TO WS-EMST-AVAILABLE
    ELSE
        DISPLAY 'ELFMSTR ELF MASTER NOT AVAILABLE - ROSTER AND DAY4 LINES NOT ROUTED'
    END-IF.

    OPEN OUTPUT BURSTWRK.
    PERFORM EXTRACT-DAY1-PARA.
    PERFORM EXTRACT-CMPR-PARA.
    PERFORM EXTRACT-DAY4-PARA.
    CLOSE BURSTWRK.
    IF (WS-EMST-AVAILABLE = 'Y')
        CLOSE ELFMSTR
    END-IF.

    SORT BURST-SD ON ASCENDING KEY SD-SUP-IDX SD-SECTION SD-SEQ
        USING BURSTWRK
        GIVING BURSTSRT.

    PERFORM WRITE-PACKETS-PARA.
    PERFORM MANIFEST-PARA.
    PERFORM CATALOG-MAN-PARA.

    DISPLAY 'BURST RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
    DISPLAY 'SUPERVISORS=' WS-SUP-COUNT ' PACKETS=' WS-PKT-COUNT
        ' NO PACKET=' WS-NO-PKT-COUNT
    DISPLAY 'LINES ROUTED=' WS-WORK-COUNT ' NOT ROUTED=' WS-UNROUTED
    IF (WS-UNROUTED > 0 OR WS-NO-SUP-TEAMS > 0)
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-TEAMS-PARA.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO TMST-TEAM-CODE
    START TEAMMSTR KEY IS NOT LESS THAN TMST-TEAM-CODE
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ TEAMMSTR NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (WS-TM-COUNT < 50)
                    ADD 1 TO WS-TM-COUNT
                    MOVE TMST-TEAM-CODE TO WS-TM-CODE(WS-TM-COUNT)
                    MOVE TMST-TEAM-NAME TO WS-TM-NAME(WS-TM-COUNT)
                    MOVE TMST-SUPERVISOR TO WS-TM-SUP-NAME(WS-TM-COUNT)
                    MOVE ZERO TO WS-TM-SUP(WS-TM-COUNT)
                    IF (TMST-SUPERVISOR = SPACES)
                        ADD 1 TO WS-NO-SUP-TEAMS
                    ELSE
                        PERFORM ADD-SUPER-PARA
                    END-IF
                ELSE
                    DISPLAY 'WARNING: TEAM TABLE FULL - TEAM ' TMST-TEAM-CODE
                        ' NOT BURST'
                END-IF
        END-READ
    END-PERFORM.

ADD-SUPER-PARA.
    MOVE 'N' TO WS-SUP-FOUND
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX > WS-SUP-COUNT OR WS-SUP-FOUND = 'Y'
        IF (WS-SUP-NAME(WS-SUP-IDX) = TMST-SUPERVISOR)
            MOVE 'Y' TO WS-SUP-FOUND
            ADD 1 TO WS-SUP-TEAMS(WS-SUP-IDX)
        END-IF
    END-PERFORM
    IF (WS-SUP-FOUND = 'N')
        ADD 1 TO WS-SUP-COUNT
        MOVE TMST-SUPERVISOR TO WS-SUP-NAME(WS-SUP-COUNT)
        MOVE 1 TO WS-SUP-TEAMS(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-ROSTER(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-CALORIES(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-INACT(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-CMPLY(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-UNDER(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-PAIRS(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-OVERLAP(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-CREWS(WS-SUP-COUNT)
        MOVE ZERO TO WS-SUP-CREW-OVL(WS-SUP-COUNT)
        MOVE SPACES TO WS-SUP-PKT-FILE(WS-SUP-COUNT)
    END-IF.

SORT-SUPERS-PARA.
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
            UNTIL WS-SUP-IDX >= WS-SUP-COUNT
        PERFORM VARYING WS-SUP-JDX FROM 1 BY 1
                UNTIL WS-SUP-JDX >= WS-SUP-COUNT
            IF (WS-SUP-NAME(WS-SUP-JDX) > WS-SUP-NAME(WS-SUP-JDX + 1))
                MOVE WS-SUP-NAME(WS-SUP-JDX) TO WS-TMP-SUP-NAME
                MOVE WS-SUP-TEAMS(WS-SUP-JDX) TO WS-TMP-SUP-TEAMS
                MOVE WS-SUP-NAME(WS-SUP-JDX + 1) TO WS-SUP-NAME(WS-SUP-JDX)
                MOVE WS-SUP-TEAMS(WS-SUP-JDX + 1) TO
                    WS-SUP-TEAMS(WS-SUP-JDX)
                MOVE WS-TMP-SUP-NAME TO WS-SUP-NAME(WS-SUP-JDX + 1)
                MOVE WS-TMP-SUP-TEAMS TO WS-SUP-TEAMS(WS-SUP-JDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM VARYING WS-TM-IDX FROM 1 BY 1 UNTIL WS-TM-IDX > WS-TM-COUNT
        PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                UNTIL WS-SUP-IDX > WS-SUP-COUNT
            IF (WS-TM-SUP-NAME(WS-TM-IDX) NOT = SPACES
                    AND WS-SUP-NAME(WS-SUP-IDX) = WS-TM-SUP-NAME(WS-TM-IDX))
                MOVE WS-SUP-IDX TO WS-TM-SUP(WS-TM-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

FIND-TEAM-SUP-PARA.
    MOVE ZERO TO WS-HIT-SUP
    PERFORM VARYING WS-TM-IDX FROM 1 BY 1
            UNTIL WS-TM-IDX > WS-TM-COUNT OR WS-HIT-SUP > 0
        IF (WS-TM-CODE(WS-TM-IDX) = WS-CHECK-TEAM)
            MOVE WS-TM-SUP(WS-TM-IDX) TO WS-HIT-SUP
        END-IF
    END-PERFORM.

FIND-ELF-SUP-PARA.
    MOVE ZERO TO WS-HIT-SUP
    IF (WS-EMST-AVAILABLE = 'Y' AND WS-CHECK-ELF NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-CHECK-ELF) = 0)
        COMPUTE EMST-ELF-NUM = FUNCTION NUMVAL(WS-CHECK-ELF)
        READ ELFMSTR
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE EMST-TEAM-CODE TO WS-CHECK-TEAM
                PERFORM FIND-TEAM-SUP-PARA
        END-READ
    END-IF.

EXTRACT-DAY1-PARA.
    OPEN INPUT DAY1RPT.
    IF (WS-D1R-STATUS NOT = '00')
        DISPLAY 'DAY1RPT NOT AVAILABLE - NO ROSTER LINES BURST'
    ELSE
        MOVE ZERO TO WS-SRC-SEQ
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1RPT
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-SRC-SEQ
                    IF (WS-SRC-SEQ = 1)
                        MOVE D1R-LINE TO WS-D1R-BANNER
                    END-IF
                    IF (WS-SRC-SEQ = 3)
                        MOVE D1R-LINE TO WS-D1R-HEADING
                    END-IF
                    IF (D1R-LINE(1:4) = 'ELF '
                            AND FUNCTION TEST-NUMVAL(D1R-LINE(5:4)) = 0)
                        MOVE D1R-LINE(5:4) TO WS-CHECK-ELF
                        PERFORM FIND-ELF-SUP-PARA
                        IF (WS-HIT-SUP > 0)
                            ADD 1 TO WS-SUP-ROSTER(WS-HIT-SUP)
                            IF (FUNCTION TEST-NUMVAL(D1R-LINE(48:9)) = 0)
                                COMPUTE WS-LINE-CAL =
                                    FUNCTION NUMVAL(D1R-LINE(48:9))
                                ADD WS-LINE-CAL TO WS-SUP-CALORIES(WS-HIT-SUP)
                            END-IF
                            MOVE 1 TO WRK-SECTION
                            MOVE D1R-LINE TO WRK-LINE
                            PERFORM WRITE-WORK-PARA
                        ELSE
                            ADD 1 TO WS-UNROUTED
                        END-IF
                    END-IF
                    IF (D1R-LINE(1:6) = 'INACT '
                            AND FUNCTION TEST-NUMVAL(D1R-LINE(7:4)) = 0)
                        MOVE D1R-LINE(7:4) TO WS-CHECK-ELF
                        PERFORM FIND-ELF-SUP-PARA
                        IF (WS-HIT-SUP > 0)
                            ADD 1 TO WS-SUP-INACT(WS-HIT-SUP)
                            MOVE 1 TO WRK-SECTION
                            MOVE D1R-LINE TO WRK-LINE
                            PERFORM WRITE-WORK-PARA
                        ELSE
                            ADD 1 TO WS-UNROUTED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY1RPT
    END-IF.

EXTRACT-CMPR-PARA.
    OPEN INPUT TEAMCMPR.
    IF (WS-CMP-STATUS NOT = '00')
        DISPLAY 'TEAMCMPR NOT AVAILABLE - NO COMPLIANCE LINES BURST'
    ELSE
        MOVE ZERO TO WS-SRC-SEQ
        MOVE 'N' TO WS-IN-DETAIL
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TEAMCMPR
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-SRC-SEQ
                    IF (WS-SRC-SEQ = 1)
                        MOVE CMP-LINE TO WS-CMP-BANNER
                    END-IF
                    IF (CMP-LINE = SPACES)
                        MOVE 'N' TO WS-IN-DETAIL
                    END-IF
                    IF (WS-IN-DETAIL = 'Y')
                        MOVE CMP-LINE(1:4) TO WS-CHECK-TEAM
                        PERFORM FIND-TEAM-SUP-PARA
                        IF (WS-HIT-SUP > 0)
                            ADD 1 TO WS-SUP-CMPLY(WS-HIT-SUP)
                            IF (CMP-LINE(88:12) = 'UNDER TARGET')
                                ADD 1 TO WS-SUP-UNDER(WS-HIT-SUP)
                            END-IF
                            MOVE 2 TO WRK-SECTION
                            MOVE CMP-LINE TO WRK-LINE
                            PERFORM WRITE-WORK-PARA
                        ELSE
                            ADD 1 TO WS-UNROUTED
                        END-IF
                    END-IF
                    IF (WS-SRC-SEQ = 3)
                        MOVE CMP-LINE TO WS-CMP-HEADING
                        MOVE 'Y' TO WS-IN-DETAIL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TEAMCMPR
    END-IF.

EXTRACT-DAY4-PARA.
    OPEN INPUT DAY4RPT.
    IF (WS-D4R-STATUS NOT = '00')
        DISPLAY 'DAY4RPT NOT AVAILABLE - NO DAY4 PAIRS BURST'
    ELSE
        MOVE ZERO TO WS-SRC-SEQ
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY4RPT
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-SRC-SEQ
                    IF (D4R-LINE(1:5) = 'RUN: ')
                        MOVE D4R-LINE TO WS-D4R-BANNER
                    END-IF
                    IF (WS-SRC-SEQ = 2)
                        MOVE D4R-LINE TO WS-D4R-HEADING
                    END-IF
                    IF (WS-SRC-SEQ > 2
                            AND (D4R-LINE(22:17) = 'FULL CONTAINMENT'
                                OR D4R-LINE(22:17) = 'PARTIAL OVERLAP'
                                OR D4R-LINE(22:17) = 'NO OVERLAP'
                                OR D4R-LINE(22:17) = 'NEAR MISS'))
                        PERFORM ROUTE-PAIR-PARA
                    END-IF
                    IF (WS-SRC-SEQ > 2 AND D4R-LINE(1:5) = 'CREW ')
                        PERFORM FLUSH-CREW-PARA
                        IF (D4R-LINE(11:12) = ' REJECTED - ')
                            ADD 1 TO WS-UNROUTED
                        ELSE
                            MOVE 'N' TO WS-CREW-FLAGGED
                            IF (D4R-LINE(34:1) NOT = '0'
                                    OR D4R-LINE(49:1) NOT = '0')
                                MOVE 'Y' TO WS-CREW-FLAGGED
                            END-IF
                            PERFORM ADD-CREW-LINE-PARA
                        END-IF
                    ELSE
                        IF (WS-CREW-LINES > 0 AND D4R-LINE(1:3) = '  M')
                            PERFORM ADD-CREW-LINE-PARA
                            MOVE D4R-LINE(44:4) TO WS-CHECK-ELF
                            PERFORM FIND-ELF-SUP-PARA
                            IF (WS-HIT-SUP > 0)
                                PERFORM ADD-CREW-SUP-PARA
                            END-IF
                        END-IF
                        IF (WS-CREW-LINES > 0
                                AND D4R-LINE(1:24) = '  SECTIONS NOT COVERED: ')
                            PERFORM ADD-CREW-LINE-PARA
                            PERFORM FLUSH-CREW-PARA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        PERFORM FLUSH-CREW-PARA
        CLOSE DAY4RPT
    END-IF.

ROUTE-PAIR-PARA.
    MOVE D4R-LINE(40:4) TO WS-CHECK-ELF
    PERFORM FIND-ELF-SUP-PARA
    MOVE WS-HIT-SUP TO WS-HIT-SUP-2
    MOVE D4R-LINE(71:4) TO WS-CHECK-ELF
    PERFORM FIND-ELF-SUP-PARA
    IF (WS-HIT-SUP = 0 AND WS-HIT-SUP-2 = 0)
        ADD 1 TO WS-UNROUTED
    ELSE
        MOVE 3 TO WRK-SECTION
        MOVE D4R-LINE TO WRK-LINE
        IF (WS-HIT-SUP > 0)
            PERFORM TALLY-PAIR-PARA
            PERFORM WRITE-WORK-PARA
        END-IF
        IF (WS-HIT-SUP-2 > 0 AND WS-HIT-SUP-2 NOT = WS-HIT-SUP)
            MOVE WS-HIT-SUP-2 TO WS-HIT-SUP
            PERFORM TALLY-PAIR-PARA
            PERFORM WRITE-WORK-PARA
        END-IF
    END-IF.

ADD-CREW-LINE-PARA.
    IF (WS-CREW-LINES < 8)
        ADD 1 TO WS-CREW-LINES
        MOVE WS-SRC-SEQ TO WS-CREW-SEQ(WS-CREW-LINES)
        MOVE D4R-LINE TO WS-CREW-LINE(WS-CREW-LINES)
    END-IF.

ADD-CREW-SUP-PARA.
    MOVE 'N' TO WS-CREW-SUP-FOUND
    PERFORM VARYING WS-CREW-SUP-IDX FROM 1 BY 1
            UNTIL WS-CREW-SUP-IDX > WS-CREW-SUPS OR WS-CREW-SUP-FOUND = 'Y'
        IF (WS-CREW-SUP(WS-CREW-SUP-IDX) = WS-HIT-SUP)
            MOVE 'Y' TO WS-CREW-SUP-FOUND
        END-IF
    END-PERFORM
    IF (WS-CREW-SUP-FOUND = 'N' AND WS-CREW-SUPS < 6)
        ADD 1 TO WS-CREW-SUPS
        MOVE WS-HIT-SUP TO WS-CREW-SUP(WS-CREW-SUPS)
    END-IF.

FLUSH-CREW-PARA.
    IF (WS-CREW-LINES > 0)
        IF (WS-CREW-SUPS = 0)
            ADD WS-CREW-LINES TO WS-UNROUTED
        ELSE
            MOVE 3 TO WRK-SECTION
            PERFORM VARYING WS-CREW-SUP-IDX FROM 1 BY 1
                    UNTIL WS-CREW-SUP-IDX > WS-CREW-SUPS
                MOVE WS-CREW-SUP(WS-CREW-SUP-IDX) TO WS-HIT-SUP
                ADD 1 TO WS-SUP-CREWS(WS-HIT-SUP)
                IF (WS-CREW-FLAGGED = 'Y')
                    ADD 1 TO WS-SUP-CREW-OVL(WS-HIT-SUP)
                END-IF
                PERFORM VARYING WS-CREW-IDX FROM 1 BY 1
                        UNTIL WS-CREW-IDX > WS-CREW-LINES
                    MOVE WS-HIT-SUP TO WRK-SUP-IDX
                    MOVE WS-CREW-SEQ(WS-CREW-IDX) TO WRK-SEQ
                    MOVE WS-CREW-LINE(WS-CREW-IDX) TO WRK-LINE
                    WRITE WRK-REC
                    ADD 1 TO WS-WORK-COUNT
                END-PERFORM
            END-PERFORM
        END-IF
        MOVE ZERO TO WS-CREW-LINES
        MOVE ZERO TO WS-CREW-SUPS
    END-IF.

TALLY-PAIR-PARA.
    ADD 1 TO WS-SUP-PAIRS(WS-HIT-SUP)
    IF (D4R-LINE(22:17) = 'FULL CONTAINMENT'
            OR D4R-LINE(22:17) = 'PARTIAL OVERLAP')
        ADD 1 TO WS-SUP-OVERLAP(WS-HIT-SUP)
    END-IF.

WRITE-WORK-PARA.
    MOVE WS-HIT-SUP TO WRK-SUP-IDX
    MOVE WS-SRC-SEQ TO WRK-SEQ
    WRITE WRK-REC
    ADD 1 TO WS-WORK-COUNT.

WRITE-PACKETS-PARA.
    MOVE ZERO TO WS-CUR-SUP
    MOVE ZERO TO WS-PKT-SEQ
    MOVE 'N' TO WS-EOF
    OPEN INPUT BURSTSRT
    PERFORM UNTIL WS-EOF = 'Y'
        READ BURSTSRT
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (SRT-SUP-IDX NOT = WS-CUR-SUP)
                    IF (WS-CUR-SUP > 0)
                        PERFORM END-PACKET-PARA
                    END-IF
                    MOVE SRT-SUP-IDX TO WS-CUR-SUP
                    PERFORM START-PACKET-PARA
                END-IF
                IF (SRT-SECTION NOT = WS-CUR-SECTION)
                    MOVE SRT-SECTION TO WS-CUR-SECTION
                    PERFORM SECTION-HEAD-PARA
                END-IF
                WRITE PKT-LINE FROM SRT-LINE
        END-READ
    END-PERFORM
    IF (WS-CUR-SUP > 0)
        PERFORM END-PACKET-PARA
    END-IF
    CLOSE BURSTSRT.

START-PACKET-PARA.
    ADD 1 TO WS-PKT-SEQ
    MOVE ZERO TO WS-CUR-SECTION
    OPEN OUTPUT BURSTPKT
    MOVE WS-RUN-DATE TO PKT-BANNER-DATE
    MOVE WS-RUN-TIME TO PKT-BANNER-TIME
    MOVE WS-PKT-SEQ TO PKT-BANNER-SEQ
    WRITE PKT-LINE FROM PKT-BANNER
    WRITE PKT-LINE FROM PKT-HEADING-1
    MOVE WS-SUP-NAME(WS-CUR-SUP) TO PKT-SUPER-NAME
    WRITE PKT-LINE FROM PKT-SUPER-LINE
    PERFORM VARYING WS-TM-IDX FROM 1 BY 1 UNTIL WS-TM-IDX > WS-TM-COUNT
        IF (WS-TM-SUP(WS-TM-IDX) = WS-CUR-SUP)
            MOVE WS-TM-CODE(WS-TM-IDX) TO PKT-TEAM-CODE
            MOVE WS-TM-NAME(WS-TM-IDX) TO PKT-TEAM-NAME
            WRITE PKT-LINE FROM PKT-TEAM-LINE
        END-IF
    END-PERFORM.

SECTION-HEAD-PARA.
    WRITE PKT-LINE FROM SPACES
    EVALUATE WS-CUR-SECTION
        WHEN 1
            MOVE 'ELF CALORIE ROSTER (DAY1RPT)' TO PKT-SECTION-TITLE
            MOVE WS-D1R-BANNER TO PKT-SOURCE-BANNER
            WRITE PKT-LINE FROM PKT-SECTION-LINE
            WRITE PKT-LINE FROM PKT-SOURCE-LINE
            WRITE PKT-LINE FROM WS-D1R-HEADING
        WHEN 2
            MOVE 'TEAM QUOTA COMPLIANCE (TEAMCMPR)' TO PKT-SECTION-TITLE
            MOVE WS-CMP-BANNER TO PKT-SOURCE-BANNER
            WRITE PKT-LINE FROM PKT-SECTION-LINE
            WRITE PKT-LINE FROM PKT-SOURCE-LINE
            WRITE PKT-LINE FROM WS-CMP-HEADING
        WHEN OTHER
            MOVE 'CAMP CLEANUP PAIRS AND CREWS (DAY4RPT)' TO PKT-SECTION-TITLE
            MOVE WS-D4R-BANNER TO PKT-SOURCE-BANNER
            WRITE PKT-LINE FROM PKT-SECTION-LINE
            WRITE PKT-LINE FROM PKT-SOURCE-LINE
            WRITE PKT-LINE FROM WS-D4R-HEADING
    END-EVALUATE.

END-PACKET-PARA.
    WRITE PKT-LINE FROM SPACES
    WRITE PKT-LINE FROM PKT-TOTAL-HEADING
    MOVE 'TEAMS: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-TEAMS(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'ROSTER ELVES: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-ROSTER(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'ROSTER CALORIES: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-CALORIES(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'INACTIVE ELVES: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-INACT(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'COMPLIANCE LINES: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-CMPLY(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'TEAMS UNDER TARGET: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-UNDER(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'DAY4 PAIRS: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-PAIRS(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'DAY4 OVERLAPPING PAIRS: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-OVERLAP(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'DAY4 CREWS: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-CREWS(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    MOVE 'DAY4 CREWS WITH OVERLAP: ' TO PKT-TOTAL-LABEL
    MOVE WS-SUP-CREW-OVL(WS-CUR-SUP) TO PKT-TOTAL-VALUE
    WRITE PKT-LINE FROM PKT-TOTAL-LINE
    CLOSE BURSTPKT
    PERFORM CATALOG-PACKET-PARA
    ADD 1 TO WS-PKT-COUNT.

CATALOG-PACKET-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'SUPPKT.' DELIMITED BY SIZE
        WS-PKT-SEQ DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-GEN-FILE
    MOVE WS-GEN-FILE TO WS-SUP-PKT-FILE(WS-CUR-SUP)
    MOVE SPACES TO WS-GEN-CMD
    STRING 'cp BURSTPKT ' DELIMITED BY SIZE
        WS-GEN-FILE DELIMITED BY SPACE
        INTO WS-GEN-CMD
    CALL 'SYSTEM' USING WS-GEN-CMD

    OPEN EXTEND RPTCATLG
    IF WS-CAT-STATUS = '35'
        OPEN OUTPUT RPTCATLG
    END-IF
    IF WS-CAT-STATUS = '00'
        MOVE 'SUPPKT' TO CAT-REPORT-NAME
        MOVE WS-GEN-FILE TO CAT-GEN-FILE
        MOVE WS-RUN-DATE TO CAT-RUN-DATE
        MOVE WS-RUN-TIME TO CAT-RUN-TIME
        WRITE CAT-REC
        CLOSE RPTCATLG
    ELSE
        DISPLAY 'WARNING: REPORT CATALOG NOT UPDATED - STATUS ' WS-CAT-STATUS
    END-IF.

MANIFEST-PARA.
    OPEN OUTPUT BURSTMAN
    MOVE WS-RUN-DATE TO MAN-BANNER-DATE
    MOVE WS-RUN-TIME TO MAN-BANNER-TIME
    WRITE MAN-LINE FROM MAN-BANNER
    WRITE MAN-LINE FROM MAN-HEADING-1
    WRITE MAN-LINE FROM MAN-HEADING-2
    PERFORM VARYING WS-SUP-IDX FROM 1 BY 1 UNTIL WS-SUP-IDX > WS-SUP-COUNT
        MOVE WS-SUP-NAME(WS-SUP-IDX) TO MAN-SUPER
        MOVE WS-SUP-TEAMS(WS-SUP-IDX) TO MAN-TEAMS
        COMPUTE MAN-ROSTER = WS-SUP-ROSTER(WS-SUP-IDX)
            + WS-SUP-INACT(WS-SUP-IDX)
        MOVE WS-SUP-CMPLY(WS-SUP-IDX) TO MAN-CMPLY
        MOVE WS-SUP-PAIRS(WS-SUP-IDX) TO MAN-PAIRS
        MOVE WS-SUP-CREWS(WS-SUP-IDX) TO MAN-CREWS
        IF (WS-SUP-PKT-FILE(WS-SUP-IDX) = SPACES)
            MOVE 'NO PACKET - NO LINES' TO MAN-PKT-FILE
            ADD 1 TO WS-NO-PKT-COUNT
        ELSE
            MOVE WS-SUP-PKT-FILE(WS-SUP-IDX) TO MAN-PKT-FILE
        END-IF
        WRITE MAN-LINE FROM MAN-DETAIL
    END-PERFORM

    WRITE MAN-LINE FROM SPACES
    MOVE 'SUPERVISORS: ' TO MAN-TOTAL-LABEL
    MOVE WS-SUP-COUNT TO MAN-TOTAL-VALUE
    WRITE MAN-LINE FROM MAN-TOTAL-LINE
    MOVE 'PACKETS PRODUCED: ' TO MAN-TOTAL-LABEL
    MOVE WS-PKT-COUNT TO MAN-TOTAL-VALUE
    WRITE MAN-LINE FROM MAN-TOTAL-LINE
    MOVE 'SUPERVISORS WITHOUT PACKET: ' TO MAN-TOTAL-LABEL
    MOVE WS-NO-PKT-COUNT TO MAN-TOTAL-VALUE
    WRITE MAN-LINE FROM MAN-TOTAL-LINE
    MOVE 'TEAMS WITH NO SUPERVISOR: ' TO MAN-TOTAL-LABEL
    MOVE WS-NO-SUP-TEAMS TO MAN-TOTAL-VALUE
    WRITE MAN-LINE FROM MAN-TOTAL-LINE
    MOVE 'LINES ROUTED TO PACKETS: ' TO MAN-TOTAL-LABEL
    MOVE WS-WORK-COUNT TO MAN-TOTAL-VALUE
    WRITE MAN-LINE FROM MAN-TOTAL-LINE
    MOVE 'LINES NOT ROUTED: ' TO MAN-TOTAL-LABEL
    MOVE WS-UNROUTED TO MAN-TOTAL-VALUE
    WRITE MAN-LINE FROM MAN-TOTAL-LINE
    CLOSE BURSTMAN.

CATALOG-MAN-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'BURSTMAN.' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-GEN-FILE
    MOVE SPACES TO WS-GEN-CMD
    STRING 'cp BURSTMAN ' DELIMITED BY SIZE
        WS-GEN-FILE DELIMITED BY SPACE
        INTO WS-GEN-CMD
    CALL 'SYSTEM' USING WS-GEN-CMD

    OPEN EXTEND RPTCATLG
    IF WS-CAT-STATUS = '35'
        OPEN OUTPUT RPTCATLG
    END-IF
    IF WS-CAT-STATUS = '00'
        MOVE 'BURSTMAN' TO CAT-REPORT-NAME
        MOVE WS-GEN-FILE TO CAT-GEN-FILE
        MOVE WS-RUN-DATE TO CAT-RUN-DATE
        MOVE WS-RUN-TIME TO CAT-RUN-TIME
        WRITE CAT-REC
        CLOSE RPTCATLG
    ELSE
        DISPLAY 'WARNING: REPORT CATALOG NOT UPDATED - STATUS ' WS-CAT-STATUS
    END-IF.
