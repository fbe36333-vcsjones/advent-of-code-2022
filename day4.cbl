    SELECT DAY4RECS ASSIGN TO DAY4RECS
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY4EEXC ASSIGN TO DAY4EEXC
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY4TEAM ASSIGN TO DAY4TEAM
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT TEAMMSTR ASSIGN TO TEAMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS TMST-TEAM-CODE
    FILE STATUS IS WS-TMST-STATUS.

    SELECT RPTCATLG ASSIGN TO RPTCATLG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CAT-STATUS.
    RECORD KEY IS EMST-ELF-NUM
    FILE STATUS IS WS-EMST-STATUS.

    SELECT DAY4PHST ASSIGN TO DAY4PHST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PHST-KEY
    FILE STATUS IS WS-PHST-STATUS.

    SELECT DAY4WORD ASSIGN TO DAY4WORD
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS WO-KEY
    FILE STATUS IS WS-WO-STATUS.

DATA DIVISION.
FILE SECTION.
FD DAY4DATA.
        05 PAIR-TEXT PIC X(20).
        05 PAIR-ELF1 PIC X(4).
        05 PAIR-ELF2 PIC X(4).
    01 CREW-INPUT PIC X(75).

FD DAY4RPT.
    01 RPT-LINE PIC X(100).
FD DAY4RECS.
    01 RECS-REC PIC X(110).

FD DAY4EEXC.
    01 EEXC-REC.
        05 EEXC-PAIR PIC X(20).
        05 EEXC-ELF PIC X(4).
        05 EEXC-REASON PIC X(8).
        05 EEXC-ELF-NAME PIC X(20).

FD DAY4TEAM.
    01 TEAM-LINE PIC X(100).

FD TEAMMSTR.
    01 TMST-REC.
        05 TMST-TEAM-CODE PIC X(4).
        05 TMST-TEAM-NAME PIC X(20).
        05 TMST-SUPERVISOR PIC X(20).
        05 TMST-CAL-QUOTA PIC 9(12).

FD ELFMSTR.
    01 EMST-REC.
        05 EMST-ELF-NUM PIC 9(4).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

FD DAY4PHST.
    01 PHST-REC.
        05 PHST-KEY.
            10 PHST-ELF1 PIC X(4).
            10 PHST-ELF2 PIC X(4).
            10 PHST-RUN-DATE PIC X(8).
            10 PHST-RUN-TIME PIC X(6).
        05 PHST-CLASS PIC X(17).
        05 PHST-PAIR-TEXT PIC X(20).

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

FD RPTCATLG.
    01 CAT-REC.
        05 CAT-REPORT-NAME PIC X(8).
01 WS-SECTION-PAIR2-2 PIC 9(3).
01 WS-PART1 PIC 9(4) VALUE ZERO.
01 WS-PART2 PIC 9(4) VALUE ZERO.
01 WS-INPUT-REC PIC X(75).
01 WS-PAIR-REC REDEFINES WS-INPUT-REC.
    05 WS-PAIRS PIC X(20).
    05 WS-ELF1 PIC X(4).
    05 WS-ELF2 PIC X(4).
01 WS-CREW-REC REDEFINES WS-INPUT-REC.
    05 WS-CREW-TYPE PIC X(3).
    05 WS-CREW-ID PIC X(5).
    05 WS-CREW-SIZE PIC X(1).
    05 WS-CREW-MEMBER OCCURS 6 TIMES.
        10 WS-CREW-RANGE PIC X(7).
        10 WS-CREW-ELF PIC X(4).
77 WS-REC-COUNT PIC 9(8) VALUE ZERO.
77 WS-EMST-STATUS PIC X(2).
77 WS-EMST-AVAILABLE PIC A(1) VALUE 'N'.
    05 WS-OWN-NAME PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 WS-OWN-TEAM PIC X(4).
77 WS-OWN-STATE PIC X(1).
01 WS-OWNER1 PIC X(30).
01 WS-OWNER2 PIC X(30).
01 WS-ELF1-TEAM PIC X(4).
01 WS-ELF2-TEAM PIC X(4).
77 WS-ELF-EXC-COUNT PIC 9(8) VALUE ZERO.
77 WS-TMST-STATUS PIC X(2).
77 WS-TMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-TEAM-COUNT PIC 9(2) VALUE ZERO.
77 WS-TEAM-IDX PIC 9(3).
77 WS-TEAM-JDX PIC 9(3).
77 WS-TEAM-HIT PIC 9(3).
77 WS-TEAM1-HIT PIC 9(3).
77 WS-TEAM-WANT PIC X(4).
77 WS-TEAM-OVERFLOW PIC 9(8) VALUE ZERO.
77 WS-TEAM-UNKNOWN PIC 9(4) VALUE ZERO.
77 WS-PAIR-OVERLAPS PIC A(1).
01 WS-TEAM-TABLE.
    05 WS-TEAM-ENTRY OCCURS 50 TIMES.
        10 WS-TEAM-CODE PIC X(4).
        10 WS-TEAM-SUPER PIC X(20).
        10 WS-TEAM-SECTIONS PIC 9(8).
        10 WS-TEAM-PAIRS PIC 9(8).
        10 WS-TEAM-OVL-PAIRS PIC 9(8).
        10 WS-TEAM-CREW-MBRS PIC 9(8).
        10 WS-TEAM-CREW-OVL PIC 9(8).
        10 WS-TEAM-DONE PIC A(1).
01 WS-SUPER-TOTALS.
    05 WS-SUPER-NAME PIC X(20).
    05 WS-SUPER-TEAMS PIC 9(4).
    05 WS-SUPER-SECTIONS PIC 9(8).
    05 WS-SUPER-PAIRS PIC 9(8).
    05 WS-SUPER-OVL-PAIRS PIC 9(8).
    05 WS-SUPER-CREW-MBRS PIC 9(8).
    05 WS-SUPER-CREW-OVL PIC 9(8).
01 WS-ELF1-NAME PIC X(20).
01 WS-ELF2-NAME PIC X(20).
77 WS-EXPECTED-COUNT PIC 9(8) VALUE ZERO.
77 WS-RECS-WRITTEN PIC 9(4) VALUE ZERO.
77 WS-RECS-NONE PIC 9(4) VALUE ZERO.
77 WS-CAT-STATUS PIC X(2).
77 WS-PHST-STATUS PIC X(2).
77 WS-PHST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-PHST-COUNT PIC 9(8) VALUE ZERO.
77 WS-PHST-DUP PIC 9(8) VALUE ZERO.
77 WS-PHST-NO-ELF PIC 9(8) VALUE ZERO.
77 WS-LOW-ELF PIC X(4).
77 WS-HIGH-ELF PIC X(4).
77 WS-WO-STATUS PIC X(2).
77 WS-WO-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-WO-FOUND PIC A(1).
77 WS-WO-EOF PIC A(1).
77 WS-WO-OPENED PIC 9(8) VALUE ZERO.
77 WS-WO-STILL-OPEN PIC 9(8) VALUE ZERO.
77 WS-WO-RESOLVED PIC 9(8) VALUE ZERO.
77 WS-CREW-COUNT PIC 9(8) VALUE ZERO.
77 WS-CREW-REJECT PIC 9(8) VALUE ZERO.
77 WS-CREW-RED-COUNT PIC 9(8) VALUE ZERO.
77 WS-CREW-OVL-COUNT PIC 9(8) VALUE ZERO.
77 WS-CREW-UNCOV-COUNT PIC 9(8) VALUE ZERO.
77 WS-CREW-OK PIC A(1).
77 WS-CREW-SAVE-ID PIC X(5).
77 WS-CREW-REASON PIC X(40).
77 WS-MBR-COUNT PIC 9(1).
77 WS-MBR-IDX PIC 9(1).
77 WS-MBR-JDX PIC 9(1).
77 WS-MBR-RED PIC 9(1).
77 WS-MBR-OVL PIC 9(1).
77 WS-RANGE-LO PIC X(3).
77 WS-RANGE-HI PIC X(3).
77 WS-SPAN-START PIC 9(4).
77 WS-SPAN-END PIC 9(4).
77 WS-GAP-SEC PIC 9(4).
77 WS-GAP-START PIC 9(4).
77 WS-GAP-END PIC 9(4).
77 WS-GAP-SECS PIC 9(4).
77 WS-GAP-OPEN PIC A(1).
77 WS-GAP-PTR PIC 9(3).
77 WS-GAP-TEXT PIC X(60).
77 WS-SEC-NEEDED PIC A(1).
01 WS-MBR-TABLE.
    05 WS-MBR-ENTRY OCCURS 6 TIMES.
        10 WS-MBR-START PIC 9(3).
        10 WS-MBR-END PIC 9(3).
        10 WS-MBR-ELF PIC X(4).
        10 WS-MBR-OWNER PIC X(30).
        10 WS-MBR-NAME PIC X(20).
        10 WS-MBR-TEAM PIC X(4).
        10 WS-MBR-CLASS PIC X(17).
        10 WS-MBR-OTHER PIC 9(1).
01 WS-CREW-COV-TABLE.
    05 WS-CREW-COV PIC X(1) OCCURS 1000 TIMES.
77 WS-GEN-CMD PIC X(60).
77 WS-GEN-FILE PIC X(30).
77 WS-PMST-STATUS PIC X(2).
    05 RPT-OWNER1 PIC X(30).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-OWNER2 PIC X(30).
01 RPT-CREW-LINE.
    05 FILLER PIC X(5) VALUE 'CREW '.
    05 RPT-CREW-ID PIC X(5).
    05 FILLER PIC X(10) VALUE ' MEMBERS: '.
    05 RPT-CREW-SIZE PIC 9(1).
    05 FILLER PIC X(12) VALUE ' REDUNDANT: '.
    05 RPT-CREW-RED PIC 9(1).
    05 FILLER PIC X(14) VALUE ' OVERLAPPING: '.
    05 RPT-CREW-OVL PIC 9(1).
    05 FILLER PIC X(21) VALUE ' SECTIONS UNCOVERED: '.
    05 RPT-CREW-GAPS PIC ZZZ9.
01 RPT-CREW-MEMBER.
    05 FILLER PIC X(3) VALUE '  M'.
    05 RPT-MBR-NUM PIC 9(1).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-MBR-RANGE PIC X(7).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-MBR-CLASS PIC X(17).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-MBR-NOTE PIC X(11).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-MBR-OWNER PIC X(30).
01 RPT-CREW-GAP-LINE.
    05 FILLER PIC X(24) VALUE '  SECTIONS NOT COVERED: '.
    05 RPT-CREW-GAP-TEXT PIC X(60).
01 RPT-CREW-REJECT-LINE.
    05 FILLER PIC X(5) VALUE 'CREW '.
    05 RPT-REJ-ID PIC X(5).
    05 FILLER PIC X(12) VALUE ' REJECTED - '.
    05 RPT-REJ-REASON PIC X(40).
01 RPT-SUMMARY-5.
    05 FILLER PIC X(16) VALUE 'ELF EXCEPTIONS: '.
    05 RPT-SUM-ELF-EXC PIC ZZZZZZZ9.
    05 FILLER PIC X(36) VALUE SPACES.
01 TEAM-HEADING-1 PIC X(60) VALUE 'TEAM SECTION WORKLOAD REPORT'.
01 TEAM-HEADING-2 PIC X(100) VALUE
    'TEAM NAME                 SUPERVISOR           SECTIONS    PAIRS OVERLAPS CREW MBR CREW OVL'.
01 TEAM-HEADING-3 PIC X(60) VALUE 'SUPERVISOR TOTALS'.
01 TEAM-HEADING-4 PIC X(100) VALUE
    'SUPERVISOR          TEAMS SECTIONS    PAIRS OVERLAPS CREW MBR CREW OVL'.
01 TEAM-DETAIL.
    05 TEAM-DET-CODE PIC X(4).
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-NAME PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-SUPER PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-SECTIONS PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-PAIRS PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-OVL PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-CREW PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-DET-CREW-OVL PIC ZZZZZZZ9.
01 TEAM-SUPER-LINE.
    05 TEAM-SUP-NAME PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-SUP-TEAMS PIC ZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-SUP-SECTIONS PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-SUP-PAIRS PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-SUP-OVL PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-SUP-CREW PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 TEAM-SUP-CREW-OVL PIC ZZZZZZZ9.
01 TEAM-TOTAL-LINE.
    05 TEAM-TOTAL-LABEL PIC X(40).
    05 TEAM-TOTAL-VALUE PIC ZZZZZZZ9.
01 RPT-CREW-SUMMARY.
    05 RPT-CREW-SUM-LABEL PIC X(26).
    05 RPT-CREW-SUM-VALUE PIC ZZZZZZZ9.
    05 FILLER PIC X(26) VALUE SPACES.
01 RPT-SUMMARY-1.
    05 FILLER PIC X(9) VALUE 'PART 1: '.
    05 RPT-SUM-PART1 PIC ZZZ9.
        DISPLAY 'ELFMSTR ELF MASTER NOT AVAILABLE - OWNERS WILL NOT SHOW NAMES'
    END-IF.

    OPEN I-O DAY4PHST.
    IF WS-PHST-STATUS = '35'
        OPEN OUTPUT DAY4PHST
        CLOSE DAY4PHST
        OPEN I-O DAY4PHST
    END-IF.
    IF (WS-PHST-STATUS = '00')
        MOVE 'Y' TO WS-PHST-AVAILABLE
    ELSE
        DISPLAY 'DAY4PHST PAIR HISTORY NOT AVAILABLE - STATUS '
            WS-PHST-STATUS ' - PAIR RESULTS NOT POSTED'
    END-IF.

    OPEN I-O DAY4WORD.
    IF WS-WO-STATUS = '35'
        OPEN OUTPUT DAY4WORD
        CLOSE DAY4WORD
        OPEN I-O DAY4WORD
    END-IF.
    IF (WS-WO-STATUS = '00')
        MOVE 'Y' TO WS-WO-AVAILABLE
    ELSE
        DISPLAY 'DAY4WORD WORK ORDER FILE NOT AVAILABLE - STATUS '
            WS-WO-STATUS ' - NO WORK ORDERS RAISED'
    END-IF.

    OPEN INPUT DAY4DATA.
    OPEN OUTPUT DAY4RPT.
    OPEN OUTPUT DAY4MEXC.
    OPEN OUTPUT DAY4EEXC.
        WRITE RPT-LINE FROM RPT-HEADING-1.
        WRITE RPT-LINE FROM RPT-HEADING-2.

        PERFORM UNTIL WS-EOF='Y'
            READ DAY4DATA INTO WS-INPUT-REC
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                IF (WS-PAIRS(1:3) = 'TRL')
                    END-IF
                ELSE
                    ADD 1 TO WS-REC-COUNT
                    IF (WS-CREW-TYPE = 'CRW')
                        PERFORM PROCESS-CREW-PARA
                    ELSE
                        UNSTRING WS-PAIRS DELIMITED BY ',' OR '-' INTO WS-SECTION-PAIR1-1 WS-SECTION-PAIR1-2 WS-SECTION-PAIR2-1 WS-SECTION-PAIR2-2

                        PERFORM LOOKUP-OWNERS-PARA

                        MOVE WS-SECTION-PAIR1-1 TO WS-COV-SEC
                        MOVE WS-SECTION-PAIR1-2 TO WS-COV-END
                        PERFORM TALLY-COVERAGE-PARA
                        MOVE WS-SECTION-PAIR2-1 TO WS-COV-SEC
                        MOVE WS-SECTION-PAIR2-2 TO WS-COV-END
                        PERFORM TALLY-COVERAGE-PARA

                        MOVE 'N' TO WS-PAIR-HAS-MEXC
                        IF (WS-MSTR-AVAILABLE = 'Y')
                            MOVE WS-SECTION-PAIR1-1 TO WS-CHECK-SECTION
                            PERFORM VALIDATE-SECTION-PARA
                            MOVE WS-SECTION-PAIR1-2 TO WS-CHECK-SECTION
                            PERFORM VALIDATE-SECTION-PARA
                            MOVE WS-SECTION-PAIR2-1 TO WS-CHECK-SECTION
                            PERFORM VALIDATE-SECTION-PARA
                            MOVE WS-SECTION-PAIR2-2 TO WS-CHECK-SECTION
                            PERFORM VALIDATE-SECTION-PARA
                        END-IF

                        IF (WS-SECTION-PAIR1-1 <= WS-SECTION-PAIR2-1 AND WS-SECTION-PAIR1-2 >= WS-SECTION-PAIR2-2)
                        OR (WS-SECTION-PAIR2-1 <= WS-SECTION-PAIR1-1 AND WS-SECTION-PAIR2-2 >= WS-SECTION-PAIR1-2)
                            IF (WS-PAIR-HAS-MEXC = 'N')
                                ADD 1 TO WS-PART1
                            END-IF
                            MOVE 'FULL CONTAINMENT' TO WS-CLASSIFICATION
                            PERFORM RECORD-CONTAINED-PARA
                        ELSE
                            IF (WS-SECTION-PAIR1-1 >= WS-SECTION-PAIR2-1 AND WS-SECTION-PAIR1-1 <= WS-SECTION-PAIR2-2)
                            OR (WS-SECTION-PAIR1-2 >= WS-SECTION-PAIR2-1 AND WS-SECTION-PAIR1-1 <= WS-SECTION-PAIR2-2)
                                MOVE 'PARTIAL OVERLAP' TO WS-CLASSIFICATION
                            ELSE
                                MOVE 'NO OVERLAP' TO WS-CLASSIFICATION
                                IF (WS-SECTION-PAIR1-2 < WS-SECTION-PAIR2-1)
                                    COMPUTE WS-GAP = WS-SECTION-PAIR2-1 - WS-SECTION-PAIR1-2 - 1
                                ELSE
                                    COMPUTE WS-GAP = WS-SECTION-PAIR1-1 - WS-SECTION-PAIR2-2 - 1
                                END-IF
                                IF (WS-GAP <= WS-NEAR-MISS-GAP)
                                    MOVE 'NEAR MISS' TO WS-CLASSIFICATION
                                    ADD 1 TO WS-NEAR-MISS-COUNT
                                END-IF
                            END-IF
                        END-IF

                        IF (WS-SECTION-PAIR1-1 >= WS-SECTION-PAIR2-1 AND WS-SECTION-PAIR1-1 <= WS-SECTION-PAIR2-2)
                        OR (WS-SECTION-PAIR1-2 >= WS-SECTION-PAIR2-1 AND WS-SECTION-PAIR1-1 <= WS-SECTION-PAIR2-2)
                            IF (WS-PAIR-HAS-MEXC = 'N')
                                ADD 1 TO WS-PART2
                            END-IF
                        END-IF

                        IF (WS-EMST-AVAILABLE = 'Y')
                            PERFORM TALLY-TEAM-PAIR-PARA
                        END-IF
                        IF (WS-PHST-AVAILABLE = 'Y'
                                AND WS-CLASSIFICATION NOT = 'NO OVERLAP')
                            PERFORM POST-PAIR-HIST-PARA
                        END-IF
                        IF (WS-WO-AVAILABLE = 'Y'
                                AND (WS-CLASSIFICATION = 'FULL CONTAINMENT'
                                    OR WS-CLASSIFICATION = 'PARTIAL OVERLAP'))
                            PERFORM RAISE-WORK-ORDER-PARA
                        END-IF

                        MOVE WS-PAIRS TO RPT-PAIR
                        MOVE WS-CLASSIFICATION TO RPT-CLASS
                        MOVE WS-OWNER1 TO RPT-OWNER1
                        MOVE WS-OWNER2 TO RPT-OWNER2
                        WRITE RPT-LINE FROM RPT-DETAIL
                    END-IF
                END-IF
            END-READ
        END-PERFORM.
        CLOSE ELFMSTR
    END-IF.
    CLOSE DAY4MEXC.
    CLOSE DAY4EEXC.
    IF (WS-PHST-AVAILABLE = 'Y')
        PERFORM POST-RUN-HIST-PARA
        CLOSE DAY4PHST
    END-IF.

    IF (WS-MSTR-AVAILABLE = 'Y')
        PERFORM RECOMMEND-PARA
        WRITE RPT-LINE
    END-IF

    IF (WS-WO-AVAILABLE = 'Y')
        IF (WS-CONTROL-OK = 'Y')
            PERFORM AUTO-RESOLVE-PARA
        ELSE
            DISPLAY 'CONTROL TOTAL MISMATCH - WORK ORDERS NOT AUTO-RESOLVED'
        END-IF
        CLOSE DAY4WORD
    END-IF

    MOVE WS-PART1 TO RPT-SUM-PART1
    MOVE WS-PART2 TO RPT-SUM-PART2
    MOVE WS-NEAR-MISS-COUNT TO RPT-SUM-NEAR-MISS
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    COMPUTE RPT-BANNER-COUNT = WS-REC-COUNT - WS-CREW-COUNT
    WRITE RPT-LINE FROM SPACES
    WRITE RPT-LINE FROM RPT-BANNER
    WRITE RPT-LINE FROM RPT-SUMMARY-1
        MOVE WS-MSTR-EXC-COUNT TO RPT-SUM-MSTR-EXC
        WRITE RPT-LINE FROM RPT-SUMMARY-4
    END-IF
    IF (WS-EMST-AVAILABLE = 'Y')
        MOVE WS-ELF-EXC-COUNT TO RPT-SUM-ELF-EXC
        WRITE RPT-LINE FROM RPT-SUMMARY-5
    END-IF
    IF (WS-CREW-COUNT > 0)
        MOVE 'CREWS PROCESSED: ' TO RPT-CREW-SUM-LABEL
        MOVE WS-CREW-COUNT TO RPT-CREW-SUM-VALUE
        WRITE RPT-LINE FROM RPT-CREW-SUMMARY
        MOVE 'CREWS REJECTED: ' TO RPT-CREW-SUM-LABEL
        MOVE WS-CREW-REJECT TO RPT-CREW-SUM-VALUE
        WRITE RPT-LINE FROM RPT-CREW-SUMMARY
        MOVE 'CREW REDUNDANT MEMBERS: ' TO RPT-CREW-SUM-LABEL
        MOVE WS-CREW-RED-COUNT TO RPT-CREW-SUM-VALUE
        WRITE RPT-LINE FROM RPT-CREW-SUMMARY
        MOVE 'CREW OVERLAPPING MEMBERS: ' TO RPT-CREW-SUM-LABEL
        MOVE WS-CREW-OVL-COUNT TO RPT-CREW-SUM-VALUE
        WRITE RPT-LINE FROM RPT-CREW-SUMMARY
        MOVE 'CREW UNCOVERED SECTIONS: ' TO RPT-CREW-SUM-LABEL
        MOVE WS-CREW-UNCOV-COUNT TO RPT-CREW-SUM-VALUE
        WRITE RPT-LINE FROM RPT-CREW-SUMMARY
    END-IF
    CLOSE DAY4RPT.
    PERFORM CATALOG-RPT-PARA.
    PERFORM TEAM-WORKLOAD-PARA.

    COMPUTE WS-REC-COUNT = WS-REC-COUNT - WS-CREW-COUNT
    DISPLAY 'RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME ' PAIRS PROCESSED=' WS-REC-COUNT
        ' CREWS PROCESSED=' WS-CREW-COUNT
    IF (WS-PHST-AVAILABLE = 'Y')
        DISPLAY 'PAIR HISTORY POSTED=' WS-PHST-COUNT
            ' DUPLICATES=' WS-PHST-DUP ' WITHOUT OWNERS=' WS-PHST-NO-ELF
    END-IF
    IF (WS-WO-AVAILABLE = 'Y')
        DISPLAY 'WORK ORDERS OPENED=' WS-WO-OPENED
            ' ALREADY OPEN=' WS-WO-STILL-OPEN
            ' AUTO-RESOLVED=' WS-WO-RESOLVED
    END-IF
    IF (WS-EMST-AVAILABLE = 'Y')
        DISPLAY 'INACTIVE/UNKNOWN ELF EXCEPTIONS=' WS-ELF-EXC-COUNT
    END-IF

    STOP RUN.

        END-READ
    END-PERFORM.

ORDER-PAIR-ELVES-PARA.
    IF (WS-ELF1 > WS-ELF2)
        MOVE WS-ELF2 TO WS-LOW-ELF
        MOVE WS-ELF1 TO WS-HIGH-ELF
    ELSE
        MOVE WS-ELF1 TO WS-LOW-ELF
        MOVE WS-ELF2 TO WS-HIGH-ELF
    END-IF.

POST-PAIR-HIST-PARA.
    IF (WS-ELF1 = SPACES OR WS-ELF2 = SPACES)
        ADD 1 TO WS-PHST-NO-ELF
    ELSE
        PERFORM ORDER-PAIR-ELVES-PARA
        MOVE WS-LOW-ELF TO PHST-ELF1
        MOVE WS-HIGH-ELF TO PHST-ELF2
        MOVE WS-RUN-DATE TO PHST-RUN-DATE
        MOVE WS-RUN-TIME TO PHST-RUN-TIME
        MOVE WS-CLASSIFICATION TO PHST-CLASS
        MOVE WS-PAIRS TO PHST-PAIR-TEXT
        WRITE PHST-REC
            INVALID KEY
                ADD 1 TO WS-PHST-DUP
            NOT INVALID KEY
                ADD 1 TO WS-PHST-COUNT
        END-WRITE
    END-IF.

POST-RUN-HIST-PARA.
    MOVE 'RUN ' TO PHST-ELF1
    MOVE SPACES TO PHST-ELF2
    MOVE WS-RUN-DATE TO PHST-RUN-DATE
    MOVE WS-RUN-TIME TO PHST-RUN-TIME
    MOVE 'RUN CONTROL' TO PHST-CLASS
    MOVE SPACES TO PHST-PAIR-TEXT
    STRING 'POSTED=' DELIMITED BY SIZE
        WS-PHST-COUNT DELIMITED BY SIZE
        INTO PHST-PAIR-TEXT
    WRITE PHST-REC
        INVALID KEY
            DISPLAY 'WARNING: DAY4PHST RUN CONTROL RECORD NOT WRITTEN'
    END-WRITE.

RAISE-WORK-ORDER-PARA.
    IF (WS-ELF1 NOT = SPACES AND WS-ELF2 NOT = SPACES)
        PERFORM ORDER-PAIR-ELVES-PARA
        MOVE 'N' TO WS-WO-FOUND
        MOVE 'N' TO WS-WO-EOF
        MOVE LOW-VALUES TO WO-KEY
        MOVE WS-LOW-ELF TO WO-ELF1
        MOVE WS-HIGH-ELF TO WO-ELF2
        START DAY4WORD KEY IS NOT LESS THAN WO-KEY
            INVALID KEY MOVE 'Y' TO WS-WO-EOF
        END-START
        PERFORM UNTIL WS-WO-EOF = 'Y' OR WS-WO-FOUND = 'Y'
            READ DAY4WORD NEXT RECORD
                AT END MOVE 'Y' TO WS-WO-EOF
                NOT AT END
                    IF (WO-ELF1 NOT = WS-LOW-ELF
                            OR WO-ELF2 NOT = WS-HIGH-ELF)
                        MOVE 'Y' TO WS-WO-EOF
                    ELSE
                        IF (WO-STATUS = 'O' OR WO-STATUS = 'A')
                            MOVE 'Y' TO WS-WO-FOUND
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF (WS-WO-FOUND = 'Y')
            MOVE WS-CLASSIFICATION TO WO-CLASS
            MOVE WS-PAIRS TO WO-PAIR-TEXT
            MOVE WS-RUN-DATE TO WO-LAST-DATE
            MOVE WS-RUN-TIME TO WO-LAST-TIME
            ADD 1 TO WO-SEEN-COUNT
            REWRITE WO-REC
                INVALID KEY
                    DISPLAY 'WARNING: DAY4WORD REWRITE FAILED FOR ' WO-KEY
                NOT INVALID KEY
                    ADD 1 TO WS-WO-STILL-OPEN
            END-REWRITE
        ELSE
            MOVE SPACES TO WO-REC
            MOVE WS-LOW-ELF TO WO-ELF1
            MOVE WS-HIGH-ELF TO WO-ELF2
            MOVE WS-RUN-DATE TO WO-OPEN-DATE
            MOVE WS-RUN-TIME TO WO-OPEN-TIME
            MOVE 'O' TO WO-STATUS
            MOVE WS-CLASSIFICATION TO WO-CLASS
            MOVE WS-PAIRS TO WO-PAIR-TEXT
            MOVE WS-RUN-DATE TO WO-LAST-DATE
            MOVE WS-RUN-TIME TO WO-LAST-TIME
            MOVE 1 TO WO-SEEN-COUNT
            MOVE 'OPENED BY DAY4 OVERLAP AUDIT' TO WO-REMARK
            WRITE WO-REC
                INVALID KEY
                    DISPLAY 'WARNING: DAY4WORD WRITE FAILED FOR ' WO-KEY
                NOT INVALID KEY
                    ADD 1 TO WS-WO-OPENED
            END-WRITE
        END-IF
    END-IF.

AUTO-RESOLVE-PARA.
    MOVE 'N' TO WS-WO-EOF
    MOVE LOW-VALUES TO WO-KEY
    START DAY4WORD KEY IS NOT LESS THAN WO-KEY
        INVALID KEY MOVE 'Y' TO WS-WO-EOF
    END-START
    PERFORM UNTIL WS-WO-EOF = 'Y'
        READ DAY4WORD NEXT RECORD
            AT END MOVE 'Y' TO WS-WO-EOF
            NOT AT END
                IF ((WO-STATUS = 'O' OR WO-STATUS = 'A')
                        AND (WO-LAST-DATE NOT = WS-RUN-DATE
                            OR WO-LAST-TIME NOT = WS-RUN-TIME))
                    MOVE 'R' TO WO-STATUS
                    MOVE WS-RUN-DATE TO WO-CLOSE-DATE
                    MOVE 'DAY4' TO WO-CLOSE-OPER
                    MOVE 'AUTO - OVERLAP NO LONGER SHOWN' TO WO-REMARK
                    REWRITE WO-REC
                        INVALID KEY
                            DISPLAY 'WARNING: DAY4WORD REWRITE FAILED FOR '
                                WO-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-WO-RESOLVED
                    END-REWRITE
                END-IF
        END-READ
    END-PERFORM.

CATALOG-RPT-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'DAY4RPT.' DELIMITED BY SIZE
LOOKUP-OWNERS-PARA.
    MOVE WS-ELF1 TO WS-CHECK-ELF
    PERFORM LOOKUP-ONE-OWNER-PARA
    PERFORM CHECK-OWNER-STATE-PARA
    MOVE WS-OWNER-IMAGE TO WS-OWNER1
    MOVE WS-OWN-NAME TO WS-ELF1-NAME
    MOVE WS-OWN-TEAM TO WS-ELF1-TEAM
    MOVE WS-ELF2 TO WS-CHECK-ELF
    PERFORM LOOKUP-ONE-OWNER-PARA
    PERFORM CHECK-OWNER-STATE-PARA
    MOVE WS-OWNER-IMAGE TO WS-OWNER2
    MOVE WS-OWN-NAME TO WS-ELF2-NAME
    MOVE WS-OWN-TEAM TO WS-ELF2-TEAM.

LOOKUP-ONE-OWNER-PARA.
    MOVE WS-CHECK-ELF TO WS-OWN-NUM
    MOVE SPACE TO WS-OWN-STATE
    IF (WS-CHECK-ELF = SPACES
            OR FUNCTION TEST-NUMVAL(WS-CHECK-ELF) NOT = 0)
        MOVE '*NO OWNER ON RECORD*' TO WS-OWN-NAME
        MOVE SPACES TO WS-OWN-TEAM
        IF (WS-CHECK-ELF NOT = SPACES AND WS-EMST-AVAILABLE = 'Y')
            MOVE 'U' TO WS-OWN-STATE
        END-IF
    ELSE
        IF (WS-EMST-AVAILABLE = 'Y')
            COMPUTE EMST-ELF-NUM = FUNCTION NUMVAL(WS-CHECK-ELF)
                INVALID KEY
                    MOVE '*NOT ON MASTER*' TO WS-OWN-NAME
                    MOVE '????' TO WS-OWN-TEAM
                    MOVE 'U' TO WS-OWN-STATE
                NOT INVALID KEY
                    MOVE EMST-NAME TO WS-OWN-NAME
                    MOVE EMST-TEAM-CODE TO WS-OWN-TEAM
                    IF (EMST-ACTIVE-FLAG = 'I')
                        MOVE 'I' TO WS-OWN-STATE
                    ELSE
                        MOVE 'A' TO WS-OWN-STATE
                    END-IF
            END-READ
        ELSE
            MOVE SPACES TO WS-OWN-NAME
            MOVE SPACES TO WS-OWN-TEAM
        END-IF
    END-IF.

CHECK-OWNER-STATE-PARA.
    IF (WS-OWN-STATE = 'I' OR WS-OWN-STATE = 'U')
        MOVE WS-PAIRS TO EEXC-PAIR
        MOVE WS-CHECK-ELF TO EEXC-ELF
        IF (WS-OWN-STATE = 'I')
            MOVE 'INACTIVE' TO EEXC-REASON
        ELSE
            MOVE 'UNKNOWN' TO EEXC-REASON
        END-IF
        MOVE WS-OWN-NAME TO EEXC-ELF-NAME
        WRITE EEXC-REC
        ADD 1 TO WS-ELF-EXC-COUNT
    END-IF.

FIND-TEAM-PARA.
    IF (WS-TEAM-WANT = '????')
        MOVE SPACES TO WS-TEAM-WANT
    END-IF
    MOVE ZERO TO WS-TEAM-HIT
    PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
            UNTIL WS-TEAM-IDX > WS-TEAM-COUNT OR WS-TEAM-HIT > 0
        IF (WS-TEAM-CODE(WS-TEAM-IDX) = WS-TEAM-WANT)
            MOVE WS-TEAM-IDX TO WS-TEAM-HIT
        END-IF
    END-PERFORM
    IF (WS-TEAM-HIT = 0)
        IF (WS-TEAM-COUNT < 50)
            ADD 1 TO WS-TEAM-COUNT
            MOVE WS-TEAM-COUNT TO WS-TEAM-HIT
            MOVE WS-TEAM-WANT TO WS-TEAM-CODE(WS-TEAM-HIT)
            MOVE SPACES TO WS-TEAM-SUPER(WS-TEAM-HIT)
            MOVE ZERO TO WS-TEAM-SECTIONS(WS-TEAM-HIT)
            MOVE ZERO TO WS-TEAM-PAIRS(WS-TEAM-HIT)
            MOVE ZERO TO WS-TEAM-OVL-PAIRS(WS-TEAM-HIT)
            MOVE ZERO TO WS-TEAM-CREW-MBRS(WS-TEAM-HIT)
            MOVE ZERO TO WS-TEAM-CREW-OVL(WS-TEAM-HIT)
            MOVE 'N' TO WS-TEAM-DONE(WS-TEAM-HIT)
        ELSE
            ADD 1 TO WS-TEAM-OVERFLOW
        END-IF
    END-IF.

TALLY-TEAM-PAIR-PARA.
    MOVE 'N' TO WS-PAIR-OVERLAPS
    IF (WS-CLASSIFICATION = 'FULL CONTAINMENT'
            OR WS-CLASSIFICATION = 'PARTIAL OVERLAP')
        MOVE 'Y' TO WS-PAIR-OVERLAPS
    END-IF
    MOVE WS-ELF1-TEAM TO WS-TEAM-WANT
    PERFORM FIND-TEAM-PARA
    MOVE WS-TEAM-HIT TO WS-TEAM1-HIT
    IF (WS-TEAM-HIT > 0)
        IF (WS-SECTION-PAIR1-2 >= WS-SECTION-PAIR1-1)
            COMPUTE WS-TEAM-SECTIONS(WS-TEAM-HIT) = WS-TEAM-SECTIONS(WS-TEAM-HIT)
                + WS-SECTION-PAIR1-2 - WS-SECTION-PAIR1-1 + 1
        END-IF
        ADD 1 TO WS-TEAM-PAIRS(WS-TEAM-HIT)
        IF (WS-PAIR-OVERLAPS = 'Y')
            ADD 1 TO WS-TEAM-OVL-PAIRS(WS-TEAM-HIT)
        END-IF
    END-IF
    MOVE WS-ELF2-TEAM TO WS-TEAM-WANT
    PERFORM FIND-TEAM-PARA
    IF (WS-TEAM-HIT > 0)
        IF (WS-SECTION-PAIR2-2 >= WS-SECTION-PAIR2-1)
            COMPUTE WS-TEAM-SECTIONS(WS-TEAM-HIT) = WS-TEAM-SECTIONS(WS-TEAM-HIT)
                + WS-SECTION-PAIR2-2 - WS-SECTION-PAIR2-1 + 1
        END-IF
        IF (WS-TEAM-HIT NOT = WS-TEAM1-HIT)
            ADD 1 TO WS-TEAM-PAIRS(WS-TEAM-HIT)
            IF (WS-PAIR-OVERLAPS = 'Y')
                ADD 1 TO WS-TEAM-OVL-PAIRS(WS-TEAM-HIT)
            END-IF
        END-IF
    END-IF.

TALLY-TEAM-MEMBER-PARA.
    MOVE WS-MBR-TEAM(WS-MBR-IDX) TO WS-TEAM-WANT
    PERFORM FIND-TEAM-PARA
    IF (WS-TEAM-HIT > 0)
        COMPUTE WS-TEAM-SECTIONS(WS-TEAM-HIT) = WS-TEAM-SECTIONS(WS-TEAM-HIT)
            + WS-MBR-END(WS-MBR-IDX) - WS-MBR-START(WS-MBR-IDX) + 1
        ADD 1 TO WS-TEAM-CREW-MBRS(WS-TEAM-HIT)
        IF (WS-MBR-CLASS(WS-MBR-IDX) NOT = 'NO OVERLAP')
            ADD 1 TO WS-TEAM-CREW-OVL(WS-TEAM-HIT)
        END-IF
    END-IF.

TEAM-WORKLOAD-PARA.
    OPEN OUTPUT DAY4TEAM
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE TEAM-LINE FROM RPT-BANNER
    WRITE TEAM-LINE FROM TEAM-HEADING-1
    IF (WS-EMST-AVAILABLE = 'N')
        WRITE TEAM-LINE FROM SPACES
        MOVE 'ELF MASTER NOT AVAILABLE - NO TEAM WORKLOAD TOTALS' TO TEAM-LINE
        WRITE TEAM-LINE
    ELSE
        OPEN INPUT TEAMMSTR
        IF (WS-TMST-STATUS = '00')
            MOVE 'Y' TO WS-TMST-AVAILABLE
        ELSE
            DISPLAY 'TEAMMSTR TEAM MASTER NOT AVAILABLE - WORKLOAD REPORT WITHOUT SUPERVISORS'
        END-IF
        WRITE TEAM-LINE FROM TEAM-HEADING-2
        PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
            PERFORM TEAM-DETAIL-PARA
        END-PERFORM
        IF (WS-TMST-AVAILABLE = 'Y')
            CLOSE TEAMMSTR
        END-IF

        WRITE TEAM-LINE FROM SPACES
        WRITE TEAM-LINE FROM TEAM-HEADING-3
        WRITE TEAM-LINE FROM TEAM-HEADING-4
        PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
            IF (WS-TEAM-DONE(WS-TEAM-IDX) = 'N')
                PERFORM SUPER-TOTAL-PARA
            END-IF
        END-PERFORM

        MOVE 'ALL SUPERVISORS' TO WS-SUPER-NAME
        MOVE ZERO TO WS-SUPER-TEAMS
        MOVE ZERO TO WS-SUPER-SECTIONS
        MOVE ZERO TO WS-SUPER-PAIRS
        MOVE ZERO TO WS-SUPER-OVL-PAIRS
        MOVE ZERO TO WS-SUPER-CREW-MBRS
        MOVE ZERO TO WS-SUPER-CREW-OVL
        PERFORM VARYING WS-TEAM-JDX FROM 1 BY 1
                UNTIL WS-TEAM-JDX > WS-TEAM-COUNT
            PERFORM ADD-SUPER-TEAM-PARA
        END-PERFORM
        WRITE TEAM-LINE FROM SPACES
        PERFORM WRITE-SUPER-LINE-PARA

        WRITE TEAM-LINE FROM SPACES
        MOVE 'PAIRS PROCESSED: ' TO TEAM-TOTAL-LABEL
        COMPUTE TEAM-TOTAL-VALUE = WS-REC-COUNT - WS-CREW-COUNT
        WRITE TEAM-LINE FROM TEAM-TOTAL-LINE
        MOVE 'INACTIVE/UNKNOWN ELF EXCEPTIONS: ' TO TEAM-TOTAL-LABEL
        MOVE WS-ELF-EXC-COUNT TO TEAM-TOTAL-VALUE
        WRITE TEAM-LINE FROM TEAM-TOTAL-LINE
        MOVE 'TEAM CODES NOT ON TEAM MASTER: ' TO TEAM-TOTAL-LABEL
        MOVE WS-TEAM-UNKNOWN TO TEAM-TOTAL-VALUE
        WRITE TEAM-LINE FROM TEAM-TOTAL-LINE
        IF (WS-TEAM-OVERFLOW > 0)
            MOVE 'ASSIGNMENTS NOT TALLIED - TEAM TABLE FULL: ' TO TEAM-TOTAL-LABEL
            MOVE WS-TEAM-OVERFLOW TO TEAM-TOTAL-VALUE
            WRITE TEAM-LINE FROM TEAM-TOTAL-LINE
        END-IF
    END-IF
    CLOSE DAY4TEAM
    PERFORM CATALOG-TEAM-PARA.

TEAM-DETAIL-PARA.
    MOVE WS-TEAM-CODE(WS-TEAM-IDX) TO TEAM-DET-CODE
    IF (WS-TEAM-CODE(WS-TEAM-IDX) = SPACES)
        MOVE 'NO TEAM/UNKNOWN ELF' TO TEAM-DET-NAME
        MOVE SPACES TO WS-TEAM-SUPER(WS-TEAM-IDX)
    ELSE
        IF (WS-TMST-AVAILABLE = 'Y')
            MOVE WS-TEAM-CODE(WS-TEAM-IDX) TO TMST-TEAM-CODE
            READ TEAMMSTR
                INVALID KEY
                    ADD 1 TO WS-TEAM-UNKNOWN
                    MOVE '*NOT ON TEAM MASTER*' TO TEAM-DET-NAME
                    MOVE SPACES TO WS-TEAM-SUPER(WS-TEAM-IDX)
                NOT INVALID KEY
                    MOVE TMST-TEAM-NAME TO TEAM-DET-NAME
                    MOVE TMST-SUPERVISOR TO WS-TEAM-SUPER(WS-TEAM-IDX)
            END-READ
        ELSE
            MOVE SPACES TO TEAM-DET-NAME
            MOVE SPACES TO WS-TEAM-SUPER(WS-TEAM-IDX)
        END-IF
    END-IF
    IF (WS-TEAM-SUPER(WS-TEAM-IDX) = SPACES)
        MOVE '*NO SUPERVISOR*' TO WS-TEAM-SUPER(WS-TEAM-IDX)
    END-IF
    MOVE WS-TEAM-SUPER(WS-TEAM-IDX) TO TEAM-DET-SUPER
    MOVE WS-TEAM-SECTIONS(WS-TEAM-IDX) TO TEAM-DET-SECTIONS
    MOVE WS-TEAM-PAIRS(WS-TEAM-IDX) TO TEAM-DET-PAIRS
    MOVE WS-TEAM-OVL-PAIRS(WS-TEAM-IDX) TO TEAM-DET-OVL
    MOVE WS-TEAM-CREW-MBRS(WS-TEAM-IDX) TO TEAM-DET-CREW
    MOVE WS-TEAM-CREW-OVL(WS-TEAM-IDX) TO TEAM-DET-CREW-OVL
    WRITE TEAM-LINE FROM TEAM-DETAIL.

SUPER-TOTAL-PARA.
    MOVE WS-TEAM-SUPER(WS-TEAM-IDX) TO WS-SUPER-NAME
    MOVE ZERO TO WS-SUPER-TEAMS
    MOVE ZERO TO WS-SUPER-SECTIONS
    MOVE ZERO TO WS-SUPER-PAIRS
    MOVE ZERO TO WS-SUPER-OVL-PAIRS
    MOVE ZERO TO WS-SUPER-CREW-MBRS
    MOVE ZERO TO WS-SUPER-CREW-OVL
    PERFORM VARYING WS-TEAM-JDX FROM WS-TEAM-IDX BY 1
            UNTIL WS-TEAM-JDX > WS-TEAM-COUNT
        IF (WS-TEAM-DONE(WS-TEAM-JDX) = 'N'
                AND WS-TEAM-SUPER(WS-TEAM-JDX) = WS-SUPER-NAME)
            MOVE 'Y' TO WS-TEAM-DONE(WS-TEAM-JDX)
            PERFORM ADD-SUPER-TEAM-PARA
        END-IF
    END-PERFORM
    PERFORM WRITE-SUPER-LINE-PARA.

ADD-SUPER-TEAM-PARA.
    ADD 1 TO WS-SUPER-TEAMS
    ADD WS-TEAM-SECTIONS(WS-TEAM-JDX) TO WS-SUPER-SECTIONS
    ADD WS-TEAM-PAIRS(WS-TEAM-JDX) TO WS-SUPER-PAIRS
    ADD WS-TEAM-OVL-PAIRS(WS-TEAM-JDX) TO WS-SUPER-OVL-PAIRS
    ADD WS-TEAM-CREW-MBRS(WS-TEAM-JDX) TO WS-SUPER-CREW-MBRS
    ADD WS-TEAM-CREW-OVL(WS-TEAM-JDX) TO WS-SUPER-CREW-OVL.

WRITE-SUPER-LINE-PARA.
    MOVE WS-SUPER-NAME TO TEAM-SUP-NAME
    MOVE WS-SUPER-TEAMS TO TEAM-SUP-TEAMS
    MOVE WS-SUPER-SECTIONS TO TEAM-SUP-SECTIONS
    MOVE WS-SUPER-PAIRS TO TEAM-SUP-PAIRS
    MOVE WS-SUPER-OVL-PAIRS TO TEAM-SUP-OVL
    MOVE WS-SUPER-CREW-MBRS TO TEAM-SUP-CREW
    MOVE WS-SUPER-CREW-OVL TO TEAM-SUP-CREW-OVL
    WRITE TEAM-LINE FROM TEAM-SUPER-LINE.

CATALOG-TEAM-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'DAY4TEAM.' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-GEN-FILE
    MOVE SPACES TO WS-GEN-CMD
    STRING 'cp DAY4TEAM ' DELIMITED BY SIZE
        WS-GEN-FILE DELIMITED BY SPACE
        INTO WS-GEN-CMD
    CALL 'SYSTEM' USING WS-GEN-CMD

    OPEN EXTEND RPTCATLG
    IF WS-CAT-STATUS = '35'
        OPEN OUTPUT RPTCATLG
    END-IF
    IF WS-CAT-STATUS = '00'
        MOVE 'DAY4TEAM' TO CAT-REPORT-NAME
        MOVE WS-GEN-FILE TO CAT-GEN-FILE
        MOVE WS-RUN-DATE TO CAT-RUN-DATE
        MOVE WS-RUN-TIME TO CAT-RUN-TIME
        WRITE CAT-REC
        CLOSE RPTCATLG
    ELSE
        DISPLAY 'WARNING: REPORT CATALOG NOT UPDATED - STATUS ' WS-CAT-STATUS
    END-IF.

PROCESS-CREW-PARA.
    ADD 1 TO WS-CREW-COUNT
    MOVE WS-CREW-ID TO WS-CREW-SAVE-ID
    MOVE 'Y' TO WS-CREW-OK
    MOVE SPACES TO WS-CREW-REASON
    IF (WS-CREW-SIZE NOT NUMERIC)
        MOVE 'N' TO WS-CREW-OK
        MOVE 'MEMBER COUNT NOT NUMERIC' TO WS-CREW-REASON
    ELSE
        MOVE WS-CREW-SIZE TO WS-MBR-COUNT
        IF (WS-MBR-COUNT < 3 OR WS-MBR-COUNT > 6)
            MOVE 'N' TO WS-CREW-OK
            MOVE 'MEMBER COUNT MUST BE 3 TO 6' TO WS-CREW-REASON
        END-IF
    END-IF
    IF (WS-CREW-OK = 'Y')
        PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                UNTIL WS-MBR-IDX > WS-MBR-COUNT
            PERFORM LOAD-CREW-MEMBER-PARA
        END-PERFORM
    END-IF
    IF (WS-CREW-OK = 'N')
        ADD 1 TO WS-CREW-REJECT
        MOVE WS-CREW-SAVE-ID TO RPT-REJ-ID
        MOVE WS-CREW-REASON TO RPT-REJ-REASON
        WRITE RPT-LINE FROM RPT-CREW-REJECT-LINE
    ELSE
        PERFORM CLASSIFY-CREW-PARA
    END-IF.

LOAD-CREW-MEMBER-PARA.
    MOVE SPACES TO WS-RANGE-LO
    MOVE SPACES TO WS-RANGE-HI
    UNSTRING WS-CREW-RANGE(WS-MBR-IDX) DELIMITED BY '-' OR SPACE
        INTO WS-RANGE-LO WS-RANGE-HI
    IF (WS-RANGE-LO = SPACES OR WS-RANGE-HI = SPACES
            OR FUNCTION TEST-NUMVAL(WS-RANGE-LO) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-RANGE-HI) NOT = 0)
        IF (WS-CREW-OK = 'Y')
            STRING 'MEMBER ' DELIMITED BY SIZE
                WS-MBR-IDX DELIMITED BY SIZE
                ' RANGE NOT VALID' DELIMITED BY SIZE
                INTO WS-CREW-REASON
        END-IF
        MOVE 'N' TO WS-CREW-OK
    ELSE
        COMPUTE WS-MBR-START(WS-MBR-IDX) = FUNCTION NUMVAL(WS-RANGE-LO)
        COMPUTE WS-MBR-END(WS-MBR-IDX) = FUNCTION NUMVAL(WS-RANGE-HI)
        MOVE WS-CREW-ELF(WS-MBR-IDX) TO WS-MBR-ELF(WS-MBR-IDX)
        IF (WS-MBR-START(WS-MBR-IDX) > WS-MBR-END(WS-MBR-IDX))
            IF (WS-CREW-OK = 'Y')
                STRING 'MEMBER ' DELIMITED BY SIZE
                    WS-MBR-IDX DELIMITED BY SIZE
                    ' RANGE START AFTER END' DELIMITED BY SIZE
                    INTO WS-CREW-REASON
            END-IF
            MOVE 'N' TO WS-CREW-OK
        END-IF
    END-IF.

CLASSIFY-CREW-PARA.
    MOVE SPACES TO WS-INPUT-REC
    MOVE ZERO TO WS-MBR-RED
    MOVE ZERO TO WS-MBR-OVL
    MOVE 9999 TO WS-SPAN-START
    MOVE ZERO TO WS-SPAN-END
    PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
            UNTIL WS-MBR-IDX > WS-MBR-COUNT
        MOVE SPACES TO WS-PAIRS
        STRING 'CREW ' DELIMITED BY SIZE
            WS-CREW-SAVE-ID DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-MBR-START(WS-MBR-IDX) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-MBR-END(WS-MBR-IDX) DELIMITED BY SIZE
            INTO WS-PAIRS
        MOVE WS-MBR-ELF(WS-MBR-IDX) TO WS-CHECK-ELF
        PERFORM LOOKUP-ONE-OWNER-PARA
        PERFORM CHECK-OWNER-STATE-PARA
        MOVE WS-OWNER-IMAGE TO WS-MBR-OWNER(WS-MBR-IDX)
        MOVE WS-OWN-NAME TO WS-MBR-NAME(WS-MBR-IDX)
        MOVE WS-OWN-TEAM TO WS-MBR-TEAM(WS-MBR-IDX)

        MOVE WS-MBR-START(WS-MBR-IDX) TO WS-COV-SEC
        MOVE WS-MBR-END(WS-MBR-IDX) TO WS-COV-END
        PERFORM TALLY-COVERAGE-PARA
        IF (WS-MBR-START(WS-MBR-IDX) < WS-SPAN-START)
            MOVE WS-MBR-START(WS-MBR-IDX) TO WS-SPAN-START
        END-IF
        IF (WS-MBR-END(WS-MBR-IDX) > WS-SPAN-END)
            MOVE WS-MBR-END(WS-MBR-IDX) TO WS-SPAN-END
        END-IF

        IF (WS-MSTR-AVAILABLE = 'Y')
            MOVE 'N' TO WS-PAIR-HAS-MEXC
            MOVE WS-MBR-ELF(WS-MBR-IDX) TO WS-ELF1
            MOVE WS-MBR-NAME(WS-MBR-IDX) TO WS-ELF1-NAME
            MOVE SPACES TO WS-ELF2
            MOVE SPACES TO WS-ELF2-NAME
            MOVE WS-MBR-START(WS-MBR-IDX) TO WS-CHECK-SECTION
            PERFORM VALIDATE-SECTION-PARA
            MOVE WS-MBR-END(WS-MBR-IDX) TO WS-CHECK-SECTION
            PERFORM VALIDATE-SECTION-PARA
        END-IF

        PERFORM CLASSIFY-MEMBER-PARA
        IF (WS-EMST-AVAILABLE = 'Y')
            PERFORM TALLY-TEAM-MEMBER-PARA
        END-IF
    END-PERFORM

    PERFORM FIND-CREW-GAPS-PARA
    ADD WS-MBR-RED TO WS-CREW-RED-COUNT
    ADD WS-MBR-OVL TO WS-CREW-OVL-COUNT
    ADD WS-GAP-SECS TO WS-CREW-UNCOV-COUNT

    MOVE WS-CREW-SAVE-ID TO RPT-CREW-ID
    MOVE WS-MBR-COUNT TO RPT-CREW-SIZE
    MOVE WS-MBR-RED TO RPT-CREW-RED
    MOVE WS-MBR-OVL TO RPT-CREW-OVL
    MOVE WS-GAP-SECS TO RPT-CREW-GAPS
    WRITE RPT-LINE FROM RPT-CREW-LINE
    PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
            UNTIL WS-MBR-IDX > WS-MBR-COUNT
        MOVE WS-MBR-IDX TO RPT-MBR-NUM
        MOVE SPACES TO RPT-MBR-RANGE
        STRING WS-MBR-START(WS-MBR-IDX) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-MBR-END(WS-MBR-IDX) DELIMITED BY SIZE
            INTO RPT-MBR-RANGE
        MOVE WS-MBR-CLASS(WS-MBR-IDX) TO RPT-MBR-CLASS
        MOVE SPACES TO RPT-MBR-NOTE
        IF (WS-MBR-CLASS(WS-MBR-IDX) = 'FULLY REDUNDANT')
            STRING 'WITHIN M' DELIMITED BY SIZE
                WS-MBR-OTHER(WS-MBR-IDX) DELIMITED BY SIZE
                INTO RPT-MBR-NOTE
        END-IF
        IF (WS-MBR-CLASS(WS-MBR-IDX) = 'PARTIAL OVERLAP')
            STRING 'OVERLAPS M' DELIMITED BY SIZE
                WS-MBR-OTHER(WS-MBR-IDX) DELIMITED BY SIZE
                INTO RPT-MBR-NOTE
        END-IF
        MOVE WS-MBR-OWNER(WS-MBR-IDX) TO RPT-MBR-OWNER
        WRITE RPT-LINE FROM RPT-CREW-MEMBER
    END-PERFORM
    IF (WS-GAP-SECS = 0)
        MOVE 'NONE' TO RPT-CREW-GAP-TEXT
    ELSE
        MOVE WS-GAP-TEXT TO RPT-CREW-GAP-TEXT
    END-IF
    WRITE RPT-LINE FROM RPT-CREW-GAP-LINE.

CLASSIFY-MEMBER-PARA.
    MOVE 'NO OVERLAP' TO WS-MBR-CLASS(WS-MBR-IDX)
    MOVE ZERO TO WS-MBR-OTHER(WS-MBR-IDX)
    PERFORM VARYING WS-MBR-JDX FROM 1 BY 1
            UNTIL WS-MBR-JDX > WS-MBR-COUNT
        IF (WS-MBR-JDX NOT = WS-MBR-IDX
                AND WS-MBR-CLASS(WS-MBR-IDX) NOT = 'FULLY REDUNDANT')
            IF (WS-MBR-START(WS-MBR-JDX) <= WS-MBR-START(WS-MBR-IDX)
                    AND WS-MBR-END(WS-MBR-JDX) >= WS-MBR-END(WS-MBR-IDX)
                    AND (WS-MBR-START(WS-MBR-JDX) < WS-MBR-START(WS-MBR-IDX)
                        OR WS-MBR-END(WS-MBR-JDX) > WS-MBR-END(WS-MBR-IDX)
                        OR WS-MBR-JDX < WS-MBR-IDX))
                MOVE 'FULLY REDUNDANT' TO WS-MBR-CLASS(WS-MBR-IDX)
                MOVE WS-MBR-JDX TO WS-MBR-OTHER(WS-MBR-IDX)
            ELSE
                IF (WS-MBR-START(WS-MBR-IDX) <= WS-MBR-END(WS-MBR-JDX)
                        AND WS-MBR-START(WS-MBR-JDX) <= WS-MBR-END(WS-MBR-IDX)
                        AND WS-MBR-CLASS(WS-MBR-IDX) = 'NO OVERLAP')
                    MOVE 'PARTIAL OVERLAP' TO WS-MBR-CLASS(WS-MBR-IDX)
                    MOVE WS-MBR-JDX TO WS-MBR-OTHER(WS-MBR-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF (WS-MBR-CLASS(WS-MBR-IDX) = 'FULLY REDUNDANT')
        ADD 1 TO WS-MBR-RED
        MOVE WS-MBR-OTHER(WS-MBR-IDX) TO WS-MBR-JDX
        MOVE WS-MBR-START(WS-MBR-JDX) TO WS-SECTION-PAIR1-1
        MOVE WS-MBR-END(WS-MBR-JDX) TO WS-SECTION-PAIR1-2
        MOVE WS-MBR-START(WS-MBR-IDX) TO WS-SECTION-PAIR2-1
        MOVE WS-MBR-END(WS-MBR-IDX) TO WS-SECTION-PAIR2-2
        MOVE WS-MBR-OWNER(WS-MBR-IDX) TO WS-OWNER2
        PERFORM RECORD-CONTAINED-PARA
    END-IF
    IF (WS-MBR-CLASS(WS-MBR-IDX) = 'PARTIAL OVERLAP')
        ADD 1 TO WS-MBR-OVL
    END-IF
    IF (WS-PHST-AVAILABLE = 'Y' OR WS-WO-AVAILABLE = 'Y')
        PERFORM VARYING WS-MBR-JDX FROM 1 BY 1
                UNTIL WS-MBR-JDX > WS-MBR-COUNT
            IF (WS-MBR-JDX > WS-MBR-IDX
                    AND WS-MBR-START(WS-MBR-IDX) <= WS-MBR-END(WS-MBR-JDX)
                    AND WS-MBR-START(WS-MBR-JDX) <= WS-MBR-END(WS-MBR-IDX))
                PERFORM POST-CREW-PAIR-PARA
            END-IF
        END-PERFORM
    END-IF.

POST-CREW-PAIR-PARA.
    MOVE WS-MBR-ELF(WS-MBR-IDX) TO WS-ELF1
    MOVE WS-MBR-ELF(WS-MBR-JDX) TO WS-ELF2
    MOVE SPACES TO WS-PAIRS
    STRING WS-MBR-START(WS-MBR-IDX) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-MBR-END(WS-MBR-IDX) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-MBR-START(WS-MBR-JDX) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-MBR-END(WS-MBR-JDX) DELIMITED BY SIZE
        INTO WS-PAIRS
    IF (WS-MBR-START(WS-MBR-JDX) <= WS-MBR-START(WS-MBR-IDX)
            AND WS-MBR-END(WS-MBR-JDX) >= WS-MBR-END(WS-MBR-IDX))
    OR (WS-MBR-START(WS-MBR-IDX) <= WS-MBR-START(WS-MBR-JDX)
            AND WS-MBR-END(WS-MBR-IDX) >= WS-MBR-END(WS-MBR-JDX))
        MOVE 'FULL CONTAINMENT' TO WS-CLASSIFICATION
    ELSE
        MOVE 'PARTIAL OVERLAP' TO WS-CLASSIFICATION
    END-IF
    IF (WS-PHST-AVAILABLE = 'Y')
        PERFORM POST-PAIR-HIST-PARA
    END-IF
    IF (WS-WO-AVAILABLE = 'Y')
        PERFORM RAISE-WORK-ORDER-PARA
    END-IF.

FIND-CREW-GAPS-PARA.
    PERFORM VARYING WS-GAP-SEC FROM WS-SPAN-START BY 1
            UNTIL WS-GAP-SEC > WS-SPAN-END
        MOVE 'N' TO WS-CREW-COV(WS-GAP-SEC + 1)
    END-PERFORM
    PERFORM VARYING WS-MBR-JDX FROM 1 BY 1
            UNTIL WS-MBR-JDX > WS-MBR-COUNT
        PERFORM VARYING WS-GAP-SEC FROM WS-MBR-START(WS-MBR-JDX) BY 1
                UNTIL WS-GAP-SEC > WS-MBR-END(WS-MBR-JDX)
            MOVE 'Y' TO WS-CREW-COV(WS-GAP-SEC + 1)
        END-PERFORM
    END-PERFORM
    MOVE ZERO TO WS-GAP-SECS
    MOVE 'N' TO WS-GAP-OPEN
    MOVE SPACES TO WS-GAP-TEXT
    MOVE 1 TO WS-GAP-PTR
    PERFORM VARYING WS-GAP-SEC FROM WS-SPAN-START BY 1
            UNTIL WS-GAP-SEC > WS-SPAN-END
        MOVE 'Y' TO WS-SEC-NEEDED
        IF (WS-MSTR-AVAILABLE = 'Y')
            IF (WS-COV-ON-MSTR(WS-GAP-SEC + 1) = 'N'
                    OR WS-COV-FLAG(WS-GAP-SEC + 1) = 'R')
                MOVE 'N' TO WS-SEC-NEEDED
            END-IF
        END-IF
        IF (WS-SEC-NEEDED = 'Y' AND WS-CREW-COV(WS-GAP-SEC + 1) = 'N')
            ADD 1 TO WS-GAP-SECS
            IF (WS-GAP-OPEN = 'N')
                MOVE 'Y' TO WS-GAP-OPEN
                MOVE WS-GAP-SEC TO WS-GAP-START
            END-IF
            MOVE WS-GAP-SEC TO WS-GAP-END
        ELSE
            IF (WS-GAP-OPEN = 'Y')
                PERFORM ADD-GAP-TEXT-PARA
                MOVE 'N' TO WS-GAP-OPEN
            END-IF
        END-IF
    END-PERFORM
    IF (WS-GAP-OPEN = 'Y')
        PERFORM ADD-GAP-TEXT-PARA
    END-IF.

ADD-GAP-TEXT-PARA.
    STRING WS-GAP-START(2:3) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        WS-GAP-END(2:3) DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        INTO WS-GAP-TEXT WITH POINTER WS-GAP-PTR
        ON OVERFLOW MOVE '...' TO WS-GAP-TEXT(58:3)
    END-STRING.
