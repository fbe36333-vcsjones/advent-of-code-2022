IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT SUSPMSTR ASSIGN TO SUSPMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-STATUS.

    SELECT DAY4MSTR ASSIGN TO DAY4MSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MSTR-SECTION-ID
    FILE STATUS IS WS-MSTR-STATUS.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PMST-KEY
    FILE STATUS IS WS-PMST-STATUS.

    SELECT BATCHSTEP ASSIGN TO BATCHSTEP
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-STEP-STATUS.

    SELECT INTGRPT ASSIGN TO INTGRPT
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD SUSPMSTR.
    01 SUSP-REC.
        05 SUSP-KEY.
            10 SUSP-SOURCE PIC X(8).
            10 SUSP-REF PIC X(40).
        05 SUSP-FIRST-DATE PIC X(8).
        05 SUSP-LAST-DATE PIC X(8).
        05 SUSP-STATUS PIC X(1).
        05 SUSP-CLEAR-DATE PIC X(8).

FD DAY4MSTR.
    01 MSTR-REC.
        05 MSTR-SECTION-ID PIC 9(3).
        05 MSTR-STATUS-FLAG PIC X(1).

FD PARMMSTR.
    01 PMST-REC.
        05 PMST-KEY.
            10 PMST-PROGRAM PIC X(8).
            10 PMST-PARM-NAME PIC X(12).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

FD BATCHSTEP.
    01 STEP-REC.
        05 STEP-NAME PIC X(8).
        05 STEP-SOURCE PIC X(30).
        05 STEP-TARGET PIC X(30).
        05 STEP-PROGRAM PIC X(30).
        05 STEP-ENABLED PIC X(1).
        05 STEP-RUN-DAYS PIC X(21).

FD INTGRPT.
    01 RPT-LINE PIC X(100).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-EMST-STATUS PIC X(2).
77 WS-TMST-STATUS PIC X(2).
77 WS-HIST-STATUS PIC X(2).
77 WS-SUSP-STATUS PIC X(2).
77 WS-MSTR-STATUS PIC X(2).
77 WS-PMST-STATUS PIC X(2).
77 WS-STEP-STATUS PIC X(2).
77 WS-EMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-TMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-HIST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-SUSP-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-MSTR-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-PMST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-ELF-READ PIC 9(8) VALUE ZERO.
77 WS-HIST-READ PIC 9(8) VALUE ZERO.
77 WS-SUSP-READ PIC 9(8) VALUE ZERO.
77 WS-PARM-READ PIC 9(8) VALUE ZERO.
77 WS-ELF-TEAM-COUNT PIC 9(6) VALUE ZERO.
77 WS-HIST-ELF-COUNT PIC 9(6) VALUE ZERO.
77 WS-HIST-POST-COUNT PIC 9(8) VALUE ZERO.
77 WS-SUSP-SECT-COUNT PIC 9(6) VALUE ZERO.
77 WS-PARM-PGM-COUNT PIC 9(6) VALUE ZERO.
77 WS-SKIP-COUNT PIC 9(2) VALUE ZERO.
77 WS-TOTAL-COUNT PIC 9(8) VALUE ZERO.
77 WS-ORPH-IDX PIC 9(5).
01 WS-ORPHAN-TABLE.
    05 WS-ORPH-POSTINGS PIC 9(6) OCCURS 10000 TIMES.
77 WS-STEP-IDX PIC 9(2).
77 WS-STEP-COUNT PIC 9(2) VALUE ZERO.
77 WS-STEP-FOUND PIC A(1).
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 20 TIMES.
        10 WS-STEP-NAME PIC X(8).
        10 WS-STEP-PGM PIC X(8).
77 WS-LAST-PROGRAM PIC X(8).
77 WS-USER-IDX PIC 9(2).
01 WS-PARM-USER-VALUES.
    05 FILLER PIC X(8) VALUE 'BATCH'.
    05 FILLER PIC X(8) VALUE 'CHGAPPR'.
    05 FILLER PIC X(8) VALUE 'ELFINQ'.
    05 FILLER PIC X(8) VALUE 'DAY4ROFF'.
    05 FILLER PIC X(8) VALUE 'DAY4WOMT'.
    05 FILLER PIC X(8) VALUE 'ALERT'.
01 WS-PARM-USER-TABLE REDEFINES WS-PARM-USER-VALUES.
    05 WS-PARM-USER PIC X(8) OCCURS 6 TIMES.
77 WS-PGM-ENTRIES PIC 9(4) VALUE ZERO.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

01 RPT-HEADING-1 PIC X(44) VALUE 'CROSS-FILE REFERENTIAL INTEGRITY SWEEP'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
01 RPT-CATEGORY-LINE.
    05 FILLER PIC X(10) VALUE 'CATEGORY: '.
    05 RPT-CATEGORY PIC X(12).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-CATEGORY-TEXT PIC X(60).
01 RPT-DETAIL.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RPT-DET-KEY PIC X(40).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-DET-TEXT PIC X(50).
01 RPT-NOTE-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RPT-NOTE PIC X(80).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(30).
    05 RPT-TOTAL-VALUE PIC ZZZZZZZ9.
    05 FILLER PIC X(42) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

    OPEN INPUT ELFMSTR.
    IF (WS-EMST-STATUS = '00')
        MOVE 'Y' TO WS-EMST-AVAILABLE
    END-IF.
    OPEN INPUT TEAMMSTR.
    IF (WS-TMST-STATUS = '00')
        MOVE 'Y' TO WS-TMST-AVAILABLE
    END-IF.
    OPEN INPUT DAY1HIST.
    IF (WS-HIST-STATUS = '00')
        MOVE 'Y' TO WS-HIST-AVAILABLE
    END-IF.
    OPEN INPUT SUSPMSTR.
    IF (WS-SUSP-STATUS = '00')
        MOVE 'Y' TO WS-SUSP-AVAILABLE
    END-IF.
    OPEN INPUT DAY4MSTR.
    IF (WS-MSTR-STATUS = '00')
        MOVE 'Y' TO WS-MSTR-AVAILABLE
    END-IF.
    OPEN INPUT PARMMSTR.
    IF (WS-PMST-STATUS = '00')
        MOVE 'Y' TO WS-PMST-AVAILABLE
    END-IF.
    PERFORM LOAD-STEPS-PARA.

    OPEN OUTPUT INTGRPT.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.

    PERFORM CHECK-ELF-TEAM-PARA.
    PERFORM CHECK-HIST-ELF-PARA.
    PERFORM CHECK-SUSP-SECTION-PARA.
    PERFORM CHECK-PARM-PROGRAM-PARA.

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
    IF (WS-MSTR-AVAILABLE = 'Y')
        CLOSE DAY4MSTR
    END-IF.
    IF (WS-PMST-AVAILABLE = 'Y')
        CLOSE PARMMSTR
    END-IF.

    COMPUTE WS-TOTAL-COUNT = WS-ELF-TEAM-COUNT + WS-HIST-ELF-COUNT
        + WS-SUSP-SECT-COUNT + WS-PARM-PGM-COUNT

    WRITE RPT-LINE FROM SPACES.
    MOVE 'ELVES READ:' TO RPT-TOTAL-LABEL
    MOVE WS-ELF-READ TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'HISTORY POSTINGS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-HIST-READ TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'OPEN SUSPENSE ITEMS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-SUSP-READ TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'PARAMETERS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-PARM-READ TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ELF-TEAM MISMATCHES:' TO RPT-TOTAL-LABEL
    MOVE WS-ELF-TEAM-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'HIST-ELF ORPHAN ELVES:' TO RPT-TOTAL-LABEL
    MOVE WS-HIST-ELF-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'HIST-ELF ORPHAN POSTINGS:' TO RPT-TOTAL-LABEL
    MOVE WS-HIST-POST-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'SUSP-SECTION ORPHANS:' TO RPT-TOTAL-LABEL
    MOVE WS-SUSP-SECT-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'PARM-PROGRAM ORPHANS:' TO RPT-TOTAL-LABEL
    MOVE WS-PARM-PGM-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'CHECKS NOT PERFORMED:' TO RPT-TOTAL-LABEL
    MOVE WS-SKIP-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'TOTAL EXCEPTIONS:' TO RPT-TOTAL-LABEL
    MOVE WS-TOTAL-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE INTGRPT.

    DISPLAY 'INTEGRITY RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' EXCEPTIONS=' WS-TOTAL-COUNT ' CHECKS SKIPPED=' WS-SKIP-COUNT

    IF (WS-TOTAL-COUNT > 0 OR WS-SKIP-COUNT > 0)
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

CHECK-ELF-TEAM-PARA.
    WRITE RPT-LINE FROM SPACES
    MOVE 'ELF-TEAM' TO RPT-CATEGORY
    MOVE 'ELFMSTR TEAM CODE NOT ON TEAMMSTR' TO RPT-CATEGORY-TEXT
    WRITE RPT-LINE FROM RPT-CATEGORY-LINE
    IF (WS-EMST-AVAILABLE = 'N' OR WS-TMST-AVAILABLE = 'N')
        ADD 1 TO WS-SKIP-COUNT
        MOVE 'NOT CHECKED - ELFMSTR OR TEAMMSTR NOT AVAILABLE' TO RPT-NOTE
        WRITE RPT-LINE FROM RPT-NOTE-LINE
    ELSE
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO EMST-REC
        START ELFMSTR KEY IS NOT LESS THAN EMST-ELF-NUM
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ ELFMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-ELF-READ
                    MOVE SPACES TO RPT-DET-KEY
                    STRING 'ELF ' DELIMITED BY SIZE
                        EMST-ELF-NUM DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        EMST-NAME DELIMITED BY SIZE
                        INTO RPT-DET-KEY
                    MOVE SPACES TO RPT-DET-TEXT
                    IF (EMST-TEAM-CODE = SPACES)
                        MOVE 'NO TEAM CODE ON ELFMSTR' TO RPT-DET-TEXT
                    ELSE
                        MOVE EMST-TEAM-CODE TO TMST-TEAM-CODE
                        READ TEAMMSTR
                            INVALID KEY
                                STRING 'TEAM ' DELIMITED BY SIZE
                                    EMST-TEAM-CODE DELIMITED BY SIZE
                                    ' NOT ON TEAMMSTR' DELIMITED BY SIZE
                                    INTO RPT-DET-TEXT
                        END-READ
                    END-IF
                    IF (RPT-DET-TEXT NOT = SPACES)
                        ADD 1 TO WS-ELF-TEAM-COUNT
                        WRITE RPT-LINE FROM RPT-DETAIL
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

CHECK-HIST-ELF-PARA.
    WRITE RPT-LINE FROM SPACES
    MOVE 'HIST-ELF' TO RPT-CATEGORY
    MOVE 'DAY1HIST ELF NUMBER NOT ON ELFMSTR' TO RPT-CATEGORY-TEXT
    WRITE RPT-LINE FROM RPT-CATEGORY-LINE
    IF (WS-HIST-AVAILABLE = 'N' OR WS-EMST-AVAILABLE = 'N')
        ADD 1 TO WS-SKIP-COUNT
        MOVE 'NOT CHECKED - DAY1HIST OR ELFMSTR NOT AVAILABLE' TO RPT-NOTE
        WRITE RPT-LINE FROM RPT-NOTE-LINE
    ELSE
        PERFORM VARYING WS-ORPH-IDX FROM 1 BY 1 UNTIL WS-ORPH-IDX > 10000
            MOVE ZERO TO WS-ORPH-POSTINGS(WS-ORPH-IDX)
        END-PERFORM
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO HIST-KEY
        START DAY1HIST KEY IS NOT LESS THAN HIST-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1HIST NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-HIST-READ
                    COMPUTE WS-ORPH-IDX = HIST-ELF-NUM + 1
                    IF (WS-ORPH-POSTINGS(WS-ORPH-IDX) > 0)
                        ADD 1 TO WS-ORPH-POSTINGS(WS-ORPH-IDX)
                    ELSE
                        MOVE HIST-ELF-NUM TO EMST-ELF-NUM
                        READ ELFMSTR
                            INVALID KEY
                                MOVE 1 TO WS-ORPH-POSTINGS(WS-ORPH-IDX)
                        END-READ
                    END-IF
            END-READ
        END-PERFORM
        PERFORM VARYING WS-ORPH-IDX FROM 1 BY 1 UNTIL WS-ORPH-IDX > 10000
            IF (WS-ORPH-POSTINGS(WS-ORPH-IDX) > 0)
                ADD 1 TO WS-HIST-ELF-COUNT
                ADD WS-ORPH-POSTINGS(WS-ORPH-IDX) TO WS-HIST-POST-COUNT
                COMPUTE EMST-ELF-NUM = WS-ORPH-IDX - 1
                MOVE SPACES TO RPT-DET-KEY
                STRING 'ELF ' DELIMITED BY SIZE
                    EMST-ELF-NUM DELIMITED BY SIZE
                    INTO RPT-DET-KEY
                MOVE SPACES TO RPT-DET-TEXT
                STRING 'NOT ON ELFMSTR - POSTINGS ON DAY1HIST: '
                    DELIMITED BY SIZE
                    WS-ORPH-POSTINGS(WS-ORPH-IDX) DELIMITED BY SIZE
                    INTO RPT-DET-TEXT
                WRITE RPT-LINE FROM RPT-DETAIL
            END-IF
        END-PERFORM
    END-IF.

CHECK-SUSP-SECTION-PARA.
    WRITE RPT-LINE FROM SPACES
    MOVE 'SUSP-SECTION' TO RPT-CATEGORY
    MOVE 'OPEN SUSPMSTR DAY4 ITEM SECTION NOT ON DAY4MSTR'
        TO RPT-CATEGORY-TEXT
    WRITE RPT-LINE FROM RPT-CATEGORY-LINE
    IF (WS-SUSP-AVAILABLE = 'N' OR WS-MSTR-AVAILABLE = 'N')
        ADD 1 TO WS-SKIP-COUNT
        MOVE 'NOT CHECKED - SUSPMSTR OR DAY4MSTR NOT AVAILABLE' TO RPT-NOTE
        WRITE RPT-LINE FROM RPT-NOTE-LINE
    ELSE
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO SUSP-KEY
        START SUSPMSTR KEY IS NOT LESS THAN SUSP-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ SUSPMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF (SUSP-STATUS = 'O' AND SUSP-SOURCE = 'DAY4MEXC')
                        ADD 1 TO WS-SUSP-READ
                        PERFORM CHECK-ONE-SECTION-PARA
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

CHECK-ONE-SECTION-PARA.
    MOVE SPACES TO RPT-DET-TEXT
    IF (FUNCTION TEST-NUMVAL(SUSP-REF(22:3)) NOT = 0)
        MOVE 'SECTION ID NOT NUMERIC' TO RPT-DET-TEXT
    ELSE
        COMPUTE MSTR-SECTION-ID = FUNCTION NUMVAL(SUSP-REF(22:3))
        READ DAY4MSTR
            INVALID KEY
                STRING 'SECTION ' DELIMITED BY SIZE
                    SUSP-REF(22:3) DELIMITED BY SIZE
                    ' NOT ON DAY4MSTR - OPEN SINCE ' DELIMITED BY SIZE
                    SUSP-FIRST-DATE DELIMITED BY SIZE
                    INTO RPT-DET-TEXT
        END-READ
    END-IF
    IF (RPT-DET-TEXT NOT = SPACES)
        ADD 1 TO WS-SUSP-SECT-COUNT
        MOVE SUSP-REF TO RPT-DET-KEY
        WRITE RPT-LINE FROM RPT-DETAIL
    END-IF.

CHECK-PARM-PROGRAM-PARA.
    WRITE RPT-LINE FROM SPACES
    MOVE 'PARM-PROGRAM' TO RPT-CATEGORY
    MOVE 'PARMMSTR PROGRAM WITH NO KNOWN CONSUMER' TO RPT-CATEGORY-TEXT
    WRITE RPT-LINE FROM RPT-CATEGORY-LINE
    IF (WS-PMST-AVAILABLE = 'N')
        ADD 1 TO WS-SKIP-COUNT
        MOVE 'NOT CHECKED - PARMMSTR NOT AVAILABLE' TO RPT-NOTE
        WRITE RPT-LINE FROM RPT-NOTE-LINE
    ELSE
        MOVE SPACES TO WS-LAST-PROGRAM
        MOVE ZERO TO WS-PGM-ENTRIES
        MOVE 'N' TO WS-EOF
        MOVE LOW-VALUES TO PMST-KEY
        START PARMMSTR KEY IS NOT LESS THAN PMST-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ PARMMSTR NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-PARM-READ
                    IF (PMST-PROGRAM NOT = WS-LAST-PROGRAM)
                        PERFORM CHECK-ONE-PROGRAM-PARA
                        MOVE PMST-PROGRAM TO WS-LAST-PROGRAM
                        MOVE ZERO TO WS-PGM-ENTRIES
                    END-IF
                    ADD 1 TO WS-PGM-ENTRIES
            END-READ
        END-PERFORM
        PERFORM CHECK-ONE-PROGRAM-PARA
    END-IF.

CHECK-ONE-PROGRAM-PARA.
    IF (WS-LAST-PROGRAM NOT = SPACES)
        MOVE 'N' TO WS-STEP-FOUND
        PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STEP-FOUND = 'Y'
            IF (WS-STEP-NAME(WS-STEP-IDX) = WS-LAST-PROGRAM
                    OR WS-STEP-PGM(WS-STEP-IDX) = WS-LAST-PROGRAM)
                MOVE 'Y' TO WS-STEP-FOUND
            END-IF
        END-PERFORM
        PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                UNTIL WS-USER-IDX > 6 OR WS-STEP-FOUND = 'Y'
            IF (WS-PARM-USER(WS-USER-IDX) = WS-LAST-PROGRAM)
                MOVE 'Y' TO WS-STEP-FOUND
            END-IF
        END-PERFORM
        IF (WS-STEP-FOUND = 'N')
            ADD 1 TO WS-PARM-PGM-COUNT
            MOVE SPACES TO RPT-DET-KEY
            STRING 'PROGRAM ' DELIMITED BY SIZE
                WS-LAST-PROGRAM DELIMITED BY SIZE
                INTO RPT-DET-KEY
            MOVE SPACES TO RPT-DET-TEXT
            STRING 'NO BATCHSTEP ENTRY - PARAMETERS ON FILE: '
                DELIMITED BY SIZE
                WS-PGM-ENTRIES DELIMITED BY SIZE
                INTO RPT-DET-TEXT
            WRITE RPT-LINE FROM RPT-DETAIL
        END-IF
    END-IF.

LOAD-STEPS-PARA.
    OPEN INPUT BATCHSTEP.
    IF WS-STEP-STATUS = '00'
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ BATCHSTEP
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF (STEP-NAME NOT = SPACES AND WS-STEP-COUNT < 20)
                        ADD 1 TO WS-STEP-COUNT
                        MOVE STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
                        MOVE SPACES TO WS-STEP-PGM(WS-STEP-COUNT)
                        IF (STEP-PROGRAM(1:2) = './')
                            MOVE FUNCTION UPPER-CASE(STEP-PROGRAM(3:8))
                                TO WS-STEP-PGM(WS-STEP-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BATCHSTEP
    END-IF.
    IF WS-STEP-COUNT = 0
        DISPLAY 'BATCHSTEP CONTROL FILE NOT AVAILABLE - USING BUILT-IN STEP TABLE'
        MOVE 3 TO WS-STEP-COUNT
        MOVE 'DAY1' TO WS-STEP-NAME(1)
        MOVE 'DAY1' TO WS-STEP-PGM(1)
        MOVE 'DAY4' TO WS-STEP-NAME(2)
        MOVE 'DAY4' TO WS-STEP-PGM(2)
        MOVE 'DAY6' TO WS-STEP-NAME(3)
        MOVE 'DAY6' TO WS-STEP-PGM(3)
    END-IF.
