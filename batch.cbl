    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CAT-STATUS.

    SELECT BATCHHST ASSIGN TO BATCHHST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BHST-KEY
    FILE STATUS IS WS-BHST-STATUS.

    SELECT BATCHSLR ASSIGN TO BATCHSLR
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PMST-KEY
    FILE STATUS IS WS-PMST-STATUS.

DATA DIVISION.
FILE SECTION.
FD RUNLOG.
        05 CAT-RUN-DATE PIC X(8).
        05 CAT-RUN-TIME PIC X(6).

FD BATCHHST.
    01 BHST-REC.
        05 BHST-KEY.
            10 BHST-STEP PIC X(8).
            10 BHST-RUN-DATE PIC X(8).
        05 BHST-JOB-TIME PIC X(6).
        05 BHST-START-TIME PIC X(6).
        05 BHST-END-TIME PIC X(6).
        05 BHST-ELAPSED PIC 9(7).
        05 BHST-RC PIC S9(4).

FD BATCHSLR.
    01 SLR-LINE PIC X(80).

FD PARMMSTR.
    01 PMST-REC.
        05 PMST-KEY.
            10 PMST-PROGRAM PIC X(8).
            10 PMST-PARM-NAME PIC X(12).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

WORKING-STORAGE SECTION.
01 WS-IDX PIC 9(2).
01 WS-CMD PIC X(80).
77 WS-CTL-EOF PIC A(1).
77 WS-CTL-IDX PIC 9(2).
01 WS-MODE-REC PIC X(8).
77 WS-BHST-STATUS PIC X(2).
77 WS-BHST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-BHST-EOF PIC A(1).
77 WS-PMST-STATUS PIC X(2).
77 WS-PARM-FOUND PIC A(1).
77 WS-PARM-EOF PIC A(1).
77 WS-PARM-PROGRAM PIC X(8).
77 WS-PARM-NAME PIC X(12).
77 WS-PARM-VALUE PIC X(12).
01 WS-RUN-DATE PIC X(8).
77 WS-WINDOW-END PIC 9(6) VALUE ZERO.
77 WS-TRAIL-RUNS PIC 9(2) VALUE 5.
77 WS-OVERRUN-PCT PIC 9(4) VALUE 150.
77 WS-NORM-COUNT PIC 9(2) VALUE ZERO.
77 WS-NORM-IDX PIC 9(2).
77 WS-RECON-NORM PIC 9(2).
77 WS-ALERT-NORM PIC 9(2).
77 WS-TRAIL-CNT PIC 9(2).
77 WS-TRAIL-IDX PIC 9(2).
77 WS-TRAIL-SUM PIC 9(9).
77 WS-TS-WORK PIC X(21).
77 WS-TS-SECS PIC 9(12).
77 WS-STEP-SECS PIC 9(7).
77 WS-JOB-START-SECS PIC 9(12).
77 WS-DEADLINE-SECS PIC 9(12) VALUE ZERO.
77 WS-PROJ-SECS PIC 9(12).
77 WS-FIRST-PROJ-SECS PIC 9(12) VALUE ZERO.
77 WS-JOB-END-SECS PIC 9(12) VALUE ZERO.
77 WS-PROJ-FROM PIC 9(2).
77 WS-WINDOW-WARNED PIC A(1) VALUE 'N'.
77 WS-DAY-SECS PIC 9(5).
77 WS-OVERRUN-COUNT PIC 9(2) VALUE ZERO.
77 WS-SLR-EDIT PIC ZZZ9.
01 WS-HHMMSS.
    05 WS-HH PIC 9(2).
    05 WS-MM PIC 9(2).
    05 WS-SS PIC 9(2).
01 WS-NORM-TABLE.
    05 WS-NORM OCCURS 22 TIMES.
        10 WS-NORM-NAME PIC X(8).
        10 WS-NORM-RUNS PIC 9(2).
        10 WS-NORM-AVG PIC 9(7).
        10 WS-NORM-MAX PIC 9(7).
        10 WS-NORM-LATEST PIC 9(7).
        10 WS-NORM-RAN PIC A(1).
        10 WS-NORM-PLAN PIC A(1).
01 WS-TRAIL-TABLE.
    05 WS-TRAIL-SECS PIC 9(7) OCCURS 30 TIMES.

01 SLR-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 SLR-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 SLR-BANNER-TIME PIC X(6).
01 SLR-HEADING-1 PIC X(50) VALUE 'BATCH STEP ELAPSED TIME AND WINDOW REPORT'.
01 SLR-HEADING-2 PIC X(80) VALUE
    'STEP      LATEST TRL AVG TRL MAX RUNS FLAG'.
01 SLR-DETAIL.
    05 SLR-STEP PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 SLR-LATEST PIC ZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 SLR-AVG PIC ZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 SLR-MAX PIC ZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 SLR-RUNS PIC ZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 SLR-FLAG PIC X(20).
01 SLR-TOTAL-LINE.
    05 SLR-TOTAL-LABEL PIC X(30).
    05 SLR-TOTAL-VALUE PIC X(30).

01 LOG-DETAIL.
    05 LOG-STEP-NAME PIC X(8).
        MOVE 'N' TO WS-STEP-DONE(WS-IDX)
    END-PERFORM

    MOVE WS-JOB-DATE TO WS-RUN-DATE
    OPEN INPUT PARMMSTR.
    IF (WS-PMST-STATUS = '00')
        MOVE 'BATCH' TO PMST-PROGRAM
        MOVE 'WINDOW-END' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-WINDOW-END = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        MOVE 'BATCH' TO PMST-PROGRAM
        MOVE 'TRAIL-RUNS' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-TRAIL-RUNS = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        MOVE 'BATCH' TO PMST-PROGRAM
        MOVE 'OVERRUN-PCT' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-OVERRUN-PCT = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.
    IF (WS-TRAIL-RUNS < 1 OR WS-TRAIL-RUNS > 30)
        MOVE 5 TO WS-TRAIL-RUNS
    END-IF.

    OPEN I-O BATCHHST.
    IF WS-BHST-STATUS = '35'
        OPEN OUTPUT BATCHHST
        CLOSE BATCHHST
        OPEN I-O BATCHHST
    END-IF.
    IF (WS-BHST-STATUS = '00')
        MOVE 'Y' TO WS-BHST-AVAILABLE
    ELSE
        DISPLAY 'BATCHHST RUN-TIME HISTORY NOT AVAILABLE - STATUS '
            WS-BHST-STATUS ' - ELAPSED TIMES NOT POSTED'
    END-IF.
    PERFORM LOAD-NORMS-PARA.

    OPEN INPUT BATCHPARM.
    IF WS-PARM-STATUS = '00'
        READ BATCHPARM
    END-IF
    WRITE LOG-LINE.

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-STEP-COUNT
        MOVE 'N' TO WS-NORM-PLAN(WS-IDX)
        IF (WS-STEP-DONE(WS-IDX) = 'N' AND WS-STEP-ENABLED(WS-IDX) = 'Y')
            PERFORM CHECK-SCHEDULE-PARA
            MOVE WS-SCHED-HIT TO WS-NORM-PLAN(WS-IDX)
        END-IF
    END-PERFORM
    MOVE 1 TO WS-PROJ-FROM
    PERFORM PROJECT-END-PARA
    MOVE WS-PROJ-SECS TO WS-FIRST-PROJ-SECS

    PERFORM VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-STEP-COUNT OR WS-ABORTED = 'Y'
        IF WS-STEP-DONE(WS-IDX) = 'Y'
                        INTO LOG-LINE
                    WRITE LOG-LINE
                ELSE
                    MOVE WS-IDX TO WS-PROJ-FROM
                    PERFORM PROJECT-END-PARA
                    PERFORM RUN-STEP-PARA
                END-IF
            END-IF
    END-PERFORM.

    IF WS-ABORTED = 'N'
        COMPUTE WS-PROJ-FROM = WS-STEP-COUNT + 1
        PERFORM PROJECT-END-PARA
        PERFORM RECON-STEP-PARA
    END-IF.

        PERFORM ALERT-STEP-PARA
    END-IF.

    MOVE FUNCTION CURRENT-DATE TO WS-TS-WORK
    PERFORM TS-SECS-PARA
    MOVE WS-TS-SECS TO WS-JOB-END-SECS
    PERFORM SLA-REPORT-PARA.
    IF (WS-BHST-AVAILABLE = 'Y')
        CLOSE BATCHHST
    END-IF.

    PERFORM CATALOG-RUNLOG-PARA.
    PERFORM CATALOG-SLR-PARA.

    IF WS-ABORTED = 'Y'
        DISPLAY 'BATCH ABORTED AT STEP ' WS-ABORT-STEP
    WRITE LOG-LINE FROM LOG-DETAIL
    CLOSE RUNLOG.

    MOVE WS-ALERT-NORM TO WS-NORM-IDX
    MOVE WS-ALERT-RC TO BHST-RC
    PERFORM POST-STEP-HIST-PARA.

RECON-STEP-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-START-TS
    CALL 'SYSTEM' USING './recon'
    MOVE WS-RECON-RC TO LOG-RC
    WRITE LOG-LINE FROM LOG-DETAIL.

    MOVE WS-RECON-NORM TO WS-NORM-IDX
    MOVE WS-RECON-RC TO BHST-RC
    PERFORM POST-STEP-HIST-PARA.

CATALOG-RUNLOG-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'RUNLOG.' DELIMITED BY SIZE
    MOVE WS-STEP-RC TO LOG-RC
    WRITE LOG-LINE FROM LOG-DETAIL

    MOVE WS-IDX TO WS-NORM-IDX
    MOVE WS-STEP-RC TO BHST-RC
    PERFORM POST-STEP-HIST-PARA

    IF WS-STEP-RC > WS-ABORT-RC
        MOVE 'Y' TO WS-ABORTED
        MOVE WS-STEP-NAME(WS-IDX) TO WS-ABORT-STEP
        END-PERFORM
        CLOSE BATCHCTL
    END-IF.

TS-SECS-PARA.
    COMPUTE WS-TS-SECS =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TS-WORK(1:8))) * 86400
        + FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
        + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
        + FUNCTION NUMVAL(WS-TS-WORK(13:2)).

SECS-TO-TIME-PARA.
    COMPUTE WS-DAY-SECS = FUNCTION MOD(WS-TS-SECS, 86400)
    COMPUTE WS-HH = WS-DAY-SECS / 3600
    COMPUTE WS-MM = (WS-DAY-SECS - WS-HH * 3600) / 60
    COMPUTE WS-SS = WS-DAY-SECS - WS-HH * 3600 - WS-MM * 60.

LOAD-NORMS-PARA.
    PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
            UNTIL WS-NORM-IDX > WS-STEP-COUNT
        MOVE WS-STEP-NAME(WS-NORM-IDX) TO WS-NORM-NAME(WS-NORM-IDX)
    END-PERFORM
    COMPUTE WS-RECON-NORM = WS-STEP-COUNT + 1
    COMPUTE WS-ALERT-NORM = WS-STEP-COUNT + 2
    MOVE WS-ALERT-NORM TO WS-NORM-COUNT
    MOVE 'RECON' TO WS-NORM-NAME(WS-RECON-NORM)
    MOVE 'ALERT' TO WS-NORM-NAME(WS-ALERT-NORM)
    MOVE 'Y' TO WS-NORM-PLAN(WS-RECON-NORM)
    MOVE 'Y' TO WS-NORM-PLAN(WS-ALERT-NORM)
    PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
            UNTIL WS-NORM-IDX > WS-NORM-COUNT
        MOVE ZERO TO WS-NORM-RUNS(WS-NORM-IDX)
        MOVE ZERO TO WS-NORM-AVG(WS-NORM-IDX)
        MOVE ZERO TO WS-NORM-MAX(WS-NORM-IDX)
        MOVE ZERO TO WS-NORM-LATEST(WS-NORM-IDX)
        MOVE 'N' TO WS-NORM-RAN(WS-NORM-IDX)
        IF (WS-BHST-AVAILABLE = 'Y')
            PERFORM LOAD-ONE-NORM-PARA
        END-IF
    END-PERFORM

    MOVE WS-JOB-TS TO WS-TS-WORK
    PERFORM TS-SECS-PARA
    MOVE WS-TS-SECS TO WS-JOB-START-SECS
    IF (WS-WINDOW-END > 0)
        MOVE WS-WINDOW-END TO WS-HHMMSS
        COMPUTE WS-DEADLINE-SECS =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-JOB-DATE)) * 86400
            + WS-HH * 3600 + WS-MM * 60 + WS-SS
        IF (WS-DEADLINE-SECS <= WS-JOB-START-SECS)
            ADD 86400 TO WS-DEADLINE-SECS
        END-IF
    END-IF.

LOAD-ONE-NORM-PARA.
    MOVE ZERO TO WS-TRAIL-CNT
    MOVE WS-NORM-NAME(WS-NORM-IDX) TO BHST-STEP
    MOVE LOW-VALUES TO BHST-RUN-DATE
    MOVE 'N' TO WS-BHST-EOF
    START BATCHHST KEY IS NOT LESS THAN BHST-KEY
        INVALID KEY MOVE 'Y' TO WS-BHST-EOF
    END-START
    PERFORM UNTIL WS-BHST-EOF = 'Y'
        READ BATCHHST NEXT RECORD
            AT END MOVE 'Y' TO WS-BHST-EOF
            NOT AT END
                IF (BHST-STEP NOT = WS-NORM-NAME(WS-NORM-IDX)
                        OR BHST-RUN-DATE >= WS-JOB-DATE)
                    MOVE 'Y' TO WS-BHST-EOF
                ELSE
                    IF (WS-TRAIL-CNT = WS-TRAIL-RUNS)
                        PERFORM VARYING WS-TRAIL-IDX FROM 2 BY 1
                                UNTIL WS-TRAIL-IDX > WS-TRAIL-CNT
                            MOVE WS-TRAIL-SECS(WS-TRAIL-IDX)
                                TO WS-TRAIL-SECS(WS-TRAIL-IDX - 1)
                        END-PERFORM
                    ELSE
                        ADD 1 TO WS-TRAIL-CNT
                    END-IF
                    MOVE BHST-ELAPSED TO WS-TRAIL-SECS(WS-TRAIL-CNT)
                END-IF
        END-READ
    END-PERFORM
    MOVE ZERO TO WS-TRAIL-SUM
    PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
            UNTIL WS-TRAIL-IDX > WS-TRAIL-CNT
        ADD WS-TRAIL-SECS(WS-TRAIL-IDX) TO WS-TRAIL-SUM
        IF (WS-TRAIL-SECS(WS-TRAIL-IDX) > WS-NORM-MAX(WS-NORM-IDX))
            MOVE WS-TRAIL-SECS(WS-TRAIL-IDX) TO WS-NORM-MAX(WS-NORM-IDX)
        END-IF
    END-PERFORM
    MOVE WS-TRAIL-CNT TO WS-NORM-RUNS(WS-NORM-IDX)
    IF (WS-TRAIL-CNT > 0)
        COMPUTE WS-NORM-AVG(WS-NORM-IDX) ROUNDED =
            WS-TRAIL-SUM / WS-TRAIL-CNT
    END-IF.

PROJECT-END-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-TS-WORK
    PERFORM TS-SECS-PARA
    MOVE WS-TS-SECS TO WS-PROJ-SECS
    PERFORM VARYING WS-NORM-IDX FROM WS-PROJ-FROM BY 1
            UNTIL WS-NORM-IDX > WS-NORM-COUNT
        IF (WS-NORM-PLAN(WS-NORM-IDX) = 'Y')
            ADD WS-NORM-AVG(WS-NORM-IDX) TO WS-PROJ-SECS
        END-IF
    END-PERFORM
    IF (WS-DEADLINE-SECS > 0 AND WS-PROJ-SECS > WS-DEADLINE-SECS
            AND WS-WINDOW-WARNED = 'N')
        MOVE 'Y' TO WS-WINDOW-WARNED
        MOVE WS-PROJ-SECS TO WS-TS-SECS
        PERFORM SECS-TO-TIME-PARA
        MOVE SPACES TO LOG-LINE
        STRING 'BATCH WINDOW AT RISK - PROJECTED END ' DELIMITED BY SIZE
            WS-HHMMSS DELIMITED BY SIZE
            ' DEADLINE ' DELIMITED BY SIZE
            WS-WINDOW-END DELIMITED BY SIZE
            ' BEFORE STEP ' DELIMITED BY SIZE
            WS-NORM-NAME(WS-PROJ-FROM) DELIMITED BY SPACE
            INTO LOG-LINE
        WRITE LOG-LINE
        DISPLAY LOG-LINE
    END-IF.

POST-STEP-HIST-PARA.
    MOVE WS-START-TS TO WS-TS-WORK
    PERFORM TS-SECS-PARA
    MOVE WS-TS-SECS TO WS-PROJ-SECS
    MOVE WS-END-TS TO WS-TS-WORK
    PERFORM TS-SECS-PARA
    COMPUTE WS-STEP-SECS = WS-TS-SECS - WS-PROJ-SECS
    MOVE WS-STEP-SECS TO WS-NORM-LATEST(WS-NORM-IDX)
    MOVE 'Y' TO WS-NORM-RAN(WS-NORM-IDX)
    IF (WS-BHST-AVAILABLE = 'Y')
        MOVE WS-NORM-NAME(WS-NORM-IDX) TO BHST-STEP
        MOVE WS-JOB-DATE TO BHST-RUN-DATE
        MOVE WS-JOB-TIME TO BHST-JOB-TIME
        MOVE WS-START-TS(9:6) TO BHST-START-TIME
        MOVE WS-END-TS(9:6) TO BHST-END-TIME
        MOVE WS-STEP-SECS TO BHST-ELAPSED
        WRITE BHST-REC
            INVALID KEY
                REWRITE BHST-REC
                END-REWRITE
        END-WRITE
        IF (WS-BHST-STATUS NOT = '00')
            DISPLAY 'WARNING: BATCHHST NOT UPDATED FOR STEP '
                BHST-STEP ' - STATUS ' WS-BHST-STATUS
        END-IF
    END-IF.

SLA-REPORT-PARA.
    OPEN OUTPUT BATCHSLR
    MOVE WS-JOB-DATE TO SLR-BANNER-DATE
    MOVE WS-JOB-TIME TO SLR-BANNER-TIME
    WRITE SLR-LINE FROM SLR-BANNER
    WRITE SLR-LINE FROM SLR-HEADING-1
    IF (WS-BHST-AVAILABLE = 'N')
        MOVE 'RUN-TIME HISTORY NOT AVAILABLE - NO TRAILING NORMS' TO SLR-LINE
        WRITE SLR-LINE
    END-IF
    WRITE SLR-LINE FROM SLR-HEADING-2
    PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
            UNTIL WS-NORM-IDX > WS-NORM-COUNT
        PERFORM SLA-DETAIL-PARA
    END-PERFORM

    WRITE SLR-LINE FROM SPACES
    MOVE 'STEPS OVER NORM: ' TO SLR-TOTAL-LABEL
    MOVE WS-OVERRUN-COUNT TO WS-SLR-EDIT
    MOVE WS-SLR-EDIT TO SLR-TOTAL-VALUE
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    MOVE 'OVERRUN THRESHOLD PCT: ' TO SLR-TOTAL-LABEL
    MOVE WS-OVERRUN-PCT TO WS-SLR-EDIT
    MOVE WS-SLR-EDIT TO SLR-TOTAL-VALUE
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    MOVE 'JOB START: ' TO SLR-TOTAL-LABEL
    MOVE WS-JOB-TIME TO SLR-TOTAL-VALUE
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    MOVE 'PROJECTED END AT START: ' TO SLR-TOTAL-LABEL
    MOVE WS-FIRST-PROJ-SECS TO WS-TS-SECS
    PERFORM SECS-TO-TIME-PARA
    MOVE WS-HHMMSS TO SLR-TOTAL-VALUE
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    MOVE 'ACTUAL END: ' TO SLR-TOTAL-LABEL
    MOVE WS-JOB-END-SECS TO WS-TS-SECS
    PERFORM SECS-TO-TIME-PARA
    MOVE WS-HHMMSS TO SLR-TOTAL-VALUE
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    MOVE 'WINDOW DEADLINE: ' TO SLR-TOTAL-LABEL
    IF (WS-DEADLINE-SECS = 0)
        MOVE 'NONE SET' TO SLR-TOTAL-VALUE
    ELSE
        MOVE WS-WINDOW-END TO SLR-TOTAL-VALUE
    END-IF
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    MOVE 'WINDOW STATUS: ' TO SLR-TOTAL-LABEL
    IF (WS-DEADLINE-SECS = 0)
        MOVE 'NOT MONITORED' TO SLR-TOTAL-VALUE
    ELSE
        IF (WS-JOB-END-SECS > WS-DEADLINE-SECS)
            MOVE 'WINDOW MISSED' TO SLR-TOTAL-VALUE
        ELSE
            IF (WS-WINDOW-WARNED = 'Y')
                MOVE 'MET - AT RISK DURING RUN' TO SLR-TOTAL-VALUE
            ELSE
                MOVE 'WITHIN WINDOW' TO SLR-TOTAL-VALUE
            END-IF
        END-IF
    END-IF
    WRITE SLR-LINE FROM SLR-TOTAL-LINE
    CLOSE BATCHSLR.

SLA-DETAIL-PARA.
    MOVE WS-NORM-NAME(WS-NORM-IDX) TO SLR-STEP
    MOVE WS-NORM-LATEST(WS-NORM-IDX) TO SLR-LATEST
    MOVE WS-NORM-AVG(WS-NORM-IDX) TO SLR-AVG
    MOVE WS-NORM-MAX(WS-NORM-IDX) TO SLR-MAX
    MOVE WS-NORM-RUNS(WS-NORM-IDX) TO SLR-RUNS
    MOVE SPACES TO SLR-FLAG
    IF (WS-NORM-RAN(WS-NORM-IDX) = 'N')
        MOVE 'NOT RUN' TO SLR-FLAG
    ELSE
        IF (WS-NORM-RUNS(WS-NORM-IDX) = 0)
            MOVE 'NO HISTORY' TO SLR-FLAG
        ELSE
            IF (WS-NORM-LATEST(WS-NORM-IDX) * 100 >
                    WS-NORM-AVG(WS-NORM-IDX) * WS-OVERRUN-PCT)
                MOVE '*OVERRUN*' TO SLR-FLAG
                ADD 1 TO WS-OVERRUN-COUNT
            END-IF
        END-IF
    END-IF
    WRITE SLR-LINE FROM SLR-DETAIL.

CATALOG-SLR-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'BATCHSLR.' DELIMITED BY SIZE
        WS-JOB-DATE DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-JOB-TIME DELIMITED BY SIZE
        INTO WS-GEN-FILE
    MOVE SPACES TO WS-GEN-CMD
    STRING 'cp BATCHSLR ' DELIMITED BY SIZE
        WS-GEN-FILE DELIMITED BY SPACE
        INTO WS-GEN-CMD
    CALL 'SYSTEM' USING WS-GEN-CMD

    OPEN EXTEND RPTCATLG
    IF WS-CAT-STATUS = '35'
        OPEN OUTPUT RPTCATLG
    END-IF
    IF WS-CAT-STATUS = '00'
        MOVE 'BATCHSLR' TO CAT-REPORT-NAME
        MOVE WS-GEN-FILE TO CAT-GEN-FILE
        MOVE WS-JOB-DATE TO CAT-RUN-DATE
        MOVE WS-JOB-TIME TO CAT-RUN-TIME
        WRITE CAT-REC
        CLOSE RPTCATLG
    ELSE
        DISPLAY 'WARNING: REPORT CATALOG NOT UPDATED - STATUS ' WS-CAT-STATUS
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
