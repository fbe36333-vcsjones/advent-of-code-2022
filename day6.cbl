    SELECT DAY6EXTMP ASSIGN TO DAY6EXTMP
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY6MHST ASSIGN TO DAY6MHST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MHST-MSG-ID
    FILE STATUS IS WS-MHST-STATUS.

    SELECT DAY6DUPL ASSIGN TO DAY6DUPL
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DUPL-STATUS.

    SELECT DAY6CHGR ASSIGN TO DAY6CHGR
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHGR-STATUS.

    SELECT DAY6QUAL ASSIGN TO DAY6QUAL
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-QUAL-STATUS.

    SELECT DAY6RPTMP ASSIGN TO DAY6RPTMP
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    05 CKPT-SEG-COUNT PIC 9(4).
    05 CKPT-RSLT-COUNT PIC 9(9).
    05 CKPT-EXC-COUNT PIC 9(4).
    05 CKPT-DUPL-COUNT PIC 9(4).
    05 CKPT-CHG-COUNT PIC 9(4).
    05 CKPT-QUAL-COUNT PIC 9(4).
    05 CKPT-QUAL-FLAG-COUNT PIC 9(4).
    05 CKPT-CHGR-LINES PIC 9(9).
    05 CKPT-QUAL-LINES PIC 9(9).
    05 CKPT-HIST-ACTION PIC X(1).
    05 CKPT-MHST-IMAGE PIC X(323).

FD DAY6RSTMP.
01 RSTMP-REC PIC X(40).
FD DAY6EXTMP.
01 EXTMP-REC PIC X(41).

FD DAY6RPTMP.
01 RPTMP-REC PIC X(100).

FD DAY6MHST.
01 MHST-REC.
    05 MHST-MSG-ID PIC X(10).
    05 MHST-FIRST-DATE PIC X(8).
    05 MHST-LAST-DATE PIC X(8).
    05 MHST-LAST-TIME PIC X(6).
    05 MHST-SEG-COUNT PIC 9(4).
    05 MHST-MSG-LEN PIC 9(9).
    05 MHST-CONTENT-TOTAL PIC 9(12).
    05 MHST-RESEND-COUNT PIC 9(4).
    05 MHST-MARKER-COUNT PIC 9(2).
    05 MHST-MARKER OCCURS 20 TIMES.
        10 MHST-MARKER-LEN PIC 9(4).
        10 MHST-MARKER-POS PIC 9(9).

FD DAY6DUPL.
01 DUPL-REC.
    05 DUPL-MSG-ID PIC X(10).
    05 FILLER PIC X(1).
    05 DUPL-PREV-DATE PIC X(8).
    05 FILLER PIC X(1).
    05 DUPL-PREV-TIME PIC X(6).
    05 FILLER PIC X(1).
    05 DUPL-SEG-COUNT PIC 9(4).
    05 FILLER PIC X(1).
    05 DUPL-CONTENT-TOTAL PIC 9(12).

FD DAY6CHGR.
01 CHGR-LINE PIC X(80).

FD DAY6QUAL.
01 QUAL-LINE PIC X(100).

FD PARMMSTR.
01 PMST-REC.
    05 PMST-KEY.
77 WS-CKPT-MSG-ID PIC X(10).
77 WS-RESYNC-EOF PIC A(1).
77 WS-RESYNC-CNT PIC 9(9).
77 WS-DUPL-STATUS PIC X(2).
77 WS-CHGR-STATUS PIC X(2).
77 WS-QUAL-STATUS PIC X(2).
77 WS-CHGR-LINES PIC 9(9) VALUE ZERO.
77 WS-QUAL-LINES PIC 9(9) VALUE ZERO.
77 WS-CKPT-HIST-ACTION PIC X(1) VALUE SPACE.
77 WS-CKPT-MHST-IMAGE PIC X(323).
01 WS-RSLT-COUNT PIC 9(9) VALUE ZERO.
77 WS-MHST-STATUS PIC X(2).
77 WS-MHST-AVAILABLE PIC A(1) VALUE 'N'.
77 WS-HIST-ACTION PIC X(1) VALUE SPACE.
77 WS-CONTENT-TOTAL PIC 9(12).
77 WS-NEW-SEGS PIC 9(4).
77 WS-NEW-LEN PIC 9(9).
77 WS-OLD-IDX PIC 9(4).
77 WS-OLD-POS PIC 9(9).
77 WS-OLD-FOUND PIC A(1).
77 WS-DUPL-COUNT PIC 9(4) VALUE ZERO.
77 WS-CHG-COUNT PIC 9(4) VALUE ZERO.
77 WS-POS-EDIT PIC ZZZZZZZZ9.
01 WS-NEW-POS-TABLE.
    05 WS-NEW-POS PIC 9(9) OCCURS 20 TIMES.
01 CHG-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 CHG-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-BANNER-TIME PIC X(6).
01 CHG-HEADING-1 PIC X(40) VALUE 'MESSAGES CHANGED ON RESEND'.
01 CHG-HEADING-2 PIC X(80) VALUE
    'MSG ID     MARKER   OLD POS   NEW POS PREV RUN OLD SEGS NEW SEGS RESULT'.
01 CHG-DETAIL.
    05 CHG-MSG-ID PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-MARKER PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-OLD-POS PIC X(9).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-NEW-POS PIC X(9).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-PREV-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-OLD-SEGS PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-NEW-SEGS PIC ZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 CHG-RESULT PIC X(9).
77 WS-QUAL-MIN-LEN PIC 9(9) VALUE 100.
77 WS-QUAL-MIN-DIST PIC 9(3) VALUE 14.
77 WS-QUAL-MAX-PCT PIC 9(3) VALUE 75.
77 WS-QUAL-READY PIC A(1) VALUE 'N'.
77 WS-QUAL-LEN PIC 9(9).
77 WS-QUAL-DISTINCT PIC 9(3).
77 WS-QUAL-RUN PIC 9(9).
77 WS-QUAL-RUN-START PIC 9(9).
77 WS-QUAL-LEFT PIC 9(9).
77 WS-QUAL-TOP-ORD PIC 9(3).
77 WS-QUAL-TOP-COUNT PIC 9(9).
77 WS-QUAL-PCT PIC 9(5)V9(2).
77 WS-QUAL-FLAGGED PIC A(1).
77 WS-QUAL-PTR PIC 9(3).
77 WS-QUAL-COUNT PIC 9(4) VALUE ZERO.
77 WS-QUAL-FLAG-COUNT PIC 9(4) VALUE ZERO.
01 WS-QUAL-SAVE-ID PIC X(10).
01 WS-QUAL-FLAGS PIC X(40).
01 WS-QUAL-LATE PIC A(1).
01 WS-QUAL-NONE PIC A(1).
01 QUAL-HEADING-1 PIC X(40) VALUE 'SIGNAL QUALITY PROFILE'.
01 QUAL-HEADING-2 PIC X(100) VALUE
    'MSG ID     LENGTH DIST LONGEST RUN AT TOP    COUNT FLAGS'.
01 QUAL-THRESH-LINE.
    05 FILLER PIC X(23) VALUE 'THRESHOLDS: MIN LENGTH '.
    05 QUAL-TH-LEN PIC ZZZZZZZZ9.
    05 FILLER PIC X(14) VALUE ' MIN DISTINCT '.
    05 QUAL-TH-DIST PIC ZZ9.
    05 FILLER PIC X(16) VALUE ' MAX MARKER PCT '.
    05 QUAL-TH-PCT PIC ZZ9.
01 QUAL-DETAIL.
    05 QUAL-MSG-ID PIC X(10).
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-LEN PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-DISTINCT PIC ZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-RUN PIC ZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-RUN-START PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-TOP-CHAR PIC X(5).
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-TOP-COUNT PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-FLAGS PIC X(40).
01 QUAL-MARKER-LINE.
    05 FILLER PIC X(9) VALUE '  MARKER '.
    05 QUAL-MK-LEN PIC ZZZ9.
    05 FILLER PIC X(5) VALUE ' POS '.
    05 QUAL-MK-POS PIC X(9).
    05 FILLER PIC X(16) VALUE ' PCT OF LENGTH: '.
    05 QUAL-MK-PCT PIC ZZZZ9.99.
    05 FILLER PIC X(1) VALUE SPACE.
    05 QUAL-MK-FLAG PIC X(11).
01 QUAL-TOTAL-LINE.
    05 QUAL-TOTAL-LABEL PIC X(30).
    05 QUAL-TOTAL-VALUE PIC ZZZ9.
01 CHG-TOTAL-LINE.
    05 CHG-TOTAL-LABEL PIC X(30).
    05 CHG-TOTAL-VALUE PIC ZZZ9.
01 RSLT-TRAILER.
    05 FILLER PIC X(3) VALUE 'TRL'.
    05 TRL-MSG-COUNT PIC 9(4).
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF
        END-PERFORM
        MOVE 'DAY6' TO PMST-PROGRAM
        MOVE 'QUAL-MIN-LEN' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-QUAL-MIN-LEN = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        MOVE 'DAY6' TO PMST-PROGRAM
        MOVE 'QUAL-MIN-DST' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-QUAL-MIN-DIST = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        MOVE 'DAY6' TO PMST-PROGRAM
        MOVE 'QUAL-MAX-PCT' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF (WS-PARM-FOUND = 'Y')
            COMPUTE WS-QUAL-MAX-PCT = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.

        PERFORM READ-CKPT-PARA
    END-IF.

    OPEN I-O DAY6MHST.
    IF WS-MHST-STATUS = '35'
        OPEN OUTPUT DAY6MHST
        CLOSE DAY6MHST
        OPEN I-O DAY6MHST
    END-IF.
    IF (WS-MHST-STATUS = '00')
        MOVE 'Y' TO WS-MHST-AVAILABLE
    ELSE
        DISPLAY 'DAY6MHST MESSAGE HISTORY NOT AVAILABLE - STATUS '
            WS-MHST-STATUS ' - RESENDS NOT DETECTED'
    END-IF.
    IF (WS-RESTART-MODE = 'Y' AND WS-CKPT-HIST-ACTION NOT = SPACE
            AND WS-MHST-AVAILABLE = 'Y')
        MOVE WS-CKPT-MHST-IMAGE TO MHST-REC
        MOVE WS-CKPT-HIST-ACTION TO WS-HIST-ACTION
        PERFORM APPLY-MSG-HIST-PARA
        MOVE SPACE TO WS-HIST-ACTION
    END-IF.

    OPEN INPUT DAY6DATA.
    IF (WS-RESTART-MODE = 'Y')
        PERFORM RESYNC-RSLT-PARA
        PERFORM RESYNC-EXC-PARA
        PERFORM RESYNC-DUPL-PARA
        PERFORM RESYNC-CHGR-PARA
        PERFORM RESYNC-QUAL-PARA
        OPEN EXTEND DAY6RSLT
        OPEN EXTEND DAY6EXC
        OPEN EXTEND DAY6DUPL
        OPEN EXTEND DAY6CHGR
        OPEN EXTEND DAY6QUAL
        MOVE 'Y' TO WS-SKIPPING
    ELSE
        OPEN OUTPUT DAY6RSLT
        OPEN OUTPUT DAY6EXC
        OPEN OUTPUT DAY6DUPL
        OPEN OUTPUT DAY6CHGR
        MOVE WS-RUN-DATE TO CHG-BANNER-DATE
        MOVE WS-RUN-TIME TO CHG-BANNER-TIME
        WRITE CHGR-LINE FROM CHG-BANNER
        WRITE CHGR-LINE FROM CHG-HEADING-1
        WRITE CHGR-LINE FROM CHG-HEADING-2
        MOVE 3 TO WS-CHGR-LINES
        OPEN OUTPUT DAY6QUAL
        WRITE QUAL-LINE FROM CHG-BANNER
        WRITE QUAL-LINE FROM QUAL-HEADING-1
        MOVE WS-QUAL-MIN-LEN TO QUAL-TH-LEN
        MOVE WS-QUAL-MIN-DIST TO QUAL-TH-DIST
        MOVE WS-QUAL-MAX-PCT TO QUAL-TH-PCT
        WRITE QUAL-LINE FROM QUAL-THRESH-LINE
        WRITE QUAL-LINE FROM QUAL-HEADING-2
        MOVE 4 TO WS-QUAL-LINES
    END-IF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY6DATA
    WRITE RSLT-REC FROM RSLT-TRAILER.
    CLOSE DAY6RSLT.
    CLOSE DAY6EXC.
    CLOSE DAY6DUPL.
    WRITE CHGR-LINE FROM SPACES.
    MOVE 'MESSAGES CHANGED ON RESEND: ' TO CHG-TOTAL-LABEL.
    MOVE WS-CHG-COUNT TO CHG-TOTAL-VALUE.
    WRITE CHGR-LINE FROM CHG-TOTAL-LINE.
    MOVE 'DUPLICATE RESENDS SKIPPED: ' TO CHG-TOTAL-LABEL.
    MOVE WS-DUPL-COUNT TO CHG-TOTAL-VALUE.
    WRITE CHGR-LINE FROM CHG-TOTAL-LINE.
    CLOSE DAY6CHGR.
    WRITE QUAL-LINE FROM SPACES.
    MOVE 'MESSAGES PROFILED: ' TO QUAL-TOTAL-LABEL.
    MOVE WS-QUAL-COUNT TO QUAL-TOTAL-VALUE.
    WRITE QUAL-LINE FROM QUAL-TOTAL-LINE.
    MOVE 'MESSAGES FLAGGED: ' TO QUAL-TOTAL-LABEL.
    MOVE WS-QUAL-FLAG-COUNT TO QUAL-TOTAL-VALUE.
    WRITE QUAL-LINE FROM QUAL-TOTAL-LINE.
    CLOSE DAY6QUAL.
    IF (WS-MHST-AVAILABLE = 'Y')
        CLOSE DAY6MHST
    END-IF.

    DISPLAY 'RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME ' SEGMENTS READ=' WS-SEG-COUNT ' MESSAGES=' WS-MSG-COUNT ' EXCEPTIONS=' WS-EXC-COUNT
    DISPLAY 'DUPLICATE RESENDS SKIPPED=' WS-DUPL-COUNT ' CHANGED ON RESEND=' WS-CHG-COUNT
    DISPLAY 'QUALITY PROFILED=' WS-QUAL-COUNT ' FLAGGED=' WS-QUAL-FLAG-COUNT

    CALL 'SYSTEM' USING 'rm -f DAY6CKPT'.

            MOVE CKPT-SEG-COUNT TO WS-SEG-COUNT
            MOVE CKPT-RSLT-COUNT TO WS-RSLT-COUNT
            MOVE CKPT-EXC-COUNT TO WS-EXC-COUNT
            MOVE CKPT-DUPL-COUNT TO WS-DUPL-COUNT
            MOVE CKPT-CHG-COUNT TO WS-CHG-COUNT
            MOVE CKPT-QUAL-COUNT TO WS-QUAL-COUNT
            MOVE CKPT-QUAL-FLAG-COUNT TO WS-QUAL-FLAG-COUNT
            MOVE CKPT-CHGR-LINES TO WS-CHGR-LINES
            MOVE CKPT-QUAL-LINES TO WS-QUAL-LINES
            MOVE CKPT-HIST-ACTION TO WS-CKPT-HIST-ACTION
            MOVE CKPT-MHST-IMAGE TO WS-CKPT-MHST-IMAGE
        ELSE
            MOVE 'N' TO WS-RESTART-MODE
        END-IF
    MOVE WS-SEG-COUNT TO CKPT-SEG-COUNT
    MOVE WS-RSLT-COUNT TO CKPT-RSLT-COUNT
    MOVE WS-EXC-COUNT TO CKPT-EXC-COUNT
    MOVE WS-DUPL-COUNT TO CKPT-DUPL-COUNT
    MOVE WS-CHG-COUNT TO CKPT-CHG-COUNT
    MOVE WS-QUAL-COUNT TO CKPT-QUAL-COUNT
    MOVE WS-QUAL-FLAG-COUNT TO CKPT-QUAL-FLAG-COUNT
    MOVE WS-CHGR-LINES TO CKPT-CHGR-LINES
    MOVE WS-QUAL-LINES TO CKPT-QUAL-LINES
    MOVE WS-HIST-ACTION TO CKPT-HIST-ACTION
    IF (WS-HIST-ACTION = SPACE)
        MOVE SPACES TO CKPT-MHST-IMAGE
    ELSE
        MOVE MHST-REC TO CKPT-MHST-IMAGE
    END-IF

    MOVE 1 TO WS-CKPT-KEY
    OPEN I-O DAY6CKPT
        CALL 'SYSTEM' USING 'mv DAY6EXTMP DAY6EXC'
    END-IF.

RESYNC-DUPL-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-CNT
    OPEN INPUT DAY6DUPL
    IF (WS-DUPL-STATUS NOT = '00')
        OPEN OUTPUT DAY6DUPL
        CLOSE DAY6DUPL
    ELSE
        OPEN OUTPUT DAY6RPTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY6DUPL
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    IF (WS-RESYNC-CNT < WS-DUPL-COUNT)
                        ADD 1 TO WS-RESYNC-CNT
                        MOVE DUPL-REC TO RPTMP-REC
                        WRITE RPTMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY6DUPL
        CLOSE DAY6RPTMP
        CALL 'SYSTEM' USING 'mv DAY6RPTMP DAY6DUPL'
    END-IF.

RESYNC-CHGR-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-CNT
    OPEN INPUT DAY6CHGR
    IF (WS-CHGR-STATUS NOT = '00')
        OPEN OUTPUT DAY6CHGR
        CLOSE DAY6CHGR
    ELSE
        OPEN OUTPUT DAY6RPTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY6CHGR
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    IF (WS-RESYNC-CNT < WS-CHGR-LINES)
                        ADD 1 TO WS-RESYNC-CNT
                        MOVE CHGR-LINE TO RPTMP-REC
                        WRITE RPTMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY6CHGR
        CLOSE DAY6RPTMP
        CALL 'SYSTEM' USING 'mv DAY6RPTMP DAY6CHGR'
    END-IF.

RESYNC-QUAL-PARA.
    MOVE 'N' TO WS-RESYNC-EOF
    MOVE ZERO TO WS-RESYNC-CNT
    OPEN INPUT DAY6QUAL
    IF (WS-QUAL-STATUS NOT = '00')
        OPEN OUTPUT DAY6QUAL
        CLOSE DAY6QUAL
    ELSE
        OPEN OUTPUT DAY6RPTMP
        PERFORM UNTIL WS-RESYNC-EOF = 'Y'
            READ DAY6QUAL
                AT END MOVE 'Y' TO WS-RESYNC-EOF
                NOT AT END
                    IF (WS-RESYNC-CNT < WS-QUAL-LINES)
                        ADD 1 TO WS-RESYNC-CNT
                        MOVE QUAL-LINE TO RPTMP-REC
                        WRITE RPTMP-REC
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DAY6QUAL
        CLOSE DAY6RPTMP
        CALL 'SYSTEM' USING 'mv DAY6RPTMP DAY6QUAL'
    END-IF.

READ-PARM-PARA.
    MOVE 'N' TO WS-PARM-FOUND
    MOVE PMST-PROGRAM TO WS-PARM-PROGRAM

PROCESS-MESSAGE-PARA.
    PERFORM VERIFY-MESSAGE-PARA
    MOVE SPACE TO WS-HIST-ACTION
    IF (WS-MSG-BAD = 'Y')
        ADD 1 TO WS-EXC-COUNT
    ELSE
        IF (WS-MHST-AVAILABLE = 'Y')
            PERFORM CHECK-RESEND-PARA
        END-IF
        IF (WS-HIST-ACTION NOT = 'D')
            PERFORM SCORE-MESSAGE-PARA
            PERFORM QUALITY-PARA
        END-IF
    END-IF
    MOVE 'N' TO WS-MSG-PENDING
    MOVE ZERO TO WS-MSG-SEG-COUNT
    MOVE ZERO TO WS-TOTAL-LEN
    MOVE 'N' TO WS-MSG-TRUNCATED
    MOVE SPACES TO WS-FULL-MSG
    IF (WS-HIST-ACTION NOT = SPACE)
        PERFORM POST-MSG-HIST-PARA
    END-IF
    IF (WS-QUAL-READY = 'Y')
        PERFORM WRITE-QUALITY-PARA
    END-IF
    PERFORM CHECKPOINT-PARA
    IF (WS-HIST-ACTION NOT = SPACE)
        PERFORM APPLY-MSG-HIST-PARA
    END-IF.

QUALITY-PARA.
    MOVE 'Y' TO WS-QUAL-READY
    MOVE WS-MSG-ID TO WS-QUAL-SAVE-ID
    MOVE WS-TOTAL-LEN TO WS-QUAL-LEN
    PERFORM UNTIL WS-QUAL-LEN = 0
            OR WS-FULL-MSG(WS-QUAL-LEN:1) NOT = SPACE
        SUBTRACT 1 FROM WS-QUAL-LEN
    END-PERFORM

    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 256
        MOVE ZERO TO WS-FREQ(WS-ORD-IDX)
    END-PERFORM
    MOVE ZERO TO WS-DUP-COUNT
    PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
            UNTIL WS-CHAR-POS > WS-QUAL-LEN
        PERFORM WINDOW-ADD-PARA
    END-PERFORM
    MOVE ZERO TO WS-QUAL-DISTINCT
    MOVE ZERO TO WS-QUAL-TOP-ORD
    MOVE ZERO TO WS-QUAL-TOP-COUNT
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 256
        IF (WS-FREQ(WS-ORD-IDX) > 0)
            ADD 1 TO WS-QUAL-DISTINCT
        END-IF
        IF (WS-FREQ(WS-ORD-IDX) > WS-QUAL-TOP-COUNT)
            MOVE WS-FREQ(WS-ORD-IDX) TO WS-QUAL-TOP-COUNT
            MOVE WS-ORD-IDX TO WS-QUAL-TOP-ORD
        END-IF
    END-PERFORM

    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1 UNTIL WS-ORD-IDX > 256
        MOVE ZERO TO WS-FREQ(WS-ORD-IDX)
    END-PERFORM
    MOVE ZERO TO WS-DUP-COUNT
    MOVE ZERO TO WS-QUAL-RUN
    MOVE ZERO TO WS-QUAL-RUN-START
    MOVE 1 TO WS-QUAL-LEFT
    PERFORM VARYING WS-WIN-END FROM 1 BY 1
            UNTIL WS-WIN-END > WS-QUAL-LEN
        MOVE WS-WIN-END TO WS-CHAR-POS
        PERFORM WINDOW-ADD-PARA
        PERFORM UNTIL WS-DUP-COUNT = 0
            MOVE WS-QUAL-LEFT TO WS-CHAR-POS
            PERFORM WINDOW-REMOVE-PARA
            ADD 1 TO WS-QUAL-LEFT
        END-PERFORM
        IF (WS-WIN-END - WS-QUAL-LEFT + 1 > WS-QUAL-RUN)
            COMPUTE WS-QUAL-RUN = WS-WIN-END - WS-QUAL-LEFT + 1
            MOVE WS-QUAL-LEFT TO WS-QUAL-RUN-START
        END-IF
    END-PERFORM.

WRITE-QUALITY-PARA.
    MOVE 'N' TO WS-QUAL-READY
    ADD 1 TO WS-QUAL-COUNT
    MOVE 'N' TO WS-QUAL-LATE
    MOVE 'N' TO WS-QUAL-NONE
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MARKER-COUNT
        IF (WS-NEW-POS(WS-IDX) = 0)
            MOVE 'Y' TO WS-QUAL-NONE
        ELSE
            IF (WS-QUAL-LEN > 0 AND WS-QUAL-MAX-PCT > 0)
                COMPUTE WS-QUAL-PCT ROUNDED =
                    WS-NEW-POS(WS-IDX) * 100 / WS-QUAL-LEN
                IF (WS-QUAL-PCT > WS-QUAL-MAX-PCT)
                    MOVE 'Y' TO WS-QUAL-LATE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    MOVE 'N' TO WS-QUAL-FLAGGED
    MOVE SPACES TO WS-QUAL-FLAGS
    MOVE 1 TO WS-QUAL-PTR
    IF (WS-QUAL-LEN < WS-QUAL-MIN-LEN)
        MOVE 'Y' TO WS-QUAL-FLAGGED
        STRING 'SHORT ' DELIMITED BY SIZE
            INTO WS-QUAL-FLAGS WITH POINTER WS-QUAL-PTR
    END-IF
    IF (WS-QUAL-DISTINCT < WS-QUAL-MIN-DIST)
        MOVE 'Y' TO WS-QUAL-FLAGGED
        STRING 'LOW-DISTINCT ' DELIMITED BY SIZE
            INTO WS-QUAL-FLAGS WITH POINTER WS-QUAL-PTR
    END-IF
    IF (WS-QUAL-LATE = 'Y')
        MOVE 'Y' TO WS-QUAL-FLAGGED
        STRING 'LATE-MARKER ' DELIMITED BY SIZE
            INTO WS-QUAL-FLAGS WITH POINTER WS-QUAL-PTR
    END-IF
    IF (WS-QUAL-NONE = 'Y')
        MOVE 'Y' TO WS-QUAL-FLAGGED
        STRING 'NO-MARKER' DELIMITED BY SIZE
            INTO WS-QUAL-FLAGS WITH POINTER WS-QUAL-PTR
    END-IF
    IF (WS-QUAL-FLAGGED = 'Y')
        ADD 1 TO WS-QUAL-FLAG-COUNT
        DISPLAY 'MESSAGE ' WS-QUAL-SAVE-ID ' QUALITY FLAGGED - ' WS-QUAL-FLAGS
    END-IF

    MOVE WS-QUAL-SAVE-ID TO QUAL-MSG-ID
    MOVE WS-QUAL-LEN TO QUAL-LEN
    MOVE WS-QUAL-DISTINCT TO QUAL-DISTINCT
    MOVE WS-QUAL-RUN TO QUAL-RUN
    MOVE WS-QUAL-RUN-START TO QUAL-RUN-START
    IF (WS-QUAL-TOP-ORD = 0)
        MOVE SPACES TO QUAL-TOP-CHAR
    ELSE
        IF (WS-QUAL-TOP-ORD = FUNCTION ORD(SPACE))
            MOVE 'SPACE' TO QUAL-TOP-CHAR
        ELSE
            MOVE FUNCTION CHAR(WS-QUAL-TOP-ORD) TO QUAL-TOP-CHAR
        END-IF
    END-IF
    MOVE WS-QUAL-TOP-COUNT TO QUAL-TOP-COUNT
    MOVE WS-QUAL-FLAGS TO QUAL-FLAGS
    WRITE QUAL-LINE FROM QUAL-DETAIL
    ADD 1 TO WS-QUAL-LINES

    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MARKER-COUNT
        MOVE WS-MARKER-LEN(WS-IDX) TO QUAL-MK-LEN
        MOVE SPACES TO QUAL-MK-FLAG
        MOVE ZERO TO WS-QUAL-PCT
        IF (WS-NEW-POS(WS-IDX) = 0)
            MOVE 'NOT-FOUND' TO QUAL-MK-POS
            MOVE 'NO MARKER' TO QUAL-MK-FLAG
        ELSE
            MOVE WS-NEW-POS(WS-IDX) TO WS-POS-EDIT
            MOVE WS-POS-EDIT TO QUAL-MK-POS
            IF (WS-QUAL-LEN > 0)
                COMPUTE WS-QUAL-PCT ROUNDED =
                    WS-NEW-POS(WS-IDX) * 100 / WS-QUAL-LEN
            END-IF
            IF (WS-QUAL-MAX-PCT > 0 AND WS-QUAL-PCT > WS-QUAL-MAX-PCT)
                MOVE 'LATE MARKER' TO QUAL-MK-FLAG
            END-IF
        END-IF
        MOVE WS-QUAL-PCT TO QUAL-MK-PCT
        WRITE QUAL-LINE FROM QUAL-MARKER-LINE
        ADD 1 TO WS-QUAL-LINES
    END-PERFORM.

CHECK-RESEND-PARA.
    MOVE ZERO TO WS-CONTENT-TOTAL
    PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
            UNTIL WS-CHAR-POS > WS-TOTAL-LEN
        COMPUTE WS-ORD-IDX = FUNCTION ORD(WS-FULL-MSG(WS-CHAR-POS:1))
        COMPUTE WS-CONTENT-TOTAL = WS-CONTENT-TOTAL
            + WS-ORD-IDX * (FUNCTION MOD(WS-CHAR-POS - 1, 64) + 1)
    END-PERFORM
    MOVE WS-MSG-SEG-COUNT TO WS-NEW-SEGS
    MOVE WS-TOTAL-LEN TO WS-NEW-LEN
    MOVE WS-MSG-ID TO MHST-MSG-ID
    READ DAY6MHST
        INVALID KEY
            MOVE 'N' TO WS-HIST-ACTION
        NOT INVALID KEY
            IF (MHST-SEG-COUNT = WS-NEW-SEGS
                    AND MHST-MSG-LEN = WS-NEW-LEN
                    AND MHST-CONTENT-TOTAL = WS-CONTENT-TOTAL)
                MOVE 'D' TO WS-HIST-ACTION
            ELSE
                MOVE 'C' TO WS-HIST-ACTION
            END-IF
    END-READ.

POST-MSG-HIST-PARA.
    IF (WS-HIST-ACTION = 'D')
        ADD 1 TO WS-DUPL-COUNT
        MOVE SPACES TO DUPL-REC
        MOVE MHST-MSG-ID TO DUPL-MSG-ID
        MOVE MHST-LAST-DATE TO DUPL-PREV-DATE
        MOVE MHST-LAST-TIME TO DUPL-PREV-TIME
        MOVE MHST-SEG-COUNT TO DUPL-SEG-COUNT
        MOVE MHST-CONTENT-TOTAL TO DUPL-CONTENT-TOTAL
        WRITE DUPL-REC
        DISPLAY 'MESSAGE ' MHST-MSG-ID ' SKIPPED - DUPLICATE OF RUN '
            MHST-LAST-DATE ' ' MHST-LAST-TIME
        ADD 1 TO MHST-RESEND-COUNT
        MOVE WS-RUN-DATE TO MHST-LAST-DATE
        MOVE WS-RUN-TIME TO MHST-LAST-TIME
    ELSE
        IF (WS-HIST-ACTION = 'C')
            ADD 1 TO WS-CHG-COUNT
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-MARKER-COUNT
                PERFORM CHANGED-LINE-PARA
            END-PERFORM
            ADD 1 TO MHST-RESEND-COUNT
        ELSE
            MOVE WS-RUN-DATE TO MHST-FIRST-DATE
            MOVE ZERO TO MHST-RESEND-COUNT
        END-IF
        MOVE WS-RUN-DATE TO MHST-LAST-DATE
        MOVE WS-RUN-TIME TO MHST-LAST-TIME
        MOVE WS-NEW-SEGS TO MHST-SEG-COUNT
        MOVE WS-NEW-LEN TO MHST-MSG-LEN
        MOVE WS-CONTENT-TOTAL TO MHST-CONTENT-TOTAL
        MOVE WS-MARKER-COUNT TO MHST-MARKER-COUNT
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
            IF (WS-IDX > WS-MARKER-COUNT)
                MOVE ZERO TO MHST-MARKER-LEN(WS-IDX)
                MOVE ZERO TO MHST-MARKER-POS(WS-IDX)
            ELSE
                MOVE WS-MARKER-LEN(WS-IDX) TO MHST-MARKER-LEN(WS-IDX)
                MOVE WS-NEW-POS(WS-IDX) TO MHST-MARKER-POS(WS-IDX)
            END-IF
        END-PERFORM
    END-IF.

APPLY-MSG-HIST-PARA.
    IF (WS-HIST-ACTION = 'N')
        WRITE MHST-REC
            INVALID KEY REWRITE MHST-REC
        END-WRITE
    ELSE
        REWRITE MHST-REC
    END-IF
    IF (WS-MHST-STATUS NOT = '00')
        DISPLAY 'WARNING: DAY6MHST NOT UPDATED FOR ' MHST-MSG-ID
            ' - STATUS ' WS-MHST-STATUS
    END-IF.

CHANGED-LINE-PARA.
    MOVE 'N' TO WS-OLD-FOUND
    MOVE ZERO TO WS-OLD-POS
    PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
            UNTIL WS-OLD-IDX > MHST-MARKER-COUNT OR WS-OLD-FOUND = 'Y'
        IF (MHST-MARKER-LEN(WS-OLD-IDX) = WS-MARKER-LEN(WS-IDX))
            MOVE 'Y' TO WS-OLD-FOUND
            MOVE MHST-MARKER-POS(WS-OLD-IDX) TO WS-OLD-POS
        END-IF
    END-PERFORM
    MOVE MHST-MSG-ID TO CHG-MSG-ID
    MOVE WS-MARKER-LEN(WS-IDX) TO CHG-MARKER
    IF (WS-OLD-FOUND = 'N')
        MOVE 'N/A' TO CHG-OLD-POS
    ELSE
        IF (WS-OLD-POS = 0)
            MOVE 'NOT-FOUND' TO CHG-OLD-POS
        ELSE
            MOVE WS-OLD-POS TO WS-POS-EDIT
            MOVE WS-POS-EDIT TO CHG-OLD-POS
        END-IF
    END-IF
    IF (WS-NEW-POS(WS-IDX) = 0)
        MOVE 'NOT-FOUND' TO CHG-NEW-POS
    ELSE
        MOVE WS-NEW-POS(WS-IDX) TO WS-POS-EDIT
        MOVE WS-POS-EDIT TO CHG-NEW-POS
    END-IF
    MOVE MHST-LAST-DATE TO CHG-PREV-DATE
    MOVE MHST-SEG-COUNT TO CHG-OLD-SEGS
    MOVE WS-NEW-SEGS TO CHG-NEW-SEGS
    IF (WS-OLD-FOUND = 'Y' AND WS-OLD-POS = WS-NEW-POS(WS-IDX))
        MOVE 'SAME' TO CHG-RESULT
    ELSE
        MOVE 'MOVED' TO CHG-RESULT
    END-IF
    WRITE CHGR-LINE FROM CHG-DETAIL
    ADD 1 TO WS-CHGR-LINES.

VERIFY-MESSAGE-PARA.
    MOVE 'N' TO WS-MSG-BAD
        MOVE WS-MSG-ID TO RSLT-MSG-ID
        MOVE WS-PART-LEN TO RSLT-MARKER-LEN
        MOVE WS-POS-RESULT TO RSLT-POS
        MOVE WS-POS-RESULT TO WS-NEW-POS(WS-IDX)
        IF (WS-POS-RESULT > 0)
            MOVE 'FOUND' TO RSLT-STATUS
        ELSE
