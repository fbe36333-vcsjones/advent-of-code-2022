IDENTIFICATION DIVISION.
PROGRAM-ID. DAY1PCLS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERDCTL ASSIGN TO PERDCTL
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PCTL-FROM-DATE
    FILE STATUS IS WS-PCTL-STATUS.

    SELECT PERDTRAN ASSIGN TO PERDTRAN
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-STATUS.

    SELECT DAY1PSUM ASSIGN TO DAY1PSUM
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PSUM-STATUS.

    SELECT DAY1PSTMP ASSIGN TO DAY1PSTMP
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT DAY1ADJ ASSIGN TO DAY1ADJ
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-ADJ-STATUS.

    SELECT DAY1PCLR ASSIGN TO DAY1PCLR
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RPTCATLG ASSIGN TO RPTCATLG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CAT-STATUS.

DATA DIVISION.
FILE SECTION.
FD PERDCTL.
    01 PCTL-REC.
        05 PCTL-FROM-DATE PIC X(8).
        05 PCTL-TO-DATE PIC X(8).
        05 PCTL-STATUS PIC X(1).
        05 PCTL-CLOSE-DATE PIC X(8).
        05 PCTL-CLOSE-TIME PIC X(6).

FD PERDTRAN.
    01 TRAN-FILE-REC PIC X(21).

FD DAY1PSUM.
    01 PSUM-REC.
        05 PSUM-REC-TYPE PIC X(1).
        05 PSUM-KEY PIC X(8).
        05 PSUM-RUNS PIC 9(4).
        05 PSUM-MIN PIC 9(9).
        05 PSUM-MAX PIC 9(9).
        05 PSUM-AVG PIC 9(9).
        05 PSUM-FROM-DATE PIC X(8).
        05 PSUM-TO-DATE PIC X(8).
        05 PSUM-FINAL PIC X(1).

FD DAY1PSTMP.
    01 PSTMP-REC PIC X(57).

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

FD DAY1PCLR.
    01 RPT-LINE PIC X(80).

FD RPTCATLG.
    01 CAT-REC.
        05 CAT-REPORT-NAME PIC X(8).
        05 CAT-GEN-FILE PIC X(30).
        05 CAT-RUN-DATE PIC X(8).
        05 CAT-RUN-TIME PIC X(6).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-PCTL-STATUS PIC X(2).
77 WS-PCTL-EOF PIC A(1).
77 WS-TRAN-STATUS PIC X(2).
77 WS-PSUM-STATUS PIC X(2).
77 WS-ADJ-STATUS PIC X(2).
77 WS-CAT-STATUS PIC X(2).
77 WS-TRAN-COUNT PIC 9(6) VALUE ZERO.
77 WS-OPEN-COUNT PIC 9(6) VALUE ZERO.
77 WS-CLOSE-COUNT PIC 9(6) VALUE ZERO.
77 WS-REJ-COUNT PIC 9(6) VALUE ZERO.
77 WS-OVERLAP PIC A(1).
77 WS-PSUM-OK PIC A(1).
77 WS-PSUM-COUNT PIC 9(6).
77 WS-PSUM-MISMATCH PIC 9(6).
77 WS-PER-COUNT PIC 9(3) VALUE ZERO.
77 WS-PER-IDX PIC 9(3).
77 WS-PER-FOUND PIC A(1).
77 WS-ADJ-READ PIC 9(9) VALUE ZERO.
77 WS-ADJ-COUNT PIC 9(9) VALUE ZERO.
77 WS-ADJ-CALORIES PIC 9(12) VALUE ZERO.
77 WS-GEN-CMD PIC X(60).
77 WS-GEN-FILE PIC X(30).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).
01 WS-ADJ-STAMP PIC X(14).
01 WS-CLOSE-STAMP PIC X(14).

01 TRAN-REC.
    05 TRAN-ACTION PIC X(5).
    05 TRAN-FROM-DATE PIC X(8).
    05 TRAN-TO-DATE PIC X(8).

01 WS-PER-TABLE.
    05 WS-PER-ENTRY OCCURS 200 TIMES.
        10 WS-PER-FROM PIC X(8).
        10 WS-PER-TO PIC X(8).
        10 WS-PER-STATUS PIC X(1).
        10 WS-PER-CLOSE-DATE PIC X(8).
        10 WS-PER-CLOSE-TIME PIC X(6).
        10 WS-PER-ADJ-COUNT PIC 9(6).
        10 WS-PER-ADJ-CAL PIC 9(12).

01 RPT-HEADING-1 PIC X(44) VALUE 'PERIOD CLOSE AND POSTING LOCK'.
01 RPT-HEADING-2 PIC X(60) VALUE
    'ACTION FROM     TO        DISPOSITION'.
01 RPT-ADJ-HEADING-1 PIC X(60) VALUE
    'ADJUSTMENTS AGAINST CLOSED PERIODS SINCE CLOSE'.
01 RPT-ADJ-HEADING-2 PIC X(70) VALUE
    'PERIOD   HIST DATE TIME   ELF   CALORIES SOURCE   POSTED'.
01 RPT-PER-HEADING-1 PIC X(60) VALUE
    'PERIOD CONTROL STATUS'.
01 RPT-PER-HEADING-2 PIC X(70) VALUE
    'FROM     TO       ST CLOSED             ADJS  ADJ CALORIES'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
01 RPT-DETAIL.
    05 RPT-ACTION PIC X(5).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RPT-FROM-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-TO-DATE PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RPT-DISP PIC X(40).
01 RPT-ADJ-DETAIL.
    05 RPT-ADJ-PERIOD PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-HIST-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-HIST-TIME PIC X(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-ELF-NUM PIC ZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-CALORIES PIC ZZZZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-SOURCE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-POST-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-ADJ-POST-TIME PIC X(6).
01 RPT-PER-DETAIL.
    05 RPT-PER-FROM PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PER-TO PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PER-STATUS PIC X(1).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RPT-PER-CLOSE-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PER-CLOSE-TIME PIC X(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PER-ADJ-COUNT PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PER-ADJ-CAL PIC ZZZZZZZZZZZ9.
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(26).
    05 RPT-TOTAL-VALUE PIC ZZZZZZZZZZZ9.
    05 FILLER PIC X(42) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

    OPEN I-O PERDCTL.
    IF WS-PCTL-STATUS = '35'
        OPEN OUTPUT PERDCTL
        CLOSE PERDCTL
        OPEN I-O PERDCTL
    END-IF.
    IF (WS-PCTL-STATUS NOT = '00')
        DISPLAY 'PERDCTL PERIOD CONTROL COULD NOT BE OPENED - STATUS '
            WS-PCTL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT DAY1PCLR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.
    WRITE RPT-LINE FROM RPT-HEADING-2.

    OPEN INPUT PERDTRAN.
    IF (WS-TRAN-STATUS = '00')
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ PERDTRAN INTO TRAN-REC
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM APPLY-TRAN-PARA
            END-READ
        END-PERFORM
        CLOSE PERDTRAN
    ELSE
        MOVE SPACES TO RPT-LINE
        MOVE 'NO TRANSACTION FILE - LISTING ONLY' TO RPT-LINE
        WRITE RPT-LINE
    END-IF.

    PERFORM LOAD-PERIODS-PARA.
    CLOSE PERDCTL.

    WRITE RPT-LINE FROM SPACES.
    WRITE RPT-LINE FROM RPT-ADJ-HEADING-1.
    WRITE RPT-LINE FROM RPT-ADJ-HEADING-2.
    OPEN INPUT DAY1ADJ.
    IF (WS-ADJ-STATUS = '00')
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1ADJ
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-ADJ-READ
                    PERFORM TALLY-ADJ-PARA
            END-READ
        END-PERFORM
        CLOSE DAY1ADJ
    ELSE
        MOVE SPACES TO RPT-LINE
        MOVE 'NO ADJUSTMENT FILE - NO LATE POSTINGS' TO RPT-LINE
        WRITE RPT-LINE
    END-IF.

    WRITE RPT-LINE FROM SPACES.
    WRITE RPT-LINE FROM RPT-PER-HEADING-1.
    WRITE RPT-LINE FROM RPT-PER-HEADING-2.
    PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > WS-PER-COUNT
        MOVE WS-PER-FROM(WS-PER-IDX) TO RPT-PER-FROM
        MOVE WS-PER-TO(WS-PER-IDX) TO RPT-PER-TO
        MOVE WS-PER-STATUS(WS-PER-IDX) TO RPT-PER-STATUS
        MOVE WS-PER-CLOSE-DATE(WS-PER-IDX) TO RPT-PER-CLOSE-DATE
        MOVE WS-PER-CLOSE-TIME(WS-PER-IDX) TO RPT-PER-CLOSE-TIME
        MOVE WS-PER-ADJ-COUNT(WS-PER-IDX) TO RPT-PER-ADJ-COUNT
        MOVE WS-PER-ADJ-CAL(WS-PER-IDX) TO RPT-PER-ADJ-CAL
        WRITE RPT-LINE FROM RPT-PER-DETAIL
    END-PERFORM.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'TRANSACTIONS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-TRAN-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'PERIODS OPENED:' TO RPT-TOTAL-LABEL
    MOVE WS-OPEN-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'PERIODS CLOSED:' TO RPT-TOTAL-LABEL
    MOVE WS-CLOSE-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'REJECTS:' TO RPT-TOTAL-LABEL
    MOVE WS-REJ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'PERIODS ON FILE:' TO RPT-TOTAL-LABEL
    MOVE WS-PER-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ADJUSTMENTS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-ADJ-READ TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ADJUSTMENTS SINCE CLOSE:' TO RPT-TOTAL-LABEL
    MOVE WS-ADJ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ADJ CALORIES SINCE CLOSE:' TO RPT-TOTAL-LABEL
    MOVE WS-ADJ-CALORIES TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE DAY1PCLR.
    PERFORM CATALOG-RPT-PARA.

    DISPLAY 'PERIOD CLOSE RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' TRANS=' WS-TRAN-COUNT ' OPENED=' WS-OPEN-COUNT
        ' CLOSED=' WS-CLOSE-COUNT ' REJECTS=' WS-REJ-COUNT
        ' ADJUSTMENTS=' WS-ADJ-COUNT

    IF (WS-REJ-COUNT > 0)
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

APPLY-TRAN-PARA.
    MOVE TRAN-ACTION TO RPT-ACTION
    MOVE TRAN-FROM-DATE TO RPT-FROM-DATE
    MOVE TRAN-TO-DATE TO RPT-TO-DATE

    IF (FUNCTION TEST-NUMVAL(TRAN-FROM-DATE) NOT = 0
            OR FUNCTION TEST-NUMVAL(TRAN-TO-DATE) NOT = 0
            OR TRAN-FROM-DATE > TRAN-TO-DATE)
        ADD 1 TO WS-REJ-COUNT
        MOVE 'REJECTED - BAD PERIOD DATES' TO RPT-DISP
    ELSE
        EVALUATE TRAN-ACTION
            WHEN 'OPEN '
                PERFORM OPEN-TRAN-PARA
            WHEN 'CLOSE'
                PERFORM CLOSE-TRAN-PARA
            WHEN OTHER
                ADD 1 TO WS-REJ-COUNT
                MOVE 'REJECTED - UNKNOWN ACTION' TO RPT-DISP
        END-EVALUATE
    END-IF
    WRITE RPT-LINE FROM RPT-DETAIL.

OPEN-TRAN-PARA.
    MOVE TRAN-FROM-DATE TO PCTL-FROM-DATE
    READ PERDCTL
        INVALID KEY
            PERFORM CHECK-OVERLAP-PARA
            IF (WS-OVERLAP = 'Y')
                ADD 1 TO WS-REJ-COUNT
                MOVE 'REJECTED - OVERLAPS PERIOD ON FILE' TO RPT-DISP
            ELSE
                MOVE TRAN-FROM-DATE TO PCTL-FROM-DATE
                MOVE TRAN-TO-DATE TO PCTL-TO-DATE
                MOVE 'O' TO PCTL-STATUS
                MOVE SPACES TO PCTL-CLOSE-DATE
                MOVE SPACES TO PCTL-CLOSE-TIME
                WRITE PCTL-REC
                    INVALID KEY
                        ADD 1 TO WS-REJ-COUNT
                        MOVE 'REJECTED - WRITE FAILED' TO RPT-DISP
                    NOT INVALID KEY
                        ADD 1 TO WS-OPEN-COUNT
                        MOVE 'OPENED' TO RPT-DISP
                END-WRITE
            END-IF
        NOT INVALID KEY
            ADD 1 TO WS-REJ-COUNT
            IF (PCTL-STATUS = 'C')
                MOVE 'REJECTED - PERIOD CLOSED' TO RPT-DISP
            ELSE
                MOVE 'REJECTED - PERIOD ALREADY OPEN' TO RPT-DISP
            END-IF
    END-READ.

CHECK-OVERLAP-PARA.
    MOVE 'N' TO WS-OVERLAP
    MOVE 'N' TO WS-PCTL-EOF
    MOVE LOW-VALUES TO PCTL-FROM-DATE
    START PERDCTL KEY IS NOT LESS THAN PCTL-FROM-DATE
        INVALID KEY MOVE 'Y' TO WS-PCTL-EOF
    END-START
    PERFORM UNTIL WS-PCTL-EOF = 'Y' OR WS-OVERLAP = 'Y'
        READ PERDCTL NEXT RECORD
            AT END MOVE 'Y' TO WS-PCTL-EOF
            NOT AT END
                IF (TRAN-FROM-DATE <= PCTL-TO-DATE
                        AND TRAN-TO-DATE >= PCTL-FROM-DATE)
                    MOVE 'Y' TO WS-OVERLAP
                END-IF
        END-READ
    END-PERFORM.

CLOSE-TRAN-PARA.
    MOVE TRAN-FROM-DATE TO PCTL-FROM-DATE
    READ PERDCTL
        INVALID KEY
            ADD 1 TO WS-REJ-COUNT
            MOVE 'REJECTED - PERIOD NOT ON FILE' TO RPT-DISP
        NOT INVALID KEY
            IF (PCTL-TO-DATE NOT = TRAN-TO-DATE)
                ADD 1 TO WS-REJ-COUNT
                MOVE 'REJECTED - TO DATE DOES NOT MATCH' TO RPT-DISP
            ELSE
                IF (PCTL-STATUS = 'C')
                    ADD 1 TO WS-REJ-COUNT
                    MOVE 'REJECTED - PERIOD ALREADY CLOSED' TO RPT-DISP
                ELSE
                    PERFORM FINAL-PSUM-PARA
                    IF (WS-PSUM-OK = 'Y')
                        PERFORM CLOSE-PERIOD-PARA
                    END-IF
                END-IF
            END-IF
    END-READ.

FINAL-PSUM-PARA.
    MOVE 'N' TO WS-PSUM-OK
    MOVE ZERO TO WS-PSUM-COUNT
    MOVE ZERO TO WS-PSUM-MISMATCH
    OPEN INPUT DAY1PSUM
    IF (WS-PSUM-STATUS NOT = '00')
        ADD 1 TO WS-REJ-COUNT
        MOVE 'REJECTED - DAY1PSUM NOT AVAILABLE' TO RPT-DISP
    ELSE
        OPEN OUTPUT DAY1PSTMP
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ DAY1PSUM
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-PSUM-COUNT
                    IF (PSUM-FROM-DATE NOT = TRAN-FROM-DATE
                            OR PSUM-TO-DATE NOT = TRAN-TO-DATE)
                        ADD 1 TO WS-PSUM-MISMATCH
                    END-IF
                    MOVE 'Y' TO PSUM-FINAL
                    WRITE PSTMP-REC FROM PSUM-REC
            END-READ
        END-PERFORM
        MOVE 'N' TO WS-EOF
        CLOSE DAY1PSUM
        CLOSE DAY1PSTMP
        IF (WS-PSUM-COUNT = 0 OR WS-PSUM-MISMATCH > 0)
            CALL 'SYSTEM' USING 'rm -f DAY1PSTMP'
            ADD 1 TO WS-REJ-COUNT
            MOVE 'REJECTED - DAY1PSUM NOT FOR PERIOD' TO RPT-DISP
        ELSE
            CALL 'SYSTEM' USING 'mv DAY1PSTMP DAY1PSUM'
            MOVE SPACES TO WS-GEN-CMD
            STRING 'cp DAY1PSUM DAY1PSUM.FINAL.' DELIMITED BY SIZE
                TRAN-FROM-DATE DELIMITED BY SIZE
                INTO WS-GEN-CMD
            CALL 'SYSTEM' USING WS-GEN-CMD
            MOVE 'Y' TO WS-PSUM-OK
        END-IF
    END-IF.

CLOSE-PERIOD-PARA.
    MOVE 'C' TO PCTL-STATUS
    MOVE WS-RUN-DATE TO PCTL-CLOSE-DATE
    MOVE WS-RUN-TIME TO PCTL-CLOSE-TIME
    REWRITE PCTL-REC
        INVALID KEY
            ADD 1 TO WS-REJ-COUNT
            MOVE 'REJECTED - REWRITE FAILED' TO RPT-DISP
        NOT INVALID KEY
            ADD 1 TO WS-CLOSE-COUNT
            MOVE 'CLOSED - DAY1PSUM MARKED FINAL' TO RPT-DISP
    END-REWRITE.

LOAD-PERIODS-PARA.
    MOVE ZERO TO WS-PER-COUNT
    MOVE 'N' TO WS-PCTL-EOF
    MOVE LOW-VALUES TO PCTL-FROM-DATE
    START PERDCTL KEY IS NOT LESS THAN PCTL-FROM-DATE
        INVALID KEY MOVE 'Y' TO WS-PCTL-EOF
    END-START
    PERFORM UNTIL WS-PCTL-EOF = 'Y'
        READ PERDCTL NEXT RECORD
            AT END MOVE 'Y' TO WS-PCTL-EOF
            NOT AT END
                IF (WS-PER-COUNT < 200)
                    ADD 1 TO WS-PER-COUNT
                    MOVE PCTL-FROM-DATE TO WS-PER-FROM(WS-PER-COUNT)
                    MOVE PCTL-TO-DATE TO WS-PER-TO(WS-PER-COUNT)
                    MOVE PCTL-STATUS TO WS-PER-STATUS(WS-PER-COUNT)
                    MOVE PCTL-CLOSE-DATE TO WS-PER-CLOSE-DATE(WS-PER-COUNT)
                    MOVE PCTL-CLOSE-TIME TO WS-PER-CLOSE-TIME(WS-PER-COUNT)
                    MOVE ZERO TO WS-PER-ADJ-COUNT(WS-PER-COUNT)
                    MOVE ZERO TO WS-PER-ADJ-CAL(WS-PER-COUNT)
                ELSE
                    DISPLAY 'WARNING: PERIOD TABLE FULL - PERIOD '
                        PCTL-FROM-DATE ' NOT LISTED'
                END-IF
        END-READ
    END-PERFORM.

TALLY-ADJ-PARA.
    MOVE 'N' TO WS-PER-FOUND
    PERFORM VARYING WS-PER-IDX FROM 1 BY 1
            UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-PER-FOUND = 'Y'
        IF (WS-PER-FROM(WS-PER-IDX) = ADJ-PERIOD-FROM)
            MOVE 'Y' TO WS-PER-FOUND
            PERFORM POST-ADJ-PARA
        END-IF
    END-PERFORM.

POST-ADJ-PARA.
    IF (WS-PER-STATUS(WS-PER-IDX) = 'C')
        MOVE ADJ-POST-DATE TO WS-ADJ-STAMP(1:8)
        MOVE ADJ-POST-TIME TO WS-ADJ-STAMP(9:6)
        MOVE WS-PER-CLOSE-DATE(WS-PER-IDX) TO WS-CLOSE-STAMP(1:8)
        MOVE WS-PER-CLOSE-TIME(WS-PER-IDX) TO WS-CLOSE-STAMP(9:6)
        IF (WS-ADJ-STAMP >= WS-CLOSE-STAMP)
            ADD 1 TO WS-PER-ADJ-COUNT(WS-PER-IDX)
            ADD ADJ-CALORIES TO WS-PER-ADJ-CAL(WS-PER-IDX)
            ADD 1 TO WS-ADJ-COUNT
            ADD ADJ-CALORIES TO WS-ADJ-CALORIES
            MOVE ADJ-PERIOD-FROM TO RPT-ADJ-PERIOD
            MOVE ADJ-HIST-DATE TO RPT-ADJ-HIST-DATE
            MOVE ADJ-HIST-TIME TO RPT-ADJ-HIST-TIME
            MOVE ADJ-ELF-NUM TO RPT-ADJ-ELF-NUM
            MOVE ADJ-CALORIES TO RPT-ADJ-CALORIES
            MOVE ADJ-SOURCE TO RPT-ADJ-SOURCE
            MOVE ADJ-POST-DATE TO RPT-ADJ-POST-DATE
            MOVE ADJ-POST-TIME TO RPT-ADJ-POST-TIME
            WRITE RPT-LINE FROM RPT-ADJ-DETAIL
        END-IF
    END-IF.

CATALOG-RPT-PARA.
    MOVE SPACES TO WS-GEN-FILE
    STRING 'DAY1PCLR.' DELIMITED BY SIZE
        WS-RUN-DATE DELIMITED BY SIZE
        '.' DELIMITED BY SIZE
        WS-RUN-TIME DELIMITED BY SIZE
        INTO WS-GEN-FILE
    MOVE SPACES TO WS-GEN-CMD
    STRING 'cp DAY1PCLR ' DELIMITED BY SIZE
        WS-GEN-FILE DELIMITED BY SPACE
        INTO WS-GEN-CMD
    CALL 'SYSTEM' USING WS-GEN-CMD

    OPEN EXTEND RPTCATLG
    IF WS-CAT-STATUS = '35'
        OPEN OUTPUT RPTCATLG
    END-IF
    IF WS-CAT-STATUS = '00'
        MOVE 'DAY1PCLR' TO CAT-REPORT-NAME
        MOVE WS-GEN-FILE TO CAT-GEN-FILE
        MOVE WS-RUN-DATE TO CAT-RUN-DATE
        MOVE WS-RUN-TIME TO CAT-RUN-TIME
        WRITE CAT-REC
        CLOSE RPTCATLG
    ELSE
        DISPLAY 'WARNING: REPORT CATALOG NOT UPDATED - STATUS ' WS-CAT-STATUS
    END-IF.
