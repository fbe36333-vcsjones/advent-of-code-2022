IDENTIFICATION DIVISION.
PROGRAM-ID. AUDINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDJRNL ASSIGN TO AUDJRNL
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AUD-KEY
    FILE STATUS IS WS-AUD-STATUS.

    SELECT AUDPARM ASSIGN TO AUDPARM
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PARM-STATUS.

    SELECT AUDRPT ASSIGN TO AUDRPT
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AUDJRNL.
    01 AUD-REC.
        05 AUD-KEY.
            10 AUD-POST-DATE PIC X(8).
            10 AUD-POST-TIME PIC X(6).
            10 AUD-PROGRAM PIC X(8).
            10 AUD-SEQ PIC 9(6).
        05 AUD-MASTER PIC X(8).
        05 AUD-TRAN-FILE PIC X(8).
        05 AUD-ACTION PIC X(1).
        05 AUD-MASTER-KEY PIC X(28).
        05 AUD-BEFORE PIC X(60).
        05 AUD-AFTER PIC X(60).
        05 AUD-SUB-OPER PIC X(8).
        05 AUD-CHK-OPER PIC X(8).
        05 AUD-PEND-KEY PIC X(28).

FD AUDPARM.
    01 PARM-REC.
        05 PARM-MASTER PIC X(8).
        05 PARM-KEY PIC X(28).
        05 PARM-FROM-DATE PIC X(8).
        05 PARM-TO-DATE PIC X(8).

FD AUDRPT.
    01 RPT-LINE PIC X(132).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-AUD-STATUS PIC X(2).
77 WS-PARM-STATUS PIC X(2).
77 WS-SEL-MASTER PIC X(8) VALUE SPACES.
77 WS-SEL-KEY PIC X(28) VALUE SPACES.
77 WS-SEL-KEY-LEN PIC 9(2) VALUE ZERO.
77 WS-SEL-FROM PIC X(8) VALUE SPACES.
77 WS-SEL-TO PIC X(8) VALUE SPACES.
77 WS-SELECTED PIC A(1).
77 WS-READ-COUNT PIC 9(8) VALUE ZERO.
77 WS-LIST-COUNT PIC 9(8) VALUE ZERO.
77 WS-ADD-COUNT PIC 9(8) VALUE ZERO.
77 WS-CHG-COUNT PIC 9(8) VALUE ZERO.
77 WS-DEL-COUNT PIC 9(8) VALUE ZERO.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

01 RPT-HEADING-1 PIC X(44) VALUE 'MASTER FILE AUDIT JOURNAL INQUIRY'.
01 RPT-HEADING-2.
    05 FILLER PIC X(58) VALUE
        'DATE     TIME   PROGRAM  SEQ    MASTER   TRAN FILE ACT KEY'.
    05 FILLER PIC X(26) VALUE SPACES.
    05 FILLER PIC X(48) VALUE
        'SUBMITTR APPROVER PENDCHG KEY'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
01 RPT-SELECT-LINE.
    05 FILLER PIC X(8) VALUE 'MASTER='.
    05 RPT-SEL-MASTER PIC X(8).
    05 FILLER PIC X(6) VALUE ' KEY='.
    05 RPT-SEL-KEY PIC X(28).
    05 FILLER PIC X(7) VALUE ' FROM='.
    05 RPT-SEL-FROM PIC X(8).
    05 FILLER PIC X(5) VALUE ' TO='.
    05 RPT-SEL-TO PIC X(8).
01 RPT-DETAIL.
    05 RPT-POST-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-POST-TIME PIC X(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PROGRAM PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-SEQ PIC ZZZZZ9.
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-MASTER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-TRAN-FILE PIC X(8).
    05 FILLER PIC X(2) VALUE SPACES.
    05 RPT-ACTION PIC X(1).
    05 FILLER PIC X(3) VALUE SPACES.
    05 RPT-MASTER-KEY PIC X(28).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-SUB-OPER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-CHK-OPER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-PEND-KEY PIC X(28).
01 RPT-IMAGE-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 RPT-IMAGE-LABEL PIC X(8).
    05 RPT-IMAGE PIC X(60).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(22).
    05 RPT-TOTAL-VALUE PIC ZZZZZZZ9.
    05 FILLER PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

    OPEN INPUT AUDPARM.
    IF (WS-PARM-STATUS = '00')
        READ AUDPARM
            AT END CONTINUE
            NOT AT END
                MOVE PARM-MASTER TO WS-SEL-MASTER
                MOVE PARM-KEY TO WS-SEL-KEY
                MOVE PARM-FROM-DATE TO WS-SEL-FROM
                MOVE PARM-TO-DATE TO WS-SEL-TO
        END-READ
        CLOSE AUDPARM
    END-IF.
    IF (WS-SEL-KEY NOT = SPACES)
        COMPUTE WS-SEL-KEY-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-KEY TRAILING))
    END-IF.
    IF (WS-SEL-TO = SPACES)
        MOVE '99999999' TO WS-SEL-TO
    END-IF.

    OPEN INPUT AUDJRNL.
    IF (WS-AUD-STATUS NOT = '00')
        DISPLAY 'AUDJRNL AUDIT JOURNAL NOT AVAILABLE - NO INQUIRY PRODUCED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT AUDRPT.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.
    MOVE WS-SEL-MASTER TO RPT-SEL-MASTER
    MOVE WS-SEL-KEY TO RPT-SEL-KEY
    MOVE WS-SEL-FROM TO RPT-SEL-FROM
    MOVE WS-SEL-TO TO RPT-SEL-TO
    WRITE RPT-LINE FROM RPT-SELECT-LINE.
    WRITE RPT-LINE FROM RPT-HEADING-2.

    MOVE 'N' TO WS-EOF.
    MOVE LOW-VALUES TO AUD-KEY.
    IF (WS-SEL-FROM NOT = SPACES)
        MOVE WS-SEL-FROM TO AUD-POST-DATE
    END-IF.
    START AUDJRNL KEY IS NOT LESS THAN AUD-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AUDJRNL NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (AUD-POST-DATE > WS-SEL-TO)
                    MOVE 'Y' TO WS-EOF
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-ENTRY-PARA
                    IF (WS-SELECTED = 'Y')
                        PERFORM LIST-ENTRY-PARA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDJRNL.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'ENTRIES READ:' TO RPT-TOTAL-LABEL
    MOVE WS-READ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ENTRIES LISTED:' TO RPT-TOTAL-LABEL
    MOVE WS-LIST-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ADDS:' TO RPT-TOTAL-LABEL
    MOVE WS-ADD-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'CHANGES:' TO RPT-TOTAL-LABEL
    MOVE WS-CHG-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'DELETES:' TO RPT-TOTAL-LABEL
    MOVE WS-DEL-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE AUDRPT.

    DISPLAY 'AUDIT INQUIRY RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' READ=' WS-READ-COUNT ' LISTED=' WS-LIST-COUNT

    STOP RUN.

SELECT-ENTRY-PARA.
    MOVE 'Y' TO WS-SELECTED
    IF (WS-SEL-MASTER NOT = SPACES AND AUD-MASTER NOT = WS-SEL-MASTER)
        MOVE 'N' TO WS-SELECTED
    END-IF
    IF (WS-SEL-KEY-LEN > 0)
        IF (AUD-MASTER-KEY(1:WS-SEL-KEY-LEN) NOT =
                WS-SEL-KEY(1:WS-SEL-KEY-LEN))
            MOVE 'N' TO WS-SELECTED
        END-IF
    END-IF.

LIST-ENTRY-PARA.
    ADD 1 TO WS-LIST-COUNT
    EVALUATE AUD-ACTION
        WHEN 'A' ADD 1 TO WS-ADD-COUNT
        WHEN 'C' ADD 1 TO WS-CHG-COUNT
        WHEN 'D' ADD 1 TO WS-DEL-COUNT
    END-EVALUATE
    MOVE AUD-POST-DATE TO RPT-POST-DATE
    MOVE AUD-POST-TIME TO RPT-POST-TIME
    MOVE AUD-PROGRAM TO RPT-PROGRAM
    MOVE AUD-SEQ TO RPT-SEQ
    MOVE AUD-MASTER TO RPT-MASTER
    MOVE AUD-TRAN-FILE TO RPT-TRAN-FILE
    MOVE AUD-ACTION TO RPT-ACTION
    MOVE AUD-MASTER-KEY TO RPT-MASTER-KEY
    MOVE AUD-SUB-OPER TO RPT-SUB-OPER
    MOVE AUD-CHK-OPER TO RPT-CHK-OPER
    MOVE AUD-PEND-KEY TO RPT-PEND-KEY
    WRITE RPT-LINE FROM RPT-DETAIL
    MOVE 'BEFORE: ' TO RPT-IMAGE-LABEL
    MOVE AUD-BEFORE TO RPT-IMAGE
    WRITE RPT-LINE FROM RPT-IMAGE-LINE
    MOVE 'AFTER:  ' TO RPT-IMAGE-LABEL
    MOVE AUD-AFTER TO RPT-IMAGE
    WRITE RPT-LINE FROM RPT-IMAGE-LINE.
