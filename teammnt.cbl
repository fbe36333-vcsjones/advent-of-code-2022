    SELECT TEAMMNTR ASSIGN TO TEAMMNTR
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT AUDJRNL ASSIGN TO AUDJRNL
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AUD-KEY
    FILE STATUS IS WS-AUD-STATUS.

    SELECT PENDCHG ASSIGN TO PENDCHG
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PEND-KEY
    FILE STATUS IS WS-PEND-STATUS.

DATA DIVISION.
FILE SECTION.
FD TEAMMSTR.
        05 TMST-CAL-QUOTA PIC 9(12).

FD TEAMTRAN.
    01 TRAN-FILE-REC PIC X(65).

FD TEAMMNTR.
    01 RPT-LINE PIC X(100).

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

FD PENDCHG.
    01 PEND-REC.
        05 PEND-KEY.
            10 PEND-SUB-DATE PIC X(8).
            10 PEND-SUB-TIME PIC X(6).
            10 PEND-PROGRAM PIC X(8).
            10 PEND-SEQ PIC 9(6).
        05 PEND-MASTER PIC X(8).
        05 PEND-STATUS PIC X(1).
        05 PEND-SUB-OPER PIC X(8).
        05 PEND-CHK-OPER PIC X(8).
        05 PEND-CHK-DATE PIC X(8).
        05 PEND-APPLY-DATE PIC X(8).
        05 PEND-TRAN-IMAGE PIC X(80).
        05 PEND-REASON PIC X(30).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-TMST-STATUS PIC X(2).
77 WS-REJ-COUNT PIC 9(6) VALUE ZERO.
77 WS-LIST-COUNT PIC 9(6) VALUE ZERO.
77 WS-TRAN-OK PIC A(1).
77 WS-AUD-STATUS PIC X(2).
77 WS-AUD-SEQ PIC 9(6) VALUE ZERO.
77 WS-AUD-COUNT PIC 9(6) VALUE ZERO.
77 WS-AUD-KEY PIC X(28).
77 WS-AUD-BEFORE PIC X(60).
77 WS-AUD-AFTER PIC X(60).
77 WS-PEND-STATUS PIC X(2).
77 WS-PEND-EOF PIC A(1).
77 WS-PEND-SEQ PIC 9(6) VALUE ZERO.
77 WS-PEND-COUNT PIC 9(6) VALUE ZERO.
77 WS-APPR-COUNT PIC 9(6) VALUE ZERO.
77 WS-APPLY-MODE PIC A(1) VALUE 'N'.
77 WS-APPLIED-BEFORE PIC 9(6) VALUE ZERO.
01 TRAN-REC.
    05 TRAN-ACTION PIC X(1).
    05 TRAN-TEAM-CODE PIC X(4).
    05 TRAN-TEAM-NAME PIC X(20).
    05 TRAN-SUPERVISOR PIC X(20).
    05 TRAN-CAL-QUOTA PIC X(12).
    05 TRAN-OPER-ID PIC X(8).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).
    05 RPT-LIST-SUPER PIC X(20).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-LIST-QUOTA PIC ZZZZZZZZZZZ9.
01 RPT-PEND-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 FILLER PIC X(13) VALUE 'PENDING KEY: '.
    05 RPT-PEND-KEY PIC X(28).
    05 FILLER PIC X(12) VALUE ' SUBMITTED: '.
    05 RPT-PEND-OPER PIC X(8).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(22).
    05 RPT-TOTAL-VALUE PIC ZZZZZ9.
        STOP RUN
    END-IF.

    OPEN I-O AUDJRNL.
    IF WS-AUD-STATUS = '35'
        OPEN OUTPUT AUDJRNL
        CLOSE AUDJRNL
        OPEN I-O AUDJRNL
    END-IF.
    IF (WS-AUD-STATUS NOT = '00')
        DISPLAY 'AUDJRNL AUDIT JOURNAL COULD NOT BE OPENED - STATUS ' WS-AUD-STATUS
        CLOSE TEAMMSTR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN I-O PENDCHG.
    IF WS-PEND-STATUS = '35'
        OPEN OUTPUT PENDCHG
        CLOSE PENDCHG
        OPEN I-O PENDCHG
    END-IF.
    IF (WS-PEND-STATUS NOT = '00')
        DISPLAY 'PENDCHG PENDING CHANGE FILE COULD NOT BE OPENED - STATUS '
            WS-PEND-STATUS
        CLOSE TEAMMSTR
        CLOSE AUDJRNL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT TEAMMNTR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-HEADING-1.
    WRITE RPT-LINE FROM RPT-HEADING-2.

    PERFORM APPLY-APPROVED-PARA.

    OPEN INPUT TEAMTRAN.
    IF (WS-TRAN-STATUS = '00')
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ TEAMTRAN INTO TRAN-REC
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-TRAN-COUNT
    MOVE 'REJECTS:' TO RPT-TOTAL-LABEL
    MOVE WS-REJ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'JOURNAL ENTRIES:' TO RPT-TOTAL-LABEL
    MOVE WS-AUD-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'APPROVED PROCESSED:' TO RPT-TOTAL-LABEL
    MOVE WS-APPR-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'HELD FOR APPROVAL:' TO RPT-TOTAL-LABEL
    MOVE WS-PEND-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.

    PERFORM LIST-MASTER-PARA.
    CLOSE TEAMMNTR.
    CLOSE TEAMMSTR.
    CLOSE AUDJRNL.
    CLOSE PENDCHG.

    DISPLAY 'TEAM MAINT RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' TRANS=' WS-TRAN-COUNT ' REJECTS=' WS-REJ-COUNT
        ' PENDING=' WS-PEND-COUNT ' APPROVED=' WS-APPR-COUNT
        ' TEAMS ON FILE=' WS-LIST-COUNT

    IF (WS-REJ-COUNT > 0)
        ADD 1 TO WS-REJ-COUNT
        WRITE RPT-LINE FROM RPT-DETAIL
    ELSE
        IF (WS-APPLY-MODE = 'Y')
            EVALUATE TRAN-ACTION
                WHEN 'A'
                    PERFORM ADD-TRAN-PARA
                WHEN 'C'
                    PERFORM CHANGE-TRAN-PARA
                WHEN 'D'
                    PERFORM DELETE-TRAN-PARA
                WHEN OTHER
                    ADD 1 TO WS-REJ-COUNT
                    MOVE 'REJECTED - UNKNOWN ACTION' TO RPT-DISP
                    WRITE RPT-LINE FROM RPT-DETAIL
            END-EVALUATE
        ELSE
            IF (TRAN-ACTION = 'A' OR TRAN-ACTION = 'C')
                IF (FUNCTION TEST-NUMVAL(TRAN-CAL-QUOTA) = 0)
                    COMPUTE RPT-QUOTA = FUNCTION NUMVAL(TRAN-CAL-QUOTA)
                END-IF
            END-IF
            PERFORM STAGE-TRAN-PARA
        END-IF
    END-IF.

ADD-TRAN-PARA.
                    ADD 1 TO WS-ADD-COUNT
                    MOVE TMST-CAL-QUOTA TO RPT-QUOTA
                    MOVE 'ADDED' TO RPT-DISP
                    MOVE TMST-TEAM-CODE TO WS-AUD-KEY
                    MOVE SPACES TO WS-AUD-BEFORE
                    MOVE TMST-REC TO WS-AUD-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO WS-REJ-COUNT
            ADD 1 TO WS-REJ-COUNT
            MOVE 'REJECTED - KEY NOT ON FILE' TO RPT-DISP
        NOT INVALID KEY
            MOVE TMST-REC TO WS-AUD-BEFORE
            MOVE TRAN-TEAM-NAME TO TMST-TEAM-NAME
            MOVE TRAN-SUPERVISOR TO TMST-SUPERVISOR
            COMPUTE TMST-CAL-QUOTA = FUNCTION NUMVAL(TRAN-CAL-QUOTA)
                    ADD 1 TO WS-CHG-COUNT
                    MOVE TMST-CAL-QUOTA TO RPT-QUOTA
                    MOVE 'CHANGED' TO RPT-DISP
                    MOVE TMST-TEAM-CODE TO WS-AUD-KEY
                    MOVE TMST-REC TO WS-AUD-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-REWRITE
    END-READ
    WRITE RPT-LINE FROM RPT-DETAIL.
            MOVE TMST-TEAM-NAME TO RPT-TEAM-NAME
            MOVE TMST-SUPERVISOR TO RPT-SUPERVISOR
            MOVE TMST-CAL-QUOTA TO RPT-QUOTA
            MOVE TMST-REC TO WS-AUD-BEFORE
            DELETE TEAMMSTR RECORD
                INVALID KEY
                    ADD 1 TO WS-REJ-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-DEL-COUNT
                    MOVE 'DELETED' TO RPT-DISP
                    MOVE TRAN-TEAM-CODE TO WS-AUD-KEY
                    MOVE SPACES TO WS-AUD-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-DELETE
    END-READ
    WRITE RPT-LINE FROM RPT-DETAIL.

STAGE-TRAN-PARA.
    IF (TRAN-ACTION NOT = 'A' AND TRAN-ACTION NOT = 'C'
            AND TRAN-ACTION NOT = 'D')
        ADD 1 TO WS-REJ-COUNT
        MOVE 'REJECTED - UNKNOWN ACTION' TO RPT-DISP
        WRITE RPT-LINE FROM RPT-DETAIL
    ELSE
        IF (TRAN-OPER-ID = SPACES)
            ADD 1 TO WS-REJ-COUNT
            MOVE 'REJECTED - NO OPERATOR ID' TO RPT-DISP
            WRITE RPT-LINE FROM RPT-DETAIL
        ELSE
            ADD 1 TO WS-PEND-SEQ
            MOVE WS-RUN-DATE TO PEND-SUB-DATE
            MOVE WS-RUN-TIME TO PEND-SUB-TIME
            MOVE 'TEAMMNT' TO PEND-PROGRAM
            MOVE WS-PEND-SEQ TO PEND-SEQ
            MOVE 'TEAMMSTR' TO PEND-MASTER
            MOVE 'P' TO PEND-STATUS
            MOVE TRAN-OPER-ID TO PEND-SUB-OPER
            MOVE SPACES TO PEND-CHK-OPER
            MOVE SPACES TO PEND-CHK-DATE
            MOVE SPACES TO PEND-APPLY-DATE
            MOVE TRAN-REC TO PEND-TRAN-IMAGE
            MOVE SPACES TO PEND-REASON
            WRITE PEND-REC
                INVALID KEY
                    ADD 1 TO WS-REJ-COUNT
                    MOVE 'REJECTED - PENDCHG ERROR' TO RPT-DISP
                NOT INVALID KEY
                    ADD 1 TO WS-PEND-COUNT
                    MOVE 'PENDING APPROVAL' TO RPT-DISP
            END-WRITE
            WRITE RPT-LINE FROM RPT-DETAIL
            IF (RPT-DISP = 'PENDING APPROVAL')
                MOVE PEND-KEY TO RPT-PEND-KEY
                MOVE PEND-SUB-OPER TO RPT-PEND-OPER
                WRITE RPT-LINE FROM RPT-PEND-LINE
            END-IF
        END-IF
    END-IF.

APPLY-APPROVED-PARA.
    MOVE SPACES TO RPT-LINE
    MOVE 'APPROVED CHANGES FROM PENDCHG' TO RPT-LINE
    WRITE RPT-LINE
    MOVE 'Y' TO WS-APPLY-MODE
    MOVE 'N' TO WS-PEND-EOF
    MOVE LOW-VALUES TO PEND-KEY
    START PENDCHG KEY IS NOT LESS THAN PEND-KEY
        INVALID KEY MOVE 'Y' TO WS-PEND-EOF
    END-START
    PERFORM UNTIL WS-PEND-EOF = 'Y'
        READ PENDCHG NEXT RECORD
            AT END MOVE 'Y' TO WS-PEND-EOF
            NOT AT END
                IF (PEND-MASTER = 'TEAMMSTR' AND PEND-STATUS = 'A')
                    PERFORM APPLY-PENDING-PARA
                END-IF
        END-READ
    END-PERFORM
    MOVE 'N' TO WS-APPLY-MODE
    MOVE SPACES TO RPT-LINE
    MOVE 'NEW TRANSACTIONS FROM TEAMTRAN - HELD FOR APPROVAL' TO RPT-LINE
    WRITE RPT-LINE.

APPLY-PENDING-PARA.
    ADD 1 TO WS-APPR-COUNT
    MOVE PEND-TRAN-IMAGE TO TRAN-REC
    COMPUTE WS-APPLIED-BEFORE = WS-ADD-COUNT + WS-CHG-COUNT + WS-DEL-COUNT
    PERFORM APPLY-TRAN-PARA
    IF (WS-ADD-COUNT + WS-CHG-COUNT + WS-DEL-COUNT > WS-APPLIED-BEFORE)
        MOVE 'C' TO PEND-STATUS
    ELSE
        MOVE 'F' TO PEND-STATUS
    END-IF
    MOVE WS-RUN-DATE TO PEND-APPLY-DATE
    MOVE RPT-DISP TO PEND-REASON
    REWRITE PEND-REC
        INVALID KEY
            DISPLAY 'WARNING: PENDCHG REWRITE FAILED FOR ' PEND-KEY
    END-REWRITE.

WRITE-JOURNAL-PARA.
    ADD 1 TO WS-AUD-SEQ
    MOVE WS-RUN-DATE TO AUD-POST-DATE
    MOVE WS-RUN-TIME TO AUD-POST-TIME
    MOVE 'TEAMMNT' TO AUD-PROGRAM
    MOVE WS-AUD-SEQ TO AUD-SEQ
    MOVE 'TEAMMSTR' TO AUD-MASTER
    MOVE 'PENDCHG' TO AUD-TRAN-FILE
    MOVE TRAN-ACTION TO AUD-ACTION
    MOVE WS-AUD-KEY TO AUD-MASTER-KEY
    MOVE WS-AUD-BEFORE TO AUD-BEFORE
    MOVE WS-AUD-AFTER TO AUD-AFTER
    MOVE PEND-SUB-OPER TO AUD-SUB-OPER
    MOVE PEND-CHK-OPER TO AUD-CHK-OPER
    MOVE PEND-KEY TO AUD-PEND-KEY
    WRITE AUD-REC
        INVALID KEY
            DISPLAY 'WARNING: AUDJRNL DUPLICATE KEY - ENTRY NOT JOURNALED FOR '
                WS-AUD-KEY
        NOT INVALID KEY
            ADD 1 TO WS-AUD-COUNT
    END-WRITE.

LIST-MASTER-PARA.
    WRITE RPT-LINE FROM SPACES
    WRITE RPT-LINE FROM RPT-LIST-HEADING
