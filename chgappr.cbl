IDENTIFICATION DIVISION.
PROGRAM-ID. CHGAPPR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PENDCHG ASSIGN TO PENDCHG
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PEND-KEY
    FILE STATUS IS WS-PEND-STATUS.

    SELECT APPRTRAN ASSIGN TO APPRTRAN
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-STATUS.

    SELECT PARMMSTR ASSIGN TO PARMMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PMST-KEY
    FILE STATUS IS WS-PMST-STATUS.

    SELECT CHGAPPRR ASSIGN TO CHGAPPRR
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD APPRTRAN.
    01 TRAN-REC.
        05 TRAN-ACTION PIC X(1).
        05 TRAN-PEND-KEY PIC X(28).
        05 TRAN-OPER-ID PIC X(8).
        05 TRAN-REASON PIC X(30).

FD PARMMSTR.
    01 PMST-REC.
        05 PMST-KEY.
            10 PMST-PROGRAM PIC X(8).
            10 PMST-PARM-NAME PIC X(12).
            10 PMST-EFF-DATE PIC X(8).
        05 PMST-VALUE PIC X(12).

FD CHGAPPRR.
    01 RPT-LINE PIC X(132).

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-PEND-STATUS PIC X(2).
77 WS-TRAN-STATUS PIC X(2).
77 WS-PMST-STATUS PIC X(2).
77 WS-PARM-FOUND PIC A(1).
77 WS-PARM-EOF PIC A(1).
77 WS-PARM-PROGRAM PIC X(8).
77 WS-PARM-NAME PIC X(12).
77 WS-PARM-VALUE PIC X(12).
77 WS-EXPIRE-DAYS PIC 9(4) VALUE ZERO.
77 WS-RUN-INT PIC 9(8) VALUE ZERO.
77 WS-SUB-INT PIC 9(8) VALUE ZERO.
77 WS-AGE-DAYS PIC S9(8) VALUE ZERO.
77 WS-TRAN-COUNT PIC 9(6) VALUE ZERO.
77 WS-APPROVE-COUNT PIC 9(6) VALUE ZERO.
77 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
77 WS-DENY-COUNT PIC 9(6) VALUE ZERO.
77 WS-EXPIRE-COUNT PIC 9(6) VALUE ZERO.
77 WS-STAT-PEND PIC 9(6) VALUE ZERO.
77 WS-STAT-APPR PIC 9(6) VALUE ZERO.
77 WS-STAT-REJ PIC 9(6) VALUE ZERO.
77 WS-STAT-EXP PIC 9(6) VALUE ZERO.
77 WS-STAT-DONE PIC 9(6) VALUE ZERO.
77 WS-STAT-FAIL PIC 9(6) VALUE ZERO.
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).

01 RPT-HEADING-1 PIC X(44) VALUE 'MASTER CHANGE APPROVAL REPORT'.
01 RPT-BANNER.
    05 FILLER PIC X(5) VALUE 'RUN: '.
    05 RPT-BANNER-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-BANNER-TIME PIC X(6).
01 RPT-EXPIRE-LINE.
    05 FILLER PIC X(24) VALUE 'PENDING EXPIRES AFTER: '.
    05 RPT-EXPIRE-DAYS PIC ZZZ9.
    05 FILLER PIC X(5) VALUE ' DAYS'.
01 RPT-DECISION-HEADING PIC X(132) VALUE
    'ACT PENDING KEY                  CHECKER  DISPOSITION'.
01 RPT-DECISION.
    05 RPT-DEC-ACTION PIC X(1).
    05 FILLER PIC X(3) VALUE SPACES.
    05 RPT-DEC-KEY PIC X(28).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-DEC-OPER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-DEC-DISP PIC X(40).
01 RPT-STATUS-HEADING PIC X(132) VALUE
    'PENDING KEY                  MASTER   STATUS    SUBMIT   CHECKER  CHECKED  APPLIED  REASON'.
01 RPT-STATUS-DETAIL.
    05 RPT-STAT-KEY PIC X(28).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-MASTER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-TEXT PIC X(9).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-SUB-OPER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-CHK-OPER PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-CHK-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-APPLY-DATE PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RPT-STAT-REASON PIC X(30).
01 RPT-IMAGE-LINE.
    05 FILLER PIC X(4) VALUE SPACES.
    05 FILLER PIC X(8) VALUE 'CHANGE: '.
    05 RPT-IMAGE PIC X(80).
01 RPT-TOTAL-LINE.
    05 RPT-TOTAL-LABEL PIC X(26).
    05 RPT-TOTAL-VALUE PIC ZZZZZ9.
    05 FILLER PIC X(48) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
    MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
    MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME
    COMPUTE WS-RUN-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

    OPEN INPUT PARMMSTR.
    IF WS-PMST-STATUS = '00'
        MOVE 'CHGAPPR' TO PMST-PROGRAM
        MOVE 'EXPIRE-DAYS' TO PMST-PARM-NAME
        PERFORM READ-PARM-PARA
        IF WS-PARM-FOUND = 'Y'
            COMPUTE WS-EXPIRE-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
        END-IF
        CLOSE PARMMSTR
    END-IF.
    IF (WS-EXPIRE-DAYS = 0)
        MOVE 7 TO WS-EXPIRE-DAYS
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
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT CHGAPPRR.
    MOVE WS-RUN-DATE TO RPT-BANNER-DATE
    MOVE WS-RUN-TIME TO RPT-BANNER-TIME
    WRITE RPT-LINE FROM RPT-BANNER.
    WRITE RPT-LINE FROM RPT-HEADING-1.
    MOVE WS-EXPIRE-DAYS TO RPT-EXPIRE-DAYS
    WRITE RPT-LINE FROM RPT-EXPIRE-LINE.

    PERFORM EXPIRE-PENDING-PARA.

    WRITE RPT-LINE FROM SPACES.
    WRITE RPT-LINE FROM RPT-DECISION-HEADING.
    OPEN INPUT APPRTRAN.
    IF (WS-TRAN-STATUS = '00')
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ APPRTRAN
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM DECIDE-TRAN-PARA
            END-READ
        END-PERFORM
        CLOSE APPRTRAN
    ELSE
        MOVE SPACES TO RPT-LINE
        MOVE 'NO APPROVAL FILE - STATUS REPORT ONLY' TO RPT-LINE
        WRITE RPT-LINE
    END-IF.

    PERFORM LIST-PENDING-PARA.
    CLOSE PENDCHG.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'DECISIONS READ:' TO RPT-TOTAL-LABEL
    MOVE WS-TRAN-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'APPROVED THIS RUN:' TO RPT-TOTAL-LABEL
    MOVE WS-APPROVE-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'REJECTED THIS RUN:' TO RPT-TOTAL-LABEL
    MOVE WS-REJECT-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'EXPIRED THIS RUN:' TO RPT-TOTAL-LABEL
    MOVE WS-EXPIRE-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'DECISIONS REFUSED:' TO RPT-TOTAL-LABEL
    MOVE WS-DENY-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - PENDING:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-PEND TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - APPROVED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-APPR TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - REJECTED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-REJ TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - EXPIRED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-EXP TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - APPLIED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-DONE TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'ON FILE - APPLY FAILED:' TO RPT-TOTAL-LABEL
    MOVE WS-STAT-FAIL TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE CHGAPPRR.

    DISPLAY 'CHANGE APPROVAL RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
        ' APPROVED=' WS-APPROVE-COUNT ' REJECTED=' WS-REJECT-COUNT
        ' EXPIRED=' WS-EXPIRE-COUNT ' REFUSED=' WS-DENY-COUNT
        ' STILL PENDING=' WS-STAT-PEND

    IF (WS-DENY-COUNT > 0)
        MOVE 4 TO RETURN-CODE
    END-IF.

    STOP RUN.

EXPIRE-PENDING-PARA.
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PEND-KEY
    START PENDCHG KEY IS NOT LESS THAN PEND-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ PENDCHG NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (PEND-STATUS = 'P')
                    COMPUTE WS-SUB-INT =
                        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PEND-SUB-DATE))
                    COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-SUB-INT
                    IF (WS-AGE-DAYS > WS-EXPIRE-DAYS)
                        MOVE 'E' TO PEND-STATUS
                        MOVE WS-RUN-DATE TO PEND-CHK-DATE
                        MOVE 'EXPIRED - NOT ACTIONED' TO PEND-REASON
                        REWRITE PEND-REC
                            INVALID KEY
                                DISPLAY 'WARNING: PENDCHG REWRITE FAILED FOR '
                                    PEND-KEY
                            NOT INVALID KEY
                                ADD 1 TO WS-EXPIRE-COUNT
                        END-REWRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

DECIDE-TRAN-PARA.
    MOVE TRAN-ACTION TO RPT-DEC-ACTION
    MOVE TRAN-PEND-KEY TO RPT-DEC-KEY
    MOVE TRAN-OPER-ID TO RPT-DEC-OPER

    IF (TRAN-ACTION NOT = 'A' AND TRAN-ACTION NOT = 'R')
        ADD 1 TO WS-DENY-COUNT
        MOVE 'REFUSED - UNKNOWN ACTION' TO RPT-DEC-DISP
    ELSE
        IF (TRAN-OPER-ID = SPACES)
            ADD 1 TO WS-DENY-COUNT
            MOVE 'REFUSED - NO OPERATOR ID' TO RPT-DEC-DISP
        ELSE
            MOVE TRAN-PEND-KEY TO PEND-KEY
            READ PENDCHG
                INVALID KEY
                    ADD 1 TO WS-DENY-COUNT
                    MOVE 'REFUSED - KEY NOT ON FILE' TO RPT-DEC-DISP
                NOT INVALID KEY
                    PERFORM APPLY-DECISION-PARA
            END-READ
        END-IF
    END-IF
    WRITE RPT-LINE FROM RPT-DECISION.

APPLY-DECISION-PARA.
    IF (PEND-STATUS NOT = 'P')
        ADD 1 TO WS-DENY-COUNT
        MOVE 'REFUSED - NOT PENDING' TO RPT-DEC-DISP
    ELSE
        IF (TRAN-OPER-ID = PEND-SUB-OPER)
            ADD 1 TO WS-DENY-COUNT
            MOVE 'REFUSED - CHECKER IS SUBMITTER' TO RPT-DEC-DISP
        ELSE
            MOVE TRAN-ACTION TO PEND-STATUS
            MOVE TRAN-OPER-ID TO PEND-CHK-OPER
            MOVE WS-RUN-DATE TO PEND-CHK-DATE
            MOVE TRAN-REASON TO PEND-REASON
            REWRITE PEND-REC
                INVALID KEY
                    ADD 1 TO WS-DENY-COUNT
                    MOVE 'REFUSED - REWRITE FAILED' TO RPT-DEC-DISP
                NOT INVALID KEY
                    IF (TRAN-ACTION = 'A')
                        ADD 1 TO WS-APPROVE-COUNT
                        MOVE 'APPROVED - APPLIED ON NEXT MAINT RUN'
                            TO RPT-DEC-DISP
                    ELSE
                        ADD 1 TO WS-REJECT-COUNT
                        MOVE 'REJECTED' TO RPT-DEC-DISP
                    END-IF
            END-REWRITE
        END-IF
    END-IF.

LIST-PENDING-PARA.
    WRITE RPT-LINE FROM SPACES
    WRITE RPT-LINE FROM RPT-STATUS-HEADING
    MOVE 'N' TO WS-EOF
    MOVE LOW-VALUES TO PEND-KEY
    START PENDCHG KEY IS NOT LESS THAN PEND-KEY
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
        READ PENDCHG NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                EVALUATE PEND-STATUS
                    WHEN 'P'
                        ADD 1 TO WS-STAT-PEND
                        MOVE 'PENDING' TO RPT-STAT-TEXT
                    WHEN 'A'
                        ADD 1 TO WS-STAT-APPR
                        MOVE 'APPROVED' TO RPT-STAT-TEXT
                    WHEN 'R'
                        ADD 1 TO WS-STAT-REJ
                        MOVE 'REJECTED' TO RPT-STAT-TEXT
                    WHEN 'E'
                        ADD 1 TO WS-STAT-EXP
                        MOVE 'EXPIRED' TO RPT-STAT-TEXT
                    WHEN 'C'
                        ADD 1 TO WS-STAT-DONE
                        MOVE 'APPLIED' TO RPT-STAT-TEXT
                    WHEN 'F'
                        ADD 1 TO WS-STAT-FAIL
                        MOVE 'FAILED' TO RPT-STAT-TEXT
                    WHEN OTHER
                        MOVE 'UNKNOWN' TO RPT-STAT-TEXT
                END-EVALUATE
                MOVE PEND-KEY TO RPT-STAT-KEY
                MOVE PEND-MASTER TO RPT-STAT-MASTER
                MOVE PEND-SUB-OPER TO RPT-STAT-SUB-OPER
                MOVE PEND-CHK-OPER TO RPT-STAT-CHK-OPER
                MOVE PEND-CHK-DATE TO RPT-STAT-CHK-DATE
                MOVE PEND-APPLY-DATE TO RPT-STAT-APPLY-DATE
                MOVE PEND-REASON TO RPT-STAT-REASON
                WRITE RPT-LINE FROM RPT-STATUS-DETAIL
                MOVE PEND-TRAN-IMAGE TO RPT-IMAGE
                WRITE RPT-LINE FROM RPT-IMAGE-LINE
        END-READ
    END-PERFORM.

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
