    SELECT DAY4MNTR ASSIGN TO DAY4MNTR
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT AUDJRNL ASSIGN TO AUDJRNL
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AUD-KEY
    FILE STATUS IS WS-AUD-STATUS.

DATA DIVISION.
FILE SECTION.
FD DAY4MSTR.
FD DAY4MNTR.
    01 RPT-LINE PIC X(60).

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

WORKING-STORAGE SECTION.
77 WS-EOF PIC A(1).
77 WS-MSTR-STATUS PIC X(2).
77 WS-DEL-COUNT PIC 9(8) VALUE ZERO.
77 WS-REJ-COUNT PIC 9(8) VALUE ZERO.
77 WS-BEFORE-FLAG PIC X(1).
77 WS-AUD-STATUS PIC X(2).
77 WS-AUD-SEQ PIC 9(6) VALUE ZERO.
77 WS-AUD-COUNT PIC 9(6) VALUE ZERO.
77 WS-AUD-KEY PIC X(28).
77 WS-AUD-BEFORE PIC X(60).
77 WS-AUD-AFTER PIC X(60).
01 WS-CURRENT-DATE-TIME PIC X(21).
01 WS-RUN-DATE PIC X(8).
01 WS-RUN-TIME PIC X(6).
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
        CLOSE DAY4MSTR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT DAY4TRAN.
    IF (WS-TRAN-STATUS NOT = '00')
        DISPLAY 'DAY4TRAN TRANSACTION FILE NOT AVAILABLE - NOTHING TO APPLY'
        CLOSE DAY4MSTR
        CLOSE AUDJRNL
        STOP RUN
    END-IF.


    CLOSE DAY4TRAN.
    CLOSE DAY4MSTR.
    CLOSE AUDJRNL.

    WRITE RPT-LINE FROM SPACES.
    MOVE 'TRANSACTIONS READ:' TO RPT-TOTAL-LABEL
    MOVE 'REJECTS:' TO RPT-TOTAL-LABEL
    MOVE WS-REJ-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    MOVE 'JOURNAL ENTRIES:' TO RPT-TOTAL-LABEL
    MOVE WS-AUD-COUNT TO RPT-TOTAL-VALUE
    WRITE RPT-LINE FROM RPT-TOTAL-LINE.
    CLOSE DAY4MNTR.

    DISPLAY 'MAINT RUN: ' WS-RUN-DATE ' ' WS-RUN-TIME
                    ADD 1 TO WS-ADD-COUNT
                    MOVE TRAN-STATUS-FLAG TO RPT-AFTER
                    MOVE 'ADDED' TO RPT-DISP
                    MOVE MSTR-SECTION-ID TO WS-AUD-KEY
                    MOVE SPACES TO WS-AUD-BEFORE
                    MOVE MSTR-REC TO WS-AUD-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO WS-REJ-COUNT
            MOVE 'REJECTED - KEY NOT ON FILE' TO RPT-DISP
        NOT INVALID KEY
            MOVE MSTR-STATUS-FLAG TO RPT-BEFORE
            MOVE MSTR-REC TO WS-AUD-BEFORE
            MOVE TRAN-STATUS-FLAG TO MSTR-STATUS-FLAG
            REWRITE MSTR-REC
                INVALID KEY
                    ADD 1 TO WS-CHG-COUNT
                    MOVE TRAN-STATUS-FLAG TO RPT-AFTER
                    MOVE 'STATUS CHANGED' TO RPT-DISP
                    MOVE MSTR-SECTION-ID TO WS-AUD-KEY
                    MOVE MSTR-REC TO WS-AUD-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-REWRITE
    END-READ
    WRITE RPT-LINE FROM RPT-DETAIL.
            MOVE 'REJECTED - KEY NOT ON FILE' TO RPT-DISP
        NOT INVALID KEY
            MOVE MSTR-STATUS-FLAG TO RPT-BEFORE
            MOVE MSTR-REC TO WS-AUD-BEFORE
            DELETE DAY4MSTR RECORD
                INVALID KEY
                    ADD 1 TO WS-REJ-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-DEL-COUNT
                    MOVE 'DELETED' TO RPT-DISP
                    MOVE TRAN-SECTION-ID TO WS-AUD-KEY
                    MOVE SPACES TO WS-AUD-AFTER
                    PERFORM WRITE-JOURNAL-PARA
            END-DELETE
    END-READ
    WRITE RPT-LINE FROM RPT-DETAIL.

WRITE-JOURNAL-PARA.
    ADD 1 TO WS-AUD-SEQ
    MOVE WS-RUN-DATE TO AUD-POST-DATE
    MOVE WS-RUN-TIME TO AUD-POST-TIME
    MOVE 'DAY4MNT' TO AUD-PROGRAM
    MOVE WS-AUD-SEQ TO AUD-SEQ
    MOVE 'DAY4MSTR' TO AUD-MASTER
    MOVE 'DAY4TRAN' TO AUD-TRAN-FILE
    MOVE TRAN-ACTION TO AUD-ACTION
    MOVE WS-AUD-KEY TO AUD-MASTER-KEY
    MOVE WS-AUD-BEFORE TO AUD-BEFORE
    MOVE WS-AUD-AFTER TO AUD-AFTER
    MOVE SPACES TO AUD-SUB-OPER
    MOVE SPACES TO AUD-CHK-OPER
    MOVE SPACES TO AUD-PEND-KEY
    WRITE AUD-REC
        INVALID KEY
            DISPLAY 'WARNING: AUDJRNL DUPLICATE KEY - ENTRY NOT JOURNALED FOR '
                WS-AUD-KEY
        NOT INVALID KEY
            ADD 1 TO WS-AUD-COUNT
    END-WRITE.
