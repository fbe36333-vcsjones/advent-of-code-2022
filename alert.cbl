77 WS-RULE-IDX PIC 9(2).
77 WS-RULE-MATCHED PIC A(1).
01 WS-RULE-TABLE.
    05 WS-RULE-ENTRY OCCURS 7 TIMES.
        10 WS-RL-NAME PIC X(12).
        10 WS-RL-THRESHOLD PIC 9(8).
        10 WS-RL-SEVERITY PIC X(8).
    MOVE 'SUSPAGED' TO WS-RL-NAME(5)
    MOVE 0 TO WS-RL-THRESHOLD(5)
    MOVE 'CRITICAL' TO WS-RL-SEVERITY(5)
    MOVE 'INTEGRITY' TO WS-RL-NAME(6)
    MOVE 0 TO WS-RL-THRESHOLD(6)
    MOVE 'WARNING' TO WS-RL-SEVERITY(6)
    MOVE 'BATCHWINDOW' TO WS-RL-NAME(7)
    MOVE 0 TO WS-RL-THRESHOLD(7)
    MOVE 'WARNING' TO WS-RL-SEVERITY(7)

    PERFORM LOAD-RULES-PARA.
    PERFORM LOAD-DEST-PARA.
                NOT AT END
                    MOVE 'N' TO WS-RULE-MATCHED
                    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                            UNTIL WS-RULE-IDX > 7
                        IF (WS-RL-NAME(WS-RULE-IDX) = RULE-NAME)
                            MOVE 'Y' TO WS-RULE-MATCHED
                            IF (FUNCTION TEST-NUMVAL(RULE-THRESHOLD) = 0)
                            PERFORM RAISE-RULE-SEV-PARA
                            PERFORM RECORD-ALERT-PARA
                        ELSE
                            IF (LOG-LINE(1:8) = 'INTEGCHK'
                                    AND WS-STEP-RC > WS-RL-THRESHOLD(6))
                                MOVE 6 TO WS-RULE-IDX
                                MOVE WS-RL-SEVERITY(6) TO ALR-SEVERITY
                                PERFORM RAISE-RULE-SEV-PARA
                                PERFORM RECORD-ALERT-PARA
                                MOVE 1 TO WS-RULE-IDX
                            ELSE
                                MOVE 'INFO' TO ALR-SEVERITY
                            END-IF
                        END-IF
                        WRITE ALR-LINE FROM ALR-DETAIL
                    ELSE
                        IF (LOG-LINE(1:12) = 'BATCH WINDOW')
                            MOVE 7 TO WS-RULE-IDX
                            MOVE LOG-LINE(1:60) TO ALR-TEXT
                            MOVE WS-RL-SEVERITY(7) TO ALR-SEVERITY
                            PERFORM RAISE-RULE-SEV-PARA
                            PERFORM RECORD-ALERT-PARA
                            WRITE ALR-LINE FROM ALR-DETAIL
                            MOVE 1 TO WS-RULE-IDX
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
