        05 PSUM-MIN PIC 9(9).
        05 PSUM-MAX PIC 9(9).
        05 PSUM-AVG PIC 9(9).
        05 PSUM-FROM-DATE PIC X(8).
        05 PSUM-TO-DATE PIC X(8).
        05 PSUM-FINAL PIC X(1).

FD RPTCATLG.
    01 CAT-REC.
    MOVE WS-ELF-MIN(WS-ELF-IDX) TO PSUM-MIN
    MOVE WS-ELF-MAX(WS-ELF-IDX) TO PSUM-MAX
    MOVE WS-ELF-AVG TO PSUM-AVG
    MOVE WS-FROM-DATE TO PSUM-FROM-DATE
    MOVE WS-TO-DATE TO PSUM-TO-DATE
    MOVE 'N' TO PSUM-FINAL
    WRITE PSUM-REC

    IF (WS-EMST-AVAILABLE = 'Y')
    MOVE WS-TEAM-MIN(WS-TEAM-IDX) TO PSUM-MIN
    MOVE WS-TEAM-MAX(WS-TEAM-IDX) TO PSUM-MAX
    MOVE WS-ELF-AVG TO PSUM-AVG
    MOVE WS-FROM-DATE TO PSUM-FROM-DATE
    MOVE WS-TO-DATE TO PSUM-TO-DATE
    MOVE 'N' TO PSUM-FINAL
    WRITE PSUM-REC.

CATALOG-RPT-PARA.
