           PERFORM LOAD-TESTM.
       LOAD-TESTM.
           OPEN INPUT QUTESTM.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
               CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS
           END-IF.
           MOVE 8 TO RETURN-CODE.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUALERT : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           MOVE -1 TO RETURN-CODE.
           GOBACK.
