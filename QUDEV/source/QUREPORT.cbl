           PERFORM LOAD-TESTM.
       LOAD-TESTM.
           OPEN INPUT QUTESTM.
           IF QM-STS = "39"
               PERFORM QM-LAYOUT-STOP
           END-IF.
           IF QM-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE TM-OWNER-WK TO PRT-OWNER.
           MOVE TM-SEV-WK   TO PRT-SEV.
           WRITE P-REC FROM PRINT-WK AFTER 1.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - stop and ask
      *    for the one-time conversion rather than run on without it
       QM-LAYOUT-STOP.
           DISPLAY "QUREPORT : data\QUTESTM is not in the"
                   " current 304-byte record layout - convert it"
                   " (QU_REPRO with QUREPRO_LAYOUT=QUTESTM)"
                   " before running".
           CLOSE QUTESTF.
           CLOSE PRINT-F.
           MOVE -1 TO RETURN-CODE.
           GOBACK.
