       01  OPEN-CNT                    PIC 9(5) VALUE 0.
       01  CLOSED-NG-CNT               PIC 9(5) VALUE 0.
       01  P-LINE                      PIC X(132).
       01  LEDGER-SUM                  PIC 9(20).
       01  AUDIT-OBJ                   PIC X(60).
       01  AUDIT-OLD                   PIC X(80).
       01  AUDIT-NEW                   PIC X(80).
       PROCEDURE DIVISION.
       DECLARATIVES.
       IN-FILE-ERROR SECTION.
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE QU-KEY1 OF QUTESTF TO AUDIT-OBJ.
           MOVE SPACE TO AUDIT-OLD AUDIT-NEW.
           IF QU-TICKET NOT = SPACE
               STRING QU-TICKET     DELIMITED SIZE
                      " sts "       DELIMITED SIZE
                      QU-TICKET-STS DELIMITED SIZE
                      INTO AUDIT-OLD
           END-IF.
           MOVE IN-TICKET TO QU-TICKET.
           IF IN-TICKET = SPACE
               MOVE SPACE TO QU-TICKET-STS
               MOVE IN-STS TO QU-TICKET-STS
           END-IF.
           REWRITE QU-REC.
           CALL "QULEDGER" USING "TKT" "QUTICKET" QU-REC LEDGER-SUM.
           IF QU-TICKET NOT = SPACE
               STRING QU-TICKET     DELIMITED SIZE
                      " sts "       DELIMITED SIZE
                      QU-TICKET-STS DELIMITED SIZE
                      INTO AUDIT-NEW
           END-IF.
           CALL "QUAUDIT" USING "QUTICKET" "TKT" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
           CALL "QUFEEDPT" USING "UPD" "QUTICKET" QU-REC.
           CLOSE QUTESTF.
           DISPLAY "QUTICKET : ticket recorded".
      *    the cross-reference: open tickets by testid, then the
