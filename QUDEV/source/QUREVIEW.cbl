       01  NTF-CONTEXT                 PIC X(20).
       01  NTF-MSGNO                   PIC 9(3).
       01  NTF-TEXT                    PIC X(80).
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
           STRING QU-REVIEWED-BY   DELIMITED SIZE
                  " "              DELIMITED SIZE
                  QU-REVIEW-DISP   DELIMITED SIZE
                  " "              DELIMITED SIZE
                  QU-REVIEW-REASON DELIMITED SIZE
                  INTO AUDIT-OLD.
           IF QU-REVIEWED-BY = SPACE
               MOVE SPACE TO AUDIT-OLD
           END-IF.
           STRING IN-BY            DELIMITED SIZE
                  " "              DELIMITED SIZE
                  IN-DISP          DELIMITED SIZE
                  " "              DELIMITED SIZE
                  IN-REASON        DELIMITED SIZE
                  INTO AUDIT-NEW.
           MOVE IN-BY     TO QU-REVIEWED-BY.
           ACCEPT QU-REVIEW-DATE FROM DATE YYYYMMDD.
           MOVE IN-DISP   TO QU-REVIEW-DISP.
           MOVE IN-REASON TO QU-REVIEW-REASON.
           REWRITE QU-REC.
           CALL "QULEDGER" USING "REV" "QUREVIEW" QU-REC LEDGER-SUM.
           CALL "QUAUDIT" USING "QUREVIEW" "REV" AUDIT-OBJ
                                AUDIT-OLD AUDIT-NEW.
           CALL "QUFEEDPT" USING "UPD" "QUREVIEW" QU-REC.
           CLOSE QUTESTF.
           DISPLAY "QUREVIEW : review recorded".
      *    unreviewed NG records of the newest generation older
