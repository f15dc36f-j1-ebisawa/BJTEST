      *    QUINTCHK_MODE    REPORT (default) or REPAIR
      *    QUINTCHK_FNAME   report file (default data\QUINTCHK.txt)
      *    QUINTCHK_REJECT  quarantine file (default data\QUINTCHK.rej)
      *    REPAIR needs the REPAIR capability and an approved
      *    four-eyes request (QUAPPROV) for "REJECT=<quarantine file>"
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
           88  MODE-REPAIR                 VALUE "REPAIR".
       01  PERMIT-CAP                  PIC X(12).
       01  PERMIT-ALLOWED              PIC X(1).
       01  APPROVAL-PARAMS             PIC X(200).
       01  WK-MAC-KEY                  PIC X(7).
      *    group state while scanning QUTESTF (records arrive
      *    grouped by testid)
       01  RN-TBL.
           03  RN-REC-SAVE OCCURS 4 TIMES PIC X(450).
       01  P-LINE                      PIC X(132).
       01  LEDGER-SUM                  PIC 9(20).
       PROCEDURE DIVISION.
       DECLARATIVES.
       IN-FILE-ERROR SECTION.
           PERFORM SCAN-H-PROC.
           IF MODE-REPAIR
               PERFORM PERMIT-CHECK
               PERFORM APPROVAL-CHECK
           END-IF.
           IF MODE-REPAIR
               PERFORM REPAIR-PROC
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
      *    and a second person's approval of the repair with this
      *    reject file (QUAPPROV / QUAPPCHK)
       APPROVAL-CHECK.
           MOVE SPACE TO APPROVAL-PARAMS.
           STRING "REJECT="     DELIMITED SIZE
                  REJ-FNM       DELIMITED SPACE
                  INTO APPROVAL-PARAMS.
           CALL "QUAPPCHK" USING "QUINTCHK" "REPAIR  "
                                 APPROVAL-PARAMS PERMIT-ALLOWED.
           IF PERMIT-ALLOWED NOT = "Y"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
       REPAIR-PROC.
           OPEN I-O QUTESTF.
           OPEN EXTEND REJ-F.
                  NOT INVALID
                      WRITE REJ-REC FROM QU-REC
                      DELETE QUTESTF
                      CALL "QULEDGER" USING "DEL" "QUINTCHK" QU-REC
                                            LEDGER-SUM
                      CALL "QUFEEDPT" USING "DEL" "QUINTCHK" QU-REC
                      ADD 1 TO QUAR-CNT
              END-READ
           END-PERFORM.
              WRITE QU-REC
                  INVALID REWRITE QU-REC
              END-WRITE
              CALL "QUFEEDPT" USING "SHF" "QUINTCHK" QU-REC
           END-PERFORM.
           ADD 1 TO FIXED-CNT.
