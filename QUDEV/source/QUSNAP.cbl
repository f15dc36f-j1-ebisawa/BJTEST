      *                     each restored file by content, not only
      *                     by size (sets without the field verify
      *                     by size as before)
      *    QUSNAP_FILE      RESTORE only this original path from the
      *                     set (QUFIXLK puts back a leaked fixture
      *                     this way); empty = the whole set
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       01  WK-FP2                      PIC X(16).
       01  FP-RC                       PIC S9(4) COMP.
       01  FP-FNAME                    PIC X(256).
       01  ONE-FNM                     PIC X(160).
       01  ONE-HIT-SW                  PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           IF FP-ENV(1:1) = "Y"
               MOVE "Y" TO FP-ON-SW
           END-IF.
           MOVE SPACE TO ONE-FNM.
           DISPLAY "QUSNAP_FILE"       UPON ENVIRONMENT-NAME.
           ACCEPT  ONE-FNM             FROM ENVIRONMENT-VALUE.
      *    take the snapshot: copy every manifest file into the set,
      *    verify the copy's size, record original path and size
       SNAP-PROC.
                 MOVE SPACE TO SRC-FNM WK-NAME WK-SIZE WK-FP
                 UNSTRING MI-REC DELIMITED BY ";"
                     INTO SRC-FNM WK-NAME WK-SIZE WK-FP
                 IF ONE-FNM = SPACE OR ONE-FNM = SRC-FNM
                     MOVE "Y" TO ONE-HIT-SW
                     PERFORM RESTORE-ONE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MAN-IN.
           IF ONE-FNM NOT = SPACE AND ONE-HIT-SW = "N"
               ADD 1 TO BAD-CNT
               DISPLAY "QUSNAP : not in the set " ONE-FNM(1:50)
           END-IF.
       RESTORE-ONE.
           MOVE SPACE TO DST-FNM.
           STRING SET-DIR DELIMITED SPACE
