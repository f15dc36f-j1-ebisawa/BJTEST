               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "QULINPUT" USING "I" IN-FNAME.
           CALL "QULINPUT" USING "O" OUT-FNAME.
           PERFORM UNTIL 1 = 0
              COMPUTE STRM-OFFSET = REC-CNT * RECLEN
              MOVE RECLEN TO STRM-NBYTES
