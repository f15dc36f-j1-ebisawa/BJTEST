       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QULEDGER.
      *    tamper-evident verdict ledger (data\QULEDGER, layout in
      *    QULEDGER.fd).  every program that changes a QUTESTF
      *    record reports the new image here -
      *        CALL "QULEDGER" USING action source QU-REC sum
      *    action  x(3)   WRT  verdict written (QUTESTID)
      *                   EDT  result edited (QUTFBRWS)
      *                   DEL  result deleted (QUTFBRWS, or
      *                        quarantined by QUINTCHK)
      *                   REV  review sign-off (QUREVIEW)
      *                   TKT  ticket update (QUTICKET)
      *    source  x(8)   the calling program
      *    QU-REC  x(450) the record image as written
      *    sum     9(20)  returned: the new entry's chain value
      *    and the entry is appended under the next sequence with
      *    its checksum chained to the previous entry.  two more
      *    actions serve the verifier QULEDVFY -
      *        "SUM"  sum = checksum of the QU-REC image
      *        "CHN"  sum = chain value of the QULEDGER entry passed
      *               in place of QU-REC
      *    parallel jobs race for the next sequence; the loser of a
      *    duplicate key re-reads the end of the ledger and retries,
      *    the way QUACTPUT retries its key.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QULEDGER.sl" replacing
            ==WITH DUPLICATES.== BY
            ==WITH DUPLICATES
              FILE STATUS IS LG-STS.==.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QULEDGER.fd".
       WORKING-STORAGE                 SECTION.
       01  LG-STS                      PIC XX.
       78  TRY-MAX                         VALUE 10.
       01  TRY-CNT                     PIC 9(2).
       01  LAST-SEQ                    PIC 9(9).
       01  LAST-CHAIN                  PIC 9(20).
       01  REC-SUM-KEEP                PIC 9(20).
      *    the checksum: two polynomial sums over the bytes, each
      *    modulo a prime, side by side in 20 digits
       01  HS-BUF                      PIC X(450).
       01  HS-LEN                      PIC 9(3).
       01  HS-I                        PIC 9(3).
       01  HS-H1                       PIC 9(10).
       01  HS-H2                       PIC 9(10).
       01  HS-OUT                      PIC 9(20).
       01  HS-OUT-R REDEFINES HS-OUT.
           03  HS-OUT-1                PIC 9(10).
           03  HS-OUT-2                PIC 9(10).
       LINKAGE                         SECTION.
       01  P-ACTION                    PIC X(3).
       01  P-SOURCE                    PIC X(8).
       01  P-REC                       PIC X(450).
       01  P-SUM                       PIC 9(20).
       PROCEDURE DIVISION USING P-ACTION P-SOURCE P-REC P-SUM.
       MAIN-ROUTINE.
           EVALUATE P-ACTION
             WHEN "SUM"
               PERFORM RECORD-SUM
               MOVE HS-OUT TO P-SUM
             WHEN "CHN"
               MOVE SPACE TO HS-BUF
               MOVE P-REC(1:124) TO HS-BUF
               MOVE 124 TO HS-LEN
               PERFORM HASH-BUF
               MOVE HS-OUT TO P-SUM
             WHEN OTHER
               PERFORM APPEND-PROC
           END-EVALUATE.
           GOBACK.
      *
      *    the generation byte is left out: the shuffle renumbers a
      *    result without changing it
       RECORD-SUM.
           MOVE P-REC TO HS-BUF.
           MOVE "0"   TO HS-BUF(21:1).
           MOVE 450   TO HS-LEN.
           PERFORM HASH-BUF.
       HASH-BUF.
           MOVE 5381 TO HS-H1 HS-H2.
           PERFORM VARYING HS-I FROM 1 BY 1 UNTIL HS-I > HS-LEN
              COMPUTE HS-H1 = FUNCTION MOD(HS-H1 * 31
                              + FUNCTION ORD(HS-BUF(HS-I:1)),
                              2147483647)
              COMPUTE HS-H2 = FUNCTION MOD(HS-H2 * 65599
                              + FUNCTION ORD(HS-BUF(HS-I:1)),
                              4294967291)
           END-PERFORM.
           MOVE HS-H1 TO HS-OUT-1.
           MOVE HS-H2 TO HS-OUT-2.
       APPEND-PROC.
           MOVE 0 TO P-SUM.
           OPEN I-O QULEDGER.
           IF LG-STS = "35"
               OPEN OUTPUT QULEDGER
               CLOSE QULEDGER
               OPEN I-O QULEDGER
           END-IF.
           IF LG-STS NOT = "00" AND LG-STS NOT = "05"
               DISPLAY "QULEDGER : ledger unusable sts=" LG-STS
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-SUM.
           MOVE HS-OUT TO REC-SUM-KEEP.
           MOVE 0 TO TRY-CNT.
           PERFORM UNTIL TRY-CNT >= TRY-MAX
              ADD 1 TO TRY-CNT
              PERFORM FIND-LAST
              PERFORM BUILD-ENTRY
              WRITE LG-REC
                  INVALID
                      CONTINUE
                  NOT INVALID
                      MOVE LG-CHAIN TO P-SUM
                      EXIT PERFORM
              END-WRITE
           END-PERFORM.
           IF P-SUM = 0
               DISPLAY "QULEDGER : entry not written for "
                       P-REC(1:20) " sts=" LG-STS
           END-IF.
           CLOSE QULEDGER.
       FIND-LAST.
           MOVE 0 TO LAST-SEQ LAST-CHAIN.
           MOVE 999999999 TO LG-SEQ.
           START QULEDGER KEY < LG-SEQ
               INVALID EXIT PARAGRAPH
           END-START.
           READ QULEDGER PREVIOUS
               AT END EXIT PARAGRAPH
           END-READ.
           MOVE LG-SEQ   TO LAST-SEQ.
           MOVE LG-CHAIN TO LAST-CHAIN.
       BUILD-ENTRY.
           COMPUTE LG-SEQ = LAST-SEQ + 1.
           ACCEPT LG-DATE FROM DATE YYYYMMDD.
           ACCEPT LG-TIME FROM TIME.
           MOVE P-ACTION       TO LG-ACTION.
           MOVE P-SOURCE       TO LG-SOURCE.
           MOVE SPACE          TO LG-USER.
           DISPLAY "QU_USER_ID" UPON ENVIRONMENT-NAME.
           ACCEPT  LG-USER      FROM ENVIRONMENT-VALUE.
           MOVE P-REC(1:20)    TO LG-TESTID.
           MOVE P-REC(22:8)    TO LG-RDATE.
           MOVE P-REC(30:8)    TO LG-RTIME.
           MOVE REC-SUM-KEEP   TO LG-RECSUM.
           MOVE LAST-CHAIN     TO LG-PREV.
           MOVE SPACE          TO HS-BUF.
           MOVE LG-REC(1:124)  TO HS-BUF.
           MOVE 124            TO HS-LEN.
           PERFORM HASH-BUF.
           MOVE HS-OUT         TO LG-CHAIN.
