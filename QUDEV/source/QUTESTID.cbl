       78  RETRY-MAX                   VALUE 5.
       01  OP-TRY            PIC 9(2).
       01  LOCK-SLEEP        PIC 9(6)V9(4).
      * 判定台帳（QULEDGER）の連鎖値。書き込んだ記録を台帳に残す
       01  LEDGER-SUM        PIC 9(20).
      * 夜間ランの刻印（QURUNSTP）。BJ_Launchのラン中だけ記録される
       01  STP-JOB           PIC X(20) VALUE SPACE.
       01  STP-REF           PIC X(80).
       01  STP-RC            PIC S9(8) VALUE 0.
       LINKAGE                         SECTION.
       COPY "QUTESTID.lks".
       PROCEDURE DIVISION  USING QUL-PROC-ID QUL-PARAM-ID QUL-RES
           MOVE 0 TO QUL-RETURNCD.
           PERFORM WRITE-INIT.
           IF MSG-RES = MB-CANCEL
               CALL "QUTESTDT" USING "CLR" QUL-PARAM-ID
               EXIT PARAGRAPH
           END-IF.
           IF DISP-NG AND QUL-RES NOT = "OK"
               PERFORM DISP-MSG
               IF MSG-RES = MB-CANCEL
                   PERFORM ROLLBACK-RTN
                   CALL "QUTESTDT" USING "CLR" QUL-PARAM-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
                    MOVE QU-REC TO PRE3-SAVE
                    MOVE PRE3-SAVE TO QH-REC
                    PERFORM HIST-WRITE-LOCKED
                    CALL "QUFEEDPT" USING "HST" "QUTESTID" QH-REC
               ELSE            *> 2, 1, 0
                    ADD 1 TO QU-IDSEQ
                    PERFORM REC-WRITE-LOCKED
                    CALL "QUFEEDPT" USING "SHF" "QUTESTID" QU-REC
               END-IF
           END-PERFORM
      * 明細（QUTESTD）も親レコードと同じく世代移動する
           CALL "QUTESTDT" USING "SHF" QUL-PARAM-ID
      *
           END-IF.
      * ＯＫチェック
           *>MOVE OSI-FIXPACK           TO QU-OSI-FIXPACK.
           *>MOVE LENGTH OF WRK-PTR     TO QU-RUNTIME-BYTE.
           PERFORM REC-WRITE-LOCKED
           IF QUF-STS(1:1) NOT = "9"
               CALL "QULEDGER" USING "WRT" "QUTESTID" QU-REC
                                     LEDGER-SUM
      * 変更フィード（QUFEED）にも新世代の登録を流す
               CALL "QUFEEDPT" USING "INS" "QUTESTID" QU-REC
               MOVE QU-REC(1:20)  TO STP-REF(1:20)
               MOVE QU-REC(22:58) TO STP-REF(21:58)
               MOVE SPACE         TO STP-REF(79:2)
               CALL "QURUNSTP" USING "VRD" "QUTESTID" STP-JOB
                                     STP-REF STP-RC
           END-IF
      * 記録待ちの明細を新しい世代0に付ける
           CALL "QUTESTDT" USING "FLS" QUL-PARAM-ID
           .
      * 操作単位のロック再試行。完了した世代移動をやり直すと
      * 二重シフトになるので、失敗した操作だけを待って再実行する
