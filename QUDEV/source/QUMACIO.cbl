       01  WK-NUMBUF               PIC X(12).
       01  WK-RESV-ENV             PIC X(20).
       01  WK-TODAY                PIC 9(08).
       01  WK-EXP-CNT              PIC 9(04).
       01  LOG-EVENT               PIC X(03).
       01  LOG-USER                PIC X(12).
       01  LOG-SUITE               PIC X(20).
       01  LOG-EXPIRE              PIC 9(08).
       01  WK-NEW-EXPIRE           PIC 9(08).
       01  WK-NOW-TIME             PIC 9(08).
       01  WK-NOW-TIME-R REDEFINES WK-NOW-TIME.
           03  WK-NOW-HH           PIC 9(02).
           03  FILLER              PIC 9(06).
       01  WK-MW-DATE              PIC 9(08).
       01  WK-MW-HOURS             PIC 9(05).
           COPY "QUMWHIT.wrk".
       01  FLAGS                   pic x(02) comp-x.
       01  EXIT-STATUS             pic x(02) comp-x.
           COPY "QUEXT.def".
               PERFORM RELEASE-PROC
             WHEN "CHKRESV"
               PERFORM CHKRESV-PROC
             WHEN "EXPIRE "
               PERFORM EXPIRE-PROC
             WHEN OTHER
               MOVE SPACE TO THIN-FLG UNIX-FLG
               PERFORM 1ST-PROC
      * 予約（チェックアウト）：他ユーザの有効予約があれば拒否。
      * 予約者・スイート・期限は QU_RESV_USER/QU_RESV_SUITE/
      * QU_RESV_EXPIRE 環境変数から（期限省略時は当日）。
      * 拒否・期限切れ予約の引継ぎ・予約は QUMACRL 台帳へ記録。
      * 予約期間に保守ウィンドウ（QUMWCHK）が重なれば拒否。
       RESERVE-PROC.
           OPEN I-O MAC-IDF.
           MOVE P-MAC-ID TO MAC-ID.
               DISPLAY "QUMACIO : " MAC-ID " is reserved by "
                       MAC-RESV-USER " for " MAC-RESV-SUITE
                       " until " MAC-RESV-EXPIRE
               MOVE SPACE TO LOG-USER LOG-SUITE
               DISPLAY "QU_RESV_USER"   UPON ENVIRONMENT-NAME
               ACCEPT  LOG-USER         FROM ENVIRONMENT-VALUE
               DISPLAY "QU_RESV_SUITE"  UPON ENVIRONMENT-NAME
               ACCEPT  LOG-SUITE        FROM ENVIRONMENT-VALUE
               MOVE 0 TO LOG-EXPIRE
               CALL "QUMACLOG" USING "RFS" MAC-ID LOG-USER
                                     LOG-SUITE LOG-EXPIRE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WK-RESV-ENV.
           DISPLAY "QU_RESV_EXPIRE" UPON ENVIRONMENT-NAME.
           ACCEPT  WK-RESV-ENV      FROM ENVIRONMENT-VALUE.
           IF WK-RESV-ENV(1:8) IS NUMERIC
               MOVE WK-RESV-ENV(1:8) TO WK-NEW-EXPIRE
           ELSE
               ACCEPT WK-NEW-EXPIRE FROM DATE YYYYMMDD
           END-IF.
           PERFORM CHECK-MAINT.
           IF P-MAC-ID2 = "MAINT  "
               DISPLAY "QUMACIO : " MAC-ID " maintenance window "
                       MW-TEXT " - not reserved"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF MAC-RESERVED
              AND MAC-RESV-EXPIRE IS NUMERIC
              AND MAC-RESV-EXPIRE < WK-TODAY
               CALL "QUMACLOG" USING "EXP" MAC-ID MAC-RESV-USER
                                     MAC-RESV-SUITE MAC-RESV-EXPIRE
           END-IF.
           SET MAC-RESERVED TO TRUE.
           MOVE SPACE TO MAC-RESV-USER.
           DISPLAY "QU_RESV_USER"   UPON ENVIRONMENT-NAME.
           MOVE SPACE TO MAC-RESV-SUITE.
           DISPLAY "QU_RESV_SUITE"  UPON ENVIRONMENT-NAME.
           ACCEPT  MAC-RESV-SUITE   FROM ENVIRONMENT-VALUE.
           MOVE WK-NEW-EXPIRE TO MAC-RESV-EXPIRE.
           REWRITE MAC-IDR.
           CALL "QUMACLOG" USING "RSV" MAC-ID MAC-RESV-USER
                                 MAC-RESV-SUITE MAC-RESV-EXPIRE.
           MOVE "OK     " TO P-MAC-ID2.
       RELEASE-PROC.
           OPEN I-O MAC-IDF.
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-READ.
           IF MAC-RESERVED
               ACCEPT WK-TODAY FROM DATE YYYYMMDD
               MOVE "REL" TO LOG-EVENT
               IF MAC-RESV-EXPIRE IS NUMERIC
                  AND MAC-RESV-EXPIRE < WK-TODAY
                   MOVE "EXP" TO LOG-EVENT
               END-IF
               CALL "QUMACLOG" USING LOG-EVENT MAC-ID MAC-RESV-USER
                                     MAC-RESV-SUITE MAC-RESV-EXPIRE
           END-IF.
           MOVE SPACE TO MAC-RESV-SW MAC-RESV-USER MAC-RESV-SUITE.
           MOVE 0 TO MAC-RESV-EXPIRE.
           REWRITE MAC-IDR.
           IF P-MAC-ID2 = "HELD   "
               MOVE 1 TO RETURN-CODE
           END-IF.
      * 期限切れ予約の一掃（P-MAC-ID は不問）：台帳へ EXP を記録し
      * 予約を解除する。QUMACUTL が集計前に呼ぶ。
       EXPIRE-PROC.
           OPEN I-O MAC-IDF.
           ACCEPT WK-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WK-EXP-CNT.
           PERFORM UNTIL 1 = 0
              READ MAC-IDF NEXT
                   AT END EXIT PERFORM
              END-READ
              IF MAC-RESERVED
                 AND MAC-RESV-EXPIRE IS NUMERIC
                 AND MAC-RESV-EXPIRE < WK-TODAY
                  CALL "QUMACLOG" USING "EXP" MAC-ID MAC-RESV-USER
                                        MAC-RESV-SUITE MAC-RESV-EXPIRE
                  MOVE SPACE TO MAC-RESV-SW MAC-RESV-USER
                                MAC-RESV-SUITE
                  MOVE 0 TO MAC-RESV-EXPIRE
                  REWRITE MAC-IDR
                  ADD 1 TO WK-EXP-CNT
              END-IF
           END-PERFORM.
           IF WK-EXP-CNT > 0
               DISPLAY "QUMACIO : " WK-EXP-CNT
                       " expired reservation(s) released"
           END-IF.
           MOVE "OK     " TO P-MAC-ID2.
      * 保守ウィンドウ確認：現在から期限日の終わりまで（QU_RESV_HOURS
      * 指定時は現在からその時間数）。重なれば P-MAC-ID2 = "MAINT  "。
       CHECK-MAINT.
           ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
           ACCEPT WK-NOW-TIME FROM TIME.
           MOVE SPACE TO WK-RESV-ENV.
           DISPLAY "QU_RESV_HOURS"  UPON ENVIRONMENT-NAME.
           ACCEPT  WK-RESV-ENV      FROM ENVIRONMENT-VALUE.
           IF WK-RESV-ENV(1:1) >= "0" AND WK-RESV-ENV(1:1) <= "9"
               COMPUTE WK-MW-HOURS = FUNCTION NUMVAL(WK-RESV-ENV)
           ELSE
               IF WK-NEW-EXPIRE > WK-TODAY
                   COMPUTE WK-MW-HOURS =
                       (FUNCTION INTEGER-OF-DATE(WK-NEW-EXPIRE)
                      - FUNCTION INTEGER-OF-DATE(WK-TODAY) + 1) * 24
                      - WK-NOW-HH
               ELSE
                   COMPUTE WK-MW-HOURS = 24 - WK-NOW-HH
               END-IF
           END-IF.
           MOVE 0 TO WK-MW-DATE.
           CALL "QUMWCHK" USING "CHK" MAC-ID WK-MW-DATE WK-NOW-TIME
                                WK-MW-HOURS MW-HIT.
           IF MW-NAME NOT = SPACE
               MOVE "MAINT  " TO P-MAC-ID2
           END-IF.
      * 有効な他ユーザ予約か？（期限切れは空き扱い）
       CHECK-HELD.
           MOVE "FREE   " TO P-MAC-ID2.
