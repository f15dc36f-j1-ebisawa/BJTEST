       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QULEDVFY.
      *    verdict ledger verifier.  proves the recorded results are
      *    the ones that were written, in three passes -
      *      CHAIN       the ledger in sequence order: no missing
      *                  sequence number, every LG-PREV equal to the
      *                  previous entry's LG-CHAIN, every LG-CHAIN
      *                  equal to the value recomputed from the entry
      *      RECORDS     the newest ledger entry of every result
      *                  against the record as it stands (QUTESTF,
      *                  QUTESTH and the QUTESTH_<yyyy> archives) -
      *                    ALTERED   checksum differs from the ledger
      *                    MISSING   ledgered but no longer on file
      *                    DELETED   ledgered as deleted, yet on file
      *      UNLEDGERED  results on file, dated on or after the first
      *                  ledger entry, that the ledger never saw
      *    return code 8 when the chain is broken or any result is
      *    ALTERED, MISSING or DELETED; 4 for unledgered results only.
      *
      *    QULEDVFY_FROM     only results dated on or after this
      *                      yyyymmdd are expected on file (results
      *                      QUHRETEN has purged are older; default 0)
      *    QUHRETEN_ARCHDIR  where the yearly archives live
      *                      (default "data", the QUHRETEN value)
      *    QULEDVFY_FNAME    report (default data\QULEDVFY.txt)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUTESTF.sl"      replacing QU-KEY1 BY
                              == QU-KEY1 OF QUTESTF==.
       COPY "QUTESTH.sl".
       COPY "QULEDGER.sl" replacing
            ==WITH DUPLICATES.== BY
            ==WITH DUPLICATES
              FILE STATUS IS LG-STS.==.
       SELECT OPTIONAL ARCH-F ASSIGN TO ARCH-FNM
                              ORGANIZATION SEQUENTIAL
                              ACCESS MODE  SEQUENTIAL
                              FILE STATUS  A-STS.
      *    the results on file, one row per testid/date/time
       SELECT RS-F            ASSIGN TO "WORK\QULEDVFY.wrk"
                              ORGANIZATION INDEXED
                              ACCESS MODE  DYNAMIC
                              RECORD KEY   RS-IDENT
                              FILE STATUS  RS-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS F-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUTESTF.fd".
       COPY "QUTESTH.fd".
       COPY "QULEDGER.fd".
       FD    ARCH-F.
       01    ARCH-REC                  PIC X(450).
       FD    RS-F.
       01    RS-REC.
           03  RS-IDENT.
               05  RS-TESTID           PIC X(20).
               05  RS-DATE             PIC 9(8).
               05  RS-TIME             PIC 9(8).
           03  RS-SUM                  PIC 9(20).
           03  RS-WHERE                PIC X(8).
           03  RS-RES                  PIC X(2).
           03  RS-LEDGER-SW            PIC X.
       FD    PRINT-F.
       01    P-REC                     PIC X(200).
       WORKING-STORAGE                 SECTION.
       01  F-STS                       PIC XX.
       01  A-STS                       PIC XX.
       01  FILE-STS                    PIC XX.
       01  LG-STS                      PIC XX.
       01  RS-STS                      PIC XX.
       01  PRINT-FNM                   PIC X(128).
       01  ARCH-FNM                    PIC X(128).
       01  ARCH-DIR                    PIC X(60).
       01  WK-ENV                      PIC X(10).
       01  Q-FROM                      PIC 9(8) VALUE 0.
       01  TODAY-DATE                  PIC 9(8).
       01  YY-FROM                     PIC 9(4).
       01  YY-TO                       PIC 9(4).
       01  YY-CUR                      PIC 9(4).
       01  ARCH-DETAILS.
           03 ARCH-FILESIZE            PIC X(8) COMP-X.
           03 ARCH-FILEDATE            PIC X(4).
           03 ARCH-FILETIME            PIC X(4).
       01  ARCH-EXIST                  PIC X(2) COMP-5.
       01  ARCH-SIZE                   PIC 9(18) COMP-5.
       01  ARCH-REMAIN                 PIC 9(5) COMP-5.
      *    QULEDGER interface
       01  LD-REC                      PIC X(450).
       01  LD-SUM                      PIC 9(20).
       01  W-WHERE                     PIC X(8).
      *    chain pass
       01  EXP-SEQ                     PIC 9(9).
       01  PREV-CHAIN                  PIC 9(20).
       01  FIRST-LG-DATE               PIC 9(8) VALUE 0.
       01  ENTRY-CNT                   PIC 9(9) VALUE 0.
      *    record pass: the newest entry of the current result
       01  GRP-SW                      PIC X VALUE "N".
       01  GRP-IDENT                   PIC X(36).
       01  GRP-LAST                    PIC X(144).
       01  SAVE-LG-REC                 PIC X(144).
       01  RESULT-CNT                  PIC 9(9) VALUE 0.
       01  LEDGERED-CNT                PIC 9(9) VALUE 0.
       01  BREAK-CNT                   PIC 9(7) VALUE 0.
       01  ALTERED-CNT                 PIC 9(7) VALUE 0.
       01  MISSING-CNT                 PIC 9(7) VALUE 0.
       01  DELETED-CNT                 PIC 9(7) VALUE 0.
       01  UNLEDGERED-CNT              PIC 9(7) VALUE 0.
       01  DUP-CNT                     PIC 9(7) VALUE 0.
       01  B-KIND                      PIC X(10).
       01  B-TEXT                      PIC X(60).
       01  SEQ-DISP                    PIC Z(8)9.
       01  P-LINE                      PIC X(200).
       PROCEDURE DIVISION.
       DECLARATIVES.
       IN-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON QUTESTF.
              DISPLAY "QUTESTF ERROR : " FILE-STS
              move -1 to return-code.
              call "QURUNLOG" using "END" return-code.
              goback.
       HS-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON QUTESTH.
              DISPLAY "QUTESTH ERROR : " FILE-STS
              move -1 to return-code.
              call "QURUNLOG" using "END" return-code.
              goback.
       OT-FILE-ERROR SECTION.
          USE AFTER STANDARD ERROR PROCEDURE ON PRINT-F.
              DISPLAY "PRINT-F ERROR : " F-STS
              move -1 to return-code.
              call "QURUNLOG" using "END" return-code.
              goback.
       end declaratives.

       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QULEDVFY" PRINT-FNM.
           OPEN INPUT QULEDGER.
           IF LG-STS NOT = "00" AND LG-STS NOT = "05"
               DISPLAY "QULEDVFY : no QULEDGER ledger - " LG-STS
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RS-F.
           IF RS-STS NOT = "00"
               DISPLAY "QULEDVFY : work file unusable - " RS-STS
               CLOSE QULEDGER
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           CLOSE RS-F.
           OPEN I-O RS-F.
           PERFORM SCAN-LIVE-F.
           PERFORM SCAN-LIVE-H.
           PERFORM SCAN-ARCHIVES.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           STRING "QULEDVFY  verdict ledger check " DELIMITED SIZE
                  TODAY-DATE                        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           PERFORM CHAIN-PROC.
           PERFORM RECORD-PROC.
           PERFORM UNLEDGERED-PROC.
           CLOSE QULEDGER.
           CLOSE RS-F.
           PERFORM TOTAL-PROC.
           CLOSE PRINT-F.
           DISPLAY "QULEDVFY : " ENTRY-CNT " entries, "
                   BREAK-CNT " chain breaks, "
                   ALTERED-CNT " altered, "
                   MISSING-CNT " missing, "
                   DELETED-CNT " deleted but on file, "
                   UNLEDGERED-CNT " unledgered".
           IF UNLEDGERED-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF BREAK-CNT > 0 OR ALTERED-CNT > 0
              OR MISSING-CNT > 0 OR DELETED-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO WK-ENV.
           DISPLAY "QULEDVFY_FROM"      UPON ENVIRONMENT-NAME.
           ACCEPT  WK-ENV               FROM ENVIRONMENT-VALUE.
           IF WK-ENV(1:1) >= "0" AND WK-ENV(1:1) <= "9"
               COMPUTE Q-FROM = FUNCTION NUMVAL(WK-ENV)
           END-IF.
           MOVE SPACE TO ARCH-DIR.
           DISPLAY "QUHRETEN_ARCHDIR"   UPON ENVIRONMENT-NAME.
           ACCEPT  ARCH-DIR             FROM ENVIRONMENT-VALUE.
           IF ARCH-DIR = SPACE
               MOVE "data" TO ARCH-DIR
           END-IF.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QULEDVFY_FNAME"     UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM            FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QULEDVFY.txt" TO PRINT-FNM
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
      *    the results on file into the work file, each with the
      *    checksum QULEDGER would give it
       SCAN-LIVE-F.
           OPEN INPUT QUTESTF.
           MOVE "QUTESTF" TO W-WHERE.
           PERFORM UNTIL 1 = 0
              READ QUTESTF NEXT
                   AT END EXIT PERFORM
              END-READ
              MOVE QU-REC TO LD-REC
              PERFORM BOOK-RESULT
           END-PERFORM.
           CLOSE QUTESTF.
       SCAN-LIVE-H.
           OPEN INPUT QUTESTH.
           IF FILE-STS NOT = "00" AND FILE-STS NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE "QUTESTH" TO W-WHERE.
           PERFORM UNTIL 1 = 0
              READ QUTESTH
                   AT END EXIT PERFORM
              END-READ
              MOVE QH-REC TO LD-REC
              PERFORM BOOK-RESULT
           END-PERFORM.
           CLOSE QUTESTH.
      *    every QUTESTH_<yyyy> archive up to this year
       SCAN-ARCHIVES.
           MOVE Q-FROM(1:4) TO YY-FROM.
           IF YY-FROM = 0
               MOVE 1990 TO YY-FROM
           END-IF.
           MOVE TODAY-DATE(1:4) TO YY-TO.
           PERFORM VARYING YY-CUR FROM YY-FROM BY 1
                   UNTIL YY-CUR > YY-TO
              PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.
       SCAN-ONE-ARCHIVE.
           MOVE SPACE TO ARCH-FNM.
           STRING ARCH-DIR        DELIMITED SPACE
                  "\QUTESTH_"     DELIMITED SIZE
                  YY-CUR          DELIMITED SIZE
                  INTO ARCH-FNM.
           CALL "CBL_CHECK_FILE_EXIST" USING ARCH-FNM ARCH-DETAILS
                                   RETURNING ARCH-EXIST.
           IF ARCH-EXIST NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ARCH-FILESIZE TO ARCH-SIZE.
           IF ARCH-SIZE > 0
               COMPUTE ARCH-REMAIN = FUNCTION MOD(ARCH-SIZE, 450)
               IF ARCH-REMAIN NOT = 0
                   DISPLAY "QULEDVFY : archive " ARCH-FNM(1:50)
                           " is not in the 450-byte layout - "
                           "skipped (convert it first)"
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN INPUT ARCH-F.
           IF A-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ARCHIVE" TO W-WHERE.
           PERFORM UNTIL 1 = 0
              READ ARCH-F
                   AT END EXIT PERFORM
              END-READ
              MOVE ARCH-REC TO LD-REC
              PERFORM BOOK-RESULT
           END-PERFORM.
           CLOSE ARCH-F.
       BOOK-RESULT.
           IF LD-REC(1:20) = SPACE
               EXIT PARAGRAPH
           END-IF.
           CALL "QULEDGER" USING "SUM" "QULEDVFY" LD-REC LD-SUM.
           MOVE LD-REC(1:20)  TO RS-TESTID.
           MOVE LD-REC(22:8)  TO RS-DATE.
           MOVE LD-REC(30:8)  TO RS-TIME.
           MOVE LD-SUM        TO RS-SUM.
           MOVE W-WHERE       TO RS-WHERE.
           MOVE LD-REC(38:2)  TO RS-RES.
           MOVE "N"           TO RS-LEDGER-SW.
           WRITE RS-REC
               INVALID ADD 1 TO DUP-CNT
               NOT INVALID ADD 1 TO RESULT-CNT
           END-WRITE.
      *    pass 1: the chain itself, in sequence order
       CHAIN-PROC.
           MOVE "** CHAIN **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "KIND,SEQ,TESTID,DATE,TIME,ACTION,SOURCE,USER,DETAIL"
             TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE 0 TO EXP-SEQ PREV-CHAIN.
           MOVE 0 TO LG-SEQ.
           START QULEDGER KEY > LG-SEQ
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QULEDGER NEXT
                   AT END EXIT PERFORM
              END-READ
              ADD 1 TO ENTRY-CNT
              ADD 1 TO EXP-SEQ
              IF ENTRY-CNT = 1
                 MOVE LG-DATE TO FIRST-LG-DATE
              END-IF
              IF LG-SEQ NOT = EXP-SEQ
                 MOVE EXP-SEQ TO SEQ-DISP
                 MOVE SPACE TO B-TEXT
                 STRING "sequence gap - expected " DELIMITED SIZE
                        SEQ-DISP                   DELIMITED SIZE
                        INTO B-TEXT
                 PERFORM PRINT-BREAK
                 MOVE LG-SEQ TO EXP-SEQ
              END-IF
              IF LG-PREV NOT = PREV-CHAIN
                 MOVE "previous chain value does not match"
                   TO B-TEXT
                 PERFORM PRINT-BREAK
              END-IF
              MOVE SPACE TO LD-REC
              MOVE LG-REC TO LD-REC
              CALL "QULEDGER" USING "CHN" "QULEDVFY" LD-REC LD-SUM
              IF LD-SUM NOT = LG-CHAIN
                 MOVE "entry altered - chain value does not match"
                   TO B-TEXT
                 PERFORM PRINT-BREAK
              END-IF
              MOVE LG-CHAIN TO PREV-CHAIN
           END-PERFORM.
       PRINT-BREAK.
           ADD 1 TO BREAK-CNT.
           MOVE "BROKEN" TO B-KIND.
           PERFORM PRINT-ENTRY.
      *    one ledger entry line with B-KIND and B-TEXT
       PRINT-ENTRY.
           MOVE LG-SEQ TO SEQ-DISP.
           MOVE SPACE TO P-LINE.
           STRING B-KIND          DELIMITED SPACE
                  ","             DELIMITED SIZE
                  SEQ-DISP        DELIMITED SIZE
                  ","             DELIMITED SIZE
                  LG-TESTID       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  LG-RDATE        DELIMITED SIZE
                  ","             DELIMITED SIZE
                  LG-RTIME        DELIMITED SIZE
                  ","             DELIMITED SIZE
                  LG-ACTION       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  LG-SOURCE       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  LG-USER         DELIMITED SIZE
                  ","             DELIMITED SIZE
                  B-TEXT          DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
      *    pass 2: the ledger by result; entries of one result come
      *    back in the order they were written, so the last of each
      *    group is the image that should be on file
       RECORD-PROC.
           MOVE "** RECORDS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "KIND,SEQ,TESTID,DATE,TIME,ACTION,SOURCE,USER,DETAIL"
             TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE LOW-VALUE TO LG-IDENT.
           START QULEDGER KEY >= LG-IDENT
               INVALID EXIT PARAGRAPH
           END-START.
           MOVE "N" TO GRP-SW.
           PERFORM UNTIL 1 = 0
              READ QULEDGER NEXT
                   AT END EXIT PERFORM
              END-READ
              IF GRP-SW = "Y" AND LG-IDENT NOT = GRP-IDENT
                 MOVE LG-REC TO SAVE-LG-REC
                 PERFORM CHECK-GROUP
                 MOVE SAVE-LG-REC TO LG-REC
              END-IF
              MOVE "Y"      TO GRP-SW
              MOVE LG-IDENT TO GRP-IDENT
              MOVE LG-REC   TO GRP-LAST
           END-PERFORM.
           IF GRP-SW = "Y"
               PERFORM CHECK-GROUP
           END-IF.
       CHECK-GROUP.
           MOVE GRP-LAST TO LG-REC.
           MOVE LG-IDENT TO RS-IDENT.
           READ RS-F
               INVALID
                   IF LG-ACTION NOT = "DEL" AND LG-RDATE >= Q-FROM
                       ADD 1 TO MISSING-CNT
                       MOVE "MISSING" TO B-KIND
                       MOVE "ledgered result is no longer on file"
                         TO B-TEXT
                       PERFORM PRINT-ENTRY
                   END-IF
               NOT INVALID
                   ADD 1 TO LEDGERED-CNT
                   MOVE "Y" TO RS-LEDGER-SW
                   REWRITE RS-REC
                   END-REWRITE
                   PERFORM CHECK-IMAGE
           END-READ.
       CHECK-IMAGE.
           IF LG-ACTION = "DEL"
               ADD 1 TO DELETED-CNT
               MOVE "DELETED" TO B-KIND
               MOVE SPACE TO B-TEXT
               STRING "ledgered as deleted, found in " DELIMITED SIZE
                      RS-WHERE                         DELIMITED SIZE
                      INTO B-TEXT
               PERFORM PRINT-ENTRY
               EXIT PARAGRAPH
           END-IF.
           IF RS-SUM NOT = LG-RECSUM
               ADD 1 TO ALTERED-CNT
               MOVE "ALTERED" TO B-KIND
               MOVE SPACE TO B-TEXT
               STRING "checksum differs in "  DELIMITED SIZE
                      RS-WHERE                DELIMITED SIZE
                      " - now RES="           DELIMITED SIZE
                      RS-RES                  DELIMITED SIZE
                      INTO B-TEXT
               PERFORM PRINT-ENTRY
           END-IF.
      *    pass 3: results the ledger never saw, from the day it
      *    started keeping entries
       UNLEDGERED-PROC.
           MOVE "** UNLEDGERED **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE "TESTID,DATE,TIME,RES,FOUND-IN" TO P-REC.
           WRITE P-REC AFTER 1.
           IF ENTRY-CNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUE TO RS-IDENT.
           START RS-F KEY >= RS-IDENT
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ RS-F NEXT
                   AT END EXIT PERFORM
              END-READ
              IF RS-LEDGER-SW = "N" AND RS-DATE >= FIRST-LG-DATE
                 PERFORM PRINT-UNLEDGERED
              END-IF
           END-PERFORM.
       PRINT-UNLEDGERED.
           ADD 1 TO UNLEDGERED-CNT.
           MOVE SPACE TO P-LINE.
           STRING RS-TESTID       DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-DATE         DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-TIME         DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-RES          DELIMITED SIZE
                  ","             DELIMITED SIZE
                  RS-WHERE        DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
       TOTAL-PROC.
           MOVE "** TOTALS **" TO P-REC.
           WRITE P-REC AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "ENTRIES,"      DELIMITED SIZE
                  ENTRY-CNT       DELIMITED SIZE
                  ",RESULTS,"     DELIMITED SIZE
                  RESULT-CNT      DELIMITED SIZE
                  ",LEDGERED,"    DELIMITED SIZE
                  LEDGERED-CNT    DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           MOVE SPACE TO P-LINE.
           STRING "BROKEN,"       DELIMITED SIZE
                  BREAK-CNT       DELIMITED SIZE
                  ",ALTERED,"     DELIMITED SIZE
                  ALTERED-CNT     DELIMITED SIZE
                  ",MISSING,"     DELIMITED SIZE
                  MISSING-CNT     DELIMITED SIZE
                  ",DELETED,"     DELIMITED SIZE
                  DELETED-CNT     DELIMITED SIZE
                  ",UNLEDGERED,"  DELIMITED SIZE
                  UNLEDGERED-CNT  DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE AFTER 1.
           IF DUP-CNT > 0
               MOVE SPACE TO P-LINE
               STRING "DUPLICATE-RESULTS," DELIMITED SIZE
                      DUP-CNT              DELIMITED SIZE
                      INTO P-LINE
               WRITE P-REC FROM P-LINE AFTER 1
           END-IF.
