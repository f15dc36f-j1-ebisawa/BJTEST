      *    audit evidence bundler: for a QU-TESTID (or a suite list)
      *    collects into one dated folder per test
      *      - the QUTESTF generations and QUTESTH records as a
      *        readable extract (records.txt), each followed by its
      *        assertion details (QUTESTD / QUTESTDH)
      *      - the execution log named by the record's QU-JCLNAME
      *        (LOG\<jcl>.log, copied with C$COPY like FILEOPS does)
      *      - the compare dump file when QUEVID_DUMPFILE points at
       COPY "QUTESTF.sl"      replacing QU-KEY1 BY
                              == QU-KEY1 OF QUTESTF==.
       COPY "QUTESTH.sl".
       COPY "QUTESTD.sl" replacing
            ==RECORD KEY IS QD-KEY1.== BY
            ==RECORD KEY IS QD-KEY1
              FILE STATUS IS QD-STS.==.
       COPY "QUTESTDH.sl" replacing
            ==ACCESS MODE IS SEQUENTIAL.== BY
            ==ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS QDH-STS.==.
       SELECT SUITE-F         ASSIGN TO SUITE-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
       FILE                            SECTION.
       COPY "QUTESTF.fd".
       COPY "QUTESTH.fd".
       COPY "QUTESTD.fd".
       COPY "QUTESTDH.fd".
       FD    SUITE-F.
       01    SUITE-REC                 PIC X(80).
       FD    REC-OUT.
       01  SUITE-STS                   PIC XX.
       01  R-STS                       PIC XX.
       01  M-STS                       PIC XX.
       01  QD-STS                      PIC XX.
       01  QDH-STS                     PIC XX.
       01  QD-OPEN-SW                  PIC X VALUE "N".
           88  QD-OPEN                     VALUE "Y".
       01  DTL-CNT                     PIC 9(4).
       01  SUITE-FNM                   PIC X(128).
       01  RECOUT-FNM                  PIC X(200).
       01  MANOUT-FNM                  PIC X(200).
           DISPLAY "QUEVID_DUMPFILE"   UPON ENVIRONMENT-NAME.
           ACCEPT  DUMP-FNM            FROM ENVIRONMENT-VALUE.
           OPEN INPUT QUTESTF.
           OPEN INPUT QUTESTD.
           IF QD-STS = "00"
               SET QD-OPEN TO TRUE
           END-IF.
       DRIVE-PROC.
           MOVE SPACE TO SUITE-FNM.
           DISPLAY "QUEVID_SUITEFILE"  UPON ENVIRONMENT-NAME.
               PERFORM BUNDLE-ONE
           END-IF.
           CLOSE QUTESTF.
           IF QD-OPEN
               CLOSE QUTESTD
           END-IF.
      *    one dated evidence folder per test
       BUNDLE-ONE.
           ADD 1 TO TEST-CNT.
                          MOVE QU-JCLNAME TO WK-JCL
                      END-IF
                      PERFORM WRITE-F-RECORD
                      PERFORM WRITE-F-DETAILS
              END-READ
           END-PERFORM.
           MOVE "data\QUTESTH" TO LOG-SRC.
              END-PERFORM
              CLOSE QUTESTH
           END-IF.
           PERFORM WRITE-H-DETAILS.
           CLOSE REC-OUT.
           MOVE SPACE TO P-LINE.
           IF REC-FND = 0
                  QH-COMM1 DELIMITED SIZE
                  INTO P-LINE.
           WRITE RO-REC FROM P-LINE.
      *    the assertion details recorded under the generation
      *    just written
       WRITE-F-DETAILS.
           IF NOT QD-OPEN
              EXIT PARAGRAPH
           END-IF.
           MOVE CUR-TESTID TO QD-TESTID.
           MOVE IDX        TO QD-IDSEQ.
           MOVE 0          TO QD-SEQ.
           START QUTESTD KEY >= QD-KEY1
               INVALID EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL 1 = 0
              READ QUTESTD NEXT AT END EXIT PERFORM END-READ
              IF QD-TESTID NOT = CUR-TESTID OR QD-IDSEQ NOT = IDX
                 EXIT PERFORM
              END-IF
              MOVE SPACE TO P-LINE
              STRING "   check " DELIMITED SIZE
                     QD-SEQ      DELIMITED SIZE
                     " "         DELIMITED SIZE
                     QD-RES      DELIMITED SIZE
                     " "         DELIMITED SIZE
                     QD-CHECK    DELIMITED SIZE
                     " expected " DELIMITED SIZE
                     QD-EXPECTED DELIMITED SIZE
                     INTO P-LINE
              WRITE RO-REC FROM P-LINE
              MOVE SPACE TO P-LINE
              STRING "              actual " DELIMITED SIZE
                     QD-ACTUAL   DELIMITED SIZE
                     INTO P-LINE
              WRITE RO-REC FROM P-LINE
              IF QD-MESSAGE NOT = SPACE
                 MOVE SPACE TO P-LINE
                 STRING "              " DELIMITED SIZE
                        QD-MESSAGE       DELIMITED SIZE
                        INTO P-LINE
                 WRITE RO-REC FROM P-LINE
              END-IF
           END-PERFORM.
      *    details retired to QUTESTDH with their QUTESTH parents
       WRITE-H-DETAILS.
           MOVE "data\QUTESTDH" TO LOG-SRC.
           CALL "CBL_CHECK_FILE_EXIST" USING LOG-SRC FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DTL-CNT.
           OPEN INPUT QUTESTDH.
           PERFORM UNTIL 1 = 0
              READ QUTESTDH AT END EXIT PERFORM END-READ
              IF QDH-TESTID = CUR-TESTID
                 ADD 1 TO DTL-CNT
                 MOVE SPACE TO P-LINE
                 STRING "QUTESTDH " DELIMITED SIZE
                        QDH-DATE    DELIMITED SIZE
                        " "         DELIMITED SIZE
                        QDH-TIME    DELIMITED SIZE
                        " check "   DELIMITED SIZE
                        QDH-RES     DELIMITED SIZE
                        " "         DELIMITED SIZE
                        QDH-CHECK   DELIMITED SIZE
                        " expected " DELIMITED SIZE
                        QDH-EXPECTED(1:40) DELIMITED SIZE
                        " actual "  DELIMITED SIZE
                        QDH-ACTUAL(1:40)   DELIMITED SIZE
                        INTO P-LINE
                 WRITE RO-REC FROM P-LINE
              END-IF
           END-PERFORM.
           CLOSE QUTESTDH.
      *    the matching execution log, named by QU-JCLNAME
       COLLECT-LOG.
           IF WK-JCL = SPACE
