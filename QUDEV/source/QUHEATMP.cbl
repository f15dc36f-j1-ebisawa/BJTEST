       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            QUHEATMP.
      *    mismatch heat map by layout field across a directory
      *    compare: reads the QU_FCOMP_DIFFOUT files QUDIRCMP leaves
      *    behind (one per compared file, listed in QUHEATMP_LIST as
      *    "file name;diffout path"), maps every "recpos;bytepos;len"
      *    run onto the layout's fields and ranks the fields by the
      *    number of records that differ in them, e.g.
      *        TAX-AMT   differs in 14 files, 38,000 records
      *    so one changed calculation reads as one line instead of a
      *    dozen NG files.  a record is counted once per field however
      *    many runs fall in it; a "recpos;0;0" line (record length
      *    mismatch) counts against (RECORD LENGTH), a run that hits
      *    no field against (OUTSIDE LAYOUT).
      *    return code 4 when any field differs, -1 when the layout
      *    or the list cannot be read.
      *
      *    QUHEATMP_LIST     diffout list (default WORK\QUDIRCMP.dfl)
      *    QUHEATMP_LAYOUT   layout name[:version] (QULAYRES)
      *    QUHEATMP_FNAME    report (default data\QUHEATMP.txt)
       ENVIRONMENT            DIVISION.
       CONFIGURATION          SECTION.
       SOURCE-COMPUTER.       PC.
       OBJECT-COMPUTER.       PC.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
       SELECT LST-F           ASSIGN TO LST-FNM
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     LST-STS.
       SELECT DIF-F           ASSIGN TO DIF-FNM
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     DIF-STS.
       SELECT LAY-F           ASSIGN TO LAY-PATH
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     LAY-STS.
       SELECT PRINT-F         ASSIGN TO dynamic PRINT-FNM
              ORGANIZATION    LINE SEQUENTIAL
              ACCESS MODE     SEQUENTIAL
              FILE STATUS     F-STS.
       DATA                   DIVISION.
       FILE SECTION.
       FD    LST-F.
       01    LST-REC          PIC X(300).
       FD    DIF-F.
       01    DIF-REC          PIC X(60).
       FD    LAY-F.
       01    LAY-REC          PIC X(160).
       FD    PRINT-F.
       01    P-REC            PIC X(200).
       WORKING-STORAGE SECTION.
       01  LST-FNM            PIC X(128).
       01  LST-STS            PIC XX.
       01  DIF-FNM            PIC X(200).
       01  DIF-STS            PIC XX.
       01  LAY-STS            PIC XX.
       01  F-STS              PIC XX.
       01  PRINT-FNM          PIC X(128).
       01  LAY-NAME           PIC X(20).
       01  LAY-PATH           PIC X(200).
       01  LAY-VER            PIC 9(4).
       01  LAY-RC             PIC S9(4) COMP.
      *    one layout line, "type,inpos,inlen,outpos,digits,
      *    decimals,name" - the record position is outpos
       01  P-TYPE             PIC X(01).
       01  P-INPOS            PIC 9(03).
       01  P-INLEN            PIC 9(03).
       01  P-OUTPOS           PIC 9(03).
       01  P-DIGITS           PIC 9(02).
       01  P-DECIMALS         PIC 9(02).
       01  P-NAME             PIC X(20).
       01  P-LEN              PIC 9(05).
      *    the layout's fields, then the two pseudo fields
       78  FLD-MAX                VALUE 62.
       01  FLD-CNT            PIC 9(3) VALUE 0.
       01  FLD-LENGTH-IX      PIC 9(3) VALUE 0.
       01  FLD-OUTSIDE-IX     PIC 9(3) VALUE 0.
       01  FLD-TBL.
           03  FLD-ENT OCCURS 62 TIMES.
               05  FLD-NAME       PIC X(20).
               05  FLD-POS        PIC 9(05).
               05  FLD-LEN        PIC 9(05).
               05  FLD-FILES      PIC 9(07).
               05  FLD-RECS       PIC 9(10).
               05  FLD-LAST-FILE  PIC 9(05).
               05  FLD-LAST-REC   PIC 9(10).
               05  FLD-DONE       PIC X.
       01  IX                 PIC 9(3).
       01  BEST               PIC 9(3).
       01  RANK               PIC 9(3) VALUE 0.
       01  LAY-LINE-NO        PIC 9(3) VALUE 0.
      *    the list line and the diffout line in hand
       01  W-FILE             PIC X(60).
       01  W-PATH             PIC X(200).
       01  W-REC              PIC X(12).
       01  W-POS              PIC X(6).
       01  W-LEN              PIC X(6).
       01  D-REC              PIC 9(10).
       01  D-POS              PIC 9(05).
       01  D-LEN              PIC 9(05).
       01  D-END              PIC 9(05).
       01  HIT-SW             PIC X.
       01  FILE-NO            PIC 9(05) VALUE 0.
       01  FILE-DIFF-CNT      PIC 9(05) VALUE 0.
       01  FILE-HIT-SW        PIC X.
       01  LINE-CNT           PIC 9(10) VALUE 0.
       01  ED-FILES           PIC ZZ,ZZ9.
       01  ED-RECS            PIC ZZZ,ZZZ,ZZ9.
       01  ED-RANK            PIC ZZ9.
       01  ED-CNT             PIC ZZZZ9.
       01  P-LINE             PIC X(200).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           CALL "QURUNLOG" USING "STR" "QUHEATMP" "QUHEATMP".
           PERFORM INIT-PROC.
           PERFORM LOAD-LAYOUT.
           PERFORM READ-LIST.
           PERFORM REPORT-PROC.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACE TO LST-FNM.
           DISPLAY "QUHEATMP_LIST"    UPON ENVIRONMENT-NAME.
           ACCEPT  LST-FNM            FROM ENVIRONMENT-VALUE.
           IF LST-FNM = SPACE
               MOVE "WORK\QUDIRCMP.dfl" TO LST-FNM
           END-IF.
           MOVE SPACE TO LAY-NAME.
           DISPLAY "QUHEATMP_LAYOUT"  UPON ENVIRONMENT-NAME.
           ACCEPT  LAY-NAME           FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO PRINT-FNM.
           DISPLAY "QUHEATMP_FNAME"   UPON ENVIRONMENT-NAME.
           ACCEPT  PRINT-FNM          FROM ENVIRONMENT-VALUE.
           IF PRINT-FNM = SPACE
               MOVE "data\QUHEATMP.txt" TO PRINT-FNM
           END-IF.
           IF LAY-NAME = SPACE
               DISPLAY "QUHEATMP : QUHEATMP_LAYOUT not set"
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
      *    the layout through the dictionary, a plain path failing
      *    that
       LOAD-LAYOUT.
           CALL "QULAYRES" USING LAY-NAME LAY-PATH LAY-VER LAY-RC.
           IF LAY-RC NOT = 0
               MOVE LAY-NAME TO LAY-PATH
               MOVE 0 TO LAY-VER
           END-IF.
           OPEN INPUT LAY-F.
           IF LAY-STS NOT = "00"
               DISPLAY "QUHEATMP : cannot open layout " LAY-PATH(1:60)
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              MOVE SPACE TO LAY-REC
              READ LAY-F AT END EXIT PERFORM END-READ
              IF LAY-REC NOT = SPACE AND LAY-REC(1:1) NOT = "*"
                 AND FLD-CNT < FLD-MAX - 2
                 PERFORM LAYOUT-LINE
              END-IF
           END-PERFORM.
           CLOSE LAY-F.
           ADD 1 TO FLD-CNT.
           MOVE FLD-CNT TO FLD-LENGTH-IX.
           MOVE "(RECORD LENGTH)"  TO FLD-NAME(FLD-CNT).
           MOVE 0 TO FLD-POS(FLD-CNT) FLD-LEN(FLD-CNT).
           ADD 1 TO FLD-CNT.
           MOVE FLD-CNT TO FLD-OUTSIDE-IX.
           MOVE "(OUTSIDE LAYOUT)" TO FLD-NAME(FLD-CNT).
           MOVE 0 TO FLD-POS(FLD-CNT) FLD-LEN(FLD-CNT).
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > FLD-CNT
              MOVE 0   TO FLD-FILES(IX) FLD-RECS(IX)
                          FLD-LAST-FILE(IX) FLD-LAST-REC(IX)
              MOVE "N" TO FLD-DONE(IX)
           END-PERFORM.
      *    field widths as mk_FSEQ writes them
       LAYOUT-LINE.
           ADD 1 TO LAY-LINE-NO.
           MOVE 0 TO P-INPOS P-INLEN P-OUTPOS P-DIGITS P-DECIMALS.
           MOVE SPACE TO P-TYPE P-NAME.
           UNSTRING LAY-REC DELIMITED BY ","
               INTO P-TYPE P-INPOS P-INLEN P-OUTPOS
                    P-DIGITS P-DECIMALS P-NAME.
           IF P-NAME = SPACE
               STRING "F"          DELIMITED SIZE
                      LAY-LINE-NO  DELIMITED SIZE
                      INTO P-NAME
           END-IF.
           CALL "CBL_TOUPPER" USING P-NAME VALUE 20.
           EVALUATE P-TYPE
             WHEN "9"   MOVE P-DIGITS TO P-LEN
             WHEN "S"   MOVE P-DIGITS TO P-LEN
             WHEN "B"
               EVALUATE TRUE
                 WHEN P-DIGITS <= 4  MOVE 2 TO P-LEN
                 WHEN P-DIGITS <= 9  MOVE 4 TO P-LEN
                 WHEN OTHER          MOVE 8 TO P-LEN
               END-EVALUATE
             WHEN "P"
               COMPUTE P-LEN = (P-DIGITS + P-DECIMALS) / 2 + 1
             WHEN "L"   MOVE 4 TO P-LEN
             WHEN "D"   MOVE 8 TO P-LEN
             WHEN OTHER MOVE P-INLEN TO P-LEN
           END-EVALUATE.
           ADD 1 TO FLD-CNT.
           MOVE P-NAME   TO FLD-NAME(FLD-CNT).
           MOVE P-OUTPOS TO FLD-POS(FLD-CNT).
           MOVE P-LEN    TO FLD-LEN(FLD-CNT).
      *    every listed diffout; one that does not exist is a file
      *    with no new differences
       READ-LIST.
           OPEN INPUT LST-F.
           IF LST-STS NOT = "00"
               DISPLAY "QUHEATMP : cannot open list " LST-FNM(1:60)
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              MOVE SPACE TO LST-REC
              READ LST-F AT END EXIT PERFORM END-READ
              IF LST-REC NOT = SPACE AND LST-REC(1:1) NOT = "*"
                 MOVE SPACE TO W-FILE W-PATH
                 UNSTRING LST-REC DELIMITED BY ";"
                     INTO W-FILE W-PATH
                 IF W-PATH NOT = SPACE
                    PERFORM ONE-FILE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LST-F.
       ONE-FILE.
           ADD 1 TO FILE-NO.
           MOVE "N" TO FILE-HIT-SW.
           MOVE W-PATH TO DIF-FNM.
           OPEN INPUT DIF-F.
           IF DIF-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              MOVE SPACE TO DIF-REC
              READ DIF-F AT END EXIT PERFORM END-READ
              IF DIF-REC NOT = SPACE
                 PERFORM ONE-DIFF-LINE
              END-IF
           END-PERFORM.
           CLOSE DIF-F.
           IF FILE-HIT-SW = "Y"
               ADD 1 TO FILE-DIFF-CNT
           END-IF.
       ONE-DIFF-LINE.
           MOVE SPACE TO W-REC W-POS W-LEN.
           UNSTRING DIF-REC DELIMITED BY ";"
               INTO W-REC W-POS W-LEN.
           IF W-REC(1:1) < "0" OR W-REC(1:1) > "9"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LINE-CNT.
           MOVE "Y" TO FILE-HIT-SW.
           COMPUTE D-REC = FUNCTION NUMVAL(W-REC).
           MOVE 0 TO D-POS D-LEN.
           IF W-POS(1:1) >= "0" AND W-POS(1:1) <= "9"
               COMPUTE D-POS = FUNCTION NUMVAL(W-POS)
           END-IF.
           IF W-LEN(1:1) >= "0" AND W-LEN(1:1) <= "9"
               COMPUTE D-LEN = FUNCTION NUMVAL(W-LEN)
           END-IF.
           IF D-POS = 0
               MOVE FLD-LENGTH-IX TO IX
               PERFORM HIT-FIELD
               EXIT PARAGRAPH
           END-IF.
           IF D-LEN = 0
               MOVE 1 TO D-LEN
           END-IF.
           COMPUTE D-END = D-POS + D-LEN - 1.
           MOVE "N" TO HIT-SW.
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > FLD-LENGTH-IX - 1
              IF FLD-POS(IX) <= D-END
                 AND FLD-POS(IX) + FLD-LEN(IX) - 1 >= D-POS
                 MOVE "Y" TO HIT-SW
                 PERFORM HIT-FIELD
              END-IF
           END-PERFORM.
           IF HIT-SW = "N"
               MOVE FLD-OUTSIDE-IX TO IX
               PERFORM HIT-FIELD
           END-IF.
      *    a record counts once per field, a file once per field
       HIT-FIELD.
           IF FLD-LAST-FILE(IX) NOT = FILE-NO
               ADD 1 TO FLD-FILES(IX)
               ADD 1 TO FLD-RECS(IX)
               MOVE FILE-NO TO FLD-LAST-FILE(IX)
               MOVE D-REC   TO FLD-LAST-REC(IX)
           ELSE
               IF FLD-LAST-REC(IX) NOT = D-REC
                   ADD 1 TO FLD-RECS(IX)
                   MOVE D-REC TO FLD-LAST-REC(IX)
               END-IF
           END-IF.
      *    the fields most records differ in first
       REPORT-PROC.
           OPEN OUTPUT PRINT-F.
           MOVE SPACE TO P-LINE.
           MOVE LAY-VER TO ED-CNT.
           STRING "QUHEATMP  mismatch heat map  layout " DELIMITED SIZE
                  LAY-NAME                       DELIMITED SPACE
                  " v"                           DELIMITED SIZE
                  ED-CNT                         DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           MOVE SPACE TO P-LINE.
           MOVE FILE-NO TO ED-FILES.
           MOVE FILE-DIFF-CNT TO ED-CNT.
           STRING "files read "                  DELIMITED SIZE
                  ED-FILES                       DELIMITED SIZE
                  "  with differences "          DELIMITED SIZE
                  ED-CNT                         DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
           MOVE SPACE TO P-REC.
           WRITE P-REC.
           PERFORM UNTIL 1 = 0
              MOVE 0 TO BEST
              PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > FLD-CNT
                 IF FLD-DONE(IX) = "N" AND FLD-RECS(IX) > 0
                    IF BEST = 0
                       MOVE IX TO BEST
                    ELSE
                       IF FLD-RECS(IX) > FLD-RECS(BEST)
                          OR (FLD-RECS(IX) = FLD-RECS(BEST)
                              AND FLD-FILES(IX) > FLD-FILES(BEST))
                          MOVE IX TO BEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF BEST = 0
                 EXIT PERFORM
              END-IF
              MOVE "Y" TO FLD-DONE(BEST)
              PERFORM RANK-LINE
           END-PERFORM.
           IF RANK = 0
               MOVE "no field differs" TO P-LINE
               WRITE P-REC FROM P-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-F.
           MOVE RANK TO ED-CNT.
           DISPLAY "QUHEATMP : " ED-CNT " field(s) differ in "
                   FILE-DIFF-CNT " file(s)".
       RANK-LINE.
           ADD 1 TO RANK.
           MOVE RANK            TO ED-RANK.
           MOVE FLD-FILES(BEST) TO ED-FILES.
           MOVE FLD-RECS(BEST)  TO ED-RECS.
           MOVE SPACE TO P-LINE.
           STRING ED-RANK                   DELIMITED SIZE
                  "  "                      DELIMITED SIZE
                  FLD-NAME(BEST)            DELIMITED SIZE
                  " differs in "            DELIMITED SIZE
                  ED-FILES                  DELIMITED SIZE
                  " files, "                DELIMITED SIZE
                  ED-RECS                   DELIMITED SIZE
                  " records"                DELIMITED SIZE
                  INTO P-LINE.
           WRITE P-REC FROM P-LINE.
