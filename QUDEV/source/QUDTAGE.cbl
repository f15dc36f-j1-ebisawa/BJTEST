       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUDTAGE.
      *    date-aging copier for date-sensitive fixtures: records
      *    stream from input to output (fixed record length over the
      *    CBL_ byte-stream routines, as QUANON copies) while every
      *    date field of the layout is moved by the same number of
      *    days, so ages, due dates and expiry windows computed by
      *    the programs under test stay where they were when the
      *    fixture was built.
      *    the date fields are those the layout marks as dates, the
      *    QU_DQCHK convention - a name containing DATE or ending in
      *    -DT or YMD, or the DATE domain token; NODT excludes one.
      *    shapes handled -
      *        9/S  8 digits yyyymmdd, 6 digits yymmdd
      *        X    8 or 6 digit text, yyyy-mm-dd / yyyy/mm/dd
      *        P    packed yyyymmdd (8 digits) or yymmdd (6 digits)
      *    zeros, spaces and all-nines sentinels (99999999) are left
      *    alone, as is any value that is not a real date (counted
      *    and reported).  two-digit years: 00-49 are 20xx.
      *    the shift is QUDTAGE_DAYS, or the distance from a base
      *    date to QUDTAGE_ANCHOR - the base defaults to the latest
      *    date in the file, so "make the newest date today" is just
      *    QUDTAGE_ANCHOR=today's date.
      *    a keyed fixture is aged through its sequential source and
      *    rebuilt: with QUDTAGE_IDXNAME set the aged file is handed
      *    to mk_FIDX (MKFIDX_PKEYLEN/AKEYLEN as for any rebuild),
      *    sorted on the primary key first when a date in the key
      *    changed the order.
      *
      *    QUDTAGE_INFILE   input file (required)
      *    QUDTAGE_OUTFILE  output file (required)
      *    QUDTAGE_RECL     record length (required)
      *    QUDTAGE_DAYS     days to add (signed), or
      *    QUDTAGE_ANCHOR   yyyymmdd the base date moves to
      *    QUDTAGE_BASE     yyyymmdd base date (default: the latest
      *                     date found in the file)
      *    QUDTAGE_IDXNAME  indexed file to rebuild from the output
      *    QUDTAGE_BUILDER  builder for it (default mk_FIDX)
      *    MKFSEQ_LAYOUT    layout name (or MKFSEQ_CTLFILE path)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT CTL-FILE        ASSIGN TO CTL-FILENM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS CTL-STS.
       SELECT SRT-F           ASSIGN TO "WORK\QUDTAGE.srt".
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    CTL-FILE.
       01    CTL-REC                   PIC X(160).
       SD    SRT-F.
       01    SRT-REC.
           03  SRT-KEY                 PIC X(60).
           03  SRT-BODY                PIC X(4096).
       WORKING-STORAGE                 SECTION.
       01  CTL-FILENM                  PIC X(200).
       01  CTL-STS                     PIC XX.
       01  LAY-NAME                    PIC X(20).
       01  LAY-PATH                    PIC X(200).
       01  LAY-VER                     PIC 9(4).
       01  LAY-RC                      PIC S9(4) COMP.
       01  IN-FNAME                    PIC X(256).
       01  OUT-FNAME                   PIC X(256).
       01  IDX-FNAME                   PIC X(256).
       01  BUILDER                     PIC X(20).
       01  W-ENV                       PIC X(10).
       01  RECLEN                      PIC 9(5) VALUE 0.
       01  PKEYLEN                     PIC 9(2) VALUE 0.
       01  REC-CNT                     PIC 9(12) COMP-5 VALUE 0.
       01  OUT-CNT                     PIC 9(12) COMP-5 VALUE 0.
       01  CNT-ED                      PIC Z(11)9.
       01  AGE-RC                      PIC S9(4) COMP VALUE 0.
      *    the shift
       01  SHIFT-DAYS                  PIC S9(7) VALUE 0.
       01  SHIFT-SW                    PIC X VALUE "N".
       01  ANCHOR-DATE                 PIC 9(8) VALUE 0.
       01  BASE-DATE                   PIC 9(8) VALUE 0.
       01  SHIFT-ED                    PIC -(6)9.
      *    the date fields of the layout
       01  CTL-P-TYPE                  PIC X(01).
       01  CTL-P-INPOS                 PIC 9(03).
       01  CTL-P-INLEN                 PIC 9(03).
       01  CTL-P-OUTPOS                PIC 9(03).
       01  CTL-P-DIGITS                PIC 9(02).
       01  CTL-P-DECIMALS              PIC 9(02).
       01  CTL-P-NAME                  PIC X(20).
       01  CTL-P-RULE                  PIC X(04).
       01  CTL-P-R1                    PIC X(40).
       01  CTL-P-R2                    PIC X(20).
       01  CTL-P-DOM                   PIC X(04).
       78  DF-MAX                          VALUE 20.
       01  DF-CNT                      PIC 9(2) VALUE 0.
       01  IX                          PIC 9(2).
       01  DF-TBL.
           03  DF-ENT OCCURS 20 TIMES.
               05  DF-NAME         PIC X(20).
               05  DF-TYPE         PIC X(01).
               05  DF-POS          PIC 9(5).
               05  DF-LEN          PIC 9(5).
               05  DF-NDIG         PIC 9(2).
               05  DF-SHIFTED      PIC 9(9).
               05  DF-SENTINEL     PIC 9(9).
               05  DF-INVALID      PIC 9(9).
       01  NAME-HIT                    PIC 9(3).
       01  NAME-END                    PIC 9(3).
      *    the date under work
       01  DT-DIGITS                   PIC X(8).
       01  DT-YMD                      PIC X(8).
       01  DT-YMD-R REDEFINES DT-YMD.
           03  DT-YYYY                 PIC 9(4).
           03  DT-MM                   PIC 9(2).
           03  DT-DD                   PIC 9(2).
       01  DT-NUM                      PIC 9(8).
       01  DT-NEW                      PIC 9(8).
       01  DT-NEW-X REDEFINES DT-NEW   PIC X(8).
       01  DT-SEP                      PIC X.
       01  DT-STATE                    PIC X.
           88  DT-GOOD                     VALUE "G".
           88  DT-SENTINEL                 VALUE "S".
           88  DT-BAD                      VALUE "B".
       01  DT-MAX-DD                   PIC 9(2).
      *    packed nibbles
       01  PK-I                        PIC 9(2).
       01  PK-D                        PIC 9(2).
       01  PK-BYTE                     PIC 9(3).
       01  PK-HI                       PIC 9(2).
       01  PK-LO                       PIC 9(2).
       01  PK-DIGITS                   PIC X(19).
       01  PK-NDIG                     PIC 9(2).
      *    key order of the aged output
       01  PREV-KEY                    PIC X(60).
       01  ORDER-SW                    PIC X VALUE "Y".
      *    byte-stream channels
       01  STRM-ACCESS                 PIC X COMP-X.
       01  STRM-FLAGS                  PIC X COMP-X VALUE 0.
       01  STRM-DEV                    PIC X COMP-X VALUE 0.
       01  STRM-OFFSET                 PIC X(8) COMP-X.
       01  STRM-NBYTES                 PIC X(4) COMP-X.
       01  IN-HANDLE                   PIC X(4).
       01  OUT-HANDLE                  PIC X(4).
       01  STRM-RC                     PIC S9(9) COMP-5.
       01  REC-BUF                     PIC X(4096).
       01  FILE-DETAILS.
           03 CBLTE-FE-FILESIZE        PIC X(8) COMP-X.
           03 CBLTE-FE-FILEDATE        PIC X(4).
           03 CBLTE-FE-FILETIME        PIC X(4).
       01  EXIST-STATUS                PIC X(2) COMP-5.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUDTAGE " IN-FNAME(1:128).
           PERFORM LOAD-LAYOUT.
           IF SHIFT-SW = "N"
               PERFORM BASE-PASS
           END-IF.
           PERFORM COPY-PROC.
           PERFORM TERM-PROC.
           IF IDX-FNAME NOT = SPACE AND RETURN-CODE >= 0
               PERFORM REBUILD-PROC
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           MOVE SPACE TO IN-FNAME.
           DISPLAY "QUDTAGE_INFILE"    UPON ENVIRONMENT-NAME.
           ACCEPT  IN-FNAME            FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO OUT-FNAME.
           DISPLAY "QUDTAGE_OUTFILE"   UPON ENVIRONMENT-NAME.
           ACCEPT  OUT-FNAME           FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO W-ENV.
           DISPLAY "QUDTAGE_RECL"      UPON ENVIRONMENT-NAME.
           ACCEPT  W-ENV               FROM ENVIRONMENT-VALUE.
           IF W-ENV(1:1) >= "0" AND W-ENV(1:1) <= "9"
               COMPUTE RECLEN = FUNCTION NUMVAL(W-ENV)
           END-IF.
           IF IN-FNAME = SPACE OR OUT-FNAME = SPACE
              OR RECLEN = 0 OR RECLEN > 4096
               DISPLAY "QUDTAGE : set QUDTAGE_INFILE/OUTFILE/RECL "
                       "(recl <= 4096)"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACE TO W-ENV.
           DISPLAY "QUDTAGE_DAYS"      UPON ENVIRONMENT-NAME.
           ACCEPT  W-ENV               FROM ENVIRONMENT-VALUE.
           IF W-ENV NOT = SPACE
               COMPUTE SHIFT-DAYS = FUNCTION NUMVAL(W-ENV)
               MOVE "Y" TO SHIFT-SW
           END-IF.
           MOVE SPACE TO W-ENV.
           DISPLAY "QUDTAGE_ANCHOR"    UPON ENVIRONMENT-NAME.
           ACCEPT  W-ENV               FROM ENVIRONMENT-VALUE.
           IF W-ENV(1:8) IS NUMERIC
               MOVE W-ENV(1:8) TO ANCHOR-DATE
           END-IF.
           MOVE SPACE TO W-ENV.
           DISPLAY "QUDTAGE_BASE"      UPON ENVIRONMENT-NAME.
           ACCEPT  W-ENV               FROM ENVIRONMENT-VALUE.
           IF W-ENV(1:8) IS NUMERIC
               MOVE W-ENV(1:8) TO BASE-DATE
           END-IF.
           IF SHIFT-SW = "N" AND ANCHOR-DATE = 0
               DISPLAY "QUDTAGE : set QUDTAGE_DAYS or QUDTAGE_ANCHOR"
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACE TO IDX-FNAME.
           DISPLAY "QUDTAGE_IDXNAME"   UPON ENVIRONMENT-NAME.
           ACCEPT  IDX-FNAME           FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO BUILDER.
           DISPLAY "QUDTAGE_BUILDER"   UPON ENVIRONMENT-NAME.
           ACCEPT  BUILDER             FROM ENVIRONMENT-VALUE.
           IF BUILDER = SPACE
               MOVE "mk_FIDX" TO BUILDER
           END-IF.
           MOVE SPACE TO W-ENV.
           DISPLAY "MKFIDX_PKEYLEN"    UPON ENVIRONMENT-NAME.
           ACCEPT  W-ENV               FROM ENVIRONMENT-VALUE.
           IF W-ENV(1:1) >= "0" AND W-ENV(1:1) <= "9"
               COMPUTE PKEYLEN = FUNCTION NUMVAL(W-ENV)
           END-IF.
           IF PKEYLEN > 60 OR PKEYLEN > RECLEN
               MOVE 0 TO PKEYLEN
           END-IF.
      *    the layout through the dictionary (MKFSEQ_LAYOUT) or the
      *    raw MKFSEQ_CTLFILE path; only the date fields are kept
       LOAD-LAYOUT.
           MOVE SPACE TO CTL-FILENM.
           DISPLAY "MKFSEQ_CTLFILE"    UPON ENVIRONMENT-NAME.
           ACCEPT  CTL-FILENM          FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO LAY-NAME.
           DISPLAY "MKFSEQ_LAYOUT"     UPON ENVIRONMENT-NAME.
           ACCEPT  LAY-NAME            FROM ENVIRONMENT-VALUE.
           IF LAY-NAME NOT = SPACE
               CALL "QULAYRES" USING LAY-NAME LAY-PATH LAY-VER LAY-RC
               IF LAY-RC = 0
                   MOVE LAY-PATH TO CTL-FILENM
                   DISPLAY "QUDTAGE : layout " LAY-NAME " v" LAY-VER
               ELSE
                   DISPLAY "QUDTAGE : unknown layout " LAY-NAME
                   MOVE -1 TO RETURN-CODE
                   CALL "QURUNLOG" USING "END" RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF CTL-FILENM = SPACE
              MOVE "WORK\MKFSEQ.CTL" TO CTL-FILENM
           END-IF.
           OPEN INPUT CTL-FILE.
           IF CTL-STS NOT = "00"
              DISPLAY "QUDTAGE : cannot open " CTL-FILENM
              MOVE -1 TO RETURN-CODE
              CALL "QURUNLOG" USING "END" RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ CTL-FILE AT END EXIT PERFORM END-READ
              IF CTL-REC NOT = SPACE AND CTL-REC(1:1) NOT = "*"
                 PERFORM LAYOUT-LINE
              END-IF
           END-PERFORM.
           CLOSE CTL-FILE.
           IF DF-CNT = 0
               DISPLAY "QUDTAGE : the layout has no date fields"
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
       LAYOUT-LINE.
           MOVE 0 TO CTL-P-INPOS CTL-P-INLEN CTL-P-OUTPOS
                     CTL-P-DIGITS CTL-P-DECIMALS.
           MOVE SPACE TO CTL-P-TYPE CTL-P-NAME CTL-P-RULE
                         CTL-P-R1 CTL-P-R2 CTL-P-DOM.
           UNSTRING CTL-REC DELIMITED BY ","
               INTO CTL-P-TYPE CTL-P-INPOS CTL-P-INLEN
                    CTL-P-OUTPOS CTL-P-DIGITS CTL-P-DECIMALS
                    CTL-P-NAME CTL-P-RULE CTL-P-R1 CTL-P-R2
                    CTL-P-DOM.
           CALL "CBL_TOUPPER" USING CTL-P-DOM VALUE 4.
           IF CTL-P-DOM = "NODT"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NAME-HIT.
           INSPECT CTL-P-NAME TALLYING NAME-HIT
                   FOR ALL "DATE" ALL "date".
           MOVE 20 TO NAME-END.
           PERFORM UNTIL NAME-END < 1
                      OR CTL-P-NAME(NAME-END:1) NOT = SPACE
              SUBTRACT 1 FROM NAME-END
           END-PERFORM.
           IF NAME-END >= 3
              IF CTL-P-NAME(NAME-END - 2:3) = "-DT" OR "YMD"
                                           OR "-dt" OR "ymd"
                 ADD 1 TO NAME-HIT
              END-IF
           END-IF.
           IF NAME-HIT = 0 AND CTL-P-DOM NOT = "DATE"
               EXIT PARAGRAPH
           END-IF.
           IF DF-CNT >= DF-MAX
               DISPLAY "QUDTAGE : more than 20 date fields - "
                       CTL-P-NAME " not aged"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DF-CNT.
           MOVE CTL-P-NAME   TO DF-NAME(DF-CNT).
           MOVE CTL-P-TYPE   TO DF-TYPE(DF-CNT).
           MOVE CTL-P-OUTPOS TO DF-POS(DF-CNT).
           MOVE 0 TO DF-SHIFTED(DF-CNT) DF-SENTINEL(DF-CNT)
                     DF-INVALID(DF-CNT) DF-NDIG(DF-CNT).
           EVALUATE CTL-P-TYPE
             WHEN "9"
             WHEN "S"
               MOVE CTL-P-DIGITS TO DF-LEN(DF-CNT) DF-NDIG(DF-CNT)
             WHEN "X"
               MOVE CTL-P-INLEN  TO DF-LEN(DF-CNT)
               IF CTL-P-INLEN = 6 OR CTL-P-INLEN = 8
                   MOVE CTL-P-INLEN TO DF-NDIG(DF-CNT)
               END-IF
               IF CTL-P-INLEN = 10
                   MOVE 8 TO DF-NDIG(DF-CNT)
               END-IF
             WHEN "P"
               COMPUTE DF-LEN(DF-CNT) =
                       (CTL-P-DIGITS + CTL-P-DECIMALS) / 2 + 1
               COMPUTE DF-NDIG(DF-CNT) =
                       CTL-P-DIGITS + CTL-P-DECIMALS
           END-EVALUATE.
           IF (DF-NDIG(DF-CNT) NOT = 6 AND DF-NDIG(DF-CNT) NOT = 8)
              OR DF-POS(DF-CNT) = 0
              OR DF-POS(DF-CNT) + DF-LEN(DF-CNT) - 1 > RECLEN
               DISPLAY "QUDTAGE : " CTL-P-NAME
                       " is not a date shape this program ages"
               SUBTRACT 1 FROM DF-CNT
           END-IF.
      *    the latest real date in the file, when the anchor is
      *    given without a base
       BASE-PASS.
           IF BASE-DATE = 0
               MOVE 1 TO STRM-ACCESS
               CALL "CBL_OPEN_FILE" USING IN-FNAME STRM-ACCESS
                                          STRM-FLAGS STRM-DEV
                                          IN-HANDLE
                              RETURNING STRM-RC
               IF STRM-RC NOT = 0
                   DISPLAY "QUDTAGE : cannot open " IN-FNAME
                   MOVE -1 TO RETURN-CODE
                   CALL "QURUNLOG" USING "END" RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL 1 = 0
                  COMPUTE STRM-OFFSET = REC-CNT * RECLEN
                  MOVE RECLEN TO STRM-NBYTES
                  CALL "CBL_READ_FILE" USING IN-HANDLE STRM-OFFSET
                                             STRM-NBYTES STRM-FLAGS
                                             REC-BUF
                                 RETURNING STRM-RC
                  IF STRM-RC NOT = 0
                     EXIT PERFORM
                  END-IF
                  PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > DF-CNT
                     PERFORM GET-DATE
                     IF DT-GOOD AND DT-NUM > BASE-DATE
                        MOVE DT-NUM TO BASE-DATE
                     END-IF
                  END-PERFORM
                  ADD 1 TO REC-CNT
               END-PERFORM
               CALL "CBL_CLOSE_FILE" USING IN-HANDLE
               MOVE 0 TO REC-CNT
           END-IF.
           IF BASE-DATE = 0
               DISPLAY "QUDTAGE : no date found to anchor on"
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE SHIFT-DAYS =
                   FUNCTION INTEGER-OF-DATE(ANCHOR-DATE)
                 - FUNCTION INTEGER-OF-DATE(BASE-DATE).
           MOVE SHIFT-DAYS TO SHIFT-ED.
           DISPLAY "QUDTAGE : base " BASE-DATE " to anchor "
                   ANCHOR-DATE " = " SHIFT-ED " day(s)".
       COPY-PROC.
           MOVE 1 TO STRM-ACCESS.
           CALL "CBL_OPEN_FILE" USING IN-FNAME STRM-ACCESS
                                      STRM-FLAGS STRM-DEV IN-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
               DISPLAY "QUDTAGE : cannot open " IN-FNAME
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           MOVE 2 TO STRM-ACCESS.
           CALL "CBL_CREATE_FILE" USING OUT-FNAME STRM-ACCESS
                                        STRM-FLAGS STRM-DEV
                                        OUT-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
               DISPLAY "QUDTAGE : cannot create " OUT-FNAME
               MOVE -1 TO RETURN-CODE
               CALL "QURUNLOG" USING "END" RETURN-CODE
               GOBACK
           END-IF.
           CALL "QULINPUT" USING "I" IN-FNAME.
           CALL "QULINPUT" USING "O" OUT-FNAME.
           MOVE LOW-VALUE TO PREV-KEY.
           PERFORM UNTIL 1 = 0
              COMPUTE STRM-OFFSET = REC-CNT * RECLEN
              MOVE RECLEN TO STRM-NBYTES
              CALL "CBL_READ_FILE" USING IN-HANDLE STRM-OFFSET
                                         STRM-NBYTES STRM-FLAGS
                                         REC-BUF
                             RETURNING STRM-RC
              IF STRM-RC NOT = 0
                 EXIT PERFORM
              END-IF
              PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > DF-CNT
                 PERFORM AGE-ONE-FIELD
              END-PERFORM
              IF PKEYLEN > 0
                 IF REC-BUF(1:PKEYLEN) < PREV-KEY(1:PKEYLEN)
                    MOVE "N" TO ORDER-SW
                 END-IF
                 MOVE REC-BUF(1:PKEYLEN) TO PREV-KEY
              END-IF
              COMPUTE STRM-OFFSET = REC-CNT * RECLEN
              CALL "CBL_WRITE_FILE" USING OUT-HANDLE STRM-OFFSET
                                          STRM-NBYTES STRM-FLAGS
                                          REC-BUF
                             RETURNING STRM-RC
              IF STRM-RC NOT = 0
                 DISPLAY "QUDTAGE : write failed rc=" STRM-RC
                 MOVE -1 TO RETURN-CODE
                 EXIT PERFORM
              END-IF
              ADD 1 TO REC-CNT
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING IN-HANDLE.
           CALL "CBL_CLOSE_FILE" USING OUT-HANDLE.
       AGE-ONE-FIELD.
           PERFORM GET-DATE.
           EVALUATE TRUE
             WHEN DT-SENTINEL
               ADD 1 TO DF-SENTINEL(IX)
             WHEN DT-BAD
               ADD 1 TO DF-INVALID(IX)
             WHEN OTHER
               COMPUTE DT-NEW = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(DT-NUM) + SHIFT-DAYS)
               PERFORM PUT-DATE
               ADD 1 TO DF-SHIFTED(IX)
           END-EVALUATE.
      *    field IX of REC-BUF as a yyyymmdd date in DT-NUM
       GET-DATE.
           MOVE SPACE TO DT-DIGITS DT-SEP.
           EVALUATE DF-TYPE(IX)
             WHEN "P"
               PERFORM UNPACK-DIGITS
               MOVE PK-DIGITS(PK-NDIG - DF-NDIG(IX) + 1:DF-NDIG(IX))
                 TO DT-DIGITS
             WHEN "X"
               IF DF-LEN(IX) = 10
                   MOVE REC-BUF(DF-POS(IX) + 4:1) TO DT-SEP
                   STRING REC-BUF(DF-POS(IX):4)
                          REC-BUF(DF-POS(IX) + 5:2)
                          REC-BUF(DF-POS(IX) + 8:2)
                          DELIMITED SIZE INTO DT-DIGITS
               ELSE
                   MOVE REC-BUF(DF-POS(IX):DF-NDIG(IX)) TO DT-DIGITS
               END-IF
             WHEN "S"
      *        the sign rides on the last digit; a date is never
      *        negative, so its unsigned form is the digit itself
               MOVE REC-BUF(DF-POS(IX):DF-NDIG(IX)) TO DT-DIGITS
               IF DT-DIGITS(DF-NDIG(IX):1) NOT NUMERIC
                   MOVE "B" TO DT-STATE
                   EXIT PARAGRAPH
               END-IF
             WHEN OTHER
               MOVE REC-BUF(DF-POS(IX):DF-NDIG(IX)) TO DT-DIGITS
           END-EVALUATE.
           IF DT-DIGITS(1:DF-NDIG(IX)) = SPACE
              OR DT-DIGITS(1:DF-NDIG(IX)) = ALL "0"
              OR DT-DIGITS(1:DF-NDIG(IX)) = ALL "9"
               MOVE "S" TO DT-STATE
               EXIT PARAGRAPH
           END-IF.
           IF DT-DIGITS(1:DF-NDIG(IX)) NOT NUMERIC
               MOVE "B" TO DT-STATE
               EXIT PARAGRAPH
           END-IF.
           IF DF-NDIG(IX) = 6
               MOVE DT-DIGITS(1:6) TO DT-YMD(3:6)
               IF DT-DIGITS(1:2) < "50"
                   MOVE "20" TO DT-YMD(1:2)
               ELSE
                   MOVE "19" TO DT-YMD(1:2)
               END-IF
           ELSE
               MOVE DT-DIGITS TO DT-YMD
           END-IF.
           MOVE "B" TO DT-STATE.
           IF DT-YYYY < 1601 OR DT-MM < 1 OR DT-MM > 12 OR DT-DD < 1
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DT-MM
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO DT-MAX-DD
             WHEN 2
               IF FUNCTION MOD(DT-YYYY, 4) = 0
                  AND (FUNCTION MOD(DT-YYYY, 100) NOT = 0
                       OR FUNCTION MOD(DT-YYYY, 400) = 0)
                   MOVE 29 TO DT-MAX-DD
               ELSE
                   MOVE 28 TO DT-MAX-DD
               END-IF
             WHEN OTHER
               MOVE 31 TO DT-MAX-DD
           END-EVALUATE.
           IF DT-DD > DT-MAX-DD
               EXIT PARAGRAPH
           END-IF.
           MOVE DT-YMD TO DT-NUM.
           MOVE "G" TO DT-STATE.
      *    DT-NEW back into field IX in the shape it came in
       PUT-DATE.
           IF DF-NDIG(IX) = 6
               MOVE DT-NEW-X(3:6) TO DT-DIGITS
           ELSE
               MOVE DT-NEW-X TO DT-DIGITS
           END-IF.
           EVALUATE DF-TYPE(IX)
             WHEN "P"
               MOVE DT-DIGITS(1:DF-NDIG(IX))
                 TO PK-DIGITS(PK-NDIG - DF-NDIG(IX) + 1:DF-NDIG(IX))
               PERFORM REPACK-DIGITS
             WHEN "X"
               IF DF-LEN(IX) = 10
                   STRING DT-DIGITS(1:4) DT-SEP DT-DIGITS(5:2)
                          DT-SEP DT-DIGITS(7:2)
                          DELIMITED SIZE
                          INTO REC-BUF(DF-POS(IX):10)
               ELSE
                   MOVE DT-DIGITS(1:DF-NDIG(IX))
                     TO REC-BUF(DF-POS(IX):DF-NDIG(IX))
               END-IF
             WHEN OTHER
               MOVE DT-DIGITS(1:DF-NDIG(IX))
                 TO REC-BUF(DF-POS(IX):DF-NDIG(IX))
           END-EVALUATE.
      *    the digit nibbles of a packed field into PK-DIGITS (the
      *    sign nibble is left where it is); a bad nibble shows as
      *    a non-digit and fails the date test
       UNPACK-DIGITS.
           MOVE SPACE TO PK-DIGITS.
           MOVE 0 TO PK-NDIG.
           PERFORM VARYING PK-I FROM 1 BY 1 UNTIL PK-I > DF-LEN(IX)
              COMPUTE PK-BYTE =
                  FUNCTION ORD(REC-BUF(DF-POS(IX) + PK-I - 1:1)) - 1
              DIVIDE PK-BYTE BY 16 GIVING PK-HI REMAINDER PK-LO
              ADD 1 TO PK-NDIG
              PERFORM PUT-NIBBLE-HI
              IF PK-I < DF-LEN(IX)
                  ADD 1 TO PK-NDIG
                  PERFORM PUT-NIBBLE-LO
              END-IF
           END-PERFORM.
       PUT-NIBBLE-HI.
           IF PK-HI > 9
               MOVE "?" TO PK-DIGITS(PK-NDIG:1)
           ELSE
               MOVE PK-HI TO PK-D
               MOVE PK-D(2:1) TO PK-DIGITS(PK-NDIG:1)
           END-IF.
       PUT-NIBBLE-LO.
           IF PK-LO > 9
               MOVE "?" TO PK-DIGITS(PK-NDIG:1)
           ELSE
               MOVE PK-LO TO PK-D
               MOVE PK-D(2:1) TO PK-DIGITS(PK-NDIG:1)
           END-IF.
       REPACK-DIGITS.
           MOVE 0 TO PK-D.
           PERFORM VARYING PK-I FROM 1 BY 1 UNTIL PK-I > DF-LEN(IX)
              COMPUTE PK-D = PK-I * 2 - 1
              MOVE PK-DIGITS(PK-D:1) TO PK-HI
              IF PK-I < DF-LEN(IX)
                  MOVE PK-DIGITS(PK-D + 1:1) TO PK-LO
              ELSE
                  COMPUTE PK-BYTE = FUNCTION ORD(
                          REC-BUF(DF-POS(IX) + PK-I - 1:1)) - 1
                  COMPUTE PK-LO = FUNCTION MOD(PK-BYTE, 16)
              END-IF
              COMPUTE PK-BYTE = PK-HI * 16 + PK-LO
              MOVE FUNCTION CHAR(PK-BYTE + 1)
                TO REC-BUF(DF-POS(IX) + PK-I - 1:1)
           END-PERFORM.
       TERM-PROC.
           MOVE REC-CNT TO CNT-ED.
           MOVE SHIFT-DAYS TO SHIFT-ED.
           DISPLAY "QUDTAGE : " CNT-ED " record(s) aged "
                   SHIFT-ED " day(s) into " OUT-FNAME(1:40).
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > DF-CNT
              DISPLAY "QUDTAGE :   " DF-NAME(IX) " "
                      DF-TYPE(IX) " pos " DF-POS(IX)
                      " shifted " DF-SHIFTED(IX)
                      " sentinel " DF-SENTINEL(IX)
                      " not a date " DF-INVALID(IX)
              IF DF-INVALID(IX) > 0 AND RETURN-CODE = 0
                  MOVE 4 TO RETURN-CODE
              END-IF
           END-PERFORM.
      *    the indexed fixture rebuilt from the aged sequential file,
      *    in primary-key order
       REBUILD-PROC.
           IF ORDER-SW = "N"
               DISPLAY "QUDTAGE : aging changed the key order - "
                       "sorting before the rebuild"
               SORT SRT-F ON ASCENDING KEY SRT-KEY
                    INPUT PROCEDURE  SORT-IN-PROC
                    OUTPUT PROCEDURE SORT-OUT-PROC
           END-IF.
           DISPLAY "MKFIDX_SEQNAME"    UPON ENVIRONMENT-NAME.
           DISPLAY OUT-FNAME           UPON ENVIRONMENT-VALUE.
           DISPLAY "MKFIDX_IDXNAME"    UPON ENVIRONMENT-NAME.
           DISPLAY IDX-FNAME           UPON ENVIRONMENT-VALUE.
           MOVE RECLEN TO CNT-ED.
           DISPLAY "MKFIDX_RECLEN"     UPON ENVIRONMENT-NAME.
           DISPLAY CNT-ED              UPON ENVIRONMENT-VALUE.
           DISPLAY "QU_BATCH_MODE"     UPON ENVIRONMENT-NAME.
           DISPLAY "Y"                 UPON ENVIRONMENT-VALUE.
           MOVE RETURN-CODE TO AGE-RC.
           MOVE 0 TO RETURN-CODE.
           CALL BUILDER
               ON EXCEPTION
                   DISPLAY "QUDTAGE : builder not found " BUILDER
                   MOVE -1 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 0
               CANCEL BUILDER
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING IDX-FNAME FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF RETURN-CODE = 0 AND EXIST-STATUS = 0
               DISPLAY "QUDTAGE : rebuilt " IDX-FNAME(1:50)
                       " via " BUILDER
               MOVE AGE-RC TO RETURN-CODE
           ELSE
               DISPLAY "QUDTAGE : rebuild FAILED " IDX-FNAME(1:50)
               MOVE -1 TO RETURN-CODE
           END-IF.
       SORT-IN-PROC.
           MOVE 1 TO STRM-ACCESS.
           CALL "CBL_OPEN_FILE" USING OUT-FNAME STRM-ACCESS
                                      STRM-FLAGS STRM-DEV IN-HANDLE
                          RETURNING STRM-RC.
           MOVE 0 TO OUT-CNT.
           PERFORM UNTIL STRM-RC NOT = 0
              COMPUTE STRM-OFFSET = OUT-CNT * RECLEN
              MOVE RECLEN TO STRM-NBYTES
              CALL "CBL_READ_FILE" USING IN-HANDLE STRM-OFFSET
                                         STRM-NBYTES STRM-FLAGS
                                         REC-BUF
                             RETURNING STRM-RC
              IF STRM-RC = 0
                 MOVE SPACE TO SRT-KEY
                 MOVE REC-BUF(1:PKEYLEN) TO SRT-KEY(1:PKEYLEN)
                 MOVE REC-BUF(1:RECLEN)  TO SRT-BODY
                 RELEASE SRT-REC
                 ADD 1 TO OUT-CNT
              END-IF
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING IN-HANDLE.
       SORT-OUT-PROC.
           MOVE 2 TO STRM-ACCESS.
           CALL "CBL_CREATE_FILE" USING OUT-FNAME STRM-ACCESS
                                        STRM-FLAGS STRM-DEV
                                        OUT-HANDLE
                          RETURNING STRM-RC.
           MOVE 0 TO OUT-CNT.
           PERFORM UNTIL 1 = 0
              RETURN SRT-F AT END EXIT PERFORM END-RETURN
              COMPUTE STRM-OFFSET = OUT-CNT * RECLEN
              MOVE RECLEN TO STRM-NBYTES
              MOVE SRT-BODY(1:RECLEN) TO REC-BUF
              CALL "CBL_WRITE_FILE" USING OUT-HANDLE STRM-OFFSET
                                          STRM-NBYTES STRM-FLAGS
                                          REC-BUF
                             RETURNING STRM-RC
              ADD 1 TO OUT-CNT
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING OUT-HANDLE.
