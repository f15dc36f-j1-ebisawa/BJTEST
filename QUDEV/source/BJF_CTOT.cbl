IDENTIFICATION                  DIVISION.
PROGRAM-ID.                     BJF_CTOT.
******************************************************************
* control totals for BJF_IO (interface BJ_CTLP.CPY).  a file
* declared with CTL= in the QU_PAN3 parameters carries a record
* count and hash sums of the named layout fields from the step
* that writes it to the step that reads it, the way the
* reconciliation clerks balance a batch:
*
*   O  open - CTL=COUNT for the record count alone, or
*      CTL=name+name... for the count plus the sum of each named
*      field of the file's layout (LAYOUT= from the parameters,
*      else MKFSEQ_LAYOUT through the QULAYRES dictionary, else
*      the MKFSEQ_CTLFILE control file).  only numeric fields
*      (9, S, P, B) can be summed.  on input the totals the
*      writing step left are loaded; none there is rc 4 and the
*      file is read unchecked.
*   A  add one record (the caller's image of it)
*   V  verify at end of file: count and every declared sum must
*      equal what was written.  each difference is shown with
*      both totals and comes back rc 8 - BJF_IO fails the read
*   W  write the totals at close of an output file
*
* the totals live beside the file as <file>.ctot:
*     * comment lines
*     COUNT;n
*     name;sum
******************************************************************
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
SELECT LAY-F           ASSIGN TO dynamic LAY-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  LAY-STS.
SELECT TOT-F           ASSIGN TO dynamic TOT-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  TOT-STS.
DATA                            DIVISION.
FILE                            SECTION.
FD  LAY-F.
01  LAY-REC                     PIC X(160).
FD  TOT-F.
01  TOT-REC                     PIC X(128).
WORKING-STORAGE                 SECTION.
01  LAY-FNAME                   PIC X(200).
01  LAY-STS                     PIC XX.
01  LAY-NAME                    PIC X(20).
01  LAY-PATH                    PIC X(200).
01  LAY-VER                     PIC 9(4).
01  LAY-RC                      PIC S9(4) COMP.
01  TOT-FNAME                   PIC X(264).
01  TOT-STS                     PIC XX.
*    one set of totals per BJF_IO slot
78  CF-MAX                          VALUE 8.
01  CT-TBL.
    03  CT-ENT OCCURS 8 TIMES.
        05  CT-FCNT             PIC 9(2).
        05  CT-COUNT            PIC 9(12).
        05  CT-HAVE-EXP         PIC X.
        05  CT-EXP-COUNT        PIC 9(12).
        05  CT-FLD OCCURS 8 TIMES.
            07  CT-NAME         PIC X(30).
            07  CT-TYPE         PIC X.
            07  CT-POS          PIC 9(5).
            07  CT-LEN          PIC 9(5).
            07  CT-DEC          PIC 9(2).
            07  CT-SUM          PIC S9(21)V9(9).
            07  CT-EXP-SUM      PIC S9(21)V9(9).
            07  CT-EXP-SW       PIC X.
01  SL                          PIC 9(2).
01  FX                          PIC 9(2).
01  NX                          PIC 9(2).
*    CTL= names, split on "+"
01  W-NAMES.
    03  W-NAME OCCURS 8 TIMES   PIC X(30).
01  W-NAME-CNT                  PIC 9(2).
01  W-PTR                       PIC S9(4) COMP.
01  W-FOUND                     PIC X.
*    one layout line
01  C-TYPE                      PIC X.
01  C-INPOS                     PIC 9(3).
01  C-INLEN                     PIC 9(3).
01  C-OUTPOS                    PIC 9(3).
01  C-DIGITS                    PIC 9(2).
01  C-DECIMALS                  PIC 9(2).
01  C-NAME                      PIC X(30).
01  C-LEN                       PIC 9(5).
*    one totals line
01  T-NAME                      PIC X(30).
01  T-VALUE                     PIC X(40).
*    numeric value in hand
01  W-POS                       PIC 9(5).
01  W-I                         PIC 9(3).
01  VAL-NUM                     PIC S9(18)V9(9).
01  VAL-SCALED                  PIC S9(18).
01  GEN-Z18                     PIC 9(18).
01  GEN-Z18-X REDEFINES GEN-Z18 PIC X(18).
01  GEN-S18                     PIC S9(18).
01  GEN-S18-X REDEFINES GEN-S18 PIC X(18).
01  GEN-B2                      PIC S9(4) COMP.
01  GEN-B2-X  REDEFINES GEN-B2  PIC X(02).
01  GEN-B4                      PIC S9(9) COMP.
01  GEN-B4-X  REDEFINES GEN-B4  PIC X(04).
01  GEN-B8                      PIC S9(18) COMP.
01  GEN-B8-X  REDEFINES GEN-B8  PIC X(08).
01  PK-I                        PIC 9(2).
01  PK-BYTE                     PIC 9(3).
01  PK-HI                       PIC 9(2).
01  PK-LO                       PIC 9(2).
*    messages
01  MSG-LINE                    PIC X(256).
01  CNT-ED-1                    PIC Z(11)9.
01  CNT-ED-2                    PIC Z(11)9.
01  SUM-ED                      PIC -(21)9.9(9).
01  SUM-ED-1                    PIC X(32).
01  SUM-ED-2                    PIC X(32).
01  LEAD-N                      PIC 9(3).
01  STAMP-D                     PIC 9(8).
01  STAMP-T                     PIC 9(8).
LINKAGE                         SECTION.
COPY "BJ_CTLP.CPY" replacing =='BJt'== by ==BJT==.
01  P-REC                       PIC X(32767).
PROCEDURE DIVISION USING BJT-CTL-CTL P-REC.
MAIN-ROUTINE.
    MOVE 0 TO BJT-CTL-RC.
    MOVE SPACE TO BJT-CTL-REASON.
    MOVE BJT-CTL-SLOT TO SL.
    IF SL < 1 OR SL > 8
        MOVE 8 TO BJT-CTL-RC
        MOVE "slot out of range" TO BJT-CTL-REASON
        GOBACK
    END-IF.
    EVALUATE BJT-CTL-FUNC
      WHEN "O"
        PERFORM OPEN-TOTALS
      WHEN "A"
        PERFORM ADD-RECORD
      WHEN "V"
        PERFORM VERIFY-TOTALS
      WHEN "W"
        PERFORM WRITE-TOTALS
      WHEN OTHER
        MOVE 8 TO BJT-CTL-RC
        MOVE "unknown function" TO BJT-CTL-REASON
    END-EVALUATE.
    GOBACK.
*
*    the declared fields against the layout, then on input the
*    totals the writing step left
OPEN-TOTALS.
    MOVE 0   TO CT-FCNT(SL) CT-COUNT(SL) CT-EXP-COUNT(SL).
    MOVE "N" TO CT-HAVE-EXP(SL).
    MOVE SPACE TO TOT-FNAME.
    STRING BJT-CTL-FNAME       DELIMITED SPACE
           ".ctot"             DELIMITED SIZE
           INTO TOT-FNAME.
    MOVE SPACE TO W-NAMES.
    MOVE 0 TO W-NAME-CNT.
    MOVE 1 TO W-PTR.
    PERFORM UNTIL W-PTR > 60 OR W-NAME-CNT >= CF-MAX
       ADD 1 TO W-NAME-CNT
       UNSTRING BJT-CTL-FIELDS DELIMITED BY "+" OR SPACE
           INTO W-NAME(W-NAME-CNT)
           WITH POINTER W-PTR
       MOVE FUNCTION UPPER-CASE(W-NAME(W-NAME-CNT))
         TO W-NAME(W-NAME-CNT)
       IF W-NAME(W-NAME-CNT) = SPACE OR "COUNT"
           SUBTRACT 1 FROM W-NAME-CNT
       END-IF
*       a name that fills the field leaves the pointer past it
       IF W-PTR > 60
           EXIT PERFORM
       END-IF
       IF BJT-CTL-FIELDS(W-PTR:) = SPACE
           EXIT PERFORM
       END-IF
    END-PERFORM.
    IF W-NAME-CNT > 0
        PERFORM LOAD-LAYOUT
        IF BJT-CTL-RC NOT = 0
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > W-NAME-CNT
           PERFORM VARYING FX FROM 1 BY 1
                   UNTIL FX > CT-FCNT(SL)
                      OR CT-NAME(SL, FX) = W-NAME(NX)
           END-PERFORM
           IF FX > CT-FCNT(SL)
               MOVE 8 TO BJT-CTL-RC
               STRING "CTL field not in the layout: "
                                       DELIMITED SIZE
                      W-NAME(NX)       DELIMITED SPACE
                      INTO BJT-CTL-REASON
               EXIT PARAGRAPH
           END-IF
        END-PERFORM
    END-IF.
    IF BJT-CTL-MODE = "I"
        PERFORM READ-TOTALS
    END-IF.
*    the layout's named numeric fields that CTL= asked for
LOAD-LAYOUT.
    MOVE BJT-CTL-LAYOUT TO LAY-NAME.
    IF LAY-NAME = SPACE OR LAY-NAME(1:1) = X"00"
        MOVE SPACE TO LAY-NAME
        DISPLAY "MKFSEQ_LAYOUT" UPON ENVIRONMENT-NAME
        ACCEPT  LAY-NAME        FROM ENVIRONMENT-VALUE
    END-IF.
    IF LAY-NAME NOT = SPACE
        CALL "QULAYRES" USING LAY-NAME LAY-PATH LAY-VER LAY-RC
        IF LAY-RC NOT = 0
            MOVE 8 TO BJT-CTL-RC
            STRING "unknown layout " DELIMITED SIZE
                   LAY-NAME          DELIMITED SPACE
                   INTO BJT-CTL-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE LAY-PATH TO LAY-FNAME
    ELSE
        MOVE SPACE TO LAY-FNAME
        DISPLAY "MKFSEQ_CTLFILE" UPON ENVIRONMENT-NAME
        ACCEPT  LAY-FNAME        FROM ENVIRONMENT-VALUE
        IF LAY-FNAME = SPACE
            MOVE "WORK\MKFSEQ.CTL" TO LAY-FNAME
        END-IF
    END-IF.
    OPEN INPUT LAY-F.
    IF LAY-STS NOT = "00"
        MOVE 8 TO BJT-CTL-RC
        STRING "layout not readable " DELIMITED SIZE
               LAY-FNAME              DELIMITED SPACE
               INTO BJT-CTL-REASON
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 0
       READ LAY-F AT END EXIT PERFORM END-READ
       IF LAY-REC NOT = SPACE AND LAY-REC(1:1) NOT = "*"
           PERFORM LOAD-LAYOUT-LINE
           IF BJT-CTL-RC NOT = 0
               EXIT PERFORM
           END-IF
       END-IF
    END-PERFORM.
    CLOSE LAY-F.
*    type,inpos,inlen,outpos,digits,decimals,name[,...] - only the
*    named fields CTL= asked for are kept
LOAD-LAYOUT-LINE.
    MOVE 0 TO C-INPOS C-INLEN C-OUTPOS C-DIGITS C-DECIMALS.
    MOVE SPACE TO C-TYPE C-NAME.
    UNSTRING LAY-REC DELIMITED BY ","
        INTO C-TYPE C-INPOS C-INLEN C-OUTPOS C-DIGITS C-DECIMALS
             C-NAME.
    MOVE FUNCTION UPPER-CASE(C-NAME) TO C-NAME.
    IF C-NAME = SPACE
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO W-FOUND.
    PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > W-NAME-CNT
       IF W-NAME(NX) = C-NAME
           MOVE "Y" TO W-FOUND
       END-IF
    END-PERFORM.
    IF W-FOUND NOT = "Y" OR CT-FCNT(SL) >= CF-MAX
        EXIT PARAGRAPH
    END-IF.
    EVALUATE C-TYPE
      WHEN "9"
      WHEN "S"
        MOVE C-DIGITS TO C-LEN
      WHEN "B"
        EVALUATE TRUE
          WHEN C-DIGITS <= 4  MOVE 2 TO C-LEN
          WHEN C-DIGITS <= 9  MOVE 4 TO C-LEN
          WHEN OTHER          MOVE 8 TO C-LEN
        END-EVALUATE
      WHEN "P"
        COMPUTE C-LEN = (C-DIGITS + C-DECIMALS) / 2 + 1
      WHEN OTHER
        MOVE 8 TO BJT-CTL-RC
        STRING "CTL field is not numeric: " DELIMITED SIZE
               C-NAME                       DELIMITED SPACE
               INTO BJT-CTL-REASON
        EXIT PARAGRAPH
    END-EVALUATE.
    IF C-OUTPOS < 1
        MOVE 1 TO C-OUTPOS
    END-IF.
    ADD 1 TO CT-FCNT(SL).
    MOVE CT-FCNT(SL) TO FX.
    MOVE C-NAME     TO CT-NAME(SL, FX).
    MOVE C-TYPE     TO CT-TYPE(SL, FX).
    MOVE C-OUTPOS   TO CT-POS(SL, FX).
    MOVE C-LEN      TO CT-LEN(SL, FX).
    MOVE C-DECIMALS TO CT-DEC(SL, FX).
    MOVE 0          TO CT-SUM(SL, FX) CT-EXP-SUM(SL, FX).
    MOVE "N"        TO CT-EXP-SW(SL, FX).
*    the writing step's totals; without them the file is read
*    unchecked
READ-TOTALS.
    OPEN INPUT TOT-F.
    IF TOT-STS NOT = "00"
        MOVE 4 TO BJT-CTL-RC
        STRING "no control totals " DELIMITED SIZE
               TOT-FNAME            DELIMITED SPACE
               INTO BJT-CTL-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y" TO CT-HAVE-EXP(SL).
    PERFORM UNTIL 1 = 0
       READ TOT-F AT END EXIT PERFORM END-READ
       IF TOT-REC NOT = SPACE AND TOT-REC(1:1) NOT = "*"
           MOVE SPACE TO T-NAME T-VALUE
           UNSTRING TOT-REC DELIMITED BY ";"
               INTO T-NAME T-VALUE
           IF T-NAME = "COUNT"
               COMPUTE CT-EXP-COUNT(SL) = FUNCTION NUMVAL(T-VALUE)
           ELSE
               PERFORM VARYING FX FROM 1 BY 1
                       UNTIL FX > CT-FCNT(SL)
                  IF CT-NAME(SL, FX) = T-NAME
                      COMPUTE CT-EXP-SUM(SL, FX) =
                              FUNCTION NUMVAL(T-VALUE)
                      MOVE "Y" TO CT-EXP-SW(SL, FX)
                  END-IF
               END-PERFORM
           END-IF
       END-IF
    END-PERFORM.
    CLOSE TOT-F.
*
ADD-RECORD.
    ADD 1 TO CT-COUNT(SL).
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > CT-FCNT(SL)
       MOVE CT-POS(SL, FX) TO W-POS
       IF W-POS + CT-LEN(SL, FX) - 1 <= BJT-CTL-REC-LEN
           PERFORM FIELD-VALUE
           ADD VAL-NUM TO CT-SUM(SL, FX)
       END-IF
    END-PERFORM.
*    numeric field decoded as BJF_CSV formats it
FIELD-VALUE.
    MOVE 0 TO VAL-NUM.
    EVALUATE CT-TYPE(SL, FX)
      WHEN "9"
        MOVE 0 TO GEN-Z18
        COMPUTE W-I = 19 - CT-LEN(SL, FX)
        MOVE P-REC(W-POS:CT-LEN(SL, FX))
          TO GEN-Z18-X(W-I:CT-LEN(SL, FX))
        IF GEN-Z18 IS NUMERIC
            MOVE GEN-Z18 TO VAL-NUM
        END-IF
      WHEN "S"
        MOVE 0 TO GEN-S18
        COMPUTE W-I = 19 - CT-LEN(SL, FX)
        MOVE P-REC(W-POS:CT-LEN(SL, FX))
          TO GEN-S18-X(W-I:CT-LEN(SL, FX))
        IF GEN-S18 IS NUMERIC
            MOVE GEN-S18 TO VAL-NUM
        END-IF
      WHEN "P"
        PERFORM UNPACK-FIELD
      WHEN "B"
        EVALUATE CT-LEN(SL, FX)
          WHEN 2
            MOVE P-REC(W-POS:2) TO GEN-B2-X
            MOVE GEN-B2 TO VAL-NUM
          WHEN 4
            MOVE P-REC(W-POS:4) TO GEN-B4-X
            MOVE GEN-B4 TO VAL-NUM
          WHEN OTHER
            MOVE P-REC(W-POS:8) TO GEN-B8-X
            MOVE GEN-B8 TO VAL-NUM
        END-EVALUATE
    END-EVALUATE.
*    packed: digit nibbles, sign nibble D negative
UNPACK-FIELD.
    MOVE 0 TO VAL-SCALED.
    PERFORM VARYING PK-I FROM 1 BY 1 UNTIL PK-I > CT-LEN(SL, FX)
       COMPUTE PK-BYTE =
               FUNCTION ORD(P-REC(W-POS + PK-I - 1:1)) - 1
       DIVIDE PK-BYTE BY 16 GIVING PK-HI REMAINDER PK-LO
       IF PK-HI > 9
           MOVE 0 TO PK-HI
       END-IF
       COMPUTE VAL-SCALED = VAL-SCALED * 10 + PK-HI
       IF PK-I < CT-LEN(SL, FX)
           IF PK-LO > 9
               MOVE 0 TO PK-LO
           END-IF
           COMPUTE VAL-SCALED = VAL-SCALED * 10 + PK-LO
       ELSE
           IF PK-LO = 13
               COMPUTE VAL-SCALED = VAL-SCALED * -1
           END-IF
       END-IF
    END-PERFORM.
    COMPUTE VAL-NUM = VAL-SCALED / 10 ** CT-DEC(SL, FX).
*    what was read against what was written; every difference
*    is shown with both totals
VERIFY-TOTALS.
    IF CT-HAVE-EXP(SL) NOT = "Y"
        EXIT PARAGRAPH
    END-IF.
    IF CT-COUNT(SL) NOT = CT-EXP-COUNT(SL)
        MOVE 8 TO BJT-CTL-RC
        MOVE CT-EXP-COUNT(SL) TO CNT-ED-1
        MOVE CT-COUNT(SL)     TO CNT-ED-2
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO "               DELIMITED SIZE
               BJT-CTL-FNAME           DELIMITED SPACE
               " control total COUNT written=" DELIMITED SIZE
               FUNCTION TRIM(CNT-ED-1) DELIMITED SIZE
               " read="                DELIMITED SIZE
               FUNCTION TRIM(CNT-ED-2) DELIMITED SIZE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
    END-IF.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > CT-FCNT(SL)
       EVALUATE TRUE
         WHEN CT-EXP-SW(SL, FX) NOT = "Y"
           MOVE 8 TO BJT-CTL-RC
           MOVE SPACE TO MSG-LINE
           STRING "BJF_IO "               DELIMITED SIZE
                  BJT-CTL-FNAME           DELIMITED SPACE
                  " control total "       DELIMITED SIZE
                  CT-NAME(SL, FX)         DELIMITED SPACE
                  " was not written by the creating step"
                                          DELIMITED SIZE
                  INTO MSG-LINE
           CALL "BJ_MESSAGE" USING MSG-LINE
         WHEN CT-SUM(SL, FX) NOT = CT-EXP-SUM(SL, FX)
           MOVE 8 TO BJT-CTL-RC
           MOVE CT-EXP-SUM(SL, FX) TO SUM-ED
           MOVE FUNCTION TRIM(SUM-ED) TO SUM-ED-1
           MOVE CT-SUM(SL, FX) TO SUM-ED
           MOVE FUNCTION TRIM(SUM-ED) TO SUM-ED-2
           MOVE SPACE TO MSG-LINE
           STRING "BJF_IO "               DELIMITED SIZE
                  BJT-CTL-FNAME           DELIMITED SPACE
                  " control total "       DELIMITED SIZE
                  CT-NAME(SL, FX)         DELIMITED SPACE
                  " written="             DELIMITED SIZE
                  SUM-ED-1                DELIMITED SPACE
                  " read="                DELIMITED SIZE
                  SUM-ED-2                DELIMITED SPACE
                  INTO MSG-LINE
           CALL "BJ_MESSAGE" USING MSG-LINE
       END-EVALUATE
    END-PERFORM.
    IF BJT-CTL-RC NOT = 0
        MOVE "control totals do not match" TO BJT-CTL-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE CT-COUNT(SL) TO CNT-ED-1.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO "               DELIMITED SIZE
           BJT-CTL-FNAME           DELIMITED SPACE
           " control totals agree, count=" DELIMITED SIZE
           FUNCTION TRIM(CNT-ED-1) DELIMITED SIZE
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
*    the totals beside the output file for the next step
WRITE-TOTALS.
    OPEN OUTPUT TOT-F.
    IF TOT-STS NOT = "00"
        MOVE 8 TO BJT-CTL-RC
        STRING "cannot write " DELIMITED SIZE
               TOT-FNAME       DELIMITED SPACE
               INTO BJT-CTL-REASON
        EXIT PARAGRAPH
    END-IF.
    ACCEPT STAMP-D FROM DATE YYYYMMDD.
    ACCEPT STAMP-T FROM TIME.
    MOVE SPACE TO TOT-REC.
    STRING "* BJF_IO control totals " DELIMITED SIZE
           STAMP-D                    DELIMITED SIZE
           " "                        DELIMITED SIZE
           STAMP-T(1:6)               DELIMITED SIZE
           INTO TOT-REC.
    WRITE TOT-REC.
    MOVE CT-COUNT(SL) TO CNT-ED-1.
    MOVE SPACE TO TOT-REC.
    STRING "COUNT;"                DELIMITED SIZE
           FUNCTION TRIM(CNT-ED-1) DELIMITED SIZE
           INTO TOT-REC.
    WRITE TOT-REC.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > CT-FCNT(SL)
       MOVE CT-SUM(SL, FX) TO SUM-ED
       MOVE SPACE TO TOT-REC
       STRING CT-NAME(SL, FX)       DELIMITED SPACE
              ";"                   DELIMITED SIZE
              FUNCTION TRIM(SUM-ED) DELIMITED SIZE
              INTO TOT-REC
       WRITE TOT-REC
    END-PERFORM.
    CLOSE TOT-F.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO "               DELIMITED SIZE
           BJT-CTL-FNAME           DELIMITED SPACE
           " control totals written, count=" DELIMITED SIZE
           FUNCTION TRIM(CNT-ED-1) DELIMITED SIZE
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
