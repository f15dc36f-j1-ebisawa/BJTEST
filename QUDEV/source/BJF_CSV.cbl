IDENTIFICATION                  DIVISION.
PROGRAM-ID.                     BJF_CSV.
******************************************************************
* ORG=CSV rows for BJF_IO (interface BJ_CSVP.CPY).  a CSV file
* is delimited text whose columns map, in order, onto the fields
* of a layout-dictionary layout; the calling program only ever
* sees the fixed record that layout describes.
*
*   L  load the layout for a BJF_IO slot - LAYOUT=name[:ver]
*      from the QU_PAN3 parameters, else MKFSEQ_LAYOUT, else the
*      MKFSEQ_CTLFILE control file (default WORK\MKFSEQ.CTL) -
*      and give back the record length: RECL= when it was given,
*      else the extent of the layout
*   P  parse one row into the fixed record.  a quoted column may
*      hold the delimiter and doubled quotes.  a row with the
*      wrong column count, bad quoting, or a value that will not
*      go into its field (too long, not numeric, too many
*      digits, sign into an unsigned field) comes back rc 4 and
*      is written to the reject report as
*          file,row,reason,row text
*      (BJF_IO_CSVREJ, default WORK\BJF_IO_CSV.rej)
*   F  format the fixed record as one row - X fields without
*      their trailing blanks, quoted when they hold the delimiter
*      or the quote; numeric fields as plain signed numbers with
*      the layout's decimal places
*
* field types and byte widths are those mk_FSEQ writes: X, 9,
* S (trailing overpunch), P, B (2/4/8 bytes), L and D.
******************************************************************
ENVIRONMENT                     DIVISION.
CONFIGURATION                   SECTION.
INPUT-OUTPUT                    SECTION.
FILE-CONTROL.
SELECT LAY-F           ASSIGN TO dynamic LAY-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  LAY-STS.
SELECT OPTIONAL REJ-F  ASSIGN TO dynamic REJ-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  REJ-STS.
DATA                            DIVISION.
FILE                            SECTION.
FD  LAY-F.
01  LAY-REC                     PIC X(160).
FD  REJ-F.
01  REJ-REC                     PIC X(1024).
WORKING-STORAGE                 SECTION.
01  LAY-FNAME                   PIC X(200).
01  LAY-STS                     PIC XX.
01  LAY-NAME                    PIC X(20).
01  LAY-PATH                    PIC X(200).
01  LAY-VER                     PIC 9(4).
01  LAY-RC                      PIC S9(4) COMP.
01  REJ-FNAME                   PIC X(128).
01  REJ-STS                     PIC XX.
*    one layout per BJF_IO slot
78  FLD-MAX                         VALUE 60.
01  SET-TBL.
    03  SET-ENT OCCURS 8 TIMES.
        05  SET-FCNT            PIC 9(3).
        05  SET-RECL            PIC 9(5).
        05  SET-ROW             PIC 9(9).
        05  SET-DELIM           PIC X.
        05  SET-QUOTE           PIC X.
        05  SET-QUOTE-SW        PIC X.
        05  SET-FLD OCCURS 60 TIMES.
            07  SET-TYPE        PIC X.
            07  SET-POS         PIC 9(5).
            07  SET-LEN         PIC 9(5).
            07  SET-DIG         PIC 9(2).
            07  SET-DEC         PIC 9(2).
01  SL                          PIC 9(2).
01  FX                          PIC 9(3).
01  EXTENT                      PIC 9(5).
*    one layout line
01  C-TYPE                      PIC X.
01  C-INPOS                     PIC 9(3).
01  C-INLEN                     PIC 9(3).
01  C-OUTPOS                    PIC 9(3).
01  C-DIGITS                    PIC 9(2).
01  C-DECIMALS                  PIC 9(2).
*    row scanning
01  LX                          PIC 9(5).
01  OX                          PIC 9(5).
01  CX                          PIC 9(5).
01  COL-TXT                     PIC X(1024).
01  COL-LEN                     PIC 9(5).
01  COL-CNT                     PIC 9(3).
01  COL-NO                      PIC Z(2)9.
01  ROW-END-SW                  PIC X.
01  CNT-A                       PIC Z(2)9.
01  CNT-B                       PIC Z(2)9.
01  TALLY-N                     PIC 9(5).
*    numeric value in hand
01  VAL-NUM                     PIC S9(18)V9(9).
01  VAL-INT                     PIC S9(18).
01  VAL-FRAC                    PIC S9(18)V9(9).
01  VAL-SCALED                  PIC S9(18).
01  LIM-VAL                     PIC 9(18).
01  NUM-ED                      PIC -(18)9.9(9).
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
01  GEN-F                       COMP-1.
01  GEN-F-X   REDEFINES GEN-F   PIC X(04).
01  GEN-D                       COMP-2.
01  GEN-D-X   REDEFINES GEN-D   PIC X(08).
01  PK-DIGITS                   PIC X(19).
01  PK-ND                       PIC 9(2).
01  PK-BYTE                     PIC 9(3).
01  PK-HI                       PIC 9(2).
01  PK-LO                       PIC 9(2).
01  PK-I                        PIC 9(2).
01  PK-SIGN                     PIC 9(2).
01  W-I                         PIC 9(3).
01  W-POS                       PIC 9(5).
LINKAGE                         SECTION.
COPY "BJ_CSVP.CPY" replacing =='BJc'== by ==BJC==.
01  P-LINE                      PIC X(8192).
01  P-REC                       PIC X(32767).
PROCEDURE DIVISION USING BJC-CSV-CTL P-LINE P-REC.
MAIN-ROUTINE.
    MOVE 0 TO BJC-CSV-RC.
    MOVE SPACE TO BJC-CSV-REASON.
    MOVE BJC-CSV-SLOT TO SL.
    IF SL < 1 OR SL > 8
        MOVE 8 TO BJC-CSV-RC
        MOVE "slot out of range" TO BJC-CSV-REASON
        GOBACK
    END-IF.
    EVALUATE BJC-CSV-FUNC
      WHEN "L"
        PERFORM LOAD-LAYOUT
      WHEN "P"
        PERFORM PARSE-ROW
      WHEN "F"
        PERFORM FORMAT-ROW
      WHEN OTHER
        MOVE 8 TO BJC-CSV-RC
        MOVE "unknown function" TO BJC-CSV-REASON
    END-EVALUATE.
    GOBACK.
*
*    the slot's layout, delimiter and quote
LOAD-LAYOUT.
    MOVE 0 TO SET-FCNT(SL) SET-ROW(SL) EXTENT.
    MOVE BJC-CSV-DELIM TO SET-DELIM(SL).
    IF SET-DELIM(SL) = X"00" OR SET-DELIM(SL) = SPACE
        MOVE "," TO SET-DELIM(SL)
    END-IF.
    MOVE BJC-CSV-QUOTE TO SET-QUOTE(SL).
    MOVE "Y" TO SET-QUOTE-SW(SL).
    EVALUATE TRUE
      WHEN SET-QUOTE(SL) = X"00" OR SET-QUOTE(SL) = SPACE
        MOVE '"' TO SET-QUOTE(SL)
      WHEN SET-QUOTE(SL) = X"FF"
        MOVE "N" TO SET-QUOTE-SW(SL)
    END-EVALUATE.
    MOVE BJC-CSV-LAYOUT TO LAY-NAME.
    IF LAY-NAME = SPACE
        DISPLAY "MKFSEQ_LAYOUT" UPON ENVIRONMENT-NAME
        ACCEPT  LAY-NAME        FROM ENVIRONMENT-VALUE
    END-IF.
    IF LAY-NAME NOT = SPACE
        CALL "QULAYRES" USING LAY-NAME LAY-PATH LAY-VER LAY-RC
        IF LAY-RC NOT = 0
            MOVE 8 TO BJC-CSV-RC
            STRING "unknown layout " DELIMITED SIZE
                   LAY-NAME          DELIMITED SPACE
                   INTO BJC-CSV-REASON
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
        MOVE 8 TO BJC-CSV-RC
        STRING "layout not readable " DELIMITED SIZE
               LAY-FNAME              DELIMITED SPACE
               INTO BJC-CSV-REASON
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 0
       READ LAY-F AT END EXIT PERFORM END-READ
       IF LAY-REC NOT = SPACE AND LAY-REC(1:1) NOT = "*"
          AND SET-FCNT(SL) < FLD-MAX
           PERFORM LOAD-LAYOUT-LINE
       END-IF
    END-PERFORM.
    CLOSE LAY-F.
    IF SET-FCNT(SL) = 0
        MOVE 8 TO BJC-CSV-RC
        MOVE "layout has no fields" TO BJC-CSV-REASON
        EXIT PARAGRAPH
    END-IF.
    IF BJC-CSV-RECL = 0
        MOVE EXTENT TO BJC-CSV-RECL
    END-IF.
    IF EXTENT > BJC-CSV-RECL
        MOVE 8 TO BJC-CSV-RC
        MOVE "layout is longer than RECL" TO BJC-CSV-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE BJC-CSV-RECL TO SET-RECL(SL).
*    type,inpos,inlen,outpos,digits,decimals[,...]
LOAD-LAYOUT-LINE.
    MOVE 0 TO C-INPOS C-INLEN C-OUTPOS C-DIGITS C-DECIMALS.
    MOVE SPACE TO C-TYPE.
    UNSTRING LAY-REC DELIMITED BY ","
        INTO C-TYPE C-INPOS C-INLEN C-OUTPOS C-DIGITS C-DECIMALS.
    ADD 1 TO SET-FCNT(SL).
    MOVE SET-FCNT(SL) TO FX.
    MOVE C-TYPE     TO SET-TYPE(SL, FX).
    MOVE C-OUTPOS   TO SET-POS(SL, FX).
    MOVE C-DIGITS   TO SET-DIG(SL, FX).
    MOVE C-DECIMALS TO SET-DEC(SL, FX).
    EVALUATE C-TYPE
      WHEN "9"
      WHEN "S"
        MOVE C-DIGITS TO SET-LEN(SL, FX)
      WHEN "B"
        EVALUATE TRUE
          WHEN C-DIGITS <= 4  MOVE 2 TO SET-LEN(SL, FX)
          WHEN C-DIGITS <= 9  MOVE 4 TO SET-LEN(SL, FX)
          WHEN OTHER          MOVE 8 TO SET-LEN(SL, FX)
        END-EVALUATE
      WHEN "P"
        COMPUTE SET-LEN(SL, FX) = (C-DIGITS + C-DECIMALS) / 2 + 1
      WHEN "L"
        MOVE 4 TO SET-LEN(SL, FX)
      WHEN "D"
        MOVE 8 TO SET-LEN(SL, FX)
      WHEN OTHER
        MOVE "X" TO SET-TYPE(SL, FX)
        MOVE C-INLEN TO SET-LEN(SL, FX)
    END-EVALUATE.
    IF SET-POS(SL, FX) < 1
        MOVE 1 TO SET-POS(SL, FX)
    END-IF.
    IF SET-POS(SL, FX) + SET-LEN(SL, FX) - 1 > EXTENT
        COMPUTE EXTENT = SET-POS(SL, FX) + SET-LEN(SL, FX) - 1
    END-IF.
*
*    one row into the fixed record; a refused row is reported
*    and comes back rc 4
PARSE-ROW.
    ADD 1 TO SET-ROW(SL).
    MOVE SPACE TO P-REC(1:SET-RECL(SL)).
    MOVE 0 TO COL-CNT.
    MOVE 1 TO LX.
    MOVE "N" TO ROW-END-SW.
    PERFORM UNTIL ROW-END-SW = "Y" OR BJC-CSV-RC NOT = 0
       PERFORM GET-COLUMN
       IF BJC-CSV-RC = 0
           ADD 1 TO COL-CNT
           IF COL-CNT <= SET-FCNT(SL)
               MOVE COL-CNT TO FX
               PERFORM PUT-COLUMN
           END-IF
       END-IF
    END-PERFORM.
    IF BJC-CSV-RC = 0 AND COL-CNT NOT = SET-FCNT(SL)
        MOVE 4 TO BJC-CSV-RC
        MOVE COL-CNT      TO CNT-A
        MOVE SET-FCNT(SL) TO CNT-B
        STRING CNT-A               DELIMITED SIZE
               " columns, layout has" DELIMITED SIZE
               CNT-B               DELIMITED SIZE
               INTO BJC-CSV-REASON
    END-IF.
    IF BJC-CSV-RC NOT = 0
        PERFORM PUT-REJECT
    END-IF.
*    the next column's text from LX on, the quotes taken off
GET-COLUMN.
    MOVE SPACE TO COL-TXT.
    MOVE 0 TO COL-LEN.
    COMPUTE COL-NO = COL-CNT + 1.
    IF SET-QUOTE-SW(SL) = "Y" AND LX <= BJC-CSV-LINE-LEN
       AND P-LINE(LX:1) = SET-QUOTE(SL)
        PERFORM GET-QUOTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL LX > BJC-CSV-LINE-LEN
               OR P-LINE(LX:1) = SET-DELIM(SL)
       IF SET-QUOTE-SW(SL) = "Y" AND P-LINE(LX:1) = SET-QUOTE(SL)
           MOVE 4 TO BJC-CSV-RC
           STRING "quote inside unquoted column" DELIMITED SIZE
                  COL-NO                         DELIMITED SIZE
                  INTO BJC-CSV-REASON
           EXIT PARAGRAPH
       END-IF
       PERFORM ADD-CHAR
       ADD 1 TO LX
    END-PERFORM.
    PERFORM END-OF-COLUMN.
GET-QUOTED.
    ADD 1 TO LX.
    PERFORM UNTIL 1 = 0
       IF LX > BJC-CSV-LINE-LEN
           MOVE 4 TO BJC-CSV-RC
           STRING "unterminated quote in column" DELIMITED SIZE
                  COL-NO                         DELIMITED SIZE
                  INTO BJC-CSV-REASON
           EXIT PARAGRAPH
       END-IF
       IF P-LINE(LX:1) = SET-QUOTE(SL)
           IF LX < BJC-CSV-LINE-LEN
              AND P-LINE(LX + 1:1) = SET-QUOTE(SL)
               PERFORM ADD-CHAR
               ADD 2 TO LX
           ELSE
               ADD 1 TO LX
               EXIT PERFORM
           END-IF
       ELSE
           PERFORM ADD-CHAR
           ADD 1 TO LX
       END-IF
    END-PERFORM.
    IF LX <= BJC-CSV-LINE-LEN AND P-LINE(LX:1) NOT = SET-DELIM(SL)
        MOVE 4 TO BJC-CSV-RC
        STRING "text after closing quote in column" DELIMITED SIZE
               COL-NO                               DELIMITED SIZE
               INTO BJC-CSV-REASON
        EXIT PARAGRAPH
    END-IF.
    PERFORM END-OF-COLUMN.
*    past the delimiter; the row ends with the line
END-OF-COLUMN.
    IF LX > BJC-CSV-LINE-LEN
        MOVE "Y" TO ROW-END-SW
    ELSE
        ADD 1 TO LX
    END-IF.
ADD-CHAR.
    IF COL-LEN < 1024
        ADD 1 TO COL-LEN
        MOVE P-LINE(LX:1) TO COL-TXT(COL-LEN:1)
    END-IF.
*    column text into field FX
PUT-COLUMN.
    MOVE SET-POS(SL, FX) TO W-POS.
    IF SET-TYPE(SL, FX) = "X"
        IF COL-LEN > SET-LEN(SL, FX)
            MOVE 4 TO BJC-CSV-RC
            STRING "column"            DELIMITED SIZE
                   COL-NO              DELIMITED SIZE
                   " longer than its field" DELIMITED SIZE
                   INTO BJC-CSV-REASON
            EXIT PARAGRAPH
        END-IF
        MOVE COL-TXT(1:SET-LEN(SL, FX))
          TO P-REC(W-POS:SET-LEN(SL, FX))
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO VAL-NUM.
    IF COL-TXT NOT = SPACE
        IF COL-LEN > 40
           OR FUNCTION TEST-NUMVAL(COL-TXT(1:COL-LEN)) NOT = 0
            MOVE 4 TO BJC-CSV-RC
            STRING "column"            DELIMITED SIZE
                   COL-NO              DELIMITED SIZE
                   " not numeric"      DELIMITED SIZE
                   INTO BJC-CSV-REASON
            EXIT PARAGRAPH
        END-IF
        COMPUTE VAL-NUM = FUNCTION NUMVAL(COL-TXT(1:COL-LEN))
    END-IF.
    PERFORM CHECK-FIT.
    IF BJC-CSV-RC NOT = 0
        EXIT PARAGRAPH
    END-IF.
    EVALUATE SET-TYPE(SL, FX)
      WHEN "9"
        COMPUTE GEN-Z18 = FUNCTION ABS(VAL-NUM)
        COMPUTE W-I = 19 - SET-LEN(SL, FX)
        MOVE GEN-Z18-X(W-I:SET-LEN(SL, FX))
          TO P-REC(W-POS:SET-LEN(SL, FX))
      WHEN "S"
        COMPUTE GEN-S18 = VAL-NUM
        COMPUTE W-I = 19 - SET-LEN(SL, FX)
        MOVE GEN-S18-X(W-I:SET-LEN(SL, FX))
          TO P-REC(W-POS:SET-LEN(SL, FX))
      WHEN "P"
        PERFORM PACK-FIELD
      WHEN "B"
        EVALUATE SET-LEN(SL, FX)
          WHEN 2
            COMPUTE GEN-B2 = VAL-NUM
            MOVE GEN-B2-X TO P-REC(W-POS:2)
          WHEN 4
            COMPUTE GEN-B4 = VAL-NUM
            MOVE GEN-B4-X TO P-REC(W-POS:4)
          WHEN OTHER
            COMPUTE GEN-B8 = VAL-NUM
            MOVE GEN-B8-X TO P-REC(W-POS:8)
        END-EVALUATE
      WHEN "L"
        COMPUTE GEN-F = VAL-NUM
        MOVE GEN-F-X TO P-REC(W-POS:4)
      WHEN "D"
        COMPUTE GEN-D = VAL-NUM
        MOVE GEN-D-X TO P-REC(W-POS:8)
    END-EVALUATE.
*    sign, integer digits and decimal places against the field
CHECK-FIT.
    IF SET-TYPE(SL, FX) = "L" OR SET-TYPE(SL, FX) = "D"
        EXIT PARAGRAPH
    END-IF.
    IF VAL-NUM < 0 AND SET-TYPE(SL, FX) = "9"
        MOVE 4 TO BJC-CSV-RC
        STRING "column"                  DELIMITED SIZE
               COL-NO                    DELIMITED SIZE
               " negative into unsigned field" DELIMITED SIZE
               INTO BJC-CSV-REASON
        EXIT PARAGRAPH
    END-IF.
    COMPUTE VAL-INT = FUNCTION ABS(VAL-NUM).
    IF SET-DIG(SL, FX) < 18
        COMPUTE LIM-VAL = 10 ** SET-DIG(SL, FX)
        IF SET-TYPE(SL, FX) = "B"
            EVALUATE SET-LEN(SL, FX)
              WHEN 2  MOVE 10000 TO LIM-VAL
              WHEN 4  MOVE 1000000000 TO LIM-VAL
            END-EVALUATE
        END-IF
        IF VAL-INT >= LIM-VAL
            MOVE 4 TO BJC-CSV-RC
            STRING "column"            DELIMITED SIZE
                   COL-NO              DELIMITED SIZE
                   " too many digits"  DELIMITED SIZE
                   INTO BJC-CSV-REASON
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF SET-TYPE(SL, FX) = "P"
        COMPUTE VAL-FRAC = FUNCTION ABS(VAL-NUM)
                         * 10 ** SET-DEC(SL, FX)
    ELSE
        COMPUTE VAL-FRAC = FUNCTION ABS(VAL-NUM)
    END-IF.
    IF VAL-FRAC NOT = FUNCTION INTEGER-PART(VAL-FRAC)
        MOVE 4 TO BJC-CSV-RC
        STRING "column"              DELIMITED SIZE
               COL-NO                DELIMITED SIZE
               " too many decimals"  DELIMITED SIZE
               INTO BJC-CSV-REASON
    END-IF.
*    VAL-NUM as packed digits+decimals with a C/D sign
PACK-FIELD.
    COMPUTE VAL-SCALED = VAL-NUM * 10 ** SET-DEC(SL, FX).
    MOVE 12 TO PK-SIGN.
    IF VAL-SCALED < 0
        MOVE 13 TO PK-SIGN
    END-IF.
    COMPUTE GEN-Z18 = FUNCTION ABS(VAL-SCALED).
    COMPUTE PK-ND = SET-LEN(SL, FX) * 2 - 1.
    MOVE ALL "0" TO PK-DIGITS.
    IF PK-ND > 18
        MOVE GEN-Z18-X TO PK-DIGITS(PK-ND - 17:18)
    ELSE
        MOVE GEN-Z18-X(19 - PK-ND:PK-ND) TO PK-DIGITS(1:PK-ND)
    END-IF.
    PERFORM VARYING PK-I FROM 1 BY 1 UNTIL PK-I > SET-LEN(SL, FX)
       MOVE PK-DIGITS(PK-I * 2 - 1:1) TO PK-HI
       IF PK-I < SET-LEN(SL, FX)
           MOVE PK-DIGITS(PK-I * 2:1) TO PK-LO
       ELSE
           MOVE PK-SIGN TO PK-LO
       END-IF
       COMPUTE PK-BYTE = PK-HI * 16 + PK-LO
       MOVE FUNCTION CHAR(PK-BYTE + 1)
         TO P-REC(W-POS + PK-I - 1:1)
    END-PERFORM.
*    the refused row, appended to the reject report
PUT-REJECT.
    MOVE SPACE TO REJ-FNAME.
    DISPLAY "BJF_IO_CSVREJ" UPON ENVIRONMENT-NAME.
    ACCEPT  REJ-FNAME       FROM ENVIRONMENT-VALUE.
    IF REJ-FNAME = SPACE
        MOVE "WORK\BJF_IO_CSV.rej" TO REJ-FNAME
    END-IF.
    OPEN EXTEND REJ-F.
    IF REJ-STS NOT = "00" AND REJ-STS NOT = "05"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO REJ-REC.
    STRING BJC-CSV-FNAME       DELIMITED SPACE
           ","                 DELIMITED SIZE
           SET-ROW(SL)         DELIMITED SIZE
           ","                 DELIMITED SIZE
           BJC-CSV-REASON      DELIMITED "  "
           ","                 DELIMITED SIZE
           INTO REJ-REC.
    MOVE 1 TO LX.
    INSPECT REJ-REC TALLYING LX FOR CHARACTERS BEFORE "  ".
    IF BJC-CSV-LINE-LEN > 0 AND LX < 1024
        COMPUTE CX = 1024 - LX
        IF CX > BJC-CSV-LINE-LEN
            MOVE BJC-CSV-LINE-LEN TO CX
        END-IF
        MOVE P-LINE(1:CX) TO REJ-REC(LX:CX)
    END-IF.
    WRITE REJ-REC.
    CLOSE REJ-F.
*
*    the fixed record as one row
FORMAT-ROW.
    MOVE SPACE TO P-LINE.
    MOVE 0 TO OX.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > SET-FCNT(SL)
       IF FX > 1
           PERFORM PUT-DELIM
       END-IF
       MOVE SET-POS(SL, FX) TO W-POS
       IF SET-TYPE(SL, FX) = "X"
           PERFORM FORMAT-TEXT
       ELSE
           PERFORM FORMAT-NUMBER
       END-IF
    END-PERFORM.
    MOVE OX TO BJC-CSV-LINE-LEN.
PUT-DELIM.
    IF OX < 8192
        ADD 1 TO OX
        MOVE SET-DELIM(SL) TO P-LINE(OX:1)
    END-IF.
*    X field: trailing blanks off, quoted when it needs to be
FORMAT-TEXT.
    MOVE SET-LEN(SL, FX) TO COL-LEN.
    PERFORM UNTIL COL-LEN = 0
               OR P-REC(W-POS + COL-LEN - 1:1) NOT = SPACE
       SUBTRACT 1 FROM COL-LEN
    END-PERFORM.
    IF COL-LEN = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE P-REC(W-POS:COL-LEN) TO COL-TXT.
    MOVE 0 TO TALLY-N.
    IF SET-QUOTE-SW(SL) = "Y"
        INSPECT COL-TXT(1:COL-LEN) TALLYING TALLY-N
                FOR ALL SET-DELIM(SL) ALL SET-QUOTE(SL)
    END-IF.
    IF TALLY-N = 0
        PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COL-LEN
           PERFORM PUT-CHAR
        END-PERFORM
        EXIT PARAGRAPH
    END-IF.
    PERFORM PUT-QUOTE.
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COL-LEN
       IF COL-TXT(CX:1) = SET-QUOTE(SL)
           PERFORM PUT-QUOTE
       END-IF
       PERFORM PUT-CHAR
    END-PERFORM.
    PERFORM PUT-QUOTE.
PUT-CHAR.
    IF OX < 8192
        ADD 1 TO OX
        MOVE COL-TXT(CX:1) TO P-LINE(OX:1)
    END-IF.
PUT-QUOTE.
    IF OX < 8192
        ADD 1 TO OX
        MOVE SET-QUOTE(SL) TO P-LINE(OX:1)
    END-IF.
*    numeric field decoded, written with the layout's decimals
FORMAT-NUMBER.
    MOVE 0 TO VAL-NUM.
    EVALUATE SET-TYPE(SL, FX)
      WHEN "9"
        MOVE 0 TO GEN-Z18
        COMPUTE W-I = 19 - SET-LEN(SL, FX)
        MOVE P-REC(W-POS:SET-LEN(SL, FX))
          TO GEN-Z18-X(W-I:SET-LEN(SL, FX))
        IF GEN-Z18 IS NUMERIC
            MOVE GEN-Z18 TO VAL-NUM
        END-IF
      WHEN "S"
        MOVE 0 TO GEN-S18
        COMPUTE W-I = 19 - SET-LEN(SL, FX)
        MOVE P-REC(W-POS:SET-LEN(SL, FX))
          TO GEN-S18-X(W-I:SET-LEN(SL, FX))
        IF GEN-S18 IS NUMERIC
            MOVE GEN-S18 TO VAL-NUM
        END-IF
      WHEN "P"
        PERFORM UNPACK-FIELD
      WHEN "B"
        EVALUATE SET-LEN(SL, FX)
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
      WHEN "L"
        MOVE P-REC(W-POS:4) TO GEN-F-X
        COMPUTE VAL-NUM = GEN-F
      WHEN "D"
        MOVE P-REC(W-POS:8) TO GEN-D-X
        COMPUTE VAL-NUM = GEN-D
    END-EVALUATE.
    MOVE VAL-NUM TO NUM-ED.
    MOVE 0 TO TALLY-N.
    INSPECT NUM-ED TALLYING TALLY-N FOR LEADING SPACE.
    MOVE SPACE TO COL-TXT.
    MOVE NUM-ED(TALLY-N + 1:) TO COL-TXT.
    COMPUTE COL-LEN = 29 - TALLY-N.
*    the point sits 10 from the end; floats keep what they have
    EVALUATE TRUE
      WHEN SET-TYPE(SL, FX) = "L" OR SET-TYPE(SL, FX) = "D"
        PERFORM UNTIL COL-TXT(COL-LEN:1) NOT = "0"
           SUBTRACT 1 FROM COL-LEN
        END-PERFORM
        IF COL-TXT(COL-LEN:1) = "."
            SUBTRACT 1 FROM COL-LEN
        END-IF
      WHEN SET-TYPE(SL, FX) = "P" AND SET-DEC(SL, FX) > 0
        COMPUTE COL-LEN = COL-LEN - 9 + SET-DEC(SL, FX)
      WHEN OTHER
        SUBTRACT 10 FROM COL-LEN
    END-EVALUATE.
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COL-LEN
       PERFORM PUT-CHAR
    END-PERFORM.
*    packed: digit nibbles, sign nibble D negative
UNPACK-FIELD.
    MOVE 0 TO VAL-SCALED.
    PERFORM VARYING PK-I FROM 1 BY 1 UNTIL PK-I > SET-LEN(SL, FX)
       COMPUTE PK-BYTE =
               FUNCTION ORD(P-REC(W-POS + PK-I - 1:1)) - 1
       DIVIDE PK-BYTE BY 16 GIVING PK-HI REMAINDER PK-LO
       IF PK-HI > 9
           MOVE 0 TO PK-HI
       END-IF
       COMPUTE VAL-SCALED = VAL-SCALED * 10 + PK-HI
       IF PK-I < SET-LEN(SL, FX)
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
    COMPUTE VAL-NUM = VAL-SCALED / 10 ** SET-DEC(SL, FX).
