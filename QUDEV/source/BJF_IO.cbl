* builds - other key geometries still need the vendor runtime
* module).
*
* VB (ORG=VB) is the host variable-blocked format as it arrives
* by binary transfer: every record behind a 4-byte RDW (length
* incl. the RDW, big-endian, then x"0000"), with BDW=Y each block
* behind a 4-byte BDW as well (BLKSIZE= caps the blocks written,
* default 32760).  it runs over the byte-stream routines like SEQ;
* RECL is the longest record, default 32756.  a descriptor that
* does not hold - short, overrunning its block or the file, with
* segment bits set (spanned records are not supported) - stops
* the read with status "30" and a message naming the record
* number and byte offset of the descriptor, as QU_VCHK reports
* VSEQ damage.  a rewrite must keep the record length ("44").
*
* CSV (ORG=CSV) is delimited text read and written as the fixed
* record of a layout-dictionary layout (LAYOUT=, DELIM=, QUOTE=
* in the QU_PAN3 parameters); BJF_CSV does the conversion.  a
* row that cannot be taken - wrong column count, bad quoting, a
* value that does not fit its field - goes to the reject report
* and the read moves on to the next row, so one bad line does
* not stop the step; the close summary shows the reject count.
*
* BJf-file-codeset "0"-"7" (CODESET= in the QU_PAN3
* parameters) converts every record through CS2002 on read
* and through the paired inverse on write.
* forced to input and attempted write/rewrite/delete comes
* back with status "49" and is only counted.
*
* CTL= (control totals, BJF_CTOT) counts the records and sums
* the named layout fields of a file as one step writes it, and
* leaves the totals beside the file; the step that reads it
* checks them at end of file.  a difference fails the read with
* status "30" and both totals in the job log, so a truncated
* pass file is caught at the step boundary.
*
* QU_SANDBOX=dir makes a sandbox run: a file opened for output
* or I-O, or carrying a MOD= delete/rotate disposition, is
* swapped at open for its copy under the sandbox directory (an
* I-O or MOD= file starts as a copy of the real one), and an
* input file the run has already written is read from there;
* untouched inputs are read from their real paths.  the swap
* is made in BJf-file-name itself, so messages and CTL= totals
* name the file actually used.  each first touch is added to
* the sandbox manifest SANDBOX.lst (BJ_SBXM.CPY), which
* QU_SANDBX lists, promotes or discards.
*
* BJF_IO_FAULTS=file names a fault-injection rules file, one
* rule a line -
*     file;operation;occurrence;status
* file is the file name as opened or just its last component
* ("*" any file), or F1-F9 for whatever file the step has behind
* that DD (QU_PAN3 publishes them as BJF_IO_DD_F1..F9), so
*     F2;WRITE;3;34
* fails the step's third write on F2.  operation is OPEN, READ,
* WRITE, REWRITE, DELETE or CLOSE ("*" any); occurrence n for
* the n-th matching operation only or EVERY=n for every n-th;
* status as the code appears ("34", "9/68").  each rule counts
* its own matches over the run unit.  a hit does not touch the
* file - the operation comes back with the rule's status, goes
* through the normal error message (and QUADVISE advice), and
* is appended to the fault log BJF_IO_FAULTLOG (default
* WORK\BJF_IO.flt) as well as the job log, so a suite can check
* that a step fails cleanly.
*
* every close emits a one-line per-file I/O summary through
* BJ_MESSAGE: reads, writes, rewrites, deletes, blocked
* operations and the final status.
                       ACCESS MODE  DYNAMIC
                       RECORD KEY   IDX2-KEY
                       FILE STATUS  IO-STS.
SELECT CSV-F1          ASSIGN TO dynamic IO-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  IO-STS.
SELECT CSV-F2          ASSIGN TO dynamic IO-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  IO-STS.
SELECT OPTIONAL SBX-F  ASSIGN TO dynamic SBX-MANI
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  SBX-STS.
SELECT OPTIONAL JRN-F  ASSIGN TO dynamic JRN-FNAME
                       ORGANIZATION SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  JRN-STS.
SELECT OPTIONAL FLT-F  ASSIGN TO dynamic FLT-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  FLT-STS.
SELECT OPTIONAL FLG-F  ASSIGN TO dynamic FLG-FNAME
                       ORGANIZATION LINE SEQUENTIAL
                       ACCESS MODE  SEQUENTIAL
                       FILE STATUS  FLG-STS.
DATA                            DIVISION.
FILE                            SECTION.
FD  TXT-F1.
01  IDX2-REC.
    03  IDX2-KEY            PIC X(10).
    03  IDX2-BODY           PIC X(32757).
FD  CSV-F1.
01  CSV1-REC                    PIC X(8192).
FD  CSV-F2.
01  CSV2-REC                    PIC X(8192).
FD  SBX-F.
COPY "BJ_SBXM.CPY" replacing =='BJs'== by ==SBXM==.
FD  JRN-F.
01  JRN-REC.
    03  JRN-FILE-NAME       PIC X(64).
    03  JRN-ALEN            PIC 9(5).
    03  JRN-BEFORE          PIC X(2048).
    03  JRN-AFTER           PIC X(2048).
FD  FLT-F.
01  FLT-REC                     PIC X(256).
FD  FLG-F.
01  FLG-REC                     PIC X(256).
WORKING-STORAGE                 SECTION.
COPY "BJ_FC78.CPY".
01  IO-FNAME                    PIC X(256).
01  RO-SW                       PIC X VALUE "N".
    88  RO-MODE                     VALUE "Y".
01  WK-ENV                      PIC X(3).
*    fault injection (BJF_IO_FAULTS), rules read once per run unit
01  FLT-CHECKED-SW              PIC X VALUE "N".
    88  FLT-CHECKED                 VALUE "Y".
01  FLT-FNAME                   PIC X(256).
01  FLT-STS                     PIC XX.
01  FLG-FNAME                   PIC X(256).
01  FLG-STS                     PIC XX.
78  FLT-MAX                         VALUE 50.
01  FLT-CNT                     PIC 9(2) VALUE 0.
01  FLT-TBL.
    03  FLT-ENT OCCURS 50 TIMES.
        05  FLT-FILE        PIC X(64).
        05  FLT-FUNC        PIC 9(2).
        05  FLT-EVERY       PIC X.
        05  FLT-NTH         PIC 9(9) COMP-5.
        05  FLT-HITS        PIC 9(9) COMP-5.
        05  FLT-CODE        PIC XX.
        05  FLT-CODE-ED     PIC X(5).
        05  FLT-DD          PIC X.
01  FX                          PIC 9(2).
01  FLT-HIT-SW                  PIC X.
01  FLT-W-FILE                  PIC X(64).
01  FLT-W-OP                    PIC X(10).
01  FLT-W-OCC                   PIC X(16).
01  FLT-W-TMP                   PIC X(16).
01  FLT-W-STS                   PIC X(8).
01  FLT-W-NUM                   PIC 9(9).
01  FLT-BYTE                    PIC X.
01  FLT-BIN REDEFINES FLT-BYTE  PIC X COMP-X.
01  FLT-NAME                    PIC X(256).
01  FLT-BASE                    PIC X(256).
01  FLT-BX                      PIC 9(3) COMP-5.
01  FLT-OP-NAME                 PIC X(8).
01  FLT-HITS-ED                 PIC Z(8)9.
01  FLT-DATE                    PIC 9(8).
01  FLT-TIME                    PIC 9(8).
*    DD rules: the Fn slot of the file in hand - looked up in the
*    QU_PAN3 map at open (before any sandbox swap renames it) and
*    kept with the open file
01  FLT-DD-RULES                PIC X VALUE "N".
01  FLT-CUR-DD                  PIC X.
01  FLT-OPEN-DD                 PIC X VALUE SPACE.
01  FLT-DX                      PIC 9(2).
01  FLT-DD-ENV                  PIC X(16).
01  FLT-DD-PATH                 PIC X(256).
*    sandbox run (QU_SANDBOX), looked up at every open
01  SBX-DIR                     PIC X(200).
01  SBX-DIR-L                   PIC 9(3) COMP-5.
01  SBX-DEL                     PIC X.
01  SBX-CNT                     PIC 9(3) COMP-5.
01  SBX-NAME                    PIC X(256).
01  SBX-FLAT                    PIC X(256).
01  SBX-MANI                    PIC X(256).
01  SBX-STS                     PIC XX.
01  SBX-FAIL-SW                 PIC X.
01  SBX-KIND                    PIC X.
01  SBX-CTOT-FROM               PIC X(256).
01  SBX-CTOT-TO                 PIC X(256).
*    the catalogued name, before any sandbox redirect - the
*    lineage is of the real file, not of the run's copy
01  LIN-FNAME                   PIC X(256).
*    open file table - one entry per caller BJ_FINFO area
78  SLOT-MAX                        VALUE 8.
01  SLOT-TBL.
        05  SLOT-FORCED     PIC X.
        05  SLOT-CODESET    PIC X.
        05  SLOT-JRN        PIC X.
        05  SLOT-CTL        PIC X.
        05  SLOT-OFFSET     PIC 9(18) COMP-5.
        05  SLOT-HANDLE     PIC X(4).
        05  SLOT-CNT-R      PIC 9(9) COMP-5.
        05  SLOT-CNT-RW     PIC 9(9) COMP-5.
        05  SLOT-CNT-DL     PIC 9(9) COMP-5.
        05  SLOT-CNT-BLK    PIC 9(9) COMP-5.
        05  SLOT-CNT-REJ    PIC 9(9) COMP-5.
        05  SLOT-CNT-FLT    PIC 9(9) COMP-5.
        05  SLOT-FSIZE      PIC 9(18) COMP-5.
        05  SLOT-VB-BDW     PIC X.
        05  SLOT-VB-BLKSZ   PIC 9(9) COMP-5.
        05  SLOT-VB-BREM    PIC 9(9) COMP-5.
        05  SLOT-VB-DOFF    PIC 9(18) COMP-5.
        05  SLOT-LASTLEN    PIC 9(9) COMP-5.
        05  SLOT-LASTREC    PIC X(2048).
        05  SLOT-NAME       PIC X(256).
*        the name the caller opened, before any sandbox redirect
        05  SLOT-REAL       PIC X(256).
        05  SLOT-DD         PIC X.
01  SX                          PIC 9(2).
01  CUR                         PIC 9(2).
01  CHAN-USE-1                  PIC 9.
01  STRM-OFFSET                 PIC X(8) COMP-X.
01  STRM-NBYTES                 PIC X(4) COMP-X.
01  STRM-RC                     PIC S9(9) COMP-5.
*    VB descriptors and the blocks being built for output
01  FILE-DETAILS.
    03  CBLTE-FE-FILESIZE       PIC X(8) COMP-X.
    03  CBLTE-FE-FILEDATE       PIC X(4).
    03  CBLTE-FE-FILETIME       PIC X(4).
01  EXIST-STATUS                PIC X(2) COMP-5.
01  VB-DESC                     PIC X(4).
01  VB-B1                       PIC 9(3).
01  VB-B2                       PIC 9(3).
01  VB-B3                       PIC 9(3).
01  VB-B4                       PIC 9(3).
01  VB-LL                       PIC 9(9) COMP-5.
01  VB-BDW-LL                   PIC 9(9) COMP-5.
01  VB-DOFF                     PIC 9(18) COMP-5.
01  VB-REASON                   PIC X(60).
01  VB-NUM-ED                   PIC Z(8)9.
01  VB-OFF-ED                   PIC Z(14)9.
01  VB-OUT                      PIC X(32768).
01  VB-BLK-TBL.
    03  VB-BLK OCCURS 8 TIMES.
        05  VB-BLK-LEN          PIC 9(9) COMP-5.
        05  VB-BLK-BUF          PIC X(32760).
*    CS2002 interface
01  CS-FLAG                     PIC 9(2) COMP-X.
01  CS-LEN                      PIC 9(9) COMP-X.
01  CS-POS                      PIC 9(9) COMP-5.
01  CS-CHUNK                    PIC 9(9) COMP-5.
01  CS-WARN-SW                  PIC X VALUE "N".
*    BJF_CSV interface
COPY "BJ_CSVP.CPY" replacing =='BJc'== by ==BJC==.
01  CSV-LINE                    PIC X(8192).
01  WRT-BUF                     PIC X(32767).
01  WRT-LEN                     PIC 9(9) COMP-5.
*    BJF_CTOT interface
COPY "BJ_CTLP.CPY" replacing =='BJt'== by ==BJT==.
*    close-time statistics line
01  MSG-LINE                    PIC X(256).
01  CNT-D1                      PIC Z(8)9.
            SET RO-MODE TO TRUE
        END-IF
    END-IF.
    IF NOT FLT-CHECKED
        SET FLT-CHECKED TO TRUE
        PERFORM FLT-LOAD
    END-IF.
    IF FLT-CNT > 0
        PERFORM FLT-CHECK
        IF FLT-HIT-SW = "Y"
            GOBACK
        END-IF
    END-IF.
    EVALUATE P-FUNC
      WHEN bjf-open-func
        PERFORM OPEN-PROC
        PERFORM IO-ERROR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE BJW-FILE-OPMODE    TO SLOT-OPMODE(CUR).
*    rehearsal: whatever MOD=/opmode asked for, open input
    MOVE "N" TO SLOT-FORCED(CUR).
    IF RO-MODE AND BJW-FILE-OPMODE NOT = bjf-file-input
        MOVE bjf-file-input TO BJW-FILE-OPMODE
        MOVE "Y" TO SLOT-FORCED(CUR)
    END-IF.
    MOVE BJW-FILE-NAME TO LIN-FNAME.
    PERFORM SBX-REDIRECT.
    IF SBX-FAIL-SW = "Y"
        MOVE "30" TO BJW-FILE-STS
        EXIT PARAGRAPH
    END-IF.
    MOVE "Y"                TO SLOT-USED(CUR).
    SET SLOT-PTR(CUR)       TO P-FILE-PTR.
    SET SLOT-RECPTR(CUR)    TO P-REC-PTR.
    MOVE BJW-FILE-ORG       TO SLOT-ORG(CUR).
    MOVE BJW-MAX-REC-SIZE   TO SLOT-RECL(CUR).
    MOVE BJW-FILE-CODESET   TO SLOT-CODESET(CUR).
    MOVE BJW-FILE-JRN-SW    TO SLOT-JRN(CUR).
    MOVE BJW-FILE-NAME      TO SLOT-NAME(CUR).
    MOVE LIN-FNAME          TO SLOT-REAL(CUR).
    MOVE FLT-OPEN-DD        TO SLOT-DD(CUR).
    MOVE SPACE              TO FLT-OPEN-DD.
    MOVE "N" TO SLOT-CTL(CUR).
    MOVE 0 TO SLOT-OFFSET(CUR) SLOT-CNT-R(CUR)
              SLOT-CNT-W(CUR) SLOT-CNT-RW(CUR)
              SLOT-CNT-DL(CUR) SLOT-CNT-BLK(CUR)
              SLOT-CNT-REJ(CUR) SLOT-CNT-FLT(CUR)
              SLOT-LASTLEN(CUR).
    MOVE BJW-FILE-NAME TO IO-FNAME.
    EVALUATE SLOT-ORG(CUR)
      WHEN bjf-file-org-seq
      WHEN bjf-file-org-vseq
      WHEN bjf-file-org-idx
        PERFORM NATIVE-OPEN
      WHEN bjf-file-org-csv
        PERFORM CSV-OPEN
      WHEN bjf-file-org-vb
        PERFORM VB-OPEN
      WHEN OTHER
        MOVE "39" TO BJW-FILE-STS
    END-EVALUATE.
    IF BJW-FILE-STS NOT = "00" AND BJW-FILE-STS NOT = "05"
        MOVE "N" TO SLOT-USED(CUR)
    ELSE
        PERFORM LINEAGE-NOTE
        IF BJW-CTL-FIELDS NOT = SPACE
           AND BJW-CTL-FIELDS(1:1) NOT = X"00"
            PERFORM CTL-OPEN
        END-IF
    END-IF.
*    sandbox run: point BJW-FILE-NAME at the sandbox copy when
*    the open writes or disposes of the file, or when the run
*    has already made one; SBX-FAIL-SW "Y" refuses the open
SBX-REDIRECT.
    MOVE "N" TO SBX-FAIL-SW.
    MOVE SPACE TO SBX-DIR.
    DISPLAY "QU_SANDBOX" UPON ENVIRONMENT-NAME.
    ACCEPT  SBX-DIR      FROM ENVIRONMENT-VALUE.
    IF SBX-DIR = SPACE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SBX-DIR-L.
    INSPECT SBX-DIR TALLYING SBX-DIR-L
            FOR CHARACTERS BEFORE INITIAL SPACE.
    IF BJW-FILE-NAME(1:SBX-DIR-L) = SBX-DIR(1:SBX-DIR-L)
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SBX-CNT.
    INSPECT SBX-DIR(1:SBX-DIR-L) TALLYING SBX-CNT FOR ALL "/".
    IF SBX-CNT > 0
        MOVE "/" TO SBX-DEL
    ELSE
        MOVE "\" TO SBX-DEL
    END-IF.
*    the real path flattened into one name under the sandbox
    MOVE BJW-FILE-NAME TO SBX-FLAT.
    INSPECT SBX-FLAT CONVERTING "/\:" TO "###".
    MOVE SPACE TO SBX-NAME.
    STRING SBX-DIR(1:SBX-DIR-L)  DELIMITED SIZE
           SBX-DEL               DELIMITED SIZE
           SBX-FLAT              DELIMITED SPACE
           INTO SBX-NAME.
    CALL "CBL_CHECK_FILE_EXIST" USING SBX-NAME FILE-DETAILS
                            RETURNING EXIST-STATUS.
    IF EXIST-STATUS = 0
        MOVE SBX-NAME TO BJW-FILE-NAME
        EXIT PARAGRAPH
    END-IF.
    IF BJW-FILE-OPMODE = bjf-file-input
       AND BJW-FILE-DISP-DLT = 0 AND BJW-FILE-DISP-ROTATE = 0
        EXIT PARAGRAPH
    END-IF.
    CALL "CBL_CREATE_DIR" USING SBX-DIR RETURNING STRM-RC.
    CALL "CBL_CHECK_FILE_EXIST" USING BJW-FILE-NAME FILE-DETAILS
                            RETURNING EXIST-STATUS.
    EVALUATE TRUE
      WHEN EXIST-STATUS NOT = 0
        MOVE "N" TO SBX-KIND
      WHEN BJW-FILE-OPMODE = bjf-file-output
        MOVE "R" TO SBX-KIND
      WHEN OTHER
*        updated or disposed of in place: the sandbox starts
*        from a copy of the real file (and of its CTL= totals)
        MOVE "U" TO SBX-KIND
        CALL "CBL_COPY_FILE" USING BJW-FILE-NAME SBX-NAME
                         RETURNING STRM-RC
        IF STRM-RC NOT = 0
            MOVE "Y" TO SBX-FAIL-SW
            MOVE SPACE TO MSG-LINE
            STRING "BJF_IO sandbox copy failed : " DELIMITED SIZE
                   BJW-FILE-NAME       DELIMITED SPACE
                   INTO MSG-LINE
            CALL "BJ_MESSAGE" USING MSG-LINE
            EXIT PARAGRAPH
        END-IF
        MOVE SPACE TO SBX-CTOT-FROM SBX-CTOT-TO
        STRING BJW-FILE-NAME DELIMITED SPACE
               ".ctot"       DELIMITED SIZE
               INTO SBX-CTOT-FROM
        STRING SBX-NAME      DELIMITED SPACE
               ".ctot"       DELIMITED SIZE
               INTO SBX-CTOT-TO
        CALL "CBL_COPY_FILE" USING SBX-CTOT-FROM SBX-CTOT-TO
                         RETURNING STRM-RC
    END-EVALUATE.
    MOVE SPACE TO SBX-MANI.
    STRING SBX-DIR(1:SBX-DIR-L)  DELIMITED SIZE
           SBX-DEL               DELIMITED SIZE
           "SANDBOX.lst"         DELIMITED SIZE
           INTO SBX-MANI.
    OPEN EXTEND SBX-F.
    IF SBX-STS NOT = "00" AND SBX-STS NOT = "05"
        MOVE "Y" TO SBX-FAIL-SW
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO sandbox manifest open failed sts="
                                       DELIMITED SIZE
               SBX-STS                 DELIMITED SIZE
               " : "                   DELIMITED SIZE
               SBX-MANI                DELIMITED SPACE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE         TO SBXM-SBX-REC.
    MOVE SBX-KIND      TO SBXM-SBX-KIND.
    MOVE SBX-NAME      TO SBXM-SBX-NAME.
    MOVE BJW-FILE-NAME TO SBXM-SBX-REAL.
    WRITE SBXM-SBX-REC.
    CLOSE SBX-F.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO sandbox : "  DELIMITED SIZE
           BJW-FILE-NAME        DELIMITED SPACE
           " -> "               DELIMITED SIZE
           SBX-NAME             DELIMITED SPACE
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
    MOVE SBX-NAME TO BJW-FILE-NAME.
*    control totals: counted on an output file, checked on an
*    input file; an I-O file (or one forced to input for a
*    rehearsal) has nothing to balance
CTL-OPEN.
    EVALUATE TRUE
      WHEN SLOT-FORCED(CUR) = "Y"
        EXIT PARAGRAPH
      WHEN BJW-FILE-OPMODE = bjf-file-input
        MOVE "I" TO BJT-CTL-MODE
      WHEN BJW-FILE-OPMODE = bjf-file-output
        MOVE "O" TO BJT-CTL-MODE
      WHEN OTHER
        EXIT PARAGRAPH
    END-EVALUATE.
    MOVE "O"             TO BJT-CTL-FUNC.
    MOVE CUR             TO BJT-CTL-SLOT.
    MOVE BJW-CTL-FIELDS  TO BJT-CTL-FIELDS.
    MOVE BJW-CSV-LAYOUT  TO BJT-CTL-LAYOUT.
    MOVE BJW-FILE-NAME   TO BJT-CTL-FNAME.
    MOVE 0               TO BJT-CTL-REC-LEN.
    CALL "BJF_CTOT" USING BJT-CTL-CTL BJW-RECORD-BUFFER.
    IF BJT-CTL-RC NOT = 0
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO CTL "       DELIMITED SIZE
               BJW-FILE-NAME       DELIMITED SPACE
               " : "               DELIMITED SIZE
               BJT-CTL-REASON      DELIMITED SIZE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
    END-IF.
    EVALUATE BJT-CTL-RC
      WHEN 0
        MOVE "Y" TO SLOT-CTL(CUR)
      WHEN 4
        CONTINUE
      WHEN OTHER
*        a CTL= that cannot be honoured is a parameter error -
*        the file is closed again and the open refused
        PERFORM CLOSE-FILE
        MOVE "N"  TO SLOT-USED(CUR)
        MOVE "39" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
    END-EVALUATE.
*    one record into the running totals
CTL-ADD.
    MOVE "A"             TO BJT-CTL-FUNC.
    MOVE CUR             TO BJT-CTL-SLOT.
    MOVE BJW-RECORD-SIZE TO BJT-CTL-REC-LEN.
    IF BJT-CTL-REC-LEN = 0
        MOVE SLOT-RECL(CUR) TO BJT-CTL-REC-LEN
    END-IF.
    CALL "BJF_CTOT" USING BJT-CTL-CTL BJW-RECORD-BUFFER.
*    every open file is one end of the step's lineage edges
*    (QULINPUT pairs the inputs with the outputs); an I-O
*    open both reads and writes the file, so it is both ends
LINEAGE-NOTE.
    IF BJW-FILE-OPMODE = bjf-file-input
       OR BJW-FILE-OPMODE = bjf-file-io
        CALL "QULINPUT" USING "I" LIN-FNAME
    END-IF.
    IF BJW-FILE-OPMODE NOT = bjf-file-input
        CALL "QULINPUT" USING "O" LIN-FNAME
    END-IF.
*    SEQ/REL need a record length to slice the byte stream
STRM-OPEN.
        MOVE "35" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
    END-IF.
*    CSV: the layout first - it gives the record length when
*    RECL= was left out
CSV-OPEN.
    MOVE "L"                TO BJC-CSV-FUNC.
    MOVE CUR                TO BJC-CSV-SLOT.
    MOVE BJW-CSV-LAYOUT     TO BJC-CSV-LAYOUT.
    MOVE BJW-CSV-DELIM      TO BJC-CSV-DELIM.
    MOVE BJW-CSV-QUOTE      TO BJC-CSV-QUOTE.
    MOVE BJW-FILE-NAME      TO BJC-CSV-FNAME.
    MOVE SLOT-RECL(CUR)     TO BJC-CSV-RECL.
    CALL "BJF_CSV" USING BJC-CSV-CTL CSV-LINE BJW-RECORD-BUFFER.
    IF BJC-CSV-RC NOT = 0
        MOVE "39" TO BJW-FILE-STS
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO CSV "       DELIMITED SIZE
               BJW-FILE-NAME       DELIMITED SPACE
               " : "               DELIMITED SIZE
               BJC-CSV-REASON      DELIMITED SIZE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE BJC-CSV-RECL TO SLOT-RECL(CUR).
    IF BJW-MAX-REC-SIZE = 0
        MOVE BJC-CSV-RECL TO BJW-MAX-REC-SIZE BJW-MIN-REC-SIZE
    END-IF.
    PERFORM NATIVE-OPEN.
*    VB: the byte stream, with the file size to check the
*    descriptors against
VB-OPEN.
    IF SLOT-RECL(CUR) = 0 OR SLOT-RECL(CUR) > 32756
        MOVE 32756 TO SLOT-RECL(CUR)
    END-IF.
    MOVE "N" TO SLOT-VB-BDW(CUR).
    IF BJW-VB-BDW = "Y"
        MOVE "Y" TO SLOT-VB-BDW(CUR)
    END-IF.
    MOVE 0 TO SLOT-VB-BLKSZ(CUR).
    IF BJW-VB-BLKSIZE IS NUMERIC
        MOVE BJW-VB-BLKSIZE TO SLOT-VB-BLKSZ(CUR)
    END-IF.
    IF SLOT-VB-BLKSZ(CUR) < 9 OR SLOT-VB-BLKSZ(CUR) > 32760
        MOVE 32760 TO SLOT-VB-BLKSZ(CUR)
    END-IF.
    MOVE 0 TO SLOT-VB-BREM(CUR) SLOT-VB-DOFF(CUR)
              SLOT-FSIZE(CUR) VB-BLK-LEN(CUR).
    IF BJW-FILE-OPMODE NOT = bjf-file-output
        CALL "CBL_CHECK_FILE_EXIST" USING IO-FNAME FILE-DETAILS
                                RETURNING EXIST-STATUS
        IF EXIST-STATUS = 0
            MOVE CBLTE-FE-FILESIZE TO SLOT-FSIZE(CUR)
        END-IF
    END-IF.
    PERFORM STRM-OPEN.
*    TXT/VSEQ/IDX/CSV get one of two native channels per org
NATIVE-OPEN.
    MOVE 0 TO CHAN-USE-1 CHAN-USE-2.
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SLOT-MAX
        OPEN OUTPUT IDX-F2
      WHEN bjf-file-org-idx ALSO 2 ALSO ANY
        OPEN I-O IDX-F2
      WHEN bjf-file-org-csv ALSO 1 ALSO bjf-file-input
        OPEN INPUT CSV-F1
      WHEN bjf-file-org-csv ALSO 1 ALSO bjf-file-output
        OPEN OUTPUT CSV-F1
      WHEN bjf-file-org-csv ALSO 1 ALSO ANY
        OPEN I-O CSV-F1
      WHEN bjf-file-org-csv ALSO 2 ALSO bjf-file-input
        OPEN INPUT CSV-F2
      WHEN bjf-file-org-csv ALSO 2 ALSO bjf-file-output
        OPEN OUTPUT CSV-F2
      WHEN bjf-file-org-csv ALSO 2 ALSO ANY
        OPEN I-O CSV-F2
    END-EVALUATE.
*
NEXT-PROC.
      WHEN bjf-file-org-seq
      WHEN bjf-file-org-rel
        PERFORM STRM-READ
      WHEN bjf-file-org-vb
        PERFORM VB-READ
      WHEN OTHER
        PERFORM NATIVE-READ
    END-EVALUATE.
    IF BJW-FILE-STS = "10" AND SLOT-CTL(CUR) = "Y"
        MOVE "N" TO SLOT-CTL(CUR)
        MOVE "V" TO BJT-CTL-FUNC
        MOVE CUR TO BJT-CTL-SLOT
        CALL "BJF_CTOT" USING BJT-CTL-CTL BJW-RECORD-BUFFER
        IF BJT-CTL-RC NOT = 0
            MOVE "30" TO BJW-FILE-STS
            PERFORM IO-ERROR-MSG
        END-IF
    END-IF.
    IF BJW-FILE-STS = "00"
        ADD 1 TO SLOT-CNT-R(CUR)
        IF SLOT-CODESET(CUR) >= "0"
           AND SLOT-CODESET(CUR) <= "7"
            PERFORM CODESET-READ-CONV
        END-IF
        IF SLOT-CTL(CUR) = "Y"
            PERFORM CTL-ADD
        END-IF
        MOVE BJW-RECORD-SIZE TO SLOT-LASTLEN(CUR)
        IF BJW-RECORD-SIZE > 2048
            MOVE BJW-RECORD-BUFFER(1:2048)
    ELSE
        MOVE "10" TO BJW-FILE-STS
    END-IF.
*    one VB record: a BDW first when the block is used up, then
*    the RDW and the data it announces
VB-READ.
    IF SLOT-VB-BDW(CUR) = "Y" AND SLOT-VB-BREM(CUR) = 0
        IF SLOT-OFFSET(CUR) >= SLOT-FSIZE(CUR)
            MOVE "10" TO BJW-FILE-STS
            EXIT PARAGRAPH
        END-IF
        PERFORM VB-GET-DESC
        IF BJW-FILE-STS NOT = "00"
            EXIT PARAGRAPH
        END-IF
        IF VB-B1 >= 128
            COMPUTE VB-LL = (((VB-B1 - 128) * 256 + VB-B2) * 256
                            + VB-B3) * 256 + VB-B4
        ELSE
            IF VB-B3 NOT = 0 OR VB-B4 NOT = 0
                MOVE "BDW bytes 3-4 not zero" TO VB-REASON
                PERFORM VB-BAD
                EXIT PARAGRAPH
            END-IF
            COMPUTE VB-LL = VB-B1 * 256 + VB-B2
        END-IF
        IF VB-LL < 9
            MOVE VB-LL TO VB-NUM-ED
            STRING "BDW length" DELIMITED SIZE
                   VB-NUM-ED    DELIMITED SIZE
                   " below 9"   DELIMITED SIZE
                   INTO VB-REASON
            PERFORM VB-BAD
            EXIT PARAGRAPH
        END-IF
        IF SLOT-OFFSET(CUR) + VB-LL > SLOT-FSIZE(CUR)
            MOVE VB-LL TO VB-NUM-ED
            STRING "BDW length" DELIMITED SIZE
                   VB-NUM-ED    DELIMITED SIZE
                   " runs past end of file" DELIMITED SIZE
                   INTO VB-REASON
            PERFORM VB-BAD
            EXIT PARAGRAPH
        END-IF
        ADD 4 TO SLOT-OFFSET(CUR)
        COMPUTE SLOT-VB-BREM(CUR) = VB-LL - 4
    END-IF.
    IF SLOT-OFFSET(CUR) >= SLOT-FSIZE(CUR)
        MOVE "10" TO BJW-FILE-STS
        EXIT PARAGRAPH
    END-IF.
    PERFORM VB-GET-DESC.
    IF BJW-FILE-STS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    IF VB-B3 NOT = 0 OR VB-B4 NOT = 0
        MOVE "RDW segment bits set (spanned record)" TO VB-REASON
        PERFORM VB-BAD
        EXIT PARAGRAPH
    END-IF.
    COMPUTE VB-LL = VB-B1 * 256 + VB-B2.
    MOVE VB-LL TO VB-NUM-ED.
    EVALUATE TRUE
      WHEN VB-LL < 5
        STRING "RDW length" DELIMITED SIZE
               VB-NUM-ED    DELIMITED SIZE
               " below 5"   DELIMITED SIZE
               INTO VB-REASON
      WHEN VB-LL - 4 > SLOT-RECL(CUR)
        STRING "RDW length" DELIMITED SIZE
               VB-NUM-ED    DELIMITED SIZE
               " over RECL" DELIMITED SIZE
               INTO VB-REASON
      WHEN SLOT-VB-BDW(CUR) = "Y" AND VB-LL > SLOT-VB-BREM(CUR)
        STRING "RDW length" DELIMITED SIZE
               VB-NUM-ED    DELIMITED SIZE
               " overruns its block" DELIMITED SIZE
               INTO VB-REASON
      WHEN SLOT-OFFSET(CUR) + VB-LL > SLOT-FSIZE(CUR)
        STRING "RDW length" DELIMITED SIZE
               VB-NUM-ED    DELIMITED SIZE
               " runs past end of file" DELIMITED SIZE
               INTO VB-REASON
    END-EVALUATE.
    IF VB-REASON NOT = SPACE
        PERFORM VB-BAD
        EXIT PARAGRAPH
    END-IF.
    COMPUTE STRM-OFFSET = SLOT-OFFSET(CUR) + 4.
    COMPUTE STRM-NBYTES = VB-LL - 4.
    CALL "CBL_READ_FILE" USING SLOT-HANDLE(CUR) STRM-OFFSET
                               STRM-NBYTES STRM-FLAGS
                               BJW-RECORD-BUFFER
                   RETURNING STRM-RC.
    IF STRM-RC NOT = 0
        MOVE "30" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE "00" TO BJW-FILE-STS.
    COMPUTE BJW-RECORD-SIZE = VB-LL - 4.
    COMPUTE SLOT-VB-DOFF(CUR) = SLOT-OFFSET(CUR) + 4.
    ADD VB-LL TO SLOT-OFFSET(CUR).
    IF SLOT-VB-BDW(CUR) = "Y"
        SUBTRACT VB-LL FROM SLOT-VB-BREM(CUR)
    END-IF.
*    the 4 descriptor bytes at the current offset, as numbers
VB-GET-DESC.
    MOVE SPACE TO VB-REASON.
    MOVE SLOT-OFFSET(CUR) TO VB-DOFF.
    IF SLOT-OFFSET(CUR) + 4 > SLOT-FSIZE(CUR)
        MOVE "descriptor cut short by end of file" TO VB-REASON
        PERFORM VB-BAD
        EXIT PARAGRAPH
    END-IF.
    MOVE SLOT-OFFSET(CUR) TO STRM-OFFSET.
    MOVE 4 TO STRM-NBYTES.
    CALL "CBL_READ_FILE" USING SLOT-HANDLE(CUR) STRM-OFFSET
                               STRM-NBYTES STRM-FLAGS VB-DESC
                   RETURNING STRM-RC.
    IF STRM-RC NOT = 0
        MOVE "30" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE "00" TO BJW-FILE-STS.
    COMPUTE VB-B1 = FUNCTION ORD(VB-DESC(1:1)) - 1.
    COMPUTE VB-B2 = FUNCTION ORD(VB-DESC(2:1)) - 1.
    COMPUTE VB-B3 = FUNCTION ORD(VB-DESC(3:1)) - 1.
    COMPUTE VB-B4 = FUNCTION ORD(VB-DESC(4:1)) - 1.
*    a malformed descriptor: where it is and what is wrong
VB-BAD.
    MOVE "30" TO BJW-FILE-STS.
    COMPUTE VB-NUM-ED = SLOT-CNT-R(CUR) + 1.
    MOVE VB-DOFF TO VB-OFF-ED.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO VB "        DELIMITED SIZE
           SLOT-NAME(CUR)      DELIMITED SPACE
           " record "          DELIMITED SIZE
           VB-NUM-ED           DELIMITED SIZE
           " offset "          DELIMITED SIZE
           VB-OFF-ED           DELIMITED SIZE
           " : "               DELIMITED SIZE
           VB-REASON           DELIMITED "  "
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
NATIVE-READ.
    MOVE 0 TO IO-LEN.
    EVALUATE SLOT-ORG(CUR) ALSO SLOT-CHAN(CUR)
              TO BJW-RECORD-BUFFER(1:IO-LEN)
            MOVE IO-LEN TO BJW-RECORD-SIZE
        END-IF
      WHEN bjf-file-org-csv ALSO ANY
        PERFORM CSV-READ
    END-EVALUATE.
    MOVE IO-STS TO BJW-FILE-STS.
*    rows until one converts; the refused ones are already in
*    the reject report
CSV-READ.
    PERFORM UNTIL 1 = 0
       EVALUATE SLOT-CHAN(CUR)
         WHEN 1
           MOVE SPACE TO CSV1-REC
           READ CSV-F1
                AT END CONTINUE
           END-READ
           MOVE CSV1-REC TO CSV-LINE
         WHEN 2
           MOVE SPACE TO CSV2-REC
           READ CSV-F2
                AT END CONTINUE
           END-READ
           MOVE CSV2-REC TO CSV-LINE
       END-EVALUATE
       IF IO-STS NOT = "00"
           EXIT PERFORM
       END-IF
       MOVE 8192 TO BJC-CSV-LINE-LEN
       PERFORM UNTIL BJC-CSV-LINE-LEN = 0
                  OR (CSV-LINE(BJC-CSV-LINE-LEN:1) NOT = SPACE
                  AND CSV-LINE(BJC-CSV-LINE-LEN:1) NOT = X"0D")
          SUBTRACT 1 FROM BJC-CSV-LINE-LEN
       END-PERFORM
       MOVE "P"            TO BJC-CSV-FUNC
       MOVE CUR            TO BJC-CSV-SLOT
       MOVE SLOT-NAME(CUR) TO BJC-CSV-FNAME
       CALL "BJF_CSV" USING BJC-CSV-CTL CSV-LINE BJW-RECORD-BUFFER
       IF BJC-CSV-RC = 0
           MOVE SLOT-RECL(CUR) TO BJW-RECORD-SIZE
           EXIT PERFORM
       END-IF
       ADD 1 TO SLOT-CNT-REJ(CUR)
    END-PERFORM.
*    line-sequential gives no length back - use the trailing
*    non-blank extent, floor 1
TXT-REC-SIZE.
    PERFORM DO-WRITE.
    IF BJW-FILE-STS = "00"
        ADD 1 TO SLOT-CNT-W(CUR)
        IF SLOT-CTL(CUR) = "Y"
            PERFORM CTL-ADD
        END-IF
        IF SLOT-JRN(CUR) = "1"
           AND SLOT-OPMODE(CUR) = bjf-file-io
            MOVE "W" TO JRN-OP
            MOVE "30" TO BJW-FILE-STS
            PERFORM IO-ERROR-MSG
        END-IF
      WHEN bjf-file-org-vb
        PERFORM VB-WRITE
      WHEN bjf-file-org-csv
        PERFORM CSV-FORMAT
        EVALUATE SLOT-CHAN(CUR)
          WHEN 1
            WRITE CSV1-REC FROM CSV-LINE
          WHEN 2
            WRITE CSV2-REC FROM CSV-LINE
        END-EVALUATE
        MOVE IO-STS TO BJW-FILE-STS
      WHEN bjf-file-org-txt
        EVALUATE SLOT-CHAN(CUR)
          WHEN 1
            MOVE "30" TO BJW-FILE-STS
            PERFORM IO-ERROR-MSG
        END-IF
      WHEN bjf-file-org-vb
        IF SLOT-VB-DOFF(CUR) = 0
            MOVE "43" TO BJW-FILE-STS
            EXIT PARAGRAPH
        END-IF
        IF WRT-LEN NOT = SLOT-LASTLEN(CUR)
            MOVE "44" TO BJW-FILE-STS
            EXIT PARAGRAPH
        END-IF
        MOVE SLOT-VB-DOFF(CUR) TO STRM-OFFSET
        MOVE WRT-LEN           TO STRM-NBYTES
        CALL "CBL_WRITE_FILE" USING SLOT-HANDLE(CUR)
                                    STRM-OFFSET STRM-NBYTES
                                    STRM-FLAGS WRT-BUF
                       RETURNING STRM-RC
        IF STRM-RC = 0
            MOVE "00" TO BJW-FILE-STS
        ELSE
            MOVE "30" TO BJW-FILE-STS
            PERFORM IO-ERROR-MSG
        END-IF
      WHEN bjf-file-org-csv
        PERFORM CSV-FORMAT
        EVALUATE SLOT-CHAN(CUR)
          WHEN 1
            REWRITE CSV1-REC FROM CSV-LINE
          WHEN 2
            REWRITE CSV2-REC FROM CSV-LINE
        END-EVALUATE
        MOVE IO-STS TO BJW-FILE-STS
      WHEN bjf-file-org-txt
        EVALUATE SLOT-CHAN(CUR)
          WHEN 1
        END-EVALUATE
        MOVE IO-STS TO BJW-FILE-STS
    END-EVALUATE.
*    RDW in front of the record; with BDW=Y the record joins the
*    block being built, which goes out when the next one will not
*    fit and at close
VB-WRITE.
    IF WRT-LEN = 0 OR WRT-LEN > SLOT-RECL(CUR)
        MOVE "44" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
        EXIT PARAGRAPH
    END-IF.
    COMPUTE VB-LL = WRT-LEN + 4.
    DIVIDE VB-LL BY 256 GIVING VB-B1 REMAINDER VB-B2.
    MOVE FUNCTION CHAR(VB-B1 + 1) TO VB-DESC(1:1).
    MOVE FUNCTION CHAR(VB-B2 + 1) TO VB-DESC(2:1).
    MOVE LOW-VALUE TO VB-DESC(3:2).
    MOVE "00" TO BJW-FILE-STS.
    IF SLOT-VB-BDW(CUR) NOT = "Y"
        MOVE VB-DESC TO VB-OUT(1:4)
        MOVE WRT-BUF(1:WRT-LEN) TO VB-OUT(5:WRT-LEN)
        MOVE VB-LL TO STRM-NBYTES
        PERFORM VB-PUT
        EXIT PARAGRAPH
    END-IF.
    IF VB-LL + 4 > SLOT-VB-BLKSZ(CUR)
        MOVE "44" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
        EXIT PARAGRAPH
    END-IF.
    IF VB-BLK-LEN(CUR) + VB-LL + 4 > SLOT-VB-BLKSZ(CUR)
        PERFORM VB-FLUSH
        IF BJW-FILE-STS NOT = "00"
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE VB-DESC
      TO VB-BLK-BUF(CUR)(VB-BLK-LEN(CUR) + 1:4).
    MOVE WRT-BUF(1:WRT-LEN)
      TO VB-BLK-BUF(CUR)(VB-BLK-LEN(CUR) + 5:WRT-LEN).
    ADD VB-LL TO VB-BLK-LEN(CUR).
*    the block built so far behind its BDW
VB-FLUSH.
    MOVE "00" TO BJW-FILE-STS.
    IF VB-BLK-LEN(CUR) = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE VB-BDW-LL = VB-BLK-LEN(CUR) + 4.
    DIVIDE VB-BDW-LL BY 256 GIVING VB-B1 REMAINDER VB-B2.
    MOVE FUNCTION CHAR(VB-B1 + 1) TO VB-OUT(1:1).
    MOVE FUNCTION CHAR(VB-B2 + 1) TO VB-OUT(2:1).
    MOVE LOW-VALUE TO VB-OUT(3:2).
    MOVE VB-BLK-BUF(CUR)(1:VB-BLK-LEN(CUR))
      TO VB-OUT(5:VB-BLK-LEN(CUR)).
    MOVE VB-BDW-LL TO STRM-NBYTES.
    MOVE 0 TO VB-BLK-LEN(CUR).
    PERFORM VB-PUT.
*    STRM-NBYTES of VB-OUT at the end of the file
VB-PUT.
    MOVE SLOT-OFFSET(CUR) TO STRM-OFFSET.
    CALL "CBL_WRITE_FILE" USING SLOT-HANDLE(CUR)
                                STRM-OFFSET STRM-NBYTES
                                STRM-FLAGS VB-OUT
                   RETURNING STRM-RC.
    IF STRM-RC = 0
        MOVE "00" TO BJW-FILE-STS
        ADD STRM-NBYTES TO SLOT-OFFSET(CUR)
    ELSE
        MOVE "30" TO BJW-FILE-STS
        PERFORM IO-ERROR-MSG
    END-IF.
*    the work copy as one delimited row in CSV-LINE
CSV-FORMAT.
    MOVE "F"            TO BJC-CSV-FUNC.
    MOVE CUR            TO BJC-CSV-SLOT.
    MOVE SLOT-NAME(CUR) TO BJC-CSV-FNAME.
    IF WRT-LEN < SLOT-RECL(CUR)
        MOVE SPACE TO WRT-BUF(WRT-LEN + 1:SLOT-RECL(CUR) - WRT-LEN)
    END-IF.
    CALL "BJF_CSV" USING BJC-CSV-CTL CSV-LINE WRT-BUF.
*
CLOSE-PROC.
    PERFORM FIND-SLOT.
        MOVE "42" TO BJW-FILE-STS
        EXIT PARAGRAPH
    END-IF.
    PERFORM CLOSE-FILE.
    IF SLOT-CTL(CUR) = "Y" AND BJW-FILE-STS = "00"
       AND SLOT-OPMODE(CUR) = bjf-file-output
        MOVE "W" TO BJT-CTL-FUNC
        MOVE CUR TO BJT-CTL-SLOT
        CALL "BJF_CTOT" USING BJT-CTL-CTL BJW-RECORD-BUFFER
        IF BJT-CTL-RC NOT = 0
            MOVE SPACE TO MSG-LINE
            STRING "BJF_IO CTL "       DELIMITED SIZE
                   BJW-FILE-NAME       DELIMITED SPACE
                   " : "               DELIMITED SIZE
                   BJT-CTL-REASON      DELIMITED SIZE
                   INTO MSG-LINE
            CALL "BJ_MESSAGE" USING MSG-LINE
            MOVE "30" TO BJW-FILE-STS
        END-IF
    END-IF.
    PERFORM STATS-MSG.
    MOVE "N" TO SLOT-USED(CUR).
CLOSE-FILE.
    EVALUATE SLOT-ORG(CUR)
      WHEN bjf-file-org-seq
      WHEN bjf-file-org-rel
        CALL "CBL_CLOSE_FILE" USING SLOT-HANDLE(CUR)
                       RETURNING STRM-RC
        MOVE "00" TO BJW-FILE-STS
      WHEN bjf-file-org-vb
        PERFORM VB-FLUSH
        CALL "CBL_CLOSE_FILE" USING SLOT-HANDLE(CUR)
                       RETURNING STRM-RC
      WHEN OTHER
        EVALUATE SLOT-ORG(CUR) ALSO SLOT-CHAN(CUR)
          WHEN bjf-file-org-txt  ALSO 1 CLOSE TXT-F1
          WHEN bjf-file-org-vseq ALSO 2 CLOSE VSQ-F2
          WHEN bjf-file-org-idx  ALSO 1 CLOSE IDX-F1
          WHEN bjf-file-org-idx  ALSO 2 CLOSE IDX-F2
          WHEN bjf-file-org-csv  ALSO 1 CLOSE CSV-F1
          WHEN bjf-file-org-csv  ALSO 2 CLOSE CSV-F2
        END-EVALUATE
        MOVE IO-STS TO BJW-FILE-STS
    END-EVALUATE.
*    the per-file step I/O statistics line
STATS-MSG.
    MOVE SLOT-CNT-R(CUR)   TO CNT-D1.
            INTO MSG-LINE(245:12)
    END-IF.
    CALL "BJ_MESSAGE" USING MSG-LINE.
    IF SLOT-CNT-FLT(CUR) > 0
        MOVE SLOT-CNT-FLT(CUR) TO CNT-D1
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO "           DELIMITED SIZE
               SLOT-NAME(CUR)      DELIMITED SPACE
               " faults injected=" DELIMITED SIZE
               CNT-D1              DELIMITED SIZE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
    END-IF.
    IF SLOT-CNT-REJ(CUR) > 0
        MOVE SLOT-CNT-REJ(CUR) TO CNT-D1
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO "           DELIMITED SIZE
               SLOT-NAME(CUR)      DELIMITED SPACE
               " CSV rows rejected=" DELIMITED SIZE
               CNT-D1              DELIMITED SIZE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
    END-IF.
IO-ERROR-MSG.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO error sts=" DELIMITED SIZE
    MOVE BJW-FILE-STS TO ADVISE-STS(1:2).
    CALL "QUADVISE" USING "BJF_IO  " ADVISE-STS.
*
*    the fault-injection rules; a line that does not parse is
*    reported and left out, so a typo cannot fire a fault
FLT-LOAD.
    MOVE SPACE TO FLT-FNAME.
    DISPLAY "BJF_IO_FAULTS" UPON ENVIRONMENT-NAME.
    ACCEPT  FLT-FNAME       FROM ENVIRONMENT-VALUE.
    IF FLT-FNAME = SPACE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO FLG-FNAME.
    DISPLAY "BJF_IO_FAULTLOG" UPON ENVIRONMENT-NAME.
    ACCEPT  FLG-FNAME         FROM ENVIRONMENT-VALUE.
    IF FLG-FNAME = SPACE
        MOVE "WORK\BJF_IO.flt" TO FLG-FNAME
    END-IF.
    OPEN INPUT FLT-F.
    IF FLT-STS NOT = "00"
        MOVE SPACE TO MSG-LINE
        STRING "BJF_IO fault rules not found : " DELIMITED SIZE
               FLT-FNAME           DELIMITED SPACE
               INTO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
        CLOSE FLT-F
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL 1 = 0
       READ FLT-F AT END EXIT PERFORM END-READ
       IF FLT-REC NOT = SPACE AND FLT-REC(1:1) NOT = "*"
          OR FLT-REC(1:2) = "*;"
           PERFORM FLT-RULE
       END-IF
    END-PERFORM.
    CLOSE FLT-F.
    MOVE FLT-CNT TO CNT-D1.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO fault injection on : " DELIMITED SIZE
           CNT-D1              DELIMITED SIZE
           " rule(s) from "    DELIMITED SIZE
           FLT-FNAME           DELIMITED SPACE
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
FLT-RULE.
    IF FLT-CNT >= FLT-MAX
        MOVE "BJF_IO fault rules past 50 ignored" TO MSG-LINE
        CALL "BJ_MESSAGE" USING MSG-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO FLT-W-FILE FLT-W-OP FLT-W-OCC FLT-W-STS.
    UNSTRING FLT-REC DELIMITED BY ";"
        INTO FLT-W-FILE FLT-W-OP FLT-W-OCC FLT-W-STS.
    INSPECT FLT-W-OP  CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT FLT-W-OCC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    ADD 1 TO FLT-CNT.
    MOVE FLT-W-FILE TO FLT-FILE(FLT-CNT).
    MOVE SPACE TO FLT-DD(FLT-CNT).
    IF (FLT-W-FILE(1:1) = "F" OR FLT-W-FILE(1:1) = "f")
       AND FLT-W-FILE(2:1) >= "1" AND FLT-W-FILE(2:1) <= "9"
       AND FLT-W-FILE(3:) = SPACE
        MOVE FLT-W-FILE(2:1) TO FLT-DD(FLT-CNT)
        MOVE "Y" TO FLT-DD-RULES
    END-IF.
    MOVE 0 TO FLT-HITS(FLT-CNT) FLT-NTH(FLT-CNT).
    MOVE "N" TO FLT-EVERY(FLT-CNT).
    EVALUATE FLT-W-OP
      WHEN "*"        MOVE 0                TO FLT-FUNC(FLT-CNT)
      WHEN "OPEN"     MOVE bjf-open-func    TO FLT-FUNC(FLT-CNT)
      WHEN "READ"     MOVE bjf-next-func    TO FLT-FUNC(FLT-CNT)
      WHEN "CLOSE"    MOVE bjf-close-func   TO FLT-FUNC(FLT-CNT)
      WHEN "WRITE"    MOVE bjf-write-func   TO FLT-FUNC(FLT-CNT)
      WHEN "REWRITE"  MOVE bjf-rewrite-func TO FLT-FUNC(FLT-CNT)
      WHEN "DELETE"   MOVE bjf-delete-func  TO FLT-FUNC(FLT-CNT)
      WHEN OTHER
        PERFORM FLT-RULE-BAD
        EXIT PARAGRAPH
    END-EVALUATE.
    IF FLT-W-OCC(1:6) = "EVERY="
        MOVE "Y" TO FLT-EVERY(FLT-CNT)
        MOVE FLT-W-OCC(7:10) TO FLT-W-TMP
        MOVE FLT-W-TMP       TO FLT-W-OCC
    END-IF.
    IF FLT-W-OCC(1:1) < "1" OR FLT-W-OCC(1:1) > "9"
        PERFORM FLT-RULE-BAD
        EXIT PARAGRAPH
    END-IF.
    COMPUTE FLT-W-NUM = FUNCTION NUMVAL(FLT-W-OCC).
    MOVE FLT-W-NUM TO FLT-NTH(FLT-CNT).
*    "34" as it stands; "9/68" (or 9-068) is a 9 and the
*    binary byte, as the runtime returns it
    EVALUATE TRUE
      WHEN FLT-W-STS(3:1) = SPACE AND FLT-W-STS(2:1) NOT = SPACE
        MOVE FLT-W-STS(1:2) TO FLT-CODE(FLT-CNT)
        MOVE FLT-W-STS(1:2) TO FLT-CODE-ED(FLT-CNT)
      WHEN FLT-W-STS(1:1) = "9"
           AND (FLT-W-STS(2:1) = "/" OR FLT-W-STS(2:1) = "-")
           AND FLT-W-STS(3:1) >= "0" AND FLT-W-STS(3:1) <= "9"
        COMPUTE FLT-W-NUM = FUNCTION NUMVAL(FLT-W-STS(3:3))
        IF FLT-W-NUM > 255
            PERFORM FLT-RULE-BAD
            EXIT PARAGRAPH
        END-IF
        MOVE FLT-W-NUM TO FLT-BIN
        MOVE "9"       TO FLT-CODE(FLT-CNT)(1:1)
        MOVE FLT-BYTE  TO FLT-CODE(FLT-CNT)(2:1)
        MOVE SPACE TO FLT-CODE-ED(FLT-CNT)
        STRING "9/"          DELIMITED SIZE
               FLT-W-NUM(7:3) DELIMITED SIZE
               INTO FLT-CODE-ED(FLT-CNT)
      WHEN OTHER
        PERFORM FLT-RULE-BAD
    END-EVALUATE.
FLT-RULE-BAD.
    SUBTRACT 1 FROM FLT-CNT.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO fault rule ignored : " DELIMITED SIZE
           FLT-REC             DELIMITED "  "
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
*    does this call hit a rule?  the first rule whose count
*    comes round wins; every matching rule counts the call
*    an open file is matched by the name it was opened under -
*    after a sandbox redirect BJW-FILE-NAME holds the copy's name
FLT-CHECK.
    MOVE "N" TO FLT-HIT-SW.
    MOVE BJW-FILE-NAME TO FLT-NAME.
    MOVE SPACE TO FLT-CUR-DD.
    IF P-FUNC = bjf-open-func
        IF FLT-DD-RULES = "Y"
            PERFORM FLT-DD-FIND
            MOVE FLT-CUR-DD TO FLT-OPEN-DD
        END-IF
    ELSE
        PERFORM FIND-SLOT
        IF CUR NOT = 0
            MOVE SLOT-REAL(CUR) TO FLT-NAME
            MOVE SLOT-DD(CUR)   TO FLT-CUR-DD
        END-IF
    END-IF.
    MOVE FLT-NAME TO FLT-BASE.
    MOVE 256 TO FLT-BX.
    PERFORM UNTIL FLT-BX = 0
       IF FLT-NAME(FLT-BX:1) = "/"
          OR FLT-NAME(FLT-BX:1) = "\"
           MOVE SPACE TO FLT-BASE
           IF FLT-BX < 256
               MOVE FLT-NAME(FLT-BX + 1:) TO FLT-BASE
           END-IF
           EXIT PERFORM
       END-IF
       SUBTRACT 1 FROM FLT-BX
    END-PERFORM.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FLT-CNT
       IF (FLT-FUNC(FX) = 0 OR FLT-FUNC(FX) = P-FUNC)
          AND (FLT-FILE(FX) = "*"
               OR FLT-FILE(FX) = FLT-NAME
               OR FLT-FILE(FX) = FLT-BASE
               OR (FLT-DD(FX) NOT = SPACE
                   AND FLT-DD(FX) = FLT-CUR-DD))
           ADD 1 TO FLT-HITS(FX)
           IF FLT-HIT-SW = "N"
              AND (FLT-HITS(FX) = FLT-NTH(FX)
                   OR (FLT-EVERY(FX) = "Y" AND
                       FUNCTION MOD(FLT-HITS(FX), FLT-NTH(FX)) = 0))
               MOVE "Y" TO FLT-HIT-SW
               PERFORM FLT-INJECT
           END-IF
       END-IF
    END-PERFORM.
*    which Fn the step has this file behind (the first, if it
*    names the same file twice)
FLT-DD-FIND.
    PERFORM VARYING FLT-DX FROM 1 BY 1 UNTIL FLT-DX > 9
       MOVE SPACE TO FLT-DD-ENV
       STRING "BJF_IO_DD_F"   DELIMITED SIZE
              FLT-DX(2:1)     DELIMITED SIZE
              INTO FLT-DD-ENV
       DISPLAY FLT-DD-ENV UPON ENVIRONMENT-NAME
       MOVE SPACE TO FLT-DD-PATH
       ACCEPT  FLT-DD-PATH FROM ENVIRONMENT-VALUE
       IF FLT-DD-PATH NOT = SPACE
          AND FLT-DD-PATH = BJW-FILE-NAME
           MOVE FLT-DX(2:1) TO FLT-CUR-DD
           EXIT PERFORM
       END-IF
    END-PERFORM.
*    the operation is not done: the caller gets the rule's
*    status as though the runtime had returned it
FLT-INJECT.
    MOVE FLT-CODE(FX) TO BJW-FILE-STS.
    EVALUATE P-FUNC
      WHEN bjf-open-func    MOVE "OPEN"    TO FLT-OP-NAME
      WHEN bjf-next-func    MOVE "READ"    TO FLT-OP-NAME
      WHEN bjf-close-func   MOVE "CLOSE"   TO FLT-OP-NAME
      WHEN bjf-write-func   MOVE "WRITE"   TO FLT-OP-NAME
      WHEN bjf-rewrite-func MOVE "REWRITE" TO FLT-OP-NAME
      WHEN bjf-delete-func  MOVE "DELETE"  TO FLT-OP-NAME
      WHEN OTHER            MOVE "?"       TO FLT-OP-NAME
    END-EVALUATE.
    IF P-FUNC NOT = bjf-open-func
        PERFORM FIND-SLOT
        IF CUR NOT = 0
            ADD 1 TO SLOT-CNT-FLT(CUR)
        END-IF
    END-IF.
    MOVE FLT-HITS(FX) TO FLT-HITS-ED.
    MOVE SPACE TO MSG-LINE.
    STRING "BJF_IO fault injected : " DELIMITED SIZE
           FLT-NAME            DELIMITED SPACE
           " "                 DELIMITED SIZE
           FLT-OP-NAME         DELIMITED SPACE
           " #"                DELIMITED SIZE
           FLT-HITS-ED         DELIMITED SIZE
           " sts="             DELIMITED SIZE
           FLT-CODE-ED(FX)     DELIMITED SPACE
           INTO MSG-LINE.
    CALL "BJ_MESSAGE" USING MSG-LINE.
    ACCEPT FLT-DATE FROM DATE YYYYMMDD.
    ACCEPT FLT-TIME FROM TIME.
    OPEN EXTEND FLG-F.
    IF FLG-STS = "00" OR FLG-STS = "05"
        MOVE SPACE TO FLG-REC
        STRING FLT-DATE        DELIMITED SIZE
               " "             DELIMITED SIZE
               FLT-TIME        DELIMITED SIZE
               ";"             DELIMITED SIZE
               FLT-NAME        DELIMITED SPACE
               ";"             DELIMITED SIZE
               FLT-OP-NAME     DELIMITED SPACE
               ";"             DELIMITED SIZE
               FLT-HITS-ED     DELIMITED SIZE
               ";"             DELIMITED SIZE
               FLT-CODE-ED(FX) DELIMITED SPACE
               INTO FLG-REC
        WRITE FLG-REC
        CLOSE FLG-F
    END-IF.
    IF BJW-FILE-STS(1:1) NOT = "0" AND BJW-FILE-STS(1:1) NOT = "1"
        PERFORM IO-ERROR-MSG
    END-IF.
*
*    CODESET= on read: convert the freshly read record through
*    CS2002 in 256-byte slices.  the length-changing UTF-8
*    modes (6/7) are limited to records of 256 bytes or less.
        MOVE SPACE TO JRN-FNAME
        DISPLAY "BJF_IO_JRNFILE" UPON ENVIRONMENT-NAME
        ACCEPT  JRN-FNAME        FROM ENVIRONMENT-VALUE
        IF JRN-FNAME = SPACE AND SBX-DIR NOT = SPACE
            STRING SBX-DIR(1:SBX-DIR-L)  DELIMITED SIZE
                   SBX-DEL               DELIMITED SIZE
                   "BJF_IO.jnl"          DELIMITED SIZE
                   INTO JRN-FNAME
        END-IF
        IF JRN-FNAME = SPACE
            MOVE "WORK\BJF_IO.jnl" TO JRN-FNAME
        END-IF
