       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUCATONE.
      *    one catalog entry against the file system - the check
      *    QUCATCHK walks the whole catalog with and the catalog
      *    maintenance screen (QUCATMNT) applies to every change:
      *        CALL "QUCATONE" USING catlg-rec one-kind one-line
      *    catlg-rec  a BJ_CATLG_FD record (154 bytes)
      *    one-kind   x(12)  space when the entry matches the disk,
      *               else MISSING / RECL-DRIFT / ORG-DRIFT, or
      *               IDX-NOINFO when get_idx_info is not there
      *               to ask (the entry was checked for existence
      *               only - not a finding)
      *    one-line   x(200) the finding as the drift report shows
      *               it ("RECL-DRIFT,path,size=...,recl=...")
      *    fixed-length organizations (SEQ/REL) must hold a whole
      *    number of CATLG-MAX-RECL records; for IDX the min/max
      *    lengths come from the I$IO logical-info report
      *    get_idx_info produces; TXT/VSEQ carry no checkable shape.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       SELECT RPT-IN          ASSIGN TO RPT-IN-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS RPT-IN-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       FD    RPT-IN.
       01    RPT-IN-REC                PIC X(80).
       WORKING-STORAGE                 SECTION.
       01  RPT-IN-STS                  PIC XX.
       01  RPT-IN-FNM                  PIC X(128)
                                   VALUE "WORK/qucatchk.rpt".
       01  FILE-DETAILS.
           03 CBLTE-FE-FILESIZE        PIC X(8) COMP-X.
           03 CBLTE-FE-FILEDATE.
              05 CBLTE-FE-DAY          PIC X COMP-X.
              05 CBLTE-FE-MONTH        PIC X COMP-X.
              05 CBLTE-FE-YEAR         PIC X(2) COMP-X.
           03 CBLTE-FE-FILETIME.
              05 CBLTE-FE-HOURS        PIC X COMP-X.
              05 CBLTE-FE-MINUTES      PIC X COMP-X.
              05 CBLTE-FE-SECONDS      PIC X COMP-X.
              05 CBLTE-FE-HUNDREDTHS   PIC X COMP-X.
       01  EXIST-STATUS                PIC X(2) COMP-5.
       01  FSIZE                       PIC 9(18).
       01  FMOD                        PIC 9(18).
       01  IDX-MAXL                    PIC 9(9).
       01  IDX-MINL                    PIC 9(9).
       01  IDX-GOT-SW                  PIC X.
       LINKAGE                         SECTION.
       01  CATLG-REC.
           03 CATLG-MIN-RECL           PIC  9(05).
           03 CATLG-MAX-RECL           PIC  9(05).
           03 CATLG-FORG               PIC  X(04).
           03 CATLG-FPATH              PIC  X(128).
           03 CATLG-RETCLASS           PIC  X(04).
           03 CATLG-EXPDATE            PIC  9(08).
       01  ONE-KIND                    PIC X(12).
       01  ONE-LINE                    PIC X(200).
       PROCEDURE DIVISION USING CATLG-REC ONE-KIND ONE-LINE.
       MAIN-ROUTINE.
           MOVE SPACE TO ONE-KIND ONE-LINE.
           PERFORM CHECK-ONE-ENTRY.
           GOBACK.
      *
       CHECK-ONE-ENTRY.
           CALL "CBL_CHECK_FILE_EXIST" USING CATLG-FPATH
                                             FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
               MOVE "MISSING" TO ONE-KIND
               STRING "MISSING,"   DELIMITED SIZE
                      CATLG-FPATH  DELIMITED SPACE
                      INTO ONE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE CBLTE-FE-FILESIZE TO FSIZE.
           EVALUATE CATLG-FORG(1:3)
             WHEN "SEQ"
             WHEN "REL"
      *        fixed-length: the size must divide by the record
      *        length exactly
               IF CATLG-MAX-RECL > 0
                  COMPUTE FMOD = FUNCTION MOD(FSIZE,
                                              CATLG-MAX-RECL)
                  IF FMOD NOT = 0
                     MOVE "RECL-DRIFT" TO ONE-KIND
                     STRING "RECL-DRIFT,"  DELIMITED SIZE
                            CATLG-FPATH    DELIMITED SPACE
                            ",size="       DELIMITED SIZE
                            FSIZE          DELIMITED SIZE
                            ",recl="       DELIMITED SIZE
                            CATLG-MAX-RECL DELIMITED SIZE
                            INTO ONE-LINE
                  END-IF
               END-IF
             WHEN "IDX"
               PERFORM CHECK-IDX-ENTRY
             WHEN OTHER
      *        TXT/VSEQ carry no checkable fixed shape
               CONTINUE
           END-EVALUATE.
      *    indexed files: ask the I$IO logical info through the
      *    existing get_idx_info report and compare its min/max
      *    record sizes with the catalog
       CHECK-IDX-ENTRY.
           DISPLAY "GETIDXINFO_BATCH"   UPON ENVIRONMENT-NAME.
           DISPLAY "Y"                  UPON ENVIRONMENT-VALUE.
           DISPLAY "GETIDXINFO_FNAME"   UPON ENVIRONMENT-NAME.
           DISPLAY CATLG-FPATH          UPON ENVIRONMENT-VALUE.
           DISPLAY "GETIDXINFO_RPTFILE" UPON ENVIRONMENT-NAME.
           DISPLAY RPT-IN-FNM           UPON ENVIRONMENT-VALUE.
           CALL "get_idx_info"
               ON EXCEPTION
                   MOVE "IDX-NOINFO" TO ONE-KIND
                   STRING "get_idx_info unavailable - IDX entry "
                                                  DELIMITED SIZE
                          "checked for existence only"
                                                  DELIMITED SIZE
                          INTO ONE-LINE
                   EXIT PARAGRAPH
           END-CALL.
           CANCEL "get_idx_info".
           MOVE "N" TO IDX-GOT-SW.
           MOVE 0 TO IDX-MAXL IDX-MINL.
           OPEN INPUT RPT-IN.
           IF RPT-IN-STS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL 1 = 0
              READ RPT-IN AT END EXIT PERFORM END-READ
              IF RPT-IN-REC(1:13) = "max-rec-size="
                 COMPUTE IDX-MAXL =
                         FUNCTION NUMVAL(RPT-IN-REC(14:12))
                 MOVE "Y" TO IDX-GOT-SW
              END-IF
              IF RPT-IN-REC(1:13) = "min-rec-size="
                 COMPUTE IDX-MINL =
                         FUNCTION NUMVAL(RPT-IN-REC(14:12))
              END-IF
           END-PERFORM.
           CLOSE RPT-IN.
           IF IDX-GOT-SW = "Y"
              IF IDX-MAXL NOT = CATLG-MAX-RECL
                 OR IDX-MINL NOT = CATLG-MIN-RECL
                 MOVE "RECL-DRIFT" TO ONE-KIND
                 STRING "RECL-DRIFT,"  DELIMITED SIZE
                        CATLG-FPATH    DELIMITED SPACE
                        ",idx-minmax=" DELIMITED SIZE
                        IDX-MINL       DELIMITED SIZE
                        "/"            DELIMITED SIZE
                        IDX-MAXL       DELIMITED SIZE
                        ",catlg="      DELIMITED SIZE
                        CATLG-MIN-RECL DELIMITED SIZE
                        "/"            DELIMITED SIZE
                        CATLG-MAX-RECL DELIMITED SIZE
                        INTO ONE-LINE
              END-IF
           ELSE
      *       the file exists but I$IO cannot open it as indexed -
      *       that is an organization drift
              MOVE "ORG-DRIFT" TO ONE-KIND
              STRING "ORG-DRIFT,"   DELIMITED SIZE
                     CATLG-FPATH    DELIMITED SPACE
                     ",not indexed" DELIMITED SIZE
                     INTO ONE-LINE
           END-IF.
