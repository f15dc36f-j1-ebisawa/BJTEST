      *    run fails fast.  clean files end with an OK summary and
      *    the record count.
      *
      *    QUVCHK_RECFM=VB (or VBB for BDW blocks) checks a host
      *    variable-blocked file instead: every RDW and BDW is
      *    walked over the byte stream, a malformed descriptor
      *    reported with its record number and byte offset (the
      *    run stops there - nothing after it can be trusted) and
      *    the data lengths held to the declared limits as above;
      *    the maximum defaults to 32756.  BJF_IO reads the same
      *    files as ORG=VB.
      *
      *    QUVCHK_FNAME   the VSEQ file (required)
      *    QUVCHK_MINL    declared minimum length
      *    QUVCHK_MAXL    declared maximum length
      *                   (or both from the catalog entry whose path
      *                   matches when BJ_CATLG_MAST is set and the
      *                   lengths are not given)
      *    QUVCHK_RECFM   VB/VBB for host RDW files (default VSEQ)
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       01  CNT-ED                      PIC Z(8)9.
       01  OFF-ED                      PIC Z(14)9.
       01  LEN-ED                      PIC Z(4)9.
      *    VB walk over the byte stream
       01  RECFM                       PIC X(4).
       01  STRM-ACCESS                 PIC X COMP-X.
       01  STRM-FLAGS                  PIC X COMP-X VALUE 0.
       01  STRM-DEV                    PIC X COMP-X VALUE 0.
       01  STRM-HANDLE                 PIC X(4).
       01  STRM-OFFSET                 PIC X(8) COMP-X.
       01  STRM-NBYTES                 PIC X(4) COMP-X.
       01  STRM-RC                     PIC S9(9) COMP-5.
       01  FILE-DETAILS.
           03 CBLTE-FE-FILESIZE  PIC X(8) COMP-X.
           03 CBLTE-FE-FILEDATE  PIC X(4).
           03 CBLTE-FE-FILETIME  PIC X(4).
       01  EXIST-STATUS                PIC X(2) COMP-5.
       01  F-SIZE                      PIC 9(18) COMP-5.
       01  F-OFF                       PIC 9(18) COMP-5.
       01  DESC-OFF                    PIC 9(18) COMP-5.
       01  DESC                        PIC X(4).
       01  DESC-B1                     PIC 9(3).
       01  DESC-B2                     PIC 9(3).
       01  DESC-B3                     PIC 9(3).
       01  DESC-B4                     PIC 9(3).
       01  DESC-LL                     PIC 9(9).
       01  BLK-REM                     PIC 9(9) VALUE 0.
       01  BAD-DESC                    PIC X(50).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           IF RECFM(1:2) = "VB"
               PERFORM VB-SCAN-PROC
           ELSE
               PERFORM SCAN-PROC
           END-IF.
           PERFORM TERM-PROC.
           GOBACK.
      *
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACE TO RECFM.
           DISPLAY "QUVCHK_RECFM"      UPON ENVIRONMENT-NAME.
           ACCEPT  RECFM               FROM ENVIRONMENT-VALUE.
           CALL "CBL_TOUPPER" USING RECFM VALUE 4.
           MOVE SPACE TO W-ENV.
           DISPLAY "QUVCHK_MINL"       UPON ENVIRONMENT-NAME.
           ACCEPT  W-ENV               FROM ENVIRONMENT-VALUE.
           IF MAX-L = 0
               PERFORM CATLG-LOOKUP
           END-IF.
           IF MAX-L = 0 AND RECFM(1:2) = "VB"
               MOVE 32756 TO MAX-L
           END-IF.
           IF MAX-L = 0
               DISPLAY "QU_VCHK : set QUVCHK_MINL/QUVCHK_MAXL or "
                       "catalog the file"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    RDW (and BDW) chain of a host variable-blocked file
       VB-SCAN-PROC.
           CALL "CBL_CHECK_FILE_EXIST" USING VSEQ-NAME FILE-DETAILS
                                   RETURNING EXIST-STATUS.
           IF EXIST-STATUS NOT = 0
               DISPLAY "QU_VCHK : cannot open " VSEQ-NAME
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CBLTE-FE-FILESIZE TO F-SIZE.
           MOVE 1 TO STRM-ACCESS.
           CALL "CBL_OPEN_FILE" USING VSEQ-NAME STRM-ACCESS
                                      STRM-FLAGS STRM-DEV
                                      STRM-HANDLE
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
               DISPLAY "QU_VCHK : cannot open " VSEQ-NAME
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO F-OFF.
           PERFORM UNTIL F-OFF >= F-SIZE OR RETURN-CODE = -1
              IF RECFM = "VBB" AND BLK-REM = 0
                  PERFORM VB-CHECK-BDW
              END-IF
              IF RETURN-CODE NOT = -1
                  PERFORM VB-CHECK-RDW
              END-IF
           END-PERFORM.
           CALL "CBL_CLOSE_FILE" USING STRM-HANDLE
                          RETURNING STRM-RC.
       VB-CHECK-BDW.
           PERFORM VB-GET-DESC.
           IF RETURN-CODE = -1
               EXIT PARAGRAPH
           END-IF.
           IF DESC-B1 >= 128
               COMPUTE DESC-LL = (((DESC-B1 - 128) * 256 + DESC-B2)
                                 * 256 + DESC-B3) * 256 + DESC-B4
           ELSE
               IF DESC-B3 NOT = 0 OR DESC-B4 NOT = 0
                   MOVE "BDW bytes 3-4 not zero" TO BAD-DESC
                   PERFORM VB-BAD-DESC
                   EXIT PARAGRAPH
               END-IF
               COMPUTE DESC-LL = DESC-B1 * 256 + DESC-B2
           END-IF.
           MOVE DESC-LL TO LEN-ED.
           EVALUATE TRUE
             WHEN DESC-LL < 9
               STRING "BDW length " LEN-ED " below 9"
                      DELIMITED SIZE INTO BAD-DESC
             WHEN F-OFF + DESC-LL > F-SIZE
               STRING "BDW length " LEN-ED " runs past end of file"
                      DELIMITED SIZE INTO BAD-DESC
           END-EVALUATE.
           IF BAD-DESC NOT = SPACE
               PERFORM VB-BAD-DESC
               EXIT PARAGRAPH
           END-IF.
           ADD 4 TO F-OFF.
           COMPUTE BLK-REM = DESC-LL - 4.
       VB-CHECK-RDW.
           PERFORM VB-GET-DESC.
           IF RETURN-CODE = -1
               EXIT PARAGRAPH
           END-IF.
           IF DESC-B3 NOT = 0 OR DESC-B4 NOT = 0
               MOVE "RDW segment bits set (spanned record)"
                 TO BAD-DESC
               PERFORM VB-BAD-DESC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DESC-LL = DESC-B1 * 256 + DESC-B2.
           MOVE DESC-LL TO LEN-ED.
           EVALUATE TRUE
             WHEN DESC-LL < 5
               STRING "RDW length " LEN-ED " below 5"
                      DELIMITED SIZE INTO BAD-DESC
             WHEN RECFM = "VBB" AND DESC-LL > BLK-REM
               STRING "RDW length " LEN-ED " overruns its block"
                      DELIMITED SIZE INTO BAD-DESC
             WHEN F-OFF + DESC-LL > F-SIZE
               STRING "RDW length " LEN-ED " runs past end of file"
                      DELIMITED SIZE INTO BAD-DESC
           END-EVALUATE.
           IF BAD-DESC NOT = SPACE
               PERFORM VB-BAD-DESC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REC-CNT.
           COMPUTE VSEQ-L = DESC-LL - 4.
           IF VSEQ-L < MIN-L OR VSEQ-L > MAX-L
              ADD 1 TO BAD-CNT
              MOVE REC-CNT TO CNT-ED
              MOVE F-OFF TO OFF-ED
              MOVE VSEQ-L TO LEN-ED
              DISPLAY "QU_VCHK : record " CNT-ED
                      " offset " OFF-ED
                      " length " LEN-ED
                      " outside " MIN-L "-" MAX-L
           END-IF.
           ADD DESC-LL TO F-OFF.
           IF RECFM = "VBB"
               SUBTRACT DESC-LL FROM BLK-REM
           END-IF.
      *    the 4 descriptor bytes at F-OFF as numbers
       VB-GET-DESC.
           MOVE SPACE TO BAD-DESC.
           MOVE F-OFF TO DESC-OFF.
           IF F-OFF + 4 > F-SIZE
               MOVE "descriptor cut short by end of file" TO BAD-DESC
               PERFORM VB-BAD-DESC
               EXIT PARAGRAPH
           END-IF.
           MOVE F-OFF TO STRM-OFFSET.
           MOVE 4 TO STRM-NBYTES.
           CALL "CBL_READ_FILE" USING STRM-HANDLE STRM-OFFSET
                                      STRM-NBYTES STRM-FLAGS DESC
                          RETURNING STRM-RC.
           IF STRM-RC NOT = 0
               MOVE "read error" TO BAD-DESC
               PERFORM VB-BAD-DESC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DESC-B1 = FUNCTION ORD(DESC(1:1)) - 1.
           COMPUTE DESC-B2 = FUNCTION ORD(DESC(2:1)) - 1.
           COMPUTE DESC-B3 = FUNCTION ORD(DESC(3:1)) - 1.
           COMPUTE DESC-B4 = FUNCTION ORD(DESC(4:1)) - 1.
      *    a broken descriptor - fail fast with the position
       VB-BAD-DESC.
           COMPUTE CNT-ED = REC-CNT + 1.
           MOVE DESC-OFF TO OFF-ED.
           DISPLAY "QU_VCHK : record " CNT-ED
                   " offset " OFF-ED " : " BAD-DESC.
           MOVE -1 TO RETURN-CODE.
