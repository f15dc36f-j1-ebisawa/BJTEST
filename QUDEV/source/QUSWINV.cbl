       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     QUSWINV.
      *    software inventory collector: for every active machine in
      *    the QUMACID registry, each component on the list is asked
      *    for its version over ssh (the QUMACHB / QUDISPAT path,
      *    through BJ_CSYS) and the first line it prints is kept in
      *    data\QUSWINV with the capture date - the previous capture
      *    moving to SW-PREV-* so QUSWDRFT can show what changed.
      *    the component list -
      *        component;version command
      *        JDK;java -version
      *        ORACLE-CLIENT;sqlplus -V
      *        LIBSSL;openssl version
      *    - "*" in column 1 is a comment.  the command runs in
      *    single quotes on the remote side, so it may not carry a
      *    quote itself.  a machine that does not answer ssh keeps
      *    its last capture.
      *
      *    QUSWINV_LIST     component list
      *                     (default data\QUSWINV.lst)
      *    QUSWINV_USER     ssh user (default: the local one)
      *    QUSWINV_MACID    capture this machine only
      *
      *    RC 4 when a machine could not be reached.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
       COPY "QUMACID.sl".
       COPY "QUSWINV.sl".
       SELECT LST-F           ASSIGN TO LST-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS LST-STS.
       SELECT OUT-F           ASSIGN TO OUT-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS OUT-STS.
       SELECT RC-F            ASSIGN TO RC-FNM
                              ORGANIZATION LINE SEQUENTIAL
                              ACCESS MODE       SEQUENTIAL
                              FILE STATUS RC-STS.
       DATA                            DIVISION.
       FILE                            SECTION.
       COPY "QUMACID.def".
       COPY "QUSWINV.fd".
       FD    LST-F.
       01    LST-REC                   PIC X(240).
       FD    OUT-F.
       01    OUT-REC                   PIC X(200).
       FD    RC-F.
       01    RC-REC                    PIC X(12).
       WORKING-STORAGE                 SECTION.
       01  FILE-STS                    PIC XX.
       01  SW-STS                      PIC XX.
       01  LST-STS                     PIC XX.
       01  OUT-STS                     PIC XX.
       01  RC-STS                      PIC XX.
       01  LST-FNM                     PIC X(128).
       01  OUT-FNM                     PIC X(128)
                                   VALUE "WORK/quswinv.out".
       01  RC-FNM                      PIC X(128)
                                   VALUE "WORK/quswinv.rc".
       01  R-USER                      PIC X(20).
       01  ONE-MACID                   PIC X(7).
       01  TODAY-DATE                  PIC 9(8).
       01  NOW-TIME                    PIC 9(8).
      *    the component list
       78  CL-MAX                          VALUE 50.
       01  CL-CNT                      PIC 9(2) VALUE 0.
       01  CL-IX                       PIC 9(2).
       01  CL-TBL.
           03  CL-ENT OCCURS 50 TIMES.
               05  CL-COMP         PIC X(20).
               05  CL-CMD          PIC X(200).
       01  W-VERSION                   PIC X(60).
       01  CMD-LINE                    PIC X(512).
       01  FLAGS                       PIC X(2) COMP-X.
       01  EXIT-STATUS                 PIC X(2) COMP-X.
       01  REACH-SW                    PIC X.
       01  MAC-CNT                     PIC 9(3) VALUE 0.
       01  DEAD-CNT                    PIC 9(3) VALUE 0.
       01  CAP-CNT                     PIC 9(5) VALUE 0.
       01  CHG-CNT                     PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM INIT-PROC.
           CALL "QURUNLOG" USING "STR" "QUSWINV " LST-FNM.
           PERFORM LOAD-LIST.
           PERFORM OPEN-INV.
           PERFORM SWEEP-PROC.
           CLOSE QUSWINV.
           DISPLAY "QUSWINV : " MAC-CNT " machine(s), "
                   CAP-CNT " component(s) captured, "
                   CHG-CNT " changed, "
                   DEAD-CNT " unreachable".
           IF DEAD-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           CALL "QURUNLOG" USING "END" RETURN-CODE.
           GOBACK.
      *
       INIT-PROC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACE TO LST-FNM.
           DISPLAY "QUSWINV_LIST"       UPON ENVIRONMENT-NAME.
           ACCEPT  LST-FNM              FROM ENVIRONMENT-VALUE.
           IF LST-FNM = SPACE
               MOVE "data\QUSWINV.lst" TO LST-FNM
           END-IF.
           MOVE SPACE TO R-USER.
           DISPLAY "QUSWINV_USER"       UPON ENVIRONMENT-NAME.
           ACCEPT  R-USER               FROM ENVIRONMENT-VALUE.
           MOVE SPACE TO ONE-MACID.
           DISPLAY "QUSWINV_MACID"      UPON ENVIRONMENT-NAME.
           ACCEPT  ONE-MACID            FROM ENVIRONMENT-VALUE.
       LOAD-LIST.
           OPEN INPUT LST-F.
           IF LST-STS NOT = "00"
               DISPLAY "QUSWINV : cannot open " LST-FNM(1:50)
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ LST-F AT END EXIT PERFORM END-READ
              IF LST-REC NOT = SPACE AND LST-REC(1:1) NOT = "*"
                 AND CL-CNT < CL-MAX
                 ADD 1 TO CL-CNT
                 MOVE SPACE TO CL-COMP(CL-CNT) CL-CMD(CL-CNT)
                 UNSTRING LST-REC DELIMITED BY ";"
                     INTO CL-COMP(CL-CNT) CL-CMD(CL-CNT)
                 IF CL-COMP(CL-CNT) = SPACE
                    OR CL-CMD(CL-CNT) = SPACE
                     SUBTRACT 1 FROM CL-CNT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LST-F.
           IF CL-CNT = 0
               DISPLAY "QUSWINV : no components in " LST-FNM(1:50)
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
       OPEN-INV.
           OPEN I-O QUSWINV.
           IF SW-STS = "35"
               OPEN OUTPUT QUSWINV
               CLOSE QUSWINV
               OPEN I-O QUSWINV
           END-IF.
           IF SW-STS NOT = "00" AND SW-STS NOT = "05"
               DISPLAY "QUSWINV : inventory file unusable sts="
                       SW-STS
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
       SWEEP-PROC.
           OPEN INPUT MAC-IDF.
           IF FILE-STS NOT = "00"
               DISPLAY "QUSWINV : no machine registry (sts="
                       FILE-STS ")"
               CLOSE QUSWINV
               MOVE -1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL 1 = 0
              READ MAC-IDF NEXT
                   AT END EXIT PERFORM
              END-READ
              IF MAC-ACTIVE
                 AND (ONE-MACID = SPACE OR MAC-ID = ONE-MACID)
                 AND MAC-IP NOT = SPACE
                 ADD 1 TO MAC-CNT
                 PERFORM CAPTURE-MACHINE
              END-IF
           END-PERFORM.
           CLOSE MAC-IDF.
      *    the first component that finds ssh itself failing (exit
      *    255) ends the machine - the rest would only time out too
       CAPTURE-MACHINE.
           MOVE "Y" TO REACH-SW.
           PERFORM VARYING CL-IX FROM 1 BY 1
                   UNTIL CL-IX > CL-CNT OR REACH-SW = "N"
              PERFORM ASK-VERSION
              IF REACH-SW = "Y"
                 PERFORM BOOK-VERSION
              END-IF
           END-PERFORM.
           IF REACH-SW = "N"
               ADD 1 TO DEAD-CNT
               DISPLAY "QUSWINV : UNREACHABLE " MAC-ID " "
                       MAC-NAME " " MAC-IP
           END-IF.
       ASK-VERSION.
           CALL "C$DELETE" USING OUT-FNM "S".
           CALL "C$DELETE" USING RC-FNM "S".
           MOVE SPACE TO CMD-LINE.
           IF R-USER = SPACE
               STRING "bash -c ""ssh -o BatchMode=yes "
                                              DELIMITED SIZE
                      "-o ConnectTimeout=5 "  DELIMITED SIZE
                      MAC-IP                  DELIMITED SPACE
                      " '"                    DELIMITED SIZE
                      CL-CMD(CL-IX)           DELIMITED "  "
                      "' > "                  DELIMITED SIZE
                      OUT-FNM                 DELIMITED SPACE
                      " 2>&1 ; echo $? > "    DELIMITED SIZE
                      RC-FNM                  DELIMITED SPACE
                      """"                    DELIMITED SIZE
                      INTO CMD-LINE
           ELSE
               STRING "bash -c ""ssh -o BatchMode=yes "
                                              DELIMITED SIZE
                      "-o ConnectTimeout=5 "  DELIMITED SIZE
                      R-USER                  DELIMITED SPACE
                      "@"                     DELIMITED SIZE
                      MAC-IP                  DELIMITED SPACE
                      " '"                    DELIMITED SIZE
                      CL-CMD(CL-IX)           DELIMITED "  "
                      "' > "                  DELIMITED SIZE
                      OUT-FNM                 DELIMITED SPACE
                      " 2>&1 ; echo $? > "    DELIMITED SIZE
                      RC-FNM                  DELIMITED SPACE
                      """"                    DELIMITED SIZE
                      INTO CMD-LINE
           END-IF.
           MOVE H"0007" TO FLAGS.
           CALL "BJ_CSYS" USING CMD-LINE FLAGS EXIT-STATUS.
           MOVE SPACE TO RC-REC.
           OPEN INPUT RC-F.
           IF RC-STS = "00"
               READ RC-F AT END CONTINUE END-READ
               CLOSE RC-F
           END-IF.
           IF RC-REC(1:3) = "255" OR RC-REC = SPACE
               MOVE "N" TO REACH-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE "(none)" TO W-VERSION.
           IF RC-REC(1:1) NOT = "0" OR RC-REC(2:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO OUT-REC.
           OPEN INPUT OUT-F.
           IF OUT-STS = "00"
               READ OUT-F AT END CONTINUE END-READ
               CLOSE OUT-F
           END-IF.
           IF OUT-REC NOT = SPACE
               MOVE OUT-REC(1:60) TO W-VERSION
           END-IF.
      *    the capture before this one moves to SW-PREV-*
       BOOK-VERSION.
           ADD 1 TO CAP-CNT.
           MOVE MAC-ID TO SW-MAC-ID.
           MOVE CL-COMP(CL-IX) TO SW-COMP.
           READ QUSWINV
               INVALID
                   MOVE MAC-ID(5:3)     TO SW-MACTY
                   MOVE W-VERSION       TO SW-VERSION
                   MOVE TODAY-DATE      TO SW-CAP-DATE
                   MOVE NOW-TIME(1:6)   TO SW-CAP-TIME
                   MOVE SPACE           TO SW-PREV-VERSION
                   MOVE 0               TO SW-PREV-DATE
                   WRITE SW-REC
                   EXIT PARAGRAPH
           END-READ.
           IF SW-VERSION NOT = W-VERSION
               ADD 1 TO CHG-CNT
               DISPLAY "QUSWINV : " MAC-ID " " SW-COMP " ["
                       SW-VERSION(1:30) "] -> [" W-VERSION(1:30) "]"
           END-IF.
           MOVE SW-VERSION      TO SW-PREV-VERSION.
           MOVE SW-CAP-DATE     TO SW-PREV-DATE.
           MOVE MAC-ID(5:3)     TO SW-MACTY.
           MOVE W-VERSION       TO SW-VERSION.
           MOVE TODAY-DATE      TO SW-CAP-DATE.
           MOVE NOW-TIME(1:6)   TO SW-CAP-TIME.
           REWRITE SW-REC.
