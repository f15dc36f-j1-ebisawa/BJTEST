      *    QUMACMNT screen style: a QU-TESTID stops being just a
      *    20-byte key the moment it gets a description, an owning
      *    team, a severity class (1 = wake someone, 9 = cosmetic)
      *    and an active/retired flag here, plus up to four measured-
      *    value bands (metric name, low, high) that QUMETRPT checks
      *    the QUMETPUT samples against.  QUREPORT, QUREGRES, QUHTML
      *    and QUALERT join against this file.
       environment division.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
       01  kakunin                 pic x.
       01  mast-opened-sw          pic x value "N".
           88  mast-opened             value "Y".
       01  save-qm-rec             pic x(304).
       01  aud-action              pic x(3).
       01  audit-obj               pic x(60).
       01  audit-old               pic x(80).
       01  audit-new               pic x(80).
       screen section.
       01  record-screen.
           03  screen-head.
               05  label "ACTIVE(Y/N): " size 13  line 7  column 5.
               05  entry-field           size  1  line 7  column 20
                                         using QM-ACTIVE-SW pic x.
           03  band-part.
               05  label "METRIC"        size  6  line 8  column 20.
               05  label "LOW"           size  3  line 8  column 38.
               05  label "HIGH"          size  4  line 8  column 58.
               05  label "BAND 1: "      size  8  line 9  column 5.
               05  entry-field           size 16  line 9  column 20
                                 using QM-MET-NAME(1) pic x(16).
               05  entry-field           size 18  line 9  column 38
                                 using QM-MET-LOW(1) pic -(11)9.9(4).
               05  entry-field           size 18  line 9  column 58
                                 using QM-MET-HIGH(1) pic -(11)9.9(4).
               05  label "BAND 2: "      size  8  line 10 column 5.
               05  entry-field           size 16  line 10 column 20
                                 using QM-MET-NAME(2) pic x(16).
               05  entry-field           size 18  line 10 column 38
                                 using QM-MET-LOW(2) pic -(11)9.9(4).
               05  entry-field           size 18  line 10 column 58
                                 using QM-MET-HIGH(2) pic -(11)9.9(4).
               05  label "BAND 3: "      size  8  line 11 column 5.
               05  entry-field           size 16  line 11 column 20
                                 using QM-MET-NAME(3) pic x(16).
               05  entry-field           size 18  line 11 column 38
                                 using QM-MET-LOW(3) pic -(11)9.9(4).
               05  entry-field           size 18  line 11 column 58
                                 using QM-MET-HIGH(3) pic -(11)9.9(4).
               05  label "BAND 4: "      size  8  line 12 column 5.
               05  entry-field           size 16  line 12 column 20
                                 using QM-MET-NAME(4) pic x(16).
               05  entry-field           size 18  line 12 column 38
                                 using QM-MET-LOW(4) pic -(11)9.9(4).
               05  entry-field           size 18  line 12 column 58
                                 using QM-MET-HIGH(4) pic -(11)9.9(4).
       01  menu-screen.
           03  label "OPTIONS"           size 12  line 14 column 2.
           03  label "1. Next testid"    size 15  line 15 column 5.
           03  label "2. Read testid"    size 15  line 16 column 5.
           03  label "3. Save testid"    size 15  line 17 column 5.
           03  label "4. Delete testid"  size 17  line 18 column 5.
           03  label "14. End"           size 10  line 19 column 5.
           03  label "Option: "          size  8  line 20 column 5.
           03  entry-field               size  2  line 20 column 14
                                         using menu-option pic 99.
       01  message-screen.
           03  label "Result: "          size  8  line 22 column 5.
           03  entry-field               size 60  line 22 column 14
                                         from result-msg pic x(60).
       procedure division.
       main-logic.
           perform layout-check.
           display record-screen.
           display menu-screen.
           perform get-option with test after until end-selected.
               if QM-ACTIVE-SW = space
                   move "Y" to QM-ACTIVE-SW
               end-if
               perform audit-old-image
               write QM-REC
                   invalid rewrite QM-REC
                       invalid move "save failed" to result-msg
                       not invalid move "testid updated"
                                     to result-msg
                                   move "UPD" to aud-action
                                   perform audit-put
                   end-rewrite
                   not invalid move "testid added" to result-msg
                               move "ADD" to aud-action
                               perform audit-put
               end-write
             when delete-selected
               perform confirm-op
               if kakunin = "Y"
                   perform open-mast
                   perform audit-old-image
                   delete QUTESTM record
                       invalid move "delete failed" to result-msg
                       not invalid move "testid deleted"
                                     to result-msg
                                   move "DEL" to aud-action
                                   perform audit-put
                   end-delete
               end-if
             when end-selected
           end-evaluate.
           display record-screen.
           display message-screen.
      *    a testid master still in the old record layout will not
      *    open under the extended record (status 39) - say so and
      *    leave rather than let every option fail on it
      *    (QU_REPRO with QUREPRO_LAYOUT=QUTESTM converts it)
       layout-check.
           open input QUTESTM.
           if QM-STS = "39"
               move "old QUTESTM layout - convert it with QU_REPRO"
                 to result-msg
               display message-screen
               display "press ENTER" line 24 column 5
               accept kakunin line 24 column 20
               move -1 to return-code
               goback
           end-if.
           if QM-STS = "00" or QM-STS = "05"
               close QUTESTM
           end-if.
      *    first save of the day creates the file
       open-mast.
           if not mast-opened
               set mast-opened to true
           end-if.
       confirm-op.
           display "sure? (Y/N)" line 24 column 5.
           move space to kakunin.
           accept kakunin line 24 column 20.
           call "CBL_TOUPPER" using kakunin value 1.
      *    the stored row before a save or delete, for the QUAUDIT
      *    trail; the screen's values are put back afterwards
       audit-old-image.
           move QM-REC to save-qm-rec.
           move space to audit-old.
           read QUTESTM
               invalid continue
               not invalid
                   string QM-OWNER     delimited space
                          ";"          delimited size
                          QM-SEV       delimited size
                          ";"          delimited size
                          QM-ACTIVE-SW delimited size
                          ";"          delimited size
                          QM-DESC      delimited size
                          into audit-old
           end-read.
           move save-qm-rec to QM-REC.
       audit-put.
           move QM-TESTID to audit-obj.
           move space to audit-new.
           if aud-action not = "DEL"
               string QM-OWNER     delimited space
                      ";"          delimited size
                      QM-SEV       delimited size
                      ";"          delimited size
                      QM-ACTIVE-SW delimited size
                      ";"          delimited size
                      QM-DESC      delimited size
                      into audit-new
           end-if.
           call "QUAUDIT" using "QUTESTMM" aud-action audit-obj
                                audit-old audit-new.
