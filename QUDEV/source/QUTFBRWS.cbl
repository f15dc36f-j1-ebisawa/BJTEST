      *    comment and duration are editable, and every change
      *    writes an audit line (who, when, key, old value, new
      *    value) to data\QUTFBRWS.log.  option 8 lists the
      *    testid's QUTESTH history read-only; option 9 lists the
      *    assertion details (QUTESTD) recorded under the shown
      *    generation.  edits and deletions are also entered in
      *    the verdict ledger (QULEDGER), the change feed (QUFEED)
      *    and the audit trail (QUAUDIT).  no more poking the
      *    indexed file with FTEST_GUI and a printed layout.
       environment division.
        CONFIGURATION SECTION.
       COPY "QUTESTF.sl"      replacing QU-KEY1 BY
                              == QU-KEY1 OF QUTESTF==.
       COPY "QUTESTH.sl".
       COPY "QUTESTD.sl" replacing
            ==RECORD KEY IS QD-KEY1.== BY
            ==RECORD KEY IS QD-KEY1
              FILE STATUS IS QD-STS.==.
       select AUD-F    assign to "data\QUTFBRWS.log"
           organization        line sequential
           access mode         sequential
       file section.
       COPY "QUTESTF.fd".
       COPY "QUTESTH.fd".
       COPY "QUTESTD.fd".
       fd  AUD-F.
       01  AUD-REC                 pic x(200).
       working-storage section.
       01  FILE-STS                pic x(2).
       01  AUD-STS                 pic x(2).
       01  QD-STS                  pic x(2).
       77  menu-option             pic 9(2) value 0.
           88  find-selected           value 1.
           88  next-selected           value 2.
           88  save-selected           value 5.
           88  delete-selected         value 6.
           88  hist-selected           value 8.
           88  detail-selected         value 9.
           88  end-selected            value 14.
       01  flt-mask                pic x(20).
       01  flt-mask-l              pic 9(2) value 0.
       01  aud-user                pic x(12).
       01  aud-date                pic 9(8).
       01  aud-time                pic 9(8).
       01  aud-action              pic x(3).
       01  audit-obj               pic x(60).
       01  audit-old               pic x(80).
       01  audit-new               pic x(80).
       01  old-res                 pic x(2).
       01  old-comm                pic x(40).
       01  old-dur                 pic 9(7).
       01  hist-cnt                pic 9(4).
       01  dtl-cnt                 pic 9(4).
       01  dtl-line                pic 9(2).
       01  ledger-sum              pic 9(20).
       screen section.
       01  record-screen.
           03  screen-head.
       01  menu-screen.
           03  label "1.Find 2.Next 3.Generations 4.Env-block"
                                         size 42  line 13 column 5.
           03  label "5.Save 6.Delete 8.History 9.Details 14.End"
                                         size 44  line 14 column 5.
           03  label "Option: "          size  8  line 16 column 5.
           03  entry-field               size  2  line 16 column 14
                                         using menu-option pic 99.
               perform delete-record
             when hist-selected
               perform show-history
             when detail-selected
               perform show-details
             when end-selected
               continue
           end-evaluate.
           rewrite QU-REC
               invalid move "rewrite failed" to result-msg
               not invalid
                   move "EDT" to aud-action
                   perform write-audit
                   call "QULEDGER" using "EDT" "QUTFBRWS" QU-REC
                                         ledger-sum
                   call "QUFEEDPT" using "UPD" "QUTFBRWS" QU-REC
                   move "record saved (audited)" to result-msg
           end-rewrite.
       delete-record.
               exit paragraph
           end-if.
           move "DL" to QU-RES.
           move "DEL" to aud-action.
           perform write-audit.
           delete QUTESTF record
               invalid move "delete failed" to result-msg
               not invalid
                   call "QULEDGER" using "DEL" "QUTFBRWS" QU-REC
                                         ledger-sum
                   call "QUFEEDPT" using "DEL" "QUTFBRWS" QU-REC
                   move "record deleted (audited)" to result-msg
                   move space to cur-key
           end-delete.
           accept  aud-user     from environment-value.
           accept aud-date from date yyyymmdd.
           accept aud-time from time.
           move cur-key to audit-obj.
           move space to audit-old audit-new.
           string old-res     delimited size
                  ";"         delimited size
                  old-dur     delimited size
                  ";"         delimited size
                  old-comm    delimited size
                  into audit-old.
           string QU-RES      delimited size
                  ";"         delimited size
                  QU-DURATION delimited size
                  ";"         delimited size
                  QU-COMM1    delimited size
                  into audit-new.
           call "QUAUDIT" using "QUTFBRWS" aud-action audit-obj
                                audit-old audit-new.
           open extend AUD-F.
           if AUD-STS not = "00" and AUD-STS not = "05"
               exit paragraph
           string "history records: " delimited size
                  hist-cnt            delimited size
                  into result-msg.
      *    the shown generation's assertion details, read-only
      *    console listing (the first six): check, result, expected
      *    and actual
       show-details.
           if cur-key = space
               move "find a record first" to result-msg
               exit paragraph
           end-if.
           move 0 to dtl-cnt.
           open input QUTESTD.
           if QD-STS not = "00"
               move "no assertion details" to result-msg
               exit paragraph
           end-if.
           move cur-key(1:20) to QD-TESTID.
           move cur-key(21:1) to QD-IDSEQ.
           move 0             to QD-SEQ.
           move 19 to dtl-line.
           start QUTESTD key >= QD-KEY1
               invalid move 25 to dtl-line
           end-start.
           perform until dtl-line > 24
              read QUTESTD next
                   at end exit perform
              end-read
              if QD-TESTID not = cur-key(1:20)
                 or QD-IDSEQ not = cur-key(21:1)
                 exit perform
              end-if
              add 1 to dtl-cnt
              display QD-SEQ " " QD-RES " " QD-CHECK(1:20)
                      " exp:" QD-EXPECTED(1:16)
                      " act:" QD-ACTUAL(1:16)
                      line dtl-line column 1
              add 1 to dtl-line
           end-perform.
           close QUTESTD.
           move space to result-msg.
           string "assertion details shown: " delimited size
                  dtl-cnt               delimited size
                  into result-msg.
       confirm-op.
           display "sure? (Y/N)" line 20 column 5.
           move space to kakunin.
