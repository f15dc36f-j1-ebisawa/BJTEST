           88  typ-opened              value "Y".
       01  permit-cap              pic x(12).
       01  permit-allowed          pic x(1).
       01  aud-action              pic x(3).
       01  audit-obj               pic x(60).
       01  audit-old               pic x(80).
       01  audit-new               pic x(80).
       01  moved-disp              pic z(4)9.
       screen section.
       01  record-screen.
           03  screen-head.
               end-read
             when save-mac-selected
               perform open-mac
               perform audit-mac-old
               rewrite MAC-IDR
                   invalid move "rewrite failed" to result-msg
                   not invalid move "machine saved" to result-msg
                               move "UPD" to aud-action
                               perform audit-mac-put
               end-rewrite
             when delete-mac-selected
               perform confirm-op
               if kakunin = "Y"
                   perform open-mac
                   perform audit-mac-old
                   delete MAC-IDF record
                       invalid move "delete failed" to result-msg
                       not invalid move "machine deleted"
                                     to result-msg
                                   move "DEL" to aud-action
                                   perform audit-mac-put
                   end-delete
               end-if
             when next-type-selected
               if kakunin = "Y"
                   perform open-typ
                   move macty-from to MACTY-ID
                   move space to audit-old audit-new
                   read MAC-TYF
                       invalid continue
                       not invalid
                           move MACTY-UNAME of MAC-TYR to audit-old
                   end-read
                   move macty-from to MACTY-ID
                   delete MAC-TYF record
                       invalid move "delete failed" to result-msg
                       not invalid move "type deleted" to result-msg
                                   move MACTY-ID to audit-obj
                                   call "QUAUDIT" using "QUMACMNT"
                                        "DEL" audit-obj audit-old
                                        audit-new
                   end-delete
               end-if
             when merge-type-selected
                        invalid rewrite MAC-IDR
                    end-write
                    add 1 to moved-cnt
                    move save-mac-rec(1:7) to audit-obj audit-old
                    move MAC-ID to audit-new
                    call "QUAUDIT" using "QUMACMNT" "MRG" audit-obj
                                         audit-old audit-new
                    exit perform
                 end-if
              end-perform
           string "merged - machines re-pointed: " delimited size
                  moved-cnt                        delimited size
                  into result-msg.
           move moved-cnt to moved-disp.
           move macty-from to audit-obj audit-old.
           move space to audit-new.
           string macty-to                     delimited size
                  " machines re-pointed "      delimited size
                  moved-disp                   delimited size
                  into audit-new.
           call "QUAUDIT" using "QUMACMNT" "MRG" audit-obj
                                audit-old audit-new.
      *    the stored row before a save or delete, for the QUAUDIT
      *    trail; the screen's values are put back afterwards
       audit-mac-old.
           move MAC-IDR to save-mac-rec.
           move space to audit-old.
           read MAC-IDF
               invalid continue
               not invalid
                   string MAC-NAME       delimited space
                          ";"            delimited size
                          MAC-IP         delimited space
                          ";"            delimited size
                          MAC-RETIRED-SW delimited size
                          into audit-old
           end-read.
           move save-mac-rec to MAC-IDR.
       audit-mac-put.
           move MAC-ID to audit-obj.
           move space to audit-new.
           if aud-action not = "DEL"
               string MAC-NAME       delimited space
                      ";"            delimited size
                      MAC-IP         delimited space
                      ";"            delimited size
                      MAC-RETIRED-SW delimited size
                      into audit-new
           end-if.
           call "QUAUDIT" using "QUMACMNT" aud-action audit-obj
                                audit-old audit-new.
