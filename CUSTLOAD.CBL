                                          file-c-area
                                          ws-val-ok-flg
                                          ws-val-error-msg
                                          file-c-code
           END-CALL
           IF ws-val-ok
               ACCEPT file-last-changed-date FROM DATE YYYYMMDD
