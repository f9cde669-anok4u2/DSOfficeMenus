       77  ws-select-code              PIC X(5).
       77  ws-period-answer            PIC X(6).
       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-custfchg-file-status     PIC X(2).
           88  fchgf-status-ok                  VALUE "00".
                       " PERIOD " ws-period-answer
                       " WAS ALREADY REVERSED ON " fchg-reversed-date
           ELSE
               MOVE SPACES TO ws-bdt-request
               CALL business-date USING ws-bdt-request
                                        ws-today-date
               END-CALL
               SET fchg-reversed TO TRUE
               MOVE ws-today-date TO fchg-reversed-date
               REWRITE custfchg-record
