
       77  ws-close-answer             PIC X(8).
       77  ws-close-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-period                   PIC 9(6).
       77  ws-close-days               PIC 9(9) COMP.
       77  ws-order-days               PIC 9(9) COMP.
                                         WITH NO ADVANCING
           ACCEPT ws-close-answer
           IF ws-close-answer = SPACES
               MOVE SPACES TO ws-bdt-request
               CALL business-date USING ws-bdt-request
                                        ws-close-date
               END-CALL
           ELSE
               INSPECT ws-close-answer REPLACING ALL " " BY "0"
               MOVE ws-close-answer TO ws-close-date
