       77  array-ind                   PIC 9(4) COMP.

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-today-days               PIC 9(9) COMP.
       77  ws-order-days               PIC 9(9) COMP.
       77  ws-age-days                 PIC S9(9) COMP.
           OPEN OUTPUT report-file
           MOVE 0 TO ws-grand-current ws-grand-30
                     ws-grand-60 ws-grand-90
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           COMPUTE ws-today-days =
                     FUNCTION INTEGER-OF-DATE(ws-today-date)
           PERFORM Write-Report-Headings
