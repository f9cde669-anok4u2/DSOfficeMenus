      *    corrupt the count of real orders, the exact disease the
      *    widened money fields cured); collections quote it off the
      *    register and this file.
      *
      *    Charges are dated the business date (custbdat.cbl). When
      *    that date falls in an accounting period the accountants
      *    have closed (custprdc.cbl) nothing is charged: the
      *    register carries the reason in place of the charges, and
      *    the run is repeated once the right period is open.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77  ws-fin-rate                 PIC 9(2)V99.

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-period                   PIC 9(6).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).
       77  ws-today-days               PIC 9(9) COMP.
       77  ws-order-days               PIC 9(9) COMP.
       77  ws-age-days                 PIC S9(9) COMP.
           PERFORM Read-Control-Values
           PERFORM Open-Custfchg-File
           OPEN OUTPUT report-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           MOVE ws-today-date(1:6) TO ws-period
           COMPUTE ws-today-days =
                     FUNCTION INTEGER-OF-DATE(ws-today-date)
           WRITE report-line FROM prm-line
           MOVE SPACES TO report-line
           WRITE report-line
           CALL period-check USING ws-today-date
                                   ws-prd-period
                                   ws-prd-ok-flg
                                   ws-prd-msg
           END-CALL
           EVALUATE TRUE
               WHEN ws-fin-rate = 0
                   DISPLAY "CUSTFCHG: FINANCE RATE IS ZERO - SET IT "
                           "THROUGH custdunm FIRST; NOTHING CHARGED"
                   SET ws-eof TO TRUE
               WHEN NOT ws-prd-ok
                   MOVE SPACES     TO report-line
                   MOVE ws-prd-msg TO report-line
                   WRITE report-line
                   DISPLAY "CUSTFCHG: " ws-prd-msg " - NOTHING CHARGED"
                   SET ws-eof TO TRUE
               WHEN OTHER
                   PERFORM Read-Customer-Record
           END-EVALUATE.

      *---------------------------------------------------------------*

