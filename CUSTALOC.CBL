      *    custrcpt.cbl - this job rewrites cust.ism; a customer
      *    record locked by a screen session is skipped and left
      *    for the next run rather than half-applied.
      *
      *    Applications are dated the business date (custbdat.cbl).
      *    When that date falls in an accounting period that has
      *    been closed (custprdc.cbl) nothing is allocated - the
      *    reason prints on custaloc.lst and every balance stays on
      *    account for a run dated into an open period.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).
       77  ws-pay-key-retry            PIC 9(2) COMP.

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).
       77  ws-order-bal                PIC S9(7)V99.
       77  ws-apply-amount             PIC 9(7)V99.
       77  ws-remaining                PIC 9(9)V99.
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           CALL period-check USING ws-today-date
                                   ws-prd-period
                                   ws-prd-ok-flg
                                   ws-prd-msg
           END-CALL
           IF ws-prd-ok
               PERFORM Read-On-Account-Record
           ELSE
               MOVE SPACES     TO report-line
               MOVE ws-prd-msg TO report-line
               WRITE report-line
               DISPLAY "CUSTALOC: " ws-prd-msg " - NOTHING ALLOCATED"
               SET ws-eof TO TRUE
           END-IF.

      *---------------------------------------------------------------*

           ACCEPT pay-time FROM TIME
           MOVE ws-apply-amount TO pay-amount
           MOVE "ON-ACCT ALLOC"  TO pay-reference
           MOVE 0 TO pay-reversed-flg
                     pay-reversed-date
           MOVE 0 TO ws-pay-key-retry
           WRITE custpay-record
               INVALID KEY
