      *    On-account receipts (order number zero) have no order
      *    date and stay out of the score; custaloc.cbl allocations
      *    count from the day the cash was applied, which is what
      *    collections actually experienced. A check the bank
      *    returned (flagged reversed by custnsf.cbl) was never
      *    really paid and is not scored either. Balances written
      *    off by custwoff.cbl are kept on custwoff.ism, never on
      *    custpay.ism, so a write-off is not mistaken here for a
      *    payment.
      *
      *    Every customer's score - payments scored and total days
      *    to pay - is also kept on custdtp.ism, rebuilt in full each
      *    run, so custcfor.cbl can forecast when open orders will be
      *    paid from the same measurement credit reviews limits on.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custhist-file-status.

           SELECT custdtp-file ASSIGN "custdtp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dtp-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custdtp-file-status.

           SELECT proposal-file ASSIGN "custcrev.dat"
           ORGANIZATION IS SEQUENTIAL.

               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
               88  pay-reversed                VALUE 1.
           03  pay-reversed-date       PIC 9(8).

       FD  custhist-file.
       01  custhist-record.
           03  hist-pay-val            PIC 9(7)V99 COMP.
           03  hist-archived-date      PIC 9(8).

       FD  custdtp-file.
       01  custdtp-record.
           03  dtp-c-code              PIC X(5).
           03  dtp-scored-count        PIC 9(5).
           03  dtp-days-total          PIC 9(9).
           03  dtp-avg-days            PIC 9(5).
           03  dtp-scored-date         PIC 9(8).

      *---------------------------------------------------------------*
      *    custload.dat's input format exactly, so the signed-off
      *    proposals feed straight into the existing custload run.
           88  payf-status-ok                   VALUE "00".
           88  payf-status-not-found            VALUE "35".

       77  ws-custdtp-file-status      PIC X(2).
           88  dtpf-status-ok                   VALUE "00".

       77  ws-scored-date              PIC 9(8).

       77  ws-custhist-file-status     PIC X(2).
           88  histf-status-ok                  VALUE "00".
           88  histf-status-not-found           VALUE "35".
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT custhist-file
           OPEN OUTPUT custdtp-file
           ACCEPT ws-scored-date FROM DATE YYYYMMDD
           OPEN OUTPUT proposal-file
           OPEN OUTPUT report-file
           WRITE report-line FROM hdg-line-1
       Review-Customer SECTION.

           PERFORM Score-Payment-History
           IF ws-scored-count > 0
               COMPUTE ws-avg-days = ws-days-total / ws-scored-count
               PERFORM Store-Days-To-Pay
           END-IF
           IF ws-scored-count >= min-scored-payments
               EVALUATE TRUE
                   WHEN ws-avg-days <= prompt-days
                       PERFORM Propose-Increase
               SET ws-pay-eof TO TRUE
           END-IF
           IF NOT ws-pay-eof AND pay-ord-no NOT = ZERO
                             AND NOT pay-reversed
               PERFORM Find-Order-Date
               IF ws-ord-found
                   COMPUTE ws-ord-days =
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Store-Days-To-Pay SECTION.

           MOVE file-c-code     TO dtp-c-code
           MOVE ws-scored-count TO dtp-scored-count
           MOVE ws-days-total   TO dtp-days-total
           MOVE ws-avg-days     TO dtp-avg-days
           MOVE ws-scored-date  TO dtp-scored-date
           WRITE custdtp-record.

      *---------------------------------------------------------------*

       Propose-Increase SECTION.
           IF NOT histf-status-not-found
               CLOSE custhist-file
           END-IF
           CLOSE custdtp-file
           CLOSE proposal-file
           CLOSE report-file
           DISPLAY "CUSTCREV: " ws-increase-count " INCREASE(S), "
