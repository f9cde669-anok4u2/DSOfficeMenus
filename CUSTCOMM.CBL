      *    commissions stop being worked out by hand off custage.lst
      *    printouts every period. An area with no custcrat.dat rate
      *    comes out at zero and flagged, not silently dropped.
      *    Balances written off by custwoff.cbl are recorded on
      *    custwoff.ism, not custpay.ism, so no commission is ever
      *    paid on a written-off debt.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
               88  pay-reversed                VALUE 1.
           03  pay-reversed-date       PIC 9(8).

       FD  customer-file.
       01  customer-record.
      *    The payment lands in the area its customer belongs to
      *    today; a payment whose customer has since been deleted is
      *    summarized under the unknown-area slot rather than lost.
      *    A check the bank returned (flagged reversed by custnsf.cbl)
      *    earns no commission.
      *---------------------------------------------------------------*

       Accumulate-Payment SECTION.

           IF pay-date >= ws-from-date AND pay-date <= ws-to-date
                             AND NOT pay-reversed
               MOVE pay-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
