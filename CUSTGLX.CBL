      *    stamp; GL must echo that stamp in custglx.ack so custglxa
      *    can tell this extract's acknowledgement from a stale one.
      *
      *    The order value includes the sales tax charged on the
      *    order's lines, so each order line is followed by one TAX
      *    line per rate code taxed on it (from custordt.ism) - net
      *    value and tax - for GL to post the tax liability apart
      *    from the sales. TAX lines count in the pending line count
      *    and their tax in the pending total.
      *
      *    Credit notes raised by custretn.cbl since the last cut-off
      *    follow the order lines as CRN lines, a transaction type of
      *    their own, so the ledger posts the credit itself rather
      *    than having it journalled by hand. The order they credit
      *    is re-extracted as well (custretn.cbl stamps the customer
      *    changed), already showing the reduced order value. CRN
      *    lines count in the pending line count and their credit
      *    amounts in the pending total, like any other detail line.
      *    A CRN line also carries the tax code and the tax part of
      *    the credit.
      *
      *    Write-offs made by custwoff.cbl since the cut-off follow as
      *    WOF lines, for GL to post as bad-debt expense - a
      *    write-off settles the order through file-pay-val but is
      *    not cash, so it never reaches custglxc.cbl's cash extract.
      *    They count in the pending line count and total the same
      *    way as CRN lines. Both are selected on the clock stamp
      *    they were entered at (ret-entered, woff-entered), the same
      *    clock the cut-off is taken from, not on the business date
      *    they post under - a step resumed after midnight would
      *    otherwise stamp yesterday's business date behind a cut-off
      *    already taken, and the posting would never travel.
      *
      *    Values on file are in each customer's own currency, so
      *    every line carries, after the original 90 columns, the
      *    currency code, the custfx.cbl exchange rate and the home-
      *    currency equivalent of each amount on it - orders and
      *    their tax at the rate in force on the order date, credit
      *    notes on the credit date, write-offs on the write-off
      *    date - for GL to post in home currency while the sub-
      *    ledger stays in the customer's. A home customer's lines
      *    show the home code at a rate of 1. An export customer
      *    with no rate in force on the day goes out with a zero rate
      *    and zero home values and is counted on the run's closing
      *    message, for the rate to be keyed and the line journalled.
      *    The pending line count and total custglxa.cbl reconciles
      *    are still taken on the amounts as held.
      *
      *    CONVERSION NOTE: the control record grew pending-extract
      *    fields when the custglxa acknowledgement step was added.
      *    A custglx.ism written by the earlier version has the old,
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-ctl-file-status.

           SELECT custretn-file ASSIGN "custretn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ret-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custretn-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordt-file-status.

           SELECT custwoff-file ASSIGN "custwoff.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woff-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custwoff-file-status.

           SELECT extract-file ASSIGN "custglx.dat"
           ORGANIZATION IS SEQUENTIAL.

           03  custglx-ctl-pend-flg        PIC 9.
               88  custglx-extract-pending         VALUE 1.

       FD  custretn-file.
       01  custretn-record.
           03  ret-key.
               05  ret-c-code          PIC X(5).
               05  ret-ord-no          PIC 9(6).
               05  ret-line-no         PIC 9(3).
               05  ret-credit-no       PIC 9(6).
           03  ret-prod-code           PIC X(8).
           03  ret-qty                 PIC 9(5).
           03  ret-unit-price          PIC 9(5)V99 COMP.
           03  ret-amount              PIC 9(7)V99 COMP.
           03  ret-reason              PIC X(2).
           03  ret-created.
               05  ret-created-date    PIC 9(8).
               05  ret-created-time    PIC 9(8).
           03  ret-tax-code            PIC X(1).
           03  ret-tax-amount          PIC 9(7)V99 COMP.
           03  ret-entered.
               05  ret-entered-date    PIC 9(8).
               05  ret-entered-time    PIC 9(8).

       FD  custordt-file.
       01  custordt-record.
           03  odt-key.
               05  odt-c-code          PIC X(5).
               05  odt-ord-no          PIC 9(6).
               05  odt-line-no         PIC 9(3).
           03  odt-rate-code           PIC X(1).
           03  odt-rate                PIC 9(2)V99.
           03  odt-net-amount          PIC 9(7)V99 COMP.
           03  odt-tax-amount          PIC 9(7)V99 COMP.
           03  odt-tax-date            PIC 9(8).
           03  odt-cancelled-date      PIC 9(8).

       FD  custwoff-file.
       01  custwoff-record.
           03  woff-key.
               05  woff-c-code         PIC X(5).
               05  woff-ord-no         PIC 9(6).
               05  woff-created.
                   07  woff-date       PIC 9(8).
                   07  woff-time       PIC 9(8).
           03  woff-amount             PIC 9(7)V99 COMP.
           03  woff-mode               PIC X(1).
           03  woff-reason             PIC X(2).
           03  woff-operator-id        PIC X(20).
           03  woff-entered.
               05  woff-entered-date   PIC 9(8).
               05  woff-entered-time   PIC 9(8).

       FD  extract-file.
       01  extract-line                PIC X(150).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-ret-eof-sw               PIC X(1) VALUE "N".
           88  ws-ret-eof                       VALUE "Y".

       77  ws-woff-eof-sw              PIC X(1) VALUE "N".
           88  ws-woff-eof                      VALUE "Y".

       77  ws-odt-eof-sw               PIC X(1).
           88  ws-odt-eof                       VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ws-credit-count             PIC 9(7) COMP VALUE 0.
       77  ws-woff-count               PIC 9(7) COMP VALUE 0.
       77  ws-tax-line-count           PIC 9(7) COMP VALUE 0.
       77  ws-extract-count            PIC 9(7) COMP VALUE 0.
       77  ws-customer-count           PIC 9(7) COMP VALUE 0.
       77  ws-extract-total            PIC 9(12)V99 VALUE 0.
       77  ws-no-rate-count            PIC 9(7) COMP VALUE 0.

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-c-code                PIC X(5).
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       01  ws-run-stamp.
           03  ws-run-stamp-date       PIC 9(8).
           03  ws-run-stamp-time       PIC 9(8).

       77  ws-business-date            PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-ctl-file-status          PIC X(2).
           88  ctl-status-ok                    VALUE "00".
           88  ctl-status-not-found             VALUE "35".

       77  ws-custretn-file-status     PIC X(2).
           88  retf-status-ok                   VALUE "00".
           88  retf-status-not-found            VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

      *---------------------------------------------------------------*
      *    One order's tax, one entry per rate code and rate met on
      *    its lines - the same analysis custinv.cbl prints on the
      *    invoice.
      *---------------------------------------------------------------*
       78  max-tax-codes                    VALUE 10.
       77  tax-ind                     PIC 9(4) COMP.
       77  tax-scan-ind                PIC 9(4) COMP.
       77  ws-tax-code-count           PIC 9(4) COMP.
       01  ws-tax-analysis.
           03  ws-tax-entry OCCURS max-tax-codes.
               05  ws-tax-rate-code        PIC X(1).
               05  ws-tax-rate             PIC 9(2)V99.
               05  ws-tax-net              PIC 9(8)V99.
               05  ws-tax-amount           PIC 9(8)V99.

       77  ws-custwoff-file-status     PIC X(2).
           88  wofff-status-ok                  VALUE "00".
           88  wofff-status-not-found           VALUE "35".

      *---------------------------------------------------------------*
      *    Header line written as the first record of custglx.dat -
      *    the run stamp GL echoes back in custglx.ack. The stamp is
      *    the clock's, because it becomes the next run's cut-off
      *    against clock stamps on file; the business date the run
      *    posts under follows it separately for GL. Detail lines
      *    (and the pend-count reconciled against the ack) start
      *    after it.
      *---------------------------------------------------------------*
           03  hdr-run-date            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  hdr-run-time            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  hdr-business-date       PIC 9(8).
           03  FILLER                  PIC X(120) VALUE SPACES.

       01  ws-extract-detail.
           03  ext-c-code              PIC X(5).
           03  ext-pay-val             PIC ZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-ord-bal             PIC -ZZZZZZZ9.99.
           03  FILLER                  PIC X(32) VALUE SPACES.
           03  ext-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-fx-rate             PIC ZZZ9.999999.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-home-ord-val        PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-home-pay-val        PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-home-ord-bal        PIC -ZZZZZZZZ9.99.
           03  FILLER                  PIC X(5)  VALUE SPACES.

      *---------------------------------------------------------------*
      *    Credit note line - tagged CRN in the first four columns the
      *    way the header is tagged HDR, so GL can tell it from an
      *    order line (which always starts with a customer code).
      *---------------------------------------------------------------*
       01  ws-extract-credit.
           03  FILLER                  PIC X(4)  VALUE "CRN ".
           03  crn-c-code              PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-line-no             PIC 9(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-credit-no           PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-credit-date         PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-amount              PIC ZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-reason              PIC X(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-tax-code            PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-tax-amount          PIC ZZZZZZZ9.99.
           03  FILLER                  PIC X(25) VALUE SPACES.
           03  crn-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-fx-rate             PIC ZZZ9.999999.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-home-amount         PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  crn-home-tax-amount     PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(19) VALUE SPACES.

      *---------------------------------------------------------------*
      *    Tax line - the tax within the order line it follows, one
      *    per rate code. E (exempt) and Z (zero rated) lines carry
      *    their net value at nil tax, for the tax return's totals.
      *---------------------------------------------------------------*
       01  ws-extract-tax.
           03  FILLER                  PIC X(4)  VALUE "TAX ".
           03  tax-c-code              PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-rate-code           PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-rate                PIC Z9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-net                 PIC ZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-amount              PIC ZZZZZZZ9.99.
           03  FILLER                  PIC X(42) VALUE SPACES.
           03  tax-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-fx-rate             PIC ZZZ9.999999.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-home-net            PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-home-amount         PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(19) VALUE SPACES.

      *---------------------------------------------------------------*
      *    Write-off line - bad-debt expense, tagged WOF. The mode is
      *    A (automatic small balance) or T (approved transaction).
      *---------------------------------------------------------------*
       01  ws-extract-woff.
           03  FILLER                  PIC X(4)  VALUE "WOF ".
           03  wof-c-code              PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-date                PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-amount              PIC ZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-mode                PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-reason              PIC X(2).
           03  FILLER                  PIC X(48) VALUE SPACES.
           03  wof-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-fx-rate             PIC ZZZ9.999999.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  wof-home-amount         PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.


           PERFORM Program-Initialize
           PERFORM Process-Customer UNTIL ws-eof
           PERFORM Extract-Credit-Notes
           PERFORM Extract-Write-Offs
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
               STOP RUN
           END-IF
           OPEN INPUT  customer-file
           OPEN INPUT  custordt-file
           OPEN OUTPUT extract-file
           ACCEPT ws-run-stamp-date FROM DATE YYYYMMDD
           ACCEPT ws-run-stamp-time FROM TIME
           MOVE ws-run-stamp-date TO hdr-run-date
           MOVE ws-run-stamp-time TO hdr-run-time
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-business-date
           END-CALL
           MOVE ws-business-date  TO hdr-business-date
           WRITE extract-line FROM ws-extract-header
           PERFORM Read-Customer-Record.

           MOVE file-pay-val(array-ind)  TO ext-pay-val
           COMPUTE ext-ord-bal =
                 file-ord-val(array-ind) - file-pay-val(array-ind)
           MOVE file-c-code              TO ws-fx-c-code
           MOVE file-ord-date(array-ind) TO ws-fx-date
           PERFORM Look-Up-Exchange-Rate
           MOVE ws-fx-currency  TO ext-currency
           MOVE ws-fx-rate      TO ext-fx-rate
           COMPUTE ext-home-ord-val ROUNDED =
                   file-ord-val(array-ind) * ws-fx-rate
           COMPUTE ext-home-pay-val ROUNDED =
                   file-pay-val(array-ind) * ws-fx-rate
           COMPUTE ext-home-ord-bal ROUNDED =
                 (file-ord-val(array-ind) - file-pay-val(array-ind))
                                                  * ws-fx-rate
           WRITE extract-line FROM ws-extract-detail
           ADD 1 TO ws-extract-count
           ADD file-ord-val(array-ind) TO ws-extract-total
           IF NOT odtf-status-not-found
               PERFORM Extract-Order-Tax
           END-IF.

      *---------------------------------------------------------------*
      *    The order's custordt.ism records are one START/READ NEXT
      *    range on the customer and order part of the key. An order
      *    taken before tax was in use has none and gets no TAX line.
      *    A line custcanc.cbl cancelled keeps its record, flagged
      *    with the cancellation date, and is passed over - its tax
      *    came off the order value with it.
      *---------------------------------------------------------------*

       Extract-Order-Tax SECTION.

           MOVE 0 TO ws-tax-code-count
           INITIALIZE ws-tax-analysis
           MOVE "N" TO ws-odt-eof-sw
           MOVE file-c-code            TO odt-c-code
           MOVE file-ord-no(array-ind) TO odt-ord-no
           MOVE 0                      TO odt-line-no
           START custordt-file KEY IS NOT LESS THAN odt-key
               INVALID KEY
                   SET ws-odt-eof TO TRUE
           END-START
           PERFORM Add-Line-Tax UNTIL ws-odt-eof
           PERFORM VARYING tax-ind FROM 1 BY 1
                              UNTIL tax-ind > ws-tax-code-count
               PERFORM Write-Tax-Line
           END-PERFORM.

      *---------------------------------------------------------------*

       Add-Line-Tax SECTION.

           READ custordt-file NEXT RECORD
               AT END
                   SET ws-odt-eof TO TRUE
           END-READ
           IF NOT ws-odt-eof
              AND (odt-c-code NOT = file-c-code
                   OR odt-ord-no NOT = file-ord-no(array-ind))
               SET ws-odt-eof TO TRUE
           END-IF
           IF NOT ws-odt-eof AND odt-cancelled-date = 0
               MOVE 0 TO tax-ind
               PERFORM VARYING tax-scan-ind FROM 1 BY 1
                                  UNTIL tax-scan-ind > ws-tax-code-count
                   IF ws-tax-rate-code(tax-scan-ind) = odt-rate-code
                      AND ws-tax-rate(tax-scan-ind) = odt-rate
                       MOVE tax-scan-ind TO tax-ind
                   END-IF
               END-PERFORM
               IF tax-ind = 0 AND ws-tax-code-count < max-tax-codes
                   ADD 1 TO ws-tax-code-count
                   MOVE ws-tax-code-count TO tax-ind
                   MOVE odt-rate-code TO ws-tax-rate-code(tax-ind)
                   MOVE odt-rate      TO ws-tax-rate(tax-ind)
               END-IF
               IF tax-ind NOT = 0
                   ADD odt-net-amount TO ws-tax-net(tax-ind)
                   ADD odt-tax-amount TO ws-tax-amount(tax-ind)
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Write-Tax-Line SECTION.

           MOVE file-c-code               TO tax-c-code
           MOVE file-ord-no(array-ind)    TO tax-ord-no
           MOVE ws-tax-rate-code(tax-ind) TO tax-rate-code
           MOVE ws-tax-rate(tax-ind)      TO tax-rate
           MOVE ws-tax-net(tax-ind)       TO tax-net
           MOVE ws-tax-amount(tax-ind)    TO tax-amount
           MOVE ws-fx-currency            TO tax-currency
           MOVE ws-fx-rate                TO tax-fx-rate
           COMPUTE tax-home-net ROUNDED =
                   ws-tax-net(tax-ind) * ws-fx-rate
           COMPUTE tax-home-amount ROUNDED =
                   ws-tax-amount(tax-ind) * ws-fx-rate
           WRITE extract-line FROM ws-extract-tax
           ADD 1 TO ws-extract-count
           ADD 1 TO ws-tax-line-count
           ADD ws-tax-amount(tax-ind) TO ws-extract-total.

      *---------------------------------------------------------------*
      *    Every credit note raised from the acknowledged cut-off up
      *    to this run's own start - the same window the next run
      *    begins from once custglxa.cbl moves the cut-off on, so a
      *    credit note is sent exactly once per acknowledged cycle.
      *    No custretn.ism on disk means no returns have been taken.
      *---------------------------------------------------------------*

       Extract-Credit-Notes SECTION.

           OPEN INPUT custretn-file
           IF NOT retf-status-not-found
               PERFORM Read-Credit-Record
               PERFORM Process-Credit-Record UNTIL ws-ret-eof
               CLOSE custretn-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Credit-Record SECTION.

           READ custretn-file NEXT RECORD
               AT END
                   SET ws-ret-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Process-Credit-Record SECTION.

           IF ret-entered NOT < custglx-ctl-last-run
              AND ret-entered < ws-run-stamp
               MOVE ret-c-code       TO crn-c-code
               MOVE ret-ord-no       TO crn-ord-no
               MOVE ret-line-no      TO crn-line-no
               MOVE ret-credit-no    TO crn-credit-no
               MOVE ret-created-date TO crn-credit-date
               MOVE ret-amount       TO crn-amount
               MOVE ret-reason       TO crn-reason
               MOVE ret-tax-code     TO crn-tax-code
               MOVE ret-tax-amount   TO crn-tax-amount
               MOVE ret-c-code       TO ws-fx-c-code
               MOVE ret-created-date TO ws-fx-date
               PERFORM Look-Up-Exchange-Rate
               MOVE ws-fx-currency   TO crn-currency
               MOVE ws-fx-rate       TO crn-fx-rate
               COMPUTE crn-home-amount ROUNDED =
                       ret-amount * ws-fx-rate
               COMPUTE crn-home-tax-amount ROUNDED =
                       ret-tax-amount * ws-fx-rate
               WRITE extract-line FROM ws-extract-credit
               ADD 1 TO ws-extract-count
               ADD 1 TO ws-credit-count
               ADD ret-amount TO ws-extract-total
           END-IF
           PERFORM Read-Credit-Record.

      *---------------------------------------------------------------*
      *    Same window as the credit notes. No custwoff.ism on disk
      *    means nothing has ever been written off.
      *---------------------------------------------------------------*

       Extract-Write-Offs SECTION.

           OPEN INPUT custwoff-file
           IF NOT wofff-status-not-found
               PERFORM Read-Write-Off-Record
               PERFORM Process-Write-Off-Record UNTIL ws-woff-eof
               CLOSE custwoff-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Write-Off-Record SECTION.

           READ custwoff-file NEXT RECORD
               AT END
                   SET ws-woff-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Process-Write-Off-Record SECTION.

           IF woff-entered NOT < custglx-ctl-last-run
              AND woff-entered < ws-run-stamp
               MOVE woff-c-code      TO wof-c-code
               MOVE woff-ord-no      TO wof-ord-no
               MOVE woff-date        TO wof-date
               MOVE woff-amount      TO wof-amount
               MOVE woff-mode        TO wof-mode
               MOVE woff-reason      TO wof-reason
               MOVE woff-c-code      TO ws-fx-c-code
               MOVE woff-date        TO ws-fx-date
               PERFORM Look-Up-Exchange-Rate
               MOVE ws-fx-currency   TO wof-currency
               MOVE ws-fx-rate       TO wof-fx-rate
               COMPUTE wof-home-amount ROUNDED =
                       woff-amount * ws-fx-rate
               WRITE extract-line FROM ws-extract-woff
               ADD 1 TO ws-extract-count
               ADD 1 TO ws-woff-count
               ADD woff-amount TO ws-extract-total
           END-IF
           PERFORM Read-Write-Off-Record.

      *---------------------------------------------------------------*
      *    The order's TAX lines reuse the rate its order line looked
      *    up, so the two always convert alike.
      *---------------------------------------------------------------*

       Look-Up-Exchange-Rate SECTION.

           CALL currency-resolver USING ws-fx-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF NOT ws-fx-ok
               ADD 1 TO ws-no-rate-count
           END-IF.

      *---------------------------------------------------------------*
      *    This run's own start time (not the latest file-last-changed
               END-WRITE
           END-REWRITE
           CLOSE customer-file
           IF NOT odtf-status-not-found
               CLOSE custordt-file
           END-IF
           CLOSE custglx-ctl-file
           CLOSE extract-file
           DISPLAY "CUSTGLX: " ws-customer-count " CUSTOMER(S), "
                   ws-extract-count " LINE(S) WRITTEN TO "
                   "custglx.dat, " ws-credit-count " CREDIT NOTE(S), "
                   ws-tax-line-count " TAX LINE(S), "
                   ws-woff-count " WRITE-OFF(S)"
           IF ws-no-rate-count > 0
               DISPLAY "CUSTGLX: " ws-no-rate-count " LINE(S) WITH "
                       "NO EXCHANGE RATE IN FORCE - HOME VALUES ZERO"
           END-IF
           STOP RUN.
