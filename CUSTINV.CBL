      *    code runs every open order instead (open meaning its
      *    custstat.ism status isn't shipped... every order not yet
      *    settled is billed, the same no-record-counts-as-open rule
      *    custopen.cbl applies). An order custcanc.cbl has cancelled
      *    (status X) is never invoiced, asked for by number or not.
      *    Each invoice starts on a new page
      *    of custinv.lst, like dunning.cbl's letters. Each line
      *    shows the sales tax rate code it was taxed under on
      *    custordt.ism, and a tax analysis - net value and tax per
      *    rate code - follows the lines; the order value printed
      *    below it already includes that tax. A line whose price
      *    custprc.cbl resolves, as at the order date, to the
      *    customer's contract price or to list less the customer's
      *    discount - and which was taken at that price - is marked
      *    C or D beside its unit price, so the customer can see the
      *    negotiated terms were applied.
      *
      *    Every value on the invoice is in the currency the customer
      *    is billed in - custprc.cbl priced its lines in it and its
      *    payments were received in it - and the order line names
      *    that currency, as custfx.cbl reports it for the order
      *    date, so an export customer's invoice is never read as
      *    home currency.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordl-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordt-file-status.

           SELECT custtxrt-file ASSIGN "custtxrt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS txr-rate-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtxrt-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

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

       FD  custtxrt-file.
       01  custtxrt-record.
           03  txr-rate-code           PIC X(1).
           03  txr-rate-desc           PIC X(20).
           03  txr-rate                PIC 9(2)V99.
           03  txr-changed-date        PIC 9(8).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  custpay-file.
       01  custpay-record.
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
               88  pay-reversed                VALUE 1.
           03  pay-reversed-date       PIC 9(8).

       FD  custstat-file.
       01  custstat-record.
               05  stat-ord-no         PIC 9(6).
           03  stat-ord-status        PIC X(1).
               88  stat-status-shipped         VALUE "S".
               88  stat-status-cancelled       VALUE "X".
           03  stat-changed-date       PIC 9(8).

       FD  invoice-file.
       77  ws-balance-due              PIC S9(8)V99.
       77  ws-invoice-count            PIC 9(7) COMP VALUE 0.

       78  price-resolver                   VALUE "custprc".
       77  ws-prc-c-code               PIC X(5).
       77  ws-prc-prod-code            PIC X(8).
       77  ws-prc-date                 PIC 9(8).
       77  ws-prc-unit-price           PIC 9(5)V99.
       77  ws-prc-basis                PIC X(1).
           88  ws-prc-negotiated                VALUE "C" "D".
       77  ws-price-note-sw            PIC X(1).
           88  ws-price-note-needed             VALUE "Y".

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).

      *---------------------------------------------------------------*
      *    The invoice's tax analysis, one entry per rate code met on
      *    its lines, in the order the codes are first met.
      *---------------------------------------------------------------*
       78  max-tax-codes                    VALUE 10.
       77  tax-ind                     PIC 9(4) COMP.
       77  tax-scan-ind                PIC 9(4) COMP.
       77  ws-tax-code-count           PIC 9(4) COMP.
       77  ws-tax-total                PIC 9(8)V99.
       01  ws-tax-analysis.
           03  ws-tax-entry OCCURS max-tax-codes.
               05  ws-tax-rate-code        PIC X(1).
               05  ws-tax-rate             PIC 9(2)V99.
               05  ws-tax-net              PIC 9(8)V99.
               05  ws-tax-amount           PIC 9(8)V99.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       77  ws-custtxrt-file-status     PIC X(2).
           88  txrf-status-ok                   VALUE "00".
           88  txrf-status-not-found            VALUE "35".

       77  ws-custpay-file-status      PIC X(2).
           88  payf-status-ok                   VALUE "00".
           88  payf-status-not-found            VALUE "35".
           03  inv-ord-no              PIC 9(6).
           03  FILLER                  PIC X(9)  VALUE "   DATED ".
           03  inv-ord-date            PIC 9(8).
           03  FILLER                  PIC X(12) VALUE "   CURRENCY ".
           03  inv-currency            PIC X(3).

       01  col-hdg-line.
           03  FILLER                  PIC X(5)  VALUE "LINE".
           03  FILLER                  PIC X(9)  VALUE "QUANTITY".
           03  FILLER                  PIC X(12) VALUE "UNIT PRICE".
           03  FILLER                  PIC X(12) VALUE "EXTENDED".
           03  FILLER                  PIC X(3)  VALUE "TAX".

       01  det-line.
           03  det-line-no             PIC ZZ9.
           03  det-qty                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-unit-price          PIC ZZ,ZZ9.99.
           03  det-price-basis         PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-extended            PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-tax-code            PIC X(1).

       01  price-note-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(42)
               VALUE "C = CONTRACT PRICE   D = CUSTOMER DISCOUNT".

       01  pay-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  pmt-label               PIC X(5).
           03  pmt-date                PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  pmt-reference           PIC X(15).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  pmt-amount              PIC Z,ZZZ,ZZ9.99.

       01  tax-hdg-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(25) VALUE "TAX ANALYSIS".
           03  FILLER                  PIC X(7)  VALUE "RATE %".
           03  FILLER                  PIC X(13) VALUE "    NET VALUE".
           03  FILLER                  PIC X(14) VALUE "           TAX".

       01  tax-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  tax-rate-code           PIC X(1).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tax-rate-desc           PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tax-rate                PIC Z9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tax-net                 PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tax-amount              PIC ZZ,ZZZ,ZZ9.99.

       01  amount-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  amount-label            PIC X(30).
           END-IF
           OPEN INPUT customer-file
           OPEN INPUT custordl-file
           OPEN INPUT custordt-file
           OPEN INPUT custtxrt-file
           OPEN INPUT prodmast-file
           OPEN INPUT custpay-file
           OPEN INPUT custstat-file
                       " NOT FOUND FOR CUSTOMER " ws-select-code
           ELSE
               MOVE ws-order-slot TO array-ind
               PERFORM Look-Up-Order-Status
               IF ws-order-status = "X"
                   DISPLAY "CUSTINV: ORDER " ws-select-ord-no
                           " IS CANCELLED - NO INVOICE"
               ELSE
                   PERFORM Print-Invoice
               END-IF
           END-IF.

      *---------------------------------------------------------------*
               IF file-ord-no(array-ind) NOT = ZERO
                   PERFORM Look-Up-Order-Status
                   IF ws-order-status NOT = "S"
                      AND ws-order-status NOT = "X"
                       PERFORM Print-Invoice
                   END-IF
               END-IF
           WRITE invoice-line
           MOVE file-ord-no(array-ind)   TO inv-ord-no
           MOVE file-ord-date(array-ind) TO inv-ord-date
           MOVE file-ord-date(array-ind) TO ws-fx-date
           CALL currency-resolver USING file-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           MOVE ws-fx-currency TO inv-currency
           WRITE invoice-line FROM ord-line
           MOVE SPACES TO invoice-line
           WRITE invoice-line
           WRITE invoice-line FROM col-hdg-line
           PERFORM Print-Invoice-Lines
           PERFORM Print-Tax-Analysis
           MOVE SPACES TO invoice-line
           WRITE invoice-line
           MOVE SPACES             TO amount-line
           ADD 1 TO ws-invoice-count.

      *---------------------------------------------------------------*
      *    The order's lines, priced at the unit price each line was
      *    taken at (odl-unit-price, stamped by customer.cbl and
      *    custordl.cbl) - the same START/READ NEXT range read
      *    custordp.cbl uses. The product master only supplies the
      *    description now; a code with no product record prints
      *    flagged rather than being dropped off the document.
      *---------------------------------------------------------------*

       Print-Invoice-Lines SECTION.

           MOVE 0   TO ws-invoice-total
                       ws-tax-code-count
                       ws-tax-total
           MOVE "N" TO ws-price-note-sw
           INITIALIZE ws-tax-analysis
           MOVE "N" TO ws-odl-eof-sw
           IF odlf-status-not-found
               SET ws-odl-eof TO TRUE
               END-START
           END-IF
           PERFORM Print-One-Invoice-Line UNTIL ws-odl-eof
           IF ws-price-note-needed
               WRITE invoice-line FROM price-note-line
           END-IF
           MOVE SPACES           TO amount-line
           MOVE "TOTAL OF LINES" TO amount-label
           MOVE ws-invoice-total TO amount-value
               MOVE odl-prod-code   TO det-prod-code
               MOVE prod-desc       TO det-prod-desc
               MOVE odl-qty         TO det-qty
               MOVE odl-unit-price  TO det-unit-price
               PERFORM Mark-Price-Basis
               COMPUTE ws-extended-val = odl-qty * odl-unit-price
               MOVE ws-extended-val TO det-extended
               ADD ws-extended-val  TO ws-invoice-total
               PERFORM Look-Up-Line-Tax
               WRITE invoice-line FROM det-line
           END-IF.

      *---------------------------------------------------------------*
      *    The line is re-resolved as at the order date the same way
      *    customer.cbl and custordl.cbl priced it. The stamped price
      *    is still what is charged; the mark only says which terms
      *    it came from, and is left off when the two disagree (a
      *    contract keyed after the order was taken).
      *---------------------------------------------------------------*

       Mark-Price-Basis SECTION.

           MOVE odl-c-code                TO ws-prc-c-code
           MOVE odl-prod-code             TO ws-prc-prod-code
           MOVE file-ord-date(array-ind)  TO ws-prc-date
           CALL price-resolver USING ws-prc-c-code
                                      ws-prc-prod-code
                                      ws-prc-date
                                      ws-prc-unit-price
                                      ws-prc-basis
           END-CALL
           IF ws-prc-negotiated
              AND ws-prc-unit-price = odl-unit-price
               MOVE ws-prc-basis TO det-price-basis
               SET ws-price-note-needed TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *    A line with no custordt.ism record was taken before tax
      *    was switched on and carries none.
      *---------------------------------------------------------------*

       Look-Up-Line-Tax SECTION.

           IF NOT odtf-status-not-found
               MOVE odl-key TO odt-key
               READ custordt-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE odt-rate-code TO det-tax-code
                       PERFORM Add-To-Tax-Analysis
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Add-To-Tax-Analysis SECTION.

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
           ADD odt-tax-amount TO ws-tax-total.

      *---------------------------------------------------------------*
      *    Printed only when some line carries tax information - an
      *    order taken before tax was switched on prints as before.
      *---------------------------------------------------------------*

       Print-Tax-Analysis SECTION.

           IF ws-tax-code-count > 0
               MOVE SPACES TO invoice-line
               WRITE invoice-line
               WRITE invoice-line FROM tax-hdg-line
               PERFORM VARYING tax-ind FROM 1 BY 1
                                  UNTIL tax-ind > ws-tax-code-count
                   PERFORM Print-Tax-Analysis-Line
               END-PERFORM
               MOVE SPACES       TO amount-line
               MOVE "TOTAL TAX"  TO amount-label
               MOVE ws-tax-total TO amount-value
               WRITE invoice-line FROM amount-line
           END-IF.

      *---------------------------------------------------------------*

       Print-Tax-Analysis-Line SECTION.

           MOVE SPACES TO tax-line
           MOVE ws-tax-rate-code(tax-ind) TO tax-rate-code
           EVALUATE ws-tax-rate-code(tax-ind)
               WHEN "E"
                   MOVE "EXEMPT"      TO tax-rate-desc
               WHEN "Z"
                   MOVE "ZERO RATED"  TO tax-rate-desc
               WHEN OTHER
                   MOVE SPACES        TO tax-rate-desc
           END-EVALUATE
           IF NOT txrf-status-not-found
               MOVE ws-tax-rate-code(tax-ind) TO txr-rate-code
               READ custtxrt-file
                   NOT INVALID KEY
                       MOVE txr-rate-desc TO tax-rate-desc
               END-READ
           END-IF
           MOVE ws-tax-rate(tax-ind)   TO tax-rate
           MOVE ws-tax-net(tax-ind)    TO tax-net
           MOVE ws-tax-amount(tax-ind) TO tax-amount
           WRITE invoice-line FROM tax-line.

      *---------------------------------------------------------------*

       Look-Up-Product SECTION.

           MOVE "**NOT ON FILE**" TO prod-desc
           IF NOT prodf-status-not-found
               MOVE odl-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "**NOT ON FILE**" TO prod-desc
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    Every payment custrcpt.cbl applied against this order,
      *    itemized with its date and reference so the customer can
      *    match the invoice to their own remittances. A check the
      *    bank returned stays on the list marked RTND and counts
      *    for nothing, as custnsf.cbl took it off the order.
      *---------------------------------------------------------------*

       Print-Invoice-Payments SECTION.
               MOVE pay-date      TO pmt-date
               MOVE pay-reference TO pmt-reference
               MOVE pay-amount    TO pmt-amount
               IF pay-reversed
                   MOVE "RTND "   TO pmt-label
               ELSE
                   MOVE "PAID "   TO pmt-label
                   ADD pay-amount TO ws-payments-total
               END-IF
               WRITE invoice-line FROM pay-line
           END-IF.

           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           IF NOT odtf-status-not-found
               CLOSE custordt-file
           END-IF
           IF NOT txrf-status-not-found
               CLOSE custtxrt-file
           END-IF
           IF NOT payf-status-not-found
               CLOSE custpay-file
           END-IF
