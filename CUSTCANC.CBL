      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcanc.

      *---------------------------------------------------------------*
      *    Order and order-line cancellation. custstat.ism only knew
      *    open, backordered and shipped, so an order the customer
      *    called off sat on custopen.lst as a pick for ever, still
      *    aged as owed on custage.lst and was dunned. This job
      *    applies a sequential file of cancellations, custcanc.dat,
      *    each naming a customer, an order and either one order
      *    line or line zero for the whole order, with a reason code
      *    and the operator who took the call (a blank operator is
      *    the one running the job):
      *      - a single line must not have shipped anything on
      *        custshpq.ism; its goods value (quantity times the
      *        price it was taken at) and its custordt.ism tax come
      *        off file-ord-val, and the order stays live for the
      *        rest of its lines;
      *      - a whole order must have nothing shipped on any line
      *        and nothing paid against it (a deposit has to be
      *        refunded first - that is money going back, not a
      *        cancellation); its whole value comes off, so it owes
      *        nothing, and custstat.ism is set to X = cancelled.
      *    custopen.cbl and custinv.cbl pass over status X; with
      *    nothing owing, a cancelled order no longer reaches
      *    custage.cbl, dunning.cbl or custwoff.cbl, which only ever
      *    pick up a balance. A line cancellation that would leave
      *    less on the order than has been paid against it is
      *    refused. The cancelled lines are deleted from custordl.ism
      *    and their allocation is released on the prodstk.cbl stock
      *    ledger; their custordt.ism tax records stay, flagged
      *    cancelled, so a month's tax return already made is never
      *    changed after the event. Each cancellation is kept on
      *    custcanc.ism - type, reason, operator, date, lines, value
      *    and the tax by rate code - and printed on the custcanc.lst
      *    register with anything refused. custcanr.cbl reports them
      *    by reason each month; custtaxr.cbl takes their tax off in
      *    the month of the cancellation, the way it takes off credit
      *    notes. The job marks the custsys.ism batch window.
      *
      *
      *    A cancellation posts as of the business date
      *    (custbdat.cbl); if that falls in a closed accounting
      *    period (custprdc.cbl) it is refused to the register.
      *    Reason codes:
      *        CM - customer changed mind   PR - price
      *        DL - delivery too late       OS - out of stock
      *        DU - duplicate order         CR - credit refused
      *        OT - other
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custcanc.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-input-file-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custordl-file ASSIGN "custordl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordl-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordt-file-status.

           SELECT custshpq-file ASSIGN "custshpq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shq-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custshpq-file-status.

           SELECT custstat-file ASSIGN "custstat.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS stat-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custstat-file-status.

           SELECT custcanc-file ASSIGN "custcanc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS canc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcanc-file-status.

           SELECT register-file ASSIGN "custcanc.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-c-code               PIC X(5).
           03  in-ord-no               PIC 9(6).
           03  in-line-no              PIC 9(3).
           03  in-reason               PIC X(2).
               88  in-reason-valid             VALUE "CM" "PR"
                                                     "DL" "OS"
                                                     "DU" "CR"
                                                     "OT".
           03  in-operator-id          PIC X(20).

       FD  customer-file.
       01  customer-record.
           03  file-c-code             PIC X(5).
           03  file-c-name             PIC X(15).
           03  file-c-addr1            PIC X(15).
           03  file-c-addr2            PIC X(15).
           03  file-c-addr3            PIC X(15).
           03  file-c-addr4            PIC X(15).
           03  file-c-limit            PIC 9(7) COMP.
           03  file-c-area             PIC X.
           03  file-last-changed.
               05  file-last-changed-date    PIC 9(8).
               05  file-last-changed-time    PIC 9(8).
           03  file-c-order.
             78  no-of-orders              VALUE 10.
               05  file-c-order-entry OCCURS no-of-orders.
                   07  file-ord-no     PIC 9(6).
                   07  file-ord-date   PIC 9(8).
                   07  file-ord-val    PIC 9(7)V99 COMP.
                   07  file-pay-val    PIC 9(7)V99 COMP.

       FD  custordl-file.
       01  custordl-record.
           03  odl-key.
               05  odl-c-code          PIC X(5).
               05  odl-ord-no          PIC 9(6).
               05  odl-line-no         PIC 9(3).
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

       FD  custshpq-file.
       01  custshpq-record.
           03  shq-key.
               05  shq-c-code          PIC X(5).
               05  shq-ord-no          PIC 9(6).
               05  shq-line-no         PIC 9(3).
           03  shq-qty-shipped         PIC 9(5).
           03  shq-last-date           PIC 9(8).

       FD  custstat-file.
       01  custstat-record.
           03  stat-key.
               05  stat-c-code         PIC X(5).
               05  stat-ord-no         PIC 9(6).
           03  stat-ord-status        PIC X(1).
               88  stat-status-open            VALUE "O".
               88  stat-status-backorder       VALUE "B".
               88  stat-status-shipped         VALUE "S".
               88  stat-status-cancelled       VALUE "X".
           03  stat-changed-date       PIC 9(8).

      *---------------------------------------------------------------*
      *    One record per cancellation, keyed like custordl.ism. A
      *    whole order is line zero (type O) carrying the number of
      *    lines it had and its full value; a single line (type L)
      *    carries the product and quantity. The net and tax split
      *    is what custcanr.cbl reports.
      *---------------------------------------------------------------*
       FD  custcanc-file.
       01  custcanc-record.
           03  canc-key.
               05  canc-c-code         PIC X(5).
               05  canc-ord-no         PIC 9(6).
               05  canc-line-no        PIC 9(3).
           03  canc-type               PIC X(1).
               88  canc-whole-order            VALUE "O".
               88  canc-single-line            VALUE "L".
           03  canc-reason             PIC X(2).
           03  canc-operator-id        PIC X(20).
           03  canc-date               PIC 9(8).
           03  canc-time               PIC 9(8).
           03  canc-line-count         PIC 9(3).
           03  canc-prod-code          PIC X(8).
           03  canc-qty                PIC 9(5).
           03  canc-net-amount         PIC 9(7)V99 COMP.
           03  canc-tax-amount         PIC 9(7)V99 COMP.
           03  canc-rate-analysis.
             78  max-canc-rates            VALUE 5.
               05  canc-rate-count     PIC 9(2).
               05  canc-rate-entry OCCURS max-canc-rates.
                   07  canc-rate-code  PIC X(1).
                   07  canc-rate-net   PIC 9(7)V99 COMP.
                   07  canc-rate-tax   PIC 9(7)V99 COMP.

       FD  register-file.
       01  register-line               PIC X(132).

       WORKING-STORAGE SECTION.

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       78  stock-ledger                     VALUE "prodstk".
       77  ws-stk-request              PIC X(1).
       77  ws-stk-prod-code            PIC X(8).
       77  ws-stk-qty                  PIC 9(7).
       77  ws-stk-available            PIC S9(7).
       77  ws-stk-short-flg            PIC X(1).
           88  ws-stk-short                     VALUE "Y".

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-odl-eof-sw               PIC X(1).
           88  ws-odl-eof                       VALUE "Y".

       77  ws-short-sw                 PIC X(1).
           88  ws-order-short                   VALUE "Y".

       77  ws-any-shipped-sw           PIC X(1).
           88  ws-any-shipped                   VALUE "Y".

       77  ws-status-found-sw          PIC X(1).
           88  ws-status-found                  VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ws-order-slot               PIC 9(2) COMP.

       77  ws-shipped-qty              PIC 9(5).
       77  ws-line-count               PIC 9(3).
       77  ws-lines-left               PIC 9(3).
       77  ws-canc-net                 PIC 9(7)V99.
       77  ws-canc-tax                 PIC 9(7)V99.
       77  ws-canc-value               PIC 9(7)V99.
       77  ws-value-left               PIC S9(8)V99.
       77  ws-canc-total               PIC 9(9)V99 VALUE 0.

      *---------------------------------------------------------------*
      *    The cancelled lines' net and tax by rate code, carried on
      *    the custcanc.ism record for custtaxr.cbl to take off in
      *    the month of the cancellation.
      *---------------------------------------------------------------*
       77  rate-ind                    PIC 9(4) COMP.
       77  rate-scan-ind               PIC 9(4) COMP.
       01  ws-canc-rate-analysis.
           03  ws-canc-rate-count      PIC 9(2).
           03  ws-canc-rate-entry OCCURS max-canc-rates.
               05  ws-canc-rate-code   PIC X(1).
               05  ws-canc-rate-net    PIC 9(7)V99 COMP.
               05  ws-canc-rate-tax    PIC 9(7)V99 COMP.

       77  ws-env-name                 PIC X(20) VALUE "USERNAME".
       77  ws-env-rc                   PIC S9(9) COMP-5.
       77  ws-operator-id              PIC X(20).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-date                 PIC 9(8).
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-input-file-status        PIC X(2).
           88  inf-status-ok                    VALUE "00".
           88  inf-status-not-found             VALUE "35".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

      *---------------------------------------------------------------*
      *    No custordl.ism, custordt.ism or custshpq.ism on disk
      *    simply means no order has lines, tax or shipments yet.
      *---------------------------------------------------------------*
       77  ws-custordl-file-status     PIC X(2).
           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       77  ws-custshpq-file-status     PIC X(2).
           88  shqf-status-ok                   VALUE "00".
           88  shqf-status-not-found            VALUE "35".

       77  ws-custstat-file-status     PIC X(2).
           88  statf-status-ok                  VALUE "00".
           88  statf-status-not-found           VALUE "35".

       77  ws-custcanc-file-status     PIC X(2).
           88  cancf-status-ok                  VALUE "00".
           88  cancf-status-not-found           VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(27)
                           VALUE "ORDER CANCELLATION REGISTER".

       01  hdg-line-2.
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(6)  VALUE "LINE".
           03  FILLER                  PIC X(7)  VALUE "REASON".
           03  FILLER                  PIC X(6)  VALUE "LINES".
           03  FILLER                  PIC X(14) VALUE "     CANCELLED".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(20) VALUE "OPERATOR".

       01  det-line.
           03  det-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-ord-no              PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-line-no             PIC X(3).
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  det-reason              PIC X(2).
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  det-line-count          PIC ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-amount              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  det-operator-id         PIC X(20).

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  exc-ord-no              PIC X(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  exc-line-no             PIC X(3).
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  exc-reason-code         PIC X(2).
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(14)
                           VALUE "NOT CANCELLED ".
           03  exc-reason              PIC X(40).

       01  tot-line.
           03  FILLER                  PIC X(19)
                           VALUE "TOTAL CANCELLED    ".
           03  tot-amount              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT input-file
           IF inf-status-not-found
               DISPLAY "CUSTCANC: NO CANCELLATION FILE custcanc.dat "
                       "ON DISK - NOTHING CANCELLED"
               STOP RUN
           END-IF
           MOVE "B" TO ws-sys-request
           MOVE "CUSTCANC" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           PERFORM Get-Operator-Id
           OPEN I-O    customer-file
           OPEN I-O    custordl-file
           OPEN I-O    custordt-file
           OPEN INPUT  custshpq-file
           PERFORM Open-Custstat-File
           PERFORM Open-Custcanc-File
           OPEN OUTPUT register-file
           WRITE register-line FROM hdg-line-1
           MOVE SPACES TO register-line
           WRITE register-line
           WRITE register-line FROM hdg-line-2
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-prd-date
           END-CALL
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custstat.ism and custcanc.ism are created here if they
      *    are not on disk yet - the same not-found-creates-the-file
      *    guard customer.cbl's Program-Initialize uses for
      *    custctr.ism.
      *---------------------------------------------------------------*

       Open-Custstat-File SECTION.

           OPEN I-O custstat-file
           IF statf-status-not-found
               OPEN OUTPUT custstat-file
               CLOSE custstat-file
               OPEN I-O custstat-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custcanc-File SECTION.

           OPEN I-O custcanc-file
           IF cancf-status-not-found
               OPEN OUTPUT custcanc-file
               CLOSE custcanc-file
               OPEN I-O custcanc-file
           END-IF.

      *---------------------------------------------------------------*

       Get-Operator-Id SECTION.

           CALL "CBL_GET_ENVIRONMENT_VARIABLE" USING ws-env-name
                                                      ws-operator-id
               RETURNING ws-env-rc
           END-CALL
           IF ws-env-rc NOT = 0
               MOVE "UNKNOWN" TO ws-operator-id
           END-IF.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Apply-Input-Record SECTION.

           MOVE SPACES TO ws-reject-reason
           IF NOT in-reason-valid
               MOVE "UNKNOWN CANCELLATION REASON CODE"
                                             TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
               IF in-ord-no NOT NUMERIC OR in-ord-no = ZERO
                   MOVE "ORDER NUMBER MISSING" TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               IF in-line-no NOT NUMERIC
                   MOVE "LINE NUMBER NOT NUMERIC" TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Posting-Period
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Find-Order-Slot
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Order-Status
           END-IF
           IF ws-reject-reason = SPACES
               IF in-line-no = ZERO
                   PERFORM Value-Whole-Order
               ELSE
                   PERFORM Value-One-Line
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Post-Cancellation
           END-IF
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Find-Order-Slot SECTION.

           MOVE 0 TO ws-order-slot
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) = in-ord-no
                                        AND ws-order-slot = 0
                   MOVE array-ind TO ws-order-slot
               END-IF
           END-PERFORM
           IF ws-order-slot = 0
               MOVE "ORDER NOT FOUND FOR CUSTOMER" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*
      *    No status record means open, as everywhere else. An order
      *    marked shipped has gone in full, so neither it nor any of
      *    its lines can be cancelled.
      *---------------------------------------------------------------*

       Check-Order-Status SECTION.

           MOVE "N" TO ws-status-found-sw
           MOVE in-c-code TO stat-c-code
           MOVE in-ord-no TO stat-ord-no
           READ custstat-file
               INVALID KEY
                   MOVE "O" TO stat-ord-status
               NOT INVALID KEY
                   SET ws-status-found TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN stat-status-cancelled
                   MOVE "ORDER ALREADY CANCELLED" TO ws-reject-reason
               WHEN stat-status-shipped
                   MOVE "ORDER ALREADY SHIPPED" TO ws-reject-reason
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    A whole order: every line is checked for shipments and
      *    totalled. The order's full value comes off - lines and
      *    tax and anything keyed on the screen without lines - so
      *    the cancelled order owes nothing.
      *---------------------------------------------------------------*

       Value-Whole-Order SECTION.

           MOVE 0 TO ws-line-count ws-canc-net ws-canc-tax
           INITIALIZE ws-canc-rate-analysis
           MOVE "N" TO ws-any-shipped-sw
           IF file-pay-val(ws-order-slot) > 0
               MOVE "PAYMENTS ON ORDER - REFUND BEFORE CANCEL"
                                             TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Start-Order-Lines
               PERFORM Value-Next-Order-Line UNTIL ws-odl-eof
               IF ws-any-shipped
                   MOVE "PART SHIPPED - CANCEL UNSHIPPED LINES"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               MOVE file-ord-val(ws-order-slot) TO ws-canc-value
               IF ws-canc-tax > ws-canc-value
                   MOVE ws-canc-value TO ws-canc-tax
               END-IF
               COMPUTE ws-canc-net = ws-canc-value - ws-canc-tax
           END-IF.

      *---------------------------------------------------------------*

       Start-Order-Lines SECTION.

           MOVE "N" TO ws-odl-eof-sw
           IF odlf-status-not-found
               SET ws-odl-eof TO TRUE
           ELSE
               MOVE in-c-code TO odl-c-code
               MOVE in-ord-no TO odl-ord-no
               MOVE 0         TO odl-line-no
               START custordl-file KEY IS NOT LESS THAN odl-key
                   INVALID KEY
                       SET ws-odl-eof TO TRUE
               END-START
           END-IF.

      *---------------------------------------------------------------*

       Read-Next-Order-Line SECTION.

           READ custordl-file NEXT RECORD
               AT END
                   SET ws-odl-eof TO TRUE
           END-READ
           IF NOT ws-odl-eof
              AND (odl-c-code NOT = in-c-code
                   OR odl-ord-no NOT = in-ord-no)
               SET ws-odl-eof TO TRUE
           END-IF.

      *---------------------------------------------------------------*

       Value-Next-Order-Line SECTION.

           PERFORM Read-Next-Order-Line
           IF NOT ws-odl-eof
               ADD 1 TO ws-line-count
               PERFORM Look-Up-Shipped-Qty
               IF ws-shipped-qty > 0
                   SET ws-any-shipped TO TRUE
               END-IF
               COMPUTE ws-canc-net = ws-canc-net
                                   + odl-qty * odl-unit-price
               PERFORM Look-Up-Line-Tax
               ADD odt-tax-amount TO ws-canc-tax
               PERFORM Add-To-Rate-Analysis
           END-IF.

      *---------------------------------------------------------------*

       Look-Up-Shipped-Qty SECTION.

           MOVE 0 TO ws-shipped-qty
           IF NOT shqf-status-not-found
               MOVE odl-key TO shq-key
               READ custshpq-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE shq-qty-shipped TO ws-shipped-qty
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    A line taken before tax was in use has no custordt.ism
      *    record and so no tax to take back.
      *---------------------------------------------------------------*

       Look-Up-Line-Tax SECTION.

           MOVE SPACES TO odt-rate-code
           MOVE 0 TO odt-net-amount odt-tax-amount
           IF NOT odtf-status-not-found
               MOVE odl-key TO odt-key
               READ custordt-file
                   INVALID KEY
                       MOVE SPACES TO odt-rate-code
                       MOVE 0 TO odt-net-amount odt-tax-amount
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    One entry per rate code met on the cancelled lines, the
      *    same build-as-you-go table custinv.cbl keeps for its tax
      *    analysis. A line with no rate code was never taxed.
      *---------------------------------------------------------------*

       Add-To-Rate-Analysis SECTION.

           IF odt-rate-code NOT = SPACES
               MOVE 0 TO rate-ind
               PERFORM VARYING rate-scan-ind FROM 1 BY 1
                         UNTIL rate-scan-ind > ws-canc-rate-count
                   IF ws-canc-rate-code(rate-scan-ind) = odt-rate-code
                       MOVE rate-scan-ind TO rate-ind
                   END-IF
               END-PERFORM
               IF rate-ind = 0 AND ws-canc-rate-count < max-canc-rates
                   ADD 1 TO ws-canc-rate-count
                   MOVE ws-canc-rate-count TO rate-ind
                   MOVE odt-rate-code TO ws-canc-rate-code(rate-ind)
               END-IF
               IF rate-ind NOT = 0
                   ADD odt-net-amount TO ws-canc-rate-net(rate-ind)
                   ADD odt-tax-amount TO ws-canc-rate-tax(rate-ind)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    A single line: the order stays live, so what is left on
      *    it must still cover what has been paid against it.
      *---------------------------------------------------------------*

       Value-One-Line SECTION.

           MOVE 1 TO ws-line-count
           MOVE 0 TO ws-canc-net ws-canc-tax
           INITIALIZE ws-canc-rate-analysis
           IF odlf-status-not-found
               MOVE "ORDER LINE NOT ON FILE" TO ws-reject-reason
           ELSE
               MOVE in-c-code  TO odl-c-code
               MOVE in-ord-no  TO odl-ord-no
               MOVE in-line-no TO odl-line-no
               READ custordl-file
                   INVALID KEY
                       MOVE "ORDER LINE NOT ON FILE"
                                             TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Look-Up-Shipped-Qty
               IF ws-shipped-qty > 0
                   MOVE "LINE HAS SHIPPED - CANNOT CANCEL"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               COMPUTE ws-canc-net = odl-qty * odl-unit-price
               PERFORM Look-Up-Line-Tax
               MOVE odt-tax-amount TO ws-canc-tax
               PERFORM Add-To-Rate-Analysis
               COMPUTE ws-canc-value = ws-canc-net + ws-canc-tax
               COMPUTE ws-value-left = file-ord-val(ws-order-slot)
                                     - ws-canc-value
               IF ws-value-left < file-pay-val(ws-order-slot)
                   MOVE "WOULD LEAVE ORDER PAID BEYOND ITS VALUE"
                                             TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    The custcanc.ism record goes first and the customer is
      *    rewritten second; if that rewrite fails (record held by an
      *    operator) the record is deleted again and the order value
      *    put back, the same back-out custwoff.cbl uses. Only once
      *    the customer is on file are the lines removed and the
      *    status set - neither can then fail for a reason that
      *    would leave the value wrong.
      *---------------------------------------------------------------*

       Post-Cancellation SECTION.

           MOVE in-c-code TO canc-c-code
           MOVE in-ord-no TO canc-ord-no
           MOVE in-line-no TO canc-line-no
           IF in-line-no = ZERO
               SET canc-whole-order TO TRUE
               MOVE SPACES TO canc-prod-code
               MOVE 0      TO canc-qty
           ELSE
               SET canc-single-line TO TRUE
               MOVE odl-prod-code TO canc-prod-code
               MOVE odl-qty       TO canc-qty
           END-IF
           MOVE in-reason TO canc-reason
           IF in-operator-id = SPACES
               MOVE ws-operator-id TO canc-operator-id
           ELSE
               MOVE in-operator-id TO canc-operator-id
           END-IF
           MOVE ws-prd-date TO canc-date
           ACCEPT canc-time FROM TIME
           MOVE ws-line-count TO canc-line-count
           MOVE ws-canc-net   TO canc-net-amount
           MOVE ws-canc-tax   TO canc-tax-amount
           MOVE ws-canc-rate-analysis TO canc-rate-analysis
           WRITE custcanc-record
               INVALID KEY
                   MOVE "CANCELLATION ALREADY ON custcanc.ism"
                                             TO ws-reject-reason
           END-WRITE
           IF ws-reject-reason = SPACES
               SUBTRACT ws-canc-value FROM file-ord-val(ws-order-slot)
               ACCEPT file-last-changed-date FROM DATE YYYYMMDD
               ACCEPT file-last-changed-time FROM TIME
               REWRITE customer-record
                   INVALID KEY
                       MOVE "CUSTOMER RECORD LOCKED BY ANOTHER USER"
                                             TO ws-reject-reason
               END-REWRITE
               IF NOT cf-status-ok
                   MOVE "CUSTOMER RECORD LOCKED BY ANOTHER USER"
                                             TO ws-reject-reason
               END-IF
               IF ws-reject-reason NOT = SPACES
                   ADD ws-canc-value TO file-ord-val(ws-order-slot)
                   DELETE custcanc-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               IF in-line-no = ZERO
                   PERFORM Remove-Whole-Order
               ELSE
                   PERFORM Remove-Order-Line
                   PERFORM Rederive-Order-Status
               END-IF
               PERFORM Write-Register-Line
           END-IF.

      *---------------------------------------------------------------*
      *    The lines are taken off one at a time from the front of
      *    the order, restarting each time, so no READ NEXT runs on
      *    past a record that has just been deleted.
      *---------------------------------------------------------------*

       Remove-Whole-Order SECTION.

           PERFORM Start-Order-Lines
           IF NOT ws-odl-eof
               PERFORM Read-Next-Order-Line
           END-IF
           PERFORM Remove-Next-Order-Line UNTIL ws-odl-eof
           MOVE "X" TO stat-ord-status
           PERFORM Store-Order-Status.

      *---------------------------------------------------------------*

       Remove-Next-Order-Line SECTION.

           PERFORM Remove-Order-Line
           PERFORM Start-Order-Lines
           IF NOT ws-odl-eof
               PERFORM Read-Next-Order-Line
           END-IF.

      *---------------------------------------------------------------*
      *    Nothing on the line has shipped, so its whole quantity is
      *    still allocated on the stock ledger. Its custordt.ism tax
      *    record is kept, flagged with the cancellation date: the
      *    sale stays in the month it was taxed, and custtaxr.cbl
      *    takes it off in the month it was cancelled.
      *---------------------------------------------------------------*

       Remove-Order-Line SECTION.

           MOVE "R"            TO ws-stk-request
           MOVE odl-prod-code  TO ws-stk-prod-code
           MOVE odl-qty        TO ws-stk-qty
           CALL stock-ledger USING ws-stk-request
                                    ws-stk-prod-code
                                    ws-stk-qty
                                    ws-stk-available
                                    ws-stk-short-flg
           END-CALL
           IF NOT odtf-status-not-found
               MOVE odl-key TO odt-key
               READ custordt-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ws-prd-date TO odt-cancelled-date
                       REWRITE custordt-record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           DELETE custordl-file
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *---------------------------------------------------------------*
      *    With one line gone the order's status is worked out again
      *    from what is left, the way custshpc.cbl derives it: an
      *    order waiting only on the cancelled line is now shipped.
      *    An order with no lines left and nothing owing on it is
      *    cancelled outright. An order nobody has given a status
      *    is left that way.
      *---------------------------------------------------------------*

       Rederive-Order-Status SECTION.

           MOVE 0 TO ws-lines-left
           MOVE "N" TO ws-short-sw
           MOVE "N" TO ws-any-shipped-sw
           PERFORM Start-Order-Lines
           PERFORM Check-Remaining-Line UNTIL ws-odl-eof
           EVALUATE TRUE
               WHEN ws-lines-left = 0
                AND file-ord-val(ws-order-slot)
                        NOT > file-pay-val(ws-order-slot)
                   MOVE "X" TO stat-ord-status
                   PERFORM Store-Order-Status
               WHEN ws-lines-left = 0
                   CONTINUE
               WHEN ws-status-found
                AND ws-any-shipped
                AND NOT ws-order-short
                   MOVE "S" TO stat-ord-status
                   PERFORM Store-Order-Status
           END-EVALUATE.

      *---------------------------------------------------------------*

       Check-Remaining-Line SECTION.

           PERFORM Read-Next-Order-Line
           IF NOT ws-odl-eof
               ADD 1 TO ws-lines-left
               PERFORM Look-Up-Shipped-Qty
               IF ws-shipped-qty > 0
                   SET ws-any-shipped TO TRUE
               END-IF
               IF ws-shipped-qty < odl-qty
                   SET ws-order-short TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Store-Order-Status SECTION.

           MOVE in-c-code TO stat-c-code
           MOVE in-ord-no TO stat-ord-no
           ACCEPT stat-changed-date FROM DATE YYYYMMDD
           REWRITE custstat-record
               INVALID KEY
                   WRITE custstat-record
               END-WRITE
           END-REWRITE.

      *---------------------------------------------------------------*

       Write-Register-Line SECTION.

           MOVE SPACES           TO det-line
           MOVE canc-c-code      TO det-code
           MOVE canc-ord-no      TO det-ord-no
           IF canc-whole-order
               MOVE "ALL"        TO det-line-no
           ELSE
               MOVE canc-line-no TO det-line-no
           END-IF
           MOVE canc-reason      TO det-reason
           MOVE canc-line-count  TO det-line-count
           MOVE ws-canc-value    TO det-amount
           MOVE canc-operator-id TO det-operator-id
           WRITE register-line FROM det-line
           ADD 1 TO ws-applied-count
           ADD ws-canc-value TO ws-canc-total.

      *---------------------------------------------------------------*
      *    A cancellation posts as of the business date, so it is
      *    refused when that date falls in a closed accounting period.
      *---------------------------------------------------------------*

       Check-Posting-Period SECTION.

           CALL period-check USING ws-prd-date
                                   ws-prd-period
                                   ws-prd-ok-flg
                                   ws-prd-msg
           END-CALL
           IF NOT ws-prd-ok
               MOVE ws-prd-msg TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE in-c-code        TO exc-code
           MOVE in-ord-no        TO exc-ord-no
           MOVE in-line-no       TO exc-line-no
           MOVE in-reason        TO exc-reason-code
           MOVE ws-reject-reason TO exc-reason
           WRITE register-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE SPACES TO register-line
           WRITE register-line
           MOVE ws-canc-total TO tot-amount
           WRITE register-line FROM tot-line
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           CLOSE input-file
           CLOSE customer-file
           IF NOT odlf-status-not-found
               CLOSE custordl-file
           END-IF
           IF NOT odtf-status-not-found
               CLOSE custordt-file
           END-IF
           IF NOT shqf-status-not-found
               CLOSE custshpq-file
           END-IF
           CLOSE custstat-file
           CLOSE custcanc-file
           CLOSE register-file
           DISPLAY "CUSTCANC: " ws-applied-count " CANCELLED, "
                   ws-rejected-count " REJECTED - SEE custcanc.lst"
           STOP RUN.
