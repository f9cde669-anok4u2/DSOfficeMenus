      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custordi.

      *---------------------------------------------------------------*
      *    Inbound order interface. The larger customers send their
      *    orders electronically; until now the header was keyed on
      *    the customer screen and the lines followed separately
      *    through custordl.dat, and a day between the two showed up
      *    as false mismatches on custrecn.lst. This job takes the
      *    whole order in one go from custordi.dat - a header record
      *    (type H: customer code and the sender's own order
      *    reference) followed by its line records (type L: product,
      *    quantity and ship-to) - and raises each order whole or not
      *    at all:
      *      - the order is checked as a unit with the rules an order
      *        saved on the customer screen (Save-Record) and a line
      *        loaded through custordl.cbl get: the account must not
      *        be on hold or closed (custacct.ism), every product must
      *        be on prodmast.ism and every ship-to on custship.ism,
      *        each line must price (custprc.cbl) and tax (custtax.cbl),
      *        and the balance with the new order on it must pass
      *        custval.cbl's credit-limit check - with no override,
      *        since there is nobody at the screen to authorise one.
      *        A sender reference already received for the customer
      *        (custordr.ism) is refused, so a file sent twice does
      *        not raise its orders twice;
      *      - an order that passes takes its number from the
      *        custoinc.ism counter (the single-record style of
      *        custsonc.ism). Interface orders are numbered from
      *        800001 up, clear of the numbers the office keys by hand
      *        and of custsogn.cbl's standing orders, and a number the
      *        customer already has on cust.ism, custhist.ism or
      *        custordl.ism is passed over;
      *      - the header goes into a free slot of the customer's
      *        order table on cust.ism (the oldest settled order is
      *        rolled off to custhist.ism when the table is full) and
      *        the lines onto custordl.ism, with their tax on
      *        custordt.ism, in the same run - written lines first and
      *        taken off again if the customer can't be rewritten, as
      *        custsogn.cbl's Build-Order does;
      *      - the stock is allocated on the prodstk.cbl ledger. A
      *        line the shelf can't cover is still raised as a
      *        backorder and listed short, as custordl.cbl does.
      *    A rejected order - for whatever reason, on whichever line -
      *    is listed on the custordi.lst exception report and nothing
      *    of it is posted. Every header read, accepted or rejected,
      *    gets a record on custorda.dat, the acknowledgement file
      *    returned to the sender: their reference, A or R, our order
      *    number and value for an accepted order, the reason for a
      *    rejected one. Line records ahead of the first header have
      *    no order to belong to and are listed as exceptions only.
      *    The job updates cust.ism, so it runs inside the custsys.ism
      *    batch window.
      *
      *    Orders are dated the business date (custbdat.cbl); if that
      *    falls in a closed accounting period (custprdc.cbl) nothing
      *    is raised and the inbound file is left for the next run.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custordi.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-input-file-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custoinc-file ASSIGN "custoinc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS custoinc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custoinc-file-status.

           SELECT custordr-file ASSIGN "custordr.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ordr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordr-file-status.

           SELECT custhist-file ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS hist-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custhist-file-status.

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

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custacct-file-status.

           SELECT custship-file ASSIGN "custship.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ship-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custship-file-status.

           SELECT ack-file ASSIGN "custorda.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exception-file ASSIGN "custordi.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-rec-type             PIC X(1).
               88  in-header                    VALUE "H".
               88  in-line                      VALUE "L".
           03  in-header-data.
               05  in-c-code           PIC X(5).
               05  in-cust-ref         PIC X(15).
           03  in-line-data REDEFINES in-header-data.
               05  in-prod-code        PIC X(8).
               05  in-qty              PIC 9(5).
               05  in-ship-no          PIC 9(2).
               05  FILLER              PIC X(5).

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

       FD  custoinc-file.
       01  custoinc-record.
           03  custoinc-key            PIC X(1).
           03  custoinc-next-no        PIC 9(6).

      *---------------------------------------------------------------*
      *    One record per order received, keyed by the customer and
      *    the sender's reference, holding the order number it was
      *    raised as.
      *---------------------------------------------------------------*
       FD  custordr-file.
       01  custordr-record.
           03  ordr-key.
               05  ordr-c-code         PIC X(5).
               05  ordr-cust-ref       PIC X(15).
           03  ordr-ord-no             PIC 9(6).
           03  ordr-received-date      PIC 9(8).

       FD  custhist-file.
       01  custhist-record.
           03  hist-key.
               05  hist-c-code         PIC X(5).
               05  hist-ord-no         PIC 9(6).
           03  hist-ord-date           PIC 9(8).
           03  hist-ord-val            PIC 9(7)V99 COMP.
           03  hist-pay-val            PIC 9(7)V99 COMP.
           03  hist-archived-date      PIC 9(8).

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

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  custacct-file.
       01  custacct-record.
           03  acct-c-code             PIC X(5).
           03  acct-status             PIC X(1).
               88  acct-status-hold            VALUE "H".
               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  custship-file.
       01  custship-record.
           03  ship-key.
               05  ship-c-code         PIC X(5).
               05  ship-no             PIC 9(2).
           03  ship-addr1              PIC X(15).
           03  ship-addr2              PIC X(15).
           03  ship-addr3              PIC X(15).
           03  ship-addr4              PIC X(15).

      *---------------------------------------------------------------*
      *    The acknowledgement returned to the sender, one record per
      *    order header received.
      *---------------------------------------------------------------*
       FD  ack-file.
       01  ack-record.
           03  ack-c-code              PIC X(5).
           03  ack-cust-ref            PIC X(15).
           03  ack-status              PIC X(1).
               88  ack-accepted                 VALUE "A".
               88  ack-rejected                 VALUE "R".
           03  ack-ord-no              PIC 9(6).
           03  ack-ord-date            PIC 9(8).
           03  ack-line-count          PIC 9(3).
           03  ack-ord-value           PIC 9(7)V99.
           03  ack-reason              PIC X(40).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).

       77  array-ind                   PIC 9(4) COMP.
       77  line-ind                    PIC 9(4) COMP.
       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-orders-read              PIC 9(7) COMP VALUE 0.
       77  ws-accepted-count           PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.
       77  ws-orphan-count             PIC 9(7) COMP VALUE 0.
       77  ws-short-count              PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).
       77  ws-bad-line-no              PIC 9(3).

      *---------------------------------------------------------------*
      *    The header of the order being read; its lines are collected
      *    into ws-inb-line-table up to the next header.
      *---------------------------------------------------------------*
       77  ws-hdr-c-code               PIC X(5).
       77  ws-hdr-cust-ref             PIC X(15).
       77  ws-bad-record-sw            PIC X(1).
           88  ws-bad-record                    VALUE "Y".
       77  ws-too-many-lines-sw        PIC X(1).
           88  ws-too-many-lines                VALUE "Y".

      *---------------------------------------------------------------*
      *    The order being raised: its number, the slot it goes in,
      *    and the settled order (if any) rolled off to make room.
      *---------------------------------------------------------------*
       78  first-inbound-ord-no             VALUE 800001.
       77  ws-next-ord-no              PIC 9(6).
       77  ws-new-ord-no               PIC 9(6).
       77  ws-ord-no-used-sw           PIC X(1).
           88  ws-ord-no-used                   VALUE "Y".
       77  ws-free-slot                PIC 9(2) COMP.
       77  ws-oldest-date              PIC 9(8).
       77  ws-archive-pending-sw       PIC X(1).
           88  ws-archive-pending               VALUE "Y".
       77  ws-archive-written-sw       PIC X(1).
           88  ws-archive-written               VALUE "Y".
       77  ws-archived-ord-no          PIC 9(6).
       77  ws-lines-written            PIC 9(3) COMP.

      *---------------------------------------------------------------*
      *    One entry per line record, priced and taxed up front so
      *    nothing is written until every line has passed.
      *---------------------------------------------------------------*
       78  max-inbound-lines                VALUE 99.
       77  ws-inb-line-count           PIC 9(3) COMP.
       77  ws-inb-goods-total          PIC 9(7)V99.
       77  ws-inb-tax-total            PIC 9(7)V99.
       01  ws-inb-line-table.
           03  ws-inb-line OCCURS max-inbound-lines.
               05  ws-inb-prod-code    PIC X(8).
               05  ws-inb-qty          PIC 9(5).
               05  ws-inb-ship-no      PIC 9(2).
               05  ws-inb-unit-price   PIC 9(5)V99.
               05  ws-inb-net-amount   PIC 9(7)V99.
               05  ws-inb-rate-code    PIC X(1).
               05  ws-inb-rate         PIC 9(2)V99.
               05  ws-inb-tax-amount   PIC 9(7)V99.

       78  customer-validator               VALUE "custval".
       77  ws-c-limit                  PIC 9(7).
       77  ws-c-bal                    PIC 9(9)V99.
       77  ws-c-bal-signed             PIC S9(9)V99.
       77  ws-override-flg             PIC 9 VALUE 0.
       77  ws-val-ok-flg               PIC X(1).
           88  ws-val-ok                        VALUE "Y".
       77  ws-val-error-msg            PIC X(40).

       78  price-resolver                   VALUE "custprc".
       77  ws-prc-c-code               PIC X(5).
       77  ws-prc-prod-code            PIC X(8).
       77  ws-prc-date                 PIC 9(8).
       77  ws-prc-unit-price           PIC 9(5)V99.
       77  ws-prc-basis                PIC X(1).

       78  tax-calculator                   VALUE "custtax".
       77  ws-tax-c-code               PIC X(5).
       77  ws-tax-prod-code            PIC X(8).
       77  ws-tax-net-amount           PIC 9(7)V99.
       77  ws-tax-rate-code            PIC X(1).
       77  ws-tax-rate                 PIC 9(2)V99.
       77  ws-tax-amount               PIC 9(7)V99.
       77  ws-tax-ok-flg               PIC X(1).
           88  ws-tax-ok                        VALUE "Y".

       78  stock-ledger                     VALUE "prodstk".
       77  ws-stk-request              PIC X(1).
       77  ws-stk-prod-code            PIC X(8).
       77  ws-stk-qty                  PIC 9(7).
       77  ws-stk-available            PIC S9(7).
       77  ws-stk-short-flg            PIC X(1).
           88  ws-stk-short                     VALUE "Y".

      *---------------------------------------------------------------*
      *    No custordi.dat on disk means nothing came in today - the
      *    step ends clean with an empty acknowledgement file.
      *---------------------------------------------------------------*
       77  ws-input-file-status        PIC X(2).
           88  inf-status-ok                    VALUE "00".
           88  inf-status-not-found             VALUE "35".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custoinc-file-status     PIC X(2).
           88  oincf-status-ok                  VALUE "00".
           88  oincf-status-not-found           VALUE "35".

       77  ws-custordr-file-status     PIC X(2).
           88  ordrf-status-ok                  VALUE "00".
           88  ordrf-status-not-found           VALUE "35".

       77  ws-custhist-file-status     PIC X(2).
           88  histf-status-ok                  VALUE "00".
           88  histf-status-not-found           VALUE "35".

       77  ws-custordl-file-status     PIC X(2).
           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

       77  ws-custship-file-status     PIC X(2).
           88  shipf-status-ok                  VALUE "00".
           88  shipf-status-not-found           VALUE "35".

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-cust-ref            PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-line-no             PIC Z(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-ord-no              PIC Z(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Process-Inbound-Order UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE "B" TO ws-sys-request
           MOVE "CUSTORDI" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           CALL period-check USING ws-today-date
                                   ws-prd-period
                                   ws-prd-ok-flg
                                   ws-prd-msg
           END-CALL
           OPEN INPUT  input-file
           OPEN I-O    customer-file
           PERFORM Open-Custoinc-File
           PERFORM Open-Custordr-File
           PERFORM Open-Custhist-File
           PERFORM Open-Custordl-File
           PERFORM Open-Custordt-File
           OPEN INPUT  prodmast-file
           OPEN INPUT  custacct-file
           OPEN INPUT  custship-file
           OPEN OUTPUT ack-file
           OPEN OUTPUT exception-file
           PERFORM Read-Order-Counter
           EVALUATE TRUE
               WHEN NOT ws-prd-ok
                   DISPLAY "CUSTORDI: " ws-prd-msg " - NO ORDERS RAISED"
                   SET ws-eof TO TRUE
               WHEN inf-status-not-found
                   SET ws-eof TO TRUE
               WHEN OTHER
                   PERFORM Read-Input-Record
                   PERFORM Skip-Orphan-Record
                       UNTIL ws-eof OR in-header
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    custoinc.ism, custordr.ism, custhist.ism, custordl.ism and
      *    custordt.ism may not exist yet on a fresh install - the
      *    same not-found-creates-the-file guard customer.cbl's
      *    Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custoinc-File SECTION.

           OPEN I-O custoinc-file
           IF oincf-status-not-found
               OPEN OUTPUT custoinc-file
               CLOSE custoinc-file
               OPEN I-O custoinc-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custordr-File SECTION.

           OPEN I-O custordr-file
           IF ordrf-status-not-found
               OPEN OUTPUT custordr-file
               CLOSE custordr-file
               OPEN I-O custordr-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custhist-File SECTION.

           OPEN I-O custhist-file
           IF histf-status-not-found
               OPEN OUTPUT custhist-file
               CLOSE custhist-file
               OPEN I-O custhist-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custordl-File SECTION.

           OPEN I-O custordl-file
           IF odlf-status-not-found
               OPEN OUTPUT custordl-file
               CLOSE custordl-file
               OPEN I-O custordl-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custordt-File SECTION.

           OPEN I-O custordt-file
           IF odtf-status-not-found
               OPEN OUTPUT custordt-file
               CLOSE custordt-file
               OPEN I-O custordt-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Order-Counter SECTION.

           MOVE "C" TO custoinc-key
           READ custoinc-file
               INVALID KEY
                   MOVE "C" TO custoinc-key
                   MOVE first-inbound-ord-no TO custoinc-next-no
           END-READ
           MOVE custoinc-next-no TO ws-next-ord-no.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    A record ahead of the first header belongs to no order.
      *---------------------------------------------------------------*

       Skip-Orphan-Record SECTION.

           MOVE SPACES TO exc-line
           MOVE "RECORD BEFORE FIRST ORDER HEADER" TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-orphan-count
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Called with a header in the record area. The header is
      *    kept, its lines are read into the table up to the next
      *    header or the end of the file, and the order is then
      *    raised or rejected as a unit and acknowledged.
      *---------------------------------------------------------------*

       Process-Inbound-Order SECTION.

           ADD 1 TO ws-orders-read
           MOVE in-c-code   TO ws-hdr-c-code
           MOVE in-cust-ref TO ws-hdr-cust-ref
           MOVE 0   TO ws-inb-line-count
           MOVE "N" TO ws-bad-record-sw
           MOVE "N" TO ws-too-many-lines-sw
           PERFORM Read-Input-Record
           PERFORM Collect-Inbound-Line
               UNTIL ws-eof OR in-header
           PERFORM Raise-Inbound-Order
           PERFORM Write-Acknowledgement.

      *---------------------------------------------------------------*

       Collect-Inbound-Line SECTION.

           EVALUATE TRUE
               WHEN NOT in-line
                   SET ws-bad-record TO TRUE
               WHEN ws-inb-line-count NOT < max-inbound-lines
                   SET ws-too-many-lines TO TRUE
               WHEN OTHER
                   ADD 1 TO ws-inb-line-count
                   MOVE in-prod-code
                               TO ws-inb-prod-code(ws-inb-line-count)
                   MOVE in-qty TO ws-inb-qty(ws-inb-line-count)
                   MOVE in-ship-no
                               TO ws-inb-ship-no(ws-inb-line-count)
           END-EVALUATE
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Every check is made before anything is written; Build-
      *    Order then writes the order whole or takes it off again.
      *---------------------------------------------------------------*

       Raise-Inbound-Order SECTION.

           MOVE SPACES TO ws-reject-reason
           MOVE 0      TO ws-bad-line-no
           MOVE 0      TO ws-new-ord-no
           MOVE "N"    TO ws-archive-pending-sw
           MOVE "N"    TO ws-archive-written-sw
           MOVE 0      TO ws-lines-written
           EVALUATE TRUE
               WHEN ws-bad-record
                   MOVE "RECORD TYPE NOT H OR L WITHIN ORDER"
                                             TO ws-reject-reason
               WHEN ws-too-many-lines
                   MOVE "ORDER HAS MORE THAN 99 LINES"
                                             TO ws-reject-reason
               WHEN ws-inb-line-count = 0
                   MOVE "ORDER HAS NO LINES" TO ws-reject-reason
               WHEN ws-hdr-cust-ref = SPACES
                   MOVE "NO SENDER ORDER REFERENCE"
                                             TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
               MOVE ws-hdr-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Reference-Not-Received
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Account-Allows-Orders
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Order-Lines
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Take-Order-Number
               PERFORM Find-Order-Slot
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Store-Order-In-Slot
               PERFORM Check-Credit-Limit
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Build-Order
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Allocate-Order-Stock
               PERFORM Record-Reference-Received
               PERFORM Store-Order-Counter
               ADD 1 TO ws-accepted-count
           ELSE
               IF ws-new-ord-no NOT = ZERO
                   MOVE ws-new-ord-no TO ws-next-ord-no
               END-IF
               PERFORM Write-Exception
           END-IF.

      *---------------------------------------------------------------*

       Check-Reference-Not-Received SECTION.

           MOVE ws-hdr-c-code   TO ordr-c-code
           MOVE ws-hdr-cust-ref TO ordr-cust-ref
           READ custordr-file
               NOT INVALID KEY
                   MOVE "REFERENCE ALREADY RAISED AS"
                                             TO ws-reject-reason
                   MOVE ordr-ord-no TO ws-reject-reason(29:6)
           END-READ.

      *---------------------------------------------------------------*

       Check-Account-Allows-Orders SECTION.

           IF NOT acctf-status-not-found
               MOVE ws-hdr-c-code TO acct-c-code
               READ custacct-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN acct-status-hold
                               MOVE "ACCOUNT ON CREDIT HOLD"
                                             TO ws-reject-reason
                           WHEN acct-status-closed
                               MOVE "ACCOUNT CLOSED"
                                             TO ws-reject-reason
                       END-EVALUATE
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    The lines are numbered 1 up on the order in the order they
      *    arrived; the first line that fails rejects the order and
      *    its number goes on the exception report.
      *---------------------------------------------------------------*

       Check-Order-Lines SECTION.

           MOVE 0 TO ws-inb-goods-total
           MOVE 0 TO ws-inb-tax-total
           PERFORM VARYING line-ind FROM 1 BY 1
                      UNTIL line-ind > ws-inb-line-count
                         OR ws-reject-reason NOT = SPACES
               PERFORM Check-One-Order-Line
               IF ws-reject-reason NOT = SPACES
                   MOVE line-ind TO ws-bad-line-no
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*

       Check-One-Order-Line SECTION.

           IF ws-inb-qty(line-ind) NOT NUMERIC
              OR ws-inb-qty(line-ind) = ZERO
               MOVE "LINE HAS NO QUANTITY" TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
              AND NOT prodf-status-not-found
               MOVE ws-inb-prod-code(line-ind) TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE" TO ws-reject-reason
                       MOVE ws-inb-prod-code(line-ind)
                                             TO ws-reject-reason(21:8)
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Ship-To-On-File
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Price-Order-Line
               PERFORM Tax-Order-Line
           END-IF.

      *---------------------------------------------------------------*
      *    Ship-to zero is the billing address and needs no record.
      *---------------------------------------------------------------*

       Check-Ship-To-On-File SECTION.

           IF ws-inb-ship-no(line-ind) NOT NUMERIC
               MOVE "SHIP-TO NUMBER NOT NUMERIC" TO ws-reject-reason
           ELSE
               IF ws-inb-ship-no(line-ind) NOT = ZERO
                   IF shipf-status-not-found
                       MOVE "SHIP-TO NOT ON FILE" TO ws-reject-reason
                   ELSE
                       MOVE ws-hdr-c-code            TO ship-c-code
                       MOVE ws-inb-ship-no(line-ind) TO ship-no
                       READ custship-file
                           INVALID KEY
                               MOVE "SHIP-TO NOT ON FILE"
                                             TO ws-reject-reason
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Priced as at today, the date the order is raised, as the
      *    customer screen prices an order keyed today.
      *---------------------------------------------------------------*

       Price-Order-Line SECTION.

           MOVE ws-hdr-c-code              TO ws-prc-c-code
           MOVE ws-inb-prod-code(line-ind) TO ws-prc-prod-code
           MOVE ws-today-date              TO ws-prc-date
           CALL price-resolver USING ws-prc-c-code
                                      ws-prc-prod-code
                                      ws-prc-date
                                      ws-prc-unit-price
                                      ws-prc-basis
           END-CALL
           MOVE ws-prc-unit-price TO ws-inb-unit-price(line-ind)
           COMPUTE ws-inb-net-amount(line-ind) =
                   ws-inb-qty(line-ind) * ws-prc-unit-price
           ADD ws-inb-net-amount(line-ind) TO ws-inb-goods-total.

      *---------------------------------------------------------------*

       Tax-Order-Line SECTION.

           MOVE ws-hdr-c-code              TO ws-tax-c-code
           MOVE ws-inb-prod-code(line-ind) TO ws-tax-prod-code
           MOVE ws-inb-net-amount(line-ind) TO ws-tax-net-amount
           CALL tax-calculator USING ws-tax-c-code
                                      ws-tax-prod-code
                                      ws-tax-net-amount
                                      ws-tax-rate-code
                                      ws-tax-rate
                                      ws-tax-amount
                                      ws-tax-ok-flg
           END-CALL
           IF NOT ws-tax-ok
               MOVE "NO TAX RATE ON FILE FOR THIS CUSTOMER"
                                             TO ws-reject-reason
           ELSE
               MOVE ws-tax-rate-code TO ws-inb-rate-code(line-ind)
               MOVE ws-tax-rate      TO ws-inb-rate(line-ind)
               MOVE ws-tax-amount    TO ws-inb-tax-amount(line-ind)
               ADD ws-tax-amount TO ws-inb-tax-total
           END-IF.

      *---------------------------------------------------------------*
      *    The counter is only moved on for good once the order is
      *    raised (Store-Order-Counter); a rejected order hands its
      *    number back for the next one.
      *---------------------------------------------------------------*

       Take-Order-Number SECTION.

           SET ws-ord-no-used TO TRUE
           PERFORM Try-Next-Order-Number UNTIL NOT ws-ord-no-used.

      *---------------------------------------------------------------*

       Try-Next-Order-Number SECTION.

           MOVE ws-next-ord-no TO ws-new-ord-no
           ADD 1 TO ws-next-ord-no
           MOVE "N" TO ws-ord-no-used-sw
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) = ws-new-ord-no
                   SET ws-ord-no-used TO TRUE
               END-IF
           END-PERFORM
           IF NOT ws-ord-no-used
               MOVE ws-hdr-c-code TO hist-c-code
               MOVE ws-new-ord-no TO hist-ord-no
               READ custhist-file
                   NOT INVALID KEY
                       SET ws-ord-no-used TO TRUE
               END-READ
           END-IF
           IF NOT ws-ord-no-used
               MOVE ws-hdr-c-code TO odl-c-code
               MOVE ws-new-ord-no TO odl-ord-no
               MOVE 1             TO odl-line-no
               READ custordl-file
                   NOT INVALID KEY
                       SET ws-ord-no-used TO TRUE
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    The first free slot, else the oldest fully-settled order
      *    is staged for custhist.ism - written by Build-Order only
      *    once the credit check has passed.
      *---------------------------------------------------------------*

       Find-Order-Slot SECTION.

           MOVE 0 TO ws-free-slot
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) = ZERO
                                        AND ws-free-slot = ZERO
                   MOVE array-ind TO ws-free-slot
               END-IF
           END-PERFORM
           IF ws-free-slot = ZERO
               PERFORM Find-Oldest-Settled-Slot
               IF ws-free-slot = ZERO
                   MOVE "ORDER TABLE FULL - NO SETTLED ORDER TO ARCHIVE"
                                             TO ws-reject-reason
               ELSE
                   PERFORM Archive-Order-Slot
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Find-Oldest-Settled-Slot SECTION.

           MOVE 0        TO ws-free-slot
           MOVE 99999999 TO ws-oldest-date
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) NOT = ZERO
                  AND file-pay-val(array-ind)
                                         >= file-ord-val(array-ind)
                  AND file-ord-date(array-ind) < ws-oldest-date
                   MOVE array-ind TO ws-free-slot
                   MOVE file-ord-date(array-ind) TO ws-oldest-date
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*

       Archive-Order-Slot SECTION.

           MOVE file-c-code                  TO hist-c-code
           MOVE file-ord-no(ws-free-slot)    TO hist-ord-no
           MOVE file-ord-date(ws-free-slot)  TO hist-ord-date
           MOVE file-ord-val(ws-free-slot)   TO hist-ord-val
           MOVE file-pay-val(ws-free-slot)   TO hist-pay-val
           MOVE ws-today-date                TO hist-archived-date
           MOVE file-ord-no(ws-free-slot)    TO ws-archived-ord-no
           SET ws-archive-pending TO TRUE.

      *---------------------------------------------------------------*
      *    The order carries its goods value plus the tax on its
      *    lines, as an order saved on the customer screen does.
      *---------------------------------------------------------------*

       Store-Order-In-Slot SECTION.

           MOVE ws-new-ord-no TO file-ord-no(ws-free-slot)
           MOVE ws-today-date TO file-ord-date(ws-free-slot)
           COMPUTE file-ord-val(ws-free-slot) =
                   ws-inb-goods-total + ws-inb-tax-total
           MOVE 0             TO file-pay-val(ws-free-slot).

      *---------------------------------------------------------------*
      *    The balance is worked out with the new order already in
      *    its slot, so the check is on what the customer would owe
      *    once it is raised - the same as Save-Record's.
      *---------------------------------------------------------------*

       Check-Credit-Limit SECTION.

           MOVE 0 TO ws-c-bal-signed
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               ADD file-ord-val(array-ind) TO ws-c-bal-signed
               SUBTRACT file-pay-val(array-ind) FROM ws-c-bal-signed
           END-PERFORM
           IF ws-c-bal-signed < 0
               MOVE 0 TO ws-c-bal
           ELSE
               MOVE ws-c-bal-signed TO ws-c-bal
           END-IF
           MOVE file-c-limit TO ws-c-limit
           CALL customer-validator USING ws-c-limit
                                          ws-c-bal
                                          ws-override-flg
                                          file-c-area
                                          ws-val-ok-flg
                                          ws-val-error-msg
                                          file-c-code
           END-CALL
           IF NOT ws-val-ok
               EVALUATE TRUE
                   WHEN ws-val-error-msg(1:21) = "CREDIT LIMIT EXCEEDED"
                       MOVE "CREDIT LIMIT EXCEEDED" TO ws-reject-reason
                   WHEN ws-val-error-msg(1:20) = "GROUP LIMIT EXCEEDED"
                       MOVE "GROUP CREDIT LIMIT EXCEEDED"
                                             TO ws-reject-reason
                   WHEN OTHER
                       MOVE ws-val-error-msg TO ws-reject-reason
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
      *    Archive, lines, then the customer. The customer rewrite is
      *    what makes the order real; until it has gone through,
      *    anything already written is taken off again.
      *---------------------------------------------------------------*

       Build-Order SECTION.

           IF ws-archive-pending
               WRITE custhist-record
                   INVALID KEY
                       MOVE "ERROR ARCHIVING OLDEST ORDER"
                                             TO ws-reject-reason
                   NOT INVALID KEY
                       SET ws-archive-written TO TRUE
               END-WRITE
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM VARYING line-ind FROM 1 BY 1
                          UNTIL line-ind > ws-inb-line-count
                             OR ws-reject-reason NOT = SPACES
                   PERFORM Write-Order-Line
               END-PERFORM
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Rewrite-Customer
           END-IF
           IF ws-reject-reason NOT = SPACES
               PERFORM Back-Out-Order
           END-IF.

      *---------------------------------------------------------------*
      *    A blank rate code means tax isn't in use yet and the line
      *    has no tax record.
      *---------------------------------------------------------------*

       Write-Order-Line SECTION.

           MOVE ws-hdr-c-code               TO odl-c-code
           MOVE ws-new-ord-no               TO odl-ord-no
           MOVE line-ind                    TO odl-line-no
           MOVE ws-inb-prod-code(line-ind)  TO odl-prod-code
           MOVE ws-inb-qty(line-ind)        TO odl-qty
           MOVE ws-inb-ship-no(line-ind)    TO odl-ship-no
           MOVE ws-inb-unit-price(line-ind) TO odl-unit-price
           WRITE custordl-record
               INVALID KEY
                   MOVE "ERROR WRITING ORDER LINE" TO ws-reject-reason
                   MOVE line-ind TO ws-bad-line-no
               NOT INVALID KEY
                   ADD 1 TO ws-lines-written
           END-WRITE
           IF ws-reject-reason = SPACES
              AND ws-inb-rate-code(line-ind) NOT = SPACES
               MOVE odl-key TO odt-key
               MOVE ws-inb-rate-code(line-ind)  TO odt-rate-code
               MOVE ws-inb-rate(line-ind)       TO odt-rate
               MOVE ws-inb-net-amount(line-ind) TO odt-net-amount
               MOVE ws-inb-tax-amount(line-ind) TO odt-tax-amount
               MOVE ws-today-date               TO odt-tax-date
               MOVE 0                           TO odt-cancelled-date
               REWRITE custordt-record
                   INVALID KEY
                       WRITE custordt-record
                       END-WRITE
               END-REWRITE
               IF NOT odtf-status-ok
                   MOVE "ERROR WRITING ORDER LINE TAX"
                                             TO ws-reject-reason
                   MOVE line-ind TO ws-bad-line-no
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Rewrite-Customer SECTION.

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
           END-IF.

      *---------------------------------------------------------------*
      *    Takes off whatever Build-Order managed to write, so a
      *    failed order leaves no lines, tax or archive behind. The
      *    customer record itself was never rewritten.
      *---------------------------------------------------------------*

       Back-Out-Order SECTION.

           PERFORM VARYING line-ind FROM 1 BY 1
                              UNTIL line-ind > ws-lines-written
               MOVE ws-hdr-c-code TO odl-c-code
               MOVE ws-new-ord-no TO odl-ord-no
               MOVE line-ind      TO odl-line-no
               DELETE custordl-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE odl-key TO odt-key
               DELETE custordt-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           IF ws-archive-written
               MOVE ws-hdr-c-code      TO hist-c-code
               MOVE ws-archived-ord-no TO hist-ord-no
               DELETE custhist-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

      *---------------------------------------------------------------*
      *    Nothing has shipped against a new order, so each line's
      *    whole quantity is allocated.
      *---------------------------------------------------------------*

       Allocate-Order-Stock SECTION.

           PERFORM VARYING line-ind FROM 1 BY 1
                              UNTIL line-ind > ws-inb-line-count
               MOVE "A"                        TO ws-stk-request
               MOVE ws-inb-prod-code(line-ind) TO ws-stk-prod-code
               MOVE ws-inb-qty(line-ind)       TO ws-stk-qty
               CALL stock-ledger USING ws-stk-request
                                        ws-stk-prod-code
                                        ws-stk-qty
                                        ws-stk-available
                                        ws-stk-short-flg
               END-CALL
               IF ws-stk-short
                   PERFORM Write-Stock-Warning
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      *    The order is on file by now; a reference that can't be
      *    recorded is reported, since a resend of the same order
      *    would not then be caught.
      *---------------------------------------------------------------*

       Record-Reference-Received SECTION.

           MOVE ws-hdr-c-code   TO ordr-c-code
           MOVE ws-hdr-cust-ref TO ordr-cust-ref
           MOVE ws-new-ord-no   TO ordr-ord-no
           MOVE ws-today-date   TO ordr-received-date
           WRITE custordr-record
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT ordrf-status-ok
               MOVE "RAISED - REFERENCE NOT RECORDED"
                                             TO ws-reject-reason
               MOVE SPACES          TO exc-line
               MOVE ws-hdr-c-code   TO exc-code
               MOVE ws-hdr-cust-ref TO exc-cust-ref
               MOVE ws-new-ord-no   TO exc-ord-no
               MOVE ws-reject-reason TO exc-reason
               WRITE exception-line FROM exc-line
               MOVE SPACES TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Store-Order-Counter SECTION.

           MOVE "C"            TO custoinc-key
           MOVE ws-next-ord-no TO custoinc-next-no
           REWRITE custoinc-record
               INVALID KEY
                   WRITE custoinc-record
                   END-WRITE
           END-REWRITE.

      *---------------------------------------------------------------*
      *    An accepted order is acknowledged with the number, date
      *    and value it was raised with; a rejected one with the
      *    reason, and the line at fault where there was one.
      *---------------------------------------------------------------*

       Write-Acknowledgement SECTION.

           MOVE SPACES          TO ack-record
           MOVE ws-hdr-c-code   TO ack-c-code
           MOVE ws-hdr-cust-ref TO ack-cust-ref
           MOVE 0               TO ack-ord-no
           MOVE 0               TO ack-ord-date
           MOVE ws-inb-line-count TO ack-line-count
           MOVE 0               TO ack-ord-value
           IF ws-reject-reason = SPACES
               SET ack-accepted TO TRUE
               MOVE ws-new-ord-no TO ack-ord-no
               MOVE ws-today-date TO ack-ord-date
               COMPUTE ack-ord-value =
                       ws-inb-goods-total + ws-inb-tax-total
           ELSE
               SET ack-rejected TO TRUE
               MOVE ws-reject-reason TO ack-reason
           END-IF
           WRITE ack-record.

      *---------------------------------------------------------------*
      *    Listed alongside the rejections but counted apart from
      *    them - the order is raised and will ship as a backorder.
      *---------------------------------------------------------------*

       Write-Stock-Warning SECTION.

           MOVE SPACES          TO exc-line
           MOVE ws-hdr-c-code   TO exc-code
           MOVE ws-hdr-cust-ref TO exc-cust-ref
           MOVE line-ind        TO exc-line-no
           MOVE ws-new-ord-no   TO exc-ord-no
           MOVE "SHORT OF STOCK, WILL BACKORDER" TO exc-reason
           MOVE ws-stk-prod-code TO exc-reason(32:8)
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-short-count.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES          TO exc-line
           MOVE ws-hdr-c-code   TO exc-code
           MOVE ws-hdr-cust-ref TO exc-cust-ref
           MOVE ws-bad-line-no  TO exc-line-no
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           IF NOT inf-status-not-found
               CLOSE input-file
           END-IF
           CLOSE customer-file
           CLOSE custoinc-file
           CLOSE custordr-file
           CLOSE custhist-file
           CLOSE custordl-file
           CLOSE custordt-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           IF NOT acctf-status-not-found
               CLOSE custacct-file
           END-IF
           IF NOT shipf-status-not-found
               CLOSE custship-file
           END-IF
           CLOSE ack-file
           CLOSE exception-file
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           DISPLAY "CUSTORDI: " ws-orders-read " ORDERS, "
                   ws-accepted-count " ACCEPTED, "
                   ws-rejected-count " REJECTED, "
                   ws-orphan-count " STRAY, "
                   ws-short-count " SHORT - SEE custordi.lst"
           STOP RUN.
