      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custretn.

      *---------------------------------------------------------------*
      *    Customer returns and credit notes. Goods sent back used to
      *    be keyed by collections as a negative-looking payment
      *    through custrcpt.dat, which put bogus cash on custpay.ism
      *    and skewed custcrev.cbl's days-to-pay scoring. This job
      *    reads a sequential file of returns - customer, order,
      *    line, quantity returned and a reason code - and for each
      *    one:
      *      - checks the line was shipped: the quantity on
      *        custshpq.ism (kept by custshpc.cbl) less everything
      *        already returned against the line must cover the
      *        return, so a line can never be credited for more than
      *        actually left the warehouse;
      *      - records the return on custretn.ism under the next
      *        credit note number from the custcrnc.ism counter (the
      *        same single-record style as custctr.ism), valued at
      *        the unit price the line was taken at;
      *      - reduces the order's value on cust.ism by the credit,
      *        which takes it off the outstanding balance everywhere
      *        the balance is worked out (file-ord-val less
      *        file-pay-val), and stamps the customer changed so
      *        custglx.cbl re-extracts the order;
      *      - credits the sales tax charged on the goods as well:
      *        the line's rate code and rate are taken from
      *        custordt.ism, as the line was taxed when it was taken,
      *        and the tax on the credited goods is carried on the
      *        return record beside the gross credit;
      *      - prints a numbered credit note to custcrn.lst, one per
      *        page in the same layout as custinv.cbl's invoices.
      *    custglx.cbl sends each credit note to GL as a CRN line of
      *    its own. Bad returns go to custretn.lst, the same way
      *    custshpc.cbl reports a bad confirmation.
      *
      *    The credit note posts as of the business date
      *    (custbdat.cbl); if that falls in a closed accounting
      *    period (custprdc.cbl) the return goes to the exception
      *    list instead.
      *
      *    Reason codes:
      *        DA - damaged in transit      FA - faulty
      *        WI - wrong item supplied     OS - over-supplied
      *        NW - no longer wanted
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custretn.dat"
           ORGANIZATION IS SEQUENTIAL.

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

           SELECT custshpq-file ASSIGN "custshpq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shq-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custshpq-file-status.

           SELECT custretn-file ASSIGN "custretn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ret-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custretn-file-status.

           SELECT custcrnc-file ASSIGN "custcrnc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS custcrnc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcrnc-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordt-file-status.

           SELECT credit-file ASSIGN "custcrn.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT exception-file ASSIGN "custretn.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-c-code               PIC X(5).
           03  in-ord-no               PIC 9(6).
           03  in-line-no              PIC 9(3).
           03  in-qty-returned         PIC 9(5).
           03  in-reason               PIC X(2).
               88  in-reason-valid             VALUE "DA" "FA" "WI"
                                                     "OS" "NW".

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

       FD  custshpq-file.
       01  custshpq-record.
           03  shq-key.
               05  shq-c-code          PIC X(5).
               05  shq-ord-no          PIC 9(6).
               05  shq-line-no         PIC 9(3).
           03  shq-qty-shipped         PIC 9(5).
           03  shq-last-date           PIC 9(8).

      *---------------------------------------------------------------*
      *    One record per credit note, keyed under the order line it
      *    credits so everything returned against a line (or an
      *    order) is one START/READ NEXT range. The credit note
      *    number is the last part of the key; ret-created is the
      *    business date it posts on. ret-entered is the moment it
      *    was raised by the clock, which is what custglx.cbl
      *    selects on. ret-amount is the gross credit, goods plus tax;
      *    ret-tax-amount is the tax part of it, under ret-tax-code.
      *---------------------------------------------------------------*
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

       FD  custcrnc-file.
       01  custcrnc-record.
           03  custcrnc-key            PIC X(1).
           03  custcrnc-next-no        PIC 9(6).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

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

       FD  credit-file.
       01  credit-line                 PIC X(80).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-ret-eof-sw               PIC X(1).
           88  ws-ret-eof                       VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ws-order-slot               PIC 9(2) COMP.

       77  ws-shipped-qty              PIC 9(5).
       77  ws-returned-qty             PIC 9(7).
       77  ws-credit-amount            PIC 9(7)V99.
       77  ws-credit-net               PIC 9(7)V99.
       77  ws-credit-tax               PIC 9(7)V99.
       77  ws-credit-tax-code          PIC X(1).
       77  ws-credit-no                PIC 9(6).
       77  ws-balance-due              PIC S9(8)V99.

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

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custordl-file-status     PIC X(2).
           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custshpq-file-status     PIC X(2).
           88  shqf-status-ok                   VALUE "00".
           88  shqf-status-not-found            VALUE "35".

       77  ws-custretn-file-status     PIC X(2).
           88  retf-status-ok                   VALUE "00".
           88  retf-status-not-found            VALUE "35".

       77  ws-custcrnc-file-status     PIC X(2).
           88  crncf-status-ok                  VALUE "00".
           88  crncf-status-not-found           VALUE "35".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       01  crn-hdg-line.
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  FILLER                  PIC X(21)
                           VALUE "C R E D I T   N O T E".

       01  addr-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  addr-text               PIC X(30).

       01  crn-no-line.
           03  FILLER                  PIC X(12) VALUE "CREDIT NOTE ".
           03  crn-credit-no           PIC 9(6).
           03  FILLER                  PIC X(9)  VALUE "   DATED ".
           03  crn-credit-date         PIC 9(8).

       01  ord-line.
           03  FILLER                  PIC X(14) VALUE "AGAINST ORDER ".
           03  crn-ord-no              PIC 9(6).
           03  FILLER                  PIC X(9)  VALUE "   DATED ".
           03  crn-ord-date            PIC 9(8).

       01  col-hdg-line.
           03  FILLER                  PIC X(5)  VALUE "LINE".
           03  FILLER                  PIC X(10) VALUE "PRODUCT".
           03  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(9)  VALUE "RETURNED".
           03  FILLER                  PIC X(12) VALUE "UNIT PRICE".
           03  FILLER                  PIC X(12) VALUE "CREDITED".

       01  det-line.
           03  det-line-no             PIC ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-prod-code           PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-prod-desc           PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-qty                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-unit-price          PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-extended            PIC Z,ZZZ,ZZ9.99.

       01  reason-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(8)  VALUE "REASON: ".
           03  rsn-code                PIC X(2).
           03  FILLER                  PIC X(3)  VALUE " - ".
           03  rsn-text                PIC X(25).

       01  amount-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  amount-label            PIC X(30).
           03  amount-value            PIC -Z,ZZZ,ZZ9.99.

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-line-no             PIC 9(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-qty                 PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason-code         PIC X(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
      *    cust.ism is updated, so the batch window is marked in
      *    custsys.ism first, the same as custrcpt.cbl.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT  custordl-file
           IF odlf-status-not-found
               DISPLAY "CUSTRETN: NO ORDER DETAIL FILE custordl.ism "
                       "ON DISK - NOTHING TO RETURN AGAINST"
               STOP RUN
           END-IF
           MOVE "B" TO ws-sys-request
           MOVE "CUSTRETN" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           OPEN INPUT  input-file
           OPEN I-O    customer-file
           OPEN INPUT  custshpq-file
           OPEN INPUT  prodmast-file
           OPEN INPUT  custordt-file
           PERFORM Open-Custretn-File
           PERFORM Open-Custcrnc-File
           OPEN OUTPUT credit-file
           OPEN OUTPUT exception-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-prd-date
           END-CALL
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Both created by this program rather than shipped with it -
      *    the same not-found-creates-the-file guard customer.cbl's
      *    Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custretn-File SECTION.

           OPEN I-O custretn-file
           IF retf-status-not-found
               OPEN OUTPUT custretn-file
               CLOSE custretn-file
               OPEN I-O custretn-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custcrnc-File SECTION.

           OPEN I-O custcrnc-file
           IF crncf-status-not-found
               OPEN OUTPUT custcrnc-file
               CLOSE custcrnc-file
               OPEN I-O custcrnc-file
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
           EVALUATE TRUE
               WHEN in-qty-returned NOT NUMERIC
                    OR in-qty-returned = ZERO
                   MOVE "RETURN QUANTITY MISSING OR NOT NUMERIC"
                                             TO ws-reject-reason
               WHEN NOT in-reason-valid
                   MOVE "UNKNOWN RETURN REASON CODE"
                                             TO ws-reject-reason
           END-EVALUATE
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
               IF ws-order-slot = 0
                   MOVE "ORDER NOT FOUND FOR CUSTOMER"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Line-And-Quantity
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Apply-Return-To-Order
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
           END-PERFORM.

      *---------------------------------------------------------------*
      *    What can come back is what was shipped less what has
      *    already come back - a second return against the same line
      *    is checked against the remainder, not the full shipment.
      *    The credit is valued at the line's own frozen unit price,
      *    plus the tax the line was charged, and can never take the
      *    order's value below zero.
      *---------------------------------------------------------------*

       Check-Line-And-Quantity SECTION.

           MOVE in-c-code  TO odl-c-code
           MOVE in-ord-no  TO odl-ord-no
           MOVE in-line-no TO odl-line-no
           READ custordl-file
               INVALID KEY
                   MOVE "ORDER LINE NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               PERFORM Look-Up-Shipped-Quantity
               IF ws-shipped-qty = 0
                   MOVE "NOTHING SHIPPED ON THIS LINE"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Total-Prior-Returns
               IF ws-returned-qty + in-qty-returned > ws-shipped-qty
                   MOVE "RETURN EXCEEDS QUANTITY SHIPPED"
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               COMPUTE ws-credit-net =
                     in-qty-returned * odl-unit-price
               PERFORM Tax-Credit
               COMPUTE ws-credit-amount = ws-credit-net + ws-credit-tax
               IF ws-credit-amount > file-ord-val(ws-order-slot)
                   MOVE "CREDIT EXCEEDS ORDER VALUE"
                                             TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    The returned goods are credited at the rate the line was
      *    taxed at, not today's rate, so the credit undoes exactly
      *    what was charged. A line taken before tax was in use has
      *    no custordt.ism record and is credited without tax.
      *---------------------------------------------------------------*

       Tax-Credit SECTION.

           MOVE SPACES TO ws-credit-tax-code
           MOVE 0      TO ws-credit-tax
           IF NOT odtf-status-not-found
               MOVE in-c-code  TO odt-c-code
               MOVE in-ord-no  TO odt-ord-no
               MOVE in-line-no TO odt-line-no
               READ custordt-file
                   NOT INVALID KEY
                       MOVE odt-rate-code TO ws-credit-tax-code
                       COMPUTE ws-credit-tax ROUNDED =
                               ws-credit-net * odt-rate / 100
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Look-Up-Shipped-Quantity SECTION.

           MOVE 0 TO ws-shipped-qty
           IF NOT shqf-status-not-found
               MOVE in-c-code  TO shq-c-code
               MOVE in-ord-no  TO shq-ord-no
               MOVE in-line-no TO shq-line-no
               READ custshpq-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE shq-qty-shipped TO ws-shipped-qty
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Total-Prior-Returns SECTION.

           MOVE 0   TO ws-returned-qty
           MOVE "N" TO ws-ret-eof-sw
           MOVE in-c-code  TO ret-c-code
           MOVE in-ord-no  TO ret-ord-no
           MOVE in-line-no TO ret-line-no
           MOVE 0          TO ret-credit-no
           START custretn-file KEY IS NOT LESS THAN ret-key
               INVALID KEY
                   SET ws-ret-eof TO TRUE
           END-START
           PERFORM Add-Prior-Return UNTIL ws-ret-eof.

      *---------------------------------------------------------------*

       Add-Prior-Return SECTION.

           READ custretn-file NEXT RECORD
               AT END
                   SET ws-ret-eof TO TRUE
           END-READ
           IF NOT ws-ret-eof
              AND (ret-c-code NOT = in-c-code
                   OR ret-ord-no NOT = in-ord-no
                   OR ret-line-no NOT = in-line-no)
               SET ws-ret-eof TO TRUE
           END-IF
           IF NOT ws-ret-eof
               ADD ret-qty TO ws-returned-qty
           END-IF.

      *---------------------------------------------------------------*
      *    The custretn.ism record goes first, the same order
      *    custrcpt.cbl writes custpay.ism before touching the
      *    customer: if the cust.ism rewrite then fails (record held
      *    by an operator) the return record is deleted again and
      *    the return rejected, so the two files never disagree. The
      *    counter only moves on once both are on disk, so a
      *    rejected return never uses up a credit note number.
      *---------------------------------------------------------------*

       Apply-Return-To-Order SECTION.

           PERFORM Take-Next-Credit-No
           MOVE in-c-code        TO ret-c-code
           MOVE in-ord-no        TO ret-ord-no
           MOVE in-line-no       TO ret-line-no
           MOVE ws-credit-no     TO ret-credit-no
           MOVE odl-prod-code    TO ret-prod-code
           MOVE in-qty-returned  TO ret-qty
           MOVE odl-unit-price   TO ret-unit-price
           MOVE ws-credit-amount TO ret-amount
           MOVE in-reason        TO ret-reason
           MOVE ws-credit-tax-code TO ret-tax-code
           MOVE ws-credit-tax    TO ret-tax-amount
           MOVE ws-prd-date TO ret-created-date
           ACCEPT ret-entered-date FROM DATE YYYYMMDD
           ACCEPT ret-entered-time FROM TIME
           MOVE ret-entered-time TO ret-created-time
           WRITE custretn-record
               INVALID KEY
                   MOVE "DUPLICATE CREDIT NOTE KEY - NOT RECORDED"
                                             TO ws-reject-reason
           END-WRITE
           IF ws-reject-reason = SPACES
               SUBTRACT ws-credit-amount
                                 FROM file-ord-val(ws-order-slot)
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
                   DELETE custretn-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Advance-Credit-No
               PERFORM Print-Credit-Note
               ADD 1 TO ws-applied-count
           END-IF.

      *---------------------------------------------------------------*

       Take-Next-Credit-No SECTION.

           MOVE "C" TO custcrnc-key
           READ custcrnc-file
               INVALID KEY
                   MOVE "C" TO custcrnc-key
                   MOVE 1   TO custcrnc-next-no
           END-READ
           MOVE custcrnc-next-no TO ws-credit-no.

      *---------------------------------------------------------------*

       Advance-Credit-No SECTION.

           MOVE "C" TO custcrnc-key
           COMPUTE custcrnc-next-no = ws-credit-no + 1
           REWRITE custcrnc-record
               INVALID KEY
                   WRITE custcrnc-record
                   END-WRITE
           END-REWRITE.

      *---------------------------------------------------------------*
      *    Same page as custinv.cbl's Print-Invoice: heading on a new
      *    page, bill-to address, the document and order references,
      *    the credited line, then the figures - with the order value
      *    and balance shown as they stand after the credit.
      *---------------------------------------------------------------*

       Print-Credit-Note SECTION.

           MOVE SPACES TO credit-line
           WRITE credit-line FROM crn-hdg-line
               AFTER ADVANCING PAGE
           MOVE SPACES TO credit-line
           WRITE credit-line
           MOVE SPACES       TO addr-line
           MOVE file-c-name  TO addr-text
           WRITE credit-line FROM addr-line
           MOVE file-c-addr1 TO addr-text
           WRITE credit-line FROM addr-line
           MOVE file-c-addr2 TO addr-text
           WRITE credit-line FROM addr-line
           MOVE file-c-addr3 TO addr-text
           WRITE credit-line FROM addr-line
           MOVE file-c-addr4 TO addr-text
           WRITE credit-line FROM addr-line
           MOVE SPACES TO credit-line
           WRITE credit-line
           MOVE ret-credit-no    TO crn-credit-no
           MOVE ret-created-date TO crn-credit-date
           WRITE credit-line FROM crn-no-line
           MOVE file-ord-no(ws-order-slot)   TO crn-ord-no
           MOVE file-ord-date(ws-order-slot) TO crn-ord-date
           WRITE credit-line FROM ord-line
           MOVE SPACES TO credit-line
           WRITE credit-line
           WRITE credit-line FROM col-hdg-line
           PERFORM Look-Up-Product
           MOVE SPACES          TO det-line
           MOVE ret-line-no     TO det-line-no
           MOVE ret-prod-code   TO det-prod-code
           MOVE prod-desc       TO det-prod-desc
           MOVE ret-qty         TO det-qty
           MOVE ret-unit-price  TO det-unit-price
           COMPUTE det-extended = ret-amount - ret-tax-amount
           WRITE credit-line FROM det-line
           MOVE SPACES TO credit-line
           WRITE credit-line
           PERFORM Describe-Reason
           WRITE credit-line FROM reason-line
           MOVE SPACES TO credit-line
           WRITE credit-line
           IF ret-tax-code NOT = SPACES
               MOVE SPACES             TO amount-line
               MOVE "GOODS CREDITED"   TO amount-label
               COMPUTE amount-value = ret-amount - ret-tax-amount
               WRITE credit-line FROM amount-line
               MOVE SPACES             TO amount-line
               STRING "TAX CREDITED (CODE " DELIMITED BY SIZE
                      ret-tax-code          DELIMITED BY SIZE
                      ")"                   DELIMITED BY SIZE
                      INTO amount-label
               END-STRING
               MOVE ret-tax-amount     TO amount-value
               WRITE credit-line FROM amount-line
           END-IF
           MOVE SPACES             TO amount-line
           MOVE "TOTAL CREDITED"   TO amount-label
           MOVE ret-amount         TO amount-value
           WRITE credit-line FROM amount-line
           MOVE SPACES             TO amount-line
           MOVE "ORDER VALUE AFTER CREDIT" TO amount-label
           MOVE file-ord-val(ws-order-slot) TO amount-value
           WRITE credit-line FROM amount-line
           MOVE SPACES             TO amount-line
           MOVE "PAYMENTS RECEIVED TO DATE" TO amount-label
           MOVE file-pay-val(ws-order-slot) TO amount-value
           WRITE credit-line FROM amount-line
           COMPUTE ws-balance-due = file-ord-val(ws-order-slot)
                                  - file-pay-val(ws-order-slot)
           MOVE SPACES             TO amount-line
           MOVE "BALANCE NOW DUE"  TO amount-label
           MOVE ws-balance-due     TO amount-value
           WRITE credit-line FROM amount-line.

      *---------------------------------------------------------------*

       Look-Up-Product SECTION.

           MOVE "**NOT ON FILE**" TO prod-desc
           IF NOT prodf-status-not-found
               MOVE ret-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "**NOT ON FILE**" TO prod-desc
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Describe-Reason SECTION.

           MOVE SPACES     TO rsn-text
           MOVE ret-reason TO rsn-code
           EVALUATE ret-reason
               WHEN "DA"
                   MOVE "DAMAGED IN TRANSIT"   TO rsn-text
               WHEN "FA"
                   MOVE "FAULTY"               TO rsn-text
               WHEN "WI"
                   MOVE "WRONG ITEM SUPPLIED"  TO rsn-text
               WHEN "OS"
                   MOVE "OVER-SUPPLIED"        TO rsn-text
               WHEN "NW"
                   MOVE "NO LONGER WANTED"     TO rsn-text
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    The credit note posts as of the business date, so a return
      *    is refused when that date falls in a closed accounting
      *    period.
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

           MOVE SPACES      TO exc-line
           MOVE in-c-code   TO exc-code
           MOVE in-ord-no   TO exc-ord-no
           MOVE in-line-no  TO exc-line-no
           IF in-qty-returned NUMERIC
               MOVE in-qty-returned TO exc-qty
           END-IF
           MOVE in-reason   TO exc-reason-code
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           CLOSE input-file
           CLOSE customer-file
           CLOSE custordl-file
           IF NOT shqf-status-not-found
               CLOSE custshpq-file
           END-IF
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           IF NOT odtf-status-not-found
               CLOSE custordt-file
           END-IF
           CLOSE custretn-file
           CLOSE custcrnc-file
           CLOSE credit-file
           CLOSE exception-file
           DISPLAY "CUSTRETN: " ws-applied-count " CREDIT NOTE(S) "
                   "TO custcrn.lst, " ws-rejected-count
                   " REJECTED - SEE custretn.lst"
           STOP RUN.
