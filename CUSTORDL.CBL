      *    line whose product code isn't on the prodmast.ism product
      *    master maintained by prodmstm.cbl. The companion
      *    custordp.cbl prints the detail back for a customer whose
      *    invoice is in dispute. Every line stored or removed moves
      *    its product's allocation on the prodstk.cbl stock ledger;
      *    a line the shelf can't cover is still applied - it is a
      *    backorder, not an error - but is listed on custordl.lst
      *    as short so the buyer hears about it the same day.
      *    Every line is taxed through the custtax.cbl subprogram as
      *    it is stored and its tax kept on custordt.ism; the tax
      *    goes onto the order's value on cust.ism (a replaced line
      *    moves it by the difference, a removed line takes its tax
      *    off again), so the order carries what the customer owes.
      *    A line with no tax rate on file is refused. Each line is
      *    priced through the custprc.cbl subprogram - the customer's
      *    contract price in force on the order date, else the list
      *    price less the customer's discount - the same resolution
      *    customer.cbl applies on the screen. Because it
      *    now updates cust.ism the job runs inside the custsys.ism
      *    batch window.
      *
      *    A line on an order dated into a closed accounting period
      *    (custprdc.cbl) cannot be added, changed or removed - the
      *    month's sales are final - and goes to the exception list.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
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
           FILE STATUS IS ws-custship-file-status.

           SELECT custshpq-file ASSIGN "custshpq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shq-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custshpq-file-status.

           SELECT exception-file ASSIGN "custordl.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

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
           03  ship-addr3              PIC X(15).
           03  ship-addr4              PIC X(15).

       FD  custshpq-file.
       01  custshpq-record.
           03  shq-key.
               05  shq-c-code          PIC X(5).
               05  shq-ord-no          PIC 9(6).
               05  shq-line-no         PIC 9(3).
           03  shq-qty-shipped         PIC 9(5).
           03  shq-last-date           PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       77  array-ind                   PIC 9(4) COMP.
       77  ws-order-slot               PIC 9(2) COMP.
       77  ws-order-found-sw           PIC X(1) VALUE "N".
           88  ws-order-found                   VALUE "Y".

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-removed-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.
       77  ws-short-count              PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-date                 PIC 9(8).
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

      *---------------------------------------------------------------*
      *    The line as it stood on file before this input replaced or
      *    removed it, and what has already shipped against it - only
      *    the unshipped remainder of a line is ever allocated.
      *---------------------------------------------------------------*
       77  ws-prior-line-sw            PIC X(1).
           88  ws-prior-line-found              VALUE "Y".
       77  ws-prior-prod-code          PIC X(8).
       77  ws-prior-qty                PIC 9(5).
       77  ws-line-shipped             PIC 9(5).
       77  ws-prior-tax                PIC 9(7)V99.

      *---------------------------------------------------------------*
      *    The line's unit price from the custprc.cbl subprogram.
      *---------------------------------------------------------------*
       78  price-resolver                   VALUE "custprc".
       77  ws-prc-c-code               PIC X(5).
       77  ws-prc-prod-code            PIC X(8).
       77  ws-prc-date                 PIC 9(8).
       77  ws-prc-unit-price           PIC 9(5)V99.
       77  ws-prc-basis                PIC X(1).

      *---------------------------------------------------------------*
      *    The line's tax from the custtax.cbl subprogram, and how
      *    far storing or removing the line moves the order value.
      *---------------------------------------------------------------*
       78  tax-calculator                   VALUE "custtax".
       77  ws-tax-c-code               PIC X(5).
       77  ws-tax-prod-code            PIC X(8).
       77  ws-tax-net-amount           PIC 9(7)V99.
       77  ws-tax-rate-code            PIC X(1).
       77  ws-tax-rate                 PIC 9(2)V99.
       77  ws-tax-amount               PIC 9(7)V99.
       77  ws-tax-ok-flg               PIC X(1).
           88  ws-tax-ok                        VALUE "Y".
       77  ws-tax-change               PIC S9(7)V99.
       77  ws-new-ord-val              PIC S9(8)V99.
       77  ws-saved-ord-val            PIC 9(7)V99.

       78  stock-ledger                     VALUE "prodstk".
       77  ws-stk-request              PIC X(1).
       77  ws-stk-prod-code            PIC X(8).
       77  ws-stk-qty                  PIC 9(7).
       77  ws-stk-available            PIC S9(7).
       77  ws-stk-short-flg            PIC X(1).
           88  ws-stk-short                     VALUE "Y".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

      *---------------------------------------------------------------*
      *    prodmast.ism is optional the same way custval.cbl treats
      *    custarea.dat - on a site that hasn't built its product
           88  shipf-status-ok                  VALUE "00".
           88  shipf-status-not-found           VALUE "35".

      *---------------------------------------------------------------*
      *    custshpq.ism is created by custshpc.cbl - with no file on
      *    disk nothing has shipped against any line.
      *---------------------------------------------------------------*
       77  ws-custshpq-file-status     PIC X(2).
           88  shqf-status-ok                   VALUE "00".
           88  shqf-status-not-found            VALUE "35".

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.

       Program-Initialize SECTION.

           MOVE "B" TO ws-sys-request
           MOVE "CUSTORDL" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           OPEN INPUT  input-file
           OPEN I-O    customer-file
           PERFORM Open-Custordl-File
           PERFORM Open-Custordt-File
           OPEN INPUT  prodmast-file
           OPEN INPUT  custacct-file
           OPEN INPUT  custship-file
           OPEN INPUT  custshpq-file
           OPEN OUTPUT exception-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
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

       Read-Input-Record SECTION.
                                             TO ws-reject-reason
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Line-Not-Cancelled
           END-IF
           IF ws-reject-reason = SPACES
               MOVE file-ord-date(ws-order-slot) TO ws-prd-date
               PERFORM Check-Posting-Period
           END-IF
           IF ws-reject-reason = SPACES AND in-qty NOT = ZERO
               PERFORM Check-Account-Allows-Orders
           END-IF
           IF ws-reject-reason = SPACES AND in-qty NOT = ZERO
               PERFORM Check-Ship-To-On-File
           END-IF
           IF ws-reject-reason = SPACES AND in-qty NOT = ZERO
               PERFORM Price-Order-Line
               PERFORM Tax-Order-Line
           END-IF
           IF ws-reject-reason = SPACES
               IF in-qty = ZERO
                   PERFORM Remove-Order-Line
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) = in-ord-no
                                        AND NOT ws-order-found
                   SET ws-order-found TO TRUE
                   MOVE array-ind TO ws-order-slot
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      *    A line cancelled by custcanc.cbl keeps its custordt.ism
      *    record, flagged cancelled, for the sales tax report. Its
      *    line number is not used again, or the new line's tax
      *    would overwrite the record the report still needs.
      *---------------------------------------------------------------*

       Check-Line-Not-Cancelled SECTION.

           MOVE in-c-code  TO odt-c-code
           MOVE in-ord-no  TO odt-ord-no
           MOVE in-line-no TO odt-line-no
           READ custordt-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF odt-cancelled-date NOT = 0
                       MOVE "LINE WAS CANCELLED - USE A NEW LINE NO"
                                             TO ws-reject-reason
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *    New order lines are order activity, so a held or closed
      *    account (custacct.ism, maintained by custaccm.cbl) bounces
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Priced as at the date the order was taken, so a line that
      *    arrives a few days behind its order still gets the
      *    contract the customer was on when they ordered.
      *---------------------------------------------------------------*

       Price-Order-Line SECTION.

           MOVE in-c-code    TO ws-prc-c-code
           MOVE in-prod-code TO ws-prc-prod-code
           MOVE file-ord-date(ws-order-slot) TO ws-prc-date
           CALL price-resolver USING ws-prc-c-code
                                      ws-prc-prod-code
                                      ws-prc-date
                                      ws-prc-unit-price
                                      ws-prc-basis
           END-CALL.

      *---------------------------------------------------------------*
      *    Taxed at the price Store-Order-Line will stamp on the line
      *    - the one Price-Order-Line has just resolved.
      *---------------------------------------------------------------*

       Tax-Order-Line SECTION.

           COMPUTE ws-tax-net-amount = in-qty * ws-prc-unit-price
           MOVE in-c-code    TO ws-tax-c-code
           MOVE in-prod-code TO ws-tax-prod-code
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
           END-IF.

      *---------------------------------------------------------------*
      *    A line already on file under the same key is simply
      *    replaced - re-sending a corrected line is the natural way
      *    to fix a mis-keyed product code or quantity. The line is
      *    stamped with the unit price Price-Order-Line has just
      *    resolved, so the order keeps the price it was taken at
      *    whatever prodmstm.cbl or custcprm.cbl later do; a product
      *    neither on contract nor on the master goes on at zero.
      *---------------------------------------------------------------*

       Store-Order-Line SECTION.

           PERFORM Look-Up-Prior-Line
           COMPUTE ws-tax-change = ws-tax-amount - ws-prior-tax
           PERFORM Adjust-Order-Value
           IF ws-reject-reason = SPACES
               PERFORM Write-Order-Line
           ELSE
               PERFORM Write-Exception
           END-IF.

      *---------------------------------------------------------------*
      *    The order value has already moved by the tax difference;
      *    if the line itself can't be written it is moved back.
      *---------------------------------------------------------------*

       Write-Order-Line SECTION.

           MOVE in-c-code    TO odl-c-code
           MOVE in-ord-no    TO odl-ord-no
           MOVE in-line-no   TO odl-line-no
           MOVE in-prod-code TO odl-prod-code
           MOVE in-qty       TO odl-qty
           MOVE in-ship-no   TO odl-ship-no
           MOVE ws-prc-unit-price TO odl-unit-price
           REWRITE custordl-record
               INVALID KEY
                   WRITE custordl-record
           END-REWRITE
           IF odlf-status-ok
               ADD 1 TO ws-applied-count
               PERFORM Store-Line-Tax
               PERFORM Release-Prior-Allocation
               PERFORM Allocate-Line-Stock
           ELSE
               PERFORM Restore-Order-Value
               MOVE "ERROR WRITING ORDER LINE" TO ws-reject-reason
               PERFORM Write-Exception
           END-IF.

      *---------------------------------------------------------------*
      *    A blank rate code means tax isn't in use yet (no
      *    custtxrt.ism), so any tax record left from before goes.
      *---------------------------------------------------------------*

       Store-Line-Tax SECTION.

           MOVE odl-key TO odt-key
           IF ws-tax-rate-code = SPACES
               DELETE custordt-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE ws-tax-rate-code  TO odt-rate-code
               MOVE ws-tax-rate       TO odt-rate
               MOVE ws-tax-net-amount TO odt-net-amount
               MOVE ws-tax-amount     TO odt-tax-amount
               MOVE ws-today-date     TO odt-tax-date
               MOVE 0                 TO odt-cancelled-date
               REWRITE custordt-record
                   INVALID KEY
                       WRITE custordt-record
                   END-WRITE
               END-REWRITE
           END-IF.

      *---------------------------------------------------------------*
      *    Moves the order's value on cust.ism by ws-tax-change and
      *    rewrites the customer, stamped changed so custglx.cbl
      *    re-extracts the order. Nothing to move, nothing written.
      *---------------------------------------------------------------*

       Adjust-Order-Value SECTION.

           MOVE file-ord-val(ws-order-slot) TO ws-saved-ord-val
           IF ws-tax-change NOT = 0
               COMPUTE ws-new-ord-val =
                       file-ord-val(ws-order-slot) + ws-tax-change
               IF ws-new-ord-val < 0
                   MOVE 0 TO ws-new-ord-val
               END-IF
               MOVE ws-new-ord-val TO file-ord-val(ws-order-slot)
               PERFORM Rewrite-Customer
               IF ws-reject-reason NOT = SPACES
                   MOVE ws-saved-ord-val TO file-ord-val(ws-order-slot)
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Restore-Order-Value SECTION.

           IF file-ord-val(ws-order-slot) NOT = ws-saved-ord-val
               MOVE ws-saved-ord-val TO file-ord-val(ws-order-slot)
               PERFORM Rewrite-Customer
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

       Remove-Order-Line SECTION.

           PERFORM Look-Up-Prior-Line
           IF NOT ws-prior-line-found
               MOVE "ORDER LINE NOT ON FILE" TO ws-reject-reason
           ELSE
               COMPUTE ws-tax-change = 0 - ws-prior-tax
               PERFORM Adjust-Order-Value
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-c-code  TO odl-c-code
               MOVE in-ord-no  TO odl-ord-no
               MOVE in-line-no TO odl-line-no
               DELETE custordl-file
                   INVALID KEY
                       PERFORM Restore-Order-Value
                       MOVE "ORDER LINE NOT ON FILE" TO ws-reject-reason
                   NOT INVALID KEY
                       ADD 1 TO ws-removed-count
                       MOVE odl-key TO odt-key
                       DELETE custordt-file
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       PERFORM Release-Prior-Allocation
               END-DELETE
           END-IF
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF.

      *---------------------------------------------------------------*
      *    Reads the line this input is about to replace or remove,
      *    and the quantity already shipped against that key, before
      *    the record area is overwritten.
      *---------------------------------------------------------------*

       Look-Up-Prior-Line SECTION.

           MOVE "N" TO ws-prior-line-sw
           MOVE in-c-code  TO odl-c-code
           MOVE in-ord-no  TO odl-ord-no
           MOVE in-line-no TO odl-line-no
           READ custordl-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-prior-line-found TO TRUE
                   MOVE odl-prod-code TO ws-prior-prod-code
                   MOVE odl-qty       TO ws-prior-qty
           END-READ
           MOVE 0 TO ws-prior-tax
           MOVE odl-key TO odt-key
           READ custordt-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE odt-tax-amount TO ws-prior-tax
           END-READ
           MOVE 0 TO ws-line-shipped
           IF NOT shqf-status-not-found
               MOVE in-c-code  TO shq-c-code
               MOVE in-ord-no  TO shq-ord-no
               MOVE in-line-no TO shq-line-no
               READ custshpq-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE shq-qty-shipped TO ws-line-shipped
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    The replaced line's unshipped remainder goes back to its
      *    product before the new line takes its own - a re-sent line
      *    for a different product moves the allocation across, and
      *    one for the same product only moves it by the difference.
      *---------------------------------------------------------------*

       Release-Prior-Allocation SECTION.

           IF ws-prior-line-found AND ws-prior-qty > ws-line-shipped
               MOVE "R"                TO ws-stk-request
               MOVE ws-prior-prod-code TO ws-stk-prod-code
               COMPUTE ws-stk-qty = ws-prior-qty - ws-line-shipped
               CALL stock-ledger USING ws-stk-request
                                        ws-stk-prod-code
                                        ws-stk-qty
                                        ws-stk-available
                                        ws-stk-short-flg
               END-CALL
           END-IF.

      *---------------------------------------------------------------*

       Allocate-Line-Stock SECTION.

           IF in-qty > ws-line-shipped
               MOVE "A"          TO ws-stk-request
               MOVE in-prod-code TO ws-stk-prod-code
               COMPUTE ws-stk-qty = in-qty - ws-line-shipped
               CALL stock-ledger USING ws-stk-request
                                        ws-stk-prod-code
                                        ws-stk-qty
                                        ws-stk-available
                                        ws-stk-short-flg
               END-CALL
               IF ws-stk-short
                   PERFORM Write-Stock-Warning
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Listed alongside the rejections but counted apart from
      *    them - the line is on file and will ship as a backorder.
      *---------------------------------------------------------------*

       Write-Stock-Warning SECTION.

           MOVE SPACES     TO exc-line
           MOVE in-c-code  TO exc-code
           MOVE in-ord-no  TO exc-ord-no
           MOVE in-line-no TO exc-line-no
           MOVE "APPLIED - SHORT OF STOCK, WILL BACKORDER"
                                             TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-short-count.

      *---------------------------------------------------------------*
      *    A line change alters the value of the order as booked, so
      *    it is refused when the order's own date falls in a closed
      *    accounting period.
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

           CLOSE input-file
           CLOSE customer-file
           CLOSE custordl-file
           CLOSE custordt-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           IF NOT shipf-status-not-found
               CLOSE custship-file
           END-IF
           IF NOT shqf-status-not-found
               CLOSE custshpq-file
           END-IF
           CLOSE exception-file
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           DISPLAY "CUSTORDL: " ws-applied-count " LINE(S) APPLIED, "
                   ws-removed-count " REMOVED, "
                   ws-rejected-count " REJECTED, "
                   ws-short-count " SHORT OF STOCK - SEE custordl.lst"
           STOP RUN.
