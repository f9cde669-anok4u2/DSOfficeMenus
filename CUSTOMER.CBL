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

           SELECT custrecu-file ASSIGN "custrecu.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rcu-username
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custrecu-file-status.


       DATA DIVISION.

           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

      *---------------------------------------------------------------*
      *    The sales tax on each order line, keyed exactly as the
      *    line is - the rate code and rate it was taxed at, the net
      *    value taxed and the tax, frozen at the day the line was
      *    taken the same way odl-unit-price freezes the price.
      *---------------------------------------------------------------*
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

       FD  custship-file.
       01  custship-record.
           03  ship-addr3              PIC X(15).
           03  ship-addr4              PIC X(15).

      *---------------------------------------------------------------*
      *    Recently-used customers, one record per operator keyed by
      *    the USERNAME Get-Operator-Id captures: the last customers
      *    that operator loaded, most recent first. winsubclass.cbl
      *    reads it to list them under the File menu, and puts the
      *    code of the one picked from there in rcu-pick-code for
      *    Load-Record to take up. custmerg.cbl takes a merged-away
      *    code off every operator's list.
      *---------------------------------------------------------------*
       FD  custrecu-file.
       01  custrecu-record.
           03  rcu-username            PIC X(20).
           03  rcu-pick-code           PIC X(5).
           03  rcu-count               PIC 9(2).
           03  rcu-recent.
             78  max-recent-customers      VALUE 9.
               05  rcu-entry OCCURS max-recent-customers.
                   07  rcu-c-code      PIC X(5).
                   07  rcu-c-name      PIC X(15).

       WORKING-STORAGE SECTION.

           COPY "ds-cntrl.v1".
       77  ws-free-slot                PIC 9(2) COMP.
       77  ws-oldest-date              PIC 9(8).
       77  ws-today-date               PIC 9(8).
       77  ws-entry-tax-date           PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-save-ok-sw               PIC X(1) VALUE "Y".
           88  ws-save-ok                       VALUE "Y".
           88  custship-status-ok               VALUE "00".
           88  custship-status-not-found        VALUE "35".

      *---------------------------------------------------------------*
      *    custrecu.ism is opened and closed round each use rather
      *    than held open for the session - winsubclass.cbl opens it
      *    too, from inside the same screen, whenever the File menu
      *    drops down or a recent customer is picked from it.
      *---------------------------------------------------------------*
       77  ws-custrecu-file-status    PIC X(2).
           88  custrecu-status-ok               VALUE "00".
           88  custrecu-status-not-found        VALUE "35".

       77  recent-ind                  PIC 9(4) COMP.
       77  recent-chk-ind              PIC S9(4) COMP.
       77  ws-recent-pos               PIC 9(4) COMP.
       77  ws-recent-code              PIC X(5).
       77  ws-recent-found-sw          PIC X(1).
           88  ws-recent-found                  VALUE "Y".
       77  ws-recent-pick-sw           PIC X(1) VALUE "N".
           88  ws-recent-picked                 VALUE "Y".

       77  line-ind                    PIC 9(4) COMP.
       77  ws-entry-ord-no             PIC 9(6).
       77  ws-entry-ord-date           PIC 9(8).
       77  ws-entry-line-count         PIC 9(3) COMP.
       77  ws-line-error-sw            PIC X(1).
           88  ws-line-error                    VALUE "Y".
       77  ws-entry-write-sw           PIC X(1).
           88  ws-entry-write-failed            VALUE "Y".

      *---------------------------------------------------------------*
      *    Each entry line allocates its product's stock on the
      *    prodstk.cbl ledger as it is written. A line the shelf
      *    can't cover still saves - it will ship as a backorder -
      *    but the operator is told which line, while the customer
      *    is still on the phone.
      *---------------------------------------------------------------*
       78  stock-ledger                     VALUE "prodstk".
       77  ws-stk-request              PIC X(1).
       77  ws-stk-prod-code            PIC X(8).
       77  ws-stk-qty                  PIC 9(7).
       77  ws-stk-available            PIC S9(7).
       77  ws-stk-short-flg            PIC X(1).
           88  ws-stk-short                     VALUE "Y".
       77  ws-entry-short-line         PIC 9(3).
       77  ws-prior-line-sw            PIC X(1).
           88  ws-prior-line-found              VALUE "Y".
       77  ws-prior-prod-code          PIC X(8).
       77  ws-prior-qty                PIC 9(5).

       77  ws-custordt-file-status    PIC X(2).
           88  custordt-status-ok               VALUE "00".
           88  custordt-status-not-found        VALUE "35".

      *---------------------------------------------------------------*
      *    Each entry line is priced through the custprc.cbl
      *    subprogram - contract price, else list less the
      *    customer's discount - the same resolution custordl.cbl
      *    applies to batch lines.
      *---------------------------------------------------------------*
       78  price-resolver                   VALUE "custprc".
       77  ws-prc-c-code               PIC X(5).
       77  ws-prc-prod-code            PIC X(8).
       77  ws-prc-date                 PIC 9(8).
       77  ws-prc-unit-price           PIC 9(5)V99.
       77  ws-prc-basis                PIC X(1).

      *---------------------------------------------------------------*
      *    Each entry line is taxed through the custtax.cbl
      *    subprogram before anything is saved, so the tax can go
      *    into the new order's value. The results are held per
      *    screen line until Write-Entry-Lines puts them on
      *    custordt.ism alongside the lines themselves.
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
       77  ws-entry-tax-total          PIC 9(7)V99.

       01  ws-entry-tax-table.
           03  ws-entry-tax-line OCCURS max-entry-lines.
               05  ws-entry-rate-code      PIC X(1).
               05  ws-entry-rate           PIC 9(2)V99.
               05  ws-entry-net-amount     PIC 9(7)V99.
               05  ws-entry-tax-amount     PIC 9(7)V99.


       PROCEDURE DIVISION.

           OPEN INPUT custacct-file
           PERFORM Open-Custcont-File
           PERFORM Open-Custordl-File
           PERFORM Open-Custordt-File
           OPEN INPUT prodmast-file
           OPEN INPUT custship-file
           PERFORM Load-Operator-Rights
           PERFORM Tidy-Recent-Customers
           PERFORM Sign-Screen-Session-On
           PERFORM Load-Screenset.

               OPEN I-O custordl-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custordt-File SECTION.

           OPEN I-O custordt-file
           IF custordt-status-not-found
               OPEN OUTPUT custordt-file
               CLOSE custordt-file
               OPEN I-O custordt-file
           END-IF.

      *---------------------------------------------------------------*

       Load-Operator-Rights SECTION.
               CLOSE custperm-file
           END-IF
           CLOSE custordl-file
           CLOSE custordt-file
           IF NOT prodmast-status-not-found
               CLOSE prodmast-file
           END-IF
               MOVE 0      TO audit-after-limit
               SET audit-action-delete TO TRUE
               PERFORM Write-Audit-Record
               MOVE customer-c-code TO ws-recent-code
               PERFORM Drop-Recent-Customer
               PERFORM Clear-Record
           ELSE
               PERFORM Set-Up-For-Refresh-Screen
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    A customer picked from the recently-used list on the File
      *    menu arrives as the Load command with its code waiting in
      *    rcu-pick-code; that code replaces whatever was keyed. One
      *    deleted or merged away since the list was drawn is simply
      *    dropped from the list and the screen cleared, rather than
      *    being offered as a new customer under the old code.
      *---------------------------------------------------------------*

       Load-Record SECTION.
           MOVE "N" TO ws-existing-record-sw
           MOVE "N" TO ws-archive-pending-sw
           MOVE 0   TO ws-loaded-limit
           PERFORM Take-Recent-Pick
           MOVE customer-c-code TO file-c-code
           IF file-c-code NOT = SPACES
               READ customer-file
                   INVALID KEY
                       INITIALIZE customer-data-block
                       IF ws-recent-picked
                           MOVE file-c-code TO ws-recent-code
                           PERFORM Drop-Recent-Customer
                           MOVE
                             "RECENT CUSTOMER GONE - DROPPED FROM LIST"
                                             TO customer-error-msg
                       ELSE
                           MOVE file-c-code TO customer-c-code
                       END-IF
                   NOT INVALID KEY
                       SET ws-existing-record TO TRUE
                       PERFORM Fill-Screen-From-Record
                       PERFORM Look-Up-Account-Status
                       PERFORM Load-Contact-Details
                       PERFORM Derivations
                       PERFORM Record-Recent-Customer
               END-READ
           ELSE
               INITIALIZE customer-data-block
           END-IF
           PERFORM Set-Up-For-Refresh-Screen.

      *---------------------------------------------------------------*

       Open-Custrecu-File SECTION.

           OPEN I-O custrecu-file
           IF custrecu-status-not-found
               OPEN OUTPUT custrecu-file
               CLOSE custrecu-file
               OPEN I-O custrecu-file
           END-IF.

      *---------------------------------------------------------------*
      *    Reads the operator's list, starting an empty one for an
      *    operator who has never loaded a customer.
      *---------------------------------------------------------------*

       Read-Recent-Customers SECTION.

           MOVE ws-operator-id TO rcu-username
           READ custrecu-file
               INVALID KEY
                   MOVE SPACES TO rcu-pick-code rcu-recent
                   MOVE 0      TO rcu-count
           END-READ.

      *---------------------------------------------------------------*

       Write-Recent-Customers SECTION.

           REWRITE custrecu-record
               INVALID KEY
                   WRITE custrecu-record
                   END-WRITE
           END-REWRITE.

      *---------------------------------------------------------------*
      *    At sign-on, takes off the operator's list anything no
      *    longer on cust.ism (deleted by another operator or by
      *    custload.cbl since this operator last worked) and picks up
      *    any name changed meanwhile, so the File menu only ever
      *    offers customers that will load. A pick left over from a
      *    session that ended before it was taken up is discarded.
      *---------------------------------------------------------------*

       Tidy-Recent-Customers SECTION.

           PERFORM Get-Operator-Id
           PERFORM Open-Custrecu-File
           MOVE ws-operator-id TO rcu-username
           READ custrecu-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO rcu-pick-code
                   PERFORM VARYING recent-chk-ind FROM rcu-count BY -1
                                      UNTIL recent-chk-ind < 1
                       MOVE rcu-c-code(recent-chk-ind) TO file-c-code
                       READ customer-file
                           INVALID KEY
                               MOVE recent-chk-ind TO ws-recent-pos
                               PERFORM Remove-Recent-Entry
                           NOT INVALID KEY
                               MOVE file-c-name
                                         TO rcu-c-name(recent-chk-ind)
                       END-READ
                   END-PERFORM
                   PERFORM Write-Recent-Customers
           END-READ
           CLOSE custrecu-file.

      *---------------------------------------------------------------*

       Take-Recent-Pick SECTION.

           MOVE "N" TO ws-recent-pick-sw
           PERFORM Open-Custrecu-File
           MOVE ws-operator-id TO rcu-username
           READ custrecu-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF rcu-pick-code NOT = SPACES
                       MOVE rcu-pick-code TO customer-c-code
                       SET ws-recent-picked TO TRUE
                       MOVE SPACES TO rcu-pick-code
                       PERFORM Write-Recent-Customers
                   END-IF
           END-READ
           CLOSE custrecu-file.

      *---------------------------------------------------------------*
      *    Puts the customer just loaded at the top of the operator's
      *    list - moving it up if it was already there, otherwise
      *    pushing the oldest off the bottom once the list is full.
      *---------------------------------------------------------------*

       Record-Recent-Customer SECTION.

           PERFORM Open-Custrecu-File
           PERFORM Read-Recent-Customers
           MOVE file-c-code TO ws-recent-code
           PERFORM Find-Recent-Entry
           IF NOT ws-recent-found
               IF rcu-count < max-recent-customers
                   ADD 1 TO rcu-count
               END-IF
               MOVE rcu-count TO ws-recent-pos
           END-IF
           PERFORM VARYING recent-ind FROM ws-recent-pos BY -1
                              UNTIL recent-ind < 2
               MOVE rcu-entry(recent-ind - 1) TO rcu-entry(recent-ind)
           END-PERFORM
           MOVE file-c-code TO rcu-c-code(1)
           MOVE file-c-name TO rcu-c-name(1)
           PERFORM Write-Recent-Customers
           CLOSE custrecu-file.

      *---------------------------------------------------------------*

       Drop-Recent-Customer SECTION.

           PERFORM Open-Custrecu-File
           MOVE ws-operator-id TO rcu-username
           READ custrecu-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Find-Recent-Entry
                   IF ws-recent-found
                       PERFORM Remove-Recent-Entry
                       PERFORM Write-Recent-Customers
                   END-IF
           END-READ
           CLOSE custrecu-file.

      *---------------------------------------------------------------*

       Find-Recent-Entry SECTION.

           MOVE "N" TO ws-recent-found-sw
           MOVE 0   TO ws-recent-pos
           PERFORM VARYING recent-ind FROM 1 BY 1
                              UNTIL recent-ind > rcu-count
                                 OR ws-recent-found
               IF rcu-c-code(recent-ind) = ws-recent-code
                   SET ws-recent-found TO TRUE
                   MOVE recent-ind TO ws-recent-pos
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      *    Closes the list up over entry ws-recent-pos.
      *---------------------------------------------------------------*

       Remove-Recent-Entry SECTION.

           PERFORM VARYING recent-ind FROM ws-recent-pos BY 1
                              UNTIL recent-ind >= rcu-count
               MOVE rcu-entry(recent-ind + 1) TO rcu-entry(recent-ind)
           END-PERFORM
           MOVE SPACES TO rcu-entry(rcu-count)
           SUBTRACT 1 FROM rcu-count.

      *---------------------------------------------------------------*
      *    Shows the operator whether credit has this account on hold
      *    or closed - until now the only place that fact lived was a
           IF ws-save-ok
               PERFORM Validate-Entry-Lines
           END-IF
           MOVE customer-new-ord-no   TO ws-entry-ord-no
           MOVE customer-new-ord-date TO ws-entry-ord-date
           MOVE 0 TO ws-entry-tax-total
           IF ws-save-ok AND customer-new-ord-no NOT = ZERO
               PERFORM Tax-Entry-Lines
           END-IF
           IF ws-save-ok AND customer-new-ord-no NOT = ZERO
               PERFORM Add-New-Order-To-Table
           END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Each line is taxed at the price Price-Entry-Line will
      *    stamp on it. A line custtax.cbl can find no rate for is
      *    refused here, before anything is saved, rather than
      *    going out to the customer untaxed.
      *---------------------------------------------------------------*

       Tax-Entry-Lines SECTION.

           INITIALIZE ws-entry-tax-table
           PERFORM VARYING line-ind FROM 1 BY 1
                      UNTIL line-ind > max-entry-lines
                         OR NOT ws-save-ok
               IF customer-line-prod(line-ind) NOT = SPACES
                   PERFORM Tax-One-Entry-Line
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*

       Tax-One-Entry-Line SECTION.

           PERFORM Price-Entry-Line
           COMPUTE ws-tax-net-amount =
                   customer-line-qty(line-ind) * odl-unit-price
           MOVE customer-c-code              TO ws-tax-c-code
           MOVE customer-line-prod(line-ind) TO ws-tax-prod-code
           CALL tax-calculator USING ws-tax-c-code
                                      ws-tax-prod-code
                                      ws-tax-net-amount
                                      ws-tax-rate-code
                                      ws-tax-rate
                                      ws-tax-amount
                                      ws-tax-ok-flg
           END-CALL
           IF ws-tax-ok
               MOVE ws-tax-rate-code  TO ws-entry-rate-code(line-ind)
               MOVE ws-tax-rate       TO ws-entry-rate(line-ind)
               MOVE ws-tax-net-amount TO ws-entry-net-amount(line-ind)
               MOVE ws-tax-amount     TO ws-entry-tax-amount(line-ind)
               ADD ws-tax-amount      TO ws-entry-tax-total
           ELSE
               MOVE "NO TAX RATE ON FILE FOR THIS CUSTOMER"
                                             TO customer-error-msg
               SET ws-save-rejected TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *    Written only once every other check has passed and the
      *    customer record itself is safely rewritten - the same

           IF ws-entry-line-count > 0 AND ws-entry-ord-no NOT = ZERO
               MOVE "N" TO ws-entry-write-sw
               MOVE 0 TO ws-entry-short-line
               MOVE SPACES TO ws-bdt-request
               CALL business-date USING ws-bdt-request
                                        ws-entry-tax-date
               END-CALL
               MOVE 0 TO ws-entry-line-count
               PERFORM VARYING line-ind FROM 1 BY 1
                                  UNTIL line-ind > max-entry-lines
                                      UNTIL line-ind > max-entry-lines
                       INITIALIZE customer-new-line(line-ind)
                   END-PERFORM
                   IF ws-entry-short-line NOT = ZERO
                       MOVE "SAVED - LINE     SHORT, WILL BACKORDER"
                                             TO customer-error-msg
                       MOVE ws-entry-short-line
                                             TO customer-error-msg(14:3)
                   END-IF
               END-IF
           END-IF.


       Write-One-Entry-Line SECTION.

           PERFORM Look-Up-Prior-Entry-Line
           MOVE customer-c-code     TO odl-c-code
           MOVE ws-entry-ord-no     TO odl-ord-no
           MOVE ws-entry-line-count TO odl-line-no
           MOVE customer-line-prod(line-ind)    TO odl-prod-code
           MOVE customer-line-qty(line-ind)     TO odl-qty
           MOVE customer-line-ship-no(line-ind) TO odl-ship-no
           PERFORM Price-Entry-Line
           REWRITE custordl-record
               INVALID KEY
                   WRITE custordl-record
           END-REWRITE
           IF NOT custordl-status-ok
               SET ws-entry-write-failed TO TRUE
           ELSE
               PERFORM Allocate-Entry-Line-Stock
               PERFORM Write-Entry-Line-Tax
           END-IF.

      *---------------------------------------------------------------*
      *    A blank rate code means tax isn't in use yet (no
      *    custtxrt.ism) and the line carries no tax record.
      *---------------------------------------------------------------*

       Write-Entry-Line-Tax SECTION.

           IF ws-entry-rate-code(line-ind) NOT = SPACES
               MOVE odl-key TO odt-key
               MOVE ws-entry-rate-code(line-ind)  TO odt-rate-code
               MOVE ws-entry-rate(line-ind)       TO odt-rate
               MOVE ws-entry-net-amount(line-ind) TO odt-net-amount
               MOVE ws-entry-tax-amount(line-ind) TO odt-tax-amount
               MOVE ws-entry-tax-date             TO odt-tax-date
               MOVE 0                             TO odt-cancelled-date
               REWRITE custordt-record
                   INVALID KEY
                       WRITE custordt-record
                   END-WRITE
               END-REWRITE
               IF NOT custordt-status-ok
                   SET ws-entry-write-failed TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    A re-save after a failed line write finds its own earlier
      *    lines already on file; what they allocated is handed back
      *    before the line allocates again, so saving twice never
      *    allocates twice. Nothing has shipped against an order
      *    still being keyed, so the whole quantity is allocated.
      *---------------------------------------------------------------*

       Look-Up-Prior-Entry-Line SECTION.

           MOVE "N" TO ws-prior-line-sw
           MOVE customer-c-code     TO odl-c-code
           MOVE ws-entry-ord-no     TO odl-ord-no
           MOVE ws-entry-line-count TO odl-line-no
           READ custordl-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-prior-line-found TO TRUE
                   MOVE odl-prod-code TO ws-prior-prod-code
                   MOVE odl-qty       TO ws-prior-qty
           END-READ.

      *---------------------------------------------------------------*

       Allocate-Entry-Line-Stock SECTION.

           IF ws-prior-line-found
               MOVE "R"                TO ws-stk-request
               MOVE ws-prior-prod-code TO ws-stk-prod-code
               MOVE ws-prior-qty       TO ws-stk-qty
               CALL stock-ledger USING ws-stk-request
                                        ws-stk-prod-code
                                        ws-stk-qty
                                        ws-stk-available
                                        ws-stk-short-flg
               END-CALL
           END-IF
           MOVE "A"           TO ws-stk-request
           MOVE odl-prod-code TO ws-stk-prod-code
           MOVE odl-qty       TO ws-stk-qty
           CALL stock-ledger USING ws-stk-request
                                    ws-stk-prod-code
                                    ws-stk-qty
                                    ws-stk-available
                                    ws-stk-short-flg
           END-CALL
           IF ws-stk-short AND ws-entry-short-line = ZERO
               MOVE ws-entry-line-count TO ws-entry-short-line
           END-IF.

      *---------------------------------------------------------------*
      *    The line carries the price it was sold at, resolved by
      *    custprc.cbl as the order is saved - the customer's
      *    contract price in force on the order date, else the
      *    prodmast.ism list price less any standing discount. The
      *    order date is what custinv.cbl, custrecn.cbl and
      *    custordl.cbl price as at, so an order keyed with an
      *    earlier or later date is priced the same way here; only
      *    an order keyed without a date takes today's. Invoices,
      *    order prints and custrecn.cbl's reconciliation all price
      *    from this figure, so a later price or contract change
      *    never alters what an order already on file is worth. A
      *    product neither on contract nor on the master goes on at
      *    zero, the same as those reports always priced a missing
      *    product.
      *---------------------------------------------------------------*

       Price-Entry-Line SECTION.

           MOVE customer-c-code              TO ws-prc-c-code
           MOVE customer-line-prod(line-ind) TO ws-prc-prod-code
           MOVE ws-entry-ord-date            TO ws-prc-date
           IF ws-prc-date = ZERO
               ACCEPT ws-prc-date FROM DATE YYYYMMDD
           END-IF
           CALL price-resolver USING ws-prc-c-code
                                      ws-prc-prod-code
                                      ws-prc-date
                                      ws-prc-unit-price
                                      ws-prc-basis
           END-CALL
           MOVE ws-prc-unit-price TO odl-unit-price.

      *---------------------------------------------------------------*
      *    The status is re-read at save time rather than trusted
      *    from load time - credit may have put the hold on while
                                          customer-c-area
                                          ws-val-ok-flg
                                          customer-error-msg
                                          customer-c-code
           END-CALL
           IF NOT ws-val-ok
               SET ws-save-rejected TO TRUE
           END-WRITE
           MOVE "N" TO ws-archive-pending-sw.

      *---------------------------------------------------------------*
      *    The value keyed is the goods value; the tax Tax-Entry-
      *    Lines worked out on the order's lines goes on top, so the
      *    order carries what the customer actually owes.
      *---------------------------------------------------------------*

       Store-New-Order-In-Slot SECTION.

           MOVE customer-new-ord-no   TO customer-ord-no(ws-free-slot)
           MOVE customer-new-ord-date TO customer-ord-date(ws-free-slot)
           COMPUTE customer-ord-val(ws-free-slot) =
                   customer-new-ord-val + ws-entry-tax-total
           MOVE customer-new-pay-val  TO customer-pay-val(ws-free-slot)
           INITIALIZE customer-new-ord-no
                      customer-new-ord-date
