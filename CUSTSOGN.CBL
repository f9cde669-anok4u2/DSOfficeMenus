      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custsogn.

      *---------------------------------------------------------------*
      *    Standing-order generation. Raises the real order for every
      *    custsord.ism template (kept by custsorm.cbl) whose next-due
      *    date has come round, so the office no longer re-keys the
      *    same order on the customer screen every week or month. It
      *    takes no input and is meant to run unattended as a
      *    custnite.dat step, before custopen.cbl prints the pick
      *    lists. For each template due it:
      *      - makes the checks an order keyed on the customer screen
      *        gets from Save-Record and a line keyed through
      *        custordl.cbl gets: the account must not be on hold or
      *        closed (custacct.ism), every product must be on
      *        prodmast.ism and every ship-to on custship.ism, each
      *        line must price (custprc.cbl) and tax (custtax.cbl),
      *        and the balance with the new order on it must pass
      *        custval.cbl's credit-limit check - with no override,
      *        since there is nobody at the screen to authorise one;
      *      - takes an order number from the custsonc.ism counter
      *        (the single-record style of custcrnc.ism). Generated
      *        orders are numbered from 900001 up, clear of the
      *        numbers the office keys by hand, and a number the
      *        customer already has on cust.ism, custhist.ism or
      *        custordl.ism is passed over;
      *      - puts the order in a free slot of the customer's order
      *        table, rolling the oldest settled order off to
      *        custhist.ism when the table is full, the same way
      *        customer.cbl's Add-New-Order-To-Table does;
      *      - writes the lines to custordl.ism (and their tax to
      *        custordt.ism) before the customer is rewritten. If
      *        anything fails part way the lines and any archived
      *        order are taken off again, so an order is raised whole
      *        or not at all;
      *      - allocates the stock on the prodstk.cbl ledger. A line
      *        the shelf can't cover is still raised as a backorder
      *        and listed short, as custordl.cbl does;
      *      - rolls the template's next-due date forward by its
      *        frequency until it is past today. A template missed
      *        for several cycles raises one order, not a backlog.
      *    A template that can't be raised - a held account, a
      *    product no longer on the master, an account over its
      *    limit - goes to the custsogn.lst exception list and keeps
      *    its due date, so it is tried again on the next run once
      *    the cause is put right. The job updates cust.ism, so it
      *    runs inside the custsys.ism batch window.
      *
      *    Orders are dated the business date (custbdat.cbl); if that
      *    falls in a closed accounting period (custprdc.cbl) nothing
      *    is raised and every template waits for the next run.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custsord-file ASSIGN "custsord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sot-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custsord-file-status.

           SELECT custsonc-file ASSIGN "custsonc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS custsonc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custsonc-file-status.

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

           SELECT exception-file ASSIGN "custsogn.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       FD  custsord-file.
       01  custsord-record.
           03  sot-key.
               05  sot-c-code          PIC X(5).
               05  sot-tmpl-no         PIC 9(2).
           03  sot-freq                PIC X(1).
               88  sot-freq-weekly             VALUE "W".
               88  sot-freq-fortnightly        VALUE "F".
               88  sot-freq-monthly            VALUE "M".
               88  sot-freq-quarterly          VALUE "Q".
           03  sot-next-due            PIC 9(8).
           03  sot-last-ord-no         PIC 9(6).
           03  sot-last-gen-date       PIC 9(8).
           03  sot-changed-date        PIC 9(8).
           03  sot-lines.
             78  max-template-lines        VALUE 10.
               05  sot-line OCCURS max-template-lines.
                   07  sot-prod-code   PIC X(8).
                   07  sot-qty         PIC 9(5).
                   07  sot-ship-no     PIC 9(2).

       FD  custsonc-file.
       01  custsonc-record.
           03  custsonc-key            PIC X(1).
           03  custsonc-next-no        PIC 9(6).

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

       77  ws-due-count                PIC 9(7) COMP VALUE 0.
       77  ws-raised-count             PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.
       77  ws-short-count              PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

      *---------------------------------------------------------------*
      *    The order being raised: its number, the slot it goes in,
      *    and the settled order (if any) rolled off to make room.
      *---------------------------------------------------------------*
       78  first-standing-ord-no            VALUE 900001.
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
      *    One entry per template line in use, priced and taxed up
      *    front so nothing is written until every line has passed.
      *---------------------------------------------------------------*
       77  ws-gen-line-count           PIC 9(3) COMP.
       77  ws-gen-goods-total          PIC 9(7)V99.
       77  ws-gen-tax-total            PIC 9(7)V99.
       01  ws-gen-line-table.
           03  ws-gen-line OCCURS max-template-lines.
               05  ws-gen-tmpl-line    PIC 9(2) COMP.
               05  ws-gen-unit-price   PIC 9(5)V99.
               05  ws-gen-net-amount   PIC 9(7)V99.
               05  ws-gen-rate-code    PIC X(1).
               05  ws-gen-rate         PIC 9(2)V99.
               05  ws-gen-tax-amount   PIC 9(7)V99.

      *---------------------------------------------------------------*
      *    Working fields for rolling the due date on by a month or a
      *    quarter; a day the new month hasn't got (the 31st, or the
      *    29th-31st into February) becomes the month's last day.
      *---------------------------------------------------------------*
       77  ws-months-to-add            PIC 9(2) COMP.
       77  ws-wanted-day               PIC 9(2).
       01  ws-due-date                 PIC 9(8).
       01  ws-due-date-parts REDEFINES ws-due-date.
           03  ws-due-ccyy             PIC 9(4).
           03  ws-due-mm               PIC 9(2).
           03  ws-due-dd               PIC 9(2).
       01  ws-month-end                PIC 9(8).
       01  ws-month-end-parts REDEFINES ws-month-end.
           03  ws-month-end-ccyy       PIC 9(4).
           03  ws-month-end-mm         PIC 9(2).
           03  ws-month-end-dd         PIC 9(2).

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

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

      *---------------------------------------------------------------*
      *    No custsord.ism on disk means custsorm.cbl has never been
      *    run - there is nothing to raise and the step ends clean.
      *---------------------------------------------------------------*
       77  ws-custsord-file-status     PIC X(2).
           88  sotf-status-ok                   VALUE "00".
           88  sotf-status-not-found            VALUE "35".

       77  ws-custsonc-file-status     PIC X(2).
           88  soncf-status-ok                  VALUE "00".
           88  soncf-status-not-found           VALUE "35".

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
           03  exc-tmpl-no             PIC 9(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-ord-no              PIC Z(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Process-Template UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE "B" TO ws-sys-request
           MOVE "CUSTSOGN" TO ws-sys-job-name
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
           OPEN I-O    customer-file
           OPEN I-O    custsord-file
           PERFORM Open-Custsonc-File
           PERFORM Open-Custhist-File
           PERFORM Open-Custordl-File
           PERFORM Open-Custordt-File
           OPEN INPUT  prodmast-file
           OPEN INPUT  custacct-file
           OPEN INPUT  custship-file
           OPEN OUTPUT exception-file
           PERFORM Read-Order-Counter
           EVALUATE TRUE
               WHEN NOT ws-prd-ok
                   DISPLAY "CUSTSOGN: " ws-prd-msg " - NO ORDERS RAISED"
                   SET ws-eof TO TRUE
               WHEN sotf-status-not-found
                   SET ws-eof TO TRUE
               WHEN OTHER
                   MOVE LOW-VALUES TO sot-key
                   START custsord-file KEY IS NOT LESS THAN sot-key
                       INVALID KEY
                           SET ws-eof TO TRUE
                   END-START
           END-EVALUATE
           IF NOT ws-eof
               PERFORM Read-Template
           END-IF.

      *---------------------------------------------------------------*
      *    custsonc.ism, custhist.ism, custordl.ism and custordt.ism
      *    may not exist yet on a fresh install - the same not-found-
      *    creates-the-file guard customer.cbl's Program-Initialize
      *    uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custsonc-File SECTION.

           OPEN I-O custsonc-file
           IF soncf-status-not-found
               OPEN OUTPUT custsonc-file
               CLOSE custsonc-file
               OPEN I-O custsonc-file
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

           MOVE "C" TO custsonc-key
           READ custsonc-file
               INVALID KEY
                   MOVE "C" TO custsonc-key
                   MOVE first-standing-ord-no TO custsonc-next-no
           END-READ
           MOVE custsonc-next-no TO ws-next-ord-no.

      *---------------------------------------------------------------*

       Read-Template SECTION.

           READ custsord-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Process-Template SECTION.

           IF sot-next-due NOT > ws-today-date
               ADD 1 TO ws-due-count
               PERFORM Raise-Standing-Order
           END-IF
           PERFORM Read-Template.

      *---------------------------------------------------------------*
      *    Every check is made before anything is written; Build-
      *    Order then writes the order whole or takes it off again.
      *---------------------------------------------------------------*

       Raise-Standing-Order SECTION.

           MOVE SPACES TO ws-reject-reason
           MOVE 0      TO ws-new-ord-no
           MOVE "N"    TO ws-archive-pending-sw
           MOVE "N"    TO ws-archive-written-sw
           MOVE 0      TO ws-lines-written
           IF NOT sot-freq-weekly AND NOT sot-freq-fortnightly
              AND NOT sot-freq-monthly AND NOT sot-freq-quarterly
               MOVE "TEMPLATE FREQUENCY NOT W, F, M OR Q"
                                             TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
               MOVE sot-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Account-Allows-Orders
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Template-Lines
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
               PERFORM Update-Template
               PERFORM Store-Order-Counter
               ADD 1 TO ws-raised-count
           ELSE
               IF ws-new-ord-no NOT = ZERO
                   MOVE ws-new-ord-no TO ws-next-ord-no
               END-IF
               PERFORM Write-Exception
           END-IF.

      *---------------------------------------------------------------*

       Check-Account-Allows-Orders SECTION.

           IF NOT acctf-status-not-found
               MOVE sot-c-code TO acct-c-code
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
      *    Unused template lines (no product) are skipped; the lines
      *    in use are numbered 1 up on the order in template order.
      *---------------------------------------------------------------*

       Check-Template-Lines SECTION.

           MOVE 0 TO ws-gen-line-count
           MOVE 0 TO ws-gen-goods-total
           MOVE 0 TO ws-gen-tax-total
           PERFORM VARYING line-ind FROM 1 BY 1
                      UNTIL line-ind > max-template-lines
                         OR ws-reject-reason NOT = SPACES
               IF sot-prod-code(line-ind) NOT = SPACES
                   ADD 1 TO ws-gen-line-count
                   PERFORM Check-One-Template-Line
               END-IF
           END-PERFORM
           IF ws-reject-reason = SPACES AND ws-gen-line-count = 0
               MOVE "TEMPLATE HAS NO LINES" TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Check-One-Template-Line SECTION.

           MOVE line-ind TO ws-gen-tmpl-line(ws-gen-line-count)
           IF sot-qty(line-ind) NOT NUMERIC
              OR sot-qty(line-ind) = ZERO
               MOVE "TEMPLATE LINE HAS NO QUANTITY" TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
              AND NOT prodf-status-not-found
               MOVE sot-prod-code(line-ind) TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE" TO ws-reject-reason
                       MOVE sot-prod-code(line-ind)
                                             TO ws-reject-reason(21:8)
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Ship-To-On-File
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Price-Template-Line
               PERFORM Tax-Template-Line
           END-IF.

      *---------------------------------------------------------------*
      *    Ship-to zero is the billing address and needs no record.
      *---------------------------------------------------------------*

       Check-Ship-To-On-File SECTION.

           IF sot-ship-no(line-ind) NOT NUMERIC
               MOVE "SHIP-TO NUMBER NOT NUMERIC" TO ws-reject-reason
           ELSE
               IF sot-ship-no(line-ind) NOT = ZERO
                   IF shipf-status-not-found
                       MOVE "SHIP-TO NOT ON FILE" TO ws-reject-reason
                   ELSE
                       MOVE sot-c-code            TO ship-c-code
                       MOVE sot-ship-no(line-ind) TO ship-no
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

       Price-Template-Line SECTION.

           MOVE sot-c-code              TO ws-prc-c-code
           MOVE sot-prod-code(line-ind) TO ws-prc-prod-code
           MOVE ws-today-date           TO ws-prc-date
           CALL price-resolver USING ws-prc-c-code
                                      ws-prc-prod-code
                                      ws-prc-date
                                      ws-prc-unit-price
                                      ws-prc-basis
           END-CALL
           MOVE ws-prc-unit-price
                               TO ws-gen-unit-price(ws-gen-line-count)
           COMPUTE ws-gen-net-amount(ws-gen-line-count) =
                   sot-qty(line-ind) * ws-prc-unit-price
           ADD ws-gen-net-amount(ws-gen-line-count)
                                             TO ws-gen-goods-total.

      *---------------------------------------------------------------*

       Tax-Template-Line SECTION.

           MOVE sot-c-code              TO ws-tax-c-code
           MOVE sot-prod-code(line-ind) TO ws-tax-prod-code
           MOVE ws-gen-net-amount(ws-gen-line-count)
                                             TO ws-tax-net-amount
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
               MOVE ws-tax-rate-code
                               TO ws-gen-rate-code(ws-gen-line-count)
               MOVE ws-tax-rate
                               TO ws-gen-rate(ws-gen-line-count)
               MOVE ws-tax-amount
                               TO ws-gen-tax-amount(ws-gen-line-count)
               ADD ws-tax-amount TO ws-gen-tax-total
           END-IF.

      *---------------------------------------------------------------*
      *    The counter is only moved on for good once the order is
      *    raised (Store-Order-Counter); a rejected order hands its
      *    number back for the next template.
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
               MOVE sot-c-code    TO hist-c-code
               MOVE ws-new-ord-no TO hist-ord-no
               READ custhist-file
                   NOT INVALID KEY
                       SET ws-ord-no-used TO TRUE
               END-READ
           END-IF
           IF NOT ws-ord-no-used
               MOVE sot-c-code    TO odl-c-code
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
                   ws-gen-goods-total + ws-gen-tax-total
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
                          UNTIL line-ind > ws-gen-line-count
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
      *    line-ind here runs over ws-gen-line-table; the template
      *    line it came from is ws-gen-tmpl-line. A blank rate code
      *    means tax isn't in use yet and the line has no tax record.
      *---------------------------------------------------------------*

       Write-Order-Line SECTION.

           MOVE ws-gen-tmpl-line(line-ind) TO array-ind
           MOVE sot-c-code                 TO odl-c-code
           MOVE ws-new-ord-no              TO odl-ord-no
           MOVE line-ind                   TO odl-line-no
           MOVE sot-prod-code(array-ind)   TO odl-prod-code
           MOVE sot-qty(array-ind)         TO odl-qty
           MOVE sot-ship-no(array-ind)     TO odl-ship-no
           MOVE ws-gen-unit-price(line-ind) TO odl-unit-price
           WRITE custordl-record
               INVALID KEY
                   MOVE "ERROR WRITING ORDER LINE" TO ws-reject-reason
               NOT INVALID KEY
                   ADD 1 TO ws-lines-written
           END-WRITE
           IF ws-reject-reason = SPACES
              AND ws-gen-rate-code(line-ind) NOT = SPACES
               MOVE odl-key TO odt-key
               MOVE ws-gen-rate-code(line-ind)  TO odt-rate-code
               MOVE ws-gen-rate(line-ind)       TO odt-rate
               MOVE ws-gen-net-amount(line-ind) TO odt-net-amount
               MOVE ws-gen-tax-amount(line-ind) TO odt-tax-amount
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
               MOVE sot-c-code    TO odl-c-code
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
               MOVE sot-c-code         TO hist-c-code
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
                              UNTIL line-ind > ws-gen-line-count
               MOVE ws-gen-tmpl-line(line-ind) TO array-ind
               MOVE "A"                      TO ws-stk-request
               MOVE sot-prod-code(array-ind) TO ws-stk-prod-code
               MOVE sot-qty(array-ind)       TO ws-stk-qty
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
      *    The order is on file by now; a template that can't be
      *    rewritten is reported so it isn't raised twice tomorrow
      *    without somebody knowing why.
      *---------------------------------------------------------------*

       Update-Template SECTION.

           MOVE sot-next-due TO ws-due-date
           PERFORM Roll-Due-Date UNTIL ws-due-date > ws-today-date
           MOVE ws-due-date   TO sot-next-due
           MOVE ws-new-ord-no TO sot-last-ord-no
           MOVE ws-today-date TO sot-last-gen-date
           REWRITE custsord-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT sotf-status-ok
               MOVE "RAISED - TEMPLATE DUE DATE NOT ROLLED ON"
                                             TO ws-reject-reason
               PERFORM Write-Exception
               MOVE SPACES TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Roll-Due-Date SECTION.

           EVALUATE TRUE
               WHEN sot-freq-weekly
                   COMPUTE ws-due-date = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(ws-due-date) + 7)
               WHEN sot-freq-fortnightly
                   COMPUTE ws-due-date = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(ws-due-date) + 14)
               WHEN sot-freq-monthly
                   MOVE 1 TO ws-months-to-add
                   PERFORM Add-Months-To-Due-Date
               WHEN OTHER
                   MOVE 3 TO ws-months-to-add
                   PERFORM Add-Months-To-Due-Date
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    The month's last day is the day before the 1st of the
      *    month after.
      *---------------------------------------------------------------*

       Add-Months-To-Due-Date SECTION.

           MOVE ws-due-dd TO ws-wanted-day
           ADD ws-months-to-add TO ws-due-mm
           IF ws-due-mm > 12
               SUBTRACT 12 FROM ws-due-mm
               ADD 1 TO ws-due-ccyy
           END-IF
           MOVE ws-due-ccyy TO ws-month-end-ccyy
           MOVE ws-due-mm   TO ws-month-end-mm
           MOVE 1           TO ws-month-end-dd
           ADD 1 TO ws-month-end-mm
           IF ws-month-end-mm > 12
               MOVE 1 TO ws-month-end-mm
               ADD 1 TO ws-month-end-ccyy
           END-IF
           COMPUTE ws-month-end = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ws-month-end) - 1)
           IF ws-wanted-day > ws-month-end-dd
               MOVE ws-month-end-dd TO ws-due-dd
           ELSE
               MOVE ws-wanted-day   TO ws-due-dd
           END-IF.

      *---------------------------------------------------------------*

       Store-Order-Counter SECTION.

           MOVE "C"            TO custsonc-key
           MOVE ws-next-ord-no TO custsonc-next-no
           REWRITE custsonc-record
               INVALID KEY
                   WRITE custsonc-record
                   END-WRITE
           END-REWRITE.

      *---------------------------------------------------------------*
      *    Listed alongside the rejections but counted apart from
      *    them - the order is raised and will ship as a backorder.
      *---------------------------------------------------------------*

       Write-Stock-Warning SECTION.

           MOVE SPACES        TO exc-line
           MOVE sot-c-code    TO exc-code
           MOVE sot-tmpl-no   TO exc-tmpl-no
           MOVE ws-new-ord-no TO exc-ord-no
           MOVE "SHORT OF STOCK, WILL BACKORDER" TO exc-reason
           MOVE ws-stk-prod-code TO exc-reason(32:8)
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-short-count.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES      TO exc-line
           MOVE sot-c-code  TO exc-code
           MOVE sot-tmpl-no TO exc-tmpl-no
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE customer-file
           IF NOT sotf-status-not-found
               CLOSE custsord-file
           END-IF
           CLOSE custsonc-file
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
           CLOSE exception-file
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           DISPLAY "CUSTSOGN: " ws-due-count " DUE, "
                   ws-raised-count " RAISED, "
                   ws-rejected-count " REJECTED, "
                   ws-short-count " SHORT OF STOCK - SEE custsogn.lst"
           STOP RUN.
