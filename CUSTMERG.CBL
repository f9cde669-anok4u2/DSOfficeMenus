      *        settled orders to make room, the way customer.cbl's
      *        Add-New-Order-To-Table does);
      *      - re-keys the duplicate's custhist.ism, custpay.ism,
      *        custordl.ism, custordt.ism, custstat.ism, custshpq.ism,
      *        custretn.ism, custnsf.ism, custwoff.ism,
      *        custcanc.ism and custfchg.ism records under the
      *        survivor, folds any
      *        custoacc.ism on-account balance in, deletes the
      *        duplicate's custsnap.ism snapshots (the survivor's
      *        own trend history governs from here), re-keys the
      *        duplicate's custcprc.ism contract prices and its
      *        custsord.ism standing-order templates, and carries
      *        the contact, ship-to, custtax.ism tax code and
      *        custdisc.ism discount records across where the
      *        survivor has none, and the duplicate's custgrp.ism
      *        branch link the same way (the survivor taking on a
      *        hold the group's parent is under), and drops the
      *        duplicate's custcur.ism currency record (the survivor
      *        trades in the same currency) so a reused code starts
      *        in home currency;
      *      - writes the merge to the audit trail (an M record for
      *        the survivor, a D record for the duplicate, so
      *        custchk.cbl still sees the duplicate's trail end in a
      *        delete);
      *      - deletes the duplicate customer record and retires the
      *        freed code into custfree.ism the way custrecl.cbl
      *        does, taking it off every operator's recently-used
      *        customer list (custrecu.ism).
      *    The merge REFUSES to start if the two codes share an
      *    order number ANYWHERE - on the live order tables or on
      *    the history, order-line, status or shipped-quantity
      *    files, where cross-customer duplicates are exactly what
      *    custdupe.cbl exists to find (run it and sort them out
      *    first) - if the duplicate heads an account group (relink
      *    its branches through custgrpm.cbl first), if either code
      *    is on custanon.ism (an anonymised account's code is never
      *    merged into, nor freed for reuse by merging it away), if
      *    the two trade in different currencies on custcur.ism,
      *    if the open orders won't fit even after archiving, or while
      *    any customer screen session is signed on - and it marks
      *    the custsys.ism batch window for the duration. Take a
      *    custbkup run before merging; the moves are not atomic.
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordl-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordt-file-status.

           SELECT custstat-file ASSIGN "custstat.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS stat-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custshpq-file-status.

           SELECT custretn-file ASSIGN "custretn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ret-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custretn-file-status.

           SELECT custnsf-file ASSIGN "custnsf.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS nsf-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custnsf-file-status.

           SELECT custwoff-file ASSIGN "custwoff.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woff-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custwoff-file-status.

           SELECT custcanc-file ASSIGN "custcanc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS canc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcanc-file-status.

           SELECT custoacc-file ASSIGN "custoacc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS oacc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custship-file-status.

           SELECT custtax-file ASSIGN "custtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctx-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtax-file-status.

           SELECT custdisc-file ASSIGN "custdisc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dsc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custdisc-file-status.

           SELECT custcur-file ASSIGN "custcur.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ccy-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcur-file-status.

           SELECT custcprc-file ASSIGN "custcprc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cpr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcprc-file-status.

           SELECT custsord-file ASSIGN "custsord.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS sot-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custsord-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custacct-file-status.

           SELECT custgrp-file ASSIGN "custgrp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS grp-c-code
           ALTERNATE RECORD KEY IS grp-parent-code WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custgrp-file-status.

           SELECT custdunh-file ASSIGN "custdunh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dunh-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custfree-file-status.

           SELECT custanon-file ASSIGN "custanon.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS anon-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custanon-file-status.

           SELECT custrecu-file ASSIGN "custrecu.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS rcu-username
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custrecu-file-status.

           SELECT audit-file ASSIGN "custaudt.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-audit-file-status.
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

       FD  custordl-file.
       01  custordl-record.
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

       FD  custstat-file.
       01  custstat-record.
           03  ship-addr3              PIC X(15).
           03  ship-addr4              PIC X(15).

       FD  custtax-file.
       01  custtax-record.
           03  ctx-c-code              PIC X(5).
           03  ctx-tax-code            PIC X(1).
           03  ctx-exempt-ref          PIC X(15).
           03  ctx-changed-date        PIC 9(8).

       FD  custdisc-file.
       01  custdisc-record.
           03  dsc-c-code              PIC X(5).
           03  dsc-percent             PIC 9(2)V99.
           03  dsc-changed-date        PIC 9(8).

       FD  custcur-file.
       01  custcur-record.
           03  ccy-c-code              PIC X(5).
           03  ccy-currency            PIC X(3).
           03  ccy-changed-date        PIC 9(8).

       FD  custcprc-file.
       01  custcprc-record.
           03  cpr-key.
               05  cpr-c-code          PIC X(5).
               05  cpr-prod-code       PIC X(8).
               05  cpr-from-date       PIC 9(8).
           03  cpr-to-date             PIC 9(8).
           03  cpr-unit-price          PIC 9(5)V99 COMP.
           03  cpr-changed-date        PIC 9(8).

       FD  custsord-file.
       01  custsord-record.
           03  sot-key.
               05  sot-c-code          PIC X(5).
               05  sot-tmpl-no         PIC 9(2).
           03  sot-freq                PIC X(1).
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

       FD  custacct-file.
       01  custacct-record.
           03  acct-c-code             PIC X(5).
           03  acct-status             PIC X(1).
           03  acct-changed-date       PIC 9(8).

       FD  custgrp-file.
       01  custgrp-record.
           03  grp-c-code              PIC X(5).
           03  grp-parent-code         PIC X(5).
           03  grp-limit               PIC 9(7) COMP.
           03  grp-held-by-parent      PIC X(1).
               88  grp-parent-hold              VALUE "Y".
           03  grp-changed-date        PIC 9(8).

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

       FD  custnsf-file.
       01  custnsf-record.
           03  nsf-key.
               05  nsf-c-code          PIC X(5).
               05  nsf-ord-no          PIC 9(6).
               05  nsf-pay-date        PIC 9(8).
               05  nsf-pay-time        PIC 9(8).
           03  nsf-amount              PIC 9(7)V99 COMP.
           03  nsf-reference           PIC X(15).
           03  nsf-reversed-date       PIC 9(8).
           03  nsf-fee                 PIC 9(5)V99 COMP.
           03  nsf-bank-reason         PIC X(20).

       FD  custwoff-file.
       01  custwoff-record.
           03  woff-key.
               05  woff-c-code         PIC X(5).
               05  woff-ord-no         PIC 9(6).
               05  woff-date           PIC 9(8).
               05  woff-time           PIC 9(8).
           03  woff-amount             PIC 9(7)V99 COMP.
           03  woff-mode               PIC X(1).
           03  woff-reason             PIC X(2).
           03  woff-operator-id        PIC X(20).
           03  woff-entered.
               05  woff-entered-date   PIC 9(8).
               05  woff-entered-time   PIC 9(8).

       FD  custcanc-file.
       01  custcanc-record.
           03  canc-key.
               05  canc-c-code         PIC X(5).
               05  canc-ord-no         PIC 9(6).
               05  canc-line-no        PIC 9(3).
           03  canc-type               PIC X(1).
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

       FD  custdunh-file.
       01  dunning-hist-record.
           03  dunh-c-code             PIC X(5).
       01  custfree-record.
           03  free-c-code             PIC X(5).

       FD  custanon-file.
       01  custanon-record.
           03  anon-c-code             PIC X(5).
           03  anon-closed-date        PIC 9(8).
           03  anon-date               PIC 9(8).
           03  anon-by                 PIC X(20).

      *---------------------------------------------------------------*
      *    The customer screen's per-operator recently-used lists.
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

       FD  audit-file.
       01  audit-record.
           03  audit-date              PIC 9(8).
       77  ws-open-count               PIC 9(2) COMP.
       77  ws-oldest-date              PIC 9(8).
       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-pay-key-retry            PIC 9(2) COMP.

       77  ws-survivor-code            PIC X(5).
           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       77  ws-custstat-file-status     PIC X(2).
           88  statf-status-ok                  VALUE "00".
           88  statf-status-not-found           VALUE "35".
           88  shqf-status-ok                   VALUE "00".
           88  shqf-status-not-found            VALUE "35".

       77  ws-custretn-file-status     PIC X(2).
           88  retf-status-ok                   VALUE "00".
           88  retf-status-not-found            VALUE "35".

       77  ws-custnsf-file-status      PIC X(2).
           88  nsff-status-ok                   VALUE "00".
           88  nsff-status-not-found            VALUE "35".

       77  ws-custwoff-file-status     PIC X(2).
           88  wofff-status-ok                  VALUE "00".
           88  wofff-status-not-found           VALUE "35".

       77  ws-custcanc-file-status     PIC X(2).
           88  cancf-status-ok                  VALUE "00".
           88  cancf-status-not-found           VALUE "35".

       77  ws-custoacc-file-status     PIC X(2).
           88  oaccf-status-ok                  VALUE "00".
           88  oaccf-status-not-found           VALUE "35".
           88  shipf-status-ok                  VALUE "00".
           88  shipf-status-not-found           VALUE "35".

       77  ws-custtax-file-status      PIC X(2).
           88  ctxf-status-ok                   VALUE "00".
           88  ctxf-status-not-found            VALUE "35".

       77  ws-custdisc-file-status     PIC X(2).
           88  dscf-status-ok                   VALUE "00".
           88  dscf-status-not-found            VALUE "35".

       77  ws-custcur-file-status      PIC X(2).
           88  ccyf-status-ok                   VALUE "00".
           88  ccyf-status-not-found            VALUE "35".

      *---------------------------------------------------------------*
      *    No custcur.ism record (or no file) means home currency,
      *    the same rule custfx.cbl applies.
      *---------------------------------------------------------------*
       78  home-currency                    VALUE "USD".
       77  ws-ccy-currency             PIC X(3).
       77  ws-dup-currency             PIC X(3).
       77  ws-srv-currency             PIC X(3).

       77  ws-custcprc-file-status     PIC X(2).
           88  cprf-status-ok                   VALUE "00".
           88  cprf-status-not-found            VALUE "35".

       77  ws-custsord-file-status     PIC X(2).
           88  sotf-status-ok                   VALUE "00".
           88  sotf-status-not-found            VALUE "35".

       77  ws-template-moved-sw        PIC X(1).
           88  ws-template-moved                VALUE "Y".
       77  ws-try-tmpl-no              PIC 9(2).

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

      *---------------------------------------------------------------*
      *    No custgrp.ism means no account groups are set up.
      *---------------------------------------------------------------*
       77  ws-custgrp-file-status      PIC X(2).
           88  grpf-status-ok                   VALUE "00".
           88  grpf-status-not-found            VALUE "35".
       77  ws-grp-parent-code          PIC X(5).

       77  ws-custdunh-file-status     PIC X(2).
           88  dunhf-status-ok                  VALUE "00".
           88  dunhf-status-not-found           VALUE "35".
           88  audit-status-ok                  VALUE "00".
           88  audit-status-not-found           VALUE "35".

      *---------------------------------------------------------------*
      *    No custanon.ism means no account has been anonymised.
      *---------------------------------------------------------------*
       77  ws-custanon-file-status     PIC X(2).
           88  anonf-status-ok                  VALUE "00".
           88  anonf-status-not-found           VALUE "35".

      *---------------------------------------------------------------*
      *    No custrecu.ism means no operator has a recent list yet.
      *---------------------------------------------------------------*
       77  ws-custrecu-file-status     PIC X(2).
           88  recuf-status-ok                  VALUE "00".
           88  recuf-status-not-found           VALUE "35".

       77  recent-ind                  PIC 9(4) COMP.
       77  ws-recent-pos               PIC 9(4) COMP.

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(40)
               PERFORM Merge-History-Records
               PERFORM Merge-Payment-Records
               PERFORM Merge-Order-Lines
               PERFORM Merge-Line-Tax-Records
               PERFORM Merge-Status-Records
               PERFORM Merge-Shipped-Quantities
               PERFORM Merge-Return-Records
               PERFORM Merge-Returned-Payments
               PERFORM Merge-Write-Off-Records
               PERFORM Merge-Cancellation-Records
               PERFORM Merge-On-Account-Balance
               PERFORM Merge-Contact-Record
               PERFORM Merge-Group-Link
               PERFORM Merge-Ship-To-Records
               PERFORM Merge-Tax-Code-Record
               PERFORM Merge-Discount-Record
               PERFORM Merge-Contract-Prices
               PERFORM Merge-Standing-Orders
               PERFORM Merge-Finance-Charges
               PERFORM Rewrite-Survivor
               IF ws-move-failed
                   PERFORM Drop-Duplicate-Side-Records
                   PERFORM Delete-Duplicate
                   PERFORM Retire-Duplicate-Code
                   PERFORM Drop-Duplicate-From-Recent
               END-IF
               PERFORM Write-Merge-Audit
           END-IF
               OPEN I-O custhist-file
               OPEN I-O custpay-file
               OPEN I-O custordl-file
               OPEN I-O custordt-file
               OPEN I-O custstat-file
               OPEN I-O custshpq-file
               OPEN I-O custretn-file
               OPEN I-O custnsf-file
               OPEN I-O custwoff-file
               OPEN I-O custcanc-file
               OPEN I-O custoacc-file
               OPEN I-O custcont-file
               OPEN I-O custship-file
               OPEN I-O custtax-file
               OPEN I-O custdisc-file
               OPEN I-O custcur-file
               OPEN I-O custcprc-file
               OPEN I-O custsord-file
               OPEN I-O custacct-file
               OPEN I-O custgrp-file
               OPEN I-O custdunh-file
               OPEN I-O custfchg-file
               OPEN I-O custsnap-file
               OPEN INPUT custanon-file
               OPEN I-O custrecu-file
               PERFORM Open-Custfree-File
               OPEN EXTEND audit-file
               IF audit-status-not-found
               WRITE report-line FROM hdg-line-1
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE SPACES TO ws-bdt-request
               CALL business-date USING ws-bdt-request
                                        ws-today-date
               END-CALL
               SET ws-files-open TO TRUE
           END-IF.

               MOVE file-c-area  TO ws-srv-c-area
               PERFORM Check-Order-Collisions
           END-IF
           IF ws-merge-ok
               PERFORM Check-Currency-Match
           END-IF
           IF ws-merge-ok
               PERFORM Check-History-Collisions
           END-IF
           IF ws-merge-ok
               PERFORM Check-Shipped-Collisions
           END-IF
           IF ws-merge-ok
               PERFORM Check-Group-Parent
           END-IF
           IF ws-merge-ok
               PERFORM Check-Anonymised-Codes
           END-IF
           IF ws-merge-ok
               PERFORM Check-Slot-Capacity
           END-IF.

      *---------------------------------------------------------------*
      *    Order and payment values are held in the customer's own
      *    currency, so two customers who trade in different ones
      *    can't share an order table.
      *---------------------------------------------------------------*

       Check-Currency-Match SECTION.

           MOVE ws-duplicate-code TO ccy-c-code
           PERFORM Look-Up-Currency
           MOVE ws-ccy-currency TO ws-dup-currency
           MOVE ws-survivor-code TO ccy-c-code
           PERFORM Look-Up-Currency
           MOVE ws-ccy-currency TO ws-srv-currency
           IF ws-dup-currency NOT = ws-srv-currency
               DISPLAY "CUSTMERG: DUPLICATE TRADES IN "
                       ws-dup-currency ", SURVIVOR IN "
                       ws-srv-currency " - NOTHING MERGED"
               SET ws-merge-refused TO TRUE
           END-IF.

      *---------------------------------------------------------------*

       Look-Up-Currency SECTION.

           MOVE home-currency TO ws-ccy-currency
           IF NOT ccyf-status-not-found
               READ custcur-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ccy-currency NOT = SPACES
                           MOVE ccy-currency TO ws-ccy-currency
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    Its branches point at the duplicate's code, so a parent
      *    can't be merged away until they are linked elsewhere.
      *---------------------------------------------------------------*

       Check-Group-Parent SECTION.

           IF NOT grpf-status-not-found
               MOVE ws-duplicate-code TO grp-c-code
               READ custgrp-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF grp-parent-code = ws-duplicate-code
                           DISPLAY "CUSTMERG: DUPLICATE "
                                   ws-duplicate-code
                                   " HEADS AN ACCOUNT GROUP - RELINK "
                                   "ITS BRANCHES FIRST"
                           SET ws-merge-refused TO TRUE
                       END-IF
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    custanon.cbl has removed the personal data of an account on
      *    its register; merging into it would bring the code back
      *    into use, and merging it away would free the code for
      *    custfree.ism to hand out again.
      *---------------------------------------------------------------*

       Check-Anonymised-Codes SECTION.

           IF NOT anonf-status-not-found
               MOVE ws-survivor-code TO anon-c-code
               READ custanon-file
                   NOT INVALID KEY
                       DISPLAY "CUSTMERG: SURVIVOR " ws-survivor-code
                               " HAS BEEN ANONYMISED - NOTHING MERGED"
                       SET ws-merge-refused TO TRUE
               END-READ
           END-IF
           IF ws-merge-ok AND NOT anonf-status-not-found
               MOVE ws-duplicate-code TO anon-c-code
               READ custanon-file
                   NOT INVALID KEY
                       DISPLAY "CUSTMERG: DUPLICATE "
                               ws-duplicate-code
                               " HAS BEEN ANONYMISED - NOTHING MERGED"
                       SET ws-merge-refused TO TRUE
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Check-Order-Collisions SECTION.
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Each order line's tax record follows its line.
      *---------------------------------------------------------------*

       Merge-Line-Tax-Records SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO odt-key
           MOVE ws-duplicate-code TO odt-c-code
           START custordt-file KEY IS NOT LESS THAN odt-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Line-Tax-Record UNTIL ws-eof
           MOVE "LINE TAX RECORDS MOVED" TO cnt-label
           MOVE ws-moved-count      TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Line-Tax-Record SECTION.

           READ custordt-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND odt-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               DELETE custordt-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE ws-survivor-code TO odt-c-code
               WRITE custordt-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF odtf-status-ok
                   ADD 1 TO ws-moved-count
                   MOVE ws-duplicate-code TO odt-c-code
               ELSE
                   MOVE "custordt.ism" TO lost-file-name
                   MOVE odt-ord-no     TO lost-ord-no
                   WRITE report-line FROM lost-line
                   MOVE ws-duplicate-code TO odt-c-code
                   WRITE custordt-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET ws-move-failed TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Merge-Status-Records SECTION.
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Credit notes follow the order they credit. The order
      *    number is already known not to clash and the credit note
      *    number is unique on its own, so a re-keyed return can
      *    never land on an existing key.
      *---------------------------------------------------------------*

       Merge-Return-Records SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO ret-key
           MOVE ws-duplicate-code TO ret-c-code
           START custretn-file KEY IS NOT LESS THAN ret-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Return-Record UNTIL ws-eof
           MOVE "RETURN RECORDS MOVED"      TO cnt-label
           MOVE ws-moved-count              TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Return-Record SECTION.

           READ custretn-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND ret-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               DELETE custretn-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE ws-survivor-code TO ret-c-code
               WRITE custretn-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF retf-status-ok
                   ADD 1 TO ws-moved-count
                   MOVE ws-duplicate-code TO ret-c-code
               ELSE
                   MOVE "custretn.ism" TO lost-file-name
                   MOVE ret-ord-no     TO lost-ord-no
                   WRITE report-line FROM lost-line
                   MOVE ws-duplicate-code TO ret-c-code
                   WRITE custretn-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET ws-move-failed TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Returned checks follow the payments they reversed, which
      *    custpay.ism's move has already re-keyed the same way - so
      *    the survivor inherits the duplicate's returned-payment
      *    record on custnsfr.lst as well.
      *---------------------------------------------------------------*

       Merge-Returned-Payments SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO nsf-key
           MOVE ws-duplicate-code TO nsf-c-code
           START custnsf-file KEY IS NOT LESS THAN nsf-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Returned-Payment UNTIL ws-eof
           MOVE "RETURNED PAYMENTS MOVED"   TO cnt-label
           MOVE ws-moved-count              TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Returned-Payment SECTION.

           READ custnsf-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND nsf-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               DELETE custnsf-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE ws-survivor-code TO nsf-c-code
               WRITE custnsf-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF nsff-status-ok
                   ADD 1 TO ws-moved-count
                   MOVE ws-duplicate-code TO nsf-c-code
               ELSE
                   MOVE "custnsf.ism"  TO lost-file-name
                   MOVE nsf-ord-no     TO lost-ord-no
                   WRITE report-line FROM lost-line
                   MOVE ws-duplicate-code TO nsf-c-code
                   WRITE custnsf-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET ws-move-failed TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Write-offs follow their orders the same way, so the
      *    survivor's custwoff.ism history shows what was written off
      *    against the duplicate's orders.
      *---------------------------------------------------------------*

       Merge-Write-Off-Records SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO woff-key
           MOVE ws-duplicate-code TO woff-c-code
           START custwoff-file KEY IS NOT LESS THAN woff-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Write-Off-Record UNTIL ws-eof
           MOVE "WRITE-OFFS MOVED"          TO cnt-label
           MOVE ws-moved-count              TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Write-Off-Record SECTION.

           READ custwoff-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND woff-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               DELETE custwoff-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE ws-survivor-code TO woff-c-code
               WRITE custwoff-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF wofff-status-ok
                   ADD 1 TO ws-moved-count
                   MOVE ws-duplicate-code TO woff-c-code
               ELSE
                   MOVE "custwoff.ism" TO lost-file-name
                   MOVE woff-ord-no    TO lost-ord-no
                   WRITE report-line FROM lost-line
                   MOVE ws-duplicate-code TO woff-c-code
                   WRITE custwoff-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET ws-move-failed TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Cancellations follow their orders too, so the survivor's
      *    custcanc.ism history - and custcanr.cbl's reasons - still
      *    show what the duplicate's customer called off.
      *---------------------------------------------------------------*

       Merge-Cancellation-Records SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO canc-key
           MOVE ws-duplicate-code TO canc-c-code
           START custcanc-file KEY IS NOT LESS THAN canc-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Cancellation-Record UNTIL ws-eof
           MOVE "CANCELLATIONS MOVED"       TO cnt-label
           MOVE ws-moved-count              TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Cancellation-Record SECTION.

           READ custcanc-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND canc-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               DELETE custcanc-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE ws-survivor-code TO canc-c-code
               WRITE custcanc-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF cancf-status-ok
                   ADD 1 TO ws-moved-count
                   MOVE ws-duplicate-code TO canc-c-code
               ELSE
                   MOVE "custcanc.ism" TO lost-file-name
                   MOVE canc-ord-no    TO lost-ord-no
                   WRITE report-line FROM lost-line
                   MOVE ws-duplicate-code TO canc-c-code
                   WRITE custcanc-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET ws-move-failed TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Merge-On-Account-Balance SECTION.
                   END-WRITE
           END-WRITE.

      *---------------------------------------------------------------*
      *    The duplicate's branch link goes to the survivor if the
      *    survivor is in no group of its own. The duplicate's
      *    custacct.ism status is dropped with it later, so a hold
      *    the parent is under is put on the survivor afresh.
      *---------------------------------------------------------------*

       Merge-Group-Link SECTION.

           IF NOT grpf-status-not-found
               MOVE ws-duplicate-code TO grp-c-code
               READ custgrp-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Carry-Group-Link-Across
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Carry-Group-Link-Across SECTION.

           MOVE grp-parent-code TO ws-grp-parent-code
           DELETE custgrp-file
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE ws-survivor-code TO grp-c-code
           READ custgrp-file
               INVALID KEY
                   PERFORM Write-Survivor-Group-Link
               NOT INVALID KEY
                   MOVE
                    "DUPLICATE GROUP LINK DROPPED - SURVIVOR HAS ONE"
                                                     TO msg-line
                   WRITE report-line FROM msg-line
                   END-WRITE
           END-READ.

      *---------------------------------------------------------------*

       Write-Survivor-Group-Link SECTION.

           MOVE ws-survivor-code   TO grp-c-code
           MOVE ws-grp-parent-code TO grp-parent-code
           MOVE 0                  TO grp-limit
           MOVE "N"                TO grp-held-by-parent
           MOVE ws-today-date      TO grp-changed-date
           PERFORM Hold-Survivor-If-Parent-Held
           WRITE custgrp-record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "GROUP LINK MOVED" TO msg-line
                   WRITE report-line FROM msg-line
                   END-WRITE
           END-WRITE.

      *---------------------------------------------------------------*
      *    A survivor with an account status of its own keeps it.
      *---------------------------------------------------------------*

       Hold-Survivor-If-Parent-Held SECTION.

           MOVE ws-grp-parent-code TO acct-c-code
           READ custacct-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF acct-status = "H" OR acct-status = "C"
                       MOVE ws-survivor-code TO acct-c-code
                       MOVE "H"              TO acct-status
                       MOVE ws-today-date    TO acct-changed-date
                       WRITE custacct-record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET grp-parent-hold TO TRUE
                       END-WRITE
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      *    Ship-tos keep their numbers where free under the survivor
      *    and are reported dropped where the number is taken - the
               MOVE ws-duplicate-code TO ship-c-code
           END-IF.

      *---------------------------------------------------------------*
      *    The tax code and the discount are terms of the account:
      *    where the survivor already has its own they govern, and
      *    the duplicate's are reported dropped, the same way
      *    Carry-Contact-Across treats the contact record.
      *---------------------------------------------------------------*

       Merge-Tax-Code-Record SECTION.

           MOVE ws-duplicate-code TO ctx-c-code
           READ custtax-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE custtax-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE ws-survivor-code TO ctx-c-code
                   WRITE custtax-record
                       INVALID KEY
                           MOVE
                    "DUPLICATE TAX CODE DROPPED - SURVIVOR HAS ONE"
                                                     TO msg-line
                           WRITE report-line FROM msg-line
                           END-WRITE
                       NOT INVALID KEY
                           MOVE "TAX CODE RECORD MOVED" TO msg-line
                           WRITE report-line FROM msg-line
                           END-WRITE
                   END-WRITE
           END-READ.

      *---------------------------------------------------------------*

       Merge-Discount-Record SECTION.

           MOVE ws-duplicate-code TO dsc-c-code
           READ custdisc-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE custdisc-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE ws-survivor-code TO dsc-c-code
                   WRITE custdisc-record
                       INVALID KEY
                           MOVE
                    "DUPLICATE DISCOUNT DROPPED - SURVIVOR HAS ONE"
                                                     TO msg-line
                           WRITE report-line FROM msg-line
                           END-WRITE
                       NOT INVALID KEY
                           MOVE "DISCOUNT RECORD MOVED" TO msg-line
                           WRITE report-line FROM msg-line
                           END-WRITE
                   END-WRITE
           END-READ.

      *---------------------------------------------------------------*
      *    Contract prices follow the customer, like ship-tos: one
      *    the survivor already holds for the same product and
      *    effective date is kept and the duplicate's reported
      *    dropped. custcprx.cbl and a custcprm.cbl re-send put right
      *    any overlap the two codes' contracts now have.
      *---------------------------------------------------------------*

       Merge-Contract-Prices SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO cpr-key
           MOVE ws-duplicate-code TO cpr-c-code
           START custcprc-file KEY IS NOT LESS THAN cpr-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Contract-Price UNTIL ws-eof
           MOVE "CONTRACT PRICES MOVED" TO cnt-label
           MOVE ws-moved-count          TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Contract-Price SECTION.

           READ custcprc-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND cpr-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               DELETE custcprc-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE ws-survivor-code TO cpr-c-code
               WRITE custcprc-record
                   INVALID KEY
                       MOVE "CONTRACT DATE IN USE - RECORD DROPPED"
                                                     TO msg-line
                       WRITE report-line FROM msg-line
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO ws-moved-count
               END-WRITE
               MOVE ws-duplicate-code TO cpr-c-code
           END-IF.

      *---------------------------------------------------------------*
      *    Standing-order templates follow the customer too, so
      *    custsogn.cbl goes on raising the orders under the
      *    survivor. Where the survivor already has a template under
      *    the same number the moved one takes the survivor's next
      *    free number instead - a template is never dropped.
      *---------------------------------------------------------------*

       Merge-Standing-Orders SECTION.

           MOVE 0 TO ws-moved-count
           MOVE "N" TO ws-eof-sw
           MOVE LOW-VALUES        TO sot-key
           MOVE ws-duplicate-code TO sot-c-code
           START custsord-file KEY IS NOT LESS THAN sot-key
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           PERFORM Move-One-Standing-Order UNTIL ws-eof
           MOVE "STANDING-ORDER TEMPLATES MOVED" TO cnt-label
           MOVE ws-moved-count          TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Move-One-Standing-Order SECTION.

           READ custsord-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof AND sot-c-code NOT = ws-duplicate-code
               SET ws-eof TO TRUE
           END-IF
           IF NOT ws-eof
               MOVE sot-tmpl-no TO ws-try-tmpl-no
               DELETE custsord-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "N" TO ws-template-moved-sw
               MOVE ws-survivor-code TO sot-c-code
               WRITE custsord-record
                   INVALID KEY
                       PERFORM Renumber-Standing-Order
                   NOT INVALID KEY
                       SET ws-template-moved TO TRUE
               END-WRITE
               IF ws-template-moved
                   ADD 1 TO ws-moved-count
               ELSE
                   MOVE ws-duplicate-code TO sot-c-code
                   MOVE ws-try-tmpl-no    TO sot-tmpl-no
                   WRITE custsord-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "NO FREE TEMPLATE NUMBER - TEMPLATE NOT MOVED"
                                                     TO msg-line
                   WRITE report-line FROM msg-line
                   SET ws-move-failed TO TRUE
               END-IF
               MOVE ws-duplicate-code TO sot-c-code
               MOVE ws-try-tmpl-no    TO sot-tmpl-no
               START custsord-file KEY IS GREATER THAN sot-key
                   INVALID KEY
                       SET ws-eof TO TRUE
               END-START
           END-IF.

      *---------------------------------------------------------------*

       Renumber-Standing-Order SECTION.

           PERFORM VARYING sot-tmpl-no FROM 1 BY 1
                      UNTIL sot-tmpl-no > 98
                         OR ws-template-moved
               WRITE custsord-record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ws-template-moved TO TRUE
                       MOVE "TEMPLATE MOVED UNDER A NEW NUMBER"
                                                     TO msg-line
                       WRITE report-line FROM msg-line
               END-WRITE
           END-PERFORM.

      *---------------------------------------------------------------*
      *    Finance charges are money the customer still owes, so the
      *    duplicate's custfchg.ism records re-key under the survivor
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT ccyf-status-not-found
               MOVE ws-duplicate-code TO ccy-c-code
               DELETE custcur-file
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           PERFORM Delete-Duplicate-Snapshots.

      *---------------------------------------------------------------*
                   CONTINUE
           END-WRITE.

      *---------------------------------------------------------------*
      *    The duplicate's code is gone from cust.ism and may be
      *    issued again, so it comes off every operator's recently-
      *    used list on the customer screen - left there it would
      *    load nothing now, and some other customer later.
      *---------------------------------------------------------------*

       Drop-Duplicate-From-Recent SECTION.

           MOVE 0 TO ws-moved-count
           IF NOT recuf-status-not-found
               MOVE "N" TO ws-eof-sw
               PERFORM Drop-Duplicate-From-One-List UNTIL ws-eof
           END-IF
           MOVE "RECENT-CUSTOMER LISTS UPDATED" TO cnt-label
           MOVE ws-moved-count TO cnt-count
           WRITE report-line FROM cnt-line.

      *---------------------------------------------------------------*

       Drop-Duplicate-From-One-List SECTION.

           READ custrecu-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ
           IF NOT ws-eof
               MOVE 0 TO ws-recent-pos
               PERFORM VARYING recent-ind FROM 1 BY 1
                                  UNTIL recent-ind > rcu-count
                   IF rcu-c-code(recent-ind) = ws-duplicate-code
                       MOVE recent-ind TO ws-recent-pos
                   END-IF
               END-PERFORM
               IF ws-recent-pos > 0
                   IF rcu-pick-code = ws-duplicate-code
                       MOVE SPACES TO rcu-pick-code
                   END-IF
                   PERFORM VARYING recent-ind FROM ws-recent-pos BY 1
                                      UNTIL recent-ind >= rcu-count
                       MOVE rcu-entry(recent-ind + 1)
                                             TO rcu-entry(recent-ind)
                   END-PERFORM
                   MOVE SPACES TO rcu-entry(rcu-count)
                   SUBTRACT 1 FROM rcu-count
                   REWRITE custrecu-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO ws-moved-count
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Something failed to carry across, so the duplicate is NOT
      *    deleted - deleting a record whose contents were not fully
               CLOSE custhist-file
               CLOSE custpay-file
               CLOSE custordl-file
               CLOSE custordt-file
               CLOSE custstat-file
               CLOSE custshpq-file
               CLOSE custretn-file
               CLOSE custnsf-file
               CLOSE custwoff-file
               CLOSE custcanc-file
               CLOSE custoacc-file
               CLOSE custcont-file
               CLOSE custship-file
               CLOSE custtax-file
               CLOSE custdisc-file
               IF NOT ccyf-status-not-found
                   CLOSE custcur-file
               END-IF
               CLOSE custcprc-file
               CLOSE custsord-file
               CLOSE custacct-file
               IF NOT grpf-status-not-found
                   CLOSE custgrp-file
               END-IF
               CLOSE custdunh-file
               CLOSE custfchg-file
               CLOSE custsnap-file
               IF NOT anonf-status-not-found
                   CLOSE custanon-file
               END-IF
               IF NOT recuf-status-not-found
                   CLOSE custrecu-file
               END-IF
               CLOSE custfree-file
               CLOSE audit-file
               CLOSE report-file
