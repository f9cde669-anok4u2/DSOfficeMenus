      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custreog.

      *---------------------------------------------------------------*
      *    Indexed file reorganisation and health check. Years of
      *    deletes by custarch.cbl, custmerg.cbl and custrecl.cbl
      *    have left cust.ism, custpay.ism, custordl.ism and
      *    custhist.ism full of dead space, and the customer screen's
      *    Browse-By-Name and custchk.cbl have slowed with them; the
      *    other files that grow with the day's trading build up the
      *    same way. This job rebuilds, in turn:
      *        cust.ism     custpay.ism  custordl.ism custhist.ism
      *        custordt.ism custstat.ism custshpq.ism custretn.ism
      *        custcanc.ism custacct.ism custgrp.ism  custoacc.ism
      *        custdunh.ism custnsf.ism  custwoff.ism prodstk.ism
      *    Every other indexed file is left alone, since a rebuild
      *    would reclaim next to nothing:
      *      - one-record control files and number counters -
      *        custsys, custbdat, custnite, custreog, custldck,
      *        custctr, custoinc, custsonc, custcrnc, custbnkc,
      *        custglx and custglxc;
      *      - work files their own job creates afresh each run -
      *        custbnkw, custdupe, custopen, custpsal and custdtp;
      *      - small tables kept by hand through their maintenance
      *        programs or by the customer screen - prodmast,
      *        custtxrt, custtax, custcprc, custdisc, custcur,
      *        custrate, custdun, custwoc, custperm, custprd,
      *        custbud, custsord, custship, custcont, custfree and
      *        custrecu;
      *      - registers only ever added to, losing a record only
      *        when custmerg.cbl folds a duplicate away - custsnap,
      *        custfchg, custanon and custordr.
      *    For each file it reorganises:
      *      - the file is unloaded in key order to a sequential
      *        work file (cust.unl, custpay.unl, ...), counting the
      *        records and taking a hash total of its numeric fields;
      *      - the file and its index are copied aside (.sav/.svx)
      *        as the safety copy;
      *      - the file is recreated empty and reloaded from the
      *        unload in key order, which reclaims the dead space and
      *        rebuilds the indexes (cust.ism's name index included);
      *      - the reloaded file is read back and counted and hashed
      *        again. If the record count or the hash total differs
      *        from the unload, or any record failed to reload, the
      *        safety copy is copied back over the file, so the
      *        original is what the next job finds.
      *    The health report custreog.lst gives each file's record
      *    count before and after, its size on disk (data and index)
      *    before and after, the space reclaimed, the outcome, and the
      *    key of every record that failed to reload.
      *
      *    The job takes no prompts and is meant to sit in the
      *    nightly stream (custnite.dat): the month it last ran is
      *    kept on custreog.ism, and a run in a business month
      *    (custbdat.cbl) that has already been reorganised does
      *    nothing, so it rebuilds the files once a month. Like
      *    custarch.cbl it refuses to start while any customer screen
      *    session is signed on - the next night tries again - and
      *    marks the custsys.ism batch window for the duration. A
      *    file put back from its safety copy ends the job with a
      *    non-zero return code, so custnite.cbl halts the stream for
      *    the operator to read the report; the month is still marked
      *    done, so the restarted stream carries on past it.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ALTERNATE RECORD KEY IS file-c-name WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custpay-file ASSIGN "custpay.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custordl-file ASSIGN "custordl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custhist-file ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS hist-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custstat-file ASSIGN "custstat.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS stat-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custshpq-file ASSIGN "custshpq.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS shq-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custretn-file ASSIGN "custretn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ret-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custcanc-file ASSIGN "custcanc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS canc-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custgrp-file ASSIGN "custgrp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS grp-c-code
           ALTERNATE RECORD KEY IS grp-parent-code WITH DUPLICATES
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custoacc-file ASSIGN "custoacc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS oacc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custdunh-file ASSIGN "custdunh.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dunh-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custnsf-file ASSIGN "custnsf.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS nsf-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT custwoff-file ASSIGN "custwoff.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woff-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT prodstk-file ASSIGN "prodstk.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS stk-prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-live-file-status.

           SELECT unl-cust-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-pay-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-odl-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-hist-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-odt-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-stat-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-shq-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-ret-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-canc-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-acct-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-grp-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-oacc-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-dunh-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-nsf-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-woff-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT unl-stk-file ASSIGN ws-unload-name
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-unload-file-status.

           SELECT reorg-ctl-file ASSIGN "custreog.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS reo-ctl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-reorg-ctl-file-status.

           SELECT report-file ASSIGN "custreog.lst"
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

       FD  custpay-file.
       01  custpay-record.
           03  pay-key.
               05  pay-c-code          PIC X(5).
               05  pay-ord-no          PIC 9(6).
               05  pay-date            PIC 9(8).
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

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

       FD  custhist-file.
       01  custhist-record.
           03  hist-key.
               05  hist-c-code         PIC X(5).
               05  hist-ord-no         PIC 9(6).
           03  hist-ord-date           PIC 9(8).
           03  hist-ord-val            PIC 9(7)V99 COMP.
           03  hist-pay-val            PIC 9(7)V99 COMP.
           03  hist-archived-date      PIC 9(8).

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
           03  stat-key.
               05  stat-c-code         PIC X(5).
               05  stat-ord-no         PIC 9(6).
           03  stat-ord-status         PIC X(1).
           03  stat-changed-date       PIC 9(8).

       FD  custshpq-file.
       01  custshpq-record.
           03  shq-key.
               05  shq-c-code          PIC X(5).
               05  shq-ord-no          PIC 9(6).
               05  shq-line-no         PIC 9(3).
           03  shq-qty-shipped         PIC 9(5).
           03  shq-last-date           PIC 9(8).

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
           03  grp-changed-date        PIC 9(8).

       FD  custoacc-file.
       01  custoacc-record.
           03  oacc-c-code             PIC X(5).
           03  oacc-balance            PIC 9(9)V99 COMP.

       FD  custdunh-file.
       01  custdunh-record.
           03  dunh-c-code             PIC X(5).
           03  dunh-letter-count       PIC 9(3).
           03  dunh-last-date          PIC 9(8).

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

       FD  prodstk-file.
       01  prodstk-record.
           03  stk-prod-code           PIC X(8).
           03  stk-on-hand             PIC S9(7) COMP.
           03  stk-allocated           PIC 9(7) COMP.
           03  stk-reorder-point       PIC 9(7) COMP.
           03  stk-last-received-date  PIC 9(8).

      *---------------------------------------------------------------*
      *    One unload FD per live file, each the live record byte for
      *    byte, the way custarch.cbl lays out its archive files. All
      *    of them share ws-unload-name - only one is ever open at a
      *    time.
      *---------------------------------------------------------------*
       FD  unl-cust-file.
       01  unl-cust-record             PIC X(321).

       FD  unl-pay-file.
       01  unl-pay-record              PIC X(55).

       FD  unl-odl-file.
       01  unl-odl-record              PIC X(33).

       FD  unl-hist-file.
       01  unl-hist-record             PIC X(35).

       FD  unl-odt-file.
       01  unl-odt-record              PIC X(43).

       FD  unl-stat-file.
       01  unl-stat-record             PIC X(20).

       FD  unl-shq-file.
       01  unl-shq-record              PIC X(27).

       FD  unl-ret-file.
       01  unl-ret-record              PIC X(80).

       FD  unl-canc-file.
       01  unl-canc-record             PIC X(124).

       FD  unl-acct-file.
       01  unl-acct-record             PIC X(14).

       FD  unl-grp-file.
       01  unl-grp-record              PIC X(23).

       FD  unl-oacc-file.
       01  unl-oacc-record             PIC X(13).

       FD  unl-dunh-file.
       01  unl-dunh-record             PIC X(16).

       FD  unl-nsf-file.
       01  unl-nsf-record              PIC X(78).

       FD  unl-woff-file.
       01  unl-woff-record             PIC X(70).

       FD  unl-stk-file.
       01  unl-stk-record              PIC X(28).

       FD  reorg-ctl-file.
       01  reorg-ctl-record.
           03  reo-ctl-key             PIC X(1).
           03  reo-ctl-last-month      PIC 9(6).
           03  reo-ctl-last-date       PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-today-date               PIC 9(8).
       77  ws-today-month              PIC 9(6).

       77  ws-eof-sw                   PIC X(1).
           88  ws-eof                           VALUE "Y".

       77  ws-file-ok-sw               PIC X(1).
           88  ws-file-ok                       VALUE "Y".

       77  ws-restored-sw              PIC X(1) VALUE "N".
           88  ws-files-restored                VALUE "Y".

       77  ws-index-saved-sw           PIC X(1).
           88  ws-index-saved                   VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.

      *---------------------------------------------------------------*
      *    The names for the file being reorganised. The index is the
      *    data file's name with .idx in place of its extension.
      *---------------------------------------------------------------*
       77  ws-data-name                PIC X(20).
       77  ws-index-name               PIC X(20).
       77  ws-save-data-name           PIC X(20).
       77  ws-save-index-name          PIC X(20).
       77  ws-unload-name              PIC X(20).
       77  ws-size-name                PIC X(20).

       77  ws-lib-rc                   PIC S9(9) COMP-5.

       01  ws-file-details.
           03  ws-fdt-size             PIC X(8) COMP-X.
           03  ws-fdt-date             PIC X(4).
           03  ws-fdt-time             PIC X(4).

       77  ws-size-total               PIC 9(15).
       77  ws-size-before              PIC 9(15).
       77  ws-size-after               PIC 9(15).
       77  ws-size-reclaimed           PIC S9(15).
       77  ws-size-reclaimed-total     PIC S9(15) VALUE 0.

       77  ws-count-before             PIC 9(9).
       77  ws-count-after              PIC 9(9).
       77  ws-count-reloaded           PIC 9(9).
       77  ws-count-failed             PIC 9(9).

      *---------------------------------------------------------------*
      *    The hash total is the sum of each record's numeric fields
      *    - order numbers, dates, quantities and money - taken the
      *    same way on the unload and on the read-back.
      *---------------------------------------------------------------*
       77  ws-hash-total               PIC S9(15)V99.
       77  ws-hash-before              PIC S9(15)V99.
       77  ws-hash-after               PIC S9(15)V99.

       77  ws-files-reorganised        PIC 9(3) COMP VALUE 0.

       77  ws-live-file-status         PIC X(2).
           88  live-status-ok                   VALUE "00".
           88  live-status-not-found            VALUE "35".

       77  ws-unload-file-status       PIC X(2).
           88  unl-status-ok                    VALUE "00".

       77  ws-reorg-ctl-file-status    PIC X(2).
           88  reoc-status-ok                   VALUE "00".
           88  reoc-status-not-found            VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(40)
                   VALUE "INDEXED FILE REORGANISATION AND HEALTH".

       01  run-line.
           03  FILLER                  PIC X(20) VALUE "BUSINESS DATE".
           03  run-date                PIC 9(8).

       01  file-hdg-line.
           03  FILLER                  PIC X(13) VALUE "FILE".
           03  FILLER                  PIC X(22)
                           VALUE "  RECORDS BEFORE/AFTER".
           03  FILLER                  PIC X(16)
                           VALUE "     SIZE BEFORE".
           03  FILLER                  PIC X(16)
                           VALUE "      SIZE AFTER".
           03  FILLER                  PIC X(17)
                           VALUE "        RECLAIMED".
           03  FILLER                  PIC X(9)  VALUE "  OUTCOME".

       01  file-line.
           03  fil-file-name           PIC X(13).
           03  fil-count-before        PIC ZZZ,ZZZ,ZZ9.
           03  fil-count-after         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fil-size-before         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fil-size-after          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fil-reclaimed           PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  fil-outcome             PIC X(40).

       01  hash-line.
           03  FILLER                  PIC X(13) VALUE SPACES.
           03  FILLER                  PIC X(19)
                           VALUE "HASH TOTAL BEFORE ".
           03  hsh-before              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(7)  VALUE "  AFTER".
           03  hsh-after               PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  fail-line.
           03  FILLER                  PIC X(13) VALUE SPACES.
           03  FILLER                  PIC X(27)
                           VALUE "** FAILED TO RELOAD - KEY ".
           03  fail-key                PIC X(30).

       01  skp-line.
           03  skp-file-name           PIC X(13).
           03  FILLER                  PIC X(25)
                           VALUE "NOT ON DISK - SKIPPED".

       01  tot-line.
           03  FILLER                  PIC X(20)
                           VALUE "TOTAL RECLAIMED".
           03  tot-reclaimed           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Reorganise-Customer-File
           PERFORM Reorganise-Payments-File
           PERFORM Reorganise-Order-Lines-File
           PERFORM Reorganise-History-File
           PERFORM Reorganise-Order-Tax-File
           PERFORM Reorganise-Order-Status-File
           PERFORM Reorganise-Shipped-Qty-File
           PERFORM Reorganise-Credit-Note-File
           PERFORM Reorganise-Cancellation-File
           PERFORM Reorganise-Account-Status-File
           PERFORM Reorganise-Group-Member-File
           PERFORM Reorganise-On-Account-File
           PERFORM Reorganise-Dunning-History-File
           PERFORM Reorganise-Returned-Payment-File
           PERFORM Reorganise-Write-Off-File
           PERFORM Reorganise-Stock-Level-File
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           COMPUTE ws-today-month = ws-today-date / 100
           OPEN I-O reorg-ctl-file
           IF reoc-status-not-found
               OPEN OUTPUT reorg-ctl-file
               CLOSE reorg-ctl-file
               OPEN I-O reorg-ctl-file
           END-IF
           MOVE "C" TO reo-ctl-key
           READ reorg-ctl-file
               INVALID KEY
                   MOVE 0 TO reo-ctl-last-month reo-ctl-last-date
           END-READ
           IF reo-ctl-last-month = ws-today-month
               DISPLAY "CUSTREOG: FILES ALREADY REORGANISED ON "
                       reo-ctl-last-date " - NOTHING TO DO THIS MONTH"
               CLOSE reorg-ctl-file
               STOP RUN
           END-IF
           MOVE "Q" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           IF ws-sys-screen-count NOT = 0
               DISPLAY "CUSTREOG: " ws-sys-screen-count
                       " CUSTOMER SCREEN SESSION(S) SIGNED ON - "
                       "RUN REFUSED"
               CLOSE reorg-ctl-file
               STOP RUN
           END-IF
           MOVE "B" TO ws-sys-request
           MOVE "CUSTREOG" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           OPEN OUTPUT report-file
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-today-date TO run-date
           WRITE report-line FROM run-line
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM file-hdg-line.

      *---------------------------------------------------------------*
      *    cust.ism. Each file's reorganisation follows the same
      *    steps; only the record layout and hash fields differ.
      *---------------------------------------------------------------*

       Reorganise-Customer-File SECTION.

           MOVE "cust.ism"  TO ws-data-name
           MOVE "cust.idx"  TO ws-index-name
           MOVE "cust.sav"  TO ws-save-data-name
           MOVE "cust.svx"  TO ws-save-index-name
           MOVE "cust.unl"  TO ws-unload-name
           OPEN INPUT customer-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-cust-file
               PERFORM Read-Customer-Record
               PERFORM Unload-Customer-Record UNTIL ws-eof
               CLOSE customer-file
               CLOSE unl-cust-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT customer-file
                   OPEN INPUT unl-cust-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Customer
                   PERFORM Reload-Customer-Record UNTIL ws-eof
                   CLOSE customer-file
                   CLOSE unl-cust-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT customer-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Customer-Record
                   PERFORM Verify-Customer-Record UNTIL ws-eof
                   CLOSE customer-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Customer-Record SECTION.

           READ customer-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Customer-Record SECTION.

           WRITE unl-cust-record FROM customer-record
           ADD 1 TO ws-count-before
           PERFORM Add-Customer-Hash
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Customer SECTION.

           READ unl-cust-file INTO customer-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Customer-Record SECTION.

           WRITE customer-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE file-c-code TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Customer.

      *---------------------------------------------------------------*

       Verify-Customer-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Customer-Hash
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*

       Add-Customer-Hash SECTION.

           ADD file-c-limit TO ws-hash-total
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               ADD file-ord-no(array-ind)   TO ws-hash-total
               ADD file-ord-date(array-ind) TO ws-hash-total
               ADD file-ord-val(array-ind)  TO ws-hash-total
               ADD file-pay-val(array-ind)  TO ws-hash-total
           END-PERFORM.

      *---------------------------------------------------------------*

       Reorganise-Payments-File SECTION.

           MOVE "custpay.ism" TO ws-data-name
           MOVE "custpay.idx" TO ws-index-name
           MOVE "custpay.sav" TO ws-save-data-name
           MOVE "custpay.svx" TO ws-save-index-name
           MOVE "custpay.unl" TO ws-unload-name
           OPEN INPUT custpay-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-pay-file
               PERFORM Read-Payment-Record
               PERFORM Unload-Payment-Record UNTIL ws-eof
               CLOSE custpay-file
               CLOSE unl-pay-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custpay-file
                   OPEN INPUT unl-pay-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Payment
                   PERFORM Reload-Payment-Record UNTIL ws-eof
                   CLOSE custpay-file
                   CLOSE unl-pay-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custpay-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Payment-Record
                   PERFORM Verify-Payment-Record UNTIL ws-eof
                   CLOSE custpay-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Payment-Record SECTION.

           READ custpay-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Payment-Record SECTION.

           WRITE unl-pay-record FROM custpay-record
           ADD 1 TO ws-count-before
           PERFORM Add-Payment-Hash
           PERFORM Read-Payment-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Payment SECTION.

           READ unl-pay-file INTO custpay-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Payment-Record SECTION.

           WRITE custpay-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE pay-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Payment.

      *---------------------------------------------------------------*

       Verify-Payment-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Payment-Hash
           PERFORM Read-Payment-Record.

      *---------------------------------------------------------------*

       Add-Payment-Hash SECTION.

           ADD pay-ord-no        TO ws-hash-total
           ADD pay-date          TO ws-hash-total
           ADD pay-amount        TO ws-hash-total
           ADD pay-reversed-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Order-Lines-File SECTION.

           MOVE "custordl.ism" TO ws-data-name
           MOVE "custordl.idx" TO ws-index-name
           MOVE "custordl.sav" TO ws-save-data-name
           MOVE "custordl.svx" TO ws-save-index-name
           MOVE "custordl.unl" TO ws-unload-name
           OPEN INPUT custordl-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-odl-file
               PERFORM Read-Order-Line
               PERFORM Unload-Order-Line UNTIL ws-eof
               CLOSE custordl-file
               CLOSE unl-odl-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custordl-file
                   OPEN INPUT unl-odl-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Order-Line
                   PERFORM Reload-Order-Line UNTIL ws-eof
                   CLOSE custordl-file
                   CLOSE unl-odl-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custordl-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Order-Line
                   PERFORM Verify-Order-Line UNTIL ws-eof
                   CLOSE custordl-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Order-Line SECTION.

           READ custordl-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Order-Line SECTION.

           WRITE unl-odl-record FROM custordl-record
           ADD 1 TO ws-count-before
           PERFORM Add-Order-Line-Hash
           PERFORM Read-Order-Line.

      *---------------------------------------------------------------*

       Read-Unloaded-Order-Line SECTION.

           READ unl-odl-file INTO custordl-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Order-Line SECTION.

           WRITE custordl-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE odl-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Order-Line.

      *---------------------------------------------------------------*

       Verify-Order-Line SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Order-Line-Hash
           PERFORM Read-Order-Line.

      *---------------------------------------------------------------*

       Add-Order-Line-Hash SECTION.

           ADD odl-ord-no     TO ws-hash-total
           ADD odl-line-no    TO ws-hash-total
           ADD odl-qty        TO ws-hash-total
           ADD odl-ship-no    TO ws-hash-total
           ADD odl-unit-price TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-History-File SECTION.

           MOVE "custhist.ism" TO ws-data-name
           MOVE "custhist.idx" TO ws-index-name
           MOVE "custhist.sav" TO ws-save-data-name
           MOVE "custhist.svx" TO ws-save-index-name
           MOVE "custhist.unl" TO ws-unload-name
           OPEN INPUT custhist-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-hist-file
               PERFORM Read-History-Record
               PERFORM Unload-History-Record UNTIL ws-eof
               CLOSE custhist-file
               CLOSE unl-hist-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custhist-file
                   OPEN INPUT unl-hist-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-History
                   PERFORM Reload-History-Record UNTIL ws-eof
                   CLOSE custhist-file
                   CLOSE unl-hist-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custhist-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-History-Record
                   PERFORM Verify-History-Record UNTIL ws-eof
                   CLOSE custhist-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-History-Record SECTION.

           READ custhist-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-History-Record SECTION.

           WRITE unl-hist-record FROM custhist-record
           ADD 1 TO ws-count-before
           PERFORM Add-History-Hash
           PERFORM Read-History-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-History SECTION.

           READ unl-hist-file INTO custhist-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-History-Record SECTION.

           WRITE custhist-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE hist-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-History.

      *---------------------------------------------------------------*

       Verify-History-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-History-Hash
           PERFORM Read-History-Record.

      *---------------------------------------------------------------*

       Add-History-Hash SECTION.

           ADD hist-ord-no        TO ws-hash-total
           ADD hist-ord-date      TO ws-hash-total
           ADD hist-ord-val       TO ws-hash-total
           ADD hist-pay-val       TO ws-hash-total
           ADD hist-archived-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Order-Tax-File SECTION.

           MOVE "custordt.ism" TO ws-data-name
           MOVE "custordt.idx" TO ws-index-name
           MOVE "custordt.sav" TO ws-save-data-name
           MOVE "custordt.svx" TO ws-save-index-name
           MOVE "custordt.unl" TO ws-unload-name
           OPEN INPUT custordt-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-odt-file
               PERFORM Read-Order-Tax-Record
               PERFORM Unload-Order-Tax-Record UNTIL ws-eof
               CLOSE custordt-file
               CLOSE unl-odt-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custordt-file
                   OPEN INPUT unl-odt-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Order-Tax
                   PERFORM Reload-Order-Tax-Record UNTIL ws-eof
                   CLOSE custordt-file
                   CLOSE unl-odt-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custordt-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Order-Tax-Record
                   PERFORM Verify-Order-Tax-Record UNTIL ws-eof
                   CLOSE custordt-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Order-Tax-Record SECTION.

           READ custordt-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Order-Tax-Record SECTION.

           WRITE unl-odt-record FROM custordt-record
           ADD 1 TO ws-count-before
           PERFORM Add-Order-Tax-Hash
           PERFORM Read-Order-Tax-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Order-Tax SECTION.

           READ unl-odt-file INTO custordt-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Order-Tax-Record SECTION.

           WRITE custordt-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE odt-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Order-Tax.

      *---------------------------------------------------------------*

       Verify-Order-Tax-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Order-Tax-Hash
           PERFORM Read-Order-Tax-Record.

      *---------------------------------------------------------------*

       Add-Order-Tax-Hash SECTION.

           ADD odt-ord-no         TO ws-hash-total
           ADD odt-line-no        TO ws-hash-total
           ADD odt-rate           TO ws-hash-total
           ADD odt-net-amount     TO ws-hash-total
           ADD odt-tax-amount     TO ws-hash-total
           ADD odt-tax-date       TO ws-hash-total
           ADD odt-cancelled-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Order-Status-File SECTION.

           MOVE "custstat.ism" TO ws-data-name
           MOVE "custstat.idx" TO ws-index-name
           MOVE "custstat.sav" TO ws-save-data-name
           MOVE "custstat.svx" TO ws-save-index-name
           MOVE "custstat.unl" TO ws-unload-name
           OPEN INPUT custstat-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-stat-file
               PERFORM Read-Order-Status-Record
               PERFORM Unload-Order-Status-Record UNTIL ws-eof
               CLOSE custstat-file
               CLOSE unl-stat-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custstat-file
                   OPEN INPUT unl-stat-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Order-Status
                   PERFORM Reload-Order-Status-Record UNTIL ws-eof
                   CLOSE custstat-file
                   CLOSE unl-stat-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custstat-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Order-Status-Record
                   PERFORM Verify-Order-Status-Record UNTIL ws-eof
                   CLOSE custstat-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Order-Status-Record SECTION.

           READ custstat-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Order-Status-Record SECTION.

           WRITE unl-stat-record FROM custstat-record
           ADD 1 TO ws-count-before
           PERFORM Add-Order-Status-Hash
           PERFORM Read-Order-Status-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Order-Status SECTION.

           READ unl-stat-file INTO custstat-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Order-Status-Record SECTION.

           WRITE custstat-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE stat-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Order-Status.

      *---------------------------------------------------------------*

       Verify-Order-Status-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Order-Status-Hash
           PERFORM Read-Order-Status-Record.

      *---------------------------------------------------------------*

       Add-Order-Status-Hash SECTION.

           ADD stat-ord-no       TO ws-hash-total
           ADD stat-changed-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Shipped-Qty-File SECTION.

           MOVE "custshpq.ism" TO ws-data-name
           MOVE "custshpq.idx" TO ws-index-name
           MOVE "custshpq.sav" TO ws-save-data-name
           MOVE "custshpq.svx" TO ws-save-index-name
           MOVE "custshpq.unl" TO ws-unload-name
           OPEN INPUT custshpq-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-shq-file
               PERFORM Read-Shipped-Qty-Record
               PERFORM Unload-Shipped-Qty-Record UNTIL ws-eof
               CLOSE custshpq-file
               CLOSE unl-shq-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custshpq-file
                   OPEN INPUT unl-shq-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Shipped-Qty
                   PERFORM Reload-Shipped-Qty-Record UNTIL ws-eof
                   CLOSE custshpq-file
                   CLOSE unl-shq-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custshpq-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Shipped-Qty-Record
                   PERFORM Verify-Shipped-Qty-Record UNTIL ws-eof
                   CLOSE custshpq-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Shipped-Qty-Record SECTION.

           READ custshpq-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Shipped-Qty-Record SECTION.

           WRITE unl-shq-record FROM custshpq-record
           ADD 1 TO ws-count-before
           PERFORM Add-Shipped-Qty-Hash
           PERFORM Read-Shipped-Qty-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Shipped-Qty SECTION.

           READ unl-shq-file INTO custshpq-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Shipped-Qty-Record SECTION.

           WRITE custshpq-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE shq-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Shipped-Qty.

      *---------------------------------------------------------------*

       Verify-Shipped-Qty-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Shipped-Qty-Hash
           PERFORM Read-Shipped-Qty-Record.

      *---------------------------------------------------------------*

       Add-Shipped-Qty-Hash SECTION.

           ADD shq-ord-no      TO ws-hash-total
           ADD shq-line-no     TO ws-hash-total
           ADD shq-qty-shipped TO ws-hash-total
           ADD shq-last-date   TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Credit-Note-File SECTION.

           MOVE "custretn.ism" TO ws-data-name
           MOVE "custretn.idx" TO ws-index-name
           MOVE "custretn.sav" TO ws-save-data-name
           MOVE "custretn.svx" TO ws-save-index-name
           MOVE "custretn.unl" TO ws-unload-name
           OPEN INPUT custretn-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-ret-file
               PERFORM Read-Credit-Note-Record
               PERFORM Unload-Credit-Note-Record UNTIL ws-eof
               CLOSE custretn-file
               CLOSE unl-ret-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custretn-file
                   OPEN INPUT unl-ret-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Credit-Note
                   PERFORM Reload-Credit-Note-Record UNTIL ws-eof
                   CLOSE custretn-file
                   CLOSE unl-ret-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custretn-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Credit-Note-Record
                   PERFORM Verify-Credit-Note-Record UNTIL ws-eof
                   CLOSE custretn-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Credit-Note-Record SECTION.

           READ custretn-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Credit-Note-Record SECTION.

           WRITE unl-ret-record FROM custretn-record
           ADD 1 TO ws-count-before
           PERFORM Add-Credit-Note-Hash
           PERFORM Read-Credit-Note-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Credit-Note SECTION.

           READ unl-ret-file INTO custretn-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Credit-Note-Record SECTION.

           WRITE custretn-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE ret-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Credit-Note.

      *---------------------------------------------------------------*

       Verify-Credit-Note-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Credit-Note-Hash
           PERFORM Read-Credit-Note-Record.

      *---------------------------------------------------------------*

       Add-Credit-Note-Hash SECTION.

           ADD ret-ord-no       TO ws-hash-total
           ADD ret-line-no      TO ws-hash-total
           ADD ret-credit-no    TO ws-hash-total
           ADD ret-qty          TO ws-hash-total
           ADD ret-unit-price   TO ws-hash-total
           ADD ret-amount       TO ws-hash-total
           ADD ret-created-date TO ws-hash-total
           ADD ret-tax-amount   TO ws-hash-total
           ADD ret-entered-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Cancellation-File SECTION.

           MOVE "custcanc.ism" TO ws-data-name
           MOVE "custcanc.idx" TO ws-index-name
           MOVE "custcanc.sav" TO ws-save-data-name
           MOVE "custcanc.svx" TO ws-save-index-name
           MOVE "custcanc.unl" TO ws-unload-name
           OPEN INPUT custcanc-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-canc-file
               PERFORM Read-Cancellation-Record
               PERFORM Unload-Cancellation-Record UNTIL ws-eof
               CLOSE custcanc-file
               CLOSE unl-canc-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custcanc-file
                   OPEN INPUT unl-canc-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Cancellation
                   PERFORM Reload-Cancellation-Record UNTIL ws-eof
                   CLOSE custcanc-file
                   CLOSE unl-canc-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custcanc-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Cancellation-Record
                   PERFORM Verify-Cancellation-Record UNTIL ws-eof
                   CLOSE custcanc-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Cancellation-Record SECTION.

           READ custcanc-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Cancellation-Record SECTION.

           WRITE unl-canc-record FROM custcanc-record
           ADD 1 TO ws-count-before
           PERFORM Add-Cancellation-Hash
           PERFORM Read-Cancellation-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Cancellation SECTION.

           READ unl-canc-file INTO custcanc-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Cancellation-Record SECTION.

           WRITE custcanc-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE canc-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Cancellation.

      *---------------------------------------------------------------*

       Verify-Cancellation-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Cancellation-Hash
           PERFORM Read-Cancellation-Record.

      *---------------------------------------------------------------*

       Add-Cancellation-Hash SECTION.

           ADD canc-ord-no     TO ws-hash-total
           ADD canc-line-no    TO ws-hash-total
           ADD canc-date       TO ws-hash-total
           ADD canc-line-count TO ws-hash-total
           ADD canc-qty        TO ws-hash-total
           ADD canc-net-amount TO ws-hash-total
           ADD canc-tax-amount TO ws-hash-total
           ADD canc-rate-count TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Account-Status-File SECTION.

           MOVE "custacct.ism" TO ws-data-name
           MOVE "custacct.idx" TO ws-index-name
           MOVE "custacct.sav" TO ws-save-data-name
           MOVE "custacct.svx" TO ws-save-index-name
           MOVE "custacct.unl" TO ws-unload-name
           OPEN INPUT custacct-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-acct-file
               PERFORM Read-Account-Status-Record
               PERFORM Unload-Account-Status-Record UNTIL ws-eof
               CLOSE custacct-file
               CLOSE unl-acct-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custacct-file
                   OPEN INPUT unl-acct-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Account-Status
                   PERFORM Reload-Account-Status-Record UNTIL ws-eof
                   CLOSE custacct-file
                   CLOSE unl-acct-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custacct-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Account-Status-Record
                   PERFORM Verify-Account-Status-Record UNTIL ws-eof
                   CLOSE custacct-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Account-Status-Record SECTION.

           READ custacct-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Account-Status-Record SECTION.

           WRITE unl-acct-record FROM custacct-record
           ADD 1 TO ws-count-before
           PERFORM Add-Account-Status-Hash
           PERFORM Read-Account-Status-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Account-Status SECTION.

           READ unl-acct-file INTO custacct-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Account-Status-Record SECTION.

           WRITE custacct-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE acct-c-code TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Account-Status.

      *---------------------------------------------------------------*

       Verify-Account-Status-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Account-Status-Hash
           PERFORM Read-Account-Status-Record.

      *---------------------------------------------------------------*

       Add-Account-Status-Hash SECTION.

           ADD acct-changed-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Group-Member-File SECTION.

           MOVE "custgrp.ism"  TO ws-data-name
           MOVE "custgrp.idx"  TO ws-index-name
           MOVE "custgrp.sav"  TO ws-save-data-name
           MOVE "custgrp.svx"  TO ws-save-index-name
           MOVE "custgrp.unl"  TO ws-unload-name
           OPEN INPUT custgrp-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-grp-file
               PERFORM Read-Group-Member-Record
               PERFORM Unload-Group-Member-Record UNTIL ws-eof
               CLOSE custgrp-file
               CLOSE unl-grp-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custgrp-file
                   OPEN INPUT unl-grp-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Group-Member
                   PERFORM Reload-Group-Member-Record UNTIL ws-eof
                   CLOSE custgrp-file
                   CLOSE unl-grp-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custgrp-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Group-Member-Record
                   PERFORM Verify-Group-Member-Record UNTIL ws-eof
                   CLOSE custgrp-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Group-Member-Record SECTION.

           READ custgrp-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Group-Member-Record SECTION.

           WRITE unl-grp-record FROM custgrp-record
           ADD 1 TO ws-count-before
           PERFORM Add-Group-Member-Hash
           PERFORM Read-Group-Member-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Group-Member SECTION.

           READ unl-grp-file INTO custgrp-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Group-Member-Record SECTION.

           WRITE custgrp-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE grp-c-code TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Group-Member.

      *---------------------------------------------------------------*

       Verify-Group-Member-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Group-Member-Hash
           PERFORM Read-Group-Member-Record.

      *---------------------------------------------------------------*

       Add-Group-Member-Hash SECTION.

           ADD grp-limit        TO ws-hash-total
           ADD grp-changed-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-On-Account-File SECTION.

           MOVE "custoacc.ism" TO ws-data-name
           MOVE "custoacc.idx" TO ws-index-name
           MOVE "custoacc.sav" TO ws-save-data-name
           MOVE "custoacc.svx" TO ws-save-index-name
           MOVE "custoacc.unl" TO ws-unload-name
           OPEN INPUT custoacc-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-oacc-file
               PERFORM Read-On-Account-Record
               PERFORM Unload-On-Account-Record UNTIL ws-eof
               CLOSE custoacc-file
               CLOSE unl-oacc-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custoacc-file
                   OPEN INPUT unl-oacc-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-On-Account
                   PERFORM Reload-On-Account-Record UNTIL ws-eof
                   CLOSE custoacc-file
                   CLOSE unl-oacc-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custoacc-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-On-Account-Record
                   PERFORM Verify-On-Account-Record UNTIL ws-eof
                   CLOSE custoacc-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-On-Account-Record SECTION.

           READ custoacc-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-On-Account-Record SECTION.

           WRITE unl-oacc-record FROM custoacc-record
           ADD 1 TO ws-count-before
           PERFORM Add-On-Account-Hash
           PERFORM Read-On-Account-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-On-Account SECTION.

           READ unl-oacc-file INTO custoacc-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-On-Account-Record SECTION.

           WRITE custoacc-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE oacc-c-code TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-On-Account.

      *---------------------------------------------------------------*

       Verify-On-Account-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-On-Account-Hash
           PERFORM Read-On-Account-Record.

      *---------------------------------------------------------------*

       Add-On-Account-Hash SECTION.

           ADD oacc-balance TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Dunning-History-File SECTION.

           MOVE "custdunh.ism" TO ws-data-name
           MOVE "custdunh.idx" TO ws-index-name
           MOVE "custdunh.sav" TO ws-save-data-name
           MOVE "custdunh.svx" TO ws-save-index-name
           MOVE "custdunh.unl" TO ws-unload-name
           OPEN INPUT custdunh-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-dunh-file
               PERFORM Read-Dunning-History-Record
               PERFORM Unload-Dunning-History-Record UNTIL ws-eof
               CLOSE custdunh-file
               CLOSE unl-dunh-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custdunh-file
                   OPEN INPUT unl-dunh-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Dunning-History
                   PERFORM Reload-Dunning-History-Record UNTIL ws-eof
                   CLOSE custdunh-file
                   CLOSE unl-dunh-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custdunh-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Dunning-History-Record
                   PERFORM Verify-Dunning-History-Record UNTIL ws-eof
                   CLOSE custdunh-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Dunning-History-Record SECTION.

           READ custdunh-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Dunning-History-Record SECTION.

           WRITE unl-dunh-record FROM custdunh-record
           ADD 1 TO ws-count-before
           PERFORM Add-Dunning-History-Hash
           PERFORM Read-Dunning-History-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Dunning-History SECTION.

           READ unl-dunh-file INTO custdunh-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Dunning-History-Record SECTION.

           WRITE custdunh-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE dunh-c-code TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Dunning-History.

      *---------------------------------------------------------------*

       Verify-Dunning-History-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Dunning-History-Hash
           PERFORM Read-Dunning-History-Record.

      *---------------------------------------------------------------*

       Add-Dunning-History-Hash SECTION.

           ADD dunh-letter-count TO ws-hash-total
           ADD dunh-last-date    TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Returned-Payment-File SECTION.

           MOVE "custnsf.ism"  TO ws-data-name
           MOVE "custnsf.idx"  TO ws-index-name
           MOVE "custnsf.sav"  TO ws-save-data-name
           MOVE "custnsf.svx"  TO ws-save-index-name
           MOVE "custnsf.unl"  TO ws-unload-name
           OPEN INPUT custnsf-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-nsf-file
               PERFORM Read-Returned-Payment-Record
               PERFORM Unload-Returned-Payment-Record UNTIL ws-eof
               CLOSE custnsf-file
               CLOSE unl-nsf-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custnsf-file
                   OPEN INPUT unl-nsf-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Returned-Payment
                   PERFORM Reload-Returned-Payment-Record UNTIL ws-eof
                   CLOSE custnsf-file
                   CLOSE unl-nsf-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custnsf-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Returned-Payment-Record
                   PERFORM Verify-Returned-Payment-Record UNTIL ws-eof
                   CLOSE custnsf-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Returned-Payment-Record SECTION.

           READ custnsf-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Returned-Payment-Record SECTION.

           WRITE unl-nsf-record FROM custnsf-record
           ADD 1 TO ws-count-before
           PERFORM Add-Returned-Payment-Hash
           PERFORM Read-Returned-Payment-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Returned-Payment SECTION.

           READ unl-nsf-file INTO custnsf-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Returned-Payment-Record SECTION.

           WRITE custnsf-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE nsf-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Returned-Payment.

      *---------------------------------------------------------------*

       Verify-Returned-Payment-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Returned-Payment-Hash
           PERFORM Read-Returned-Payment-Record.

      *---------------------------------------------------------------*

       Add-Returned-Payment-Hash SECTION.

           ADD nsf-ord-no        TO ws-hash-total
           ADD nsf-pay-date      TO ws-hash-total
           ADD nsf-amount        TO ws-hash-total
           ADD nsf-reversed-date TO ws-hash-total
           ADD nsf-fee           TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Write-Off-File SECTION.

           MOVE "custwoff.ism" TO ws-data-name
           MOVE "custwoff.idx" TO ws-index-name
           MOVE "custwoff.sav" TO ws-save-data-name
           MOVE "custwoff.svx" TO ws-save-index-name
           MOVE "custwoff.unl" TO ws-unload-name
           OPEN INPUT custwoff-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-woff-file
               PERFORM Read-Write-Off-Record
               PERFORM Unload-Write-Off-Record UNTIL ws-eof
               CLOSE custwoff-file
               CLOSE unl-woff-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT custwoff-file
                   OPEN INPUT unl-woff-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Write-Off
                   PERFORM Reload-Write-Off-Record UNTIL ws-eof
                   CLOSE custwoff-file
                   CLOSE unl-woff-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT custwoff-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Write-Off-Record
                   PERFORM Verify-Write-Off-Record UNTIL ws-eof
                   CLOSE custwoff-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Write-Off-Record SECTION.

           READ custwoff-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Write-Off-Record SECTION.

           WRITE unl-woff-record FROM custwoff-record
           ADD 1 TO ws-count-before
           PERFORM Add-Write-Off-Hash
           PERFORM Read-Write-Off-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Write-Off SECTION.

           READ unl-woff-file INTO custwoff-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Write-Off-Record SECTION.

           WRITE custwoff-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE woff-key TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Write-Off.

      *---------------------------------------------------------------*

       Verify-Write-Off-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Write-Off-Hash
           PERFORM Read-Write-Off-Record.

      *---------------------------------------------------------------*

       Add-Write-Off-Hash SECTION.

           ADD woff-ord-no       TO ws-hash-total
           ADD woff-date         TO ws-hash-total
           ADD woff-amount       TO ws-hash-total
           ADD woff-entered-date TO ws-hash-total.

      *---------------------------------------------------------------*

       Reorganise-Stock-Level-File SECTION.

           MOVE "prodstk.ism"  TO ws-data-name
           MOVE "prodstk.idx"  TO ws-index-name
           MOVE "prodstk.sav"  TO ws-save-data-name
           MOVE "prodstk.svx"  TO ws-save-index-name
           MOVE "prodstk.unl"  TO ws-unload-name
           OPEN INPUT prodstk-file
           IF live-status-not-found
               PERFORM Write-Skipped-File
           ELSE
               PERFORM Start-File-Totals
               OPEN OUTPUT unl-stk-file
               PERFORM Read-Stock-Level-Record
               PERFORM Unload-Stock-Level-Record UNTIL ws-eof
               CLOSE prodstk-file
               CLOSE unl-stk-file
               MOVE ws-hash-total TO ws-hash-before
               PERFORM Take-Safety-Copy
               IF ws-file-ok
                   OPEN OUTPUT prodstk-file
                   OPEN INPUT unl-stk-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Unloaded-Stock-Level
                   PERFORM Reload-Stock-Level-Record UNTIL ws-eof
                   CLOSE prodstk-file
                   CLOSE unl-stk-file
                   MOVE 0 TO ws-hash-total
                   OPEN INPUT prodstk-file
                   MOVE "N" TO ws-eof-sw
                   PERFORM Read-Stock-Level-Record
                   PERFORM Verify-Stock-Level-Record UNTIL ws-eof
                   CLOSE prodstk-file
                   PERFORM Finish-File
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Stock-Level-Record SECTION.

           READ prodstk-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Unload-Stock-Level-Record SECTION.

           WRITE unl-stk-record FROM prodstk-record
           ADD 1 TO ws-count-before
           PERFORM Add-Stock-Level-Hash
           PERFORM Read-Stock-Level-Record.

      *---------------------------------------------------------------*

       Read-Unloaded-Stock-Level SECTION.

           READ unl-stk-file INTO prodstk-record
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Reload-Stock-Level-Record SECTION.

           WRITE prodstk-record
               INVALID KEY
                   ADD 1 TO ws-count-failed
                   MOVE stk-prod-code TO fail-key
                   WRITE report-line FROM fail-line
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO ws-count-reloaded
           END-WRITE
           PERFORM Read-Unloaded-Stock-Level.

      *---------------------------------------------------------------*

       Verify-Stock-Level-Record SECTION.

           ADD 1 TO ws-count-after
           PERFORM Add-Stock-Level-Hash
           PERFORM Read-Stock-Level-Record.

      *---------------------------------------------------------------*

       Add-Stock-Level-Hash SECTION.

           ADD stk-on-hand            TO ws-hash-total
           ADD stk-allocated          TO ws-hash-total
           ADD stk-reorder-point      TO ws-hash-total
           ADD stk-last-received-date TO ws-hash-total.
      *---------------------------------------------------------------*
      *    Shared steps. The live file has just been opened INPUT and
      *    found; its size is taken before anything is read.
      *---------------------------------------------------------------*

       Start-File-Totals SECTION.

           MOVE "N" TO ws-eof-sw
           MOVE 0   TO ws-count-before ws-count-after
                       ws-count-reloaded ws-count-failed
                       ws-hash-total ws-hash-before ws-hash-after
           PERFORM Get-File-Size
           MOVE ws-size-total TO ws-size-before.

      *---------------------------------------------------------------*
      *    Data and index together; a part not on disk adds nothing.
      *---------------------------------------------------------------*

       Get-File-Size SECTION.

           MOVE 0 TO ws-size-total
           MOVE ws-data-name TO ws-size-name
           PERFORM Add-One-File-Size
           MOVE ws-index-name TO ws-size-name
           PERFORM Add-One-File-Size.

      *---------------------------------------------------------------*

       Add-One-File-Size SECTION.

           CALL "CBL_CHECK_FILE_EXIST" USING ws-size-name
                                              ws-file-details
               RETURNING ws-lib-rc
           END-CALL
           IF ws-lib-rc = 0
               ADD ws-fdt-size TO ws-size-total
           END-IF.

      *---------------------------------------------------------------*
      *    The data file and its index are copied aside before the
      *    file is emptied. If the copy can't be made the file is
      *    left exactly as it is. A file found with no index on disk
      *    has none to save, and ws-index-saved-sw says so for the
      *    put-back.
      *---------------------------------------------------------------*

       Take-Safety-Copy SECTION.

           SET ws-file-ok TO TRUE
           MOVE "N" TO ws-index-saved-sw
           CALL "CBL_COPY_FILE" USING ws-data-name
                                       ws-save-data-name
               RETURNING ws-lib-rc
           END-CALL
           IF ws-lib-rc NOT = 0
               MOVE "N" TO ws-file-ok-sw
           ELSE
               MOVE ws-index-name TO ws-size-name
               CALL "CBL_CHECK_FILE_EXIST" USING ws-size-name
                                                  ws-file-details
                   RETURNING ws-lib-rc
               END-CALL
               IF ws-lib-rc = 0
                   CALL "CBL_COPY_FILE" USING ws-index-name
                                               ws-save-index-name
                       RETURNING ws-lib-rc
                   END-CALL
                   IF ws-lib-rc NOT = 0
                       MOVE "N" TO ws-file-ok-sw
                   ELSE
                       SET ws-index-saved TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT ws-file-ok
               MOVE ws-size-before  TO ws-size-after
               MOVE ws-count-before TO ws-count-after
               MOVE ws-hash-before  TO ws-hash-after
               MOVE 0 TO ws-size-reclaimed
               MOVE "NOT REORGANISED - SAFETY COPY FAILED"
                                          TO fil-outcome
               PERFORM Write-File-Health
           END-IF.

      *---------------------------------------------------------------*
      *    The reloaded file must hold exactly what was unloaded. If
      *    it doesn't, the safety copy goes back; either way the
      *    unload work file is no longer needed once the outcome is
      *    known, and is kept only when the file was put back, for
      *    whoever looks into why.
      *---------------------------------------------------------------*

       Finish-File SECTION.

           MOVE ws-hash-total TO ws-hash-after
           IF ws-count-after = ws-count-before
              AND ws-hash-after = ws-hash-before
              AND ws-count-failed = 0
               PERFORM Get-File-Size
               MOVE ws-size-total TO ws-size-after
               COMPUTE ws-size-reclaimed = ws-size-before
                                         - ws-size-after
               ADD ws-size-reclaimed TO ws-size-reclaimed-total
               ADD 1 TO ws-files-reorganised
               MOVE "REORGANISED" TO fil-outcome
               CALL "CBL_DELETE_FILE" USING ws-save-data-name
                   RETURNING ws-lib-rc
               END-CALL
               CALL "CBL_DELETE_FILE" USING ws-save-index-name
                   RETURNING ws-lib-rc
               END-CALL
               CALL "CBL_DELETE_FILE" USING ws-unload-name
                   RETURNING ws-lib-rc
               END-CALL
           ELSE
               PERFORM Restore-Safety-Copy
           END-IF
           PERFORM Write-File-Health.

      *---------------------------------------------------------------*
      *    The file goes back as it was found: the saved index over
      *    the rebuilt one, or - where there was no index to save -
      *    the rebuilt one removed.
      *---------------------------------------------------------------*

       Restore-Safety-Copy SECTION.

           SET ws-files-restored TO TRUE
           CALL "CBL_COPY_FILE" USING ws-save-data-name
                                       ws-data-name
               RETURNING ws-lib-rc
           END-CALL
           IF ws-lib-rc = 0
               IF ws-index-saved
                   CALL "CBL_COPY_FILE" USING ws-save-index-name
                                               ws-index-name
                       RETURNING ws-lib-rc
                   END-CALL
               ELSE
                   MOVE ws-index-name TO ws-size-name
                   CALL "CBL_CHECK_FILE_EXIST" USING ws-size-name
                                                      ws-file-details
                       RETURNING ws-lib-rc
                   END-CALL
                   IF ws-lib-rc = 0
                       CALL "CBL_DELETE_FILE" USING ws-index-name
                           RETURNING ws-lib-rc
                       END-CALL
                   ELSE
                       MOVE 0 TO ws-lib-rc
                   END-IF
               END-IF
           END-IF
           IF ws-lib-rc = 0
               MOVE "TOTALS DIFFER - ORIGINAL PUT BACK"
                                          TO fil-outcome
           ELSE
               MOVE "TOTALS DIFFER - PUT BACK FAILED, SEE .SAV"
                                          TO fil-outcome
           END-IF
           PERFORM Get-File-Size
           MOVE ws-size-total TO ws-size-after
           MOVE 0 TO ws-size-reclaimed.

      *---------------------------------------------------------------*

       Write-File-Health SECTION.

           MOVE ws-data-name      TO fil-file-name
           MOVE ws-count-before   TO fil-count-before
           MOVE ws-count-after    TO fil-count-after
           MOVE ws-size-before    TO fil-size-before
           MOVE ws-size-after     TO fil-size-after
           MOVE ws-size-reclaimed TO fil-reclaimed
           WRITE report-line FROM file-line
           MOVE ws-hash-before TO hsh-before
           MOVE ws-hash-after  TO hsh-after
           WRITE report-line FROM hash-line.

      *---------------------------------------------------------------*

       Write-Skipped-File SECTION.

           MOVE ws-data-name TO skp-file-name
           WRITE report-line FROM skp-line.

      *---------------------------------------------------------------*
      *    The month is marked done whatever the outcome, so a
      *    restarted stream does not try the same files again; a
      *    file that had to be put back is left for the operator.
      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-size-reclaimed-total TO tot-reclaimed
           WRITE report-line FROM tot-line
           CLOSE report-file
           MOVE "C"            TO reo-ctl-key
           MOVE ws-today-month TO reo-ctl-last-month
           MOVE ws-today-date  TO reo-ctl-last-date
           REWRITE reorg-ctl-record
               INVALID KEY
                   WRITE reorg-ctl-record
                   END-WRITE
           END-REWRITE
           CLOSE reorg-ctl-file
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           DISPLAY "CUSTREOG: " ws-files-reorganised " FILE(S) "
                   "REORGANISED - SEE custreog.lst"
           IF ws-files-restored
               DISPLAY "CUSTREOG: A FILE WAS PUT BACK FROM ITS SAFETY "
                       "COPY - SEE custreog.lst"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
