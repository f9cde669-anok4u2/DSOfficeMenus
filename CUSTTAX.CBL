      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custtax.

      *---------------------------------------------------------------*
      *    Shared sales tax calculation for one order line. Given the
      *    customer, the product and the line's net value it decides
      *    the rate code the line is taxed under and works out the
      *    tax, so the customer screen and the order-line batches
      *    all tax a line through one copy of the rules:
      *        - an exempt customer (E on custtax.ism) pays nil, the
      *          line is coded E;
      *        - a product prodmast.ism marks not taxable goes at
      *          nil, the line is coded Z (zero rated);
      *        - otherwise the line takes the customer's own code -
      *          S standard, the default when custtax.ism has no
      *          record, or R reduced - at that code's rate on
      *          custtxrt.ism.
      *    Tax is rounded to the penny per line. A standard or
      *    reduced code with no rate on custtxrt.ism comes back not
      *    ok, and the caller refuses the line rather than let it go
      *    out untaxed. With no custtxrt.ism on disk at all tax is
      *    not in use yet: every line comes back ok with a blank
      *    rate code and nil tax, the same optional-file tolerance
      *    custval.cbl gives custarea.dat. The files are opened and
      *    closed per call, as custsys.cbl does.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custtxrt-file ASSIGN "custtxrt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS txr-rate-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtxrt-file-status.

           SELECT custtax-file ASSIGN "custtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctx-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtax-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  custtxrt-file.
       01  custtxrt-record.
           03  txr-rate-code           PIC X(1).
           03  txr-rate-desc           PIC X(20).
           03  txr-rate                PIC 9(2)V99.
           03  txr-changed-date        PIC 9(8).

       FD  custtax-file.
       01  custtax-record.
           03  ctx-c-code              PIC X(5).
           03  ctx-tax-code            PIC X(1).
           03  ctx-exempt-ref          PIC X(15).
           03  ctx-changed-date        PIC 9(8).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).
               88  prod-not-taxable            VALUE "N".

       WORKING-STORAGE SECTION.

       77  ws-customer-tax-code        PIC X(1).

       77  ws-custtxrt-file-status     PIC X(2).
           88  txrf-status-ok                   VALUE "00".
           88  txrf-status-not-found            VALUE "35".

       77  ws-custtax-file-status      PIC X(2).
           88  ctxf-status-ok                   VALUE "00".
           88  ctxf-status-not-found            VALUE "35".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       LINKAGE SECTION.

       01  lnk-tax-c-code               PIC X(5).
       01  lnk-tax-prod-code            PIC X(8).
       01  lnk-tax-net-amount           PIC 9(7)V99.
       01  lnk-tax-rate-code            PIC X(1).
       01  lnk-tax-rate                 PIC 9(2)V99.
       01  lnk-tax-amount               PIC 9(7)V99.
       01  lnk-tax-ok-flg               PIC X(1).
           88  lnk-tax-ok                       VALUE "Y".

       PROCEDURE DIVISION USING lnk-tax-c-code
                                 lnk-tax-prod-code
                                 lnk-tax-net-amount
                                 lnk-tax-rate-code
                                 lnk-tax-rate
                                 lnk-tax-amount
                                 lnk-tax-ok-flg.

       Calculate-Line-Tax SECTION.

           MOVE "Y"    TO lnk-tax-ok-flg
           MOVE SPACES TO lnk-tax-rate-code
           MOVE 0      TO lnk-tax-rate
                          lnk-tax-amount
           OPEN INPUT custtxrt-file
           IF NOT txrf-status-not-found
               PERFORM Look-Up-Customer-Tax-Code
               EVALUATE TRUE
                   WHEN ws-customer-tax-code = "E"
                       MOVE "E" TO lnk-tax-rate-code
                   WHEN OTHER
                       PERFORM Check-Product-Taxable
               END-EVALUATE
               IF lnk-tax-rate-code = SPACES
                   MOVE ws-customer-tax-code TO lnk-tax-rate-code
                   PERFORM Look-Up-Tax-Rate
               END-IF
               CLOSE custtxrt-file
           END-IF
           GOBACK.

      *---------------------------------------------------------------*
      *    No custtax.ism record - or no custtax.ism at all - means a
      *    standard-rated customer.
      *---------------------------------------------------------------*

       Look-Up-Customer-Tax-Code SECTION.

           MOVE "S" TO ws-customer-tax-code
           OPEN INPUT custtax-file
           IF NOT ctxf-status-not-found
               MOVE lnk-tax-c-code TO ctx-c-code
               READ custtax-file
                   NOT INVALID KEY
                       MOVE ctx-tax-code TO ws-customer-tax-code
               END-READ
               CLOSE custtax-file
           END-IF.

      *---------------------------------------------------------------*
      *    A product the master doesn't know is taxed - the safe way
      *    round, since undercharging tax is the company's loss.
      *---------------------------------------------------------------*

       Check-Product-Taxable SECTION.

           OPEN INPUT prodmast-file
           IF NOT prodf-status-not-found
               MOVE lnk-tax-prod-code TO prod-code
               READ prodmast-file
                   NOT INVALID KEY
                       IF prod-not-taxable
                           MOVE "Z" TO lnk-tax-rate-code
                       END-IF
               END-READ
               CLOSE prodmast-file
           END-IF.

      *---------------------------------------------------------------*

       Look-Up-Tax-Rate SECTION.

           MOVE lnk-tax-rate-code TO txr-rate-code
           READ custtxrt-file
               INVALID KEY
                   MOVE "N" TO lnk-tax-ok-flg
               NOT INVALID KEY
                   MOVE txr-rate TO lnk-tax-rate
                   COMPUTE lnk-tax-amount ROUNDED =
                           lnk-tax-net-amount * txr-rate / 100
           END-READ.
