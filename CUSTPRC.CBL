      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custprc.

      *---------------------------------------------------------------*
      *    Shared price resolution for one order line. Given the
      *    customer, the product and the date the line is priced on,
      *    it returns the unit price the customer pays and the basis
      *    it was reached on, so every program that prices a line
      *    does it through one copy of the rules:
      *        - a contract price on custcprc.ism for the customer and
      *          product whose date range covers the price date wins
      *          outright (basis C);
      *        - otherwise the prodmast.ism list price, less the
      *          customer's standing discount percentage on
      *          custdisc.ism when there is one (basis D), rounded to
      *          the penny;
      *        - otherwise the plain list price (basis L).
      *    Contract prices are agreed in the customer's own currency
      *    and come back as they stand. The master's list price is in
      *    home currency, so for an export customer a list or
      *    discounted price is turned into the customer's currency at
      *    the custfx.cbl rate in force on the price date (home value
      *    divided by the rate, to the penny) - every value on an
      *    order is then in the one currency the customer is billed
      *    in. With no rate in force the line comes back at zero
      *    with a blank basis, as an unknown product does, rather
      *    than at a home-currency figure the customer does not pay.
      *    A product neither on contract nor on the master comes back
      *    at zero with a blank basis - the same zero the order
      *    programs always gave a product the master did not know.
      *    Either companion file may be missing from disk, which
      *    simply means no contracts or no discounts have been set
      *    up yet. The files are opened and closed per call, as
      *    custtax.cbl does.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custcprc-file ASSIGN "custcprc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS cpr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcprc-file-status.

           SELECT custdisc-file ASSIGN "custdisc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dsc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custdisc-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  custcprc-file.
       01  custcprc-record.
           03  cpr-key.
               05  cpr-c-code          PIC X(5).
               05  cpr-prod-code       PIC X(8).
               05  cpr-from-date       PIC 9(8).
           03  cpr-to-date             PIC 9(8).
           03  cpr-unit-price          PIC 9(5)V99 COMP.
           03  cpr-changed-date        PIC 9(8).

       FD  custdisc-file.
       01  custdisc-record.
           03  dsc-c-code              PIC X(5).
           03  dsc-percent             PIC 9(2)V99.
           03  dsc-changed-date        PIC 9(8).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       WORKING-STORAGE SECTION.

       77  ws-cpr-eof-sw               PIC X(1).
           88  ws-cpr-eof                       VALUE "Y".

       77  ws-custcprc-file-status     PIC X(2).
           88  cprf-status-ok                   VALUE "00".
           88  cprf-status-not-found            VALUE "35".

       77  ws-custdisc-file-status     PIC X(2).
           88  dscf-status-ok                   VALUE "00".
           88  dscf-status-not-found            VALUE "35".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       LINKAGE SECTION.

       01  lnk-prc-c-code               PIC X(5).
       01  lnk-prc-prod-code            PIC X(8).
       01  lnk-prc-date                 PIC 9(8).
       01  lnk-prc-unit-price           PIC 9(5)V99.
       01  lnk-prc-basis                PIC X(1).
           88  lnk-prc-contract                 VALUE "C".
           88  lnk-prc-discounted               VALUE "D".
           88  lnk-prc-list                     VALUE "L".

       PROCEDURE DIVISION USING lnk-prc-c-code
                                 lnk-prc-prod-code
                                 lnk-prc-date
                                 lnk-prc-unit-price
                                 lnk-prc-basis.

       Resolve-Line-Price SECTION.

           MOVE 0      TO lnk-prc-unit-price
           MOVE SPACES TO lnk-prc-basis
           PERFORM Look-Up-Contract-Price
           IF NOT lnk-prc-contract
               PERFORM Look-Up-List-Price
           END-IF
           IF lnk-prc-list
               PERFORM Apply-Customer-Discount
           END-IF
           IF lnk-prc-list OR lnk-prc-discounted
               PERFORM Convert-To-Customer-Currency
           END-IF
           GOBACK.

      *---------------------------------------------------------------*
      *    The customer's contracts for the product are one START/
      *    READ NEXT range on the first two parts of the key, oldest
      *    first. custcprm.cbl never lets two of them overlap, so
      *    the first one covering the date is the only one.
      *---------------------------------------------------------------*

       Look-Up-Contract-Price SECTION.

           OPEN INPUT custcprc-file
           IF NOT cprf-status-not-found
               MOVE "N" TO ws-cpr-eof-sw
               MOVE lnk-prc-c-code    TO cpr-c-code
               MOVE lnk-prc-prod-code TO cpr-prod-code
               MOVE 0                 TO cpr-from-date
               START custcprc-file KEY IS NOT LESS THAN cpr-key
                   INVALID KEY
                       SET ws-cpr-eof TO TRUE
               END-START
               PERFORM Check-One-Contract
                              UNTIL ws-cpr-eof OR lnk-prc-contract
               CLOSE custcprc-file
           END-IF.

      *---------------------------------------------------------------*

       Check-One-Contract SECTION.

           READ custcprc-file NEXT RECORD
               AT END
                   SET ws-cpr-eof TO TRUE
           END-READ
           IF NOT ws-cpr-eof
              AND (cpr-c-code NOT = lnk-prc-c-code
                   OR cpr-prod-code NOT = lnk-prc-prod-code
                   OR cpr-from-date > lnk-prc-date)
               SET ws-cpr-eof TO TRUE
           END-IF
           IF NOT ws-cpr-eof
               IF cpr-to-date NOT < lnk-prc-date
                   MOVE cpr-unit-price TO lnk-prc-unit-price
                   SET lnk-prc-contract TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Look-Up-List-Price SECTION.

           OPEN INPUT prodmast-file
           IF NOT prodf-status-not-found
               MOVE lnk-prc-prod-code TO prod-code
               READ prodmast-file
                   NOT INVALID KEY
                       MOVE prod-unit-price TO lnk-prc-unit-price
                       SET lnk-prc-list TO TRUE
               END-READ
               CLOSE prodmast-file
           END-IF.

      *---------------------------------------------------------------*

       Apply-Customer-Discount SECTION.

           OPEN INPUT custdisc-file
           IF NOT dscf-status-not-found
               MOVE lnk-prc-c-code TO dsc-c-code
               READ custdisc-file
                   NOT INVALID KEY
                       IF dsc-percent > 0
                           COMPUTE lnk-prc-unit-price ROUNDED =
                                   lnk-prc-unit-price
                                 * (100 - dsc-percent) / 100
                           SET lnk-prc-discounted TO TRUE
                       END-IF
               END-READ
               CLOSE custdisc-file
           END-IF.

      *---------------------------------------------------------------*
      *    A home-currency customer comes back from custfx.cbl at a
      *    rate of exactly 1 and the price is left as it is.
      *---------------------------------------------------------------*

       Convert-To-Customer-Currency SECTION.

           MOVE lnk-prc-date TO ws-fx-date
           CALL currency-resolver USING lnk-prc-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF NOT ws-fx-ok
               MOVE 0      TO lnk-prc-unit-price
               MOVE SPACES TO lnk-prc-basis
           ELSE
               IF ws-fx-rate NOT = 1
                   COMPUTE lnk-prc-unit-price ROUNDED =
                           lnk-prc-unit-price / ws-fx-rate
                       ON SIZE ERROR
                           MOVE 0      TO lnk-prc-unit-price
                           MOVE SPACES TO lnk-prc-basis
                   END-COMPUTE
               END-IF
           END-IF.
