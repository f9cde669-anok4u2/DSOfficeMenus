      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custfx.

      *---------------------------------------------------------------*
      *    Shared currency and exchange-rate look-up for one customer
      *    on one day. Given the customer and the date a value is
      *    dated, it returns the currency the customer trades in and
      *    the rate to turn an amount in that currency into home
      *    currency (home = foreign x rate), so every program that
      *    prices, prints or extracts a foreign value does it through
      *    one copy of the rules:
      *        - a customer with no custcur.ism record - or no
      *          custcur.ism on disk at all - trades in home currency
      *          at a rate of exactly 1;
      *        - otherwise the rate is the custrate.ism rate for the
      *          customer's currency with the latest effective date
      *          on or before the date asked for. A rate stays in
      *          force until the next one for the currency takes
      *          effect.
      *    A foreign customer with no rate in force on the date (or
      *    no custrate.ism on disk) comes back with a zero rate and
      *    not ok, and the caller decides what that means - a price
      *    is refused, an extract line goes out with no home value.
      *    All money on cust.ism, custpay.ism, custordl.ism and the
      *    files behind them is held in the customer's own currency;
      *    this is the only place home currency comes into it. The
      *    files are opened and closed per call, as custtax.cbl does.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custcur-file ASSIGN "custcur.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ccy-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custcur-file-status.

           SELECT custrate-file ASSIGN "custrate.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS fxr-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custrate-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  custcur-file.
       01  custcur-record.
           03  ccy-c-code              PIC X(5).
           03  ccy-currency            PIC X(3).
           03  ccy-changed-date        PIC 9(8).

       FD  custrate-file.
       01  custrate-record.
           03  fxr-key.
               05  fxr-currency        PIC X(3).
               05  fxr-eff-date        PIC 9(8).
           03  fxr-home-rate           PIC 9(4)V9(6).
           03  fxr-changed-date        PIC 9(8).

       WORKING-STORAGE SECTION.

       78  home-currency                    VALUE "USD".

       77  ws-fxr-eof-sw               PIC X(1).
           88  ws-fxr-eof                       VALUE "Y".

       77  ws-custcur-file-status      PIC X(2).
           88  ccyf-status-ok                   VALUE "00".
           88  ccyf-status-not-found            VALUE "35".

       77  ws-custrate-file-status     PIC X(2).
           88  fxrf-status-ok                   VALUE "00".
           88  fxrf-status-not-found            VALUE "35".

       LINKAGE SECTION.

       01  lnk-fx-c-code                PIC X(5).
       01  lnk-fx-date                  PIC 9(8).
       01  lnk-fx-currency              PIC X(3).
       01  lnk-fx-rate                  PIC 9(4)V9(6).
       01  lnk-fx-ok-flg                PIC X(1).
           88  lnk-fx-ok                        VALUE "Y".

       PROCEDURE DIVISION USING lnk-fx-c-code
                                 lnk-fx-date
                                 lnk-fx-currency
                                 lnk-fx-rate
                                 lnk-fx-ok-flg.

       Resolve-Customer-Rate SECTION.

           MOVE "Y"           TO lnk-fx-ok-flg
           MOVE home-currency TO lnk-fx-currency
           MOVE 1             TO lnk-fx-rate
           PERFORM Look-Up-Customer-Currency
           IF lnk-fx-currency NOT = home-currency
               MOVE "N" TO lnk-fx-ok-flg
               MOVE 0   TO lnk-fx-rate
               PERFORM Look-Up-Rate-In-Force
           END-IF
           GOBACK.

      *---------------------------------------------------------------*

       Look-Up-Customer-Currency SECTION.

           OPEN INPUT custcur-file
           IF NOT ccyf-status-not-found
               MOVE lnk-fx-c-code TO ccy-c-code
               READ custcur-file
                   NOT INVALID KEY
                       IF ccy-currency NOT = SPACES
                           MOVE ccy-currency TO lnk-fx-currency
                       END-IF
               END-READ
               CLOSE custcur-file
           END-IF.

      *---------------------------------------------------------------*
      *    The currency's rates are one START/READ NEXT range on the
      *    first part of the key, oldest first; the last one read
      *    before the range passes the date is the one in force.
      *---------------------------------------------------------------*

       Look-Up-Rate-In-Force SECTION.

           OPEN INPUT custrate-file
           IF NOT fxrf-status-not-found
               MOVE "N" TO ws-fxr-eof-sw
               MOVE lnk-fx-currency TO fxr-currency
               MOVE 0               TO fxr-eff-date
               START custrate-file KEY IS NOT LESS THAN fxr-key
                   INVALID KEY
                       SET ws-fxr-eof TO TRUE
               END-START
               PERFORM Check-One-Rate UNTIL ws-fxr-eof
               CLOSE custrate-file
           END-IF.

      *---------------------------------------------------------------*

       Check-One-Rate SECTION.

           READ custrate-file NEXT RECORD
               AT END
                   SET ws-fxr-eof TO TRUE
           END-READ
           IF NOT ws-fxr-eof
              AND (fxr-currency NOT = lnk-fx-currency
                   OR fxr-eff-date > lnk-fx-date)
               SET ws-fxr-eof TO TRUE
           END-IF
           IF NOT ws-fxr-eof
               MOVE fxr-home-rate TO lnk-fx-rate
               MOVE "Y"           TO lnk-fx-ok-flg
           END-IF.
