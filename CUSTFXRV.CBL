      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custfxrv.

      *---------------------------------------------------------------*
      *    Month-end exchange revaluation report. An export
      *    customer's open balances are held in its own currency,
      *    and GL took each order in at the home value custglx.cbl
      *    extracted on the order date's rate; by month end the rate
      *    has moved, and what the same foreign balance is worth in
      *    home currency with it. This report lists every customer
      *    custcur.ism gives a foreign currency with an open balance
      *    on cust.ism - the outstanding foreign amount, its booked
      *    home value (each order's balance at the custfx.cbl rate in
      *    force on its order date), the month-end rate, the home
      *    value at that rate and the difference, the unrealised
      *    exchange gain (or, negative, loss) for accounts to journal
      *    and reverse at the start of the next month. A summary by
      *    currency and a home-currency grand total close the report.
      *
      *    Prompts for the revaluation date, a blank answer taking
      *    today. A customer whose currency has no rate in force on
      *    the revaluation date - or an order with none on its order
      *    date - cannot be valued; the customer is listed flagged and
      *    left out of the totals until the rate is keyed through
      *    custfxm.cbl. Nothing is updated; the report can be rerun.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT report-file ASSIGN "custfxrv.lst"
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

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *    Must match the home currency custfx.cbl returns for a
      *    customer with no custcur.ism record.
      *---------------------------------------------------------------*
       78  home-currency                    VALUE "USD".

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-valued-sw                PIC X(1).
           88  ws-customer-valued               VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ccy-ind                     PIC 9(4) COMP.
       77  ccy-scan-ind                PIC 9(4) COMP.

       77  ws-reval-answer             PIC X(8).
       77  ws-reval-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       77  ws-cust-currency            PIC X(3).
       77  ws-closing-rate             PIC 9(4)V9(6).

       77  ws-order-bal                PIC S9(7)V99.
       77  ws-order-booked             PIC 9(9)V99.
       77  ws-cust-foreign             PIC 9(9)V99.
       77  ws-cust-booked              PIC 9(11)V99.
       77  ws-cust-revalued            PIC 9(11)V99.
       77  ws-cust-gain                PIC S9(11)V99.

       77  ws-grand-booked             PIC 9(13)V99 VALUE 0.
       77  ws-grand-revalued           PIC 9(13)V99 VALUE 0.
       77  ws-grand-gain               PIC S9(13)V99 VALUE 0.

       77  ws-customer-count           PIC 9(5) VALUE 0.
       77  ws-unvalued-count           PIC 9(5) VALUE 0.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

      *---------------------------------------------------------------*
      *    Currency summary, one entry per currency met, in the order
      *    first met.
      *---------------------------------------------------------------*
       78  max-currencies                   VALUE 30.
       77  ws-ccy-count                PIC 9(4) COMP VALUE 0.
       01  ws-ccy-summary.
           03  ws-ccy-entry OCCURS max-currencies.
               05  ws-ccy-code             PIC X(3).
               05  ws-ccy-rate             PIC 9(4)V9(6).
               05  ws-ccy-foreign          PIC 9(11)V99.
               05  ws-ccy-booked           PIC 9(13)V99.
               05  ws-ccy-revalued         PIC 9(13)V99.
               05  ws-ccy-gain             PIC S9(13)V99.

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(35)
                           VALUE "FOREIGN CURRENCY REVALUATION AS AT".
           03  hdg-reval-date          PIC 9(8).

       01  hdg-line-2.
           03  FILLER                  PIC X(22) VALUE "CODE  NAME".
           03  FILLER                  PIC X(5)  VALUE "CCY".
           03  FILLER                  PIC X(15) VALUE "  OPEN FOREIGN".
           03  FILLER                  PIC X(15) VALUE "   BOOKED HOME".
           03  FILLER                  PIC X(13) VALUE "   RATE NOW".
           03  FILLER                  PIC X(15)
                                       VALUE "  REVALUED HOME".
           03  FILLER                  PIC X(16)
                                       VALUE "    GAIN/(LOSS)".

       01  det-line.
           03  det-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-name                PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-currency            PIC X(3).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-foreign             PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-booked              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-rate                PIC ZZZ9.999999.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-revalued            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-gain                PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-flag                PIC X(20).

       01  ccy-hdg-line.
           03  FILLER                  PIC X(40)
                           VALUE "SUMMARY BY CURRENCY".

       01  ccy-line.
           03  FILLER                  PIC X(16) VALUE SPACES.
           03  ccy-line-code           PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ccy-line-foreign        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ccy-line-booked         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  ccy-line-rate           PIC ZZZ9.999999.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ccy-line-revalued       PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ccy-line-gain           PIC -ZZZ,ZZZ,ZZ9.99.

       01  tot-line.
           03  tot-label               PIC X(35).
           03  tot-booked              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  tot-revalued            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-gain                PIC -ZZZ,ZZZ,ZZ9.99.

       01  msg-line                    PIC X(80).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Process-Customer UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           DISPLAY "REVALUATION DATE CCYYMMDD (BLANK FOR TODAY): "
                                         WITH NO ADVANCING
           ACCEPT ws-reval-answer
           IF ws-reval-answer = SPACES OR ws-reval-answer NOT NUMERIC
               MOVE SPACES TO ws-bdt-request
               CALL business-date USING ws-bdt-request
                                        ws-reval-date
               END-CALL
           ELSE
               MOVE ws-reval-answer TO ws-reval-date
           END-IF
           INITIALIZE ws-ccy-summary
           OPEN INPUT customer-file
           OPEN OUTPUT report-file
           MOVE ws-reval-date TO hdg-reval-date
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO report-line
           WRITE report-line
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*

       Read-Customer-Record SECTION.

           READ customer-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    Home-currency customers carry no exchange risk and are
      *    passed over, as are foreign ones with nothing open.
      *---------------------------------------------------------------*

       Process-Customer SECTION.

           MOVE ws-reval-date TO ws-fx-date
           CALL currency-resolver USING file-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF ws-fx-currency NOT = home-currency
               MOVE ws-fx-currency TO ws-cust-currency
               MOVE ws-fx-rate     TO ws-closing-rate
               MOVE ws-fx-ok-flg   TO ws-valued-sw
               PERFORM Value-Customer-Orders
               IF ws-cust-foreign > 0
                   PERFORM Write-Customer-Detail
               END-IF
           END-IF
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*

       Value-Customer-Orders SECTION.

           MOVE 0 TO ws-cust-foreign ws-cust-booked
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               COMPUTE ws-order-bal =
                     file-ord-val(array-ind) - file-pay-val(array-ind)
               IF file-ord-no(array-ind) NOT = ZERO
                  AND ws-order-bal > 0
                   ADD ws-order-bal TO ws-cust-foreign
                   PERFORM Value-Order-At-Booked-Rate
               END-IF
           END-PERFORM
           COMPUTE ws-cust-revalued ROUNDED =
                   ws-cust-foreign * ws-closing-rate
           COMPUTE ws-cust-gain = ws-cust-revalued - ws-cust-booked.

      *---------------------------------------------------------------*

       Value-Order-At-Booked-Rate SECTION.

           MOVE file-ord-date(array-ind) TO ws-fx-date
           CALL currency-resolver USING file-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF NOT ws-fx-ok
               MOVE "N" TO ws-valued-sw
           END-IF
           COMPUTE ws-order-booked ROUNDED = ws-order-bal * ws-fx-rate
           ADD ws-order-booked TO ws-cust-booked.

      *---------------------------------------------------------------*

       Write-Customer-Detail SECTION.

           ADD 1 TO ws-customer-count
           MOVE SPACES           TO det-line
           MOVE file-c-code      TO det-code
           MOVE file-c-name      TO det-name
           MOVE ws-cust-currency TO det-currency
           MOVE ws-cust-foreign  TO det-foreign
           IF ws-customer-valued
               MOVE ws-cust-booked   TO det-booked
               MOVE ws-closing-rate  TO det-rate
               MOVE ws-cust-revalued TO det-revalued
               MOVE ws-cust-gain     TO det-gain
               PERFORM Add-To-Currency-Summary
           ELSE
               MOVE "*NO RATE IN FORCE" TO det-flag
               ADD 1 TO ws-unvalued-count
           END-IF
           WRITE report-line FROM det-line.

      *---------------------------------------------------------------*

       Add-To-Currency-Summary SECTION.

           MOVE 0 TO ccy-ind
           PERFORM VARYING ccy-scan-ind FROM 1 BY 1
                              UNTIL ccy-scan-ind > ws-ccy-count
               IF ws-ccy-code(ccy-scan-ind) = ws-cust-currency
                   MOVE ccy-scan-ind TO ccy-ind
               END-IF
           END-PERFORM
           IF ccy-ind = 0 AND ws-ccy-count < max-currencies
               ADD 1 TO ws-ccy-count
               MOVE ws-ccy-count     TO ccy-ind
               MOVE ws-cust-currency TO ws-ccy-code(ccy-ind)
               MOVE ws-closing-rate  TO ws-ccy-rate(ccy-ind)
           END-IF
           IF ccy-ind NOT = 0
               ADD ws-cust-foreign  TO ws-ccy-foreign(ccy-ind)
               ADD ws-cust-booked   TO ws-ccy-booked(ccy-ind)
               ADD ws-cust-revalued TO ws-ccy-revalued(ccy-ind)
               ADD ws-cust-gain     TO ws-ccy-gain(ccy-ind)
           END-IF
           ADD ws-cust-booked   TO ws-grand-booked
           ADD ws-cust-revalued TO ws-grand-revalued
           ADD ws-cust-gain     TO ws-grand-gain.

      *---------------------------------------------------------------*

       Write-Currency-Summary SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM ccy-hdg-line
           PERFORM VARYING ccy-ind FROM 1 BY 1
                              UNTIL ccy-ind > ws-ccy-count
               MOVE ws-ccy-code(ccy-ind)     TO ccy-line-code
               MOVE ws-ccy-foreign(ccy-ind)  TO ccy-line-foreign
               MOVE ws-ccy-booked(ccy-ind)   TO ccy-line-booked
               MOVE ws-ccy-rate(ccy-ind)     TO ccy-line-rate
               MOVE ws-ccy-revalued(ccy-ind) TO ccy-line-revalued
               MOVE ws-ccy-gain(ccy-ind)     TO ccy-line-gain
               WRITE report-line FROM ccy-line
           END-PERFORM.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           PERFORM Write-Currency-Summary
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES TO tot-line
           MOVE "TOTAL IN HOME CURRENCY" TO tot-label
           MOVE home-currency TO tot-label(24:3)
           MOVE ws-grand-booked   TO tot-booked
           MOVE ws-grand-revalued TO tot-revalued
           MOVE ws-grand-gain     TO tot-gain
           WRITE report-line FROM tot-line
           MOVE SPACES TO msg-line
           STRING ws-customer-count " FOREIGN CUSTOMER(S) WITH OPEN "
                  "BALANCES, " ws-unvalued-count " NOT VALUED"
                  DELIMITED BY SIZE INTO msg-line
           END-STRING
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM msg-line
           CLOSE customer-file
           CLOSE report-file
           DISPLAY "CUSTFXRV: " ws-customer-count
                   " FOREIGN CUSTOMER(S) REVALUED - SEE custfxrv.lst"
           STOP RUN.
