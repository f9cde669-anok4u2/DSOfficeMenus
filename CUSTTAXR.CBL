      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custtaxr.

      *---------------------------------------------------------------*
      *    Monthly sales tax report, the figures the tax return is
      *    made up from. Prompts for the month, CCYYMM, the same way
      *    custfrev.cbl prompts for a charge period, and totals by
      *    rate code:
      *      - the net value and tax of every order line taxed in
      *        the month, from custordt.ism (odt-tax-date);
      *      - less the goods and tax given back on credit notes
      *        custretn.cbl raised in the month, from custretn.ism
      *        (ret-created-date) - a credit is taken off in the
      *        month it is raised, not the month of the sale;
      *      - less the goods and tax of order lines custcanc.cbl
      *        cancelled in the month, from the rate code analysis
      *        on custcanc.ism (canc-date) - like a credit, taken
      *        off in the month of the cancellation. A cancelled
      *        line's custordt.ism record is kept, so its sale still
      *        counts in the month it was taxed;
      *    and shows the tax due for each code and overall. Exempt
      *    (E) and zero-rated (Z) sales are listed too, at nil tax,
      *    since the return asks for their value. Lines taken and
      *    credits raised before tax was in use carry no rate code
      *    and are left out. The return is made in home currency, so
      *    each line, credit and cancellation is turned into home
      *    currency through custfx.cbl at the rate in force on the
      *    date it is taken in - its tax date, the credit's date, the
      *    cancellation's date. One with no rate that day is left out
      *    of the figures and counted at the foot of the report, so
      *    the rate can be set up and the report run again. The
      *    report goes to custtaxr.lst.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custordt-file ASSIGN "custordt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odt-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custordt-file-status.

           SELECT custretn-file ASSIGN "custretn.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ret-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custretn-file-status.

           SELECT custcanc-file ASSIGN "custcanc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS canc-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custcanc-file-status.

           SELECT custtxrt-file ASSIGN "custtxrt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS txr-rate-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtxrt-file-status.

           SELECT report-file ASSIGN "custtaxr.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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
           03  FILLER REDEFINES odt-tax-date.
               05  odt-tax-month       PIC 9(6).
               05  FILLER              PIC 9(2).
           03  odt-cancelled-date      PIC 9(8).
           03  FILLER REDEFINES odt-cancelled-date.
               05  odt-cancelled-month PIC 9(6).
               05  FILLER              PIC 9(2).

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
               05  FILLER REDEFINES ret-created-date.
                   07  ret-created-month   PIC 9(6).
                   07  FILLER              PIC 9(2).
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
           03  FILLER REDEFINES canc-date.
               05  canc-month          PIC 9(6).
               05  FILLER              PIC 9(2).
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

       FD  custtxrt-file.
       01  custtxrt-record.
           03  txr-rate-code           PIC X(1).
           03  txr-rate-desc           PIC X(20).
           03  txr-rate                PIC 9(2)V99.
           03  txr-changed-date        PIC 9(8).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-period-answer            PIC X(6).
       77  ws-period                   PIC 9(6).

       77  ws-odt-eof-sw               PIC X(1) VALUE "N".
           88  ws-odt-eof                       VALUE "Y".

       77  ws-ret-eof-sw               PIC X(1) VALUE "N".
           88  ws-ret-eof                       VALUE "Y".

       77  ws-canc-eof-sw              PIC X(1) VALUE "N".
           88  ws-canc-eof                      VALUE "Y".

       77  ws-line-count               PIC 9(7) COMP VALUE 0.
       77  ws-credit-count             PIC 9(7) COMP VALUE 0.
       77  ws-canc-count               PIC 9(7) COMP VALUE 0.
       77  ws-no-rate-count            PIC 9(7) COMP VALUE 0.

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-c-code                PIC X(5).
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".
       77  rate-ind                    PIC 9(4) COMP.

      *---------------------------------------------------------------*
      *    One entry per rate code met in the month.
      *---------------------------------------------------------------*
       78  max-tax-codes                    VALUE 10.
       77  tax-ind                     PIC 9(4) COMP.
       77  array-ind                   PIC 9(4) COMP.
       77  ws-tax-code-count           PIC 9(4) COMP VALUE 0.
       77  ws-find-code                PIC X(1).
       01  ws-tax-summary.
           03  ws-tax-entry OCCURS max-tax-codes.
               05  ws-sum-rate-code        PIC X(1).
               05  ws-sum-sales-net        PIC 9(9)V99.
               05  ws-sum-sales-tax        PIC 9(9)V99.
               05  ws-sum-credit-net       PIC 9(9)V99.
               05  ws-sum-credit-tax       PIC 9(9)V99.
               05  ws-sum-canc-net         PIC 9(9)V99.
               05  ws-sum-canc-tax         PIC 9(9)V99.

       77  ws-tax-due                  PIC S9(9)V99.
       77  ws-total-sales-net          PIC 9(10)V99 VALUE 0.
       77  ws-total-sales-tax          PIC 9(10)V99 VALUE 0.
       77  ws-total-credit-net         PIC 9(10)V99 VALUE 0.
       77  ws-total-credit-tax         PIC 9(10)V99 VALUE 0.
       77  ws-total-canc-net           PIC 9(10)V99 VALUE 0.
       77  ws-total-canc-tax           PIC 9(10)V99 VALUE 0.

       77  ws-custordt-file-status     PIC X(2).
           88  odtf-status-ok                   VALUE "00".
           88  odtf-status-not-found            VALUE "35".

       77  ws-custretn-file-status     PIC X(2).
           88  retf-status-ok                   VALUE "00".
           88  retf-status-not-found            VALUE "35".

       77  ws-custcanc-file-status     PIC X(2).
           88  cancf-status-ok                  VALUE "00".
           88  cancf-status-not-found           VALUE "35".

       77  ws-custtxrt-file-status     PIC X(2).
           88  txrf-status-ok                   VALUE "00".
           88  txrf-status-not-found            VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(31)
                           VALUE "SALES TAX REPORT FOR THE MONTH ".
           03  hdg-period              PIC 9(6).

       01  hdg-line-2.
           03  FILLER                  PIC X(5)  VALUE "CODE".
           03  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(15) VALUE "    SALES NET".
           03  FILLER                  PIC X(15) VALUE "    SALES TAX".
           03  FILLER                  PIC X(15) VALUE "  CREDITS NET".
           03  FILLER                  PIC X(15) VALUE "  CREDITS TAX".
           03  FILLER                  PIC X(15) VALUE "   CANCEL NET".
           03  FILLER                  PIC X(15) VALUE "   CANCEL TAX".
           03  FILLER                  PIC X(15) VALUE "      TAX DUE".

       01  det-line.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-rate-code           PIC X(1).
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  det-rate-desc           PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-sales-net           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-sales-tax           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-credit-net          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-credit-tax          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-canc-net            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-canc-tax            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-tax-due             PIC -ZZZ,ZZZ,ZZ9.99.

       01  tot-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(20) VALUE "TOTAL".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tot-sales-net           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-sales-tax           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-credit-net          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-credit-tax          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-canc-net            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-canc-tax            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-tax-due             PIC -ZZZ,ZZZ,ZZ9.99.

       01  cnt-line.
           03  cnt-lines               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(22)
                           VALUE " ORDER LINE(S) TAXED, ".
           03  cnt-credits             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(23)
                           VALUE " CREDIT NOTE(S) TAXED, ".
           03  cnt-cancs               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(16)
                           VALUE " CANCELLATION(S)".

       01  no-rate-line.
           03  no-rate-count           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(54) VALUE
             " ITEM(S) WITH NO EXCHANGE RATE ON THE DAY - LEFT OUT".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Total-Line-Tax
           PERFORM Total-Credit-Tax
           PERFORM Total-Cancelled-Tax
           PERFORM Print-Report
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           DISPLAY "TAX MONTH, CCYYMM: " WITH NO ADVANCING
           ACCEPT ws-period-answer
           INSPECT ws-period-answer REPLACING ALL " " BY "0"
           IF ws-period-answer NOT NUMERIC
               DISPLAY "CUSTTAXR: MONTH MUST BE CCYYMM - NO REPORT"
               STOP RUN
           END-IF
           MOVE ws-period-answer TO ws-period
           INITIALIZE ws-tax-summary
           OPEN INPUT custordt-file
           OPEN INPUT custretn-file
           OPEN INPUT custcanc-file
           OPEN INPUT custtxrt-file
           OPEN OUTPUT report-file
           MOVE ws-period TO hdg-period
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO report-line
           WRITE report-line.

      *---------------------------------------------------------------*
      *    custordt.ism is read end to end - it is keyed by order
      *    line, not by date. No file on disk means nothing has ever
      *    been taxed.
      *---------------------------------------------------------------*

       Total-Line-Tax SECTION.

           IF odtf-status-not-found
               SET ws-odt-eof TO TRUE
           ELSE
               PERFORM Read-Line-Tax
           END-IF
           PERFORM Add-Line-Tax UNTIL ws-odt-eof.

      *---------------------------------------------------------------*

       Read-Line-Tax SECTION.

           READ custordt-file NEXT RECORD
               AT END
                   SET ws-odt-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Add-Line-Tax SECTION.

           IF odt-tax-month = ws-period
              AND odt-rate-code NOT = SPACES
               MOVE odt-c-code   TO ws-fx-c-code
               MOVE odt-tax-date TO ws-fx-date
               PERFORM Get-Exchange-Rate
           END-IF
           IF odt-tax-month = ws-period
              AND odt-rate-code NOT = SPACES
              AND ws-fx-ok
               MOVE odt-rate-code TO ws-find-code
               PERFORM Find-Tax-Entry
               IF tax-ind NOT = 0
                   COMPUTE ws-sum-sales-net(tax-ind) ROUNDED =
                           ws-sum-sales-net(tax-ind)
                         + odt-net-amount * ws-fx-rate
                   COMPUTE ws-sum-sales-tax(tax-ind) ROUNDED =
                           ws-sum-sales-tax(tax-ind)
                         + odt-tax-amount * ws-fx-rate
               END-IF
               ADD 1 TO ws-line-count
           END-IF
           PERFORM Read-Line-Tax.

      *---------------------------------------------------------------*

       Total-Credit-Tax SECTION.

           IF retf-status-not-found
               SET ws-ret-eof TO TRUE
           ELSE
               PERFORM Read-Credit
           END-IF
           PERFORM Add-Credit-Tax UNTIL ws-ret-eof.

      *---------------------------------------------------------------*

       Read-Credit SECTION.

           READ custretn-file NEXT RECORD
               AT END
                   SET ws-ret-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    ret-amount is the gross credit; the goods part is what is
      *    left once the tax is taken out of it.
      *---------------------------------------------------------------*

       Add-Credit-Tax SECTION.

           IF ret-created-month = ws-period
              AND ret-tax-code NOT = SPACES
               MOVE ret-c-code       TO ws-fx-c-code
               MOVE ret-created-date TO ws-fx-date
               PERFORM Get-Exchange-Rate
           END-IF
           IF ret-created-month = ws-period
              AND ret-tax-code NOT = SPACES
              AND ws-fx-ok
               MOVE ret-tax-code TO ws-find-code
               PERFORM Find-Tax-Entry
               IF tax-ind NOT = 0
                   COMPUTE ws-sum-credit-net(tax-ind) ROUNDED =
                           ws-sum-credit-net(tax-ind)
                         + (ret-amount - ret-tax-amount) * ws-fx-rate
                   COMPUTE ws-sum-credit-tax(tax-ind) ROUNDED =
                           ws-sum-credit-tax(tax-ind)
                         + ret-tax-amount * ws-fx-rate
               END-IF
               ADD 1 TO ws-credit-count
           END-IF
           PERFORM Read-Credit.

      *---------------------------------------------------------------*
      *    custcanc.ism is read end to end like the other two. No
      *    file on disk means nothing has ever been cancelled.
      *---------------------------------------------------------------*

       Total-Cancelled-Tax SECTION.

           IF cancf-status-not-found
               SET ws-canc-eof TO TRUE
           ELSE
               PERFORM Read-Cancellation
           END-IF
           PERFORM Add-Cancelled-Tax UNTIL ws-canc-eof.

      *---------------------------------------------------------------*

       Read-Cancellation SECTION.

           READ custcanc-file NEXT RECORD
               AT END
                   SET ws-canc-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    One cancellation may take off lines at more than one rate
      *    code; each goes to its own code's total.
      *---------------------------------------------------------------*

       Add-Cancelled-Tax SECTION.

           IF canc-month = ws-period
              AND canc-rate-count > 0
               MOVE canc-c-code TO ws-fx-c-code
               MOVE canc-date   TO ws-fx-date
               PERFORM Get-Exchange-Rate
           END-IF
           IF canc-month = ws-period
              AND canc-rate-count > 0
              AND ws-fx-ok
               PERFORM VARYING rate-ind FROM 1 BY 1
                                  UNTIL rate-ind > canc-rate-count
                   MOVE canc-rate-code(rate-ind) TO ws-find-code
                   PERFORM Find-Tax-Entry
                   IF tax-ind NOT = 0
                       COMPUTE ws-sum-canc-net(tax-ind) ROUNDED =
                               ws-sum-canc-net(tax-ind)
                             + canc-rate-net(rate-ind) * ws-fx-rate
                       COMPUTE ws-sum-canc-tax(tax-ind) ROUNDED =
                               ws-sum-canc-tax(tax-ind)
                             + canc-rate-tax(rate-ind) * ws-fx-rate
                   END-IF
               END-PERFORM
               ADD 1 TO ws-canc-count
           END-IF
           PERFORM Read-Cancellation.

      *---------------------------------------------------------------*
      *    The rate in force for the customer on the day the item is
      *    taken in; a home customer's rate is one. An item with no
      *    rate is counted here and left out by the caller.
      *---------------------------------------------------------------*

       Get-Exchange-Rate SECTION.

           CALL currency-resolver USING ws-fx-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF NOT ws-fx-ok
               ADD 1 TO ws-no-rate-count
           END-IF.

      *---------------------------------------------------------------*

       Find-Tax-Entry SECTION.

           MOVE 0 TO tax-ind
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > ws-tax-code-count
               IF ws-sum-rate-code(array-ind) = ws-find-code
                   MOVE array-ind TO tax-ind
               END-IF
           END-PERFORM
           IF tax-ind = 0 AND ws-tax-code-count < max-tax-codes
               ADD 1 TO ws-tax-code-count
               MOVE ws-tax-code-count TO tax-ind
               MOVE ws-find-code TO ws-sum-rate-code(tax-ind)
           END-IF.

      *---------------------------------------------------------------*

       Print-Report SECTION.

           PERFORM VARYING tax-ind FROM 1 BY 1
                              UNTIL tax-ind > ws-tax-code-count
               PERFORM Print-Rate-Code-Line
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-total-sales-net  TO tot-sales-net
           MOVE ws-total-sales-tax  TO tot-sales-tax
           MOVE ws-total-credit-net TO tot-credit-net
           MOVE ws-total-credit-tax TO tot-credit-tax
           MOVE ws-total-canc-net   TO tot-canc-net
           MOVE ws-total-canc-tax   TO tot-canc-tax
           COMPUTE tot-tax-due = ws-total-sales-tax
                               - ws-total-credit-tax
                               - ws-total-canc-tax
           WRITE report-line FROM tot-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-line-count   TO cnt-lines
           MOVE ws-credit-count TO cnt-credits
           MOVE ws-canc-count   TO cnt-cancs
           WRITE report-line FROM cnt-line
           IF ws-no-rate-count > 0
               MOVE ws-no-rate-count TO no-rate-count
               WRITE report-line FROM no-rate-line
           END-IF.

      *---------------------------------------------------------------*

       Print-Rate-Code-Line SECTION.

           MOVE SPACES TO det-line
           MOVE ws-sum-rate-code(tax-ind) TO det-rate-code
           EVALUATE ws-sum-rate-code(tax-ind)
               WHEN "E"
                   MOVE "EXEMPT"          TO det-rate-desc
               WHEN "Z"
                   MOVE "ZERO RATED"      TO det-rate-desc
               WHEN OTHER
                   MOVE "**NOT ON FILE**" TO det-rate-desc
           END-EVALUATE
           IF NOT txrf-status-not-found
               MOVE ws-sum-rate-code(tax-ind) TO txr-rate-code
               READ custtxrt-file
                   NOT INVALID KEY
                       MOVE txr-rate-desc TO det-rate-desc
               END-READ
           END-IF
           MOVE ws-sum-sales-net(tax-ind)  TO det-sales-net
           MOVE ws-sum-sales-tax(tax-ind)  TO det-sales-tax
           MOVE ws-sum-credit-net(tax-ind) TO det-credit-net
           MOVE ws-sum-credit-tax(tax-ind) TO det-credit-tax
           MOVE ws-sum-canc-net(tax-ind)   TO det-canc-net
           MOVE ws-sum-canc-tax(tax-ind)   TO det-canc-tax
           COMPUTE ws-tax-due = ws-sum-sales-tax(tax-ind)
                              - ws-sum-credit-tax(tax-ind)
                              - ws-sum-canc-tax(tax-ind)
           MOVE ws-tax-due TO det-tax-due
           WRITE report-line FROM det-line
           ADD ws-sum-sales-net(tax-ind)  TO ws-total-sales-net
           ADD ws-sum-sales-tax(tax-ind)  TO ws-total-sales-tax
           ADD ws-sum-credit-net(tax-ind) TO ws-total-credit-net
           ADD ws-sum-credit-tax(tax-ind) TO ws-total-credit-tax
           ADD ws-sum-canc-net(tax-ind)   TO ws-total-canc-net
           ADD ws-sum-canc-tax(tax-ind)   TO ws-total-canc-tax.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           IF NOT odtf-status-not-found
               CLOSE custordt-file
           END-IF
           IF NOT retf-status-not-found
               CLOSE custretn-file
           END-IF
           IF NOT cancf-status-not-found
               CLOSE custcanc-file
           END-IF
           IF NOT txrf-status-not-found
               CLOSE custtxrt-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTTAXR: " ws-line-count " LINE(S), "
                   ws-credit-count " CREDIT NOTE(S), "
                   ws-canc-count " CANCELLATION(S) FOR " ws-period
                   " - SEE custtaxr.lst"
           IF ws-no-rate-count > 0
               DISPLAY "CUSTTAXR: " ws-no-rate-count " ITEM(S) WITH "
                       "NO EXCHANGE RATE LEFT OUT OF THE FIGURES"
           END-IF
           STOP RUN.
