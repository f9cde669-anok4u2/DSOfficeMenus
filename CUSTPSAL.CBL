      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custpsal.

      *---------------------------------------------------------------*
      *    Product sales analysis. Every other sales report is about
      *    money by customer or area; this one answers "what sold".
      *    It reads every order line on custordl.ism, dates it from
      *    its order - the cust.ism order table, or custhist.ism for
      *    an order already rolled off - and, for a prompted date
      *    range, reports per product:
      *      - quantity and value month by month, each month beside
      *        the same month a year earlier, with the change in
      *        value, and the product's total for the range;
      *      - the same figures broken down by file-c-area;
      *      - the top customers for the product by value, as many
      *        as asked for at the prompt.
      *    A line's value is its quantity at the unit price frozen on
      *    the line, valued in home currency at the custfx.cbl rate
      *    in force on the order date, the way custglx.cbl extracts
      *    the order; a line converted in before prices were kept on
      *    the line (price zero) takes the product's prodmast.ism
      *    price instead. Tax is not sales and stays out. Lines
      *    cancelled by custcanc.cbl are gone from custordl.ism and
      *    so are not counted; goods later returned were still sold
      *    and are.
      *
      *    The range may cover up to twelve months, so that it never
      *    overlaps the year-earlier range it is compared with. The
      *    figures are gathered on a work file keyed by product, the
      *    same way custopen.cbl orders its report (custpsal.ism,
      *    rebuilt from empty each run), and read back in product
      *    order. Answering Y to the flat-file prompt also writes
      *    every figure to custpsal.dat, one line per product and
      *    month, area or customer, for the sales office's
      *    spreadsheet.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custordl-file ASSIGN "custordl.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS odl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custordl-file-status.

           SELECT custhist-file ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS hist-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custhist-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT area-file ASSIGN "custarea.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-area-file-status.

           SELECT work-file ASSIGN "custpsal.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS wrk-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-work-file-status.

           SELECT flat-file ASSIGN "custpsal.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT report-file ASSIGN "custpsal.lst"
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

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  area-file.
       01  area-record.
           03  area-rec-code           PIC X(1).
           03  area-rec-desc           PIC X(20).

      *---------------------------------------------------------------*
      *    One record per product and figure. The type byte orders
      *    each product's figures the way the report prints them -
      *    months, then areas, then customers - and the sub-key is
      *    the month (CCYYMM of the range being reported), the area
      *    code or the customer code. A month's last-year columns
      *    hold the same month one year earlier.
      *---------------------------------------------------------------*
       FD  work-file.
       01  work-record.
           03  wrk-key.
               05  wrk-prod-code       PIC X(8).
               05  wrk-type            PIC X(1).
                   88  wrk-type-month          VALUE "1".
                   88  wrk-type-area           VALUE "2".
                   88  wrk-type-customer       VALUE "3".
               05  wrk-sub-key         PIC X(6).
               05  wrk-month REDEFINES wrk-sub-key
                                       PIC 9(6).
           03  wrk-qty                 PIC 9(9).
           03  wrk-value               PIC 9(11)V99.
           03  wrk-ly-qty              PIC 9(9).
           03  wrk-ly-value            PIC 9(11)V99.

       FD  flat-file.
       01  flat-line                   PIC X(80).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       78  max-range-months                 VALUE 12.
       78  default-top-customers            VALUE 5.
       78  max-top-customers                VALUE 10.
       78  max-area-codes                   VALUE 50.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-area-eof-sw              PIC X(1) VALUE "N".
           88  ws-area-eof                      VALUE "Y".

       77  ws-work-eof-sw              PIC X(1) VALUE "N".
           88  ws-work-eof                      VALUE "Y".

       77  ws-flat-sw                  PIC X(1) VALUE "N".
           88  ws-flat-wanted                   VALUE "Y".

       77  ws-cust-found-sw            PIC X(1).
           88  ws-cust-found                    VALUE "Y".

       77  ws-ord-found-sw             PIC X(1).
           88  ws-ord-found                     VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  area-ind                    PIC 9(4) COMP.
       77  top-ind                     PIC 9(4) COMP.
       77  ws-top-slot                 PIC 9(4) COMP.
       77  ws-area-count               PIC 9(3) COMP VALUE 0.

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-from-answer              PIC X(8).
       77  ws-to-answer                PIC X(8).
       77  ws-top-answer               PIC X(2).
       77  ws-flat-answer              PIC X(1).

       01  ws-from-date                PIC 9(8).
       01  ws-from-parts REDEFINES ws-from-date.
           03  ws-from-ccyy            PIC 9(4).
           03  ws-from-mm              PIC 9(2).
           03  ws-from-dd              PIC 9(2).

       01  ws-to-date                  PIC 9(8).
       01  ws-to-parts REDEFINES ws-to-date.
           03  ws-to-ccyy              PIC 9(4).
           03  ws-to-mm                PIC 9(2).
           03  ws-to-dd                PIC 9(2).

       77  ws-ly-from-date             PIC 9(8).
       77  ws-ly-to-date               PIC 9(8).
       77  ws-range-months             PIC S9(5) COMP.
       77  ws-top-wanted               PIC 9(2).

       77  ws-ord-c-code               PIC X(5).
       77  ws-ord-no                   PIC 9(6).
       77  ws-ord-date                 PIC 9(8).
       77  ws-ord-month                PIC 9(6).

       77  ws-line-qty                 PIC 9(9).
       77  ws-line-value               PIC 9(11)V99.
       77  ws-line-price               PIC 9(5)V99.
       77  ws-last-year-sw             PIC X(1).
           88  ws-last-year                     VALUE "Y".

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       77  ws-cur-prod-code            PIC X(8).
       77  ws-cur-type                 PIC X(1).

       77  ws-lines-counted            PIC 9(7) COMP VALUE 0.
       77  ws-lines-undated            PIC 9(7) COMP VALUE 0.
       77  ws-lines-no-rate            PIC 9(7) COMP VALUE 0.
       77  ws-product-count            PIC 9(7) COMP VALUE 0.

       77  ws-prod-qty                 PIC 9(9).
       77  ws-prod-value               PIC 9(11)V99.
       77  ws-prod-ly-qty              PIC 9(9).
       77  ws-prod-ly-value            PIC 9(11)V99.

       77  ws-grand-qty                PIC 9(11) VALUE 0.
       77  ws-grand-value              PIC 9(13)V99 VALUE 0.
       77  ws-grand-ly-qty             PIC 9(11) VALUE 0.
       77  ws-grand-ly-value           PIC 9(13)V99 VALUE 0.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custordl-file-status     PIC X(2).
           88  odlf-status-ok                   VALUE "00".
           88  odlf-status-not-found            VALUE "35".

       77  ws-custhist-file-status     PIC X(2).
           88  histf-status-ok                  VALUE "00".
           88  histf-status-not-found           VALUE "35".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       77  ws-area-file-status         PIC X(2).
           88  area-status-ok                   VALUE "00".
           88  area-status-not-found            VALUE "35".

       77  ws-work-file-status         PIC X(2).
           88  wrk-status-ok                    VALUE "00".

       01  ws-area-table.
           05  ws-area-entry OCCURS max-area-codes.
               07  ws-area-code        PIC X(1).
               07  ws-area-desc        PIC X(20).

       01  ws-top-table.
           05  ws-top-count            PIC 9(2) COMP.
           05  ws-top-entry OCCURS max-top-customers.
               07  ws-top-c-code       PIC X(5).
               07  ws-top-qty          PIC 9(9).
               07  ws-top-value        PIC 9(11)V99.

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(29)
                           VALUE "PRODUCT SALES ANALYSIS FROM ".
           03  hdg-from-date           PIC 9(8).
           03  FILLER                  PIC X(4)  VALUE " TO ".
           03  hdg-to-date             PIC 9(8).
           03  FILLER                  PIC X(17)
                           VALUE "  - HOME CURRENCY".

       01  hdg-line-2.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(29)
                           VALUE "COMPARED WITH            ".
           03  hdg-ly-from-date        PIC 9(8).
           03  FILLER                  PIC X(4)  VALUE " TO ".
           03  hdg-ly-to-date          PIC 9(8).

       01  prod-line.
           03  FILLER                  PIC X(8)  VALUE "PRODUCT ".
           03  prl-code                PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  prl-desc                PIC X(20).

       01  month-hdg-line.
           03  FILLER                  PIC X(25)
                           VALUE "  MONTH               QTY".
           03  FILLER                  PIC X(18)
                           VALUE "             VALUE".
           03  FILLER                  PIC X(14)
                           VALUE "   LAST YR QTY".
           03  FILLER                  PIC X(18)
                           VALUE "     LAST YR VALUE".
           03  FILLER                  PIC X(18)
                           VALUE "      VALUE CHANGE".

       01  area-hdg-line.
           03  FILLER                  PIC X(25)
                           VALUE "  AREA                QTY".
           03  FILLER                  PIC X(18)
                           VALUE "             VALUE".
           03  FILLER                  PIC X(14)
                           VALUE "   LAST YR QTY".
           03  FILLER                  PIC X(18)
                           VALUE "     LAST YR VALUE".
           03  FILLER                  PIC X(18)
                           VALUE "      VALUE CHANGE".

       01  fig-line.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  fig-label               PIC X(12).
           03  fig-qty                 PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fig-value               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  fig-ly-qty              PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fig-ly-value            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fig-change              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  fig-desc                PIC X(20).

       01  fig-month-label.
           03  fml-ccyy                PIC 9(4).
           03  FILLER                  PIC X(1)  VALUE "/".
           03  fml-mm                  PIC 9(2).
           03  FILLER                  PIC X(5)  VALUE SPACES.

       01  top-hdg-line.
           03  FILLER                  PIC X(6)  VALUE "  TOP ".
           03  top-hdg-count           PIC Z9.
           03  FILLER                  PIC X(17)
                           VALUE " CUSTOMERS    QTY".
           03  FILLER                  PIC X(18)
                           VALUE "             VALUE".

       01  top-line.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  top-rank                PIC Z9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  top-c-code              PIC X(5).
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  top-qty                 PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  top-value               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  top-name                PIC X(15).

       01  grand-line.
           03  FILLER                  PIC X(14) VALUE "ALL PRODUCTS".
           03  grl-qty                 PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  grl-value               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  grl-ly-qty              PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  grl-ly-value            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      *    custpsal.dat: fixed columns, amounts with a decimal point,
      *    the way custglx.dat lays its lines out. Record types are
      *    MONTH (sub-key CCYYMM), AREA (area code) and CUST
      *    (customer code); last-year figures are zero on CUST lines.
      *---------------------------------------------------------------*
       01  flat-record.
           03  flt-type                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  flt-prod-code           PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  flt-sub-key             PIC X(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  flt-qty                 PIC ZZZZZZZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  flt-value               PIC ZZZZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  flt-ly-qty              PIC ZZZZZZZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  flt-ly-value            PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Gather-Order-Line UNTIL ws-eof
           PERFORM Report-Work-File
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
      *    A blank FROM takes the first of the business date's year,
      *    a blank TO the business date itself.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           DISPLAY "FROM DATE CCYYMMDD (BLANK FOR START OF YEAR): "
                                         WITH NO ADVANCING
           ACCEPT ws-from-answer
           DISPLAY "TO DATE CCYYMMDD (BLANK FOR TODAY): "
                                         WITH NO ADVANCING
           ACCEPT ws-to-answer
           DISPLAY "HOW MANY TOP CUSTOMERS PER PRODUCT (BLANK FOR 5): "
                                         WITH NO ADVANCING
           ACCEPT ws-top-answer
           DISPLAY "WRITE custpsal.dat FOR THE SPREADSHEET (Y/N): "
                                         WITH NO ADVANCING
           ACCEPT ws-flat-answer
           PERFORM Resolve-Prompt-Answers
           OPEN INPUT custordl-file
           IF odlf-status-not-found
               DISPLAY "CUSTPSAL: NO ORDER DETAIL FILE custordl.ism "
                       "ON DISK - NOTHING TO ANALYSE"
               STOP RUN
           END-IF
           PERFORM Load-Area-Table
           OPEN INPUT customer-file
           OPEN INPUT custhist-file
           OPEN INPUT prodmast-file
           OPEN OUTPUT work-file
           CLOSE work-file
           OPEN I-O work-file
           IF ws-flat-wanted
               OPEN OUTPUT flat-file
           END-IF
           OPEN OUTPUT report-file
           MOVE ws-from-date    TO hdg-from-date
           MOVE ws-to-date      TO hdg-to-date
           MOVE ws-ly-from-date TO hdg-ly-from-date
           MOVE ws-ly-to-date   TO hdg-ly-to-date
           WRITE report-line FROM hdg-line-1
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO ws-ord-c-code
           MOVE 0      TO ws-ord-no
           PERFORM Read-Order-Line.

      *---------------------------------------------------------------*
      *    Everything that can stop the run is checked before any
      *    file is opened.
      *---------------------------------------------------------------*

       Resolve-Prompt-Answers SECTION.

           IF ws-from-answer = SPACES
               MOVE ws-today-date TO ws-from-date
               MOVE 1 TO ws-from-mm ws-from-dd
           ELSE
               IF ws-from-answer NOT NUMERIC
                   DISPLAY "CUSTPSAL: FROM DATE NOT NUMERIC - "
                           "NOTHING ANALYSED"
                   STOP RUN
               END-IF
               MOVE ws-from-answer TO ws-from-date
           END-IF
           IF ws-to-answer = SPACES
               MOVE ws-today-date TO ws-to-date
           ELSE
               IF ws-to-answer NOT NUMERIC
                   DISPLAY "CUSTPSAL: TO DATE NOT NUMERIC - "
                           "NOTHING ANALYSED"
                   STOP RUN
               END-IF
               MOVE ws-to-answer TO ws-to-date
           END-IF
           COMPUTE ws-range-months = (ws-to-ccyy * 12 + ws-to-mm)
                                   - (ws-from-ccyy * 12 + ws-from-mm)
                                   + 1
           EVALUATE TRUE
               WHEN ws-from-date > ws-to-date
                   DISPLAY "CUSTPSAL: FROM DATE IS AFTER TO DATE - "
                           "NOTHING ANALYSED"
                   STOP RUN
               WHEN ws-range-months > max-range-months
                   DISPLAY "CUSTPSAL: RANGE IS OVER " max-range-months
                           " MONTHS - NOTHING ANALYSED"
                   STOP RUN
           END-EVALUATE
           COMPUTE ws-ly-from-date = ws-from-date - 10000
           COMPUTE ws-ly-to-date   = ws-to-date   - 10000
           MOVE default-top-customers TO ws-top-wanted
           IF ws-top-answer NOT = SPACES
               INSPECT ws-top-answer REPLACING LEADING " " BY "0"
               IF ws-top-answer NUMERIC
                   MOVE ws-top-answer TO ws-top-wanted
               END-IF
           END-IF
           IF ws-top-wanted > max-top-customers
               MOVE max-top-customers TO ws-top-wanted
           END-IF
           IF ws-flat-answer = "Y" OR ws-flat-answer = "y"
               SET ws-flat-wanted TO TRUE
           END-IF.

      *---------------------------------------------------------------*
      *    Area descriptions off custarea.dat for the area breakdown;
      *    an area not on the file just prints without one.
      *---------------------------------------------------------------*

       Load-Area-Table SECTION.

           OPEN INPUT area-file
           IF NOT area-status-not-found
               PERFORM Read-Area-Record
               PERFORM Store-Area-Record
                              UNTIL ws-area-eof
                              OR ws-area-count >= max-area-codes
               CLOSE area-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Area-Record SECTION.

           READ area-file
               AT END
                   SET ws-area-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Store-Area-Record SECTION.

           ADD 1 TO ws-area-count
           MOVE area-rec-code TO ws-area-code(ws-area-count)
           MOVE area-rec-desc TO ws-area-desc(ws-area-count)
           PERFORM Read-Area-Record.

      *---------------------------------------------------------------*

       Read-Order-Line SECTION.

           READ custordl-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    custordl.ism is in customer and order order, so the
      *    customer and the order date are looked up only when they
      *    change. A line whose order can't be dated - customer
      *    deleted, order archived past custhist.ism - is counted
      *    and left out.
      *---------------------------------------------------------------*

       Gather-Order-Line SECTION.

           IF odl-c-code NOT = ws-ord-c-code
               PERFORM Read-Line-Customer
           END-IF
           IF odl-c-code NOT = ws-ord-c-code
              OR odl-ord-no NOT = ws-ord-no
               MOVE odl-c-code TO ws-ord-c-code
               MOVE odl-ord-no TO ws-ord-no
               PERFORM Find-Order-Date
           END-IF
           IF NOT ws-ord-found
               ADD 1 TO ws-lines-undated
           ELSE
               EVALUATE TRUE
                   WHEN ws-ord-date >= ws-from-date
                        AND ws-ord-date <= ws-to-date
                       MOVE "N" TO ws-last-year-sw
                       PERFORM Add-Line-To-Work
                   WHEN ws-ord-date >= ws-ly-from-date
                        AND ws-ord-date <= ws-ly-to-date
                       SET ws-last-year TO TRUE
                       PERFORM Add-Line-To-Work
               END-EVALUATE
           END-IF
           PERFORM Read-Order-Line.

      *---------------------------------------------------------------*

       Read-Line-Customer SECTION.

           MOVE odl-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "N" TO ws-cust-found-sw
               NOT INVALID KEY
                   SET ws-cust-found TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    The live order table first, then custhist.ism for orders
      *    already rolled off - the same search custcrev.cbl makes.
      *---------------------------------------------------------------*

       Find-Order-Date SECTION.

           MOVE "N" TO ws-ord-found-sw
           IF ws-cust-found
               PERFORM VARYING array-ind FROM 1 BY 1
                                  UNTIL array-ind > no-of-orders
                   IF file-ord-no(array-ind) = ws-ord-no
                      AND NOT ws-ord-found
                       MOVE file-ord-date(array-ind) TO ws-ord-date
                       SET ws-ord-found TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ws-ord-found AND NOT histf-status-not-found
                   MOVE ws-ord-c-code TO hist-c-code
                   MOVE ws-ord-no     TO hist-ord-no
                   READ custhist-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE hist-ord-date TO ws-ord-date
                           SET ws-ord-found TO TRUE
                   END-READ
               END-IF
           END-IF
           IF ws-ord-found
               PERFORM Look-Up-Order-Rate
           END-IF.

      *---------------------------------------------------------------*
      *    A foreign customer's line is valued at the rate in force
      *    on its order date; with no rate there the line is counted
      *    at its own-currency value and the run says how many were.
      *---------------------------------------------------------------*

       Look-Up-Order-Rate SECTION.

           MOVE ws-ord-date TO ws-fx-date
           CALL currency-resolver USING ws-ord-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF NOT ws-fx-ok
               MOVE 1 TO ws-fx-rate
           END-IF.

      *---------------------------------------------------------------*

       Add-Line-To-Work SECTION.

           MOVE odl-unit-price TO ws-line-price
           IF ws-line-price = 0 AND NOT prodf-status-not-found
               MOVE odl-prod-code TO prod-code
               READ prodmast-file
                   NOT INVALID KEY
                       MOVE prod-unit-price TO ws-line-price
               END-READ
               COMPUTE ws-line-value = odl-qty * ws-line-price
           ELSE
               COMPUTE ws-line-value ROUNDED =
                       odl-qty * ws-line-price * ws-fx-rate
           END-IF
           IF NOT ws-fx-ok
               ADD 1 TO ws-lines-no-rate
           END-IF
           MOVE odl-qty TO ws-line-qty
           ADD 1 TO ws-lines-counted
           COMPUTE ws-ord-month = ws-ord-date / 100
           IF ws-last-year
               ADD 100 TO ws-ord-month
           END-IF
           MOVE odl-prod-code TO wrk-prod-code
           SET wrk-type-month TO TRUE
           MOVE ws-ord-month  TO wrk-month
           PERFORM Post-Work-Figure
           MOVE odl-prod-code TO wrk-prod-code
           SET wrk-type-area TO TRUE
           MOVE SPACES        TO wrk-sub-key
           IF ws-cust-found
               MOVE file-c-area TO wrk-sub-key
           END-IF
           PERFORM Post-Work-Figure
           IF NOT ws-last-year
               MOVE odl-prod-code TO wrk-prod-code
               SET wrk-type-customer TO TRUE
               MOVE odl-c-code    TO wrk-sub-key
               PERFORM Post-Work-Figure
           END-IF.

      *---------------------------------------------------------------*
      *    Adds the line into the work record for the key already
      *    set, creating the record the first time the key is seen.
      *---------------------------------------------------------------*

       Post-Work-Figure SECTION.

           READ work-file
               INVALID KEY
                   MOVE 0 TO wrk-qty wrk-value
                             wrk-ly-qty wrk-ly-value
                   PERFORM Add-Line-Figures
                   WRITE work-record
                   END-WRITE
               NOT INVALID KEY
                   PERFORM Add-Line-Figures
                   REWRITE work-record
                   END-REWRITE
           END-READ.

      *---------------------------------------------------------------*

       Add-Line-Figures SECTION.

           IF ws-last-year
               ADD ws-line-qty   TO wrk-ly-qty
               ADD ws-line-value TO wrk-ly-value
           ELSE
               ADD ws-line-qty   TO wrk-qty
               ADD ws-line-value TO wrk-value
           END-IF.

      *---------------------------------------------------------------*
      *    The work file comes back in product order, each product's
      *    months, then areas, then customers. A change of product or
      *    of figure type closes off the block before it.
      *---------------------------------------------------------------*

       Report-Work-File SECTION.

           MOVE SPACES TO ws-cur-prod-code
           MOVE SPACES TO ws-cur-type
           MOVE LOW-VALUES TO wrk-key
           START work-file KEY IS NOT LESS THAN wrk-key
               INVALID KEY
                   SET ws-work-eof TO TRUE
           END-START
           IF NOT ws-work-eof
               PERFORM Read-Work-Record
           END-IF
           PERFORM Report-Work-Record UNTIL ws-work-eof
           PERFORM Close-Figure-Block
           PERFORM Write-Grand-Totals.

      *---------------------------------------------------------------*

       Read-Work-Record SECTION.

           READ work-file NEXT RECORD
               AT END
                   SET ws-work-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Report-Work-Record SECTION.

           IF wrk-prod-code NOT = ws-cur-prod-code
               PERFORM Close-Figure-Block
               PERFORM Start-Product
           END-IF
           IF wrk-type NOT = ws-cur-type
               PERFORM Close-Figure-Block
               PERFORM Open-Figure-Block
           END-IF
           EVALUATE TRUE
               WHEN wrk-type-month
                   PERFORM Write-Month-Figure
               WHEN wrk-type-area
                   PERFORM Write-Area-Figure
               WHEN wrk-type-customer
                   PERFORM Rank-Customer-Figure
           END-EVALUATE
           IF ws-flat-wanted
               PERFORM Write-Flat-Record
           END-IF
           PERFORM Read-Work-Record.

      *---------------------------------------------------------------*

       Start-Product SECTION.

           MOVE wrk-prod-code TO ws-cur-prod-code
           MOVE SPACES        TO ws-cur-type
           MOVE 0 TO ws-prod-qty ws-prod-value
                     ws-prod-ly-qty ws-prod-ly-value
           MOVE wrk-prod-code TO prl-code
           MOVE "** NOT ON PRODUCT MASTER" TO prl-desc
           IF NOT prodf-status-not-found
               MOVE wrk-prod-code TO prod-code
               READ prodmast-file
                   NOT INVALID KEY
                       MOVE prod-desc TO prl-desc
               END-READ
           END-IF
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line
           WRITE report-line FROM prod-line
           ADD 1 TO ws-product-count.

      *---------------------------------------------------------------*

       Open-Figure-Block SECTION.

           MOVE wrk-type TO ws-cur-type
           MOVE SPACES TO report-line
           WRITE report-line
           EVALUATE TRUE
               WHEN wrk-type-month
                   WRITE report-line FROM month-hdg-line
               WHEN wrk-type-area
                   WRITE report-line FROM area-hdg-line
               WHEN wrk-type-customer
                   MOVE 0 TO ws-top-count
                   MOVE ws-top-wanted TO top-hdg-count
                   WRITE report-line FROM top-hdg-line
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    The month block ends with the product's total for the
      *    range; the customer block prints its ranking once every
      *    customer for the product has been seen.
      *---------------------------------------------------------------*

       Close-Figure-Block SECTION.

           EVALUATE ws-cur-type
               WHEN "1"
                   MOVE SPACES           TO fig-line
                   MOVE "TOTAL"          TO fig-label
                   MOVE ws-prod-qty      TO fig-qty
                   MOVE ws-prod-value    TO fig-value
                   MOVE ws-prod-ly-qty   TO fig-ly-qty
                   MOVE ws-prod-ly-value TO fig-ly-value
                   COMPUTE fig-change = ws-prod-value - ws-prod-ly-value
                   WRITE report-line FROM fig-line
               WHEN "3"
                   PERFORM Write-Top-Customers
           END-EVALUATE
           MOVE SPACES TO ws-cur-type.

      *---------------------------------------------------------------*

       Write-Month-Figure SECTION.

           MOVE SPACES         TO fig-line
           MOVE wrk-month(1:4) TO fml-ccyy
           MOVE wrk-month(5:2) TO fml-mm
           MOVE fig-month-label TO fig-label
           MOVE wrk-qty        TO fig-qty
           MOVE wrk-value      TO fig-value
           MOVE wrk-ly-qty     TO fig-ly-qty
           MOVE wrk-ly-value   TO fig-ly-value
           COMPUTE fig-change = wrk-value - wrk-ly-value
           WRITE report-line FROM fig-line
           ADD wrk-qty      TO ws-prod-qty     ws-grand-qty
           ADD wrk-value    TO ws-prod-value   ws-grand-value
           ADD wrk-ly-qty   TO ws-prod-ly-qty  ws-grand-ly-qty
           ADD wrk-ly-value TO ws-prod-ly-value ws-grand-ly-value.

      *---------------------------------------------------------------*

       Write-Area-Figure SECTION.

           MOVE SPACES         TO fig-line
           MOVE wrk-sub-key    TO fig-label
           MOVE wrk-qty        TO fig-qty
           MOVE wrk-value      TO fig-value
           MOVE wrk-ly-qty     TO fig-ly-qty
           MOVE wrk-ly-value   TO fig-ly-value
           COMPUTE fig-change = wrk-value - wrk-ly-value
           PERFORM VARYING area-ind FROM 1 BY 1
                              UNTIL area-ind > ws-area-count
               IF ws-area-code(area-ind) = wrk-sub-key(1:1)
                  AND fig-desc = SPACES
                   MOVE ws-area-desc(area-ind) TO fig-desc
               END-IF
           END-PERFORM
           WRITE report-line FROM fig-line.

      *---------------------------------------------------------------*
      *    Keeps the product's best customers by value in order as
      *    they are met - a customer beating one already held pushes
      *    it, and those below it, down a place.
      *---------------------------------------------------------------*

       Rank-Customer-Figure SECTION.

           MOVE 0 TO ws-top-slot
           PERFORM VARYING top-ind FROM 1 BY 1
                              UNTIL top-ind > ws-top-count
               IF wrk-value > ws-top-value(top-ind)
                  AND ws-top-slot = 0
                   MOVE top-ind TO ws-top-slot
               END-IF
           END-PERFORM
           IF ws-top-slot = 0 AND ws-top-count < ws-top-wanted
               ADD 1 TO ws-top-count
               MOVE ws-top-count TO ws-top-slot
           ELSE
               IF ws-top-slot NOT = 0
                   IF ws-top-count < ws-top-wanted
                       ADD 1 TO ws-top-count
                   END-IF
                   PERFORM VARYING top-ind FROM ws-top-count BY -1
                                      UNTIL top-ind <= ws-top-slot
                       MOVE ws-top-entry(top-ind - 1)
                                         TO ws-top-entry(top-ind)
                   END-PERFORM
               END-IF
           END-IF
           IF ws-top-slot NOT = 0
               MOVE wrk-sub-key TO ws-top-c-code(ws-top-slot)
               MOVE wrk-qty     TO ws-top-qty(ws-top-slot)
               MOVE wrk-value   TO ws-top-value(ws-top-slot)
           END-IF.

      *---------------------------------------------------------------*

       Write-Top-Customers SECTION.

           PERFORM VARYING top-ind FROM 1 BY 1
                              UNTIL top-ind > ws-top-count
               MOVE top-ind                TO top-rank
               MOVE ws-top-c-code(top-ind) TO top-c-code
               MOVE ws-top-qty(top-ind)    TO top-qty
               MOVE ws-top-value(top-ind)  TO top-value
               MOVE ws-top-c-code(top-ind) TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "**NOT ON FILE**" TO file-c-name
               END-READ
               MOVE file-c-name            TO top-name
               WRITE report-line FROM top-line
           END-PERFORM.

      *---------------------------------------------------------------*

       Write-Flat-Record SECTION.

           EVALUATE TRUE
               WHEN wrk-type-month
                   MOVE "MONTH" TO flt-type
               WHEN wrk-type-area
                   MOVE "AREA"  TO flt-type
               WHEN wrk-type-customer
                   MOVE "CUST"  TO flt-type
           END-EVALUATE
           MOVE wrk-prod-code TO flt-prod-code
           MOVE wrk-sub-key   TO flt-sub-key
           MOVE wrk-qty       TO flt-qty
           MOVE wrk-value     TO flt-value
           MOVE wrk-ly-qty    TO flt-ly-qty
           MOVE wrk-ly-value  TO flt-ly-value
           WRITE flat-line FROM flat-record.

      *---------------------------------------------------------------*

       Write-Grand-Totals SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line
           MOVE ws-grand-qty      TO grl-qty
           MOVE ws-grand-value    TO grl-value
           MOVE ws-grand-ly-qty   TO grl-ly-qty
           MOVE ws-grand-ly-value TO grl-ly-value
           WRITE report-line FROM grand-line.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE custordl-file
           CLOSE customer-file
           IF NOT histf-status-not-found
               CLOSE custhist-file
           END-IF
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           CLOSE work-file
           IF ws-flat-wanted
               CLOSE flat-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTPSAL: " ws-product-count " PRODUCT(S), "
                   ws-lines-counted " LINE(S) ANALYSED - SEE "
                   "custpsal.lst"
           IF ws-lines-undated > 0
               DISPLAY "CUSTPSAL: " ws-lines-undated " LINE(S) LEFT "
                       "OUT - ORDER NOT ON cust.ism OR custhist.ism"
           END-IF
           IF ws-lines-no-rate > 0
               DISPLAY "CUSTPSAL: " ws-lines-no-rate " LINE(S) "
                       "VALUED WITHOUT AN EXCHANGE RATE"
           END-IF
           STOP RUN.
