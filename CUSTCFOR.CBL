      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcfor.

      *---------------------------------------------------------------*
      *    Weekly cash collection forecast. Treasury asks every
      *    Monday how much cash to expect over the next six weeks,
      *    and the answer used to be a guess off custage.lst. This
      *    report takes every open order on cust.ism and estimates
      *    when it will be paid from the customer's own payment
      *    history - the days-to-pay custcrev.cbl scores from
      *    custpay.ism and keeps on custdtp.ism:
      *      - a customer with enough payments scored (the same
      *        minimum custcrev.cbl proposes limits on) is expected to
      *        pay each order its own average number of days after
      *        the order date;
      *      - a customer without enough history takes the average
      *        of every payment scored for customers in its area;
      *      - an area with too little history of its own falls back
      *        on standard terms.
      *    The expected cash goes into six weekly buckets starting on
      *    the business date (custbdat.cbl) - an order already past
      *    its expected date is cash due now and counts in week one -
      *    with a LATER column for anything expected beyond them, by
      *    area and in total.
      *
      *    Some balances are not cash to count on, and are shown
      *    separately as at risk instead of forecast, each order
      *    listed with the reason:
      *      - every order of an account held or closed on
      *        custacct.ism (a branch held with its group parent
      *        carries the hold there too);
      *      - an order owing for longer than the write-off age on
      *        custwoc.ism (kept by custwocm.cbl; zero takes the
      *        standard age below);
      *      - an order of a foreign-currency customer with no
      *        exchange rate in force to value it at.
      *    Every amount is in home currency - a foreign customer's
      *    balance is valued at today's custfx.cbl rate, as
      *    custfxrv.cbl values it. Nothing is updated; the report can
      *    be rerun. With no custdtp.ism on disk (custcrev not yet
      *    run) every order is forecast on standard terms.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custdtp-file ASSIGN "custdtp.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS dtp-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custdtp-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custacct-file-status.

           SELECT woff-ctl-file ASSIGN "custwoc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woc-ctl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-woc-ctl-file-status.

           SELECT area-file ASSIGN "custarea.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-area-file-status.

           SELECT report-file ASSIGN "custcfor.lst"
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

       FD  custdtp-file.
       01  custdtp-record.
           03  dtp-c-code              PIC X(5).
           03  dtp-scored-count        PIC 9(5).
           03  dtp-days-total          PIC 9(9).
           03  dtp-avg-days            PIC 9(5).
           03  dtp-scored-date         PIC 9(8).

       FD  custacct-file.
       01  custacct-record.
           03  acct-c-code             PIC X(5).
           03  acct-status             PIC X(1).
               88  acct-status-hold            VALUE "H".
               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  woff-ctl-file.
       01  woff-ctl-record.
           03  woc-ctl-key                 PIC X(1).
           03  woc-ctl-tolerance           PIC 9(3)V99.
           03  woc-ctl-risk-days           PIC 9(3).

       FD  area-file.
       01  area-record.
           03  area-rec-code           PIC X(1).
           03  area-rec-desc           PIC X(20).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *    min-scored-payments is custcrev.cbl's own threshold for
      *    trusting a customer's average. Standard terms stand in
      *    where neither the customer nor its area has enough
      *    history; the standard write-off age applies until one is
      *    set through custwocm.
      *---------------------------------------------------------------*
       78  min-scored-payments             VALUE 3.
       78  standard-terms-days             VALUE 30.
       78  standard-risk-days              VALUE 180.
       78  forecast-weeks                  VALUE 6.

      *---------------------------------------------------------------*
      *    Same area table sizes as custsale.cbl, with the same
      *    headroom for area codes found on customers but not on
      *    custarea.dat.
      *---------------------------------------------------------------*
       78  max-area-codes                   VALUE 50.
       78  max-area-entries                 VALUE 260.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-area-eof-sw              PIC X(1) VALUE "N".
           88  ws-area-eof                      VALUE "Y".

       77  ws-dtp-eof-sw               PIC X(1) VALUE "N".
           88  ws-dtp-eof                       VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  area-ind                    PIC 9(4) COMP.
       77  week-ind                    PIC 9(4) COMP.
       77  ws-area-slot                PIC 9(4) COMP.
       77  ws-area-count               PIC 9(3) COMP VALUE 0.

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-today-days               PIC 9(9) COMP.
       77  ws-order-days               PIC 9(9) COMP.
       77  ws-age-days                 PIC S9(9) COMP.
       77  ws-due-in-days              PIC S9(9) COMP.
       77  ws-week-start-date          PIC 9(8).

       77  ws-risk-days                PIC 9(3).
       77  ws-cust-avg-days            PIC 9(5) COMP.
       77  ws-cust-basis               PIC X(1).
           88  ws-basis-own                     VALUE "O".
           88  ws-basis-area                    VALUE "A".
           88  ws-basis-standard                VALUE "S".

       77  ws-account-risk             PIC X(20).
       77  ws-order-risk               PIC X(20).

       77  ws-order-bal                PIC S9(7)V99.
       77  ws-order-home               PIC 9(9)V99.

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       77  ws-own-count                PIC 9(7) COMP VALUE 0.
       77  ws-area-avg-count           PIC 9(7) COMP VALUE 0.
       77  ws-standard-count           PIC 9(7) COMP VALUE 0.
       77  ws-risk-count               PIC 9(7) COMP VALUE 0.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custdtp-file-status      PIC X(2).
           88  dtpf-status-ok                   VALUE "00".
           88  dtpf-status-not-found            VALUE "35".

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

       77  ws-woc-ctl-file-status      PIC X(2).
           88  woc-ctl-status-ok                VALUE "00".
           88  woc-ctl-status-not-found         VALUE "35".

       77  ws-area-file-status         PIC X(2).
           88  area-status-ok                   VALUE "00".
           88  area-status-not-found            VALUE "35".

       01  ws-area-table.
           05  ws-area-entry OCCURS max-area-entries.
               07  ws-area-code        PIC X(1).
               07  ws-area-desc        PIC X(20).
               07  ws-area-scored      PIC 9(7) COMP.
               07  ws-area-days        PIC 9(11) COMP.
               07  ws-area-week        PIC 9(11)V99
                                       OCCURS forecast-weeks.
               07  ws-area-later       PIC 9(11)V99.
               07  ws-area-risk        PIC 9(11)V99.

       01  ws-grand-totals.
           05  ws-grand-week           PIC 9(11)V99
                                       OCCURS forecast-weeks.
           05  ws-grand-later          PIC 9(11)V99.
           05  ws-grand-risk           PIC 9(11)V99.

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(35)
                           VALUE "CASH COLLECTION FORECAST AS AT".
           03  hdg-today-date          PIC 9(8).
           03  FILLER                  PIC X(20)
                           VALUE "  - HOME CURRENCY".

       01  risk-hdg-line-1.
           03  FILLER                  PIC X(40)
                           VALUE "ORDERS AT RISK - NOT IN THE FORECAST".
           03  FILLER                  PIC X(14)
                           VALUE "WRITE-OFF AGE ".
           03  risk-hdg-days           PIC ZZ9.
           03  FILLER                  PIC X(5)  VALUE " DAYS".

       01  risk-hdg-line-2.
           03  FILLER                  PIC X(6)  VALUE "CODE".
           03  FILLER                  PIC X(16) VALUE "NAME".
           03  FILLER                  PIC X(5)  VALUE "AREA".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(10) VALUE "ORD DATE".
           03  FILLER                  PIC X(7)  VALUE "AGE".
           03  FILLER                  PIC X(16) VALUE "BALANCE".
           03  FILLER                  PIC X(20) VALUE "REASON".

       01  risk-line.
           03  risk-code               PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  risk-name               PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  risk-area               PIC X(1).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  risk-ord-no             PIC 9(6).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  risk-ord-date           PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  risk-age                PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  risk-balance            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  risk-reason             PIC X(20).

       01  fcst-hdg-line-1.
           03  FILLER                  PIC X(15) VALUE "AREA".
           03  fcst-hdg-week OCCURS forecast-weeks.
               05  FILLER              PIC X(12)
                                       VALUE "        WEEK".
               05  fcst-hdg-week-no    PIC Z9.
           03  FILLER                  PIC X(14) VALUE "         LATER".
           03  FILLER                  PIC X(14) VALUE "       AT RISK".

       01  fcst-hdg-line-2.
           03  FILLER                  PIC X(15)
                           VALUE "    COMMENCING".
           03  fcst-hdg-start OCCURS forecast-weeks.
               05  FILLER              PIC X(6)  VALUE SPACES.
               05  fcst-hdg-start-date PIC 9(8).

       01  fcst-line.
           03  fcst-area               PIC X(1).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  fcst-desc               PIC X(12).
           03  fcst-week-amt OCCURS forecast-weeks.
               05  FILLER              PIC X(1)  VALUE SPACES.
               05  fcst-week           PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fcst-later              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  fcst-risk               PIC ZZ,ZZZ,ZZ9.99.

       01  basis-line.
           03  FILLER                  PIC X(30)
                           VALUE "ORDERS FORECAST ON OWN HISTORY".
           03  basis-own               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(18)
                           VALUE ", ON AREA AVERAGE".
           03  basis-area              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20)
                           VALUE ", ON STANDARD TERMS".
           03  basis-standard          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Forecast-Customer UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           COMPUTE ws-today-days =
                     FUNCTION INTEGER-OF-DATE(ws-today-date)
           INITIALIZE ws-grand-totals
           PERFORM Read-Risk-Age
           PERFORM Load-Area-Table
           OPEN INPUT customer-file
           OPEN INPUT custdtp-file
           OPEN INPUT custacct-file
           IF NOT dtpf-status-not-found
               PERFORM Load-Area-Averages
           END-IF
           OPEN OUTPUT report-file
           MOVE ws-today-date TO hdg-today-date
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-risk-days TO risk-hdg-days
           WRITE report-line FROM risk-hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM risk-hdg-line-2
           MOVE LOW-VALUES TO file-c-code
           START customer-file KEY IS NOT LESS THAN file-c-code
               INVALID KEY
                   SET ws-eof TO TRUE
           END-START
           IF NOT ws-eof
               PERFORM Read-Customer-Record
           END-IF.

      *---------------------------------------------------------------*
      *    The write-off age off custwoc.ism's control record; no
      *    file, no record or an age of zero takes the standard age.
      *---------------------------------------------------------------*

       Read-Risk-Age SECTION.

           MOVE 0 TO ws-risk-days
           OPEN INPUT woff-ctl-file
           IF NOT woc-ctl-status-not-found
               MOVE "C" TO woc-ctl-key
               READ woff-ctl-file
                   NOT INVALID KEY
                       MOVE woc-ctl-risk-days TO ws-risk-days
               END-READ
               CLOSE woff-ctl-file
           END-IF
           IF ws-risk-days = 0
               MOVE standard-risk-days TO ws-risk-days
           END-IF.

      *---------------------------------------------------------------*
      *    Loads custarea.dat's codes and descriptions in file order,
      *    as custsale.cbl does, so the forecast comes out in the
      *    order the reference file keeps its areas. A missing
      *    custarea.dat isn't fatal - each area then shows as
      *    unknown.
      *---------------------------------------------------------------*

       Load-Area-Table SECTION.

           OPEN INPUT area-file
           IF area-status-not-found
               SET ws-area-eof TO TRUE
           ELSE
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
           PERFORM Clear-Area-Slot
           PERFORM Read-Area-Record.

      *---------------------------------------------------------------*

       Clear-Area-Slot SECTION.

           MOVE 0 TO ws-area-scored(ws-area-count)
           MOVE 0 TO ws-area-days(ws-area-count)
           MOVE 0 TO ws-area-later(ws-area-count)
           MOVE 0 TO ws-area-risk(ws-area-count)
           PERFORM VARYING week-ind FROM 1 BY 1
                              UNTIL week-ind > forecast-weeks
               MOVE 0 TO ws-area-week(ws-area-count, week-ind)
           END-PERFORM.

      *---------------------------------------------------------------*
      *    First pass: every score on custdtp.ism is added into its
      *    customer's area, so the area average is weighted by the
      *    payments behind it rather than by customer. A score whose
      *    customer is no longer on cust.ism is passed over.
      *---------------------------------------------------------------*

       Load-Area-Averages SECTION.

           MOVE LOW-VALUES TO dtp-c-code
           START custdtp-file KEY IS NOT LESS THAN dtp-c-code
               INVALID KEY
                   SET ws-dtp-eof TO TRUE
           END-START
           PERFORM Add-Score-To-Area UNTIL ws-dtp-eof.

      *---------------------------------------------------------------*

       Add-Score-To-Area SECTION.

           READ custdtp-file NEXT RECORD
               AT END
                   SET ws-dtp-eof TO TRUE
               NOT AT END
                   MOVE dtp-c-code TO file-c-code
                   READ customer-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Find-Area-Slot
                           ADD dtp-scored-count
                                       TO ws-area-scored(ws-area-slot)
                           ADD dtp-days-total
                                       TO ws-area-days(ws-area-slot)
                   END-READ
           END-READ.

      *---------------------------------------------------------------*
      *    Finds (or adds) the slot for this customer's area - the
      *    same lookup, unknown flag and overflow catch-all as
      *    custsale.cbl.
      *---------------------------------------------------------------*

       Find-Area-Slot SECTION.

           MOVE 0 TO ws-area-slot
           PERFORM VARYING area-ind FROM 1 BY 1
                              UNTIL area-ind > ws-area-count
               IF ws-area-code(area-ind) = file-c-area
                                        AND ws-area-slot = 0
                   MOVE area-ind TO ws-area-slot
               END-IF
           END-PERFORM
           IF ws-area-slot = 0
               IF ws-area-count < max-area-entries
                   ADD 1 TO ws-area-count
                   MOVE ws-area-count TO ws-area-slot
                   MOVE file-c-area TO ws-area-code(ws-area-slot)
                   MOVE "** NOT ON AREA FILE"
                                     TO ws-area-desc(ws-area-slot)
                   PERFORM Clear-Area-Slot
               ELSE
                   MOVE ws-area-count TO ws-area-slot
                   MOVE "** AREA OVERFLOW **"
                                     TO ws-area-desc(ws-area-slot)
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Read-Customer-Record SECTION.

           READ customer-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    Second pass: every open order is either forecast into a
      *    week or listed at risk.
      *---------------------------------------------------------------*

       Forecast-Customer SECTION.

           PERFORM Find-Area-Slot
           PERFORM Check-Account-Status
           PERFORM Find-Days-To-Pay
           MOVE ws-today-date TO ws-fx-date
           CALL currency-resolver USING file-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               COMPUTE ws-order-bal =
                     file-ord-val(array-ind) - file-pay-val(array-ind)
               IF file-ord-no(array-ind) NOT = ZERO
                  AND ws-order-bal > 0
                   PERFORM Forecast-Order
               END-IF
           END-PERFORM
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*
      *    With no custacct.ism on disk, or no record for the
      *    customer, the account is open.
      *---------------------------------------------------------------*

       Check-Account-Status SECTION.

           MOVE SPACES TO ws-account-risk
           IF NOT acctf-status-not-found
               MOVE file-c-code TO acct-c-code
               READ custacct-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN acct-status-hold
                               MOVE "ACCOUNT ON HOLD"
                                             TO ws-account-risk
                           WHEN acct-status-closed
                               MOVE "ACCOUNT CLOSED"
                                             TO ws-account-risk
                       END-EVALUATE
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    The customer's own average where custcrev.cbl scored
      *    enough payments, else its area's, else standard terms.
      *---------------------------------------------------------------*

       Find-Days-To-Pay SECTION.

           SET ws-basis-standard TO TRUE
           MOVE standard-terms-days TO ws-cust-avg-days
           IF NOT dtpf-status-not-found
               MOVE file-c-code TO dtp-c-code
               READ custdtp-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF dtp-scored-count >= min-scored-payments
                           SET ws-basis-own TO TRUE
                           MOVE dtp-avg-days TO ws-cust-avg-days
                       END-IF
               END-READ
           END-IF
           IF ws-basis-standard
              AND ws-area-scored(ws-area-slot) >= min-scored-payments
               SET ws-basis-area TO TRUE
               COMPUTE ws-cust-avg-days =
                       ws-area-days(ws-area-slot)
                     / ws-area-scored(ws-area-slot)
           END-IF.

      *---------------------------------------------------------------*
      *    The balance in home currency - a home customer's rate is
      *    one - then at risk or into its week. An order already
      *    past its expected date is due now and counts in week one.
      *    A balance with no rate to value it stays as it is held,
      *    in the customer's own currency, and can only be listed.
      *---------------------------------------------------------------*

       Forecast-Order SECTION.

           IF ws-fx-ok
               COMPUTE ws-order-home ROUNDED = ws-order-bal * ws-fx-rate
           ELSE
               MOVE ws-order-bal TO ws-order-home
           END-IF
           COMPUTE ws-order-days =
                     FUNCTION INTEGER-OF-DATE(file-ord-date(array-ind))
           COMPUTE ws-age-days = ws-today-days - ws-order-days
           MOVE ws-account-risk TO ws-order-risk
           EVALUATE TRUE
               WHEN ws-order-risk NOT = SPACES
                   CONTINUE
               WHEN NOT ws-fx-ok
                   STRING "NO RATE - " ws-fx-currency
                          DELIMITED BY SIZE
                          INTO ws-order-risk
                   END-STRING
               WHEN ws-age-days > ws-risk-days
                   MOVE "PAST WRITE-OFF AGE" TO ws-order-risk
           END-EVALUATE
           IF ws-order-risk NOT = SPACES
               PERFORM Write-At-Risk-Order
           ELSE
               COMPUTE ws-due-in-days = ws-order-days
                                      + ws-cust-avg-days
                                      - ws-today-days
               EVALUATE TRUE
                   WHEN ws-due-in-days < 7
                       MOVE 1 TO week-ind
                   WHEN OTHER
                       COMPUTE week-ind = (ws-due-in-days / 7) + 1
               END-EVALUATE
               IF week-ind > forecast-weeks
                   ADD ws-order-home TO ws-area-later(ws-area-slot)
               ELSE
                   ADD ws-order-home
                              TO ws-area-week(ws-area-slot, week-ind)
               END-IF
               EVALUATE TRUE
                   WHEN ws-basis-own
                       ADD 1 TO ws-own-count
                   WHEN ws-basis-area
                       ADD 1 TO ws-area-avg-count
                   WHEN OTHER
                       ADD 1 TO ws-standard-count
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
      *    A balance with no rate is left out of the home-currency
      *    at-risk total; its line shows the amount as held.
      *---------------------------------------------------------------*

       Write-At-Risk-Order SECTION.

           MOVE file-c-code              TO risk-code
           MOVE file-c-name              TO risk-name
           MOVE file-c-area              TO risk-area
           MOVE file-ord-no(array-ind)   TO risk-ord-no
           MOVE file-ord-date(array-ind) TO risk-ord-date
           MOVE ws-age-days              TO risk-age
           MOVE ws-order-home            TO risk-balance
           MOVE ws-order-risk            TO risk-reason
           IF ws-fx-ok
               ADD ws-order-home TO ws-area-risk(ws-area-slot)
           END-IF
           WRITE report-line FROM risk-line
           ADD 1 TO ws-risk-count.

      *---------------------------------------------------------------*

       Write-Forecast-Summary SECTION.

           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line
           PERFORM VARYING week-ind FROM 1 BY 1
                              UNTIL week-ind > forecast-weeks
               MOVE week-ind TO fcst-hdg-week-no(week-ind)
               COMPUTE ws-week-start-date = FUNCTION DATE-OF-INTEGER
                         (ws-today-days + ((week-ind - 1) * 7))
               MOVE ws-week-start-date TO fcst-hdg-start-date(week-ind)
           END-PERFORM
           WRITE report-line FROM fcst-hdg-line-1
           WRITE report-line FROM fcst-hdg-line-2
           MOVE SPACES TO report-line
           WRITE report-line
           PERFORM VARYING area-ind FROM 1 BY 1
                              UNTIL area-ind > ws-area-count
               PERFORM Write-Area-Forecast
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES   TO fcst-area
           MOVE "TOTALS" TO fcst-desc
           PERFORM VARYING week-ind FROM 1 BY 1
                              UNTIL week-ind > forecast-weeks
               MOVE ws-grand-week(week-ind) TO fcst-week(week-ind)
           END-PERFORM
           MOVE ws-grand-later TO fcst-later
           MOVE ws-grand-risk  TO fcst-risk
           WRITE report-line FROM fcst-line
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-own-count      TO basis-own
           MOVE ws-area-avg-count TO basis-area
           MOVE ws-standard-count TO basis-standard
           WRITE report-line FROM basis-line.

      *---------------------------------------------------------------*

       Write-Area-Forecast SECTION.

           MOVE ws-area-code(area-ind) TO fcst-area
           MOVE ws-area-desc(area-ind) TO fcst-desc
           PERFORM VARYING week-ind FROM 1 BY 1
                              UNTIL week-ind > forecast-weeks
               MOVE ws-area-week(area-ind, week-ind)
                                          TO fcst-week(week-ind)
               ADD ws-area-week(area-ind, week-ind)
                                          TO ws-grand-week(week-ind)
           END-PERFORM
           MOVE ws-area-later(area-ind) TO fcst-later
           MOVE ws-area-risk(area-ind)  TO fcst-risk
           ADD ws-area-later(area-ind)  TO ws-grand-later
           ADD ws-area-risk(area-ind)   TO ws-grand-risk
           WRITE report-line FROM fcst-line.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           PERFORM Write-Forecast-Summary
           CLOSE customer-file
           IF NOT dtpf-status-not-found
               CLOSE custdtp-file
           END-IF
           IF NOT acctf-status-not-found
               CLOSE custacct-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTCFOR: FORECAST FOR " forecast-weeks
                   " WEEKS FROM " ws-today-date ", " ws-risk-count
                   " ORDER(S) AT RISK - SEE custcfor.lst"
           STOP RUN.
