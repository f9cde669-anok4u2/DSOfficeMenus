      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custbudr.

      *---------------------------------------------------------------*
      *    Sales budget against actual, by area. For a prompted month
      *    (blank takes the business date's month) it prints, for
      *    every area on custarea.dat and any other area that has a
      *    budget or sales, two lines:
      *      - the month's budget from custbud.ism (custbudm.cbl),
      *        the month's actual order value, the variance and the
      *        percentage of budget achieved;
      *      - the same for the year to date, the calendar year from
      *        January to the month reported.
      *    Actual is the value of every order dated in the period -
      *    on the cust.ism order table or already rolled off to
      *    custhist.ism - at its order value, the way custsale.cbl
      *    totals an area, converted to home currency at the
      *    custfx.cbl rate in force on the order date; budgets are
      *    set in home currency. An order with no rate on its date
      *    counts at its own-currency value and the run says how
      *    many did. An archived order whose customer has since been
      *    deleted has no area left to count against and is counted
      *    and left out.
      *
      *    A line whose achievement falls more than the prompted
      *    percentage short of budget (blank takes ten) is flagged
      *    BEHIND, so the sales manager need only read the flags.
      *    A period with no budget shows NO BUDGET and is never
      *    flagged.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custhist-file ASSIGN "custhist.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS hist-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custhist-file-status.

           SELECT custbud-file ASSIGN "custbud.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS bud-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custbud-file-status.

           SELECT area-file ASSIGN "custarea.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-area-file-status.

           SELECT report-file ASSIGN "custbudr.lst"
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

       FD  custhist-file.
       01  custhist-record.
           03  hist-key.
               05  hist-c-code         PIC X(5).
               05  hist-ord-no         PIC 9(6).
           03  hist-ord-date           PIC 9(8).
           03  hist-ord-val            PIC 9(7)V99 COMP.
           03  hist-pay-val            PIC 9(7)V99 COMP.
           03  hist-archived-date      PIC 9(8).

       FD  custbud-file.
       01  custbud-record.
           03  bud-key.
               05  bud-area            PIC X(1).
               05  bud-month           PIC 9(6).
           03  bud-amount              PIC 9(9)V99.
           03  bud-changed-date        PIC 9(8).
           03  bud-changed-by          PIC X(20).

       FD  area-file.
       01  area-record.
           03  area-rec-code           PIC X(1).
           03  area-rec-desc           PIC X(20).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

      *---------------------------------------------------------------*
      *    Same area table sizes and overflow handling as
      *    custsale.cbl.
      *---------------------------------------------------------------*
       78  max-area-codes                   VALUE 50.
       78  max-area-entries                 VALUE 260.
       78  default-behind-pct               VALUE 10.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-hist-eof-sw              PIC X(1) VALUE "N".
           88  ws-hist-eof                      VALUE "Y".

       77  ws-bud-eof-sw               PIC X(1) VALUE "N".
           88  ws-bud-eof                       VALUE "Y".

       77  ws-area-eof-sw              PIC X(1) VALUE "N".
           88  ws-area-eof                      VALUE "Y".

       77  ws-month-behind-sw          PIC X(1).
           88  ws-month-behind                  VALUE "Y".

       77  ws-ytd-behind-sw            PIC X(1).
           88  ws-ytd-behind                    VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  area-ind                    PIC 9(4) COMP.
       77  ws-area-slot                PIC 9(4) COMP.
       77  ws-area-count               PIC 9(3) COMP VALUE 0.
       77  ws-find-area                PIC X(1).

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-month-answer             PIC X(6).
       77  ws-pct-answer               PIC X(2).
       77  ws-behind-pct               PIC 9(2).

       01  ws-report-month             PIC 9(6).
       01  ws-report-month-parts REDEFINES ws-report-month.
           03  ws-report-ccyy          PIC 9(4).
           03  ws-report-mm            PIC 9(2).

       77  ws-ytd-from-month           PIC 9(6).
       77  ws-ytd-from-date            PIC 9(8).
       77  ws-month-from-date          PIC 9(8).
       77  ws-month-to-date            PIC 9(8).

       77  ws-ord-c-code               PIC X(5).
       77  ws-ord-date                 PIC 9(8).
       77  ws-ord-val                  PIC 9(7)V99.
       77  ws-ord-home-val             PIC 9(11)V99.

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       77  ws-line-budget              PIC 9(13)V99.
       77  ws-line-actual              PIC 9(13)V99.
       77  ws-line-variance            PIC S9(13)V99.
       77  ws-line-pct                 PIC 9(6)V9.
       77  ws-line-behind-sw           PIC X(1).
           88  ws-line-behind                   VALUE "Y".

       77  ws-orders-counted           PIC 9(7) COMP VALUE 0.
       77  ws-orders-no-rate           PIC 9(7) COMP VALUE 0.
       77  ws-orders-no-customer       PIC 9(7) COMP VALUE 0.
       77  ws-areas-behind             PIC 9(3) COMP VALUE 0.

       77  ws-grand-mth-budget         PIC 9(13)V99 VALUE 0.
       77  ws-grand-mth-actual         PIC 9(13)V99 VALUE 0.
       77  ws-grand-ytd-budget         PIC 9(13)V99 VALUE 0.
       77  ws-grand-ytd-actual         PIC 9(13)V99 VALUE 0.

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custhist-file-status     PIC X(2).
           88  histf-status-ok                  VALUE "00".
           88  histf-status-not-found           VALUE "35".

       77  ws-custbud-file-status      PIC X(2).
           88  budf-status-ok                   VALUE "00".
           88  budf-status-not-found            VALUE "35".

       77  ws-area-file-status         PIC X(2).
           88  area-status-ok                   VALUE "00".
           88  area-status-not-found            VALUE "35".

       01  ws-area-table.
           05  ws-area-entry OCCURS max-area-entries.
               07  ws-area-code        PIC X(1).
               07  ws-area-desc        PIC X(20).
               07  ws-area-mth-budget  PIC 9(11)V99.
               07  ws-area-mth-actual  PIC 9(11)V99.
               07  ws-area-ytd-budget  PIC 9(11)V99.
               07  ws-area-ytd-actual  PIC 9(11)V99.

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(32)
                           VALUE "SALES BUDGET AGAINST ACTUAL FOR ".
           03  hdg-ccyy                PIC 9(4).
           03  FILLER                  PIC X(1)  VALUE "/".
           03  hdg-mm                  PIC 9(2).
           03  FILLER                  PIC X(17)
                           VALUE "  - HOME CURRENCY".

       01  hdg-line-2.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(29)
                           VALUE "FLAGGED BEHIND WHEN MORE THAN".
           03  hdg-pct                 PIC ZZ9.
           03  FILLER                  PIC X(18)
                           VALUE "% SHORT OF BUDGET".

       01  hdg-line-3.
           03  FILLER                  PIC X(26)
                           VALUE "AREA DESCRIPTION".
           03  FILLER                  PIC X(8)  VALUE "PERIOD".
           03  FILLER                  PIC X(17)
                           VALUE "           BUDGET".
           03  FILLER                  PIC X(19)
                           VALUE "             ACTUAL".
           03  FILLER                  PIC X(19)
                           VALUE "           VARIANCE".
           03  FILLER                  PIC X(11)
                           VALUE "   ACHIEVED".

       01  det-line.
           03  det-area                PIC X(1).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  det-desc                PIC X(20).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-period              PIC X(8).
           03  det-budget              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-actual              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-variance            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-achieved.
               05  det-pct             PIC ZZZZZ9.9.
               05  det-pct-sign        PIC X(1).
           03  det-achieved-x REDEFINES det-achieved
                                       PIC X(9).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-flag                PIC X(20).

       01  det-period-label.
           03  dpl-ccyy                PIC 9(4).
           03  FILLER                  PIC X(1)  VALUE "/".
           03  dpl-mm                  PIC 9(2).
           03  FILLER                  PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Summarize-Customer UNTIL ws-eof
           PERFORM Summarize-History UNTIL ws-hist-eof
           PERFORM Summarize-Budget UNTIL ws-bud-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           DISPLAY "REPORT MONTH CCYYMM (BLANK FOR THIS MONTH): "
                                         WITH NO ADVANCING
           ACCEPT ws-month-answer
           DISPLAY "FLAG AREAS MORE THAN HOW MANY PERCENT BEHIND, "
                   "2 DIGITS ZERO FILLED (BLANK FOR 10): "
                                         WITH NO ADVANCING
           ACCEPT ws-pct-answer
           PERFORM Resolve-Prompt-Answers
           PERFORM Load-Area-Table
           OPEN INPUT customer-file
           OPEN INPUT custhist-file
           IF histf-status-not-found
               SET ws-hist-eof TO TRUE
           END-IF
           OPEN INPUT custbud-file
           IF budf-status-not-found
               SET ws-bud-eof TO TRUE
           END-IF
           OPEN OUTPUT report-file
           PERFORM Read-Customer-Record
           IF NOT ws-hist-eof
               PERFORM Read-History-Record
           END-IF
           IF NOT ws-bud-eof
               PERFORM Read-Budget-Record
           END-IF.

      *---------------------------------------------------------------*
      *    A bad month stops the run before any file is opened.
      *---------------------------------------------------------------*

       Resolve-Prompt-Answers SECTION.

           IF ws-month-answer = SPACES
               COMPUTE ws-report-month = ws-today-date / 100
           ELSE
               IF ws-month-answer NOT NUMERIC
                   DISPLAY "CUSTBUDR: REPORT MONTH NOT NUMERIC - "
                           "NOTHING REPORTED"
                   STOP RUN
               END-IF
               MOVE ws-month-answer TO ws-report-month
           END-IF
           IF ws-report-mm < 1 OR ws-report-mm > 12
               DISPLAY "CUSTBUDR: REPORT MONTH MUST BE CCYYMM, MM "
                       "01-12 - NOTHING REPORTED"
               STOP RUN
           END-IF
           COMPUTE ws-ytd-from-month = ws-report-ccyy * 100 + 1
           COMPUTE ws-ytd-from-date  = ws-ytd-from-month * 100 + 1
           COMPUTE ws-month-from-date = ws-report-month * 100 + 1
           COMPUTE ws-month-to-date   = ws-report-month * 100 + 31
           MOVE default-behind-pct TO ws-behind-pct
           IF ws-pct-answer NOT = SPACES
               INSPECT ws-pct-answer REPLACING ALL " " BY "0"
               IF ws-pct-answer NUMERIC
                   MOVE ws-pct-answer TO ws-behind-pct
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    Every area on custarea.dat is reported, even with nothing
      *    budgeted or sold - a blank line for an area is itself
      *    worth seeing.
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
           MOVE 0 TO ws-area-mth-budget(ws-area-count)
                     ws-area-mth-actual(ws-area-count)
                     ws-area-ytd-budget(ws-area-count)
                     ws-area-ytd-actual(ws-area-count)
           PERFORM Read-Area-Record.

      *---------------------------------------------------------------*

       Read-Customer-Record SECTION.

           READ customer-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Summarize-Customer SECTION.

           MOVE file-c-area TO ws-find-area
           PERFORM Find-Area-Slot
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) NOT = ZERO
                   MOVE file-c-code             TO ws-ord-c-code
                   MOVE file-ord-date(array-ind) TO ws-ord-date
                   MOVE file-ord-val(array-ind)  TO ws-ord-val
                   PERFORM Add-Order-To-Area
               END-IF
           END-PERFORM
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*

       Read-History-Record SECTION.

           READ custhist-file NEXT RECORD
               AT END
                   SET ws-hist-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    An archived order takes its area from the customer as it
      *    stands on cust.ism now.
      *---------------------------------------------------------------*

       Summarize-History SECTION.

           IF hist-ord-date >= ws-ytd-from-date
              AND hist-ord-date <= ws-month-to-date
               MOVE hist-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       ADD 1 TO ws-orders-no-customer
                   NOT INVALID KEY
                       MOVE file-c-area TO ws-find-area
                       PERFORM Find-Area-Slot
                       MOVE hist-c-code   TO ws-ord-c-code
                       MOVE hist-ord-date TO ws-ord-date
                       MOVE hist-ord-val  TO ws-ord-val
                       PERFORM Add-Order-To-Area
               END-READ
           END-IF
           PERFORM Read-History-Record.

      *---------------------------------------------------------------*
      *    Adds one order into the area slot already found, if it
      *    falls in the year to date, and into the month as well if
      *    it falls in the month.
      *---------------------------------------------------------------*

       Add-Order-To-Area SECTION.

           IF ws-ord-date >= ws-ytd-from-date
              AND ws-ord-date <= ws-month-to-date
               MOVE ws-ord-date TO ws-fx-date
               CALL currency-resolver USING ws-ord-c-code
                                            ws-fx-date
                                            ws-fx-currency
                                            ws-fx-rate
                                            ws-fx-ok-flg
               END-CALL
               IF NOT ws-fx-ok
                   MOVE 1 TO ws-fx-rate
                   ADD 1 TO ws-orders-no-rate
               END-IF
               COMPUTE ws-ord-home-val ROUNDED =
                       ws-ord-val * ws-fx-rate
               ADD ws-ord-home-val TO ws-area-ytd-actual(ws-area-slot)
               IF ws-ord-date >= ws-month-from-date
                   ADD ws-ord-home-val
                               TO ws-area-mth-actual(ws-area-slot)
               END-IF
               ADD 1 TO ws-orders-counted
           END-IF.

      *---------------------------------------------------------------*

       Read-Budget-Record SECTION.

           READ custbud-file NEXT RECORD
               AT END
                   SET ws-bud-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    The year-to-date budget is the sum of the area's monthly
      *    budgets from January to the month reported.
      *---------------------------------------------------------------*

       Summarize-Budget SECTION.

           IF bud-month >= ws-ytd-from-month
              AND bud-month <= ws-report-month
               MOVE bud-area TO ws-find-area
               PERFORM Find-Area-Slot
               ADD bud-amount TO ws-area-ytd-budget(ws-area-slot)
               IF bud-month = ws-report-month
                   ADD bud-amount TO ws-area-mth-budget(ws-area-slot)
               END-IF
           END-IF
           PERFORM Read-Budget-Record.

      *---------------------------------------------------------------*
      *    Finds (or adds) the slot for ws-find-area, the way
      *    custsale.cbl does: an area not on custarea.dat gets its
      *    own flagged slot, and past the end of the table the last
      *    slot becomes a flagged catch-all.
      *---------------------------------------------------------------*

       Find-Area-Slot SECTION.

           MOVE 0 TO ws-area-slot
           PERFORM VARYING area-ind FROM 1 BY 1
                              UNTIL area-ind > ws-area-count
               IF ws-area-code(area-ind) = ws-find-area
                                        AND ws-area-slot = 0
                   MOVE area-ind TO ws-area-slot
               END-IF
           END-PERFORM
           IF ws-area-slot = 0
               IF ws-area-count < max-area-entries
                   ADD 1 TO ws-area-count
                   MOVE ws-area-count TO ws-area-slot
                   MOVE ws-find-area TO ws-area-code(ws-area-slot)
                   MOVE "** NOT ON AREA FILE"
                                     TO ws-area-desc(ws-area-slot)
                   MOVE 0 TO ws-area-mth-budget(ws-area-slot)
                             ws-area-mth-actual(ws-area-slot)
                             ws-area-ytd-budget(ws-area-slot)
                             ws-area-ytd-actual(ws-area-slot)
               ELSE
                   MOVE ws-area-count TO ws-area-slot
                   MOVE "** AREA OVERFLOW **"
                                     TO ws-area-desc(ws-area-slot)
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Write-Area-Report SECTION.

           PERFORM VARYING area-ind FROM 1 BY 1
                              UNTIL area-ind > ws-area-count
               MOVE ws-area-code(area-ind) TO det-area
               MOVE ws-area-desc(area-ind) TO det-desc
               MOVE ws-report-ccyy TO dpl-ccyy
               MOVE ws-report-mm   TO dpl-mm
               MOVE det-period-label TO det-period
               MOVE ws-area-mth-budget(area-ind) TO ws-line-budget
               MOVE ws-area-mth-actual(area-ind) TO ws-line-actual
               PERFORM Write-Budget-Line
               MOVE ws-line-behind-sw TO ws-month-behind-sw
               MOVE SPACES TO det-area det-desc
               MOVE "YTD"  TO det-period
               MOVE ws-area-ytd-budget(area-ind) TO ws-line-budget
               MOVE ws-area-ytd-actual(area-ind) TO ws-line-actual
               PERFORM Write-Budget-Line
               MOVE ws-line-behind-sw TO ws-ytd-behind-sw
               IF ws-month-behind OR ws-ytd-behind
                   ADD 1 TO ws-areas-behind
               END-IF
               ADD ws-area-mth-budget(area-ind) TO ws-grand-mth-budget
               ADD ws-area-mth-actual(area-ind) TO ws-grand-mth-actual
               ADD ws-area-ytd-budget(area-ind) TO ws-grand-ytd-budget
               ADD ws-area-ytd-actual(area-ind) TO ws-grand-ytd-actual
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES   TO det-area
           MOVE "TOTALS" TO det-desc
           MOVE det-period-label TO det-period
           MOVE ws-grand-mth-budget TO ws-line-budget
           MOVE ws-grand-mth-actual TO ws-line-actual
           PERFORM Write-Budget-Line
           MOVE SPACES TO det-desc
           MOVE "YTD"  TO det-period
           MOVE ws-grand-ytd-budget TO ws-line-budget
           MOVE ws-grand-ytd-actual TO ws-line-actual
           PERFORM Write-Budget-Line.

      *---------------------------------------------------------------*
      *    Prints one budget line from ws-line-budget and
      *    ws-line-actual; the area, description and period are
      *    already in det-line. Behind means actual is under budget
      *    by more than the flag percentage.
      *---------------------------------------------------------------*

       Write-Budget-Line SECTION.

           MOVE "N" TO ws-line-behind-sw
           COMPUTE ws-line-variance = ws-line-actual - ws-line-budget
           MOVE ws-line-budget   TO det-budget
           MOVE ws-line-actual   TO det-actual
           MOVE ws-line-variance TO det-variance
           MOVE SPACES TO det-flag
           IF ws-line-budget = 0
               MOVE "NO BUDGET" TO det-achieved-x
           ELSE
               COMPUTE ws-line-pct ROUNDED =
                       ws-line-actual * 100 / ws-line-budget
                   ON SIZE ERROR
                       MOVE 999999.9 TO ws-line-pct
               END-COMPUTE
               MOVE ws-line-pct TO det-pct
               MOVE "%"         TO det-pct-sign
               IF ws-line-actual * 100 <
                          ws-line-budget * (100 - ws-behind-pct)
                   SET ws-line-behind TO TRUE
                   MOVE "** BEHIND" TO det-flag
               END-IF
           END-IF
           WRITE report-line FROM det-line.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE ws-report-ccyy TO hdg-ccyy
           MOVE ws-report-mm   TO hdg-mm
           MOVE ws-behind-pct  TO hdg-pct
           WRITE report-line FROM hdg-line-1
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-3
           PERFORM Write-Area-Report
           CLOSE customer-file
           IF NOT histf-status-not-found
               CLOSE custhist-file
           END-IF
           IF NOT budf-status-not-found
               CLOSE custbud-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTBUDR: " ws-orders-counted " ORDER(S), "
                   ws-areas-behind " AREA(S) BEHIND BUDGET - SEE "
                   "custbudr.lst"
           IF budf-status-not-found
               DISPLAY "CUSTBUDR: NO BUDGET FILE custbud.ism ON DISK "
                       "- SET BUDGETS UP THROUGH custbudm"
           END-IF
           IF ws-orders-no-customer > 0
               DISPLAY "CUSTBUDR: " ws-orders-no-customer " ARCHIVED "
                       "ORDER(S) LEFT OUT - CUSTOMER NOT ON cust.ism"
           END-IF
           IF ws-orders-no-rate > 0
               DISPLAY "CUSTBUDR: " ws-orders-no-rate " ORDER(S) "
                       "VALUED WITHOUT AN EXCHANGE RATE"
           END-IF
           STOP RUN.
