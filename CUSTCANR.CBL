      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcanr.

      *---------------------------------------------------------------*
      *    Monthly cancellations-by-reason report, so sales can see
      *    why orders are being lost. Prompts for the month, CCYYMM,
      *    the same way custtaxr.cbl does, reads every cancellation
      *    custcanc.cbl recorded on custcanc.ism in that month and
      *    totals them by reason code: whole orders cancelled, single
      *    lines cancelled off orders that went ahead, the number of
      *    order lines lost either way, and the goods, tax and total
      *    value, with each reason's share of the month's lost value.
      *    The report goes to custcanr.lst.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custcanc-file ASSIGN "custcanc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS canc-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custcanc-file-status.

           SELECT report-file ASSIGN "custcanr.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  custcanc-file.
       01  custcanc-record.
           03  canc-key.
               05  canc-c-code         PIC X(5).
               05  canc-ord-no         PIC 9(6).
               05  canc-line-no        PIC 9(3).
           03  canc-type               PIC X(1).
               88  canc-whole-order            VALUE "O".
               88  canc-single-line            VALUE "L".
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

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-period-answer            PIC X(6).
       77  ws-period                   PIC 9(6).

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

      *---------------------------------------------------------------*
      *    One entry per reason code met in the month.
      *---------------------------------------------------------------*
       78  max-reasons                      VALUE 20.
       77  reason-ind                  PIC 9(4) COMP.
       77  array-ind                   PIC 9(4) COMP.
       77  ws-reason-count             PIC 9(4) COMP VALUE 0.
       01  ws-reason-summary.
           03  ws-reason-entry OCCURS max-reasons.
               05  ws-sum-reason           PIC X(2).
               05  ws-sum-orders           PIC 9(7).
               05  ws-sum-part-orders      PIC 9(7).
               05  ws-sum-lines            PIC 9(7).
               05  ws-sum-net              PIC 9(9)V99.
               05  ws-sum-tax              PIC 9(9)V99.

       77  ws-last-part-c-code         PIC X(5)  VALUE SPACES.
       77  ws-last-part-ord-no         PIC 9(6)  VALUE 0.
       77  ws-last-part-reason         PIC X(2)  VALUE SPACES.

       77  ws-reason-value             PIC 9(10)V99.
       77  ws-total-orders             PIC 9(7) VALUE 0.
       77  ws-total-part-orders        PIC 9(7) VALUE 0.
       77  ws-total-lines              PIC 9(7) VALUE 0.
       77  ws-total-net                PIC 9(10)V99 VALUE 0.
       77  ws-total-tax                PIC 9(10)V99 VALUE 0.
       77  ws-total-value              PIC 9(10)V99 VALUE 0.

       77  ws-custcanc-file-status     PIC X(2).
           88  cancf-status-ok                  VALUE "00".
           88  cancf-status-not-found           VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(35)
                           VALUE "CANCELLATIONS BY REASON FOR MONTH ".
           03  hdg-period              PIC 9(6).

       01  hdg-line-2.
           03  FILLER                  PIC X(5)  VALUE "CODE".
           03  FILLER                  PIC X(24) VALUE "REASON".
           03  FILLER                  PIC X(8)  VALUE "  ORDERS".
           03  FILLER                  PIC X(8)  VALUE "   PART".
           03  FILLER                  PIC X(8)  VALUE "   LINES".
           03  FILLER                  PIC X(15) VALUE "      GOODS".
           03  FILLER                  PIC X(15) VALUE "        TAX".
           03  FILLER                  PIC X(15) VALUE "      VALUE".
           03  FILLER                  PIC X(8)  VALUE "   SHARE".

       01  det-line.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-reason              PIC X(2).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-reason-desc         PIC X(22).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-orders              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-part-orders         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-lines               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-net                 PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-tax                 PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-value               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-share               PIC ZZ9.9.
           03  FILLER                  PIC X(1)  VALUE "%".

       01  tot-line.
           03  FILLER                  PIC X(5)  VALUE SPACES.
           03  FILLER                  PIC X(23) VALUE "TOTAL".
           03  tot-orders              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-part-orders         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-lines               PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-net                 PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-tax                 PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  tot-value               PIC ZZZ,ZZZ,ZZ9.99.

       01  note-line.
           03  FILLER                  PIC X(33)
                           VALUE "ORDERS = WHOLE ORDERS CANCELLED, ".
           03  FILLER                  PIC X(48)
                  VALUE "PART = ORDERS THAT LOST LINES BUT WENT AHEAD".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Total-Cancellations
           PERFORM Print-Report
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           DISPLAY "CANCELLATION MONTH, CCYYMM: " WITH NO ADVANCING
           ACCEPT ws-period-answer
           INSPECT ws-period-answer REPLACING ALL " " BY "0"
           IF ws-period-answer NOT NUMERIC
               DISPLAY "CUSTCANR: MONTH MUST BE CCYYMM - NO REPORT"
               STOP RUN
           END-IF
           MOVE ws-period-answer TO ws-period
           INITIALIZE ws-reason-summary
           OPEN INPUT custcanc-file
           OPEN OUTPUT report-file
           MOVE ws-period TO hdg-period
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO report-line
           WRITE report-line.

      *---------------------------------------------------------------*
      *    custcanc.ism is keyed by order, not by date, so it is read
      *    end to end. No file on disk means nothing has ever been
      *    cancelled.
      *---------------------------------------------------------------*

       Total-Cancellations SECTION.

           IF cancf-status-not-found
               SET ws-eof TO TRUE
           ELSE
               PERFORM Read-Cancellation
           END-IF
           PERFORM Add-Cancellation UNTIL ws-eof.

      *---------------------------------------------------------------*

       Read-Cancellation SECTION.

           READ custcanc-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    A single line cancelled off an order counts the order as
      *    part-cancelled once only for a reason, however many of
      *    its lines went that month for that reason - the line
      *    records for one order read together, and the first of
      *    them is the one counted.
      *---------------------------------------------------------------*

       Add-Cancellation SECTION.

           IF canc-month = ws-period
               PERFORM Find-Reason-Entry
               IF reason-ind NOT = 0
                   IF canc-whole-order
                       ADD 1 TO ws-sum-orders(reason-ind)
                   ELSE
                       IF canc-c-code NOT = ws-last-part-c-code
                          OR canc-ord-no NOT = ws-last-part-ord-no
                          OR canc-reason NOT = ws-last-part-reason
                           ADD 1 TO ws-sum-part-orders(reason-ind)
                       END-IF
                       MOVE canc-c-code TO ws-last-part-c-code
                       MOVE canc-ord-no TO ws-last-part-ord-no
                       MOVE canc-reason TO ws-last-part-reason
                   END-IF
                   ADD canc-line-count TO ws-sum-lines(reason-ind)
                   ADD canc-net-amount TO ws-sum-net(reason-ind)
                   ADD canc-tax-amount TO ws-sum-tax(reason-ind)
               END-IF
           END-IF
           PERFORM Read-Cancellation.

      *---------------------------------------------------------------*

       Find-Reason-Entry SECTION.

           MOVE 0 TO reason-ind
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > ws-reason-count
               IF ws-sum-reason(array-ind) = canc-reason
                   MOVE array-ind TO reason-ind
               END-IF
           END-PERFORM
           IF reason-ind = 0 AND ws-reason-count < max-reasons
               ADD 1 TO ws-reason-count
               MOVE ws-reason-count TO reason-ind
               MOVE canc-reason TO ws-sum-reason(reason-ind)
           END-IF.

      *---------------------------------------------------------------*
      *    The grand total is needed before any reason's share can be
      *    worked out, so it is added up first.
      *---------------------------------------------------------------*

       Print-Report SECTION.

           PERFORM VARYING reason-ind FROM 1 BY 1
                              UNTIL reason-ind > ws-reason-count
               ADD ws-sum-orders(reason-ind)      TO ws-total-orders
               ADD ws-sum-part-orders(reason-ind)
                                             TO ws-total-part-orders
               ADD ws-sum-lines(reason-ind)       TO ws-total-lines
               ADD ws-sum-net(reason-ind)         TO ws-total-net
               ADD ws-sum-tax(reason-ind)         TO ws-total-tax
           END-PERFORM
           COMPUTE ws-total-value = ws-total-net + ws-total-tax
           PERFORM VARYING reason-ind FROM 1 BY 1
                              UNTIL reason-ind > ws-reason-count
               PERFORM Print-Reason-Line
           END-PERFORM
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE ws-total-orders      TO tot-orders
           MOVE ws-total-part-orders TO tot-part-orders
           MOVE ws-total-lines       TO tot-lines
           MOVE ws-total-net         TO tot-net
           MOVE ws-total-tax         TO tot-tax
           MOVE ws-total-value       TO tot-value
           WRITE report-line FROM tot-line
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM note-line.

      *---------------------------------------------------------------*

       Print-Reason-Line SECTION.

           MOVE ws-sum-reason(reason-ind) TO det-reason
           EVALUATE ws-sum-reason(reason-ind)
               WHEN "CM"
                   MOVE "CUSTOMER CHANGED MIND" TO det-reason-desc
               WHEN "PR"
                   MOVE "PRICE"                 TO det-reason-desc
               WHEN "DL"
                   MOVE "DELIVERY TOO LATE"     TO det-reason-desc
               WHEN "OS"
                   MOVE "OUT OF STOCK"          TO det-reason-desc
               WHEN "DU"
                   MOVE "DUPLICATE ORDER"       TO det-reason-desc
               WHEN "CR"
                   MOVE "CREDIT REFUSED"        TO det-reason-desc
               WHEN "OT"
                   MOVE "OTHER"                 TO det-reason-desc
               WHEN OTHER
                   MOVE "**UNKNOWN CODE**"      TO det-reason-desc
           END-EVALUATE
           MOVE ws-sum-orders(reason-ind)      TO det-orders
           MOVE ws-sum-part-orders(reason-ind) TO det-part-orders
           MOVE ws-sum-lines(reason-ind)       TO det-lines
           MOVE ws-sum-net(reason-ind)         TO det-net
           MOVE ws-sum-tax(reason-ind)         TO det-tax
           COMPUTE ws-reason-value = ws-sum-net(reason-ind)
                                   + ws-sum-tax(reason-ind)
           MOVE ws-reason-value TO det-value
           IF ws-total-value > 0
               COMPUTE det-share ROUNDED =
                       ws-reason-value * 100 / ws-total-value
           ELSE
               MOVE 0 TO det-share
           END-IF
           WRITE report-line FROM det-line.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           IF NOT cancf-status-not-found
               CLOSE custcanc-file
           END-IF
           CLOSE report-file
           DISPLAY "CUSTCANR: " ws-total-orders " ORDER(S), "
                   ws-total-part-orders " PART ORDER(S) CANCELLED IN "
                   ws-period " - SEE custcanr.lst"
           STOP RUN.
