      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custnsfr.

      *---------------------------------------------------------------*
      *    Returned-payments report for the credit reviewers who set
      *    account status through custaccm.cbl. Walks custnsf.ism,
      *    where custnsf.cbl records every check the bank sent back,
      *    and prints each customer's returned payments together -
      *    order, original payment date and reference, amount, the
      *    date it was reversed, any returned-check fee charged and
      *    the bank's reason - with a count and totals per customer.
      *    A customer with repeat-limit or more checks returned in
      *    the last twelve months is flagged REPEAT, the cue to
      *    consider a hold (H) through custacct.trn. The fee column
      *    is also what collections quote the fee from, the way
      *    custfchg.lst serves for finance charges.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custnsf-file ASSIGN "custnsf.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS nsf-key
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-custnsf-file-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT report-file ASSIGN "custnsfr.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

       78  repeat-limit                     VALUE 2.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-year-ago-date            PIC 9(8).

       77  ws-group-code               PIC X(5).
       77  ws-group-count              PIC 9(5) COMP.
       77  ws-group-recent             PIC 9(5) COMP.
       77  ws-group-amount             PIC 9(9)V99.
       77  ws-group-fees               PIC 9(7)V99.

       77  ws-customer-count           PIC 9(7) COMP VALUE 0.
       77  ws-repeat-count             PIC 9(7) COMP VALUE 0.
       77  ws-return-count             PIC 9(7) COMP VALUE 0.

       77  ws-custnsf-file-status      PIC X(2).
           88  nsff-status-ok                   VALUE "00".
           88  nsff-status-not-found            VALUE "35".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(28)
                           VALUE "RETURNED PAYMENTS REPORT AT ".
           03  hdg-date                PIC 9(8).

       01  hdg-line-2.
           03  FILLER                  PIC X(8)  VALUE "  ORDER".
           03  FILLER                  PIC X(10) VALUE "PAID".
           03  FILLER                  PIC X(17) VALUE "REFERENCE".
           03  FILLER                  PIC X(13) VALUE "      AMOUNT".
           03  FILLER                  PIC X(10) VALUE "RETURNED".
           03  FILLER                  PIC X(10) VALUE "      FEE".
           03  FILLER                  PIC X(20) VALUE "BANK REASON".

       01  cust-line.
           03  cus-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  cus-name                PIC X(15).

       01  det-line.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-pay-date            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-reference           PIC X(15).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-amount              PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-reversed-date       PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-fee                 PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-bank-reason         PIC X(20).

       01  tot-line.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tot-count               PIC ZZZZ9.
           03  FILLER                  PIC X(18)
                           VALUE " RETURNED, TOTAL ".
           03  tot-amount              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(7)  VALUE " FEES ".
           03  tot-fees                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  tot-flag                PIC X(30).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Report-Returned-Payment UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT custnsf-file
           IF nsff-status-not-found
               DISPLAY "CUSTNSFR: NO RETURNED PAYMENTS FILE "
                       "custnsf.ism ON DISK - NOTHING TO REPORT"
               STOP RUN
           END-IF
           OPEN INPUT  customer-file
           OPEN OUTPUT report-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           COMPUTE ws-year-ago-date = ws-today-date - 10000
           MOVE ws-today-date TO hdg-date
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2
           MOVE SPACES TO ws-group-code
           PERFORM Read-Returned-Payment.

      *---------------------------------------------------------------*

       Read-Returned-Payment SECTION.

           READ custnsf-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    custnsf.ism leads with the customer code, so a change of
      *    code closes one customer's group and opens the next.
      *---------------------------------------------------------------*

       Report-Returned-Payment SECTION.

           IF nsf-c-code NOT = ws-group-code
               IF ws-group-code NOT = SPACES
                   PERFORM Print-Customer-Total
               END-IF
               PERFORM Start-Customer-Group
           END-IF
           MOVE SPACES            TO det-line
           MOVE nsf-ord-no        TO det-ord-no
           MOVE nsf-pay-date      TO det-pay-date
           MOVE nsf-reference     TO det-reference
           MOVE nsf-amount        TO det-amount
           MOVE nsf-reversed-date TO det-reversed-date
           MOVE nsf-fee           TO det-fee
           MOVE nsf-bank-reason   TO det-bank-reason
           WRITE report-line FROM det-line
           ADD 1          TO ws-group-count
           ADD 1          TO ws-return-count
           ADD nsf-amount TO ws-group-amount
           ADD nsf-fee    TO ws-group-fees
           IF nsf-reversed-date >= ws-year-ago-date
               ADD 1 TO ws-group-recent
           END-IF
           PERFORM Read-Returned-Payment.

      *---------------------------------------------------------------*

       Start-Customer-Group SECTION.

           MOVE nsf-c-code TO ws-group-code
           MOVE 0 TO ws-group-count
                     ws-group-recent
                     ws-group-amount
                     ws-group-fees
           MOVE nsf-c-code TO file-c-code
           READ customer-file
               INVALID KEY
                   MOVE "**NOT ON FILE**" TO file-c-name
           END-READ
           MOVE SPACES TO report-line
           WRITE report-line
           MOVE SPACES      TO cust-line
           MOVE nsf-c-code  TO cus-code
           MOVE file-c-name TO cus-name
           WRITE report-line FROM cust-line
           ADD 1 TO ws-customer-count.

      *---------------------------------------------------------------*

       Print-Customer-Total SECTION.

           MOVE SPACES          TO tot-flag
           MOVE ws-group-count  TO tot-count
           MOVE ws-group-amount TO tot-amount
           MOVE ws-group-fees   TO tot-fees
           IF ws-group-recent >= repeat-limit
               MOVE "** REPEAT - LAST 12 MONTHS **" TO tot-flag
               ADD 1 TO ws-repeat-count
           END-IF
           WRITE report-line FROM tot-line.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           IF ws-group-code NOT = SPACES
               PERFORM Print-Customer-Total
           END-IF
           CLOSE custnsf-file
           CLOSE customer-file
           CLOSE report-file
           DISPLAY "CUSTNSFR: " ws-return-count " RETURNED PAYMENT(S)"
                   " FOR " ws-customer-count " CUSTOMER(S), "
                   ws-repeat-count " REPEAT - SEE custnsfr.lst"
           STOP RUN.
