      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custnsf.

      *---------------------------------------------------------------*
      *    Returned-check (NSF) reversal. Once custrcpt.cbl has
      *    applied a check there was nothing to undo it when the bank
      *    sent it back - someone edited the order table by hand and
      *    custchk.cbl complained ever after. This job reads a
      *    sequential file of reversals, each naming the original
      *    payment by its custpay.ism key (customer, order, payment
      *    date and time), and for each one:
      *      - flags the custpay.ism record reversed with today's
      *        date rather than deleting it, the way custfrev.cbl
      *        treats a finance charge, so the receipt and its
      *        reversal both stay on the trail;
      *      - backs the amount out of the order's file-pay-val (or,
      *        for an order-zero receipt, out of the customer's
      *        custoacc.ism on-account balance) and stamps the
      *        customer changed so custglx.cbl re-extracts it;
      *      - records the returned payment on custnsf.ism, keyed
      *        like the payment itself, with the bank's reason and
      *        any returned-check fee charged. The fee is a memo
      *        charge of its own, like custfchg.cbl's finance
      *        charges - it is NOT added into the order table;
      *        collections quote it off custnsfr.lst.
      *    custglxc.cbl sends each reversal to GL as a negative cash
      *    line. A customer with records on custnsf.ism is flagged
      *    for credit: custnsfr.cbl prints the returned-payments
      *    report custaccm.cbl reviewers work from. Bad reversals go
      *    to custnsf.lst, the same way custrcpt.cbl reports a bad
      *    receipt.
      *
      *    A reversal posts as of the business date (custbdat.cbl); if
      *    that falls in a closed accounting period (custprdc.cbl)
      *    the reversal goes to custnsf.lst instead.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custnsf.dat"
           ORGANIZATION IS SEQUENTIAL.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custpay-file ASSIGN "custpay.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS pay-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custpay-file-status.

           SELECT custoacc-file ASSIGN "custoacc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS oacc-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custoacc-file-status.

           SELECT custnsf-file ASSIGN "custnsf.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS nsf-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custnsf-file-status.

           SELECT exception-file ASSIGN "custnsf.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-c-code               PIC X(5).
           03  in-ord-no               PIC 9(6).
           03  in-pay-date             PIC 9(8).
           03  in-pay-time             PIC 9(8).
           03  in-fee                  PIC 9(5)V99.
           03  in-bank-reason          PIC X(20).

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

       FD  custpay-file.
       01  custpay-record.
           03  pay-key.
               05  pay-c-code          PIC X(5).
               05  pay-ord-no          PIC 9(6).
               05  pay-date            PIC 9(8).
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
               88  pay-reversed                VALUE 1.
           03  pay-reversed-date       PIC 9(8).

       FD  custoacc-file.
       01  custoacc-record.
           03  oacc-c-code             PIC X(5).
           03  oacc-balance            PIC 9(9)V99 COMP.

      *---------------------------------------------------------------*
      *    One record per returned payment, keyed exactly as the
      *    custpay.ism record it reverses, so all of a customer's
      *    returned checks read together in date order.
      *---------------------------------------------------------------*
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

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       78  alloc-reference                  VALUE "ON-ACCT ALLOC".

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ws-order-slot               PIC 9(2) COMP.
       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-fee-count                PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-date                 PIC 9(8).
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custpay-file-status      PIC X(2).
           88  payf-status-ok                   VALUE "00".
           88  payf-status-not-found            VALUE "35".

       77  ws-custoacc-file-status     PIC X(2).
           88  oaccf-status-ok                  VALUE "00".
           88  oaccf-status-not-found           VALUE "35".

       77  ws-custnsf-file-status      PIC X(2).
           88  nsff-status-ok                   VALUE "00".
           88  nsff-status-not-found            VALUE "35".

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-pay-date            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-pay-time            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
      *    cust.ism is updated, so the batch window is marked in
      *    custsys.ism first, the same as custrcpt.cbl.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN I-O custpay-file
           IF payf-status-not-found
               DISPLAY "CUSTNSF: NO PAYMENTS FILE custpay.ism ON "
                       "DISK - NOTHING TO REVERSE"
               STOP RUN
           END-IF
           MOVE "B" TO ws-sys-request
           MOVE "CUSTNSF" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           OPEN INPUT  input-file
           OPEN I-O    customer-file
           PERFORM Open-Custoacc-File
           PERFORM Open-Custnsf-File
           OPEN OUTPUT exception-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custnsf.ism is created by this program rather than shipped
      *    with it - the same not-found-creates-the-file guard
      *    customer.cbl's Program-Initialize uses for custctr.ism;
      *    custoacc.ism gets the same guard custrcpt.cbl gives it.
      *---------------------------------------------------------------*

       Open-Custoacc-File SECTION.

           OPEN I-O custoacc-file
           IF oaccf-status-not-found
               OPEN OUTPUT custoacc-file
               CLOSE custoacc-file
               OPEN I-O custoacc-file
           END-IF.

      *---------------------------------------------------------------*

       Open-Custnsf-File SECTION.

           OPEN I-O custnsf-file
           IF nsff-status-not-found
               OPEN OUTPUT custnsf-file
               CLOSE custnsf-file
               OPEN I-O custnsf-file
           END-IF.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Apply-Input-Record SECTION.

           MOVE SPACES TO ws-reject-reason
           MOVE 0      TO ws-order-slot
           IF in-fee NOT NUMERIC
               MOVE "FEE NOT NUMERIC" TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Find-Original-Payment
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               MOVE ws-today-date TO ws-prd-date
               PERFORM Check-Posting-Period
           END-IF
           IF ws-reject-reason = SPACES
               IF pay-ord-no = ZERO
                   PERFORM Check-On-Account-Covers
               ELSE
                   PERFORM Check-Order-Covers
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Reverse-Payment
           END-IF
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    Only a real receipt can bounce. A custaloc.cbl application
      *    (ON-ACCT ALLOC) is our own movement of cash already
      *    received - the order-zero receipt it came from is the one
      *    to reverse.
      *---------------------------------------------------------------*

       Find-Original-Payment SECTION.

           MOVE in-c-code   TO pay-c-code
           MOVE in-ord-no   TO pay-ord-no
           MOVE in-pay-date TO pay-date
           MOVE in-pay-time TO pay-time
           READ custpay-file
               INVALID KEY
                   MOVE "PAYMENT NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               EVALUATE TRUE
                   WHEN pay-reversed
                       MOVE "PAYMENT ALREADY REVERSED"
                                             TO ws-reject-reason
                   WHEN pay-reference = alloc-reference
                       MOVE "ALLOCATION - REVERSE THE RECEIPT INSTEAD"
                                             TO ws-reject-reason
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*

       Check-Order-Covers SECTION.

           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) = pay-ord-no
                                        AND ws-order-slot = 0
                   MOVE array-ind TO ws-order-slot
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-order-slot = 0
                   MOVE "ORDER NO LONGER ON CUSTOMER RECORD"
                                             TO ws-reject-reason
               WHEN file-pay-val(ws-order-slot) < pay-amount
                   MOVE "ORDER PAID TO DATE LESS THAN PAYMENT"
                                             TO ws-reject-reason
           END-EVALUATE.

      *---------------------------------------------------------------*
      *    Cash still sitting on account can be taken straight back;
      *    once custaloc.cbl has spread it over orders the reversal
      *    has to be worked by hand against those orders.
      *---------------------------------------------------------------*

       Check-On-Account-Covers SECTION.

           MOVE in-c-code TO oacc-c-code
           READ custoacc-file
               INVALID KEY
                   MOVE 0 TO oacc-balance
           END-READ
           IF oacc-balance < pay-amount
               MOVE "ON-ACCOUNT CASH ALREADY ALLOCATED"
                                             TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*
      *    custnsf.ism first, then the flag on custpay.ism, then the
      *    money: if the cust.ism (or custoacc.ism) rewrite fails the
      *    first two are put back and the reversal rejected, so the
      *    files never disagree - the same back-out custrcpt.cbl
      *    does for a receipt.
      *---------------------------------------------------------------*

       Reverse-Payment SECTION.

           MOVE pay-key         TO nsf-key
           MOVE pay-amount      TO nsf-amount
           MOVE pay-reference   TO nsf-reference
           MOVE ws-today-date   TO nsf-reversed-date
           MOVE in-fee          TO nsf-fee
           MOVE in-bank-reason  TO nsf-bank-reason
           WRITE custnsf-record
               INVALID KEY
                   MOVE "RETURNED PAYMENT ALREADY RECORDED"
                                             TO ws-reject-reason
           END-WRITE
           IF ws-reject-reason = SPACES
               SET pay-reversed    TO TRUE
               MOVE ws-today-date  TO pay-reversed-date
               REWRITE custpay-record
                   INVALID KEY
                       MOVE "ERROR FLAGGING PAYMENT REVERSED"
                                             TO ws-reject-reason
               END-REWRITE
               IF ws-reject-reason NOT = SPACES
                   PERFORM Back-Out-Nsf-Record
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               IF pay-ord-no = ZERO
                   PERFORM Take-Back-On-Account
               ELSE
                   PERFORM Take-Back-From-Order
               END-IF
               IF ws-reject-reason NOT = SPACES
                   MOVE 0 TO pay-reversed-flg
                             pay-reversed-date
                   REWRITE custpay-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM Back-Out-Nsf-Record
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               ADD 1 TO ws-applied-count
               IF nsf-fee NOT = 0
                   ADD 1 TO ws-fee-count
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Take-Back-From-Order SECTION.

           SUBTRACT pay-amount FROM file-pay-val(ws-order-slot)
           ACCEPT file-last-changed-date FROM DATE YYYYMMDD
           ACCEPT file-last-changed-time FROM TIME
           REWRITE customer-record
               INVALID KEY
                   MOVE "CUSTOMER RECORD LOCKED BY ANOTHER USER"
                                             TO ws-reject-reason
           END-REWRITE
           IF NOT cf-status-ok
               MOVE "CUSTOMER RECORD LOCKED BY ANOTHER USER"
                                             TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Take-Back-On-Account SECTION.

           SUBTRACT pay-amount FROM oacc-balance
           REWRITE custoacc-record
               INVALID KEY
                   MOVE "ERROR WRITING ON-ACCOUNT BALANCE"
                                             TO ws-reject-reason
           END-REWRITE
           IF NOT oaccf-status-ok
               MOVE "ERROR WRITING ON-ACCOUNT BALANCE"
                                             TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Back-Out-Nsf-Record SECTION.

           DELETE custnsf-file
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *---------------------------------------------------------------*
      *    A reversal posts as of the business date, so it is refused
      *    when that date falls in a closed accounting period.
      *---------------------------------------------------------------*

       Check-Posting-Period SECTION.

           CALL period-check USING ws-prd-date
                                   ws-prd-period
                                   ws-prd-ok-flg
                                   ws-prd-msg
           END-CALL
           IF NOT ws-prd-ok
               MOVE ws-prd-msg TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES      TO exc-line
           MOVE in-c-code   TO exc-code
           MOVE in-ord-no   TO exc-ord-no
           MOVE in-pay-date TO exc-pay-date
           MOVE in-pay-time TO exc-pay-time
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           CLOSE input-file
           CLOSE customer-file
           CLOSE custpay-file
           CLOSE custoacc-file
           CLOSE custnsf-file
           CLOSE exception-file
           DISPLAY "CUSTNSF: " ws-applied-count " REVERSED ("
                   ws-fee-count " WITH FEE), "
                   ws-rejected-count " REJECTED - SEE custnsf.lst"
           STOP RUN.
