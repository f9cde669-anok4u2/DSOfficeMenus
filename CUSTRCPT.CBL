      *    a held or closed account must still be able to pay down
      *    its balance; the hold only blocks new order activity
      *    (customer.cbl, custordl.cbl, custstat.cbl).
      *
      *    A receipt's amount is in the currency the customer is
      *    billed in - an export customer pays its invoices in its
      *    own currency, and its orders and balances are held in it -
      *    so it is applied as it stands. Each exception line shows
      *    the amount with the customer's currency code beside it.
      *
      *    A receipt dated into an accounting period the accountants
      *    have closed (custprdc.cbl) is not applied; it goes to the
      *    exception report to be re-dated into an open period.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *    single order's payments is a simple START/READ NEXT), with
      *    the payment date/time trailing to keep the key unique when
      *    more than one payment lands against the same order.
      *    A check the bank returns is never deleted from here -
      *    custnsf.cbl flags it reversed and dates the reversal.
      *---------------------------------------------------------------*
       FD  custpay-file.
       01  custpay-record.
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
           03  pay-reversed-date       PIC 9(8).

      *---------------------------------------------------------------*
      *    One record per customer with cash on account - receipts

       77  ws-onacct-count             PIC 9(7) COMP VALUE 0.

       78  period-check                     VALUE "custprdc".
       77  ws-prd-date                 PIC 9(8).
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-pay-amt             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
           END-READ
           IF ws-reject-reason = SPACES
               MOVE in-pay-date TO ws-prd-date
               PERFORM Check-Posting-Period
           END-IF
           IF ws-reject-reason = SPACES
               IF in-ord-no NOT NUMERIC OR in-ord-no = ZERO
                   PERFORM Apply-On-Account-Receipt
           END-IF
           PERFORM Read-Input-Record.

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
      *    The custpay.ism record goes first here too - order number
      *    zero marks it as on-account cash - and only then is the
           ACCEPT pay-time FROM TIME
           MOVE in-pay-amt  TO pay-amount
           MOVE in-pay-ref  TO pay-reference
           MOVE 0           TO pay-reversed-flg
                               pay-reversed-date
           MOVE 0 TO ws-pay-key-retry
           WRITE custpay-record
               INVALID KEY
           MOVE SPACES     TO exc-line
           MOVE in-c-code  TO exc-code
           MOVE in-ord-no  TO exc-ord-no
           IF in-pay-amt NUMERIC
               MOVE in-pay-amt TO exc-pay-amt
           END-IF
           CALL currency-resolver USING in-c-code
                                        in-pay-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           MOVE ws-fx-currency TO exc-currency
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.
