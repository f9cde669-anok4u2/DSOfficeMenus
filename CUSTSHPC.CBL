      *    custordl.ism says was ordered) goes to the exception
      *    report, the same way custload.cbl handles bad input.
      *    custbord.cbl prints the short quantities for the
      *    warehouse. Each confirmed quantity also comes off the
      *    shelf on the prodstk.cbl stock ledger, releasing the
      *    allocation the order line took when it was written.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

      *---------------------------------------------------------------*
      *    One record per order line with shipment activity - the

       77  ws-reject-reason            PIC X(40).

       78  stock-ledger                     VALUE "prodstk".
       77  ws-stk-request              PIC X(1).
       77  ws-stk-prod-code            PIC X(8).
       77  ws-stk-qty                  PIC 9(7).
       77  ws-stk-available            PIC S9(7).
       77  ws-stk-short-flg            PIC X(1).

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Store-Shipped-Quantity
               PERFORM Relieve-Shipped-Stock
               PERFORM Derive-Order-Status
               ADD 1 TO ws-applied-count
           ELSE
               END-WRITE
           END-REWRITE.

      *---------------------------------------------------------------*
      *    Runs while custordl-record still holds the confirmed line
      *    Check-Line-And-Quantity read - Derive-Order-Status moves
      *    on through the order's other lines.
      *---------------------------------------------------------------*

       Relieve-Shipped-Stock SECTION.

           MOVE "S"            TO ws-stk-request
           MOVE odl-prod-code  TO ws-stk-prod-code
           MOVE in-qty-shipped TO ws-stk-qty
           CALL stock-ledger USING ws-stk-request
                                    ws-stk-prod-code
                                    ws-stk-qty
                                    ws-stk-available
                                    ws-stk-short-flg
           END-CALL.

      *---------------------------------------------------------------*
      *    Every line of the order is read back against its shipped
      *    quantity: all lines full - S; anything shipped but some
