      *    detail file maintained by custordl.cbl and prints the
      *    product codes and quantities making up each order, with
      *    the customer's name looked up from cust.ism and each
      *    line's description from the prodmast.ism product master
      *    and its extended value (quantity times the unit price
      *    stamped on the line when the order was taken), so a
      *    customer disputing an invoice can be shown what they
      *    actually bought - priced - instead of just a dollar
      *    figure and a meaningless code. Prompts for a
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  report-file.
       01  report-line                 PIC X(132).
      *---------------------------------------------------------------*
      *    prodmast.ism is optional the same way custval.cbl treats
      *    custarea.dat - with no product master on disk the detail
      *    still prints, priced from the lines, with the description
      *    flagged not-on-file.
      *---------------------------------------------------------------*
       77  ws-prodmast-file-status     PIC X(2).
           MOVE odl-prod-code   TO det-prod-code
           MOVE prod-desc       TO det-prod-desc
           MOVE odl-qty         TO det-qty
           MOVE odl-unit-price  TO det-unit-price
           COMPUTE ws-extended-val = odl-qty * odl-unit-price
           MOVE ws-extended-val TO det-extended
           ADD ws-extended-val  TO ws-order-total
           WRITE report-line FROM det-line
           PERFORM Read-Order-Line.

      *---------------------------------------------------------------*
      *    A code with no product record prints flagged rather than
      *    being dropped - lines like that are exactly what the
      *    customer is disputing. The price comes off the line itself.
      *---------------------------------------------------------------*

       Look-Up-Product SECTION.

           MOVE "**NOT ON FILE**" TO prod-desc
           IF NOT prodf-status-not-found
               MOVE odl-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "**NOT ON FILE**" TO prod-desc
               END-READ
           END-IF.

