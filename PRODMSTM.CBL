      *    refuses to delete a sales area still in use on cust.ism.
      *    Bad transactions go to a printed exception report instead
      *    of being applied, the same way custload.cbl handles a bad
      *    input record. Each product also carries its sales tax
      *    flag - Y taxable, N not taxable (zero rated) - which the
      *    custtax.cbl subprogram reads when an order line is taxed;
      *    a blank flag on the transaction is taken as taxable.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           03  in-prod-code            PIC X(8).
           03  in-prod-desc            PIC X(20).
           03  in-unit-price           PIC 9(5)V99.
           03  in-taxable-flg          PIC X(1).
               88  in-taxable-flg-valid        VALUE "Y" "N" " ".

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  custordl-file.
       01  custordl-record.
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  exception-file.
       01  exception-line              PIC X(132).
           EVALUATE TRUE
               WHEN in-prod-code = SPACES
                   MOVE "BLANK PRODUCT CODE" TO ws-reject-reason
               WHEN NOT in-taxable-flg-valid
                   MOVE "TAXABLE FLAG MUST BE Y OR N"
                                             TO ws-reject-reason
               WHEN in-action-add OR in-action-change
                   PERFORM Store-Product-Record
               WHEN in-action-delete
           MOVE in-prod-code  TO prod-code
           MOVE in-prod-desc  TO prod-desc
           MOVE in-unit-price TO prod-unit-price
           IF in-taxable-flg = "N"
               MOVE "N" TO prod-taxable-flg
           ELSE
               MOVE "Y" TO prod-taxable-flg
           END-IF
           REWRITE prodmast-record
               INVALID KEY
                   WRITE prodmast-record
