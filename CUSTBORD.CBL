           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  custshpq-file.
       01  custshpq-record.
