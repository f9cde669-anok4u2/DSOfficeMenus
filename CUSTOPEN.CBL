      *    Daily open-order / pick-list report for the warehouse.
      *    Reads every order slot on cust.ism, looks its status up on
      *    custstat.ism (no record, or O, counts as open; B is
      *    backordered; S is shipped and X is cancelled by
      *    custcanc.cbl, and both stay off the report), and
      *    lists every not-yet-shipped order oldest first so the
      *    warehouse can work straight down the page - the balance-
      *    focused view custage.cbl gives collections is no use for
           03  stat-ord-status        PIC X(1).
               88  stat-status-shipped         VALUE "S".
               88  stat-status-backorder       VALUE "B".
               88  stat-status-cancelled       VALUE "X".
           03  stat-changed-date       PIC 9(8).

       FD  custordl-file.
           03  odl-prod-code           PIC X(8).
           03  odl-qty                 PIC 9(5).
           03  odl-ship-no             PIC 9(2).
           03  odl-unit-price          PIC 9(5)V99 COMP.

       FD  custship-file.
       01  custship-record.
               IF file-ord-no(array-ind) NOT = ZERO
                   PERFORM Look-Up-Order-Status
                   IF ws-order-status NOT = "S"
                      AND ws-order-status NOT = "X"
                       PERFORM Store-Open-Order
                   END-IF
               END-IF
