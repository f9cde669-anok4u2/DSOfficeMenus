      *    custordl.ism: O = open, B = backordered, S = shipped. An
      *    order with no status record at all counts as open - a
      *    freshly keyed order needs no extra step to show up on the
      *    warehouse's report. X = cancelled is set only by
      *    custcanc.cbl, which also takes the order's value off, so
      *    it is not accepted here and a cancelled order's status
      *    cannot be changed back by this job.
      *    This job applies a sequential file of status changes; bad
      *    input goes to a printed exception report, the same way
      *    custload.cbl handles it.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               88  stat-status-open            VALUE "O".
               88  stat-status-backorder       VALUE "B".
               88  stat-status-shipped         VALUE "S".
               88  stat-status-cancelled       VALUE "X".
           03  stat-changed-date       PIC 9(8).

       FD  custacct-file.
           IF ws-reject-reason = SPACES
               PERFORM Check-Account-Allows-Orders
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Order-Not-Cancelled
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Store-Order-Status
           ELSE
               END-READ
           END-IF.

      *---------------------------------------------------------------*

       Check-Order-Not-Cancelled SECTION.

           MOVE in-c-code TO stat-c-code
           MOVE in-ord-no TO stat-ord-no
           READ custstat-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF stat-status-cancelled
                       MOVE "ORDER HAS BEEN CANCELLED"
                                             TO ws-reject-reason
                   END-IF
           END-READ.

      *---------------------------------------------------------------*

       Store-Order-Status SECTION.
