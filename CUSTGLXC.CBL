      *        the acknowledged through date has been missed by its
      *        day's extract and must be journaled by hand - the
      *        shop convention is to date receipts the banking day.
      *
      *    A check the bank returned, flagged reversed by
      *    custnsf.cbl, goes to GL a second time as a NEGATIVE cash
      *    line dated the day of the reversal, picked up by that
      *    date under the same window; the original receipt line it
      *    undoes has already travelled (or travels in the same run)
      *    at its own payment date. The pending value GL echoes
      *    counts every line at its amount regardless of sign.
      *
      *    A receipt is held in the paying customer's own currency,
      *    so every line also carries, from column 91, the currency
      *    code, the custfx.cbl exchange rate in force on the line's
      *    date (the payment date, or the reversal date for a
      *    reversal) and the home-currency equivalent at that rate -
      *    the same columns custglx.cbl adds to the sales lines. A
      *    home customer shows the home code at a rate of 1; an
      *    export customer with no rate in force goes out at zero
      *    and is counted on the closing message. The pending value
      *    GL echoes is still the amounts as held.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               05  pay-time            PIC 9(8).
           03  pay-amount              PIC 9(7)V99 COMP.
           03  pay-reference           PIC X(15).
           03  pay-reversed-flg        PIC 9.
               88  pay-reversed                VALUE 1.
           03  pay-reversed-date       PIC 9(8).

      *---------------------------------------------------------------*
      *    Single-record control file: the acknowledged THROUGH date
               88  glxc-extract-pending            VALUE 1.

       FD  extract-file.
       01  extract-line                PIC X(120).

       WORKING-STORAGE SECTION.

           88  ws-eof                           VALUE "Y".

       77  ws-extract-count            PIC 9(7) COMP VALUE 0.
       77  ws-reversal-count           PIC 9(7) COMP VALUE 0.
       77  ws-extract-total            PIC 9(12)V99 VALUE 0.
       77  ws-no-rate-count            PIC 9(7) COMP VALUE 0.

       78  currency-resolver                VALUE "custfx".
       77  ws-fx-date                  PIC 9(8).
       77  ws-fx-currency              PIC X(3).
       77  ws-fx-rate                  PIC 9(4)V9(6).
       77  ws-fx-ok-flg                PIC X(1).
           88  ws-fx-ok                         VALUE "Y".

       01  ws-run-stamp.
           03  ws-run-stamp-date       PIC 9(8).
           03  ws-run-stamp-time       PIC 9(8).

       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-ctl-file-status          PIC X(2).
           88  ctl-status-ok                    VALUE "00".
           88  ctl-status-not-found             VALUE "35".
           03  hdr-run-date            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  hdr-run-time            PIC 9(8).
           03  FILLER                  PIC X(99) VALUE SPACES.

       01  ws-extract-detail.
           03  ext-pay-date            PIC 9(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-ord-no              PIC 9(6).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-amount              PIC -ZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-reference           PIC X(15).
           03  FILLER                  PIC X(41) VALUE SPACES.
           03  ext-currency            PIC X(3).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-fx-rate             PIC ZZZ9.999999.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  ext-home-amount         PIC -ZZZZZZZZ9.99.
           03  FILLER                  PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           OPEN OUTPUT extract-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-run-stamp-date
           END-CALL
           ACCEPT ws-run-stamp-time FROM TIME
           MOVE ws-run-stamp-date TO hdr-run-date
           MOVE ws-run-stamp-time TO hdr-run-time
               MOVE pay-ord-no    TO ext-ord-no
               MOVE pay-amount    TO ext-amount
               MOVE pay-reference TO ext-reference
               MOVE pay-date      TO ws-fx-date
               PERFORM Look-Up-Exchange-Rate
               COMPUTE ext-home-amount ROUNDED =
                       pay-amount * ws-fx-rate
               WRITE extract-line FROM ws-extract-detail
               ADD 1 TO ws-extract-count
               ADD pay-amount TO ws-extract-total
           END-IF
           IF pay-reversed
              AND pay-reversed-date >= glxc-ctl-thru-date
              AND pay-reversed-date < ws-run-stamp-date
              AND pay-reference NOT = alloc-reference
               PERFORM Extract-Reversal
           END-IF
           PERFORM Read-Payment-Record.

      *---------------------------------------------------------------*

       Extract-Reversal SECTION.

           MOVE pay-reversed-date TO ext-pay-date
           MOVE pay-c-code        TO ext-c-code
           MOVE pay-ord-no        TO ext-ord-no
           COMPUTE ext-amount = 0 - pay-amount
           MOVE pay-reference     TO ext-reference
           MOVE pay-reversed-date TO ws-fx-date
           PERFORM Look-Up-Exchange-Rate
           COMPUTE ext-home-amount ROUNDED =
                   0 - pay-amount * ws-fx-rate
           WRITE extract-line FROM ws-extract-detail
           ADD 1 TO ws-extract-count
           ADD 1 TO ws-reversal-count
           ADD pay-amount TO ws-extract-total.

      *---------------------------------------------------------------*

       Look-Up-Exchange-Rate SECTION.

           CALL currency-resolver USING pay-c-code
                                        ws-fx-date
                                        ws-fx-currency
                                        ws-fx-rate
                                        ws-fx-ok-flg
           END-CALL
           IF NOT ws-fx-ok
               ADD 1 TO ws-no-rate-count
           END-IF
           MOVE ws-fx-currency TO ext-currency
           MOVE ws-fx-rate     TO ext-fx-rate.

      *---------------------------------------------------------------*
      *    The through date is NOT advanced here - the run is only
      *    recorded as pending; custglca.cbl moves the through date
           CLOSE glxc-ctl-file
           CLOSE extract-file
           DISPLAY "CUSTGLXC: " ws-extract-count " PAYMENT LINE(S) "
                   "WRITTEN TO custglxc.dat, " ws-reversal-count
                   " REVERSAL(S)"
           IF ws-no-rate-count > 0
               DISPLAY "CUSTGLXC: " ws-no-rate-count " LINE(S) WITH "
                       "NO EXCHANGE RATE IN FORCE - HOME VALUES ZERO"
           END-IF
           STOP RUN.
