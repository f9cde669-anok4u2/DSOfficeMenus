      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custwoff.

      *---------------------------------------------------------------*
      *    Small-balance and bad-debt write-off run. custage.lst was
      *    cluttered with orders owing a few cents from short
      *    payments, and an uncollectable account sat at 90+ days
      *    for ever because the only way to clear it was to fake a
      *    receipt through custrcpt.dat. Prompts for the mode the
      *    same way uicolor.cbl prompts for its base colour:
      *      A - automatic: every order that has been paid against
      *          but still owes a residual at or under the tolerance
      *          on custwoc.ism (kept by custwocm.cbl) is cleared;
      *      T - approved transactions: custwoff.trn names the
      *          customers (order number zero - every outstanding
      *          order) or single orders credit has signed off, each
      *          with a reason code, and only an account custacct.ism
      *          shows as held (H) or closed (C) may be written off.
      *    The written-off amount goes into the order's file-pay-val
      *    so the order settles and drops off custage, custopen and
      *    the dunning run like any paid order - but NO custpay.ism
      *    record is written: a write-off is not cash, so it never
      *    reaches custcrev.cbl's payment scoring, custcomm.cbl's
      *    commission or custglxc.cbl's cash extract. Instead each
      *    one is recorded on custwoff.ism with its mode, reason and
      *    the operator who ran the job, printed on the custwoff.lst
      *    register, and sent to GL by custglx.cbl as a bad-debt
      *    expense (WOF) line.
      *
      *    Write-offs post as of the business date (custbdat.cbl); if
      *    that falls in a closed accounting period (custprdc.cbl) the
      *    whole run is refused before anything is touched.
      *
      *    Reason codes:
      *        SB - small balance (automatic mode only)
      *        BD - bad debt              IN - customer insolvent
      *        DS - dispute settled       GA - gone away, untraceable
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custwoff.trn"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ws-input-file-status.

           SELECT customer-file ASSIGN "cust.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS file-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-customer-file-status.

           SELECT custacct-file ASSIGN "custacct.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS acct-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custacct-file-status.

           SELECT woff-ctl-file ASSIGN "custwoc.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woc-ctl-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-woc-ctl-file-status.

           SELECT custwoff-file ASSIGN "custwoff.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS woff-key
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custwoff-file-status.

           SELECT register-file ASSIGN "custwoff.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-c-code               PIC X(5).
           03  in-ord-no               PIC 9(6).
           03  in-reason               PIC X(2).
               88  in-reason-valid             VALUE "BD" "IN"
                                                     "DS" "GA".

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

       FD  custacct-file.
       01  custacct-record.
           03  acct-c-code             PIC X(5).
           03  acct-status             PIC X(1).
               88  acct-status-active          VALUE "A".
               88  acct-status-hold            VALUE "H".
               88  acct-status-closed          VALUE "C".
           03  acct-changed-date       PIC 9(8).

       FD  woff-ctl-file.
       01  woff-ctl-record.
           03  woc-ctl-key                 PIC X(1).
           03  woc-ctl-tolerance           PIC 9(3)V99.
           03  woc-ctl-risk-days           PIC 9(3).

      *---------------------------------------------------------------*
      *    One record per order written off, keyed like custpay.ism
      *    (customer, order, date, time) so an order's write-offs
      *    read together; the date is the business date it posts
      *    on. woff-entered is when the write-off was made by the
      *    clock, which is what custglx.cbl selects on.
      *---------------------------------------------------------------*
       FD  custwoff-file.
       01  custwoff-record.
           03  woff-key.
               05  woff-c-code         PIC X(5).
               05  woff-ord-no         PIC 9(6).
               05  woff-date           PIC 9(8).
               05  woff-time           PIC 9(8).
           03  woff-amount             PIC 9(7)V99 COMP.
           03  woff-mode               PIC X(1).
           03  woff-reason             PIC X(2).
           03  woff-operator-id        PIC X(20).
           03  woff-entered.
               05  woff-entered-date   PIC 9(8).
               05  woff-entered-time   PIC 9(8).

       FD  register-file.
       01  register-line               PIC X(132).

       WORKING-STORAGE SECTION.

       78  system-status                    VALUE "custsys".
       77  ws-sys-request              PIC X(1).
       77  ws-sys-job-name             PIC X(10).
       77  ws-sys-screen-count         PIC 9(3).

       77  ws-mode-answer              PIC X(1).
           88  ws-mode-automatic                VALUE "A".
           88  ws-mode-approved                 VALUE "T".

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  array-ind                   PIC 9(4) COMP.
       77  ws-order-slot               PIC 9(2) COMP.
       77  ws-slots-found              PIC 9(2) COMP.

       77  ws-order-bal                PIC S9(8)V99.
       77  ws-woff-amount              PIC 9(7)V99.
       77  ws-woff-reason              PIC X(2).
       77  ws-woff-total               PIC 9(9)V99 VALUE 0.

       77  ws-env-name                 PIC X(20) VALUE "USERNAME".
       77  ws-env-rc                   PIC S9(9) COMP-5.
       77  ws-operator-id              PIC X(20).

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       78  period-check                     VALUE "custprdc".
       77  ws-prd-date                 PIC 9(8).
       77  ws-prd-period               PIC 9(6).
       77  ws-prd-ok-flg               PIC X(1).
           88  ws-prd-ok                        VALUE "Y".
       77  ws-prd-msg                  PIC X(40).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).

       77  ws-input-file-status        PIC X(2).
           88  inf-status-ok                    VALUE "00".
           88  inf-status-not-found             VALUE "35".

       77  ws-customer-file-status     PIC X(2).
           88  cf-status-ok                     VALUE "00".

       77  ws-custacct-file-status     PIC X(2).
           88  acctf-status-ok                  VALUE "00".
           88  acctf-status-not-found           VALUE "35".

       77  ws-woc-ctl-file-status      PIC X(2).
           88  woc-ctl-status-ok                VALUE "00".
           88  woc-ctl-status-not-found         VALUE "35".

       77  ws-custwoff-file-status     PIC X(2).
           88  wofff-status-ok                  VALUE "00".
           88  wofff-status-not-found           VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(21)
                           VALUE "WRITE-OFF REGISTER - ".
           03  hdg-mode                PIC X(22).

       01  hdg-line-2.
           03  FILLER                  PIC X(7)  VALUE "CUST".
           03  FILLER                  PIC X(8)  VALUE "ORDER".
           03  FILLER                  PIC X(7)  VALUE "REASON".
           03  FILLER                  PIC X(14) VALUE "   WRITTEN OFF".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(20) VALUE "OPERATOR".

       01  det-line.
           03  det-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-ord-no              PIC 9(6).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  det-reason              PIC X(2).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  det-amount              PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  det-operator-id         PIC X(20).

       01  exc-line.
           03  exc-code                PIC X(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  exc-ord-no              PIC 9(6).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  exc-reason-code         PIC X(2).
           03  FILLER                  PIC X(4)  VALUE SPACES.
           03  FILLER                  PIC X(16)
                           VALUE "NOT WRITTEN OFF ".
           03  exc-reason              PIC X(40).

       01  tot-line.
           03  FILLER                  PIC X(19)
                           VALUE "TOTAL WRITTEN OFF  ".
           03  tot-amount              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           IF ws-mode-automatic
               PERFORM Auto-Write-Off-Customer UNTIL ws-eof
           ELSE
               PERFORM Apply-Input-Record UNTIL ws-eof
           END-IF
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*
      *    Everything that can stop the run is checked before the
      *    custsys.ism batch window is marked, so a refused run
      *    leaves nothing to clear.
      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           DISPLAY "WRITE-OFF MODE (A = AUTOMATIC SMALL BALANCES, "
                   "T = APPROVED TRANSACTIONS): " WITH NO ADVANCING
           ACCEPT ws-mode-answer
           IF NOT ws-mode-automatic AND NOT ws-mode-approved
               DISPLAY "CUSTWOFF: MODE MUST BE A OR T - NOTHING "
                       "WRITTEN OFF"
               STOP RUN
           END-IF
           IF ws-mode-automatic
               PERFORM Read-Tolerance
           ELSE
               OPEN INPUT input-file
               IF inf-status-not-found
                   DISPLAY "CUSTWOFF: NO APPROVED WRITE-OFF FILE "
                           "custwoff.trn ON DISK - NOTHING WRITTEN OFF"
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-prd-date
           END-CALL
           CALL period-check USING ws-prd-date
                                   ws-prd-period
                                   ws-prd-ok-flg
                                   ws-prd-msg
           END-CALL
           IF NOT ws-prd-ok
               DISPLAY "CUSTWOFF: " ws-prd-msg " - NOTHING WRITTEN OFF"
               STOP RUN
           END-IF
           MOVE "B" TO ws-sys-request
           MOVE "CUSTWOFF" TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           PERFORM Get-Operator-Id
           OPEN I-O    customer-file
           OPEN INPUT  custacct-file
           PERFORM Open-Custwoff-File
           OPEN OUTPUT register-file
           IF ws-mode-automatic
               MOVE "AUTOMATIC SMALL BALANCE" TO hdg-mode
           ELSE
               MOVE "APPROVED TRANSACTIONS" TO hdg-mode
           END-IF
           WRITE register-line FROM hdg-line-1
           MOVE SPACES TO register-line
           WRITE register-line
           WRITE register-line FROM hdg-line-2
           IF ws-mode-automatic
               PERFORM Read-Customer-Record
           ELSE
               PERFORM Read-Input-Record
           END-IF.

      *---------------------------------------------------------------*
      *    No control record, or a zero tolerance, means the
      *    automatic mode has not been switched on through
      *    custwocm.cbl.
      *---------------------------------------------------------------*

       Read-Tolerance SECTION.

           MOVE 0 TO woc-ctl-tolerance
           OPEN INPUT woff-ctl-file
           IF NOT woc-ctl-status-not-found
               MOVE "C" TO woc-ctl-key
               READ woff-ctl-file
                   INVALID KEY
                       MOVE 0 TO woc-ctl-tolerance
               END-READ
               CLOSE woff-ctl-file
           END-IF
           IF woc-ctl-tolerance = 0
               DISPLAY "CUSTWOFF: NO WRITE-OFF TOLERANCE SET - RUN "
                       "custwocm FIRST"
               STOP RUN
           END-IF.

      *---------------------------------------------------------------*
      *    custwoff.ism is created by this program rather than
      *    shipped with it - the same not-found-creates-the-file
      *    guard customer.cbl's Program-Initialize uses for
      *    custctr.ism.
      *---------------------------------------------------------------*

       Open-Custwoff-File SECTION.

           OPEN I-O custwoff-file
           IF wofff-status-not-found
               OPEN OUTPUT custwoff-file
               CLOSE custwoff-file
               OPEN I-O custwoff-file
           END-IF.

      *---------------------------------------------------------------*

       Get-Operator-Id SECTION.

           CALL "CBL_GET_ENVIRONMENT_VARIABLE" USING ws-env-name
                                                      ws-operator-id
               RETURNING ws-env-rc
           END-CALL
           IF ws-env-rc NOT = 0
               MOVE "UNKNOWN" TO ws-operator-id
           END-IF.

      *---------------------------------------------------------------*

       Read-Customer-Record SECTION.

           READ customer-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*
      *    Automatic mode. Only an order something has been paid
      *    against qualifies - a small order nobody has paid at all
      *    is a debt to chase, not a short-payment residual.
      *---------------------------------------------------------------*

       Auto-Write-Off-Customer SECTION.

           MOVE "SB" TO ws-woff-reason
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) NOT = ZERO
                  AND file-pay-val(array-ind) > 0
                   COMPUTE ws-order-bal = file-ord-val(array-ind)
                                        - file-pay-val(array-ind)
                   IF ws-order-bal > 0
                      AND ws-order-bal NOT > woc-ctl-tolerance
                       MOVE array-ind TO ws-order-slot
                       PERFORM Write-Off-Order
                   END-IF
               END-IF
           END-PERFORM
           PERFORM Read-Customer-Record.

      *---------------------------------------------------------------*
      *    Approved mode. The account must already be held or
      *    closed on custacct.ism - credit stops the account before
      *    it writes the debt off, never the other way round.
      *---------------------------------------------------------------*

       Apply-Input-Record SECTION.

           MOVE SPACES    TO ws-reject-reason
           MOVE in-reason TO ws-woff-reason
           IF NOT in-reason-valid
               MOVE "UNKNOWN WRITE-OFF REASON CODE"
                                             TO ws-reject-reason
           END-IF
           IF ws-reject-reason = SPACES
               MOVE in-c-code TO file-c-code
               READ customer-file
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Check-Account-Stopped
           END-IF
           IF ws-reject-reason = SPACES
               IF in-ord-no NOT NUMERIC OR in-ord-no = ZERO
                   PERFORM Write-Off-Whole-Account
               ELSE
                   PERFORM Write-Off-Named-Order
               END-IF
           END-IF
           IF ws-reject-reason NOT = SPACES
               MOVE in-ord-no TO exc-ord-no
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Check-Account-Stopped SECTION.

           MOVE "A" TO acct-status
           IF NOT acctf-status-not-found
               MOVE in-c-code TO acct-c-code
               READ custacct-file
                   INVALID KEY
                       MOVE "A" TO acct-status
               END-READ
           END-IF
           IF NOT acct-status-hold AND NOT acct-status-closed
               MOVE "ACCOUNT NOT ON HOLD OR CLOSED"
                                             TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Off-Named-Order SECTION.

           MOVE 0 TO ws-order-slot
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) = in-ord-no
                                        AND ws-order-slot = 0
                   MOVE array-ind TO ws-order-slot
               END-IF
           END-PERFORM
           IF ws-order-slot = 0
               MOVE "ORDER NOT FOUND FOR CUSTOMER" TO ws-reject-reason
           ELSE
               COMPUTE ws-order-bal = file-ord-val(ws-order-slot)
                                    - file-pay-val(ws-order-slot)
               IF ws-order-bal NOT > 0
                   MOVE "ORDER HAS NO OUTSTANDING BALANCE"
                                             TO ws-reject-reason
               ELSE
                   PERFORM Write-Off-Order
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Write-Off-Whole-Account SECTION.

           MOVE 0 TO ws-slots-found
           PERFORM VARYING array-ind FROM 1 BY 1
                              UNTIL array-ind > no-of-orders
               IF file-ord-no(array-ind) NOT = ZERO
                   COMPUTE ws-order-bal = file-ord-val(array-ind)
                                        - file-pay-val(array-ind)
                   IF ws-order-bal > 0
                       ADD 1 TO ws-slots-found
                       MOVE array-ind TO ws-order-slot
                       PERFORM Write-Off-Order
                   END-IF
               END-IF
           END-PERFORM
           IF ws-slots-found = 0
               MOVE "ACCOUNT HAS NO OUTSTANDING BALANCE"
                                             TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*
      *    The custwoff.ism record goes first and the customer is
      *    rewritten second; if that rewrite fails (record held by an
      *    operator) the record is deleted again and the order's
      *    paid-to-date put back, the same back-out custrcpt.cbl
      *    uses, so the two files never disagree. A failure on one
      *    order is reported on the register and the run goes on.
      *---------------------------------------------------------------*

       Write-Off-Order SECTION.

           MOVE ws-order-bal TO ws-woff-amount
           MOVE file-c-code  TO woff-c-code
           MOVE file-ord-no(ws-order-slot) TO woff-ord-no
           MOVE ws-prd-date TO woff-date
           ACCEPT woff-entered-date FROM DATE YYYYMMDD
           ACCEPT woff-entered-time FROM TIME
           MOVE woff-entered-time TO woff-time
           MOVE ws-woff-amount   TO woff-amount
           MOVE ws-mode-answer   TO woff-mode
           MOVE ws-woff-reason   TO woff-reason
           MOVE ws-operator-id   TO woff-operator-id
           WRITE custwoff-record
               INVALID KEY
                   MOVE "DUPLICATE WRITE-OFF KEY - NOT RECORDED"
                                             TO ws-reject-reason
           END-WRITE
           IF ws-reject-reason = SPACES
               ADD ws-woff-amount TO file-pay-val(ws-order-slot)
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
               END-IF
               IF ws-reject-reason NOT = SPACES
                   SUBTRACT ws-woff-amount
                                 FROM file-pay-val(ws-order-slot)
                   DELETE custwoff-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF
           IF ws-reject-reason = SPACES
               MOVE SPACES           TO det-line
               MOVE woff-c-code      TO det-code
               MOVE woff-ord-no      TO det-ord-no
               MOVE woff-reason      TO det-reason
               MOVE woff-amount      TO det-amount
               MOVE woff-operator-id TO det-operator-id
               WRITE register-line FROM det-line
               ADD 1 TO ws-applied-count
               ADD ws-woff-amount TO ws-woff-total
           ELSE
               MOVE woff-ord-no TO exc-ord-no
               PERFORM Write-Exception
               MOVE SPACES TO ws-reject-reason
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE file-c-code      TO exc-code
           IF ws-mode-approved
               MOVE in-c-code    TO exc-code
           END-IF
           MOVE ws-woff-reason   TO exc-reason-code
           MOVE ws-reject-reason TO exc-reason
           WRITE register-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           MOVE SPACES TO register-line
           WRITE register-line
           MOVE ws-woff-total TO tot-amount
           WRITE register-line FROM tot-line
           MOVE "E" TO ws-sys-request
           MOVE SPACES TO ws-sys-job-name
           CALL system-status USING ws-sys-request
                                     ws-sys-job-name
                                     ws-sys-screen-count
           END-CALL
           IF ws-mode-approved
               CLOSE input-file
           END-IF
           CLOSE customer-file
           IF NOT acctf-status-not-found
               CLOSE custacct-file
           END-IF
           CLOSE custwoff-file
           CLOSE register-file
           DISPLAY "CUSTWOFF: " ws-applied-count " ORDER(S) WRITTEN "
                   "OFF, " ws-rejected-count " NOT - SEE custwoff.lst"
           STOP RUN.
