      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodstkm.

      *---------------------------------------------------------------*
      *    Stock transactions. Reads a sequential file of stock
      *    movements and reference changes from stores and applies
      *    them through the prodstk.cbl stock ledger:
      *        G - goods received: the quantity is added to stock on
      *            hand (a delivery booked in at the dock);
      *        C - stock count: on hand is set to the quantity
      *            counted, correcting whatever the books said;
      *        P - reorder point: the on-hand level at or below which
      *            prodreor.cbl lists the product for reordering.
      *    The product must be on the prodmast.ism product master
      *    maintained by prodmstm.cbl (when the master exists), the
      *    same check custordl.cbl applies to an order line. Bad
      *    transactions go to a printed exception report instead of
      *    being applied, the same way prodmstm.cbl handles them.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "prodstk.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT exception-file ASSIGN "prodstkm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-action               PIC X(1).
               88  in-action-received          VALUE "G".
               88  in-action-count             VALUE "C".
               88  in-action-reorder           VALUE "P".
           03  in-prod-code            PIC X(8).
           03  in-qty                  PIC 9(7).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

      *---------------------------------------------------------------*
      *    prodmast.ism is optional the same way custordl.cbl treats
      *    it - with no product master on disk the product check is
      *    skipped rather than bouncing every transaction.
      *---------------------------------------------------------------*
       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       78  stock-ledger                     VALUE "prodstk".
       77  ws-stk-request              PIC X(1).
       77  ws-stk-prod-code            PIC X(8).
       77  ws-stk-qty                  PIC 9(7).
       77  ws-stk-available            PIC S9(7).
       77  ws-stk-short-flg            PIC X(1).

       01  exc-line.
           03  exc-action              PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-prod-code           PIC X(8).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-qty                 PIC Z(6)9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-reason              PIC X(40).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Apply-Input-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT  input-file
           OPEN INPUT  prodmast-file
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Read-Input-Record SECTION.

           READ input-file
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Apply-Input-Record SECTION.

           MOVE SPACES TO ws-reject-reason
           EVALUATE TRUE
               WHEN in-prod-code = SPACES
                   MOVE "BLANK PRODUCT CODE" TO ws-reject-reason
               WHEN NOT (in-action-received OR in-action-count
                                            OR in-action-reorder)
                   MOVE "UNKNOWN ACTION CODE" TO ws-reject-reason
               WHEN in-qty NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO ws-reject-reason
               WHEN in-action-received AND in-qty = ZERO
                   MOVE "GOODS RECEIVED WITH NO QUANTITY"
                                             TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason = SPACES
               PERFORM Check-Product-On-Master
           END-IF
           IF ws-reject-reason = SPACES
               PERFORM Apply-Stock-Transaction
           ELSE
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*

       Check-Product-On-Master SECTION.

           IF NOT prodf-status-not-found
               MOVE in-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "PRODUCT NOT ON FILE" TO ws-reject-reason
               END-READ
           END-IF.

      *---------------------------------------------------------------*
      *    The action letters on prodstk.trn are the ledger's own
      *    request codes, so the transaction passes straight through.
      *---------------------------------------------------------------*

       Apply-Stock-Transaction SECTION.

           MOVE in-action     TO ws-stk-request
           MOVE in-prod-code  TO ws-stk-prod-code
           MOVE in-qty        TO ws-stk-qty
           CALL stock-ledger USING ws-stk-request
                                    ws-stk-prod-code
                                    ws-stk-qty
                                    ws-stk-available
                                    ws-stk-short-flg
           END-CALL
           ADD 1 TO ws-applied-count.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-prod-code TO exc-prod-code
           IF in-qty NUMERIC
               MOVE in-qty   TO exc-qty
           END-IF
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           CLOSE exception-file
           DISPLAY "PRODSTKM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE prodstkm.lst"
           STOP RUN.
