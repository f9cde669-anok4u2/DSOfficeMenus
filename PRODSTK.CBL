      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodstk.

      *---------------------------------------------------------------*
      *    Shared stock ledger. prodmast.ism knows what a product is
      *    and what it costs but not how many are on the shelf, so
      *    orders were taken for stock that wasn't there and the
      *    shortage only came to light when custshpc.cbl recorded a
      *    short shipment. This subprogram keeps prodstk.ism, one
      *    record per product code, holding the quantity on hand,
      *    the quantity allocated to open order lines (ordered but
      *    not yet shipped) and the reorder point prodreor.cbl
      *    reports against. It is CALLed the same way custsys.cbl
      *    is, so the screen, the order-line batches, the shipment
      *    load and the stock transactions all move stock through
      *    one copy of the rules:
      *        "A" - allocate the quantity to an order line
      *        "R" - release an allocation (a line removed or cut)
      *        "S" - ship: release the allocation and take the
      *              quantity off the shelf
      *        "G" - goods received onto the shelf
      *        "C" - stock count: set the quantity on hand
      *        "P" - set the reorder point
      *        "Q" - query only
      *    Every call returns what was available (on hand less
      *    allocated) before the request was applied; an allocation
      *    larger than that comes back flagged short. Short stock
      *    never refuses the order - it becomes a backorder, and
      *    whether to warn is the caller's decision. On hand is
      *    signed: a shipment the warehouse has physically made is
      *    recorded even when the books say the shelf was empty, and
      *    the negative figure is what tells stores to count it.
      *    The file is opened and closed per call, as custsys.cbl
      *    does, so no record is held between calls.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prodstk-file ASSIGN "prodstk.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS stk-prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodstk-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  prodstk-file.
       01  prodstk-record.
           03  stk-prod-code           PIC X(8).
           03  stk-on-hand             PIC S9(7) COMP.
           03  stk-allocated           PIC 9(7) COMP.
           03  stk-reorder-point       PIC 9(7) COMP.
           03  stk-last-received-date  PIC 9(8).

       WORKING-STORAGE SECTION.

       77  ws-prodstk-file-status      PIC X(2).
           88  stkf-status-ok                   VALUE "00".
           88  stkf-status-not-found            VALUE "35".

       LINKAGE SECTION.

       01  lnk-stk-request              PIC X(1).
           88  lnk-stk-allocate                 VALUE "A".
           88  lnk-stk-release                  VALUE "R".
           88  lnk-stk-ship                     VALUE "S".
           88  lnk-stk-receive                  VALUE "G".
           88  lnk-stk-count                    VALUE "C".
           88  lnk-stk-set-reorder              VALUE "P".
           88  lnk-stk-query                    VALUE "Q".
       01  lnk-stk-prod-code            PIC X(8).
       01  lnk-stk-qty                  PIC 9(7).
       01  lnk-stk-available            PIC S9(7).
       01  lnk-stk-short-flg            PIC X(1).
           88  lnk-stk-short                    VALUE "Y".

       PROCEDURE DIVISION USING lnk-stk-request
                                 lnk-stk-prod-code
                                 lnk-stk-qty
                                 lnk-stk-available
                                 lnk-stk-short-flg.

       Maintain-Stock-Ledger SECTION.

           MOVE "N" TO lnk-stk-short-flg
           PERFORM Open-Prodstk-File
           PERFORM Read-Stock-Record
           COMPUTE lnk-stk-available = stk-on-hand - stk-allocated
           EVALUATE TRUE
               WHEN lnk-stk-allocate
                   IF lnk-stk-qty > lnk-stk-available
                       SET lnk-stk-short TO TRUE
                   END-IF
                   ADD lnk-stk-qty TO stk-allocated
               WHEN lnk-stk-release
                   PERFORM Release-Allocation
               WHEN lnk-stk-ship
                   PERFORM Release-Allocation
                   SUBTRACT lnk-stk-qty FROM stk-on-hand
               WHEN lnk-stk-receive
                   ADD lnk-stk-qty TO stk-on-hand
                   ACCEPT stk-last-received-date FROM DATE YYYYMMDD
               WHEN lnk-stk-count
                   MOVE lnk-stk-qty TO stk-on-hand
               WHEN lnk-stk-set-reorder
                   MOVE lnk-stk-qty TO stk-reorder-point
           END-EVALUATE
           IF NOT lnk-stk-query
               REWRITE prodstk-record
                   INVALID KEY
                       WRITE prodstk-record
                   END-WRITE
               END-REWRITE
           END-IF
           CLOSE prodstk-file
           GOBACK.

      *---------------------------------------------------------------*
      *    Created on first use, the same not-found-creates-the-file
      *    guard custsys.cbl uses for custsys.ism.
      *---------------------------------------------------------------*

       Open-Prodstk-File SECTION.

           OPEN I-O prodstk-file
           IF stkf-status-not-found
               OPEN OUTPUT prodstk-file
               CLOSE prodstk-file
               OPEN I-O prodstk-file
           END-IF.

      *---------------------------------------------------------------*
      *    A product nobody has received or counted yet has nothing
      *    on the shelf - its record starts at zero.
      *---------------------------------------------------------------*

       Read-Stock-Record SECTION.

           MOVE lnk-stk-prod-code TO stk-prod-code
           READ prodstk-file
               INVALID KEY
                   MOVE lnk-stk-prod-code TO stk-prod-code
                   MOVE 0 TO stk-on-hand
                             stk-allocated
                             stk-reorder-point
                             stk-last-received-date
           END-READ.

      *---------------------------------------------------------------*
      *    Never releases more than is allocated - a line keyed
      *    before the ledger existed was never allocated at all.
      *---------------------------------------------------------------*

       Release-Allocation SECTION.

           IF lnk-stk-qty > stk-allocated
               MOVE 0 TO stk-allocated
           ELSE
               SUBTRACT lnk-stk-qty FROM stk-allocated
           END-IF.
