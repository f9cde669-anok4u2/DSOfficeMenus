      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodreor.

      *---------------------------------------------------------------*
      *    Daily reorder report for the buyer. Walks the prodstk.ism
      *    stock ledger kept by prodstk.cbl and lists every product
      *    whose quantity on hand is at or below its reorder point
      *    (set through prodstkm.cbl), with the open demand against
      *    it - the quantity allocated to order lines not yet
      *    shipped - and what that leaves available, so a product
      *    already promised past its shelf shows up as a negative
      *    figure rather than a surprise in custbord.lst. The
      *    description comes from prodmast.ism. Meant to run every
      *    night as a custnite.dat step after the day's custordl and
      *    custshpc runs.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prodstk-file ASSIGN "prodstk.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS stk-prod-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-prodstk-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-prodmast-file-status.

           SELECT report-file ASSIGN "prodreor.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  prodstk-file.
       01  prodstk-record.
           03  stk-prod-code           PIC X(8).
           03  stk-on-hand             PIC S9(7) COMP.
           03  stk-allocated           PIC 9(7) COMP.
           03  stk-reorder-point       PIC 9(7) COMP.
           03  stk-last-received-date  PIC 9(8).

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       FD  report-file.
       01  report-line                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-today-date               PIC 9(8).
       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-available                PIC S9(8).
       77  ws-listed-count             PIC 9(7) COMP VALUE 0.

       77  ws-prodstk-file-status      PIC X(2).
           88  stkf-status-ok                   VALUE "00".
           88  stkf-status-not-found            VALUE "35".

       77  ws-prodmast-file-status     PIC X(2).
           88  prodf-status-ok                  VALUE "00".
           88  prodf-status-not-found           VALUE "35".

       01  hdg-line-1.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(24)
                           VALUE "STOCK REORDER REPORT AT ".
           03  hdg-date                PIC 9(8).

       01  hdg-line-2.
           03  FILLER                  PIC X(10) VALUE "PRODUCT".
           03  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           03  FILLER                  PIC X(11) VALUE "   ON HAND".
           03  FILLER                  PIC X(11) VALUE "   REORDER".
           03  FILLER                  PIC X(11) VALUE "    DEMAND".
           03  FILLER                  PIC X(11) VALUE " AVAILABLE".
           03  FILLER                  PIC X(15)
                           VALUE "  LAST RECEIVED".

       01  det-line.
           03  det-prod-code           PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-prod-desc           PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-on-hand             PIC -Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-reorder             PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  det-demand              PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  det-available           PIC -Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  det-last-received       PIC 9(8).

       PROCEDURE DIVISION.

       Main-Process SECTION.

           PERFORM Program-Initialize
           PERFORM Check-Stock-Record UNTIL ws-eof
           PERFORM Program-Terminate.

      *---------------------------------------------------------------*

       Program-Initialize SECTION.

           OPEN INPUT prodstk-file
           IF stkf-status-not-found
               DISPLAY "PRODREOR: NO STOCK LEDGER prodstk.ism ON DISK "
                       "- NOTHING TO REPORT"
               STOP RUN
           END-IF
           OPEN INPUT prodmast-file
           OPEN OUTPUT report-file
           MOVE SPACES TO ws-bdt-request
           CALL business-date USING ws-bdt-request
                                    ws-today-date
           END-CALL
           MOVE ws-today-date TO hdg-date
           WRITE report-line FROM hdg-line-1
           MOVE SPACES TO report-line
           WRITE report-line
           WRITE report-line FROM hdg-line-2
           PERFORM Read-Stock-Record.

      *---------------------------------------------------------------*

       Read-Stock-Record SECTION.

           READ prodstk-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Check-Stock-Record SECTION.

           IF stk-on-hand NOT > stk-reorder-point
               PERFORM Print-Reorder-Line
           END-IF
           PERFORM Read-Stock-Record.

      *---------------------------------------------------------------*

       Print-Reorder-Line SECTION.

           MOVE "**NOT ON FILE**" TO prod-desc
           IF NOT prodf-status-not-found
               MOVE stk-prod-code TO prod-code
               READ prodmast-file
                   INVALID KEY
                       MOVE "**NOT ON FILE**" TO prod-desc
               END-READ
           END-IF
           COMPUTE ws-available = stk-on-hand - stk-allocated
           MOVE SPACES                 TO det-line
           MOVE stk-prod-code          TO det-prod-code
           MOVE prod-desc              TO det-prod-desc
           MOVE stk-on-hand            TO det-on-hand
           MOVE stk-reorder-point      TO det-reorder
           MOVE stk-allocated          TO det-demand
           MOVE ws-available           TO det-available
           MOVE stk-last-received-date TO det-last-received
           WRITE report-line FROM det-line
           ADD 1 TO ws-listed-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           IF ws-listed-count = 0
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE "NO PRODUCT AT OR BELOW ITS REORDER POINT"
                                             TO report-line
               WRITE report-line
           END-IF
           CLOSE prodstk-file
           IF NOT prodf-status-not-found
               CLOSE prodmast-file
           END-IF
           CLOSE report-file
           DISPLAY "PRODREOR: " ws-listed-count " PRODUCT(S) TO "
                   "REORDER - SEE prodreor.lst"
           STOP RUN.
