      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custtxrm.

      *---------------------------------------------------------------*
      *    Sales tax rate maintenance. custtxrt.ism is the reference
      *    file the custtax.cbl subprogram takes each rate from, one
      *    record per rate code - S standard and R reduced, the codes
      *    a customer is taxed under on custtax.ism. Exempt customers
      *    (E) and lines for products prodmast.ism marks not taxable
      *    (Z) always go at nil and need no record here, though a
      *    record may be kept for the description custtaxr.cbl's
      *    report prints. When the rate changes only this file is
      *    touched: lines already taxed keep the rate they were taxed
      *    at on custordt.ism. This job reads a sequential file of
      *    adds, changes and deletes, the same shape prodmstm.cbl
      *    applies to the product master; a delete is refused while
      *    any custtax.ism customer is still taxed under the code.
      *    Bad transactions go to a printed exception report. Until
      *    this file exists nothing is taxed at all.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT input-file ASSIGN "custtxrt.trn"
           ORGANIZATION IS SEQUENTIAL.

           SELECT custtxrt-file ASSIGN "custtxrt.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS txr-rate-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtxrt-file-status.

           SELECT custtax-file ASSIGN "custtax.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ctx-c-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custtax-file-status.

           SELECT exception-file ASSIGN "custtxrm.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  input-file.
       01  input-record.
           03  in-action               PIC X(1).
               88  in-action-add               VALUE "A".
               88  in-action-change             VALUE "C".
               88  in-action-delete             VALUE "D".
           03  in-rate-code            PIC X(1).
               88  in-rate-code-valid          VALUE "S" "R" "E" "Z".
               88  in-rate-code-nil            VALUE "E" "Z".
           03  in-rate-desc            PIC X(20).
           03  in-rate                 PIC 9(2)V99.

       FD  custtxrt-file.
       01  custtxrt-record.
           03  txr-rate-code           PIC X(1).
           03  txr-rate-desc           PIC X(20).
           03  txr-rate                PIC 9(2)V99.
           03  txr-changed-date        PIC 9(8).

       FD  custtax-file.
       01  custtax-record.
           03  ctx-c-code              PIC X(5).
           03  ctx-tax-code            PIC X(1).
           03  ctx-exempt-ref          PIC X(15).
           03  ctx-changed-date        PIC 9(8).

       FD  exception-file.
       01  exception-line              PIC X(132).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-ctx-eof-sw               PIC X(1).
           88  ws-ctx-eof                       VALUE "Y".

       77  ws-in-use-sw                PIC X(1).
           88  ws-rate-in-use                   VALUE "Y".

       77  ws-applied-count            PIC 9(7) COMP VALUE 0.
       77  ws-rejected-count           PIC 9(7) COMP VALUE 0.

       77  ws-reject-reason            PIC X(40).

       77  ws-custtxrt-file-status     PIC X(2).
           88  txrf-status-ok                   VALUE "00".
           88  txrf-status-not-found            VALUE "35".

       77  ws-custtax-file-status      PIC X(2).
           88  ctxf-status-ok                   VALUE "00".
           88  ctxf-status-not-found            VALUE "35".

       01  exc-line.
           03  exc-action              PIC X(1).
           03  FILLER                  PIC X(1)  VALUE SPACES.
           03  exc-rate-code           PIC X(1).
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
           PERFORM Open-Custtxrt-File
           OPEN INPUT  custtax-file
           OPEN OUTPUT exception-file
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    custtxrt.ism is created by this program rather than shipped
      *    with it - the same not-found-creates-the-file guard
      *    customer.cbl's Program-Initialize uses for custctr.ism.
      *---------------------------------------------------------------*

       Open-Custtxrt-File SECTION.

           OPEN I-O custtxrt-file
           IF txrf-status-not-found
               OPEN OUTPUT custtxrt-file
               CLOSE custtxrt-file
               OPEN I-O custtxrt-file
           END-IF.

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
               WHEN NOT in-rate-code-valid
                   MOVE "UNKNOWN RATE CODE" TO ws-reject-reason
               WHEN in-action-add OR in-action-change
                   PERFORM Store-Rate-Record
               WHEN in-action-delete
                   PERFORM Delete-Rate-Record
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO ws-reject-reason
           END-EVALUATE
           IF ws-reject-reason NOT = SPACES
               PERFORM Write-Exception
           END-IF
           PERFORM Read-Input-Record.

      *---------------------------------------------------------------*
      *    An add for a code already on file is applied as a change,
      *    as prodmstm.cbl does. Exempt and zero-rated codes are
      *    held at nil whatever rate is keyed against them.
      *---------------------------------------------------------------*

       Store-Rate-Record SECTION.

           IF in-rate NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO ws-reject-reason
           ELSE
               MOVE in-rate-code TO txr-rate-code
               MOVE in-rate-desc TO txr-rate-desc
               IF in-rate-code-nil
                   MOVE 0       TO txr-rate
               ELSE
                   MOVE in-rate TO txr-rate
               END-IF
               ACCEPT txr-changed-date FROM DATE YYYYMMDD
               REWRITE custtxrt-record
                   INVALID KEY
                       WRITE custtxrt-record
                   END-WRITE
               END-REWRITE
               IF txrf-status-ok
                   ADD 1 TO ws-applied-count
               ELSE
                   MOVE "ERROR WRITING RATE RECORD" TO ws-reject-reason
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      *    A standard-rated customer has no custtax.ism record, so
      *    the standard rate can never be proved unused - it is
      *    never deleted, only changed.
      *---------------------------------------------------------------*

       Delete-Rate-Record SECTION.

           IF in-rate-code = "S"
               MOVE "STANDARD RATE CANNOT BE DELETED"
                                             TO ws-reject-reason
           ELSE
               PERFORM Check-Rate-In-Use
               IF ws-rate-in-use
                   MOVE "RATE STILL IN USE ON custtax.ism"
                                             TO ws-reject-reason
               ELSE
                   MOVE in-rate-code TO txr-rate-code
                   DELETE custtxrt-file
                       INVALID KEY
                           MOVE "RATE NOT ON FILE" TO ws-reject-reason
                       NOT INVALID KEY
                           ADD 1 TO ws-applied-count
                   END-DELETE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Check-Rate-In-Use SECTION.

           MOVE "N" TO ws-in-use-sw
           MOVE "N" TO ws-ctx-eof-sw
           IF ctxf-status-not-found
               SET ws-ctx-eof TO TRUE
           ELSE
               MOVE LOW-VALUES TO ctx-c-code
               START custtax-file KEY IS NOT LESS THAN ctx-c-code
                   INVALID KEY
                       SET ws-ctx-eof TO TRUE
               END-START
           END-IF
           PERFORM Scan-Customer-Tax-Code
                              UNTIL ws-ctx-eof OR ws-rate-in-use.

      *---------------------------------------------------------------*

       Scan-Customer-Tax-Code SECTION.

           READ custtax-file NEXT RECORD
               AT END
                   SET ws-ctx-eof TO TRUE
           END-READ
           IF NOT ws-ctx-eof
               IF ctx-tax-code = in-rate-code
                   SET ws-rate-in-use TO TRUE
               END-IF
           END-IF.

      *---------------------------------------------------------------*

       Write-Exception SECTION.

           MOVE SPACES       TO exc-line
           MOVE in-action    TO exc-action
           MOVE in-rate-code TO exc-rate-code
           MOVE ws-reject-reason TO exc-reason
           WRITE exception-line FROM exc-line
           ADD 1 TO ws-rejected-count.

      *---------------------------------------------------------------*

       Program-Terminate SECTION.

           CLOSE input-file
           CLOSE custtxrt-file
           IF NOT ctxf-status-not-found
               CLOSE custtax-file
           END-IF
           CLOSE exception-file
           DISPLAY "CUSTTXRM: " ws-applied-count " APPLIED, "
                   ws-rejected-count " REJECTED - SEE custtxrm.lst"
           STOP RUN.
