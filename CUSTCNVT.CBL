      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcnvt.

      *---------------------------------------------------------------*
      *    One-time product master conversion. prodmast.ism records
      *    grew a sales tax flag (prod-taxable-flg) so that the
      *    custtax.cbl subprogram can tell a taxable product from a
      *    zero-rated one. A file written at the old length can no
      *    longer be opened by the live programs. This job rebuilds
      *    it at the new length with every existing product marked
      *    taxable; the zero-rated ones are then set to N through
      *    prodmast.trn and prodmstm.cbl before tax is switched on
      *    by loading custtxrt.ism.
      *
      *    A site that has not yet priced its order lines must run
      *    custcnvp FIRST - that job reads the product master at the
      *    old length.
      *
      *    TO RUN: rename prodmast.ism to prodmast.old first, then
      *    run this job once. Keep the .old file until the converted
      *    system has been proved.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-prodmast-file ASSIGN "prodmast.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS oprod-code
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ws-old-file-status.

           SELECT prodmast-file ASSIGN "prodmast.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prod-code
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-new-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  old-prodmast-file.
       01  old-prodmast-record.
           03  oprod-code              PIC X(8).
           03  oprod-desc              PIC X(20).
           03  oprod-unit-price        PIC 9(5)V99 COMP.

       FD  prodmast-file.
       01  prodmast-record.
           03  prod-code               PIC X(8).
           03  prod-desc               PIC X(20).
           03  prod-unit-price         PIC 9(5)V99 COMP.
           03  prod-taxable-flg        PIC X(1).

       WORKING-STORAGE SECTION.

       77  ws-eof-sw                   PIC X(1) VALUE "N".
           88  ws-eof                           VALUE "Y".

       77  ws-record-count             PIC 9(7) COMP VALUE 0.

       77  ws-old-file-status          PIC X(2).
           88  old-status-ok                    VALUE "00".
           88  old-status-not-found             VALUE "35".

       77  ws-new-file-status          PIC X(2).
           88  new-status-ok                    VALUE "00".

       PROCEDURE DIVISION.

       Main-Process SECTION.

           OPEN INPUT old-prodmast-file
           IF old-status-not-found
               DISPLAY "CUSTCNVT: NO prodmast.old ON DISK - "
                       "NOTHING TO CONVERT"
               STOP RUN
           END-IF
           OPEN OUTPUT prodmast-file
           PERFORM Read-Old-Product
           PERFORM Convert-Product UNTIL ws-eof
           CLOSE old-prodmast-file
           CLOSE prodmast-file
           DISPLAY "CUSTCNVT: " ws-record-count " PRODUCT(S) "
                   "CONVERTED - KEEP prodmast.old UNTIL PROVED"
           STOP RUN.

      *---------------------------------------------------------------*

       Read-Old-Product SECTION.

           READ old-prodmast-file NEXT RECORD
               AT END
                   SET ws-eof TO TRUE
           END-READ.

      *---------------------------------------------------------------*

       Convert-Product SECTION.

           MOVE oprod-code       TO prod-code
           MOVE oprod-desc       TO prod-desc
           MOVE oprod-unit-price TO prod-unit-price
           MOVE "Y"              TO prod-taxable-flg
           WRITE prodmast-record
           ADD 1 TO ws-record-count
           PERFORM Read-Old-Product.
