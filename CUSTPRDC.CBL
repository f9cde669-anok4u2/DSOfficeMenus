      $SET ans85
       IDENTIFICATION DIVISION.
       PROGRAM-ID. custprdc.

      *---------------------------------------------------------------*
      *    Shared closed-period check for one posting date. Given the
      *    date a transaction is posted as of, it finds the
      *    accounting period on custprd.ism (kept by custprdm.cbl)
      *    that covers the date and says whether the posting may go
      *    ahead, so every posting batch locks closed months through
      *    one copy of the rule:
      *        - a date inside an open period is ok;
      *        - a date inside a closed period is refused;
      *        - once the calendar is in use, a date no period covers
      *          is refused too - the accountants set the calendar up
      *          ahead, and a gap means nobody has decided which month
      *          the posting belongs to.
      *    With no custprd.ism on disk the calendar is not in use yet
      *    and every date is ok, the same optional-file tolerance
      *    custtax.cbl gives custtxrt.ism. A refusal comes back with
      *    the reason ready for the caller's exception list. The file
      *    is opened and closed per call, as custtax.cbl does.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custprd-file ASSIGN "custprd.ism"
           ORGANIZATION IS INDEXED
           RECORD KEY IS prd-period
           ALTERNATE RECORD KEY IS prd-to-date
           ACCESS IS DYNAMIC
           FILE STATUS IS ws-custprd-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD  custprd-file.
       01  custprd-record.
           03  prd-period              PIC 9(6).
           03  prd-from-date           PIC 9(8).
           03  prd-to-date             PIC 9(8).
           03  prd-status              PIC X(1).
               88  prd-open                    VALUE "O".
               88  prd-closed                  VALUE "C".
           03  prd-changed-date        PIC 9(8).
           03  prd-changed-by          PIC X(20).

       WORKING-STORAGE SECTION.

       77  ws-custprd-file-status      PIC X(2).
           88  prdf-status-ok                   VALUE "00".
           88  prdf-status-not-found            VALUE "35".

       01  ws-closed-msg.
           03  FILLER                  PIC X(7)  VALUE "PERIOD ".
           03  ws-closed-period        PIC 9(6).
           03  FILLER                  PIC X(27)
                           VALUE " IS CLOSED - NOT POSTED".

       LINKAGE SECTION.

       01  lnk-prd-date                 PIC 9(8).
       01  lnk-prd-period               PIC 9(6).
       01  lnk-prd-ok-flg               PIC X(1).
           88  lnk-prd-ok                       VALUE "Y".
       01  lnk-prd-msg                  PIC X(40).

       PROCEDURE DIVISION USING lnk-prd-date
                                 lnk-prd-period
                                 lnk-prd-ok-flg
                                 lnk-prd-msg.

       Check-Posting-Period SECTION.

           MOVE "Y"    TO lnk-prd-ok-flg
           MOVE 0      TO lnk-prd-period
           MOVE SPACES TO lnk-prd-msg
           OPEN INPUT custprd-file
           IF NOT prdf-status-not-found
               PERFORM Find-Covering-Period
               CLOSE custprd-file
           END-IF
           GOBACK.

      *---------------------------------------------------------------*
      *    Periods never overlap (custprdm.cbl refuses it), so the
      *    first period ending on or after the date is the only one
      *    that can cover it.
      *---------------------------------------------------------------*

       Find-Covering-Period SECTION.

           MOVE lnk-prd-date TO prd-to-date
           START custprd-file KEY IS NOT LESS THAN prd-to-date
               INVALID KEY
                   MOVE "N" TO lnk-prd-ok-flg
               NOT INVALID KEY
                   READ custprd-file NEXT RECORD
                       AT END
                           MOVE "N" TO lnk-prd-ok-flg
                       NOT AT END
                           IF prd-from-date > lnk-prd-date
                               MOVE "N" TO lnk-prd-ok-flg
                           END-IF
                   END-READ
           END-START
           IF NOT lnk-prd-ok
               MOVE "DATE IS IN NO ACCOUNTING PERIOD" TO lnk-prd-msg
           ELSE
               MOVE prd-period TO lnk-prd-period
               IF prd-closed
                   MOVE "N"            TO lnk-prd-ok-flg
                   MOVE prd-period     TO ws-closed-period
                   MOVE ws-closed-msg  TO lnk-prd-msg
               END-IF
           END-IF.
