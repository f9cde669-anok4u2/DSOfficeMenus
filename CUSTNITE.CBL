      *        restarted after the fix resumes from the failed step
      *        instead of re-running - and double-posting - the
      *        steps already done. The checkpoint clears to zero
      *        when the whole stream completes;
      *      - a stream started from the top sets the business date
      *        in custbdat.ism (custbdat.cbl) to today and marks the
      *        stream open, so every step takes that date as "today";
      *        a resumed stream keeps the date the halted run set,
      *        so the morning-after rerun still ages, charges and
      *        extracts as of the night it belongs to. The stream is
      *        marked closed again once every step has run.
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77  ws-steps-run                PIC 9(3) VALUE 0.
       77  ws-restart-skip             PIC 9(3) VALUE 0.

       78  business-date                    VALUE "custbdat".
       77  ws-bdt-request              PIC X(1).
       77  ws-bdt-date                 PIC 9(8).

       77  ws-command                  PIC X(60).
       77  ws-system-rc                PIC S9(9) COMP-5.

               DISPLAY "CUSTNITE: RESTART - RESUMING AFTER STEP "
                       ws-restart-skip
               PERFORM Write-Log-Event
           ELSE
               PERFORM Set-Business-Date
           END-IF
           PERFORM Read-Step-Record.

           MOVE 0               TO log-rc
           WRITE log-line FROM log-detail.

      *---------------------------------------------------------------*

       Set-Business-Date SECTION.

           MOVE "S" TO ws-bdt-request
           MOVE 0   TO ws-bdt-date
           CALL business-date USING ws-bdt-request
                                    ws-bdt-date
           END-CALL
           DISPLAY "CUSTNITE: BUSINESS DATE " ws-bdt-date
           ACCEPT log-date FROM DATE YYYYMMDD
           ACCEPT log-time FROM TIME
           MOVE 0               TO log-step-no
           MOVE "(BUS DATE)"    TO log-step-name
           MOVE ws-bdt-date     TO log-event
           MOVE 0               TO log-rc
           WRITE log-line FROM log-detail.

      *---------------------------------------------------------------*
      *    Only a stream that ran every step clears its checkpoint -
      *    a halted stream leaves it pointing at the last completed
           ELSE
               MOVE 0 TO ws-step-no
               PERFORM Write-Checkpoint
               MOVE "E" TO ws-bdt-request
               CALL business-date USING ws-bdt-request
                                        ws-bdt-date
               END-CALL
               DISPLAY "CUSTNITE: STREAM COMPLETE - " ws-steps-run
                       " STEP(S) RUN - SEE custnite.log"
           END-IF
