      *    invoked through CALL "SYSTEM" using the program name, and a
      *    completion is only recorded when the job exits cleanly.
      *    Optional jobs (year-end archiving) can be skipped at the
      *    prompt without blocking the jobs after them. An optional
      *    job that ends with return code 4 ran to completion but
      *    found exceptions (integrity-check's orphans); it is
      *    recorded complete and flagged in the summary.

       environment division.
       input-output section.
             value 'escheatment                   O'.
          05 filler pic x(31)
             value 'archive-transactions          O'.
          05 filler pic x(31)
             value 'integrity-check               O'.
          05 filler pic x(31)
             value 'business-date-close           O'.
       01 WS-JOB-TABLE redefines WS-JOB-TABLE-VALUES.
          05 WS-JOB-ENTRY occurs 13 times indexed by WS-JOB-IDX.
             10 WS-JOB-NAME          pic x(30).
             10 WS-JOB-REQUIRED      pic x(1).
       01 WS-JOB-DONE-TABLE.
          05 WS-JOB-DONE occurs 13 times pic x value 'N'.
       01 WS-JOB-SUB                pic 9(2).
       01 WS-PRIOR-SUB              pic 9(2).
       01 WS-SEQUENCE-OK            pic x.
          88 SEQUENCE-SATISFIED    value 'Y'.
       01 WS-RUN-CHOICE             pic x.
       01 WS-COMMAND                pic x(40).
      *    The step's own exit code: SYSTEM hands back the raw wait
      *    status, with the exit code in its high byte and any
      *    terminating signal in its low byte. A step that could not
      *    be started or was killed shows as a negative code.
       01 WS-JOB-RC                 pic s9(4).
       01 WS-JOB-SIGNAL             pic 9(4).
       01 WS-JOB-RC-SHOW            pic -(4)9.
       01 WS-RAN-COUNT              pic 9(2) value zero.
       01 WS-SKIPPED-COUNT          pic 9(2) value zero.

           perform LOAD-TODAYS-COMPLETIONS.

           perform varying WS-JOB-SUB from 1 by 1
               until WS-JOB-SUB > 13
               perform DRIVE-ONE-JOB thru DRIVE-ONE-JOB-DONE
           end-perform.

           display " ".
           display "End-of-Day Summary for " WS-TODAY-DATE ":".
           perform varying WS-JOB-SUB from 1 by 1
               until WS-JOB-SUB > 13
               evaluate true
                   when WS-JOB-DONE(WS-JOB-SUB) = 'Y'
                       display "  " WS-JOB-NAME(WS-JOB-SUB)
                           " COMPLETE"
                   when WS-JOB-DONE(WS-JOB-SUB) = 'W'
                       display "  " WS-JOB-NAME(WS-JOB-SUB)
                           " COMPLETE -- exceptions reported"
                   when WS-JOB-DONE(WS-JOB-SUB) = 'F'
                       display "  " WS-JOB-NAME(WS-JOB-SUB)
                           " FAILED -- check its batch controls"
               perform until EOF-REACHED
                   if JOBCTL-DATE = WS-TODAY-DATE
                       perform varying WS-JOB-SUB from 1 by 1
                           until WS-JOB-SUB > 13
                           if JOBCTL-JOB-NAME = WS-JOB-NAME(WS-JOB-SUB)
                               if JOBCTL-COMPLETE
                                   move 'Y'
                  into WS-COMMAND
           end-string.
           call "SYSTEM" using WS-COMMAND.
           if return-code < 0
               move return-code to WS-JOB-RC
           else
               divide return-code by 256 giving WS-JOB-RC
                   remainder WS-JOB-SIGNAL
               if WS-JOB-SIGNAL not = 0
                   compute WS-JOB-RC = 0 - WS-JOB-SIGNAL
               end-if
           end-if.
           move WS-JOB-RC to WS-JOB-RC-SHOW.
           if WS-JOB-RC = 0
               perform RECORD-COMPLETION
               move 'Y' to WS-JOB-DONE(WS-JOB-SUB)
               add 1 to WS-RAN-COUNT
               go to DRIVE-ONE-JOB-DONE
           end-if.
           if WS-JOB-RC = 4 and WS-JOB-REQUIRED(WS-JOB-SUB) = 'O'
               perform RECORD-COMPLETION
               move 'W' to WS-JOB-DONE(WS-JOB-SUB)
               add 1 to WS-RAN-COUNT
               display WS-JOB-NAME(WS-JOB-SUB)
                   " completed with exceptions -- see its report."
           else
               display WS-JOB-NAME(WS-JOB-SUB)
                   " ended abnormally (return code " WS-JOB-RC-SHOW
                   "); completion NOT recorded."
      *    A failure entry names the step whose controls (or run)
      *    broke, so the restart targets the right job instead of
