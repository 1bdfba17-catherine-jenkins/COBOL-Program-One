      * a stale master.  This program reads a schedule file naming
      * the steps in sequence, runs each one, and proves after each
      * step that the expected RUN-CONTROL-RECORD landed on the run
      * log.  A step that leaves no run record, a RunBalance step
      * whose record reports imbalances, or a GlInterface step
      * whose journal does not balance or left movements out, or a
      * Promote step that refused to promote the new generations,
      * stops the stream cold with a console message saying which
      * step and why.
      ****************************************************************
      * INPUT:
      *    The STREAM SCHEDULE FILE contains one record per step in
      * OUTPUT:
      *    The STREAM REGISTER lists each step's command, start and
      *    end time, and verdict (OK, NO RUN RECORD, WRONG PROGRAM,
      *    OUT OF BALANCE, JOURNAL REJECTED, or NOT PROMOTED), for
      *    the morning review.  When the stream is halted the
      *    remaining steps are not run and the job ends with
      *    RETURN-CODE 8.
      *
      *    The RUN LOG FILE gets one RUN-CONTROL-RECORD appended at
      *    end of job for this program itself, with 1 in the
                       AND WS-LAST-EXCEPTIONS > ZERO
                       MOVE "OUT OF BALANCE" TO WS-VERDICT
                       MOVE "Y" TO WS-STREAM-HALTED
                   WHEN SS-EXPECTED-ID = "GLINTERFACE"
                       AND WS-LAST-EXCEPTIONS > ZERO
                       MOVE "JOURNAL REJECTED" TO WS-VERDICT
                       MOVE "Y" TO WS-STREAM-HALTED
                   WHEN SS-EXPECTED-ID = "PROMOTE"
                       AND WS-LAST-EXCEPTIONS > ZERO
                       MOVE "NOT PROMOTED" TO WS-VERDICT
                       MOVE "Y" TO WS-STREAM-HALTED
               END-EVALUATE
           END-IF
        .
