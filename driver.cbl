           END-IF.

       INITIALIZE-DEFAULT-STEPS.
           MOVE 8 TO WS-STEP-COUNT.
           MOVE "CLIENTUPD"           TO WS-STEP-NAME(1).
           MOVE "./clientupd"         TO WS-STEP-COMMAND(1).
           MOVE "SALARY-MAX-MIN"      TO WS-STEP-NAME(2).
           MOVE "echo 2 | ./syracuse" TO WS-STEP-COMMAND(5).
           MOVE "REVERSE"             TO WS-STEP-NAME(6).
           MOVE "echo 2 | ./reverse"  TO WS-STEP-COMMAND(6).
      *    The integrity sweep only reads and reports; its
      *    exceptions are for the morning, not a reason to stop
      *    the chain, so it continues on failure.
           MOVE "RISWEEP"             TO WS-STEP-NAME(7).
           MOVE "./risweep"           TO WS-STEP-COMMAND(7).
      *    The morning status page runs last so it sees the whole
      *    night's evidence; its RED verdict fails the step and
      *    pages operations through WS-ANY-FAILED's RETURN-CODE 8.
      *    On-failure C keeps a RED from pinning the resume
      *    position at this step - otherwise the next night would
      *    restart at MORNSTAT and skip the real chain.
           MOVE "MORNSTAT"            TO WS-STEP-NAME(8).
           MOVE "./mornstat"          TO WS-STEP-COMMAND(8).
           MOVE SPACES TO WS-STEP-ONFAIL(1) WS-STEP-ONFAIL(2)
               WS-STEP-ONFAIL(3) WS-STEP-ONFAIL(4)
               WS-STEP-ONFAIL(5) WS-STEP-ONFAIL(6).
           MOVE "C" TO WS-STEP-ONFAIL(7) WS-STEP-ONFAIL(8).
           MOVE SPACES TO WS-STEP-SCHED(1) WS-STEP-SCHED(2)
               WS-STEP-SCHED(3) WS-STEP-SCHED(4)
               WS-STEP-SCHED(5) WS-STEP-SCHED(6)
               WS-STEP-SCHED(7).
           MOVE "ALWAYS" TO WS-STEP-SCHED(8).

      *    The run date for scheduling is the business date from
      *    the shared run-control record, so a chain that slips
