      *              capacity team's sampling interval; SM540SNP
      *              reports over the history, and SM540HSK keeps
      *              its growth in check.
      *
      *              A sweep that cannot do its job - no CMAS network
      *              reachable, a snapshot WRITE failing for any
      *              reason but a duplicate key, or a CPSM failure
      *              that stops the sweep part way - ends with abend
      *              SM5C so the scheduler, and SM540NGT when it
      *              runs the step, see the run as failed. A sweep
      *              that loses only some of its networks is
      *              reported, not failed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540COL.
                                               VALUE '*LOCAL* '.
       01 WS-CURRENT-NETWORK                  PIC X(8) VALUE SPACES.
       01 WS-CONNECT-OK                       PIC X VALUE 'N'.
       01 WS-NETWORKS-REACHED                 PIC S9(4) BINARY
                                               VALUE 0.

      *
      * The first name-array entry belonging to the CMAS network
       01 WS-RECORDS-FAILED                   PIC S9(8) BINARY
                                               VALUE 0.

      *
      * Set by anything that stops the run doing its whole job, and
      * turned into abend SM5C on the way out.
      *
       01 WS-RUN-FAILED                       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       COLLECT-MAIN SECTION.
       C000.
              PERFORM PROCESS-CMAS-NETWORK
           END-PERFORM.

           IF WS-NETWORKS-REACHED EQUAL 0
              DISPLAY 'SM540COL: no CMAS network could be reached'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           MOVE WS-RECORDS-WRITTEN TO WS-DISPLAY-COUNT.
      D    DISPLAY 'SM540COL: wrote ' WS-DISPLAY-COUNT
      D            ' snapshot records to ' WS-SNAPSHOT-FILE

           IF WS-RESPONSE EQUAL EYUVALUE(OK)
              MOVE 'Y' TO WS-CONNECT-OK
              ADD 1 TO WS-NETWORKS-REACHED
           ELSE
              MOVE 'CONNECT'          TO WS-FAILURE-COMMAND
              MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
              MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
              MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
              PERFORM GET-CPSM-COMMAND-FAILURE
              MOVE 'Y' TO WS-RUN-FAILED
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

                      'exceeds the table capacity of '
                      WS-CICSPLEX-NAME-MAX

              MOVE 'Y' TO WS-RUN-FAILED
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

                 MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                 MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                 PERFORM GET-CPSM-COMMAND-FAILURE
                 MOVE 'Y' TO WS-RUN-FAILED
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

                    MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                    MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                    PERFORM GET-CPSM-COMMAND-FAILURE
                    MOVE 'Y' TO WS-RUN-FAILED
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF

                 MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                 MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                 PERFORM GET-CPSM-COMMAND-FAILURE
                 MOVE 'Y' TO WS-RUN-FAILED
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

      * sweep's one date/time stamp. An APPLID claimed by more
      * than one plex collapses onto one key - the duplicate is a
      * definition error SM540BAT's validation run reports, not a
      * reason to fail the sweep - while any other failed WRITE is
      * counted the same way and fails the run.
      *
       WRITE-SNAPSHOT-RECORD SECTION.
       WSR000.
      D          DISPLAY 'SM540COL: WRITE to snapshot history file '
      D                  'FILE(' WS-SNAPSHOT-FILE ') failed, '
      D                  'RESP(' WS-SNAPSHOT-RESP ')'
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF
           END-IF.

       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           IF WS-RUN-FAILED EQUAL 'Y'
              EXEC CICS ABEND
                        ABCODE('SM5C')
                        NODUMP
              END-EXEC
           END-IF.

           EXEC CICS
              RETURN
           END-EXEC.
