      *              listing. Unregistered regions are listed with a
      *              blank suggested group code for SM540MNT to fill
      *              in when the record is added.
      *
      *              A run that cannot do its job - no CMAS network
      *              reachable, no report spool, an APPLIDS browse
      *              that cannot be started or read to the end, a
      *              results queue that cannot be saved, or a CPSM
      *              failure that stops the run part way - still
      *              prints what it could, then ends with abend SM5B
      *              so the scheduler, and SM540NGT when it runs the
      *              step, see the run as failed. A run that loses
      *              only some of its networks is reported, not
      *              failed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540BAT.
       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.

      *
      * Set by anything that stops the run doing its whole job, and
      * turned into abend SM5B on the way out.
      *
       01 WS-RUN-FAILED                       PIC X VALUE 'N'.

      *
      * This run's results, collected in full before anything is
      * printed so the changes-only section can lead the report,
              PERFORM PROCESS-CMAS-NETWORK
           END-PERFORM.

           IF WS-NETWORKS-SKIPPED EQUAL WS-CMAS-LIST-CNT
              DISPLAY 'SM540BAT: no CMAS network could be reached'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

      *
      *    Open the report spool and print a heading.
      *
                 MOVE ' APPLIDS FILE BROWSE COULD NOT BE STARTED'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF

              EXEC CICS SPOOLCLOSE

              IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D          DISPLAY 'SPOOLCLOSE of the report failed'
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF

           ELSE
      D       DISPLAY 'SPOOLOPEN of the report failed, no report '
      D               'produced'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

                 IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-APPLIDS-EOF
                    IF WS-PRINT-RESP NOT EQUAL DFHRESP(ENDFILE)
      D                DISPLAY 'APPLIDS file browse ended early'
                       MOVE 'Y' TO WS-RUN-FAILED
                    END-IF
                 ELSE

      *
      D          DISPLAY 'SM540BAT: WRITEQ TS to results queue '
      D                  'QUEUE(' WS-RESULTS-QUEUE ') failed, '
      D                  'RESP(' WS-RESULTS-RESP ')'
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE WS-CURR-CNT TO WS-CURR-SUB
              END-IF


           IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SPOOLWRITE of a report line failed'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       PRL999.
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

                      WS-CPSM-TEMPORARY-SCOPE ' would exceed the '
                      'cross reference capacity of ' WS-XREF-MAX

              MOVE 'Y' TO WS-RUN-FAILED
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

                 MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                 MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                 PERFORM GET-CPSM-COMMAND-FAILURE
                 MOVE 'Y' TO WS-RUN-FAILED
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           IF WS-RUN-FAILED EQUAL 'Y'
              EXEC CICS ABEND
                        ABCODE('SM5B')
                        NODUMP
              END-EXEC
           END-IF.

           EXEC CICS
              RETURN
           END-EXEC.
