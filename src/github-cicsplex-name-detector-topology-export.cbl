      *              trailer closes the extract under the original
      *              header's date/time, and the checkpoint is
      *              cleared.
      *
      *              Every record that reaches SM5X is also written,
      *              in the same order, to the SM5XCOPY TS queue -
      *              the copy of the extract SM540DRF reads back for
      *              its night-over-night drift report, leaving the
      *              SM5X dataset to the CMDB load alone. A fresh
      *              run deletes the last extract's copy before its
      *              header; a resumed run adds to it, as it does to
      *              the dataset.
      *
      *              A run that cannot do its job - no CMAS network
      *              reachable, a header, region or trailer record
      *              that could not be written to SM5X, or a CPSM
      *              failure that stops the walk part way, leaving
      *              its checkpoint for the rerun - ends with abend
      *              SM5E so the scheduler, and SM540NGT when it
      *              runs the step, see the run as failed. An
      *              extract short only some of its networks is
      *              flagged in the trailer, not failed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540EXP.
       01 WS-EXPORT-RESP                      PIC S9(8) BINARY.
       01 WS-EXPORT-WRITTEN                   PIC S9(8) BINARY
                                               VALUE 0.

      *
      * The copy of the extract kept for SM540DRF, one TS item per
      * record written to SM5X.
      *
       01 WS-COPY-QUEUE                       PIC X(8)
                                               VALUE 'SM5XCOPY'.
       01 WS-COPY-RESP                        PIC S9(8) BINARY.
       01 WS-COPY-RECORD                      PIC X(108).

      *
      * Set by anything that stops the run doing its whole job, and
      * turned into abend SM5E on the way out.
      *
       01 WS-RUN-FAILED                       PIC X VALUE 'N'.
       01 WS-EXPORT-RECORD.
          05 WS-EXPORT-NETWORK                PIC X(8).
          05 WS-EXPORT-PLEXNAME               PIC X(8).
              MOVE 0           TO WS-CKPT-PLEXES-DONE
              MOVE 0           TO WS-CKPT-REGIONS-WRITTEN
              MOVE 0           TO WS-CKPT-DONE-CNT
              PERFORM CLEAR-EXTRACT-COPY
              PERFORM WRITE-EXPORT-HEADER

      *
                      'and the trailer says so'
           END-IF.

           IF WS-NETWORKS-SKIPPED EQUAL WS-CMAS-LIST-CNT
              DISPLAY 'SM540EXP: no CMAS network could be reached'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

      *
      *    The walk completed - close the extract with its trailer
      *    and drop the checkpoint, so the CMDB load sees a
           IF WS-EXPORT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540EXP: WRITEQ TD of the header failed, '
      D               'RESP(' WS-EXPORT-RESP ')'
              MOVE 'Y' TO WS-RUN-FAILED
           ELSE
              MOVE WS-HEADER-RECORD TO WS-COPY-RECORD
              PERFORM WRITE-EXTRACT-COPY
           END-IF.

       WEH999.
           IF WS-EXPORT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540EXP: WRITEQ TD of the trailer failed, '
      D               'RESP(' WS-EXPORT-RESP ')'
              MOVE 'Y' TO WS-RUN-FAILED
           ELSE
              MOVE WS-TRAILER-RECORD TO WS-COPY-RECORD
              PERFORM WRITE-EXTRACT-COPY
           END-IF.

       WET999.
           EXIT.


      *
      * Remove the last extract's copy before a fresh run writes
      * its header.
      *
       CLEAR-EXTRACT-COPY SECTION.
       CXC000.

           EXEC CICS DELETEQ TS
                     QUEUE(WS-COPY-QUEUE)
                     RESP(WS-COPY-RESP)
           END-EXEC.

       CXC999.
           EXIT.


      *
      * Add the record in WS-COPY-RECORD, just written to SM5X, to
      * the copy of the extract. A failed write leaves the copy
      * short, which SM540DRF's check of the header, trailer and
      * counts rejects; the SM5X extract itself is unaffected.
      *
       WRITE-EXTRACT-COPY SECTION.
       WXC000.

           EXEC CICS WRITEQ TS
                     QUEUE(WS-COPY-QUEUE)
                     FROM(WS-COPY-RECORD)
                     LENGTH(LENGTH OF WS-COPY-RECORD)
                     RESP(WS-COPY-RESP)
           END-EXEC.

           IF WS-COPY-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540EXP: WRITEQ TS to copy queue '
      D               'QUEUE(' WS-COPY-QUEUE ') failed, '
      D               'RESP(' WS-COPY-RESP ')'
           END-IF.

       WXC999.
           EXIT.


      *
      * Load the list of CMAS names from the CMASLIST file. An
      * absent or empty file leaves the single *LOCAL* entry, so
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

      D       DISPLAY 'SM540EXP: WRITEQ TD to export queue '
      D               'QUEUE(' WS-EXPORT-QUEUE ') failed, '
      D               'RESP(' WS-EXPORT-RESP ')'
              MOVE 'Y' TO WS-RUN-FAILED
           ELSE
              ADD 1 TO WS-EXPORT-WRITTEN
              MOVE WS-EXPORT-RECORD TO WS-COPY-RECORD
              PERFORM WRITE-EXTRACT-COPY
           END-IF.

       WER999.
       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           IF WS-RUN-FAILED EQUAL 'Y'
              EXEC CICS ABEND
                        ABCODE('SM5E')
                        NODUMP
              END-EXEC
           END-IF.

           EXEC CICS
              RETURN
           END-EXEC.
