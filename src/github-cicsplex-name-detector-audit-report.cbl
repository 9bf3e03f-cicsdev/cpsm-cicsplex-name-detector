      *              that file by APPLID and/or date range; the
      *              audit group's 13-month retention is applied to
      *              the file itself by the storage team.
      *
      *              A run that cannot do its job - no report spool,
      *              an audit queue read error other than the queue
      *              running empty, a history write failure other
      *              than a duplicate, or a trend record that could
      *              not be saved - still prints what it could, then
      *              ends with abend SM5R so the scheduler, and
      *              SM540NGT when it runs the step, see the run as
      *              failed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540RPT.
       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.

      *
      * Set by anything that stops the run doing its whole job, and
      * turned into abend SM5R on the way out.
      *
       01 WS-RUN-FAILED                       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       REPORT-MAIN SECTION.
       R000.

              IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D          DISPLAY 'SPOOLCLOSE of the report failed'
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF

           ELSE
      D       DISPLAY 'SPOOLOPEN of the report failed, no report '
      D               'produced and the audit queue left unread'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

              IF WS-AUDIT-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-AUDIT-EOF
                 IF WS-AUDIT-RESP NOT EQUAL DFHRESP(QZERO)
      D             DISPLAY 'SM540RPT: READQ TD of audit queue '
      D                     'QUEUE(' WS-AUDIT-QUEUE ') failed, '
      D                     'RESP(' WS-AUDIT-RESP ')'
                    MOVE 'Y' TO WS-RUN-FAILED
                 END-IF
              ELSE
                 PERFORM POST-AUDIT-RECORD
              END-IF
      D          DISPLAY 'SM540RPT: WRITE to history file '
      D                  'FILE(' WS-HISTORY-FILE ') failed, '
      D                  'RESP(' WS-HISTORY-RESP ')'
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF
           END-IF.

              END-EXEC
           END-IF.

           IF WS-TREND-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540RPT: WRITEQ TS of trend queue '
      D               'QUEUE(' WS-TREND-QUEUE ') failed, '
      D               'RESP(' WS-TREND-RESP ')'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       STR999.
           EXIT.


           IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SPOOLWRITE of a report line failed'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       PRL999.
       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           IF WS-RUN-FAILED EQUAL 'Y'
              EXEC CICS ABEND
                        ABCODE('SM5R')
                        NODUMP
              END-EXEC
           END-IF.

           EXEC CICS
              RETURN
           END-EXEC.
