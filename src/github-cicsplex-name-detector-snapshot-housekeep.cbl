      *              underlying sequential dataset is the archive,
      *              and the run prints a purge summary by APPLID.
      *
      *              As each purged record is deleted it is rolled up
      *              into the CAPSUMM monthly capacity summary file,
      *              keyed on APPLID plus year-month, which is never
      *              purged: the sample count, the lowest, total and
      *              highest CURRTASKS and PEAKTASKS, the highest
      *              MAXTASKS, the samples with any nonzero SOS
      *              count, and the samples at or above the region's
      *              THRESHLD task percentage (resolved the way
      *              SM540API resolves it). A month's summary grows
      *              as its records age out, so once a month is
      *              purged its summary holds the whole month.
      *              SM540CAP reports from it, adding the records
      *              not yet purged.
      *
      *              A run that cannot do its job - no report spool,
      *              a history file browse that cannot be started or
      *              read to the end, or a record that could not be
      *              archived, deleted or rolled up - still prints
      *              what it could, then ends with abend SM5H so the
      *              scheduler, and SM540NGT when it runs the step,
      *              see the run as failed.
      *
      *              Intended to run under the scheduler daily,
      *              after the overnight SM540API activity.
      *****************************************************************
          05 WS-RETAIN-DESC                   PIC X(40).
          05 FILLER                           PIC X(27).

      *
      * The CAPSUMM monthly capacity summary file - one record per
      * APPLID and year-month, built up from the records purged
      * here. The totals are kept rather than averages so a month
      * can be added to run by run; SM540CAP shares the layout.
      *
       01 WS-CAPACITY-FILE                    PIC X(8)
                                               VALUE 'CAPSUMM'.
       01 WS-CAPACITY-RESP                    PIC S9(8) BINARY.
       01 WS-CAPACITY-RID                     PIC X(14) VALUE SPACES.
       01 WS-CAPACITY-RECORD.
          05 WS-CAPACITY-KEY.
             10 WS-CAPACITY-APPLID            PIC X(8).
             10 WS-CAPACITY-MONTH             PIC X(6).
          05 WS-CAPACITY-GROUP                PIC X(8).
          05 WS-CAPACITY-SAMPLES              PIC 9(8).
          05 WS-CAPACITY-CURR-MIN             PIC 9(8).
          05 WS-CAPACITY-CURR-MAX             PIC 9(8).
          05 WS-CAPACITY-CURR-TOTAL           PIC 9(12).
          05 WS-CAPACITY-PEAK-MIN             PIC 9(8).
          05 WS-CAPACITY-PEAK-MAX             PIC 9(8).
          05 WS-CAPACITY-PEAK-TOTAL           PIC 9(12).
          05 WS-CAPACITY-MAXTASKS-HIGH        PIC 9(8).
          05 WS-CAPACITY-SOS-SAMPLES          PIC 9(8).
          05 WS-CAPACITY-THRESH-SAMPLES       PIC 9(8).
          05 FILLER                           PIC X(18).

       01 WS-CAPACITY-HOLD                    PIC X(128).

      *
      * Whether a summary is held in WS-CAPACITY-RECORD waiting to
      * be saved, and whether it is new to the file. The purged
      * keys are in APPLID+stamp order, so a summary is held until
      * its APPLID or month changes.
      *
       01 WS-CAPACITY-HELD                    PIC X VALUE 'N'.
       01 WS-CAPACITY-NEW                     PIC X VALUE 'N'.
       01 WS-SUMMARIES-SAVED                  PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-SUMMARIES-FAILED                 PIC S9(8) BINARY
                                               VALUE 0.

      *
      * The THRESHLD task percentage for the APPLID being rolled
      * up - its own record, else its group's, else the default -
      * as SM540API resolves it for its SM540006W alert.
      *
       01 WS-THRESHOLD-FILE                   PIC X(8)
                                               VALUE 'THRESHLD'.
       01 WS-THRESHOLD-RID                    PIC X(8) VALUE SPACES.
       01 WS-THRESHOLD-FOUND                  PIC X VALUE 'N'.
       01 WS-THRESHOLD-RECORD.
          05 WS-THRESHOLD-NAME                PIC X(8).
          05 WS-THRESHOLD-TASK-PCT            PIC 9(3).
          05 WS-THRESHOLD-SOS-ALERT           PIC X(1).
          05 WS-THRESHOLD-DESC                PIC X(40).
          05 FILLER                           PIC X(28).

       01 WS-THRESHOLD-APPLID                 PIC X(8) VALUE SPACES.
       01 WS-THRESHOLD-GROUP                  PIC X(8) VALUE SPACES.
       01 WS-TASK-PCT-LIMIT                   PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-DEFAULT-TASK-PCT                 PIC S9(4) BINARY
                                               VALUE 90.
       01 WS-TASK-PCT-USED                    PIC S9(4) BINARY
                                               VALUE 0.

      *
      * The retention resolved for the APPLID currently going past
      * in the browse - its group, keep-days and the cutoff date
       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.

      *
      * Set by anything that stops the run doing its whole job, and
      * turned into abend SM5H on the way out.
      *
       01 WS-RUN-FAILED                       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       HOUSEKEEP-MAIN SECTION.
       H000.

              IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D          DISPLAY 'SPOOLCLOSE of the report failed'
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF

           ELSE
      D       DISPLAY 'SPOOLOPEN of the report failed, no report '
      D               'produced and the history file left untouched'
              MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
           IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SNAPHIST file browse could not be started'
              MOVE 'Y' TO WS-SNAPSHOT-EOF
              IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-RUN-FAILED
              END-IF
           ELSE
              MOVE 'N' TO WS-SNAPSHOT-EOF
           END-IF.

              IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-SNAPSHOT-EOF
                 IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(ENDFILE)
      D             DISPLAY 'SNAPHIST file browse ended early'
                    MOVE 'Y' TO WS-RUN-FAILED
                 END-IF

                 EXEC CICS ENDBR
                           FILE(WS-SNAPSHOT-FILE)
      D             DISPLAY 'SM540HSK: WRITEQ TD to archive queue '
      D                     'QUEUE(' WS-ARCHIVE-QUEUE ') failed, '
      D                     'RESP(' WS-ARCHIVE-RESP ')'
                    MOVE 'Y' TO WS-RUN-FAILED
                    ADD 1 TO WS-TOTAL-KEPT
                    IF WS-REGION-APPLID(WS-REGION-CNT) EQUAL
                       WS-CURRENT-APPLID

      *
      * Delete the records collected by the sweep, now that the
      * browse has ended, rolling each one into its monthly
      * capacity summary once it is gone. Each record is read for
      * update and deleted from there, so the summary is built from
      * exactly the records that left the file. A failed delete is
      * counted and reported; its record was already archived, so
      * the worst a rerun does is archive it twice - it is not
      * rolled up until its delete succeeds.
      *
       DELETE-PURGED-RECORDS SECTION.
       DPR000.

           MOVE 0   TO WS-DELETE-FAILED.
           MOVE 'N' TO WS-CAPACITY-HELD.

           PERFORM VARYING WS-PURGE-SUB FROM 1 BY 1
                   UNTIL WS-PURGE-SUB > WS-PURGE-CNT

              MOVE WS-PURGE-KEY(WS-PURGE-SUB) TO WS-PURGE-RID

              EXEC CICS READ
                        FILE(WS-SNAPSHOT-FILE)
                        INTO(WS-SNAPSHOT-RECORD)
                        RIDFLD(WS-PURGE-RID)
                        UPDATE
                        RESP(WS-SNAPSHOT-RESP)
              END-EXEC

              IF WS-SNAPSHOT-RESP EQUAL DFHRESP(NORMAL)
                 EXEC CICS DELETE
                           FILE(WS-SNAPSHOT-FILE)
                           RESP(WS-SNAPSHOT-RESP)
                 END-EXEC
              END-IF

              IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
                 ADD 1 TO WS-DELETE-FAILED
                 MOVE 'Y' TO WS-RUN-FAILED
      D          DISPLAY 'SM540HSK: DELETE from '
      D                  'FILE(' WS-SNAPSHOT-FILE ') failed, '
      D                  'RESP(' WS-SNAPSHOT-RESP ')'
              ELSE
                 PERFORM ROLL-UP-CAPACITY-SAMPLE
              END-IF

           END-PERFORM.

           IF WS-CAPACITY-HELD EQUAL 'Y'
              PERFORM SAVE-CAPACITY-SUMMARY
           END-IF.

       DPR999.
           EXIT.


      *
      * Fold the snapshot just deleted into the monthly capacity
      * summary for its APPLID and month, saving the summary held
      * for the previous APPLID or month first.
      *
       ROLL-UP-CAPACITY-SAMPLE SECTION.
       RCS000.

           IF WS-CAPACITY-HELD EQUAL 'Y' AND
              (WS-SNAPSHOT-APPLID NOT EQUAL WS-CAPACITY-APPLID OR
               WS-SNAPSHOT-DATE(1:6) NOT EQUAL WS-CAPACITY-MONTH)
              PERFORM SAVE-CAPACITY-SUMMARY
           END-IF.

           IF WS-CAPACITY-HELD NOT EQUAL 'Y'
              PERFORM LOAD-CAPACITY-SUMMARY
           END-IF.

           ADD 1 TO WS-CAPACITY-SAMPLES.

           IF WS-CAPACITY-SAMPLES EQUAL 1
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-CAPACITY-CURR-MIN
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-CAPACITY-CURR-MAX
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-CAPACITY-PEAK-MIN
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-CAPACITY-PEAK-MAX
              MOVE WS-SNAPSHOT-MAXTASKS  TO WS-CAPACITY-MAXTASKS-HIGH
           END-IF.

           IF WS-SNAPSHOT-CURRTASKS LESS THAN WS-CAPACITY-CURR-MIN
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-CAPACITY-CURR-MIN
           END-IF.

           IF WS-SNAPSHOT-CURRTASKS GREATER THAN WS-CAPACITY-CURR-MAX
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-CAPACITY-CURR-MAX
           END-IF.

           IF WS-SNAPSHOT-PEAKTASKS LESS THAN WS-CAPACITY-PEAK-MIN
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-CAPACITY-PEAK-MIN
           END-IF.

           IF WS-SNAPSHOT-PEAKTASKS GREATER THAN WS-CAPACITY-PEAK-MAX
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-CAPACITY-PEAK-MAX
           END-IF.

           IF WS-SNAPSHOT-MAXTASKS GREATER THAN
              WS-CAPACITY-MAXTASKS-HIGH
              MOVE WS-SNAPSHOT-MAXTASKS  TO WS-CAPACITY-MAXTASKS-HIGH
           END-IF.

           ADD WS-SNAPSHOT-CURRTASKS TO WS-CAPACITY-CURR-TOTAL.
           ADD WS-SNAPSHOT-PEAKTASKS TO WS-CAPACITY-PEAK-TOTAL.

           IF WS-SNAPSHOT-SOSABOVEBAR  NOT EQUAL 0 OR
              WS-SNAPSHOT-SOSABOVELINE NOT EQUAL 0 OR
              WS-SNAPSHOT-SOSBELOWLINE NOT EQUAL 0
              ADD 1 TO WS-CAPACITY-SOS-SAMPLES
           END-IF.

           IF WS-SNAPSHOT-MAXTASKS GREATER THAN 0
              COMPUTE WS-TASK-PCT-USED =
                 (WS-SNAPSHOT-CURRTASKS * 100) / WS-SNAPSHOT-MAXTASKS
              IF WS-TASK-PCT-USED NOT LESS THAN WS-TASK-PCT-LIMIT
                 ADD 1 TO WS-CAPACITY-THRESH-SAMPLES
              END-IF
           END-IF.

       RCS999.
           EXIT.


      *
      * Load the capacity summary for the APPLID and month of the
      * snapshot just deleted - the one already on file, or a new
      * empty one - and resolve the APPLID's group and task
      * threshold if its APPLID has changed.
      *
       LOAD-CAPACITY-SUMMARY SECTION.
       LCS000.

           IF WS-SNAPSHOT-APPLID NOT EQUAL WS-THRESHOLD-APPLID
              PERFORM RESOLVE-CAPACITY-THRESHOLD
           END-IF.

           MOVE WS-SNAPSHOT-APPLID    TO WS-CAPACITY-RID(1:8).
           MOVE WS-SNAPSHOT-DATE(1:6) TO WS-CAPACITY-RID(9:6).

           EXEC CICS READ
                     FILE(WS-CAPACITY-FILE)
                     INTO(WS-CAPACITY-RECORD)
                     RIDFLD(WS-CAPACITY-RID)
                     RESP(WS-CAPACITY-RESP)
           END-EXEC.

           IF WS-CAPACITY-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO WS-CAPACITY-NEW
           ELSE
              MOVE 'Y' TO WS-CAPACITY-NEW
              MOVE SPACES                TO WS-CAPACITY-RECORD
              MOVE WS-SNAPSHOT-APPLID    TO WS-CAPACITY-APPLID
              MOVE WS-SNAPSHOT-DATE(1:6) TO WS-CAPACITY-MONTH
              MOVE 0 TO WS-CAPACITY-SAMPLES
              MOVE 0 TO WS-CAPACITY-CURR-MIN
              MOVE 0 TO WS-CAPACITY-CURR-MAX
              MOVE 0 TO WS-CAPACITY-CURR-TOTAL
              MOVE 0 TO WS-CAPACITY-PEAK-MIN
              MOVE 0 TO WS-CAPACITY-PEAK-MAX
              MOVE 0 TO WS-CAPACITY-PEAK-TOTAL
              MOVE 0 TO WS-CAPACITY-MAXTASKS-HIGH
              MOVE 0 TO WS-CAPACITY-SOS-SAMPLES
              MOVE 0 TO WS-CAPACITY-THRESH-SAMPLES
           END-IF.

      *
      *    The group is the region's current one, so the summary
      *    follows a region that has moved group.
      *
           MOVE WS-THRESHOLD-GROUP TO WS-CAPACITY-GROUP.

           MOVE 'Y' TO WS-CAPACITY-HELD.

       LCS999.
           EXIT.


      *
      * Write the held capacity summary back to the CAPSUMM file -
      * added when new, rewritten otherwise. A failure is counted
      * and reported; the snapshots it held are already gone, so
      * that month's summary is short by them.
      *
       SAVE-CAPACITY-SUMMARY SECTION.
       SCS000.

           MOVE WS-CAPACITY-KEY TO WS-CAPACITY-RID.

           IF WS-CAPACITY-NEW EQUAL 'Y'

              EXEC CICS WRITE
                        FILE(WS-CAPACITY-FILE)
                        FROM(WS-CAPACITY-RECORD)
                        RIDFLD(WS-CAPACITY-RID)
                        LENGTH(LENGTH OF WS-CAPACITY-RECORD)
                        RESP(WS-CAPACITY-RESP)
              END-EXEC

           ELSE

              EXEC CICS READ
                        FILE(WS-CAPACITY-FILE)
                        INTO(WS-CAPACITY-HOLD)
                        RIDFLD(WS-CAPACITY-RID)
                        UPDATE
                        RESP(WS-CAPACITY-RESP)
              END-EXEC

              IF WS-CAPACITY-RESP EQUAL DFHRESP(NORMAL)
                 EXEC CICS REWRITE
                           FILE(WS-CAPACITY-FILE)
                           FROM(WS-CAPACITY-RECORD)
                           LENGTH(LENGTH OF WS-CAPACITY-RECORD)
                           RESP(WS-CAPACITY-RESP)
                 END-EXEC
              END-IF

           END-IF.

           IF WS-CAPACITY-RESP EQUAL DFHRESP(NORMAL)
              ADD 1 TO WS-SUMMARIES-SAVED
           ELSE
              ADD 1 TO WS-SUMMARIES-FAILED
              MOVE 'Y' TO WS-RUN-FAILED
      D       DISPLAY 'SM540HSK: capacity summary update of '
      D               'FILE(' WS-CAPACITY-FILE ') failed, '
      D               'RESP(' WS-CAPACITY-RESP ')'
           END-IF.

           MOVE 'N' TO WS-CAPACITY-HELD.

       SCS999.
           EXIT.


      *
      * Resolve the group and THRESHLD task percentage for the
      * APPLID of the snapshot just deleted - the APPLID's own
      * THRESHLD record first, then its group's (group taken from
      * the APPLIDS file), and the default when neither exists or
      * the percentage is not numeric.
      *
       RESOLVE-CAPACITY-THRESHOLD SECTION.
       RCT000.

           MOVE WS-SNAPSHOT-APPLID  TO WS-THRESHOLD-APPLID.
           MOVE SPACES              TO WS-THRESHOLD-GROUP.
           MOVE WS-DEFAULT-TASK-PCT TO WS-TASK-PCT-LIMIT.
           MOVE 'N'                 TO WS-THRESHOLD-FOUND.

           MOVE WS-THRESHOLD-APPLID TO WS-APPLIDS-RID.

           EXEC CICS READ
                     FILE('APPLIDS')
                     INTO(WS-APPLIDS-RECORD)
                     RIDFLD(WS-APPLIDS-RID)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE WS-APPLIDS-GROUP TO WS-THRESHOLD-GROUP
           END-IF.

           MOVE WS-THRESHOLD-APPLID TO WS-THRESHOLD-RID.

           EXEC CICS READ
                     FILE(WS-THRESHOLD-FILE)
                     INTO(WS-THRESHOLD-RECORD)
                     RIDFLD(WS-THRESHOLD-RID)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'Y' TO WS-THRESHOLD-FOUND
           ELSE
              IF WS-THRESHOLD-GROUP NOT EQUAL SPACES

                 MOVE WS-THRESHOLD-GROUP TO WS-THRESHOLD-RID

                 EXEC CICS READ
                           FILE(WS-THRESHOLD-FILE)
                           INTO(WS-THRESHOLD-RECORD)
                           RIDFLD(WS-THRESHOLD-RID)
                           RESP(WS-FILE-RESP)
                 END-EXEC

                 IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-THRESHOLD-FOUND
                 END-IF

              END-IF
           END-IF.

           IF WS-THRESHOLD-FOUND EQUAL 'Y' AND
              WS-THRESHOLD-TASK-PCT NUMERIC
              MOVE WS-THRESHOLD-TASK-PCT TO WS-TASK-PCT-LIMIT
           END-IF.

       RCT999.
           EXIT.


      *
      * Print the purge summary - one line per APPLID with its
      * group, keep-days and purged/kept counts, then the run
              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SUMMARIES SAVED     ' TO WS-SUMMARY-TEXT.
           MOVE WS-SUMMARIES-SAVED     TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-SUMMARIES-FAILED GREATER THAN 0
              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'SUMMARY SAVES FAILED' TO WS-SUMMARY-TEXT
              MOVE WS-SUMMARIES-FAILED    TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PPS999.
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
                        ABCODE('SM5H')
                        NODUMP
              END-EXEC
           END-IF.

           EXEC CICS
              RETURN
           END-EXEC.
