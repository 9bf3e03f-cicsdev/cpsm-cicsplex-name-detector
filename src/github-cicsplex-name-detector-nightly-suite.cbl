       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF')
      *****************************************************************
      * Licensed Materials - Property of IBM                          *
      *                                                               *
      *                                                               *
      * (c) Copyright IBM Corp. 2018 All Rights Reserved              *
      *                                                               *
      * US Government Users Restricted Rights - Use, duplication or   *
      * disclosure restricted by GSA ADP Schedule Contract with IBM   *
      * Corp                                                          *
      *                                                               *
      *****************************************************************
      * Title: SM540NGT - Nightly suite controller
      *
      *
      * Description: This program runs the overnight suite - SM540COL,
      *              SM540HSK, SM540EXP, SM540BAT and SM540RPT - as
      *              one controlled run instead of five separately
      *              scheduled starts, so a step that fails no longer
      *              leaves the next one running against incomplete
      *              data.
      *
      *              The steps come from the RUNCTL run-control
      *              file, one record per step, run in key order.
      *              Each record names the program to LINK to, says
      *              whether it runs tonight (Y or N), names up to
      *              four steps it depends on by their RUNCTL
      *              sequence keys, and carries the COMMAREA bytes
      *              to pass it - SM540BAT's V or R run mode and
      *              group filter, say - with their length (zero for
      *              no COMMAREA, the programs' defaults). Naming a
      *              step by its key rather than its program lets
      *              the same program run as two steps - SM540BAT's
      *              normal and validation runs, say - with each
      *              dependency meaning exactly one of them. A step
      *              is skipped when a step it depends on failed,
      *              was itself skipped, runs later in the order or
      *              is not on RUNCTL at all; a step switched off
      *              counts as satisfied, that being the operator's
      *              choice.
      *
      *              Every step's start, end and outcome goes to the
      *              RUNLOG run-log file, keyed on the date and time
      *              the run began plus the step's RUNCTL key, and
      *              the step's RUNCTL record keeps its latest run
      *              and outcome. The log entry and RUNCTL are
      *              committed before each LINK. A step that abends
      *              is backed out to that point and logged FAILED
      *              with its abend code, and the run carries on
      *              with the steps after it; only a step that never
      *              returns at all - the region failing under it -
      *              is left showing STARTED. Each suite program
      *              ends a run that could not do its job with an
      *              abend of its own - SM5C, SM5H, SM5E, SM5B or
      *              SM5R - so a failed CONNECT, file, queue or
      *              spool error is logged FAILED the same way, and
      *              its dependents are skipped.
      *
      *              Started with a COMMAREA of 'R', the run is a
      *              rerun: it resumes the latest run, passing over
      *              the steps that completed in it (logged as DONE)
      *              and running the failed, skipped, abended and
      *              never-reached ones. Anything else is a full run.
      *
      *              The run ends with one status page for the night
      *              operator - every step with its times and
      *              outcome, and whether the suite completed.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540NGT.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The RUNCTL run-control file record - one per suite step,
      * keyed on a sequence number that sets the running order.
      * The last-run fields are maintained by this program.
      *
       01 WS-RUNCTL-FILE                      PIC X(8)
                                               VALUE 'RUNCTL'.
       01 WS-RUNCTL-RID                       PIC X(3) VALUE SPACES.
       01 WS-RUNCTL-RECORD.
          05 WS-RUNCTL-SEQ                    PIC X(3).
          05 WS-RUNCTL-PROGRAM                PIC X(8).
          05 WS-RUNCTL-RUN                    PIC X(1).
          05 WS-RUNCTL-DEPENDS OCCURS 4       PIC X(3).
          05 WS-RUNCTL-OPTIONS-LEN            PIC 9(2).
          05 WS-RUNCTL-OPTIONS                PIC X(20).
          05 WS-RUNCTL-LAST-DATE              PIC X(8).
          05 WS-RUNCTL-LAST-TIME              PIC X(6).
          05 WS-RUNCTL-LAST-OUTCOME           PIC X(8).
          05 FILLER                           PIC X(32).

      *
      * The RUNLOG run-log file record - one per step per run,
      * keyed on the run's start date and time and the step's
      * RUNCTL key.
      *
       01 WS-RUNLOG-FILE                      PIC X(8)
                                               VALUE 'RUNLOG'.
       01 WS-RUNLOG-RECORD.
          05 WS-RUNLOG-KEY.
             10 WS-RUNLOG-RUN-DATE            PIC X(8).
             10 WS-RUNLOG-RUN-TIME            PIC X(6).
             10 WS-RUNLOG-SEQ                 PIC X(3).
          05 WS-RUNLOG-PROGRAM                PIC X(8).
          05 WS-RUNLOG-RUN-TYPE               PIC X(1).
          05 WS-RUNLOG-START-DATE             PIC X(8).
          05 WS-RUNLOG-START-TIME             PIC X(6).
          05 WS-RUNLOG-END-DATE               PIC X(8).
          05 WS-RUNLOG-END-TIME               PIC X(6).
          05 WS-RUNLOG-OUTCOME                PIC X(8).
          05 WS-RUNLOG-RESP                   PIC 9(8).
          05 WS-RUNLOG-DETAIL                 PIC X(30).
          05 FILLER                           PIC X(28).

       01 WS-FILE-RESP                        PIC S9(8) BINARY.
       01 WS-BROWSE-EOF                       PIC X VALUE 'N'.

      *
      * The run - full ('N') or rerun ('R') - its identifying start
      * date and time, and for a rerun the run being resumed.
      *
       01 WS-RUN-TYPE                         PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE                         PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME                         PIC X(6) VALUE SPACES.
       01 WS-RESUME-STAMP                     PIC X(14) VALUE SPACES.
       01 WS-LAST-STAMP                       PIC X(14) VALUE SPACES.

       01 WS-ABSTIME                          PIC S9(15) BINARY.
       01 WS-NOW-DATE                         PIC X(8) VALUE SPACES.
       01 WS-NOW-TIME                         PIC X(6) VALUE SPACES.
       01 WS-SHOW-DATE                        PIC X(10).
       01 WS-SHOW-TIME                        PIC X(8).

      *
      * The suite steps loaded from RUNCTL in running order, with
      * what became of each tonight.
      *
       01 WS-STEP-MAX                         PIC S9(4) BINARY
                                               VALUE 50.

       01 WS-STEP-TABLE.
          03 WS-STEP-ENTRY OCCURS 50.
             05 WS-STEP-SEQ                   PIC X(3).
             05 WS-STEP-PROGRAM               PIC X(8).
             05 WS-STEP-RUN                   PIC X(1).
             05 WS-STEP-DEPENDS OCCURS 4      PIC X(3).
             05 WS-STEP-OPTIONS-LEN           PIC S9(4) BINARY.
             05 WS-STEP-OPTIONS               PIC X(20).
             05 WS-STEP-LAST-STAMP            PIC X(14).
             05 WS-STEP-LAST-OUTCOME          PIC X(8).
             05 WS-STEP-OUTCOME               PIC X(8).
             05 WS-STEP-START-TIME            PIC X(6).
             05 WS-STEP-END-TIME              PIC X(6).
             05 WS-STEP-RESP                  PIC S9(8) BINARY.
             05 WS-STEP-DETAIL                PIC X(30).

       01 WS-STEP-CNT                         PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-STEP-SUB                         PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-STEP-OVERFLOW                    PIC X VALUE 'N'.

      *
      * The dependency check of the step being run.
      *
       01 WS-DEPEND-SUB                       PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-FIND-SUB                         PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-FIND-FOUND                       PIC X VALUE 'N'.
       01 WS-DEPENDS-MET                      PIC X VALUE 'Y'.

      *
      * The LINK to the step's program.
      *
       01 WS-LINK-PROGRAM                     PIC X(8) VALUE SPACES.
       01 WS-LINK-COMMAREA                    PIC X(20) VALUE SPACES.
       01 WS-LINK-LENGTH                      PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-LINK-RESP                        PIC S9(8) BINARY.
       01 WS-STEP-ABENDED                     PIC X VALUE 'N'.
       01 WS-ABEND-CODE                       PIC X(4) VALUE SPACES.

      *
      * Run totals for the status page.
      *
       01 WS-COMPLETE-CNT                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-DONE-CNT                         PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-FAILED-CNT                       PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-SKIPPED-CNT                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-NOT-RUN-CNT                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-LOG-FAILED-CNT                   PIC S9(8) BINARY
                                               VALUE 0.

      *
      * Report lines, written to the spool one at a time the same
      * way SM540BAT prints its APPLID report.
      *
       01 WS-REPORT-LINE                      PIC X(120)
                                               VALUE SPACES.

       01 WS-STEP-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(3)  VALUE 'SEQ'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'PROGRAM'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'OUTCOME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(6)  VALUE 'START'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(6)  VALUE 'END'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'RESP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(30) VALUE 'DETAIL'.
          05 FILLER                           PIC X(38) VALUE SPACE.

       01 WS-STEP-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-STEP-LINE-SEQ                 PIC X(3).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-STEP-LINE-PROGRAM             PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-STEP-LINE-OUTCOME             PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-STEP-LINE-START               PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-STEP-LINE-END                 PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-STEP-LINE-RESP                PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-STEP-LINE-DETAIL              PIC X(30).
          05 FILLER                           PIC X(38) VALUE SPACE.

       01 WS-STEP-LINE-RESP-NUM               PIC ZZZZZZZ9.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(20).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(91) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.


       LINKAGE SECTION.

      *
      * The run type. An LK-RUN-TYPE of 'R' resumes the latest run;
      * anything else, or no COMMAREA at all, runs the whole suite.
      *
       01 DFHCOMMAREA.
          05 LK-RUN-TYPE                      PIC X(1).


       PROCEDURE DIVISION.
       SUITE-MAIN SECTION.
       N000.

      *
      *    Pick up the run type from the COMMAREA, if one was
      *    passed.
      *
           MOVE 'N' TO WS-RUN-TYPE.

           IF EIBCALEN NOT EQUAL 0
              IF LK-RUN-TYPE EQUAL 'R'
                 MOVE 'R' TO WS-RUN-TYPE
              END-IF
           END-IF.

      *
      *    The run is known by the date and time it began.
      *
           PERFORM GET-CURRENT-TIME.
           MOVE WS-NOW-DATE TO WS-RUN-DATE.
           MOVE WS-NOW-TIME TO WS-RUN-TIME.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATE(WS-SHOW-DATE)
                     DATESEP
                     TIME(WS-SHOW-TIME)
                     TIMESEP
           END-EXEC.

           PERFORM LOAD-RUN-CONTROL.

      *
      *    A rerun resumes the latest run - the latest stamp any
      *    step carries.
      *
           IF WS-RUN-TYPE EQUAL 'R'
              MOVE WS-LAST-STAMP TO WS-RESUME-STAMP
           END-IF.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-CNT
              PERFORM RUN-SUITE-STEP
           END-PERFORM.

           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              PERFORM PRINT-STATUS-PAGE

              EXEC CICS SPOOLCLOSE
                        TOKEN(WS-REPORT-TOKEN)
                        RESP(WS-PRINT-RESP)
              END-EXEC

              IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D          DISPLAY 'SPOOLCLOSE of the report failed'
              END-IF

           ELSE
      D       DISPLAY 'SPOOLOPEN of the report failed, no report '
      D               'produced'
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

       N999.
           EXIT.


      *
      * Take the current date and time as YYYYMMDD and HHMMSS.
      *
       GET-CURRENT-TIME SECTION.
       GCT000.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.

       GCT999.
           EXIT.


      *
      * Browse the RUNCTL file into the step table in key order,
      * noting the latest run stamp any step carries. A record with
      * no program name is passed over; a COMMAREA length that is
      * not a number is taken as none.
      *
       LOAD-RUN-CONTROL SECTION.
       LRC000.

           MOVE 0      TO WS-STEP-CNT.
           MOVE SPACES TO WS-LAST-STAMP.

           MOVE LOW-VALUES TO WS-RUNCTL-RID.

           EXEC CICS STARTBR
                     FILE(WS-RUNCTL-FILE)
                     RIDFLD(WS-RUNCTL-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'RUNCTL file browse could not be started'
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
           END-IF.

           PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE(WS-RUNCTL-FILE)
                        INTO(WS-RUNCTL-RECORD)
                        RIDFLD(WS-RUNCTL-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-EOF

                 EXEC CICS ENDBR
                           FILE(WS-RUNCTL-FILE)
                           RESP(WS-FILE-RESP)
                 END-EXEC
              ELSE

                 IF WS-RUNCTL-PROGRAM NOT EQUAL SPACES
                    IF WS-STEP-CNT LESS THAN WS-STEP-MAX
                       ADD 1 TO WS-STEP-CNT
                       PERFORM LOAD-STEP-ENTRY
                    ELSE
                       MOVE 'Y' TO WS-STEP-OVERFLOW
                    END-IF
                 END-IF

              END-IF

           END-PERFORM.

       LRC999.
           EXIT.


      *
      * Load the RUNCTL record just read into step entry
      * WS-STEP-CNT.
      *
       LOAD-STEP-ENTRY SECTION.
       LSE000.

           MOVE WS-RUNCTL-SEQ     TO WS-STEP-SEQ(WS-STEP-CNT).
           MOVE WS-RUNCTL-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-CNT).
           MOVE WS-RUNCTL-RUN     TO WS-STEP-RUN(WS-STEP-CNT).

           PERFORM VARYING WS-DEPEND-SUB FROM 1 BY 1
                   UNTIL WS-DEPEND-SUB > 4
              MOVE WS-RUNCTL-DEPENDS(WS-DEPEND-SUB)
                 TO WS-STEP-DEPENDS(WS-STEP-CNT, WS-DEPEND-SUB)
           END-PERFORM.

           MOVE 0 TO WS-STEP-OPTIONS-LEN(WS-STEP-CNT).
           IF WS-RUNCTL-OPTIONS-LEN NUMERIC
              MOVE WS-RUNCTL-OPTIONS-LEN
                 TO WS-STEP-OPTIONS-LEN(WS-STEP-CNT)
              IF WS-STEP-OPTIONS-LEN(WS-STEP-CNT) GREATER THAN 20
                 MOVE 20 TO WS-STEP-OPTIONS-LEN(WS-STEP-CNT)
              END-IF
           END-IF.
           MOVE WS-RUNCTL-OPTIONS TO WS-STEP-OPTIONS(WS-STEP-CNT).

           MOVE WS-RUNCTL-LAST-DATE
              TO WS-STEP-LAST-STAMP(WS-STEP-CNT)(1:8).
           MOVE WS-RUNCTL-LAST-TIME
              TO WS-STEP-LAST-STAMP(WS-STEP-CNT)(9:6).
           MOVE WS-RUNCTL-LAST-OUTCOME
              TO WS-STEP-LAST-OUTCOME(WS-STEP-CNT).

           IF WS-STEP-LAST-STAMP(WS-STEP-CNT) GREATER THAN
              WS-LAST-STAMP
              MOVE WS-STEP-LAST-STAMP(WS-STEP-CNT) TO WS-LAST-STAMP
           END-IF.

           MOVE SPACES TO WS-STEP-OUTCOME(WS-STEP-CNT).
           MOVE SPACES TO WS-STEP-START-TIME(WS-STEP-CNT).
           MOVE SPACES TO WS-STEP-END-TIME(WS-STEP-CNT).
           MOVE 0      TO WS-STEP-RESP(WS-STEP-CNT).
           MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-CNT).

       LSE999.
           EXIT.


      *
      * Decide what becomes of step WS-STEP-SUB tonight - not run,
      * already done in the run being resumed, skipped for a
      * dependency, or run - and log it.
      *
       RUN-SUITE-STEP SECTION.
       RSS000.

           IF WS-STEP-RUN(WS-STEP-SUB) NOT EQUAL 'Y'

              MOVE 'NOT RUN' TO WS-STEP-OUTCOME(WS-STEP-SUB)
              MOVE 'SWITCHED OFF ON RUNCTL'
                 TO WS-STEP-DETAIL(WS-STEP-SUB)
              ADD 1 TO WS-NOT-RUN-CNT
              PERFORM LOG-STEP-OUTCOME

           ELSE

              IF WS-RUN-TYPE EQUAL 'R' AND
                 WS-RESUME-STAMP NOT EQUAL SPACES AND
                 WS-STEP-LAST-STAMP(WS-STEP-SUB) EQUAL
                 WS-RESUME-STAMP AND
                 WS-STEP-LAST-OUTCOME(WS-STEP-SUB) EQUAL 'COMPLETE'

                 MOVE 'DONE' TO WS-STEP-OUTCOME(WS-STEP-SUB)
                 MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-SUB)
                 STRING 'COMPLETED IN RUN ' DELIMITED BY SIZE,
                        WS-RESUME-STAMP(1:8) DELIMITED BY SIZE,
                        ' ' DELIMITED BY SIZE,
                        WS-RESUME-STAMP(9:6) DELIMITED BY SIZE
                        INTO WS-STEP-DETAIL(WS-STEP-SUB)
                 ADD 1 TO WS-DONE-CNT
                 PERFORM LOG-STEP-OUTCOME

              ELSE

                 PERFORM CHECK-STEP-DEPENDENCIES

                 IF WS-DEPENDS-MET NOT EQUAL 'Y'
                    MOVE 'SKIPPED' TO WS-STEP-OUTCOME(WS-STEP-SUB)
                    ADD 1 TO WS-SKIPPED-CNT
                    PERFORM LOG-STEP-OUTCOME
                 ELSE
                    PERFORM EXECUTE-SUITE-STEP
                 END-IF

              END-IF

           END-IF.

       RSS999.
           EXIT.


      *
      * Check the steps that step WS-STEP-SUB depends on, each named
      * by its RUNCTL sequence key. Each must be on RUNCTL and,
      * tonight, have completed, be done already in the run being
      * resumed, or be switched off; the first one that is not is
      * named in the step's detail.
      *
       CHECK-STEP-DEPENDENCIES SECTION.
       CSD000.

           MOVE 'Y' TO WS-DEPENDS-MET.

           PERFORM VARYING WS-DEPEND-SUB FROM 1 BY 1
                   UNTIL WS-DEPEND-SUB > 4 OR
                         WS-DEPENDS-MET NOT EQUAL 'Y'

              IF WS-STEP-DEPENDS(WS-STEP-SUB, WS-DEPEND-SUB)
                 NOT EQUAL SPACES

                 MOVE 'N' TO WS-FIND-FOUND

                 PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                         UNTIL WS-FIND-SUB > WS-STEP-CNT OR
                               WS-FIND-FOUND EQUAL 'Y'
                    IF WS-STEP-SEQ(WS-FIND-SUB) EQUAL
                       WS-STEP-DEPENDS(WS-STEP-SUB, WS-DEPEND-SUB)
                       MOVE 'Y' TO WS-FIND-FOUND
                    END-IF
                 END-PERFORM

                 IF WS-FIND-FOUND NOT EQUAL 'Y'
                    MOVE 'N' TO WS-DEPENDS-MET
                    MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-SUB)
                    STRING 'NEEDS ' DELIMITED BY SIZE,
                           WS-STEP-DEPENDS(WS-STEP-SUB, WS-DEPEND-SUB)
                           DELIMITED BY SPACE,
                           ' - NOT ON RUNCTL' DELIMITED BY SIZE
                           INTO WS-STEP-DETAIL(WS-STEP-SUB)
                 ELSE

      *
      *             The search stepped one past the entry found.
      *
                    SUBTRACT 1 FROM WS-FIND-SUB

                    IF WS-STEP-OUTCOME(WS-FIND-SUB) NOT EQUAL
                       'COMPLETE' AND
                       WS-STEP-OUTCOME(WS-FIND-SUB) NOT EQUAL
                       'DONE' AND
                       WS-STEP-OUTCOME(WS-FIND-SUB) NOT EQUAL
                       'NOT RUN'
                       MOVE 'N' TO WS-DEPENDS-MET
                       MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-SUB)
                       IF WS-STEP-OUTCOME(WS-FIND-SUB) EQUAL SPACES
                          STRING 'NEEDS ' DELIMITED BY SIZE,
                                 WS-STEP-SEQ(WS-FIND-SUB)
                                 DELIMITED BY SIZE,
                                 ' - RUNS LATER' DELIMITED BY SIZE
                                 INTO WS-STEP-DETAIL(WS-STEP-SUB)
                       ELSE
                          STRING 'NEEDS ' DELIMITED BY SIZE,
                                 WS-STEP-SEQ(WS-FIND-SUB)
                                 DELIMITED BY SIZE,
                                 ' ' DELIMITED BY SIZE,
                                 WS-STEP-PROGRAM(WS-FIND-SUB)
                                 DELIMITED BY SPACE,
                                 ' - ' DELIMITED BY SIZE,
                                 WS-STEP-OUTCOME(WS-FIND-SUB)
                                 DELIMITED BY SPACE
                                 INTO WS-STEP-DETAIL(WS-STEP-SUB)
                       END-IF
                    END-IF

                 END-IF

              END-IF

           END-PERFORM.

       CSD999.
           EXIT.


      *
      * Run step WS-STEP-SUB: log it STARTED and commit that, LINK
      * to its program with its COMMAREA bytes, then log how it
      * ended and commit again. An abend in the step comes back to
      * ESS100, which backs the step's work out and marks it FAILED
      * with the abend code before the same logging.
      *
       EXECUTE-SUITE-STEP SECTION.
       ESS000.

           PERFORM GET-CURRENT-TIME.

           MOVE 'STARTED'   TO WS-STEP-OUTCOME(WS-STEP-SUB).
           MOVE WS-NOW-TIME TO WS-STEP-START-TIME(WS-STEP-SUB).

           IF WS-RUN-TYPE EQUAL 'R' AND
              WS-STEP-LAST-OUTCOME(WS-STEP-SUB) NOT EQUAL SPACES
              MOVE SPACES TO WS-STEP-DETAIL(WS-STEP-SUB)
              STRING 'RERUN - LAST RUN ' DELIMITED BY SIZE,
                     WS-STEP-LAST-OUTCOME(WS-STEP-SUB)
                     DELIMITED BY SIZE
                     INTO WS-STEP-DETAIL(WS-STEP-SUB)
           END-IF.

           MOVE SPACES             TO WS-RUNLOG-RECORD.
           MOVE WS-RUN-DATE        TO WS-RUNLOG-RUN-DATE.
           MOVE WS-RUN-TIME        TO WS-RUNLOG-RUN-TIME.
           MOVE WS-STEP-SEQ(WS-STEP-SUB) TO WS-RUNLOG-SEQ.
           MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO WS-RUNLOG-PROGRAM.
           MOVE WS-RUN-TYPE        TO WS-RUNLOG-RUN-TYPE.
           MOVE WS-NOW-DATE        TO WS-RUNLOG-START-DATE.
           MOVE WS-NOW-TIME        TO WS-RUNLOG-START-TIME.
           MOVE 'STARTED'          TO WS-RUNLOG-OUTCOME.
           MOVE 0                  TO WS-RUNLOG-RESP.
           MOVE WS-STEP-DETAIL(WS-STEP-SUB) TO WS-RUNLOG-DETAIL.

           EXEC CICS WRITE
                     FILE(WS-RUNLOG-FILE)
                     FROM(WS-RUNLOG-RECORD)
                     RIDFLD(WS-RUNLOG-KEY)
                     LENGTH(LENGTH OF WS-RUNLOG-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              ADD 1 TO WS-LOG-FAILED-CNT
      D       DISPLAY 'SM540NGT: WRITE FILE(' WS-RUNLOG-FILE
      D               ') failed, RESP(' WS-FILE-RESP ')'
           END-IF.

           PERFORM UPDATE-RUN-CONTROL.

      *
      *    Commit the STARTED entries, so a step that abends leaves
      *    them behind for the rerun.
      *
           EXEC CICS SYNCPOINT
           END-EXEC.

           MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO WS-LINK-PROGRAM.
           MOVE WS-STEP-OPTIONS(WS-STEP-SUB) TO WS-LINK-COMMAREA.
           MOVE WS-STEP-OPTIONS-LEN(WS-STEP-SUB) TO WS-LINK-LENGTH.
           MOVE 0   TO WS-LINK-RESP.
           MOVE 'Y' TO WS-STEP-ABENDED.

           EXEC CICS HANDLE ABEND
                     LABEL(ESS100)
           END-EXEC.

           IF WS-LINK-LENGTH GREATER THAN 0
              EXEC CICS LINK
                        PROGRAM(WS-LINK-PROGRAM)
                        COMMAREA(WS-LINK-COMMAREA)
                        LENGTH(WS-LINK-LENGTH)
                        RESP(WS-LINK-RESP)
              END-EXEC
           ELSE
              EXEC CICS LINK
                        PROGRAM(WS-LINK-PROGRAM)
                        RESP(WS-LINK-RESP)
              END-EXEC
           END-IF.

           EXEC CICS HANDLE ABEND
                     CANCEL
           END-EXEC.

           MOVE 'N' TO WS-STEP-ABENDED.

           IF WS-LINK-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'COMPLETE' TO WS-STEP-OUTCOME(WS-STEP-SUB)
              ADD 1 TO WS-COMPLETE-CNT
           ELSE
              MOVE 'FAILED'   TO WS-STEP-OUTCOME(WS-STEP-SUB)
              MOVE 'LINK FAILED - SEE THE RESP'
                 TO WS-STEP-DETAIL(WS-STEP-SUB)
              ADD 1 TO WS-FAILED-CNT
      D       DISPLAY 'SM540NGT: LINK PROGRAM(' WS-LINK-PROGRAM
      D               ') failed, RESP(' WS-LINK-RESP ')'
           END-IF.

      *
      *    A step that abended arrives here from the LINK, with the
      *    abend exit already deactivated; one that returned passes
      *    straight through. Back out what the abended step did
      *    since the STARTED entries were committed, and record it
      *    FAILED with the abend code so the run carries on with
      *    the steps after it.
      *
       ESS100.

           IF WS-STEP-ABENDED EQUAL 'Y'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE SPACES TO WS-ABEND-CODE
              EXEC CICS ASSIGN
                        ABCODE(WS-ABEND-CODE)
              END-EXEC
              MOVE 'FAILED' TO WS-STEP-OUTCOME(WS-STEP-SUB)
              MOVE SPACES   TO WS-STEP-DETAIL(WS-STEP-SUB)
              STRING 'ABENDED - CODE ' DELIMITED BY SIZE,
                     WS-ABEND-CODE DELIMITED BY SIZE
                     INTO WS-STEP-DETAIL(WS-STEP-SUB)
              ADD 1 TO WS-FAILED-CNT
      D       DISPLAY 'SM540NGT: LINK PROGRAM(' WS-LINK-PROGRAM
      D               ') abended, ABCODE(' WS-ABEND-CODE ')'
           END-IF.

      *
      *    Log how the step ended and commit it.
      *
       ESS200.

           PERFORM GET-CURRENT-TIME.

           MOVE WS-NOW-TIME  TO WS-STEP-END-TIME(WS-STEP-SUB).
           MOVE WS-LINK-RESP TO WS-STEP-RESP(WS-STEP-SUB).

           MOVE WS-RUN-DATE TO WS-RUNLOG-RUN-DATE.
           MOVE WS-RUN-TIME TO WS-RUNLOG-RUN-TIME.
           MOVE WS-STEP-SEQ(WS-STEP-SUB) TO WS-RUNLOG-SEQ.

           EXEC CICS READ
                     FILE(WS-RUNLOG-FILE)
                     INTO(WS-RUNLOG-RECORD)
                     RIDFLD(WS-RUNLOG-KEY)
                     UPDATE
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)

              MOVE WS-NOW-DATE TO WS-RUNLOG-END-DATE
              MOVE WS-NOW-TIME TO WS-RUNLOG-END-TIME
              MOVE WS-STEP-OUTCOME(WS-STEP-SUB) TO WS-RUNLOG-OUTCOME
              MOVE WS-LINK-RESP TO WS-RUNLOG-RESP
              MOVE WS-STEP-DETAIL(WS-STEP-SUB) TO WS-RUNLOG-DETAIL

              EXEC CICS REWRITE
                        FILE(WS-RUNLOG-FILE)
                        FROM(WS-RUNLOG-RECORD)
                        LENGTH(LENGTH OF WS-RUNLOG-RECORD)
                        RESP(WS-FILE-RESP)
              END-EXEC

           END-IF.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              ADD 1 TO WS-LOG-FAILED-CNT
      D       DISPLAY 'SM540NGT: REWRITE FILE(' WS-RUNLOG-FILE
      D               ') failed, RESP(' WS-FILE-RESP ')'
           END-IF.

           PERFORM UPDATE-RUN-CONTROL.

           EXEC CICS SYNCPOINT
           END-EXEC.

       ESS999.
           EXIT.


      *
      * Log a step that was not run tonight - switched off, done
      * already, or skipped - as one finished RUNLOG entry, and
      * record it on RUNCTL.
      *
       LOG-STEP-OUTCOME SECTION.
       LSO000.

           PERFORM GET-CURRENT-TIME.

           MOVE WS-NOW-TIME TO WS-STEP-START-TIME(WS-STEP-SUB).
           MOVE WS-NOW-TIME TO WS-STEP-END-TIME(WS-STEP-SUB).

           MOVE SPACES             TO WS-RUNLOG-RECORD.
           MOVE WS-RUN-DATE        TO WS-RUNLOG-RUN-DATE.
           MOVE WS-RUN-TIME        TO WS-RUNLOG-RUN-TIME.
           MOVE WS-STEP-SEQ(WS-STEP-SUB) TO WS-RUNLOG-SEQ.
           MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO WS-RUNLOG-PROGRAM.
           MOVE WS-RUN-TYPE        TO WS-RUNLOG-RUN-TYPE.
           MOVE WS-NOW-DATE        TO WS-RUNLOG-START-DATE.
           MOVE WS-NOW-TIME        TO WS-RUNLOG-START-TIME.
           MOVE WS-NOW-DATE        TO WS-RUNLOG-END-DATE.
           MOVE WS-NOW-TIME        TO WS-RUNLOG-END-TIME.
           MOVE WS-STEP-OUTCOME(WS-STEP-SUB) TO WS-RUNLOG-OUTCOME.
           MOVE 0                  TO WS-RUNLOG-RESP.
           MOVE WS-STEP-DETAIL(WS-STEP-SUB) TO WS-RUNLOG-DETAIL.

           EXEC CICS WRITE
                     FILE(WS-RUNLOG-FILE)
                     FROM(WS-RUNLOG-RECORD)
                     RIDFLD(WS-RUNLOG-KEY)
                     LENGTH(LENGTH OF WS-RUNLOG-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              ADD 1 TO WS-LOG-FAILED-CNT
      D       DISPLAY 'SM540NGT: WRITE FILE(' WS-RUNLOG-FILE
      D               ') failed, RESP(' WS-FILE-RESP ')'
           END-IF.

           PERFORM UPDATE-RUN-CONTROL.

       LSO999.
           EXIT.


      *
      * Record tonight's run and step WS-STEP-SUB's outcome on its
      * RUNCTL record. A step done already in the run being resumed
      * stays COMPLETE, so a further rerun passes over it too.
      *
       UPDATE-RUN-CONTROL SECTION.
       URC000.

           MOVE WS-STEP-SEQ(WS-STEP-SUB) TO WS-RUNCTL-RID.

           EXEC CICS READ
                     FILE(WS-RUNCTL-FILE)
                     INTO(WS-RUNCTL-RECORD)
                     RIDFLD(WS-RUNCTL-RID)
                     UPDATE
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)

              MOVE WS-RUN-DATE TO WS-RUNCTL-LAST-DATE
              MOVE WS-RUN-TIME TO WS-RUNCTL-LAST-TIME

              IF WS-STEP-OUTCOME(WS-STEP-SUB) EQUAL 'DONE'
                 MOVE 'COMPLETE' TO WS-RUNCTL-LAST-OUTCOME
              ELSE
                 MOVE WS-STEP-OUTCOME(WS-STEP-SUB)
                    TO WS-RUNCTL-LAST-OUTCOME
              END-IF

              EXEC CICS REWRITE
                        FILE(WS-RUNCTL-FILE)
                        FROM(WS-RUNCTL-RECORD)
                        LENGTH(LENGTH OF WS-RUNCTL-RECORD)
                        RESP(WS-FILE-RESP)
              END-EXEC

           END-IF.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              ADD 1 TO WS-LOG-FAILED-CNT
      D       DISPLAY 'SM540NGT: RUNCTL update failed, '
      D               'RESP(' WS-FILE-RESP ')'
           END-IF.

       URC999.
           EXIT.


      *
      * Print the end-of-night status page - the run, every step
      * with its times and outcome, the totals, and whether the
      * suite completed.
      *
       PRINT-STATUS-PAGE SECTION.
       PSP000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540NGT  NIGHTLY SUITE STATUS  '
                  DELIMITED BY SIZE,
                  WS-SHOW-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-SHOW-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RUN-TYPE EQUAL 'R'
              STRING ' RUN: ' DELIMITED BY SIZE,
                     WS-RUN-DATE DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-RUN-TIME DELIMITED BY SIZE,
                     '  RERUN OF: ' DELIMITED BY SIZE,
                     WS-RESUME-STAMP(1:8) DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-RESUME-STAMP(9:6) DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           ELSE
              STRING ' RUN: ' DELIMITED BY SIZE,
                     WS-RUN-DATE DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-RUN-TIME DELIMITED BY SIZE,
                     '  FULL RUN' DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-STEP-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-CNT
              MOVE SPACES TO WS-STEP-LINE
              MOVE WS-STEP-SEQ(WS-STEP-SUB) TO WS-STEP-LINE-SEQ
              MOVE WS-STEP-PROGRAM(WS-STEP-SUB)
                 TO WS-STEP-LINE-PROGRAM
              MOVE WS-STEP-OUTCOME(WS-STEP-SUB)
                 TO WS-STEP-LINE-OUTCOME
              MOVE WS-STEP-START-TIME(WS-STEP-SUB)
                 TO WS-STEP-LINE-START
              MOVE WS-STEP-END-TIME(WS-STEP-SUB)
                 TO WS-STEP-LINE-END
              IF WS-STEP-RESP(WS-STEP-SUB) NOT EQUAL 0
                 MOVE WS-STEP-RESP(WS-STEP-SUB)
                    TO WS-STEP-LINE-RESP-NUM
                 MOVE WS-STEP-LINE-RESP-NUM TO WS-STEP-LINE-RESP
              END-IF
              MOVE WS-STEP-DETAIL(WS-STEP-SUB)
                 TO WS-STEP-LINE-DETAIL
              MOVE WS-STEP-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-PERFORM.

           IF WS-STEP-CNT EQUAL 0
              MOVE ' NONE - NO STEPS ON THE RUNCTL FILE'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-STEP-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: STEP TABLE FULL - STEPS NOT RUN'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-LOG-FAILED-CNT GREATER THAN 0
              MOVE ' WARNING: RUNLOG OR RUNCTL NOT FULLY UPDATED'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'STEPS COMPLETED     ' TO WS-SUMMARY-TEXT.
           MOVE WS-COMPLETE-CNT        TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'STEPS DONE EARLIER  ' TO WS-SUMMARY-TEXT.
           MOVE WS-DONE-CNT            TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'STEPS FAILED        ' TO WS-SUMMARY-TEXT.
           MOVE WS-FAILED-CNT          TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'STEPS SKIPPED       ' TO WS-SUMMARY-TEXT.
           MOVE WS-SKIPPED-CNT         TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'STEPS SWITCHED OFF  ' TO WS-SUMMARY-TEXT.
           MOVE WS-NOT-RUN-CNT         TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-FAILED-CNT EQUAL 0 AND WS-SKIPPED-CNT EQUAL 0
              MOVE ' SUITE COMPLETE' TO WS-REPORT-LINE
           ELSE
              MOVE ' SUITE INCOMPLETE - RERUN WITH R TO RESUME'
                 TO WS-REPORT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

       PSP999.
           EXIT.


      *
      * Print one line of the report to the spool opened in N000.
      *
       PRINT-REPORT-LINE SECTION.
       PRL000.

           EXEC CICS SPOOLWRITE
                     TOKEN(WS-REPORT-TOKEN)
                     FROM(WS-REPORT-LINE)
                     LENGTH(LENGTH OF WS-REPORT-LINE)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SPOOLWRITE of a report line failed'
           END-IF.

       PRL999.
           EXIT.


      *
      * Finish processing
      *
       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           EXEC CICS
              RETURN
           END-EXEC.

           GOBACK.

       GMOFH999.
           EXIT.
