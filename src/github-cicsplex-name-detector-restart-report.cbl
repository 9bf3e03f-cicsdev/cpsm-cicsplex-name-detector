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
      * Title: SM540RST - Unplanned region restart report from the
      *                    snapshot history
      *
      *
      * Description: This program finds the region restarts hiding
      *              in the SNAPHIST snapshot history file. Every
      *              snapshot, whether written by SM540API or by the
      *              SM540COL sweep, carries the region's STRTTIME;
      *              when two consecutive snapshots of one APPLID
      *              show different start times, the region was
      *              restarted somewhere between them.
      *
      *              The report gives:
      *
      *                - a restart log, APPLID by APPLID, with the
      *                  approximate restart window - the stamps of
      *                  the last snapshot before the restart and
      *                  the first one after it - and the start
      *                  times either side;
      *                - the number of restarts per region and per
      *                  region group (from the APPLIDS file) over
      *                  the report period;
      *                - an exceptions list of the regions that
      *                  restarted more often than the restart
      *                  limit.
      *
      *              The period and limit come from the COMMAREA - a
      *              from/to date range as YYYYMMDD (either or both
      *              blank to leave that end open) and the restart
      *              limit (blank or non-numeric takes the default).
      *              A restart belongs to the period when the first
      *              snapshot after it does; the snapshot before it
      *              may fall earlier, so a restart just after the
      *              period opens is not lost. A snapshot with a zero
      *              STRTTIME (start time not known) is never taken
      *              as a restart.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540RST.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The snapshot history file written by SM540API and SM540COL,
      * and the record layout shared with their WRITE-SNAPSHOT-RECORD
      * sections.
      *
       01 WS-SNAPSHOT-FILE                    PIC X(8)
                                               VALUE 'SNAPHIST'.
       01 WS-SNAPSHOT-RESP                    PIC S9(8) BINARY.
       01 WS-SNAPSHOT-EOF                     PIC X VALUE 'N'.
       01 WS-SNAPSHOT-RECORD.
          05 WS-SNAPSHOT-KEY.
             10 WS-SNAPSHOT-APPLID            PIC X(8).
             10 WS-SNAPSHOT-STAMP.
                15 WS-SNAPSHOT-DATE           PIC X(8).
                15 WS-SNAPSHOT-TIME           PIC X(6).
          05 WS-SNAPSHOT-CICSPLEXNAME         PIC X(8).
          05 WS-SNAPSHOT-MAXTASKS             PIC 9(8).
          05 WS-SNAPSHOT-CURRTASKS            PIC 9(8).
          05 WS-SNAPSHOT-PEAKTASKS            PIC 9(8).
          05 WS-SNAPSHOT-SOSABOVEBAR          PIC 9(8).
          05 WS-SNAPSHOT-SOSABOVELINE         PIC 9(8).
          05 WS-SNAPSHOT-SOSBELOWLINE         PIC 9(8).
          05 WS-SNAPSHOT-MEMLIMIT             PIC 9(16).
          05 WS-SNAPSHOT-STRTTIME             PIC 9(16).
          05 WS-SNAPSHOT-XCFGROUP             PIC X(8).
          05 FILLER                           PIC X(10).

      *
      * The snapshot before the one just read, for the same APPLID -
      * the other side of any restart window.
      *
       01 WS-PREVIOUS-APPLID                  PIC X(8) VALUE SPACES.
       01 WS-PREVIOUS-DATE                    PIC X(8) VALUE SPACES.
       01 WS-PREVIOUS-TIME                    PIC X(6) VALUE SPACES.
       01 WS-PREVIOUS-STRTTIME                PIC 9(16) VALUE 0.

      *
      * The APPLIDS file record maintained by SM540MNT, read here
      * for each region's group code.
      *
       01 WS-APPLIDS-RECORD.
          05 WS-APPLIDS-APPLID                PIC X(8).
          05 WS-APPLIDS-GROUP                 PIC X(8).
          05 WS-APPLIDS-DESC                  PIC X(40).
          05 FILLER                           PIC X(24).

       01 WS-APPLIDS-RID                      PIC X(8) VALUE SPACES.
       01 WS-FILE-RESP                        PIC S9(8) BINARY.

      *
      * The report period and restart limit from the COMMAREA. The
      * dates are YYYYMMDD, matching the history key; blank leaves
      * that end of the period open.
      *
       01 WS-PERIOD-FROM-DATE                 PIC X(8) VALUE SPACES.
       01 WS-PERIOD-TO-DATE                   PIC X(8) VALUE SPACES.
       01 WS-IN-PERIOD                        PIC X VALUE 'N'.

       01 WS-DEFAULT-RESTART-LIMIT            PIC S9(4) BINARY
                                               VALUE 2.
       01 WS-RESTART-LIMIT                    PIC S9(4) BINARY
                                               VALUE 0.

      *
      * Per-region restart counts, one entry per APPLID with history
      * on file. The browse is keyed APPLID+stamp, so each region's
      * records arrive together and its entry is always the last.
      *
       01 WS-REGION-MAX                       PIC S9(4) BINARY
                                               VALUE 5000.

       01 WS-REGION-TABLE.
          03 WS-REGION-ENTRY OCCURS 5000.
             05 WS-REGION-APPLID              PIC X(8).
             05 WS-REGION-GROUP               PIC X(8).
             05 WS-REGION-SNAPS               PIC S9(8) BINARY.
             05 WS-REGION-RESTARTS            PIC S9(8) BINARY.

       01 WS-REGION-CNT                       PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-REGION-SUB                       PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-REGION-OVERFLOW                  PIC X VALUE 'N'.

      *
      * Per-group restart counts, built from the region table once
      * the browse is done.
      *
       01 WS-GROUP-MAX                        PIC S9(4) BINARY
                                               VALUE 200.

       01 WS-GROUP-TABLE.
          03 WS-GROUP-ENTRY OCCURS 200.
             05 WS-GROUP-NAME                 PIC X(8).
             05 WS-GROUP-REGIONS              PIC S9(8) BINARY.
             05 WS-GROUP-RESTARTS             PIC S9(8) BINARY.

       01 WS-GROUP-CNT                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GROUP-SUB                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GROUP-OVERFLOW                   PIC X VALUE 'N'.
       01 WS-GROUP-FOUND                      PIC X VALUE 'N'.
       01 WS-NO-GROUP                         PIC X(8)
                                               VALUE '*NONE*  '.

      *
      * Run totals for the summary.
      *
       01 WS-SNAPSHOTS-READ                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-SNAPSHOTS-IN-PERIOD              PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-RESTARTS                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-REGIONS-RESTARTED                PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-EXCEPTION-CNT                    PIC S9(8) BINARY
                                               VALUE 0.

      *
      * Today's date and time for the report heading.
      *
       01 WS-ABSTIME                          PIC S9(15) BINARY.
       01 WS-RUN-DATE                         PIC X(10).
       01 WS-RUN-TIME                         PIC X(8).

      *
      * Report lines, written to the spool one at a time the same
      * way SM540BAT prints its APPLID report.
      *
       01 WS-REPORT-LINE                      PIC X(120)
                                               VALUE SPACES.

       01 WS-RESTART-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'PLEXNAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(15)
                                               VALUE 'LAST UP BEFORE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(15)
                                               VALUE 'FIRST UP AFTER'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(16)
                                               VALUE 'OLD STRTTIME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(16)
                                               VALUE 'NEW STRTTIME'.
          05 FILLER                           PIC X(21) VALUE SPACE.

       01 WS-RESTART-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-RESTART-APPLID                PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-RESTART-GROUP                 PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-RESTART-PLEXNAME              PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-RESTART-BEFORE-DATE           PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-RESTART-BEFORE-TIME           PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-RESTART-AFTER-DATE            PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-RESTART-AFTER-TIME            PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-RESTART-OLD-STRTTIME          PIC 9(16).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-RESTART-NEW-STRTTIME          PIC 9(16).
          05 FILLER                           PIC X(21) VALUE SPACE.

       01 WS-REGION-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE '   SNAPS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'RESTARTS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'FLAG'.
          05 FILLER                           PIC X(71) VALUE SPACE.

       01 WS-REGION-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-REGION-LINE-APPLID            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REGION-LINE-GROUP             PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REGION-LINE-SNAPS             PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REGION-LINE-RESTARTS          PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REGION-LINE-FLAG              PIC X(8).
          05 FILLER                           PIC X(71) VALUE SPACE.

       01 WS-GROUP-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' REGIONS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'RESTARTS'.
          05 FILLER                           PIC X(91) VALUE SPACE.

       01 WS-GROUP-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-GROUP-LINE-NAME               PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-GROUP-LINE-REGIONS            PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-GROUP-LINE-RESTARTS           PIC ZZZZZZZ9.
          05 FILLER                           PIC X(91) VALUE SPACE.

       01 WS-LIMIT-LINE.
          05 FILLER                           PIC X(16)
                                               VALUE ' RESTART LIMIT: '.
          05 WS-LIMIT-LINE-LIMIT              PIC ZZZ9.
          05 FILLER                           PIC X(100) VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(30).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(81) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.


       LINKAGE SECTION.

      *
      * The report operands. A non-blank LK-FROM-DATE and/or
      * LK-TO-DATE bound the report period, as YYYYMMDD compared
      * against the sortable date on the history key. A numeric
      * LK-RESTART-LIMIT sets how many restarts a region may have
      * in the period before it is listed as an exception. No
      * COMMAREA at all reports the whole file against the default
      * limit.
      *
       01 DFHCOMMAREA.
          05 LK-FROM-DATE                     PIC X(8).
          05 LK-TO-DATE                       PIC X(8).
          05 LK-RESTART-LIMIT                 PIC 9(4).


       PROCEDURE DIVISION.
       RESTART-MAIN SECTION.
       R000.

      *
      *    Pick up the report period and restart limit from the
      *    COMMAREA, if one was passed.
      *
           MOVE SPACES                   TO WS-PERIOD-FROM-DATE.
           MOVE SPACES                   TO WS-PERIOD-TO-DATE.
           MOVE WS-DEFAULT-RESTART-LIMIT TO WS-RESTART-LIMIT.

           IF EIBCALEN NOT EQUAL 0
              MOVE LK-FROM-DATE TO WS-PERIOD-FROM-DATE

              IF EIBCALEN NOT LESS THAN 16
                 MOVE LK-TO-DATE TO WS-PERIOD-TO-DATE
              END-IF

              IF EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
                 IF LK-RESTART-LIMIT NUMERIC
                    MOVE LK-RESTART-LIMIT TO WS-RESTART-LIMIT
                 END-IF
              END-IF
           END-IF.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     DATE(WS-RUN-DATE)
                     DATESEP
                     TIME(WS-RUN-TIME)
                     TIMESEP
           END-EXEC.

      *
      *    Open the report spool first - the restart log is printed
      *    as the history browse finds each restart.
      *
           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              PERFORM PRINT-RESTART-HEADING

              PERFORM SCAN-SNAPSHOT-HISTORY

              PERFORM PRINT-REGION-RESTARTS

              PERFORM PRINT-GROUP-RESTARTS

              PERFORM PRINT-RESTART-EXCEPTIONS

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

       R999.
           EXIT.


      *
      * Print the report heading, the period and limit in force,
      * and the column heading of the restart log.
      *
       PRINT-RESTART-HEADING SECTION.
       PRH000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540RST  REGION RESTART REPORT  '
                  DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' FROM: ' DELIMITED BY SIZE,
                  WS-PERIOD-FROM-DATE DELIMITED BY SIZE,
                  '  TO: ' DELIMITED BY SIZE,
                  WS-PERIOD-TO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-RESTART-LIMIT TO WS-LIMIT-LINE-LIMIT.
           MOVE WS-LIMIT-LINE    TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' RESTART LOG BY APPLID' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-RESTART-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRH999.
           EXIT.


      *
      * Browse the SNAPHIST file from the start, checking every
      * record against the one before it for the same APPLID.
      *
       SCAN-SNAPSHOT-HISTORY SECTION.
       SSH000.

           MOVE SPACES TO WS-PREVIOUS-APPLID.

           MOVE LOW-VALUES TO WS-SNAPSHOT-KEY.

           EXEC CICS STARTBR
                     FILE(WS-SNAPSHOT-FILE)
                     RIDFLD(WS-SNAPSHOT-KEY)
                     GTEQ
                     RESP(WS-SNAPSHOT-RESP)
           END-EXEC.

           IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SNAPHIST file browse could not be started'
              MOVE 'Y' TO WS-SNAPSHOT-EOF
           ELSE
              MOVE 'N' TO WS-SNAPSHOT-EOF
           END-IF.

           PERFORM UNTIL WS-SNAPSHOT-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE(WS-SNAPSHOT-FILE)
                        INTO(WS-SNAPSHOT-RECORD)
                        RIDFLD(WS-SNAPSHOT-KEY)
                        RESP(WS-SNAPSHOT-RESP)
              END-EXEC

              IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-SNAPSHOT-EOF

                 EXEC CICS ENDBR
                           FILE(WS-SNAPSHOT-FILE)
                           RESP(WS-SNAPSHOT-RESP)
                 END-EXEC
              ELSE
                 ADD 1 TO WS-SNAPSHOTS-READ
                 PERFORM CHECK-SNAPSHOT-RECORD
              END-IF

           END-PERFORM.

           IF WS-SNAPSHOTS-READ EQUAL 0
              MOVE ' NONE - NO SNAPSHOT HISTORY RECORDS WERE FOUND'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           ELSE
              IF WS-TOTAL-RESTARTS EQUAL 0
                 MOVE ' NONE - NO RESTARTS FOUND IN THE PERIOD'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
              END-IF
           END-IF.

       SSH999.
           EXIT.


      *
      * Check one history record. The first record of an APPLID
      * starts its region entry; every later one is compared with
      * the snapshot before it, and a change of STRTTIME between
      * the two is a restart. The record just read then becomes
      * the previous snapshot for the next one.
      *
       CHECK-SNAPSHOT-RECORD SECTION.
       CSR000.

           MOVE 'Y' TO WS-IN-PERIOD.

           IF WS-PERIOD-FROM-DATE NOT EQUAL SPACES AND
              WS-SNAPSHOT-DATE LESS THAN WS-PERIOD-FROM-DATE
              MOVE 'N' TO WS-IN-PERIOD
           END-IF.

           IF WS-PERIOD-TO-DATE NOT EQUAL SPACES AND
              WS-SNAPSHOT-DATE GREATER THAN WS-PERIOD-TO-DATE
              MOVE 'N' TO WS-IN-PERIOD
           END-IF.

           IF WS-SNAPSHOT-APPLID NOT EQUAL WS-PREVIOUS-APPLID

              PERFORM START-REGION-ENTRY

           ELSE

              IF WS-IN-PERIOD EQUAL 'Y' AND
                 WS-SNAPSHOT-STRTTIME NOT EQUAL 0 AND
                 WS-PREVIOUS-STRTTIME NOT EQUAL 0 AND
                 WS-SNAPSHOT-STRTTIME NOT EQUAL WS-PREVIOUS-STRTTIME
                 PERFORM RECORD-REGION-RESTART
              END-IF

           END-IF.

      *
      *    With the region table full and this APPLID given no
      *    entry there is nothing to count it against.
      *
           IF WS-IN-PERIOD EQUAL 'Y'
              ADD 1 TO WS-SNAPSHOTS-IN-PERIOD
              IF WS-REGION-CNT GREATER THAN 0
                 IF WS-REGION-APPLID(WS-REGION-CNT) EQUAL
                    WS-SNAPSHOT-APPLID
                    ADD 1 TO WS-REGION-SNAPS(WS-REGION-CNT)
                 END-IF
              END-IF
           END-IF.

           MOVE WS-SNAPSHOT-APPLID   TO WS-PREVIOUS-APPLID.
           MOVE WS-SNAPSHOT-DATE     TO WS-PREVIOUS-DATE.
           MOVE WS-SNAPSHOT-TIME     TO WS-PREVIOUS-TIME.
           MOVE WS-SNAPSHOT-STRTTIME TO WS-PREVIOUS-STRTTIME.

       CSR999.
           EXIT.


      *
      * Start the region entry for the APPLID whose first history
      * record has just been read, with its group code from the
      * APPLIDS file. A region with no APPLIDS record or a blank
      * group is counted under *NONE*.
      *
       START-REGION-ENTRY SECTION.
       SRE000.

           IF WS-REGION-CNT LESS THAN WS-REGION-MAX

              ADD 1 TO WS-REGION-CNT
              MOVE WS-SNAPSHOT-APPLID TO WS-REGION-APPLID(WS-REGION-CNT)
              MOVE WS-NO-GROUP        TO WS-REGION-GROUP(WS-REGION-CNT)
              MOVE 0                  TO WS-REGION-SNAPS(WS-REGION-CNT)
              MOVE 0 TO WS-REGION-RESTARTS(WS-REGION-CNT)

              MOVE WS-SNAPSHOT-APPLID TO WS-APPLIDS-RID

              EXEC CICS READ
                        FILE('APPLIDS')
                        INTO(WS-APPLIDS-RECORD)
                        RIDFLD(WS-APPLIDS-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL) AND
                 WS-APPLIDS-GROUP NOT EQUAL SPACES
                 MOVE WS-APPLIDS-GROUP
                    TO WS-REGION-GROUP(WS-REGION-CNT)
              END-IF

           ELSE
              MOVE 'Y' TO WS-REGION-OVERFLOW
           END-IF.

       SRE999.
           EXIT.


      *
      * Count the restart between the previous snapshot and the one
      * just read, and print it in the restart log.
      *
       RECORD-REGION-RESTART SECTION.
       RRR000.

           ADD 1 TO WS-TOTAL-RESTARTS.

           MOVE SPACES             TO WS-RESTART-LINE.
           MOVE WS-SNAPSHOT-APPLID TO WS-RESTART-APPLID.
           MOVE SPACES             TO WS-RESTART-GROUP.

           IF WS-REGION-CNT GREATER THAN 0
              IF WS-REGION-APPLID(WS-REGION-CNT) EQUAL
                 WS-SNAPSHOT-APPLID
                 IF WS-REGION-RESTARTS(WS-REGION-CNT) EQUAL 0
                    ADD 1 TO WS-REGIONS-RESTARTED
                 END-IF
                 ADD 1 TO WS-REGION-RESTARTS(WS-REGION-CNT)
                 MOVE WS-REGION-GROUP(WS-REGION-CNT)
                    TO WS-RESTART-GROUP
              END-IF
           END-IF.

           MOVE WS-SNAPSHOT-CICSPLEXNAME TO WS-RESTART-PLEXNAME.
           MOVE WS-PREVIOUS-DATE         TO WS-RESTART-BEFORE-DATE.
           MOVE WS-PREVIOUS-TIME         TO WS-RESTART-BEFORE-TIME.
           MOVE WS-SNAPSHOT-DATE         TO WS-RESTART-AFTER-DATE.
           MOVE WS-SNAPSHOT-TIME         TO WS-RESTART-AFTER-TIME.
           MOVE WS-PREVIOUS-STRTTIME     TO WS-RESTART-OLD-STRTTIME.
           MOVE WS-SNAPSHOT-STRTTIME     TO WS-RESTART-NEW-STRTTIME.
           MOVE WS-RESTART-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       RRR999.
           EXIT.


      *
      * Print the restart count of every region with a snapshot in
      * the period, flagging those over the restart limit, and add
      * each into its group's totals.
      *
       PRINT-REGION-RESTARTS SECTION.
       PRR000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' RESTARTS BY REGION' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-REGION-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE 0 TO WS-GROUP-CNT.

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-CNT

              IF WS-REGION-SNAPS(WS-REGION-SUB) GREATER THAN 0

                 MOVE SPACES TO WS-REGION-LINE
                 MOVE WS-REGION-APPLID(WS-REGION-SUB)
                    TO WS-REGION-LINE-APPLID
                 MOVE WS-REGION-GROUP(WS-REGION-SUB)
                    TO WS-REGION-LINE-GROUP
                 MOVE WS-REGION-SNAPS(WS-REGION-SUB)
                    TO WS-REGION-LINE-SNAPS
                 MOVE WS-REGION-RESTARTS(WS-REGION-SUB)
                    TO WS-REGION-LINE-RESTARTS

                 IF WS-REGION-RESTARTS(WS-REGION-SUB) GREATER THAN
                    WS-RESTART-LIMIT
                    MOVE 'EXCEEDS' TO WS-REGION-LINE-FLAG
                 END-IF

                 MOVE WS-REGION-LINE TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

                 PERFORM ADD-GROUP-RESTARTS

              END-IF

           END-PERFORM.

           IF WS-SNAPSHOTS-IN-PERIOD EQUAL 0
              MOVE ' NONE - NO SNAPSHOTS FALL IN THE PERIOD'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-REGION-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: REGION TABLE FULL - REGIONS MISSING'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PRR999.
           EXIT.


      *
      * Add the region at WS-REGION-SUB into its group's totals,
      * starting a group entry on the group's first region.
      *
       ADD-GROUP-RESTARTS SECTION.
       AGR000.

           MOVE 'N' TO WS-GROUP-FOUND.

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-CNT OR
                         WS-GROUP-FOUND EQUAL 'Y'
              IF WS-GROUP-NAME(WS-GROUP-SUB) EQUAL
                 WS-REGION-GROUP(WS-REGION-SUB)
                 MOVE 'Y' TO WS-GROUP-FOUND
                 ADD 1 TO WS-GROUP-REGIONS(WS-GROUP-SUB)
                 ADD WS-REGION-RESTARTS(WS-REGION-SUB)
                    TO WS-GROUP-RESTARTS(WS-GROUP-SUB)
              END-IF
           END-PERFORM.

           IF WS-GROUP-FOUND NOT EQUAL 'Y'
              IF WS-GROUP-CNT LESS THAN WS-GROUP-MAX
                 ADD 1 TO WS-GROUP-CNT
                 MOVE WS-REGION-GROUP(WS-REGION-SUB)
                    TO WS-GROUP-NAME(WS-GROUP-CNT)
                 MOVE 1 TO WS-GROUP-REGIONS(WS-GROUP-CNT)
                 MOVE WS-REGION-RESTARTS(WS-REGION-SUB)
                    TO WS-GROUP-RESTARTS(WS-GROUP-CNT)
              ELSE
                 MOVE 'Y' TO WS-GROUP-OVERFLOW
              END-IF
           END-IF.

       AGR999.
           EXIT.


      *
      * Print the restart totals of every region group.
      *
       PRINT-GROUP-RESTARTS SECTION.
       PGR000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' RESTARTS BY REGION GROUP' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-GROUP-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-CNT
              MOVE SPACES TO WS-GROUP-LINE
              MOVE WS-GROUP-NAME(WS-GROUP-SUB)
                 TO WS-GROUP-LINE-NAME
              MOVE WS-GROUP-REGIONS(WS-GROUP-SUB)
                 TO WS-GROUP-LINE-REGIONS
              MOVE WS-GROUP-RESTARTS(WS-GROUP-SUB)
                 TO WS-GROUP-LINE-RESTARTS
              MOVE WS-GROUP-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-PERFORM.

           IF WS-GROUP-CNT EQUAL 0
              MOVE ' NONE - NO REGIONS IN THE PERIOD'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-GROUP-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: GROUP TABLE FULL - GROUPS MISSING'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PGR999.
           EXIT.


      *
      * Print the exceptions list - every region that restarted
      * more often than the restart limit in the period - and the
      * run totals.
      *
       PRINT-RESTART-EXCEPTIONS SECTION.
       PRX000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' REGIONS OVER THE RESTART LIMIT' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-REGION-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE 0 TO WS-EXCEPTION-CNT.

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-CNT

              IF WS-REGION-RESTARTS(WS-REGION-SUB) GREATER THAN
                 WS-RESTART-LIMIT

                 ADD 1 TO WS-EXCEPTION-CNT

                 MOVE SPACES TO WS-REGION-LINE
                 MOVE WS-REGION-APPLID(WS-REGION-SUB)
                    TO WS-REGION-LINE-APPLID
                 MOVE WS-REGION-GROUP(WS-REGION-SUB)
                    TO WS-REGION-LINE-GROUP
                 MOVE WS-REGION-SNAPS(WS-REGION-SUB)
                    TO WS-REGION-LINE-SNAPS
                 MOVE WS-REGION-RESTARTS(WS-REGION-SUB)
                    TO WS-REGION-LINE-RESTARTS
                 MOVE 'EXCEEDS' TO WS-REGION-LINE-FLAG
                 MOVE WS-REGION-LINE TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

              END-IF

           END-PERFORM.

           IF WS-EXCEPTION-CNT EQUAL 0
              MOVE ' NONE - NO REGION OVER THE RESTART LIMIT'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SNAPSHOTS READ                ' TO WS-SUMMARY-TEXT.
           MOVE WS-SNAPSHOTS-READ                TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SNAPSHOTS IN PERIOD           ' TO WS-SUMMARY-TEXT.
           MOVE WS-SNAPSHOTS-IN-PERIOD           TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'RESTARTS FOUND                ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-RESTARTS                TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS RESTARTED             ' TO WS-SUMMARY-TEXT.
           MOVE WS-REGIONS-RESTARTED             TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS OVER THE LIMIT        ' TO WS-SUMMARY-TEXT.
           MOVE WS-EXCEPTION-CNT                 TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRX999.
           EXIT.


      *
      * Print one line of the report to the spool opened in R000.
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
