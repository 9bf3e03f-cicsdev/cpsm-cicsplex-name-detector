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
      * Title: SM540CAP - Monthly capacity report per region and per
      *                    region group
      *
      *
      * Description: This program prints the month-by-month
      *              capacity picture the annual capacity plan is
      *              built from - for every region, and then for
      *              every region group, over a run of up to 24
      *              months.
      *
      *              Two sources are merged. The CAPSUMM monthly
      *              capacity summary file holds what SM540HSK has
      *              rolled up from the snapshots it purged, and
      *              outlives the SNAPHIST retention; the SNAPHIST
      *              records not yet purged are summarised here the
      *              same way and added in, so a month reads whole
      *              whether its snapshots have been purged, are
      *              still on file, or are half of each.
      *
      *              For each region and month the report gives the
      *              number of samples, the lowest, average and
      *              highest CURRTASKS and PEAKTASKS, the highest
      *              MAXTASKS, the samples with a nonzero SOS count
      *              and the samples at or above the region's
      *              THRESHLD task percentage. The group section
      *              gives the same per group and month, over every
      *              region in the group, with the number of regions
      *              that reported. The group is the region's
      *              current one on the APPLIDS file, or for a
      *              region no longer there the group it was in
      *              when its summary was last rolled up.
      *
      *              The period comes from the COMMAREA as a from
      *              and to month, YYYYMM. Without them the report
      *              covers the twelve months to the current one; a
      *              period longer than 24 months is cut back to the
      *              24 months ending with the to month.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540CAP.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The CAPSUMM monthly capacity summary file, and the record
      * layout shared with SM540HSK, which builds it.
      *
       01 WS-CAPACITY-FILE                    PIC X(8)
                                               VALUE 'CAPSUMM'.
       01 WS-CAPACITY-RESP                    PIC S9(8) BINARY.
       01 WS-CAPACITY-EOF                     PIC X VALUE 'N'.
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

      *
      * The snapshot history file written by SM540API and SM540COL,
      * and the record layout shared with their WRITE-SNAPSHOT-RECORD
      * sections.
      *
       01 WS-SNAPSHOT-FILE                    PIC X(8)
                                               VALUE 'SNAPHIST'.
       01 WS-SNAPSHOT-RESP                    PIC S9(8) BINARY.
       01 WS-SNAPSHOT-EOF                     PIC X VALUE 'N'.
       01 WS-SNAPSHOT-RID                     PIC X(22) VALUE SPACES.
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
      * The THRESHLD task percentage for the region in hand - its
      * own record, else its group's, else the default - as
      * SM540API and SM540HSK resolve it, for the at-threshold
      * count of the snapshots not yet rolled up.
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

       01 WS-TASK-PCT-LIMIT                   PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-DEFAULT-TASK-PCT                 PIC S9(4) BINARY
                                               VALUE 90.
       01 WS-TASK-PCT-USED                    PIC S9(4) BINARY
                                               VALUE 0.

      *
      * The report period - from and to month as YYYYMM, the same
      * months as running month numbers (year times twelve plus
      * month less one) for the arithmetic, and the label of each
      * month in the period.
      *
       01 WS-PERIOD-FROM-MONTH                PIC X(6) VALUE SPACES.
       01 WS-PERIOD-TO-MONTH                  PIC X(6) VALUE SPACES.
       01 WS-PERIOD-FROM-NUMBER               PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-PERIOD-TO-NUMBER                 PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-PERIOD-MONTHS                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-DEFAULT-PERIOD-MONTHS            PIC S9(4) BINARY
                                               VALUE 12.
       01 WS-PERIOD-MONTH-MAX                 PIC S9(4) BINARY
                                               VALUE 24.
       01 WS-PERIOD-CUT                       PIC X VALUE 'N'.

       01 WS-PERIOD-LABEL-TABLE.
          03 WS-PERIOD-LABEL OCCURS 24        PIC X(6).

       01 WS-CONVERT-YYYYMM                   PIC X(6) VALUE SPACES.
       01 WS-CONVERT-YEAR                     PIC 9(4) VALUE 0.
       01 WS-CONVERT-MM                       PIC 9(2) VALUE 0.
       01 WS-CONVERT-NUMBER                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-CONVERT-VALID                    PIC X VALUE 'N'.

       01 WS-MONTH-SUB                        PIC S9(4) BINARY
                                               VALUE 0.

      *
      * The region in hand. Both files are keyed on APPLID first,
      * so each region's summaries and snapshots are read
      * together, the lower of the two current APPLIDs next.
      *
       01 WS-CURRENT-APPLID                   PIC X(8) VALUE SPACES.
       01 WS-CURRENT-GROUP                    PIC X(8) VALUE SPACES.
       01 WS-STORED-GROUP                     PIC X(8) VALUE SPACES.
       01 WS-REGION-HAS-DATA                  PIC X VALUE 'N'.
       01 WS-NO-GROUP                         PIC X(8)
                                               VALUE '*NONE*  '.

      *
      * The region's month buckets, one per month of the period.
      * The totals are carried so an average can be taken over
      * any mix of rolled-up and live samples.
      *
       01 WS-REGION-MONTH-TABLE.
          03 WS-REGION-MONTH OCCURS 24.
             05 WS-REGION-CAP-SAMPLES         PIC S9(8) BINARY.
             05 WS-REGION-CAP-CURR-MIN        PIC S9(8) BINARY.
             05 WS-REGION-CAP-CURR-MAX        PIC S9(8) BINARY.
             05 WS-REGION-CAP-CURR-TOTAL      PIC S9(15) BINARY.
             05 WS-REGION-CAP-PEAK-MIN        PIC S9(8) BINARY.
             05 WS-REGION-CAP-PEAK-MAX        PIC S9(8) BINARY.
             05 WS-REGION-CAP-PEAK-TOTAL      PIC S9(15) BINARY.
             05 WS-REGION-CAP-MAXTASKS-HIGH   PIC S9(8) BINARY.
             05 WS-REGION-CAP-SOS-SAMPLES     PIC S9(8) BINARY.
             05 WS-REGION-CAP-THRESH-SAMPLES  PIC S9(8) BINARY.

      *
      * The group month buckets, one entry per group with a bucket
      * per month of the period and a count of the regions that
      * reported in it.
      *
       01 WS-GROUP-MAX                        PIC S9(4) BINARY
                                               VALUE 200.

       01 WS-GROUP-TABLE.
          03 WS-GROUP-ENTRY OCCURS 200.
             05 WS-GROUP-NAME                 PIC X(8).
             05 WS-GROUP-MONTH OCCURS 24.
                10 WS-GROUP-REGIONS           PIC S9(8) BINARY.
                10 WS-GROUP-BUCKET.
                   15 WS-GROUP-CAP-SAMPLES    PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-CURR-MIN   PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-CURR-MAX   PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-CURR-TOTAL PIC S9(15) BINARY.
                   15 WS-GROUP-CAP-PEAK-MIN   PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-PEAK-MAX   PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-PEAK-TOTAL PIC S9(15) BINARY.
                   15 WS-GROUP-CAP-MAXTASKS-HIGH
                                              PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-SOS-SAMPLES
                                              PIC S9(8) BINARY.
                   15 WS-GROUP-CAP-THRESH-SAMPLES
                                              PIC S9(8) BINARY.

       01 WS-GROUP-CNT                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GROUP-SUB                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GROUP-OVERFLOW                   PIC X VALUE 'N'.
       01 WS-GROUP-FOUND                      PIC X VALUE 'N'.

      *
      * The bucket being added to, and what is being added to it -
      * a region's month, a group's month, one rolled-up summary or
      * one live snapshot all go through MERGE-CAPACITY-BUCKET.
      *
       01 WS-WORK-BUCKET.
          05 WS-WORK-CAP-SAMPLES              PIC S9(8) BINARY.
          05 WS-WORK-CAP-CURR-MIN             PIC S9(8) BINARY.
          05 WS-WORK-CAP-CURR-MAX             PIC S9(8) BINARY.
          05 WS-WORK-CAP-CURR-TOTAL           PIC S9(15) BINARY.
          05 WS-WORK-CAP-PEAK-MIN             PIC S9(8) BINARY.
          05 WS-WORK-CAP-PEAK-MAX             PIC S9(8) BINARY.
          05 WS-WORK-CAP-PEAK-TOTAL           PIC S9(15) BINARY.
          05 WS-WORK-CAP-MAXTASKS-HIGH        PIC S9(8) BINARY.
          05 WS-WORK-CAP-SOS-SAMPLES          PIC S9(8) BINARY.
          05 WS-WORK-CAP-THRESH-SAMPLES       PIC S9(8) BINARY.

       01 WS-ADD-BUCKET.
          05 WS-ADD-CAP-SAMPLES               PIC S9(8) BINARY.
          05 WS-ADD-CAP-CURR-MIN              PIC S9(8) BINARY.
          05 WS-ADD-CAP-CURR-MAX              PIC S9(8) BINARY.
          05 WS-ADD-CAP-CURR-TOTAL            PIC S9(15) BINARY.
          05 WS-ADD-CAP-PEAK-MIN              PIC S9(8) BINARY.
          05 WS-ADD-CAP-PEAK-MAX              PIC S9(8) BINARY.
          05 WS-ADD-CAP-PEAK-TOTAL            PIC S9(15) BINARY.
          05 WS-ADD-CAP-MAXTASKS-HIGH         PIC S9(8) BINARY.
          05 WS-ADD-CAP-SOS-SAMPLES           PIC S9(8) BINARY.
          05 WS-ADD-CAP-THRESH-SAMPLES        PIC S9(8) BINARY.

       01 WS-AVERAGE-TASKS                    PIC S9(8) BINARY
                                               VALUE 0.

      *
      * Run totals for the summary.
      *
       01 WS-SUMMARIES-USED                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-SNAPSHOTS-USED                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-REGIONS-REPORTED                 PIC S9(8) BINARY
                                               VALUE 0.

      *
      * Today's date and time for the report heading, and the
      * current month the default period ends with.
      *
       01 WS-ABSTIME                          PIC S9(15) BINARY.
       01 WS-RUN-DATE                         PIC X(10).
       01 WS-RUN-TIME                         PIC X(8).
       01 WS-RUN-YYYYMMDD                     PIC X(8).

      *
      * Report lines, written to the spool one at a time the same
      * way SM540BAT prints its APPLID report.
      *
       01 WS-REPORT-LINE                      PIC X(120)
                                               VALUE SPACES.

       01 WS-CAPACITY-HEADING-1.
          05 FILLER                           PIC X(39) VALUE SPACE.
          05 FILLER                           PIC X(20)
                                          VALUE '      CURRTASKS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(20)
                                          VALUE '      PEAKTASKS'.
          05 FILLER                           PIC X(39) VALUE SPACE.

       01 WS-REGION-HEADING-2.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(6)  VALUE 'MONTH'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' SAMPLES'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(20)
                                     VALUE '   MIN    AVG    MAX'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(20)
                                     VALUE '   MIN    AVG    MAX'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'MAXTASKS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'SOS SMPL'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'AT THRSH'.
          05 FILLER                           PIC X(9)  VALUE SPACE.

       01 WS-GROUP-HEADING-2.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' REGIONS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(6)  VALUE 'MONTH'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' SAMPLES'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(20)
                                     VALUE '   MIN    AVG    MAX'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(20)
                                     VALUE '   MIN    AVG    MAX'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'MAXTASKS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'SOS SMPL'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'AT THRSH'.
          05 FILLER                           PIC X(9)  VALUE SPACE.

      *
      * One month's line - a region's, with its APPLID and group, or
      * a group's, with its name and the regions that reported.
      *
       01 WS-CAPACITY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-CAPACITY-LINE-NAME            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-GROUP           PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-MONTH           PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-SAMPLES         PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-CURR-MIN        PIC ZZZZZ9.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-CAPACITY-LINE-CURR-AVG        PIC ZZZZZ9.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-CAPACITY-LINE-CURR-MAX        PIC ZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-PEAK-MIN        PIC ZZZZZ9.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-CAPACITY-LINE-PEAK-AVG        PIC ZZZZZ9.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-CAPACITY-LINE-PEAK-MAX        PIC ZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-MAXTASKS        PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-SOS             PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CAPACITY-LINE-THRESH          PIC ZZZZZZZ9.
          05 FILLER                           PIC X(9)  VALUE SPACE.

       01 WS-REGIONS-COUNT                    PIC ZZZZZZZ9.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(30).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(81) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.


       LINKAGE SECTION.

      *
      * The report operands. LK-FROM-MONTH and LK-TO-MONTH bound the
      * report period as YYYYMM; either blank or not a real month
      * takes the default for that end. No COMMAREA at all reports
      * the twelve months to the current one.
      *
       01 DFHCOMMAREA.
          05 LK-FROM-MONTH                    PIC X(6).
          05 LK-TO-MONTH                      PIC X(6).


       PROCEDURE DIVISION.
       CAPACITY-MAIN SECTION.
       C000.

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

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-RUN-YYYYMMDD)
           END-EXEC.

      *
      *    Pick up the report period from the COMMAREA, if one was
      *    passed, and settle it.
      *
           MOVE SPACES TO WS-PERIOD-FROM-MONTH.
           MOVE SPACES TO WS-PERIOD-TO-MONTH.

           IF EIBCALEN NOT EQUAL 0
              IF EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
                 MOVE LK-FROM-MONTH TO WS-PERIOD-FROM-MONTH
                 MOVE LK-TO-MONTH   TO WS-PERIOD-TO-MONTH
              END-IF
           END-IF.

           PERFORM SET-REPORT-PERIOD.

           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              PERFORM PRINT-CAPACITY-HEADING

              PERFORM SCAN-CAPACITY-SOURCES

              PERFORM PRINT-GROUP-CAPACITY

              PERFORM PRINT-CAPACITY-TOTALS

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

       C999.
           EXIT.


      *
      * Settle the report period - the to month given or the
      * current one, the from month given or eleven months before
      * the to month - cut back to the 24 months ending with the to
      * month when longer, and label each of its months.
      *
       SET-REPORT-PERIOD SECTION.
       SRP000.

           MOVE WS-PERIOD-TO-MONTH TO WS-CONVERT-YYYYMM.
           PERFORM MONTH-TO-NUMBER.

           IF WS-CONVERT-VALID EQUAL 'Y'
              MOVE WS-CONVERT-NUMBER TO WS-PERIOD-TO-NUMBER
           ELSE
              MOVE WS-RUN-YYYYMMDD(1:6) TO WS-CONVERT-YYYYMM
              PERFORM MONTH-TO-NUMBER
              MOVE WS-CONVERT-NUMBER TO WS-PERIOD-TO-NUMBER
           END-IF.

           MOVE WS-PERIOD-FROM-MONTH TO WS-CONVERT-YYYYMM.
           PERFORM MONTH-TO-NUMBER.

           IF WS-CONVERT-VALID EQUAL 'Y' AND
              WS-CONVERT-NUMBER NOT GREATER THAN WS-PERIOD-TO-NUMBER
              MOVE WS-CONVERT-NUMBER TO WS-PERIOD-FROM-NUMBER
           ELSE
              COMPUTE WS-PERIOD-FROM-NUMBER =
                 WS-PERIOD-TO-NUMBER - WS-DEFAULT-PERIOD-MONTHS + 1
           END-IF.

           COMPUTE WS-PERIOD-MONTHS =
              WS-PERIOD-TO-NUMBER - WS-PERIOD-FROM-NUMBER + 1.

           IF WS-PERIOD-MONTHS GREATER THAN WS-PERIOD-MONTH-MAX
              MOVE 'Y' TO WS-PERIOD-CUT
              MOVE WS-PERIOD-MONTH-MAX TO WS-PERIOD-MONTHS
              COMPUTE WS-PERIOD-FROM-NUMBER =
                 WS-PERIOD-TO-NUMBER - WS-PERIOD-MONTHS + 1
           END-IF.

           MOVE SPACES TO WS-PERIOD-LABEL-TABLE.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-PERIOD-MONTHS
              COMPUTE WS-CONVERT-NUMBER =
                 WS-PERIOD-FROM-NUMBER + WS-MONTH-SUB - 1
              PERFORM NUMBER-TO-MONTH
              MOVE WS-CONVERT-YYYYMM TO WS-PERIOD-LABEL(WS-MONTH-SUB)
           END-PERFORM.

           MOVE WS-PERIOD-LABEL(1) TO WS-PERIOD-FROM-MONTH.
           MOVE WS-PERIOD-LABEL(WS-PERIOD-MONTHS)
              TO WS-PERIOD-TO-MONTH.

       SRP999.
           EXIT.


      *
      * Turn the YYYYMM in WS-CONVERT-YYYYMM into a running month
      * number, setting WS-CONVERT-VALID to say whether it was a
      * real month at all.
      *
       MONTH-TO-NUMBER SECTION.
       MTN000.

           MOVE 'N' TO WS-CONVERT-VALID.
           MOVE 0   TO WS-CONVERT-NUMBER.

           IF WS-CONVERT-YYYYMM NUMERIC AND
              WS-CONVERT-YYYYMM(5:2) NOT LESS THAN '01' AND
              WS-CONVERT-YYYYMM(5:2) NOT GREATER THAN '12'
              MOVE WS-CONVERT-YYYYMM(1:4) TO WS-CONVERT-YEAR
              MOVE WS-CONVERT-YYYYMM(5:2) TO WS-CONVERT-MM
              COMPUTE WS-CONVERT-NUMBER =
                 WS-CONVERT-YEAR * 12 + WS-CONVERT-MM - 1
              MOVE 'Y' TO WS-CONVERT-VALID
           END-IF.

       MTN999.
           EXIT.


      *
      * Turn the running month number in WS-CONVERT-NUMBER back
      * into a YYYYMM in WS-CONVERT-YYYYMM.
      *
       NUMBER-TO-MONTH SECTION.
       NTM000.

           COMPUTE WS-CONVERT-YEAR = WS-CONVERT-NUMBER / 12.
           COMPUTE WS-CONVERT-MM =
              WS-CONVERT-NUMBER - WS-CONVERT-YEAR * 12 + 1.

           MOVE WS-CONVERT-YEAR TO WS-CONVERT-YYYYMM(1:4).
           MOVE WS-CONVERT-MM   TO WS-CONVERT-YYYYMM(5:2).

       NTM999.
           EXIT.


      *
      * Print the report heading and the period, and head the region
      * section.
      *
       PRINT-CAPACITY-HEADING SECTION.
       PCH000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540CAP  MONTHLY CAPACITY SUMMARY  '
                  DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' PERIOD ' DELIMITED BY SIZE,
                  WS-PERIOD-FROM-MONTH DELIMITED BY SIZE,
                  ' TO ' DELIMITED BY SIZE,
                  WS-PERIOD-TO-MONTH DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-PERIOD-CUT EQUAL 'Y'
              MOVE ' PERIOD CUT BACK TO THE 24 MONTHS ENDING WITH THE TO
      -            ' MONTH'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' CAPACITY BY REGION' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-CAPACITY-HEADING-1 TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-REGION-HEADING-2 TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PCH999.
           EXIT.


      *
      * Read the CAPSUMM and SNAPHIST files side by side, both in
      * APPLID order, taking each region in turn from whichever file
      * holds the lower APPLID next.
      *
       SCAN-CAPACITY-SOURCES SECTION.
       SCS000.

           MOVE LOW-VALUES TO WS-CAPACITY-RID.

           EXEC CICS STARTBR
                     FILE(WS-CAPACITY-FILE)
                     RIDFLD(WS-CAPACITY-RID)
                     GTEQ
                     RESP(WS-CAPACITY-RESP)
           END-EXEC.

           IF WS-CAPACITY-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO WS-CAPACITY-EOF
              PERFORM READ-NEXT-SUMMARY
           ELSE
      D       DISPLAY 'CAPSUMM file browse could not be started'
              MOVE 'Y'         TO WS-CAPACITY-EOF
              MOVE HIGH-VALUES TO WS-CAPACITY-APPLID
           END-IF.

           MOVE LOW-VALUES TO WS-SNAPSHOT-RID.

           EXEC CICS STARTBR
                     FILE(WS-SNAPSHOT-FILE)
                     RIDFLD(WS-SNAPSHOT-RID)
                     GTEQ
                     RESP(WS-SNAPSHOT-RESP)
           END-EXEC.

           IF WS-SNAPSHOT-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO WS-SNAPSHOT-EOF
              PERFORM READ-NEXT-SNAPSHOT
           ELSE
      D       DISPLAY 'SNAPHIST file browse could not be started'
              MOVE 'Y'         TO WS-SNAPSHOT-EOF
              MOVE HIGH-VALUES TO WS-SNAPSHOT-APPLID
           END-IF.

           PERFORM UNTIL WS-CAPACITY-EOF EQUAL 'Y' AND
                         WS-SNAPSHOT-EOF EQUAL 'Y'
              PERFORM PROCESS-ONE-REGION
           END-PERFORM.

           IF WS-REGIONS-REPORTED EQUAL 0
              MOVE ' NONE - NO CAPACITY DATA FOR THE PERIOD'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       SCS999.
           EXIT.


      *
      * Read the next CAPSUMM record, ending the browse at the end
      * of the file. At the end the APPLID is set high, so it never
      * again looks like the lower of the two.
      *
       READ-NEXT-SUMMARY SECTION.
       RNS000.

           EXEC CICS READNEXT
                     FILE(WS-CAPACITY-FILE)
                     INTO(WS-CAPACITY-RECORD)
                     RIDFLD(WS-CAPACITY-RID)
                     RESP(WS-CAPACITY-RESP)
           END-EXEC.

           IF WS-CAPACITY-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Y'         TO WS-CAPACITY-EOF
              MOVE HIGH-VALUES TO WS-CAPACITY-APPLID

              EXEC CICS ENDBR
                        FILE(WS-CAPACITY-FILE)
                        RESP(WS-CAPACITY-RESP)
              END-EXEC
           END-IF.

       RNS999.
           EXIT.


      *
      * Read the next SNAPHIST record, ending the browse at the end
      * of the file in the same way.
      *
       READ-NEXT-SNAPSHOT SECTION.
       RNX000.

           EXEC CICS READNEXT
                     FILE(WS-SNAPSHOT-FILE)
                     INTO(WS-SNAPSHOT-RECORD)
                     RIDFLD(WS-SNAPSHOT-RID)
                     RESP(WS-SNAPSHOT-RESP)
           END-EXEC.

           IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Y'         TO WS-SNAPSHOT-EOF
              MOVE HIGH-VALUES TO WS-SNAPSHOT-APPLID

              EXEC CICS ENDBR
                        FILE(WS-SNAPSHOT-FILE)
                        RESP(WS-SNAPSHOT-RESP)
              END-EXEC
           END-IF.

       RNX999.
           EXIT.


      *
      * Take the region with the lower APPLID next on the two files,
      * fold its summaries and snapshots for the period into its
      * month buckets, and print and post it.
      *
       PROCESS-ONE-REGION SECTION.
       POR000.

           IF WS-CAPACITY-APPLID LESS THAN WS-SNAPSHOT-APPLID
              MOVE WS-CAPACITY-APPLID TO WS-CURRENT-APPLID
           ELSE
              MOVE WS-SNAPSHOT-APPLID TO WS-CURRENT-APPLID
           END-IF.

           INITIALIZE WS-REGION-MONTH-TABLE.
           MOVE SPACES TO WS-STORED-GROUP.
           MOVE 'N'    TO WS-REGION-HAS-DATA.

           PERFORM RESOLVE-REGION-GROUP.

           PERFORM UNTIL WS-CAPACITY-EOF EQUAL 'Y' OR
                         WS-CAPACITY-APPLID NOT EQUAL
                         WS-CURRENT-APPLID
              PERFORM ADD-SUMMARY-MONTH
              PERFORM READ-NEXT-SUMMARY
           END-PERFORM.

           PERFORM UNTIL WS-SNAPSHOT-EOF EQUAL 'Y' OR
                         WS-SNAPSHOT-APPLID NOT EQUAL
                         WS-CURRENT-APPLID
              PERFORM ADD-SNAPSHOT-SAMPLE
              PERFORM READ-NEXT-SNAPSHOT
           END-PERFORM.

      *
      *    A region no longer on APPLIDS keeps the group it was
      *    rolled up under.
      *
           IF WS-CURRENT-GROUP EQUAL SPACES
              MOVE WS-STORED-GROUP TO WS-CURRENT-GROUP
           END-IF.

           IF WS-CURRENT-GROUP EQUAL SPACES
              MOVE WS-NO-GROUP TO WS-CURRENT-GROUP
           END-IF.

           IF WS-REGION-HAS-DATA EQUAL 'Y'
              ADD 1 TO WS-REGIONS-REPORTED
              PERFORM PRINT-REGION-CAPACITY
              PERFORM POST-GROUP-CAPACITY
           END-IF.

       POR999.
           EXIT.


      *
      * Resolve the region's current group from the APPLIDS file and
      * its THRESHLD task percentage - the APPLID's own record, else
      * its group's, else the default.
      *
       RESOLVE-REGION-GROUP SECTION.
       RRG000.

           MOVE SPACES              TO WS-CURRENT-GROUP.
           MOVE WS-DEFAULT-TASK-PCT TO WS-TASK-PCT-LIMIT.
           MOVE 'N'                 TO WS-THRESHOLD-FOUND.

           MOVE WS-CURRENT-APPLID TO WS-APPLIDS-RID.

           EXEC CICS READ
                     FILE('APPLIDS')
                     INTO(WS-APPLIDS-RECORD)
                     RIDFLD(WS-APPLIDS-RID)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE WS-APPLIDS-GROUP TO WS-CURRENT-GROUP
           END-IF.

           MOVE WS-CURRENT-APPLID TO WS-THRESHOLD-RID.

           EXEC CICS READ
                     FILE(WS-THRESHOLD-FILE)
                     INTO(WS-THRESHOLD-RECORD)
                     RIDFLD(WS-THRESHOLD-RID)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'Y' TO WS-THRESHOLD-FOUND
           ELSE
              IF WS-CURRENT-GROUP NOT EQUAL SPACES

                 MOVE WS-CURRENT-GROUP TO WS-THRESHOLD-RID

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

       RRG999.
           EXIT.


      *
      * Fold the CAPSUMM record just read into the region's bucket
      * for its month, when the month is in the period.
      *
       ADD-SUMMARY-MONTH SECTION.
       ASM000.

           IF WS-CAPACITY-GROUP NOT EQUAL SPACES
              MOVE WS-CAPACITY-GROUP TO WS-STORED-GROUP
           END-IF.

           IF WS-CAPACITY-MONTH NOT LESS THAN WS-PERIOD-FROM-MONTH AND
              WS-CAPACITY-MONTH NOT GREATER THAN WS-PERIOD-TO-MONTH AND
              WS-CAPACITY-SAMPLES NUMERIC AND
              WS-CAPACITY-SAMPLES GREATER THAN 0

              MOVE WS-CAPACITY-MONTH TO WS-CONVERT-YYYYMM
              PERFORM MONTH-TO-NUMBER
              COMPUTE WS-MONTH-SUB =
                 WS-CONVERT-NUMBER - WS-PERIOD-FROM-NUMBER + 1

              MOVE WS-CAPACITY-SAMPLES      TO WS-ADD-CAP-SAMPLES
              MOVE WS-CAPACITY-CURR-MIN     TO WS-ADD-CAP-CURR-MIN
              MOVE WS-CAPACITY-CURR-MAX     TO WS-ADD-CAP-CURR-MAX
              MOVE WS-CAPACITY-CURR-TOTAL   TO WS-ADD-CAP-CURR-TOTAL
              MOVE WS-CAPACITY-PEAK-MIN     TO WS-ADD-CAP-PEAK-MIN
              MOVE WS-CAPACITY-PEAK-MAX     TO WS-ADD-CAP-PEAK-MAX
              MOVE WS-CAPACITY-PEAK-TOTAL   TO WS-ADD-CAP-PEAK-TOTAL
              MOVE WS-CAPACITY-MAXTASKS-HIGH
                 TO WS-ADD-CAP-MAXTASKS-HIGH
              MOVE WS-CAPACITY-SOS-SAMPLES  TO WS-ADD-CAP-SOS-SAMPLES
              MOVE WS-CAPACITY-THRESH-SAMPLES
                 TO WS-ADD-CAP-THRESH-SAMPLES

              MOVE WS-REGION-MONTH(WS-MONTH-SUB) TO WS-WORK-BUCKET
              PERFORM MERGE-CAPACITY-BUCKET
              MOVE WS-WORK-BUCKET TO WS-REGION-MONTH(WS-MONTH-SUB)

              ADD 1 TO WS-SUMMARIES-USED
              MOVE 'Y' TO WS-REGION-HAS-DATA

           END-IF.

       ASM999.
           EXIT.


      *
      * Fold the SNAPHIST record just read - a snapshot not yet
      * rolled up - into the region's bucket for its month, when
      * the month is in the period.
      *
       ADD-SNAPSHOT-SAMPLE SECTION.
       ASS000.

           IF WS-SNAPSHOT-DATE(1:6) NOT LESS THAN
              WS-PERIOD-FROM-MONTH AND
              WS-SNAPSHOT-DATE(1:6) NOT GREATER THAN
              WS-PERIOD-TO-MONTH

              MOVE WS-SNAPSHOT-DATE(1:6) TO WS-CONVERT-YYYYMM
              PERFORM MONTH-TO-NUMBER
              COMPUTE WS-MONTH-SUB =
                 WS-CONVERT-NUMBER - WS-PERIOD-FROM-NUMBER + 1

              MOVE 1                     TO WS-ADD-CAP-SAMPLES
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-ADD-CAP-CURR-MIN
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-ADD-CAP-CURR-MAX
              MOVE WS-SNAPSHOT-CURRTASKS TO WS-ADD-CAP-CURR-TOTAL
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-ADD-CAP-PEAK-MIN
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-ADD-CAP-PEAK-MAX
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-ADD-CAP-PEAK-TOTAL
              MOVE WS-SNAPSHOT-MAXTASKS  TO WS-ADD-CAP-MAXTASKS-HIGH
              MOVE 0                     TO WS-ADD-CAP-SOS-SAMPLES
              MOVE 0                     TO WS-ADD-CAP-THRESH-SAMPLES

              IF WS-SNAPSHOT-SOSABOVEBAR  NOT EQUAL 0 OR
                 WS-SNAPSHOT-SOSABOVELINE NOT EQUAL 0 OR
                 WS-SNAPSHOT-SOSBELOWLINE NOT EQUAL 0
                 MOVE 1 TO WS-ADD-CAP-SOS-SAMPLES
              END-IF

              IF WS-SNAPSHOT-MAXTASKS GREATER THAN 0
                 COMPUTE WS-TASK-PCT-USED =
                    (WS-SNAPSHOT-CURRTASKS * 100)
                    / WS-SNAPSHOT-MAXTASKS
                 IF WS-TASK-PCT-USED NOT LESS THAN WS-TASK-PCT-LIMIT
                    MOVE 1 TO WS-ADD-CAP-THRESH-SAMPLES
                 END-IF
              END-IF

              MOVE WS-REGION-MONTH(WS-MONTH-SUB) TO WS-WORK-BUCKET
              PERFORM MERGE-CAPACITY-BUCKET
              MOVE WS-WORK-BUCKET TO WS-REGION-MONTH(WS-MONTH-SUB)

              ADD 1 TO WS-SNAPSHOTS-USED
              MOVE 'Y' TO WS-REGION-HAS-DATA

           END-IF.

       ASS999.
           EXIT.


      *
      * Add the bucket in WS-ADD-BUCKET into the one in
      * WS-WORK-BUCKET - counts and totals added, lowest and highest
      * kept. An empty work bucket simply takes the added one's
      * lowest and highest.
      *
       MERGE-CAPACITY-BUCKET SECTION.
       MCB000.

           IF WS-WORK-CAP-SAMPLES EQUAL 0
              MOVE WS-ADD-CAP-CURR-MIN TO WS-WORK-CAP-CURR-MIN
              MOVE WS-ADD-CAP-CURR-MAX TO WS-WORK-CAP-CURR-MAX
              MOVE WS-ADD-CAP-PEAK-MIN TO WS-WORK-CAP-PEAK-MIN
              MOVE WS-ADD-CAP-PEAK-MAX TO WS-WORK-CAP-PEAK-MAX
              MOVE WS-ADD-CAP-MAXTASKS-HIGH
                 TO WS-WORK-CAP-MAXTASKS-HIGH
           END-IF.

           IF WS-ADD-CAP-CURR-MIN LESS THAN WS-WORK-CAP-CURR-MIN
              MOVE WS-ADD-CAP-CURR-MIN TO WS-WORK-CAP-CURR-MIN
           END-IF.

           IF WS-ADD-CAP-CURR-MAX GREATER THAN WS-WORK-CAP-CURR-MAX
              MOVE WS-ADD-CAP-CURR-MAX TO WS-WORK-CAP-CURR-MAX
           END-IF.

           IF WS-ADD-CAP-PEAK-MIN LESS THAN WS-WORK-CAP-PEAK-MIN
              MOVE WS-ADD-CAP-PEAK-MIN TO WS-WORK-CAP-PEAK-MIN
           END-IF.

           IF WS-ADD-CAP-PEAK-MAX GREATER THAN WS-WORK-CAP-PEAK-MAX
              MOVE WS-ADD-CAP-PEAK-MAX TO WS-WORK-CAP-PEAK-MAX
           END-IF.

           IF WS-ADD-CAP-MAXTASKS-HIGH GREATER THAN
              WS-WORK-CAP-MAXTASKS-HIGH
              MOVE WS-ADD-CAP-MAXTASKS-HIGH
                 TO WS-WORK-CAP-MAXTASKS-HIGH
           END-IF.

           ADD WS-ADD-CAP-SAMPLES        TO WS-WORK-CAP-SAMPLES.
           ADD WS-ADD-CAP-CURR-TOTAL     TO WS-WORK-CAP-CURR-TOTAL.
           ADD WS-ADD-CAP-PEAK-TOTAL     TO WS-WORK-CAP-PEAK-TOTAL.
           ADD WS-ADD-CAP-SOS-SAMPLES    TO WS-WORK-CAP-SOS-SAMPLES.
           ADD WS-ADD-CAP-THRESH-SAMPLES TO WS-WORK-CAP-THRESH-SAMPLES.

       MCB999.
           EXIT.


      *
      * Print one line per month of the period the region has
      * samples in.
      *
       PRINT-REGION-CAPACITY SECTION.
       PRC000.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-PERIOD-MONTHS

              IF WS-REGION-CAP-SAMPLES(WS-MONTH-SUB) GREATER THAN 0
                 MOVE WS-REGION-MONTH(WS-MONTH-SUB) TO WS-WORK-BUCKET
                 PERFORM FORMAT-CAPACITY-LINE
                 MOVE WS-CURRENT-APPLID TO WS-CAPACITY-LINE-NAME
                 MOVE WS-CURRENT-GROUP  TO WS-CAPACITY-LINE-GROUP
                 MOVE WS-CAPACITY-LINE  TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
              END-IF

           END-PERFORM.

       PRC999.
           EXIT.


      *
      * Format the figures of the bucket in WS-WORK-BUCKET, for the
      * month indexed by WS-MONTH-SUB, into the capacity line.
      *
       FORMAT-CAPACITY-LINE SECTION.
       FCL000.

           MOVE SPACES TO WS-CAPACITY-LINE.

           MOVE WS-PERIOD-LABEL(WS-MONTH-SUB)
              TO WS-CAPACITY-LINE-MONTH.
           MOVE WS-WORK-CAP-SAMPLES   TO WS-CAPACITY-LINE-SAMPLES.
           MOVE WS-WORK-CAP-CURR-MIN  TO WS-CAPACITY-LINE-CURR-MIN.
           MOVE WS-WORK-CAP-CURR-MAX  TO WS-CAPACITY-LINE-CURR-MAX.
           MOVE WS-WORK-CAP-PEAK-MIN  TO WS-CAPACITY-LINE-PEAK-MIN.
           MOVE WS-WORK-CAP-PEAK-MAX  TO WS-CAPACITY-LINE-PEAK-MAX.
           MOVE WS-WORK-CAP-MAXTASKS-HIGH
              TO WS-CAPACITY-LINE-MAXTASKS.
           MOVE WS-WORK-CAP-SOS-SAMPLES TO WS-CAPACITY-LINE-SOS.
           MOVE WS-WORK-CAP-THRESH-SAMPLES
              TO WS-CAPACITY-LINE-THRESH.

           COMPUTE WS-AVERAGE-TASKS ROUNDED =
              WS-WORK-CAP-CURR-TOTAL / WS-WORK-CAP-SAMPLES.
           MOVE WS-AVERAGE-TASKS TO WS-CAPACITY-LINE-CURR-AVG.

           COMPUTE WS-AVERAGE-TASKS ROUNDED =
              WS-WORK-CAP-PEAK-TOTAL / WS-WORK-CAP-SAMPLES.
           MOVE WS-AVERAGE-TASKS TO WS-CAPACITY-LINE-PEAK-AVG.

       FCL999.
           EXIT.


      *
      * Add the region's months into its group's, opening a group
      * entry the first time a group is seen.
      *
       POST-GROUP-CAPACITY SECTION.
       PGC000.

           MOVE 'N' TO WS-GROUP-FOUND.

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-CNT OR
                         WS-GROUP-FOUND EQUAL 'Y'
              IF WS-GROUP-NAME(WS-GROUP-SUB) EQUAL WS-CURRENT-GROUP
                 MOVE 'Y' TO WS-GROUP-FOUND
                 SUBTRACT 1 FROM WS-GROUP-SUB
              END-IF
           END-PERFORM.

           IF WS-GROUP-FOUND NOT EQUAL 'Y'
              IF WS-GROUP-CNT LESS THAN WS-GROUP-MAX
                 ADD 1 TO WS-GROUP-CNT
                 MOVE WS-GROUP-CNT TO WS-GROUP-SUB
                 INITIALIZE WS-GROUP-ENTRY(WS-GROUP-SUB)
                 MOVE WS-CURRENT-GROUP TO WS-GROUP-NAME(WS-GROUP-SUB)
                 MOVE 'Y' TO WS-GROUP-FOUND
              ELSE
                 MOVE 'Y' TO WS-GROUP-OVERFLOW
              END-IF
           END-IF.

           IF WS-GROUP-FOUND EQUAL 'Y'

              PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                      UNTIL WS-MONTH-SUB > WS-PERIOD-MONTHS

                 IF WS-REGION-CAP-SAMPLES(WS-MONTH-SUB) GREATER THAN 0
                    MOVE WS-REGION-MONTH(WS-MONTH-SUB)
                       TO WS-ADD-BUCKET
                    MOVE WS-GROUP-BUCKET(WS-GROUP-SUB, WS-MONTH-SUB)
                       TO WS-WORK-BUCKET
                    PERFORM MERGE-CAPACITY-BUCKET
                    MOVE WS-WORK-BUCKET
                       TO WS-GROUP-BUCKET(WS-GROUP-SUB, WS-MONTH-SUB)
                    ADD 1
                       TO WS-GROUP-REGIONS(WS-GROUP-SUB, WS-MONTH-SUB)
                 END-IF

              END-PERFORM

           END-IF.

       PGC999.
           EXIT.


      *
      * Print the group section - per group, one line per month of
      * the period any of its regions has samples in.
      *
       PRINT-GROUP-CAPACITY SECTION.
       PGR000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' CAPACITY BY REGION GROUP' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-CAPACITY-HEADING-1 TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-GROUP-HEADING-2 TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-CNT

              PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                      UNTIL WS-MONTH-SUB > WS-PERIOD-MONTHS

                 IF WS-GROUP-REGIONS(WS-GROUP-SUB, WS-MONTH-SUB)
                    GREATER THAN 0
                    MOVE WS-GROUP-BUCKET(WS-GROUP-SUB, WS-MONTH-SUB)
                       TO WS-WORK-BUCKET
                    PERFORM FORMAT-CAPACITY-LINE
                    MOVE WS-GROUP-NAME(WS-GROUP-SUB)
                       TO WS-CAPACITY-LINE-NAME
                    MOVE WS-GROUP-REGIONS(WS-GROUP-SUB, WS-MONTH-SUB)
                       TO WS-REGIONS-COUNT
                    MOVE WS-REGIONS-COUNT TO WS-CAPACITY-LINE-GROUP
                    MOVE WS-CAPACITY-LINE TO WS-REPORT-LINE
                    PERFORM PRINT-REPORT-LINE
                 END-IF

              END-PERFORM

           END-PERFORM.

           IF WS-GROUP-CNT EQUAL 0
              MOVE ' NONE - NO CAPACITY DATA FOR THE PERIOD'
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
      * Print the run totals.
      *
       PRINT-CAPACITY-TOTALS SECTION.
       PCT000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS REPORTED' TO WS-SUMMARY-TEXT.
           MOVE WS-REGIONS-REPORTED TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'MONTHLY SUMMARIES USED' TO WS-SUMMARY-TEXT.
           MOVE WS-SUMMARIES-USED TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SNAPSHOTS NOT YET ROLLED UP' TO WS-SUMMARY-TEXT.
           MOVE WS-SNAPSHOTS-USED TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PCT999.
           EXIT.


      *
      * Print one line of the report to the spool opened in C000.
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
