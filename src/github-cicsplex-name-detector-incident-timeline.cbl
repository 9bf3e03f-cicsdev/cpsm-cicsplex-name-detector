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
      * Title: SM540TML - Incident timeline for a CICSplex or APPLID
      *
      *
      * Description: This program prints, in one chronological
      *              listing, everything this family of programs
      *              recorded about a CICSplex or an APPLID over a
      *              date/time range - the picture a post-incident
      *              review needs, from one query.
      *
      *              Three histories are merged:
      *
      *              - MONHIST, the monitor history SM540MON writes
      *                at every transition - a plex STOPPED, PLANNED
      *                or RECOVERED, and a CMAS network CONNFAILED,
      *                PLANNED or RESTORED;
      *              - AUDITHST, the CICSplex resolution history
      *                SM540RPT files from the SM5A queue, failures
      *                shown with their RESPONSE and REASON;
      *              - SNAPHIST, the region snapshots taken by
      *                SM540API and SM540COL.
      *
      *              For a CICSplex the audit and snapshot records
      *              are those naming the plex, and the monitor
      *              events are the plex's own and those of every
      *              CMAS network it was reported under. For an
      *              APPLID they are the APPLID's own records, and
      *              the monitor events of each plex it resolved to
      *              in the range. Given both, the APPLID's records
      *              naming that plex are taken.
      *
      *              The range is given as from and to date
      *              (YYYYMMDD) and time (HHMMSS). A blank date
      *              leaves that end open; a blank time is the start
      *              of the from date or the end of the to date.
      *
      *              The events are ordered in working storage
      *              before printing. Should the table fill, the
      *              earliest events are kept and the report says
      *              so - narrow the range to see the rest.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540TML.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The MONHIST monitor history file written by SM540MON, and
      * the record layout shared with it.
      *
       01 WS-MONHIST-FILE                     PIC X(8)
                                               VALUE 'MONHIST'.
       01 WS-MONHIST-RESP                     PIC S9(8) BINARY.
       01 WS-MONHIST-EOF                      PIC X VALUE 'N'.
       01 WS-MONHIST-RID                      PIC X(31) VALUE SPACES.
       01 WS-MONHIST-RECORD.
          05 WS-MONHIST-KEY.
             10 WS-MONHIST-TYPE               PIC X(1).
             10 WS-MONHIST-NAME               PIC X(8).
             10 WS-MONHIST-NETWORK            PIC X(8).
             10 WS-MONHIST-STAMP.
                15 WS-MONHIST-DATE            PIC X(8).
                15 WS-MONHIST-TIME            PIC X(6).
          05 WS-MONHIST-EVENT                 PIC X(10).
          05 WS-MONHIST-CMAS                  PIC X(8).
          05 WS-MONHIST-CHANGE-REF            PIC X(12).
          05 FILLER                           PIC X(19).

      *
      * The audit history file written by SM540RPT, and the record
      * layout shared with its WRITE-HISTORY-RECORD section.
      *
       01 WS-HISTORY-FILE                     PIC X(8)
                                               VALUE 'AUDITHST'.
       01 WS-HISTORY-RESP                     PIC S9(8) BINARY.
       01 WS-HISTORY-EOF                      PIC X VALUE 'N'.
       01 WS-HISTORY-RID                      PIC X(22) VALUE SPACES.
       01 WS-HISTORY-RECORD.
          05 WS-HISTORY-KEY.
             10 WS-HISTORY-APPLID             PIC X(8).
             10 WS-HISTORY-STAMP.
                15 WS-HISTORY-DATE            PIC X(8).
                15 WS-HISTORY-TIME            PIC X(6).
          05 WS-HISTORY-SHOW-DATE             PIC X(10).
          05 WS-HISTORY-SHOW-TIME             PIC X(8).
          05 WS-HISTORY-CICSPLEXNAME          PIC X(8).
          05 WS-HISTORY-RESPONSE              PIC X(8).
          05 WS-HISTORY-REASON                PIC X(8).
          05 WS-HISTORY-OUTCOME               PIC X(7).
          05 FILLER                           PIC X(9).

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
      * The query operands from the COMMAREA, and the range as
      * from and to date-and-time stamps (YYYYMMDDHHMMSS), the form
      * all three history keys carry.
      *
       01 WS-QUERY-CICSPLEX                   PIC X(8) VALUE SPACES.
       01 WS-QUERY-APPLID                     PIC X(8) VALUE SPACES.
       01 WS-QUERY-FROM-DATE                  PIC X(8) VALUE SPACES.
       01 WS-QUERY-FROM-TIME                  PIC X(6) VALUE SPACES.
       01 WS-QUERY-TO-DATE                    PIC X(8) VALUE SPACES.
       01 WS-QUERY-TO-TIME                    PIC X(6) VALUE SPACES.

       01 WS-FROM-STAMP                       PIC X(14) VALUE SPACES.
       01 WS-TO-STAMP                         PIC X(14) VALUE SPACES.

      *
      * The CICSplexes and CMAS networks whose monitor events belong
      * on the timeline - the queried plex, or the plexes the
      * queried APPLID resolved to, and the networks those plexes
      * were reported under.
      *
       01 WS-NAME-LIST-MAX                    PIC S9(4) BINARY
                                               VALUE 20.

       01 WS-PLEX-LIST-TABLE.
          03 WS-PLEX-LIST-ENTRY OCCURS 20     PIC X(8).

       01 WS-PLEX-LIST-CNT                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-PLEX-LIST-SUB                    PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-NETWORK-LIST-TABLE.
          03 WS-NETWORK-LIST-ENTRY OCCURS 20  PIC X(8).

       01 WS-NETWORK-LIST-CNT                 PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-NETWORK-LIST-SUB                 PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-NOTE-NAME                        PIC X(8) VALUE SPACES.
       01 WS-NOTE-FOUND                       PIC X VALUE 'N'.
       01 WS-LIST-OVERFLOW                    PIC X VALUE 'N'.

      *
      * What to browse on the monitor history - type and name.
      *
       01 WS-BROWSE-TYPE                      PIC X(1) VALUE SPACE.
       01 WS-BROWSE-NAME                      PIC X(8) VALUE SPACES.

      *
      * The timeline, held in date and time order as it is built.
      *
       01 WS-TIMELINE-MAX                     PIC S9(4) BINARY
                                               VALUE 2000.

       01 WS-TIMELINE-TABLE.
          03 WS-TIMELINE-ENTRY OCCURS 2000.
             05 WS-TIMELINE-STAMP             PIC X(14).
             05 WS-TIMELINE-SOURCE            PIC X(8).
             05 WS-TIMELINE-APPLID            PIC X(8).
             05 WS-TIMELINE-PLEXNAME          PIC X(8).
             05 WS-TIMELINE-EVENT             PIC X(10).
             05 WS-TIMELINE-DETAIL            PIC X(50).

       01 WS-TIMELINE-CNT                     PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-TIMELINE-SUB                     PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-TIMELINE-OVERFLOW                PIC X VALUE 'N'.
       01 WS-TIMELINE-PLACED                  PIC X VALUE 'N'.

       01 WS-NEW-ENTRY.
          05 WS-NEW-STAMP                     PIC X(14).
          05 WS-NEW-SOURCE                    PIC X(8).
          05 WS-NEW-APPLID                    PIC X(8).
          05 WS-NEW-PLEXNAME                  PIC X(8).
          05 WS-NEW-EVENT                     PIC X(10).
          05 WS-NEW-DETAIL                    PIC X(50).

      *
      * The detail text of each kind of event.
      *
       01 WS-AUDIT-DETAIL.
          05 FILLER                           PIC X(9)
                                               VALUE 'RESPONSE '.
          05 WS-AUDIT-DETAIL-RESPONSE         PIC X(8).
          05 FILLER                           PIC X(8)
                                               VALUE '  REASON'.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-AUDIT-DETAIL-REASON           PIC X(8).
          05 FILLER                           PIC X(16) VALUE SPACE.

       01 WS-SNAPSHOT-DETAIL.
          05 FILLER                           PIC X(5)  VALUE 'CURR '.
          05 WS-SNAPSHOT-DETAIL-CURR          PIC ZZZZZZZ9.
          05 FILLER                           PIC X(6)  VALUE ' PEAK '.
          05 WS-SNAPSHOT-DETAIL-PEAK          PIC ZZZZZZZ9.
          05 FILLER                           PIC X(5)  VALUE ' MAX '.
          05 WS-SNAPSHOT-DETAIL-MAX           PIC ZZZZZZZ9.
          05 FILLER                           PIC X(5)  VALUE ' SOS '.
          05 WS-SNAPSHOT-DETAIL-SOS           PIC X(3).
          05 FILLER                           PIC X(2)  VALUE SPACE.

       01 WS-MONITOR-DETAIL.
          05 FILLER                           PIC X(8)
                                               VALUE 'NETWORK '.
          05 WS-MONITOR-DETAIL-NETWORK        PIC X(8).
          05 FILLER                           PIC X(6)  VALUE ' CMAS '.
          05 WS-MONITOR-DETAIL-CMAS           PIC X(8).
          05 FILLER                           PIC X(8)
                                               VALUE ' CHANGE '.
          05 WS-MONITOR-DETAIL-CHANGE-REF     PIC X(12).

      *
      * Run totals for the summary.
      *
       01 WS-MONITOR-COUNT                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-AUDIT-COUNT                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-SNAPSHOT-COUNT                   PIC S9(8) BINARY
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

       01 WS-TIMELINE-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'DATE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'TIME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'SOURCE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'PLEXNAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(10) VALUE 'EVENT'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(50) VALUE 'DETAIL'.
          05 FILLER                           PIC X(7)  VALUE SPACE.

       01 WS-TIMELINE-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-TIMELINE-LINE-DATE            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-TIMELINE-LINE-TIME            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-TIMELINE-LINE-SOURCE          PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-TIMELINE-LINE-APPLID          PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-TIMELINE-LINE-PLEXNAME        PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-TIMELINE-LINE-EVENT           PIC X(10).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-TIMELINE-LINE-DETAIL          PIC X(50).
          05 FILLER                           PIC X(7)  VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(20).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(91) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.


       LINKAGE SECTION.

      *
      * The query operands. One of LK-CICSPLEX and LK-APPLID is
      * required; LK-FROM-DATE/LK-FROM-TIME and LK-TO-DATE/LK-TO-TIME
      * bound the range as YYYYMMDD and HHMMSS, a blank date leaving
      * that end open.
      *
       01 DFHCOMMAREA.
          05 LK-CICSPLEX                      PIC X(8).
          05 LK-APPLID                        PIC X(8).
          05 LK-FROM-DATE                     PIC X(8).
          05 LK-FROM-TIME                     PIC X(6).
          05 LK-TO-DATE                       PIC X(8).
          05 LK-TO-TIME                       PIC X(6).


       PROCEDURE DIVISION.
       TIMELINE-MAIN SECTION.
       T000.

      *
      *    Pick up the query operands from the COMMAREA, if one was
      *    passed.
      *
           MOVE SPACES TO WS-QUERY-CICSPLEX.
           MOVE SPACES TO WS-QUERY-APPLID.
           MOVE SPACES TO WS-QUERY-FROM-DATE.
           MOVE SPACES TO WS-QUERY-FROM-TIME.
           MOVE SPACES TO WS-QUERY-TO-DATE.
           MOVE SPACES TO WS-QUERY-TO-TIME.

           IF EIBCALEN NOT EQUAL 0
              IF EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
                 MOVE LK-CICSPLEX  TO WS-QUERY-CICSPLEX
                 MOVE LK-APPLID    TO WS-QUERY-APPLID
                 MOVE LK-FROM-DATE TO WS-QUERY-FROM-DATE
                 MOVE LK-FROM-TIME TO WS-QUERY-FROM-TIME
                 MOVE LK-TO-DATE   TO WS-QUERY-TO-DATE
                 MOVE LK-TO-TIME   TO WS-QUERY-TO-TIME
              END-IF
           END-IF.

           PERFORM SET-QUERY-RANGE.

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

           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              PERFORM PRINT-TIMELINE-HEADING

              IF WS-QUERY-CICSPLEX EQUAL SPACES AND
                 WS-QUERY-APPLID EQUAL SPACES

                 MOVE ' NO CICSPLEX OR APPLID GIVEN - NOTHING TO REPORT'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

              ELSE

      *
      *          The audit and snapshot records first - for an
      *          APPLID they say which plexes it resolved to, and
      *          so whose monitor events belong on the timeline.
      *
                 IF WS-QUERY-CICSPLEX NOT EQUAL SPACES
                    MOVE WS-QUERY-CICSPLEX TO WS-NOTE-NAME
                    PERFORM NOTE-TIMELINE-PLEX
                 END-IF

                 PERFORM COLLECT-AUDIT-HISTORY
                 PERFORM COLLECT-SNAPSHOT-HISTORY
                 PERFORM COLLECT-MONITOR-HISTORY

                 PERFORM PRINT-TIMELINE

              END-IF

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

       T999.
           EXIT.


      *
      * Turn the query dates and times into the from and to stamps.
      * A blank date leaves that end open; a blank time is the start
      * of the from date or the end of the to date.
      *
       SET-QUERY-RANGE SECTION.
       SQR000.

           IF WS-QUERY-FROM-DATE EQUAL SPACES
              MOVE LOW-VALUES TO WS-FROM-STAMP
           ELSE
              MOVE WS-QUERY-FROM-DATE TO WS-FROM-STAMP(1:8)
              IF WS-QUERY-FROM-TIME EQUAL SPACES
                 MOVE '000000' TO WS-FROM-STAMP(9:6)
              ELSE
                 MOVE WS-QUERY-FROM-TIME TO WS-FROM-STAMP(9:6)
              END-IF
           END-IF.

           IF WS-QUERY-TO-DATE EQUAL SPACES
              MOVE HIGH-VALUES TO WS-TO-STAMP
           ELSE
              MOVE WS-QUERY-TO-DATE TO WS-TO-STAMP(1:8)
              IF WS-QUERY-TO-TIME EQUAL SPACES
                 MOVE '235959' TO WS-TO-STAMP(9:6)
              ELSE
                 MOVE WS-QUERY-TO-TIME TO WS-TO-STAMP(9:6)
              END-IF
           END-IF.

       SQR999.
           EXIT.


      *
      * Print the report heading and the query.
      *
       PRINT-TIMELINE-HEADING SECTION.
       PTH000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540TML  INCIDENT TIMELINE  '
                  DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' CICSPLEX: ' DELIMITED BY SIZE,
                  WS-QUERY-CICSPLEX DELIMITED BY SIZE,
                  '  APPLID: ' DELIMITED BY SIZE,
                  WS-QUERY-APPLID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' FROM: ' DELIMITED BY SIZE,
                  WS-QUERY-FROM-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-QUERY-FROM-TIME DELIMITED BY SIZE,
                  '  TO: ' DELIMITED BY SIZE,
                  WS-QUERY-TO-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-QUERY-TO-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PTH999.
           EXIT.


      *
      * Take the AUDITHST resolution records for the query - from
      * the queried APPLID's first record in the range when an
      * APPLID was given, the file being keyed on APPLID first,
      * else the whole file filtered on the plex.
      *
       COLLECT-AUDIT-HISTORY SECTION.
       CAH000.

           MOVE LOW-VALUES TO WS-HISTORY-KEY.
           IF WS-QUERY-APPLID NOT EQUAL SPACES
              MOVE WS-QUERY-APPLID TO WS-HISTORY-APPLID
              MOVE WS-FROM-STAMP   TO WS-HISTORY-STAMP
           END-IF.
           MOVE WS-HISTORY-KEY TO WS-HISTORY-RID.

           EXEC CICS STARTBR
                     FILE(WS-HISTORY-FILE)
                     RIDFLD(WS-HISTORY-RID)
                     GTEQ
                     RESP(WS-HISTORY-RESP)
           END-EXEC.

           IF WS-HISTORY-RESP EQUAL DFHRESP(NORMAL)

              MOVE 'N' TO WS-HISTORY-EOF

              PERFORM UNTIL WS-HISTORY-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE(WS-HISTORY-FILE)
                           INTO(WS-HISTORY-RECORD)
                           RIDFLD(WS-HISTORY-RID)
                           RESP(WS-HISTORY-RESP)
                 END-EXEC

                 IF WS-HISTORY-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-HISTORY-EOF
                 ELSE
                    IF WS-QUERY-APPLID NOT EQUAL SPACES AND
                       (WS-HISTORY-APPLID NOT EQUAL WS-QUERY-APPLID OR
                        WS-HISTORY-STAMP GREATER THAN WS-TO-STAMP)
                       MOVE 'Y' TO WS-HISTORY-EOF
                    ELSE
                       PERFORM ADD-AUDIT-EVENT
                    END-IF
                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE(WS-HISTORY-FILE)
                        RESP(WS-HISTORY-RESP)
              END-EXEC

           ELSE
      D       DISPLAY 'AUDITHST file browse could not be started'
           END-IF.

       CAH999.
           EXIT.


      *
      * Put the audit record just read on the timeline if it is in
      * the range and, for a plex query, names the plex.
      *
       ADD-AUDIT-EVENT SECTION.
       AAE000.

           IF WS-HISTORY-STAMP NOT LESS THAN WS-FROM-STAMP AND
              WS-HISTORY-STAMP NOT GREATER THAN WS-TO-STAMP AND
              (WS-QUERY-CICSPLEX EQUAL SPACES OR
               WS-HISTORY-CICSPLEXNAME EQUAL WS-QUERY-CICSPLEX)

              MOVE SPACES TO WS-NEW-ENTRY
              MOVE WS-HISTORY-STAMP        TO WS-NEW-STAMP
              MOVE 'AUDIT'                 TO WS-NEW-SOURCE
              MOVE WS-HISTORY-APPLID       TO WS-NEW-APPLID
              MOVE WS-HISTORY-CICSPLEXNAME TO WS-NEW-PLEXNAME
              MOVE WS-HISTORY-OUTCOME      TO WS-NEW-EVENT

              IF WS-HISTORY-OUTCOME NOT EQUAL 'SUCCESS'
                 MOVE WS-HISTORY-RESPONSE TO WS-AUDIT-DETAIL-RESPONSE
                 MOVE WS-HISTORY-REASON   TO WS-AUDIT-DETAIL-REASON
                 MOVE WS-AUDIT-DETAIL     TO WS-NEW-DETAIL
              END-IF

              PERFORM ADD-TIMELINE-ENTRY
              ADD 1 TO WS-AUDIT-COUNT

              MOVE WS-HISTORY-CICSPLEXNAME TO WS-NOTE-NAME
              PERFORM NOTE-TIMELINE-PLEX

           END-IF.

       AAE999.
           EXIT.


      *
      * Take the SNAPHIST samples for the query, the same way as the
      * audit records.
      *
       COLLECT-SNAPSHOT-HISTORY SECTION.
       CSH000.

           MOVE LOW-VALUES TO WS-SNAPSHOT-KEY.
           IF WS-QUERY-APPLID NOT EQUAL SPACES
              MOVE WS-QUERY-APPLID TO WS-SNAPSHOT-APPLID
              MOVE WS-FROM-STAMP   TO WS-SNAPSHOT-STAMP
           END-IF.
           MOVE WS-SNAPSHOT-KEY TO WS-SNAPSHOT-RID.

           EXEC CICS STARTBR
                     FILE(WS-SNAPSHOT-FILE)
                     RIDFLD(WS-SNAPSHOT-RID)
                     GTEQ
                     RESP(WS-SNAPSHOT-RESP)
           END-EXEC.

           IF WS-SNAPSHOT-RESP EQUAL DFHRESP(NORMAL)

              MOVE 'N' TO WS-SNAPSHOT-EOF

              PERFORM UNTIL WS-SNAPSHOT-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE(WS-SNAPSHOT-FILE)
                           INTO(WS-SNAPSHOT-RECORD)
                           RIDFLD(WS-SNAPSHOT-RID)
                           RESP(WS-SNAPSHOT-RESP)
                 END-EXEC

                 IF WS-SNAPSHOT-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-SNAPSHOT-EOF
                 ELSE
                    IF WS-QUERY-APPLID NOT EQUAL SPACES AND
                       (WS-SNAPSHOT-APPLID NOT EQUAL WS-QUERY-APPLID OR
                        WS-SNAPSHOT-STAMP GREATER THAN WS-TO-STAMP)
                       MOVE 'Y' TO WS-SNAPSHOT-EOF
                    ELSE
                       PERFORM ADD-SNAPSHOT-EVENT
                    END-IF
                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE(WS-SNAPSHOT-FILE)
                        RESP(WS-SNAPSHOT-RESP)
              END-EXEC

           ELSE
      D       DISPLAY 'SNAPHIST file browse could not be started'
           END-IF.

       CSH999.
           EXIT.


      *
      * Put the snapshot just read on the timeline if it is in the
      * range and, for a plex query, names the plex.
      *
       ADD-SNAPSHOT-EVENT SECTION.
       ASE000.

           IF WS-SNAPSHOT-STAMP NOT LESS THAN WS-FROM-STAMP AND
              WS-SNAPSHOT-STAMP NOT GREATER THAN WS-TO-STAMP AND
              (WS-QUERY-CICSPLEX EQUAL SPACES OR
               WS-SNAPSHOT-CICSPLEXNAME EQUAL WS-QUERY-CICSPLEX)

              MOVE SPACES TO WS-NEW-ENTRY
              MOVE WS-SNAPSHOT-STAMP        TO WS-NEW-STAMP
              MOVE 'SNAPSHOT'               TO WS-NEW-SOURCE
              MOVE WS-SNAPSHOT-APPLID       TO WS-NEW-APPLID
              MOVE WS-SNAPSHOT-CICSPLEXNAME TO WS-NEW-PLEXNAME
              MOVE 'SAMPLE'                 TO WS-NEW-EVENT

              MOVE WS-SNAPSHOT-CURRTASKS TO WS-SNAPSHOT-DETAIL-CURR
              MOVE WS-SNAPSHOT-PEAKTASKS TO WS-SNAPSHOT-DETAIL-PEAK
              MOVE WS-SNAPSHOT-MAXTASKS  TO WS-SNAPSHOT-DETAIL-MAX

              IF WS-SNAPSHOT-SOSABOVEBAR  NOT EQUAL 0 OR
                 WS-SNAPSHOT-SOSABOVELINE NOT EQUAL 0 OR
                 WS-SNAPSHOT-SOSBELOWLINE NOT EQUAL 0
                 MOVE 'YES' TO WS-SNAPSHOT-DETAIL-SOS
              ELSE
                 MOVE 'NO ' TO WS-SNAPSHOT-DETAIL-SOS
              END-IF

              MOVE WS-SNAPSHOT-DETAIL TO WS-NEW-DETAIL

              PERFORM ADD-TIMELINE-ENTRY
              ADD 1 TO WS-SNAPSHOT-COUNT

              MOVE WS-SNAPSHOT-CICSPLEXNAME TO WS-NOTE-NAME
              PERFORM NOTE-TIMELINE-PLEX

           END-IF.

       ASE999.
           EXIT.


      *
      * Take the monitor events for each plex on the plex list,
      * noting the networks they were reported under as they go,
      * then those networks' own events.
      *
       COLLECT-MONITOR-HISTORY SECTION.
       CMH000.

           PERFORM VARYING WS-PLEX-LIST-SUB FROM 1 BY 1
                   UNTIL WS-PLEX-LIST-SUB > WS-PLEX-LIST-CNT
              MOVE 'P' TO WS-BROWSE-TYPE
              MOVE WS-PLEX-LIST-ENTRY(WS-PLEX-LIST-SUB)
                 TO WS-BROWSE-NAME
              PERFORM BROWSE-MONITOR-HISTORY
           END-PERFORM.

           PERFORM VARYING WS-NETWORK-LIST-SUB FROM 1 BY 1
                   UNTIL WS-NETWORK-LIST-SUB > WS-NETWORK-LIST-CNT
              MOVE 'N' TO WS-BROWSE-TYPE
              MOVE WS-NETWORK-LIST-ENTRY(WS-NETWORK-LIST-SUB)
                 TO WS-BROWSE-NAME
              PERFORM BROWSE-MONITOR-HISTORY
           END-PERFORM.

       CMH999.
           EXIT.


      *
      * Browse the monitor history for the type and name in
      * WS-BROWSE-TYPE and WS-BROWSE-NAME, putting each event in
      * the range on the timeline. A name's events are held by CMAS
      * network and then in time order - a plex name can be known
      * to more than one network - so the browse reads every event
      * for the name and keeps those inside the range; the timeline
      * puts them in order.
      *
       BROWSE-MONITOR-HISTORY SECTION.
       BMH000.

           MOVE LOW-VALUES     TO WS-MONHIST-KEY.
           MOVE WS-BROWSE-TYPE TO WS-MONHIST-TYPE.
           MOVE WS-BROWSE-NAME TO WS-MONHIST-NAME.
           MOVE WS-MONHIST-KEY TO WS-MONHIST-RID.

           EXEC CICS STARTBR
                     FILE(WS-MONHIST-FILE)
                     RIDFLD(WS-MONHIST-RID)
                     GTEQ
                     RESP(WS-MONHIST-RESP)
           END-EXEC.

           IF WS-MONHIST-RESP EQUAL DFHRESP(NORMAL)

              MOVE 'N' TO WS-MONHIST-EOF

              PERFORM UNTIL WS-MONHIST-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE(WS-MONHIST-FILE)
                           INTO(WS-MONHIST-RECORD)
                           RIDFLD(WS-MONHIST-RID)
                           RESP(WS-MONHIST-RESP)
                 END-EXEC

                 IF WS-MONHIST-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-MONHIST-EOF
                 ELSE
                    IF WS-MONHIST-TYPE NOT EQUAL WS-BROWSE-TYPE OR
                       WS-MONHIST-NAME NOT EQUAL WS-BROWSE-NAME
                       MOVE 'Y' TO WS-MONHIST-EOF
                    ELSE
                       IF WS-MONHIST-STAMP NOT LESS THAN
                          WS-FROM-STAMP AND
                          WS-MONHIST-STAMP NOT GREATER THAN
                          WS-TO-STAMP
                          PERFORM ADD-MONITOR-EVENT
                       END-IF
                    END-IF
                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE(WS-MONHIST-FILE)
                        RESP(WS-MONHIST-RESP)
              END-EXEC

           END-IF.

       BMH999.
           EXIT.


      *
      * Put the monitor event just read on the timeline, and note
      * the network a plex event was reported under.
      *
       ADD-MONITOR-EVENT SECTION.
       AME000.

           MOVE SPACES TO WS-NEW-ENTRY.
           MOVE WS-MONHIST-STAMP TO WS-NEW-STAMP.
           MOVE 'MONITOR'        TO WS-NEW-SOURCE.
           MOVE WS-MONHIST-EVENT TO WS-NEW-EVENT.

           IF WS-MONHIST-TYPE EQUAL 'P'
              MOVE WS-MONHIST-NAME TO WS-NEW-PLEXNAME
           END-IF.

           MOVE WS-MONHIST-NETWORK    TO WS-MONITOR-DETAIL-NETWORK.
           MOVE WS-MONHIST-CMAS       TO WS-MONITOR-DETAIL-CMAS.
           MOVE WS-MONHIST-CHANGE-REF TO WS-MONITOR-DETAIL-CHANGE-REF.
           MOVE WS-MONITOR-DETAIL     TO WS-NEW-DETAIL.

           PERFORM ADD-TIMELINE-ENTRY.
           ADD 1 TO WS-MONITOR-COUNT.

           IF WS-MONHIST-TYPE EQUAL 'P' AND
              WS-MONHIST-NETWORK NOT EQUAL SPACES
              MOVE WS-MONHIST-NETWORK TO WS-NOTE-NAME
              PERFORM NOTE-TIMELINE-NETWORK
           END-IF.

       AME999.
           EXIT.


      *
      * Add the plex in WS-NOTE-NAME to the plex list, once.
      *
       NOTE-TIMELINE-PLEX SECTION.
       NTP000.

           MOVE 'N' TO WS-NOTE-FOUND.

           IF WS-NOTE-NAME EQUAL SPACES
              MOVE 'Y' TO WS-NOTE-FOUND
           END-IF.

           PERFORM VARYING WS-PLEX-LIST-SUB FROM 1 BY 1
                   UNTIL WS-PLEX-LIST-SUB > WS-PLEX-LIST-CNT OR
                         WS-NOTE-FOUND EQUAL 'Y'
              IF WS-PLEX-LIST-ENTRY(WS-PLEX-LIST-SUB) EQUAL
                 WS-NOTE-NAME
                 MOVE 'Y' TO WS-NOTE-FOUND
              END-IF
           END-PERFORM.

           IF WS-NOTE-FOUND NOT EQUAL 'Y'
              IF WS-PLEX-LIST-CNT LESS THAN WS-NAME-LIST-MAX
                 ADD 1 TO WS-PLEX-LIST-CNT
                 MOVE WS-NOTE-NAME
                    TO WS-PLEX-LIST-ENTRY(WS-PLEX-LIST-CNT)
              ELSE
                 MOVE 'Y' TO WS-LIST-OVERFLOW
              END-IF
           END-IF.

       NTP999.
           EXIT.


      *
      * Add the network in WS-NOTE-NAME to the network list, once.
      *
       NOTE-TIMELINE-NETWORK SECTION.
       NTN000.

           MOVE 'N' TO WS-NOTE-FOUND.

           PERFORM VARYING WS-NETWORK-LIST-SUB FROM 1 BY 1
                   UNTIL WS-NETWORK-LIST-SUB > WS-NETWORK-LIST-CNT OR
                         WS-NOTE-FOUND EQUAL 'Y'
              IF WS-NETWORK-LIST-ENTRY(WS-NETWORK-LIST-SUB) EQUAL
                 WS-NOTE-NAME
                 MOVE 'Y' TO WS-NOTE-FOUND
              END-IF
           END-PERFORM.

           IF WS-NOTE-FOUND NOT EQUAL 'Y'
              IF WS-NETWORK-LIST-CNT LESS THAN WS-NAME-LIST-MAX
                 ADD 1 TO WS-NETWORK-LIST-CNT
                 MOVE WS-NOTE-NAME
                    TO WS-NETWORK-LIST-ENTRY(WS-NETWORK-LIST-CNT)
              ELSE
                 MOVE 'Y' TO WS-LIST-OVERFLOW
              END-IF
           END-IF.

       NTN999.
           EXIT.


      *
      * Insert the event in WS-NEW-ENTRY into the timeline in date
      * and time order, after any event with the same stamp. With
      * the table full the latest event is the one left out - the
      * new one, or the last held if the new one is earlier.
      *
       ADD-TIMELINE-ENTRY SECTION.
       ATE000.

           IF WS-TIMELINE-CNT NOT LESS THAN WS-TIMELINE-MAX
              MOVE 'Y' TO WS-TIMELINE-OVERFLOW
              IF WS-NEW-STAMP NOT LESS THAN
                 WS-TIMELINE-STAMP(WS-TIMELINE-CNT)
                 MOVE SPACES TO WS-NEW-STAMP
              ELSE
                 SUBTRACT 1 FROM WS-TIMELINE-CNT
              END-IF
           END-IF.

           IF WS-NEW-STAMP NOT EQUAL SPACES

              MOVE WS-TIMELINE-CNT TO WS-TIMELINE-SUB
              MOVE 'N' TO WS-TIMELINE-PLACED

              PERFORM UNTIL WS-TIMELINE-PLACED EQUAL 'Y'
                 IF WS-TIMELINE-SUB LESS THAN 1
                    MOVE 'Y' TO WS-TIMELINE-PLACED
                 ELSE
                    IF WS-TIMELINE-STAMP(WS-TIMELINE-SUB)
                       NOT GREATER THAN WS-NEW-STAMP
                       MOVE 'Y' TO WS-TIMELINE-PLACED
                    ELSE
                       MOVE WS-TIMELINE-ENTRY(WS-TIMELINE-SUB)
                          TO WS-TIMELINE-ENTRY(WS-TIMELINE-SUB + 1)
                       SUBTRACT 1 FROM WS-TIMELINE-SUB
                    END-IF
                 END-IF
              END-PERFORM

              MOVE WS-NEW-ENTRY
                 TO WS-TIMELINE-ENTRY(WS-TIMELINE-SUB + 1)
              ADD 1 TO WS-TIMELINE-CNT

           END-IF.

       ATE999.
           EXIT.


      *
      * Print the timeline and the totals.
      *
       PRINT-TIMELINE SECTION.
       PTL000.

           MOVE WS-TIMELINE-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-TIMELINE-SUB FROM 1 BY 1
                   UNTIL WS-TIMELINE-SUB > WS-TIMELINE-CNT

              MOVE SPACES TO WS-TIMELINE-LINE
              MOVE WS-TIMELINE-STAMP(WS-TIMELINE-SUB)(1:8)
                 TO WS-TIMELINE-LINE-DATE
              STRING WS-TIMELINE-STAMP(WS-TIMELINE-SUB)(9:2)
                     DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIMELINE-STAMP(WS-TIMELINE-SUB)(11:2)
                     DELIMITED BY SIZE,
                     ':' DELIMITED BY SIZE,
                     WS-TIMELINE-STAMP(WS-TIMELINE-SUB)(13:2)
                     DELIMITED BY SIZE
                     INTO WS-TIMELINE-LINE-TIME
              MOVE WS-TIMELINE-SOURCE(WS-TIMELINE-SUB)
                 TO WS-TIMELINE-LINE-SOURCE
              MOVE WS-TIMELINE-APPLID(WS-TIMELINE-SUB)
                 TO WS-TIMELINE-LINE-APPLID
              MOVE WS-TIMELINE-PLEXNAME(WS-TIMELINE-SUB)
                 TO WS-TIMELINE-LINE-PLEXNAME
              MOVE WS-TIMELINE-EVENT(WS-TIMELINE-SUB)
                 TO WS-TIMELINE-LINE-EVENT
              MOVE WS-TIMELINE-DETAIL(WS-TIMELINE-SUB)
                 TO WS-TIMELINE-LINE-DETAIL
              MOVE WS-TIMELINE-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-PERFORM.

           IF WS-TIMELINE-CNT EQUAL 0
              MOVE ' NO EVENTS RECORDED FOR THE QUERY'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-TIMELINE-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: TIMELINE TABLE FULL - LATER EVENTS NOT SHO
      -            'WN, NARROW THE RANGE'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-LIST-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: TOO MANY CICSPLEXES OR NETWORKS - SOME MON
      -            'ITOR EVENTS NOT SHOWN'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'MONITOR EVENTS      ' TO WS-SUMMARY-TEXT.
           MOVE WS-MONITOR-COUNT       TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'AUDIT RECORDS       ' TO WS-SUMMARY-TEXT.
           MOVE WS-AUDIT-COUNT         TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SNAPSHOTS           ' TO WS-SUMMARY-TEXT.
           MOVE WS-SNAPSHOT-COUNT      TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PTL999.
           EXIT.


      *
      * Print one line of the report to the spool opened in T000.
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
