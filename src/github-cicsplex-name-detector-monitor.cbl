      *              current month, for the service-level review.
      *              The counts start afresh when the month
      *              changes.
      *
      *              Agreed change windows are held on the MAINTCAL
      *              planned maintenance calendar (maintained by the
      *              SMCL transaction). A plex that does not answer
      *              while a window is active for it - by CICSplex
      *              name, or by its CMAS network - is shown as
      *              PLANNED, with the window's change reference,
      *              rather than as down: its transition reads
      *              PLANNED instead of STOPPED, and a network in a
      *              window that does not answer its CONNECT is
      *              reported as in planned maintenance. The monthly
      *              availability keeps such probes apart, showing
      *              planned and unplanned downtime separately and
      *              an SLA percentage that excludes the planned.
      *
      *              The SM5MPREV queue only remembers the last run,
      *              so every transition is also written, with the
      *              run's date and time, to the MONHIST monitor
      *              history file: a plex STOPPED, PLANNED or
      *              RECOVERED, and a CMAS network CONNFAILED,
      *              PLANNED or RESTORED - a network's change being
      *              judged against its own last recorded event. A
      *              plex or network still down when its window has
      *              closed has overrun it, and is recorded STOPPED
      *              or CONNFAILED then.
      *              SM540TML merges this history with the audit
      *              and snapshot history into an incident timeline.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540MON.
             05 WS-CICSPLEX-NAME-STATE        PIC S9(8) BINARY.
             05 WS-CICSPLEX-NAME-ANSWERED     PIC X.
             05 WS-CICSPLEX-NAME-NETWORK      PIC X(8).
             05 WS-CICSPLEX-NAME-PLANNED      PIC X.
             05 WS-CICSPLEX-NAME-CHANGE-REF   PIC X(12).

       01 WS-CICSPLEX-NAME-CNT                PIC S9(4) BINARY
                                               VALUE 0.
      *
      * The CMAS networks that did not answer their CONNECT - a
      * finding for the report, just as a plex failing its probe
      * is - unless the network is in a planned maintenance window.
      *
       01 WS-SKIPPED-TABLE.
          03 WS-SKIPPED-ENTRY OCCURS 100.
             05 WS-SKIPPED-NETWORK            PIC X(8).
             05 WS-SKIPPED-PLANNED            PIC X.
             05 WS-SKIPPED-CHANGE-REF         PIC X(12).

       01 WS-SKIPPED-CNT                      PIC S9(4) BINARY
                                               VALUE 0.
                                               VALUE 0.
       01 WS-TOTAL-FAILED                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-PLANNED                    PIC S9(8) BINARY
                                               VALUE 0.

      *
      * Today's date and time for the report heading, and the
      * current month (YYYYMM) the availability counts accumulate
      * under, and the run time as a YYYYMMDDHHMM stamp for the
      * maintenance calendar.
      *
       01 WS-ABSTIME                          PIC S9(15) BINARY.
       01 WS-RUN-DATE                         PIC X(10).
       01 WS-RUN-TIME                         PIC X(8).
       01 WS-RUN-YYYYMMDD                     PIC X(8).
       01 WS-RUN-MONTH                        PIC X(6).
       01 WS-RUN-HHMMSS                       PIC X(6).
       01 WS-RUN-STAMP                        PIC X(12).

      *
      * The MAINTCAL planned maintenance calendar record - keyed on
      * the entry type (N network, P CICSplex, G group, A APPLID),
      * the name it applies to and the window start. Maintained by
      * SM540CAL; SM540API shares the layout.
      *
       01 WS-CALENDAR-RECORD.
          05 WS-CALENDAR-KEY.
             10 WS-CALENDAR-TYPE              PIC X(1).
             10 WS-CALENDAR-NAME              PIC X(8).
             10 WS-CALENDAR-START-DATE        PIC X(8).
             10 WS-CALENDAR-START-TIME        PIC X(4).
          05 WS-CALENDAR-END-DATE             PIC X(8).
          05 WS-CALENDAR-END-TIME             PIC X(4).
          05 WS-CALENDAR-CHANGE-REF           PIC X(12).
          05 WS-CALENDAR-DESC                 PIC X(30).
          05 FILLER                           PIC X(5).

       01 WS-CALENDAR-RID                     PIC X(21) VALUE SPACES.
       01 WS-CALENDAR-RESP                    PIC S9(8) BINARY.
       01 WS-CALENDAR-EOF                     PIC X VALUE 'N'.
       01 WS-CALENDAR-START-STAMP             PIC X(12).
       01 WS-CALENDAR-END-STAMP               PIC X(12).

      *
      * What to look up on the calendar, and whether a window is
      * active for it now (with the window's change reference).
      *
       01 WS-CHECK-TYPE                       PIC X(1) VALUE SPACE.
       01 WS-CHECK-NAME                       PIC X(8) VALUE SPACES.
       01 WS-CHECK-ACTIVE                     PIC X VALUE 'N'.
       01 WS-CHECK-CHANGE-REF                 PIC X(12) VALUE SPACES.

      *
      * The previous run's probe results, loaded from the SM5MPREV

       01 WS-TRANS-ANY                        PIC X VALUE 'N'.

      *
      * The MONHIST monitor history file - one record per
      * transition, kept for good: a plex stopping (or going down
      * as planned) and recovering, and a CMAS network failing its
      * CONNECT (or going down as planned) and being restored.
      * Keyed on the type (P CICSplex, N CMAS network), the name,
      * the CMAS network and the run's date and time, so each plex's
      * events read back in time order even where two networks
      * manage a plex of the same name. A network event carries the
      * network as both name and network. SM540TML shares the
      * layout.
      *
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

       01 WS-MONHIST-RID                      PIC X(31) VALUE SPACES.
       01 WS-MONHIST-RESP                     PIC S9(8) BINARY.
       01 WS-MONHIST-EOF                      PIC X VALUE 'N'.

      *
      * A CMAS network's last recorded event, for deciding whether
      * this run's CONNECT result is a change, and whether the
      * network failed its CONNECT this run.
      *
       01 WS-EVENT-TYPE                       PIC X(1) VALUE SPACE.
       01 WS-EVENT-NAME                       PIC X(8) VALUE SPACES.
       01 WS-EVENT-NETWORK                    PIC X(8) VALUE SPACES.
       01 WS-LAST-EVENT                       PIC X(10) VALUE SPACES.
       01 WS-NETWORK-FAILED                   PIC X VALUE 'N'.

      *
      * The per-plex availability counts for the current month,
      * carried between runs in the SM5MSTAT TS queue (one item
      * per plex, stamped with the month it counts). A stamp from
      * another month starts the counts afresh. The planned count -
      * probes not answered inside a maintenance window - was added
      * at the end of the item, so an item saved before it reads
      * back with no planned probes.
      *
       01 WS-AVAIL-MAX                        PIC S9(4) BINARY
                                               VALUE 500.
             05 WS-AVAIL-NETWORK              PIC X(8).
             05 WS-AVAIL-PROBES               PIC S9(8) BINARY.
             05 WS-AVAIL-ANSWERED             PIC S9(8) BINARY.
             05 WS-AVAIL-PLANNED              PIC S9(8) BINARY.

       01 WS-AVAIL-CNT                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-AVAIL-FOUND                      PIC X VALUE 'N'.
       01 WS-AVAIL-OVERFLOW                   PIC X VALUE 'N'.
       01 WS-AVAIL-PCT                        PIC 9(3)V9 VALUE 0.
       01 WS-AVAIL-UNPLANNED                  PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-AVAIL-SLA-PROBES                 PIC S9(8) BINARY
                                               VALUE 0.

       01 WS-STATS-QUEUE                      PIC X(8)
                                               VALUE 'SM5MSTAT'.
          05 WS-STATS-MONTH                   PIC X(6).
          05 WS-STATS-PROBES                  PIC S9(8) BINARY.
          05 WS-STATS-ANSWERED                PIC S9(8) BINARY.
          05 WS-STATS-PLANNED                 PIC S9(8) BINARY.

      *
      * Report lines, written to the spool one at a time the same
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'ANSWERED'.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 FILLER                           PIC X(10)
                                               VALUE 'CHANGE REF'.
          05 FILLER                           PIC X(35) VALUE SPACE.

       01 WS-MONITOR-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-MONITOR-MPSTATE               PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-MONITOR-ANSWERED              PIC X(8).
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-MONITOR-CHANGE-REF            PIC X(12).
          05 FILLER                           PIC X(33) VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'ANSWERED'.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' PLANNED'.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 FILLER                           PIC X(9)
                                               VALUE 'UNPLANNED'.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'AVAILPCT'.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'SLA PCT '.
          05 FILLER                           PIC X(33) VALUE SPACE.

       01 WS-AVAIL-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-AVAIL-LINE-ANSWERED           PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-AVAIL-LINE-PLANNED            PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-AVAIL-LINE-UNPLANNED          PIC ZZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-AVAIL-LINE-PCT                PIC ZZ9.9.
          05 FILLER                           PIC X(6)  VALUE SPACE.
          05 WS-AVAIL-LINE-SLA-PCT            PIC ZZ9.9.
          05 FILLER                           PIC X(36) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.
           END-EXEC.

      *
      *    The month the availability counts accumulate under, and
      *    the run time the maintenance calendar is checked at.
      *
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-RUN-YYYYMMDD)
                     TIME(WS-RUN-HHMMSS)
           END-EXEC.

           MOVE WS-RUN-YYYYMMDD(1:6) TO WS-RUN-MONTH.
           MOVE WS-RUN-YYYYMMDD      TO WS-RUN-STAMP(1:8).
           MOVE WS-RUN-HHMMSS(1:4)   TO WS-RUN-STAMP(9:4).

      *
      *    Load the list of CMAS networks to work through, then
           MOVE 0 TO WS-TOTAL-PLEXES.
           MOVE 0 TO WS-TOTAL-ANSWERED.
           MOVE 0 TO WS-TOTAL-FAILED.
           MOVE 0 TO WS-TOTAL-PLANNED.

           PERFORM VARYING WS-CMAS-SUB FROM 1 BY 1
                   UNTIL WS-CMAS-SUB > WS-CMAS-LIST-CNT
              PERFORM PROCESS-CMAS-NETWORK
           END-PERFORM.

      *
      *    A plex or network that is down inside an agreed change
      *    window is planned maintenance, not an outage.
      *
           PERFORM MARK-PLANNED-MAINTENANCE.

      *
      *    Record any CMAS network whose CONNECT result changed on
      *    the monitor history.
      *
           PERFORM RECORD-NETWORK-EVENTS.

      *
      *    Open the report spool and print the transitions, the
      *    full listing and the monthly availability.
              IF WS-SKIPPED-CNT LESS THAN WS-CMAS-LIST-MAX
                 ADD 1 TO WS-SKIPPED-CNT
                 MOVE WS-CURRENT-NETWORK
                    TO WS-SKIPPED-NETWORK(WS-SKIPPED-CNT)
                 MOVE 'N'    TO WS-SKIPPED-PLANNED(WS-SKIPPED-CNT)
                 MOVE SPACES TO WS-SKIPPED-CHANGE-REF(WS-SKIPPED-CNT)
              END-IF
              MOVE WS-RESPONSE TO WS-DISPLAY-RESPONSE
              MOVE WS-REASON   TO WS-DISPLAY-REASON
           EXIT.


      *
      * Mark every plex that did not answer, and every network that
      * did not answer its CONNECT, that has a planned maintenance
      * window active on the MAINTCAL calendar - a plex by its own
      * name or by its network - and move such plexes from the
      * failed total to the planned one.
      *
       MARK-PLANNED-MAINTENANCE SECTION.
       MPM000.

           PERFORM VARYING WS-TEMP-RECORDS-1 FROM 1 BY 1
                   UNTIL WS-TEMP-RECORDS-1 > WS-CICSPLEX-NAME-CNT

              MOVE 'N'    TO
                 WS-CICSPLEX-NAME-PLANNED(WS-TEMP-RECORDS-1)
              MOVE SPACES TO
                 WS-CICSPLEX-NAME-CHANGE-REF(WS-TEMP-RECORDS-1)

              IF WS-CICSPLEX-NAME-ANSWERED(WS-TEMP-RECORDS-1)
                 NOT EQUAL 'Y'

                 MOVE 'P' TO WS-CHECK-TYPE
                 MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                    TO WS-CHECK-NAME
                 PERFORM CHECK-MAINTENANCE-CALENDAR

                 IF WS-CHECK-ACTIVE NOT EQUAL 'Y'
                    MOVE 'N' TO WS-CHECK-TYPE
                    MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                       TO WS-CHECK-NAME
                    PERFORM CHECK-MAINTENANCE-CALENDAR
                 END-IF

                 IF WS-CHECK-ACTIVE EQUAL 'Y'
                    MOVE 'Y' TO
                       WS-CICSPLEX-NAME-PLANNED(WS-TEMP-RECORDS-1)
                    MOVE WS-CHECK-CHANGE-REF TO
                       WS-CICSPLEX-NAME-CHANGE-REF(WS-TEMP-RECORDS-1)
                    SUBTRACT 1 FROM WS-TOTAL-FAILED
                    ADD 1 TO WS-TOTAL-PLANNED
                 END-IF

              END-IF

           END-PERFORM.

           PERFORM VARYING WS-SKIPPED-SUB FROM 1 BY 1
                   UNTIL WS-SKIPPED-SUB > WS-SKIPPED-CNT

              MOVE 'N' TO WS-CHECK-TYPE
              MOVE WS-SKIPPED-NETWORK(WS-SKIPPED-SUB)
                 TO WS-CHECK-NAME
              PERFORM CHECK-MAINTENANCE-CALENDAR

              IF WS-CHECK-ACTIVE EQUAL 'Y'
                 MOVE 'Y' TO WS-SKIPPED-PLANNED(WS-SKIPPED-SUB)
                 MOVE WS-CHECK-CHANGE-REF
                    TO WS-SKIPPED-CHANGE-REF(WS-SKIPPED-SUB)
              END-IF

           END-PERFORM.

       MPM999.
           EXIT.


      *
      * See whether a planned maintenance window covering the run
      * time is on the MAINTCAL calendar for the type and name in
      * WS-CHECK-TYPE and WS-CHECK-NAME. A name's windows are held
      * in start order, so the browse stops at the first window
      * starting after the run time. No calendar file simply means
      * no windows.
      *
       CHECK-MAINTENANCE-CALENDAR SECTION.
       CMC000.

           MOVE 'N'    TO WS-CHECK-ACTIVE.
           MOVE SPACES TO WS-CHECK-CHANGE-REF.

           MOVE LOW-VALUES    TO WS-CALENDAR-KEY.
           MOVE WS-CHECK-TYPE TO WS-CALENDAR-TYPE.
           MOVE WS-CHECK-NAME TO WS-CALENDAR-NAME.
           MOVE WS-CALENDAR-KEY TO WS-CALENDAR-RID.

           EXEC CICS STARTBR
                     FILE('MAINTCAL')
                     RIDFLD(WS-CALENDAR-RID)
                     GTEQ
                     RESP(WS-CALENDAR-RESP)
           END-EXEC.

           IF WS-CALENDAR-RESP EQUAL DFHRESP(NORMAL)

              MOVE 'N' TO WS-CALENDAR-EOF

              PERFORM UNTIL WS-CALENDAR-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE('MAINTCAL')
                           INTO(WS-CALENDAR-RECORD)
                           RIDFLD(WS-CALENDAR-RID)
                           RESP(WS-CALENDAR-RESP)
                 END-EXEC

                 IF WS-CALENDAR-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-CALENDAR-EOF
                 ELSE

                    MOVE WS-CALENDAR-START-DATE
                       TO WS-CALENDAR-START-STAMP(1:8)
                    MOVE WS-CALENDAR-START-TIME
                       TO WS-CALENDAR-START-STAMP(9:4)
                    MOVE WS-CALENDAR-END-DATE
                       TO WS-CALENDAR-END-STAMP(1:8)
                    MOVE WS-CALENDAR-END-TIME
                       TO WS-CALENDAR-END-STAMP(9:4)

                    IF WS-CALENDAR-TYPE NOT EQUAL WS-CHECK-TYPE OR
                       WS-CALENDAR-NAME NOT EQUAL WS-CHECK-NAME OR
                       WS-CALENDAR-START-STAMP GREATER THAN
                       WS-RUN-STAMP
                       MOVE 'Y' TO WS-CALENDAR-EOF
                    ELSE
                       IF WS-CALENDAR-END-STAMP GREATER THAN
                          WS-RUN-STAMP
                          MOVE 'Y' TO WS-CHECK-ACTIVE
                          MOVE WS-CALENDAR-CHANGE-REF
                             TO WS-CHECK-CHANGE-REF
                          MOVE 'Y' TO WS-CALENDAR-EOF
                       END-IF
                    END-IF

                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE('MAINTCAL')
                        RESP(WS-CALENDAR-RESP)
              END-EXEC

           END-IF.

       CMC999.
           EXIT.


      *
      * Record each CMAS network whose CONNECT result changed since
      * its last event on the monitor history - CONNFAILED when it
      * newly failed (PLANNED inside a maintenance window, with the
      * change reference), RESTORED when it answers again after
      * either. A network still failing once its window has closed
      * has overrun it, and is recorded CONNFAILED then. A network
      * answering with no history at all has nothing to record.
      *
       RECORD-NETWORK-EVENTS SECTION.
       RNE000.

           PERFORM VARYING WS-CMAS-SUB FROM 1 BY 1
                   UNTIL WS-CMAS-SUB > WS-CMAS-LIST-CNT

              MOVE WS-CMAS-LIST-ENTRY(WS-CMAS-SUB)
                 TO WS-CURRENT-NETWORK
              MOVE 'N' TO WS-NETWORK-FAILED

              PERFORM VARYING WS-SKIPPED-SUB FROM 1 BY 1
                      UNTIL WS-SKIPPED-SUB > WS-SKIPPED-CNT OR
                            WS-NETWORK-FAILED EQUAL 'Y'
                 IF WS-SKIPPED-NETWORK(WS-SKIPPED-SUB) EQUAL
                    WS-CURRENT-NETWORK
                    MOVE 'Y' TO WS-NETWORK-FAILED
                    SUBTRACT 1 FROM WS-SKIPPED-SUB
                 END-IF
              END-PERFORM

              MOVE 'N'                TO WS-EVENT-TYPE
              MOVE WS-CURRENT-NETWORK TO WS-EVENT-NAME
              MOVE WS-CURRENT-NETWORK TO WS-EVENT-NETWORK
              PERFORM FIND-LAST-MONITOR-EVENT

              MOVE SPACES TO WS-MONHIST-RECORD
              MOVE 'N' TO WS-MONHIST-TYPE
              MOVE WS-CURRENT-NETWORK TO WS-MONHIST-NAME
              MOVE WS-CURRENT-NETWORK TO WS-MONHIST-NETWORK

              IF WS-NETWORK-FAILED EQUAL 'Y'
                 IF WS-SKIPPED-PLANNED(WS-SKIPPED-SUB) EQUAL 'Y'
                    IF WS-LAST-EVENT NOT EQUAL 'CONNFAILED' AND
                       WS-LAST-EVENT NOT EQUAL 'PLANNED'
                       MOVE 'PLANNED'    TO WS-MONHIST-EVENT
                       MOVE WS-SKIPPED-CHANGE-REF(WS-SKIPPED-SUB)
                          TO WS-MONHIST-CHANGE-REF
                       PERFORM WRITE-MONITOR-HISTORY
                    END-IF
                 ELSE
                    IF WS-LAST-EVENT NOT EQUAL 'CONNFAILED'
                       MOVE 'CONNFAILED' TO WS-MONHIST-EVENT
                       PERFORM WRITE-MONITOR-HISTORY
                    END-IF
                 END-IF
              ELSE
                 IF WS-LAST-EVENT EQUAL 'CONNFAILED' OR
                    WS-LAST-EVENT EQUAL 'PLANNED'
                    MOVE 'RESTORED' TO WS-MONHIST-EVENT
                    PERFORM WRITE-MONITOR-HISTORY
                 END-IF
              END-IF

           END-PERFORM.

       RNE999.
           EXIT.


      *
      * Find the last event on the monitor history for the type,
      * name and CMAS network in WS-EVENT-TYPE, WS-EVENT-NAME and
      * WS-EVENT-NETWORK, into WS-LAST-EVENT. Its events are held
      * in time order, so the browse keeps the last one it reads
      * before the key changes. No history file, or no events,
      * leaves it blank.
      *
       FIND-LAST-MONITOR-EVENT SECTION.
       FLM000.

           MOVE SPACES TO WS-LAST-EVENT.

           MOVE LOW-VALUES       TO WS-MONHIST-KEY.
           MOVE WS-EVENT-TYPE    TO WS-MONHIST-TYPE.
           MOVE WS-EVENT-NAME    TO WS-MONHIST-NAME.
           MOVE WS-EVENT-NETWORK TO WS-MONHIST-NETWORK.
           MOVE WS-MONHIST-KEY   TO WS-MONHIST-RID.

           EXEC CICS STARTBR
                     FILE('MONHIST')
                     RIDFLD(WS-MONHIST-RID)
                     GTEQ
                     RESP(WS-MONHIST-RESP)
           END-EXEC.

           IF WS-MONHIST-RESP EQUAL DFHRESP(NORMAL)

              MOVE 'N' TO WS-MONHIST-EOF

              PERFORM UNTIL WS-MONHIST-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE('MONHIST')
                           INTO(WS-MONHIST-RECORD)
                           RIDFLD(WS-MONHIST-RID)
                           RESP(WS-MONHIST-RESP)
                 END-EXEC

                 IF WS-MONHIST-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-MONHIST-EOF
                 ELSE
                    IF WS-MONHIST-TYPE NOT EQUAL WS-EVENT-TYPE OR
                       WS-MONHIST-NAME NOT EQUAL WS-EVENT-NAME OR
                       WS-MONHIST-NETWORK NOT EQUAL WS-EVENT-NETWORK
                       MOVE 'Y' TO WS-MONHIST-EOF
                    ELSE
                       MOVE WS-MONHIST-EVENT TO WS-LAST-EVENT
                    END-IF
                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE('MONHIST')
                        RESP(WS-MONHIST-RESP)
              END-EXEC

           END-IF.

       FLM999.
           EXIT.


      *
      * Write the event set up in WS-MONHIST-RECORD to the monitor
      * history, stamped with the run's date and time. A failed
      * write is reported and the run carries on - the history is
      * a record of the monitor, never a reason to stop it.
      *
       WRITE-MONITOR-HISTORY SECTION.
       WMH000.

           MOVE WS-RUN-YYYYMMDD TO WS-MONHIST-DATE.
           MOVE WS-RUN-HHMMSS   TO WS-MONHIST-TIME.
           MOVE WS-MONHIST-KEY  TO WS-MONHIST-RID.

           EXEC CICS WRITE
                     FILE('MONHIST')
                     FROM(WS-MONHIST-RECORD)
                     RIDFLD(WS-MONHIST-RID)
                     RESP(WS-MONHIST-RESP)
           END-EXEC.

           IF WS-MONHIST-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540MON: WRITE to MONHIST for '
      D               WS-MONHIST-TYPE ' ' WS-MONHIST-NAME
      D               ' ' WS-MONHIST-NETWORK
      D               ' failed, RESP(' WS-MONHIST-RESP ')'
           END-IF.

       WMH999.
           EXIT.


      *
      * Print the estate report from the probe results held in the
      * name array - the transitions since the previous run first,
                 EQUAL 'Y'
                 MOVE 'YES'      TO WS-MONITOR-ANSWERED
              ELSE
                 IF WS-CICSPLEX-NAME-PLANNED(WS-TEMP-RECORDS-1)
                    EQUAL 'Y'
                    MOVE 'PLANNED' TO WS-MONITOR-ANSWERED
                    MOVE WS-CICSPLEX-NAME-CHANGE-REF
                       (WS-TEMP-RECORDS-1) TO WS-MONITOR-CHANGE-REF
                 ELSE
                    MOVE 'NO      ' TO WS-MONITOR-ANSWERED
                 END-IF
              END-IF

              MOVE WS-MONITOR-LINE TO WS-REPORT-LINE

      *
      *    A CMAS network that did not answer its CONNECT is as
      *    much of a finding as a plex that failed its probe -
      *    unless it is in a planned maintenance window.
      *
           PERFORM VARYING WS-SKIPPED-SUB FROM 1 BY 1
                   UNTIL WS-SKIPPED-SUB > WS-SKIPPED-CNT

              MOVE SPACES TO WS-REPORT-LINE

              IF WS-SKIPPED-PLANNED(WS-SKIPPED-SUB) EQUAL 'Y'
                 STRING ' CMAS NETWORK ' DELIMITED BY SIZE,
                        WS-SKIPPED-NETWORK(WS-SKIPPED-SUB)
                        DELIMITED BY SIZE,
                        ' IN PLANNED MAINTENANCE - CHANGE '
                        DELIMITED BY SIZE,
                        WS-SKIPPED-CHANGE-REF(WS-SKIPPED-SUB)
                        DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
              ELSE
                 STRING ' CMAS NETWORK ' DELIMITED BY SIZE,
                        WS-SKIPPED-NETWORK(WS-SKIPPED-SUB)
                        DELIMITED BY SIZE,
                        ' DID NOT ANSWER CONNECT' DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
              END-IF

              PERFORM PRINT-REPORT-LINE

           END-PERFORM.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'DOWN AS PLANNED     ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-PLANNED       TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *
      *    Close with the per-plex availability for the month -
      *    this run's probes folded into the counts carried
      *
      * Print the transitions section - every plex that newly
      * stopped answering, recovered, or is newly known - so the
      * operator reads what moved before the full listing. A plex
      * that stopped inside a planned maintenance window reads
      * PLANNED rather than STOPPED.
      *
       PRINT-TRANSITIONS-SECTION SECTION.
       PTS000.
                 IF WS-PREV-IN-CURRENT NOT EQUAL 'Y' AND
                    WS-PREV-ANSWERED(WS-PREV-SUB) EQUAL 'Y'
                    MOVE SPACES TO WS-TRANS-LINE
                    PERFORM CHECK-PREV-PLANNED
                    IF WS-CHECK-ACTIVE EQUAL 'Y'
                       MOVE 'PLANNED'   TO WS-TRANS-TYPE
                    ELSE
                       MOVE 'STOPPED'   TO WS-TRANS-TYPE
                    END-IF
                    MOVE WS-PREV-PLEXNAME(WS-PREV-SUB)
                       TO WS-TRANS-PLEXNAME
                    MOVE WS-PREV-NETWORK(WS-PREV-SUB)
                    MOVE 'Y' TO WS-TRANS-ANY
                    MOVE WS-TRANS-LINE TO WS-REPORT-LINE
                    PERFORM PRINT-REPORT-LINE
                    MOVE SPACES TO WS-MONHIST-RECORD
                    MOVE 'P' TO WS-MONHIST-TYPE
                    MOVE WS-TRANS-PLEXNAME TO WS-MONHIST-NAME
                    MOVE WS-TRANS-TYPE     TO WS-MONHIST-EVENT
                    MOVE WS-TRANS-NETWORK  TO WS-MONHIST-NETWORK
                    IF WS-CHECK-ACTIVE EQUAL 'Y'
                       MOVE WS-CHECK-CHANGE-REF
                          TO WS-MONHIST-CHANGE-REF
                    END-IF
                    PERFORM WRITE-MONITOR-HISTORY
                 END-IF

              END-PERFORM
      *
      * Compare one plex's probe result against the previous run
      * and print a transition line if it newly stopped answering,
      * recovered, or was not probed before. A plex still down once
      * its maintenance window has closed - its last event on the
      * monitor history PLANNED - has overrun the window and reads
      * STOPPED. A plex that stopped or recovered is also recorded
      * on the monitor history.
      *
       CLASSIFY-PLEX-TRANSITION SECTION.
       CPT000.

           ELSE

              MOVE SPACES TO WS-TRANS-LINE

              IF WS-PREV-ANSWERED-HOLD NOT EQUAL
                 WS-CICSPLEX-NAME-ANSWERED(WS-TEMP-RECORDS-1)

                 IF WS-CICSPLEX-NAME-ANSWERED(WS-TEMP-RECORDS-1)
                    EQUAL 'Y'
                    MOVE 'RECOVERED' TO WS-TRANS-TYPE
                 ELSE
                    IF WS-CICSPLEX-NAME-PLANNED(WS-TEMP-RECORDS-1)
                       EQUAL 'Y'
                       MOVE 'PLANNED'   TO WS-TRANS-TYPE
                    ELSE
                       MOVE 'STOPPED'   TO WS-TRANS-TYPE
                    END-IF
                 END-IF

              ELSE

                 IF WS-CICSPLEX-NAME-ANSWERED(WS-TEMP-RECORDS-1)
                    NOT EQUAL 'Y' AND
                    WS-CICSPLEX-NAME-PLANNED(WS-TEMP-RECORDS-1)
                    NOT EQUAL 'Y'
                    MOVE 'P' TO WS-EVENT-TYPE
                    MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                       TO WS-EVENT-NAME
                    MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                       TO WS-EVENT-NETWORK
                    PERFORM FIND-LAST-MONITOR-EVENT
                    IF WS-LAST-EVENT EQUAL 'PLANNED'
                       MOVE 'STOPPED'   TO WS-TRANS-TYPE
                    END-IF
                 END-IF

              END-IF

              IF WS-TRANS-TYPE NOT EQUAL SPACES

                 MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                    TO WS-TRANS-PLEXNAME
                 MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                 MOVE WS-TRANS-LINE TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

                 MOVE SPACES TO WS-MONHIST-RECORD
                 MOVE 'P' TO WS-MONHIST-TYPE
                 MOVE WS-TRANS-PLEXNAME TO WS-MONHIST-NAME
                 MOVE WS-TRANS-TYPE     TO WS-MONHIST-EVENT
                 MOVE WS-TRANS-NETWORK  TO WS-MONHIST-NETWORK
                 MOVE WS-CICSPLEX-NAME-CMAS (WS-TEMP-RECORDS-1)
                    TO WS-MONHIST-CMAS
                 MOVE WS-CICSPLEX-NAME-CHANGE-REF(WS-TEMP-RECORDS-1)
                    TO WS-MONHIST-CHANGE-REF
                 PERFORM WRITE-MONITOR-HISTORY

              END-IF

           END-IF.
           EXIT.


      *
      * See whether the previous-run plex indexed by WS-PREV-SUB,
      * not seen by this run's scans, is in a planned maintenance
      * window - by its own name or by its network.
      *
       CHECK-PREV-PLANNED SECTION.
       CPP000.

           MOVE 'P' TO WS-CHECK-TYPE.
           MOVE WS-PREV-PLEXNAME(WS-PREV-SUB) TO WS-CHECK-NAME.
           PERFORM CHECK-MAINTENANCE-CALENDAR.

           IF WS-CHECK-ACTIVE NOT EQUAL 'Y'
              MOVE 'N' TO WS-CHECK-TYPE
              MOVE WS-PREV-NETWORK(WS-PREV-SUB) TO WS-CHECK-NAME
              PERFORM CHECK-MAINTENANCE-CALENDAR
           END-IF.

       CPP999.
           EXIT.


      *
      * Load the per-plex availability counts from the SM5MSTAT TS
      * queue. Items stamped with another month are dropped - the
                      OR WS-AVAIL-CNT NOT LESS THAN WS-AVAIL-MAX

              ADD 1 TO WS-STATS-ITEM
              MOVE 0 TO WS-STATS-PLANNED

              EXEC CICS READQ TS
                        QUEUE(WS-STATS-QUEUE)
                    WS-AVAIL-PROBES(WS-AVAIL-CNT)
                 MOVE WS-STATS-ANSWERED TO
                    WS-AVAIL-ANSWERED(WS-AVAIL-CNT)
                 MOVE WS-STATS-PLANNED TO
                    WS-AVAIL-PLANNED(WS-AVAIL-CNT)
              END-IF

           END-PERFORM.

      *
      * Fold this run's probe results into the per-plex counts,
      * opening an entry for any plex not yet counted this month. A
      * probe not answered inside a maintenance window counts as
      * planned downtime.
      *
       POST-AVAILABILITY-STATS SECTION.
       PAS000.
                       TO WS-AVAIL-NETWORK(WS-AVAIL-SUB)
                    MOVE 0 TO WS-AVAIL-PROBES(WS-AVAIL-SUB)
                    MOVE 0 TO WS-AVAIL-ANSWERED(WS-AVAIL-SUB)
                    MOVE 0 TO WS-AVAIL-PLANNED(WS-AVAIL-SUB)
                    MOVE 'Y' TO WS-AVAIL-FOUND
                 ELSE
                    MOVE 'Y' TO WS-AVAIL-OVERFLOW
                 IF WS-CICSPLEX-NAME-ANSWERED(WS-TEMP-RECORDS-1)
                    EQUAL 'Y'
                    ADD 1 TO WS-AVAIL-ANSWERED(WS-AVAIL-SUB)
                 ELSE
                    IF WS-CICSPLEX-NAME-PLANNED(WS-TEMP-RECORDS-1)
                       EQUAL 'Y'
                       ADD 1 TO WS-AVAIL-PLANNED(WS-AVAIL-SUB)
                    END-IF
                 END-IF

              END-IF

      *
      * Print the monthly availability section - per plex, the
      * probes made and answered this month, the unanswered ones
      * split into planned and unplanned downtime, and the
      * percentages, for the service-level review. The SLA
      * percentage leaves the planned probes out altogether.
      *
       PRINT-AVAILABILITY-SECTION SECTION.
       PVS000.
                 TO WS-AVAIL-LINE-PROBES
              MOVE WS-AVAIL-ANSWERED(WS-AVAIL-SUB)
                 TO WS-AVAIL-LINE-ANSWERED
              MOVE WS-AVAIL-PLANNED(WS-AVAIL-SUB)
                 TO WS-AVAIL-LINE-PLANNED

              COMPUTE WS-AVAIL-UNPLANNED =
                 WS-AVAIL-PROBES(WS-AVAIL-SUB)
                 - WS-AVAIL-ANSWERED(WS-AVAIL-SUB)
                 - WS-AVAIL-PLANNED(WS-AVAIL-SUB)
              MOVE WS-AVAIL-UNPLANNED TO WS-AVAIL-LINE-UNPLANNED

              IF WS-AVAIL-PROBES(WS-AVAIL-SUB) GREATER THAN 0
                 COMPUTE WS-AVAIL-PCT ROUNDED =
                 MOVE WS-AVAIL-PCT TO WS-AVAIL-LINE-PCT
              END-IF

              COMPUTE WS-AVAIL-SLA-PROBES =
                 WS-AVAIL-PROBES(WS-AVAIL-SUB)
                 - WS-AVAIL-PLANNED(WS-AVAIL-SUB)

              IF WS-AVAIL-SLA-PROBES GREATER THAN 0
                 COMPUTE WS-AVAIL-PCT ROUNDED =
                    WS-AVAIL-ANSWERED(WS-AVAIL-SUB) * 100
                    / WS-AVAIL-SLA-PROBES
                 MOVE WS-AVAIL-PCT TO WS-AVAIL-LINE-SLA-PCT
              END-IF

              MOVE WS-AVAIL-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE ' SLA PCT EXCLUDES PROBES MADE IN PLANNED MAINTENANCE'
              TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PVS999.
           EXIT.

                 TO WS-STATS-PROBES
              MOVE WS-AVAIL-ANSWERED(WS-AVAIL-SUB)
                 TO WS-STATS-ANSWERED
              MOVE WS-AVAIL-PLANNED(WS-AVAIL-SUB)
                 TO WS-STATS-PLANNED

              EXEC CICS WRITEQ TS
                        QUEUE(WS-STATS-QUEUE)
