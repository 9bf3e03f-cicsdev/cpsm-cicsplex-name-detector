      *   SM540007W - snapshot threshold breach: a nonzero
      *               SOSABOVEBAR, SOSABOVELINE or SOSBELOWLINE
      *               count was captured
      *   SM540008I - SM540006W raised inside a planned maintenance
      *               window, downgraded and carrying the window's
      *               change reference
      *   SM540009I - SM540007W raised inside a planned maintenance
      *               window, downgraded likewise
      *
       01 WS-WTO-TEXT                         PIC X(113)
                                               VALUE SPACES.
                                               VALUE 0.
       01 WS-DISPLAY-TASK-PCT                 PIC 9(3).

      *
      * The MAINTCAL planned maintenance calendar record - keyed on
      * the entry type (N CMAS network, P CICSplex, G group, A
      * APPLID), the name it applies to and the window start.
      * Maintained by SM540CAL; SM540MON shares the layout. A
      * threshold breach seen while a window covers the region -
      * by APPLID, by its group, by its CICSplex or by the CMAS
      * owning the plex - is reported with the informational
      * SM540008I/SM540009I rather than the warnings, so console
      * automation does not open an incident for planned work.
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

       01 WS-MAINT-DATE                       PIC X(8) VALUE SPACES.
       01 WS-MAINT-TIME                       PIC X(6) VALUE SPACES.
       01 WS-MAINT-STAMP                      PIC X(12) VALUE SPACES.
       01 WS-MAINT-CHECKED                    PIC X VALUE 'N'.
       01 WS-MAINT-ACTIVE                     PIC X VALUE 'N'.
       01 WS-MAINT-CHANGE-REF                 PIC X(12) VALUE SPACES.
       01 WS-CHECK-TYPE                       PIC X(1) VALUE SPACE.
       01 WS-CHECK-NAME                       PIC X(8) VALUE SPACES.
       01 WS-CHECK-ACTIVE                     PIC X VALUE 'N'.
       01 WS-CHECK-CHANGE-REF                 PIC X(12) VALUE SPACES.

      *
      * Audit trail of every CICSplex resolution (successful or
      * otherwise), written to a CICS Transient Data queue. The
      * Evaluate the CICSRGN snapshot just fetched against the
      * thresholds configured for this region - CURRTASKS as a
      * percentage of MAXTASKS, and any nonzero SOS counter - and
      * raise an operator alert the moment a breach is seen. A
      * breach inside a planned maintenance window is downgraded to
      * an informational message. Like the snapshot itself this
      * never fails the run.
      *
       CHECK-SNAPSHOT-THRESHOLDS SECTION.
       CST000.

           PERFORM RESOLVE-SNAPSHOT-THRESHOLDS.

           MOVE 'N' TO WS-MAINT-CHECKED.

           IF MAXTASKS OF CICSRGN GREATER THAN 0

              COMPUTE WS-TASK-PCT-USED =

                 MOVE WS-TASK-PCT-USED TO WS-DISPLAY-TASK-PCT

                 PERFORM CHECK-PLANNED-MAINTENANCE

                 MOVE SPACES TO WS-WTO-TEXT

                 IF WS-MAINT-ACTIVE EQUAL 'Y'
                    STRING 'SM540008I APPLID ' DELIMITED BY SIZE,
                           WS-APPLID DELIMITED BY SPACE,
                           ' CURRTASKS AT ' DELIMITED BY SIZE,
                           WS-DISPLAY-TASK-PCT DELIMITED BY SIZE,
                           ' PCT OF MAXTASKS IN PLANNED MAINTENANCE'
                           DELIMITED BY SIZE,
                           ' - CHANGE ' DELIMITED BY SIZE,
                           WS-MAINT-CHANGE-REF DELIMITED BY SPACE
                           INTO WS-WTO-TEXT
                 ELSE
                    STRING 'SM540006W APPLID ' DELIMITED BY SIZE,
                           WS-APPLID DELIMITED BY SPACE,
                           ' CURRTASKS AT ' DELIMITED BY SIZE,
                           WS-DISPLAY-TASK-PCT DELIMITED BY SIZE,
                           ' PCT OF MAXTASKS' DELIMITED BY SIZE
                           INTO WS-WTO-TEXT
                 END-IF

                 PERFORM WRITE-OPERATOR-MESSAGE

              END-IF
               SOSABOVELINE OF CICSRGN NOT EQUAL 0 OR
               SOSBELOWLINE OF CICSRGN NOT EQUAL 0)

              PERFORM CHECK-PLANNED-MAINTENANCE

              MOVE SPACES TO WS-WTO-TEXT

              IF WS-MAINT-ACTIVE EQUAL 'Y'
                 STRING 'SM540009I APPLID ' DELIMITED BY SIZE,
                        WS-APPLID DELIMITED BY SPACE,
                        ' NONZERO SOS COUNT CAPTURED IN PLANNED'
                        DELIMITED BY SIZE,
                        ' MAINTENANCE - CHANGE ' DELIMITED BY SIZE,
                        WS-MAINT-CHANGE-REF DELIMITED BY SPACE
                        INTO WS-WTO-TEXT
              ELSE
                 STRING 'SM540007W APPLID ' DELIMITED BY SIZE,
                        WS-APPLID DELIMITED BY SPACE,
                        ' NONZERO SOS COUNT CAPTURED'
                        DELIMITED BY SIZE
                        INTO WS-WTO-TEXT
              END-IF

              PERFORM WRITE-OPERATOR-MESSAGE

           END-IF.
           EXIT.


      *
      * See whether a planned maintenance window on the MAINTCAL
      * calendar covers this region now - by its APPLID, its region
      * group (from the APPLIDS file), its CICSplex or the CMAS
      * owning the plex, in that order. Looked up once per
      * evaluation, and only when a breach needs it.
      *
       CHECK-PLANNED-MAINTENANCE SECTION.
       CPM000.

           IF WS-MAINT-CHECKED NOT EQUAL 'Y'

              MOVE 'Y'    TO WS-MAINT-CHECKED
              MOVE 'N'    TO WS-MAINT-ACTIVE
              MOVE SPACES TO WS-MAINT-CHANGE-REF

              EXEC CICS ASKTIME
                        ABSTIME(WS-ABSTIME)
              END-EXEC

              EXEC CICS FORMATTIME
                        ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-MAINT-DATE)
                        TIME(WS-MAINT-TIME)
              END-EXEC

              MOVE WS-MAINT-DATE      TO WS-MAINT-STAMP(1:8)
              MOVE WS-MAINT-TIME(1:4) TO WS-MAINT-STAMP(9:4)

              MOVE 'A'       TO WS-CHECK-TYPE
              MOVE WS-APPLID TO WS-CHECK-NAME
              PERFORM CHECK-MAINTENANCE-CALENDAR

              IF WS-CHECK-ACTIVE NOT EQUAL 'Y'

                 MOVE WS-APPLID TO WS-APPLIDS-RID

                 EXEC CICS READ
                           FILE('APPLIDS')
                           INTO(WS-APPLIDS-RECORD)
                           RIDFLD(WS-APPLIDS-RID)
                           RESP(WS-APPLIDS-RESP)
                 END-EXEC

                 IF WS-APPLIDS-RESP EQUAL DFHRESP(NORMAL) AND
                    WS-APPLIDS-GROUP NOT EQUAL SPACES
                    MOVE 'G'              TO WS-CHECK-TYPE
                    MOVE WS-APPLIDS-GROUP TO WS-CHECK-NAME
                    PERFORM CHECK-MAINTENANCE-CALENDAR
                 END-IF

              END-IF

              IF WS-CHECK-ACTIVE NOT EQUAL 'Y' AND
                 WS-SAVED-CICSPLEXNAME NOT EQUAL SPACES
                 MOVE 'P'                   TO WS-CHECK-TYPE
                 MOVE WS-SAVED-CICSPLEXNAME TO WS-CHECK-NAME
                 PERFORM CHECK-MAINTENANCE-CALENDAR
              END-IF

              IF WS-CHECK-ACTIVE NOT EQUAL 'Y' AND
                 WS-OWNING-CMAS NOT EQUAL SPACES
                 MOVE 'N'            TO WS-CHECK-TYPE
                 MOVE WS-OWNING-CMAS TO WS-CHECK-NAME
                 PERFORM CHECK-MAINTENANCE-CALENDAR
              END-IF

              IF WS-CHECK-ACTIVE EQUAL 'Y'
                 MOVE 'Y'                 TO WS-MAINT-ACTIVE
                 MOVE WS-CHECK-CHANGE-REF TO WS-MAINT-CHANGE-REF
              END-IF

           END-IF.

       CPM999.
           EXIT.


      *
      * See whether a planned maintenance window covering the
      * current time is on the MAINTCAL calendar for the type and
      * name in WS-CHECK-TYPE and WS-CHECK-NAME. A name's windows
      * are held in start order, so the browse stops at the first
      * window starting later. No calendar file simply means no
      * windows.
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
                       WS-MAINT-STAMP
                       MOVE 'Y' TO WS-CALENDAR-EOF
                    ELSE
                       IF WS-CALENDAR-END-STAMP GREATER THAN
                          WS-MAINT-STAMP
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
      * Write the CICSRGN health snapshot just fetched into CICSRGN
      * to the SNAPHIST history file, keyed on APPLID plus the
