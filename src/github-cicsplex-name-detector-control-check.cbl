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
      * Title: SM540CHK - Control file integrity check against the
      *                    APPLIDS file
      *
      *
      * Description: This program cross-checks the THRESHLD and
      *              RETNDAYS control files against the APPLIDS file
      *              and lists every record that cannot be doing
      *              what whoever keyed it meant. SM540API and
      *              SM540HSK both fall back to a default without a
      *              word when a record is missing or unusable, so
      *              a mistake there otherwise shows only when an
      *              alert never fires or a region is purged early.
      *
      *              The report lists:
      *
      *                - RETNDAYS groups no APPLIDS record uses;
      *                - THRESHLD records whose name is neither an
      *                  APPLID nor a group code on the APPLIDS
      *                  file - an APPLID that has left the file,
      *                  or a group code no region uses; the name
      *                  alone cannot tell the two apart, since
      *                  THRESHLD keys both on the same field;
      *                - RETNDAYS and THRESHLD records whose values
      *                  the reading program would ignore - a keep-
      *                  days or task percentage out of range or
      *                  not numeric, an SOS alert not Y or N;
      *                - APPLIDS groups with no RETNDAYS record
      *                  (purged after the default 180 days) and
      *                  those with no THRESHLD group record (their
      *                  regions alert at 90% unless they have one
      *                  of their own);
      *                - the CMASLIST records read, for the count.
      *
      *              Regions with a blank group code are counted but
      *              not listed - they take the defaults by design.
      *              The checks only read; SM540CFG maintains the
      *              control files.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540CHK.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The APPLIDS file record maintained by SM540MNT.
      *
       01 WS-APPLIDS-RECORD.
          05 WS-APPLIDS-APPLID                PIC X(8).
          05 WS-APPLIDS-GROUP                 PIC X(8).
          05 WS-APPLIDS-DESC                  PIC X(40).
          05 FILLER                           PIC X(24).

       01 WS-APPLIDS-RID                      PIC X(8) VALUE SPACES.

      *
      * The THRESHLD file record - keyed on an APPLID or a region
      * group code. SM540API shares this layout.
      *
       01 WS-THRESHOLD-RECORD.
          05 WS-THRESHOLD-NAME                PIC X(8).
          05 WS-THRESHOLD-TASK-PCT            PIC 9(3).
          05 WS-THRESHOLD-SOS-ALERT           PIC X(1).
          05 WS-THRESHOLD-DESC                PIC X(40).
          05 FILLER                           PIC X(28).

      *
      * The RETNDAYS file record - one per region group. SM540HSK
      * shares this layout.
      *
       01 WS-RETAIN-RECORD.
          05 WS-RETAIN-GROUP                  PIC X(8).
          05 WS-RETAIN-KEEP-DAYS              PIC 9(5).
          05 WS-RETAIN-DESC                   PIC X(40).
          05 FILLER                           PIC X(27).

      *
      * The CMASLIST file record. SM540BAT, SM540MON, SM540COL and
      * SM540EXP share this layout.
      *
       01 WS-CMASLIST-RECORD.
          05 WS-CMASLIST-CMAS                 PIC X(8).
          05 WS-CMASLIST-DESC                 PIC X(40).
          05 FILLER                           PIC X(32).

       01 WS-CONTROL-RID                      PIC X(8) VALUE SPACES.
       01 WS-FILE-RESP                        PIC S9(8) BINARY.
       01 WS-BROWSE-EOF                       PIC X VALUE 'N'.

      *
      * The ranges SM540CFG holds the control values to.
      *
       01 WS-TASK-PCT-MIN                     PIC 9(3) VALUE 1.
       01 WS-TASK-PCT-MAX                     PIC 9(3) VALUE 100.
       01 WS-KEEP-DAYS-MIN                    PIC 9(5) VALUE 1.
       01 WS-KEEP-DAYS-MAX                    PIC 9(5) VALUE 3660.

      *
      * The group codes in use on the APPLIDS file, with the
      * number of regions in each and whether a RETNDAYS and a
      * THRESHLD group record were found for it.
      *
       01 WS-GROUP-MAX                        PIC S9(4) BINARY
                                               VALUE 500.

       01 WS-GROUP-TABLE.
          03 WS-GROUP-ENTRY OCCURS 500.
             05 WS-GROUP-NAME                 PIC X(8).
             05 WS-GROUP-REGIONS              PIC S9(8) BINARY.
             05 WS-GROUP-HAS-RETAIN           PIC X.
             05 WS-GROUP-HAS-THRESHOLD        PIC X.

       01 WS-GROUP-CNT                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GROUP-SUB                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GROUP-FOUND                      PIC X VALUE 'N'.
       01 WS-GROUP-OVERFLOW                   PIC X VALUE 'N'.
       01 WS-SEARCH-GROUP                     PIC X(8) VALUE SPACES.

      *
      * Run totals for the summary.
      *
       01 WS-APPLIDS-READ                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-UNGROUPED-REGIONS                PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-RETAIN-READ                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-THRESHOLD-READ                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-CMASLIST-READ                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-FINDING-CNT                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-SECTION-FINDINGS                 PIC S9(8) BINARY
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

       01 WS-FINDING-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'FILE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'KEY'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' REGIONS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(50) VALUE 'FINDING'.
          05 FILLER                           PIC X(39) VALUE SPACE.

       01 WS-FINDING-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-FINDING-FILE                  PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-FINDING-KEY                   PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-FINDING-REGIONS               PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-FINDING-TEXT                  PIC X(50).
          05 FILLER                           PIC X(39) VALUE SPACE.

       01 WS-FINDING-COUNT                    PIC ZZZZZZZ9.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(30).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(81) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.


       PROCEDURE DIVISION.
       CHECK-MAIN SECTION.
       K000.

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

              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SM540CHK  CONTROL FILE INTEGRITY CHECK  '
                     DELIMITED BY SIZE,
                     WS-RUN-DATE DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-RUN-TIME DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              PERFORM LOAD-APPLIDS-GROUPS

              PERFORM CHECK-RETAIN-RECORDS

              PERFORM CHECK-THRESHOLD-RECORDS

              PERFORM CHECK-GROUP-COVERAGE

              PERFORM COUNT-CMASLIST-RECORDS

              PERFORM PRINT-CHECK-SUMMARY

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

       K999.
           EXIT.


      *
      * Browse the APPLIDS file and build the table of the group
      * codes in use, counting the regions in each.
      *
       LOAD-APPLIDS-GROUPS SECTION.
       LAG000.

           MOVE 0 TO WS-GROUP-CNT.

           MOVE LOW-VALUES TO WS-APPLIDS-RID.

           EXEC CICS STARTBR
                     FILE('APPLIDS')
                     RIDFLD(WS-APPLIDS-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'APPLIDS file browse could not be started'
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
           END-IF.

           PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE('APPLIDS')
                        INTO(WS-APPLIDS-RECORD)
                        RIDFLD(WS-APPLIDS-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-EOF

                 EXEC CICS ENDBR
                           FILE('APPLIDS')
                           RESP(WS-FILE-RESP)
                 END-EXEC
              ELSE
                 ADD 1 TO WS-APPLIDS-READ

                 IF WS-APPLIDS-GROUP EQUAL SPACES
                    ADD 1 TO WS-UNGROUPED-REGIONS
                 ELSE
                    MOVE WS-APPLIDS-GROUP TO WS-SEARCH-GROUP
                    PERFORM FIND-GROUP-ENTRY

                    IF WS-GROUP-FOUND EQUAL 'Y'
                       ADD 1 TO WS-GROUP-REGIONS(WS-GROUP-SUB)
                    ELSE
                       IF WS-GROUP-CNT LESS THAN WS-GROUP-MAX
                          ADD 1 TO WS-GROUP-CNT
                          MOVE WS-APPLIDS-GROUP
                             TO WS-GROUP-NAME(WS-GROUP-CNT)
                          MOVE 1   TO WS-GROUP-REGIONS(WS-GROUP-CNT)
                          MOVE 'N' TO WS-GROUP-HAS-RETAIN(WS-GROUP-CNT)
                          MOVE 'N'
                             TO WS-GROUP-HAS-THRESHOLD(WS-GROUP-CNT)
                       ELSE
                          MOVE 'Y' TO WS-GROUP-OVERFLOW
                       END-IF
                    END-IF
                 END-IF
              END-IF

           END-PERFORM.

       LAG999.
           EXIT.


      *
      * Look WS-SEARCH-GROUP up in the group table, leaving
      * WS-GROUP-SUB on its entry when WS-GROUP-FOUND is 'Y'.
      *
       FIND-GROUP-ENTRY SECTION.
       FGE000.

           MOVE 'N' TO WS-GROUP-FOUND.
           MOVE 1   TO WS-GROUP-SUB.

           PERFORM UNTIL WS-GROUP-SUB > WS-GROUP-CNT OR
                         WS-GROUP-FOUND EQUAL 'Y'
              IF WS-GROUP-NAME(WS-GROUP-SUB) EQUAL WS-SEARCH-GROUP
                 MOVE 'Y' TO WS-GROUP-FOUND
              ELSE
                 ADD 1 TO WS-GROUP-SUB
              END-IF
           END-PERFORM.

       FGE999.
           EXIT.


      *
      * Print the heading of one section of findings.
      *
       PRINT-SECTION-HEADING SECTION.
       PSH000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-FINDING-TEXT TO WS-REPORT-LINE(2:).
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-FINDING-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE 0 TO WS-SECTION-FINDINGS.

       PSH999.
           EXIT.


      *
      * Print the finding built in WS-FINDING-LINE and count it.
      *
       PRINT-FINDING-LINE SECTION.
       PFL000.

           ADD 1 TO WS-FINDING-CNT.
           ADD 1 TO WS-SECTION-FINDINGS.

           MOVE WS-FINDING-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PFL999.
           EXIT.


      *
      * Browse the RETNDAYS file. A group no APPLIDS record uses
      * is listed, as is a keep-days SM540HSK would not honour;
      * every other group is marked as having its retention.
      *
       CHECK-RETAIN-RECORDS SECTION.
       CRR000.

           MOVE 'RETNDAYS RECORDS' TO WS-FINDING-TEXT.
           PERFORM PRINT-SECTION-HEADING.

           MOVE LOW-VALUES TO WS-CONTROL-RID.

           EXEC CICS STARTBR
                     FILE('RETNDAYS')
                     RIDFLD(WS-CONTROL-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'RETNDAYS file browse could not be started'
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
           END-IF.

           PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE('RETNDAYS')
                        INTO(WS-RETAIN-RECORD)
                        RIDFLD(WS-CONTROL-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-EOF

                 EXEC CICS ENDBR
                           FILE('RETNDAYS')
                           RESP(WS-FILE-RESP)
                 END-EXEC
              ELSE
                 ADD 1 TO WS-RETAIN-READ

                 MOVE SPACES          TO WS-FINDING-LINE
                 MOVE 'RETNDAYS'      TO WS-FINDING-FILE
                 MOVE WS-RETAIN-GROUP TO WS-FINDING-KEY

                 MOVE WS-RETAIN-GROUP TO WS-SEARCH-GROUP
                 PERFORM FIND-GROUP-ENTRY

                 IF WS-GROUP-FOUND EQUAL 'Y'
                    MOVE 'Y' TO WS-GROUP-HAS-RETAIN(WS-GROUP-SUB)
                    MOVE WS-GROUP-REGIONS(WS-GROUP-SUB)
                       TO WS-FINDING-COUNT
                    MOVE WS-FINDING-COUNT TO WS-FINDING-REGIONS
                 ELSE
                    MOVE 'GROUP NOT USED BY ANY APPLIDS RECORD'
                       TO WS-FINDING-TEXT
                    PERFORM PRINT-FINDING-LINE
                 END-IF

                 IF WS-RETAIN-KEEP-DAYS NOT NUMERIC
                    MOVE 'KEEP-DAYS NOT NUMERIC - DEFAULT 180 USED'
                       TO WS-FINDING-TEXT
                    PERFORM PRINT-FINDING-LINE
                 ELSE
                    IF WS-RETAIN-KEEP-DAYS LESS THAN WS-KEEP-DAYS-MIN
                       OR
                       WS-RETAIN-KEEP-DAYS GREATER THAN
                       WS-KEEP-DAYS-MAX
                       MOVE 'KEEP-DAYS OUTSIDE 1 TO 3660'
                          TO WS-FINDING-TEXT
                       PERFORM PRINT-FINDING-LINE
                    END-IF
                 END-IF
              END-IF

           END-PERFORM.

           IF WS-SECTION-FINDINGS EQUAL 0
              MOVE ' NONE - NO RETNDAYS RECORD IN ERROR'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       CRR999.
           EXIT.


      *
      * Browse the THRESHLD file. A name that is a group code in
      * use marks that group as having its threshold; one that is
      * an APPLID on the APPLIDS file is a region's own threshold;
      * anything else matches nothing and is listed. Values
      * SM540API would not honour are listed too.
      *
       CHECK-THRESHOLD-RECORDS SECTION.
       CTR000.

           MOVE 'THRESHLD RECORDS' TO WS-FINDING-TEXT.
           PERFORM PRINT-SECTION-HEADING.

           MOVE LOW-VALUES TO WS-CONTROL-RID.

           EXEC CICS STARTBR
                     FILE('THRESHLD')
                     RIDFLD(WS-CONTROL-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'THRESHLD file browse could not be started'
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
           END-IF.

           PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE('THRESHLD')
                        INTO(WS-THRESHOLD-RECORD)
                        RIDFLD(WS-CONTROL-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-EOF

                 EXEC CICS ENDBR
                           FILE('THRESHLD')
                           RESP(WS-FILE-RESP)
                 END-EXEC
              ELSE
                 ADD 1 TO WS-THRESHOLD-READ
                 PERFORM CHECK-THRESHOLD-RECORD
              END-IF

           END-PERFORM.

           IF WS-SECTION-FINDINGS EQUAL 0
              MOVE ' NONE - NO THRESHLD RECORD IN ERROR'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       CTR999.
           EXIT.


      *
      * Check the THRESHLD record just read.
      *
       CHECK-THRESHOLD-RECORD SECTION.
       CTH000.

           MOVE SPACES            TO WS-FINDING-LINE.
           MOVE 'THRESHLD'        TO WS-FINDING-FILE.
           MOVE WS-THRESHOLD-NAME TO WS-FINDING-KEY.

           MOVE WS-THRESHOLD-NAME TO WS-SEARCH-GROUP.
           PERFORM FIND-GROUP-ENTRY.

           IF WS-GROUP-FOUND EQUAL 'Y'
              MOVE 'Y' TO WS-GROUP-HAS-THRESHOLD(WS-GROUP-SUB)
              MOVE WS-GROUP-REGIONS(WS-GROUP-SUB) TO WS-FINDING-COUNT
              MOVE WS-FINDING-COUNT TO WS-FINDING-REGIONS
           ELSE

      *
      *       Not a group in use - it should be an APPLID.
      *
              MOVE WS-THRESHOLD-NAME TO WS-APPLIDS-RID

              EXEC CICS READ
                        FILE('APPLIDS')
                        INTO(WS-APPLIDS-RECORD)
                        RIDFLD(WS-APPLIDS-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'NOT AN APPLID OR A GROUP ON THE APPLIDS FILE'
                    TO WS-FINDING-TEXT
                 PERFORM PRINT-FINDING-LINE
              END-IF

           END-IF.

           IF WS-THRESHOLD-TASK-PCT NOT NUMERIC
              MOVE 'TASK PERCENTAGE NOT NUMERIC - DEFAULT 90 USED'
                 TO WS-FINDING-TEXT
              PERFORM PRINT-FINDING-LINE
           ELSE
              IF WS-THRESHOLD-TASK-PCT LESS THAN WS-TASK-PCT-MIN OR
                 WS-THRESHOLD-TASK-PCT GREATER THAN WS-TASK-PCT-MAX
                 MOVE 'TASK PERCENTAGE OUTSIDE 1 TO 100'
                    TO WS-FINDING-TEXT
                 PERFORM PRINT-FINDING-LINE
              END-IF
           END-IF.

           IF WS-THRESHOLD-SOS-ALERT NOT EQUAL 'Y' AND
              WS-THRESHOLD-SOS-ALERT NOT EQUAL 'N'
              MOVE 'SOS ALERT NOT Y OR N - TAKEN AS Y'
                 TO WS-FINDING-TEXT
              PERFORM PRINT-FINDING-LINE
           END-IF.

       CTH999.
           EXIT.


      *
      * List every group in use on the APPLIDS file that has no
      * RETNDAYS record or no THRESHLD group record.
      *
       CHECK-GROUP-COVERAGE SECTION.
       CGC000.

           MOVE 'APPLIDS GROUPS WITHOUT CONTROL RECORDS'
              TO WS-FINDING-TEXT.
           PERFORM PRINT-SECTION-HEADING.

           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-CNT

              MOVE SPACES    TO WS-FINDING-LINE
              MOVE 'APPLIDS' TO WS-FINDING-FILE
              MOVE WS-GROUP-NAME(WS-GROUP-SUB) TO WS-FINDING-KEY
              MOVE WS-GROUP-REGIONS(WS-GROUP-SUB) TO WS-FINDING-COUNT
              MOVE WS-FINDING-COUNT TO WS-FINDING-REGIONS

              IF WS-GROUP-HAS-RETAIN(WS-GROUP-SUB) NOT EQUAL 'Y'
                 MOVE 'NO RETNDAYS RECORD - DEFAULT 180 DAYS USED'
                    TO WS-FINDING-TEXT
                 PERFORM PRINT-FINDING-LINE
              END-IF

              IF WS-GROUP-HAS-THRESHOLD(WS-GROUP-SUB) NOT EQUAL 'Y'
                 MOVE 'NO THRESHLD GROUP RECORD - DEFAULT 90% USED'
                    TO WS-FINDING-TEXT
                 PERFORM PRINT-FINDING-LINE
              END-IF

           END-PERFORM.

           IF WS-SECTION-FINDINGS EQUAL 0
              MOVE ' NONE - EVERY GROUP HAS ITS CONTROL RECORDS'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-GROUP-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: GROUP TABLE FULL - GROUPS MISSING'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       CGC999.
           EXIT.


      *
      * Count the CMASLIST records. The CMAS name is the key, so a
      * CMAS cannot be on the list twice.
      *
       COUNT-CMASLIST-RECORDS SECTION.
       CCR000.

           MOVE LOW-VALUES TO WS-CONTROL-RID.

           EXEC CICS STARTBR
                     FILE('CMASLIST')
                     RIDFLD(WS-CONTROL-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'CMASLIST file browse could not be started'
              MOVE 'Y' TO WS-BROWSE-EOF
           ELSE
              MOVE 'N' TO WS-BROWSE-EOF
           END-IF.

           PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE('CMASLIST')
                        INTO(WS-CMASLIST-RECORD)
                        RIDFLD(WS-CONTROL-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-BROWSE-EOF

                 EXEC CICS ENDBR
                           FILE('CMASLIST')
                           RESP(WS-FILE-RESP)
                 END-EXEC
              ELSE
                 ADD 1 TO WS-CMASLIST-READ
              END-IF

           END-PERFORM.

       CCR999.
           EXIT.


      *
      * Print the run totals.
      *
       PRINT-CHECK-SUMMARY SECTION.
       PCS000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'APPLIDS RECORDS READ          ' TO WS-SUMMARY-TEXT.
           MOVE WS-APPLIDS-READ                  TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS WITH NO GROUP CODE    ' TO WS-SUMMARY-TEXT.
           MOVE WS-UNGROUPED-REGIONS             TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GROUPS IN USE                 ' TO WS-SUMMARY-TEXT.
           MOVE WS-GROUP-CNT                     TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'RETNDAYS RECORDS READ         ' TO WS-SUMMARY-TEXT.
           MOVE WS-RETAIN-READ                   TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'THRESHLD RECORDS READ         ' TO WS-SUMMARY-TEXT.
           MOVE WS-THRESHOLD-READ                TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CMASLIST RECORDS READ         ' TO WS-SUMMARY-TEXT.
           MOVE WS-CMASLIST-READ                 TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'FINDINGS                      ' TO WS-SUMMARY-TEXT.
           MOVE WS-FINDING-CNT                   TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PCS999.
           EXIT.


      *
      * Print one line of the report to the spool opened in K000.
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
