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
      * Title: SM540CHR - APPLIDS file change history report
      *
      *
      * Description: This program reports who changed the APPLIDS
      *              file and when, from the APPLCHG change history
      *              file SM540MNT writes - one record per ADD,
      *              CHANGE or DELETE, keyed on the APPLID plus the
      *              date/time of the change and the terminal it
      *              was made from, carrying the user ID and the
      *              group code and description before and after.
      *
      *              The report is driven from the COMMAREA - an
      *              APPLID (blank for every APPLID), a from/to
      *              date range as YYYYMMDD (either or both blank to
      *              leave that end open) and a user ID (blank for
      *              every operator). Every matching change is
      *              printed on two lines - the change itself with
      *              the group code before and after, then the
      *              description before and after - followed by the
      *              number of each action matched.
      *
      *              The group code change is the one that matters
      *              most: moving a region into or out of a group
      *              changes its SNAPHIST retention and its alert
      *              thresholds, so a changed group is flagged.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540CHR.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The APPLIDS change history file written by SM540MNT, and
      * the record layout shared with its WRITE-CHANGE-HISTORY
      * section.
      *
       01 WS-CHANGE-FILE                      PIC X(8)
                                               VALUE 'APPLCHG'.
       01 WS-CHANGE-RESP                      PIC S9(8) BINARY.
       01 WS-CHANGE-EOF                       PIC X VALUE 'N'.
       01 WS-CHANGE-RECORD.
          05 WS-CHANGE-KEY.
             10 WS-CHANGE-APPLID              PIC X(8).
             10 WS-CHANGE-DATE                PIC X(8).
             10 WS-CHANGE-TIME                PIC X(6).
             10 WS-CHANGE-TERMID              PIC X(4).
          05 WS-CHANGE-USERID                 PIC X(8).
          05 WS-CHANGE-ACTION                 PIC X(6).
          05 WS-CHANGE-BEFORE-GROUP           PIC X(8).
          05 WS-CHANGE-BEFORE-DESC            PIC X(40).
          05 WS-CHANGE-AFTER-GROUP            PIC X(8).
          05 WS-CHANGE-AFTER-DESC             PIC X(40).
          05 FILLER                           PIC X(24).

      *
      * The report operands from the COMMAREA - a blank APPLID or
      * user ID reports every one, a blank date leaves that end of
      * the range open. The dates are YYYYMMDD, matching the
      * history key.
      *
       01 WS-QUERY-APPLID                     PIC X(8) VALUE SPACES.
       01 WS-QUERY-FROM-DATE                  PIC X(8) VALUE SPACES.
       01 WS-QUERY-TO-DATE                    PIC X(8) VALUE SPACES.
       01 WS-QUERY-USERID                     PIC X(8) VALUE SPACES.

      *
      * Run totals for the summary.
      *
       01 WS-CHANGES-READ                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-MATCHED-COUNT                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-ADD-COUNT                        PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-CHANGED-COUNT                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-DELETE-COUNT                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-REGROUP-COUNT                    PIC S9(8) BINARY
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

       01 WS-CHANGE-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'DATE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(6)  VALUE 'TIME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'USERID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(4)  VALUE 'TERM'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(6)  VALUE 'ACTION'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'GRP BEF'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'GRP AFT'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'FLAG'.
          05 FILLER                           PIC X(39) VALUE SPACE.

       01 WS-CHANGE-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-CHANGE-LINE-APPLID            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-DATE              PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-TIME              PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-USERID            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-TERMID            PIC X(4).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-ACTION            PIC X(6).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-BEFORE-GROUP      PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-AFTER-GROUP       PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-CHANGE-LINE-FLAG              PIC X(8).
          05 FILLER                           PIC X(39) VALUE SPACE.

       01 WS-DESC-LINE.
          05 FILLER                           PIC X(11) VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'BEFORE: '.
          05 WS-DESC-LINE-BEFORE              PIC X(40).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(7)
                                               VALUE 'AFTER: '.
          05 WS-DESC-LINE-AFTER               PIC X(40).
          05 FILLER                           PIC X(12) VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(20).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(91) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.


       LINKAGE SECTION.

      *
      * The report operands. A non-blank LK-QUERY-APPLID restricts
      * the report to that APPLID; a non-blank LK-FROM-DATE and/or
      * LK-TO-DATE bound the date range, as YYYYMMDD compared
      * against the sortable date on the history key; a non-blank
      * LK-QUERY-USERID restricts it to that operator's changes.
      * No COMMAREA at all lists the whole file.
      *
       01 DFHCOMMAREA.
          05 LK-QUERY-APPLID                  PIC X(8).
          05 LK-FROM-DATE                     PIC X(8).
          05 LK-TO-DATE                       PIC X(8).
          05 LK-QUERY-USERID                  PIC X(8).


       PROCEDURE DIVISION.
       CHANGES-MAIN SECTION.
       H000.

      *
      *    Pick up the report operands from the COMMAREA, if one
      *    was passed.
      *
           MOVE SPACES TO WS-QUERY-APPLID.
           MOVE SPACES TO WS-QUERY-FROM-DATE.
           MOVE SPACES TO WS-QUERY-TO-DATE.
           MOVE SPACES TO WS-QUERY-USERID.

           IF EIBCALEN NOT EQUAL 0
              MOVE LK-QUERY-APPLID TO WS-QUERY-APPLID

              IF EIBCALEN NOT LESS THAN LENGTH OF DFHCOMMAREA
                 MOVE LK-FROM-DATE    TO WS-QUERY-FROM-DATE
                 MOVE LK-TO-DATE      TO WS-QUERY-TO-DATE
                 MOVE LK-QUERY-USERID TO WS-QUERY-USERID
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
      *    Open the report spool and print every matching change.
      *
           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              PERFORM PRINT-CHANGE-REPORT

              PERFORM PRINT-CHANGE-SUMMARY

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

       H999.
           EXIT.


      *
      * Browse the APPLCHG file - from the APPLID given, if any, as
      * the file is keyed on APPLID first so its changes sit
      * together in date order - printing every change that passes
      * the date-range and user ID filters.
      *
       PRINT-CHANGE-REPORT SECTION.
       PCR000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540CHR  APPLIDS FILE CHANGE HISTORY  '
                  DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-QUERY-APPLID EQUAL SPACES
              MOVE ' APPLID: ALL' TO WS-REPORT-LINE
           ELSE
              STRING ' APPLID: ' DELIMITED BY SIZE,
                     WS-QUERY-APPLID DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' FROM: ' DELIMITED BY SIZE,
                  WS-QUERY-FROM-DATE DELIMITED BY SIZE,
                  '  TO: ' DELIMITED BY SIZE,
                  WS-QUERY-TO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-QUERY-USERID EQUAL SPACES
              MOVE ' USERID: ALL' TO WS-REPORT-LINE
           ELSE
              STRING ' USERID: ' DELIMITED BY SIZE,
                     WS-QUERY-USERID DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-CHANGE-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE LOW-VALUES TO WS-CHANGE-KEY.
           IF WS-QUERY-APPLID NOT EQUAL SPACES
              MOVE WS-QUERY-APPLID TO WS-CHANGE-APPLID
           END-IF.

           EXEC CICS STARTBR
                     FILE(WS-CHANGE-FILE)
                     RIDFLD(WS-CHANGE-KEY)
                     GTEQ
                     RESP(WS-CHANGE-RESP)
           END-EXEC.

           IF WS-CHANGE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'APPLCHG file browse could not be started'
              MOVE 'Y' TO WS-CHANGE-EOF
           ELSE
              MOVE 'N' TO WS-CHANGE-EOF
           END-IF.

           PERFORM UNTIL WS-CHANGE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE(WS-CHANGE-FILE)
                        INTO(WS-CHANGE-RECORD)
                        RIDFLD(WS-CHANGE-KEY)
                        RESP(WS-CHANGE-RESP)
              END-EXEC

              IF WS-CHANGE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CHANGE-EOF

                 EXEC CICS ENDBR
                           FILE(WS-CHANGE-FILE)
                           RESP(WS-CHANGE-RESP)
                 END-EXEC
              ELSE

      *
      *          With an APPLID filter the browse started at that
      *          APPLID, so the first record past it ends the
      *          report.
      *
                 IF WS-QUERY-APPLID NOT EQUAL SPACES AND
                    WS-CHANGE-APPLID NOT EQUAL WS-QUERY-APPLID
                    MOVE 'Y' TO WS-CHANGE-EOF

                    EXEC CICS ENDBR
                              FILE(WS-CHANGE-FILE)
                              RESP(WS-CHANGE-RESP)
                    END-EXEC
                 ELSE
                    ADD 1 TO WS-CHANGES-READ
                    PERFORM PRINT-MATCHING-CHANGE
                 END-IF

              END-IF

           END-PERFORM.

           IF WS-MATCHED-COUNT EQUAL 0
              MOVE ' NO CHANGES MATCHED THE QUERY'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PCR999.
           EXIT.


      *
      * Apply the date-range and user ID filters to the change just
      * read and print it if it passes. The key date is YYYYMMDD,
      * so the character compare is chronological.
      *
       PRINT-MATCHING-CHANGE SECTION.
       PMC000.

           IF WS-QUERY-FROM-DATE NOT EQUAL SPACES AND
              WS-CHANGE-DATE LESS THAN WS-QUERY-FROM-DATE
              CONTINUE
           ELSE

              IF WS-QUERY-TO-DATE NOT EQUAL SPACES AND
                 WS-CHANGE-DATE GREATER THAN WS-QUERY-TO-DATE
                 CONTINUE
              ELSE

                 IF WS-QUERY-USERID NOT EQUAL SPACES AND
                    WS-CHANGE-USERID NOT EQUAL WS-QUERY-USERID
                    CONTINUE
                 ELSE
                    PERFORM PRINT-CHANGE-LINES
                 END-IF

              END-IF

           END-IF.

       PMC999.
           EXIT.


      *
      * Print the two lines of one matching change and count it.
      *
       PRINT-CHANGE-LINES SECTION.
       PCL000.

           ADD 1 TO WS-MATCHED-COUNT.

           IF WS-CHANGE-ACTION EQUAL 'ADD'
              ADD 1 TO WS-ADD-COUNT
           END-IF.

           IF WS-CHANGE-ACTION EQUAL 'CHANGE'
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.

           IF WS-CHANGE-ACTION EQUAL 'DELETE'
              ADD 1 TO WS-DELETE-COUNT
           END-IF.

           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE WS-CHANGE-APPLID       TO WS-CHANGE-LINE-APPLID.
           MOVE WS-CHANGE-DATE         TO WS-CHANGE-LINE-DATE.
           MOVE WS-CHANGE-TIME         TO WS-CHANGE-LINE-TIME.
           MOVE WS-CHANGE-USERID       TO WS-CHANGE-LINE-USERID.
           MOVE WS-CHANGE-TERMID       TO WS-CHANGE-LINE-TERMID.
           MOVE WS-CHANGE-ACTION       TO WS-CHANGE-LINE-ACTION.
           MOVE WS-CHANGE-BEFORE-GROUP TO WS-CHANGE-LINE-BEFORE-GROUP.
           MOVE WS-CHANGE-AFTER-GROUP  TO WS-CHANGE-LINE-AFTER-GROUP.

      *
      *    Only a CHANGE can move a region between groups; an ADD
      *    or DELETE shows one side blank by nature.
      *
           IF WS-CHANGE-ACTION EQUAL 'CHANGE' AND
              WS-CHANGE-BEFORE-GROUP NOT EQUAL WS-CHANGE-AFTER-GROUP
              MOVE 'REGROUP' TO WS-CHANGE-LINE-FLAG
              ADD 1 TO WS-REGROUP-COUNT
           END-IF.

           MOVE WS-CHANGE-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-DESC-LINE-BEFORE.
           MOVE SPACES TO WS-DESC-LINE-AFTER.
           MOVE WS-CHANGE-BEFORE-DESC TO WS-DESC-LINE-BEFORE.
           MOVE WS-CHANGE-AFTER-DESC  TO WS-DESC-LINE-AFTER.
           MOVE WS-DESC-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PCL999.
           EXIT.


      *
      * Print the run totals.
      *
       PRINT-CHANGE-SUMMARY SECTION.
       PCT000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CHANGES READ        ' TO WS-SUMMARY-TEXT.
           MOVE WS-CHANGES-READ        TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CHANGES MATCHED     ' TO WS-SUMMARY-TEXT.
           MOVE WS-MATCHED-COUNT       TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ADDS                ' TO WS-SUMMARY-TEXT.
           MOVE WS-ADD-COUNT           TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'CHANGES             ' TO WS-SUMMARY-TEXT.
           MOVE WS-CHANGED-COUNT       TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'GROUP CHANGES       ' TO WS-SUMMARY-TEXT.
           MOVE WS-REGROUP-COUNT       TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'DELETES             ' TO WS-SUMMARY-TEXT.
           MOVE WS-DELETE-COUNT        TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PCT999.
           EXIT.


      *
      * Print one line of the report to the spool opened in H000.
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
