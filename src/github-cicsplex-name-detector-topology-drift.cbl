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
      * Title: SM540DRF - Night-over-night CICSplex topology drift
      *                    report over the SM540EXP extract
      *
      *
      * Description: This program reads back the extract SM540EXP
      *              has just written - from the SM5XCOPY TS queue,
      *              the copy SM540EXP keeps of every record it
      *              writes to SM5X, so the SM5X dataset and the
      *              CMDB load it feeds are never touched here - and
      *              compares it against the last good extract,
      *              which is kept on the TOPOBASE VSAM file keyed
      *              by APPLID.
      *
      *              Only a complete extract is compared. It must
      *              open with its SM5XHDR header, close with an
      *              SM5XTRL trailer carrying the same date/time,
      *              hold at least the trailer's region count, and
      *              show no CMAS network skipped - a network
      *              missing from the extract would otherwise read
      *              as every one of its regions vanishing. A
      *              rejected extract is reported with the reason
      *              and the baseline is left exactly as it was.
      *
      *              For a good extract the report lists every
      *              region that appeared or vanished since the
      *              baseline, and every region whose CICSplex,
      *              owning CMAS, CTSLEVEL, REGIONUSERID, SYSID,
      *              MVSSYSNAME or XCFGROUP changed, one line per
      *              changed attribute with the old and new values
      *              side by side - the change management evidence
      *              of what actually moved in the estate
      *              overnight. The new extract then replaces the
      *              baseline for the next night. With no baseline
      *              on file the run simply takes the extract as
      *              the first baseline.
      *
      *              The copy is read by item number and left in
      *              place until SM540EXP's next fresh run replaces
      *              it, so a run that fails can simply be rerun.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540DRF.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The extract as read back from SM540EXP's SM5XCOPY queue, one
      * item per record. Every record is the fixed SM540EXP record
      * length; the first eight bytes tell a header or trailer from
      * a region record.
      *
       01 WS-EXTRACT-QUEUE                    PIC X(8)
                                               VALUE 'SM5XCOPY'.
       01 WS-EXTRACT-ITEM                     PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-EXTRACT-RESP                     PIC S9(8) BINARY.
       01 WS-EXTRACT-EOF                      PIC X VALUE 'N'.
       01 WS-EXTRACT-BUFFER                   PIC X(108).

      *
      * The export record, header and trailer layouts - SM540EXP
      * shares these layouts.
      *
       01 WS-EXPORT-RECORD.
          05 WS-EXPORT-NETWORK                PIC X(8).
          05 WS-EXPORT-PLEXNAME               PIC X(8).
          05 WS-EXPORT-CMAS                   PIC X(8).
          05 WS-EXPORT-MPSTATUS               PIC 9(8).
          05 WS-EXPORT-JOBNAME                PIC X(8).
          05 WS-EXPORT-APPLID                 PIC X(8).
          05 WS-EXPORT-MVSSYSID               PIC X(4).
          05 WS-EXPORT-MVSSYSNAME             PIC X(8).
          05 WS-EXPORT-SYSID                  PIC X(4).
          05 WS-EXPORT-JOBID                  PIC X(8).
          05 WS-EXPORT-CTSLEVEL               PIC X(6).
          05 WS-EXPORT-CICSSTATUS             PIC 9(8).
          05 WS-EXPORT-REGIONUSERID           PIC X(8).
          05 WS-EXPORT-XCFGROUP               PIC X(8).
          05 FILLER                           PIC X(6).

       01 WS-HEADER-RECORD.
          05 WS-HEADER-TAG                    PIC X(8).
          05 WS-HEADER-DATE                   PIC X(10).
          05 FILLER                           PIC X(1).
          05 WS-HEADER-TIME                   PIC X(8).
          05 FILLER                           PIC X(81).

       01 WS-TRAILER-RECORD.
          05 WS-TRAILER-TAG                   PIC X(8).
          05 WS-TRAILER-DATE                  PIC X(10).
          05 FILLER                           PIC X(1).
          05 WS-TRAILER-TIME                  PIC X(8).
          05 FILLER                           PIC X(1).
          05 WS-TRAILER-PLEXES                PIC 9(8).
          05 FILLER                           PIC X(1).
          05 WS-TRAILER-REGIONS               PIC 9(8).
          05 FILLER                           PIC X(1).
          05 WS-TRAILER-SKIPPED               PIC 9(4).
          05 FILLER                           PIC X(58).

       01 WS-HEADER-TAG-VALUE                 PIC X(8)
                                               VALUE 'SM5XHDR '.
       01 WS-TRAILER-TAG-VALUE                PIC X(8)
                                               VALUE 'SM5XTRL '.

      *
      * What the read-back found - whether the header and trailer
      * were seen, the region records read, and the first reason
      * (if any) the extract cannot be trusted.
      *
       01 WS-HEADER-FOUND                     PIC X VALUE 'N'.
       01 WS-TRAILER-FOUND                    PIC X VALUE 'N'.
       01 WS-REGIONS-READ                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-EXTRACT-GOOD                     PIC X VALUE 'N'.
       01 WS-REJECT-REASON                    PIC X(60) VALUE SPACES.

      *
      * The new extract's regions, held in APPLID key order - each
      * region is slotted into place as it is read, the way SM540BAT
      * orders its cross reference - so the baseline file, itself
      * in APPLID order, can be compared against it in one matched
      * pass. An APPLID claimed by more than one plex collapses
      * onto one entry (the last read wins); the duplicate is a
      * definition error SM540BAT's validation run reports, and so
      * is a resumed extract's re-walked plex. Sized well past the
      * estate's region count - the read-back rejects the extract
      * rather than silently truncating it.
      *
       01 WS-NEW-MAX                          PIC S9(4) BINARY
                                               VALUE 5000.

       01 WS-NEW-CNT                          PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-NEW-TABLE.
          03 WS-NEW-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-NEW-CNT
                ASCENDING KEY IS WS-NEW-APPLID
                INDEXED BY WS-NEW-IDX.
             05 WS-NEW-NETWORK                PIC X(8).
             05 WS-NEW-PLEXNAME               PIC X(8).
             05 WS-NEW-CMAS                   PIC X(8).
             05 WS-NEW-MPSTATUS               PIC 9(8).
             05 WS-NEW-JOBNAME                PIC X(8).
             05 WS-NEW-APPLID                 PIC X(8).
             05 WS-NEW-MVSSYSID               PIC X(4).
             05 WS-NEW-MVSSYSNAME             PIC X(8).
             05 WS-NEW-SYSID                  PIC X(4).
             05 WS-NEW-JOBID                  PIC X(8).
             05 WS-NEW-CTSLEVEL               PIC X(6).
             05 WS-NEW-CICSSTATUS             PIC 9(8).
             05 WS-NEW-REGIONUSERID           PIC X(8).
             05 WS-NEW-XCFGROUP               PIC X(8).
             05 FILLER                        PIC X(6).

       01 WS-NEW-SUB                          PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-NEW-NEXT-APPLID                  PIC X(8) VALUE SPACES.
       01 WS-NEW-DUPLICATE                    PIC X VALUE 'N'.
       01 WS-NEW-OVERFLOW                     PIC X VALUE 'N'.

      *
      * The TOPOBASE baseline file - the last good extract, one
      * record per region keyed by APPLID, carrying the whole
      * export record and the date/time of the extract it came
      * from.
      *
       01 WS-BASE-FILE                        PIC X(8)
                                               VALUE 'TOPOBASE'.
       01 WS-BASE-RESP                        PIC S9(8) BINARY.
       01 WS-BASE-EOF                         PIC X VALUE 'N'.
       01 WS-BASE-RID                         PIC X(8) VALUE SPACES.
       01 WS-BASE-RECORD.
          05 WS-BASE-APPLID                   PIC X(8).
          05 WS-BASE-EXPORT.
             10 WS-BASE-NETWORK               PIC X(8).
             10 WS-BASE-PLEXNAME              PIC X(8).
             10 WS-BASE-CMAS                  PIC X(8).
             10 WS-BASE-MPSTATUS              PIC 9(8).
             10 WS-BASE-JOBNAME               PIC X(8).
             10 WS-BASE-EXPORT-APPLID         PIC X(8).
             10 WS-BASE-MVSSYSID              PIC X(4).
             10 WS-BASE-MVSSYSNAME            PIC X(8).
             10 WS-BASE-SYSID                 PIC X(4).
             10 WS-BASE-JOBID                 PIC X(8).
             10 WS-BASE-CTSLEVEL              PIC X(6).
             10 WS-BASE-CICSSTATUS            PIC 9(8).
             10 WS-BASE-REGIONUSERID          PIC X(8).
             10 WS-BASE-XCFGROUP              PIC X(8).
             10 FILLER                        PIC X(6).
          05 WS-BASE-EXTRACT-DATE             PIC X(10).
          05 WS-BASE-EXTRACT-TIME             PIC X(8).
          05 FILLER                           PIC X(6).

       01 WS-BASE-FOUND                       PIC X VALUE 'N'.
       01 WS-BASE-STAMP-DATE                  PIC X(10) VALUE SPACES.
       01 WS-BASE-STAMP-TIME                  PIC X(8) VALUE SPACES.
       01 WS-BASE-UPDATE-FAILED               PIC S9(8) BINARY
                                               VALUE 0.

      *
      * APPLIDs on the baseline but not in the new extract, set
      * aside during the compare so they can be deleted from the
      * baseline once the browse has ended.
      *
       01 WS-GONE-MAX                         PIC S9(4) BINARY
                                               VALUE 5000.

       01 WS-GONE-TABLE.
          03 WS-GONE-APPLID OCCURS 5000       PIC X(8).

       01 WS-GONE-CNT                         PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-GONE-SUB                         PIC S9(4) BINARY
                                               VALUE 0.

      *
      * Drift counts for the summary.
      *
       01 WS-BASE-REGIONS                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-APPEARED-CNT                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-VANISHED-CNT                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-CHANGED-CNT                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-UNCHANGED-CNT                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-REGION-CHANGED                   PIC X VALUE 'N'.

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

       01 WS-DRIFT-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(10)
                                               VALUE 'CHANGE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'PLEXNAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(12)
                                               VALUE 'ATTRIBUTE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(10)
                                               VALUE 'OLD VALUE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(10)
                                               VALUE 'NEW VALUE'.
          05 FILLER                           PIC X(51) VALUE SPACE.

       01 WS-DRIFT-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DRIFT-TYPE                    PIC X(10).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DRIFT-APPLID                  PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DRIFT-PLEXNAME                PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DRIFT-ATTRIBUTE               PIC X(12).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DRIFT-OLD                     PIC X(10).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DRIFT-NEW                     PIC X(10).
          05 FILLER                           PIC X(51) VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(30).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(81) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.

       PROCEDURE DIVISION.
       DRIFT-MAIN SECTION.
       D000.

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
      *    Open the report spool before anything else - a failed
      *    open leaves the extract copy and the baseline as they
      *    were, for a rerun.
      *
           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

      *
      *       Read the whole extract back and check its bracket
      *       before any of it is trusted.
      *
              PERFORM READ-NEW-EXTRACT
              PERFORM VERIFY-NEW-EXTRACT

              PERFORM PRINT-DRIFT-HEADING

              IF WS-EXTRACT-GOOD EQUAL 'Y'

      *
      *          Compare against the baseline, then make the new
      *          extract the baseline for tomorrow night.
      *
                 PERFORM COMPARE-WITH-BASELINE
                 PERFORM PRINT-DRIFT-SUMMARY
                 PERFORM REPLACE-BASELINE

              ELSE

                 MOVE SPACES TO WS-REPORT-LINE
                 STRING ' EXTRACT REJECTED - ' DELIMITED BY SIZE,
                        WS-REJECT-REASON DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

                 MOVE ' NO COMPARISON MADE - BASELINE LEFT UNCHANGED'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

                 DISPLAY 'SM540DRF: extract rejected - '
                         WS-REJECT-REASON

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
      D               'produced and the baseline left unchanged'
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.

       D999.
           EXIT.


      *
      * Read the SM5XCOPY queue item by item to its end, noting the
      * header and trailer and slotting every region record into
      * the new extract table. The first problem found is kept as
      * the reason for rejecting the extract.
      *
       READ-NEW-EXTRACT SECTION.
       RNE000.

           MOVE 'N'    TO WS-EXTRACT-EOF.
           MOVE 'N'    TO WS-HEADER-FOUND.
           MOVE 'N'    TO WS-TRAILER-FOUND.
           MOVE 'N'    TO WS-NEW-OVERFLOW.
           MOVE 0      TO WS-REGIONS-READ.
           MOVE 0      TO WS-NEW-CNT.
           MOVE 0      TO WS-EXTRACT-ITEM.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM UNTIL WS-EXTRACT-EOF EQUAL 'Y'

              ADD 1 TO WS-EXTRACT-ITEM
              MOVE SPACES TO WS-EXTRACT-BUFFER

              EXEC CICS READQ TS
                        QUEUE(WS-EXTRACT-QUEUE)
                        INTO(WS-EXTRACT-BUFFER)
                        LENGTH(LENGTH OF WS-EXTRACT-BUFFER)
                        ITEM(WS-EXTRACT-ITEM)
                        RESP(WS-EXTRACT-RESP)
              END-EXEC

              IF WS-EXTRACT-RESP NOT EQUAL DFHRESP(NORMAL)

                 MOVE 'Y' TO WS-EXTRACT-EOF

                 IF WS-EXTRACT-RESP EQUAL DFHRESP(QIDERR)
                    MOVE 'NO EXTRACT COPY ON THE SM5XCOPY QUEUE'
                       TO WS-REJECT-REASON
                 ELSE
                 IF WS-EXTRACT-RESP NOT EQUAL DFHRESP(ITEMERR)
      D             DISPLAY 'SM540DRF: READQ TS of the extract '
      D                     'QUEUE(' WS-EXTRACT-QUEUE ') failed, '
      D                     'RESP(' WS-EXTRACT-RESP ')'
                    IF WS-REJECT-REASON EQUAL SPACES
                       MOVE 'EXTRACT COULD NOT BE READ TO THE END'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
                 END-IF

              ELSE
                 PERFORM CLASSIFY-EXTRACT-RECORD
      *
      *          An extract too big for the compare table is
      *          rejected whatever follows, so stop reading it.
      *
                 IF WS-NEW-OVERFLOW EQUAL 'Y'
                    MOVE 'Y' TO WS-EXTRACT-EOF
                    IF WS-REJECT-REASON EQUAL SPACES
                       MOVE 'MORE REGIONS THAN THE COMPARE TABLE HOLDS'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF

           END-PERFORM.

       RNE999.
           EXIT.


      *
      * Sort out the extract record just read - header, trailer or
      * region - checking it arrives where a complete extract would
      * put it.
      *
       CLASSIFY-EXTRACT-RECORD SECTION.
       CER000.

           IF WS-EXTRACT-BUFFER(1:8) EQUAL WS-HEADER-TAG-VALUE

              IF WS-HEADER-FOUND EQUAL 'Y' OR
                 WS-REGIONS-READ GREATER THAN 0
                 IF WS-REJECT-REASON EQUAL SPACES
                    MOVE 'MORE THAN ONE HEADER - TWO RUNS ON ONE FILE'
                       TO WS-REJECT-REASON
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-HEADER-FOUND
                 MOVE WS-EXTRACT-BUFFER TO WS-HEADER-RECORD
              END-IF

           ELSE

              IF WS-TRAILER-FOUND EQUAL 'Y'
                 IF WS-REJECT-REASON EQUAL SPACES
                    MOVE 'RECORDS FOLLOW THE TRAILER'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF

              IF WS-EXTRACT-BUFFER(1:8) EQUAL WS-TRAILER-TAG-VALUE
                 MOVE 'Y' TO WS-TRAILER-FOUND
                 MOVE WS-EXTRACT-BUFFER TO WS-TRAILER-RECORD
              ELSE
                 IF WS-HEADER-FOUND NOT EQUAL 'Y'
                    IF WS-REJECT-REASON EQUAL SPACES
                       MOVE 'NO HEADER AHEAD OF THE REGION RECORDS'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
                 ADD 1 TO WS-REGIONS-READ
                 MOVE WS-EXTRACT-BUFFER TO WS-EXPORT-RECORD
                 PERFORM STORE-NEW-REGION
              END-IF

           END-IF.

       CER999.
           EXIT.


      *
      * Slot the region just read into the new extract table in
      * APPLID key order, shifting the larger keys up one. An
      * APPLID already in the table is overwritten in place.
      *
       STORE-NEW-REGION SECTION.
       SNR000.

           MOVE 'N' TO WS-NEW-DUPLICATE.

           IF WS-NEW-CNT GREATER THAN 0

              SEARCH ALL WS-NEW-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-NEW-APPLID(WS-NEW-IDX) EQUAL
                      WS-EXPORT-APPLID
                    MOVE WS-EXPORT-RECORD TO WS-NEW-ENTRY(WS-NEW-IDX)
                    MOVE 'Y' TO WS-NEW-DUPLICATE
              END-SEARCH

           END-IF.

           IF WS-NEW-DUPLICATE NOT EQUAL 'Y'

              IF WS-NEW-CNT LESS THAN WS-NEW-MAX

                 ADD 1 TO WS-NEW-CNT
                 MOVE WS-NEW-CNT TO WS-NEW-SUB

                 PERFORM UNTIL WS-NEW-SUB EQUAL 1 OR
                         WS-NEW-APPLID(WS-NEW-SUB - 1) NOT GREATER
                         THAN WS-EXPORT-APPLID
                    MOVE WS-NEW-ENTRY(WS-NEW-SUB - 1) TO
                       WS-NEW-ENTRY(WS-NEW-SUB)
                    SUBTRACT 1 FROM WS-NEW-SUB
                 END-PERFORM

                 MOVE WS-EXPORT-RECORD TO WS-NEW-ENTRY(WS-NEW-SUB)

              ELSE
                 MOVE 'Y' TO WS-NEW-OVERFLOW
              END-IF

           END-IF.

       SNR999.
           EXIT.


      *
      * Decide whether the extract read back is complete enough to
      * compare and to become the new baseline.
      *
       VERIFY-NEW-EXTRACT SECTION.
       VNE000.

           MOVE 'N' TO WS-EXTRACT-GOOD.

           IF WS-REJECT-REASON EQUAL SPACES

              IF WS-HEADER-FOUND NOT EQUAL 'Y'
                 MOVE 'NO SM5XHDR HEADER RECORD'
                    TO WS-REJECT-REASON
              ELSE
              IF WS-TRAILER-FOUND NOT EQUAL 'Y'
                 MOVE 'NO SM5XTRL TRAILER - THE EXPORT DID NOT FINISH'
                    TO WS-REJECT-REASON
              ELSE
              IF WS-TRAILER-DATE NOT EQUAL WS-HEADER-DATE OR
                 WS-TRAILER-TIME NOT EQUAL WS-HEADER-TIME
                 MOVE 'TRAILER DATE/TIME DOES NOT MATCH THE HEADER'
                    TO WS-REJECT-REASON
              ELSE
              IF WS-TRAILER-REGIONS NOT NUMERIC OR
                 WS-TRAILER-SKIPPED NOT NUMERIC
                 MOVE 'TRAILER COUNTS ARE NOT NUMERIC'
                    TO WS-REJECT-REASON
              ELSE
              IF WS-REGIONS-READ LESS THAN WS-TRAILER-REGIONS
                 MOVE 'FEWER REGION RECORDS THAN THE TRAILER COUNTS'
                    TO WS-REJECT-REASON
              ELSE
              IF WS-TRAILER-SKIPPED GREATER THAN 0
                 MOVE 'A CMAS NETWORK WAS SKIPPED BY THE EXPORT'
                    TO WS-REJECT-REASON
              ELSE
              IF WS-NEW-OVERFLOW EQUAL 'Y'
                 MOVE 'MORE REGIONS THAN THE COMPARE TABLE HOLDS'
                    TO WS-REJECT-REASON
              ELSE
                 MOVE 'Y' TO WS-EXTRACT-GOOD
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF

           END-IF.

       VNE999.
           EXIT.


      *
      * Print the report heading - the run stamp and the stamp of
      * the extract read back.
      *
       PRINT-DRIFT-HEADING SECTION.
       PDH000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540DRF  CICSPLEX TOPOLOGY DRIFT  '
                  DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-HEADER-FOUND EQUAL 'Y'
              STRING ' NEW EXTRACT OF      ' DELIMITED BY SIZE,
                     WS-HEADER-DATE DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-HEADER-TIME DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
           ELSE
              MOVE ' NEW EXTRACT OF      (NO HEADER)'
                 TO WS-REPORT-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PDH999.
           EXIT.


      *
      * Browse the baseline in APPLID order against the new extract
      * table, also in APPLID order, printing a line for every
      * region that appeared or vanished and for every attribute
      * change on the regions in both.
      *
       COMPARE-WITH-BASELINE SECTION.
       CWB000.

           MOVE 'N' TO WS-BASE-FOUND.
           MOVE 0   TO WS-BASE-REGIONS.
           MOVE 0   TO WS-GONE-CNT.
           MOVE 1   TO WS-NEW-SUB.
           PERFORM SET-NEXT-NEW-APPLID.

           MOVE LOW-VALUES TO WS-BASE-RID.

           EXEC CICS STARTBR
                     FILE(WS-BASE-FILE)
                     RIDFLD(WS-BASE-RID)
                     GTEQ
                     RESP(WS-BASE-RESP)
           END-EXEC.

           IF WS-BASE-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BASE-EOF
           ELSE
              MOVE 'N' TO WS-BASE-EOF
           END-IF.

           PERFORM UNTIL WS-BASE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE(WS-BASE-FILE)
                        INTO(WS-BASE-RECORD)
                        RIDFLD(WS-BASE-RID)
                        RESP(WS-BASE-RESP)
              END-EXEC

              IF WS-BASE-RESP NOT EQUAL DFHRESP(NORMAL)

                 MOVE 'Y' TO WS-BASE-EOF

                 EXEC CICS ENDBR
                           FILE(WS-BASE-FILE)
                           RESP(WS-BASE-RESP)
                 END-EXEC

              ELSE

      *
      *          The first baseline record names the extract the
      *          baseline was taken from - print it ahead of the
      *          drift lines.
      *
                 IF WS-BASE-FOUND NOT EQUAL 'Y'
                    MOVE 'Y' TO WS-BASE-FOUND
                    MOVE WS-BASE-EXTRACT-DATE TO WS-BASE-STAMP-DATE
                    MOVE WS-BASE-EXTRACT-TIME TO WS-BASE-STAMP-TIME
                    PERFORM PRINT-BASELINE-HEADING
                 END-IF

                 ADD 1 TO WS-BASE-REGIONS
                 PERFORM MATCH-BASELINE-REGION

              END-IF

           END-PERFORM.

      *
      *    Whatever is left of the new extract past the last
      *    baseline APPLID appeared overnight - unless there was no
      *    baseline at all, when the whole extract simply becomes
      *    the first one.
      *
           IF WS-BASE-FOUND EQUAL 'Y'

              PERFORM UNTIL WS-NEW-SUB > WS-NEW-CNT
                 PERFORM PRINT-APPEARED-REGION
                 ADD 1 TO WS-NEW-SUB
              END-PERFORM

              IF WS-APPEARED-CNT EQUAL 0 AND
                 WS-VANISHED-CNT EQUAL 0 AND
                 WS-CHANGED-CNT  EQUAL 0
                 MOVE ' NONE - NO REGION CHANGED SINCE THE BASELINE'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
              END-IF

           ELSE

              MOVE ' NO BASELINE ON FILE - THIS EXTRACT BECOMES THE'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
              MOVE ' FIRST BASELINE, NOTHING TO COMPARE AGAINST'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       CWB999.
           EXIT.


      *
      * Print the baseline's own extract stamp and the drift
      * column headings.
      *
       PRINT-BASELINE-HEADING SECTION.
       PBH000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING ' BASELINE EXTRACT OF ' DELIMITED BY SIZE,
                  WS-BASE-STAMP-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-BASE-STAMP-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-DRIFT-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PBH999.
           EXIT.


      *
      * Match the baseline record just read against the new
      * extract table. New-extract APPLIDs sorting ahead of it
      * appeared overnight; an equal APPLID is compared attribute
      * by attribute; otherwise the baseline region has vanished.
      *
       MATCH-BASELINE-REGION SECTION.
       MBR000.

           PERFORM UNTIL WS-NEW-NEXT-APPLID NOT LESS THAN
                         WS-BASE-APPLID
              PERFORM PRINT-APPEARED-REGION
              ADD 1 TO WS-NEW-SUB
              PERFORM SET-NEXT-NEW-APPLID
           END-PERFORM.

           IF WS-NEW-NEXT-APPLID EQUAL WS-BASE-APPLID
              PERFORM COMPARE-REGION-ATTRIBUTES
              ADD 1 TO WS-NEW-SUB
              PERFORM SET-NEXT-NEW-APPLID
           ELSE
              PERFORM PRINT-VANISHED-REGION
           END-IF.

       MBR999.
           EXIT.


      *
      * Set the APPLID of the next unmatched new-extract entry -
      * HIGH-VALUES once the table is used up, so every remaining
      * baseline record sorts ahead of it.
      *
       SET-NEXT-NEW-APPLID SECTION.
       SNN000.

           IF WS-NEW-SUB GREATER THAN WS-NEW-CNT
              MOVE HIGH-VALUES TO WS-NEW-NEXT-APPLID
           ELSE
              MOVE WS-NEW-APPLID(WS-NEW-SUB) TO WS-NEW-NEXT-APPLID
           END-IF.

       SNN999.
           EXIT.


      *
      * Print the new-extract region indexed by WS-NEW-SUB as having
      * appeared since the baseline.
      *
       PRINT-APPEARED-REGION SECTION.
       PAR000.

           ADD 1 TO WS-APPEARED-CNT.

           MOVE SPACES TO WS-DRIFT-LINE.
           MOVE 'APPEARED'                TO WS-DRIFT-TYPE.
           MOVE WS-NEW-APPLID(WS-NEW-SUB)   TO WS-DRIFT-APPLID.
           MOVE WS-NEW-PLEXNAME(WS-NEW-SUB) TO WS-DRIFT-PLEXNAME.
           MOVE 'NETWORK'                 TO WS-DRIFT-ATTRIBUTE.
           MOVE WS-NEW-NETWORK(WS-NEW-SUB)  TO WS-DRIFT-NEW.
           MOVE WS-DRIFT-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PAR999.
           EXIT.


      *
      * Print the baseline region just read as having vanished
      * since the baseline, and note its APPLID for deletion from
      * the baseline file.
      *
       PRINT-VANISHED-REGION SECTION.
       PVR000.

           ADD 1 TO WS-VANISHED-CNT.

           MOVE SPACES TO WS-DRIFT-LINE.
           MOVE 'VANISHED'                TO WS-DRIFT-TYPE.
           MOVE WS-BASE-APPLID            TO WS-DRIFT-APPLID.
           MOVE WS-BASE-PLEXNAME          TO WS-DRIFT-PLEXNAME.
           MOVE 'NETWORK'                 TO WS-DRIFT-ATTRIBUTE.
           MOVE WS-BASE-NETWORK           TO WS-DRIFT-OLD.
           MOVE WS-DRIFT-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-GONE-CNT LESS THAN WS-GONE-MAX
              ADD 1 TO WS-GONE-CNT
              MOVE WS-BASE-APPLID TO WS-GONE-APPLID(WS-GONE-CNT)
           END-IF.

       PVR999.
           EXIT.


      *
      * Compare the tracked attributes of a region present in both
      * the baseline and the new extract, printing one line per
      * attribute that changed with the old and new values side by
      * side.
      *
       COMPARE-REGION-ATTRIBUTES SECTION.
       CRA000.

           MOVE 'N' TO WS-REGION-CHANGED.

           IF WS-NEW-PLEXNAME(WS-NEW-SUB) NOT EQUAL WS-BASE-PLEXNAME
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'CICSPLEX'                  TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-PLEXNAME            TO WS-DRIFT-OLD
              MOVE WS-NEW-PLEXNAME(WS-NEW-SUB) TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-NEW-CMAS(WS-NEW-SUB) NOT EQUAL WS-BASE-CMAS
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'OWNING CMAS'               TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-CMAS                TO WS-DRIFT-OLD
              MOVE WS-NEW-CMAS(WS-NEW-SUB)     TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-NEW-CTSLEVEL(WS-NEW-SUB) NOT EQUAL WS-BASE-CTSLEVEL
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'CTSLEVEL'                  TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-CTSLEVEL            TO WS-DRIFT-OLD
              MOVE WS-NEW-CTSLEVEL(WS-NEW-SUB) TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-NEW-REGIONUSERID(WS-NEW-SUB) NOT EQUAL
              WS-BASE-REGIONUSERID
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'REGIONUSERID'              TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-REGIONUSERID        TO WS-DRIFT-OLD
              MOVE WS-NEW-REGIONUSERID(WS-NEW-SUB)
                 TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-NEW-SYSID(WS-NEW-SUB) NOT EQUAL WS-BASE-SYSID
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'SYSID'                     TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-SYSID               TO WS-DRIFT-OLD
              MOVE WS-NEW-SYSID(WS-NEW-SUB)    TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-NEW-MVSSYSNAME(WS-NEW-SUB) NOT EQUAL
              WS-BASE-MVSSYSNAME
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'MVSSYSNAME'                TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-MVSSYSNAME          TO WS-DRIFT-OLD
              MOVE WS-NEW-MVSSYSNAME(WS-NEW-SUB)
                 TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-NEW-XCFGROUP(WS-NEW-SUB) NOT EQUAL WS-BASE-XCFGROUP
              MOVE SPACES TO WS-DRIFT-LINE
              MOVE 'XCFGROUP'                  TO WS-DRIFT-ATTRIBUTE
              MOVE WS-BASE-XCFGROUP            TO WS-DRIFT-OLD
              MOVE WS-NEW-XCFGROUP(WS-NEW-SUB) TO WS-DRIFT-NEW
              PERFORM PRINT-ATTRIBUTE-CHANGE
           END-IF.

           IF WS-REGION-CHANGED EQUAL 'Y'
              ADD 1 TO WS-CHANGED-CNT
           ELSE
              ADD 1 TO WS-UNCHANGED-CNT
           END-IF.

       CRA999.
           EXIT.


      *
      * Print one attribute change for the region indexed by
      * WS-NEW-SUB - the attribute name and old/new values are
      * already in the drift line.
      *
       PRINT-ATTRIBUTE-CHANGE SECTION.
       PAC000.

           MOVE 'Y' TO WS-REGION-CHANGED.

           MOVE 'CHANGED'                 TO WS-DRIFT-TYPE.
           MOVE WS-NEW-APPLID(WS-NEW-SUB)   TO WS-DRIFT-APPLID.
           MOVE WS-NEW-PLEXNAME(WS-NEW-SUB) TO WS-DRIFT-PLEXNAME.
           MOVE WS-DRIFT-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PAC999.
           EXIT.


      *
      * Print the drift counts.
      *
       PRINT-DRIFT-SUMMARY SECTION.
       PDS000.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS IN THE NEW EXTRACT    ' TO WS-SUMMARY-TEXT.
           MOVE WS-NEW-CNT                       TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS ON THE BASELINE       ' TO WS-SUMMARY-TEXT.
           MOVE WS-BASE-REGIONS                  TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-BASE-FOUND EQUAL 'Y'

              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'REGIONS APPEARED              '
                 TO WS-SUMMARY-TEXT
              MOVE WS-APPEARED-CNT TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'REGIONS VANISHED              '
                 TO WS-SUMMARY-TEXT
              MOVE WS-VANISHED-CNT TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'REGIONS CHANGED               '
                 TO WS-SUMMARY-TEXT
              MOVE WS-CHANGED-CNT TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'REGIONS UNCHANGED             '
                 TO WS-SUMMARY-TEXT
              MOVE WS-UNCHANGED-CNT TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-IF.

       PDS999.
           EXIT.


      *
      * Make the new extract the baseline - delete the regions that
      * vanished, then rewrite every region in the new extract
      * (adding the ones that appeared) stamped with the new
      * extract's date and time.
      *
       REPLACE-BASELINE SECTION.
       RBL000.

           MOVE 0 TO WS-BASE-UPDATE-FAILED.

           PERFORM VARYING WS-GONE-SUB FROM 1 BY 1
                   UNTIL WS-GONE-SUB > WS-GONE-CNT

              MOVE WS-GONE-APPLID(WS-GONE-SUB) TO WS-BASE-RID

              EXEC CICS DELETE
                        FILE(WS-BASE-FILE)
                        RIDFLD(WS-BASE-RID)
                        RESP(WS-BASE-RESP)
              END-EXEC

              IF WS-BASE-RESP NOT EQUAL DFHRESP(NORMAL) AND
                 WS-BASE-RESP NOT EQUAL DFHRESP(NOTFND)
                 ADD 1 TO WS-BASE-UPDATE-FAILED
      D          DISPLAY 'SM540DRF: DELETE from baseline failed, '
      D                  'RESP(' WS-BASE-RESP ')'
              END-IF

           END-PERFORM.

           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-CNT
              PERFORM STORE-BASELINE-REGION
           END-PERFORM.

           IF WS-BASE-UPDATE-FAILED GREATER THAN 0
              MOVE ' WARNING: BASELINE NOT FULLY REPLACED - SEE LOG'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
              DISPLAY 'SM540DRF: the ' WS-BASE-FILE ' baseline '
                      'could not be fully replaced'
           END-IF.

       RBL999.
           EXIT.


      *
      * Rewrite (or add) the baseline record for the new-extract
      * region indexed by WS-NEW-SUB.
      *
       STORE-BASELINE-REGION SECTION.
       SBR000.

           MOVE WS-NEW-APPLID(WS-NEW-SUB) TO WS-BASE-RID.

           EXEC CICS READ
                     FILE(WS-BASE-FILE)
                     INTO(WS-BASE-RECORD)
                     RIDFLD(WS-BASE-RID)
                     UPDATE
                     RESP(WS-BASE-RESP)
           END-EXEC.

           MOVE SPACES                    TO WS-BASE-RECORD.
           MOVE WS-NEW-APPLID(WS-NEW-SUB) TO WS-BASE-APPLID.
           MOVE WS-NEW-ENTRY(WS-NEW-SUB)  TO WS-BASE-EXPORT.
           MOVE WS-HEADER-DATE            TO WS-BASE-EXTRACT-DATE.
           MOVE WS-HEADER-TIME            TO WS-BASE-EXTRACT-TIME.

           IF WS-BASE-RESP EQUAL DFHRESP(NORMAL)

              EXEC CICS REWRITE
                        FILE(WS-BASE-FILE)
                        FROM(WS-BASE-RECORD)
                        LENGTH(LENGTH OF WS-BASE-RECORD)
                        RESP(WS-BASE-RESP)
              END-EXEC

           ELSE

              IF WS-BASE-RESP EQUAL DFHRESP(NOTFND)
                 EXEC CICS WRITE
                           FILE(WS-BASE-FILE)
                           FROM(WS-BASE-RECORD)
                           RIDFLD(WS-BASE-RID)
                           LENGTH(LENGTH OF WS-BASE-RECORD)
                           RESP(WS-BASE-RESP)
                 END-EXEC
              END-IF

           END-IF.

           IF WS-BASE-RESP NOT EQUAL DFHRESP(NORMAL)
              ADD 1 TO WS-BASE-UPDATE-FAILED
      D       DISPLAY 'SM540DRF: baseline update for '
      D               WS-BASE-RID ' failed, '
      D               'RESP(' WS-BASE-RESP ')'
           END-IF.

       SBR999.
           EXIT.


      *
      * Print one line of the report to the spool opened in D000.
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
