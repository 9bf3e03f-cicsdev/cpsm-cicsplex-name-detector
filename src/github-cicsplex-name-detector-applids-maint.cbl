      *              an existing record. Records written before the
      *              group code existed carry blanks there and list
      *              as ungrouped.
      *
      *              Every ADD, CHANGE and DELETE that reaches the
      *              file is also written to the APPLCHG change
      *              history file - who made it (the signed-on
      *              user ID and the terminal), when, the action,
      *              and the group code and description before and
      *              after - since moving a region between groups
      *              changes its retention and alerting. SM540CHR
      *              reports the changes. A change whose history
      *              record cannot be written is backed out, and the
      *              reply says it was not done, so no update to the
      *              file goes unrecorded - which needs both APPLIDS
      *              and APPLCHG defined RECOVERY(BACKOUT). Two
      *              updates to one APPLID from one terminal inside
      *              the same second would share a history key, so
      *              the second waits a second and retries once.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540MNT.
       01 WS-FILE-RESP                        PIC S9(8) BINARY.
       01 WS-BROWSE-EOF                       PIC X VALUE 'N'.

      *
      * The APPLIDS change history record - one per update made
      * here, keyed on the APPLID, the date and time of the change
      * and the terminal it was made from. SM540CHR shares this
      * layout.
      *
       01 WS-CHANGE-FILE                      PIC X(8)
                                               VALUE 'APPLCHG'.
       01 WS-CHANGE-RESP                      PIC S9(8) BINARY.
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
      * The update made - ADD, CHANGE or DELETE - and the group
      * code and description as they were before it, for the
      * change history.
      *
       01 WS-UPDATE-ACTION                    PIC X(6) VALUE SPACES.
       01 WS-BEFORE-GROUP                     PIC X(8) VALUE SPACES.
       01 WS-BEFORE-DESC                      PIC X(40) VALUE SPACES.

       01 WS-ABSTIME                          PIC S9(15) BINARY.

      *
      * The BROWSE operands once sorted out from the parsed tokens
      * - the optional group filter ('*' or blank for all groups)

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE ' RECORD ADDED' TO WS-SCREEN-MESSAGE
                 MOVE SPACES TO WS-BEFORE-GROUP
                 MOVE SPACES TO WS-BEFORE-DESC
                 MOVE 'ADD'  TO WS-UPDATE-ACTION
                 PERFORM WRITE-CHANGE-HISTORY
              ELSE
                 IF WS-FILE-RESP EQUAL DFHRESP(DUPREC)
                    MOVE ' APPLID IS ALREADY ON THE FILE'
                 END-IF
              ELSE

                 MOVE WS-APPLIDS-GROUP TO WS-BEFORE-GROUP
                 MOVE WS-APPLIDS-DESC  TO WS-BEFORE-DESC

                 MOVE WS-INPUT-GROUP TO WS-APPLIDS-GROUP
                 MOVE WS-INPUT-DESC  TO WS-APPLIDS-DESC


                 IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                    MOVE ' RECORD CHANGED' TO WS-SCREEN-MESSAGE
                    MOVE 'CHANGE' TO WS-UPDATE-ACTION
                    PERFORM WRITE-CHANGE-HISTORY
                 ELSE
                    MOVE ' CHANGE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE


      *
      * Delete the record for the APPLID given. It is read for
      * update first, so the change history can show what was
      * deleted.
      *
       DELETE-APPLID-RECORD SECTION.
       DEL000.

              MOVE WS-INPUT-APPLID TO WS-APPLIDS-RID

              EXEC CICS READ
                        FILE('APPLIDS')
                        INTO(WS-APPLIDS-RECORD)
                        RIDFLD(WS-APPLIDS-RID)
                        UPDATE
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE ' APPLID IS NOT ON THE FILE'
                       TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' DELETE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540MNT: READ UPDATE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF
              ELSE

                 MOVE WS-APPLIDS-GROUP TO WS-BEFORE-GROUP
                 MOVE WS-APPLIDS-DESC  TO WS-BEFORE-DESC

                 EXEC CICS DELETE
                           FILE('APPLIDS')
                           RESP(WS-FILE-RESP)
                 END-EXEC

                 IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                    MOVE ' RECORD DELETED' TO WS-SCREEN-MESSAGE
                    MOVE SPACES TO WS-APPLIDS-GROUP
                    MOVE SPACES TO WS-APPLIDS-DESC
                    MOVE 'DELETE' TO WS-UPDATE-ACTION
                    PERFORM WRITE-CHANGE-HISTORY
                 ELSE
                    MOVE ' DELETE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540MNT: DELETE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF

              END-IF

           END-IF.
           EXIT.


      *
      * Write the change history record for the update just made
      * to the APPLID in WS-APPLIDS-RECORD - the before image from
      * WS-BEFORE-GROUP/WS-BEFORE-DESC, the after image from the
      * record as written (blank after a DELETE), and the action
      * from WS-UPDATE-ACTION. A history record that cannot be
      * written takes the update back out with it.
      *
       WRITE-CHANGE-HISTORY SECTION.
       WCH000.

           MOVE SPACES           TO WS-CHANGE-RECORD.
           MOVE WS-UPDATE-ACTION TO WS-CHANGE-ACTION.

           PERFORM STAMP-CHANGE-RECORD.

           EXEC CICS ASSIGN
                     USERID(WS-CHANGE-USERID)
                     RESP(WS-CHANGE-RESP)
           END-EXEC.

           MOVE WS-APPLIDS-APPLID TO WS-CHANGE-APPLID.
           MOVE EIBTRMID          TO WS-CHANGE-TERMID.
           MOVE WS-BEFORE-GROUP   TO WS-CHANGE-BEFORE-GROUP.
           MOVE WS-BEFORE-DESC    TO WS-CHANGE-BEFORE-DESC.
           MOVE WS-APPLIDS-GROUP  TO WS-CHANGE-AFTER-GROUP.
           MOVE WS-APPLIDS-DESC   TO WS-CHANGE-AFTER-DESC.

           EXEC CICS WRITE
                     FILE(WS-CHANGE-FILE)
                     FROM(WS-CHANGE-RECORD)
                     RIDFLD(WS-CHANGE-KEY)
                     LENGTH(LENGTH OF WS-CHANGE-RECORD)
                     RESP(WS-CHANGE-RESP)
           END-EXEC.

      *
      *    A duplicate key is an earlier update to this APPLID from
      *    this terminal in the same second - wait for the clock to
      *    move on and try once more under a fresh stamp.
      *
           IF WS-CHANGE-RESP EQUAL DFHRESP(DUPREC)

              EXEC CICS DELAY
                        INTERVAL(1)
              END-EXEC

              PERFORM STAMP-CHANGE-RECORD

              EXEC CICS WRITE
                        FILE(WS-CHANGE-FILE)
                        FROM(WS-CHANGE-RECORD)
                        RIDFLD(WS-CHANGE-KEY)
                        LENGTH(LENGTH OF WS-CHANGE-RECORD)
                        RESP(WS-CHANGE-RESP)
              END-EXEC

           END-IF.

      *
      *    No history, no update - back the APPLIDS update out so
      *    the file never holds a change with no record of who
      *    made it.
      *
           IF WS-CHANGE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540MNT: WRITE FILE(' WS-CHANGE-FILE
      D               ') failed, RESP(' WS-CHANGE-RESP ')'

              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC

              MOVE SPACES TO WS-SCREEN-MESSAGE
              STRING ' ' DELIMITED BY SIZE,
                     WS-UPDATE-ACTION DELIMITED BY SPACE,
                     ' NOT DONE - CHANGE HISTORY COULD NOT BE'
                     DELIMITED BY SIZE,
                     ' WRITTEN' DELIMITED BY SIZE
                     INTO WS-SCREEN-MESSAGE
           END-IF.

       WCH999.
           EXIT.


      *
      * Stamp the change history record with the current date and
      * time.
      *
       STAMP-CHANGE-RECORD SECTION.
       SCR000.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CHANGE-DATE)
                     TIME(WS-CHANGE-TIME)
           END-EXEC.

       SCR999.
           EXIT.


      *
      * Send the reply screen built by the action performed.
      *
