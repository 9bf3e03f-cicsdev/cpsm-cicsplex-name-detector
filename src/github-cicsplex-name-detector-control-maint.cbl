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
      * Title: SM540CFG - Online maintenance for the CMASLIST,
      *                    THRESHLD and RETNDAYS control files
      *
      *
      * Description: This transaction maintains the three control
      *              files that, until now, could only be changed
      *              with IDCAMS:
      *
      *              - CMASLIST, the CMAS networks SM540BAT,
      *                SM540MON, SM540COL and SM540EXP connect to;
      *              - THRESHLD, the task percentage and SOS alert
      *                setting SM540API checks a region against,
      *                keyed on an APPLID or a region group;
      *              - RETNDAYS, the keep-days per region group that
      *                SM540HSK purges SNAPHIST by.
      *
      *              Each of those programs falls back to a default
      *              when a record is missing or unreadable, which
      *              hides a typo - so the fields are checked here
      *              before anything is written: a task percentage
      *              must be a number from 1 to 100, keep-days a
      *              number from 1 to 3660, the SOS alert Y or N,
      *              and a CMAS may be on the list once only.
      *
      *              The transaction is command driven from a 3270
      *              screen in the style of SMNT - one action per
      *              invocation, the file named by its file name:
      *
      *                SMCF BROWSE  file [start-key]
      *                SMCF ADD     CMASLIST cmas description...
      *                SMCF ADD     THRESHLD name pct sos desc...
      *                SMCF ADD     RETNDAYS group days desc...
      *                SMCF CHANGE  (as ADD)
      *                SMCF DELETE  file key
      *
      *              A THRESHLD name is an APPLID or a group code.
      *              CHANGE replaces everything but the key. BROWSE
      *              lists the file a screenful at a time; when a
      *              screen fills, repeat it with the last key shown
      *              to continue.
      *
      *              SM540CHK cross-checks the three files against
      *              the APPLIDS file.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540CFG.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The terminal input line and its parsed tokens. The tokens
      * after the key depend on the file - none for CMASLIST, the
      * task percentage and SOS alert for THRESHLD, the keep-days
      * for RETNDAYS - and whatever follows them is kept whole as
      * the description.
      *
       01 WS-RECEIVE-BUFFER                   PIC X(160)
                                               VALUE SPACES.
       01 WS-RECEIVE-LENGTH                   PIC S9(4) BINARY
                                               VALUE 160.
       01 WS-RECEIVE-RESP                     PIC S9(8) BINARY.
       01 WS-PARSE-POINTER                    PIC S9(4) BINARY
                                               VALUE 1.
       01 WS-INPUT-TRANSID                    PIC X(8) VALUE SPACES.
       01 WS-INPUT-VERB                       PIC X(8) VALUE SPACES.
       01 WS-INPUT-FILE                       PIC X(8) VALUE SPACES.
       01 WS-INPUT-KEY                        PIC X(8) VALUE SPACES.
       01 WS-INPUT-NUMBER                     PIC X(8) VALUE SPACES.
       01 WS-INPUT-SOS-ALERT                  PIC X(8) VALUE SPACES.
       01 WS-INPUT-DESC                       PIC X(40) VALUE SPACES.

      *
      * A typed number - its digits, left justified as typed, and
      * its value once checked.
      *
       01 WS-NUMBER-DIGITS                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-NUMBER-VALUE                     PIC 9(8) VALUE 0.
       01 WS-NUMBER-VALID                     PIC X VALUE 'N'.

      *
      * The ranges the typed numbers must fall in.
      *
       01 WS-TASK-PCT-MIN                     PIC 9(8) VALUE 1.
       01 WS-TASK-PCT-MAX                     PIC 9(8) VALUE 100.
       01 WS-KEEP-DAYS-MIN                    PIC 9(8) VALUE 1.
       01 WS-KEEP-DAYS-MAX                    PIC 9(8) VALUE 3660.

       01 WS-INPUT-VALID                      PIC X VALUE 'N'.

      *
      * The control file being maintained and its record, read
      * and written as one 80 byte record and viewed through the
      * layout of the file named.
      *
       01 WS-CONTROL-FILE                     PIC X(8) VALUE SPACES.
       01 WS-CONTROL-RID                      PIC X(8) VALUE SPACES.
       01 WS-CONTROL-RECORD                   PIC X(80) VALUE SPACES.
       01 WS-FILE-RESP                        PIC S9(8) BINARY.
       01 WS-BROWSE-EOF                       PIC X VALUE 'N'.

      *
      * The CMASLIST file record - one per CMAS network. SM540BAT,
      * SM540MON, SM540COL and SM540EXP share this layout.
      *
       01 WS-CMASLIST-RECORD.
          05 WS-CMASLIST-CMAS                 PIC X(8).
          05 WS-CMASLIST-DESC                 PIC X(40).
          05 FILLER                           PIC X(32).

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
      * The name SM540MON gives the anonymous connection to the
      * default CMAS - not a name a CMASLIST record can carry.
      *
       01 WS-LOCAL-NETWORK                    PIC X(8)
                                               VALUE '*LOCAL* '.

      *
      * The screen built for the reply - a heading, up to eighteen
      * detail lines (the first of a listing being its column
      * heading), and a message line.
      *
       01 WS-SCREEN-LINE-MAX                  PIC S9(4) BINARY
                                               VALUE 18.
       01 WS-SCREEN-LINE-CNT                  PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-SEND-BUFFER.
          05 WS-SCREEN-HEADING                PIC X(80).
          05 WS-SCREEN-LINE OCCURS 18         PIC X(80).
          05 WS-SCREEN-MESSAGE                PIC X(80).

       01 WS-DETAIL-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-KEY                    PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DETAIL-NUMBER                 PIC X(5).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DETAIL-SOS-ALERT              PIC X(3).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DETAIL-DESC                   PIC X(40).
          05 FILLER                           PIC X(17) VALUE SPACE.

       01 WS-DETAIL-PCT                       PIC ZZ9.
       01 WS-DETAIL-DAYS                      PIC ZZZZ9.

       01 WS-SEND-RESP                        PIC S9(8) BINARY.

       PROCEDURE DIVISION.
       CONTROL-MAIN SECTION.
       T000.

           MOVE SPACES TO WS-SEND-BUFFER.
           MOVE 0 TO WS-SCREEN-LINE-CNT.

           PERFORM RECEIVE-AND-PARSE-INPUT.

           MOVE SPACES TO WS-SCREEN-HEADING.
           STRING ' SM540CFG - CONTROL FILE MAINTENANCE  '
                  DELIMITED BY SIZE,
                  WS-CONTROL-FILE DELIMITED BY SIZE
                  INTO WS-SCREEN-HEADING.

           IF WS-CONTROL-FILE EQUAL SPACES
              MOVE ' FILE MUST BE CMASLIST, THRESHLD OR RETNDAYS'
                 TO WS-SCREEN-MESSAGE
           ELSE
              IF WS-INPUT-VERB EQUAL 'BROWSE'
                 PERFORM BROWSE-CONTROL-FILE
              ELSE
                 IF WS-INPUT-VERB EQUAL 'ADD'
                    PERFORM ADD-CONTROL-RECORD
                 ELSE
                    IF WS-INPUT-VERB EQUAL 'CHANGE'
                       PERFORM CHANGE-CONTROL-RECORD
                    ELSE
                       IF WS-INPUT-VERB EQUAL 'DELETE'
                          PERFORM DELETE-CONTROL-RECORD
                       ELSE
                          MOVE ' ENTER BROWSE, ADD, CHANGE OR DELETE'
                             TO WS-SCREEN-MESSAGE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           PERFORM SEND-REPLY-SCREEN.

           PERFORM GET-ME-OUT-OF-HERE.

       T999.
           EXIT.


      *
      * Receive the terminal input and split it into its tokens -
      * the verb, the file, the key, then the file's own operands,
      * and whatever follows those kept whole as the description.
      *
       RECEIVE-AND-PARSE-INPUT SECTION.
       RPI000.

           MOVE SPACES TO WS-RECEIVE-BUFFER.
           MOVE 160    TO WS-RECEIVE-LENGTH.

           EXEC CICS RECEIVE
                     INTO(WS-RECEIVE-BUFFER)
                     LENGTH(WS-RECEIVE-LENGTH)
                     RESP(WS-RECEIVE-RESP)
           END-EXEC.

           MOVE SPACES TO WS-INPUT-TRANSID.
           MOVE SPACES TO WS-INPUT-VERB.
           MOVE SPACES TO WS-INPUT-FILE.
           MOVE SPACES TO WS-INPUT-KEY.
           MOVE SPACES TO WS-INPUT-NUMBER.
           MOVE SPACES TO WS-INPUT-SOS-ALERT.
           MOVE SPACES TO WS-INPUT-DESC.
           MOVE SPACES TO WS-CONTROL-FILE.
           MOVE 1      TO WS-PARSE-POINTER.

           IF WS-RECEIVE-RESP EQUAL DFHRESP(NORMAL)

              UNSTRING WS-RECEIVE-BUFFER DELIMITED BY ALL ' '
                 INTO WS-INPUT-TRANSID
                      WS-INPUT-VERB
                      WS-INPUT-FILE
                      WS-INPUT-KEY
                 WITH POINTER WS-PARSE-POINTER

              IF WS-INPUT-FILE EQUAL 'CMASLIST' OR
                 WS-INPUT-FILE EQUAL 'THRESHLD' OR
                 WS-INPUT-FILE EQUAL 'RETNDAYS'
                 MOVE WS-INPUT-FILE TO WS-CONTROL-FILE
              END-IF

              IF WS-CONTROL-FILE EQUAL 'THRESHLD' AND
                 WS-PARSE-POINTER LESS THAN 160
                 UNSTRING WS-RECEIVE-BUFFER DELIMITED BY ALL ' '
                    INTO WS-INPUT-NUMBER
                         WS-INPUT-SOS-ALERT
                    WITH POINTER WS-PARSE-POINTER
              END-IF

              IF WS-CONTROL-FILE EQUAL 'RETNDAYS' AND
                 WS-PARSE-POINTER LESS THAN 160
                 UNSTRING WS-RECEIVE-BUFFER DELIMITED BY ALL ' '
                    INTO WS-INPUT-NUMBER
                    WITH POINTER WS-PARSE-POINTER
              END-IF

      *
      *       The description is everything after the file's
      *       operands, taken as typed rather than token by token.
      *
              IF WS-PARSE-POINTER LESS THAN 160
                 MOVE WS-RECEIVE-BUFFER(WS-PARSE-POINTER:)
                    TO WS-INPUT-DESC
              END-IF

           END-IF.

       RPI999.
           EXIT.


      *
      * List the control file a screenful at a time from the key
      * given (the top of the file when none is).
      *
       BROWSE-CONTROL-FILE SECTION.
       BRW000.

           IF WS-INPUT-KEY EQUAL SPACES
              MOVE LOW-VALUES TO WS-CONTROL-RID
           ELSE
              MOVE WS-INPUT-KEY TO WS-CONTROL-RID
           END-IF.

           EXEC CICS STARTBR
                     FILE(WS-CONTROL-FILE)
                     RIDFLD(WS-CONTROL-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE SPACES TO WS-SCREEN-MESSAGE
              STRING ' ' DELIMITED BY SIZE,
                     WS-CONTROL-FILE DELIMITED BY SIZE,
                     ' FILE BROWSE COULD NOT BE STARTED'
                     DELIMITED BY SIZE
                     INTO WS-SCREEN-MESSAGE
           ELSE

      *
      *       Head the listing with the file's columns.
      *
              MOVE SPACES TO WS-DETAIL-LINE

              IF WS-CONTROL-FILE EQUAL 'CMASLIST'
                 MOVE 'CMAS'     TO WS-DETAIL-KEY
              END-IF

              IF WS-CONTROL-FILE EQUAL 'THRESHLD'
                 MOVE 'NAME'     TO WS-DETAIL-KEY
                 MOVE '  PCT'    TO WS-DETAIL-NUMBER
                 MOVE 'SOS'      TO WS-DETAIL-SOS-ALERT
              END-IF

              IF WS-CONTROL-FILE EQUAL 'RETNDAYS'
                 MOVE 'GROUP'    TO WS-DETAIL-KEY
                 MOVE ' DAYS'    TO WS-DETAIL-NUMBER
              END-IF

              MOVE 'DESCRIPTION' TO WS-DETAIL-DESC
              ADD 1 TO WS-SCREEN-LINE-CNT
              MOVE WS-DETAIL-LINE TO WS-SCREEN-LINE(WS-SCREEN-LINE-CNT)

              MOVE 'N' TO WS-BROWSE-EOF

              PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE(WS-CONTROL-FILE)
                           INTO(WS-CONTROL-RECORD)
                           RIDFLD(WS-CONTROL-RID)
                           RESP(WS-FILE-RESP)
                 END-EXEC

                 IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BROWSE-EOF
                    MOVE ' END OF FILE REACHED' TO WS-SCREEN-MESSAGE
                 ELSE

                    IF WS-SCREEN-LINE-CNT LESS THAN WS-SCREEN-LINE-MAX
                       ADD 1 TO WS-SCREEN-LINE-CNT
                       PERFORM FORMAT-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO
                          WS-SCREEN-LINE(WS-SCREEN-LINE-CNT)
                    ELSE
                       MOVE 'Y' TO WS-BROWSE-EOF
                       MOVE ' MORE - CONTINUE FROM LAST KEY'
                          TO WS-SCREEN-MESSAGE
                    END-IF

                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE(WS-CONTROL-FILE)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-SCREEN-LINE-CNT EQUAL 1
                 MOVE ' NO RECORDS ON FILE' TO WS-SCREEN-MESSAGE
              END-IF

           END-IF.

       BRW999.
           EXIT.


      *
      * Format the control record just read into a detail line,
      * through the layout of the file being browsed.
      *
       FORMAT-DETAIL-LINE SECTION.
       FDL000.

           MOVE SPACES TO WS-DETAIL-LINE.

           IF WS-CONTROL-FILE EQUAL 'CMASLIST'
              MOVE WS-CONTROL-RECORD TO WS-CMASLIST-RECORD
              MOVE WS-CMASLIST-CMAS  TO WS-DETAIL-KEY
              MOVE WS-CMASLIST-DESC  TO WS-DETAIL-DESC
           END-IF.

           IF WS-CONTROL-FILE EQUAL 'THRESHLD'
              MOVE WS-CONTROL-RECORD TO WS-THRESHOLD-RECORD
              MOVE WS-THRESHOLD-NAME TO WS-DETAIL-KEY
              IF WS-THRESHOLD-TASK-PCT NUMERIC
                 MOVE WS-THRESHOLD-TASK-PCT TO WS-DETAIL-PCT
                 MOVE WS-DETAIL-PCT TO WS-DETAIL-NUMBER(3:3)
              ELSE
                 MOVE '  ???' TO WS-DETAIL-NUMBER
              END-IF
              MOVE WS-THRESHOLD-SOS-ALERT TO WS-DETAIL-SOS-ALERT
              MOVE WS-THRESHOLD-DESC      TO WS-DETAIL-DESC
           END-IF.

           IF WS-CONTROL-FILE EQUAL 'RETNDAYS'
              MOVE WS-CONTROL-RECORD TO WS-RETAIN-RECORD
              MOVE WS-RETAIN-GROUP   TO WS-DETAIL-KEY
              IF WS-RETAIN-KEEP-DAYS NUMERIC
                 MOVE WS-RETAIN-KEEP-DAYS TO WS-DETAIL-DAYS
                 MOVE WS-DETAIL-DAYS TO WS-DETAIL-NUMBER
              ELSE
                 MOVE '  ???' TO WS-DETAIL-NUMBER
              END-IF
              MOVE WS-RETAIN-DESC TO WS-DETAIL-DESC
           END-IF.

       FDL999.
           EXIT.


      *
      * Check the typed number in WS-INPUT-NUMBER - one to five
      * digits and nothing else - and take its value.
      *
       CHECK-INPUT-NUMBER SECTION.
       CIN000.

           MOVE 'N' TO WS-NUMBER-VALID.
           MOVE 0   TO WS-NUMBER-VALUE.
           MOVE 0   TO WS-NUMBER-DIGITS.

           INSPECT WS-INPUT-NUMBER TALLYING WS-NUMBER-DIGITS
              FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-NUMBER-DIGITS GREATER THAN 0 AND
              WS-NUMBER-DIGITS NOT GREATER THAN 5
              IF WS-INPUT-NUMBER(1:WS-NUMBER-DIGITS) NUMERIC AND
                 WS-INPUT-NUMBER(WS-NUMBER-DIGITS + 1:) EQUAL SPACES
                 MOVE WS-INPUT-NUMBER(1:WS-NUMBER-DIGITS)
                    TO WS-NUMBER-VALUE
                 MOVE 'Y' TO WS-NUMBER-VALID
              END-IF
           END-IF.

       CIN999.
           EXIT.


      *
      * Check the operands of an ADD or CHANGE against the rules of
      * the file named, and build the record to write from them.
      *
       VALIDATE-CONTROL-INPUT SECTION.
       VCI000.

           MOVE 'Y' TO WS-INPUT-VALID.

           IF WS-INPUT-KEY EQUAL SPACES
              MOVE ' A KEY IS REQUIRED AFTER THE FILE NAME'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-CONTROL-FILE EQUAL 'CMASLIST' AND
              WS-INPUT-KEY EQUAL WS-LOCAL-NETWORK
              MOVE ' *LOCAL* IS RESERVED - NAME THE CMAS ITSELF'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-CONTROL-FILE NOT EQUAL 'CMASLIST'
              PERFORM CHECK-INPUT-NUMBER
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-CONTROL-FILE EQUAL 'THRESHLD' AND
              (WS-NUMBER-VALID NOT EQUAL 'Y' OR
               WS-NUMBER-VALUE LESS THAN WS-TASK-PCT-MIN OR
               WS-NUMBER-VALUE GREATER THAN WS-TASK-PCT-MAX)
              MOVE ' TASK PERCENTAGE MUST BE A NUMBER FROM 1 TO 100'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-CONTROL-FILE EQUAL 'THRESHLD' AND
              WS-INPUT-SOS-ALERT NOT EQUAL 'Y' AND
              WS-INPUT-SOS-ALERT NOT EQUAL 'N'
              MOVE ' SOS ALERT MUST BE Y OR N'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-CONTROL-FILE EQUAL 'RETNDAYS' AND
              (WS-NUMBER-VALID NOT EQUAL 'Y' OR
               WS-NUMBER-VALUE LESS THAN WS-KEEP-DAYS-MIN OR
               WS-NUMBER-VALUE GREATER THAN WS-KEEP-DAYS-MAX)
              MOVE ' KEEP-DAYS MUST BE A NUMBER FROM 1 TO 3660'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

      *
      *    Build the record in the file's own layout.
      *
           IF WS-INPUT-VALID EQUAL 'Y'

              IF WS-CONTROL-FILE EQUAL 'CMASLIST'
                 MOVE SPACES        TO WS-CMASLIST-RECORD
                 MOVE WS-INPUT-KEY  TO WS-CMASLIST-CMAS
                 MOVE WS-INPUT-DESC TO WS-CMASLIST-DESC
                 MOVE WS-CMASLIST-RECORD TO WS-CONTROL-RECORD
              END-IF

              IF WS-CONTROL-FILE EQUAL 'THRESHLD'
                 MOVE SPACES          TO WS-THRESHOLD-RECORD
                 MOVE WS-INPUT-KEY    TO WS-THRESHOLD-NAME
                 MOVE WS-NUMBER-VALUE TO WS-THRESHOLD-TASK-PCT
                 MOVE WS-INPUT-SOS-ALERT TO WS-THRESHOLD-SOS-ALERT
                 MOVE WS-INPUT-DESC   TO WS-THRESHOLD-DESC
                 MOVE WS-THRESHOLD-RECORD TO WS-CONTROL-RECORD
              END-IF

              IF WS-CONTROL-FILE EQUAL 'RETNDAYS'
                 MOVE SPACES          TO WS-RETAIN-RECORD
                 MOVE WS-INPUT-KEY    TO WS-RETAIN-GROUP
                 MOVE WS-NUMBER-VALUE TO WS-RETAIN-KEEP-DAYS
                 MOVE WS-INPUT-DESC   TO WS-RETAIN-DESC
                 MOVE WS-RETAIN-RECORD TO WS-CONTROL-RECORD
              END-IF

           END-IF.

       VCI999.
           EXIT.


      *
      * Add a new control record. A key already on the file - a
      * CMAS already on the list, above all - is refused.
      *
       ADD-CONTROL-RECORD SECTION.
       ADD000.

           PERFORM VALIDATE-CONTROL-INPUT.

           IF WS-INPUT-VALID EQUAL 'Y'

              MOVE WS-INPUT-KEY TO WS-CONTROL-RID

              EXEC CICS WRITE
                        FILE(WS-CONTROL-FILE)
                        FROM(WS-CONTROL-RECORD)
                        RIDFLD(WS-CONTROL-RID)
                        LENGTH(LENGTH OF WS-CONTROL-RECORD)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE ' RECORD ADDED' TO WS-SCREEN-MESSAGE
              ELSE
                 IF WS-FILE-RESP EQUAL DFHRESP(DUPREC)
                    MOVE SPACES TO WS-SCREEN-MESSAGE
                    STRING ' ' DELIMITED BY SIZE,
                           WS-INPUT-KEY DELIMITED BY SPACE,
                           ' IS ALREADY ON THE ' DELIMITED BY SIZE,
                           WS-CONTROL-FILE DELIMITED BY SIZE,
                           ' FILE' DELIMITED BY SIZE
                           INTO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' ADD FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CFG: WRITE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF
              END-IF

           END-IF.

       ADD999.
           EXIT.


      *
      * Replace everything but the key of an existing control
      * record.
      *
       CHANGE-CONTROL-RECORD SECTION.
       CHG000.

           PERFORM VALIDATE-CONTROL-INPUT.

           IF WS-INPUT-VALID EQUAL 'Y'

              MOVE WS-INPUT-KEY TO WS-CONTROL-RID

      *
      *       Read for update into the file's own layout, so the
      *       record built by the validation is left to rewrite.
      *
              IF WS-CONTROL-FILE EQUAL 'CMASLIST'
                 EXEC CICS READ
                           FILE(WS-CONTROL-FILE)
                           INTO(WS-CMASLIST-RECORD)
                           RIDFLD(WS-CONTROL-RID)
                           UPDATE
                           RESP(WS-FILE-RESP)
                 END-EXEC
              END-IF

              IF WS-CONTROL-FILE EQUAL 'THRESHLD'
                 EXEC CICS READ
                           FILE(WS-CONTROL-FILE)
                           INTO(WS-THRESHOLD-RECORD)
                           RIDFLD(WS-CONTROL-RID)
                           UPDATE
                           RESP(WS-FILE-RESP)
                 END-EXEC
              END-IF

              IF WS-CONTROL-FILE EQUAL 'RETNDAYS'
                 EXEC CICS READ
                           FILE(WS-CONTROL-FILE)
                           INTO(WS-RETAIN-RECORD)
                           RIDFLD(WS-CONTROL-RID)
                           UPDATE
                           RESP(WS-FILE-RESP)
                 END-EXEC
              END-IF

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE SPACES TO WS-SCREEN-MESSAGE
                    STRING ' ' DELIMITED BY SIZE,
                           WS-INPUT-KEY DELIMITED BY SPACE,
                           ' IS NOT ON THE ' DELIMITED BY SIZE,
                           WS-CONTROL-FILE DELIMITED BY SIZE,
                           ' FILE' DELIMITED BY SIZE
                           INTO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' CHANGE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CFG: READ UPDATE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF
              ELSE

                 EXEC CICS REWRITE
                           FILE(WS-CONTROL-FILE)
                           FROM(WS-CONTROL-RECORD)
                           LENGTH(LENGTH OF WS-CONTROL-RECORD)
                           RESP(WS-FILE-RESP)
                 END-EXEC

                 IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                    MOVE ' RECORD CHANGED' TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' CHANGE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CFG: REWRITE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF

              END-IF

           END-IF.

       CHG999.
           EXIT.


      *
      * Delete the control record for the key given.
      *
       DELETE-CONTROL-RECORD SECTION.
       DEL000.

           IF WS-INPUT-KEY EQUAL SPACES
              MOVE ' DELETE NEEDS A KEY' TO WS-SCREEN-MESSAGE
           ELSE

              MOVE WS-INPUT-KEY TO WS-CONTROL-RID

              EXEC CICS DELETE
                        FILE(WS-CONTROL-FILE)
                        RIDFLD(WS-CONTROL-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE ' RECORD DELETED' TO WS-SCREEN-MESSAGE
              ELSE
                 IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE SPACES TO WS-SCREEN-MESSAGE
                    STRING ' ' DELIMITED BY SIZE,
                           WS-INPUT-KEY DELIMITED BY SPACE,
                           ' IS NOT ON THE ' DELIMITED BY SIZE,
                           WS-CONTROL-FILE DELIMITED BY SIZE,
                           ' FILE' DELIMITED BY SIZE
                           INTO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' DELETE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CFG: DELETE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF
              END-IF

           END-IF.

       DEL999.
           EXIT.


      *
      * Send the reply screen built by the action performed.
      *
       SEND-REPLY-SCREEN SECTION.
       SRS000.

           EXEC CICS SEND TEXT
                     FROM(WS-SEND-BUFFER)
                     LENGTH(LENGTH OF WS-SEND-BUFFER)
                     ERASE
                     FREEKB
                     RESP(WS-SEND-RESP)
           END-EXEC.

           IF WS-SEND-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'SM540CFG: SEND TEXT failed, '
      D               'RESP(' WS-SEND-RESP ')'
           END-IF.

       SRS999.
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
