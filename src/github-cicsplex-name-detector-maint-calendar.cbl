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
      * Title: SM540CAL - Online maintenance for the MAINTCAL planned
      *                    maintenance calendar
      *
      *
      * Description: This transaction maintains the MAINTCAL file -
      *              the calendar of agreed change windows that
      *              SM540MON and SM540API consult before raising an
      *              alarm, so an outage we planned does not open an
      *              incident.
      *
      *              Each entry names what is being worked on - a
      *              CMAS network (as named on the CMASLIST file), a
      *              CICSplex, a region group (as on the APPLIDS
      *              file) or a single APPLID - with the window's
      *              start and end date/time and the change
      *              reference that authorised it. While a window is
      *              active SM540MON reports an affected plex that
      *              does not answer as PLANNED rather than down, and
      *              SM540API downgrades its threshold messages for
      *              an affected region.
      *
      *              The transaction is command driven from a 3270
      *              screen in the style of SMNT - one action per
      *              invocation:
      *
      *                SMCL BROWSE  [type] [name] [yyyymmdd [hhmm]]
      *                SMCL ADD     type name yyyymmdd hhmm
      *                             yyyymmdd hhmm change-ref desc...
      *                SMCL CHANGE  type name yyyymmdd hhmm
      *                             yyyymmdd hhmm change-ref desc...
      *                SMCL DELETE  type name yyyymmdd hhmm
      *
      *              The type is NETWORK, PLEX, GROUP or APPLID. The
      *              first date/time pair is the window start, the
      *              second its end, both local time. An entry is
      *              identified by its type, name and start, so
      *              CHANGE replaces the end, change reference and
      *              description of the entry with that start; to
      *              move a start, DELETE and ADD again.
      *
      *              BROWSE lists the calendar a screenful at a time
      *              from the type, name and start given (or from the
      *              top), marking with an asterisk any window active
      *              now; a start with no time starts at 0000. When a
      *              screen fills, the message line gives the type,
      *              name and start of the last entry shown - repeat
      *              BROWSE with them to continue from that entry,
      *              even part way through one name's windows.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540CAL.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *
      * The terminal input line and its parsed tokens. Whatever
      * follows the change reference is kept whole as the
      * description.
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
       01 WS-INPUT-TYPE                       PIC X(8) VALUE SPACES.
       01 WS-INPUT-NAME                       PIC X(8) VALUE SPACES.
       01 WS-INPUT-START-DATE                 PIC X(8) VALUE SPACES.
       01 WS-INPUT-START-TIME                 PIC X(4) VALUE SPACES.
       01 WS-INPUT-END-DATE                   PIC X(8) VALUE SPACES.
       01 WS-INPUT-END-TIME                   PIC X(4) VALUE SPACES.
       01 WS-INPUT-CHANGE-REF                 PIC X(12) VALUE SPACES.
       01 WS-INPUT-DESC                       PIC X(30) VALUE SPACES.

      *
      * The entry type code the typed type word stands for - N for
      * a CMAS network, P for a CICSplex, G for a region group, A
      * for an APPLID - and the type word shown for a code.
      *
       01 WS-TYPE-CODE                        PIC X(1) VALUE SPACE.
       01 WS-TYPE-WORD                        PIC X(7) VALUE SPACES.

      *
      * The MAINTCAL file record - keyed on the entry type, the
      * name it applies to and the window start, so all of one
      * name's windows sit together in start order. SM540MON and
      * SM540API share this layout.
      *
       01 WS-CALENDAR-FILE                    PIC X(8)
                                               VALUE 'MAINTCAL'.
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

      *
      * The key of the last entry put on the BROWSE screen, for the
      * continuation given in the message line when the screen
      * fills.
      *
       01 WS-LAST-SHOWN-KEY.
          05 WS-LAST-SHOWN-TYPE               PIC X(1).
          05 WS-LAST-SHOWN-NAME               PIC X(8).
          05 WS-LAST-SHOWN-DATE               PIC X(8).
          05 WS-LAST-SHOWN-TIME               PIC X(4).
       01 WS-FILE-RESP                        PIC S9(8) BINARY.
       01 WS-BROWSE-EOF                       PIC X VALUE 'N'.

      *
      * Window start and end as single YYYYMMDDHHMM stamps, and the
      * current time the same way, for the validation and for the
      * BROWSE active-now marker.
      *
       01 WS-START-STAMP                      PIC X(12) VALUE SPACES.
       01 WS-END-STAMP                        PIC X(12) VALUE SPACES.
       01 WS-NOW-STAMP                        PIC X(12) VALUE SPACES.
       01 WS-NOW-DATE                         PIC X(8) VALUE SPACES.
       01 WS-NOW-TIME                         PIC X(6) VALUE SPACES.
       01 WS-ABSTIME                          PIC S9(15) BINARY.

       01 WS-INPUT-VALID                      PIC X VALUE 'N'.

      *
      * The screen built for the reply - a heading, up to eighteen
      * detail lines, and a message line.
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
          05 WS-DETAIL-ACTIVE                 PIC X(1).
          05 WS-DETAIL-TYPE                   PIC X(7).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-NAME                   PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-START-DATE             PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-START-TIME             PIC X(4).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-END-DATE               PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-END-TIME               PIC X(4).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-CHANGE-REF             PIC X(12).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DETAIL-DESC                   PIC X(21).

       01 WS-SEND-RESP                        PIC S9(8) BINARY.

       PROCEDURE DIVISION.
       CALENDAR-MAIN SECTION.
       T000.

           MOVE SPACES TO WS-SEND-BUFFER.
           MOVE ' SM540CAL - MAINTENANCE CALENDAR MAINTENANCE'
              TO WS-SCREEN-HEADING.
           MOVE 0 TO WS-SCREEN-LINE-CNT.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     TIME(WS-NOW-TIME)
           END-EXEC.

           MOVE WS-NOW-DATE      TO WS-NOW-STAMP(1:8).
           MOVE WS-NOW-TIME(1:4) TO WS-NOW-STAMP(9:4).

           PERFORM RECEIVE-AND-PARSE-INPUT.

           IF WS-INPUT-VERB EQUAL 'BROWSE'
              PERFORM BROWSE-CALENDAR
           ELSE
              IF WS-INPUT-VERB EQUAL 'ADD'
                 PERFORM ADD-CALENDAR-ENTRY
              ELSE
                 IF WS-INPUT-VERB EQUAL 'CHANGE'
                    PERFORM CHANGE-CALENDAR-ENTRY
                 ELSE
                    IF WS-INPUT-VERB EQUAL 'DELETE'
                       PERFORM DELETE-CALENDAR-ENTRY
                    ELSE
                       MOVE ' ENTER BROWSE, ADD, CHANGE OR DELETE'
                          TO WS-SCREEN-MESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           PERFORM SEND-REPLY-SCREEN.

           PERFORM GET-ME-OUT-OF-HERE.

       T999.
           EXIT.


      *
      * Receive the terminal input and split it into its tokens.
      * Whatever follows the change reference is kept whole as the
      * description.
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
           MOVE SPACES TO WS-INPUT-TYPE.
           MOVE SPACES TO WS-INPUT-NAME.
           MOVE SPACES TO WS-INPUT-START-DATE.
           MOVE SPACES TO WS-INPUT-START-TIME.
           MOVE SPACES TO WS-INPUT-END-DATE.
           MOVE SPACES TO WS-INPUT-END-TIME.
           MOVE SPACES TO WS-INPUT-CHANGE-REF.
           MOVE SPACES TO WS-INPUT-DESC.
           MOVE 1      TO WS-PARSE-POINTER.

           IF WS-RECEIVE-RESP EQUAL DFHRESP(NORMAL)

              UNSTRING WS-RECEIVE-BUFFER DELIMITED BY ALL ' '
                 INTO WS-INPUT-TRANSID
                      WS-INPUT-VERB
                      WS-INPUT-TYPE
                      WS-INPUT-NAME
                      WS-INPUT-START-DATE
                      WS-INPUT-START-TIME
                      WS-INPUT-END-DATE
                      WS-INPUT-END-TIME
                      WS-INPUT-CHANGE-REF
                 WITH POINTER WS-PARSE-POINTER

      *
      *       The description is everything after the change
      *       reference, taken as typed rather than token by token.
      *
              IF WS-PARSE-POINTER LESS THAN 160
                 MOVE WS-RECEIVE-BUFFER(WS-PARSE-POINTER:)
                    TO WS-INPUT-DESC
              END-IF

           END-IF.

      *
      *    Turn the typed type word into its key code.
      *
           MOVE SPACE TO WS-TYPE-CODE.

           IF WS-INPUT-TYPE EQUAL 'NETWORK'
              MOVE 'N' TO WS-TYPE-CODE
           END-IF.

           IF WS-INPUT-TYPE EQUAL 'PLEX'
              MOVE 'P' TO WS-TYPE-CODE
           END-IF.

           IF WS-INPUT-TYPE EQUAL 'GROUP'
              MOVE 'G' TO WS-TYPE-CODE
           END-IF.

           IF WS-INPUT-TYPE EQUAL 'APPLID'
              MOVE 'A' TO WS-TYPE-CODE
           END-IF.

       RPI999.
           EXIT.


      *
      * List the calendar a screenful at a time, from the type,
      * name and start given (the whole file when none is), marking
      * each window that is active now. A start takes the same
      * checks as the start of an ADD, and builds the whole key.
      *
       BROWSE-CALENDAR SECTION.
       BRW000.

           MOVE LOW-VALUES TO WS-CALENDAR-KEY.
           MOVE 'Y'        TO WS-INPUT-VALID.

           IF WS-INPUT-TYPE NOT EQUAL SPACES AND
              WS-TYPE-CODE EQUAL SPACE
              MOVE ' TYPE MUST BE NETWORK, PLEX, GROUP OR APPLID'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-TYPE-CODE NOT EQUAL SPACE
              MOVE WS-TYPE-CODE TO WS-CALENDAR-TYPE
              IF WS-INPUT-NAME NOT EQUAL SPACES
                 MOVE WS-INPUT-NAME TO WS-CALENDAR-NAME
              END-IF
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-INPUT-START-DATE NOT EQUAL SPACES
              IF WS-INPUT-START-TIME EQUAL SPACES
                 MOVE '0000' TO WS-INPUT-START-TIME
              END-IF
              PERFORM VALIDATE-ENTRY-KEY
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y'
              PERFORM LIST-CALENDAR-ENTRIES
           END-IF.

       BRW999.
           EXIT.


      *
      * Browse the calendar from the key set up by BROWSE-CALENDAR,
      * filling the screen.
      *
       LIST-CALENDAR-ENTRIES SECTION.
       LCE000.

           MOVE WS-CALENDAR-KEY TO WS-CALENDAR-RID.

           EXEC CICS STARTBR
                     FILE(WS-CALENDAR-FILE)
                     RIDFLD(WS-CALENDAR-RID)
                     GTEQ
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE ' MAINTCAL FILE BROWSE COULD NOT BE STARTED'
                 TO WS-SCREEN-MESSAGE
           ELSE

              MOVE 'N' TO WS-BROWSE-EOF

              PERFORM UNTIL WS-BROWSE-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE(WS-CALENDAR-FILE)
                           INTO(WS-CALENDAR-RECORD)
                           RIDFLD(WS-CALENDAR-RID)
                           RESP(WS-FILE-RESP)
                 END-EXEC

                 IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-BROWSE-EOF
                    MOVE ' END OF FILE REACHED' TO WS-SCREEN-MESSAGE
                 ELSE

                    IF WS-SCREEN-LINE-CNT LESS THAN
                       WS-SCREEN-LINE-MAX
                       ADD 1 TO WS-SCREEN-LINE-CNT
                       PERFORM FORMAT-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO
                          WS-SCREEN-LINE(WS-SCREEN-LINE-CNT)
                       MOVE WS-CALENDAR-KEY TO WS-LAST-SHOWN-KEY
                    ELSE
                       MOVE 'Y' TO WS-BROWSE-EOF
                       MOVE WS-LAST-SHOWN-TYPE TO WS-TYPE-CODE
                       PERFORM SET-TYPE-WORD
                       MOVE SPACES TO WS-SCREEN-MESSAGE
                       STRING ' MORE - CONTINUE WITH BROWSE '
                              DELIMITED BY SIZE,
                              WS-TYPE-WORD DELIMITED BY SPACE,
                              ' ' DELIMITED BY SIZE,
                              WS-LAST-SHOWN-NAME DELIMITED BY SPACE,
                              ' ' DELIMITED BY SIZE,
                              WS-LAST-SHOWN-DATE DELIMITED BY SIZE,
                              ' ' DELIMITED BY SIZE,
                              WS-LAST-SHOWN-TIME DELIMITED BY SIZE
                              INTO WS-SCREEN-MESSAGE
                    END-IF

                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE(WS-CALENDAR-FILE)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-SCREEN-LINE-CNT EQUAL 0
                 MOVE ' NO ENTRIES ON THE CALENDAR'
                    TO WS-SCREEN-MESSAGE
              END-IF

           END-IF.

       LCE999.
           EXIT.


      *
      * Format the calendar record just read as a screen detail
      * line, with an asterisk in front when its window covers the
      * current time.
      *
       FORMAT-DETAIL-LINE SECTION.
       FDL000.

           MOVE SPACES TO WS-DETAIL-LINE.

           MOVE WS-CALENDAR-START-DATE TO WS-START-STAMP(1:8).
           MOVE WS-CALENDAR-START-TIME TO WS-START-STAMP(9:4).
           MOVE WS-CALENDAR-END-DATE   TO WS-END-STAMP(1:8).
           MOVE WS-CALENDAR-END-TIME   TO WS-END-STAMP(9:4).

           IF WS-START-STAMP NOT GREATER THAN WS-NOW-STAMP AND
              WS-END-STAMP GREATER THAN WS-NOW-STAMP
              MOVE '*' TO WS-DETAIL-ACTIVE
           END-IF.

           MOVE WS-CALENDAR-TYPE TO WS-TYPE-CODE.
           PERFORM SET-TYPE-WORD.
           MOVE WS-TYPE-WORD TO WS-DETAIL-TYPE.

           MOVE WS-CALENDAR-NAME       TO WS-DETAIL-NAME.
           MOVE WS-CALENDAR-START-DATE TO WS-DETAIL-START-DATE.
           MOVE WS-CALENDAR-START-TIME TO WS-DETAIL-START-TIME.
           MOVE WS-CALENDAR-END-DATE   TO WS-DETAIL-END-DATE.
           MOVE WS-CALENDAR-END-TIME   TO WS-DETAIL-END-TIME.
           MOVE WS-CALENDAR-CHANGE-REF TO WS-DETAIL-CHANGE-REF.
           MOVE WS-CALENDAR-DESC       TO WS-DETAIL-DESC.

       FDL999.
           EXIT.


      *
      * Set WS-TYPE-WORD to the type word for the code in
      * WS-TYPE-CODE.
      *
       SET-TYPE-WORD SECTION.
       STW000.

           MOVE WS-TYPE-CODE TO WS-TYPE-WORD.

           IF WS-TYPE-CODE EQUAL 'N'
              MOVE 'NETWORK' TO WS-TYPE-WORD
           END-IF.

           IF WS-TYPE-CODE EQUAL 'P'
              MOVE 'PLEX'    TO WS-TYPE-WORD
           END-IF.

           IF WS-TYPE-CODE EQUAL 'G'
              MOVE 'GROUP'   TO WS-TYPE-WORD
           END-IF.

           IF WS-TYPE-CODE EQUAL 'A'
              MOVE 'APPLID'  TO WS-TYPE-WORD
           END-IF.

       STW999.
           EXIT.


      *
      * Check the operands of an ADD or CHANGE - a known type, a
      * name, a real start and end date/time with the end after
      * the start, and a change reference - leaving the first
      * fault found in the message line.
      *
       VALIDATE-CALENDAR-INPUT SECTION.
       VCI000.

           PERFORM VALIDATE-ENTRY-KEY.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              (WS-INPUT-END-DATE NOT NUMERIC OR
               WS-INPUT-END-DATE(5:2) LESS THAN '01' OR
               WS-INPUT-END-DATE(5:2) GREATER THAN '12' OR
               WS-INPUT-END-DATE(7:2) LESS THAN '01' OR
               WS-INPUT-END-DATE(7:2) GREATER THAN '31')
              MOVE ' END DATE MUST BE A VALID YYYYMMDD'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              (WS-INPUT-END-TIME NOT NUMERIC OR
               WS-INPUT-END-TIME(1:2) GREATER THAN '23' OR
               WS-INPUT-END-TIME(3:2) GREATER THAN '59')
              MOVE ' END TIME MUST BE A VALID HHMM'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           MOVE WS-INPUT-START-DATE TO WS-START-STAMP(1:8).
           MOVE WS-INPUT-START-TIME TO WS-START-STAMP(9:4).
           MOVE WS-INPUT-END-DATE   TO WS-END-STAMP(1:8).
           MOVE WS-INPUT-END-TIME   TO WS-END-STAMP(9:4).

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-END-STAMP NOT GREATER THAN WS-START-STAMP
              MOVE ' WINDOW MUST END AFTER IT STARTS'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-INPUT-CHANGE-REF EQUAL SPACES
              MOVE ' A CHANGE REFERENCE IS REQUIRED'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

       VCI999.
           EXIT.


      *
      * Check the operands that identify an entry - a known type,
      * a name and a real start date/time - and set up the key.
      *
       VALIDATE-ENTRY-KEY SECTION.
       VEK000.

           MOVE 'Y' TO WS-INPUT-VALID.

           IF WS-TYPE-CODE EQUAL SPACE
              MOVE ' TYPE MUST BE NETWORK, PLEX, GROUP OR APPLID'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              WS-INPUT-NAME EQUAL SPACES
              MOVE ' A NAME IS REQUIRED AFTER THE TYPE'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              (WS-INPUT-START-DATE NOT NUMERIC OR
               WS-INPUT-START-DATE(5:2) LESS THAN '01' OR
               WS-INPUT-START-DATE(5:2) GREATER THAN '12' OR
               WS-INPUT-START-DATE(7:2) LESS THAN '01' OR
               WS-INPUT-START-DATE(7:2) GREATER THAN '31')
              MOVE ' START DATE MUST BE A VALID YYYYMMDD'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           IF WS-INPUT-VALID EQUAL 'Y' AND
              (WS-INPUT-START-TIME NOT NUMERIC OR
               WS-INPUT-START-TIME(1:2) GREATER THAN '23' OR
               WS-INPUT-START-TIME(3:2) GREATER THAN '59')
              MOVE ' START TIME MUST BE A VALID HHMM'
                 TO WS-SCREEN-MESSAGE
              MOVE 'N' TO WS-INPUT-VALID
           END-IF.

           MOVE SPACES              TO WS-CALENDAR-KEY.
           MOVE WS-TYPE-CODE        TO WS-CALENDAR-TYPE.
           MOVE WS-INPUT-NAME       TO WS-CALENDAR-NAME.
           MOVE WS-INPUT-START-DATE TO WS-CALENDAR-START-DATE.
           MOVE WS-INPUT-START-TIME TO WS-CALENDAR-START-TIME.
           MOVE WS-CALENDAR-KEY     TO WS-CALENDAR-RID.

       VEK999.
           EXIT.


      *
      * Add a new calendar entry.
      *
       ADD-CALENDAR-ENTRY SECTION.
       ADD000.

           PERFORM VALIDATE-CALENDAR-INPUT.

           IF WS-INPUT-VALID EQUAL 'Y'

              MOVE SPACES              TO WS-CALENDAR-RECORD
              MOVE WS-TYPE-CODE        TO WS-CALENDAR-TYPE
              MOVE WS-INPUT-NAME       TO WS-CALENDAR-NAME
              MOVE WS-INPUT-START-DATE TO WS-CALENDAR-START-DATE
              MOVE WS-INPUT-START-TIME TO WS-CALENDAR-START-TIME
              MOVE WS-INPUT-END-DATE   TO WS-CALENDAR-END-DATE
              MOVE WS-INPUT-END-TIME   TO WS-CALENDAR-END-TIME
              MOVE WS-INPUT-CHANGE-REF TO WS-CALENDAR-CHANGE-REF
              MOVE WS-INPUT-DESC       TO WS-CALENDAR-DESC
              MOVE WS-CALENDAR-KEY     TO WS-CALENDAR-RID

              EXEC CICS WRITE
                        FILE(WS-CALENDAR-FILE)
                        FROM(WS-CALENDAR-RECORD)
                        RIDFLD(WS-CALENDAR-RID)
                        LENGTH(LENGTH OF WS-CALENDAR-RECORD)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE ' ENTRY ADDED' TO WS-SCREEN-MESSAGE
              ELSE
                 IF WS-FILE-RESP EQUAL DFHRESP(DUPREC)
                    MOVE ' AN ENTRY WITH THAT START IS ALREADY ON FILE'
                       TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' ADD FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CAL: WRITE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF
              END-IF

           END-IF.

       ADD999.
           EXIT.


      *
      * Replace the end, change reference and description of an
      * existing calendar entry.
      *
       CHANGE-CALENDAR-ENTRY SECTION.
       CHG000.

           PERFORM VALIDATE-CALENDAR-INPUT.

           IF WS-INPUT-VALID EQUAL 'Y'

              EXEC CICS READ
                        FILE(WS-CALENDAR-FILE)
                        INTO(WS-CALENDAR-RECORD)
                        RIDFLD(WS-CALENDAR-RID)
                        UPDATE
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE ' NO ENTRY WITH THAT START IS ON FILE'
                       TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' CHANGE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CAL: READ UPDATE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF
              ELSE

                 MOVE WS-INPUT-END-DATE   TO WS-CALENDAR-END-DATE
                 MOVE WS-INPUT-END-TIME   TO WS-CALENDAR-END-TIME
                 MOVE WS-INPUT-CHANGE-REF TO WS-CALENDAR-CHANGE-REF
                 MOVE WS-INPUT-DESC       TO WS-CALENDAR-DESC

                 EXEC CICS REWRITE
                           FILE(WS-CALENDAR-FILE)
                           FROM(WS-CALENDAR-RECORD)
                           LENGTH(LENGTH OF WS-CALENDAR-RECORD)
                           RESP(WS-FILE-RESP)
                 END-EXEC

                 IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                    MOVE ' ENTRY CHANGED' TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' CHANGE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CAL: REWRITE failed, '
      D                     'RESP(' WS-FILE-RESP ')'
                 END-IF

              END-IF

           END-IF.

       CHG999.
           EXIT.


      *
      * Delete the calendar entry with the type, name and start
      * given.
      *
       DELETE-CALENDAR-ENTRY SECTION.
       DEL000.

           PERFORM VALIDATE-ENTRY-KEY.

           IF WS-INPUT-VALID EQUAL 'Y'

              EXEC CICS DELETE
                        FILE(WS-CALENDAR-FILE)
                        RIDFLD(WS-CALENDAR-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE ' ENTRY DELETED' TO WS-SCREEN-MESSAGE
              ELSE
                 IF WS-FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE ' NO ENTRY WITH THAT START IS ON FILE'
                       TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE ' DELETE FAILED - SEE THE REGION JOB LOG'
                       TO WS-SCREEN-MESSAGE
      D             DISPLAY 'SM540CAL: DELETE failed, '
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
      D       DISPLAY 'SM540CAL: SEND TEXT failed, '
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
