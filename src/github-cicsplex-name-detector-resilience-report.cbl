       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
       CBL CICS('SP,EDF,CPSM')
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
      * Title: SM540RES - LPAR and XCF resilience report for region
      *                    groups and CICSplexes
      *
      *
      * Description: This program shows how the active CICS regions
      *              of each region group and each CICSplex are
      *              spread across MVS images and XCF groups, and
      *              flags the single points of failure - the
      *              placement that has more than once cost a whole
      *              application when one LPAR went down.
      *
      *              The run walks every CICSplex known to each CMAS
      *              network named on the CMASLIST file (the same
      *              per-CMAS CMASPLEX scan used by SM540BAT and
      *              SM540EXP), fetches every CICSRGN record in each
      *              plex, and for each active region takes its
      *              MVSSYSNAME, MVSSYSID and XCFGROUP, and its group
      *              code from the APPLIDS file.
      *
      *              For every region group and every CICSplex the
      *              report lists the active regions per LPAR (with
      *              that LPAR's share of them) and per XCF group,
      *              and flags:
      *
      *              - a group or plex whose active regions all sit
      *                on one MVSSYSNAME;
      *              - a group or plex whose active regions all sit
      *                in one XCFGROUP;
      *              - a group where one LPAR hosts more than the
      *                group's share limit of its active regions.
      *
      *              The share limit is settable per region group on
      *              the LPARSHR file (one record per group, holding
      *              the highest percentage of the group's active
      *              regions any one LPAR may host). A group with no
      *              LPARSHR record, or a non-numeric or out of
      *              range limit, takes the default. Every flag is
      *              repeated in an exceptions list at the end, so
      *              capacity and availability planning can work
      *              from one page.
      *
      *              Regions with no group code are counted but left
      *              out of the group section; their plex still
      *              shows them.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540RES.
       AUTHOR. JON COLLETT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.


       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-CPSM-VERSION                     PIC X(4)   VALUE '0540'.

      *
      * General variables - CICSPlex SM
      *
       01 WS-CPSM-PROCESS.
          05 WS-THREAD-CMAS                    PIC S9(8) USAGE BINARY.
          05 WS-THREAD-CICSPLEX                PIC S9(8) USAGE BINARY.

       01 WS-RESPONSE                          PIC S9(8) USAGE BINARY.
       01 WS-REASON                            PIC S9(8) USAGE BINARY.

       01 WS-FAILURE.
          05 WS-FAILURE-COMMAND                PIC X(20).
          05 WS-FAILURE-RESULT-SET             PIC S9(8) USAGE BINARY.
          05 WS-FAILURE-THREAD                 PIC S9(8) USAGE BINARY.

       01 WS-BINARY-ZERO                       PIC S9(8) BINARY
                                                VALUE 0.

      *
      * Temporary CPSM basetable data
      *
       01 WS-CPSM-TEMPORARY.
          05 WS-CPSM-TEMPORARY-OBJECT        PIC X(8)   VALUE SPACES.
          05 WS-CPSM-TEMPORARY-SCOPE         PIC X(8)   VALUE SPACES.
          05 WS-CPSM-TEMPORARY-LENGTH        PIC S9(8)  BINARY VALUE 0.
          05 WS-CPSM-TEMPORARY-THREAD        PIC S9(8)  BINARY VALUE 0.
          05 WS-CPSM-TEMPORARY-RESULT-SET    PIC S9(8)  BINARY VALUE 0.
          05 WS-CPSM-TEMPORARY-COUNT         PIC S9(8)  BINARY VALUE 0.

      *
      *  Environment Setup records
      *
       01 WS-CPSM-SETUP-RECORDS.
          05 WS-CPSM-CMASPLEX.
             10 WS-CPSM-CMASPLEX-RESULT-SET  PIC S9(8)  BINARY VALUE 0.
             10 WS-CPSM-CMASPLEX-COUNT       PIC S9(8)  BINARY VALUE 0.

       01 WS-DISPLAY.
          05 WS-DISPLAY-RESPONSE              PIC X(8).
          05 WS-DISPLAY-REASON                PIC X(8).
          05 WS-DISPLAY-RESULT-SET            PIC X(8).
          05 WS-DISPLAY-THREAD                PIC X(8).
          05 WS-DISPLAY-COUNT                 PIC X(8).

      **********

      *
      * CMASPLEX SM Resource Table (taken from the SEYUCOB
      * library at 5.4. This would typically be pulled in as a
      * COPY book but is shown here for completeness).
      *
       01 CMASPLEX.
          05 PLEXNAME                 PIC X(8).
          05 MPSTATUS                 PIC S9(8) USAGE BINARY.
          05 PERFINTVL                PIC S9(4) USAGE BINARY.
          05 TMEZONEO                 PIC X(1).
          05 TMEZONE                  PIC X(1).
          05 DAYLGHTSV                PIC S9(8) USAGE BINARY.
          05 READRS                   PIC S9(4) USAGE BINARY.
          05 UPDATERS                 PIC X(1).
          05 TOPRSUPD                 PIC X(1).
          05 BOTRSUPD                 PIC X(1).
          05 RSPOOLID                 PIC X(8).
          05 MPCMAS                   PIC X(8).
          05 EYU-RSV0019              PIC X(3).
          05 MPSTATE                  PIC S9(8) USAGE BINARY.

       01 CMASPLEX-TBL-LEN           PIC S9(4) USAGE BINARY VALUE 48.

      **********

      *
      * CICSRGN Resource Table (taken from the SEYUCOB
      * library at 5.4. This would typically be pulled in as a
      * COPY book but is shown here for completeness).
      *

       01 CICSRGN.
          05 EYU-CICSNAME             PIC X(8).
          05 EYU-CICSREL              PIC X(4).
          05 EYU-RESERVED             PIC X(4).
          05 JOBNAME                  PIC X(8).
          05 APPLID                   PIC X(8).
          05 MVSSYSID                 PIC X(4).
          05 AKP                      PIC S9(8) USAGE BINARY.
          05 AMAXTASKS                PIC S9(8) USAGE BINARY.
          05 MAXTASKS                 PIC S9(8) USAGE BINARY.
          05 CICSSTATUS               PIC S9(8) USAGE BINARY.
          05 SYSDUMP-A                PIC S9(8) USAGE BINARY.
          05 EXTSEC                   PIC S9(8) USAGE BINARY.
          05 STARTUP                  PIC S9(8) USAGE BINARY.
          05 STGPROT                  PIC S9(8) USAGE BINARY.
          05 DTRPROGRAM               PIC X(8).
          05 GMMTRANID                PIC X(4).
          05 MROBATCH                 PIC S9(8) USAGE BINARY.
          05 OPREL                    PIC S9(4) USAGE BINARY.
          05 OPSYS                    PIC X(1).
          05 CICSSYS                  PIC X(1).
          05 PRTYAGING                PIC S9(8) USAGE BINARY.
          05 RELEASE-R                PIC X(4).
          05 RUNAWAY                  PIC S9(8) USAGE BINARY.
          05 SCANDELAY                PIC S9(8) USAGE BINARY.
          05 EXITTIME                 PIC S9(8) USAGE BINARY.
          05 XRFSTATUS                PIC S9(8) USAGE BINARY.
          05 AINSPROG                 PIC X(8).
          05 AINSCREQ                 PIC S9(8) USAGE BINARY.
          05 AINSMREQ                 PIC S9(8) USAGE BINARY.
          05 AINSSTAT                 PIC S9(8) USAGE BINARY.
          05 DDSOSTAT                 PIC S9(8) USAGE BINARY.
          05 DDSSSTAT                 PIC S9(8) USAGE BINARY.
          05 IRCSTAT                  PIC S9(8) USAGE BINARY.
          05 EVENTCLASS               PIC S9(8) USAGE BINARY.
          05 EXCEPTCLASS              PIC S9(8) USAGE BINARY.
          05 PERFCLASS                PIC S9(8) USAGE BINARY.
          05 MONSTAT                  PIC S9(8) USAGE BINARY.
          05 ENDOFDAY                 PIC S9(7) USAGE PACKED-DECIMAL.
          05 INTERVAL                 PIC S9(7) USAGE PACKED-DECIMAL.
          05 NEXTTIME                 PIC S9(7) USAGE PACKED-DECIMAL.
          05 RECORDING-R              PIC S9(8) USAGE BINARY.
          05 AUXSTATUS                PIC S9(8) USAGE BINARY.
          05 GTFSTATUS                PIC S9(8) USAGE BINARY.
          05 INTSTATUS                PIC S9(8) USAGE BINARY.
          05 SWITCHSTATUS             PIC S9(8) USAGE BINARY.
          05 TABLESIZE                PIC S9(8) USAGE BINARY.
          05 SINGLESTATUS             PIC S9(8) USAGE BINARY.
          05 SYSTEMSTATUS             PIC S9(8) USAGE BINARY.
          05 TCEXITSTATUS             PIC S9(8) USAGE BINARY.
          05 USERSTATUS               PIC S9(8) USAGE BINARY.
          05 PLASTRESET               PIC S9(7) USAGE PACKED-DECIMAL.
          05 PEAKTASKS                PIC S9(4) USAGE BINARY.
          05 CURRAMAX                 PIC S9(4) USAGE BINARY.
          05 PEAKAMAX                 PIC S9(4) USAGE BINARY.
          05 CUTCBCNT                 PIC S9(4) USAGE BINARY.
          05 LASTRESET                PIC S9(16) USAGE BINARY.
          05 LOADREQS                 PIC S9(8) USAGE BINARY.
          05 LOADTIME                 PIC S9(8) USAGE BINARY.
          05 PRGMUCNT                 PIC S9(8) USAGE BINARY.
          05 PRGMWAIT                 PIC S9(8) USAGE BINARY.
          05 LOADWCNT                 PIC S9(8) USAGE BINARY.
          05 LOADHWMW                 PIC S9(8) USAGE BINARY.
          05 LOADHWMC                 PIC S9(8) USAGE BINARY.
          05 LOADWAIT                 PIC S9(8) USAGE BINARY.
          05 RDEBRBLD                 PIC S9(8) USAGE BINARY.
          05 PRGMRCMP                 PIC S9(8) USAGE BINARY.
          05 LOADTNIU                 PIC S9(16) USAGE BINARY.
          05 LOADPNIU                 PIC S9(8) USAGE BINARY.
          05 LOADRNIU                 PIC S9(8) USAGE BINARY.
          05 SDMPTOTL                 PIC S9(8) USAGE BINARY.
          05 SDMPSUPP                 PIC S9(8) USAGE BINARY.
          05 TDMPTOTL                 PIC S9(8) USAGE BINARY.
          05 TDMPSUPP                 PIC S9(8) USAGE BINARY.
          05 STRTTIME                 PIC S9(16) USAGE BINARY.
          05 SYSID                    PIC X(4).
          05 EYU-RSV0075              PIC X(4).
          05 CPUTIME                  PIC S9(16) USAGE BINARY.
          05 PAGEIN                   PIC S9(8) USAGE BINARY.
          05 PAGEOUT                  PIC S9(8) USAGE BINARY.
          05 REALSTG                  PIC S9(8) USAGE BINARY.
          05 SIOREQ                   PIC S9(16) USAGE BINARY.
          05 VTMSTATUS                PIC S9(8) USAGE BINARY.
          05 VTMRPLMAX                PIC S9(7) USAGE PACKED-DECIMAL.
          05 VTMRPLPOST               PIC S9(3) USAGE PACKED-DECIMAL.
          05 VTMSOSCNT                PIC S9(4) USAGE BINARY.
          05 VTMACBDOPE               PIC S9(4) USAGE BINARY.
          05 CURRENTDDS               PIC X(1).
          05 INITIALDDS               PIC X(1).
          05 CURAUXDS                 PIC X(1).
          05 EYU-RSV0091              PIC X(3).
          05 LUCURR                   PIC S9(8) USAGE BINARY.
          05 LUHWM                    PIC S9(8) USAGE BINARY.
          05 PRSSINQCNT               PIC S9(8) USAGE BINARY.
          05 PRSSNIBCNT               PIC S9(8) USAGE BINARY.
          05 PRSSOPNCNT               PIC S9(8) USAGE BINARY.
          05 PRSSUNBNDCNT             PIC S9(8) USAGE BINARY.
          05 PRSSERRORCNT             PIC S9(8) USAGE BINARY.
          05 CONVERSEST               PIC S9(8) USAGE BINARY.
          05 FREQUENCY                PIC S9(7) USAGE PACKED-DECIMAL.
          05 SUBSYSTEMID              PIC X(4).
          05 SYNCPOINTST              PIC S9(8) USAGE BINARY.
          05 MONRPTTIME               PIC S9(8) USAGE BINARY.
          05 DFLTUSER                 PIC X(8).
          05 PROGAUTOEXIT             PIC X(8).
          05 PROGAUTOCTLG             PIC S9(8) USAGE BINARY.
          05 PROGAUTOINST             PIC S9(8) USAGE BINARY.
          05 TRANISOLATE              PIC S9(8) USAGE BINARY.
          05 STARTUPDATE              PIC S9(7) USAGE PACKED-DECIMAL.
          05 PSDINTERVAL              PIC S9(7) USAGE PACKED-DECIMAL.
          05 CURRTASKS                PIC S9(8) USAGE BINARY.
          05 MAXTRCNT                 PIC S9(8) USAGE BINARY.
          05 CURACTVUSRTR             PIC S9(8) USAGE BINARY.
          05 CURQUEDUSRTR             PIC S9(8) USAGE BINARY.
          05 PEKACTVUSRTR             PIC S9(8) USAGE BINARY.
          05 PEKQUEDUSRTR             PIC S9(8) USAGE BINARY.
          05 TOTACTVUSRTR             PIC S9(8) USAGE BINARY.
          05 TOTDELYUSRTR             PIC S9(8) USAGE BINARY.
          05 EYU-RSV0118              PIC X(4).
          05 TOTQUETIME               PIC S9(16) USAGE BINARY.
          05 CURQUETIME               PIC S9(16) USAGE BINARY.
          05 PROGAUTOATTM             PIC S9(8) USAGE BINARY.
          05 PROGAUTOXREJ             PIC S9(8) USAGE BINARY.
          05 PROGAUTOFAIL             PIC S9(8) USAGE BINARY.
          05 INITSTATUS               PIC S9(8) USAGE BINARY.
          05 SHUTSTATUS               PIC S9(8) USAGE BINARY.
          05 INTVTRANS                PIC S9(8) USAGE BINARY.
          05 GMMTEXT                  PIC X(246).
          05 GMMLENGTH                PIC S9(4) USAGE BINARY.
          05 GRNAME                   PIC X(8).
          05 GRSTATUS                 PIC S9(8) USAGE BINARY.
          05 REENTPROTECT             PIC S9(8) USAGE BINARY.
          05 CMDPROTECT               PIC S9(8) USAGE BINARY.
          05 SOSSTATUS                PIC S9(8) USAGE BINARY.
          05 TOTLTASKS                PIC S9(16) USAGE BINARY.
          05 RLSSTATUS                PIC S9(8) USAGE BINARY.
          05 DFLTREMSYS               PIC X(4).
          05 SDTRAN                   PIC X(4).
          05 DSIDLE                   PIC S9(7) USAGE PACKED-DECIMAL.
          05 DSINTERVAL               PIC S9(7) USAGE PACKED-DECIMAL.
          05 CTSLEVEL                 PIC X(6).
          05 OSLEVEL                  PIC X(6).
          05 RRMSSTAT                 PIC S9(8) USAGE BINARY.
          05 MVSSYSNAME               PIC X(8).
          05 FORCEQR                  PIC S9(8) USAGE BINARY.
          05 MAXOPENTCBS              PIC S9(8) USAGE BINARY.
          05 ACTOPENTCBS              PIC S9(8) USAGE BINARY.
          05 DSRTPROGRAM              PIC X(8).
          05 CONSOLES                 PIC S9(8) USAGE BINARY.
          05 TCPIP                    PIC S9(8) USAGE BINARY.
          05 GARBAGEINT               PIC S9(8) USAGE BINARY.
          05 TIMEOUTINT               PIC S9(8) USAGE BINARY.
          05 COLDSTATUS               PIC S9(8) USAGE BINARY.
          05 MAXHPTCBS                PIC S9(8) USAGE BINARY.
          05 ACTHPTCBS                PIC S9(8) USAGE BINARY.
          05 MAXJVMTCBS               PIC S9(8) USAGE BINARY.
          05 ACTJVMTCBS               PIC S9(8) USAGE BINARY.
          05 SUBTASKS                 PIC S9(8) USAGE BINARY.
          05 DEBUGTOOL                PIC S9(8) USAGE BINARY.
          05 MAXXPTCBS                PIC S9(8) USAGE BINARY.
          05 ACTXPTCBS                PIC S9(8) USAGE BINARY.
          05 MAXSSLTCBS               PIC S9(8) USAGE BINARY.
          05 ACTSSLTCBS               PIC S9(8) USAGE BINARY.
          05 XCFGROUP                 PIC X(8).
          05 EYU-RSV0173              PIC X(4).
          05 MEMLIMIT                 PIC S9(16) USAGE BINARY.
          05 SOSABOVEBAR              PIC S9(8) USAGE BINARY.
          05 SOSABOVELINE             PIC S9(8) USAGE BINARY.
          05 SOSBELOWLINE             PIC S9(8) USAGE BINARY.
          05 LDGLBSOU                 PIC S9(8) USAGE BINARY.
          05 LDGLWSOU                 PIC S9(8) USAGE BINARY.
          05 LDGLSORT                 PIC S9(8) USAGE BINARY.
          05 PSTYPE                   PIC S9(8) USAGE BINARY.
          05 IDNTYCLASS               PIC S9(8) USAGE BINARY.
          05 ACTTHRDTCBS              PIC S9(8) USAGE BINARY.
          05 MAXTHRDTCBS              PIC S9(8) USAGE BINARY.
          05 JOBID                    PIC X(8).
          05 XMGLSMXT                 PIC S9(16) USAGE BINARY.
          05 XMGLTAT                  PIC S9(16) USAGE BINARY.
          05 XMGLAMXT                 PIC S9(16) USAGE BINARY.
          05 XMGATMXT                 PIC S9(8) USAGE BINARY.
          05 REGIONUSERID             PIC X(8).
          05 BMSVALIDATE              PIC X(4).
          05 BMSVALIGCNT              PIC S9(8) USAGE BINARY.
          05 BMSVALLGCNT              PIC S9(8) USAGE BINARY.
          05 BMSVALABCNT              PIC S9(8) USAGE BINARY.
          05 EYU-RSV9999              PIC X(4).

       01 CICSRGN-TBL-LEN            PIC S9(4) USAGE BINARY VALUE 1056.


      *
      * An array of the CICSplexes returned by the per-CMAS
      * CMASPLEX scans - each plex's name, owning CMAS, management
      * point status and the CMAS network it was found through -
      * sized well past any realistic whole-shop count. The scan
      * reports rather than silently truncates if the networks ever
      * return more than this between them. Each entry also notes
      * whether the plex could be qualified into at all.
      *
       01 WS-CICSPLEX-NAME-MAX                PIC S9(4) BINARY
                                               VALUE 500.

       01 WS-CICSPLEX-NAME-ARRAY.
          03 WS-CICSPLEX-NAME-ARRY-DATA OCCURS 500.
             05 WS-CICSPLEX-NAME-STORE        PIC X(8).
             05 WS-CICSPLEX-NAME-CMAS         PIC X(8).
             05 WS-CICSPLEX-NAME-STATUS       PIC S9(8) BINARY.
             05 WS-CICSPLEX-NAME-NETWORK      PIC X(8).
             05 WS-CICSPLEX-NAME-SKIPPED      PIC X.

       01 WS-CICSPLEX-NAME-CNT                PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-TEMP-RECORDS-1                   PIC S9(8) VALUE 0.
       01 WS-TEMP-RECORDS-2                   PIC S9(8) VALUE 0.

      *
      * The CMASLIST configuration file - one record per CMAS the
      * run should connect to - and the list of CMAS names loaded
      * from it. An absent or empty file leaves the list holding
      * the single *LOCAL* entry, meaning one anonymous CONNECT to
      * the default CMAS, exactly the pre-CMASLIST behaviour.
      *
       01 WS-CMASLIST-RECORD.
          05 WS-CMASLIST-CMAS                 PIC X(8).
          05 WS-CMASLIST-DESC                 PIC X(40).
          05 FILLER                           PIC X(32).

       01 WS-CMASLIST-RID                     PIC X(8) VALUE SPACES.
       01 WS-CMASLIST-RESP                    PIC S9(8) BINARY.
       01 WS-CMASLIST-EOF                     PIC X VALUE 'N'.

       01 WS-CMAS-LIST-MAX                    PIC S9(4) BINARY
                                               VALUE 100.

       01 WS-CMAS-LIST-TABLE.
          03 WS-CMAS-LIST-ENTRY OCCURS 100    PIC X(8).

       01 WS-CMAS-LIST-CNT                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-CMAS-SUB                         PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-LOCAL-NETWORK                    PIC X(8)
                                               VALUE '*LOCAL* '.
       01 WS-CURRENT-NETWORK                  PIC X(8) VALUE SPACES.
       01 WS-CONNECT-OK                       PIC X VALUE 'N'.
       01 WS-NETWORKS-SKIPPED                 PIC S9(4) BINARY
                                               VALUE 0.

      *
      * The first name-array entry belonging to the CMAS network
      * currently connected - its scan appends to the array, and
      * only its own plexes are walked while its thread is live.
      *
       01 WS-PLEX-FIRST                       PIC S9(4) BINARY
                                               VALUE 0.

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
      * The LPARSHR share limit file - one record per region group,
      * holding the highest percentage of the group's active
      * regions any one LPAR may host - and the limits loaded from
      * it. A group with no record, or a limit that is not a
      * number from 1 to 100, takes the default.
      *
       01 WS-SHARE-FILE                       PIC X(8)
                                               VALUE 'LPARSHR '.
       01 WS-SHARE-RID                        PIC X(8) VALUE SPACES.
       01 WS-SHARE-RESP                       PIC S9(8) BINARY.
       01 WS-SHARE-EOF                        PIC X VALUE 'N'.
       01 WS-SHARE-RECORD.
          05 WS-SHARE-GROUP                   PIC X(8).
          05 WS-SHARE-MAX-PCT                 PIC 9(3).
          05 WS-SHARE-DESC                    PIC X(40).
          05 FILLER                           PIC X(29).

       01 WS-DEFAULT-SHARE-PCT                PIC S9(4) BINARY
                                               VALUE 75.

       01 WS-LIMIT-MAX                        PIC S9(4) BINARY
                                               VALUE 200.

       01 WS-LIMIT-TABLE.
          03 WS-LIMIT-ENTRY OCCURS 200.
             05 WS-LIMIT-GROUP                PIC X(8).
             05 WS-LIMIT-PCT                  PIC S9(4) BINARY.

       01 WS-LIMIT-CNT                        PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-LIMIT-SUB                        PIC S9(4) BINARY
                                               VALUE 0.

      *
      * The spread of active regions, counted two ways - per owner
      * and LPAR, and per owner and XCF group - where an owner is
      * either a region group (type G, keyed by the group code) or
      * a CICSplex (type P, keyed by its CMAS network and name).
      * Both tables are held in key order, each count slotted into
      * place as its first region is fetched the way SM540BAT
      * orders its cross reference, so each owner's entries sit
      * together and the report is a single pass over each table
      * with groups and plexes already in name order.
      *
       01 WS-LPAR-MAX                         PIC S9(4) BINARY
                                               VALUE 5000.

       01 WS-LPAR-CNT                         PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-LPAR-TABLE.
          03 WS-LPAR-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-LPAR-CNT
                ASCENDING KEY IS WS-LPAR-KEY
                INDEXED BY WS-LPAR-IDX.
             05 WS-LPAR-KEY.
                10 WS-LPAR-OWNER-TYPE         PIC X(1).
                10 WS-LPAR-OWNER              PIC X(16).
                10 WS-LPAR-MVSSYSNAME         PIC X(8).
             05 WS-LPAR-MVSSYSID              PIC X(4).
             05 WS-LPAR-REGIONS               PIC S9(8) BINARY.

       01 WS-LPAR-SUB                         PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-XCF-MAX                          PIC S9(4) BINARY
                                               VALUE 5000.

       01 WS-XCF-CNT                          PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-XCF-TABLE.
          03 WS-XCF-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON WS-XCF-CNT
                ASCENDING KEY IS WS-XCF-KEY
                INDEXED BY WS-XCF-IDX.
             05 WS-XCF-KEY.
                10 WS-XCF-OWNER-TYPE          PIC X(1).
                10 WS-XCF-OWNER               PIC X(16).
                10 WS-XCF-XCFGROUP            PIC X(8).
             05 WS-XCF-REGIONS                PIC S9(8) BINARY.

       01 WS-XCF-SUB                          PIC S9(4) BINARY
                                               VALUE 0.

       01 WS-SPREAD-OVERFLOW                  PIC X VALUE 'N'.

      *
      * The keys of the region being counted and the count being
      * slotted in.
      *
       01 WS-COUNT-LPAR-KEY.
          05 WS-COUNT-LPAR-OWNER-TYPE         PIC X(1).
          05 WS-COUNT-LPAR-OWNER              PIC X(16).
          05 WS-COUNT-LPAR-MVSSYSNAME         PIC X(8).

       01 WS-COUNT-XCF-KEY.
          05 WS-COUNT-XCF-OWNER-TYPE          PIC X(1).
          05 WS-COUNT-XCF-OWNER               PIC X(16).
          05 WS-COUNT-XCF-XCFGROUP            PIC X(8).

       01 WS-COUNT-FOUND                      PIC X VALUE 'N'.

       01 WS-REGION-GROUP                     PIC X(8) VALUE SPACES.
       01 WS-PLEX-OWNER.
          05 WS-PLEX-OWNER-NETWORK            PIC X(8).
          05 WS-PLEX-OWNER-PLEXNAME           PIC X(8).

      *
      * The owner being reported - its type and key, the range of
      * its entries in each spread table, and what those entries
      * add up to.
      *
       01 WS-OWNER-TYPE                       PIC X(1) VALUE SPACE.
       01 WS-OWNER                            PIC X(16) VALUE SPACES.
       01 WS-OWNER-LPAR-FIRST                 PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-OWNER-LPAR-LAST                  PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-OWNER-XCF-FIRST                  PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-OWNER-XCF-LAST                   PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-OWNER-REGIONS                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-OWNER-LPARS                      PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-OWNER-XCFGROUPS                  PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-OWNER-TOP-REGIONS                PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-OWNER-TOP-LPAR                   PIC X(8) VALUE SPACES.
       01 WS-OWNER-LIMIT                      PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-OWNER-SHARE                      PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-OWNER-OVER-LIMIT                 PIC X VALUE 'N'.
       01 WS-OWNER-NAME                       PIC X(17) VALUE SPACES.

      *
      * The exceptions flagged, held for the closing list. Sized
      * past any realistic count of groups and plexes; the report
      * says so if it ever fills.
      *
       01 WS-EXCEPTION-MAX                    PIC S9(4) BINARY
                                               VALUE 1000.

       01 WS-EXCEPTION-TABLE.
          03 WS-EXCEPTION-ENTRY OCCURS 1000.
             05 WS-EXCEPTION-KIND             PIC X(8).
             05 WS-EXCEPTION-NAME             PIC X(17).
             05 WS-EXCEPTION-TEXT             PIC X(50).

       01 WS-EXCEPTION-CNT                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-EXCEPTION-SUB                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-EXCEPTION-OVERFLOW               PIC X VALUE 'N'.
       01 WS-FLAG-TEXT                        PIC X(50) VALUE SPACES.

      *
      * Run totals for the summary.
      *
       01 WS-TOTAL-REGIONS                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-ACTIVE                     PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-NO-GROUP                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-PLEXES-SKIPPED                   PIC S9(8) BINARY
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

       01 WS-OWNER-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-OWNER-LINE-KIND               PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-OWNER-LINE-NAME               PIC X(17).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(15)
                                               VALUE 'ACTIVE REGIONS '.
          05 WS-OWNER-LINE-REGIONS            PIC ZZZZZZZ9.
          05 FILLER                           PIC X(8)
                                               VALUE '  LPARS '.
          05 WS-OWNER-LINE-LPARS              PIC ZZZ9.
          05 FILLER                           PIC X(12)
                                               VALUE '  XCFGROUPS '.
          05 WS-OWNER-LINE-XCFGROUPS          PIC ZZZ9.
          05 WS-OWNER-LINE-LIMIT-TEXT         PIC X(15).
          05 WS-OWNER-LINE-LIMIT              PIC ZZZ.
          05 FILLER                           PIC X(22) VALUE SPACE.

       01 WS-LPAR-LINE.
          05 FILLER                           PIC X(5)  VALUE SPACE.
          05 FILLER                           PIC X(5)  VALUE 'LPAR '.
          05 WS-LPAR-LINE-MVSSYSNAME          PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-LPAR-LINE-MVSSYSID            PIC X(4).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-LPAR-LINE-REGIONS             PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-LPAR-LINE-SHARE               PIC ZZ9.
          05 FILLER                           PIC X(1)  VALUE '%'.
          05 FILLER                           PIC X(80) VALUE SPACE.

       01 WS-XCF-LINE.
          05 FILLER                           PIC X(5)  VALUE SPACE.
          05 FILLER                           PIC X(5)  VALUE 'XCF  '.
          05 WS-XCF-LINE-XCFGROUP             PIC X(8).
          05 FILLER                           PIC X(8)  VALUE SPACE.
          05 WS-XCF-LINE-REGIONS              PIC ZZZZZZZ9.
          05 FILLER                           PIC X(86) VALUE SPACE.

       01 WS-FLAG-LINE.
          05 FILLER                           PIC X(5)  VALUE SPACE.
          05 FILLER                           PIC X(3)  VALUE '** '.
          05 WS-FLAG-LINE-TEXT                PIC X(50).
          05 FILLER                           PIC X(62) VALUE SPACE.

       01 WS-EXCEPTION-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'TYPE'.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(17) VALUE 'NAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(50)
                                               VALUE 'EXCEPTION'.
          05 FILLER                           PIC X(41) VALUE SPACE.

       01 WS-EXCEPTION-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-EXCEPTION-LINE-KIND           PIC X(8).
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-EXCEPTION-LINE-NAME           PIC X(17).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-EXCEPTION-LINE-TEXT           PIC X(50).
          05 FILLER                           PIC X(41) VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(30).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(81) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.

       PROCEDURE DIVISION.
       RESILIENCE-MAIN SECTION.
       R000.

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

           PERFORM LOAD-SHARE-LIMITS.

      *
      *    Load the list of CMAS networks to work through, then
      *    connect to each in turn, scanning its CMASPLEX table and
      *    counting its active regions while its thread is live.
      *    One unreachable network costs the report that network's
      *    regions, and the report says so.
      *
           PERFORM LOAD-CMAS-LIST.

           MOVE SPACES TO WS-CICSPLEX-NAME-ARRAY.
           MOVE 0      TO WS-CICSPLEX-NAME-CNT.
           MOVE 0      TO WS-LPAR-CNT.
           MOVE 0      TO WS-XCF-CNT.

           PERFORM VARYING WS-CMAS-SUB FROM 1 BY 1
                   UNTIL WS-CMAS-SUB > WS-CMAS-LIST-CNT
              PERFORM PROCESS-CMAS-NETWORK
           END-PERFORM.

      *
      *    Open the report spool and print the spread by group,
      *    the spread by plex, and the exceptions flagged in both.
      *
           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SM540RES  LPAR AND XCF RESILIENCE  '
                     DELIMITED BY SIZE,
                     WS-RUN-DATE DELIMITED BY SIZE,
                     ' ' DELIMITED BY SIZE,
                     WS-RUN-TIME DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              MOVE ' SPREAD OF ACTIVE REGIONS BY REGION GROUP'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
              MOVE 'G' TO WS-OWNER-TYPE
              PERFORM PRINT-OWNER-SPREADS

              MOVE SPACES TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              MOVE ' SPREAD OF ACTIVE REGIONS BY CICSPLEX'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
              MOVE 'P' TO WS-OWNER-TYPE
              PERFORM PRINT-OWNER-SPREADS

              PERFORM PRINT-RESILIENCE-EXCEPTIONS

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

       R999.
           EXIT.


      *
      * Load the per-group share limits from the LPARSHR file. An
      * absent or empty file leaves every group on the default.
      *
       LOAD-SHARE-LIMITS SECTION.
       LSL000.

           MOVE 0          TO WS-LIMIT-CNT.
           MOVE LOW-VALUES TO WS-SHARE-RID.

           EXEC CICS STARTBR
                     FILE(WS-SHARE-FILE)
                     RIDFLD(WS-SHARE-RID)
                     GTEQ
                     RESP(WS-SHARE-RESP)
           END-EXEC.

           IF WS-SHARE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'LPARSHR file browse could not be started'
              MOVE 'Y' TO WS-SHARE-EOF
           ELSE
              MOVE 'N' TO WS-SHARE-EOF
           END-IF.

           PERFORM UNTIL WS-SHARE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE(WS-SHARE-FILE)
                        INTO(WS-SHARE-RECORD)
                        RIDFLD(WS-SHARE-RID)
                        RESP(WS-SHARE-RESP)
              END-EXEC

              IF WS-SHARE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-SHARE-EOF

                 EXEC CICS ENDBR
                           FILE(WS-SHARE-FILE)
                           RESP(WS-SHARE-RESP)
                 END-EXEC
              ELSE

      *
      *          A limit that is not a number from 1 to 100 is
      *          ignored, leaving the group on the default - a
      *          typo must not switch the check off.
      *
                 IF WS-SHARE-MAX-PCT NUMERIC AND
                    WS-SHARE-MAX-PCT GREATER THAN 0 AND
                    WS-SHARE-MAX-PCT NOT GREATER THAN 100
                    IF WS-LIMIT-CNT LESS THAN WS-LIMIT-MAX
                       ADD 1 TO WS-LIMIT-CNT
                       MOVE WS-SHARE-GROUP
                          TO WS-LIMIT-GROUP(WS-LIMIT-CNT)
                       MOVE WS-SHARE-MAX-PCT
                          TO WS-LIMIT-PCT(WS-LIMIT-CNT)
                    END-IF
                 END-IF
              END-IF

           END-PERFORM.

       LSL999.
           EXIT.



      *
      * Load the list of CMAS names from the CMASLIST file. An
      * absent or empty file leaves the single *LOCAL* entry, so
      * the run degrades to the one anonymous CONNECT it always
      * made.
      *
       LOAD-CMAS-LIST SECTION.
       LCL000.

           MOVE 1                TO WS-CMAS-LIST-CNT.
           MOVE WS-LOCAL-NETWORK TO WS-CMAS-LIST-ENTRY(1).

           MOVE LOW-VALUES TO WS-CMASLIST-RID.

           EXEC CICS STARTBR
                     FILE('CMASLIST')
                     RIDFLD(WS-CMASLIST-RID)
                     GTEQ
                     RESP(WS-CMASLIST-RESP)
           END-EXEC.

           IF WS-CMASLIST-RESP EQUAL DFHRESP(NORMAL)

              MOVE 0   TO WS-CMAS-LIST-CNT
              MOVE 'N' TO WS-CMASLIST-EOF

              PERFORM UNTIL WS-CMASLIST-EOF EQUAL 'Y'

                 EXEC CICS READNEXT
                           FILE('CMASLIST')
                           INTO(WS-CMASLIST-RECORD)
                           RIDFLD(WS-CMASLIST-RID)
                           RESP(WS-CMASLIST-RESP)
                 END-EXEC

                 IF WS-CMASLIST-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO WS-CMASLIST-EOF
                 ELSE
                    IF WS-CMAS-LIST-CNT LESS THAN WS-CMAS-LIST-MAX
                       ADD 1 TO WS-CMAS-LIST-CNT
                       MOVE WS-CMASLIST-CMAS TO
                          WS-CMAS-LIST-ENTRY(WS-CMAS-LIST-CNT)
                    ELSE
                       MOVE 'Y' TO WS-CMASLIST-EOF
      D                DISPLAY 'SM540RES: CMASLIST holds more '
      D                        'entries than the list table'
                    END-IF
                 END-IF

              END-PERFORM

              EXEC CICS ENDBR
                        FILE('CMASLIST')
                        RESP(WS-CMASLIST-RESP)
              END-EXEC

              IF WS-CMAS-LIST-CNT EQUAL 0
                 MOVE 1                TO WS-CMAS-LIST-CNT
                 MOVE WS-LOCAL-NETWORK TO WS-CMAS-LIST-ENTRY(1)
              END-IF

           END-IF.

       LCL999.
           EXIT.




      *
      * Work one CMAS network - connect to it (the *LOCAL* entry
      * means the anonymous CONNECT to the default CMAS), scan its
      * CMASPLEX table, count its active regions, and terminate its
      * thread. A failed CONNECT skips the network and is reported,
      * so one isolated test CMAS being down does not cost the
      * production half of the report.
      *
       PROCESS-CMAS-NETWORK SECTION.
       PCN000.

           MOVE WS-CMAS-LIST-ENTRY(WS-CMAS-SUB)
              TO WS-CURRENT-NETWORK.
           MOVE 'N' TO WS-CONNECT-OK.

           IF WS-CURRENT-NETWORK EQUAL WS-LOCAL-NETWORK

              EXEC CPSM CONNECT
                        VERSION(WS-CPSM-VERSION)
                        THREAD(WS-THREAD-CICSPLEX)
                        RESPONSE(WS-RESPONSE)
                        REASON(WS-REASON)
              END-EXEC

           ELSE

              EXEC CPSM CONNECT
                        VERSION(WS-CPSM-VERSION)
                        CMAS(WS-CURRENT-NETWORK)
                        THREAD(WS-THREAD-CICSPLEX)
                        RESPONSE(WS-RESPONSE)
                        REASON(WS-REASON)
              END-EXEC

           END-IF.

           IF WS-RESPONSE EQUAL EYUVALUE(OK)
              MOVE 'Y' TO WS-CONNECT-OK
           ELSE
              ADD 1 TO WS-NETWORKS-SKIPPED
              MOVE 'CONNECT'          TO WS-FAILURE-COMMAND
              MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
              MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
              PERFORM GET-CPSM-COMMAND-FAILURE
              DISPLAY 'SM540RES: CMAS network '
                      WS-CURRENT-NETWORK ' skipped'
           END-IF.

           IF WS-CONNECT-OK EQUAL 'Y'

              COMPUTE WS-PLEX-FIRST = WS-CICSPLEX-NAME-CNT + 1

              PERFORM SCAN-CMASPLEX

              PERFORM COUNT-CICSPLEX-REGIONS

              EXEC CPSM TERMINATE
                        RESPONSE(WS-RESPONSE)
                        REASON(WS-REASON)
              END-EXEC

           END-IF.

       PCN999.
           EXIT.
      *
      * GET data from the CMASPLEX table which will return all of
      * the CICSplexes known to the CMAS network currently
      * connected, and append each plex's name, owning CMAS,
      * management point status and network to the name array.
      *
       SCAN-CMASPLEX SECTION.
       SC000.

           INITIALIZE WS-CPSM-TEMPORARY.
           MOVE 'CMASPLEX'         TO WS-CPSM-TEMPORARY-OBJECT.
           MOVE CMASPLEX-TBL-LEN   TO WS-CPSM-TEMPORARY-LENGTH.
           MOVE WS-THREAD-CICSPLEX TO WS-CPSM-TEMPORARY-THREAD.
           MOVE 0                  TO WS-CPSM-TEMPORARY-COUNT.

           EXEC CPSM GET
                     OBJECT(WS-CPSM-TEMPORARY-OBJECT)
                     COUNT(WS-CPSM-TEMPORARY-COUNT)
                     RESULT(WS-CPSM-TEMPORARY-RESULT-SET)
                     THREAD(WS-CPSM-TEMPORARY-THREAD)
                     RESPONSE(WS-RESPONSE)
                     REASON(WS-REASON)
           END-EXEC.

           IF WS-RESPONSE NOT EQUAL EYUVALUE(OK)
      D       DISPLAY 'CMASPLEX GET failed'
              MOVE 'CMASPLEX'         TO WS-FAILURE-COMMAND
              MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
              MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
              PERFORM GET-CPSM-COMMAND-FAILURE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE WS-CPSM-TEMPORARY-RESULT-SET
                                        TO WS-CPSM-CMASPLEX-RESULT-SET.
           MOVE WS-CPSM-TEMPORARY-COUNT TO WS-CPSM-CMASPLEX-COUNT.

           IF WS-CICSPLEX-NAME-CNT + WS-CPSM-CMASPLEX-COUNT
              GREATER THAN WS-CICSPLEX-NAME-MAX
      D       DISPLAY 'CMASPLEX COUNT EXCEEDS TABLE CAPACITY'

              DISPLAY 'SM540RES: CMASPLEX returned '
                      WS-CPSM-CMASPLEX-COUNT ' entries which '
                      'exceeds the table capacity of '
                      WS-CICSPLEX-NAME-MAX

              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM VARYING WS-TEMP-RECORDS-1 FROM 1 BY 1
                   UNTIL WS-TEMP-RECORDS-1 > WS-CPSM-CMASPLEX-COUNT

              MOVE CMASPLEX-TBL-LEN TO WS-CPSM-TEMPORARY-LENGTH

              EXEC CPSM FETCH INTO(CMASPLEX)
                              LENGTH(WS-CPSM-TEMPORARY-LENGTH)
                              RESULT(WS-CPSM-CMASPLEX-RESULT-SET)
                              THREAD(WS-THREAD-CICSPLEX)
                              RESPONSE(WS-RESPONSE)
                              REASON(WS-REASON)
              END-EXEC

              IF WS-RESPONSE NOT EQUAL EYUVALUE(OK)
      D          DISPLAY 'CMASPLEX FETCH failed'
                 MOVE 'FETCH'            TO WS-FAILURE-COMMAND
                 MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                 MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                 PERFORM GET-CPSM-COMMAND-FAILURE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

              ADD 1 TO WS-CICSPLEX-NAME-CNT
              MOVE PLEXNAME OF CMASPLEX TO
                 WS-CICSPLEX-NAME-STORE(WS-CICSPLEX-NAME-CNT)
              MOVE MPCMAS OF CMASPLEX TO
                 WS-CICSPLEX-NAME-CMAS(WS-CICSPLEX-NAME-CNT)
              MOVE MPSTATUS OF CMASPLEX TO
                 WS-CICSPLEX-NAME-STATUS(WS-CICSPLEX-NAME-CNT)
              MOVE WS-CURRENT-NETWORK TO
                 WS-CICSPLEX-NAME-NETWORK(WS-CICSPLEX-NAME-CNT)

           END-PERFORM.

       SC999.
           EXIT.


      *
      * Qualify into each CICSplex the current network's scan just
      * appended in turn, fetch that plex's whole CICSRGN table,
      * and count its active regions into the spread tables. A plex
      * this thread cannot see is skipped and the walk moves on.
      *
       COUNT-CICSPLEX-REGIONS SECTION.
       CNR000.

           PERFORM VARYING WS-TEMP-RECORDS-1 FROM WS-PLEX-FIRST BY 1
                   UNTIL WS-TEMP-RECORDS-1 > WS-CICSPLEX-NAME-CNT

              MOVE 'N' TO WS-CICSPLEX-NAME-SKIPPED (WS-TEMP-RECORDS-1)
              PERFORM COUNT-ONE-CICSPLEX

           END-PERFORM.

       CNR999.
           EXIT.


      *
      * Count one CICSplex - qualify into it, fetch its CICSRGN
      * table and count its active regions.
      *
       COUNT-ONE-CICSPLEX SECTION.
       COP000.

           MOVE SPACES TO WS-CPSM-TEMPORARY-SCOPE.

           STRING WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
              DELIMITED BY SPACE INTO WS-CPSM-TEMPORARY-SCOPE.

           EXEC CPSM QUALIFY
              CONTEXT(WS-CPSM-TEMPORARY-SCOPE)
              SCOPE(WS-CPSM-TEMPORARY-SCOPE)
              THREAD(WS-THREAD-CICSPLEX)
              RESPONSE(WS-RESPONSE)
              REASON(WS-REASON)
           END-EXEC.

           IF WS-RESPONSE NOT EQUAL EYUVALUE(OK)

      *
      *       An unreachable plex (a dead or quiescing CMAS) is a
      *       known recurring condition in this estate - skip it
      *       and keep walking; the totals say how many were missed.
      *
              MOVE 'Y' TO WS-CICSPLEX-NAME-SKIPPED (WS-TEMP-RECORDS-1)
              ADD 1 TO WS-PLEXES-SKIPPED
              MOVE WS-RESPONSE TO WS-DISPLAY-RESPONSE
              MOVE WS-REASON   TO WS-DISPLAY-REASON
              DISPLAY 'SM540RES: QUALIFY of '
                      WS-CPSM-TEMPORARY-SCOPE ' failed with '
                      'RESPONSE(' WS-DISPLAY-RESPONSE ') '
                      'REASON(' WS-DISPLAY-REASON ') - '
                      'PLEX SKIPPED'

           ELSE

              MOVE 'CICSRGN'          TO WS-CPSM-TEMPORARY-OBJECT
              MOVE 0                  TO WS-CPSM-TEMPORARY-COUNT
              MOVE WS-THREAD-CICSPLEX TO WS-CPSM-TEMPORARY-THREAD

              EXEC CPSM GET
                        OBJECT(WS-CPSM-TEMPORARY-OBJECT)
                        COUNT(WS-CPSM-TEMPORARY-COUNT)
                        RESULT(WS-CPSM-TEMPORARY-RESULT-SET)
                        THREAD(WS-CPSM-TEMPORARY-THREAD)
                        RESPONSE(WS-RESPONSE)
                        REASON(WS-REASON)
              END-EXEC

              IF WS-RESPONSE EQUAL EYUVALUE(OK)
                 PERFORM COUNT-CICSRGN-TABLE
              END-IF

              IF WS-RESPONSE NOT EQUAL EYUVALUE(OK) AND
              WS-RESPONSE NOT EQUAL EYUVALUE(NOTAVAILABLE) AND
              WS-RESPONSE NOT EQUAL EYUVALUE(NODATA)
      D          DISPLAY 'CICSRGN GET failed'
                 MOVE 'GET'              TO WS-FAILURE-COMMAND
                 MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                 MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                 PERFORM GET-CPSM-COMMAND-FAILURE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

           END-IF.

       COP999.
           EXIT.


      *
      * Fetch every CICSRGN record in the result set just opened by
      * COUNT-ONE-CICSPLEX and count each active region.
      *
       COUNT-CICSRGN-TABLE SECTION.
       CRT000.

           PERFORM VARYING WS-TEMP-RECORDS-2 FROM 1 BY 1
                   UNTIL WS-TEMP-RECORDS-2 > WS-CPSM-TEMPORARY-COUNT

              MOVE CICSRGN-TBL-LEN TO WS-CPSM-TEMPORARY-LENGTH

              EXEC CPSM FETCH INTO(CICSRGN)
                              LENGTH(WS-CPSM-TEMPORARY-LENGTH)
                              RESULT(WS-CPSM-TEMPORARY-RESULT-SET)
                              THREAD(WS-THREAD-CICSPLEX)
                              RESPONSE(WS-RESPONSE)
                              REASON(WS-REASON)
              END-EXEC

              IF WS-RESPONSE NOT EQUAL EYUVALUE(OK)
      D          DISPLAY 'CICSRGN FETCH failed'
                 MOVE 'FETCH'            TO WS-FAILURE-COMMAND
                 MOVE WS-BINARY-ZERO     TO WS-FAILURE-RESULT-SET
                 MOVE WS-THREAD-CICSPLEX TO WS-FAILURE-THREAD
                 PERFORM GET-CPSM-COMMAND-FAILURE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF

              PERFORM COUNT-ACTIVE-REGION

           END-PERFORM.

       CRT999.
           EXIT.


      *
      * Count the CICSRGN record just fetched, if the region is
      * active, under its CICSplex and under its region group. A
      * quiescing region is on its way down and is no protection
      * against an LPAR outage, so only ACTIVE regions count.
      *
       COUNT-ACTIVE-REGION SECTION.
       CAR000.

           ADD 1 TO WS-TOTAL-REGIONS.

           IF CICSSTATUS OF CICSRGN EQUAL DFHVALUE(ACTIVE)

              ADD 1 TO WS-TOTAL-ACTIVE

              MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-OWNER-NETWORK
              MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-OWNER-PLEXNAME

              MOVE 'P'                   TO WS-COUNT-LPAR-OWNER-TYPE
              MOVE WS-PLEX-OWNER         TO WS-COUNT-LPAR-OWNER
              MOVE MVSSYSNAME OF CICSRGN TO WS-COUNT-LPAR-MVSSYSNAME
              PERFORM ADD-LPAR-COUNT

              MOVE 'P'                   TO WS-COUNT-XCF-OWNER-TYPE
              MOVE WS-PLEX-OWNER         TO WS-COUNT-XCF-OWNER
              MOVE XCFGROUP OF CICSRGN   TO WS-COUNT-XCF-XCFGROUP
              PERFORM ADD-XCF-COUNT

      *
      *       The region's group code from the APPLIDS file - a
      *       region with no record or a blank group is counted
      *       under its plex only.
      *
              MOVE SPACES            TO WS-REGION-GROUP
              MOVE APPLID OF CICSRGN TO WS-APPLIDS-RID

              EXEC CICS READ
                        FILE('APPLIDS')
                        INTO(WS-APPLIDS-RECORD)
                        RIDFLD(WS-APPLIDS-RID)
                        RESP(WS-FILE-RESP)
              END-EXEC

              IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE WS-APPLIDS-GROUP TO WS-REGION-GROUP
              END-IF

              IF WS-REGION-GROUP EQUAL SPACES
                 ADD 1 TO WS-TOTAL-NO-GROUP
              ELSE
                 MOVE 'G'                   TO WS-COUNT-LPAR-OWNER-TYPE
                 MOVE WS-REGION-GROUP       TO WS-COUNT-LPAR-OWNER
                 MOVE MVSSYSNAME OF CICSRGN TO WS-COUNT-LPAR-MVSSYSNAME
                 PERFORM ADD-LPAR-COUNT

                 MOVE 'G'                   TO WS-COUNT-XCF-OWNER-TYPE
                 MOVE WS-REGION-GROUP       TO WS-COUNT-XCF-OWNER
                 MOVE XCFGROUP OF CICSRGN   TO WS-COUNT-XCF-XCFGROUP
                 PERFORM ADD-XCF-COUNT
              END-IF

           END-IF.

       CAR999.
           EXIT.


      *
      * Add one region to the owner/LPAR count keyed by
      * WS-COUNT-LPAR-KEY, slotting a new count into key order by
      * shifting the larger keys up one.
      *
       ADD-LPAR-COUNT SECTION.
       ALC000.

           MOVE 'N' TO WS-COUNT-FOUND.

           IF WS-LPAR-CNT GREATER THAN 0

              SEARCH ALL WS-LPAR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-LPAR-KEY(WS-LPAR-IDX) EQUAL WS-COUNT-LPAR-KEY
                    ADD 1 TO WS-LPAR-REGIONS(WS-LPAR-IDX)
                    MOVE 'Y' TO WS-COUNT-FOUND
              END-SEARCH

           END-IF.

           IF WS-COUNT-FOUND NOT EQUAL 'Y'

              IF WS-LPAR-CNT LESS THAN WS-LPAR-MAX

                 ADD 1 TO WS-LPAR-CNT
                 MOVE WS-LPAR-CNT TO WS-LPAR-SUB

                 PERFORM UNTIL WS-LPAR-SUB EQUAL 1 OR
                         WS-LPAR-KEY(WS-LPAR-SUB - 1) NOT GREATER
                         THAN WS-COUNT-LPAR-KEY
                    MOVE WS-LPAR-ENTRY(WS-LPAR-SUB - 1) TO
                       WS-LPAR-ENTRY(WS-LPAR-SUB)
                    SUBTRACT 1 FROM WS-LPAR-SUB
                 END-PERFORM

                 MOVE WS-COUNT-LPAR-KEY TO WS-LPAR-KEY(WS-LPAR-SUB)
                 MOVE MVSSYSID OF CICSRGN
                    TO WS-LPAR-MVSSYSID(WS-LPAR-SUB)
                 MOVE 1 TO WS-LPAR-REGIONS(WS-LPAR-SUB)

              ELSE
                 MOVE 'Y' TO WS-SPREAD-OVERFLOW
              END-IF

           END-IF.

       ALC999.
           EXIT.


      *
      * Add one region to the owner/XCF group count keyed by
      * WS-COUNT-XCF-KEY, slotting a new count into key order by
      * shifting the larger keys up one.
      *
       ADD-XCF-COUNT SECTION.
       AXC000.

           MOVE 'N' TO WS-COUNT-FOUND.

           IF WS-XCF-CNT GREATER THAN 0

              SEARCH ALL WS-XCF-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-XCF-KEY(WS-XCF-IDX) EQUAL WS-COUNT-XCF-KEY
                    ADD 1 TO WS-XCF-REGIONS(WS-XCF-IDX)
                    MOVE 'Y' TO WS-COUNT-FOUND
              END-SEARCH

           END-IF.

           IF WS-COUNT-FOUND NOT EQUAL 'Y'

              IF WS-XCF-CNT LESS THAN WS-XCF-MAX

                 ADD 1 TO WS-XCF-CNT
                 MOVE WS-XCF-CNT TO WS-XCF-SUB

                 PERFORM UNTIL WS-XCF-SUB EQUAL 1 OR
                         WS-XCF-KEY(WS-XCF-SUB - 1) NOT GREATER
                         THAN WS-COUNT-XCF-KEY
                    MOVE WS-XCF-ENTRY(WS-XCF-SUB - 1) TO
                       WS-XCF-ENTRY(WS-XCF-SUB)
                    SUBTRACT 1 FROM WS-XCF-SUB
                 END-PERFORM

                 MOVE WS-COUNT-XCF-KEY TO WS-XCF-KEY(WS-XCF-SUB)
                 MOVE 1 TO WS-XCF-REGIONS(WS-XCF-SUB)

              ELSE
                 MOVE 'Y' TO WS-SPREAD-OVERFLOW
              END-IF

           END-IF.

       AXC999.
           EXIT.


      *
      * Print the spread of every owner of the type in
      * WS-OWNER-TYPE - G for region groups, P for CICSplexes. Both
      * spread tables hold every owner that has an active region,
      * in the same key order, so each owner's LPAR entries and XCF
      * entries are taken off the two tables side by side.
      *
       PRINT-OWNER-SPREADS SECTION.
       POS000.

           PERFORM VARYING WS-LPAR-SUB FROM 1 BY 1
                   UNTIL WS-LPAR-SUB > WS-LPAR-CNT OR
                         WS-LPAR-OWNER-TYPE(WS-LPAR-SUB) EQUAL
                         WS-OWNER-TYPE
              CONTINUE
           END-PERFORM.

           PERFORM VARYING WS-XCF-SUB FROM 1 BY 1
                   UNTIL WS-XCF-SUB > WS-XCF-CNT OR
                         WS-XCF-OWNER-TYPE(WS-XCF-SUB) EQUAL
                         WS-OWNER-TYPE
              CONTINUE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-LPAR-SUB > WS-LPAR-CNT
              MOVE ' NONE - NO ACTIVE REGIONS TO REPORT'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           PERFORM UNTIL WS-LPAR-SUB > WS-LPAR-CNT OR
                         WS-LPAR-OWNER-TYPE(WS-LPAR-SUB) NOT EQUAL
                         WS-OWNER-TYPE
              MOVE WS-LPAR-OWNER(WS-LPAR-SUB) TO WS-OWNER
              PERFORM MEASURE-OWNER-SPREAD
              PERFORM PRINT-ONE-OWNER
           END-PERFORM.

       POS999.
           EXIT.


      *
      * Take the current owner's entries off both spread tables,
      * leaving each subscript on the next owner, and work out its
      * active regions, LPAR and XCF group counts, busiest LPAR
      * and share limit.
      *
       MEASURE-OWNER-SPREAD SECTION.
       MOS000.

           MOVE 0      TO WS-OWNER-REGIONS.
           MOVE 0      TO WS-OWNER-LPARS.
           MOVE 0      TO WS-OWNER-XCFGROUPS.
           MOVE 0      TO WS-OWNER-TOP-REGIONS.
           MOVE SPACES TO WS-OWNER-TOP-LPAR.

           MOVE WS-LPAR-SUB TO WS-OWNER-LPAR-FIRST.

           PERFORM UNTIL WS-LPAR-SUB > WS-LPAR-CNT OR
                         WS-LPAR-OWNER-TYPE(WS-LPAR-SUB) NOT EQUAL
                         WS-OWNER-TYPE OR
                         WS-LPAR-OWNER(WS-LPAR-SUB) NOT EQUAL
                         WS-OWNER
              ADD WS-LPAR-REGIONS(WS-LPAR-SUB) TO WS-OWNER-REGIONS
              ADD 1 TO WS-OWNER-LPARS
              IF WS-LPAR-REGIONS(WS-LPAR-SUB) GREATER THAN
                 WS-OWNER-TOP-REGIONS
                 MOVE WS-LPAR-REGIONS(WS-LPAR-SUB)
                    TO WS-OWNER-TOP-REGIONS
                 MOVE WS-LPAR-MVSSYSNAME(WS-LPAR-SUB)
                    TO WS-OWNER-TOP-LPAR
              END-IF
              ADD 1 TO WS-LPAR-SUB
           END-PERFORM.

           COMPUTE WS-OWNER-LPAR-LAST = WS-LPAR-SUB - 1.

           MOVE WS-XCF-SUB TO WS-OWNER-XCF-FIRST.

           PERFORM UNTIL WS-XCF-SUB > WS-XCF-CNT OR
                         WS-XCF-OWNER-TYPE(WS-XCF-SUB) NOT EQUAL
                         WS-OWNER-TYPE OR
                         WS-XCF-OWNER(WS-XCF-SUB) NOT EQUAL
                         WS-OWNER
              ADD 1 TO WS-OWNER-XCFGROUPS
              ADD 1 TO WS-XCF-SUB
           END-PERFORM.

           COMPUTE WS-OWNER-XCF-LAST = WS-XCF-SUB - 1.

           COMPUTE WS-OWNER-SHARE ROUNDED =
              WS-OWNER-TOP-REGIONS * 100 / WS-OWNER-REGIONS.

           MOVE 0 TO WS-OWNER-LIMIT.

           IF WS-OWNER-TYPE EQUAL 'G'
              MOVE WS-DEFAULT-SHARE-PCT TO WS-OWNER-LIMIT
              PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                      UNTIL WS-LIMIT-SUB > WS-LIMIT-CNT
                 IF WS-LIMIT-GROUP(WS-LIMIT-SUB) EQUAL WS-OWNER
                    MOVE WS-LIMIT-PCT(WS-LIMIT-SUB) TO WS-OWNER-LIMIT
                 END-IF
              END-PERFORM
           END-IF.

      *
      *    The limit is checked on the region counts themselves, not
      *    the rounded share, so a share a fraction over the limit is
      *    not lost to the division.
      *
           MOVE 'N' TO WS-OWNER-OVER-LIMIT.

           IF WS-OWNER-TOP-REGIONS * 100 GREATER THAN
              WS-OWNER-LIMIT * WS-OWNER-REGIONS
              MOVE 'Y' TO WS-OWNER-OVER-LIMIT
           END-IF.

           MOVE SPACES TO WS-OWNER-NAME.

           IF WS-OWNER-TYPE EQUAL 'G'
              MOVE WS-OWNER TO WS-OWNER-NAME
           ELSE
              MOVE WS-OWNER TO WS-PLEX-OWNER
              STRING WS-PLEX-OWNER-NETWORK DELIMITED BY SPACE,
                     '/' DELIMITED BY SIZE,
                     WS-PLEX-OWNER-PLEXNAME DELIMITED BY SPACE
                     INTO WS-OWNER-NAME
           END-IF.

       MOS999.
           EXIT.


      *
      * Print the owner just measured - its heading line, one line
      * per LPAR with that LPAR's share of the active regions, one
      * line per XCF group, and a flag line for each single point
      * of failure found.
      *
       PRINT-ONE-OWNER SECTION.
       POO000.

           MOVE SPACES TO WS-OWNER-LINE.

           IF WS-OWNER-TYPE EQUAL 'G'
              MOVE 'GROUP'    TO WS-OWNER-LINE-KIND
              MOVE '  SHARE LIMIT ' TO WS-OWNER-LINE-LIMIT-TEXT
              MOVE WS-OWNER-LIMIT   TO WS-OWNER-LINE-LIMIT
           ELSE
              MOVE 'CICSPLEX' TO WS-OWNER-LINE-KIND
           END-IF.

           MOVE WS-OWNER-NAME      TO WS-OWNER-LINE-NAME.
           MOVE WS-OWNER-REGIONS   TO WS-OWNER-LINE-REGIONS.
           MOVE WS-OWNER-LPARS     TO WS-OWNER-LINE-LPARS.
           MOVE WS-OWNER-XCFGROUPS TO WS-OWNER-LINE-XCFGROUPS.
           MOVE WS-OWNER-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-LPAR-SUB FROM WS-OWNER-LPAR-FIRST BY 1
                   UNTIL WS-LPAR-SUB > WS-OWNER-LPAR-LAST
              MOVE SPACES TO WS-LPAR-LINE
              MOVE WS-LPAR-MVSSYSNAME(WS-LPAR-SUB)
                 TO WS-LPAR-LINE-MVSSYSNAME
              MOVE WS-LPAR-MVSSYSID(WS-LPAR-SUB)
                 TO WS-LPAR-LINE-MVSSYSID
              MOVE WS-LPAR-REGIONS(WS-LPAR-SUB)
                 TO WS-LPAR-LINE-REGIONS
              COMPUTE WS-LPAR-LINE-SHARE ROUNDED =
                 WS-LPAR-REGIONS(WS-LPAR-SUB) * 100 / WS-OWNER-REGIONS
              MOVE WS-LPAR-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-PERFORM.

           PERFORM VARYING WS-XCF-SUB FROM WS-OWNER-XCF-FIRST BY 1
                   UNTIL WS-XCF-SUB > WS-OWNER-XCF-LAST
              MOVE SPACES TO WS-XCF-LINE
              MOVE WS-XCF-XCFGROUP(WS-XCF-SUB)
                 TO WS-XCF-LINE-XCFGROUP
              MOVE WS-XCF-REGIONS(WS-XCF-SUB)
                 TO WS-XCF-LINE-REGIONS
              MOVE WS-XCF-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-PERFORM.

      *
      *    All on one LPAR already says more than any share limit
      *    could, so the share check only applies to a group spread
      *    over two or more LPARs.
      *
           IF WS-OWNER-LPARS EQUAL 1
              MOVE SPACES TO WS-FLAG-TEXT
              STRING 'ALL ACTIVE REGIONS ON ONE LPAR - '
                     DELIMITED BY SIZE,
                     WS-OWNER-TOP-LPAR DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
              PERFORM RECORD-RESILIENCE-FLAG
           ELSE
              IF WS-OWNER-TYPE EQUAL 'G' AND
                 WS-OWNER-OVER-LIMIT EQUAL 'Y'
                 MOVE WS-OWNER-SHARE TO WS-LPAR-LINE-SHARE
                 MOVE SPACES TO WS-FLAG-TEXT
                 STRING 'LPAR ' DELIMITED BY SIZE,
                        WS-OWNER-TOP-LPAR DELIMITED BY SPACE,
                        ' HOSTS ' DELIMITED BY SIZE,
                        WS-LPAR-LINE-SHARE DELIMITED BY SIZE,
                        '% - OVER THE SHARE LIMIT' DELIMITED BY SIZE
                        INTO WS-FLAG-TEXT
                 PERFORM RECORD-RESILIENCE-FLAG
              END-IF
           END-IF.

           IF WS-OWNER-XCFGROUPS EQUAL 1
              MOVE SPACES TO WS-FLAG-TEXT
              STRING 'ALL ACTIVE REGIONS IN ONE XCFGROUP - '
                     DELIMITED BY SIZE,
                     WS-XCF-XCFGROUP(WS-OWNER-XCF-FIRST)
                     DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
              PERFORM RECORD-RESILIENCE-FLAG
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *
      *    Leave the subscripts on the next owner for
      *    PRINT-OWNER-SPREADS.
      *
           COMPUTE WS-LPAR-SUB = WS-OWNER-LPAR-LAST + 1.
           COMPUTE WS-XCF-SUB  = WS-OWNER-XCF-LAST + 1.

       POO999.
           EXIT.


      *
      * Print the flag in WS-FLAG-TEXT under the current owner and
      * hold it for the exceptions list.
      *
       RECORD-RESILIENCE-FLAG SECTION.
       RRF000.

           MOVE SPACES       TO WS-FLAG-LINE.
           MOVE WS-FLAG-TEXT TO WS-FLAG-LINE-TEXT.
           MOVE WS-FLAG-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-EXCEPTION-CNT LESS THAN WS-EXCEPTION-MAX
              ADD 1 TO WS-EXCEPTION-CNT
              MOVE WS-OWNER-LINE-KIND
                 TO WS-EXCEPTION-KIND(WS-EXCEPTION-CNT)
              MOVE WS-OWNER-NAME
                 TO WS-EXCEPTION-NAME(WS-EXCEPTION-CNT)
              MOVE WS-FLAG-TEXT
                 TO WS-EXCEPTION-TEXT(WS-EXCEPTION-CNT)
           ELSE
              MOVE 'Y' TO WS-EXCEPTION-OVERFLOW
           END-IF.

       RRF999.
           EXIT.


      *
      * Print the exceptions list - every group and plex flagged
      * above, on one page - and the run totals.
      *
       PRINT-RESILIENCE-EXCEPTIONS SECTION.
       PRX000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' SINGLE POINT OF FAILURE EXCEPTIONS'
              TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-EXCEPTION-CNT EQUAL 0
              MOVE ' NONE - NO SINGLE POINT OF FAILURE FOUND'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           ELSE

              MOVE WS-EXCEPTION-HEADING TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              PERFORM VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                      UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-CNT
                 MOVE SPACES TO WS-EXCEPTION-LINE
                 MOVE WS-EXCEPTION-KIND(WS-EXCEPTION-SUB)
                    TO WS-EXCEPTION-LINE-KIND
                 MOVE WS-EXCEPTION-NAME(WS-EXCEPTION-SUB)
                    TO WS-EXCEPTION-LINE-NAME
                 MOVE WS-EXCEPTION-TEXT(WS-EXCEPTION-SUB)
                    TO WS-EXCEPTION-LINE-TEXT
                 MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
              END-PERFORM

           END-IF.

           IF WS-EXCEPTION-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: EXCEPTION TABLE FULL - LINES MISSING'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS FOUND                 ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-REGIONS                 TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS ACTIVE                ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-ACTIVE                  TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'ACTIVE REGIONS WITH NO GROUP  ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-NO-GROUP                TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'EXCEPTIONS FLAGGED            ' TO WS-SUMMARY-TEXT.
           MOVE WS-EXCEPTION-CNT                 TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-PLEXES-SKIPPED GREATER THAN 0
              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'CICSPLEXES SKIPPED            '
                 TO WS-SUMMARY-TEXT
              MOVE WS-PLEXES-SKIPPED TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-NETWORKS-SKIPPED GREATER THAN 0
              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'CMAS NETWORKS SKIPPED         '
                 TO WS-SUMMARY-TEXT
              MOVE WS-NETWORKS-SKIPPED TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-SPREAD-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: SPREAD TABLE FULL - COUNTS INCOMPLETE'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PRX999.
           EXIT.


      *
      * Print one line of the report to the spool opened in R000.
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
      * Get-CPSM-Command-Failure
      *
       GET-CPSM-COMMAND-FAILURE SECTION.
       GCCF000.

           MOVE WS-RESPONSE TO WS-DISPLAY-RESPONSE.
           MOVE WS-REASON   TO WS-DISPLAY-REASON.
           MOVE WS-FAILURE-RESULT-SET TO WS-DISPLAY-RESULT-SET.
           MOVE WS-FAILURE-THREAD     TO WS-DISPLAY-THREAD.

           DISPLAY 'SM540RES: ' WS-FAILURE-COMMAND ' failed with '
                   'RESPONSE(' WS-DISPLAY-RESPONSE ') '
                   'REASON(' WS-DISPLAY-REASON ')'.

       GCCF999.
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
