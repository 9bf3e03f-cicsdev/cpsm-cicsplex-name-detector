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
      * Title: SM540CMP - Region configuration baseline compliance
      *                    report per region group
      *
      *
      * Description: This program checks the security and integrity
      *              settings of every live CICS region against the
      *              baseline required for its region group, for the
      *              quarterly controls attestation.
      *
      *              The baseline is the CFGBASE file, one record per
      *              region group (the same group code SM540MNT keeps
      *              on the APPLIDS file), holding the value each of
      *              EXTSEC, CMDPROTECT, REENTPROTECT, STGPROT,
      *              TRANISOLATE, DFLTUSER, REGIONUSERID, SYSDUMP-A
      *              and DEBUGTOOL must have in that group's regions.
      *              The CVDA settings are held as their CVDA value
      *              in display form, right-justified and zero-filled
      *              as the baselines are loaded so that 166, 00166
      *              and 00000166 all mean the same; a blank setting
      *              is not checked for that group, and one that is
      *              not a CVDA number at all is listed in a section
      *              of its own and not checked either. The common
      *              CVDAs - YES and NO, ACTIVE and INACTIVE, ENABLED
      *              and DISABLED - print by name on the report, any
      *              other as its number.
      *
      *              The run walks every CICSplex known to each CMAS
      *              network named on the CMASLIST file (the same
      *              per-CMAS CMASPLEX scan used by SM540BAT and
      *              SM540EXP), fetches every CICSRGN record in each
      *              plex, looks the region's APPLID up on the
      *              APPLIDS file for its group, and prints one line
      *              for every setting that differs from the group's
      *              baseline, with the required and actual values
      *              side by side.
      *
      *              Regions with no APPLIDS record, a blank group
      *              code, or a group with no CFGBASE record cannot
      *              be judged and are listed in a section of their
      *              own, so nothing escapes the attestation
      *              unnoticed. The report closes with a summary of
      *              regions checked, compliant and deviating by
      *              group and by CICSplex. A plex or CMAS network
      *              that could not be reached is called out, since
      *              its regions are missing from the evidence.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM540CMP.
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
      * return more than this between them. Each entry also
      * carries its plex's compliance counts for the summary, and
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
             05 WS-CICSPLEX-NAME-REGIONS      PIC S9(8) BINARY.
             05 WS-CICSPLEX-NAME-COMPLIANT    PIC S9(8) BINARY.
             05 WS-CICSPLEX-NAME-DEVIATING    PIC S9(8) BINARY.
             05 WS-CICSPLEX-NAME-UNCOVERED    PIC S9(8) BINARY.

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
      * The CFGBASE configuration baseline file - one record per
      * region group, holding the value each checked setting must
      * have in that group's regions. The CVDA settings are held as
      * the CVDA value in display form (the way SM540EXP exports
      * CICSSTATUS), made 8 digits as they are loaded; the user IDs
      * as the 8 character user ID. A blank setting is not checked
      * for the group.
      *
       01 WS-CFGBASE-FILE                     PIC X(8)
                                               VALUE 'CFGBASE '.
       01 WS-CFGBASE-RID                      PIC X(8) VALUE SPACES.
       01 WS-CFGBASE-RESP                     PIC S9(8) BINARY.
       01 WS-CFGBASE-EOF                      PIC X VALUE 'N'.
       01 WS-CFGBASE-RECORD.
          05 WS-CFGBASE-GROUP                 PIC X(8).
          05 WS-CFGBASE-SETTINGS.
             10 WS-CFGBASE-EXTSEC             PIC X(8).
             10 WS-CFGBASE-CMDPROTECT         PIC X(8).
             10 WS-CFGBASE-REENTPROTECT       PIC X(8).
             10 WS-CFGBASE-STGPROT            PIC X(8).
             10 WS-CFGBASE-TRANISOLATE        PIC X(8).
             10 WS-CFGBASE-DFLTUSER           PIC X(8).
             10 WS-CFGBASE-REGIONUSERID       PIC X(8).
             10 WS-CFGBASE-SYSDUMP            PIC X(8).
             10 WS-CFGBASE-DEBUGTOOL          PIC X(8).
          05 WS-CFGBASE-DESC                  PIC X(40).
          05 FILLER                           PIC X(8).

      *
      * The baselines loaded from CFGBASE, one entry per group,
      * each carrying its group's compliance counts for the
      * summary. Sized well past the shop's group count - the load
      * reports rather than silently truncates if it ever fills.
      *
       01 WS-BASELINE-MAX                     PIC S9(4) BINARY
                                               VALUE 200.

       01 WS-BASELINE-TABLE.
          03 WS-BASELINE-ENTRY OCCURS 200.
             05 WS-BASELINE-GROUP             PIC X(8).
             05 WS-BASELINE-EXTSEC            PIC X(8).
             05 WS-BASELINE-CMDPROTECT        PIC X(8).
             05 WS-BASELINE-REENTPROTECT      PIC X(8).
             05 WS-BASELINE-STGPROT           PIC X(8).
             05 WS-BASELINE-TRANISOLATE       PIC X(8).
             05 WS-BASELINE-DFLTUSER          PIC X(8).
             05 WS-BASELINE-REGIONUSERID      PIC X(8).
             05 WS-BASELINE-SYSDUMP           PIC X(8).
             05 WS-BASELINE-DEBUGTOOL         PIC X(8).
             05 WS-BASELINE-REGIONS           PIC S9(8) BINARY.
             05 WS-BASELINE-COMPLIANT         PIC S9(8) BINARY.
             05 WS-BASELINE-DEVIATING         PIC S9(8) BINARY.

       01 WS-BASELINE-CNT                     PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-BASELINE-SUB                     PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-BASELINE-OVERFLOW                PIC X VALUE 'N'.

      *
      * The region being judged - its group, the baseline entry
      * found for it (zero for none), and whether any of its
      * settings deviated.
      *
       01 WS-REGION-GROUP                     PIC X(8) VALUE SPACES.
       01 WS-REGION-ON-FILE                   PIC X VALUE 'N'.
       01 WS-REGION-BASELINE                  PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-REGION-DEVIATES                  PIC X VALUE 'N'.

      *
      * One setting being checked - its name, the required value
      * from the baseline and the region's actual value, both in
      * display form.
      *
       01 WS-CHECK-SETTING                    PIC X(12) VALUE SPACES.
       01 WS-CHECK-REQUIRED                   PIC X(8) VALUE SPACES.
       01 WS-CHECK-ACTUAL                     PIC X(8) VALUE SPACES.
       01 WS-CHECK-CVDA                       PIC 9(8) VALUE 0.
       01 WS-CHECK-IS-CVDA                    PIC X VALUE 'N'.

      *
      * A baseline CVDA value being right-justified and zero-filled,
      * and a CVDA value being turned into its name for printing.
      *
       01 WS-CHECK-WORK                       PIC X(8) VALUE SPACES.
       01 WS-CHECK-LENGTH                     PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-CHECK-JUSTIFIED                  PIC X(8) JUSTIFIED RIGHT
                                               VALUE SPACES.
       01 WS-CVDA-NAME                        PIC X(8) VALUE SPACES.
       01 WS-CVDA-VALUE                       PIC 9(8) VALUE 0.

      *
      * Regions that cannot be judged - no APPLIDS record, a blank
      * group code, or a group with no baseline - held for their
      * own section of the report. Sized well past the estate's
      * region count; the report says so if it ever fills.
      *
       01 WS-UNCOVERED-MAX                    PIC S9(4) BINARY
                                               VALUE 5000.

       01 WS-UNCOVERED-TABLE.
          03 WS-UNCOVERED-ENTRY OCCURS 5000.
             05 WS-UNCOVERED-APPLID           PIC X(8).
             05 WS-UNCOVERED-PLEXNAME         PIC X(8).
             05 WS-UNCOVERED-NETWORK          PIC X(8).
             05 WS-UNCOVERED-GROUP            PIC X(8).
             05 WS-UNCOVERED-REASON           PIC X(30).

       01 WS-UNCOVERED-CNT                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-UNCOVERED-SUB                    PIC S9(4) BINARY
                                               VALUE 0.
       01 WS-UNCOVERED-OVERFLOW               PIC X VALUE 'N'.

      *
      * Run totals for the summary.
      *
       01 WS-TOTAL-REGIONS                    PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-COMPLIANT                  PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-DEVIATING                  PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-UNCOVERED                  PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-SETTINGS                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-PLEXES-SKIPPED                   PIC S9(8) BINARY
                                               VALUE 0.
       01 WS-TOTAL-REJECTED                   PIC S9(8) BINARY
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

       01 WS-DEVIATION-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'NETWORK'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'PLEXNAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(12)
                                               VALUE 'SETTING'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'REQUIRED'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'ACTUAL'.
          05 FILLER                           PIC X(47) VALUE SPACE.

       01 WS-DEVIATION-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-DEVIATION-NETWORK             PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DEVIATION-PLEXNAME            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DEVIATION-APPLID              PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DEVIATION-GROUP               PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DEVIATION-SETTING             PIC X(12).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DEVIATION-REQUIRED            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-DEVIATION-ACTUAL              PIC X(8).
          05 FILLER                           PIC X(47) VALUE SPACE.

       01 WS-REJECTED-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(12)
                                               VALUE 'SETTING'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'VALUE'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(30)
                                               VALUE 'REASON'.
          05 FILLER                           PIC X(55) VALUE SPACE.

       01 WS-REJECTED-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-REJECTED-GROUP                PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REJECTED-SETTING              PIC X(12).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REJECTED-VALUE                PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-REJECTED-REASON               PIC X(30).
          05 FILLER                           PIC X(55) VALUE SPACE.

       01 WS-UNCOVERED-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'NETWORK'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'PLEXNAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'APPLID'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(30)
                                               VALUE 'REASON'.
          05 FILLER                           PIC X(49) VALUE SPACE.

       01 WS-UNCOVERED-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-UNCOVERED-LINE-NETWORK        PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-UNCOVERED-LINE-PLEXNAME       PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-UNCOVERED-LINE-APPLID         PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-UNCOVERED-LINE-GROUP          PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-UNCOVERED-LINE-REASON         PIC X(30).
          05 FILLER                           PIC X(49) VALUE SPACE.

       01 WS-GROUP-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'GROUP'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' REGIONS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(9)
                                               VALUE 'COMPLIANT'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(9)
                                               VALUE 'DEVIATING'.
          05 FILLER                           PIC X(79) VALUE SPACE.

       01 WS-GROUP-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-GROUP-LINE-GROUP              PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-GROUP-LINE-REGIONS            PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-GROUP-LINE-COMPLIANT          PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-GROUP-LINE-DEVIATING          PIC ZZZZZZZ9.
          05 FILLER                           PIC X(79) VALUE SPACE.

       01 WS-PLEX-HEADING.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 FILLER                           PIC X(8)  VALUE 'NETWORK'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE 'PLEXNAME'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(8)
                                               VALUE ' REGIONS'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(9)
                                               VALUE 'COMPLIANT'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(9)
                                               VALUE 'DEVIATING'.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 FILLER                           PIC X(9)
                                               VALUE 'UNCOVERED'.
          05 FILLER                           PIC X(58) VALUE SPACE.

       01 WS-PLEX-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-PLEX-LINE-NETWORK             PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-PLEX-LINE-PLEXNAME            PIC X(8).
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-PLEX-LINE-REGIONS             PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-PLEX-LINE-COMPLIANT           PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-PLEX-LINE-DEVIATING           PIC ZZZZZZZ9.
          05 FILLER                           PIC X(3)  VALUE SPACE.
          05 WS-PLEX-LINE-UNCOVERED           PIC ZZZZZZZ9.
          05 FILLER                           PIC X(2)  VALUE SPACE.
          05 WS-PLEX-LINE-NOTE                PIC X(12).
          05 FILLER                           PIC X(44) VALUE SPACE.

       01 WS-SUMMARY-LINE.
          05 FILLER                           PIC X(1)  VALUE SPACE.
          05 WS-SUMMARY-TEXT                  PIC X(30).
          05 WS-SUMMARY-COUNT                 PIC ZZZZZZZ9.
          05 FILLER                           PIC X(81) VALUE SPACE.

       01 WS-REPORT-TOKEN                     PIC X(4) VALUE SPACES.
       01 WS-PRINT-RESP                       PIC S9(8) BINARY.

       PROCEDURE DIVISION.
       COMPLIANCE-MAIN SECTION.
       C000.

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
      *    Open the report spool first - each deviation is printed
      *    as its region is fetched, so there is no point walking
      *    the estate with nowhere to put the evidence.
      *
           EXEC CICS SPOOLOPEN OUTPUT
                     NODE(' ')
                     CLASS('A')
                     TOKEN(WS-REPORT-TOKEN)
                     RESP(WS-PRINT-RESP)
           END-EXEC.

           IF WS-PRINT-RESP EQUAL DFHRESP(NORMAL)

              PERFORM LOAD-CONFIG-BASELINES

              PERFORM PRINT-COMPLIANCE-HEADING

      *
      *       Load the list of CMAS networks to work through, then
      *       connect to each in turn, scanning its CMASPLEX table
      *       and checking its regions while its thread is live.
      *       One unreachable network costs the report that
      *       network's regions, and the report says so.
      *
              PERFORM LOAD-CMAS-LIST

              MOVE SPACES TO WS-CICSPLEX-NAME-ARRAY
              MOVE 0      TO WS-CICSPLEX-NAME-CNT

              PERFORM VARYING WS-CMAS-SUB FROM 1 BY 1
                      UNTIL WS-CMAS-SUB > WS-CMAS-LIST-CNT
                 PERFORM PROCESS-CMAS-NETWORK
              END-PERFORM

              IF WS-TOTAL-DEVIATING EQUAL 0
                 MOVE ' NONE - EVERY JUDGED REGION MATCHES BASELINE'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
              END-IF

              PERFORM PRINT-UNCOVERED-SECTION
              PERFORM PRINT-GROUP-SUMMARY
              PERFORM PRINT-PLEX-SUMMARY
              PERFORM PRINT-COMPLIANCE-TOTALS

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

       C999.
           EXIT.


      *
      * Load every group's baseline from the CFGBASE file. An absent
      * or empty file leaves no baselines, and every region then
      * lands in the not-covered section - the report says why
      * rather than passing the estate by default.
      *
       LOAD-CONFIG-BASELINES SECTION.
       LCB000.

           MOVE 0          TO WS-BASELINE-CNT.
           MOVE LOW-VALUES TO WS-CFGBASE-RID.

           EXEC CICS STARTBR
                     FILE(WS-CFGBASE-FILE)
                     RIDFLD(WS-CFGBASE-RID)
                     GTEQ
                     RESP(WS-CFGBASE-RESP)
           END-EXEC.

           IF WS-CFGBASE-RESP NOT EQUAL DFHRESP(NORMAL)
      D       DISPLAY 'CFGBASE file browse could not be started'
              MOVE 'Y' TO WS-CFGBASE-EOF
           ELSE
              MOVE 'N' TO WS-CFGBASE-EOF
           END-IF.

           PERFORM UNTIL WS-CFGBASE-EOF EQUAL 'Y'

              EXEC CICS READNEXT
                        FILE(WS-CFGBASE-FILE)
                        INTO(WS-CFGBASE-RECORD)
                        RIDFLD(WS-CFGBASE-RID)
                        RESP(WS-CFGBASE-RESP)
              END-EXEC

              IF WS-CFGBASE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CFGBASE-EOF

                 EXEC CICS ENDBR
                           FILE(WS-CFGBASE-FILE)
                           RESP(WS-CFGBASE-RESP)
                 END-EXEC
              ELSE
                 IF WS-BASELINE-CNT LESS THAN WS-BASELINE-MAX
                    ADD 1 TO WS-BASELINE-CNT
                    MOVE WS-CFGBASE-GROUP
                       TO WS-BASELINE-GROUP(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-EXTSEC
                       TO WS-BASELINE-EXTSEC(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-CMDPROTECT
                       TO WS-BASELINE-CMDPROTECT(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-REENTPROTECT
                       TO WS-BASELINE-REENTPROTECT(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-STGPROT
                       TO WS-BASELINE-STGPROT(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-TRANISOLATE
                       TO WS-BASELINE-TRANISOLATE(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-DFLTUSER
                       TO WS-BASELINE-DFLTUSER(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-REGIONUSERID
                       TO WS-BASELINE-REGIONUSERID(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-SYSDUMP
                       TO WS-BASELINE-SYSDUMP(WS-BASELINE-CNT)
                    MOVE WS-CFGBASE-DEBUGTOOL
                       TO WS-BASELINE-DEBUGTOOL(WS-BASELINE-CNT)
                    MOVE 0 TO WS-BASELINE-REGIONS(WS-BASELINE-CNT)
                    MOVE 0 TO WS-BASELINE-COMPLIANT(WS-BASELINE-CNT)
                    MOVE 0 TO WS-BASELINE-DEVIATING(WS-BASELINE-CNT)
                    PERFORM NORMALISE-GROUP-BASELINE
                 ELSE
                    MOVE 'Y' TO WS-BASELINE-OVERFLOW
                 END-IF
              END-IF

           END-PERFORM.

       LCB999.
           EXIT.


      *
      * Right-justify and zero-fill every CVDA setting of the
      * baseline just loaded, so it compares with the region's
      * 8 digit value however it was keyed.
      *
       NORMALISE-GROUP-BASELINE SECTION.
       NGB000.

           MOVE WS-BASELINE-EXTSEC(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-EXTSEC(WS-BASELINE-CNT).

           MOVE WS-BASELINE-CMDPROTECT(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-CMDPROTECT(WS-BASELINE-CNT).

           MOVE WS-BASELINE-REENTPROTECT(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-REENTPROTECT(WS-BASELINE-CNT).

           MOVE WS-BASELINE-STGPROT(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-STGPROT(WS-BASELINE-CNT).

           MOVE WS-BASELINE-TRANISOLATE(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-TRANISOLATE(WS-BASELINE-CNT).

           MOVE WS-BASELINE-SYSDUMP(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-SYSDUMP(WS-BASELINE-CNT).

           MOVE WS-BASELINE-DEBUGTOOL(WS-BASELINE-CNT)
              TO WS-CHECK-REQUIRED.
           PERFORM NORMALISE-BASELINE-VALUE.
           MOVE WS-CHECK-REQUIRED
              TO WS-BASELINE-DEBUGTOOL(WS-BASELINE-CNT).

       NGB999.
           EXIT.


      *
      * Right-justify and zero-fill the baseline CVDA value in
      * WS-CHECK-REQUIRED - leading spaces become zeros, and a
      * left-justified number is moved across to the right. A value
      * that still is not all digits (a name, a sign, an embedded
      * space) is left as keyed, to be rejected when the baselines
      * are printed.
      *
       NORMALISE-BASELINE-VALUE SECTION.
       NBV000.

           IF WS-CHECK-REQUIRED NOT EQUAL SPACES

              MOVE WS-CHECK-REQUIRED TO WS-CHECK-WORK
              INSPECT WS-CHECK-WORK REPLACING LEADING SPACE BY ZERO

              MOVE 0 TO WS-CHECK-LENGTH
              INSPECT WS-CHECK-WORK TALLYING WS-CHECK-LENGTH
                      FOR CHARACTERS BEFORE INITIAL SPACE

              IF WS-CHECK-LENGTH LESS THAN 8
                 IF WS-CHECK-WORK(WS-CHECK-LENGTH + 1:) EQUAL SPACES
                    MOVE WS-CHECK-WORK(1:WS-CHECK-LENGTH)
                       TO WS-CHECK-JUSTIFIED
                    INSPECT WS-CHECK-JUSTIFIED
                            REPLACING LEADING SPACE BY ZERO
                    MOVE WS-CHECK-JUSTIFIED TO WS-CHECK-WORK
                 END-IF
              END-IF

              IF WS-CHECK-WORK IS NUMERIC
                 MOVE WS-CHECK-WORK TO WS-CHECK-REQUIRED
              END-IF

           END-IF.

       NBV999.
           EXIT.


      *
      * Print the report heading and the heading of the deviation
      * section, which is printed as the estate is walked.
      *
       PRINT-COMPLIANCE-HEADING SECTION.
       PCH000.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SM540CMP  REGION CONFIGURATION COMPLIANCE  '
                  DELIMITED BY SIZE,
                  WS-RUN-DATE DELIMITED BY SIZE,
                  ' ' DELIMITED BY SIZE,
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-BASELINE-CNT EQUAL 0
              MOVE ' WARNING: NO CFGBASE BASELINES - NO REGION JUDGED'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           IF WS-BASELINE-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: BASELINE TABLE FULL - GROUPS NOT LOADED'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

           PERFORM PRINT-REJECTED-BASELINES.

           MOVE ' REGIONS DEVIATING FROM THEIR GROUP BASELINE'
              TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-DEVIATION-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PCH999.
           EXIT.


      *
      * List every baseline CVDA setting that is not a CVDA number,
      * under a heading of its own printed only when there is one.
      * Those settings are not checked for their group's regions.
      *
       PRINT-REJECTED-BASELINES SECTION.
       PRB000.

           MOVE 0 TO WS-TOTAL-REJECTED.

           PERFORM VARYING WS-BASELINE-SUB FROM 1 BY 1
                   UNTIL WS-BASELINE-SUB > WS-BASELINE-CNT

              MOVE 'EXTSEC'       TO WS-CHECK-SETTING
              MOVE WS-BASELINE-EXTSEC(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

              MOVE 'CMDPROTECT'   TO WS-CHECK-SETTING
              MOVE WS-BASELINE-CMDPROTECT(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

              MOVE 'REENTPROTECT' TO WS-CHECK-SETTING
              MOVE WS-BASELINE-REENTPROTECT(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

              MOVE 'STGPROT'      TO WS-CHECK-SETTING
              MOVE WS-BASELINE-STGPROT(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

              MOVE 'TRANISOLATE'  TO WS-CHECK-SETTING
              MOVE WS-BASELINE-TRANISOLATE(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

              MOVE 'SYSDUMP-A'    TO WS-CHECK-SETTING
              MOVE WS-BASELINE-SYSDUMP(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

              MOVE 'DEBUGTOOL'    TO WS-CHECK-SETTING
              MOVE WS-BASELINE-DEBUGTOOL(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              PERFORM REPORT-REJECTED-VALUE

           END-PERFORM.

           IF WS-TOTAL-REJECTED GREATER THAN 0
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PRB999.
           EXIT.


      *
      * Print the baseline setting in WS-CHECK-SETTING and
      * WS-CHECK-REQUIRED of baseline WS-BASELINE-SUB if it is set
      * but not a CVDA number, with the section heading first time.
      *
       REPORT-REJECTED-VALUE SECTION.
       RRV000.

           IF WS-CHECK-REQUIRED NOT EQUAL SPACES AND
              WS-CHECK-REQUIRED IS NOT NUMERIC

              IF WS-TOTAL-REJECTED EQUAL 0
                 MOVE ' BASELINE SETTINGS REJECTED - NOT CHECKED'
                    TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
                 MOVE SPACES TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
                 MOVE WS-REJECTED-HEADING TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE
              END-IF

              ADD 1 TO WS-TOTAL-REJECTED

              MOVE SPACES TO WS-REJECTED-LINE
              MOVE WS-BASELINE-GROUP(WS-BASELINE-SUB)
                 TO WS-REJECTED-GROUP
              MOVE WS-CHECK-SETTING  TO WS-REJECTED-SETTING
              MOVE WS-CHECK-REQUIRED TO WS-REJECTED-VALUE
              MOVE 'NOT A CVDA NUMBER'
                 TO WS-REJECTED-REASON
              MOVE WS-REJECTED-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-IF.

       RRV999.
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
      D                DISPLAY 'SM540CMP: CMASLIST holds more '
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
      * CMASPLEX table, check its regions, and terminate its
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
              DISPLAY 'SM540CMP: CMAS network '
                      WS-CURRENT-NETWORK ' skipped'
           END-IF.

           IF WS-CONNECT-OK EQUAL 'Y'

              COMPUTE WS-PLEX-FIRST = WS-CICSPLEX-NAME-CNT + 1

              PERFORM SCAN-CMASPLEX

              PERFORM CHECK-CICSPLEX-REGIONS

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

              DISPLAY 'SM540CMP: CMASPLEX returned '
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
      * and check every region against its group's baseline. A
      * plex this thread cannot see is marked skipped for the
      * summary and the walk moves on.
      *
       CHECK-CICSPLEX-REGIONS SECTION.
       CCR000.

           PERFORM VARYING WS-TEMP-RECORDS-1 FROM WS-PLEX-FIRST BY 1
                   UNTIL WS-TEMP-RECORDS-1 > WS-CICSPLEX-NAME-CNT

              MOVE 'N' TO WS-CICSPLEX-NAME-SKIPPED (WS-TEMP-RECORDS-1)
              MOVE 0   TO WS-CICSPLEX-NAME-REGIONS (WS-TEMP-RECORDS-1)
              MOVE 0   TO
                 WS-CICSPLEX-NAME-COMPLIANT (WS-TEMP-RECORDS-1)
              MOVE 0   TO
                 WS-CICSPLEX-NAME-DEVIATING (WS-TEMP-RECORDS-1)
              MOVE 0   TO
                 WS-CICSPLEX-NAME-UNCOVERED (WS-TEMP-RECORDS-1)

              PERFORM CHECK-ONE-CICSPLEX

           END-PERFORM.

       CCR999.
           EXIT.


      *
      * Check one CICSplex - qualify into it, fetch its CICSRGN
      * table and judge its regions.
      *
       CHECK-ONE-CICSPLEX SECTION.
       COC000.

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
      *       and keep walking, and flag it on the plex summary so
      *       the attestation shows its regions went unchecked.
      *
              MOVE 'Y' TO WS-CICSPLEX-NAME-SKIPPED (WS-TEMP-RECORDS-1)
              ADD 1 TO WS-PLEXES-SKIPPED
              MOVE WS-RESPONSE TO WS-DISPLAY-RESPONSE
              MOVE WS-REASON   TO WS-DISPLAY-REASON
              DISPLAY 'SM540CMP: QUALIFY of '
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
                 PERFORM CHECK-CICSRGN-TABLE
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

       COC999.
           EXIT.


      *
      * Fetch every CICSRGN record in the result set just opened by
      * CHECK-ONE-CICSPLEX and judge each region in turn.
      *
       CHECK-CICSRGN-TABLE SECTION.
       CCT000.

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

              PERFORM CHECK-REGION-COMPLIANCE

           END-PERFORM.

       CCT999.
           EXIT.


      *
      * Judge the CICSRGN record just fetched - find its group on
      * the APPLIDS file and the group's baseline, then check each
      * setting the baseline names. A region that cannot be judged
      * goes to the not-covered section instead.
      *
       CHECK-REGION-COMPLIANCE SECTION.
       CRC000.

           ADD 1 TO WS-TOTAL-REGIONS.
           ADD 1 TO WS-CICSPLEX-NAME-REGIONS (WS-TEMP-RECORDS-1).

           MOVE SPACES TO WS-REGION-GROUP.
           MOVE 'N'    TO WS-REGION-ON-FILE.
           MOVE 0      TO WS-REGION-BASELINE.

           MOVE APPLID OF CICSRGN TO WS-APPLIDS-RID.

           EXEC CICS READ
                     FILE('APPLIDS')
                     INTO(WS-APPLIDS-RECORD)
                     RIDFLD(WS-APPLIDS-RID)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'Y'              TO WS-REGION-ON-FILE
              MOVE WS-APPLIDS-GROUP TO WS-REGION-GROUP
           END-IF.

           IF WS-REGION-GROUP NOT EQUAL SPACES
              PERFORM VARYING WS-BASELINE-SUB FROM 1 BY 1
                      UNTIL WS-BASELINE-SUB > WS-BASELINE-CNT OR
                            WS-REGION-BASELINE NOT EQUAL 0
                 IF WS-BASELINE-GROUP(WS-BASELINE-SUB) EQUAL
                    WS-REGION-GROUP
                    MOVE WS-BASELINE-SUB TO WS-REGION-BASELINE
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-REGION-BASELINE EQUAL 0
              PERFORM RECORD-UNCOVERED-REGION
           ELSE

              MOVE 'N' TO WS-REGION-DEVIATES
              MOVE WS-REGION-BASELINE TO WS-BASELINE-SUB

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'EXTSEC'       TO WS-CHECK-SETTING
              MOVE WS-BASELINE-EXTSEC(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE EXTSEC OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'CMDPROTECT'   TO WS-CHECK-SETTING
              MOVE WS-BASELINE-CMDPROTECT(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE CMDPROTECT OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'REENTPROTECT' TO WS-CHECK-SETTING
              MOVE WS-BASELINE-REENTPROTECT(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE REENTPROTECT OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'STGPROT'      TO WS-CHECK-SETTING
              MOVE WS-BASELINE-STGPROT(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE STGPROT OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'TRANISOLATE'  TO WS-CHECK-SETTING
              MOVE WS-BASELINE-TRANISOLATE(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE TRANISOLATE OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'N'            TO WS-CHECK-IS-CVDA
              MOVE 'DFLTUSER'     TO WS-CHECK-SETTING
              MOVE WS-BASELINE-DFLTUSER(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE DFLTUSER OF CICSRGN TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'N'            TO WS-CHECK-IS-CVDA
              MOVE 'REGIONUSERID' TO WS-CHECK-SETTING
              MOVE WS-BASELINE-REGIONUSERID(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE REGIONUSERID OF CICSRGN TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'SYSDUMP-A'    TO WS-CHECK-SETTING
              MOVE WS-BASELINE-SYSDUMP(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE SYSDUMP-A OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              MOVE 'Y'            TO WS-CHECK-IS-CVDA
              MOVE 'DEBUGTOOL'    TO WS-CHECK-SETTING
              MOVE WS-BASELINE-DEBUGTOOL(WS-BASELINE-SUB)
                 TO WS-CHECK-REQUIRED
              MOVE DEBUGTOOL OF CICSRGN TO WS-CHECK-CVDA
              MOVE WS-CHECK-CVDA  TO WS-CHECK-ACTUAL
              PERFORM CHECK-ONE-SETTING

              ADD 1 TO WS-BASELINE-REGIONS(WS-BASELINE-SUB)

              IF WS-REGION-DEVIATES EQUAL 'Y'
                 ADD 1 TO WS-TOTAL-DEVIATING
                 ADD 1 TO WS-BASELINE-DEVIATING(WS-BASELINE-SUB)
                 ADD 1 TO
                    WS-CICSPLEX-NAME-DEVIATING (WS-TEMP-RECORDS-1)
              ELSE
                 ADD 1 TO WS-TOTAL-COMPLIANT
                 ADD 1 TO WS-BASELINE-COMPLIANT(WS-BASELINE-SUB)
                 ADD 1 TO
                    WS-CICSPLEX-NAME-COMPLIANT (WS-TEMP-RECORDS-1)
              END-IF

           END-IF.

       CRC999.
           EXIT.


      *
      * Check one setting of the region being judged - a blank
      * required value, or a CVDA setting rejected as not a number,
      * is not checked; any other value must match the region's
      * actual value exactly, and a mismatch prints a deviation
      * line, CVDA values by name where they have a common one.
      *
       CHECK-ONE-SETTING SECTION.
       COS000.

           IF WS-CHECK-REQUIRED NOT EQUAL SPACES AND
              (WS-CHECK-IS-CVDA NOT EQUAL 'Y' OR
               WS-CHECK-REQUIRED IS NUMERIC) AND
              WS-CHECK-REQUIRED NOT EQUAL WS-CHECK-ACTUAL

              MOVE 'Y' TO WS-REGION-DEVIATES
              ADD 1 TO WS-TOTAL-SETTINGS

              MOVE SPACES TO WS-DEVIATION-LINE
              MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                 TO WS-DEVIATION-NETWORK
              MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                 TO WS-DEVIATION-PLEXNAME
              MOVE APPLID OF CICSRGN TO WS-DEVIATION-APPLID
              MOVE WS-REGION-GROUP   TO WS-DEVIATION-GROUP
              MOVE WS-CHECK-SETTING  TO WS-DEVIATION-SETTING
              MOVE WS-CHECK-REQUIRED TO WS-DEVIATION-REQUIRED
              MOVE WS-CHECK-ACTUAL   TO WS-DEVIATION-ACTUAL

              IF WS-CHECK-IS-CVDA EQUAL 'Y'
                 MOVE WS-CHECK-REQUIRED TO WS-CVDA-NAME
                 PERFORM NAME-CVDA-VALUE
                 MOVE WS-CVDA-NAME      TO WS-DEVIATION-REQUIRED
                 MOVE WS-CHECK-ACTUAL   TO WS-CVDA-NAME
                 PERFORM NAME-CVDA-VALUE
                 MOVE WS-CVDA-NAME      TO WS-DEVIATION-ACTUAL
              END-IF

              MOVE WS-DEVIATION-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-IF.

       COS999.
           EXIT.


      *
      * Turn the 8 digit CVDA value in WS-CVDA-NAME into its name,
      * where it is one of the common ones; any other value is left
      * as its number.
      *
       NAME-CVDA-VALUE SECTION.
       NCV000.

           IF WS-CVDA-NAME IS NUMERIC

              MOVE WS-CVDA-NAME TO WS-CVDA-VALUE

              IF WS-CVDA-VALUE EQUAL DFHVALUE(YES)
                 MOVE 'YES'      TO WS-CVDA-NAME
              END-IF
              IF WS-CVDA-VALUE EQUAL DFHVALUE(NO)
                 MOVE 'NO'       TO WS-CVDA-NAME
              END-IF
              IF WS-CVDA-VALUE EQUAL DFHVALUE(ACTIVE)
                 MOVE 'ACTIVE'   TO WS-CVDA-NAME
              END-IF
              IF WS-CVDA-VALUE EQUAL DFHVALUE(INACTIVE)
                 MOVE 'INACTIVE' TO WS-CVDA-NAME
              END-IF
              IF WS-CVDA-VALUE EQUAL DFHVALUE(ENABLED)
                 MOVE 'ENABLED'  TO WS-CVDA-NAME
              END-IF
              IF WS-CVDA-VALUE EQUAL DFHVALUE(DISABLED)
                 MOVE 'DISABLED' TO WS-CVDA-NAME
              END-IF

           END-IF.

       NCV999.
           EXIT.


      *
      * Hold the region being judged for the not-covered section,
      * with the reason it could not be judged.
      *
       RECORD-UNCOVERED-REGION SECTION.
       RUR000.

           ADD 1 TO WS-TOTAL-UNCOVERED.
           ADD 1 TO WS-CICSPLEX-NAME-UNCOVERED (WS-TEMP-RECORDS-1).

           IF WS-UNCOVERED-CNT LESS THAN WS-UNCOVERED-MAX

              ADD 1 TO WS-UNCOVERED-CNT
              MOVE APPLID OF CICSRGN
                 TO WS-UNCOVERED-APPLID(WS-UNCOVERED-CNT)
              MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                 TO WS-UNCOVERED-PLEXNAME(WS-UNCOVERED-CNT)
              MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                 TO WS-UNCOVERED-NETWORK(WS-UNCOVERED-CNT)
              MOVE WS-REGION-GROUP
                 TO WS-UNCOVERED-GROUP(WS-UNCOVERED-CNT)

              IF WS-REGION-ON-FILE NOT EQUAL 'Y'
                 MOVE 'NOT ON THE APPLIDS FILE'
                    TO WS-UNCOVERED-REASON(WS-UNCOVERED-CNT)
              ELSE
                 IF WS-REGION-GROUP EQUAL SPACES
                    MOVE 'NO GROUP CODE ON APPLIDS'
                       TO WS-UNCOVERED-REASON(WS-UNCOVERED-CNT)
                 ELSE
                    MOVE 'GROUP HAS NO CFGBASE BASELINE'
                       TO WS-UNCOVERED-REASON(WS-UNCOVERED-CNT)
                 END-IF
              END-IF

           ELSE
              MOVE 'Y' TO WS-UNCOVERED-OVERFLOW
           END-IF.

       RUR999.
           EXIT.


      *
      * Print the regions that could not be judged - no APPLIDS
      * record, no group code, or a group with no baseline.
      *
       PRINT-UNCOVERED-SECTION SECTION.
       PUS000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' REGIONS NOT COVERED BY A GROUP BASELINE'
              TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-UNCOVERED-CNT EQUAL 0
              MOVE ' NONE - EVERY REGION HAS A GROUP BASELINE'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           ELSE

              MOVE WS-UNCOVERED-HEADING TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

              PERFORM VARYING WS-UNCOVERED-SUB FROM 1 BY 1
                      UNTIL WS-UNCOVERED-SUB > WS-UNCOVERED-CNT

                 MOVE SPACES TO WS-UNCOVERED-LINE
                 MOVE WS-UNCOVERED-NETWORK(WS-UNCOVERED-SUB)
                    TO WS-UNCOVERED-LINE-NETWORK
                 MOVE WS-UNCOVERED-PLEXNAME(WS-UNCOVERED-SUB)
                    TO WS-UNCOVERED-LINE-PLEXNAME
                 MOVE WS-UNCOVERED-APPLID(WS-UNCOVERED-SUB)
                    TO WS-UNCOVERED-LINE-APPLID
                 MOVE WS-UNCOVERED-GROUP(WS-UNCOVERED-SUB)
                    TO WS-UNCOVERED-LINE-GROUP
                 MOVE WS-UNCOVERED-REASON(WS-UNCOVERED-SUB)
                    TO WS-UNCOVERED-LINE-REASON
                 MOVE WS-UNCOVERED-LINE TO WS-REPORT-LINE
                 PERFORM PRINT-REPORT-LINE

              END-PERFORM

           END-IF.

           IF WS-UNCOVERED-OVERFLOW EQUAL 'Y'
              MOVE ' WARNING: NOT-COVERED TABLE FULL - LINES MISSING'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PUS999.
           EXIT.


      *
      * Print the compliance summary by region group - one line
      * per baseline, with its regions checked, compliant and
      * deviating.
      *
       PRINT-GROUP-SUMMARY SECTION.
       PGS000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' SUMMARY BY REGION GROUP' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-GROUP-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-BASELINE-SUB FROM 1 BY 1
                   UNTIL WS-BASELINE-SUB > WS-BASELINE-CNT

              MOVE SPACES TO WS-GROUP-LINE
              MOVE WS-BASELINE-GROUP(WS-BASELINE-SUB)
                 TO WS-GROUP-LINE-GROUP
              MOVE WS-BASELINE-REGIONS(WS-BASELINE-SUB)
                 TO WS-GROUP-LINE-REGIONS
              MOVE WS-BASELINE-COMPLIANT(WS-BASELINE-SUB)
                 TO WS-GROUP-LINE-COMPLIANT
              MOVE WS-BASELINE-DEVIATING(WS-BASELINE-SUB)
                 TO WS-GROUP-LINE-DEVIATING
              MOVE WS-GROUP-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-PERFORM.

           IF WS-BASELINE-CNT EQUAL 0
              MOVE ' NONE - NO CFGBASE BASELINES ON FILE'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PGS999.
           EXIT.


      *
      * Print the compliance summary by CICSplex - one line per
      * plex walked, with its regions checked, compliant, deviating
      * and not covered, and a note against any plex that could
      * not be qualified into.
      *
       PRINT-PLEX-SUMMARY SECTION.
       PPX000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE ' SUMMARY BY CICSPLEX' TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE WS-PLEX-HEADING TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           PERFORM VARYING WS-TEMP-RECORDS-1 FROM 1 BY 1
                   UNTIL WS-TEMP-RECORDS-1 > WS-CICSPLEX-NAME-CNT

              MOVE SPACES TO WS-PLEX-LINE
              MOVE WS-CICSPLEX-NAME-NETWORK (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-LINE-NETWORK
              MOVE WS-CICSPLEX-NAME-STORE (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-LINE-PLEXNAME
              MOVE WS-CICSPLEX-NAME-REGIONS (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-LINE-REGIONS
              MOVE WS-CICSPLEX-NAME-COMPLIANT (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-LINE-COMPLIANT
              MOVE WS-CICSPLEX-NAME-DEVIATING (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-LINE-DEVIATING
              MOVE WS-CICSPLEX-NAME-UNCOVERED (WS-TEMP-RECORDS-1)
                 TO WS-PLEX-LINE-UNCOVERED
              IF WS-CICSPLEX-NAME-SKIPPED (WS-TEMP-RECORDS-1)
                 EQUAL 'Y'
                 MOVE 'PLEX SKIPPED' TO WS-PLEX-LINE-NOTE
              END-IF
              MOVE WS-PLEX-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE

           END-PERFORM.

           IF WS-CICSPLEX-NAME-CNT EQUAL 0
              MOVE ' NONE - NO CICSPLEX WAS FOUND' TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PPX999.
           EXIT.


      *
      * Print the run totals, and warn when part of the estate
      * could not be reached - those regions are missing from the
      * evidence altogether.
      *
       PRINT-COMPLIANCE-TOTALS SECTION.
       PCT000.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS FOUND                 ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-REGIONS                 TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS COMPLIANT             ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-COMPLIANT               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS DEVIATING             ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-DEVIATING               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'SETTINGS DEVIATING            ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-SETTINGS                TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'REGIONS NOT COVERED           ' TO WS-SUMMARY-TEXT.
           MOVE WS-TOTAL-UNCOVERED               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

           IF WS-TOTAL-REJECTED GREATER THAN 0
              MOVE SPACES TO WS-SUMMARY-LINE
              MOVE 'BASELINE SETTINGS REJECTED    '
                 TO WS-SUMMARY-TEXT
              MOVE WS-TOTAL-REJECTED TO WS-SUMMARY-COUNT
              MOVE WS-SUMMARY-LINE TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

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

           IF WS-PLEXES-SKIPPED GREATER THAN 0 OR
              WS-NETWORKS-SKIPPED GREATER THAN 0
              MOVE ' WARNING: ESTATE NOT FULLY REACHED - SEE JOB LOG'
                 TO WS-REPORT-LINE
              PERFORM PRINT-REPORT-LINE
           END-IF.

       PCT999.
           EXIT.


      *
      * Print one line of the report to the spool opened in C000.
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

           DISPLAY 'SM540CMP: ' WS-FAILURE-COMMAND ' failed with '
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
