000530*                   SUPPLIED; COMPLETIONS REGISTER AT END OF
000540*                   JOB AND A FORCED RERUN IS CALLED OUT ON
000550*                   THE AGING REPORT.
000560*   2026-10-15 DS   A LATER DSPIN RECORD FOR THE SAME KEY, REASON
000570*                   AND PAIR SUPERSEDES AN EARLIER ONE - RECONINQ
000580*                   *DISP APPENDS CHANGES TO DSPIN - SO DSPOUT
000590*                   CARRIES ONE DISPOSITION PER EXCEPTION.
000600*   2026-10-15 DS   RECURRENCE DETECTION - A NEW EXCEPTION IS
000610*                   LOOKED UP ON THE CLRHIST CLEARED HISTORY AND,
000620*                   WHEN ITS KEY, REASON AND PAIR CLEARED BEFORE,
000630*                   RE-ENTERS WITH A RECURRENCE COUNT AND ITS
000640*                   ORIGINAL FIRST-SEEN DATE (BOTH NOW CARRIED ON
000650*                   RECEXC AND RECCLR).  THE AGING REPORT GAINS A
000660*                   RECURRING SECTION, AND A SYSIN "RECURESC NNN"
000670*                   CARD PUTS AN ITEM THAT HAS COME BACK NNN TIMES
000680*                   IN THE TOP ESCALATION TIER WHATEVER ITS AGE.
000690*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000700*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000710*                   THE STEPSLA BATCH-WINDOW REPORT.
000720*   2026-10-15 DS   READS THE RSTCTL RESTART PLAN (RECRSC.CPY)
000730*                   THAT RSTCOORD WRITES FOR A RESTARTED STREAM -
000740*                   A STEP ALREADY COMPLETED FOR THE CYCLE SKIPS
000750*                   ITSELF AT RC=0 INSTEAD OF RUNNING IT TWICE.
000760*   2026-10-15 DS   FORCE CARD TAKES THE USER FORCING THE RERUN
000770*                   (FORCE USERID), KEPT ON THE RUNCTL RECORD FOR
000780*                   THE AUDPACK CONTROL-AUDIT EVIDENCE PACK.
000790*   2026-10-15 DS   CYCLE YYYYMMDD CARD - THE CYCLE BEING AGED,
000800*                   DEFAULT TODAY.  THE RUN-CONTROL LOCK AND THE
000810*                   CLRHIST, ALERT, STEP-CONTROL AND REPORT DATES
000820*                   ALL CARRY IT, SO A SERIES OF CYCLES CAN BE
000830*                   AGED IN ONE SESSION.
000840*   2026-10-15 DS   CYCLE CARD DATE PROVED A REAL DATE (MONTH,
000850*                   DAY WITHIN THE MONTH, LEAP YEARS).
000860*   2026-10-15 DS   STEP-CONTROL OUT RECORD FOR DSPOUT, SO
000870*                   JOBCHECK TIES IT TO RECEXP.
000880*   2026-10-15 DS   ALERTS CARRY AN ISSUE STAMP (RECALT.CPY) -
000890*                   THE DATE AND TIME THE ALERT WAS WRITTEN -
000900*                   SO ALRTESC TIMES ESCALATION FROM THE ALERT,
000910*                   NOT FROM THE START OF THE RUN.
000920*----------------------------------------------------------------*
000930 ENVIRONMENT DIVISION.
000940 CONFIGURATION SECTION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT EXCIN-FILE ASSIGN TO EXCIN
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-FILE-STATUS-EIN.
001000     SELECT EXCOUT-FILE ASSIGN TO EXCOUT
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-FILE-STATUS-EOUT.
001030     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-FILE-STATUS-EXT.
001060     SELECT REPORT-FILE ASSIGN TO EXCRPT
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-FILE-STATUS-RPT.
001090     SELECT PARM-FILE ASSIGN TO SYSIN
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-FILE-STATUS-PARM.
001120     SELECT CLRHIST-FILE ASSIGN TO CLRHIST
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-FILE-STATUS-CLR.
001150     SELECT CLRRPT-FILE ASSIGN TO CLRRPT
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-FILE-STATUS-CRP.
001180     SELECT DSPIN-FILE ASSIGN TO DSPIN
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-FILE-STATUS-DSI.
001210     SELECT DSPOUT-FILE ASSIGN TO DSPOUT
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-FILE-STATUS-DSO.
001240     SELECT ALERT-FILE ASSIGN TO ALERTS
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-FILE-STATUS-ALERT.
001270     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-FILE-STATUS-RCT.
001300     SELECT CONTROL-FILE ASSIGN TO CTLFILE
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-FILE-STATUS-CTL.
001330     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS RECSTW-FILE-STATUS.
001360     SELECT RSTCTL-FILE ASSIGN TO RSTCTL
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS RECRSW-FILE-STATUS.
001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  EXCIN-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 COPY "RECEXC.cpy" REPLACING LEADING ==RECEXC-== BY ==EXCIN-==.
001440 FD  EXCOUT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY "RECEXC.cpy" REPLACING LEADING ==RECEXC-== BY ==EXCOUT-==.
001470 FD  EXTRACT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 COPY "RECEXT.cpy".
001500 FD  REPORT-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 01  REPORT-RECORD                   PIC X(80).
001530 FD  PARM-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  PARM-RECORD                     PIC X(80).
001560 FD  CLRHIST-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 COPY "RECCLR.cpy".
001590 FD  CLRRPT-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  CLRRPT-RECORD                   PIC X(80).
001620 FD  DSPIN-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 COPY "RECDSP.cpy" REPLACING LEADING ==RECDSP-== BY ==DSPIN-==.
001650 FD  DSPOUT-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 COPY "RECDSP.cpy".
001680 FD  ALERT-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 COPY "RECALT.cpy".
001710 FD  RUNCTL-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 COPY "RECRUN.cpy".
001740 FD  CONTROL-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 COPY "RECCTL.cpy".
001770 FD  STEPTIME-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 COPY "RECSTM.cpy".
001800 FD  RSTCTL-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 COPY "RECRSC.cpy".
001830 WORKING-STORAGE SECTION.
001840 01  WS-EOF-SWITCHES.
001850     05  WS-EOF-OLD-SW               PIC X(01) VALUE "N".
001860         88  WS-EOF-OLD-YES                     VALUE "Y".
001870         88  WS-EOF-OLD-NO                      VALUE "N".
001880     05  WS-EOF-EXT-SW               PIC X(01) VALUE "N".
001890         88  WS-EOF-EXT-YES                     VALUE "Y".
001900         88  WS-EOF-EXT-NO                      VALUE "N".
001910     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001920         88  WS-PARM-EOF-YES                    VALUE "Y".
001930         88  WS-PARM-EOF-NO                     VALUE "N".
001940 01  WS-FILE-STATUSES.
001950     05  WS-FILE-STATUS-EIN          PIC X(02) VALUE "00".
001960         88  WS-FILE-STATUS-EIN-OK             VALUE "00".
001970         88  WS-FILE-STATUS-EIN-NOTFND         VALUE "35".
001980     05  WS-FILE-STATUS-EOUT         PIC X(02) VALUE "00".
001990         88  WS-FILE-STATUS-EOUT-OK            VALUE "00".
002000     05  WS-FILE-STATUS-EXT          PIC X(02) VALUE "00".
002010         88  WS-FILE-STATUS-EXT-OK             VALUE "00".
002020     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
002030         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
002040     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
002050         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
002060         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
002070     05  WS-FILE-STATUS-CLR          PIC X(02) VALUE "00".
002080         88  WS-FILE-STATUS-CLR-OK             VALUE "00".
002090         88  WS-FILE-STATUS-CLR-NOTFND         VALUE "35".
002100     05  WS-FILE-STATUS-CRP          PIC X(02) VALUE "00".
002110         88  WS-FILE-STATUS-CRP-OK             VALUE "00".
002120     05  WS-FILE-STATUS-DSI          PIC X(02) VALUE "00".
002130         88  WS-FILE-STATUS-DSI-OK             VALUE "00".
002140         88  WS-FILE-STATUS-DSI-NOTFND         VALUE "35".
002150     05  WS-FILE-STATUS-DSO          PIC X(02) VALUE "00".
002160         88  WS-FILE-STATUS-DSO-OK             VALUE "00".
002170     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
002180         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
002190         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
002200     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
002210         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
002220         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
002230     05  WS-FILE-STATUS-RCT          PIC X(02) VALUE "00".
002240         88  WS-FILE-STATUS-RCT-OK             VALUE "00".
002250         88  WS-FILE-STATUS-RCT-NOTFND         VALUE "35".
002260 01  WS-COUNTERS COMP-3.
002270     05  WS-NEW-COUNT                PIC 9(07) VALUE ZERO.
002280     05  WS-CLEARED-COUNT            PIC 9(07) VALUE ZERO.
002290     05  WS-CARRIED-COUNT            PIC 9(07) VALUE ZERO.
002300     05  WS-REPORTED-COUNT           PIC 9(07) VALUE ZERO.
002310     05  WS-OVERFLOW-COUNT           PIC 9(07) VALUE ZERO.
002320 01  WS-MERGE-KEYS.
002330     05  WS-OLD-MERGE-KEY.
002340         10  WS-OLD-MERGE-KEY-ID     PIC X(10).
002350         10  WS-OLD-MERGE-KEY-RSN    PIC X(02).
002360         10  WS-OLD-MERGE-KEY-PAIR   PIC X(08).
002370     05  WS-EXT-MERGE-KEY.
002380         10  WS-EXT-MERGE-KEY-ID     PIC X(10).
002390         10  WS-EXT-MERGE-KEY-RSN    PIC X(02).
002400         10  WS-EXT-MERGE-KEY-PAIR   PIC X(08).
002410 01  WS-AGE-LIMIT                    PIC 9(03) VALUE 001.
002420*----------------------------------------------------------------*
002430* RECURRENCE.  THE CLEARED HISTORY IS LOADED AT START-UP, THE
002440* LATEST RECORD FOR A KEY/REASON/PAIR SUPERSEDING EARLIER ONES,
002450* SO A NEW EXCEPTION CAN BE RECOGNISED AS ONE THAT CLEARED AND
002460* CAME BACK.  A HISTORY LARGER THAN THE TABLE IS COUNTED ON THE
002470* TOTALS PAGE; ITEMS BEYOND IT ENTER AS NEW, AS BEFORE.
002480* RECURESC NNN (DEFAULT 000 = OFF) ESCALATES AN ITEM THAT HAS
002490* COME BACK NNN OR MORE TIMES TO THE TOP TIER.
002500*----------------------------------------------------------------*
002510 01  WS-RECUR-ESC-LIMIT              PIC 9(03) VALUE ZERO.
002520 01  WS-TIER-RECUR                   PIC 9(03) VALUE ZERO.
002530 01  WS-CLH-EOF-SW                   PIC X(01) VALUE "N".
002540     88  WS-CLH-EOF-YES                         VALUE "Y".
002550     88  WS-CLH-EOF-NO                          VALUE "N".
002560 01  WS-CLRHIST-TABLE.
002570     05  WS-CLH-COUNT                PIC S9(04) COMP VALUE ZERO.
002580     05  WS-CLH-MAX                  PIC S9(04) COMP VALUE 5000.
002590     05  WS-CLH-ENTRY OCCURS 5000 TIMES.
002600         10  WS-CLH-KEY              PIC X(10).
002610         10  WS-CLH-REASON           PIC X(02).
002620         10  WS-CLH-PAIR             PIC X(08).
002630         10  WS-CLH-ORIG-FIRST       PIC X(08).
002640         10  WS-CLH-RECUR            PIC 9(03).
002650 01  WS-CLH-IDX                      PIC S9(04) COMP.
002660 01  WS-CLH-FOUND                    PIC S9(04) COMP.
002670 01  WS-RECUR-COUNTERS COMP-3.
002680     05  WS-CLH-OVERFLOW             PIC 9(07) VALUE ZERO.
002690     05  WS-RECURRED-COUNT           PIC 9(07) VALUE ZERO.
002700     05  WS-RECUR-OPEN-COUNT         PIC 9(07) VALUE ZERO.
002710     05  WS-RECUR-ESC-COUNT          PIC 9(07) VALUE ZERO.
002720     05  WS-RCR-OVERFLOW             PIC 9(07) VALUE ZERO.
002730*----------------------------------------------------------------*
002740* THE RECURRING SECTION OF THE AGING REPORT - EVERY OPEN ITEM
002750* THAT HAS CLEARED AND COME BACK, MOST RECURRENCES FIRST.
002760*----------------------------------------------------------------*
002770 01  WS-RECUR-TABLE.
002780     05  WS-RCR-COUNT                PIC S9(04) COMP VALUE ZERO.
002790     05  WS-RCR-MAX                  PIC S9(04) COMP VALUE 500.
002800     05  WS-RCR-ENTRY OCCURS 500 TIMES.
002810         10  WS-RCR-RECUR            PIC 9(03).
002820         10  WS-RCR-KEY              PIC X(10).
002830         10  WS-RCR-REASON           PIC X(02).
002840         10  WS-RCR-PAIR             PIC X(08).
002850         10  WS-RCR-ORIG-FIRST       PIC X(08).
002860         10  WS-RCR-FIRST-DATE       PIC X(08).
002870         10  WS-RCR-AGE              PIC 9(03).
002880         10  WS-RCR-TIER             PIC 9(01).
002890 01  WS-RCR-IDX                      PIC S9(04) COMP.
002900 01  WS-RCR-INS                      PIC S9(04) COMP.
002910*----------------------------------------------------------------*
002920* ESCALATION TIERS.  EACH ESCALATE CARD NAMES A THRESHOLD IN
002930* CYCLES, ASCENDING; AN ITEM'S TIER IS THE NUMBER OF
002940* THRESHOLDS ITS AGE EXCEEDS.  AN ITEM WHOSE AGE BUMP CARRIES
002950* IT OVER ANOTHER THRESHOLD HAS ENTERED A HIGHER TIER THIS
002960* CYCLE, AND THAT IS WHAT PAGES SOMEBODY.
002970*----------------------------------------------------------------*
002980 01  WS-ESC-CONTROLS.
002990     05  WS-ESC-COUNT                PIC S9(04) COMP VALUE ZERO.
003000     05  WS-ESC-MAX                  PIC S9(04) COMP VALUE 5.
003010     05  WS-ESC-TIER OCCURS 5 TIMES  PIC 9(03).
003020 01  WS-ESC-IDX                      PIC S9(04) COMP.
003030 01  WS-TIER-AGE                     PIC 9(03).
003040 01  WS-TIER-RESULT                  PIC S9(04) COMP.
003050 01  WS-OLD-TIER                     PIC S9(04) COMP.
003060 01  WS-CUR-TIER                     PIC S9(04) COMP VALUE ZERO.
003070 01  WS-TIER-ENTERED.
003080     05  WS-TIER-ENTERED-CNT OCCURS 5 TIMES
003090                                     PIC 9(07) COMP-3.
003100 01  WS-TIER-ENTERED-TOTAL           PIC 9(07) COMP-3 VALUE ZERO.
003110 01  WS-TIER-PRT                     PIC S9(04) COMP.
003120 01  WS-RPT-TIER-EDIT                PIC 9(01).
003130 01  WS-RPT-THRESH-EDIT              PIC ZZ9.
003140*----------------------------------------------------------------*
003150* RUN-CONTROL LOCKING, THE SAME GUARD RECON CARRIES: A
003160* COMPLETED RECORD FOR THIS CYCLE STOPS THE RUN UNLESS FORCE
003170* IS SUPPLIED - A DOUBLE EXCAGE RUN BUMPS EVERY AGE TWICE.
003180*----------------------------------------------------------------*
003190 01  WS-RUNCTL-CONTROLS.
003200     05  WS-FORCE-SW                 PIC X(01) VALUE "N".
003210         88  WS-FORCE-YES                       VALUE "Y".
003220         88  WS-FORCE-NO                        VALUE "N".
003230     05  WS-RUN-DONE-SW              PIC X(01) VALUE "N".
003240         88  WS-RUN-DONE-YES                    VALUE "Y".
003250         88  WS-RUN-DONE-NO                     VALUE "N".
003260     05  WS-FORCE-USER               PIC X(08) VALUE SPACES.
003270     05  WS-RCT-EOF-SW               PIC X(01) VALUE "N".
003280         88  WS-RCT-EOF-YES                     VALUE "Y".
003290 01  WS-OPEN-REASON-TALLIES COMP-3.
003300     05  WS-OPEN-NA-COUNT            PIC 9(09) VALUE ZERO.
003310     05  WS-OPEN-NB-COUNT            PIC 9(09) VALUE ZERO.
003320     05  WS-OPEN-FM-COUNT            PIC 9(09) VALUE ZERO.
003330 01  WS-EXT-MAX-KEY.
003340     05  WS-EXT-MAX-KEY-ID           PIC X(10) VALUE LOW-VALUES.
003350     05  WS-EXT-MAX-KEY-RSN          PIC X(02) VALUE LOW-VALUES.
003360     05  WS-EXT-MAX-KEY-PAIR         PIC X(08) VALUE LOW-VALUES.
003370 01  WS-EXT-READ-KEY.
003380     05  WS-EXT-READ-KEY-ID          PIC X(10).
003390     05  WS-EXT-READ-KEY-RSN         PIC X(02).
003400     05  WS-EXT-READ-KEY-PAIR        PIC X(08).
003410 01  WS-OLD-PREV-KEY.
003420     05  WS-OLD-PREV-KEY-ID          PIC X(10) VALUE LOW-VALUES.
003430     05  WS-OLD-PREV-KEY-RSN         PIC X(02) VALUE LOW-VALUES.
003440     05  WS-OLD-PREV-KEY-PAIR        PIC X(08) VALUE LOW-VALUES.
003450 01  WS-EXT-REPLAY-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
003460 01  WS-CARD-FIELDS.
003470     05  WS-CARD-VERB                PIC X(10).
003480     05  WS-CARD-OPERAND-1          PIC X(10).
003490 01  WS-CARD-AGE-X                   PIC X(03).
003500 01  WS-CARD-AGE REDEFINES WS-CARD-AGE-X
003510                                     PIC 9(03).
003520 01  WS-CARD-DATE-X                  PIC X(08).
003530 01  WS-CARD-DATE REDEFINES WS-CARD-DATE-X.
003540     05  WS-CARD-DATE-YYYY           PIC 9(04).
003550     05  WS-CARD-DATE-MM             PIC 9(02).
003560     05  WS-CARD-DATE-DD             PIC 9(02).
003570 01  WS-CARD-DATE-VALID-SW           PIC X(01) VALUE "Y".
003580     88  WS-CARD-DATE-VALID-YES                 VALUE "Y".
003590     88  WS-CARD-DATE-VALID-NO                  VALUE "N".
003600 01  WS-LEAP-WORK COMP-3.
003610     05  WS-LEAP-QUOT                PIC S9(05).
003620     05  WS-LEAP-REM                 PIC S9(05).
003630 01  WS-PARM-CARD.
003640     05  WS-PARM-CARD-BYTE-1         PIC X(01).
003650     05  FILLER                      PIC X(79).
003660*----------------------------------------------------------------*
003670* THE AGING REPORT TABLE.  ITEMS PAST THE AGE LIMIT ARE
003680* INSERTED IN FIRST-SEEN-DATE ORDER (OLDEST FIRST) AS THE
003690* MERGE RUNS, SO NO SEPARATE SORT STEP IS NEEDED.
003700*----------------------------------------------------------------*
003710 01  WS-REPORT-TABLE.
003720     05  WS-RPT-COUNT                PIC S9(04) COMP VALUE ZERO.
003730     05  WS-RPT-MAX                  PIC S9(04) COMP VALUE 1000.
003740     05  WS-RPT-ENTRY OCCURS 1000 TIMES.
003750         10  WS-RPT-FIRST-DATE       PIC X(08).
003760         10  WS-RPT-KEY              PIC X(10).
003770         10  WS-RPT-REASON           PIC X(02).
003780         10  WS-RPT-LAST-DATE        PIC X(08).
003790         10  WS-RPT-AGE              PIC 9(03).
003800         10  WS-RPT-PAIR             PIC X(08).
003810         10  WS-RPT-STATUS           PIC X(02).
003820         10  WS-RPT-TIER             PIC 9(01).
003830         10  WS-RPT-OWNER            PIC X(08).
003840 01  WS-RPT-IDX                      PIC S9(04) COMP.
003850 01  WS-RPT-INS                      PIC S9(04) COMP.
003860 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
003870 01  WS-REPORT-LINE                  PIC X(80).
003880 01  WS-RUN-DATE                     PIC X(08).
003890 01  WS-RUN-TIME-RAW                 PIC X(08).
003900 01  WS-RUN-TIME                     PIC X(06).
003910 01  WS-ALERT-TIME-RAW               PIC X(08).
003920 01  WS-CTL-STAGING.
003930     05  WS-CTL-FILE-NAME            PIC X(08).
003940     05  WS-CTL-ROLE                 PIC X(01).
003950     05  WS-CTL-COUNT                PIC 9(09) COMP-3.
003960*----------------------------------------------------------------*
003970* CLEARANCE TALLIES - ONE SLOT PER REASON/PAIR COMBINATION SEEN
003980* CLEARING THIS CYCLE, FEEDING THE AVERAGE CYCLES-TO-CLEAR
003990* REPORT.
004000*----------------------------------------------------------------*
004010 01  WS-CLEAR-TABLE.
004020     05  WS-CLT-COUNT                PIC S9(04) COMP VALUE ZERO.
004030     05  WS-CLT-MAX                  PIC S9(04) COMP VALUE 200.
004040     05  WS-CLT-ENTRY OCCURS 200 TIMES.
004050         10  WS-CLT-REASON           PIC X(02).
004060         10  WS-CLT-PAIR             PIC X(08).
004070         10  WS-CLT-CLEARED          PIC 9(07) COMP-3.
004080         10  WS-CLT-AGE-TOTAL        PIC 9(09) COMP-3.
004090 01  WS-CLT-IDX                      PIC S9(04) COMP.
004100 01  WS-CLT-FOUND                    PIC S9(04) COMP.
004110 01  WS-CLT-OVERFLOW                 PIC 9(07) COMP-3 VALUE ZERO.
004120 01  WS-CLT-AVG                      PIC 9(05)V9 COMP-3.
004130 01  WS-EDIT-AVG                     PIC ZZZZ9.9.
004140 01  WS-CLRRPT-LINE                  PIC X(80).
004150*----------------------------------------------------------------*
004160* DISPOSITION COMPANION TABLE, LOADED FROM DSPIN AT START-UP.
004170* AN ENTRY IS MARKED USED WHEN ITS EXCEPTION SURVIVES OR
004180* RE-ENTERS; UNUSED ENTRIES BELONG TO CLEARED EXCEPTIONS AND
004190* ARE DROPPED FROM DSPOUT, COUNTED ON THE TOTALS PAGE.
004200*----------------------------------------------------------------*
004210 01  WS-DISP-TABLE.
004220     05  WS-DSP-COUNT                PIC S9(04) COMP VALUE ZERO.
004230     05  WS-DSP-MAX                  PIC S9(04) COMP VALUE 2000.
004240     05  WS-DSP-ENTRY OCCURS 2000 TIMES.
004250         10  WS-DSP-KEY              PIC X(10).
004260         10  WS-DSP-REASON           PIC X(02).
004270         10  WS-DSP-PAIR             PIC X(08).
004280         10  WS-DSP-STATUS           PIC X(02).
004290         10  WS-DSP-OWNER            PIC X(08).
004300         10  WS-DSP-NOTE             PIC X(30).
004310         10  WS-DSP-REVIEW           PIC X(08).
004320         10  WS-DSP-USED-SW          PIC X(01).
004330 01  WS-DSP-IDX                      PIC S9(04) COMP.
004340 01  WS-DSP-FOUND                    PIC S9(04) COMP.
004350 01  WS-DSP-EOF-SW                   PIC X(01) VALUE "N".
004360     88  WS-DSP-EOF-YES                         VALUE "Y".
004370     88  WS-DSP-EOF-NO                          VALUE "N".
004380 01  WS-DSP-COUNTERS COMP-3.
004390     05  WS-DISPOSITIONED-COUNT      PIC 9(07) VALUE ZERO.
004400     05  WS-DSP-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
004410     05  WS-DSP-OVERFLOW             PIC 9(05) VALUE ZERO.
004420 01  WS-CUR-DSP-STATUS               PIC X(02).
004430 01  WS-CUR-DSP-OWNER                PIC X(08).
004440 COPY "RECSTW.cpy".
004450 COPY "RECRSW.cpy".
004460 PROCEDURE DIVISION.
004470 0000-MAINLINE.
004480     MOVE "EXCAGE" TO RECSTW-PROGRAM-ID
004490     PERFORM 9800-START-STEP-TIMING
004500         THRU 9800-START-STEP-TIMING-EXIT
004510     MOVE "EXCAGE" TO RECRSW-PROGRAM-ID
004520     PERFORM 9820-CHECK-RESTART-PLAN
004530         THRU 9820-CHECK-RESTART-PLAN-EXIT
004540     IF RECRSW-ACTION-SKIP
004550         GOBACK
004560     END-IF
004570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004580     PERFORM 2000-MERGE-EXCEPTIONS
004590         THRU 2000-MERGE-EXCEPTIONS-EXIT
004600         UNTIL WS-EOF-OLD-YES AND WS-EOF-EXT-YES
004610     PERFORM 8000-PRINT-AGING-REPORT
004620         THRU 8000-PRINT-AGING-REPORT-EXIT
004630     PERFORM 8500-PRINT-CLEARANCE-REPORT
004640         THRU 8500-PRINT-CLEARANCE-REPORT-EXIT
004650     IF WS-TIER-ENTERED-TOTAL > 0
004660         PERFORM 9300-ISSUE-ALERTS THRU 9300-ISSUE-ALERTS-EXIT
004670     END-IF
004680     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
004690     COMPUTE RECSTW-RECORD-COUNT = WS-NEW-COUNT + WS-CARRIED-COUNT
004700         + WS-EXT-REPLAY-COUNT
004710     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
004720     PERFORM 9810-WRITE-STEP-TIMING
004730         THRU 9810-WRITE-STEP-TIMING-EXIT
004740     GOBACK
004750     .
004760 0000-MAINLINE-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790* 1000 - OPENS AND PRIMING.  A MISSING EXCIN DATASET IS A COLD
004800* START - EVERY EXTRACT EXCEPTION IS NEW.
004810*----------------------------------------------------------------*
004820 1000-INITIALIZE.
004830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004840     PERFORM 1100-READ-PARM-CARDS
004850         THRU 1100-READ-PARM-CARDS-EXIT
004860     IF WS-RECUR-ESC-LIMIT > 0 AND WS-ESC-COUNT = 0
004870         DISPLAY "EXCAGE: RECURESC NEEDS AN ESCALATE CARD"
004880         MOVE 16 TO RETURN-CODE
004890         GOBACK
004900     END-IF
004910     PERFORM 1900-CHECK-RUN-CONTROL
004920         THRU 1900-CHECK-RUN-CONTROL-EXIT
004930     PERFORM 1400-LOAD-CLEARED-HISTORY
004940         THRU 1400-LOAD-CLEARED-HISTORY-EXIT
004950     OPEN INPUT EXCIN-FILE
004960     IF WS-FILE-STATUS-EIN-NOTFND
004970         SET WS-EOF-OLD-YES TO TRUE
004980     ELSE
004990         IF NOT WS-FILE-STATUS-EIN-OK
005000             DISPLAY "EXCAGE: OPEN FAILED FOR EXCIN - STATUS "
005010                 WS-FILE-STATUS-EIN
005020             MOVE 16 TO RETURN-CODE
005030             GOBACK
005040         END-IF
005050     END-IF
005060     OPEN INPUT EXTRACT-FILE
005070     IF NOT WS-FILE-STATUS-EXT-OK
005080         DISPLAY "EXCAGE: OPEN FAILED FOR EXTFILE - STATUS "
005090             WS-FILE-STATUS-EXT
005100         MOVE 16 TO RETURN-CODE
005110         GOBACK
005120     END-IF
005130     OPEN OUTPUT EXCOUT-FILE
005140     IF NOT WS-FILE-STATUS-EOUT-OK
005150         DISPLAY "EXCAGE: OPEN FAILED FOR EXCOUT - STATUS "
005160             WS-FILE-STATUS-EOUT
005170         MOVE 16 TO RETURN-CODE
005180         GOBACK
005190     END-IF
005200     OPEN OUTPUT REPORT-FILE
005210     IF NOT WS-FILE-STATUS-RPT-OK
005220         DISPLAY "EXCAGE: OPEN FAILED FOR EXCRPT - STATUS "
005230             WS-FILE-STATUS-RPT
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     OPEN EXTEND CLRHIST-FILE
005280     IF WS-FILE-STATUS-CLR-NOTFND
005290         OPEN OUTPUT CLRHIST-FILE
005300     END-IF
005310     IF NOT WS-FILE-STATUS-CLR-OK
005320         DISPLAY "EXCAGE: OPEN FAILED FOR CLRHIST - STATUS "
005330             WS-FILE-STATUS-CLR
005340         MOVE 16 TO RETURN-CODE
005350         GOBACK
005360     END-IF
005370     OPEN OUTPUT CLRRPT-FILE
005380     IF NOT WS-FILE-STATUS-CRP-OK
005390         DISPLAY "EXCAGE: OPEN FAILED FOR CLRRPT - STATUS "
005400             WS-FILE-STATUS-CRP
005410         MOVE 16 TO RETURN-CODE
005420         GOBACK
005430     END-IF
005440     PERFORM 1300-LOAD-DISPOSITIONS
005450         THRU 1300-LOAD-DISPOSITIONS-EXIT
005460     OPEN OUTPUT DSPOUT-FILE
005470     IF NOT WS-FILE-STATUS-DSO-OK
005480         DISPLAY "EXCAGE: OPEN FAILED FOR DSPOUT - STATUS "
005490             WS-FILE-STATUS-DSO
005500         MOVE 16 TO RETURN-CODE
005510         GOBACK
005520     END-IF
005530     PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT
005540     PERFORM 2200-READ-EXTRACT THRU 2200-READ-EXTRACT-EXIT
005550     .
005560 1000-INITIALIZE-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------*
005590* 1100 - SYSIN CARDS, AMONG THEM:
005600*     AGELIMIT NNN   (THREE DIGITS - REPORT ITEMS OUTSTANDING
005610*                     MORE THAN NNN CYCLES; DEFAULT 001)
005620*     CYCLE YYYYMMDD (THE CYCLE BEING AGED - DEFAULT TODAY; THE
005630*                     DATE THE RUN-CONTROL LOCK CHECKS AND
005640*                     RUNCTL, CLRHIST, ALERTS AND CTLFILE CARRY)
005650*----------------------------------------------------------------*
005660 1100-READ-PARM-CARDS.
005670     OPEN INPUT PARM-FILE
005680     IF WS-FILE-STATUS-PARM-NOTFND
005690         SET WS-PARM-EOF-YES TO TRUE
005700         GO TO 1100-READ-PARM-CARDS-EXIT
005710     END-IF
005720     IF NOT WS-FILE-STATUS-PARM-OK
005730         DISPLAY "EXCAGE: OPEN FAILED FOR SYSIN - STATUS "
005740             WS-FILE-STATUS-PARM
005750         MOVE 16 TO RETURN-CODE
005760         GOBACK
005770     END-IF
005780     PERFORM 1110-READ-PARM-CARD
005790         THRU 1110-READ-PARM-CARD-EXIT
005800         UNTIL WS-PARM-EOF-YES
005810     CLOSE PARM-FILE
005820     .
005830 1100-READ-PARM-CARDS-EXIT.
005840     EXIT.
005850 1110-READ-PARM-CARD.
005860     READ PARM-FILE INTO WS-PARM-CARD
005870         AT END
005880             SET WS-PARM-EOF-YES TO TRUE
005890             GO TO 1110-READ-PARM-CARD-EXIT
005900     END-READ
005910     IF NOT WS-FILE-STATUS-PARM-OK
005920         DISPLAY "EXCAGE: READ FAILED FOR SYSIN - STATUS "
005930             WS-FILE-STATUS-PARM
005940         MOVE 16 TO RETURN-CODE
005950         GOBACK
005960     END-IF
005970     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
005980         GO TO 1110-READ-PARM-CARD-EXIT
005990     END-IF
006000     MOVE SPACES TO WS-CARD-FIELDS
006010     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
006020         INTO WS-CARD-VERB WS-CARD-OPERAND-1
006030     END-UNSTRING
006040     EVALUATE WS-CARD-VERB
006050         WHEN "AGELIMIT"
006060             MOVE WS-CARD-OPERAND-1 TO WS-CARD-AGE-X
006070             IF WS-CARD-AGE NOT NUMERIC
006080                 DISPLAY "EXCAGE: BAD AGELIMIT - "
006090                     WS-CARD-OPERAND-1
006100                 MOVE 16 TO RETURN-CODE
006110                 GOBACK
006120             END-IF
006130             MOVE WS-CARD-AGE TO WS-AGE-LIMIT
006140         WHEN "CYCLE"
006150             MOVE WS-CARD-OPERAND-1 TO WS-CARD-DATE-X
006160             PERFORM 1160-VALIDATE-CARD-DATE
006170                 THRU 1160-VALIDATE-CARD-DATE-EXIT
006180             IF WS-CARD-DATE-VALID-NO
006190                     OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
006200                 DISPLAY "EXCAGE: CYCLE MUST BE YYYYMMDD - "
006210                     WS-CARD-OPERAND-1
006220                 MOVE 16 TO RETURN-CODE
006230                 GOBACK
006240             END-IF
006250             MOVE WS-CARD-DATE-X TO WS-RUN-DATE
006260         WHEN "ESCALATE"
006270             PERFORM 1150-APPLY-ESCALATE-CARD
006280                 THRU 1150-APPLY-ESCALATE-CARD-EXIT
006290         WHEN "FORCE"
006300             SET WS-FORCE-YES TO TRUE
006310             MOVE WS-CARD-OPERAND-1 TO WS-FORCE-USER
006320         WHEN "RECURESC"
006330             MOVE WS-CARD-OPERAND-1 TO WS-CARD-AGE-X
006340             IF WS-CARD-AGE NOT NUMERIC OR WS-CARD-AGE = 0
006350                 DISPLAY "EXCAGE: BAD RECURESC COUNT - "
006360                     WS-CARD-OPERAND-1
006370                 MOVE 16 TO RETURN-CODE
006380                 GOBACK
006390             END-IF
006400             MOVE WS-CARD-AGE TO WS-RECUR-ESC-LIMIT
006410         WHEN OTHER
006420             DISPLAY "EXCAGE: UNRECOGNIZED PARM CARD - "
006430                 WS-PARM-CARD
006440             MOVE 16 TO RETURN-CODE
006450             GOBACK
006460     END-EVALUATE
006470     .
006480 1110-READ-PARM-CARD-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------*
006510* 1160 - THE CYCLE CARD'S DATE MUST BE A REAL DATE: NUMERIC,
006520* MONTH 1-12, DAY WITHIN THE MONTH, FEBRUARY 29 ONLY IN A LEAP
006530* YEAR.
006540*----------------------------------------------------------------*
006550 1160-VALIDATE-CARD-DATE.
006560     SET WS-CARD-DATE-VALID-YES TO TRUE
006570     IF WS-CARD-DATE-X NOT NUMERIC
006580         SET WS-CARD-DATE-VALID-NO TO TRUE
006590         GO TO 1160-VALIDATE-CARD-DATE-EXIT
006600     END-IF
006610     IF WS-CARD-DATE-MM < 1 OR WS-CARD-DATE-MM > 12
006620             OR WS-CARD-DATE-DD < 1 OR WS-CARD-DATE-DD > 31
006630         SET WS-CARD-DATE-VALID-NO TO TRUE
006640         GO TO 1160-VALIDATE-CARD-DATE-EXIT
006650     END-IF
006660     EVALUATE WS-CARD-DATE-MM
006670         WHEN 04
006680         WHEN 06
006690         WHEN 09
006700         WHEN 11
006710             IF WS-CARD-DATE-DD > 30
006720                 SET WS-CARD-DATE-VALID-NO TO TRUE
006730             END-IF
006740         WHEN 02
006750             IF WS-CARD-DATE-DD > 29
006760                 SET WS-CARD-DATE-VALID-NO TO TRUE
006770             END-IF
006780             IF WS-CARD-DATE-DD = 29
006790                 PERFORM 1165-CHECK-LEAP-YEAR
006800                     THRU 1165-CHECK-LEAP-YEAR-EXIT
006810             END-IF
006820     END-EVALUATE
006830     .
006840 1160-VALIDATE-CARD-DATE-EXIT.
006850     EXIT.
006860 1165-CHECK-LEAP-YEAR.
006870     DIVIDE WS-CARD-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
006880         REMAINDER WS-LEAP-REM
006890     IF WS-LEAP-REM NOT = 0
006900         SET WS-CARD-DATE-VALID-NO TO TRUE
006910         GO TO 1165-CHECK-LEAP-YEAR-EXIT
006920     END-IF
006930     DIVIDE WS-CARD-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
006940         REMAINDER WS-LEAP-REM
006950     IF WS-LEAP-REM NOT = 0
006960         GO TO 1165-CHECK-LEAP-YEAR-EXIT
006970     END-IF
006980     DIVIDE WS-CARD-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
006990         REMAINDER WS-LEAP-REM
007000     IF WS-LEAP-REM NOT = 0
007010         SET WS-CARD-DATE-VALID-NO TO TRUE
007020     END-IF
007030     .
007040 1165-CHECK-LEAP-YEAR-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------*
007070* 1150 - ONE ESCALATE CARD.  THRESHOLDS MUST ARRIVE ASCENDING
007080* SO THE TIER OF AN AGE IS SIMPLY HOW MANY IT EXCEEDS.
007090*----------------------------------------------------------------*
007100 1150-APPLY-ESCALATE-CARD.
007110     MOVE WS-CARD-OPERAND-1 TO WS-CARD-AGE-X
007120     IF WS-CARD-AGE NOT NUMERIC OR WS-CARD-AGE = 0
007130         DISPLAY "EXCAGE: BAD ESCALATE THRESHOLD - "
007140             WS-CARD-OPERAND-1
007150         MOVE 16 TO RETURN-CODE
007160         GOBACK
007170     END-IF
007180     IF WS-ESC-COUNT = WS-ESC-MAX
007190         DISPLAY "EXCAGE: TOO MANY ESCALATE CARDS"
007200         MOVE 16 TO RETURN-CODE
007210         GOBACK
007220     END-IF
007230     IF WS-ESC-COUNT > 0
007240         IF WS-CARD-AGE NOT > WS-ESC-TIER (WS-ESC-COUNT)
007250             DISPLAY "EXCAGE: ESCALATE THRESHOLDS MUST ASCEND"
007260             MOVE 16 TO RETURN-CODE
007270             GOBACK
007280         END-IF
007290     END-IF
007300     ADD 1 TO WS-ESC-COUNT
007310     MOVE WS-CARD-AGE TO WS-ESC-TIER (WS-ESC-COUNT)
007320     MOVE ZERO TO WS-TIER-ENTERED-CNT (WS-ESC-COUNT)
007330     .
007340 1150-APPLY-ESCALATE-CARD-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------*
007370* 1300 - LOAD THE DISPOSITION COMPANION FILE.  A MISSING DSPIN
007380* DATASET MEANS NOBODY HAS DISPOSITIONED ANYTHING YET.
007390*----------------------------------------------------------------*
007400 1300-LOAD-DISPOSITIONS.
007410     OPEN INPUT DSPIN-FILE
007420     IF WS-FILE-STATUS-DSI-NOTFND
007430         SET WS-DSP-EOF-YES TO TRUE
007440         GO TO 1300-LOAD-DISPOSITIONS-EXIT
007450     END-IF
007460     IF NOT WS-FILE-STATUS-DSI-OK
007470         DISPLAY "EXCAGE: OPEN FAILED FOR DSPIN - STATUS "
007480             WS-FILE-STATUS-DSI
007490         MOVE 16 TO RETURN-CODE
007500         GOBACK
007510     END-IF
007520     PERFORM 1310-LOAD-ONE-DISPOSITION
007530         THRU 1310-LOAD-ONE-DISPOSITION-EXIT
007540         UNTIL WS-DSP-EOF-YES
007550     CLOSE DSPIN-FILE
007560     .
007570 1300-LOAD-DISPOSITIONS-EXIT.
007580     EXIT.
007590 1310-LOAD-ONE-DISPOSITION.
007600     READ DSPIN-FILE
007610         AT END
007620             SET WS-DSP-EOF-YES TO TRUE
007630             GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
007640     END-READ
007650     IF NOT WS-FILE-STATUS-DSI-OK
007660         DISPLAY "EXCAGE: READ FAILED FOR DSPIN - STATUS "
007670             WS-FILE-STATUS-DSI
007680         MOVE 16 TO RETURN-CODE
007690         GOBACK
007700     END-IF
007710     IF DSPIN-RECORD = SPACES
007720         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
007730     END-IF
007740     MOVE ZERO TO WS-DSP-FOUND
007750     PERFORM 1320-MATCH-LOADED-DISPOSITION
007760         THRU 1320-MATCH-LOADED-DISPOSITION-EXIT
007770         VARYING WS-DSP-IDX FROM 1 BY 1
007780         UNTIL WS-DSP-IDX > WS-DSP-COUNT OR WS-DSP-FOUND > 0
007790     IF WS-DSP-FOUND > 0
007800         MOVE DSPIN-STATUS TO WS-DSP-STATUS (WS-DSP-FOUND)
007810         MOVE DSPIN-OWNER-ID TO WS-DSP-OWNER (WS-DSP-FOUND)
007820         MOVE DSPIN-NOTE TO WS-DSP-NOTE (WS-DSP-FOUND)
007830         MOVE DSPIN-REVIEW-DATE TO WS-DSP-REVIEW (WS-DSP-FOUND)
007840         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
007850     END-IF
007860     IF WS-DSP-COUNT = WS-DSP-MAX
007870         ADD 1 TO WS-DSP-OVERFLOW
007880         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
007890     END-IF
007900     ADD 1 TO WS-DSP-COUNT
007910     MOVE DSPIN-KEY TO WS-DSP-KEY (WS-DSP-COUNT)
007920     MOVE DSPIN-REASON-CODE TO WS-DSP-REASON (WS-DSP-COUNT)
007930     MOVE DSPIN-PAIR-ID TO WS-DSP-PAIR (WS-DSP-COUNT)
007940     MOVE DSPIN-STATUS TO WS-DSP-STATUS (WS-DSP-COUNT)
007950     MOVE DSPIN-OWNER-ID TO WS-DSP-OWNER (WS-DSP-COUNT)
007960     MOVE DSPIN-NOTE TO WS-DSP-NOTE (WS-DSP-COUNT)
007970     MOVE DSPIN-REVIEW-DATE TO WS-DSP-REVIEW (WS-DSP-COUNT)
007980     MOVE "N" TO WS-DSP-USED-SW (WS-DSP-COUNT)
007990     .
008000 1310-LOAD-ONE-DISPOSITION-EXIT.
008010     EXIT.
008020 1320-MATCH-LOADED-DISPOSITION.
008030     IF WS-DSP-KEY (WS-DSP-IDX) = DSPIN-KEY
008040             AND WS-DSP-REASON (WS-DSP-IDX) = DSPIN-REASON-CODE
008050             AND WS-DSP-PAIR (WS-DSP-IDX) = DSPIN-PAIR-ID
008060         MOVE WS-DSP-IDX TO WS-DSP-FOUND
008070     END-IF
008080     .
008090 1320-MATCH-LOADED-DISPOSITION-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120* 1400 - LOAD THE CLEARED HISTORY BEFORE CLRHIST IS OPENED FOR
008130* TONIGHT'S CLEARANCES.  A MISSING DATASET MEANS NOTHING HAS
008140* EVER CLEARED.  A RECORD WRITTEN BEFORE RECURRENCES WERE KEPT
008150* HAS NO COUNT AND NO ORIGINAL DATE: ZERO AND ITS OWN FIRST DATE.
008160*----------------------------------------------------------------*
008170 1400-LOAD-CLEARED-HISTORY.
008180     OPEN INPUT CLRHIST-FILE
008190     IF WS-FILE-STATUS-CLR-NOTFND
008200         GO TO 1400-LOAD-CLEARED-HISTORY-EXIT
008210     END-IF
008220     IF NOT WS-FILE-STATUS-CLR-OK
008230         DISPLAY "EXCAGE: OPEN FAILED FOR CLRHIST - STATUS "
008240             WS-FILE-STATUS-CLR
008250         MOVE 16 TO RETURN-CODE
008260         GOBACK
008270     END-IF
008280     PERFORM 1410-LOAD-ONE-CLEARANCE
008290         THRU 1410-LOAD-ONE-CLEARANCE-EXIT
008300         UNTIL WS-CLH-EOF-YES
008310     CLOSE CLRHIST-FILE
008320     .
008330 1400-LOAD-CLEARED-HISTORY-EXIT.
008340     EXIT.
008350 1410-LOAD-ONE-CLEARANCE.
008360     READ CLRHIST-FILE
008370         AT END
008380             SET WS-CLH-EOF-YES TO TRUE
008390             GO TO 1410-LOAD-ONE-CLEARANCE-EXIT
008400     END-READ
008410     IF NOT WS-FILE-STATUS-CLR-OK
008420         DISPLAY "EXCAGE: READ FAILED FOR CLRHIST - STATUS "
008430             WS-FILE-STATUS-CLR
008440         MOVE 16 TO RETURN-CODE
008450         GOBACK
008460     END-IF
008470     IF RECCLR-RECORD = SPACES
008480         GO TO 1410-LOAD-ONE-CLEARANCE-EXIT
008490     END-IF
008500     IF RECCLR-RECUR-COUNT NOT NUMERIC
008510         MOVE ZERO TO RECCLR-RECUR-COUNT
008520     END-IF
008530     IF RECCLR-ORIG-FIRST-DATE = SPACES
008540         MOVE RECCLR-FIRST-DATE TO RECCLR-ORIG-FIRST-DATE
008550     END-IF
008560     MOVE RECCLR-KEY TO WS-EXT-READ-KEY-ID
008570     MOVE RECCLR-REASON-CODE TO WS-EXT-READ-KEY-RSN
008580     MOVE RECCLR-PAIR-ID TO WS-EXT-READ-KEY-PAIR
008590     PERFORM 4900-FIND-CLEARANCE THRU 4900-FIND-CLEARANCE-EXIT
008600     IF WS-CLH-FOUND = 0
008610         IF WS-CLH-COUNT = WS-CLH-MAX
008620             ADD 1 TO WS-CLH-OVERFLOW
008630             GO TO 1410-LOAD-ONE-CLEARANCE-EXIT
008640         END-IF
008650         ADD 1 TO WS-CLH-COUNT
008660         MOVE WS-CLH-COUNT TO WS-CLH-FOUND
008670         MOVE RECCLR-KEY TO WS-CLH-KEY (WS-CLH-FOUND)
008680         MOVE RECCLR-REASON-CODE TO WS-CLH-REASON (WS-CLH-FOUND)
008690         MOVE RECCLR-PAIR-ID TO WS-CLH-PAIR (WS-CLH-FOUND)
008700     END-IF
008710     MOVE RECCLR-ORIG-FIRST-DATE
008720         TO WS-CLH-ORIG-FIRST (WS-CLH-FOUND)
008730     MOVE RECCLR-RECUR-COUNT TO WS-CLH-RECUR (WS-CLH-FOUND)
008740     .
008750 1410-LOAD-ONE-CLEARANCE-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------*
008780* 1900 - RUN-CONTROL LOCK.  A COMPLETED RECORD FOR THIS CYCLE
008790* DATE (THE CYCLE CARD'S, OR TODAY) MEANS THE AGES WERE ALREADY
008800* BUMPED FOR IT; WITHOUT A FORCE CARD THE RERUN IS REFUSED.
008810*----------------------------------------------------------------*
008820 1900-CHECK-RUN-CONTROL.
008830     OPEN INPUT RUNCTL-FILE
008840     IF WS-FILE-STATUS-RCT-NOTFND
008850         GO TO 1900-CHECK-RUN-CONTROL-EXIT
008860     END-IF
008870     IF NOT WS-FILE-STATUS-RCT-OK
008880         DISPLAY "EXCAGE: OPEN FAILED FOR RUNCTL - STATUS "
008890             WS-FILE-STATUS-RCT
008900         MOVE 16 TO RETURN-CODE
008910         GOBACK
008920     END-IF
008930     PERFORM 1910-SCAN-ONE-RUNCTL
008940         THRU 1910-SCAN-ONE-RUNCTL-EXIT
008950         UNTIL WS-RCT-EOF-YES
008960     CLOSE RUNCTL-FILE
008970     IF WS-RUN-DONE-YES AND WS-FORCE-NO
008980         DISPLAY "EXCAGE003E CYCLE " WS-RUN-DATE
008990             " ALREADY COMPLETED - RERUN REFUSED"
009000         DISPLAY "EXCAGE: SUPPLY A FORCE CARD TO RERUN"
009010         MOVE 16 TO RETURN-CODE
009020         GOBACK
009030     END-IF
009040     IF WS-RUN-DONE-YES AND WS-FORCE-YES
009050         DISPLAY "EXCAGE: FORCED RERUN OF CYCLE " WS-RUN-DATE
009060             " BY " WS-FORCE-USER
009070     END-IF
009080     .
009090 1900-CHECK-RUN-CONTROL-EXIT.
009100     EXIT.
009110 1910-SCAN-ONE-RUNCTL.
009120     READ RUNCTL-FILE
009130         AT END
009140             SET WS-RCT-EOF-YES TO TRUE
009150             GO TO 1910-SCAN-ONE-RUNCTL-EXIT
009160     END-READ
009170     IF NOT WS-FILE-STATUS-RCT-OK
009180         DISPLAY "EXCAGE: READ FAILED FOR RUNCTL - STATUS "
009190             WS-FILE-STATUS-RCT
009200         MOVE 16 TO RETURN-CODE
009210         GOBACK
009220     END-IF
009230     IF RECRUN-CYCLE-DATE = WS-RUN-DATE
009240             AND RECRUN-PROGRAM-ID = "EXCAGE"
009250         SET WS-RUN-DONE-YES TO TRUE
009260     END-IF
009270     .
009280 1910-SCAN-ONE-RUNCTL-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------*
009310* 2000 - MERGE ON KEY PLUS REASON.  BOTH INPUTS ARRIVE IN THAT
009320* COMPOSITE ORDER: EXCOUT IS WRITTEN IN IT, AND THE EXTRACT IS
009330* IN KEY ORDER WITH AT MOST ONE REASON PER KEY PER CYCLE.
009340*----------------------------------------------------------------*
009350 2000-MERGE-EXCEPTIONS.
009360     EVALUATE TRUE
009370         WHEN WS-EOF-OLD-YES AND WS-EOF-EXT-NO
009380             PERFORM 3200-NEW-EXCEPTION
009390                 THRU 3200-NEW-EXCEPTION-EXIT
009400             PERFORM 2200-READ-EXTRACT
009410                 THRU 2200-READ-EXTRACT-EXIT
009420         WHEN WS-EOF-EXT-YES AND WS-EOF-OLD-NO
009430             PERFORM 3100-CLEARED-EXCEPTION
009440                 THRU 3100-CLEARED-EXCEPTION-EXIT
009450             PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT
009460         WHEN WS-OLD-MERGE-KEY < WS-EXT-MERGE-KEY
009470             PERFORM 3100-CLEARED-EXCEPTION
009480                 THRU 3100-CLEARED-EXCEPTION-EXIT
009490             PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT
009500         WHEN WS-EXT-MERGE-KEY < WS-OLD-MERGE-KEY
009510             PERFORM 3200-NEW-EXCEPTION
009520                 THRU 3200-NEW-EXCEPTION-EXIT
009530             PERFORM 2200-READ-EXTRACT
009540                 THRU 2200-READ-EXTRACT-EXIT
009550         WHEN OTHER
009560             PERFORM 3300-SURVIVING-EXCEPTION
009570                 THRU 3300-SURVIVING-EXCEPTION-EXIT
009580             PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT
009590             PERFORM 2200-READ-EXTRACT
009600                 THRU 2200-READ-EXTRACT-EXIT
009610     END-EVALUATE
009620     .
009630 2000-MERGE-EXCEPTIONS-EXIT.
009640     EXIT.
009650 2100-READ-OLD.
009660     IF WS-EOF-OLD-YES
009670         GO TO 2100-READ-OLD-EXIT
009680     END-IF
009690     READ EXCIN-FILE
009700         AT END
009710             SET WS-EOF-OLD-YES TO TRUE
009720             GO TO 2100-READ-OLD-EXIT
009730     END-READ
009740     IF NOT WS-FILE-STATUS-EIN-OK
009750         DISPLAY "EXCAGE: READ FAILED FOR EXCIN - STATUS "
009760             WS-FILE-STATUS-EIN
009770         MOVE 16 TO RETURN-CODE
009780         GOBACK
009790     END-IF
009800     MOVE EXCIN-KEY TO WS-OLD-MERGE-KEY-ID
009810     MOVE EXCIN-REASON-CODE TO WS-OLD-MERGE-KEY-RSN
009820     MOVE EXCIN-PAIR-ID TO WS-OLD-MERGE-KEY-PAIR
009830     IF WS-OLD-MERGE-KEY NOT > WS-OLD-PREV-KEY
009840         DISPLAY "EXCAGE: EXCIN OUT OF SEQUENCE - RUN STOPPED"
009850         MOVE 16 TO RETURN-CODE
009860         GOBACK
009870     END-IF
009880     MOVE WS-OLD-MERGE-KEY TO WS-OLD-PREV-KEY
009890     .
009900 2100-READ-OLD-EXIT.
009910     EXIT.
009920*----------------------------------------------------------------*
009930* 2200 - NEXT EXTRACT EXCEPTION.  A RESTARTED RECON EXTENDS ITS
009940* EXTRACT, SO THE FILE CAN BE TWO ASCENDING RUNS CONCATENATED -
009950* THE RERUN RE-COVERS THE KEYS FROM THE LAST CHECKPOINT ON, AND
009960* THOSE REPEATS ARE NOT ADJACENT.  ANY RECORD WHOSE COMPOSITE
009970* KEY/REASON/PAIR DOES NOT EXCEED THE HIGHEST ONE ALREADY
009980* ACCEPTED IS A REPLAY
009990* OF AN EXCEPTION ALREADY MERGED AND IS READ PAST (AND
010000* COUNTED), SO THE STREAM HANDED TO THE MERGE IS STRICTLY
010010* ASCENDING BY CONSTRUCTION.  THE CUMULATIVE FILE ITSELF HAS NO
010020* SUCH EXCUSE - 2100 STOPS THE RUN IF EXCIN EVER DESCENDS.
010030*----------------------------------------------------------------*
010040 2200-READ-EXTRACT.
010050     READ EXTRACT-FILE
010060         AT END
010070             SET WS-EOF-EXT-YES TO TRUE
010080             GO TO 2200-READ-EXTRACT-EXIT
010090     END-READ
010100     IF NOT WS-FILE-STATUS-EXT-OK
010110         DISPLAY "EXCAGE: READ FAILED FOR EXTFILE - STATUS "
010120             WS-FILE-STATUS-EXT
010130         MOVE 16 TO RETURN-CODE
010140         GOBACK
010150     END-IF
010160     MOVE RECEXT-KEY TO WS-EXT-READ-KEY-ID
010170     MOVE RECEXT-REASON-CODE TO WS-EXT-READ-KEY-RSN
010180     MOVE RECEXT-PAIR-ID TO WS-EXT-READ-KEY-PAIR
010190     IF WS-EXT-READ-KEY NOT > WS-EXT-MAX-KEY
010200         ADD 1 TO WS-EXT-REPLAY-COUNT
010210         GO TO 2200-READ-EXTRACT
010220     END-IF
010230     MOVE WS-EXT-READ-KEY TO WS-EXT-MAX-KEY
010240     MOVE RECEXT-KEY TO WS-EXT-MERGE-KEY-ID
010250     MOVE RECEXT-REASON-CODE TO WS-EXT-MERGE-KEY-RSN
010260     MOVE RECEXT-PAIR-ID TO WS-EXT-MERGE-KEY-PAIR
010270     .
010280 2200-READ-EXTRACT-EXIT.
010290     EXIT.
010300*----------------------------------------------------------------*
010310* 3000 - THE THREE MERGE OUTCOMES.
010320*----------------------------------------------------------------*
010330 3100-CLEARED-EXCEPTION.
010340     ADD 1 TO WS-CLEARED-COUNT
010350     MOVE SPACES TO RECCLR-RECORD
010360     MOVE EXCIN-KEY TO RECCLR-KEY
010370     MOVE EXCIN-REASON-CODE TO RECCLR-REASON-CODE
010380     MOVE EXCIN-PAIR-ID TO RECCLR-PAIR-ID
010390     MOVE EXCIN-FIRST-DATE TO RECCLR-FIRST-DATE
010400     MOVE EXCIN-LAST-DATE TO RECCLR-LAST-DATE
010410     IF EXCIN-AGE-CYCLES NUMERIC
010420         MOVE EXCIN-AGE-CYCLES TO RECCLR-FINAL-AGE
010430     ELSE
010440         MOVE ZERO TO RECCLR-FINAL-AGE
010450     END-IF
010460     MOVE WS-RUN-DATE TO RECCLR-CLEARED-DATE
010470     IF EXCIN-RECUR-COUNT NUMERIC
010480         MOVE EXCIN-RECUR-COUNT TO RECCLR-RECUR-COUNT
010490     ELSE
010500         MOVE ZERO TO RECCLR-RECUR-COUNT
010510     END-IF
010520     IF EXCIN-ORIG-FIRST-DATE = SPACES
010530         MOVE EXCIN-FIRST-DATE TO RECCLR-ORIG-FIRST-DATE
010540     ELSE
010550         MOVE EXCIN-ORIG-FIRST-DATE TO RECCLR-ORIG-FIRST-DATE
010560     END-IF
010570     WRITE RECCLR-RECORD
010580     IF NOT WS-FILE-STATUS-CLR-OK
010590         DISPLAY "EXCAGE: WRITE FAILED FOR CLRHIST - STATUS "
010600             WS-FILE-STATUS-CLR
010610         MOVE 16 TO RETURN-CODE
010620         GOBACK
010630     END-IF
010640     PERFORM 4500-TALLY-CLEARANCE
010650         THRU 4500-TALLY-CLEARANCE-EXIT
010660     .
010670 3100-CLEARED-EXCEPTION-EXIT.
010680     EXIT.
010690 3200-NEW-EXCEPTION.
010700     MOVE SPACES TO EXCOUT-RECORD
010710     MOVE RECEXT-KEY TO EXCOUT-KEY
010720     MOVE RECEXT-REASON-CODE TO EXCOUT-REASON-CODE
010730     MOVE RECEXT-RUN-DATE TO EXCOUT-FIRST-DATE
010740     MOVE RECEXT-RUN-DATE TO EXCOUT-LAST-DATE
010750     MOVE 1 TO EXCOUT-AGE-CYCLES
010760     MOVE RECEXT-FILEA-DATA TO EXCOUT-FILEA-DATA
010770     MOVE RECEXT-FILEB-DATA TO EXCOUT-FILEB-DATA
010780     MOVE RECEXT-PAIR-ID TO EXCOUT-PAIR-ID
010790     MOVE ZERO TO EXCOUT-RECUR-COUNT
010800     MOVE RECEXT-RUN-DATE TO EXCOUT-ORIG-FIRST-DATE
010810     PERFORM 4900-FIND-CLEARANCE THRU 4900-FIND-CLEARANCE-EXIT
010820     IF WS-CLH-FOUND > 0
010830         IF WS-CLH-RECUR (WS-CLH-FOUND) < 999
010840             COMPUTE EXCOUT-RECUR-COUNT =
010850                 WS-CLH-RECUR (WS-CLH-FOUND) + 1
010860         ELSE
010870             MOVE 999 TO EXCOUT-RECUR-COUNT
010880         END-IF
010890         MOVE WS-CLH-ORIG-FIRST (WS-CLH-FOUND)
010900             TO EXCOUT-ORIG-FIRST-DATE
010910         ADD 1 TO WS-RECURRED-COUNT
010920     END-IF
010930     PERFORM 7000-WRITE-EXCOUT THRU 7000-WRITE-EXCOUT-EXIT
010940     ADD 1 TO WS-NEW-COUNT
010950     MOVE ZERO TO WS-OLD-TIER
010960     MOVE EXCOUT-RECUR-COUNT TO WS-TIER-RECUR
010970     MOVE EXCOUT-AGE-CYCLES TO WS-TIER-AGE
010980     PERFORM 4550-COMPUTE-TIER THRU 4550-COMPUTE-TIER-EXIT
010990     MOVE WS-TIER-RESULT TO WS-CUR-TIER
011000     PERFORM 4560-TALLY-TIER-ENTRY
011010         THRU 4560-TALLY-TIER-ENTRY-EXIT
011020     PERFORM 4800-TALLY-OPEN-REASON
011030         THRU 4800-TALLY-OPEN-REASON-EXIT
011040     PERFORM 4600-APPLY-DISPOSITION
011050         THRU 4600-APPLY-DISPOSITION-EXIT
011060     PERFORM 4000-CONSIDER-FOR-REPORT
011070         THRU 4000-CONSIDER-FOR-REPORT-EXIT
011080     PERFORM 4950-CONSIDER-FOR-RECURRING
011090         THRU 4950-CONSIDER-FOR-RECURRING-EXIT
011100     .
011110 3200-NEW-EXCEPTION-EXIT.
011120     EXIT.
011130 3300-SURVIVING-EXCEPTION.
011140     MOVE EXCIN-RECORD TO EXCOUT-RECORD
011150     IF EXCOUT-AGE-CYCLES < 999
011160         ADD 1 TO EXCOUT-AGE-CYCLES
011170     END-IF
011180     MOVE RECEXT-RUN-DATE TO EXCOUT-LAST-DATE
011190     MOVE RECEXT-FILEA-DATA TO EXCOUT-FILEA-DATA
011200     MOVE RECEXT-FILEB-DATA TO EXCOUT-FILEB-DATA
011210     IF EXCOUT-RECUR-COUNT NOT NUMERIC
011220         MOVE ZERO TO EXCOUT-RECUR-COUNT
011230     END-IF
011240     IF EXCOUT-ORIG-FIRST-DATE = SPACES
011250         MOVE EXCOUT-FIRST-DATE TO EXCOUT-ORIG-FIRST-DATE
011260     END-IF
011270     PERFORM 7000-WRITE-EXCOUT THRU 7000-WRITE-EXCOUT-EXIT
011280     ADD 1 TO WS-CARRIED-COUNT
011290     MOVE EXCOUT-RECUR-COUNT TO WS-TIER-RECUR
011300     IF EXCIN-AGE-CYCLES NUMERIC
011310         MOVE EXCIN-AGE-CYCLES TO WS-TIER-AGE
011320     ELSE
011330         MOVE ZERO TO WS-TIER-AGE
011340     END-IF
011350     PERFORM 4550-COMPUTE-TIER THRU 4550-COMPUTE-TIER-EXIT
011360     MOVE WS-TIER-RESULT TO WS-OLD-TIER
011370     MOVE EXCOUT-AGE-CYCLES TO WS-TIER-AGE
011380     PERFORM 4550-COMPUTE-TIER THRU 4550-COMPUTE-TIER-EXIT
011390     MOVE WS-TIER-RESULT TO WS-CUR-TIER
011400     PERFORM 4560-TALLY-TIER-ENTRY
011410         THRU 4560-TALLY-TIER-ENTRY-EXIT
011420     PERFORM 4800-TALLY-OPEN-REASON
011430         THRU 4800-TALLY-OPEN-REASON-EXIT
011440     PERFORM 4600-APPLY-DISPOSITION
011450         THRU 4600-APPLY-DISPOSITION-EXIT
011460     PERFORM 4000-CONSIDER-FOR-REPORT
011470         THRU 4000-CONSIDER-FOR-REPORT-EXIT
011480     PERFORM 4950-CONSIDER-FOR-RECURRING
011490         THRU 4950-CONSIDER-FOR-RECURRING-EXIT
011500     .
011510 3300-SURVIVING-EXCEPTION-EXIT.
011520     EXIT.
011530*----------------------------------------------------------------*
011540* 4000 - INSERT THE EXCOUT RECORD JUST BUILT INTO THE REPORT
011550* TABLE IN FIRST-SEEN-DATE ORDER WHEN ITS AGE IS PAST THE
011560* LIMIT, OR WHEN ITS RECURRENCES HAVE ESCALATED IT.  A FULL
011570* TABLE DROPS THE YOUNGEST, NOT THE OLDEST.
011580*----------------------------------------------------------------*
011590 4000-CONSIDER-FOR-REPORT.
011600     IF EXCOUT-AGE-CYCLES NOT > WS-AGE-LIMIT
011610         IF WS-RECUR-ESC-LIMIT = 0
011620                 OR EXCOUT-RECUR-COUNT < WS-RECUR-ESC-LIMIT
011630             GO TO 4000-CONSIDER-FOR-REPORT-EXIT
011640         END-IF
011650     END-IF
011660     MOVE WS-RPT-COUNT TO WS-RPT-INS
011670     ADD 1 TO WS-RPT-INS
011680     PERFORM 4100-FIND-INSERT-POINT
011690         THRU 4100-FIND-INSERT-POINT-EXIT
011700         VARYING WS-RPT-IDX FROM 1 BY 1
011710         UNTIL WS-RPT-IDX > WS-RPT-COUNT
011720     IF WS-RPT-INS > WS-RPT-MAX
011730         ADD 1 TO WS-OVERFLOW-COUNT
011740         GO TO 4000-CONSIDER-FOR-REPORT-EXIT
011750     END-IF
011760     IF WS-RPT-COUNT = WS-RPT-MAX
011770         ADD 1 TO WS-OVERFLOW-COUNT
011780     ELSE
011790         ADD 1 TO WS-RPT-COUNT
011800     END-IF
011810     PERFORM 4200-SHIFT-TABLE-DOWN
011820         THRU 4200-SHIFT-TABLE-DOWN-EXIT
011830         VARYING WS-RPT-IDX FROM WS-RPT-COUNT BY -1
011840         UNTIL WS-RPT-IDX NOT > WS-RPT-INS
011850     MOVE EXCOUT-FIRST-DATE TO WS-RPT-FIRST-DATE (WS-RPT-INS)
011860     MOVE EXCOUT-KEY TO WS-RPT-KEY (WS-RPT-INS)
011870     MOVE EXCOUT-REASON-CODE TO WS-RPT-REASON (WS-RPT-INS)
011880     MOVE EXCOUT-LAST-DATE TO WS-RPT-LAST-DATE (WS-RPT-INS)
011890     MOVE EXCOUT-AGE-CYCLES TO WS-RPT-AGE (WS-RPT-INS)
011900     MOVE EXCOUT-PAIR-ID TO WS-RPT-PAIR (WS-RPT-INS)
011910     MOVE WS-CUR-DSP-STATUS TO WS-RPT-STATUS (WS-RPT-INS)
011920     MOVE WS-CUR-DSP-OWNER TO WS-RPT-OWNER (WS-RPT-INS)
011930     MOVE WS-CUR-TIER TO WS-RPT-TIER (WS-RPT-INS)
011940     .
011950 4000-CONSIDER-FOR-REPORT-EXIT.
011960     EXIT.
011970 4100-FIND-INSERT-POINT.
011980     IF EXCOUT-FIRST-DATE < WS-RPT-FIRST-DATE (WS-RPT-IDX)
011990             AND WS-RPT-IDX < WS-RPT-INS
012000         MOVE WS-RPT-IDX TO WS-RPT-INS
012010     END-IF
012020     .
012030 4100-FIND-INSERT-POINT-EXIT.
012040     EXIT.
012050 4200-SHIFT-TABLE-DOWN.
012060     IF WS-RPT-IDX > 1
012070         MOVE WS-RPT-ENTRY (WS-RPT-IDX - 1)
012080             TO WS-RPT-ENTRY (WS-RPT-IDX)
012090     END-IF
012100     .
012110 4200-SHIFT-TABLE-DOWN-EXIT.
012120     EXIT.
012130*----------------------------------------------------------------*
012140* 4500 - FIND OR OPEN THE REASON/PAIR SLOT FOR THE CLEARANCE
012150* JUST WRITTEN AND ADD ITS FINAL AGE IN, FEEDING THE AVERAGE
012160* CYCLES-TO-CLEAR LINE ON THE CLEARANCE REPORT.
012170*----------------------------------------------------------------*
012180 4500-TALLY-CLEARANCE.
012190     MOVE ZERO TO WS-CLT-FOUND
012200     PERFORM 4510-MATCH-CLEARANCE
012210         THRU 4510-MATCH-CLEARANCE-EXIT
012220         VARYING WS-CLT-IDX FROM 1 BY 1
012230         UNTIL WS-CLT-IDX > WS-CLT-COUNT OR WS-CLT-FOUND > 0
012240     IF WS-CLT-FOUND = 0
012250         IF WS-CLT-COUNT = WS-CLT-MAX
012260             ADD 1 TO WS-CLT-OVERFLOW
012270             GO TO 4500-TALLY-CLEARANCE-EXIT
012280         END-IF
012290         ADD 1 TO WS-CLT-COUNT
012300         MOVE WS-CLT-COUNT TO WS-CLT-FOUND
012310         MOVE RECCLR-REASON-CODE
012320             TO WS-CLT-REASON (WS-CLT-FOUND)
012330         MOVE RECCLR-PAIR-ID TO WS-CLT-PAIR (WS-CLT-FOUND)
012340         MOVE ZERO TO WS-CLT-CLEARED (WS-CLT-FOUND)
012350         MOVE ZERO TO WS-CLT-AGE-TOTAL (WS-CLT-FOUND)
012360     END-IF
012370     ADD 1 TO WS-CLT-CLEARED (WS-CLT-FOUND)
012380     ADD RECCLR-FINAL-AGE TO WS-CLT-AGE-TOTAL (WS-CLT-FOUND)
012390     .
012400 4500-TALLY-CLEARANCE-EXIT.
012410     EXIT.
012420 4510-MATCH-CLEARANCE.
012430     IF WS-CLT-REASON (WS-CLT-IDX) = RECCLR-REASON-CODE
012440             AND WS-CLT-PAIR (WS-CLT-IDX) = RECCLR-PAIR-ID
012450         MOVE WS-CLT-IDX TO WS-CLT-FOUND
012460     END-IF
012470     .
012480 4510-MATCH-CLEARANCE-EXIT.
012490     EXIT.
012500*----------------------------------------------------------------*
012510* 4600 - LOOK THE EXCOUT RECORD JUST WRITTEN UP IN THE
012520* DISPOSITION TABLE.  A HIT MARKS THE ENTRY USED, CARRIES IT
012530* FORWARD TO DSPOUT AND STAGES THE STATUS AND OWNER FOR THE
012540* AGING REPORT; A MISS STAGES SPACES.
012550*----------------------------------------------------------------*
012560 4600-APPLY-DISPOSITION.
012570     MOVE SPACES TO WS-CUR-DSP-STATUS
012580     MOVE SPACES TO WS-CUR-DSP-OWNER
012590     MOVE ZERO TO WS-DSP-FOUND
012600     PERFORM 4610-MATCH-DISPOSITION
012610         THRU 4610-MATCH-DISPOSITION-EXIT
012620         VARYING WS-DSP-IDX FROM 1 BY 1
012630         UNTIL WS-DSP-IDX > WS-DSP-COUNT OR WS-DSP-FOUND > 0
012640     IF WS-DSP-FOUND = 0
012650         GO TO 4600-APPLY-DISPOSITION-EXIT
012660     END-IF
012670     MOVE "Y" TO WS-DSP-USED-SW (WS-DSP-FOUND)
012680     ADD 1 TO WS-DISPOSITIONED-COUNT
012690     MOVE WS-DSP-STATUS (WS-DSP-FOUND) TO WS-CUR-DSP-STATUS
012700     MOVE WS-DSP-OWNER (WS-DSP-FOUND) TO WS-CUR-DSP-OWNER
012710     MOVE SPACES TO RECDSP-RECORD
012720     MOVE WS-DSP-KEY (WS-DSP-FOUND) TO RECDSP-KEY
012730     MOVE WS-DSP-REASON (WS-DSP-FOUND) TO RECDSP-REASON-CODE
012740     MOVE WS-DSP-PAIR (WS-DSP-FOUND) TO RECDSP-PAIR-ID
012750     MOVE WS-DSP-STATUS (WS-DSP-FOUND) TO RECDSP-STATUS
012760     MOVE WS-DSP-OWNER (WS-DSP-FOUND) TO RECDSP-OWNER-ID
012770     MOVE WS-DSP-NOTE (WS-DSP-FOUND) TO RECDSP-NOTE
012780     MOVE WS-DSP-REVIEW (WS-DSP-FOUND) TO RECDSP-REVIEW-DATE
012790     WRITE RECDSP-RECORD
012800     IF NOT WS-FILE-STATUS-DSO-OK
012810         DISPLAY "EXCAGE: WRITE FAILED FOR DSPOUT - STATUS "
012820             WS-FILE-STATUS-DSO
012830         MOVE 16 TO RETURN-CODE
012840         GOBACK
012850     END-IF
012860     .
012870 4600-APPLY-DISPOSITION-EXIT.
012880     EXIT.
012890 4610-MATCH-DISPOSITION.
012900     IF WS-DSP-KEY (WS-DSP-IDX) = EXCOUT-KEY
012910             AND WS-DSP-REASON (WS-DSP-IDX)
012920                 = EXCOUT-REASON-CODE
012930             AND WS-DSP-PAIR (WS-DSP-IDX) = EXCOUT-PAIR-ID
012940         MOVE WS-DSP-IDX TO WS-DSP-FOUND
012950     END-IF
012960     .
012970 4610-MATCH-DISPOSITION-EXIT.
012980     EXIT.
012990*----------------------------------------------------------------*
013000* 4700 - AFTER THE MERGE, ANY DISPOSITION STILL UNUSED BELONGS
013010* TO AN EXCEPTION THAT CLEARED AND IS DROPPED WITH IT.
013020*----------------------------------------------------------------*
013030 4700-COUNT-DROPPED.
013040     PERFORM 4710-COUNT-ONE-DROPPED
013050         THRU 4710-COUNT-ONE-DROPPED-EXIT
013060         VARYING WS-DSP-IDX FROM 1 BY 1
013070         UNTIL WS-DSP-IDX > WS-DSP-COUNT
013080     .
013090 4700-COUNT-DROPPED-EXIT.
013100     EXIT.
013110 4710-COUNT-ONE-DROPPED.
013120     IF WS-DSP-USED-SW (WS-DSP-IDX) = "N"
013130         ADD 1 TO WS-DSP-DROPPED-COUNT
013140     END-IF
013150     .
013160 4710-COUNT-ONE-DROPPED-EXIT.
013170     EXIT.
013180*----------------------------------------------------------------*
013190* 4550 - THE TIER OF AN AGE: HOW MANY ESCALATE THRESHOLDS IT
013200* EXCEEDS.  NO ESCALATE CARDS MEANS EVERYTHING IS TIER ZERO.
013210* AN ITEM WHOSE RECURRENCE COUNT (WS-TIER-RECUR) HAS REACHED
013220* THE RECURESC LIMIT GOES STRAIGHT TO THE TOP TIER.
013230*----------------------------------------------------------------*
013240 4550-COMPUTE-TIER.
013250     MOVE ZERO TO WS-TIER-RESULT
013260     PERFORM 4555-JUDGE-ONE-TIER
013270         THRU 4555-JUDGE-ONE-TIER-EXIT
013280         VARYING WS-ESC-IDX FROM 1 BY 1
013290         UNTIL WS-ESC-IDX > WS-ESC-COUNT
013300     IF WS-RECUR-ESC-LIMIT > 0
013310             AND WS-TIER-RECUR NOT < WS-RECUR-ESC-LIMIT
013320         MOVE WS-ESC-COUNT TO WS-TIER-RESULT
013330     END-IF
013340     .
013350 4550-COMPUTE-TIER-EXIT.
013360     EXIT.
013370 4555-JUDGE-ONE-TIER.
013380     IF WS-TIER-AGE > WS-ESC-TIER (WS-ESC-IDX)
013390         MOVE WS-ESC-IDX TO WS-TIER-RESULT
013400     END-IF
013410     .
013420 4555-JUDGE-ONE-TIER-EXIT.
013430     EXIT.
013440*----------------------------------------------------------------*
013450* 4560 - AN AGE BUMP THAT CARRIES AN ITEM OVER ANOTHER
013460* THRESHOLD HAS ENTERED A HIGHER TIER THIS CYCLE.
013470*----------------------------------------------------------------*
013480 4560-TALLY-TIER-ENTRY.
013490     IF WS-CUR-TIER > WS-OLD-TIER
013500         ADD 1 TO WS-TIER-ENTERED-CNT (WS-CUR-TIER)
013510         ADD 1 TO WS-TIER-ENTERED-TOTAL
013520     END-IF
013530     .
013540 4560-TALLY-TIER-ENTRY-EXIT.
013550     EXIT.
013560 4800-TALLY-OPEN-REASON.
013570     EVALUATE EXCOUT-REASON-CODE
013580         WHEN "NA"
013590             ADD 1 TO WS-OPEN-NA-COUNT
013600         WHEN "NB"
013610             ADD 1 TO WS-OPEN-NB-COUNT
013620         WHEN OTHER
013630             ADD 1 TO WS-OPEN-FM-COUNT
013640     END-EVALUATE
013650     .
013660 4800-TALLY-OPEN-REASON-EXIT.
013670     EXIT.
013680*----------------------------------------------------------------*
013690* 4900 - LOOK THE KEY/REASON/PAIR STAGED IN WS-EXT-READ-KEY UP
013700* IN THE CLEARED-HISTORY TABLE.
013710*----------------------------------------------------------------*
013720 4900-FIND-CLEARANCE.
013730     MOVE ZERO TO WS-CLH-FOUND
013740     PERFORM 4910-MATCH-ONE-CLEARANCE
013750         THRU 4910-MATCH-ONE-CLEARANCE-EXIT
013760         VARYING WS-CLH-IDX FROM 1 BY 1
013770         UNTIL WS-CLH-IDX > WS-CLH-COUNT OR WS-CLH-FOUND > 0
013780     .
013790 4900-FIND-CLEARANCE-EXIT.
013800     EXIT.
013810 4910-MATCH-ONE-CLEARANCE.
013820     IF WS-CLH-KEY (WS-CLH-IDX) = WS-EXT-READ-KEY-ID
013830             AND WS-CLH-REASON (WS-CLH-IDX) = WS-EXT-READ-KEY-RSN
013840             AND WS-CLH-PAIR (WS-CLH-IDX) = WS-EXT-READ-KEY-PAIR
013850         MOVE WS-CLH-IDX TO WS-CLH-FOUND
013860     END-IF
013870     .
013880 4910-MATCH-ONE-CLEARANCE-EXIT.
013890     EXIT.
013900*----------------------------------------------------------------*
013910* 4950 - AN OPEN ITEM THAT HAS COME BACK GOES INTO THE RECURRING
013920* TABLE, MOST RECURRENCES FIRST.  A FULL TABLE DROPS THE LEAST
013930* RECURRENT, COUNTED ON THE TOTALS PAGE.
013940*----------------------------------------------------------------*
013950 4950-CONSIDER-FOR-RECURRING.
013960     IF EXCOUT-RECUR-COUNT = 0
013970         GO TO 4950-CONSIDER-FOR-RECURRING-EXIT
013980     END-IF
013990     ADD 1 TO WS-RECUR-OPEN-COUNT
014000     IF WS-RECUR-ESC-LIMIT > 0
014010             AND EXCOUT-RECUR-COUNT NOT < WS-RECUR-ESC-LIMIT
014020         ADD 1 TO WS-RECUR-ESC-COUNT
014030     END-IF
014040     MOVE WS-RCR-COUNT TO WS-RCR-INS
014050     ADD 1 TO WS-RCR-INS
014060     PERFORM 4960-FIND-RECUR-INSERT
014070         THRU 4960-FIND-RECUR-INSERT-EXIT
014080         VARYING WS-RCR-IDX FROM 1 BY 1
014090         UNTIL WS-RCR-IDX > WS-RCR-COUNT
014100     IF WS-RCR-INS > WS-RCR-MAX
014110         ADD 1 TO WS-RCR-OVERFLOW
014120         GO TO 4950-CONSIDER-FOR-RECURRING-EXIT
014130     END-IF
014140     IF WS-RCR-COUNT = WS-RCR-MAX
014150         ADD 1 TO WS-RCR-OVERFLOW
014160     ELSE
014170         ADD 1 TO WS-RCR-COUNT
014180     END-IF
014190     PERFORM 4970-SHIFT-RECUR-DOWN
014200         THRU 4970-SHIFT-RECUR-DOWN-EXIT
014210         VARYING WS-RCR-IDX FROM WS-RCR-COUNT BY -1
014220         UNTIL WS-RCR-IDX NOT > WS-RCR-INS
014230     MOVE EXCOUT-RECUR-COUNT TO WS-RCR-RECUR (WS-RCR-INS)
014240     MOVE EXCOUT-KEY TO WS-RCR-KEY (WS-RCR-INS)
014250     MOVE EXCOUT-REASON-CODE TO WS-RCR-REASON (WS-RCR-INS)
014260     MOVE EXCOUT-PAIR-ID TO WS-RCR-PAIR (WS-RCR-INS)
014270     MOVE EXCOUT-ORIG-FIRST-DATE TO WS-RCR-ORIG-FIRST (WS-RCR-INS)
014280     MOVE EXCOUT-FIRST-DATE TO WS-RCR-FIRST-DATE (WS-RCR-INS)
014290     MOVE EXCOUT-AGE-CYCLES TO WS-RCR-AGE (WS-RCR-INS)
014300     MOVE WS-CUR-TIER TO WS-RCR-TIER (WS-RCR-INS)
014310     .
014320 4950-CONSIDER-FOR-RECURRING-EXIT.
014330     EXIT.
014340 4960-FIND-RECUR-INSERT.
014350     IF EXCOUT-RECUR-COUNT > WS-RCR-RECUR (WS-RCR-IDX)
014360             AND WS-RCR-IDX < WS-RCR-INS
014370         MOVE WS-RCR-IDX TO WS-RCR-INS
014380     END-IF
014390     .
014400 4960-FIND-RECUR-INSERT-EXIT.
014410     EXIT.
014420 4970-SHIFT-RECUR-DOWN.
014430     IF WS-RCR-IDX > 1
014440         MOVE WS-RCR-ENTRY (WS-RCR-IDX - 1)
014450             TO WS-RCR-ENTRY (WS-RCR-IDX)
014460     END-IF
014470     .
014480 4970-SHIFT-RECUR-DOWN-EXIT.
014490     EXIT.
014500 7000-WRITE-EXCOUT.
014510     WRITE EXCOUT-RECORD
014520     IF NOT WS-FILE-STATUS-EOUT-OK
014530         DISPLAY "EXCAGE: WRITE FAILED FOR EXCOUT - STATUS "
014540             WS-FILE-STATUS-EOUT
014550         MOVE 16 TO RETURN-CODE
014560         GOBACK
014570     END-IF
014580     .
014590 7000-WRITE-EXCOUT-EXIT.
014600     EXIT.
014610*----------------------------------------------------------------*
014620* 8000 - THE AGING REPORT, OLDEST FIRST, PLUS CYCLE TOTALS.
014630*----------------------------------------------------------------*
014640 8000-PRINT-AGING-REPORT.
014650     PERFORM 4700-COUNT-DROPPED
014660         THRU 4700-COUNT-DROPPED-EXIT
014670     MOVE SPACES TO WS-REPORT-LINE
014680     STRING "EXCEPTION AGING REPORT - RUN " DELIMITED BY SIZE
014690         WS-RUN-DATE DELIMITED BY SIZE
014700         INTO WS-REPORT-LINE
014710     PERFORM 8900-WRITE-REPORT-LINE
014720         THRU 8900-WRITE-REPORT-LINE-EXIT
014730     IF WS-RUN-DONE-YES AND WS-FORCE-YES
014740         MOVE SPACES TO WS-REPORT-LINE
014750         MOVE "FORCED RERUN - AGES BUMPED AGAIN THIS CYCLE"
014760             TO WS-REPORT-LINE
014770         PERFORM 8900-WRITE-REPORT-LINE
014780             THRU 8900-WRITE-REPORT-LINE-EXIT
014790     END-IF
014800     MOVE SPACES TO WS-REPORT-LINE
014810     MOVE "KEY        RSN AGE FIRST    LAST     PAIR     STS OWNE
014820-        "R" TO WS-REPORT-LINE
014830     PERFORM 8900-WRITE-REPORT-LINE
014840         THRU 8900-WRITE-REPORT-LINE-EXIT
014850     IF WS-ESC-COUNT = 0
014860         PERFORM 8100-PRINT-REPORT-LINE
014870             THRU 8100-PRINT-REPORT-LINE-EXIT
014880             VARYING WS-RPT-IDX FROM 1 BY 1
014890             UNTIL WS-RPT-IDX > WS-RPT-COUNT
014900     ELSE
014910         PERFORM 8060-PRINT-ONE-TIER-GROUP
014920             THRU 8060-PRINT-ONE-TIER-GROUP-EXIT
014930             VARYING WS-TIER-PRT FROM WS-ESC-COUNT BY -1
014940             UNTIL WS-TIER-PRT < 0
014950     END-IF
014960     IF WS-RCR-COUNT > 0
014970         PERFORM 8200-PRINT-RECURRING
014980             THRU 8200-PRINT-RECURRING-EXIT
014990     END-IF
015000     MOVE SPACES TO WS-REPORT-LINE
015010     PERFORM 8900-WRITE-REPORT-LINE
015020         THRU 8900-WRITE-REPORT-LINE-EXIT
015030     MOVE SPACES TO WS-REPORT-LINE
015040     MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
015050     STRING "NEW THIS CYCLE      : " DELIMITED BY SIZE
015060         WS-EDIT-COUNT DELIMITED BY SIZE
015070         INTO WS-REPORT-LINE
015080     PERFORM 8900-WRITE-REPORT-LINE
015090         THRU 8900-WRITE-REPORT-LINE-EXIT
015100     MOVE SPACES TO WS-REPORT-LINE
015110     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT
015120     STRING "CARRIED FORWARD     : " DELIMITED BY SIZE
015130         WS-EDIT-COUNT DELIMITED BY SIZE
015140         INTO WS-REPORT-LINE
015150     PERFORM 8900-WRITE-REPORT-LINE
015160         THRU 8900-WRITE-REPORT-LINE-EXIT
015170     MOVE SPACES TO WS-REPORT-LINE
015180     MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
015190     STRING "CLEARED THIS CYCLE  : " DELIMITED BY SIZE
015200         WS-EDIT-COUNT DELIMITED BY SIZE
015210         INTO WS-REPORT-LINE
015220     PERFORM 8900-WRITE-REPORT-LINE
015230         THRU 8900-WRITE-REPORT-LINE-EXIT
015240     MOVE SPACES TO WS-REPORT-LINE
015250     MOVE WS-RPT-COUNT TO WS-EDIT-COUNT
015260     STRING "LISTED OVER AGELIMIT: " DELIMITED BY SIZE
015270         WS-EDIT-COUNT DELIMITED BY SIZE
015280         INTO WS-REPORT-LINE
015290     PERFORM 8900-WRITE-REPORT-LINE
015300         THRU 8900-WRITE-REPORT-LINE-EXIT
015310     MOVE SPACES TO WS-REPORT-LINE
015320     MOVE WS-DISPOSITIONED-COUNT TO WS-EDIT-COUNT
015330     STRING "DISPOSITIONED       : " DELIMITED BY SIZE
015340         WS-EDIT-COUNT DELIMITED BY SIZE
015350         INTO WS-REPORT-LINE
015360     PERFORM 8900-WRITE-REPORT-LINE
015370         THRU 8900-WRITE-REPORT-LINE-EXIT
015380     IF WS-DSP-DROPPED-COUNT > 0
015390         MOVE SPACES TO WS-REPORT-LINE
015400         MOVE WS-DSP-DROPPED-COUNT TO WS-EDIT-COUNT
015410         STRING "DISPOSITIONS DROPPED: " DELIMITED BY SIZE
015420             WS-EDIT-COUNT DELIMITED BY SIZE
015430             INTO WS-REPORT-LINE
015440         PERFORM 8900-WRITE-REPORT-LINE
015450             THRU 8900-WRITE-REPORT-LINE-EXIT
015460     END-IF
015470     IF WS-DSP-OVERFLOW > 0
015480         MOVE SPACES TO WS-REPORT-LINE
015490         MOVE WS-DSP-OVERFLOW TO WS-EDIT-COUNT
015500         STRING "DISPOSITIONS NOT LOADED: " DELIMITED BY SIZE
015510             WS-EDIT-COUNT DELIMITED BY SIZE
015520             INTO WS-REPORT-LINE
015530         PERFORM 8900-WRITE-REPORT-LINE
015540             THRU 8900-WRITE-REPORT-LINE-EXIT
015550     END-IF
015560     MOVE SPACES TO WS-REPORT-LINE
015570     MOVE WS-RECURRED-COUNT TO WS-EDIT-COUNT
015580     STRING "RECURRED THIS CYCLE : " DELIMITED BY SIZE
015590         WS-EDIT-COUNT DELIMITED BY SIZE
015600         INTO WS-REPORT-LINE
015610     PERFORM 8900-WRITE-REPORT-LINE
015620         THRU 8900-WRITE-REPORT-LINE-EXIT
015630     MOVE SPACES TO WS-REPORT-LINE
015640     MOVE WS-RECUR-OPEN-COUNT TO WS-EDIT-COUNT
015650     STRING "RECURRING OPEN      : " DELIMITED BY SIZE
015660         WS-EDIT-COUNT DELIMITED BY SIZE
015670         INTO WS-REPORT-LINE
015680     PERFORM 8900-WRITE-REPORT-LINE
015690         THRU 8900-WRITE-REPORT-LINE-EXIT
015700     IF WS-RECUR-ESC-LIMIT > 0
015710         MOVE SPACES TO WS-REPORT-LINE
015720         MOVE WS-RECUR-ESC-COUNT TO WS-EDIT-COUNT
015730         STRING "ESCALATED BY RECURESC: " DELIMITED BY SIZE
015740             WS-EDIT-COUNT DELIMITED BY SIZE
015750             INTO WS-REPORT-LINE
015760         PERFORM 8900-WRITE-REPORT-LINE
015770             THRU 8900-WRITE-REPORT-LINE-EXIT
015780     END-IF
015790     IF WS-RCR-OVERFLOW > 0
015800         MOVE SPACES TO WS-REPORT-LINE
015810         MOVE WS-RCR-OVERFLOW TO WS-EDIT-COUNT
015820         STRING "RECURRING NOT LISTED: " DELIMITED BY SIZE
015830             WS-EDIT-COUNT DELIMITED BY SIZE
015840             INTO WS-REPORT-LINE
015850         PERFORM 8900-WRITE-REPORT-LINE
015860             THRU 8900-WRITE-REPORT-LINE-EXIT
015870     END-IF
015880     IF WS-CLH-OVERFLOW > 0
015890         MOVE SPACES TO WS-REPORT-LINE
015900         MOVE WS-CLH-OVERFLOW TO WS-EDIT-COUNT
015910         STRING "CLEARED HISTORY NOT LOADED: " DELIMITED BY SIZE
015920             WS-EDIT-COUNT DELIMITED BY SIZE
015930             INTO WS-REPORT-LINE
015940         PERFORM 8900-WRITE-REPORT-LINE
015950             THRU 8900-WRITE-REPORT-LINE-EXIT
015960     END-IF
015970     IF WS-ESC-COUNT > 0
015980         PERFORM 8080-PRINT-TIER-TOTALS
015990             THRU 8080-PRINT-TIER-TOTALS-EXIT
016000     END-IF
016010     IF WS-EXT-REPLAY-COUNT > 0
016020         MOVE SPACES TO WS-REPORT-LINE
016030         MOVE WS-EXT-REPLAY-COUNT TO WS-EDIT-COUNT
016040         STRING "RESTART REPLAYS SKIPPED: " DELIMITED BY SIZE
016050             WS-EDIT-COUNT DELIMITED BY SIZE
016060             INTO WS-REPORT-LINE
016070         PERFORM 8900-WRITE-REPORT-LINE
016080             THRU 8900-WRITE-REPORT-LINE-EXIT
016090     END-IF
016100     IF WS-OVERFLOW-COUNT > 0
016110         MOVE SPACES TO WS-REPORT-LINE
016120         MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
016130         STRING "NOT LISTED (TABLE FULL): " DELIMITED BY SIZE
016140             WS-EDIT-COUNT DELIMITED BY SIZE
016150             INTO WS-REPORT-LINE
016160         PERFORM 8900-WRITE-REPORT-LINE
016170             THRU 8900-WRITE-REPORT-LINE-EXIT
016180     END-IF
016190     .
016200 8000-PRINT-AGING-REPORT-EXIT.
016210     EXIT.
016220 8100-PRINT-REPORT-LINE.
016230     MOVE SPACES TO WS-REPORT-LINE
016240     STRING WS-RPT-KEY (WS-RPT-IDX) DELIMITED BY SIZE
016250         " " DELIMITED BY SIZE
016260         WS-RPT-REASON (WS-RPT-IDX) DELIMITED BY SIZE
016270         "  " DELIMITED BY SIZE
016280         WS-RPT-AGE (WS-RPT-IDX) DELIMITED BY SIZE
016290         " " DELIMITED BY SIZE
016300         WS-RPT-FIRST-DATE (WS-RPT-IDX) DELIMITED BY SIZE
016310         " " DELIMITED BY SIZE
016320         WS-RPT-LAST-DATE (WS-RPT-IDX) DELIMITED BY SIZE
016330         " " DELIMITED BY SIZE
016340         WS-RPT-PAIR (WS-RPT-IDX) DELIMITED BY SIZE
016350         " " DELIMITED BY SIZE
016360         WS-RPT-STATUS (WS-RPT-IDX) DELIMITED BY SIZE
016370         "  " DELIMITED BY SIZE
016380         WS-RPT-OWNER (WS-RPT-IDX) DELIMITED BY SIZE
016390         INTO WS-REPORT-LINE
016400     PERFORM 8900-WRITE-REPORT-LINE
016410         THRU 8900-WRITE-REPORT-LINE-EXIT
016420     .
016430 8100-PRINT-REPORT-LINE-EXIT.
016440     EXIT.
016450*----------------------------------------------------------------*
016460* 8060 - ONE TIER GROUP OF THE AGING REPORT, HIGHEST TIER
016470* FIRST: A BREAK HEADING NAMING THE THRESHOLD, THEN THE LISTED
016480* ITEMS SITTING IN THAT TIER, STILL OLDEST FIRST.
016490*----------------------------------------------------------------*
016500 8060-PRINT-ONE-TIER-GROUP.
016510     MOVE SPACES TO WS-REPORT-LINE
016520     PERFORM 8900-WRITE-REPORT-LINE
016530         THRU 8900-WRITE-REPORT-LINE-EXIT
016540     MOVE SPACES TO WS-REPORT-LINE
016550     IF WS-TIER-PRT = 0
016560         MOVE "TIER 0 - UNDER THE FIRST THRESHOLD"
016570             TO WS-REPORT-LINE
016580     ELSE
016590         MOVE WS-TIER-PRT TO WS-RPT-TIER-EDIT
016600         MOVE WS-ESC-TIER (WS-TIER-PRT) TO WS-RPT-THRESH-EDIT
016610         STRING "TIER " DELIMITED BY SIZE
016620             WS-RPT-TIER-EDIT DELIMITED BY SIZE
016630             " - OVER " DELIMITED BY SIZE
016640             WS-RPT-THRESH-EDIT DELIMITED BY SIZE
016650             " CYCLES" DELIMITED BY SIZE
016660             INTO WS-REPORT-LINE
016670     END-IF
016680     PERFORM 8900-WRITE-REPORT-LINE
016690         THRU 8900-WRITE-REPORT-LINE-EXIT
016700     PERFORM 8070-PRINT-TIER-ROW
016710         THRU 8070-PRINT-TIER-ROW-EXIT
016720         VARYING WS-RPT-IDX FROM 1 BY 1
016730         UNTIL WS-RPT-IDX > WS-RPT-COUNT
016740     .
016750 8060-PRINT-ONE-TIER-GROUP-EXIT.
016760     EXIT.
016770 8070-PRINT-TIER-ROW.
016780     IF WS-RPT-TIER (WS-RPT-IDX) = WS-TIER-PRT
016790         PERFORM 8100-PRINT-REPORT-LINE
016800             THRU 8100-PRINT-REPORT-LINE-EXIT
016810     END-IF
016820     .
016830 8070-PRINT-TIER-ROW-EXIT.
016840     EXIT.
016850*----------------------------------------------------------------*
016860* 8080 - ITEMS THAT ENTERED EACH TIER THIS CYCLE - THE COUNTS
016870* BEHIND TONIGHT'S ALERT.
016880*----------------------------------------------------------------*
016890 8080-PRINT-TIER-TOTALS.
016900     PERFORM 8085-PRINT-ONE-TIER-TOTAL
016910         THRU 8085-PRINT-ONE-TIER-TOTAL-EXIT
016920         VARYING WS-ESC-IDX FROM 1 BY 1
016930         UNTIL WS-ESC-IDX > WS-ESC-COUNT
016940     .
016950 8080-PRINT-TIER-TOTALS-EXIT.
016960     EXIT.
016970 8085-PRINT-ONE-TIER-TOTAL.
016980     MOVE SPACES TO WS-REPORT-LINE
016990     MOVE WS-ESC-IDX TO WS-RPT-TIER-EDIT
017000     MOVE WS-TIER-ENTERED-CNT (WS-ESC-IDX) TO WS-EDIT-COUNT
017010     STRING "ENTERED TIER " DELIMITED BY SIZE
017020         WS-RPT-TIER-EDIT DELIMITED BY SIZE
017030         " THIS CYCLE: " DELIMITED BY SIZE
017040         WS-EDIT-COUNT DELIMITED BY SIZE
017050         INTO WS-REPORT-LINE
017060     PERFORM 8900-WRITE-REPORT-LINE
017070         THRU 8900-WRITE-REPORT-LINE-EXIT
017080     .
017090 8085-PRINT-ONE-TIER-TOTAL-EXIT.
017100     EXIT.
017110*----------------------------------------------------------------*
017120* 8200 - THE RECURRING SECTION: OPEN ITEMS THAT CLEARED AND CAME
017130* BACK, MOST RECURRENCES FIRST, WITH THE DATE EACH WAS FIRST
017140* EVER SEEN BESIDE THE DATE OF ITS CURRENT SPELL.
017150*----------------------------------------------------------------*
017160 8200-PRINT-RECURRING.
017170     MOVE SPACES TO WS-REPORT-LINE
017180     PERFORM 8900-WRITE-REPORT-LINE
017190         THRU 8900-WRITE-REPORT-LINE-EXIT
017200     MOVE SPACES TO WS-REPORT-LINE
017210     MOVE "RECURRING - CLEARED AND CAME BACK" TO WS-REPORT-LINE
017220     PERFORM 8900-WRITE-REPORT-LINE
017230         THRU 8900-WRITE-REPORT-LINE-EXIT
017240     MOVE SPACES TO WS-REPORT-LINE
017250     MOVE "KEY        RSN PAIR     RECUR ORIGINAL THIS SPELL"
017260         TO WS-REPORT-LINE
017270     MOVE "AGE TIER" TO WS-REPORT-LINE (51:8)
017280     PERFORM 8900-WRITE-REPORT-LINE
017290         THRU 8900-WRITE-REPORT-LINE-EXIT
017300     PERFORM 8210-PRINT-RECURRING-LINE
017310         THRU 8210-PRINT-RECURRING-LINE-EXIT
017320         VARYING WS-RCR-IDX FROM 1 BY 1
017330         UNTIL WS-RCR-IDX > WS-RCR-COUNT
017340     .
017350 8200-PRINT-RECURRING-EXIT.
017360     EXIT.
017370 8210-PRINT-RECURRING-LINE.
017380     MOVE SPACES TO WS-REPORT-LINE
017390     STRING WS-RCR-KEY (WS-RCR-IDX) DELIMITED BY SIZE
017400         " " DELIMITED BY SIZE
017410         WS-RCR-REASON (WS-RCR-IDX) DELIMITED BY SIZE
017420         "  " DELIMITED BY SIZE
017430         WS-RCR-PAIR (WS-RCR-IDX) DELIMITED BY SIZE
017440         " " DELIMITED BY SIZE
017450         WS-RCR-RECUR (WS-RCR-IDX) DELIMITED BY SIZE
017460         "   " DELIMITED BY SIZE
017470         WS-RCR-ORIG-FIRST (WS-RCR-IDX) DELIMITED BY SIZE
017480         " " DELIMITED BY SIZE
017490         WS-RCR-FIRST-DATE (WS-RCR-IDX) DELIMITED BY SIZE
017500         "   " DELIMITED BY SIZE
017510         WS-RCR-AGE (WS-RCR-IDX) DELIMITED BY SIZE
017520         " " DELIMITED BY SIZE
017530         INTO WS-REPORT-LINE
017540     IF WS-ESC-COUNT > 0
017550         MOVE WS-RCR-TIER (WS-RCR-IDX) TO WS-REPORT-LINE (56:1)
017560     END-IF
017570     PERFORM 8900-WRITE-REPORT-LINE
017580         THRU 8900-WRITE-REPORT-LINE-EXIT
017590     .
017600 8210-PRINT-RECURRING-LINE-EXIT.
017610     EXIT.
017620*----------------------------------------------------------------*
017630* 8500 - THE CLEARANCE REPORT: ONE LINE PER REASON/PAIR SEEN
017640* CLEARING THIS CYCLE WITH THE COUNT AND THE AVERAGE CYCLES TO
017650* CLEAR, THE VIEW MANAGEMENT ASKS FOR MONTHLY.
017660*----------------------------------------------------------------*
017670 8500-PRINT-CLEARANCE-REPORT.
017680     MOVE SPACES TO WS-CLRRPT-LINE
017690     STRING "EXCEPTION CLEARANCE REPORT - RUN "
017700         DELIMITED BY SIZE
017710         WS-RUN-DATE DELIMITED BY SIZE
017720         INTO WS-CLRRPT-LINE
017730     PERFORM 8950-WRITE-CLRRPT-LINE
017740         THRU 8950-WRITE-CLRRPT-LINE-EXIT
017750     MOVE SPACES TO WS-CLRRPT-LINE
017760     MOVE "RSN PAIR      CLEARED  AVG CYCLES"
017770         TO WS-CLRRPT-LINE
017780     PERFORM 8950-WRITE-CLRRPT-LINE
017790         THRU 8950-WRITE-CLRRPT-LINE-EXIT
017800     PERFORM 8510-PRINT-CLEARANCE-LINE
017810         THRU 8510-PRINT-CLEARANCE-LINE-EXIT
017820         VARYING WS-CLT-IDX FROM 1 BY 1
017830         UNTIL WS-CLT-IDX > WS-CLT-COUNT
017840     MOVE SPACES TO WS-CLRRPT-LINE
017850     PERFORM 8950-WRITE-CLRRPT-LINE
017860         THRU 8950-WRITE-CLRRPT-LINE-EXIT
017870     MOVE SPACES TO WS-CLRRPT-LINE
017880     MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
017890     STRING "CLEARED THIS CYCLE  : " DELIMITED BY SIZE
017900         WS-EDIT-COUNT DELIMITED BY SIZE
017910         INTO WS-CLRRPT-LINE
017920     PERFORM 8950-WRITE-CLRRPT-LINE
017930         THRU 8950-WRITE-CLRRPT-LINE-EXIT
017940     IF WS-CLT-OVERFLOW > 0
017950         MOVE SPACES TO WS-CLRRPT-LINE
017960         MOVE WS-CLT-OVERFLOW TO WS-EDIT-COUNT
017970         STRING "NOT TALLIED (FULL)  : " DELIMITED BY SIZE
017980             WS-EDIT-COUNT DELIMITED BY SIZE
017990             INTO WS-CLRRPT-LINE
018000         PERFORM 8950-WRITE-CLRRPT-LINE
018010             THRU 8950-WRITE-CLRRPT-LINE-EXIT
018020     END-IF
018030     .
018040 8500-PRINT-CLEARANCE-REPORT-EXIT.
018050     EXIT.
018060 8510-PRINT-CLEARANCE-LINE.
018070     MOVE SPACES TO WS-CLRRPT-LINE
018080     MOVE WS-CLT-REASON (WS-CLT-IDX) TO WS-CLRRPT-LINE (1:2)
018090     MOVE WS-CLT-PAIR (WS-CLT-IDX) TO WS-CLRRPT-LINE (5:8)
018100     MOVE WS-CLT-CLEARED (WS-CLT-IDX) TO WS-EDIT-COUNT
018110     MOVE WS-EDIT-COUNT TO WS-CLRRPT-LINE (15:7)
018120     COMPUTE WS-CLT-AVG ROUNDED =
018130         WS-CLT-AGE-TOTAL (WS-CLT-IDX)
018140             / WS-CLT-CLEARED (WS-CLT-IDX)
018150     MOVE WS-CLT-AVG TO WS-EDIT-AVG
018160     MOVE WS-EDIT-AVG TO WS-CLRRPT-LINE (24:7)
018170     PERFORM 8950-WRITE-CLRRPT-LINE
018180         THRU 8950-WRITE-CLRRPT-LINE-EXIT
018190     .
018200 8510-PRINT-CLEARANCE-LINE-EXIT.
018210     EXIT.
018220 8950-WRITE-CLRRPT-LINE.
018230     WRITE CLRRPT-RECORD FROM WS-CLRRPT-LINE
018240     IF NOT WS-FILE-STATUS-CRP-OK
018250         DISPLAY "EXCAGE: WRITE FAILED FOR CLRRPT - STATUS "
018260             WS-FILE-STATUS-CRP
018270         MOVE 16 TO RETURN-CODE
018280         GOBACK
018290     END-IF
018300     .
018310 8950-WRITE-CLRRPT-LINE-EXIT.
018320     EXIT.
018330 8900-WRITE-REPORT-LINE.
018340     WRITE REPORT-RECORD FROM WS-REPORT-LINE
018350     IF NOT WS-FILE-STATUS-RPT-OK
018360         DISPLAY "EXCAGE: WRITE FAILED FOR EXCRPT - STATUS "
018370             WS-FILE-STATUS-RPT
018380         MOVE 16 TO RETURN-CODE
018390         GOBACK
018400     END-IF
018410     .
018420 8900-WRITE-REPORT-LINE-EXIT.
018430     EXIT.
018440*----------------------------------------------------------------*
018450* 9300 - AN EXCEPTION CROSSED INTO A HIGHER TIER TONIGHT: A
018460* FIXED-ID CONSOLE MESSAGE FOR AUTOMATION TO TRAP AND A RECALT
018470* RECORD ON THE SAME NOTIFICATION PATH RECON'S TOLERANCE
018480* BREACHES USE, CARRYING THE OPEN-EXCEPTION REASON COUNTS.
018490*----------------------------------------------------------------*
018500 9300-ISSUE-ALERTS.
018510     DISPLAY "EXCAGE01E EXCEPTIONS ESCALATED A TIER - "
018520         "CHRONIC ITEMS NEED ATTENTION"
018530     ACCEPT WS-RUN-TIME-RAW FROM TIME
018540     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
018550     OPEN EXTEND ALERT-FILE
018560     IF WS-FILE-STATUS-ALERT-NOTFND
018570         OPEN OUTPUT ALERT-FILE
018580     END-IF
018590     IF NOT WS-FILE-STATUS-ALERT-OK
018600         DISPLAY "EXCAGE: OPEN FAILED FOR ALERTS - STATUS "
018610             WS-FILE-STATUS-ALERT
018620         MOVE 16 TO RETURN-CODE
018630         GOBACK
018640     END-IF
018650     MOVE SPACES TO RECALT-RECORD
018660     MOVE WS-RUN-DATE TO RECALT-RUN-DATE
018670     MOVE WS-RUN-TIME TO RECALT-RUN-TIME
018680     MOVE "EXCAGE01E" TO RECALT-MSG-ID
018690     MOVE "E" TO RECALT-SEVERITY
018700     MOVE 04 TO RECALT-RETURN-CODE
018710     MOVE WS-OPEN-NA-COUNT TO RECALT-NOT-ON-A-COUNT
018720     MOVE WS-OPEN-NB-COUNT TO RECALT-NOT-ON-B-COUNT
018730     MOVE WS-OPEN-FM-COUNT TO RECALT-FIELD-MM-COUNT
018740     MOVE ZERO TO RECALT-SEQ-ERR-COUNT
018750     ACCEPT RECALT-ISSUE-DATE FROM DATE YYYYMMDD
018760     ACCEPT WS-ALERT-TIME-RAW FROM TIME
018770     MOVE WS-ALERT-TIME-RAW TO RECALT-ISSUE-TIME
018780     WRITE RECALT-RECORD
018790     IF NOT WS-FILE-STATUS-ALERT-OK
018800         DISPLAY "EXCAGE: WRITE FAILED FOR ALERTS - STATUS "
018810             WS-FILE-STATUS-ALERT
018820         MOVE 16 TO RETURN-CODE
018830         GOBACK
018840     END-IF
018850     CLOSE ALERT-FILE
018860     .
018870 9300-ISSUE-ALERTS-EXIT.
018880     EXIT.
018890 9999-TERMINATE.
018900     IF WS-EOF-OLD-NO OR NOT WS-FILE-STATUS-EIN-NOTFND
018910         CLOSE EXCIN-FILE
018920     END-IF
018930     CLOSE EXTRACT-FILE
018940     CLOSE EXCOUT-FILE
018950     CLOSE REPORT-FILE
018960     CLOSE CLRHIST-FILE
018970     CLOSE CLRRPT-FILE
018980     CLOSE DSPOUT-FILE
018990     PERFORM 9400-WRITE-STEP-CONTROL
019000         THRU 9400-WRITE-STEP-CONTROL-EXIT
019010     PERFORM 9500-REGISTER-RUN
019020         THRU 9500-REGISTER-RUN-EXIT
019030     .
019040 9999-TERMINATE-EXIT.
019050     EXIT.
019060*----------------------------------------------------------------*
019070* 9400 - STEP-CONTROL HANDOFF: WHAT THIS RUN READ AND WROTE,
019080* ONE RECCTL RECORD PER FILE, FOR JOBCHECK TO CROSS-FOOT
019090* AGAINST THE RECONCILIATION STEP AND RECEXP.
019100*----------------------------------------------------------------*
019110 9400-WRITE-STEP-CONTROL.
019120     ACCEPT WS-RUN-TIME-RAW FROM TIME
019130     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
019140     OPEN EXTEND CONTROL-FILE
019150     IF WS-FILE-STATUS-CTL-NOTFND
019160         OPEN OUTPUT CONTROL-FILE
019170     END-IF
019180     IF NOT WS-FILE-STATUS-CTL-OK
019190         DISPLAY "EXCAGE: OPEN FAILED FOR CTLFILE - STATUS "
019200             WS-FILE-STATUS-CTL
019210         MOVE 16 TO RETURN-CODE
019220         GOBACK
019230     END-IF
019240     MOVE "EXTFILE" TO WS-CTL-FILE-NAME
019250     MOVE "I" TO WS-CTL-ROLE
019260     COMPUTE WS-CTL-COUNT = WS-NEW-COUNT + WS-CARRIED-COUNT
019270         + WS-EXT-REPLAY-COUNT
019280     PERFORM 9410-WRITE-ONE-CONTROL
019290         THRU 9410-WRITE-ONE-CONTROL-EXIT
019300     MOVE "EXCIN" TO WS-CTL-FILE-NAME
019310     MOVE "I" TO WS-CTL-ROLE
019320     COMPUTE WS-CTL-COUNT = WS-CARRIED-COUNT
019330         + WS-CLEARED-COUNT
019340     PERFORM 9410-WRITE-ONE-CONTROL
019350         THRU 9410-WRITE-ONE-CONTROL-EXIT
019360     MOVE "EXCOUT" TO WS-CTL-FILE-NAME
019370     MOVE "O" TO WS-CTL-ROLE
019380     COMPUTE WS-CTL-COUNT = WS-NEW-COUNT + WS-CARRIED-COUNT
019390     PERFORM 9410-WRITE-ONE-CONTROL
019400         THRU 9410-WRITE-ONE-CONTROL-EXIT
019410     MOVE "DSPOUT" TO WS-CTL-FILE-NAME
019420     MOVE "O" TO WS-CTL-ROLE
019430     MOVE WS-DISPOSITIONED-COUNT TO WS-CTL-COUNT
019440     PERFORM 9410-WRITE-ONE-CONTROL
019450         THRU 9410-WRITE-ONE-CONTROL-EXIT
019460     CLOSE CONTROL-FILE
019470     .
019480 9400-WRITE-STEP-CONTROL-EXIT.
019490     EXIT.
019500 9410-WRITE-ONE-CONTROL.
019510     MOVE SPACES TO RECCTL-RECORD
019520     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
019530     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
019540     MOVE "EXCAGE" TO RECCTL-PROGRAM-ID
019550     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
019560     MOVE WS-CTL-ROLE TO RECCTL-ROLE
019570     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
019580     MOVE ZERO TO RECCTL-AMT-HASH
019590     WRITE RECCTL-RECORD
019600     IF NOT WS-FILE-STATUS-CTL-OK
019610         DISPLAY "EXCAGE: WRITE FAILED FOR CTLFILE - STATUS "
019620             WS-FILE-STATUS-CTL
019630         MOVE 16 TO RETURN-CODE
019640         GOBACK
019650     END-IF
019660     .
019670 9410-WRITE-ONE-CONTROL-EXIT.
019680     EXIT.
019690*----------------------------------------------------------------*
019700* 9500 - REGISTER TONIGHT'S COMPLETION ON THE RUN-CONTROL
019710* DATASET, FLAGGED WHEN IT RAN UNDER FORCE.
019720*----------------------------------------------------------------*
019730 9500-REGISTER-RUN.
019740     OPEN EXTEND RUNCTL-FILE
019750     IF WS-FILE-STATUS-RCT-NOTFND
019760         OPEN OUTPUT RUNCTL-FILE
019770     END-IF
019780     IF NOT WS-FILE-STATUS-RCT-OK
019790         DISPLAY "EXCAGE: OPEN FAILED FOR RUNCTL - STATUS "
019800             WS-FILE-STATUS-RCT
019810         MOVE 16 TO RETURN-CODE
019820         GOBACK
019830     END-IF
019840     MOVE SPACES TO RECRUN-RECORD
019850     MOVE WS-RUN-DATE TO RECRUN-CYCLE-DATE
019860     MOVE "EXCAGE" TO RECRUN-PROGRAM-ID
019870     IF WS-FORCE-YES AND WS-RUN-DONE-YES
019880         SET RECRUN-FORCED TO TRUE
019890         MOVE WS-FORCE-USER TO RECRUN-FORCED-BY
019900     ELSE
019910         SET RECRUN-COMPLETED TO TRUE
019920     END-IF
019930     MOVE WS-RUN-TIME TO RECRUN-RUN-TIME
019940     WRITE RECRUN-RECORD
019950     IF NOT WS-FILE-STATUS-RCT-OK
019960         DISPLAY "EXCAGE: WRITE FAILED FOR RUNCTL - STATUS "
019970             WS-FILE-STATUS-RCT
019980         MOVE 16 TO RETURN-CODE
019990         GOBACK
020000     END-IF
020010     CLOSE RUNCTL-FILE
020020     .
020030 9500-REGISTER-RUN-EXIT.
020040     EXIT.
020050*----------------------------------------------------------------*
020060* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
020070*----------------------------------------------------------------*
020080 COPY "RECSTP.cpy".
020090*----------------------------------------------------------------*
020100* 9820 - THE RESTART PLAN FOR A RESTARTED STREAM.
020110*----------------------------------------------------------------*
020120 COPY "RECRSP.cpy".
020130 END PROGRAM EXCAGE.
