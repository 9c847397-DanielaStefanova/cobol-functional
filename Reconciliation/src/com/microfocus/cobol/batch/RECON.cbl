001860*                   SHARED OUTPUTS AND PRINTS THE SUMMARY
001870*                   SECTIONS IN PAIRLIST ORDER, WITH THE
001880*                   GRAND TOTALS TAKEN AFTER THE JOIN.
001890*   2026-10-15 DS   AGGREGATE (DETAIL-TO-SUMMARY) MODE - AN
001900*                   AGGREGATE FF-TT CARD NAMES THE GROUP KEY OF
001910*                   THE FILE A DETAIL RECORDS; EACH GROUP'S
001920*                   AMOUNT-CARD FIELD IS TOTALLED AND PROVED
001930*                   AGAINST THE MATCHING FILE B SUMMARY RECORD,
001940*                   WITH A GT (GROUP TOTAL DIFFERS) EXTRACT
001950*                   REASON AND ITS OWN SUMMARY LINES.
001960*   2026-10-15 DS   KEY CROSS-REFERENCE - AN OPTIONAL XREF
001970*                   DATASET (RECXRF) MAPS OLD KEYS TO NEW KEYS
001980*                   FROM AN EFFECTIVE DATE; FILE A IS RE-KEYED
001990*                   THROUGH IT AND SORTED BEFORE THE MATCH-MERGE
002000*                   SO A CONVERTED ACCOUNT MATCHES INSTEAD OF
002010*                   SURFACING AS AN NA/NB PAIR, WITH TRANSLATED,
002020*                   NO-ENTRY AND UNUSED-ENTRY SUMMARY LINES.
002030*   2026-10-15 DS   MULTI-RECORD-TYPE FEEDS - A RECTYPE AT CARD
002040*                   NAMES THE TYPE BYTES OF A FEED CARRYING
002050*                   SEVERAL RECORD SHAPES PER KEY; THE MERGE
002060*                   RUNS ON KEY PLUS TYPE, RECTYPE FOR CARDS
002070*                   SCOPE THE FIELD, AMOUNT AND MASKFIELD CARDS
002080*                   THAT FOLLOW TO ONE TYPE, AND THE SUMMARY AND
002090*                   FIELD-FREQUENCY RANKING BREAK OUT BY TYPE.
002100*   2026-10-15 DS   MULTI-CURRENCY BALANCING - A CURRENCY CARD
002110*                   NAMES THE ISO CURRENCY BYTES AND THE BASE
002120*                   CURRENCY; AMOUNT HASH TOTALS ARE KEPT AND
002130*                   PROVED PER CURRENCY, CONVERTED TO BASE
002140*                   THROUGH THE DATED FXRATES DATASET (RECFXR)
002150*                   AND PRINTED ONE LINE PER CURRENCY WITH A
002160*                   BASE-CURRENCY TOTAL; A FIELD CARD TOLERANCE
002170*                   MAY BE GIVEN IN BASE CURRENCY.
002180*   2026-10-15 DS   SUPPRESS-LIST USAGE - EVERY SUPPRESSION IS
002190*                   COUNTED AGAINST THE ENTRY THAT MADE IT, AND A
002200*                   COMPLETED RUN APPENDS ONE RECSUS RECORD PER
002210*                   ACTIVE ENTRY TO THE SUPUSAGE DATASET SO THE
002220*                   SUPPRESS-LIST MAINTENANCE JOB CAN FIND ENTRIES
002230*                   THAT NO LONGER SUPPRESS ANYTHING.
002240*   2026-10-15 DS   SNAPSHOT CATALOG PAIR RESOLUTION - A PAIRLIST
002250*                   DATASET NAMED "@FEEDID CYCLE" (TODAY, PREVBUS
002260*                   ON THE PAIR'S CALENDAR, OR YYYYMMDD) RESOLVES
002270*                   THROUGH THE SNAPCAT CATALOG (RECSNP) FILEPROV
002280*                   WRITES; A PAIR WHOSE SNAPSHOT WAS NEVER PROVED
002290*                   IS SKIPPED AND HELD (RC=8).
002300*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
002310*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
002320*                   THE STEPSLA BATCH-WINDOW REPORT.
002330*   2026-10-15 DS   READS THE RSTCTL RESTART PLAN (RECRSC.CPY)
002340*                   THAT RSTCOORD WRITES FOR A RESTARTED STREAM -
002350*                   A STEP ALREADY COMPLETED FOR THE CYCLE SKIPS
002360*                   ITSELF AT RC=0; ONE TOLD TO RESUME STOPS
002370*                   IF ITS RESTART DATASET HOLDS NO CHECKPOINT.
002380*   2026-10-15 DS   FORCE CARD TAKES THE USER FORCING THE RERUN
002390*                   (FORCE USERID), KEPT ON THE RUNCTL RECORD FOR
002400*                   THE AUDPACK CONTROL-AUDIT EVIDENCE PACK.
002410*   2026-10-15 DS   DICTIONARY FEEDID CARD TAKES THE FIELD, AMOUNT
002420*                   AND MASKFIELD DEFINITIONS FROM THE FEED'S
002430*                   FLDDICT FIELD DICTIONARY (RECDIC.CPY) INSTEAD
002440*                   OF CARDS; THE FIELD NAME RIDES ON RECFLD AND
002450*                   THE FIELD-FREQUENCY LINES.
002460*   2026-10-15 DS   SAMPLE CARD DRAWS A REPRODUCIBLE AUDIT SAMPLE
002470*                   OF MATCHED KEYS PER PAIR - EVERY NTH OR SEEDED
002480*                   RANDOM, TOPPED UP TO A PAIR MINIMUM - ONTO THE
002490*                   SMPFILE DATASET (RECSMP.CPY) AND THE SMPRPT
002500*                   REPORT, MASKED; METHOD, SEED AND SIZE ARE KEPT
002510*                   ON RUNHIST.
002520*   2026-10-15 DS   PARTITION NN SPLITS A SINGLE PAIR INTO NN KEY
002530*                   RANGES (PARTKEY CARDS OR A SAMPLED SPREAD OF
002540*                   FILE A'S KEYS) RUN CONCURRENTLY THROUGH
002550*                   RECONPAIR AND MERGED AS ONE PASS; THE PARTRST
002560*                   DATASET (RECPTR.CPY) LETS A RERUN RESUME ONLY
002570*                   THE RANGES THAT DID NOT FINISH.
002580*   2026-10-15 DS   STEP-CONTROL OUT RECORDS FOR FLDFILE AND
002590*                   PAIRRSLT, SO JOBCHECK TIES THEM TO RECEXP.
002600*   2026-10-15 DS   ALERTS CARRY AN ISSUE STAMP (RECALT.CPY) -
002610*                   THE DATE AND TIME THE ALERT WAS WRITTEN -
002620*                   SO ALRTESC TIMES ESCALATION FROM THE ALERT,
002630*                   NOT FROM THE START OF THE RUN.
002640*----------------------------------------------------------------*
002650 ENVIRONMENT DIVISION.
002660 CONFIGURATION SECTION.
002670 SPECIAL-NAMES.
002680     CONSOLE IS OPER-CONSOLE.
002690 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002710     SELECT FILEA-FILE ASSIGN TO DYNAMIC WS-FILEA-NAME
002720         ORGANIZATION IS SEQUENTIAL
002730         FILE STATUS IS WS-FILE-STATUS-A.
002740     SELECT FILEB-FILE ASSIGN TO DYNAMIC WS-FILEB-NAME
002750         ORGANIZATION IS SEQUENTIAL
002760         FILE STATUS IS WS-FILE-STATUS-B.
002770     SELECT PRINT-FILE ASSIGN TO PRTFILE
002780         ORGANIZATION IS SEQUENTIAL
002790         FILE STATUS IS WS-FILE-STATUS-PRINT.
002800     SELECT DETAIL-FILE ASSIGN TO EXCPRT
002810         ORGANIZATION IS SEQUENTIAL
002820         FILE STATUS IS WS-FILE-STATUS-DETAIL.
002830     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
002840         ORGANIZATION IS SEQUENTIAL
002850         FILE STATUS IS WS-FILE-STATUS-EXTRACT.
002860     SELECT PARM-FILE ASSIGN TO SYSIN
002870         ORGANIZATION IS SEQUENTIAL
002880         FILE STATUS IS WS-FILE-STATUS-PARM.
002890     SELECT FILEAK-FILE ASSIGN TO FILEAK
002900         ORGANIZATION IS INDEXED
002910         ACCESS MODE IS DYNAMIC
002920         RECORD KEY IS FILEAK-KEY
002930         FILE STATUS IS WS-FILE-STATUS-AK.
002940     SELECT FILEBK-FILE ASSIGN TO FILEBK
002950         ORGANIZATION IS INDEXED
002960         ACCESS MODE IS DYNAMIC
002970         RECORD KEY IS FILEBK-KEY
002980         FILE STATUS IS WS-FILE-STATUS-BK.
002990     SELECT SORT-FILE ASSIGN TO SORTWK.
003000     SELECT FILEAS-FILE ASSIGN TO FILEASRT
003010         ORGANIZATION IS SEQUENTIAL
003020         FILE STATUS IS WS-FILE-STATUS-AS.
003030     SELECT FILEBS-FILE ASSIGN TO FILEBSRT
003040         ORGANIZATION IS SEQUENTIAL
003050         FILE STATUS IS WS-FILE-STATUS-BS.
003060     SELECT RESTART-FILE ASSIGN TO RESTART
003070         ORGANIZATION IS SEQUENTIAL
003080         FILE STATUS IS WS-FILE-STATUS-RESTART.
003090     SELECT PAIRLIST-FILE ASSIGN TO PAIRLIST
003100         ORGANIZATION IS SEQUENTIAL
003110         FILE STATUS IS WS-FILE-STATUS-PAIR.
003120     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
003130         ORGANIZATION IS SEQUENTIAL
003140         FILE STATUS IS WS-FILE-STATUS-HOL.
003150     SELECT SNAPCAT-FILE ASSIGN TO SNAPCAT
003160         ORGANIZATION IS SEQUENTIAL
003170         FILE STATUS IS WS-FILE-STATUS-SNAP.
003180     SELECT ALERT-FILE ASSIGN TO ALERTS
003190         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-FILE-STATUS-ALERT.
003210     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS WS-FILE-STATUS-HIST.
003240     SELECT PAIRHIST-FILE ASSIGN TO PAIRHIST
003250         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS WS-FILE-STATUS-PHS.
003270     SELECT PAIRRSLT-FILE ASSIGN TO PAIRRSLT
003280         ORGANIZATION IS SEQUENTIAL
003290         FILE STATUS IS WS-FILE-STATUS-PRS.
003300     SELECT SUPPRESS-FILE ASSIGN TO SUPRLIST
003310         ORGANIZATION IS SEQUENTIAL
003320         FILE STATUS IS WS-FILE-STATUS-SUP.
003330     SELECT XREF-FILE ASSIGN TO XREF
003340         ORGANIZATION IS SEQUENTIAL
003350         FILE STATUS IS WS-FILE-STATUS-XRF.
003360     SELECT FXRATE-FILE ASSIGN TO FXRATES
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS IS WS-FILE-STATUS-FXR.
003390     SELECT CLEAREXT-FILE ASSIGN TO EXTCLEAR
003400         ORGANIZATION IS SEQUENTIAL
003410         FILE STATUS IS WS-FILE-STATUS-CLX.
003420     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
003430         ORGANIZATION IS SEQUENTIAL
003440         FILE STATUS IS WS-FILE-STATUS-RCT.
003450     SELECT QUIESCE-FILE ASSIGN TO QUIESCE
003460         ORGANIZATION IS SEQUENTIAL
003470         FILE STATUS IS WS-FILE-STATUS-QSC.
003480     SELECT FIELD-FILE ASSIGN TO FLDFILE
003490         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-FILE-STATUS-FLD.
003510     SELECT CONTROL-FILE ASSIGN TO CTLFILE
003520         ORGANIZATION IS SEQUENTIAL
003530         FILE STATUS IS WS-FILE-STATUS-CTL.
003540     SELECT SUPUSE-FILE ASSIGN TO SUPUSAGE
003550         ORGANIZATION IS SEQUENTIAL
003560         FILE STATUS IS WS-FILE-STATUS-SUU.
003570     SELECT EXTWORK-FILE ASSIGN TO DYNAMIC WS-EXTWORK-NAME
003580         ORGANIZATION IS SEQUENTIAL
003590         FILE STATUS IS WS-FILE-STATUS-XW.
003600     SELECT FLDWORK-FILE ASSIGN TO DYNAMIC WS-FLDWORK-NAME
003610         ORGANIZATION IS SEQUENTIAL
003620         FILE STATUS IS WS-FILE-STATUS-FW.
003630     SELECT DTLWORK-FILE ASSIGN TO DYNAMIC WS-DTLWORK-NAME
003640         ORGANIZATION IS SEQUENTIAL
003650         FILE STATUS IS WS-FILE-STATUS-DW.
003660     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
003670         ORGANIZATION IS SEQUENTIAL
003680         FILE STATUS IS RECSTW-FILE-STATUS.
003690     SELECT RSTCTL-FILE ASSIGN TO RSTCTL
003700         ORGANIZATION IS SEQUENTIAL
003710         FILE STATUS IS RECRSW-FILE-STATUS.
003720     SELECT DICT-FILE ASSIGN TO FLDDICT
003730         ORGANIZATION IS SEQUENTIAL
003740         FILE STATUS IS RECDIW-FILE-STATUS.
003750     SELECT SAMPLE-FILE ASSIGN TO SMPFILE
003760         ORGANIZATION IS SEQUENTIAL
003770         FILE STATUS IS WS-FILE-STATUS-SMP.
003780     SELECT SMPRPT-FILE ASSIGN TO SMPRPT
003790         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-FILE-STATUS-SRP.
003810     SELECT PARTRST-FILE ASSIGN TO PARTRST
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS WS-FILE-STATUS-PTR.
003840 DATA DIVISION.
003850 FILE SECTION.
003860 FD  FILEA-FILE
003870     LABEL RECORDS ARE STANDARD.
003880 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEA-==.
003890 FD  FILEB-FILE
003900     LABEL RECORDS ARE STANDARD.
003910 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEB-==.
003920 FD  PRINT-FILE
003930     LABEL RECORDS ARE STANDARD.
003940 01  PRINT-RECORD.
003950     05  PRINT-CC                    PIC X(01).
003960     05  PRINT-DATA                  PIC X(132).
003970 FD  DETAIL-FILE
003980     LABEL RECORDS ARE STANDARD.
003990 01  DETAIL-RECORD.
004000     05  DETAIL-CC                   PIC X(01).
004010     05  DETAIL-DATA                 PIC X(132).
004020 FD  EXTRACT-FILE
004030     LABEL RECORDS ARE STANDARD.
004040 COPY "RECEXT.cpy".
004050 FD  PARM-FILE
004060     LABEL RECORDS ARE STANDARD.
004070 01  PARM-RECORD                     PIC X(80).
004080 FD  FILEAK-FILE
004090     LABEL RECORDS ARE STANDARD.
004100 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEAK-==.
004110 FD  FILEBK-FILE
004120     LABEL RECORDS ARE STANDARD.
004130 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEBK-==.
004140 SD  SORT-FILE.
004150 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==SORT-==.
004160 FD  FILEAS-FILE
004170     LABEL RECORDS ARE STANDARD.
004180 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEAS-==.
004190 FD  FILEBS-FILE
004200     LABEL RECORDS ARE STANDARD.
004210 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEBS-==.
004220 FD  PAIRLIST-FILE
004230     LABEL RECORDS ARE STANDARD.
004240 COPY "RECPAIR.cpy".
004250 FD  HOLIDAY-FILE
004260     LABEL RECORDS ARE STANDARD.
004270 01  HOLIDAY-RECORD.
004280     05  HOLIDAY-DATE                PIC X(08).
004290     05  FILLER                      PIC X(01).
004300     05  HOLIDAY-CAL-ID              PIC X(08).
004310     05  FILLER                      PIC X(63).
004320 FD  SNAPCAT-FILE
004330     LABEL RECORDS ARE STANDARD.
004340 COPY "RECSNP.cpy".
004350 FD  ALERT-FILE
004360     LABEL RECORDS ARE STANDARD.
004370 COPY "RECALT.cpy".
004380 FD  RUNHIST-FILE
004390     LABEL RECORDS ARE STANDARD.
004400 COPY "RECHST.cpy".
004410 FD  PAIRHIST-FILE
004420     LABEL RECORDS ARE STANDARD.
004430 COPY "RECPHS.cpy".
004440 FD  PAIRRSLT-FILE
004450     LABEL RECORDS ARE STANDARD.
004460 COPY "RECPRS.cpy".
004470 FD  SUPPRESS-FILE
004480     LABEL RECORDS ARE STANDARD.
004490 COPY "RECSUP.cpy".
004500 FD  XREF-FILE
004510     LABEL RECORDS ARE STANDARD.
004520 COPY "RECXRF.cpy".
004530 FD  FXRATE-FILE
004540     LABEL RECORDS ARE STANDARD.
004550 COPY "RECFXR.cpy".
004560 FD  CLEAREXT-FILE
004570     LABEL RECORDS ARE STANDARD.
004580 COPY "RECEXT.cpy" REPLACING LEADING ==RECEXT-== BY ==EXTC-==.
004590 FD  RUNCTL-FILE
004600     LABEL RECORDS ARE STANDARD.
004610 COPY "RECRUN.cpy".
004620 FD  QUIESCE-FILE
004630     LABEL RECORDS ARE STANDARD.
004640 01  QUIESCE-RECORD                  PIC X(80).
004650 FD  FIELD-FILE
004660     LABEL RECORDS ARE STANDARD.
004670 COPY "RECFLD.cpy".
004680 FD  CONTROL-FILE
004690     LABEL RECORDS ARE STANDARD.
004700 COPY "RECCTL.cpy".
004710 FD  SUPUSE-FILE
004720     LABEL RECORDS ARE STANDARD.
004730 COPY "RECSUS.cpy".
004740 FD  EXTWORK-FILE
004750     LABEL RECORDS ARE STANDARD.
004760 COPY "RECEXT.cpy" REPLACING LEADING ==RECEXT-== BY ==EXTW-==.
004770 FD  FLDWORK-FILE
004780     LABEL RECORDS ARE STANDARD.
004790 COPY "RECFLD.cpy" REPLACING LEADING ==RECFLD-== BY ==FLDW-==.
004800 FD  DTLWORK-FILE
004810     LABEL RECORDS ARE STANDARD.
004820*----------------------------------------------------------------*
004830* ONE STAGED REPORT-DETAIL LINE FROM A PARALLEL PAIR RUNNER, IN
004840* THE ORDER THE ENGINE FOUND IT.  THE CLASS BYTE NAMES THE
004850* GROUP IT FEEDS:  A = NOT ON FILE A,  B = NOT ON FILE B,
004860* M = FIELD MISMATCH,  S = SEQUENCE/DUPLICATE ERROR.
004870*----------------------------------------------------------------*
004880 01  DTLW-RECORD.
004890     05  DTLW-CLASS                  PIC X(01).
004900     05  DTLW-TEXT                   PIC X(1014).
004910 FD  RESTART-FILE
004920     LABEL RECORDS ARE STANDARD.
004930 01  RESTART-RECORD.
004940     05  RESTART-KEY                 PIC X(10).
004950     05  RESTART-KEYS-PROCESSED      PIC 9(09).
004960     05  RESTART-MATCH-COUNT         PIC 9(07).
004970     05  RESTART-NOT-ON-A-COUNT      PIC 9(07).
004980     05  RESTART-NOT-ON-B-COUNT      PIC 9(07).
004990     05  RESTART-FIELD-MM-COUNT      PIC 9(07).
005000     05  FILLER                      PIC X(13).
005010 FD  STEPTIME-FILE
005020     LABEL RECORDS ARE STANDARD.
005030 COPY "RECSTM.cpy".
005040 FD  RSTCTL-FILE
005050     LABEL RECORDS ARE STANDARD.
005060 COPY "RECRSC.cpy".
005070 FD  DICT-FILE
005080     LABEL RECORDS ARE STANDARD.
005090 COPY "RECDIC.cpy".
005100 FD  SAMPLE-FILE
005110     LABEL RECORDS ARE STANDARD.
005120 COPY "RECSMP.cpy".
005130 FD  SMPRPT-FILE
005140     LABEL RECORDS ARE STANDARD.
005150 01  SMPRPT-RECORD.
005160     05  SMPRPT-CC                   PIC X(01).
005170     05  SMPRPT-DATA                 PIC X(132).
005180 FD  PARTRST-FILE
005190     LABEL RECORDS ARE STANDARD.
005200 COPY "RECPTR.cpy".
005210 WORKING-STORAGE SECTION.
005220 01  WS-EOF-SWITCHES.
005230     05  WS-EOF-A-SW                 PIC X(01) VALUE "N".
005240         88  WS-EOF-A-YES                       VALUE "Y".
005250         88  WS-EOF-A-NO                         VALUE "N".
005260     05  WS-EOF-B-SW                 PIC X(01) VALUE "N".
005270         88  WS-EOF-B-YES                       VALUE "Y".
005280         88  WS-EOF-B-NO                         VALUE "N".
005290 01  WS-FILE-STATUSES.
005300     05  WS-FILE-STATUS-A            PIC X(02) VALUE "00".
005310         88  WS-FILE-STATUS-A-OK               VALUE "00".
005320     05  WS-FILE-STATUS-B            PIC X(02) VALUE "00".
005330         88  WS-FILE-STATUS-B-OK               VALUE "00".
005340     05  WS-FILE-STATUS-PRINT        PIC X(02) VALUE "00".
005350         88  WS-FILE-STATUS-PRINT-OK           VALUE "00".
005360     05  WS-FILE-STATUS-DETAIL       PIC X(02) VALUE "00".
005370         88  WS-FILE-STATUS-DETAIL-OK          VALUE "00".
005380     05  WS-FILE-STATUS-EXTRACT      PIC X(02) VALUE "00".
005390         88  WS-FILE-STATUS-EXTRACT-OK         VALUE "00".
005400     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
005410         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
005420         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
005430     05  WS-FILE-STATUS-RESTART      PIC X(02) VALUE "00".
005440         88  WS-FILE-STATUS-RESTART-OK         VALUE "00".
005450         88  WS-FILE-STATUS-RESTART-NOTFND     VALUE "35".
005460     05  WS-FILE-STATUS-HIST         PIC X(02) VALUE "00".
005470         88  WS-FILE-STATUS-HIST-OK            VALUE "00".
005480         88  WS-FILE-STATUS-HIST-NOTFND        VALUE "35".
005490     05  WS-FILE-STATUS-PHS          PIC X(02) VALUE "00".
005500         88  WS-FILE-STATUS-PHS-OK             VALUE "00".
005510         88  WS-FILE-STATUS-PHS-NOTFND         VALUE "35".
005520     05  WS-FILE-STATUS-PRS          PIC X(02) VALUE "00".
005530         88  WS-FILE-STATUS-PRS-OK             VALUE "00".
005540     05  WS-FILE-STATUS-FLD          PIC X(02) VALUE "00".
005550         88  WS-FILE-STATUS-FLD-OK             VALUE "00".
005560     05  WS-FILE-STATUS-SUP          PIC X(02) VALUE "00".
005570         88  WS-FILE-STATUS-SUP-OK             VALUE "00".
005580         88  WS-FILE-STATUS-SUP-NOTFND         VALUE "35".
005590     05  WS-FILE-STATUS-XRF          PIC X(02) VALUE "00".
005600         88  WS-FILE-STATUS-XRF-OK             VALUE "00".
005610         88  WS-FILE-STATUS-XRF-NOTFND         VALUE "35".
005620     05  WS-FILE-STATUS-FXR          PIC X(02) VALUE "00".
005630         88  WS-FILE-STATUS-FXR-OK             VALUE "00".
005640         88  WS-FILE-STATUS-FXR-NOTFND         VALUE "35".
005650     05  WS-FILE-STATUS-CLX          PIC X(02) VALUE "00".
005660         88  WS-FILE-STATUS-CLX-OK             VALUE "00".
005670         88  WS-FILE-STATUS-CLX-NOTFND         VALUE "35".
005680     05  WS-FILE-STATUS-RCT          PIC X(02) VALUE "00".
005690         88  WS-FILE-STATUS-RCT-OK             VALUE "00".
005700         88  WS-FILE-STATUS-RCT-NOTFND         VALUE "35".
005710     05  WS-FILE-STATUS-QSC          PIC X(02) VALUE "00".
005720         88  WS-FILE-STATUS-QSC-OK             VALUE "00".
005730         88  WS-FILE-STATUS-QSC-NOTFND         VALUE "35".
005740     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
005750         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
005760         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
005770     05  WS-FILE-STATUS-SUU          PIC X(02) VALUE "00".
005780         88  WS-FILE-STATUS-SUU-OK             VALUE "00".
005790         88  WS-FILE-STATUS-SUU-NOTFND         VALUE "35".
005800     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
005810         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
005820         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
005830     05  WS-FILE-STATUS-HOL          PIC X(02) VALUE "00".
005840         88  WS-FILE-STATUS-HOL-OK             VALUE "00".
005850         88  WS-FILE-STATUS-HOL-NOTFND         VALUE "35".
005860     05  WS-FILE-STATUS-PAIR         PIC X(02) VALUE "00".
005870         88  WS-FILE-STATUS-PAIR-OK            VALUE "00".
005880         88  WS-FILE-STATUS-PAIR-NOTFND        VALUE "35".
005890     05  WS-FILE-STATUS-SNAP         PIC X(02) VALUE "00".
005900         88  WS-FILE-STATUS-SNAP-OK            VALUE "00".
005910         88  WS-FILE-STATUS-SNAP-NOTFND        VALUE "35".
005920     05  WS-FILE-STATUS-AK           PIC X(02) VALUE "00".
005930         88  WS-FILE-STATUS-AK-OK              VALUE "00".
005940     05  WS-FILE-STATUS-BK           PIC X(02) VALUE "00".
005950         88  WS-FILE-STATUS-BK-OK              VALUE "00".
005960         88  WS-FILE-STATUS-BK-NOTFND          VALUE "23".
005970     05  WS-FILE-STATUS-AS           PIC X(02) VALUE "00".
005980         88  WS-FILE-STATUS-AS-OK              VALUE "00".
005990     05  WS-FILE-STATUS-BS           PIC X(02) VALUE "00".
006000         88  WS-FILE-STATUS-BS-OK              VALUE "00".
006010     05  WS-FILE-STATUS-XW           PIC X(02) VALUE "00".
006020         88  WS-FILE-STATUS-XW-OK              VALUE "00".
006030     05  WS-FILE-STATUS-FW           PIC X(02) VALUE "00".
006040         88  WS-FILE-STATUS-FW-OK              VALUE "00".
006050     05  WS-FILE-STATUS-DW           PIC X(02) VALUE "00".
006060         88  WS-FILE-STATUS-DW-OK              VALUE "00".
006070     05  WS-FILE-STATUS-SMP          PIC X(02) VALUE "00".
006080         88  WS-FILE-STATUS-SMP-OK             VALUE "00".
006090     05  WS-FILE-STATUS-SRP          PIC X(02) VALUE "00".
006100         88  WS-FILE-STATUS-SRP-OK             VALUE "00".
006110     05  WS-FILE-STATUS-PTR          PIC X(02) VALUE "00".
006120         88  WS-FILE-STATUS-PTR-OK             VALUE "00".
006130         88  WS-FILE-STATUS-PTR-NOTFND         VALUE "35".
006140 COPY "RECSTW.cpy".
006150 COPY "RECRSW.cpy".
006160 COPY "RECDIW.cpy".
006170 01  WS-COUNTERS COMP-3.
006180     05  WS-MATCH-COUNT              PIC 9(07) VALUE ZERO.
006190     05  WS-NOT-ON-A-COUNT           PIC 9(07) VALUE ZERO.
006200     05  WS-NOT-ON-B-COUNT           PIC 9(07) VALUE ZERO.
006210     05  WS-FIELD-MISMATCH-COUNT     PIC 9(07) VALUE ZERO.
006220 01  WS-BOXED-VALUES.
006230     05  WS-FILEA-DATA-BOXED         string.
006240     05  WS-FILEB-DATA-BOXED         string.
006250 01  WS-RESULT
006260         type Either[type MismatchReason,
006270                 type MatchedPair[string, string]].
006280 01  WS-LEFT-REASON              type MismatchReason.
006290 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
006300 01  WS-PRINT-LINE                   PIC X(132).
006310*----------------------------------------------------------------*
006320* REPORT CARRIAGE CONTROL.  BOTH PRINT FILES ARE 132-COLUMN
006330* WITH A ONE-BYTE CONTROL CHARACTER; EVERY PAGE OPENS WITH THE
006340* REPORT TITLE, RUN DATE/TIME, THE DATASET NAMES IN HAND AND A
006350* PAGE NUMBER, SO ARCHIVED PAGES DATE AND ORDER THEMSELVES.
006360*----------------------------------------------------------------*
006370 01  WS-PAGE-CONTROLS COMP-3.
006380     05  WS-PRT-LINE-COUNT           PIC 9(03) VALUE 999.
006390     05  WS-PRT-PAGE-NO              PIC 9(04) VALUE ZERO.
006400     05  WS-DET-LINE-COUNT           PIC 9(03) VALUE 999.
006410     05  WS-DET-PAGE-NO              PIC 9(04) VALUE ZERO.
006420     05  WS-SMP-LINE-COUNT           PIC 9(03) VALUE 999.
006430     05  WS-SMP-PAGE-NO              PIC 9(04) VALUE ZERO.
006440     05  WS-PAGE-SIZE                PIC 9(03) VALUE 55.
006450 01  WS-PAGE-EDIT                    PIC ZZZ9.
006460 01  WS-HEAD-LINE                    PIC X(132).
006470 01  WS-PCT-SOURCE                   PIC 9(09) COMP-3.
006480 01  WS-LINE-PCT                     PIC 9(03)V9 COMP-3.
006490 01  WS-LINE-PCT-EDIT                PIC ZZ9.9.
006500 01  WS-DETAIL-COLLECTIONS.
006510     05  WS-NOT-ON-A-DETAILS         type Seq[string].
006520     05  WS-NOT-ON-B-DETAILS         type Seq[string].
006530     05  WS-MISMATCH-DETAILS         type Seq[string].
006540 01  WS-DETAIL-SEQ                   type Seq[string].
006550 01  WS-DETAIL-BOXED                 string.
006560 01  WS-DETAIL-IDX                   PIC S9(07) COMP-3 VALUE ZERO.
006570 01  WS-DETAIL-GROUP-TITLE           PIC X(30).
006580 01  WS-DETAIL-LINE                  PIC X(132).
006590 01  WS-DETAIL-WORK.
006600     05  WS-DETAIL-KEY               PIC X(10).
006610     05  FILLER                      PIC X(02) VALUE SPACES.
006620     05  WS-DETAIL-A-DATA            PIC X(500).
006630     05  FILLER                      PIC X(02) VALUE SPACES.
006640     05  WS-DETAIL-B-DATA            PIC X(500).
006650*----------------------------------------------------------------*
006660* DETAIL-LINE UNPACKING FOR THE PRINT SIDE.  UP TO 58 DECLARED
006670* BYTES THE IMAGES PRINT SIDE BY SIDE AS ALWAYS; A WIDER
006680* RECORD PRINTS THE KEY AND THEN EACH IMAGE IN 100-BYTE
006690* SEGMENTS, SO NOTHING IS TRUNCATED AT THE 132 COLUMNS.
006700*----------------------------------------------------------------*
006710 01  WS-DETAIL-UNPACK.
006720     05  WS-DU-KEY                   PIC X(10).
006730     05  FILLER                      PIC X(02).
006740     05  WS-DU-A-DATA                PIC X(500).
006750     05  FILLER                      PIC X(02).
006760     05  WS-DU-B-DATA                PIC X(500).
006770 01  WS-SEG-OFF                      PIC S9(04) COMP.
006780 01  WS-SEG-LEN                      PIC S9(04) COMP.
006790 01  WS-RUN-DATE                     PIC X(08).
006800 01  WS-RUN-TIME-RAW                 PIC X(08).
006810 01  WS-RUN-TIME                     PIC X(06).
006820 01  WS-ALERT-TIME-RAW               PIC X(08).
006830*----------------------------------------------------------------*
006840* MULTI-PAIR DRIVING.  WITH NO PAIRLIST DATASET THE RUN IS THE
006850* CLASSIC SINGLE PAIR THROUGH THE FILEA/FILEB NAMES BELOW.
006860* WITH ONE, EACH ENTRY (RECPAIR.CPY) NAMES A DATASET PAIR AND
006870* THE WHOLE MATCH-MERGE RUNS ONCE PER ENTRY - ONE SUMMARY
006880* SECTION PER PAIR AND A GRAND-TOTAL PAGE AT THE END.  PAIR
006890* RUNS RESET THE PER-PAIR STATE AND RESTORE THE SYSIN-LEVEL
006900* MASK AND TOLERANCES BEFORE APPLYING ANY PAIR OVERRIDES.
006910* PAIRLIST MODE EXCLUDES LOOKUP/KSDS AND CHECKPOINT RUNNING.
006920*
006930* PRESORT CARDS (PRESORT A / PRESORT B) SORT THE NAMED INPUT
006940* ON RECLAY-KEY INTO A WORK DATASET BEFORE THE MATCH-MERGE
006950* STARTS, SO AN ARRIVAL-ORDER FEED NO LONGER NEEDS AN OPERATOR
006960* HAND-CODING A SORT STEP AT 02:30.  THE HEADER AND TRAILER
006970* SORT INTO PLACE ON THEIR LOW- AND HIGH-VALUE KEYS AND THE
006980* NORMAL READ-SIDE PROOFS THEN COVER THE SORTED BODY.  PRESORT
006990* EXCLUDES KSDS INPUT ON THE SAME SIDE, KEY CARDS (THE SORT
007000* RUNS ON THE PHYSICAL TEN-BYTE KEY) AND PAIRLIST MODE.
007010*----------------------------------------------------------------*
007020 01  WS-FILEA-NAME                   PIC X(44) VALUE "FILEA".
007030 01  WS-FILEB-NAME                   PIC X(44) VALUE "FILEB".
007040 01  WS-PAIR-CONTROLS.
007050     05  WS-PAIRLIST-MODE-SW         PIC X(01) VALUE "N".
007060         88  WS-PAIRLIST-MODE-YES               VALUE "Y".
007070         88  WS-PAIRLIST-MODE-NO                VALUE "N".
007080     05  WS-PAIRS-EOF-SW             PIC X(01) VALUE "N".
007090         88  WS-PAIRS-EOF-YES                   VALUE "Y".
007100         88  WS-PAIRS-EOF-NO                    VALUE "N".
007110     05  WS-PAIR-ID                  PIC X(08) VALUE SPACES.
007120     05  WS-PAIR-COUNT               PIC 9(05) COMP-3 VALUE ZERO.
007130     05  WS-MAX-RC                   PIC 9(02) COMP-3 VALUE ZERO.
007140 01  WS-GLOBAL-RULES.
007150     05  WS-GLOBAL-MASK              PIC X(500).
007160     05  WS-GLOBAL-TOL-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
007170     05  WS-GLOBAL-TOL-PCT           PIC 9(02) COMP-3 VALUE ZERO.
007180     05  WS-GLOBAL-TOL-COUNT-SW      PIC X(01) VALUE "N".
007190     05  WS-GLOBAL-TOL-PCT-SW        PIC X(01) VALUE "N".
007200 COPY "RECPAIR.cpy"
007210     REPLACING LEADING ==RECPAIR-== BY ==WS-CURP-==.
007220*----------------------------------------------------------------*
007230* PARALLEL PAIR RUNNING.  A "PARALLEL NN" CARD (PAIRLIST MODE,
007240* 01 TO 08) RECONCILES UP TO NN PAIRS CONCURRENTLY.  EACH
007250* STAGED ENTRY GETS A PAIRWORKER THAT CALLS THE CONTAINED
007260* RECONPAIR ENGINE IN A RUN UNIT OF ITS OWN - OWN STORAGE, OWN
007270* FILE HANDLES, OWN EXTWK/CLXWK/FLDWK/DTLWK WORK DATASETS
007280* KEYED BY SLOT NUMBER - SO NOTHING THE CONCURRENT PAIR BODIES
007290* TOUCH IS SHARED.  THE WAVE IS JOINED THROUGH FUTURE'S ALL()
007300* COMBINATOR, AND THE SHARED REPORTS, EXTRACTS, HISTORY AND
007310* RESULT DATASETS ARE ALL WRITTEN AFTERWARDS BY THIS ONE
007320* DRIVER THREAD, IN PAIRLIST ORDER.  THE SLOT TABLE SNAPSHOTS
007330* WHAT THE REPORTING TAIL NEEDS BACK ON THIS SIDE: THE ENTRY
007340* ITSELF AND THE TOLERANCES IN FORCE AFTER ITS OVERRIDES.
007350* PARALLEL NEEDS PAIRLIST MODE AND EXCLUDES PROGRESS RUNNING -
007360* THE CONTAINED ENGINE OWNS NO CONSOLE.
007370*----------------------------------------------------------------*
007380 01  WS-PARALLEL-CONTROLS.
007390     05  WS-PARALLEL-MAX             PIC 9(02) COMP-3 VALUE ZERO.
007400     05  WS-PARALLEL-LIMIT           PIC 9(02) COMP-3 VALUE 8.
007410     05  WS-WAVE-COUNT               PIC S9(04) COMP VALUE ZERO.
007420     05  WS-WAVE-IDX                 PIC S9(04) COMP.
007430     05  WS-PB-IDX                   PIC S9(04) COMP.
007440     05  WS-SLOT-EDIT                PIC 9(02).
007450     05  WS-WORK-EOF-SW              PIC X(01) VALUE "N".
007460         88  WS-WORK-EOF-YES                    VALUE "Y".
007470         88  WS-WORK-EOF-NO                     VALUE "N".
007480 01  WS-WAVE-SLOTS.
007490     05  WS-SLOT-ENTRY OCCURS 8 TIMES.
007500         10  WS-SLOT-PAIR-REC        PIC X(120).
007510         10  WS-SLOT-TOL-COUNT       PIC 9(07).
007520         10  WS-SLOT-TOL-PCT         PIC 9(02).
007530         10  WS-SLOT-TOL-COUNT-SW    PIC X(01).
007540         10  WS-SLOT-TOL-PCT-SW      PIC X(01).
007550*----------------------------------------------------------------*
007560* KEY-RANGE PARTITIONED RUNNING.  A "PARTITION NN" CARD (SINGLE-
007570* PAIR MODE, 02 TO 32) SPLITS THE ONE PAIR INTO NN KEY RANGES AND
007580* RUNS EACH THROUGH A PAIRWORKER ROUND THE RECONPAIR ENGINE, UP
007590* TO THE PARALLEL COUNT (DEFAULT 08) AT ONCE.  THE BOUNDARIES ARE
007600* THE NN-1 "PARTKEY" CARDS, EACH THE LOW KEY OF THE NEXT RANGE,
007610* OR ARE DRAWN FROM AN EVEN SPREAD OF FILE A'S KEYS: THE SAMPLE
007620* TABLE TAKES EVERY KEY UNTIL IT FILLS, THEN KEEPS EVERY OTHER
007630* ENTRY AND DOUBLES ITS STRIDE, SO WHATEVER THE FILE'S SIZE IT
007640* ENDS HOLDING AN EVENLY SPACED SAMPLE.  EVERY RANGE'S ENGINE
007650* READS AND PROVES BOTH WHOLE FILES BUT MATCHES ONLY ITS OWN
007660* KEYS; THE RANGES ARE MERGED IN KEY ORDER, AND MUST AGREE ON
007670* THE WHOLE-FILE COUNTS AND HASHES AND TOGETHER TAKE EVERY DATA
007680* RECORD EXACTLY ONCE.  WORK DATASETS ARE KEYED BY RANGE NUMBER.
007690*----------------------------------------------------------------*
007700 01  WS-PART-CONTROLS.
007710     05  WS-PART-COUNT               PIC 9(02) COMP-3 VALUE ZERO.
007720     05  WS-PART-LIMIT               PIC 9(02) COMP-3 VALUE 32.
007730     05  WS-PART-KEY-COUNT           PIC S9(04) COMP VALUE ZERO.
007740     05  WS-PART-IDX                 PIC S9(04) COMP.
007750     05  WS-PART-NEXT                PIC S9(04) COMP.
007760     05  WS-PART-WIDTH               PIC S9(04) COMP.
007770     05  WS-PART-PLAN-COUNT          PIC S9(04) COMP VALUE ZERO.
007780     05  WS-PART-DONE-COUNT          PIC S9(04) COMP VALUE ZERO.
007790     05  WS-PART-DONE-EDIT           PIC 9(02).
007800     05  WS-PART-IN-A                PIC 9(09) COMP-3 VALUE ZERO.
007810     05  WS-PART-IN-B                PIC 9(09) COMP-3 VALUE ZERO.
007820     05  WS-PART-CARD-KEY            PIC X(32).
007830     05  WS-PART-RESUME-SW           PIC X(01) VALUE "N".
007840         88  WS-PART-RESUME-YES                 VALUE "Y".
007850         88  WS-PART-RESUME-NO                  VALUE "N".
007860     05  WS-PART-FAILED-SW           PIC X(01) VALUE "N".
007870         88  WS-PART-FAILED-YES                 VALUE "Y".
007880         88  WS-PART-FAILED-NO                  VALUE "N".
007890 01  WS-PART-TABLE.
007900     05  WS-PART-ENTRY OCCURS 32 TIMES.
007910         10  WS-PART-LOW-KEY         PIC X(32) VALUE LOW-VALUES.
007920         10  WS-PART-HIGH-KEY        PIC X(32) VALUE LOW-VALUES.
007930         10  WS-PART-DONE-SW         PIC X(01) VALUE "N".
007940             88  WS-PART-DONE-YES               VALUE "Y".
007950             88  WS-PART-DONE-NO                VALUE "N".
007960         10  WS-PART-RESULT          PIC X(8214).
007970 01  WS-PART-SLOTS.
007980     05  WS-PART-SLOT-RANGE OCCURS 8 TIMES
007990                                     PIC S9(04) COMP.
008000 01  WS-PSK-CONTROLS.
008010     05  WS-PSK-LIMIT                PIC S9(04) COMP VALUE 1000.
008020     05  WS-PSK-HALF                 PIC S9(04) COMP VALUE 500.
008030     05  WS-PSK-COUNT                PIC S9(04) COMP VALUE ZERO.
008040     05  WS-PSK-IDX                  PIC S9(04) COMP.
008050     05  WS-PSK-FROM                 PIC S9(04) COMP.
008060     05  WS-PSK-STRIDE               PIC 9(09) COMP-3 VALUE 1.
008070     05  WS-PSK-SEEN                 PIC 9(09) COMP-3 VALUE ZERO.
008080     05  WS-PSK-QUOT                 PIC 9(09) COMP-3.
008090     05  WS-PSK-REM                  PIC 9(09) COMP-3.
008100     05  WS-PSK-EOF-SW               PIC X(01) VALUE "N".
008110         88  WS-PSK-EOF-YES                     VALUE "Y".
008120         88  WS-PSK-EOF-NO                      VALUE "N".
008130 01  WS-PSK-TABLE.
008140     05  WS-PSK-KEY OCCURS 1000 TIMES
008150                                     PIC X(32).
008160 01  WS-EXTWORK-NAME                 PIC X(44).
008170 01  WS-FLDWORK-NAME                 PIC X(44).
008180 01  WS-DTLWORK-NAME                 PIC X(44).
008190 01  WS-PW
008200         type com.microfocus.cobol.batch.PairWorker.
008210 01  WS-PW-FUTURE                    type Future[string].
008220 01  WS-WAVE-WORKERS
008230         type Seq[type com.microfocus.cobol.batch.PairWorker].
008240 01  WS-WAVE-FUTURES
008250         type Seq[type Future[string]].
008260 01  WS-WAVE-ALL
008270         type Future[type Seq[string]].
008280 01  WS-WAVE-JOINED                  type Seq[string].
008290 COPY "RECPRM.cpy".
008300 01  WS-EXT-WRITTEN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
008310 01  WS-FLD-WRITTEN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
008320 01  WS-PRS-WRITTEN-COUNT            PIC 9(09) COMP-3 VALUE ZERO.
008330 01  WS-CTL-STAGING.
008340     05  WS-CTL-FILE-NAME            PIC X(08).
008350     05  WS-CTL-ROLE                 PIC X(01).
008360     05  WS-CTL-COUNT                PIC 9(09) COMP-3.
008370     05  WS-CTL-HASH                 PIC S9(15) COMP-3.
008380 01  WS-GRAND-TOTALS COMP-3.
008390     05  WS-GRAND-MATCH-COUNT        PIC 9(09) VALUE ZERO.
008400     05  WS-GRAND-NOT-ON-A-COUNT     PIC 9(09) VALUE ZERO.
008410     05  WS-GRAND-NOT-ON-B-COUNT     PIC 9(09) VALUE ZERO.
008420     05  WS-GRAND-FIELD-MM-COUNT     PIC 9(09) VALUE ZERO.
008430     05  WS-GRAND-READ-A             PIC 9(09) VALUE ZERO.
008440     05  WS-GRAND-READ-B             PIC 9(09) VALUE ZERO.
008450     05  WS-GRAND-SEQ-ERRS           PIC 9(09) VALUE ZERO.
008460     05  WS-GRAND-AMT-A              PIC S9(15) VALUE ZERO.
008470     05  WS-GRAND-AMT-B              PIC S9(15) VALUE ZERO.
008480*----------------------------------------------------------------*
008490* CURRENT-RECORD WORK AREAS.  EVERY READ PARAGRAPH LANDS THE
008500* RECORD IT OBTAINED - FROM THE SEQUENTIAL EXTRACT OR FROM THE
008510* KSDS COPY OF THE SAME DATA - IN CURA/CURB, AND ALL MATCHING,
008520* COMPARING AND REPORTING WORKS FROM THESE AREAS ONLY.  THAT IS
008530* WHAT LETS ONE MATCH-MERGE SERVE BOTH FILE ORGANIZATIONS.
008540*----------------------------------------------------------------*
008550 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==CURA-==.
008560 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==CURB-==.
008570 01  WS-INPUT-MODE-SWITCHES.
008580     05  WS-INPUT-A-KSDS-SW          PIC X(01) VALUE "N".
008590         88  WS-INPUT-A-KSDS-YES                VALUE "Y".
008600         88  WS-INPUT-A-KSDS-NO                 VALUE "N".
008610     05  WS-INPUT-B-KSDS-SW          PIC X(01) VALUE "N".
008620         88  WS-INPUT-B-KSDS-YES                VALUE "Y".
008630         88  WS-INPUT-B-KSDS-NO                 VALUE "N".
008640     05  WS-MODE-LOOKUP-SW           PIC X(01) VALUE "N".
008650         88  WS-MODE-LOOKUP-YES                 VALUE "Y".
008660         88  WS-MODE-LOOKUP-NO                  VALUE "N".
008670     05  WS-PRESORT-A-SW             PIC X(01) VALUE "N".
008680         88  WS-PRESORT-A-YES                   VALUE "Y".
008690         88  WS-PRESORT-A-NO                    VALUE "N".
008700     05  WS-PRESORT-B-SW             PIC X(01) VALUE "N".
008710         88  WS-PRESORT-B-YES                   VALUE "Y".
008720         88  WS-PRESORT-B-NO                    VALUE "N".
008730 01  WS-HDR-TRL-CONTROLS.
008740     05  WS-HEADER-SEEN-A-SW         PIC X(01) VALUE "N".
008750         88  WS-HEADER-SEEN-A-YES               VALUE "Y".
008760         88  WS-HEADER-SEEN-A-NO                VALUE "N".
008770     05  WS-TRAILER-SEEN-A-SW        PIC X(01) VALUE "N".
008780         88  WS-TRAILER-SEEN-A-YES              VALUE "Y".
008790         88  WS-TRAILER-SEEN-A-NO               VALUE "N".
008800     05  WS-HEADER-SEEN-B-SW         PIC X(01) VALUE "N".
008810         88  WS-HEADER-SEEN-B-YES               VALUE "Y".
008820         88  WS-HEADER-SEEN-B-NO                VALUE "N".
008830     05  WS-TRAILER-SEEN-B-SW        PIC X(01) VALUE "N".
008840         88  WS-TRAILER-SEEN-B-YES              VALUE "Y".
008850         88  WS-TRAILER-SEEN-B-NO               VALUE "N".
008860     05  WS-RECORDS-READ-A           PIC 9(09) COMP-3 VALUE ZERO.
008870     05  WS-RECORDS-READ-B           PIC 9(09) COMP-3 VALUE ZERO.
008880     05  WS-TRAILER-COUNT-A          PIC 9(09) COMP-3 VALUE ZERO.
008890     05  WS-TRAILER-COUNT-B          PIC 9(09) COMP-3 VALUE ZERO.
008900 01  WS-EDIT-COUNT-9                 PIC ZZZZZZZZ9.
008910 01  WS-SEQ-CHECK-CONTROLS.
008920     05  WS-PREV-KEY-A               PIC X(32) VALUE LOW-VALUES.
008930     05  WS-PREV-KEY-B               PIC X(32) VALUE LOW-VALUES.
008940     05  WS-SEQ-ERR-COUNT-A          PIC 9(07) COMP-3 VALUE ZERO.
008950     05  WS-SEQ-ERR-COUNT-B          PIC 9(07) COMP-3 VALUE ZERO.
008960     05  WS-SEQ-ERR-SHOWN            PIC 9(02) COMP-3 VALUE ZERO.
008970     05  WS-SEQ-ERR-LIMIT            PIC 9(02) COMP-3 VALUE 10.
008980*----------------------------------------------------------------*
008990* DECLARED-KEY DEFINITION.  SYSIN KEY CARDS (ONE FF-TT RANGE
009000* OVER THE WHOLE RECORD PER CARD, IN MAJOR-TO-MINOR ORDER)
009010* BUILD A COMPOSITE COMPARE KEY, SO A DATASET WHOSE KEY DOES
009020* NOT SIT IN BYTES 1-10 NO LONGER NEEDS A REFORMAT JOB.  WITH
009030* NO KEY CARD THE ONE DEFAULT PART IS BYTES 1-10 - THE CLASSIC
009040* RECLAY-KEY - SO EVERY EXISTING RUN BEHAVES AS BEFORE.  THE
009050* MATCH-MERGE, DUPLICATE AND SEQUENCE CHECKS ALL WORK OFF THE
009060* COMPOSITE; THE FIRST TEN BYTES OF IT IDENTIFY THE KEY ON THE
009070* REPORTS AND THE EXTRACT.  KEY CARDS EXCLUDE LOOKUP MODE,
009080* KSDS INPUTS AND CHECKPOINT RUNNING - ALL THREE POSITION ON
009090* THE PHYSICAL TEN-BYTE KEY.
009100*----------------------------------------------------------------*
009110 01  WS-KEYDEF-CONTROLS.
009120     05  WS-KEYDEF-GIVEN-SW          PIC X(01) VALUE "N".
009130         88  WS-KEYDEF-GIVEN-YES                VALUE "Y".
009140         88  WS-KEYDEF-GIVEN-NO                 VALUE "N".
009150     05  WS-KEYDEF-COUNT             PIC S9(04) COMP VALUE ZERO.
009160     05  WS-KEYDEF-MAX               PIC S9(04) COMP VALUE 5.
009170     05  WS-KEYDEF-LEN               PIC S9(04) COMP VALUE ZERO.
009180     05  WS-KEYDEF-ENTRY OCCURS 5 TIMES.
009190         10  WS-KD-FROM              PIC 9(03).
009200         10  WS-KD-LEN               PIC 9(03).
009210 01  WS-KD-IDX                       PIC S9(04) COMP.
009220 01  WS-KD-POS                       PIC S9(04) COMP.
009230 01  WS-CMP-KEY-A                    PIC X(32) VALUE LOW-VALUES.
009240 01  WS-CMP-KEY-B                    PIC X(32) VALUE LOW-VALUES.
009250*----------------------------------------------------------------*
009260* KNOWN-EXCEPTION SUPPRESS LIST, LOADED FROM SUPRLIST AT
009270* START-UP.  AN ACTIVE ENTRY (EXPIRY ON OR AFTER THE RUN DATE)
009280* KEEPS ITS EXCEPTION OFF THE EXTRACT AND THE DETAIL REPORT;
009290* AN EXPIRED ONE STOPS SUPPRESSING AND IS LISTED.  A BLANK
009300* PAIR ID COVERS EVERY PAIR.  WS-SUP-HITS COUNTS THE EXCEPTIONS
009310* EACH ENTRY SUPPRESSED THIS RUN, FOR THE SUPUSAGE RECORDS.
009320*----------------------------------------------------------------*
009330 01  WS-SUP-TABLE.
009340     05  WS-SUP-COUNT                PIC S9(04) COMP VALUE ZERO.
009350     05  WS-SUP-MAX                  PIC S9(04) COMP VALUE 2000.
009360     05  WS-SUP-ENTRY OCCURS 2000 TIMES.
009370         10  WS-SUP-KEY              PIC X(10).
009380         10  WS-SUP-REASON           PIC X(02).
009390         10  WS-SUP-PAIR             PIC X(08).
009400         10  WS-SUP-EXPIRY           PIC X(08).
009410         10  WS-SUP-HITS             PIC 9(07) COMP-3.
009420 01  WS-SUP-IDX                      PIC S9(04) COMP.
009430 01  WS-SUP-HIT-IDX                  PIC S9(04) COMP.
009440 01  WS-SUP-EOF-SW                   PIC X(01) VALUE "N".
009450     88  WS-SUP-EOF-YES                         VALUE "Y".
009460 01  WS-SUP-HIT-SW                   PIC X(01) VALUE "N".
009470     88  WS-SUP-HIT-YES                         VALUE "Y".
009480     88  WS-SUP-HIT-NO                          VALUE "N".
009490 01  WS-SUP-CHECK-KEY                PIC X(10).
009500 01  WS-SUP-CHECK-REASON             PIC X(02).
009510 01  WS-SUPPRESSED-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
009520 01  WS-GRAND-SUPPRESSED             PIC 9(09) COMP-3 VALUE ZERO.
009530 01  WS-SUP-EXPIRED-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
009540 01  WS-EXPIRED-TABLE.
009550     05  WS-EXP-SHOWN                PIC S9(04) COMP VALUE ZERO.
009560     05  WS-EXP-LIMIT                PIC S9(04) COMP VALUE 10.
009570     05  WS-EXP-ENTRY OCCURS 10 TIMES.
009580         10  WS-EXP-KEY              PIC X(10).
009590         10  WS-EXP-REASON           PIC X(02).
009600         10  WS-EXP-PAIR             PIC X(08).
009610         10  WS-EXP-DATE             PIC X(08).
009620 01  WS-EXP-IDX                      PIC S9(04) COMP.
009630*----------------------------------------------------------------*
009640* SENSITIVE-FIELD MASKING.  MASKFIELD CARDS NAME DATA-PORTION
009650* BYTE RANGES THAT ARE OVERLAID WITH ASTERISKS ON EVERY
009660* PRINTED OR EXTRACTED IMAGE - THE COMPARE ALWAYS RUNS ON THE
009670* REAL BYTES.  A CLEAREXTRACT CARD ADDITIONALLY WRITES THE
009680* UNMASKED EXTRACT TO THE ACCESS-RESTRICTED EXTCLEAR DATASET
009690* FOR THE CORRECTION TEAM.
009700*----------------------------------------------------------------*
009710 01  WS-MASK-CONTROLS.
009720     05  WS-MASK-GIVEN-SW            PIC X(01) VALUE "N".
009730         88  WS-MASK-GIVEN-YES                  VALUE "Y".
009740         88  WS-MASK-GIVEN-NO                   VALUE "N".
009750     05  WS-CLEAR-EXTRACT-SW         PIC X(01) VALUE "N".
009760         88  WS-CLEAR-EXTRACT-YES               VALUE "Y".
009770         88  WS-CLEAR-EXTRACT-NO                VALUE "N".
009780     05  WS-MASK-COUNT               PIC S9(04) COMP VALUE ZERO.
009790     05  WS-MASK-MAX                 PIC S9(04) COMP VALUE 10.
009800     05  WS-MASK-ENTRY OCCURS 10 TIMES.
009810         10  WS-MASK-FROM            PIC 9(03).
009820         10  WS-MASK-LEN             PIC 9(03).
009830         10  WS-MASK-RECTYPE         PIC X(04).
009840 01  WS-MASK-IDX                     PIC S9(04) COMP.
009850 01  WS-MASK-WORK                    PIC X(500).
009860*----------------------------------------------------------------*
009870* MATCHED-KEY AUDIT SAMPLE (SAMPLE CARD).  EACH MATCHED KEY OF A
009880* PAIR IS NUMBERED IN TURN; EVERY NTH IS TAKEN, OR A KEY IS TAKEN
009890* WHEN THE NEXT PARK-MILLER DRAW (16807 * STATE MOD 2**31-1) FALLS
009900* IN THE BOTTOM 1/N OF ITS RANGE.  THE DRAW RESTARTS FROM THE SEED
009910* FOR EACH PAIR, SO ONE PAIR'S SAMPLE CAN BE DRAWN AGAIN FROM ITS
009920* OWN INPUTS.  THE RESERVE KEEPS THE PAIR'S FIRST KEYS NOT TAKEN,
009930* TO TOP A THIN PAIR UP TO THE MINIMUM AT END OF PAIR.
009940*----------------------------------------------------------------*
009950 01  WS-SAMPLE-CONTROLS.
009960     05  WS-SMP-GIVEN-SW             PIC X(01) VALUE "N".
009970         88  WS-SMP-GIVEN-YES                   VALUE "Y".
009980         88  WS-SMP-GIVEN-NO                    VALUE "N".
009990     05  WS-SMP-METHOD               PIC X(01) VALUE SPACE.
010000         88  WS-SMP-EVERY                       VALUE "E".
010010         88  WS-SMP-RANDOM                      VALUE "R".
010020     05  WS-SMP-INTERVAL             PIC 9(05) VALUE ZERO.
010030     05  WS-SMP-MINIMUM              PIC 9(03) VALUE 1.
010040     05  WS-SMP-SEED                 PIC 9(09) VALUE ZERO.
010050     05  WS-SMP-TAKEN-BY             PIC X(01) VALUE SPACE.
010060     05  WS-SMP-SIDE                 PIC X(01) VALUE SPACE.
010070     05  WS-SMP-RES-MAX              PIC S9(04) COMP VALUE 100.
010080 01  WS-SMP-COUNTERS COMP-3.
010090     05  WS-SMP-ORDINAL              PIC 9(09) VALUE ZERO.
010100     05  WS-SMP-PAIR-TAKEN           PIC 9(07) VALUE ZERO.
010110     05  WS-SMP-TOTAL-TAKEN          PIC 9(07) VALUE ZERO.
010120     05  WS-SMP-TOTAL-MATCHED        PIC 9(09) VALUE ZERO.
010130     05  WS-SMP-STATE                PIC S9(10) VALUE ZERO.
010140     05  WS-SMP-LIMIT                PIC S9(10) VALUE ZERO.
010150     05  WS-SMP-PRODUCT              PIC S9(15) VALUE ZERO.
010160     05  WS-SMP-QUOTIENT             PIC S9(15) VALUE ZERO.
010170     05  WS-SMP-REMAINDER            PIC S9(10) VALUE ZERO.
010180     05  WS-SMP-MODULUS              PIC S9(10) VALUE 2147483647.
010190     05  WS-SMP-MULTIPLIER           PIC S9(05) VALUE 16807.
010200 01  WS-SMP-CARD-INTERVAL-X          PIC X(05).
010210 01  WS-SMP-CARD-INTERVAL REDEFINES WS-SMP-CARD-INTERVAL-X
010220                                     PIC 9(05).
010230 01  WS-SMP-CARD-MINIMUM-X           PIC X(03).
010240 01  WS-SMP-CARD-MINIMUM REDEFINES WS-SMP-CARD-MINIMUM-X
010250                                     PIC 9(03).
010260 01  WS-SMP-CARD-SEED-X              PIC X(09).
010270 01  WS-SMP-CARD-SEED REDEFINES WS-SMP-CARD-SEED-X
010280                                     PIC 9(09).
010290 01  WS-SMP-DATE-X                   PIC X(08).
010300 01  WS-SMP-DATE REDEFINES WS-SMP-DATE-X
010310                                     PIC 9(08).
010320 01  WS-SMP-RESERVE.
010330     05  WS-SMP-RES-COUNT            PIC S9(04) COMP VALUE ZERO.
010340     05  WS-SMP-RES-ENTRY OCCURS 100 TIMES.
010350         10  WS-SMP-RES-KEY          PIC X(10).
010360         10  WS-SMP-RES-SEQ          PIC 9(09) COMP-3.
010370         10  WS-SMP-RES-RECTYPE      PIC X(04).
010380         10  WS-SMP-RES-A-DATA       PIC X(500).
010390         10  WS-SMP-RES-B-DATA       PIC X(500).
010400 01  WS-SMP-RES-IDX                  PIC S9(04) COMP.
010410 01  WS-SMP-NEED                     PIC S9(04) COMP.
010420 01  WS-SMP-CURRENT.
010430     05  WS-SMP-KEY                  PIC X(10).
010440     05  WS-SMP-SEQ                  PIC 9(09) COMP-3.
010450     05  WS-SMP-A-DATA               PIC X(500).
010460     05  WS-SMP-B-DATA               PIC X(500).
010470     05  WS-SMP-A-SHOWN              PIC X(500).
010480     05  WS-SMP-B-SHOWN              PIC X(500).
010490 01  WS-SMP-SEG-FROM                 PIC S9(04) COMP.
010500 01  WS-SMP-SEG-LEN                  PIC S9(04) COMP.
010510 01  WS-SMP-LINE                     PIC X(132).
010520 01  WS-SMP-TAKEN-TEXT               PIC X(12).
010530 01  WS-SMP-EDIT-SEQ                 PIC ZZZZZZZZ9.
010540 01  WS-SMP-EDIT-COUNT               PIC ZZZZZZ9.
010550 01  WS-SMP-EDIT-DIFF                PIC -(15)9.
010560 01  WS-SMP-EDIT-FNO                 PIC 9(02).
010570 01  WS-SMP-RANGE.
010580     05  WS-SMP-RNG-FROM             PIC 9(03).
010590     05  FILLER                      PIC X(01) VALUE "-".
010600     05  WS-SMP-RNG-TO               PIC 9(03).
010610*----------------------------------------------------------------*
010620* RUN-CONTROL LOCKING.  A COMPLETED RUN-CONTROL RECORD FOR
010630* THIS CYCLE DATE STOPS THE RUN AT INITIALIZATION UNLESS A
010640* FORCE CARD IS SUPPLIED; A FORCED RERUN IS FLAGGED IN THE
010650* RUN-HISTORY RECORD.
010660*----------------------------------------------------------------*
010670 01  WS-RUNCTL-CONTROLS.
010680     05  WS-FORCE-SW                 PIC X(01) VALUE "N".
010690         88  WS-FORCE-YES                       VALUE "Y".
010700         88  WS-FORCE-NO                        VALUE "N".
010710     05  WS-RUN-DONE-SW              PIC X(01) VALUE "N".
010720         88  WS-RUN-DONE-YES                    VALUE "Y".
010730         88  WS-RUN-DONE-NO                     VALUE "N".
010740     05  WS-RCT-EOF-SW               PIC X(01) VALUE "N".
010750         88  WS-RCT-EOF-YES                     VALUE "Y".
010760     05  WS-FORCE-USER               PIC X(08) VALUE SPACES.
010770*----------------------------------------------------------------*
010780* PROGRESS AND QUIESCE.  A PROGRESS CARD MAKES THE MERGE ISSUE
010790* A CONSOLE LINE EVERY N KEYS - KEYS DONE, CURRENT KEY, KEYS
010800* PER SECOND AND, ONCE A TRAILER COUNT IS IN HAND, PERCENT
010810* DONE - SO OPERATIONS CAN TELL A HEALTHY LONG RUN FROM A
010820* LOOP.  AT THE SAME INTERVAL A NON-EMPTY QUIESCE DATASET
010830* (SINGLE-PAIR RUNS ONLY) TAKES AN IMMEDIATE CHECKPOINT
010840* THROUGH 4000 AND ENDS THE RUN CLEANLY AT RC=2, RESTARTABLE
010850* FROM THE SAVED KEY.
010860*----------------------------------------------------------------*
010870 01  WS-PROGRESS-CONTROLS.
010880     05  WS-PROGRESS-INTERVAL        PIC 9(07) COMP-3 VALUE ZERO.
010890     05  WS-KEYS-SINCE-PROG          PIC 9(07) COMP-3 VALUE ZERO.
010900     05  WS-START-SECS               PIC 9(07) COMP-3 VALUE ZERO.
010910     05  WS-NOW-SECS                 PIC 9(07) COMP-3 VALUE ZERO.
010920     05  WS-ELAPSED-SECS             PIC S9(07) COMP-3 VALUE ZERO.
010930     05  WS-KEY-RATE                 PIC 9(07) COMP-3 VALUE ZERO.
010940     05  WS-PCT-DONE                 PIC 9(03) COMP-3 VALUE ZERO.
010950 01  WS-PROG-TIME-RAW                PIC X(08).
010960 01  WS-PROG-TIME-R REDEFINES WS-PROG-TIME-RAW.
010970     05  WS-PROG-HH                  PIC 9(02).
010980     05  WS-PROG-MM                  PIC 9(02).
010990     05  WS-PROG-SS                  PIC 9(02).
011000     05  FILLER                      PIC X(02).
011010 01  WS-QUIESCE-SW                   PIC X(01) VALUE "N".
011020     88  WS-QUIESCE-YES                         VALUE "Y".
011030     88  WS-QUIESCE-NO                          VALUE "N".
011040 01  WS-EDIT-RATE                    PIC ZZZZZZ9.
011050 01  WS-EDIT-PCT                     PIC ZZ9.
011060 01  WS-SEQ-ERR-DETAILS              type Seq[string].
011070 01  WS-SEQ-ERR-LINE.
011080     05  WS-SEQ-ERR-FILE             PIC X(05).
011090     05  FILLER                      PIC X(01) VALUE SPACE.
011100     05  WS-SEQ-ERR-KEY              PIC X(10).
011110     05  FILLER                      PIC X(01) VALUE SPACE.
011120     05  WS-SEQ-ERR-TYPE             PIC X(16).
011130 01  WS-TOLERANCE-CONTROLS.
011140     05  WS-TOL-COUNT-GIVEN-SW       PIC X(01) VALUE "N".
011150         88  WS-TOL-COUNT-GIVEN-YES             VALUE "Y".
011160         88  WS-TOL-COUNT-GIVEN-NO              VALUE "N".
011170     05  WS-TOL-PCT-GIVEN-SW         PIC X(01) VALUE "N".
011180         88  WS-TOL-PCT-GIVEN-YES               VALUE "Y".
011190         88  WS-TOL-PCT-GIVEN-NO                VALUE "N".
011200     05  WS-TOL-BREACH-SW            PIC X(01) VALUE "N".
011210         88  WS-TOL-BREACH-YES                  VALUE "Y".
011220         88  WS-TOL-BREACH-NO                   VALUE "N".
011230     05  WS-TOL-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
011240     05  WS-TOL-PCT                  PIC 9(02) COMP-3 VALUE ZERO.
011250     05  WS-EXCEPTION-TOTAL          PIC 9(07) COMP-3 VALUE ZERO.
011260     05  WS-KEY-TOTAL                PIC 9(07) COMP-3 VALUE ZERO.
011270     05  WS-EXC-PCT                  PIC 9(03)V99 COMP-3
011280                                               VALUE ZERO.
011290 01  WS-CARD-VALUE-X                 PIC X(07).
011300 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
011310                                     PIC 9(07).
011320 01  WS-CARD-PCT-X                   PIC X(02).
011330 01  WS-CARD-PCT REDEFINES WS-CARD-PCT-X
011340                                     PIC 9(02).
011350*----------------------------------------------------------------*
011360* CHECKPOINT/RESTART.  A SYSIN "CHECKPOINT NNNNNNN" CARD TURNS
011370* CHECKPOINTING ON: AFTER EVERY NNNNNNN KEYS THE CURRENT KEY,
011380* KEYS-PROCESSED COUNT AND THE FOUR SUMMARY COUNTERS ARE SAVED
011390* TO THE RESTART DATASET THROUGH THE LIBRARY CHECKPOINT CLASS.
011400* ON START-UP A NON-EMPTY RESTART DATASET MEANS THE PRIOR RUN
011410* DIED MID-PASS: THE COUNTERS ARE RESTORED, BOTH INPUTS ARE
011420* READ FORWARD PAST THE SAVED KEY, AND THE EXTRACT IS OPENED
011430* EXTEND SO THE PRIOR RUN'S EXCEPTION RECORDS SURVIVE.  THE
011440* RESTART DATASET IS EMPTIED AGAIN ON A CLEAN END OF JOB.
011450*----------------------------------------------------------------*
011460 01  WS-CHECKPOINT-CONTROLS.
011470     05  WS-CP-INTERVAL              PIC 9(07) COMP-3 VALUE ZERO.
011480     05  WS-KEYS-SINCE-CP            PIC 9(07) COMP-3 VALUE ZERO.
011490     05  WS-KEYS-PROCESSED           PIC 9(09) COMP-3 VALUE ZERO.
011500     05  WS-LAST-KEY                 PIC X(10) VALUE LOW-VALUES.
011510     05  WS-RESTART-KEY              PIC X(10) VALUE LOW-VALUES.
011520     05  WS-RESTART-FOUND-SW         PIC X(01) VALUE "N".
011530         88  WS-RESTART-FOUND-YES               VALUE "Y".
011540         88  WS-RESTART-FOUND-NO                VALUE "N".
011550 01  WS-RESTART-SAVED-COUNTS COMP-3.
011560     05  WS-RST-KEYS-PROCESSED       PIC 9(09) VALUE ZERO.
011570     05  WS-RST-MATCH-COUNT          PIC 9(07) VALUE ZERO.
011580     05  WS-RST-NOT-ON-A-COUNT       PIC 9(07) VALUE ZERO.
011590     05  WS-RST-NOT-ON-B-COUNT       PIC 9(07) VALUE ZERO.
011600     05  WS-RST-FIELD-MM-COUNT       PIC 9(07) VALUE ZERO.
011610 01  WS-CP-BOXED-KEY                 string.
011620 01  WS-CP-SAVED-KEY                 string.
011630 01  WS-CP-SAVED-COUNT               PIC S9(09) COMP.
011640 01  WS-CHECKPOINT                   type Checkpoint[string].
011650 01  WS-CP-WRITER
011660         type Consumer[type Checkpoint[string]].
011670 01  WS-CP-LOADER
011680         type Supplier[type Option[type Checkpoint[string]]].
011690 01  WS-RESUME-OPT
011700         type Option[type Checkpoint[string]].
011710*----------------------------------------------------------------*
011720* SYSIN COMPARE CARDS.  FORMAT (TWO-DIGIT COLUMNS, 1 TO 20,
011730* RELATIVE TO THE DATA PORTION OF THE RECORD):
011740*     COMPARE INCLUDE FF-TT
011750*     COMPARE EXCLUDE FF-TT
011760* THE MASK STARTS ALL "Y" (EVERY BYTE COMPARED).  THE FIRST
011770* INCLUDE CARD RESETS IT TO ALL "N" SO A PURE INCLUDE LIST
011780* NAMES EXACTLY THE BYTES THAT COUNT; EXCLUDE CARDS TURN
011790* INDIVIDUAL RANGES OFF.  BLANK CARDS AND "*" COMMENT CARDS
011800* ARE IGNORED.  NO SYSIN DATASET AT ALL MEANS COMPARE EVERY
011810* BYTE, THE BEHAVIOUR BEFORE CARDS EXISTED.
011820*
011830* TOLERANCE CARDS SET THE EXCEPTION LEVELS THE RUN MAY CARRY
011840* AND STILL END RC=4 RATHER THAN RC=8:
011850*     TOLERANCE COUNT NNNNNNN     (SEVEN DIGITS, ABSOLUTE)
011860*     TOLERANCE PERCENT PP        (TWO DIGITS, OF TOTAL KEYS)
011870* A CLEAN RUN IS ALWAYS RC=0.  WITH NO TOLERANCE CARD AT ALL
011880* ANY EXCEPTION IS OVER TOLERANCE (RC=8) - THE OLD RC=0-WITH-
011890* 40,000-MISMATCHES BEHAVIOUR IS EXACTLY WHAT THE CARDS WERE
011900* BOUGHT TO END.  WHEN BOTH CARDS ARE GIVEN, BREACHING EITHER
011910* LIMIT IS OVER TOLERANCE.
011920*
011930* A CYCLE CARD TURNS ON CYCLE-DATE VALIDATION:
011940*     CYCLE MONTHEND              (RUN DATE MUST BE THE LAST
011950*                                  BUSINESS DAY OF THE MONTH)
011960*     CYCLE DAILY                 (RUN DATE MUST BE A BUSINESS
011970*                                  DAY)
011980* THE HOLIDAYS DATASET (ONE YYYYMMDD PER RECORD) IS REQUIRED
011990* WITH EITHER FORM - SEE THE NOTE AT WS-CYCLE-FREQ.
012000*
012010* A CHECKPOINT CARD TURNS ON CHECKPOINT/RESTART:
012020*     CHECKPOINT NNNNNNN          (SEVEN DIGITS, KEYS BETWEEN
012030*                                  RESTART-DATASET SAVES)
012040* SEE THE CHECKPOINT/RESTART NOTE AT WS-CHECKPOINT-CONTROLS.
012050*
012060* FIELD CARDS DESCRIBE THE DATA PORTION AS TYPED FIELDS SO THE
012070* COMPARE WORKS BY VALUE, NOT BYTE FOR BYTE:
012080*     FIELD CHAR FF-TT            (RAW BYTES)
012090*     FIELD ZONED FF-TT [NNNNNNN] (UNSIGNED DISPLAY DIGITS,
012100*                                  BLANKS IGNORED)
012110*     FIELD SIGNED FF-TT [NNNNNNN](ZONED WITH LEADING "-" OR A
012120*                                  TRAILING OVERPUNCH SIGN)
012130*     FIELD PACKED FF-TT [NNNNNNN](COMP-3, ONE TO EIGHT BYTES)
012140*     FIELD DATE FF-TT            (YYYYMMDD, DD/MM/YYYY OR
012150*                                  YYYY-MM-DD, NORMALIZED TO
012160*                                  YYYYMMDD)
012170* THE OPTIONAL NNNNNNN IS AN ABSOLUTE TOLERANCE IN THE FIELD'S
012180* STORED UNITS - DIFFERENCES NO LARGER THAN IT STILL MATCH.
012190* ONCE ANY FIELD CARD IS GIVEN, THE FIELD LIST ALONE DEFINES
012200* THE COMPARISON (BYTES NOT COVERED BY A FIELD ARE IGNORED,
012210* AND THE COMPARE INCLUDE/EXCLUDE MASK DOES NOT APPLY).  A
012220* AN AMOUNT CARD NAMES THE BYTES THAT CARRY THE RECORD AMOUNT
012230* SO THE RUN CAN BALANCE ON MONEY AS WELL AS RECORD COUNTS:
012240*     AMOUNT ZONED FF-TT / AMOUNT SIGNED FF-TT /
012250*     AMOUNT PACKED FF-TT
012260* EACH FILE'S AMOUNTS ARE TOTALLED IN STORED UNITS, PROVED
012270* AGAINST ITS TRAILER AMOUNT HASH (ELEVEN LOW-ORDER DIGITS),
012280* AND BOTH TOTALS AND THEIR DIFFERENCE GO ON THE SUMMARY.  AN
012290* OUT-OF-BALANCE AMOUNT GRADES THE RUN AT LEAST RC=4 EVEN WHEN
012300* EVERY KEY MATCHED.
012310*
012320* FIELD THAT FAILS TO PARSE AS ITS DECLARED TYPE ON EITHER
012330* SIDE FALLS BACK TO A RAW BYTE COMPARE OF THAT FIELD.
012340*
012350* A RECLEN CARD DECLARES THE DATA-PORTION LENGTH OF THE RUN:
012360*     RECLEN NNN                  (1 TO 500; DEFAULT 20, THE
012370*                                  CLASSIC SHAPE)
012380* IT MUST COME BEFORE ANY CARD THAT NAMES BYTE RANGES, WHICH
012390* ARE PROVED AGAINST THE LENGTH IN FORCE AS THEY ARE READ.
012400* RANGE COLUMNS MAY BE ONE TO THREE DIGITS, SO EXISTING TWO-
012410* DIGIT CARDS KEEP WORKING.
012420*
012430* INPUT AND MODE CARDS PICK THE FILE ORGANIZATIONS AND PASS:
012440*     INPUT A KSDS                (READ FILE A FROM THE FILEAK
012450*                                  KSDS INSTEAD OF FILEA)
012460*     INPUT B KSDS                (READ FILE B FROM THE FILEBK
012470*                                  KSDS INSTEAD OF FILEB)
012480*     MODE MERGE                  (DEFAULT - FULL MATCH-MERGE)
012490*     MODE LOOKUP                 (FILE A DRIVES KEYED READS
012500*                                  AGAINST THE FILEBK KSDS;
012510*                                  NEEDS INPUT B KSDS; NOT ON
012520*                                  FILE A IS NOT DETECTABLE)
012530* KSDS INPUTS CARRY NO HEADER/TRAILER RECORDS, SO THE EXTRACT
012540* BRACKETING PROOFS APPLY ONLY TO THE SEQUENTIAL SIDES.
012550*
012560* AN AGGREGATE CARD RECONCILES DETAIL AGAINST SUMMARY:
012570*     AGGREGATE FF-TT             (GROUP-KEY BYTES OF THE FILE A
012580*                                  DETAIL RECORD, OVER THE WHOLE
012590*                                  RECORD LIKE A KEY CARD)
012600* FILE A THEN CARRIES MANY DETAIL RECORDS PER GROUP, IN GROUP-
012610* KEY ORDER, AND FILE B ONE SUMMARY RECORD PER GROUP KEYED ON
012620* THE NORMAL KEY (BYTES 1-10 OR THE KEY CARDS), WHICH MUST BE
012630* THE SAME LENGTH AS THE GROUP KEY.  THE AMOUNT CARD IS
012640* REQUIRED: EACH GROUP'S DETAIL AMOUNTS ARE SUMMED AND PROVED
012650* AGAINST THE SUMMARY RECORD'S AMOUNT.  AN UNEQUAL TOTAL IS A
012660* GT EXCEPTION; A GROUP WITH NO SUMMARY IS NOT ON FILE B AND A
012670* SUMMARY WITH NO DETAIL IS NOT ON FILE A.  REPEATED GROUP KEYS
012680* ON FILE A ARE NOT DUPLICATES IN THIS MODE.  GT EXCEPTIONS
012690* RIDE IN THE FIELD-MISMATCH COLUMN OF THE HISTORY, PAIR-RESULT
012700* AND ALERT RECORDS.  THE CARD EXCLUDES LOOKUP, KSDS INPUT,
012710* CHECKPOINT RUNNING AND PARALLEL PAIRS.
012720*----------------------------------------------------------------*
012730 01  WS-PARM-SWITCHES.
012740     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
012750         88  WS-PARM-EOF-YES                    VALUE "Y".
012760         88  WS-PARM-EOF-NO                     VALUE "N".
012770     05  WS-INCLUDE-SEEN-SW          PIC X(01) VALUE "N".
012780         88  WS-INCLUDE-SEEN-YES                VALUE "Y".
012790         88  WS-INCLUDE-SEEN-NO                 VALUE "N".
012800 01  WS-PARM-CARD.
012810     05  WS-PARM-CARD-BYTE-1         PIC X(01).
012820     05  FILLER                      PIC X(79).
012830 01  WS-CARD-FIELDS.
012840     05  WS-CARD-VERB                PIC X(10).
012850     05  WS-CARD-OPERAND-1          PIC X(10).
012860     05  WS-CARD-OPERAND-2          PIC X(20).
012870     05  WS-CARD-OPERAND-3          PIC X(10).
012880     05  WS-CARD-OPERAND-4          PIC X(10).
012890 01  WS-CARD-RANGE.
012900     05  WS-CARD-FROM-X              PIC X(03).
012910     05  WS-CARD-TO-X                PIC X(03).
012920 01  WS-CARD-FROM                    PIC 9(03).
012930 01  WS-CARD-TO                      PIC 9(03).
012940 01  WS-RNG-PART                     PIC X(03).
012950 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
012960     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
012970 01  WS-RNG-VALUE                    PIC 9(03).
012980 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
012990 01  WS-RNG-IDX                      PIC S9(04) COMP.
013000 01  WS-RNG-DIGIT-X                  PIC X(01).
013010 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
013020                                     PIC 9(01).
013030 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
013040     88  WS-RANGE-VALID-YES                     VALUE "Y".
013050     88  WS-RANGE-VALID-NO                      VALUE "N".
013060 01  WS-REC-LEN                      PIC S9(04) COMP VALUE 20.
013070 01  WS-CARD-MASK-VALUE              PIC X(01).
013080 01  WS-COMPARE-MASK                 PIC X(500) VALUE ALL "Y".
013090 01  WS-COMPARE-MASK-TBL REDEFINES WS-COMPARE-MASK.
013100     05  WS-COMPARE-MASK-BYTE OCCURS 500 TIMES
013110                                     PIC X(01).
013120 01  WS-CMP-AREAS.
013130     05  WS-CMP-A-DATA               PIC X(500).
013140     05  WS-CMP-A-BYTES REDEFINES WS-CMP-A-DATA.
013150         10  WS-CMP-A-BYTE OCCURS 500 TIMES
013160                                     PIC X(01).
013170     05  WS-CMP-B-DATA               PIC X(500).
013180     05  WS-CMP-B-BYTES REDEFINES WS-CMP-B-DATA.
013190         10  WS-CMP-B-BYTE OCCURS 500 TIMES
013200                                     PIC X(01).
013210 01  WS-CMP-IDX                      PIC S9(04) COMP.
013220 01  WS-FIELD-DEFS.
013230     05  WS-FIELD-COUNT              PIC S9(04) COMP VALUE ZERO.
013240     05  WS-FIELD-MAX                PIC S9(04) COMP VALUE 10.
013250     05  WS-FIELD-ENTRY OCCURS 10 TIMES.
013260         10  WS-FLD-TYPE             PIC X(01).
013270         10  WS-FLD-FROM             PIC 9(03).
013280         10  WS-FLD-LEN              PIC 9(03).
013290         10  WS-FLD-TOL              PIC 9(07).
013300         10  WS-FLD-MM-CNT           PIC 9(09) COMP-3.
013310         10  WS-FLD-RECTYPE          PIC X(04).
013320         10  WS-FLD-TOL-BASE-SW      PIC X(01).
013330             88  WS-FLD-TOL-BASE-YES            VALUE "Y".
013340             88  WS-FLD-TOL-BASE-NO             VALUE "N".
013350         10  WS-FLD-NAME             PIC X(08).
013360 01  WS-FLD-IDX                      PIC S9(04) COMP.
013370 01  WS-FLD-APPLIED-CNT              PIC S9(04) COMP VALUE ZERO.
013380*----------------------------------------------------------------*
013390* FIELD-LEVEL DETAIL CONTROLS.  EVERY TYPED FIELD IS JUDGED ON
013400* EVERY MATCHED KEY; THE FIRST DIFFERING FIELD STILL NAMES THE
013410* BYTE RANGE THE MISMATCH REASON CARRIES, BUT EACH DIFFERING
013420* FIELD WRITES ITS OWN FLDFILE RECORD AND BUMPS ITS TALLY.
013430*----------------------------------------------------------------*
013440 01  WS-FLD-ANY-DIFF-SW              PIC X(01) VALUE "N".
013450     88  WS-FLD-ANY-DIFF-YES                    VALUE "Y".
013460     88  WS-FLD-ANY-DIFF-NO                     VALUE "N".
013470 01  WS-FIRST-BAD-FLD                PIC S9(04) COMP VALUE ZERO.
013480 01  WS-FLD-DIFF-SIGNED              PIC S9(15) COMP-3
013490                                               VALUE ZERO.
013500 01  WS-FF-IDX                       PIC S9(04) COMP.
013510 01  WS-FF-PASS                      PIC S9(04) COMP.
013520 01  WS-FF-BEST                      PIC S9(04) COMP.
013530 01  WS-FF-BEST-CNT                  PIC 9(09) COMP-3.
013540 01  WS-FF-PRINTED-SW OCCURS 10 TIMES
013550                                     PIC X(01).
013560 01  WS-FF-RANGE                     PIC X(07).
013570 01  WS-FF-RANGE-R REDEFINES WS-FF-RANGE.
013580     05  WS-FF-FROM                  PIC 9(03).
013590     05  FILLER                      PIC X(01).
013600     05  WS-FF-TO                    PIC 9(03).
013610 01  WS-AMOUNT-CONTROLS.
013620     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
013630         88  WS-AMT-DEFINED-YES                 VALUE "Y".
013640         88  WS-AMT-DEFINED-NO                  VALUE "N".
013650     05  WS-AMT-OOB-SW               PIC X(01) VALUE "N".
013660         88  WS-AMT-OOB-YES                     VALUE "Y".
013670         88  WS-AMT-OOB-NO                      VALUE "N".
013680     05  WS-AMT-TYPE                 PIC X(01).
013690     05  WS-AMT-FROM                 PIC 9(03).
013700     05  WS-AMT-LEN                  PIC 9(03).
013710     05  WS-AMT-SUM-A                PIC S9(15) COMP-3
013720                                               VALUE ZERO.
013730     05  WS-AMT-SUM-B                PIC S9(15) COMP-3
013740                                               VALUE ZERO.
013750     05  WS-AMT-DIFF                 PIC S9(15) COMP-3
013760                                               VALUE ZERO.
013770     05  WS-AMT-ERRS-A               PIC 9(07) COMP-3 VALUE ZERO.
013780     05  WS-AMT-ERRS-B               PIC 9(07) COMP-3 VALUE ZERO.
013790 01  WS-AMT-HASH-DSP                 PIC 9(11).
013800 01  WS-AMT-HASH-X                   PIC X(11).
013810 01  WS-TRL-HASH-A-X                 PIC X(11).
013820 01  WS-TRL-HASH-B-X                 PIC X(11).
013830 01  WS-AMT-EDIT                     PIC -(14)9.
013840*----------------------------------------------------------------*
013850* AMOUNT DEFINITIONS BY RECORD TYPE.  EVERY AMOUNT CARD IS KEPT
013860* HERE WITH THE RECTYPE FOR SCOPE IT WAS READ UNDER (SPACES FOR
013870* AN UNSCOPED CARD) - ONE CARD PER SCOPE.  WITHOUT A RECTYPE AT
013880* CARD THE ONE UNSCOPED ENTRY IS ALSO THE WS-AMT-* DEFINITION
013890* ABOVE; WITH ONE, 2480 LOADS WS-AMT-* FROM THE ENTRY FOR THE
013900* RECORD IN HAND (ITS OWN TYPE FIRST, THEN THE UNSCOPED CARD),
013910* AND A RECORD WITH NEITHER CARRIES NO AMOUNT.
013920*----------------------------------------------------------------*
013930 01  WS-AMTDEF-TABLE.
013940     05  WS-AMTDEF-COUNT             PIC S9(04) COMP VALUE ZERO.
013950     05  WS-AMTDEF-MAX               PIC S9(04) COMP VALUE 11.
013960     05  WS-AMTDEF-ENTRY OCCURS 11 TIMES.
013970         10  WS-AD-RECTYPE           PIC X(04).
013980         10  WS-AD-TYPE              PIC X(01).
013990         10  WS-AD-FROM              PIC 9(03).
014000         10  WS-AD-LEN               PIC 9(03).
014010 01  WS-AD-IDX                       PIC S9(04) COMP.
014020 01  WS-AD-HIT                       PIC S9(04) COMP VALUE ZERO.
014030 01  WS-AD-ALL                       PIC S9(04) COMP VALUE ZERO.
014040*----------------------------------------------------------------*
014050* RECORD-TYPE CONTROLS.  A RECTYPE AT FF-TT CARD NAMES THE ONE
014060* TO FOUR DATA-PORTION BYTES THAT TELL THE RECORD SHAPES OF A
014070* MULTI-TYPE FEED APART - AN ACCOUNT RECORD, ITS BALANCE
014080* RECORDS, ITS ADDRESS RECORD.  THE TYPE IS APPENDED TO THE
014090* COMPOSITE COMPARE KEY, SO THE MERGE AND THE DUPLICATE AND
014100* SEQUENCE CHECKS ALL RUN ON KEY PLUS TYPE AND BOTH FILES MUST
014110* BE SORTED THAT WAY.  A RECTYPE FOR CARD SCOPES THE FIELD,
014120* AMOUNT AND MASKFIELD CARDS THAT FOLLOW IT TO ONE TYPE UNTIL
014130* THE NEXT RECTYPE FOR; "RECTYPE FOR ALL" RETURNS TO UNSCOPED
014140* CARDS.  EACH TYPE SEEN GETS A ROW OF COUNTERS AND PER-FIELD
014150* MISMATCH TALLIES; TYPES PAST THE TABLE LIMIT SHARE ONE
014160* OVERFLOW ROW.
014170*----------------------------------------------------------------*
014180 01  WS-RECTYPE-CONTROLS.
014190     05  WS-RT-GIVEN-SW              PIC X(01) VALUE "N".
014200         88  WS-RT-GIVEN-YES                    VALUE "Y".
014210         88  WS-RT-GIVEN-NO                     VALUE "N".
014220     05  WS-RT-OVFL-SW               PIC X(01) VALUE "N".
014230         88  WS-RT-OVFL-YES                     VALUE "Y".
014240         88  WS-RT-OVFL-NO                      VALUE "N".
014250     05  WS-RT-OUTCOME               PIC X(01) VALUE SPACE.
014260         88  WS-RT-OUTCOME-MATCH                VALUE "M".
014270         88  WS-RT-OUTCOME-NOT-ON-A             VALUE "A".
014280         88  WS-RT-OUTCOME-NOT-ON-B             VALUE "B".
014290         88  WS-RT-OUTCOME-FIELD-MM             VALUE "F".
014300         88  WS-RT-OUTCOME-SUPPRESSED           VALUE "S".
014310     05  WS-RT-FROM                  PIC 9(03) VALUE ZERO.
014320     05  WS-RT-LEN                   PIC 9(03) VALUE ZERO.
014330     05  WS-RT-SCOPE                 PIC X(04) VALUE SPACES.
014340     05  WS-RT-SCOPE-SAVE            PIC X(04) VALUE SPACES.
014350     05  WS-RT-CUR                   PIC X(04) VALUE SPACES.
014360     05  WS-RT-COUNT                 PIC S9(04) COMP VALUE ZERO.
014370     05  WS-RT-MAX                   PIC S9(04) COMP VALUE 20.
014380     05  WS-RT-ENTRY OCCURS 21 TIMES.
014390         10  WS-RTT-TYPE             PIC X(04).
014400         10  WS-RTT-MATCH            PIC 9(09) COMP-3.
014410         10  WS-RTT-NOT-ON-A         PIC 9(09) COMP-3.
014420         10  WS-RTT-NOT-ON-B         PIC 9(09) COMP-3.
014430         10  WS-RTT-FIELD-MM         PIC 9(09) COMP-3.
014440         10  WS-RTT-SUPPRESSED       PIC 9(09) COMP-3.
014450         10  WS-RTT-AMT-SUM-A        PIC S9(15) COMP-3.
014460         10  WS-RTT-AMT-SUM-B        PIC S9(15) COMP-3.
014470         10  WS-RTT-FLD-MM-CNT OCCURS 10 TIMES
014480                                     PIC 9(09) COMP-3.
014490 01  WS-RT-IDX                       PIC S9(04) COMP VALUE ZERO.
014500 01  WS-RT-SRCH                      PIC S9(04) COMP.
014510 01  WS-RT-PRINT-LINE.
014520     05  FILLER                      PIC X(05) VALUE "TYPE ".
014530     05  WS-RTP-TYPE                 PIC X(08).
014540     05  FILLER                      PIC X(03) VALUE SPACES.
014550     05  WS-RTP-MATCH                PIC ZZZZZZZZ9.
014560     05  FILLER                      PIC X(03) VALUE SPACES.
014570     05  WS-RTP-NOT-ON-A             PIC ZZZZZZZZ9.
014580     05  FILLER                      PIC X(03) VALUE SPACES.
014590     05  WS-RTP-NOT-ON-B             PIC ZZZZZZZZ9.
014600     05  FILLER                      PIC X(03) VALUE SPACES.
014610     05  WS-RTP-FIELD-MM             PIC ZZZZZZZZ9.
014620     05  FILLER                      PIC X(03) VALUE SPACES.
014630     05  WS-RTP-SUPPRESSED           PIC ZZZZZZZZ9.
014640     05  WS-RTP-AMOUNTS.
014650         10  FILLER                  PIC X(02) VALUE SPACES.
014660         10  WS-RTP-AMT-A            PIC -(14)9.
014670         10  FILLER                  PIC X(02) VALUE SPACES.
014680         10  WS-RTP-AMT-B            PIC -(14)9.
014690     05  FILLER                      PIC X(25) VALUE SPACES.
014700 01  WS-FF-ANY-SW                    PIC X(01) VALUE "N".
014710     88  WS-FF-ANY-YES                          VALUE "Y".
014720     88  WS-FF-ANY-NO                           VALUE "N".
014730*----------------------------------------------------------------*
014740* MULTI-CURRENCY CONTROLS.  A CURRENCY FF-TT BBB CARD NAMES THE
014750* THREE DATA-PORTION BYTES HOLDING THE ISO CURRENCY CODE AND THE
014760* BASE CURRENCY BBB.  THE FXRATES DATASET (RECFXR) IS THEN
014770* REQUIRED; FOR EACH CURRENCY THE ROW WITH THE LATEST EFFECTIVE
014780* DATE ON OR BEFORE THE RUN DATE IS KEPT IN WS-FXR-ENTRY.  EVERY
014790* AMOUNT READ IS ALSO TOTALLED UNDER ITS OWN CURRENCY IN
014800* WS-CCY-ENTRY; AT THE SUMMARY EACH CURRENCY IS PROVED A AGAINST
014810* B IN ITS OWN UNITS AND CONVERTED TO BASE.  A CURRENCY WITH NO
014820* RATE CANNOT BE CONVERTED AND LEAVES THE RUN OUT OF BALANCE.
014830* CURRENCIES PAST THE TABLE LIMIT SHARE AN UNRATED OVERFLOW ROW.
014840*----------------------------------------------------------------*
014850 01  WS-CURRENCY-CONTROLS.
014860     05  WS-CUR-GIVEN-SW             PIC X(01) VALUE "N".
014870         88  WS-CUR-GIVEN-YES                   VALUE "Y".
014880         88  WS-CUR-GIVEN-NO                    VALUE "N".
014890     05  WS-FXR-EOF-SW               PIC X(01) VALUE "N".
014900         88  WS-FXR-EOF-YES                     VALUE "Y".
014910         88  WS-FXR-EOF-NO                      VALUE "N".
014920     05  WS-FXR-BAD-SW               PIC X(01) VALUE "N".
014930         88  WS-FXR-BAD-YES                     VALUE "Y".
014940         88  WS-FXR-BAD-NO                      VALUE "N".
014950     05  WS-CCY-OVFL-SW              PIC X(01) VALUE "N".
014960         88  WS-CCY-OVFL-YES                    VALUE "Y".
014970         88  WS-CCY-OVFL-NO                     VALUE "N".
014980     05  WS-CUR-FROM                 PIC 9(03) VALUE ZERO.
014990     05  WS-CUR-BASE                 PIC X(03) VALUE SPACES.
015000     05  WS-FXR-COUNT                PIC S9(04) COMP VALUE ZERO.
015010     05  WS-FXR-MAX                  PIC S9(04) COMP VALUE 200.
015020     05  WS-FXR-ENTRY OCCURS 200 TIMES.
015030         10  WS-FXR-CCY              PIC X(03).
015040         10  WS-FXR-DATE             PIC X(08).
015050         10  WS-FXR-RATE             PIC 9(07)V9(08).
015060     05  WS-CCY-COUNT                PIC S9(04) COMP VALUE ZERO.
015070     05  WS-CCY-MAX                  PIC S9(04) COMP VALUE 100.
015080     05  WS-CCY-ENTRY OCCURS 101 TIMES.
015090         10  WS-CCY-CODE             PIC X(03).
015100         10  WS-CCY-RATED-SW         PIC X(01).
015110             88  WS-CCY-RATED-YES               VALUE "Y".
015120             88  WS-CCY-RATED-NO                VALUE "N".
015130         10  WS-CCY-RATE             PIC 9(07)V9(08).
015140         10  WS-CCY-SUM-A            PIC S9(15) COMP-3.
015150         10  WS-CCY-SUM-B            PIC S9(15) COMP-3.
015160     05  WS-BASE-SUM-A               PIC S9(15) COMP-3 VALUE ZERO.
015170     05  WS-BASE-SUM-B               PIC S9(15) COMP-3 VALUE ZERO.
015180     05  WS-BASE-DIFF                PIC S9(15) COMP-3 VALUE ZERO.
015190     05  WS-CCY-UNRATED-COUNT        PIC 9(05) COMP-3 VALUE ZERO.
015200     05  WS-CCY-OOB-COUNT            PIC 9(05) COMP-3 VALUE ZERO.
015210     05  WS-BASE-TOL-COUNT           PIC S9(04) COMP VALUE ZERO.
015220 01  WS-FXR-IDX                      PIC S9(04) COMP.
015230 01  WS-FXR-HIT                      PIC S9(04) COMP VALUE ZERO.
015240 01  WS-CCY-IDX                      PIC S9(04) COMP VALUE ZERO.
015250 01  WS-CCY-SRCH                     PIC S9(04) COMP.
015260 01  WS-CCY-WORK                     PIC X(03).
015270 01  WS-CCY-BASE-A                   PIC S9(15) COMP-3.
015280 01  WS-CCY-BASE-B                   PIC S9(15) COMP-3.
015290 01  WS-CCY-DIFF                     PIC S9(15) COMP-3.
015300 01  WS-FX-CODE-A                    PIC X(03).
015310 01  WS-FX-CODE-B                    PIC X(03).
015320 01  WS-FX-RATE-A                    PIC 9(07)V9(08).
015330 01  WS-FX-RATE-B                    PIC 9(07)V9(08).
015340 01  WS-FX-RATE-W                    PIC 9(07)V9(08).
015350 01  WS-FX-FOUND-SW                  PIC X(01) VALUE "N".
015360     88  WS-FX-FOUND-YES                        VALUE "Y".
015370     88  WS-FX-FOUND-NO                         VALUE "N".
015380 01  WS-FX-PROVED-SW                 PIC X(01) VALUE "Y".
015390     88  WS-FX-PROVED-YES                       VALUE "Y".
015400     88  WS-FX-PROVED-NO                        VALUE "N".
015410 01  WS-CCY-PRINT-LINE.
015420     05  FILLER                      PIC X(04) VALUE "CCY ".
015430     05  WS-CCP-CODE                 PIC X(03).
015440     05  FILLER                      PIC X(02) VALUE SPACES.
015450     05  WS-CCP-SUM-A                PIC -(14)9.
015460     05  FILLER                      PIC X(02) VALUE SPACES.
015470     05  WS-CCP-SUM-B                PIC -(14)9.
015480     05  FILLER                      PIC X(02) VALUE SPACES.
015490     05  WS-CCP-DIFF                 PIC -(14)9.
015500     05  FILLER                      PIC X(02) VALUE SPACES.
015510     05  WS-CCP-RATE                 PIC ZZZZZZ9.99999999.
015520     05  WS-CCP-RATE-X REDEFINES WS-CCP-RATE
015530                                     PIC X(16).
015540     05  FILLER                      PIC X(02) VALUE SPACES.
015550     05  WS-CCP-BASE-DIFF            PIC -(14)9.
015560     05  WS-CCP-BASE-DIFF-X REDEFINES WS-CCP-BASE-DIFF
015570                                     PIC X(15).
015580     05  FILLER                      PIC X(39) VALUE SPACES.
015590*----------------------------------------------------------------*
015600* AGGREGATE (DETAIL-TO-SUMMARY) CONTROLS.  THE FILE A COMPARE
015610* KEY IS THE GROUP-KEY RANGE; 2810 SWEEPS ONE GROUP OF DETAIL
015620* RECORDS, TOTALLING THEIR AMOUNTS, AND 3250 PROVES THE TOTAL
015630* AGAINST THE FILE B SUMMARY RECORD.
015640*----------------------------------------------------------------*
015650 01  WS-AGGREGATE-CONTROLS.
015660     05  WS-AGG-MODE-SW              PIC X(01) VALUE "N".
015670         88  WS-AGG-MODE-YES                    VALUE "Y".
015680         88  WS-AGG-MODE-NO                     VALUE "N".
015690     05  WS-AGG-GT-SW                PIC X(01) VALUE "N".
015700         88  WS-AGG-GT-YES                      VALUE "Y".
015710         88  WS-AGG-GT-NO                       VALUE "N".
015720     05  WS-AGG-FROM                 PIC 9(03) VALUE ZERO.
015730     05  WS-AGG-LEN                  PIC 9(03) VALUE ZERO.
015740     05  WS-AGG-KEY                  PIC X(32).
015750     05  WS-AGG-FIRST-DATA           PIC X(500).
015760     05  WS-AGG-TOTAL                PIC S9(15) COMP-3
015770                                               VALUE ZERO.
015780     05  WS-AGG-SUMMARY-AMT          PIC S9(15) COMP-3
015790                                               VALUE ZERO.
015800     05  WS-AGG-DETAIL-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
015810     05  WS-GROUP-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
015820     05  WS-GROUP-DIFF-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
015830 01  WS-AGG-TOTAL-EDIT               PIC -(14)9.
015840 01  WS-AGG-SUMMARY-EDIT             PIC -(14)9.
015850 01  WS-AGG-DETAIL-EDIT              PIC ZZZZZZ9.
015860 01  WS-AGG-BOXED                    string.
015870*----------------------------------------------------------------*
015880* KEY CROSS-REFERENCE.  WHEN THE XREF DATASET IS PRESENT ITS
015890* ROWS LOAD THROUGH THE LIBRARY DICTLOADER (OLD KEY IN BYTES
015900* 1-10, NEW KEY AND EFFECTIVE DATE IN BYTES 11-28) - ANY REJECT,
015910* A DUPLICATE OLD KEY OR A SHORT ROW, STOPS THE RUN, SINCE A
015920* PARTIAL TABLE WOULD QUIETLY LEAVE CONVERTED ACCOUNTS UNMATCHED.
015930* FILE A IS THEN RE-KEYED THROUGH THE TABLE ON ITS WAY INTO THE
015940* SORT WORK DATASET; THE USED TABLE HOLDS EACH OLD KEY THAT WAS
015950* TRANSLATED SO THE ENTRIES NEVER USED CAN BE COUNTED AT THE END.
015960*----------------------------------------------------------------*
015970 01  WS-XREF-CONTROLS.
015980     05  WS-XREF-ACTIVE-SW           PIC X(01) VALUE "N".
015990         88  WS-XREF-ACTIVE-YES                 VALUE "Y".
016000         88  WS-XREF-ACTIVE-NO                  VALUE "N".
016010     05  WS-XREF-EOF-SW              PIC X(01) VALUE "N".
016020         88  WS-XREF-EOF-YES                    VALUE "Y".
016030         88  WS-XREF-EOF-NO                     VALUE "N".
016040     05  WS-XREF-A-EOF-SW            PIC X(01) VALUE "N".
016050         88  WS-XREF-A-EOF-YES                  VALUE "Y".
016060         88  WS-XREF-A-EOF-NO                   VALUE "N".
016070     05  WS-XREF-ROW-IDX             PIC S9(09) COMP VALUE ZERO.
016080     05  WS-XREF-LIST-IDX            PIC S9(09) COMP VALUE ZERO.
016090     05  WS-XREF-ENTRY-COUNT         PIC S9(09) COMP VALUE ZERO.
016100     05  WS-XREF-USED-COUNT          PIC S9(09) COMP VALUE ZERO.
016110     05  WS-XREF-UNUSED-SHOWN        PIC S9(04) COMP VALUE ZERO.
016120     05  WS-XREF-UNUSED-LIMIT        PIC S9(04) COMP VALUE 10.
016130     05  WS-XREF-TRANSLATED          PIC 9(07) COMP-3 VALUE ZERO.
016140     05  WS-XREF-NO-ENTRY            PIC 9(07) COMP-3 VALUE ZERO.
016150     05  WS-XREF-NOT-EFFECTIVE       PIC 9(07) COMP-3 VALUE ZERO.
016160     05  WS-XREF-UNUSED              PIC 9(07) COMP-3 VALUE ZERO.
016170 01  WS-XREF-VALUE.
016180     05  WS-XREF-VAL-NEW-KEY         PIC X(10).
016190     05  WS-XREF-VAL-EFF-DATE        PIC X(08).
016200 01  WS-XREF-OLD-KEY                 PIC X(10).
016210 01  WS-XREF-ROWS                    type Seq[string].
016220 01  WS-XREF-SUPPLIER
016230         type Supplier[type Option[string]].
016240 01  WS-XREF-RESULT                  type Either[
016250         type Pair[type ErrorList[string],
016260             type Dictionary[string, string]],
016270         type Dictionary[string, string]].
016280 01  WS-XREF-REJECTS
016290         type Pair[type ErrorList[string],
016300             type Dictionary[string, string]].
016310 01  WS-XREF-ERRORS                  type ErrorList[string].
016320 01  WS-XREF-DICT
016330         type Dictionary[string, string].
016340 01  WS-XREF-USED-DICT
016350         type Dictionary[string, string].
016360 01  WS-XREF-HIT                     type Option[string].
016370 01  WS-XREF-ROW-BOXED               string.
016380 01  WS-XREF-KEY-BOXED               string.
016390 01  WS-XREF-VALUE-BOXED             string.
016400 01  WS-XREF-MSG                     string.
016410 01  WS-EXT-CONTROLS.
016420     05  WS-EXT-FROM                 PIC S9(04) COMP.
016430     05  WS-EXT-LEN                  PIC S9(04) COMP.
016440     05  WS-EXT-IDX                  PIC S9(04) COMP.
016450     05  WS-EXT-SIGN                 PIC S9(01) COMP.
016460     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
016470         88  WS-EXT-SIGNED-YES                  VALUE "Y".
016480         88  WS-EXT-SIGNED-NO                   VALUE "N".
016490     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
016500         88  WS-EXT-VALID-YES                   VALUE "Y".
016510         88  WS-EXT-VALID-NO                    VALUE "N".
016520 01  WS-EXT-FIELD                    PIC X(40).
016530 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
016540     05  WS-EXT-CHAR OCCURS 40 TIMES
016550                                     PIC X(01).
016560 01  WS-DIGIT-X                      PIC X(01).
016570 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
016580 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
016590 01  WS-VALUE-A                      PIC S9(15) COMP-3.
016600 01  WS-VALUE-B                      PIC S9(15) COMP-3.
016610 01  WS-VALUE-A-VALID-SW             PIC X(01) VALUE "N".
016620     88  WS-VALUE-A-VALID-YES                   VALUE "Y".
016630     88  WS-VALUE-A-VALID-NO                    VALUE "N".
016640 01  WS-VALUE-B-VALID-SW             PIC X(01) VALUE "N".
016650     88  WS-VALUE-B-VALID-YES                   VALUE "Y".
016660     88  WS-VALUE-B-VALID-NO                    VALUE "N".
016670 01  WS-VALUE-DIFF                   PIC S9(15) COMP-3.
016680 01  WS-PACKED-X                     PIC X(08).
016690 01  WS-PACKED-9 REDEFINES WS-PACKED-X
016700                                     PIC S9(15) COMP-3.
016710*----------------------------------------------------------------*
016720* LEFT-SIDE PAYLOAD STAGING.  EVERY LEFT NOW CARRIES THE KEY,
016730* AND A FIELD MISMATCH ALSO CARRIES THE DIFFERING BYTE RANGE
016740* WITH BOTH SIDES' VALUES, SO REPORTS AND EXTRACTS READ THEIR
016750* CONTEXT OFF THE REASON INSTEAD OF THE FILE BUFFERS.
016760*----------------------------------------------------------------*
016770 01  WS-REASON-KEY-BOXED             string.
016780*----------------------------------------------------------------*
016790* CYCLE-DATE CONTROL.  A SYSIN "CYCLE MONTHEND" OR "CYCLE
016800* DAILY" CARD TURNS VALIDATION ON: THE HOLIDAYS DATASET (ONE
016810* YYYYMMDD PER RECORD) FEEDS THE LIBRARY BUSINESS CALENDAR AND
016820* A RUN ON THE WRONG CYCLE DATE STOPS IN INITIALIZATION - A
016830* WRONG-CYCLE RUN THAT BALANCES CONVINCINGLY AGAINST THE WRONG
016840* GENERATION PAIR IS THE FAILURE THIS GUARD EXISTS FOR.
016850*----------------------------------------------------------------*
016860 01  WS-CYCLE-FREQ                   PIC X(08) VALUE SPACES.
016870 01  WS-HOL-EOF-SW                   PIC X(01) VALUE "N".
016880     88  WS-HOL-EOF-YES                         VALUE "Y".
016890     88  WS-HOL-EOF-NO                          VALUE "N".
016900 01  WS-CALENDAR                     type BusinessCalendar.
016910 01  WS-HOLIDAY-SEQ                  type Seq[string].
016920*----------------------------------------------------------------*
016930* PER-PAIR CALENDARS.  THE HOLIDAYS DATASET MAY BE PARTITIONED
016940* BY A CALENDAR ID IN BYTES 10-17 (BLANK IS THE DEFAULT
016950* CALENDAR); THE WHOLE FILE LOADS ONCE INTO THIS TABLE AND
016960* EACH CYCLE-DATE VALIDATION BUILDS ITS BUSINESS CALENDAR FROM
016970* THE ACTIVE CALENDAR'S DATES ALONE, SO A UK HOLIDAY NO LONGER
016980* BLOCKS THE DOMESTIC PAIRS.
016990*----------------------------------------------------------------*
017000 01  WS-HOLTAB.
017010     05  WS-HT-COUNT                 PIC S9(04) COMP VALUE ZERO.
017020     05  WS-HT-MAX                   PIC S9(04) COMP VALUE 1000.
017030     05  WS-HT-ENTRY OCCURS 1000 TIMES.
017040         10  WS-HT-CAL               PIC X(08).
017050         10  WS-HT-DATE              PIC X(08).
017060 01  WS-HT-IDX                       PIC S9(04) COMP.
017070 01  WS-HOL-LOADED-SW                PIC X(01) VALUE "N".
017080     88  WS-HOL-LOADED-YES                      VALUE "Y".
017090 01  WS-ACTIVE-CAL-ID                PIC X(08) VALUE SPACES.
017100 01  WS-CAL-MATCH-COUNT              PIC S9(04) COMP VALUE ZERO.
017110 01  WS-CYCLE-OK-SW                  PIC X(01) VALUE "Y".
017120     88  WS-CYCLE-OK-YES                        VALUE "Y".
017130     88  WS-CYCLE-OK-NO                         VALUE "N".
017140 01  WS-HOLIDAY-BOXED                string.
017150 01  WS-RUN-DATE-BOXED               string.
017160 01  WS-CYCLE-FREQ-BOXED             string.
017170 01  WS-CYCLE-RESULT
017180         type Either[string, string].
017190 01  WS-CYCLE-MSG                    string.
017200*----------------------------------------------------------------*
017210* SNAPSHOT RESOLUTION.  A PAIRLIST DATASET NAMED "@FEEDID CYCLE"
017220* IS LOOKED UP IN THE SNAPCAT CATALOG FILEPROV KEEPS: THE CYCLE
017230* WORD BECOMES A DATE (TODAY IS THE RUN DATE, PREVBUS THE
017240* BUSINESS DAY BEFORE IT ON THE PAIR'S CALENDAR) AND THE LAST
017250* ENTRY FOR THE FEED AND DATE GIVES THE DATASET NAME.  NO ENTRY
017260* MEANS THE SNAPSHOT WAS NEVER PROVED AND THE PAIR IS REFUSED.
017270*----------------------------------------------------------------*
017280 01  WS-SNAP-CONTROLS.
017290     05  WS-SNAP-OK-SW               PIC X(01) VALUE "Y".
017300         88  WS-SNAP-OK-YES                     VALUE "Y".
017310         88  WS-SNAP-OK-NO                      VALUE "N".
017320     05  WS-SNAP-FOUND-SW            PIC X(01) VALUE "N".
017330         88  WS-SNAP-FOUND-YES                  VALUE "Y".
017340         88  WS-SNAP-FOUND-NO                   VALUE "N".
017350     05  WS-SNAP-EOF-SW              PIC X(01) VALUE "N".
017360         88  WS-SNAP-EOF-YES                    VALUE "Y".
017370         88  WS-SNAP-EOF-NO                     VALUE "N".
017380     05  WS-SNAP-FEED-ID             PIC X(08).
017390     05  WS-SNAP-CYCLE               PIC X(08).
017400     05  WS-SNAP-CYCLE-N REDEFINES WS-SNAP-CYCLE
017410                                     PIC 9(08).
017420     05  WS-SNAP-DATE                PIC X(08).
017430     05  WS-SNAP-DSNAME              PIC X(44).
017440     05  WS-SNAP-SIDE                PIC X(01).
017450 01  WS-SNAP-DATE-BOXED              string.
017460 01  WS-DIFF-OFFSET                  PIC S9(04) COMP VALUE ZERO.
017470 01  WS-DIFF-LEN                     PIC S9(04) COMP VALUE ZERO.
017480 01  WS-DIFF-A-RAW                   PIC X(40).
017490 01  WS-DIFF-B-RAW                   PIC X(40).
017500 01  WS-DIFF-A-BOXED                 string.
017510 01  WS-DIFF-B-BOXED                 string.
017520 01  WS-FLD-A-RAW                    PIC X(40).
017530 01  WS-FLD-B-RAW                    PIC X(40).
017540 01  WS-DATE-IN-RAW                  PIC X(40).
017550 01  WS-DATE-OUT                     PIC X(08).
017560 01  WS-DATE-A                       PIC X(08).
017570 01  WS-DATE-B                       PIC X(08).
017580 01  WS-DATE-WORK                    PIC X(10).
017590 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
017600     05  WS-DW-DD                    PIC X(02).
017610     05  WS-DW-S1                    PIC X(01).
017620     05  WS-DW-MM                    PIC X(02).
017630     05  WS-DW-S2                    PIC X(01).
017640     05  WS-DW-YYYY                  PIC X(04).
017650 01  WS-DATE-WORK-D REDEFINES WS-DATE-WORK.
017660     05  WS-DD-YYYY                  PIC X(04).
017670     05  WS-DD-S1                    PIC X(01).
017680     05  WS-DD-MM                    PIC X(02).
017690     05  WS-DD-S2                    PIC X(01).
017700     05  WS-DD-DD                    PIC X(02).
017710 01  WS-DATA-EQUAL-SW                PIC X(01) VALUE "Y".
017720     88  WS-DATA-EQUAL                          VALUE "Y".
017730     88  WS-DATA-UNEQUAL                        VALUE "N".
017740 01  WS-STEP-START-SAVE              PIC X(16).
017750 PROCEDURE DIVISION.
017760 0000-MAINLINE.
017770     MOVE "RECON" TO RECSTW-PROGRAM-ID
017780     PERFORM 9800-START-STEP-TIMING
017790         THRU 9800-START-STEP-TIMING-EXIT
017800     MOVE "RECON" TO RECRSW-PROGRAM-ID
017810     PERFORM 9820-CHECK-RESTART-PLAN
017820         THRU 9820-CHECK-RESTART-PLAN-EXIT
017830     IF RECRSW-ACTION-SKIP
017840         GOBACK
017850     END-IF
017860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017870     IF WS-PAIRLIST-MODE-YES
017880         IF WS-PARALLEL-MAX > 0
017890             PERFORM 6500-PROCESS-PAIR-WAVE
017900                 THRU 6500-PROCESS-PAIR-WAVE-EXIT
017910                 UNTIL WS-PAIRS-EOF-YES
017920         ELSE
017930             PERFORM 6000-PROCESS-PAIR
017940                 THRU 6000-PROCESS-PAIR-EXIT
017950                 UNTIL WS-PAIRS-EOF-YES
017960         END-IF
017970         PERFORM 8600-PRINT-GRAND-TOTALS
017980             THRU 8600-PRINT-GRAND-TOTALS-EXIT
017990         GO TO 0000-WRAP-UP
018000     END-IF
018010     IF WS-PART-COUNT > 0
018020         PERFORM 6700-PROCESS-PARTITIONS
018030             THRU 6700-PROCESS-PARTITIONS-EXIT
018040         GO TO 0000-REPORT-PAIR
018050     END-IF
018060     IF WS-MODE-LOOKUP-YES
018070         PERFORM 2500-PROCESS-LOOKUP
018080             THRU 2500-PROCESS-LOOKUP-EXIT
018090             UNTIL WS-EOF-A-YES OR WS-QUIESCE-YES
018100     ELSE
018110         PERFORM 2000-PROCESS-FILES
018120             THRU 2000-PROCESS-FILES-EXIT
018130             UNTIL (WS-EOF-A-YES AND WS-EOF-B-YES)
018140                 OR WS-QUIESCE-YES
018150     END-IF
018160     IF WS-QUIESCE-YES
018170         PERFORM 9700-QUIESCE-SHUTDOWN
018180             THRU 9700-QUIESCE-SHUTDOWN-EXIT
018190     END-IF
018200     IF WS-SMP-GIVEN-YES
018210         PERFORM 3850-CLOSE-PAIR-SAMPLE
018220             THRU 3850-CLOSE-PAIR-SAMPLE-EXIT
018230     END-IF
018240     .
018250 0000-REPORT-PAIR.
018260     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
018270     PERFORM 8100-PRINT-DETAIL
018280         THRU 8100-PRINT-DETAIL-EXIT
018290     PERFORM 6900-GRADE-PAIR THRU 6900-GRADE-PAIR-EXIT
018300     .
018310 0000-WRAP-UP.
018320     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
018330     GOBACK
018340     .
018350 0000-MAINLINE-EXIT.
018360     EXIT.
018370*----------------------------------------------------------------*
018380* 1000 - OPEN THE FILES AND PRIME BOTH READ-AHEAD BUFFERS. A BAD
018390* FILE STATUS ON ANY OPEN IS FATAL - DISPLAY THE REASON AND
018400* ABEND RATHER THAN LET A MISSING DATASET SURFACE AS A BARE
018410* SYSTEM ABEND FURTHER DOWNSTREAM.
018420*----------------------------------------------------------------*
018430 1000-INITIALIZE.
018440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018450     ACCEPT WS-RUN-TIME-RAW FROM TIME
018460     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
018470     MOVE WS-RUN-TIME-RAW TO WS-PROG-TIME-RAW
018480     COMPUTE WS-START-SECS = (WS-PROG-HH * 3600)
018490         + (WS-PROG-MM * 60) + WS-PROG-SS
018500     SET WS-NOT-ON-A-DETAILS TO type Seq[string]::empty()
018510     SET WS-NOT-ON-B-DETAILS TO type Seq[string]::empty()
018520     SET WS-MISMATCH-DETAILS TO type Seq[string]::empty()
018530     SET WS-SEQ-ERR-DETAILS TO type Seq[string]::empty()
018540     PERFORM 1200-LOAD-RESTART THRU 1200-LOAD-RESTART-EXIT
018550     SET WS-CP-LOADER TO delegate
018560             returning return-value as
018570                 type Option[type Checkpoint[string]]
018580         IF WS-RESTART-FOUND-YES
018590             SET return-value TO
018600                 type Option[type Checkpoint[string]]
018610                     ::some-value(type Checkpoint[string]::at(
018620                         WS-CP-BOXED-KEY, WS-CP-SAVED-COUNT))
018630         ELSE
018640             SET return-value TO
018650                 type Option[type Checkpoint[string]]
018660                     ::none-value()
018670         END-IF
018680     end-delegate
018690     SET WS-RESUME-OPT TO
018700         type Checkpoint[string]::resume(WS-CP-LOADER)
018710     IF WS-RESUME-OPT::isDefined()
018720         MOVE WS-RST-KEYS-PROCESSED TO WS-KEYS-PROCESSED
018730         MOVE WS-RST-MATCH-COUNT TO WS-MATCH-COUNT
018740         MOVE WS-RST-NOT-ON-A-COUNT TO WS-NOT-ON-A-COUNT
018750         MOVE WS-RST-NOT-ON-B-COUNT TO WS-NOT-ON-B-COUNT
018760         MOVE WS-RST-FIELD-MM-COUNT TO WS-FIELD-MISMATCH-COUNT
018770         DISPLAY "RECON: RESTARTING AFTER KEY " WS-RESTART-KEY
018780     END-IF
018790     PERFORM 1100-READ-PARM-CARDS
018800         THRU 1100-READ-PARM-CARDS-EXIT
018810*    A PARTITIONED RUN RESUMES FROM PARTRST, NOT THE CHECKPOINT -
018820*    6700 MAKES THE SAME CHECK AGAINST THAT DATASET.
018830     IF RECRSW-ACTION-RESUME AND WS-RESTART-FOUND-NO
018840             AND WS-PART-COUNT = 0
018850         DISPLAY "RECON: RESTART PLAN SAYS RESUME BUT THE "
018860             "RESTART DATASET HOLDS NO CHECKPOINT"
018870         MOVE 16 TO RETURN-CODE
018880         GOBACK
018890     END-IF
018900     IF RECDIW-GIVEN-YES
018910         PERFORM 1199-APPLY-FIELD-DICTIONARY
018920             THRU 1199-APPLY-FIELD-DICTIONARY-EXIT
018930     END-IF
018940     PERFORM 1700-LOAD-SUPPRESS-LIST
018950         THRU 1700-LOAD-SUPPRESS-LIST-EXIT
018960     PERFORM 1800-LOAD-XREF
018970         THRU 1800-LOAD-XREF-EXIT
018980     PERFORM 1900-CHECK-RUN-CONTROL
018990         THRU 1900-CHECK-RUN-CONTROL-EXIT
019000     IF WS-KEYDEF-GIVEN-NO
019010         MOVE 1 TO WS-KEYDEF-COUNT
019020         MOVE 01 TO WS-KD-FROM (1)
019030         MOVE 10 TO WS-KD-LEN (1)
019040         MOVE 10 TO WS-KEYDEF-LEN
019050     END-IF
019060     IF WS-AGG-MODE-YES
019070         PERFORM 1168-CHECK-AGGREGATE-RULES
019080             THRU 1168-CHECK-AGGREGATE-RULES-EXIT
019090     END-IF
019100     IF WS-RT-GIVEN-YES
019110         PERFORM 1178-CHECK-RECTYPE-RULES
019120             THRU 1178-CHECK-RECTYPE-RULES-EXIT
019130     END-IF
019140     IF WS-PART-COUNT > 0 OR WS-PART-KEY-COUNT > 0
019150         PERFORM 1179-CHECK-PARTITION-RULES
019160             THRU 1179-CHECK-PARTITION-RULES-EXIT
019170     END-IF
019180     IF WS-CUR-GIVEN-YES OR WS-BASE-TOL-COUNT > 0
019190         PERFORM 1198-CHECK-CURRENCY-RULES
019200             THRU 1198-CHECK-CURRENCY-RULES-EXIT
019210         PERFORM 1750-LOAD-FX-RATES
019220             THRU 1750-LOAD-FX-RATES-EXIT
019230     END-IF
019240     IF WS-SMP-GIVEN-YES
019250             AND (WS-AGG-MODE-YES OR WS-CP-INTERVAL > 0
019260             OR WS-RESTART-FOUND-YES OR WS-PARALLEL-MAX > 0)
019270         DISPLAY "RECON: SAMPLE EXCLUDES AGGREGATE, CHECKPOINT"
019280             " AND PARALLEL RUNNING"
019290         MOVE 16 TO RETURN-CODE
019300         GOBACK
019310     END-IF
019320     IF WS-KEYDEF-GIVEN-YES
019330             AND (WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
019340             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
019350             OR WS-RESTART-FOUND-YES)
019360         DISPLAY "RECON: KEY CARDS EXCLUDE LOOKUP, KSDS AND"
019370             " CHECKPOINT RUNNING"
019380         MOVE 16 TO RETURN-CODE
019390         GOBACK
019400     END-IF
019410     IF (WS-PRESORT-A-YES OR WS-PRESORT-B-YES)
019420             AND (WS-KEYDEF-GIVEN-YES
019430             OR (WS-PRESORT-A-YES AND WS-INPUT-A-KSDS-YES)
019440             OR (WS-PRESORT-B-YES AND WS-INPUT-B-KSDS-YES))
019450         DISPLAY "RECON: PRESORT EXCLUDES KEY CARDS AND KSDS"
019460             " INPUT ON THE SORTED SIDE"
019470         MOVE 16 TO RETURN-CODE
019480         GOBACK
019490     END-IF
019500     IF WS-XREF-ACTIVE-YES
019510             AND (WS-KEYDEF-GIVEN-YES OR WS-INPUT-A-KSDS-YES
019520             OR WS-AGG-MODE-YES)
019530         DISPLAY "RECON: XREF EXCLUDES KEY CARDS, KSDS INPUT A"
019540             " AND AGGREGATE RUNNING"
019550         MOVE 16 TO RETURN-CODE
019560         GOBACK
019570     END-IF
019580     IF WS-CYCLE-FREQ NOT = SPACES
019590         PERFORM 1405-LOAD-HOLIDAYS
019600             THRU 1405-LOAD-HOLIDAYS-EXIT
019610     END-IF
019620     IF WS-MODE-LOOKUP-YES AND WS-INPUT-B-KSDS-NO
019630         DISPLAY "RECON: MODE LOOKUP NEEDS INPUT B KSDS"
019640         MOVE 16 TO RETURN-CODE
019650         GOBACK
019660     END-IF
019670     IF WS-MODE-LOOKUP-YES AND WS-AMT-DEFINED-YES
019680         DISPLAY "RECON: AMOUNT BALANCING NEEDS THE FULL"
019690             " MERGE - NOT MODE LOOKUP"
019700         MOVE 16 TO RETURN-CODE
019710         GOBACK
019720     END-IF
019730     OPEN OUTPUT PRINT-FILE
019740     IF NOT WS-FILE-STATUS-PRINT-OK
019750         DISPLAY "RECON: OPEN FAILED FOR PRTFILE - FILE STATUS "
019760             WS-FILE-STATUS-PRINT
019770         MOVE 16 TO RETURN-CODE
019780         GOBACK
019790     END-IF
019800     OPEN OUTPUT DETAIL-FILE
019810     IF NOT WS-FILE-STATUS-DETAIL-OK
019820         DISPLAY "RECON: OPEN FAILED FOR EXCPRT - FILE STATUS "
019830             WS-FILE-STATUS-DETAIL
019840         MOVE 16 TO RETURN-CODE
019850         GOBACK
019860     END-IF
019870     IF WS-RESTART-FOUND-YES
019880         PERFORM 1270-SCAN-EXTRACT-HIGH-KEY
019890             THRU 1270-SCAN-EXTRACT-HIGH-KEY-EXIT
019900         OPEN EXTEND EXTRACT-FILE
019910     ELSE
019920         OPEN OUTPUT EXTRACT-FILE
019930     END-IF
019940     IF NOT WS-FILE-STATUS-EXTRACT-OK
019950         DISPLAY "RECON: OPEN FAILED FOR EXTFILE - FILE STATUS "
019960             WS-FILE-STATUS-EXTRACT
019970         MOVE 16 TO RETURN-CODE
019980         GOBACK
019990     END-IF
020000     IF WS-FIELD-COUNT > 0
020010         OPEN OUTPUT FIELD-FILE
020020         IF NOT WS-FILE-STATUS-FLD-OK
020030             DISPLAY "RECON: OPEN FAILED FOR FLDFILE - STATUS "
020040                 WS-FILE-STATUS-FLD
020050             MOVE 16 TO RETURN-CODE
020060             GOBACK
020070         END-IF
020080     END-IF
020090     IF WS-CLEAR-EXTRACT-YES
020100*        ON A RESTART THE CLEAR EXTRACT EXTENDS LIKE EXTFILE -
020110*        AN OPEN OUTPUT WOULD TRUNCATE THE FAILED RUN'S
020120*        ENTRIES WHILE 3500 SUPPRESSES THEIR REWRITES.
020130         IF WS-RESTART-FOUND-YES
020140             OPEN EXTEND CLEAREXT-FILE
020150             IF WS-FILE-STATUS-CLX-NOTFND
020160                 OPEN OUTPUT CLEAREXT-FILE
020170             END-IF
020180         ELSE
020190             OPEN OUTPUT CLEAREXT-FILE
020200         END-IF
020210         IF NOT WS-FILE-STATUS-CLX-OK
020220             DISPLAY "RECON: OPEN FAILED FOR EXTCLEAR - STATUS "
020230                 WS-FILE-STATUS-CLX
020240             MOVE 16 TO RETURN-CODE
020250             GOBACK
020260         END-IF
020270     END-IF
020280     IF WS-SMP-GIVEN-YES
020290         OPEN OUTPUT SAMPLE-FILE
020300         IF NOT WS-FILE-STATUS-SMP-OK
020310             DISPLAY "RECON: OPEN FAILED FOR SMPFILE - STATUS "
020320                 WS-FILE-STATUS-SMP
020330             MOVE 16 TO RETURN-CODE
020340             GOBACK
020350         END-IF
020360         OPEN OUTPUT SMPRPT-FILE
020370         IF NOT WS-FILE-STATUS-SRP-OK
020380             DISPLAY "RECON: OPEN FAILED FOR SMPRPT - STATUS "
020390                 WS-FILE-STATUS-SRP
020400             MOVE 16 TO RETURN-CODE
020410             GOBACK
020420         END-IF
020430     END-IF
020440     MOVE WS-COMPARE-MASK TO WS-GLOBAL-MASK
020450     MOVE WS-TOL-COUNT TO WS-GLOBAL-TOL-COUNT
020460     MOVE WS-TOL-PCT TO WS-GLOBAL-TOL-PCT
020470     MOVE WS-TOL-COUNT-GIVEN-SW TO WS-GLOBAL-TOL-COUNT-SW
020480     MOVE WS-TOL-PCT-GIVEN-SW TO WS-GLOBAL-TOL-PCT-SW
020490     OPEN INPUT PAIRLIST-FILE
020500     IF WS-FILE-STATUS-PAIR-NOTFND
020510         IF WS-PARALLEL-MAX > 0 AND WS-PART-COUNT = 0
020520             DISPLAY "RECON: PARALLEL NEEDS A PAIRLIST DATASET"
020530                 " OR A PARTITION CARD"
020540             MOVE 16 TO RETURN-CODE
020550             GOBACK
020560         END-IF
020570         IF WS-CYCLE-FREQ NOT = SPACES
020580             MOVE SPACES TO WS-ACTIVE-CAL-ID
020590             PERFORM 1400-VALIDATE-CYCLE-DATE
020600                 THRU 1400-VALIDATE-CYCLE-DATE-EXIT
020610         END-IF
020620*        A PARTITIONED PAIR'S INPUTS ARE OPENED BY EACH RANGE'S
020630*        OWN ENGINE, NEVER BY THE DRIVER'S MERGE.
020640         IF WS-PART-COUNT > 0
020650             GO TO 1000-INITIALIZE-EXIT
020660         END-IF
020670         IF WS-XREF-ACTIVE-YES
020680             PERFORM 1850-XREF-SORT-FILEA
020690                 THRU 1850-XREF-SORT-FILEA-EXIT
020700         ELSE
020710             IF WS-PRESORT-A-YES
020720                 PERFORM 1600-PRESORT-FILEA
020730                     THRU 1600-PRESORT-FILEA-EXIT
020740             END-IF
020750         END-IF
020760         IF WS-PRESORT-B-YES
020770             PERFORM 1650-PRESORT-FILEB
020780                 THRU 1650-PRESORT-FILEB-EXIT
020790         END-IF
020800         PERFORM 1300-OPEN-INPUTS THRU 1300-OPEN-INPUTS-EXIT
020810         GO TO 1000-INITIALIZE-EXIT
020820     END-IF
020830     IF NOT WS-FILE-STATUS-PAIR-OK
020840         DISPLAY "RECON: OPEN FAILED FOR PAIRLIST - STATUS "
020850             WS-FILE-STATUS-PAIR
020860         MOVE 16 TO RETURN-CODE
020870         GOBACK
020880     END-IF
020890     SET WS-PAIRLIST-MODE-YES TO TRUE
020900     IF WS-PART-COUNT > 0
020910         DISPLAY "RECON: PARTITION SPLITS A SINGLE PAIR - NOT"
020920             " PAIRLIST MODE"
020930         MOVE 16 TO RETURN-CODE
020940         GOBACK
020950     END-IF
020960     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
020970             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
020980             OR WS-RESTART-FOUND-YES
020990             OR WS-PRESORT-A-YES OR WS-PRESORT-B-YES
021000             OR WS-XREF-ACTIVE-YES OR WS-RT-GIVEN-YES
021010             OR WS-CUR-GIVEN-YES
021020         DISPLAY "RECON: PAIRLIST MODE EXCLUDES LOOKUP, KSDS,"
021030             " PRESORT, XREF, RECTYPE, CURRENCY AND CHECKPOINT"
021040             " RUNNING"
021050         MOVE 16 TO RETURN-CODE
021060         GOBACK
021070     END-IF
021080     IF WS-PARALLEL-MAX > 0 AND WS-PROGRESS-INTERVAL > 0
021090         DISPLAY "RECON: PARALLEL EXCLUDES PROGRESS RUNNING"
021100         MOVE 16 TO RETURN-CODE
021110         GOBACK
021120     END-IF
021130     OPEN EXTEND PAIRHIST-FILE
021140     IF WS-FILE-STATUS-PHS-NOTFND
021150         OPEN OUTPUT PAIRHIST-FILE
021160     END-IF
021170     IF NOT WS-FILE-STATUS-PHS-OK
021180         DISPLAY "RECON: OPEN FAILED FOR PAIRHIST - STATUS "
021190             WS-FILE-STATUS-PHS
021200         MOVE 16 TO RETURN-CODE
021210         GOBACK
021220     END-IF
021230     OPEN OUTPUT PAIRRSLT-FILE
021240     IF NOT WS-FILE-STATUS-PRS-OK
021250         DISPLAY "RECON: OPEN FAILED FOR PAIRRSLT - STATUS "
021260             WS-FILE-STATUS-PRS
021270         MOVE 16 TO RETURN-CODE
021280         GOBACK
021290     END-IF
021300     .
021310 1000-INITIALIZE-EXIT.
021320     EXIT.
021330*----------------------------------------------------------------*
021340* 1300 - OPEN THE PAIR OF INPUT FILES IN HAND AND PRIME THE
021350* READ-AHEADS.  IN PAIRLIST MODE THIS RUNS ONCE PER PAIR WITH
021360* THE DYNAMIC FILE NAMES ALREADY SET; IN SINGLE-PAIR MODE IT
021370* RUNS ONCE WITH THE DEFAULT FILEA/FILEB NAMES.
021380*----------------------------------------------------------------*
021390 1300-OPEN-INPUTS.
021400     IF WS-INPUT-A-KSDS-YES
021410         OPEN INPUT FILEAK-FILE
021420         IF NOT WS-FILE-STATUS-AK-OK
021430             DISPLAY "RECON: OPEN FAILED FOR FILEAK - STATUS "
021440                 WS-FILE-STATUS-AK
021450             MOVE 16 TO RETURN-CODE
021460             GOBACK
021470         END-IF
021480     ELSE
021490         OPEN INPUT FILEA-FILE
021500         IF NOT WS-FILE-STATUS-A-OK
021510             DISPLAY "RECON: OPEN FAILED FOR FILEA - FILE STATUS "
021520                 WS-FILE-STATUS-A
021530             MOVE 16 TO RETURN-CODE
021540             GOBACK
021550         END-IF
021560     END-IF
021570     IF WS-INPUT-B-KSDS-YES
021580         OPEN INPUT FILEBK-FILE
021590         IF NOT WS-FILE-STATUS-BK-OK
021600             DISPLAY "RECON: OPEN FAILED FOR FILEBK - STATUS "
021610                 WS-FILE-STATUS-BK
021620             MOVE 16 TO RETURN-CODE
021630             GOBACK
021640         END-IF
021650     ELSE
021660         OPEN INPUT FILEB-FILE
021670         IF NOT WS-FILE-STATUS-B-OK
021680             DISPLAY "RECON: OPEN FAILED FOR FILEB - FILE STATUS "
021690                 WS-FILE-STATUS-B
021700             MOVE 16 TO RETURN-CODE
021710             GOBACK
021720         END-IF
021730     END-IF
021740     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
021750     IF WS-MODE-LOOKUP-YES
021760         SET WS-EOF-B-YES TO TRUE
021770     ELSE
021780         PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
021790     END-IF
021800     IF WS-RESTART-FOUND-YES
021810         PERFORM 1250-REPOSITION-FILES
021820             THRU 1250-REPOSITION-FILES-EXIT
021830     END-IF
021840     .
021850 1300-OPEN-INPUTS-EXIT.
021860     EXIT.
021870*----------------------------------------------------------------*
021880* 1100 - READ THE SYSIN COMPARE CARDS AND BUILD THE BYTE MASK
021890* OVER THE DATA PORTION.  A MISSING SYSIN DATASET IS NOT AN
021900* ERROR - THE MASK STAYS ALL "Y" AND EVERY BYTE IS COMPARED,
021910* WHICH IS WHAT EVERY RUN DID BEFORE CARDS EXISTED.  A CARD
021920* THAT CANNOT BE PARSED IS FATAL - BETTER TO STOP THE RUN THAN
021930* TO RECONCILE WITH RULES OTHER THAN THE ONES ASKED FOR.
021940*----------------------------------------------------------------*
021950 1100-READ-PARM-CARDS.
021960     OPEN INPUT PARM-FILE
021970     IF WS-FILE-STATUS-PARM-NOTFND
021980         SET WS-PARM-EOF-YES TO TRUE
021990         GO TO 1100-READ-PARM-CARDS-EXIT
022000     END-IF
022010     IF NOT WS-FILE-STATUS-PARM-OK
022020         DISPLAY "RECON: OPEN FAILED FOR SYSIN - FILE STATUS "
022030             WS-FILE-STATUS-PARM
022040         MOVE 16 TO RETURN-CODE
022050         GOBACK
022060     END-IF
022070     PERFORM 1110-READ-PARM-CARD
022080         THRU 1110-READ-PARM-CARD-EXIT
022090         UNTIL WS-PARM-EOF-YES
022100     CLOSE PARM-FILE
022110     .
022120 1100-READ-PARM-CARDS-EXIT.
022130     EXIT.
022140 1110-READ-PARM-CARD.
022150     READ PARM-FILE INTO WS-PARM-CARD
022160         AT END
022170             SET WS-PARM-EOF-YES TO TRUE
022180             GO TO 1110-READ-PARM-CARD-EXIT
022190     END-READ
022200     IF NOT WS-FILE-STATUS-PARM-OK
022210         DISPLAY "RECON: READ FAILED FOR SYSIN - FILE STATUS "
022220             WS-FILE-STATUS-PARM
022230         MOVE 16 TO RETURN-CODE
022240         GOBACK
022250     END-IF
022260     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
022270         GO TO 1110-READ-PARM-CARD-EXIT
022280     END-IF
022290     MOVE SPACES TO WS-CARD-FIELDS
022300     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
022310         INTO WS-CARD-VERB WS-CARD-OPERAND-1
022320             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
022330             WS-CARD-OPERAND-4
022340     END-UNSTRING
022350     EVALUATE WS-CARD-VERB
022360         WHEN "INPUT"
022370             PERFORM 1160-APPLY-INPUT-CARD
022380                 THRU 1160-APPLY-INPUT-CARD-EXIT
022390         WHEN "CYCLE"
022400             PERFORM 1195-APPLY-CYCLE-CARD
022410                 THRU 1195-APPLY-CYCLE-CARD-EXIT
022420         WHEN "AMOUNT"
022430             PERFORM 1190-APPLY-AMOUNT-CARD
022440                 THRU 1190-APPLY-AMOUNT-CARD-EXIT
022450         WHEN "FIELD"
022460             PERFORM 1180-APPLY-FIELD-CARD
022470                 THRU 1180-APPLY-FIELD-CARD-EXIT
022480         WHEN "PRESORT"
022490             PERFORM 1185-APPLY-PRESORT-CARD
022500                 THRU 1185-APPLY-PRESORT-CARD-EXIT
022510         WHEN "PARALLEL"
022520             PERFORM 1187-APPLY-PARALLEL-CARD
022530                 THRU 1187-APPLY-PARALLEL-CARD-EXIT
022540         WHEN "PARTITION"
022550             PERFORM 1186-APPLY-PARTITION-CARD
022560                 THRU 1186-APPLY-PARTITION-CARD-EXIT
022570         WHEN "PARTKEY"
022580             PERFORM 1184-APPLY-PARTKEY-CARD
022590                 THRU 1184-APPLY-PARTKEY-CARD-EXIT
022600         WHEN "MODE"
022610             PERFORM 1170-APPLY-MODE-CARD
022620                 THRU 1170-APPLY-MODE-CARD-EXIT
022630         WHEN "KEY"
022640             PERFORM 1165-APPLY-KEY-CARD
022650                 THRU 1165-APPLY-KEY-CARD-EXIT
022660         WHEN "CHECKPOINT"
022670             PERFORM 1150-APPLY-CHECKPOINT-CARD
022680                 THRU 1150-APPLY-CHECKPOINT-CARD-EXIT
022690         WHEN "TOLERANCE"
022700             PERFORM 1140-APPLY-TOLERANCE-CARD
022710                 THRU 1140-APPLY-TOLERANCE-CARD-EXIT
022720         WHEN "COMPARE"
022730             PERFORM 1120-APPLY-COMPARE-CARD
022740                 THRU 1120-APPLY-COMPARE-CARD-EXIT
022750         WHEN "MASKFIELD"
022760             PERFORM 1135-APPLY-MASKFIELD-CARD
022770                 THRU 1135-APPLY-MASKFIELD-CARD-EXIT
022780         WHEN "CLEAREXTRACT"
022790             SET WS-CLEAR-EXTRACT-YES TO TRUE
022800         WHEN "FORCE"
022810             SET WS-FORCE-YES TO TRUE
022820             MOVE WS-CARD-OPERAND-1 TO WS-FORCE-USER
022830         WHEN "PROGRESS"
022840             PERFORM 1188-APPLY-PROGRESS-CARD
022850                 THRU 1188-APPLY-PROGRESS-CARD-EXIT
022860         WHEN "RECLEN"
022870             PERFORM 1175-APPLY-RECLEN-CARD
022880                 THRU 1175-APPLY-RECLEN-CARD-EXIT
022890         WHEN "AGGREGATE"
022900             PERFORM 1167-APPLY-AGGREGATE-CARD
022910                 THRU 1167-APPLY-AGGREGATE-CARD-EXIT
022920         WHEN "RECTYPE"
022930             PERFORM 1177-APPLY-RECTYPE-CARD
022940                 THRU 1177-APPLY-RECTYPE-CARD-EXIT
022950         WHEN "CURRENCY"
022960             PERFORM 1196-APPLY-CURRENCY-CARD
022970                 THRU 1196-APPLY-CURRENCY-CARD-EXIT
022980         WHEN "DICTIONARY"
022990             PERFORM 1197-APPLY-DICTIONARY-CARD
023000                 THRU 1197-APPLY-DICTIONARY-CARD-EXIT
023010         WHEN "SAMPLE"
023020             PERFORM 1189-APPLY-SAMPLE-CARD
023030                 THRU 1189-APPLY-SAMPLE-CARD-EXIT
023040         WHEN OTHER
023050             DISPLAY "RECON: UNRECOGNIZED PARM CARD - "
023060                 WS-PARM-CARD
023070             MOVE 16 TO RETURN-CODE
023080             GOBACK
023090     END-EVALUATE
023100     .
023110 1110-READ-PARM-CARD-EXIT.
023120     EXIT.
023130 1120-APPLY-COMPARE-CARD.
023140     MOVE SPACES TO WS-CARD-RANGE
023150     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
023160         INTO WS-CARD-FROM-X WS-CARD-TO-X
023170     END-UNSTRING
023180     PERFORM 1125-PARSE-CARD-RANGE
023190         THRU 1125-PARSE-CARD-RANGE-EXIT
023200     IF WS-RANGE-VALID-NO
023210         DISPLAY "RECON: BAD COMPARE RANGE - " WS-CARD-OPERAND-2
023220         MOVE 16 TO RETURN-CODE
023230         GOBACK
023240     END-IF
023250     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
023260             OR WS-CARD-FROM > WS-CARD-TO
023270         DISPLAY "RECON: COMPARE RANGE OUT OF BOUNDS - "
023280             WS-CARD-OPERAND-2
023290         MOVE 16 TO RETURN-CODE
023300         GOBACK
023310     END-IF
023320     EVALUATE WS-CARD-OPERAND-1
023330         WHEN "INCLUDE"
023340             IF WS-INCLUDE-SEEN-NO
023350                 MOVE ALL "N" TO WS-COMPARE-MASK
023360                 SET WS-INCLUDE-SEEN-YES TO TRUE
023370             END-IF
023380             MOVE "Y" TO WS-CARD-MASK-VALUE
023390         WHEN "EXCLUDE"
023400             MOVE "N" TO WS-CARD-MASK-VALUE
023410         WHEN OTHER
023420             DISPLAY "RECON: BAD COMPARE ACTION - "
023430                 WS-CARD-OPERAND-1
023440             MOVE 16 TO RETURN-CODE
023450             GOBACK
023460     END-EVALUATE
023470     PERFORM 1130-SET-MASK-BYTE
023480         THRU 1130-SET-MASK-BYTE-EXIT
023490         VARYING WS-CMP-IDX FROM WS-CARD-FROM BY 1
023500         UNTIL WS-CMP-IDX > WS-CARD-TO
023510     .
023520 1120-APPLY-COMPARE-CARD-EXIT.
023530     EXIT.
023540 1130-SET-MASK-BYTE.
023550     MOVE WS-CARD-MASK-VALUE
023560         TO WS-COMPARE-MASK-BYTE (WS-CMP-IDX)
023570     .
023580 1130-SET-MASK-BYTE-EXIT.
023590     EXIT.
023600*----------------------------------------------------------------*
023610* 1135 - ONE MASKFIELD CARD: A DATA-PORTION BYTE RANGE WHOSE
023620* CONTENT MUST NEVER SIT IN AN OPEN PRINT QUEUE.
023630*----------------------------------------------------------------*
023640 1135-APPLY-MASKFIELD-CARD.
023650     MOVE SPACES TO WS-CARD-RANGE
023660     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
023670         INTO WS-CARD-FROM-X WS-CARD-TO-X
023680     END-UNSTRING
023690     PERFORM 1125-PARSE-CARD-RANGE
023700         THRU 1125-PARSE-CARD-RANGE-EXIT
023710     IF WS-RANGE-VALID-NO
023720             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
023730             OR WS-CARD-FROM > WS-CARD-TO
023740         DISPLAY "RECON: BAD MASKFIELD RANGE - "
023750             WS-CARD-OPERAND-1
023760         MOVE 16 TO RETURN-CODE
023770         GOBACK
023780     END-IF
023790     IF WS-MASK-COUNT = WS-MASK-MAX
023800         DISPLAY "RECON: TOO MANY MASKFIELD CARDS"
023810         MOVE 16 TO RETURN-CODE
023820         GOBACK
023830     END-IF
023840     ADD 1 TO WS-MASK-COUNT
023850     MOVE WS-CARD-FROM TO WS-MASK-FROM (WS-MASK-COUNT)
023860     COMPUTE WS-MASK-LEN (WS-MASK-COUNT) =
023870         WS-CARD-TO - WS-CARD-FROM + 1
023880     MOVE WS-RT-SCOPE TO WS-MASK-RECTYPE (WS-MASK-COUNT)
023890     SET WS-MASK-GIVEN-YES TO TRUE
023900     .
023910 1135-APPLY-MASKFIELD-CARD-EXIT.
023920     EXIT.
023930*----------------------------------------------------------------*
023940* 1125 - PARSE ONE FF-TT CARD RANGE.  COLUMNS MAY BE ONE TO
023950* THREE DIGITS, SO THE OLD TWO-DIGIT CARDS KEEP WORKING WHILE
023960* WIDE-RECORD RANGES REACH 500.  THE CALLER CHECKS ITS OWN
023970* BOUNDS; THIS ONLY PROVES THE DIGITS.
023980*----------------------------------------------------------------*
023990 1125-PARSE-CARD-RANGE.
024000     SET WS-RANGE-VALID-YES TO TRUE
024010     MOVE WS-CARD-FROM-X TO WS-RNG-PART
024020     PERFORM 1128-PARSE-RANGE-PART
024030         THRU 1128-PARSE-RANGE-PART-EXIT
024040     MOVE WS-RNG-VALUE TO WS-CARD-FROM
024050     MOVE WS-CARD-TO-X TO WS-RNG-PART
024060     PERFORM 1128-PARSE-RANGE-PART
024070         THRU 1128-PARSE-RANGE-PART-EXIT
024080     MOVE WS-RNG-VALUE TO WS-CARD-TO
024090     .
024100 1125-PARSE-CARD-RANGE-EXIT.
024110     EXIT.
024120 1128-PARSE-RANGE-PART.
024130     MOVE ZERO TO WS-RNG-VALUE
024140     MOVE ZERO TO WS-RNG-DIGITS
024150     PERFORM 1129-PARSE-ONE-DIGIT
024160         THRU 1129-PARSE-ONE-DIGIT-EXIT
024170         VARYING WS-RNG-IDX FROM 1 BY 1
024180         UNTIL WS-RNG-IDX > 3
024190     IF WS-RNG-DIGITS = 0
024200         SET WS-RANGE-VALID-NO TO TRUE
024210     END-IF
024220     .
024230 1128-PARSE-RANGE-PART-EXIT.
024240     EXIT.
024250 1129-PARSE-ONE-DIGIT.
024260     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
024270     EVALUATE TRUE
024280         WHEN WS-RNG-DIGIT-X = SPACE
024290             CONTINUE
024300         WHEN WS-RNG-DIGIT-X NUMERIC
024310             COMPUTE WS-RNG-VALUE =
024320                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
024330             ADD 1 TO WS-RNG-DIGITS
024340         WHEN OTHER
024350             SET WS-RANGE-VALID-NO TO TRUE
024360     END-EVALUATE
024370     .
024380 1129-PARSE-ONE-DIGIT-EXIT.
024390     EXIT.
024400*----------------------------------------------------------------*
024410* 1175 - RECLEN CARD: THE DECLARED DATA-PORTION LENGTH, 1 TO
024420* 500 (DEFAULT 20, THE CLASSIC SHAPE).  IT MUST PRECEDE ANY
024430* CARD THAT NAMES BYTE RANGES - THOSE ARE PROVED AGAINST THE
024440* LENGTH IN FORCE WHEN THEY ARE READ.
024450*----------------------------------------------------------------*
024460 1175-APPLY-RECLEN-CARD.
024470     SET WS-RANGE-VALID-YES TO TRUE
024480     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
024490     PERFORM 1128-PARSE-RANGE-PART
024500         THRU 1128-PARSE-RANGE-PART-EXIT
024510     IF WS-RANGE-VALID-NO
024520             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
024530         DISPLAY "RECON: BAD RECLEN - " WS-CARD-OPERAND-1
024540         MOVE 16 TO RETURN-CODE
024550         GOBACK
024560     END-IF
024570     MOVE WS-RNG-VALUE TO WS-REC-LEN
024580     .
024590 1175-APPLY-RECLEN-CARD-EXIT.
024600     EXIT.
024610 1140-APPLY-TOLERANCE-CARD.
024620     EVALUATE WS-CARD-OPERAND-1
024630         WHEN "COUNT"
024640             MOVE WS-CARD-OPERAND-2 TO WS-CARD-VALUE-X
024650             IF WS-CARD-VALUE NOT NUMERIC
024660                 DISPLAY "RECON: BAD TOLERANCE COUNT - "
024670                     WS-CARD-OPERAND-2
024680                 MOVE 16 TO RETURN-CODE
024690                 GOBACK
024700             END-IF
024710             MOVE WS-CARD-VALUE TO WS-TOL-COUNT
024720             SET WS-TOL-COUNT-GIVEN-YES TO TRUE
024730         WHEN "PERCENT"
024740             MOVE WS-CARD-OPERAND-2 TO WS-CARD-PCT-X
024750             IF WS-CARD-PCT NOT NUMERIC
024760                 DISPLAY "RECON: BAD TOLERANCE PERCENT - "
024770                     WS-CARD-OPERAND-2
024780                 MOVE 16 TO RETURN-CODE
024790                 GOBACK
024800             END-IF
024810             MOVE WS-CARD-PCT TO WS-TOL-PCT
024820             SET WS-TOL-PCT-GIVEN-YES TO TRUE
024830         WHEN OTHER
024840             DISPLAY "RECON: BAD TOLERANCE TYPE - "
024850                 WS-CARD-OPERAND-1
024860             MOVE 16 TO RETURN-CODE
024870             GOBACK
024880     END-EVALUATE
024890     .
024900 1140-APPLY-TOLERANCE-CARD-EXIT.
024910     EXIT.
024920 1150-APPLY-CHECKPOINT-CARD.
024930     MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
024940     IF WS-CARD-VALUE NOT NUMERIC
024950         DISPLAY "RECON: BAD CHECKPOINT INTERVAL - "
024960             WS-CARD-OPERAND-1
024970         MOVE 16 TO RETURN-CODE
024980         GOBACK
024990     END-IF
025000     MOVE WS-CARD-VALUE TO WS-CP-INTERVAL
025010     .
025020 1150-APPLY-CHECKPOINT-CARD-EXIT.
025030     EXIT.
025040 1160-APPLY-INPUT-CARD.
025050     IF WS-CARD-OPERAND-2 NOT = "KSDS"
025060         DISPLAY "RECON: BAD INPUT ORGANIZATION - "
025070             WS-CARD-OPERAND-2
025080         MOVE 16 TO RETURN-CODE
025090         GOBACK
025100     END-IF
025110     EVALUATE WS-CARD-OPERAND-1
025120         WHEN "A"
025130             SET WS-INPUT-A-KSDS-YES TO TRUE
025140         WHEN "B"
025150             SET WS-INPUT-B-KSDS-YES TO TRUE
025160         WHEN OTHER
025170             DISPLAY "RECON: BAD INPUT FILE - " WS-CARD-OPERAND-1
025180             MOVE 16 TO RETURN-CODE
025190             GOBACK
025200     END-EVALUATE
025210     .
025220 1160-APPLY-INPUT-CARD-EXIT.
025230     EXIT.
025240*----------------------------------------------------------------*
025250* 1165 - ONE KEY CARD INTO THE COMPOSITE-KEY TABLE.  RANGES ARE
025260* OVER THE WHOLE 35-BYTE RECORD AND ARE TAKEN MAJOR-TO-MINOR
025270* IN CARD ORDER; THE PARTS TOGETHER MAY NOT EXCEED THE 32-BYTE
025280* COMPARE KEY.
025290*----------------------------------------------------------------*
025300 1165-APPLY-KEY-CARD.
025310     MOVE SPACES TO WS-CARD-RANGE
025320     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
025330         INTO WS-CARD-FROM-X WS-CARD-TO-X
025340     END-UNSTRING
025350     PERFORM 1125-PARSE-CARD-RANGE
025360         THRU 1125-PARSE-CARD-RANGE-EXIT
025370     IF WS-RANGE-VALID-NO
025380         DISPLAY "RECON: BAD KEY RANGE - " WS-CARD-OPERAND-1
025390         MOVE 16 TO RETURN-CODE
025400         GOBACK
025410     END-IF
025420     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN + 10
025430             OR WS-CARD-FROM > WS-CARD-TO
025440         DISPLAY "RECON: KEY RANGE OUT OF BOUNDS - "
025450             WS-CARD-OPERAND-1
025460         MOVE 16 TO RETURN-CODE
025470         GOBACK
025480     END-IF
025490     IF WS-KEYDEF-COUNT = WS-KEYDEF-MAX
025500         DISPLAY "RECON: TOO MANY KEY CARDS"
025510         MOVE 16 TO RETURN-CODE
025520         GOBACK
025530     END-IF
025540     ADD 1 TO WS-KEYDEF-COUNT
025550     MOVE WS-CARD-FROM TO WS-KD-FROM (WS-KEYDEF-COUNT)
025560     COMPUTE WS-KD-LEN (WS-KEYDEF-COUNT) =
025570         WS-CARD-TO - WS-CARD-FROM + 1
025580     ADD WS-KD-LEN (WS-KEYDEF-COUNT) TO WS-KEYDEF-LEN
025590     IF WS-KEYDEF-LEN > 32
025600         DISPLAY "RECON: COMPOSITE KEY OVER 32 BYTES"
025610         MOVE 16 TO RETURN-CODE
025620         GOBACK
025630     END-IF
025640     SET WS-KEYDEF-GIVEN-YES TO TRUE
025650     .
025660 1165-APPLY-KEY-CARD-EXIT.
025670     EXIT.
025680*----------------------------------------------------------------*
025690* 1167 - AGGREGATE CARD: THE GROUP-KEY RANGE OF THE FILE A
025700* DETAIL RECORD, OVER THE WHOLE RECORD LIKE A KEY CARD.  ONE
025710* CARD ONLY.
025720*----------------------------------------------------------------*
025730 1167-APPLY-AGGREGATE-CARD.
025740     IF WS-AGG-MODE-YES
025750         DISPLAY "RECON: ONLY ONE AGGREGATE CARD ALLOWED"
025760         MOVE 16 TO RETURN-CODE
025770         GOBACK
025780     END-IF
025790     MOVE SPACES TO WS-CARD-RANGE
025800     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
025810         INTO WS-CARD-FROM-X WS-CARD-TO-X
025820     END-UNSTRING
025830     PERFORM 1125-PARSE-CARD-RANGE
025840         THRU 1125-PARSE-CARD-RANGE-EXIT
025850     IF WS-RANGE-VALID-NO
025860         DISPLAY "RECON: BAD AGGREGATE RANGE - " WS-CARD-OPERAND-1
025870         MOVE 16 TO RETURN-CODE
025880         GOBACK
025890     END-IF
025900     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN + 10
025910             OR WS-CARD-FROM > WS-CARD-TO
025920             OR WS-CARD-TO - WS-CARD-FROM + 1 > 32
025930         DISPLAY "RECON: AGGREGATE RANGE OUT OF BOUNDS - "
025940             WS-CARD-OPERAND-1
025950         MOVE 16 TO RETURN-CODE
025960         GOBACK
025970     END-IF
025980     MOVE WS-CARD-FROM TO WS-AGG-FROM
025990     COMPUTE WS-AGG-LEN = WS-CARD-TO - WS-CARD-FROM + 1
026000     SET WS-AGG-MODE-YES TO TRUE
026010     .
026020 1167-APPLY-AGGREGATE-CARD-EXIT.
026030     EXIT.
026040*----------------------------------------------------------------*
026050* 1168 - AGGREGATE MODE NEEDS AN AMOUNT TO TOTAL AND A FULL
026060* SEQUENTIAL MERGE, AND ITS GROUP KEY MUST LINE UP WITH THE
026070* FILE B SUMMARY KEY BYTE FOR BYTE.
026080*----------------------------------------------------------------*
026090 1168-CHECK-AGGREGATE-RULES.
026100     IF WS-AMT-DEFINED-NO
026110         DISPLAY "RECON: AGGREGATE NEEDS AN AMOUNT CARD"
026120         MOVE 16 TO RETURN-CODE
026130         GOBACK
026140     END-IF
026150     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
026160             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
026170             OR WS-RESTART-FOUND-YES OR WS-PARALLEL-MAX > 0
026180         DISPLAY "RECON: AGGREGATE EXCLUDES LOOKUP, KSDS,"
026190             " CHECKPOINT AND PARALLEL RUNNING"
026200         MOVE 16 TO RETURN-CODE
026210         GOBACK
026220     END-IF
026230     IF WS-AGG-LEN NOT = WS-KEYDEF-LEN
026240         DISPLAY "RECON: AGGREGATE GROUP KEY AND SUMMARY KEY"
026250             " DIFFER IN LENGTH"
026260         MOVE 16 TO RETURN-CODE
026270         GOBACK
026280     END-IF
026290     .
026300 1168-CHECK-AGGREGATE-RULES-EXIT.
026310     EXIT.
026320*----------------------------------------------------------------*
026330* 1177 - RECTYPE CARD.  "RECTYPE AT FF-TT" NAMES THE TYPE BYTES
026340* (DATA-PORTION POSITIONS LIKE A FIELD CARD, ONE TO FOUR BYTES,
026350* ONE CARD ONLY).  "RECTYPE FOR XXXX" SCOPES THE FIELD, AMOUNT
026360* AND MASKFIELD CARDS THAT FOLLOW TO RECORD TYPE XXXX;
026370* "RECTYPE FOR ALL" ENDS THE SCOPE.
026380*----------------------------------------------------------------*
026390 1177-APPLY-RECTYPE-CARD.
026400     EVALUATE WS-CARD-OPERAND-1
026410         WHEN "AT"
026420             IF WS-RT-GIVEN-YES
026430                 DISPLAY "RECON: ONLY ONE RECTYPE AT CARD ALLOWED"
026440                 MOVE 16 TO RETURN-CODE
026450                 GOBACK
026460             END-IF
026470             MOVE SPACES TO WS-CARD-RANGE
026480             UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
026490                 INTO WS-CARD-FROM-X WS-CARD-TO-X
026500             END-UNSTRING
026510             PERFORM 1125-PARSE-CARD-RANGE
026520                 THRU 1125-PARSE-CARD-RANGE-EXIT
026530             IF WS-RANGE-VALID-NO
026540                     OR WS-CARD-FROM < 1
026550                     OR WS-CARD-TO > WS-REC-LEN
026560                     OR WS-CARD-FROM > WS-CARD-TO
026570                     OR WS-CARD-TO - WS-CARD-FROM + 1 > 4
026580                 DISPLAY "RECON: BAD RECTYPE RANGE - "
026590                     WS-CARD-OPERAND-2
026600                 MOVE 16 TO RETURN-CODE
026610                 GOBACK
026620             END-IF
026630             MOVE WS-CARD-FROM TO WS-RT-FROM
026640             COMPUTE WS-RT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
026650             SET WS-RT-GIVEN-YES TO TRUE
026660         WHEN "FOR"
026670             IF WS-RT-GIVEN-NO
026680                 DISPLAY "RECON: RECTYPE FOR NEEDS A RECTYPE AT"
026690                     " CARD BEFORE IT"
026700                 MOVE 16 TO RETURN-CODE
026710                 GOBACK
026720             END-IF
026730             IF WS-CARD-OPERAND-2 = "ALL"
026740                 MOVE SPACES TO WS-RT-SCOPE
026750                 GO TO 1177-APPLY-RECTYPE-CARD-EXIT
026760             END-IF
026770             IF WS-CARD-OPERAND-2 = SPACES
026780                     OR WS-CARD-OPERAND-2 (WS-RT-LEN + 1:)
026790                         NOT = SPACES
026800                 DISPLAY "RECON: BAD RECTYPE FOR VALUE - "
026810                     WS-CARD-OPERAND-2
026820                 MOVE 16 TO RETURN-CODE
026830                 GOBACK
026840             END-IF
026850             MOVE WS-CARD-OPERAND-2 TO WS-RT-SCOPE
026860         WHEN OTHER
026870             DISPLAY "RECON: BAD RECTYPE CARD - "
026880                 WS-CARD-OPERAND-1
026890             MOVE 16 TO RETURN-CODE
026900             GOBACK
026910     END-EVALUATE
026920     .
026930 1177-APPLY-RECTYPE-CARD-EXIT.
026940     EXIT.
026950*----------------------------------------------------------------*
026960* 1178 - THE TYPE RIDES ON THE COMPOSITE COMPARE KEY, SO IT
026970* SHARES THE KEY'S 32 BYTES AND EVERY RESTRICTION OF A DECLARED
026980* KEY; THE GROUP SWEEP OF AGGREGATE MODE HAS NO TYPE TO MATCH
026990* ON.
027000*----------------------------------------------------------------*
027010 1178-CHECK-RECTYPE-RULES.
027020     IF WS-KEYDEF-LEN + WS-RT-LEN > 32
027030         DISPLAY "RECON: COMPOSITE KEY PLUS RECORD TYPE OVER 32"
027040             " BYTES"
027050         MOVE 16 TO RETURN-CODE
027060         GOBACK
027070     END-IF
027080     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
027090             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
027100             OR WS-RESTART-FOUND-YES OR WS-AGG-MODE-YES
027110             OR WS-PRESORT-A-YES OR WS-PRESORT-B-YES
027120             OR WS-XREF-ACTIVE-YES OR WS-PARALLEL-MAX > 0
027130         DISPLAY "RECON: RECTYPE EXCLUDES LOOKUP, KSDS, PRESORT,"
027140             " XREF, AGGREGATE, CHECKPOINT AND PARALLEL RUNNING"
027150         MOVE 16 TO RETURN-CODE
027160         GOBACK
027170     END-IF
027180     .
027190 1178-CHECK-RECTYPE-RULES-EXIT.
027200     EXIT.
027210*----------------------------------------------------------------*
027220* 1179 - A PARTITIONED PAIR RUNS ON THE RECONPAIR ENGINE, SO IT
027230* TAKES THE SAME RULES AS PARALLEL PAIRLIST RUNNING, AND ITS
027240* BOUNDARY CARDS MUST NUMBER ONE FEWER THAN ITS RANGES.
027250*----------------------------------------------------------------*
027260 1179-CHECK-PARTITION-RULES.
027270     IF WS-PART-COUNT = 0
027280         DISPLAY "RECON: PARTKEY CARDS NEED A PARTITION CARD"
027290         MOVE 16 TO RETURN-CODE
027300         GOBACK
027310     END-IF
027320     IF WS-PART-KEY-COUNT > 0
027330             AND WS-PART-KEY-COUNT NOT = WS-PART-COUNT - 1
027340         MOVE WS-PART-COUNT TO WS-SLOT-EDIT
027350         DISPLAY "RECON: PARTITION " WS-SLOT-EDIT
027360             " NEEDS ONE PARTKEY CARD FEWER THAN ITS RANGES"
027370         MOVE 16 TO RETURN-CODE
027380         GOBACK
027390     END-IF
027400     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
027410             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
027420             OR WS-RESTART-FOUND-YES OR WS-AGG-MODE-YES
027430             OR WS-PRESORT-A-YES OR WS-PRESORT-B-YES
027440             OR WS-XREF-ACTIVE-YES OR WS-RT-GIVEN-YES
027450             OR WS-CUR-GIVEN-YES OR WS-BASE-TOL-COUNT > 0
027460             OR WS-SMP-GIVEN-YES OR WS-PROGRESS-INTERVAL > 0
027470         DISPLAY "RECON: PARTITION EXCLUDES LOOKUP, KSDS,"
027480             " PRESORT, XREF, RECTYPE, CURRENCY, AGGREGATE,"
027490             " SAMPLE,"
027500             " PROGRESS AND CHECKPOINT RUNNING"
027510         MOVE 16 TO RETURN-CODE
027520         GOBACK
027530     END-IF
027540     .
027550 1179-CHECK-PARTITION-RULES-EXIT.
027560     EXIT.
027570 1185-APPLY-PRESORT-CARD.
027580     EVALUATE WS-CARD-OPERAND-1
027590         WHEN "A"
027600             SET WS-PRESORT-A-YES TO TRUE
027610         WHEN "B"
027620             SET WS-PRESORT-B-YES TO TRUE
027630         WHEN OTHER
027640             DISPLAY "RECON: BAD PRESORT FILE - "
027650                 WS-CARD-OPERAND-1
027660             MOVE 16 TO RETURN-CODE
027670             GOBACK
027680     END-EVALUATE
027690     .
027700 1185-APPLY-PRESORT-CARD-EXIT.
027710     EXIT.
027720*----------------------------------------------------------------*
027730* 1186 - PARTITION CARD: HOW MANY KEY RANGES THE SINGLE PAIR IS
027740* SPLIT INTO, 02 TO 32, TWO ZERO-PADDED DIGITS LIKE PARALLEL'S.
027750* 1184 - PARTKEY CARD: ONE RANGE BOUNDARY - THE LOW COMPARE KEY
027760* OF THE NEXT RANGE, AT MOST TEN BYTES, WITH THE REST OF THE
027770* COMPOSITE KEY LOW-VALUES.  THE CARDS MUST ASCEND.
027780*----------------------------------------------------------------*
027790 1186-APPLY-PARTITION-CARD.
027800     MOVE WS-CARD-OPERAND-1 TO WS-CARD-PCT-X
027810     IF WS-CARD-OPERAND-1 (3:) NOT = SPACES
027820             OR WS-CARD-PCT NOT NUMERIC OR WS-CARD-PCT < 2
027830             OR WS-CARD-PCT > WS-PART-LIMIT
027840         DISPLAY "RECON: BAD PARTITION COUNT - "
027850             WS-CARD-OPERAND-1
027860         MOVE 16 TO RETURN-CODE
027870         GOBACK
027880     END-IF
027890     MOVE WS-CARD-PCT TO WS-PART-COUNT
027900     .
027910 1186-APPLY-PARTITION-CARD-EXIT.
027920     EXIT.
027930 1184-APPLY-PARTKEY-CARD.
027940     IF WS-CARD-OPERAND-1 = SPACES
027950         DISPLAY "RECON: PARTKEY CARD NEEDS A BOUNDARY KEY"
027960         MOVE 16 TO RETURN-CODE
027970         GOBACK
027980     END-IF
027990     IF WS-PART-KEY-COUNT + 1 >= WS-PART-LIMIT
028000         DISPLAY "RECON: TOO MANY PARTKEY CARDS"
028010         MOVE 16 TO RETURN-CODE
028020         GOBACK
028030     END-IF
028040     MOVE LOW-VALUES TO WS-PART-CARD-KEY
028050     MOVE WS-CARD-OPERAND-1 TO WS-PART-CARD-KEY (1:10)
028060     IF WS-PART-KEY-COUNT > 0
028070         IF WS-PART-CARD-KEY
028080                 NOT > WS-PART-LOW-KEY (WS-PART-KEY-COUNT + 1)
028090             DISPLAY "RECON: PARTKEY CARDS MUST ASCEND - "
028100                 WS-CARD-OPERAND-1
028110             MOVE 16 TO RETURN-CODE
028120             GOBACK
028130         END-IF
028140     END-IF
028150     ADD 1 TO WS-PART-KEY-COUNT
028160     MOVE WS-PART-CARD-KEY
028170         TO WS-PART-LOW-KEY (WS-PART-KEY-COUNT + 1)
028180     .
028190 1184-APPLY-PARTKEY-CARD-EXIT.
028200     EXIT.
028210*----------------------------------------------------------------*
028220* 1187 - PARALLEL CARD: HOW MANY PAIRS MAY RECONCILE AT ONCE
028230* IN PAIRLIST MODE, 01 TO 08 (THE SLOT TABLE'S DEPTH).  THE
028240* OPERAND IS TWO ZERO-PADDED DIGITS LIKE THE TOLERANCE
028250* PERCENT CARD'S.
028260*----------------------------------------------------------------*
028270 1187-APPLY-PARALLEL-CARD.
028280     MOVE WS-CARD-OPERAND-1 TO WS-CARD-PCT-X
028290     IF WS-CARD-PCT NOT NUMERIC OR WS-CARD-PCT = 0
028300             OR WS-CARD-PCT > WS-PARALLEL-LIMIT
028310         DISPLAY "RECON: BAD PARALLEL COUNT - "
028320             WS-CARD-OPERAND-1
028330         MOVE 16 TO RETURN-CODE
028340         GOBACK
028350     END-IF
028360     MOVE WS-CARD-PCT TO WS-PARALLEL-MAX
028370     .
028380 1187-APPLY-PARALLEL-CARD-EXIT.
028390     EXIT.
028400 1188-APPLY-PROGRESS-CARD.
028410     MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
028420     IF WS-CARD-VALUE NOT NUMERIC OR WS-CARD-VALUE = 0
028430         DISPLAY "RECON: BAD PROGRESS INTERVAL - "
028440             WS-CARD-OPERAND-1
028450         MOVE 16 TO RETURN-CODE
028460         GOBACK
028470     END-IF
028480     MOVE WS-CARD-VALUE TO WS-PROGRESS-INTERVAL
028490     .
028500 1188-APPLY-PROGRESS-CARD-EXIT.
028510     EXIT.
028520*----------------------------------------------------------------*
028530* 1189 - SAMPLE EVERY NNNNN [MMM] OR SAMPLE RANDOM NNNNN [MMM
028540* [SSSSSSSSS]]: TAKE EVERY NTH MATCHED KEY, OR A SEEDED RANDOM
028550* ONE IN N, AND AT LEAST MMM KEYS A PAIR (DEFAULT 001, AT MOST
028560* 100).  THE RANDOM SEED DEFAULTS TO THE RUN DATE; IT IS KEPT ON
028570* RUNHIST SO THE SAME INPUTS GIVE THE SAME SAMPLE AGAIN.
028580*----------------------------------------------------------------*
028590 1189-APPLY-SAMPLE-CARD.
028600     IF WS-SMP-GIVEN-YES
028610         DISPLAY "RECON: ONLY ONE SAMPLE CARD IS ALLOWED"
028620         MOVE 16 TO RETURN-CODE
028630         GOBACK
028640     END-IF
028650     EVALUATE WS-CARD-OPERAND-1
028660         WHEN "EVERY"
028670             SET WS-SMP-EVERY TO TRUE
028680         WHEN "RANDOM"
028690             SET WS-SMP-RANDOM TO TRUE
028700         WHEN OTHER
028710             DISPLAY "RECON: BAD SAMPLE METHOD - "
028720                 WS-CARD-OPERAND-1
028730             MOVE 16 TO RETURN-CODE
028740             GOBACK
028750     END-EVALUATE
028760     MOVE WS-CARD-OPERAND-2 TO WS-SMP-CARD-INTERVAL-X
028770     IF WS-CARD-OPERAND-2 (6:) NOT = SPACES
028780             OR WS-SMP-CARD-INTERVAL NOT NUMERIC
028790             OR WS-SMP-CARD-INTERVAL = 0
028800         DISPLAY "RECON: BAD SAMPLE INTERVAL - "
028810             WS-CARD-OPERAND-2
028820         MOVE 16 TO RETURN-CODE
028830         GOBACK
028840     END-IF
028850     MOVE WS-SMP-CARD-INTERVAL TO WS-SMP-INTERVAL
028860     IF WS-CARD-OPERAND-3 NOT = SPACES
028870         MOVE WS-CARD-OPERAND-3 TO WS-SMP-CARD-MINIMUM-X
028880         IF WS-CARD-OPERAND-3 (4:) NOT = SPACES
028890                 OR WS-SMP-CARD-MINIMUM NOT NUMERIC
028900                 OR WS-SMP-CARD-MINIMUM > WS-SMP-RES-MAX
028910             DISPLAY "RECON: BAD SAMPLE MINIMUM - "
028920                 WS-CARD-OPERAND-3
028930             MOVE 16 TO RETURN-CODE
028940             GOBACK
028950         END-IF
028960         MOVE WS-SMP-CARD-MINIMUM TO WS-SMP-MINIMUM
028970     END-IF
028980     IF WS-CARD-OPERAND-4 NOT = SPACES
028990         IF WS-SMP-EVERY
029000             DISPLAY "RECON: A SAMPLE SEED NEEDS SAMPLE RANDOM"
029010             MOVE 16 TO RETURN-CODE
029020             GOBACK
029030         END-IF
029040         MOVE WS-CARD-OPERAND-4 TO WS-SMP-CARD-SEED-X
029050         IF WS-CARD-OPERAND-4 (10:) NOT = SPACES
029060                 OR WS-SMP-CARD-SEED NOT NUMERIC
029070                 OR WS-SMP-CARD-SEED = 0
029080             DISPLAY "RECON: BAD SAMPLE SEED - "
029090                 WS-CARD-OPERAND-4
029100             MOVE 16 TO RETURN-CODE
029110             GOBACK
029120         END-IF
029130         MOVE WS-SMP-CARD-SEED TO WS-SMP-SEED
029140     ELSE
029150         IF WS-SMP-RANDOM
029160             MOVE WS-RUN-DATE TO WS-SMP-DATE-X
029170             MOVE WS-SMP-DATE TO WS-SMP-SEED
029180         END-IF
029190     END-IF
029200     IF WS-SMP-RANDOM
029210         DIVIDE 2147483646 BY WS-SMP-INTERVAL
029220             GIVING WS-SMP-LIMIT
029230     END-IF
029240     MOVE WS-SMP-SEED TO WS-SMP-STATE
029250     SET WS-SMP-GIVEN-YES TO TRUE
029260     .
029270 1189-APPLY-SAMPLE-CARD-EXIT.
029280     EXIT.
029290*----------------------------------------------------------------*
029300* 1600/1650 - SORT AN ARRIVAL-ORDER INPUT ONTO ITS WORK
029310* DATASET AND SWING THE DYNAMIC FILE NAME ONTO IT.  THE HEADER
029320* AND TRAILER SORT INTO PLACE ON THEIR OWN KEYS AND THE NORMAL
029330* READ-SIDE PROOFS THEN COVER THE SORTED BODY.
029340*----------------------------------------------------------------*
029350 1600-PRESORT-FILEA.
029360     SORT SORT-FILE
029370         ON ASCENDING KEY SORT-KEY
029380         USING FILEA-FILE
029390         GIVING FILEAS-FILE
029400     IF SORT-RETURN NOT = ZERO
029410         DISPLAY "RECON: PRESORT OF FILEA FAILED"
029420         MOVE 16 TO RETURN-CODE
029430         GOBACK
029440     END-IF
029450     MOVE "FILEASRT" TO WS-FILEA-NAME
029460     .
029470 1600-PRESORT-FILEA-EXIT.
029480     EXIT.
029490 1650-PRESORT-FILEB.
029500     SORT SORT-FILE
029510         ON ASCENDING KEY SORT-KEY
029520         USING FILEB-FILE
029530         GIVING FILEBS-FILE
029540     IF SORT-RETURN NOT = ZERO
029550         DISPLAY "RECON: PRESORT OF FILEB FAILED"
029560         MOVE 16 TO RETURN-CODE
029570         GOBACK
029580     END-IF
029590     MOVE "FILEBSRT" TO WS-FILEB-NAME
029600     .
029610 1650-PRESORT-FILEB-EXIT.
029620     EXIT.
029630*----------------------------------------------------------------*
029640* 1700 - LOAD THE SUPPRESS LIST.  A MISSING DATASET MEANS
029650* NOTHING IS SUPPRESSED.  AN ENTRY PAST ITS EXPIRY DATE IS NOT
029660* LOADED - IT STOPS SUPPRESSING - AND IS KEPT FOR THE EXPIRED
029670* LIST ON THE SUMMARY.
029680*----------------------------------------------------------------*
029690 1700-LOAD-SUPPRESS-LIST.
029700     OPEN INPUT SUPPRESS-FILE
029710     IF WS-FILE-STATUS-SUP-NOTFND
029720         SET WS-SUP-EOF-YES TO TRUE
029730         GO TO 1700-LOAD-SUPPRESS-LIST-EXIT
029740     END-IF
029750     IF NOT WS-FILE-STATUS-SUP-OK
029760         DISPLAY "RECON: OPEN FAILED FOR SUPRLIST - STATUS "
029770             WS-FILE-STATUS-SUP
029780         MOVE 16 TO RETURN-CODE
029790         GOBACK
029800     END-IF
029810     PERFORM 1710-LOAD-ONE-SUPPRESS
029820         THRU 1710-LOAD-ONE-SUPPRESS-EXIT
029830         UNTIL WS-SUP-EOF-YES
029840     CLOSE SUPPRESS-FILE
029850     .
029860 1700-LOAD-SUPPRESS-LIST-EXIT.
029870     EXIT.
029880 1710-LOAD-ONE-SUPPRESS.
029890     READ SUPPRESS-FILE
029900         AT END
029910             SET WS-SUP-EOF-YES TO TRUE
029920             GO TO 1710-LOAD-ONE-SUPPRESS-EXIT
029930     END-READ
029940     IF NOT WS-FILE-STATUS-SUP-OK
029950         DISPLAY "RECON: READ FAILED FOR SUPRLIST - STATUS "
029960             WS-FILE-STATUS-SUP
029970         MOVE 16 TO RETURN-CODE
029980         GOBACK
029990     END-IF
030000     IF RECSUP-RECORD = SPACES
030010         GO TO 1710-LOAD-ONE-SUPPRESS-EXIT
030020     END-IF
030030     IF RECSUP-EXPIRY-DATE < WS-RUN-DATE
030040         ADD 1 TO WS-SUP-EXPIRED-COUNT
030050         IF WS-EXP-SHOWN < WS-EXP-LIMIT
030060             ADD 1 TO WS-EXP-SHOWN
030070             MOVE RECSUP-KEY TO WS-EXP-KEY (WS-EXP-SHOWN)
030080             MOVE RECSUP-REASON-CODE
030090                 TO WS-EXP-REASON (WS-EXP-SHOWN)
030100             MOVE RECSUP-PAIR-ID TO WS-EXP-PAIR (WS-EXP-SHOWN)
030110             MOVE RECSUP-EXPIRY-DATE
030120                 TO WS-EXP-DATE (WS-EXP-SHOWN)
030130         END-IF
030140         GO TO 1710-LOAD-ONE-SUPPRESS-EXIT
030150     END-IF
030160     IF WS-SUP-COUNT = WS-SUP-MAX
030170         DISPLAY "RECON: SUPPRESS LIST OVER 2000 ENTRIES"
030180         MOVE 16 TO RETURN-CODE
030190         GOBACK
030200     END-IF
030210     ADD 1 TO WS-SUP-COUNT
030220     MOVE RECSUP-KEY TO WS-SUP-KEY (WS-SUP-COUNT)
030230     MOVE RECSUP-REASON-CODE TO WS-SUP-REASON (WS-SUP-COUNT)
030240     MOVE RECSUP-PAIR-ID TO WS-SUP-PAIR (WS-SUP-COUNT)
030250     MOVE RECSUP-EXPIRY-DATE TO WS-SUP-EXPIRY (WS-SUP-COUNT)
030260     MOVE ZERO TO WS-SUP-HITS (WS-SUP-COUNT)
030270     .
030280 1710-LOAD-ONE-SUPPRESS-EXIT.
030290     EXIT.
030300*----------------------------------------------------------------*
030310* 1750 - LOAD THE RATES IN FORCE ON THE RUN DATE FROM FXRATES.
030320* FOR EACH CURRENCY THE LATEST EFFECTIVE DATE NOT AFTER THE RUN
030330* DATE WINS; FUTURE-DATED ROWS ARE PASSED OVER.  EVERY BAD ROW
030340* IS LISTED BEFORE THE RUN STOPS.
030350*----------------------------------------------------------------*
030360 1750-LOAD-FX-RATES.
030370     OPEN INPUT FXRATE-FILE
030380     IF WS-FILE-STATUS-FXR-NOTFND
030390         DISPLAY "RECON: CURRENCY CARD NEEDS THE FXRATES DATASET"
030400         MOVE 16 TO RETURN-CODE
030410         GOBACK
030420     END-IF
030430     IF NOT WS-FILE-STATUS-FXR-OK
030440         DISPLAY "RECON: OPEN FAILED FOR FXRATES - STATUS "
030450             WS-FILE-STATUS-FXR
030460         MOVE 16 TO RETURN-CODE
030470         GOBACK
030480     END-IF
030490     PERFORM 1760-LOAD-ONE-FX-RATE
030500         THRU 1760-LOAD-ONE-FX-RATE-EXIT
030510         UNTIL WS-FXR-EOF-YES
030520     CLOSE FXRATE-FILE
030530     IF WS-FXR-BAD-YES
030540         DISPLAY "RECON: FXRATES DATASET REJECTED - RUN STOPPED"
030550         MOVE 16 TO RETURN-CODE
030560         GOBACK
030570     END-IF
030580     .
030590 1750-LOAD-FX-RATES-EXIT.
030600     EXIT.
030610 1760-LOAD-ONE-FX-RATE.
030620     READ FXRATE-FILE
030630         AT END
030640             SET WS-FXR-EOF-YES TO TRUE
030650             GO TO 1760-LOAD-ONE-FX-RATE-EXIT
030660     END-READ
030670     IF NOT WS-FILE-STATUS-FXR-OK
030680         DISPLAY "RECON: READ FAILED FOR FXRATES - STATUS "
030690             WS-FILE-STATUS-FXR
030700         MOVE 16 TO RETURN-CODE
030710         GOBACK
030720     END-IF
030730     IF RECFXR-RECORD = SPACES
030740         GO TO 1760-LOAD-ONE-FX-RATE-EXIT
030750     END-IF
030760     IF RECFXR-RATE NOT NUMERIC OR RECFXR-RATE = ZERO
030770         DISPLAY "RECON: FXRATES BAD RATE - " RECFXR-CURRENCY
030780             " " RECFXR-EFFECTIVE-DATE
030790         SET WS-FXR-BAD-YES TO TRUE
030800         GO TO 1760-LOAD-ONE-FX-RATE-EXIT
030810     END-IF
030820     IF RECFXR-EFFECTIVE-DATE > WS-RUN-DATE
030830         GO TO 1760-LOAD-ONE-FX-RATE-EXIT
030840     END-IF
030850     MOVE RECFXR-CURRENCY TO WS-CCY-WORK
030860     PERFORM 2478-LOOKUP-FX-RATE THRU 2478-LOOKUP-FX-RATE-EXIT
030870     IF WS-FXR-HIT = 0
030880         IF WS-FXR-COUNT = WS-FXR-MAX
030890             DISPLAY "RECON: FXRATES OVER 200 CURRENCIES"
030900             MOVE 16 TO RETURN-CODE
030910             GOBACK
030920         END-IF
030930         ADD 1 TO WS-FXR-COUNT
030940         MOVE RECFXR-CURRENCY TO WS-FXR-CCY (WS-FXR-COUNT)
030950         MOVE RECFXR-EFFECTIVE-DATE TO WS-FXR-DATE (WS-FXR-COUNT)
030960         MOVE RECFXR-RATE TO WS-FXR-RATE (WS-FXR-COUNT)
030970         GO TO 1760-LOAD-ONE-FX-RATE-EXIT
030980     END-IF
030990     IF RECFXR-EFFECTIVE-DATE = WS-FXR-DATE (WS-FXR-HIT)
031000         DISPLAY "RECON: FXRATES DUPLICATE RATE - "
031010             RECFXR-CURRENCY " " RECFXR-EFFECTIVE-DATE
031020         SET WS-FXR-BAD-YES TO TRUE
031030         GO TO 1760-LOAD-ONE-FX-RATE-EXIT
031040     END-IF
031050     IF RECFXR-EFFECTIVE-DATE > WS-FXR-DATE (WS-FXR-HIT)
031060         MOVE RECFXR-EFFECTIVE-DATE TO WS-FXR-DATE (WS-FXR-HIT)
031070         MOVE RECFXR-RATE TO WS-FXR-RATE (WS-FXR-HIT)
031080     END-IF
031090     .
031100 1760-LOAD-ONE-FX-RATE-EXIT.
031110     EXIT.
031120*----------------------------------------------------------------*
031130* 1800 - LOAD THE KEY CROSS-REFERENCE.  A MISSING DATASET MEANS
031140* NO TRANSLATION.  THE ROWS ARE READ INTO A SEQ AND HANDED TO THE
031150* LIBRARY DICTLOADER THROUGH A SUPPLIER THAT WALKS IT; EVERY
031160* REJECT IS LISTED BEFORE THE RUN STOPS.
031170*----------------------------------------------------------------*
031180 1800-LOAD-XREF.
031190     OPEN INPUT XREF-FILE
031200     IF WS-FILE-STATUS-XRF-NOTFND
031210         GO TO 1800-LOAD-XREF-EXIT
031220     END-IF
031230     IF NOT WS-FILE-STATUS-XRF-OK
031240         DISPLAY "RECON: OPEN FAILED FOR XREF - STATUS "
031250             WS-FILE-STATUS-XRF
031260         MOVE 16 TO RETURN-CODE
031270         GOBACK
031280     END-IF
031290     SET WS-XREF-ACTIVE-YES TO TRUE
031300     SET WS-XREF-ROWS TO type Seq[string]::empty()
031310     PERFORM 1810-READ-ONE-XREF
031320         THRU 1810-READ-ONE-XREF-EXIT
031330         UNTIL WS-XREF-EOF-YES
031340     CLOSE XREF-FILE
031350     MOVE ZERO TO WS-XREF-ROW-IDX
031360     SET WS-XREF-SUPPLIER TO delegate
031370             returning return-value as type Option[string]
031380         ADD 1 TO WS-XREF-ROW-IDX
031390         IF WS-XREF-ROW-IDX > WS-XREF-ROWS::size()
031400             SET return-value TO type Option[string]::none-value()
031410         ELSE
031420             SET return-value TO type Option[string]::some-value(
031430                 WS-XREF-ROWS::get(WS-XREF-ROW-IDX))
031440         END-IF
031450     end-delegate
031460     SET WS-XREF-RESULT TO type DictLoader::load(
031470         WS-XREF-SUPPLIER, 1, 10, 11, 18)
031480     IF WS-XREF-RESULT::isLeft()
031490         SET WS-XREF-REJECTS TO WS-XREF-RESULT::fold(
031500             delegate using v as type Pair[type ErrorList[string],
031510                     type Dictionary[string, string]]
031520                 returning return-value as
031530                     type Pair[type ErrorList[string],
031540                         type Dictionary[string, string]]
031550                 SET return-value TO v
031560             end-delegate,
031570             delegate using v as type Dictionary[string, string]
031580                 returning return-value as
031590                     type Pair[type ErrorList[string],
031600                         type Dictionary[string, string]]
031610                 raise new NullPointerException()
031620             end-delegate)
031630         SET WS-XREF-ERRORS TO WS-XREF-REJECTS::getFirst()
031640         SET WS-XREF-EOF-NO TO TRUE
031650         PERFORM 1820-SHOW-ONE-XREF-REJECT
031660             THRU 1820-SHOW-ONE-XREF-REJECT-EXIT
031670             UNTIL WS-XREF-EOF-YES
031680         DISPLAY "RECON: XREF DATASET REJECTED - RUN STOPPED"
031690         MOVE 16 TO RETURN-CODE
031700         GOBACK
031710     END-IF
031720     SET WS-XREF-DICT TO WS-XREF-RESULT::fold(
031730         delegate using v as type Pair[type ErrorList[string],
031740                 type Dictionary[string, string]]
031750             returning return-value as
031760                 type Dictionary[string, string]
031770             raise new NullPointerException()
031780         end-delegate,
031790         delegate using v as type Dictionary[string, string]
031800             returning return-value as
031810                 type Dictionary[string, string]
031820             SET return-value TO v
031830         end-delegate)
031840     SET WS-XREF-USED-DICT TO
031850         type Dictionary[string, string]::empty()
031860     MOVE WS-XREF-DICT::size() TO WS-XREF-ENTRY-COUNT
031870     .
031880 1800-LOAD-XREF-EXIT.
031890     EXIT.
031900 1810-READ-ONE-XREF.
031910     READ XREF-FILE
031920         AT END
031930             SET WS-XREF-EOF-YES TO TRUE
031940             GO TO 1810-READ-ONE-XREF-EXIT
031950     END-READ
031960     IF NOT WS-FILE-STATUS-XRF-OK
031970         DISPLAY "RECON: READ FAILED FOR XREF - STATUS "
031980             WS-FILE-STATUS-XRF
031990         MOVE 16 TO RETURN-CODE
032000         GOBACK
032010     END-IF
032020     IF RECXRF-RECORD = SPACES
032030         GO TO 1810-READ-ONE-XREF-EXIT
032040     END-IF
032050     MOVE RECXRF-RECORD TO WS-XREF-ROW-BOXED
032060     SET WS-XREF-ROWS TO WS-XREF-ROWS::append(WS-XREF-ROW-BOXED)
032070     .
032080 1810-READ-ONE-XREF-EXIT.
032090     EXIT.
032100 1820-SHOW-ONE-XREF-REJECT.
032110     IF WS-XREF-ERRORS::isEmpty()
032120         SET WS-XREF-EOF-YES TO TRUE
032130         GO TO 1820-SHOW-ONE-XREF-REJECT-EXIT
032140     END-IF
032150     SET WS-XREF-MSG TO WS-XREF-ERRORS::getHead()
032160     DISPLAY "RECON: XREF " WS-XREF-MSG
032170     SET WS-XREF-ERRORS TO WS-XREF-ERRORS::getTail()
032180     .
032190 1820-SHOW-ONE-XREF-REJECT-EXIT.
032200     EXIT.
032210*----------------------------------------------------------------*
032220* 1850 - RE-KEY FILE A THROUGH THE CROSS-REFERENCE.  THE NEW KEYS
032230* NO LONGER FOLLOW THE OLD KEY ORDER, SO THE RECORDS ARE RELEASED
032240* INTO THE SORT AND THE DYNAMIC FILE NAME SWINGS ONTO THE SORTED
032250* WORK DATASET, AS PRESORT DOES; THIS SORT STANDS IN FOR PRESORT
032260* OF FILE A.  HEADER AND TRAILER PASS THROUGH UNCHANGED.
032270*----------------------------------------------------------------*
032280 1850-XREF-SORT-FILEA.
032290     SORT SORT-FILE
032300         ON ASCENDING KEY SORT-KEY
032310         INPUT PROCEDURE IS 1860-XREF-RELEASE-FILEA
032320             THRU 1860-XREF-RELEASE-FILEA-EXIT
032330         GIVING FILEAS-FILE
032340     IF SORT-RETURN NOT = ZERO
032350         DISPLAY "RECON: XREF SORT OF FILEA FAILED"
032360         MOVE 16 TO RETURN-CODE
032370         GOBACK
032380     END-IF
032390     MOVE "FILEASRT" TO WS-FILEA-NAME
032400     .
032410 1850-XREF-SORT-FILEA-EXIT.
032420     EXIT.
032430 1860-XREF-RELEASE-FILEA.
032440     OPEN INPUT FILEA-FILE
032450     IF NOT WS-FILE-STATUS-A-OK
032460         DISPLAY "RECON: OPEN FAILED FOR FILEA - STATUS "
032470             WS-FILE-STATUS-A
032480         MOVE 16 TO RETURN-CODE
032490         GOBACK
032500     END-IF
032510     PERFORM 1870-XREF-ONE-FILEA
032520         THRU 1870-XREF-ONE-FILEA-EXIT
032530         UNTIL WS-XREF-A-EOF-YES
032540     CLOSE FILEA-FILE
032550     .
032560 1860-XREF-RELEASE-FILEA-EXIT.
032570     EXIT.
032580 1870-XREF-ONE-FILEA.
032590     READ FILEA-FILE
032600         AT END
032610             SET WS-XREF-A-EOF-YES TO TRUE
032620             GO TO 1870-XREF-ONE-FILEA-EXIT
032630     END-READ
032640     IF NOT WS-FILE-STATUS-A-OK
032650         DISPLAY "RECON: READ FAILED FOR FILEA - STATUS "
032660             WS-FILE-STATUS-A
032670         MOVE 16 TO RETURN-CODE
032680         GOBACK
032690     END-IF
032700     IF FILEA-HEADER-KEY OR FILEA-TRAILER-KEY
032710         GO TO 1870-XREF-RELEASE
032720     END-IF
032730     MOVE FILEA-KEY TO WS-XREF-KEY-BOXED
032740     SET WS-XREF-HIT TO WS-XREF-DICT::get(WS-XREF-KEY-BOXED)
032750     IF NOT WS-XREF-HIT::isDefined()
032760         ADD 1 TO WS-XREF-NO-ENTRY
032770         GO TO 1870-XREF-RELEASE
032780     END-IF
032790     SET WS-XREF-VALUE-BOXED TO
032800         WS-XREF-HIT::getOrElse(WS-XREF-KEY-BOXED)
032810     MOVE WS-XREF-VALUE-BOXED TO WS-XREF-VALUE
032820     IF WS-XREF-VAL-EFF-DATE > WS-RUN-DATE
032830         ADD 1 TO WS-XREF-NOT-EFFECTIVE
032840         GO TO 1870-XREF-RELEASE
032850     END-IF
032860     IF NOT WS-XREF-USED-DICT::containsKey(WS-XREF-KEY-BOXED)
032870         SET WS-XREF-USED-DICT TO WS-XREF-USED-DICT::put(
032880             WS-XREF-KEY-BOXED, WS-XREF-KEY-BOXED)
032890     END-IF
032900     MOVE WS-XREF-VAL-NEW-KEY TO FILEA-KEY
032910     ADD 1 TO WS-XREF-TRANSLATED
032920     .
032930 1870-XREF-RELEASE.
032940     RELEASE SORT-RECORD FROM FILEA-RECORD
032950     .
032960 1870-XREF-ONE-FILEA-EXIT.
032970     EXIT.
032980*----------------------------------------------------------------*
032990* 1900 - RUN-CONTROL LOCK.  A COMPLETED RECORD FOR THIS CYCLE
033000* DATE MEANS TONIGHT ALREADY RAN; WITHOUT A FORCE CARD THAT IS
033010* AN ACCIDENTAL DOUBLE RUN AND IT STOPS HERE, BEFORE ANYTHING
033020* IS APPENDED TWICE.
033030*----------------------------------------------------------------*
033040 1900-CHECK-RUN-CONTROL.
033050     OPEN INPUT RUNCTL-FILE
033060     IF WS-FILE-STATUS-RCT-NOTFND
033070         GO TO 1900-CHECK-RUN-CONTROL-EXIT
033080     END-IF
033090     IF NOT WS-FILE-STATUS-RCT-OK
033100         DISPLAY "RECON: OPEN FAILED FOR RUNCTL - STATUS "
033110             WS-FILE-STATUS-RCT
033120         MOVE 16 TO RETURN-CODE
033130         GOBACK
033140     END-IF
033150     PERFORM 1910-SCAN-ONE-RUNCTL
033160         THRU 1910-SCAN-ONE-RUNCTL-EXIT
033170         UNTIL WS-RCT-EOF-YES
033180     CLOSE RUNCTL-FILE
033190     IF WS-RUN-DONE-YES AND WS-FORCE-NO
033200         DISPLAY "RECON003E CYCLE " WS-RUN-DATE
033210             " ALREADY COMPLETED - RERUN REFUSED"
033220             UPON OPER-CONSOLE
033230         DISPLAY "RECON: SUPPLY A FORCE CARD TO RERUN"
033240         MOVE 16 TO RETURN-CODE
033250         GOBACK
033260     END-IF
033270     IF WS-RUN-DONE-YES AND WS-FORCE-YES
033280         DISPLAY "RECON: FORCED RERUN OF CYCLE " WS-RUN-DATE
033290             " BY " WS-FORCE-USER
033300     END-IF
033310     .
033320 1900-CHECK-RUN-CONTROL-EXIT.
033330     EXIT.
033340 1910-SCAN-ONE-RUNCTL.
033350     READ RUNCTL-FILE
033360         AT END
033370             SET WS-RCT-EOF-YES TO TRUE
033380             GO TO 1910-SCAN-ONE-RUNCTL-EXIT
033390     END-READ
033400     IF NOT WS-FILE-STATUS-RCT-OK
033410         DISPLAY "RECON: READ FAILED FOR RUNCTL - STATUS "
033420             WS-FILE-STATUS-RCT
033430         MOVE 16 TO RETURN-CODE
033440         GOBACK
033450     END-IF
033460     IF RECRUN-CYCLE-DATE = WS-RUN-DATE
033470             AND RECRUN-PROGRAM-ID = "RECON"
033480         SET WS-RUN-DONE-YES TO TRUE
033490     END-IF
033500     .
033510 1910-SCAN-ONE-RUNCTL-EXIT.
033520     EXIT.
033530 1170-APPLY-MODE-CARD.
033540     EVALUATE WS-CARD-OPERAND-1
033550         WHEN "MERGE"
033560             SET WS-MODE-LOOKUP-NO TO TRUE
033570         WHEN "LOOKUP"
033580             SET WS-MODE-LOOKUP-YES TO TRUE
033590         WHEN OTHER
033600             DISPLAY "RECON: BAD MODE - " WS-CARD-OPERAND-1
033610             MOVE 16 TO RETURN-CODE
033620             GOBACK
033630     END-EVALUATE
033640     .
033650 1170-APPLY-MODE-CARD-EXIT.
033660     EXIT.
033670*----------------------------------------------------------------*
033680* 1180 - ONE FIELD CARD INTO THE TYPED-FIELD TABLE.  THE RANGE
033690* AND TYPE ARE VALIDATED HERE SO THE COMPARE LOOP CAN TRUST
033700* EVERY ENTRY.
033710*----------------------------------------------------------------*
033720 1180-APPLY-FIELD-CARD.
033730     MOVE SPACES TO WS-CARD-RANGE
033740     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
033750         INTO WS-CARD-FROM-X WS-CARD-TO-X
033760     END-UNSTRING
033770     PERFORM 1125-PARSE-CARD-RANGE
033780         THRU 1125-PARSE-CARD-RANGE-EXIT
033790     IF WS-RANGE-VALID-NO
033800         DISPLAY "RECON: BAD FIELD RANGE - " WS-CARD-OPERAND-2
033810         MOVE 16 TO RETURN-CODE
033820         GOBACK
033830     END-IF
033840     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
033850             OR WS-CARD-FROM > WS-CARD-TO
033860         DISPLAY "RECON: FIELD RANGE OUT OF BOUNDS - "
033870             WS-CARD-OPERAND-2
033880         MOVE 16 TO RETURN-CODE
033890         GOBACK
033900     END-IF
033910     IF WS-FIELD-COUNT = WS-FIELD-MAX
033920         DISPLAY "RECON: TOO MANY FIELD CARDS"
033930         MOVE 16 TO RETURN-CODE
033940         GOBACK
033950     END-IF
033960     ADD 1 TO WS-FIELD-COUNT
033970     MOVE WS-CARD-FROM TO WS-FLD-FROM (WS-FIELD-COUNT)
033980     COMPUTE WS-FLD-LEN (WS-FIELD-COUNT) =
033990         WS-CARD-TO - WS-CARD-FROM + 1
034000     MOVE ZERO TO WS-FLD-TOL (WS-FIELD-COUNT)
034010     MOVE ZERO TO WS-FLD-MM-CNT (WS-FIELD-COUNT)
034020     MOVE WS-RT-SCOPE TO WS-FLD-RECTYPE (WS-FIELD-COUNT)
034030     SET WS-FLD-TOL-BASE-NO (WS-FIELD-COUNT) TO TRUE
034040     MOVE SPACES TO WS-FLD-NAME (WS-FIELD-COUNT)
034050     EVALUATE WS-CARD-OPERAND-1
034060         WHEN "CHAR"
034070             MOVE "C" TO WS-FLD-TYPE (WS-FIELD-COUNT)
034080         WHEN "ZONED"
034090             MOVE "Z" TO WS-FLD-TYPE (WS-FIELD-COUNT)
034100         WHEN "SIGNED"
034110             MOVE "S" TO WS-FLD-TYPE (WS-FIELD-COUNT)
034120         WHEN "PACKED"
034130             MOVE "P" TO WS-FLD-TYPE (WS-FIELD-COUNT)
034140         WHEN "DATE"
034150             MOVE "D" TO WS-FLD-TYPE (WS-FIELD-COUNT)
034160         WHEN OTHER
034170             DISPLAY "RECON: BAD FIELD TYPE - " WS-CARD-OPERAND-1
034180             MOVE 16 TO RETURN-CODE
034190             GOBACK
034200     END-EVALUATE
034210     EVALUATE WS-FLD-TYPE (WS-FIELD-COUNT)
034220         WHEN "P"
034230             IF WS-FLD-LEN (WS-FIELD-COUNT) > 8
034240                 DISPLAY "RECON: PACKED FIELD OVER 8 BYTES"
034250                 MOVE 16 TO RETURN-CODE
034260                 GOBACK
034270             END-IF
034280         WHEN "Z"
034290         WHEN "S"
034300             IF WS-FLD-LEN (WS-FIELD-COUNT) > 15
034310                 DISPLAY "RECON: ZONED FIELD OVER 15 DIGITS"
034320                 MOVE 16 TO RETURN-CODE
034330                 GOBACK
034340             END-IF
034350         WHEN "D"
034360             IF WS-FLD-LEN (WS-FIELD-COUNT) NOT = 8
034370                     AND WS-FLD-LEN (WS-FIELD-COUNT) NOT = 10
034380                 DISPLAY "RECON: DATE FIELD MUST BE 8 OR 10"
034390                 MOVE 16 TO RETURN-CODE
034400                 GOBACK
034410             END-IF
034420         WHEN "C"
034430             IF WS-FLD-LEN (WS-FIELD-COUNT) > 40
034440                 DISPLAY "RECON: CHAR FIELD OVER 40 BYTES"
034450                 MOVE 16 TO RETURN-CODE
034460                 GOBACK
034470             END-IF
034480     END-EVALUATE
034490     IF WS-CARD-OPERAND-3 NOT = SPACES
034500         IF WS-FLD-TYPE (WS-FIELD-COUNT) = "C"
034510                 OR WS-FLD-TYPE (WS-FIELD-COUNT) = "D"
034520             DISPLAY "RECON: TOLERANCE INVALID FOR FIELD TYPE"
034530             MOVE 16 TO RETURN-CODE
034540             GOBACK
034550         END-IF
034560         MOVE WS-CARD-OPERAND-3 TO WS-CARD-VALUE-X
034570         IF WS-CARD-VALUE NOT NUMERIC
034580             DISPLAY "RECON: BAD FIELD TOLERANCE - "
034590                 WS-CARD-OPERAND-3
034600             MOVE 16 TO RETURN-CODE
034610             GOBACK
034620         END-IF
034630         MOVE WS-CARD-VALUE TO WS-FLD-TOL (WS-FIELD-COUNT)
034640     END-IF
034650     IF WS-CARD-OPERAND-4 NOT = SPACES
034660         IF WS-CARD-OPERAND-4 NOT = "BASE"
034670                 OR WS-CARD-OPERAND-3 = SPACES
034680             DISPLAY "RECON: BAD FIELD TOLERANCE CURRENCY - "
034690                 WS-CARD-OPERAND-4
034700             MOVE 16 TO RETURN-CODE
034710             GOBACK
034720         END-IF
034730         SET WS-FLD-TOL-BASE-YES (WS-FIELD-COUNT) TO TRUE
034740         ADD 1 TO WS-BASE-TOL-COUNT
034750     END-IF
034760     .
034770 1180-APPLY-FIELD-CARD-EXIT.
034780     EXIT.
034790 1190-APPLY-AMOUNT-CARD.
034800     MOVE ZERO TO WS-AD-HIT
034810     PERFORM 1191-MATCH-ONE-AMOUNT-SCOPE
034820         THRU 1191-MATCH-ONE-AMOUNT-SCOPE-EXIT
034830         VARYING WS-AD-IDX FROM 1 BY 1
034840         UNTIL WS-AD-IDX > WS-AMTDEF-COUNT OR WS-AD-HIT > 0
034850     IF WS-AD-HIT > 0
034860         IF WS-RT-SCOPE = SPACES
034870             DISPLAY "RECON: ONLY ONE AMOUNT CARD IS ALLOWED"
034880         ELSE
034890             DISPLAY "RECON: ONLY ONE AMOUNT CARD PER RECORD"
034900                 " TYPE - " WS-RT-SCOPE
034910         END-IF
034920         MOVE 16 TO RETURN-CODE
034930         GOBACK
034940     END-IF
034950     IF WS-AMTDEF-COUNT = WS-AMTDEF-MAX
034960         DISPLAY "RECON: TOO MANY AMOUNT CARDS"
034970         MOVE 16 TO RETURN-CODE
034980         GOBACK
034990     END-IF
035000     MOVE SPACES TO WS-CARD-RANGE
035010     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
035020         INTO WS-CARD-FROM-X WS-CARD-TO-X
035030     END-UNSTRING
035040     PERFORM 1125-PARSE-CARD-RANGE
035050         THRU 1125-PARSE-CARD-RANGE-EXIT
035060     IF WS-RANGE-VALID-NO
035070             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
035080             OR WS-CARD-FROM > WS-CARD-TO
035090         DISPLAY "RECON: BAD AMOUNT RANGE - " WS-CARD-OPERAND-2
035100         MOVE 16 TO RETURN-CODE
035110         GOBACK
035120     END-IF
035130     EVALUATE WS-CARD-OPERAND-1
035140         WHEN "ZONED"
035150             MOVE "Z" TO WS-AMT-TYPE
035160         WHEN "SIGNED"
035170             MOVE "S" TO WS-AMT-TYPE
035180         WHEN "PACKED"
035190             MOVE "P" TO WS-AMT-TYPE
035200         WHEN OTHER
035210             DISPLAY "RECON: BAD AMOUNT TYPE - "
035220                 WS-CARD-OPERAND-1
035230             MOVE 16 TO RETURN-CODE
035240             GOBACK
035250     END-EVALUATE
035260     MOVE WS-CARD-FROM TO WS-AMT-FROM
035270     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
035280     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
035290         DISPLAY "RECON: PACKED AMOUNT OVER 8 BYTES"
035300         MOVE 16 TO RETURN-CODE
035310         GOBACK
035320     END-IF
035330     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
035340         DISPLAY "RECON: ZONED AMOUNT OVER 15 DIGITS"
035350         MOVE 16 TO RETURN-CODE
035360         GOBACK
035370     END-IF
035380     ADD 1 TO WS-AMTDEF-COUNT
035390     MOVE WS-RT-SCOPE TO WS-AD-RECTYPE (WS-AMTDEF-COUNT)
035400     MOVE WS-AMT-TYPE TO WS-AD-TYPE (WS-AMTDEF-COUNT)
035410     MOVE WS-AMT-FROM TO WS-AD-FROM (WS-AMTDEF-COUNT)
035420     MOVE WS-AMT-LEN TO WS-AD-LEN (WS-AMTDEF-COUNT)
035430     SET WS-AMT-DEFINED-YES TO TRUE
035440     .
035450 1190-APPLY-AMOUNT-CARD-EXIT.
035460     EXIT.
035470 1191-MATCH-ONE-AMOUNT-SCOPE.
035480     IF WS-AD-RECTYPE (WS-AD-IDX) = WS-RT-SCOPE
035490         MOVE WS-AD-IDX TO WS-AD-HIT
035500     END-IF
035510     .
035520 1191-MATCH-ONE-AMOUNT-SCOPE-EXIT.
035530     EXIT.
035540 1195-APPLY-CYCLE-CARD.
035550     IF WS-CARD-OPERAND-1 NOT = "MONTHEND"
035560             AND WS-CARD-OPERAND-1 NOT = "DAILY"
035570         DISPLAY "RECON: BAD CYCLE FREQUENCY - "
035580             WS-CARD-OPERAND-1
035590         MOVE 16 TO RETURN-CODE
035600         GOBACK
035610     END-IF
035620     MOVE WS-CARD-OPERAND-1 TO WS-CYCLE-FREQ
035630     .
035640 1195-APPLY-CYCLE-CARD-EXIT.
035650     EXIT.
035660*----------------------------------------------------------------*
035670* 1196 - CURRENCY FF-TT BBB: THE THREE DATA-PORTION BYTES OF THE
035680* ISO CURRENCY CODE AND THE BASE CURRENCY.  ONE CARD ONLY.
035690*----------------------------------------------------------------*
035700 1196-APPLY-CURRENCY-CARD.
035710     IF WS-CUR-GIVEN-YES
035720         DISPLAY "RECON: ONLY ONE CURRENCY CARD ALLOWED"
035730         MOVE 16 TO RETURN-CODE
035740         GOBACK
035750     END-IF
035760     MOVE SPACES TO WS-CARD-RANGE
035770     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
035780         INTO WS-CARD-FROM-X WS-CARD-TO-X
035790     END-UNSTRING
035800     PERFORM 1125-PARSE-CARD-RANGE
035810         THRU 1125-PARSE-CARD-RANGE-EXIT
035820     IF WS-RANGE-VALID-NO
035830             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
035840             OR WS-CARD-TO - WS-CARD-FROM + 1 NOT = 3
035850         DISPLAY "RECON: BAD CURRENCY RANGE - " WS-CARD-OPERAND-1
035860         MOVE 16 TO RETURN-CODE
035870         GOBACK
035880     END-IF
035890     IF WS-CARD-OPERAND-2 = SPACES
035900             OR WS-CARD-OPERAND-2 (4:) NOT = SPACES
035910         DISPLAY "RECON: BAD BASE CURRENCY - " WS-CARD-OPERAND-2
035920         MOVE 16 TO RETURN-CODE
035930         GOBACK
035940     END-IF
035950     MOVE WS-CARD-FROM TO WS-CUR-FROM
035960     MOVE WS-CARD-OPERAND-2 TO WS-CUR-BASE
035970     SET WS-CUR-GIVEN-YES TO TRUE
035980     .
035990 1196-APPLY-CURRENCY-CARD-EXIT.
036000     EXIT.
036010*----------------------------------------------------------------*
036020* 1198 - A BASE-CURRENCY TOLERANCE NEEDS THE CURRENCY BYTES, AND
036030* THE CURRENCY CARD NEEDS SOMETHING TO CONVERT.  THE CURRENCY
036040* TOTALS LIVE ONLY IN STORAGE, SO A CHECKPOINTED RUN COULD NOT
036050* RESUME THEM; AN AGGREGATE GROUP TOTAL HAS NO SINGLE CURRENCY.
036060*----------------------------------------------------------------*
036070 1198-CHECK-CURRENCY-RULES.
036080     IF WS-CUR-GIVEN-NO
036090         DISPLAY "RECON: BASE FIELD TOLERANCE NEEDS A CURRENCY"
036100             " CARD"
036110         MOVE 16 TO RETURN-CODE
036120         GOBACK
036130     END-IF
036140     IF WS-AMT-DEFINED-NO AND WS-BASE-TOL-COUNT = 0
036150         DISPLAY "RECON: CURRENCY NEEDS AN AMOUNT CARD OR A BASE"
036160             " FIELD TOLERANCE"
036170         MOVE 16 TO RETURN-CODE
036180         GOBACK
036190     END-IF
036200     IF WS-CP-INTERVAL > 0 OR WS-RESTART-FOUND-YES
036210             OR WS-AGG-MODE-YES OR WS-PARALLEL-MAX > 0
036220         DISPLAY "RECON: CURRENCY EXCLUDES AGGREGATE, CHECKPOINT"
036230             " AND PARALLEL RUNNING"
036240         MOVE 16 TO RETURN-CODE
036250         GOBACK
036260     END-IF
036270     .
036280 1198-CHECK-CURRENCY-RULES-EXIT.
036290     EXIT.
036300*----------------------------------------------------------------*
036310* 1197 - DICTIONARY FEEDID: LOAD THE FEED'S ENTRIES FROM THE
036320* FLDDICT FIELD DICTIONARY.  ONE CARD ONLY; THE ENTRIES ARE
036330* APPLIED ONCE EVERY CARD IS READ (1199), SO THE RECLEN AND
036340* RECTYPE AT CARDS MAY COME BEFORE OR AFTER IT.
036350*----------------------------------------------------------------*
036360 1197-APPLY-DICTIONARY-CARD.
036370     IF RECDIW-GIVEN-YES
036380         DISPLAY "RECON: ONLY ONE DICTIONARY CARD IS ALLOWED"
036390         MOVE 16 TO RETURN-CODE
036400         GOBACK
036410     END-IF
036420     IF WS-CARD-OPERAND-1 = SPACES
036430             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
036440         DISPLAY "RECON: BAD DICTIONARY FEED ID - "
036450             WS-CARD-OPERAND-1
036460         MOVE 16 TO RETURN-CODE
036470         GOBACK
036480     END-IF
036490     MOVE WS-CARD-OPERAND-1 TO RECDIW-FEED-ID
036500     PERFORM 9840-LOAD-FIELD-DICTIONARY
036510         THRU 9840-LOAD-FIELD-DICTIONARY-EXIT
036520     .
036530 1197-APPLY-DICTIONARY-CARD-EXIT.
036540     EXIT.
036550*----------------------------------------------------------------*
036560* 1199 - TURN EACH DICTIONARY ENTRY INTO THE CARD IT STANDS FOR
036570* AND APPLY IT THROUGH THE CARD'S OWN PARAGRAPH, SO AN ENTRY IS
036580* PROVED EXACTLY AS THE CARD WOULD BE: A COMPARED ENTRY IS A
036590* FIELD CARD, THE AMOUNT ENTRY AN AMOUNT CARD AND A SENSITIVE
036600* ENTRY A MASKFIELD CARD AS WELL.  AN ENTRY'S RECORD TYPE
036610* SCOPES IT AS A RECTYPE FOR CARD WOULD.  THE DICTIONARY IS THE
036620* WHOLE FIELD DEFINITION - IT DOES NOT MIX WITH FIELD, AMOUNT
036630* OR MASKFIELD CARDS.
036640*----------------------------------------------------------------*
036650 1199-APPLY-FIELD-DICTIONARY.
036660     IF WS-FIELD-COUNT > 0 OR WS-AMTDEF-COUNT > 0
036670             OR WS-MASK-COUNT > 0
036680         DISPLAY "RECON: DICTIONARY CARD EXCLUDES FIELD, AMOUNT"
036690             " AND MASKFIELD CARDS"
036700         MOVE 16 TO RETURN-CODE
036710         GOBACK
036720     END-IF
036730     MOVE WS-RT-SCOPE TO WS-RT-SCOPE-SAVE
036740     PERFORM 1194-APPLY-ONE-DICT-ENTRY
036750         THRU 1194-APPLY-ONE-DICT-ENTRY-EXIT
036760         VARYING RECDIW-IDX FROM 1 BY 1
036770         UNTIL RECDIW-IDX > RECDIW-COUNT
036780     MOVE WS-RT-SCOPE-SAVE TO WS-RT-SCOPE
036790     .
036800 1199-APPLY-FIELD-DICTIONARY-EXIT.
036810     EXIT.
036820 1194-APPLY-ONE-DICT-ENTRY.
036830     MOVE RECDIW-RECTYPE (RECDIW-IDX) TO WS-RT-SCOPE
036840     IF WS-RT-SCOPE NOT = SPACES
036850         IF WS-RT-GIVEN-NO
036860             DISPLAY "RECON: FLDDICT RECORD TYPE NEEDS A RECTYPE"
036870                 " AT CARD - " RECDIW-NAME (RECDIW-IDX)
036880             MOVE 16 TO RETURN-CODE
036890             GOBACK
036900         END-IF
036910         IF WS-RT-LEN < 4
036920             IF WS-RT-SCOPE (WS-RT-LEN + 1:) NOT = SPACES
036930                 DISPLAY "RECON: FLDDICT RECORD TYPE LONGER THAN"
036940                     " RECTYPE AT RANGE - "
036950                     RECDIW-NAME (RECDIW-IDX)
036960                 MOVE 16 TO RETURN-CODE
036970                 GOBACK
036980             END-IF
036990         END-IF
037000     END-IF
037010     MOVE SPACES TO WS-CARD-FIELDS
037020     EVALUATE TRUE
037030         WHEN RECDIW-USAGE-COMPARE (RECDIW-IDX)
037040             MOVE "FIELD" TO WS-CARD-VERB
037050             MOVE RECDIW-TYPE (RECDIW-IDX) TO WS-CARD-OPERAND-1
037060             MOVE RECDIW-RANGE (RECDIW-IDX) TO WS-CARD-OPERAND-2
037070             MOVE RECDIW-TOLERANCE (RECDIW-IDX)
037080                 TO WS-CARD-OPERAND-3
037090             MOVE RECDIW-TOL-CURRENCY (RECDIW-IDX)
037100                 TO WS-CARD-OPERAND-4
037110             PERFORM 1180-APPLY-FIELD-CARD
037120                 THRU 1180-APPLY-FIELD-CARD-EXIT
037130             MOVE RECDIW-NAME (RECDIW-IDX)
037140                 TO WS-FLD-NAME (WS-FIELD-COUNT)
037150         WHEN RECDIW-USAGE-AMOUNT (RECDIW-IDX)
037160             MOVE "AMOUNT" TO WS-CARD-VERB
037170             MOVE RECDIW-TYPE (RECDIW-IDX) TO WS-CARD-OPERAND-1
037180             MOVE RECDIW-RANGE (RECDIW-IDX) TO WS-CARD-OPERAND-2
037190             PERFORM 1190-APPLY-AMOUNT-CARD
037200                 THRU 1190-APPLY-AMOUNT-CARD-EXIT
037210     END-EVALUATE
037220     IF RECDIW-SENSITIVE-YES (RECDIW-IDX)
037230         MOVE SPACES TO WS-CARD-FIELDS
037240         MOVE "MASKFIELD" TO WS-CARD-VERB
037250         MOVE RECDIW-RANGE (RECDIW-IDX) TO WS-CARD-OPERAND-1
037260         PERFORM 1135-APPLY-MASKFIELD-CARD
037270             THRU 1135-APPLY-MASKFIELD-CARD-EXIT
037280     END-IF
037290     .
037300 1194-APPLY-ONE-DICT-ENTRY-EXIT.
037310     EXIT.
037320*----------------------------------------------------------------*
037330* 1400 - PROVE TODAY IS THE EXPECTED CYCLE DATE.  THE HOLIDAYS
037340* DATASET FEEDS THE LIBRARY BUSINESS CALENDAR, AND THE RUN
037350* STOPS HERE - BEFORE ANY MATCHING - WHEN THE CALENDAR SAYS
037360* THIS IS NOT THE CYCLE DATE THE CARD PROMISED.
037370*----------------------------------------------------------------*
037380*----------------------------------------------------------------*
037390* 1405 - LOAD THE (POSSIBLY CALENDAR-PARTITIONED) HOLIDAYS
037400* DATASET ONCE INTO THE TABLE.  EACH VALIDATION THEN BUILDS
037410* ITS OWN BUSINESS CALENDAR FROM THE ACTIVE CALENDAR'S DATES.
037420*----------------------------------------------------------------*
037430 1405-LOAD-HOLIDAYS.
037440     IF WS-HOL-LOADED-YES
037450         GO TO 1405-LOAD-HOLIDAYS-EXIT
037460     END-IF
037470     OPEN INPUT HOLIDAY-FILE
037480     IF WS-FILE-STATUS-HOL-NOTFND
037490         DISPLAY "RECON: CYCLE CARD AND PREVBUS SNAPSHOTS NEED "
037500             "A HOLIDAYS DATASET"
037510         MOVE 16 TO RETURN-CODE
037520         GOBACK
037530     END-IF
037540     IF NOT WS-FILE-STATUS-HOL-OK
037550         DISPLAY "RECON: OPEN FAILED FOR HOLIDAYS - STATUS "
037560             WS-FILE-STATUS-HOL
037570         MOVE 16 TO RETURN-CODE
037580         GOBACK
037590     END-IF
037600     PERFORM 1410-LOAD-HOLIDAY THRU 1410-LOAD-HOLIDAY-EXIT
037610         UNTIL WS-HOL-EOF-YES
037620     CLOSE HOLIDAY-FILE
037630     SET WS-HOL-LOADED-YES TO TRUE
037640     .
037650 1405-LOAD-HOLIDAYS-EXIT.
037660     EXIT.
037670*----------------------------------------------------------------*
037680* 1400 - PROVE TODAY IS THE EXPECTED CYCLE DATE FOR THE ACTIVE
037690* CALENDAR.  IN SINGLE-PAIR RUNNING A WRONG DATE IS FATAL; IN
037700* PAIRLIST MODE IT ONLY FAILS THE PAIR IN HAND - THE CALLER
037710* READS WS-CYCLE-OK-SW AND SKIPS THE PAIR.
037720*----------------------------------------------------------------*
037730 1400-VALIDATE-CYCLE-DATE.
037740     SET WS-CYCLE-OK-YES TO TRUE
037750     SET WS-HOLIDAY-SEQ TO type Seq[string]::empty()
037760     MOVE ZERO TO WS-CAL-MATCH-COUNT
037770     PERFORM 1420-PICK-ONE-HOLIDAY
037780         THRU 1420-PICK-ONE-HOLIDAY-EXIT
037790         VARYING WS-HT-IDX FROM 1 BY 1
037800         UNTIL WS-HT-IDX > WS-HT-COUNT
037810     IF WS-ACTIVE-CAL-ID NOT = SPACES
037820             AND WS-CAL-MATCH-COUNT = 0
037830         DISPLAY "RECON: NO HOLIDAYS FOR CALENDAR "
037840             WS-ACTIVE-CAL-ID
037850         MOVE 16 TO RETURN-CODE
037860         GOBACK
037870     END-IF
037880     MOVE WS-RUN-DATE TO WS-RUN-DATE-BOXED
037890     SET WS-CALENDAR TO type BusinessCalendar::of(
037900         WS-HOLIDAY-SEQ, WS-RUN-DATE-BOXED)
037910     MOVE WS-CYCLE-FREQ TO WS-CYCLE-FREQ-BOXED
037920     SET WS-CYCLE-RESULT TO
037930         WS-CALENDAR::validateCycleDate(WS-CYCLE-FREQ-BOXED)
037940     IF WS-CYCLE-RESULT::isLeft()
037950         SET WS-CYCLE-MSG TO WS-CYCLE-RESULT::fold(
037960             delegate using v as string
037970                 returning return-value as string
037980                 SET return-value TO v
037990             end-delegate,
038000             delegate using v as string
038010                 returning return-value as string
038020                 SET return-value TO v
038030             end-delegate)
038040         DISPLAY "RECON: WRONG CYCLE DATE FOR CALENDAR "
038050             WS-ACTIVE-CAL-ID
038060         DISPLAY WS-CYCLE-MSG
038070         IF WS-PAIRLIST-MODE-YES
038080             SET WS-CYCLE-OK-NO TO TRUE
038090             GO TO 1400-VALIDATE-CYCLE-DATE-EXIT
038100         END-IF
038110         DISPLAY "RECON: RUN STOPPED"
038120         MOVE 16 TO RETURN-CODE
038130         GOBACK
038140     END-IF
038150     .
038160 1400-VALIDATE-CYCLE-DATE-EXIT.
038170     EXIT.
038180*----------------------------------------------------------------*
038190* 1420 - ONE TABLE ENTRY INTO THE ACTIVE CALENDAR'S SEQ WHEN
038200* ITS CALENDAR ID MATCHES.
038210*----------------------------------------------------------------*
038220 1420-PICK-ONE-HOLIDAY.
038230     IF WS-HT-CAL (WS-HT-IDX) = WS-ACTIVE-CAL-ID
038240         ADD 1 TO WS-CAL-MATCH-COUNT
038250         MOVE WS-HT-DATE (WS-HT-IDX) TO WS-HOLIDAY-BOXED
038260         SET WS-HOLIDAY-SEQ TO
038270             WS-HOLIDAY-SEQ::append(WS-HOLIDAY-BOXED)
038280     END-IF
038290     .
038300 1420-PICK-ONE-HOLIDAY-EXIT.
038310     EXIT.
038320 1410-LOAD-HOLIDAY.
038330     READ HOLIDAY-FILE
038340         AT END
038350             SET WS-HOL-EOF-YES TO TRUE
038360             GO TO 1410-LOAD-HOLIDAY-EXIT
038370     END-READ
038380     IF NOT WS-FILE-STATUS-HOL-OK
038390         DISPLAY "RECON: READ FAILED FOR HOLIDAYS - STATUS "
038400             WS-FILE-STATUS-HOL
038410         MOVE 16 TO RETURN-CODE
038420         GOBACK
038430     END-IF
038440     IF HOLIDAY-DATE = SPACES
038450         GO TO 1410-LOAD-HOLIDAY-EXIT
038460     END-IF
038470     IF HOLIDAY-DATE NOT NUMERIC
038480         DISPLAY "RECON: BAD HOLIDAY DATE - " HOLIDAY-DATE
038490         MOVE 16 TO RETURN-CODE
038500         GOBACK
038510     END-IF
038520     IF WS-HT-COUNT = WS-HT-MAX
038530         DISPLAY "RECON: HOLIDAY TABLE FULL - RUN STOPPED"
038540         MOVE 16 TO RETURN-CODE
038550         GOBACK
038560     END-IF
038570     ADD 1 TO WS-HT-COUNT
038580     MOVE HOLIDAY-CAL-ID TO WS-HT-CAL (WS-HT-COUNT)
038590     MOVE HOLIDAY-DATE TO WS-HT-DATE (WS-HT-COUNT)
038600     .
038610 1410-LOAD-HOLIDAY-EXIT.
038620     EXIT.
038630*----------------------------------------------------------------*
038640* 1200 - LOOK FOR A PRIOR CHECKPOINT IN THE RESTART DATASET.  A
038650* MISSING OR EMPTY DATASET MEANS A FRESH RUN.  A RECORD MEANS
038660* THE PRIOR RUN DIED MID-PASS - STASH ITS KEY AND COUNTERS FOR
038670* THE CHECKPOINT RESUME IN 1000-INITIALIZE.
038680*----------------------------------------------------------------*
038690 1200-LOAD-RESTART.
038700     OPEN INPUT RESTART-FILE
038710     IF WS-FILE-STATUS-RESTART-NOTFND
038720         GO TO 1200-LOAD-RESTART-EXIT
038730     END-IF
038740     IF NOT WS-FILE-STATUS-RESTART-OK
038750         DISPLAY "RECON: OPEN FAILED FOR RESTART - FILE STATUS "
038760             WS-FILE-STATUS-RESTART
038770         MOVE 16 TO RETURN-CODE
038780         GOBACK
038790     END-IF
038800     READ RESTART-FILE
038810         AT END
038820             CLOSE RESTART-FILE
038830             GO TO 1200-LOAD-RESTART-EXIT
038840     END-READ
038850     IF NOT WS-FILE-STATUS-RESTART-OK
038860         DISPLAY "RECON: READ FAILED FOR RESTART - FILE STATUS "
038870             WS-FILE-STATUS-RESTART
038880         MOVE 16 TO RETURN-CODE
038890         GOBACK
038900     END-IF
038910     IF RESTART-KEYS-PROCESSED NOT NUMERIC
038920             OR RESTART-MATCH-COUNT NOT NUMERIC
038930             OR RESTART-NOT-ON-A-COUNT NOT NUMERIC
038940             OR RESTART-NOT-ON-B-COUNT NOT NUMERIC
038950             OR RESTART-FIELD-MM-COUNT NOT NUMERIC
038960         DISPLAY "RECON: RESTART RECORD UNREADABLE - RUN STOPPED"
038970         MOVE 16 TO RETURN-CODE
038980         GOBACK
038990     END-IF
039000     MOVE RESTART-KEY TO WS-RESTART-KEY
039010     MOVE RESTART-KEY TO WS-CP-BOXED-KEY
039020     MOVE RESTART-KEYS-PROCESSED TO WS-CP-SAVED-COUNT
039030     MOVE RESTART-KEYS-PROCESSED TO WS-RST-KEYS-PROCESSED
039040     MOVE RESTART-MATCH-COUNT TO WS-RST-MATCH-COUNT
039050     MOVE RESTART-NOT-ON-A-COUNT TO WS-RST-NOT-ON-A-COUNT
039060     MOVE RESTART-NOT-ON-B-COUNT TO WS-RST-NOT-ON-B-COUNT
039070     MOVE RESTART-FIELD-MM-COUNT TO WS-RST-FIELD-MM-COUNT
039080     SET WS-RESTART-FOUND-YES TO TRUE
039090     CLOSE RESTART-FILE
039100     .
039110 1200-LOAD-RESTART-EXIT.
039120     EXIT.
039130*----------------------------------------------------------------*
039140* 1250 - ON A RESTART, READ BOTH INPUTS FORWARD UNTIL THEIR
039150* READ-AHEAD KEYS PASS THE CHECKPOINTED KEY.  EVERY RECORD IS
039160* STILL PHYSICALLY READ SO THE TRAILER COUNT PROOF AND THE
039170* SEQUENCE CHECKS COVER THE WHOLE FILE; ONLY THE MATCH-MERGE
039180* TALLIES SKIP THE ALREADY-PROCESSED KEYS.
039190*----------------------------------------------------------------*
039200 1250-REPOSITION-FILES.
039210     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
039220         UNTIL WS-EOF-A-YES OR CURA-KEY > WS-RESTART-KEY
039230     PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
039240         UNTIL WS-EOF-B-YES OR CURB-KEY > WS-RESTART-KEY
039250     .
039260 1250-REPOSITION-FILES-EXIT.
039270     EXIT.
039280*----------------------------------------------------------------*
039290* 1270 - ON A RESTART, READ THE FAILED RUN'S EXTRACT ONCE TO
039300* FIND THE HIGHEST KEY IT ALREADY CARRIES.  THE CHECKPOINT
039310* RECORD CANNOT KNOW IT - EXTRACT RECORDS WRITTEN BETWEEN THE
039320* LAST CHECKPOINT AND THE ABEND POSTDATE IT - SO THE DATASET
039330* ITSELF IS THE ONLY HONEST SOURCE.  3500 THEN SUPPRESSES
039340* RE-WRITES OF KEYS NOT ABOVE IT, AND THE EXTRACT STAYS ONE
039350* RECORD PER EXCEPTION ACROSS THE RESTART.
039360*----------------------------------------------------------------*
039370 1270-SCAN-EXTRACT-HIGH-KEY.
039380     OPEN INPUT EXTRACT-FILE
039390     IF WS-FILE-STATUS-EXTRACT = "35"
039400         GO TO 1270-SCAN-EXTRACT-HIGH-KEY-EXIT
039410     END-IF
039420     IF NOT WS-FILE-STATUS-EXTRACT-OK
039430         DISPLAY "RECON: OPEN FAILED FOR EXTFILE - FILE STATUS "
039440             WS-FILE-STATUS-EXTRACT
039450         MOVE 16 TO RETURN-CODE
039460         GOBACK
039470     END-IF
039480     PERFORM 1275-SCAN-ONE-EXTRACT
039490         THRU 1275-SCAN-ONE-EXTRACT-EXIT
039500         UNTIL WS-EXT-SCAN-EOF-YES
039510     CLOSE EXTRACT-FILE
039520     .
039530 1270-SCAN-EXTRACT-HIGH-KEY-EXIT.
039540     EXIT.
039550 1275-SCAN-ONE-EXTRACT.
039560     READ EXTRACT-FILE
039570         AT END
039580             SET WS-EXT-SCAN-EOF-YES TO TRUE
039590             GO TO 1275-SCAN-ONE-EXTRACT-EXIT
039600     END-READ
039610     IF NOT WS-FILE-STATUS-EXTRACT-OK
039620         DISPLAY "RECON: READ FAILED FOR EXTFILE - FILE STATUS "
039630             WS-FILE-STATUS-EXTRACT
039640         MOVE 16 TO RETURN-CODE
039650         GOBACK
039660     END-IF
039670*    THE FAILED RUN'S RECORDS BELONG IN THE STEP-CONTROL
039680*    OUT-COUNT - THE CONSUMER READS THE WHOLE DATASET.
039690     ADD 1 TO WS-EXT-WRITTEN-COUNT
039700     IF RECEXT-KEY > WS-EXT-SUPPRESS-KEY
039710         MOVE RECEXT-KEY TO WS-EXT-SUPPRESS-KEY
039720     END-IF
039730     .
039740 1275-SCAN-ONE-EXTRACT-EXIT.
039750     EXIT.
039760*----------------------------------------------------------------*
039770* 2000 - CLASSIC KEYED MATCH-MERGE OF THE TWO READ-AHEAD KEYS.
039780*----------------------------------------------------------------*
039790 2000-PROCESS-FILES.
039800     IF WS-AGG-MODE-YES
039810         PERFORM 2800-PROCESS-GROUP
039820             THRU 2800-PROCESS-GROUP-EXIT
039830     ELSE
039840         EVALUATE TRUE
039850             WHEN WS-EOF-A-YES AND WS-EOF-B-NO
039860                 PERFORM 3200-NOT-ON-A THRU 3200-NOT-ON-A-EXIT
039870                 PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
039880             WHEN WS-EOF-B-YES AND WS-EOF-A-NO
039890                 PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
039900                 PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
039910             WHEN WS-CMP-KEY-A < WS-CMP-KEY-B
039920                 PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
039930                 PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
039940             WHEN WS-CMP-KEY-B < WS-CMP-KEY-A
039950                 PERFORM 3200-NOT-ON-A THRU 3200-NOT-ON-A-EXIT
039960                 PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
039970             WHEN OTHER
039980                 PERFORM 3300-COMPARE-MATCH
039990                     THRU 3300-COMPARE-MATCH-EXIT
040000                 PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
040010                 PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
040020         END-EVALUATE
040030     END-IF
040040     IF WS-CP-INTERVAL > 0
040050             AND WS-KEYS-SINCE-CP >= WS-CP-INTERVAL
040060         PERFORM 4000-TAKE-CHECKPOINT
040070             THRU 4000-TAKE-CHECKPOINT-EXIT
040080         MOVE ZERO TO WS-KEYS-SINCE-CP
040090     END-IF
040100     IF WS-PROGRESS-INTERVAL > 0
040110             AND WS-KEYS-SINCE-PROG >= WS-PROGRESS-INTERVAL
040120         PERFORM 4100-ISSUE-PROGRESS
040130             THRU 4100-ISSUE-PROGRESS-EXIT
040140         IF WS-PAIRLIST-MODE-NO
040150             PERFORM 4200-CHECK-QUIESCE
040160                 THRU 4200-CHECK-QUIESCE-EXIT
040170         END-IF
040180         MOVE ZERO TO WS-KEYS-SINCE-PROG
040190     END-IF
040200     .
040210 2000-PROCESS-FILES-EXIT.
040220     EXIT.
040230*----------------------------------------------------------------*
040240* 2500 - ONE-SIDED LOOKUP PASS.  THE (SMALLER) FILE A DRIVES A
040250* KEYED READ AGAINST THE FILE B KSDS FOR EACH OF ITS KEYS, SO A
040260* DAILY SPOT-CHECK TOUCHING 2% OF THE MASTER NO LONGER READS
040270* THE WHOLE MASTER.  KEYS ON THE MASTER BUT ABSENT FROM FILE A
040280* ARE INVISIBLE IN THIS MODE - NOT-ON-FILE-A STAYS ZERO AND
040290* THE SUMMARY IS READ ACCORDINGLY.
040300*----------------------------------------------------------------*
040310 2500-PROCESS-LOOKUP.
040320     MOVE CURA-KEY TO FILEBK-KEY
040330     READ FILEBK-FILE
040340         INVALID KEY
040350             PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
040360         NOT INVALID KEY
040370             MOVE FILEBK-RECORD TO CURB-RECORD
040380             MOVE CURB-DATA TO WS-FILEB-DATA-BOXED
040390             ADD 1 TO WS-RECORDS-READ-B
040400             PERFORM 3300-COMPARE-MATCH
040410                 THRU 3300-COMPARE-MATCH-EXIT
040420     END-READ
040430     IF NOT WS-FILE-STATUS-BK-OK
040440             AND NOT WS-FILE-STATUS-BK-NOTFND
040450         DISPLAY "RECON: READ FAILED FOR FILEBK - FILE STATUS "
040460             WS-FILE-STATUS-BK
040470         MOVE 16 TO RETURN-CODE
040480         GOBACK
040490     END-IF
040500     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
040510     IF WS-CP-INTERVAL > 0
040520             AND WS-KEYS-SINCE-CP >= WS-CP-INTERVAL
040530         PERFORM 4000-TAKE-CHECKPOINT
040540             THRU 4000-TAKE-CHECKPOINT-EXIT
040550         MOVE ZERO TO WS-KEYS-SINCE-CP
040560     END-IF
040570     IF WS-PROGRESS-INTERVAL > 0
040580             AND WS-KEYS-SINCE-PROG >= WS-PROGRESS-INTERVAL
040590         PERFORM 4100-ISSUE-PROGRESS
040600             THRU 4100-ISSUE-PROGRESS-EXIT
040610         IF WS-PAIRLIST-MODE-NO
040620             PERFORM 4200-CHECK-QUIESCE
040630                 THRU 4200-CHECK-QUIESCE-EXIT
040640         END-IF
040650         MOVE ZERO TO WS-KEYS-SINCE-PROG
040660     END-IF
040670     .
040680 2500-PROCESS-LOOKUP-EXIT.
040690     EXIT.
040700 2100-READ-FILEA.
040710     IF WS-INPUT-A-KSDS-YES
040720         PERFORM 2120-READ-FILEA-KSDS
040730             THRU 2120-READ-FILEA-KSDS-EXIT
040740         GO TO 2100-READ-FILEA-EXIT
040750     END-IF
040760     READ FILEA-FILE
040770         AT END
040780             SET WS-EOF-A-YES TO TRUE
040790             PERFORM 2150-VERIFY-FILEA-TRAILER
040800                 THRU 2150-VERIFY-FILEA-TRAILER-EXIT
040810             GO TO 2100-READ-FILEA-EXIT
040820     END-READ
040830     IF NOT WS-FILE-STATUS-A-OK AND NOT WS-EOF-A-YES
040840         DISPLAY "RECON: READ FAILED FOR FILEA - FILE STATUS "
040850             WS-FILE-STATUS-A
040860         MOVE 16 TO RETURN-CODE
040870         GOBACK
040880     END-IF
040890     MOVE FILEA-RECORD TO CURA-RECORD
040900     IF CURA-HEADER-KEY
040910         IF WS-HEADER-SEEN-A-YES OR WS-RECORDS-READ-A > 0
040920             DISPLAY "RECON: FILEA HEADER OUT OF PLACE"
040930             MOVE 16 TO RETURN-CODE
040940             GOBACK
040950         END-IF
040960         SET WS-HEADER-SEEN-A-YES TO TRUE
040970         GO TO 2100-READ-FILEA
040980     END-IF
040990     IF CURA-TRAILER-KEY
041000         IF WS-TRAILER-SEEN-A-YES
041010             DISPLAY "RECON: FILEA TRAILER DUPLICATED"
041020             MOVE 16 TO RETURN-CODE
041030             GOBACK
041040         END-IF
041050         IF CURA-TRL-REC-COUNT NOT NUMERIC
041060             DISPLAY "RECON: FILEA TRAILER COUNT NOT NUMERIC"
041070             MOVE 16 TO RETURN-CODE
041080             GOBACK
041090         END-IF
041100         SET WS-TRAILER-SEEN-A-YES TO TRUE
041110         MOVE CURA-TRL-REC-COUNT TO WS-TRAILER-COUNT-A
041120         MOVE CURA-TRL-AMT-HASH TO WS-TRL-HASH-A-X
041130         GO TO 2100-READ-FILEA
041140     END-IF
041150     IF WS-HEADER-SEEN-A-NO
041160         DISPLAY "RECON: FILEA DATA RECORD BEFORE HEADER"
041170         MOVE 16 TO RETURN-CODE
041180         GOBACK
041190     END-IF
041200     IF WS-TRAILER-SEEN-A-YES
041210         DISPLAY "RECON: FILEA DATA RECORD AFTER TRAILER"
041220         MOVE 16 TO RETURN-CODE
041230         GOBACK
041240     END-IF
041250     ADD 1 TO WS-RECORDS-READ-A
041260     PERFORM 2400-ACCUMULATE-AMT-A
041270         THRU 2400-ACCUMULATE-AMT-A-EXIT
041280     PERFORM 2700-BUILD-CMP-KEY-A
041290         THRU 2700-BUILD-CMP-KEY-A-EXIT
041300     IF WS-RECORDS-READ-A > 1
041310         IF WS-CMP-KEY-A = WS-PREV-KEY-A AND WS-AGG-MODE-NO
041320             ADD 1 TO WS-SEQ-ERR-COUNT-A
041330             MOVE "FILEA" TO WS-SEQ-ERR-FILE
041340             MOVE WS-CMP-KEY-A (1:10) TO WS-SEQ-ERR-KEY
041350             MOVE "DUPLICATE KEY" TO WS-SEQ-ERR-TYPE
041360             PERFORM 2300-LOG-SEQ-ERROR
041370                 THRU 2300-LOG-SEQ-ERROR-EXIT
041380         END-IF
041390         IF WS-CMP-KEY-A < WS-PREV-KEY-A
041400             ADD 1 TO WS-SEQ-ERR-COUNT-A
041410             MOVE "FILEA" TO WS-SEQ-ERR-FILE
041420             MOVE WS-CMP-KEY-A (1:10) TO WS-SEQ-ERR-KEY
041430             MOVE "OUT OF SEQUENCE" TO WS-SEQ-ERR-TYPE
041440             PERFORM 2300-LOG-SEQ-ERROR
041450                 THRU 2300-LOG-SEQ-ERROR-EXIT
041460         END-IF
041470     END-IF
041480     MOVE WS-CMP-KEY-A TO WS-PREV-KEY-A
041490     MOVE CURA-DATA TO WS-FILEA-DATA-BOXED
041500     .
041510 2100-READ-FILEA-EXIT.
041520     EXIT.
041530*----------------------------------------------------------------*
041540* 2120 - KSDS READ FOR FILE A.  A KSDS MASTER CARRIES NO HEADER
041550* OR TRAILER RECORD AND RETURNS ITS RECORDS IN KEY ORDER, SO
041560* NONE OF THE EXTRACT-FILE BRACKETING APPLIES HERE.
041570*----------------------------------------------------------------*
041580 2120-READ-FILEA-KSDS.
041590     READ FILEAK-FILE NEXT RECORD
041600         AT END
041610             SET WS-EOF-A-YES TO TRUE
041620             GO TO 2120-READ-FILEA-KSDS-EXIT
041630     END-READ
041640     IF NOT WS-FILE-STATUS-AK-OK
041650         DISPLAY "RECON: READ FAILED FOR FILEAK - FILE STATUS "
041660             WS-FILE-STATUS-AK
041670         MOVE 16 TO RETURN-CODE
041680         GOBACK
041690     END-IF
041700     MOVE FILEAK-RECORD TO CURA-RECORD
041710     ADD 1 TO WS-RECORDS-READ-A
041720     PERFORM 2400-ACCUMULATE-AMT-A
041730         THRU 2400-ACCUMULATE-AMT-A-EXIT
041740     PERFORM 2700-BUILD-CMP-KEY-A
041750         THRU 2700-BUILD-CMP-KEY-A-EXIT
041760     MOVE WS-CMP-KEY-A TO WS-PREV-KEY-A
041770     MOVE CURA-DATA TO WS-FILEA-DATA-BOXED
041780     .
041790 2120-READ-FILEA-KSDS-EXIT.
041800     EXIT.
041810*----------------------------------------------------------------*
041820* 2150 - AT FILEA END OF FILE, PROVE THE EXTRACT ARRIVED WHOLE:
041830* THE TRAILER MUST HAVE BEEN SEEN AND ITS RECORD COUNT MUST
041840* MATCH THE DATA RECORDS ACTUALLY READ.  ANYTHING ELSE ABENDS
041850* BEFORE A TRUNCATED FILE CAN BE REPORTED AS THOUSANDS OF
041860* NOT-ON-FILE MISMATCHES.
041870*----------------------------------------------------------------*
041880 2150-VERIFY-FILEA-TRAILER.
041890     IF WS-TRAILER-SEEN-A-NO
041900         DISPLAY "RECON: FILEA TRAILER MISSING - FILE TRUNCATED?"
041910         MOVE 16 TO RETURN-CODE
041920         GOBACK
041930     END-IF
041940     IF WS-TRAILER-COUNT-A NOT = WS-RECORDS-READ-A
041950         MOVE WS-TRAILER-COUNT-A TO WS-EDIT-COUNT-9
041960         DISPLAY "RECON: FILEA TRAILER COUNT " WS-EDIT-COUNT-9
041970         MOVE WS-RECORDS-READ-A TO WS-EDIT-COUNT-9
041980         DISPLAY "RECON: FILEA RECORDS READ  " WS-EDIT-COUNT-9
041990         DISPLAY "RECON: FILEA INCOMPLETE - RUN STOPPED"
042000         MOVE 16 TO RETURN-CODE
042010         GOBACK
042020     END-IF
042030     IF WS-AMT-DEFINED-YES
042040         MOVE WS-AMT-SUM-A TO WS-AMT-HASH-DSP
042050         MOVE WS-AMT-HASH-DSP TO WS-AMT-HASH-X
042060         IF WS-AMT-HASH-X NOT = WS-TRL-HASH-A-X
042070             DISPLAY "RECON: FILEA AMOUNT HASH " WS-AMT-HASH-X
042080                 " DOES NOT MATCH TRAILER " WS-TRL-HASH-A-X
042090             MOVE 16 TO RETURN-CODE
042100             GOBACK
042110         END-IF
042120     END-IF
042130     .
042140 2150-VERIFY-FILEA-TRAILER-EXIT.
042150     EXIT.
042160 2200-READ-FILEB.
042170     IF WS-INPUT-B-KSDS-YES
042180         PERFORM 2220-READ-FILEB-KSDS
042190             THRU 2220-READ-FILEB-KSDS-EXIT
042200         GO TO 2200-READ-FILEB-EXIT
042210     END-IF
042220     READ FILEB-FILE
042230         AT END
042240             SET WS-EOF-B-YES TO TRUE
042250             PERFORM 2250-VERIFY-FILEB-TRAILER
042260                 THRU 2250-VERIFY-FILEB-TRAILER-EXIT
042270             GO TO 2200-READ-FILEB-EXIT
042280     END-READ
042290     IF NOT WS-FILE-STATUS-B-OK AND NOT WS-EOF-B-YES
042300         DISPLAY "RECON: READ FAILED FOR FILEB - FILE STATUS "
042310             WS-FILE-STATUS-B
042320         MOVE 16 TO RETURN-CODE
042330         GOBACK
042340     END-IF
042350     MOVE FILEB-RECORD TO CURB-RECORD
042360     IF CURB-HEADER-KEY
042370         IF WS-HEADER-SEEN-B-YES OR WS-RECORDS-READ-B > 0
042380             DISPLAY "RECON: FILEB HEADER OUT OF PLACE"
042390             MOVE 16 TO RETURN-CODE
042400             GOBACK
042410         END-IF
042420         SET WS-HEADER-SEEN-B-YES TO TRUE
042430         GO TO 2200-READ-FILEB
042440     END-IF
042450     IF CURB-TRAILER-KEY
042460         IF WS-TRAILER-SEEN-B-YES
042470             DISPLAY "RECON: FILEB TRAILER DUPLICATED"
042480             MOVE 16 TO RETURN-CODE
042490             GOBACK
042500         END-IF
042510         IF CURB-TRL-REC-COUNT NOT NUMERIC
042520             DISPLAY "RECON: FILEB TRAILER COUNT NOT NUMERIC"
042530             MOVE 16 TO RETURN-CODE
042540             GOBACK
042550         END-IF
042560         SET WS-TRAILER-SEEN-B-YES TO TRUE
042570         MOVE CURB-TRL-REC-COUNT TO WS-TRAILER-COUNT-B
042580         MOVE CURB-TRL-AMT-HASH TO WS-TRL-HASH-B-X
042590         GO TO 2200-READ-FILEB
042600     END-IF
042610     IF WS-HEADER-SEEN-B-NO
042620         DISPLAY "RECON: FILEB DATA RECORD BEFORE HEADER"
042630         MOVE 16 TO RETURN-CODE
042640         GOBACK
042650     END-IF
042660     IF WS-TRAILER-SEEN-B-YES
042670         DISPLAY "RECON: FILEB DATA RECORD AFTER TRAILER"
042680         MOVE 16 TO RETURN-CODE
042690         GOBACK
042700     END-IF
042710     ADD 1 TO WS-RECORDS-READ-B
042720     PERFORM 2450-ACCUMULATE-AMT-B
042730         THRU 2450-ACCUMULATE-AMT-B-EXIT
042740     PERFORM 2750-BUILD-CMP-KEY-B
042750         THRU 2750-BUILD-CMP-KEY-B-EXIT
042760     IF WS-RECORDS-READ-B > 1
042770         IF WS-CMP-KEY-B = WS-PREV-KEY-B
042780             ADD 1 TO WS-SEQ-ERR-COUNT-B
042790             MOVE "FILEB" TO WS-SEQ-ERR-FILE
042800             MOVE WS-CMP-KEY-B (1:10) TO WS-SEQ-ERR-KEY
042810             MOVE "DUPLICATE KEY" TO WS-SEQ-ERR-TYPE
042820             PERFORM 2300-LOG-SEQ-ERROR
042830                 THRU 2300-LOG-SEQ-ERROR-EXIT
042840         END-IF
042850         IF WS-CMP-KEY-B < WS-PREV-KEY-B
042860             ADD 1 TO WS-SEQ-ERR-COUNT-B
042870             MOVE "FILEB" TO WS-SEQ-ERR-FILE
042880             MOVE WS-CMP-KEY-B (1:10) TO WS-SEQ-ERR-KEY
042890             MOVE "OUT OF SEQUENCE" TO WS-SEQ-ERR-TYPE
042900             PERFORM 2300-LOG-SEQ-ERROR
042910                 THRU 2300-LOG-SEQ-ERROR-EXIT
042920         END-IF
042930     END-IF
042940     MOVE WS-CMP-KEY-B TO WS-PREV-KEY-B
042950     MOVE CURB-DATA TO WS-FILEB-DATA-BOXED
042960     .
042970 2200-READ-FILEB-EXIT.
042980     EXIT.
042990*----------------------------------------------------------------*
043000* 2220 - KSDS READ FOR FILE B, THE MIRROR OF 2120.
043010*----------------------------------------------------------------*
043020 2220-READ-FILEB-KSDS.
043030     READ FILEBK-FILE NEXT RECORD
043040         AT END
043050             SET WS-EOF-B-YES TO TRUE
043060             GO TO 2220-READ-FILEB-KSDS-EXIT
043070     END-READ
043080     IF NOT WS-FILE-STATUS-BK-OK
043090         DISPLAY "RECON: READ FAILED FOR FILEBK - FILE STATUS "
043100             WS-FILE-STATUS-BK
043110         MOVE 16 TO RETURN-CODE
043120         GOBACK
043130     END-IF
043140     MOVE FILEBK-RECORD TO CURB-RECORD
043150     ADD 1 TO WS-RECORDS-READ-B
043160     PERFORM 2450-ACCUMULATE-AMT-B
043170         THRU 2450-ACCUMULATE-AMT-B-EXIT
043180     PERFORM 2750-BUILD-CMP-KEY-B
043190         THRU 2750-BUILD-CMP-KEY-B-EXIT
043200     MOVE WS-CMP-KEY-B TO WS-PREV-KEY-B
043210     MOVE CURB-DATA TO WS-FILEB-DATA-BOXED
043220     .
043230 2220-READ-FILEB-KSDS-EXIT.
043240     EXIT.
043250*----------------------------------------------------------------*
043260* 2250 - FILEB MIRROR OF THE 2150 TRAILER PROOF.
043270*----------------------------------------------------------------*
043280 2250-VERIFY-FILEB-TRAILER.
043290     IF WS-TRAILER-SEEN-B-NO
043300         DISPLAY "RECON: FILEB TRAILER MISSING - FILE TRUNCATED?"
043310         MOVE 16 TO RETURN-CODE
043320         GOBACK
043330     END-IF
043340     IF WS-TRAILER-COUNT-B NOT = WS-RECORDS-READ-B
043350         MOVE WS-TRAILER-COUNT-B TO WS-EDIT-COUNT-9
043360         DISPLAY "RECON: FILEB TRAILER COUNT " WS-EDIT-COUNT-9
043370         MOVE WS-RECORDS-READ-B TO WS-EDIT-COUNT-9
043380         DISPLAY "RECON: FILEB RECORDS READ  " WS-EDIT-COUNT-9
043390         DISPLAY "RECON: FILEB INCOMPLETE - RUN STOPPED"
043400         MOVE 16 TO RETURN-CODE
043410         GOBACK
043420     END-IF
043430     IF WS-AMT-DEFINED-YES
043440         MOVE WS-AMT-SUM-B TO WS-AMT-HASH-DSP
043450         MOVE WS-AMT-HASH-DSP TO WS-AMT-HASH-X
043460         IF WS-AMT-HASH-X NOT = WS-TRL-HASH-B-X
043470             DISPLAY "RECON: FILEB AMOUNT HASH " WS-AMT-HASH-X
043480                 " DOES NOT MATCH TRAILER " WS-TRL-HASH-B-X
043490             MOVE 16 TO RETURN-CODE
043500             GOBACK
043510         END-IF
043520     END-IF
043530     .
043540 2250-VERIFY-FILEB-TRAILER-EXIT.
043550     EXIT.
043560*----------------------------------------------------------------*
043570* 2300 - RECORD ONE DUPLICATE/OUT-OF-SEQUENCE KEY.  THE CALLER
043580* HAS FILLED WS-SEQ-ERR-LINE AND BUMPED ITS OWN FILE COUNT;
043590* ONLY THE FIRST WS-SEQ-ERR-LIMIT OFFENDERS ARE KEPT FOR THE
043600* PRINT FILE SO A WRECKED SORT CANNOT FLOOD THE REPORT.
043610*----------------------------------------------------------------*
043620 2300-LOG-SEQ-ERROR.
043630     IF WS-SEQ-ERR-SHOWN < WS-SEQ-ERR-LIMIT
043640         ADD 1 TO WS-SEQ-ERR-SHOWN
043650         MOVE WS-SEQ-ERR-LINE TO WS-DETAIL-BOXED
043660         SET WS-SEQ-ERR-DETAILS TO
043670             WS-SEQ-ERR-DETAILS::append(WS-DETAIL-BOXED)
043680     END-IF
043690     .
043700 2300-LOG-SEQ-ERROR-EXIT.
043710     EXIT.
043720*----------------------------------------------------------------*
043730* 2400/2450 - ADD THE CURRENT RECORD'S AMOUNT TO ITS FILE'S
043740* RUNNING TOTAL.  AN AMOUNT THAT WILL NOT PARSE AS ITS TYPE
043750* COUNTS AS ZERO AND IS TALLIED AS AN AMOUNT ERROR RATHER THAN
043760* SILENTLY SKEWING THE BALANCE.
043770*----------------------------------------------------------------*
043780 2400-ACCUMULATE-AMT-A.
043790     IF WS-AMT-DEFINED-NO
043800         GO TO 2400-ACCUMULATE-AMT-A-EXIT
043810     END-IF
043820     IF WS-RT-GIVEN-YES
043830         MOVE SPACES TO WS-RT-CUR
043840         MOVE CURA-DATA (WS-RT-FROM:WS-RT-LEN)
043850             TO WS-RT-CUR (1:WS-RT-LEN)
043860         PERFORM 2480-PICK-AMOUNT-DEF
043870             THRU 2480-PICK-AMOUNT-DEF-EXIT
043880         IF WS-AD-HIT = 0
043890             GO TO 2400-ACCUMULATE-AMT-A-EXIT
043900         END-IF
043910     END-IF
043920     MOVE WS-AMT-FROM TO WS-EXT-FROM
043930     MOVE WS-AMT-LEN TO WS-EXT-LEN
043940     MOVE SPACES TO WS-EXT-FIELD
043950     MOVE CURA-DATA (WS-EXT-FROM:WS-EXT-LEN)
043960         TO WS-EXT-FIELD (1:WS-EXT-LEN)
043970     PERFORM 2490-EXTRACT-AMOUNT
043980         THRU 2490-EXTRACT-AMOUNT-EXIT
043990     IF WS-EXT-VALID-YES
044000         ADD WS-EXT-VALUE TO WS-AMT-SUM-A
044010         IF WS-RT-GIVEN-YES
044020             ADD WS-EXT-VALUE TO WS-RTT-AMT-SUM-A (WS-RT-IDX)
044030         END-IF
044040         IF WS-CUR-GIVEN-YES
044050             MOVE CURA-DATA (WS-CUR-FROM:3) TO WS-CCY-WORK
044060             PERFORM 2470-FIND-CURRENCY
044070                 THRU 2470-FIND-CURRENCY-EXIT
044080             ADD WS-EXT-VALUE TO WS-CCY-SUM-A (WS-CCY-IDX)
044090         END-IF
044100     ELSE
044110         ADD 1 TO WS-AMT-ERRS-A
044120     END-IF
044130     .
044140 2400-ACCUMULATE-AMT-A-EXIT.
044150     EXIT.
044160 2450-ACCUMULATE-AMT-B.
044170     IF WS-AMT-DEFINED-NO
044180         GO TO 2450-ACCUMULATE-AMT-B-EXIT
044190     END-IF
044200     IF WS-RT-GIVEN-YES
044210         MOVE SPACES TO WS-RT-CUR
044220         MOVE CURB-DATA (WS-RT-FROM:WS-RT-LEN)
044230             TO WS-RT-CUR (1:WS-RT-LEN)
044240         PERFORM 2480-PICK-AMOUNT-DEF
044250             THRU 2480-PICK-AMOUNT-DEF-EXIT
044260         IF WS-AD-HIT = 0
044270             GO TO 2450-ACCUMULATE-AMT-B-EXIT
044280         END-IF
044290     END-IF
044300     MOVE WS-AMT-FROM TO WS-EXT-FROM
044310     MOVE WS-AMT-LEN TO WS-EXT-LEN
044320     MOVE SPACES TO WS-EXT-FIELD
044330     MOVE CURB-DATA (WS-EXT-FROM:WS-EXT-LEN)
044340         TO WS-EXT-FIELD (1:WS-EXT-LEN)
044350     PERFORM 2490-EXTRACT-AMOUNT
044360         THRU 2490-EXTRACT-AMOUNT-EXIT
044370     IF WS-EXT-VALID-YES
044380         ADD WS-EXT-VALUE TO WS-AMT-SUM-B
044390         IF WS-RT-GIVEN-YES
044400             ADD WS-EXT-VALUE TO WS-RTT-AMT-SUM-B (WS-RT-IDX)
044410         END-IF
044420         IF WS-CUR-GIVEN-YES
044430             MOVE CURB-DATA (WS-CUR-FROM:3) TO WS-CCY-WORK
044440             PERFORM 2470-FIND-CURRENCY
044450                 THRU 2470-FIND-CURRENCY-EXIT
044460             ADD WS-EXT-VALUE TO WS-CCY-SUM-B (WS-CCY-IDX)
044470         END-IF
044480     ELSE
044490         ADD 1 TO WS-AMT-ERRS-B
044500     END-IF
044510     .
044520 2450-ACCUMULATE-AMT-B-EXIT.
044530     EXIT.
044540*----------------------------------------------------------------*
044550* 2470 - LOCATE THE TOTALS ROW FOR CURRENCY WS-CCY-WORK INTO
044560* WS-CCY-IDX, OPENING IT - WITH ITS RATE IN FORCE, IF ANY - THE
044570* FIRST TIME THE CURRENCY IS SEEN.  PAST THE TABLE LIMIT THE
044580* CURRENCY LANDS ON THE UNRATED OVERFLOW ROW.
044590*----------------------------------------------------------------*
044600 2470-FIND-CURRENCY.
044610     MOVE ZERO TO WS-CCY-IDX
044620     PERFORM 2475-MATCH-ONE-CURRENCY
044630         THRU 2475-MATCH-ONE-CURRENCY-EXIT
044640         VARYING WS-CCY-SRCH FROM 1 BY 1
044650         UNTIL WS-CCY-SRCH > WS-CCY-COUNT OR WS-CCY-IDX > 0
044660     IF WS-CCY-IDX > 0
044670         GO TO 2470-FIND-CURRENCY-EXIT
044680     END-IF
044690     IF WS-CCY-COUNT < WS-CCY-MAX
044700         ADD 1 TO WS-CCY-COUNT
044710         MOVE WS-CCY-COUNT TO WS-CCY-IDX
044720         MOVE WS-CCY-WORK TO WS-CCY-CODE (WS-CCY-IDX)
044730         MOVE ZERO TO WS-CCY-SUM-A (WS-CCY-IDX)
044740         MOVE ZERO TO WS-CCY-SUM-B (WS-CCY-IDX)
044750         PERFORM 2478-LOOKUP-FX-RATE
044760             THRU 2478-LOOKUP-FX-RATE-EXIT
044770         MOVE WS-FX-FOUND-SW TO WS-CCY-RATED-SW (WS-CCY-IDX)
044780         MOVE WS-FX-RATE-W TO WS-CCY-RATE (WS-CCY-IDX)
044790         GO TO 2470-FIND-CURRENCY-EXIT
044800     END-IF
044810     COMPUTE WS-CCY-IDX = WS-CCY-MAX + 1
044820     IF WS-CCY-OVFL-NO
044830         MOVE "***" TO WS-CCY-CODE (WS-CCY-IDX)
044840         MOVE ZERO TO WS-CCY-SUM-A (WS-CCY-IDX)
044850         MOVE ZERO TO WS-CCY-SUM-B (WS-CCY-IDX)
044860         MOVE ZERO TO WS-CCY-RATE (WS-CCY-IDX)
044870         SET WS-CCY-RATED-NO (WS-CCY-IDX) TO TRUE
044880         SET WS-CCY-OVFL-YES TO TRUE
044890     END-IF
044900     .
044910 2470-FIND-CURRENCY-EXIT.
044920     EXIT.
044930 2475-MATCH-ONE-CURRENCY.
044940     IF WS-CCY-CODE (WS-CCY-SRCH) = WS-CCY-WORK
044950         MOVE WS-CCY-SRCH TO WS-CCY-IDX
044960     END-IF
044970     .
044980 2475-MATCH-ONE-CURRENCY-EXIT.
044990     EXIT.
045000*----------------------------------------------------------------*
045010* 2478 - THE RATE IN FORCE FOR CURRENCY WS-CCY-WORK: ONE FOR THE
045020* BASE CURRENCY, ELSE THE LOADED FXRATES ROW (WS-FXR-HIT NAMES
045030* IT, ZERO WHEN THERE IS NONE).
045040*----------------------------------------------------------------*
045050 2478-LOOKUP-FX-RATE.
045060     MOVE ZERO TO WS-FXR-HIT
045070     MOVE ZERO TO WS-FX-RATE-W
045080     SET WS-FX-FOUND-NO TO TRUE
045090     PERFORM 2479-MATCH-ONE-FX-RATE
045100         THRU 2479-MATCH-ONE-FX-RATE-EXIT
045110         VARYING WS-FXR-IDX FROM 1 BY 1
045120         UNTIL WS-FXR-IDX > WS-FXR-COUNT OR WS-FXR-HIT > 0
045130     IF WS-FXR-HIT > 0
045140         MOVE WS-FXR-RATE (WS-FXR-HIT) TO WS-FX-RATE-W
045150         SET WS-FX-FOUND-YES TO TRUE
045160     END-IF
045170     IF WS-CCY-WORK = WS-CUR-BASE
045180         MOVE 1 TO WS-FX-RATE-W
045190         SET WS-FX-FOUND-YES TO TRUE
045200     END-IF
045210     .
045220 2478-LOOKUP-FX-RATE-EXIT.
045230     EXIT.
045240 2479-MATCH-ONE-FX-RATE.
045250     IF WS-FXR-CCY (WS-FXR-IDX) = WS-CCY-WORK
045260         MOVE WS-FXR-IDX TO WS-FXR-HIT
045270     END-IF
045280     .
045290 2479-MATCH-ONE-FX-RATE-EXIT.
045300     EXIT.
045310*----------------------------------------------------------------*
045320* 2480 - LOAD THE AMOUNT DEFINITION FOR THE RECORD TYPE IN
045330* WS-RT-CUR: THE TYPE'S OWN AMOUNT CARD, ELSE THE UNSCOPED ONE.
045340* WS-AD-HIT STAYS ZERO WHEN THE TYPE CARRIES NO AMOUNT.  A HIT
045350* ALSO LOCATES THE TYPE'S ROW FOR ITS AMOUNT TOTALS.
045360*----------------------------------------------------------------*
045370 2480-PICK-AMOUNT-DEF.
045380     MOVE ZERO TO WS-AD-HIT
045390     MOVE ZERO TO WS-AD-ALL
045400     PERFORM 2485-JUDGE-ONE-AMOUNT-DEF
045410         THRU 2485-JUDGE-ONE-AMOUNT-DEF-EXIT
045420         VARYING WS-AD-IDX FROM 1 BY 1
045430         UNTIL WS-AD-IDX > WS-AMTDEF-COUNT OR WS-AD-HIT > 0
045440     IF WS-AD-HIT = 0
045450         MOVE WS-AD-ALL TO WS-AD-HIT
045460     END-IF
045470     IF WS-AD-HIT = 0
045480         GO TO 2480-PICK-AMOUNT-DEF-EXIT
045490     END-IF
045500     MOVE WS-AD-TYPE (WS-AD-HIT) TO WS-AMT-TYPE
045510     MOVE WS-AD-FROM (WS-AD-HIT) TO WS-AMT-FROM
045520     MOVE WS-AD-LEN (WS-AD-HIT) TO WS-AMT-LEN
045530     PERFORM 3490-FIND-TYPE-ENTRY THRU 3490-FIND-TYPE-ENTRY-EXIT
045540     .
045550 2480-PICK-AMOUNT-DEF-EXIT.
045560     EXIT.
045570 2485-JUDGE-ONE-AMOUNT-DEF.
045580     IF WS-AD-RECTYPE (WS-AD-IDX) = SPACES
045590         MOVE WS-AD-IDX TO WS-AD-ALL
045600     ELSE
045610         IF WS-AD-RECTYPE (WS-AD-IDX) = WS-RT-CUR
045620             MOVE WS-AD-IDX TO WS-AD-HIT
045630         END-IF
045640     END-IF
045650     .
045660 2485-JUDGE-ONE-AMOUNT-DEF-EXIT.
045670     EXIT.
045680 2490-EXTRACT-AMOUNT.
045690     IF WS-AMT-TYPE = "P"
045700         PERFORM 3370-EXTRACT-PACKED
045710             THRU 3370-EXTRACT-PACKED-EXIT
045720     ELSE
045730         IF WS-AMT-TYPE = "S"
045740             SET WS-EXT-SIGNED-YES TO TRUE
045750         ELSE
045760             SET WS-EXT-SIGNED-NO TO TRUE
045770         END-IF
045780         PERFORM 3360-EXTRACT-ZONED
045790             THRU 3360-EXTRACT-ZONED-EXIT
045800     END-IF
045810     .
045820 2490-EXTRACT-AMOUNT-EXIT.
045830     EXIT.
045840*----------------------------------------------------------------*
045850* 2700/2750 - BUILD THE COMPOSITE COMPARE KEY FOR THE RECORD IN
045860* HAND FROM THE DECLARED KEY PARTS.  LOW-VALUE PADDING KEEPS
045870* EVERY COMPOSITE THE SAME LENGTH FOR THE MERGE COMPARES.  A
045880* DECLARED RECORD TYPE FOLLOWS THE LAST KEY PART.
045890*----------------------------------------------------------------*
045900 2700-BUILD-CMP-KEY-A.
045910     MOVE LOW-VALUES TO WS-CMP-KEY-A
045920     IF WS-AGG-MODE-YES
045930         MOVE CURA-RECORD (WS-AGG-FROM:WS-AGG-LEN)
045940             TO WS-CMP-KEY-A (1:WS-AGG-LEN)
045950         GO TO 2700-BUILD-CMP-KEY-A-EXIT
045960     END-IF
045970     MOVE 1 TO WS-KD-POS
045980     PERFORM 2710-BUILD-ONE-PART-A
045990         THRU 2710-BUILD-ONE-PART-A-EXIT
046000         VARYING WS-KD-IDX FROM 1 BY 1
046010         UNTIL WS-KD-IDX > WS-KEYDEF-COUNT
046020     IF WS-RT-GIVEN-YES
046030         MOVE CURA-DATA (WS-RT-FROM:WS-RT-LEN)
046040             TO WS-CMP-KEY-A (WS-KD-POS:WS-RT-LEN)
046050     END-IF
046060     .
046070 2700-BUILD-CMP-KEY-A-EXIT.
046080     EXIT.
046090 2710-BUILD-ONE-PART-A.
046100     MOVE CURA-RECORD (WS-KD-FROM (WS-KD-IDX):
046110             WS-KD-LEN (WS-KD-IDX))
046120         TO WS-CMP-KEY-A (WS-KD-POS:WS-KD-LEN (WS-KD-IDX))
046130     ADD WS-KD-LEN (WS-KD-IDX) TO WS-KD-POS
046140     .
046150 2710-BUILD-ONE-PART-A-EXIT.
046160     EXIT.
046170 2750-BUILD-CMP-KEY-B.
046180     MOVE LOW-VALUES TO WS-CMP-KEY-B
046190     MOVE 1 TO WS-KD-POS
046200     PERFORM 2760-BUILD-ONE-PART-B
046210         THRU 2760-BUILD-ONE-PART-B-EXIT
046220         VARYING WS-KD-IDX FROM 1 BY 1
046230         UNTIL WS-KD-IDX > WS-KEYDEF-COUNT
046240     IF WS-RT-GIVEN-YES
046250         MOVE CURB-DATA (WS-RT-FROM:WS-RT-LEN)
046260             TO WS-CMP-KEY-B (WS-KD-POS:WS-RT-LEN)
046270     END-IF
046280     .
046290 2750-BUILD-CMP-KEY-B-EXIT.
046300     EXIT.
046310 2760-BUILD-ONE-PART-B.
046320     MOVE CURB-RECORD (WS-KD-FROM (WS-KD-IDX):
046330             WS-KD-LEN (WS-KD-IDX))
046340         TO WS-CMP-KEY-B (WS-KD-POS:WS-KD-LEN (WS-KD-IDX))
046350     ADD WS-KD-LEN (WS-KD-IDX) TO WS-KD-POS
046360     .
046370 2760-BUILD-ONE-PART-B-EXIT.
046380     EXIT.
046390*----------------------------------------------------------------*
046400* 2800 - AGGREGATE MODE: THE MERGE STEP FOR ONE GROUP.  THE
046410* READ-AHEAD FILE A RECORD IS THE FIRST DETAIL OF ITS GROUP, SO
046420* A GROUP WITH NO SUMMARY IS REPORTED FROM THAT RECORD BEFORE
046430* THE REST OF THE GROUP IS SWEPT; A MATCHED GROUP IS SWEPT AND
046440* TOTALLED FIRST AND THEN PROVED AGAINST THE SUMMARY.
046450*----------------------------------------------------------------*
046460 2800-PROCESS-GROUP.
046470     EVALUATE TRUE
046480         WHEN WS-EOF-A-YES AND WS-EOF-B-NO
046490             PERFORM 3200-NOT-ON-A THRU 3200-NOT-ON-A-EXIT
046500             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
046510         WHEN WS-EOF-B-YES AND WS-EOF-A-NO
046520             PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
046530             PERFORM 2810-TOTAL-GROUP THRU 2810-TOTAL-GROUP-EXIT
046540         WHEN WS-CMP-KEY-A < WS-CMP-KEY-B
046550             PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
046560             PERFORM 2810-TOTAL-GROUP THRU 2810-TOTAL-GROUP-EXIT
046570         WHEN WS-CMP-KEY-B < WS-CMP-KEY-A
046580             PERFORM 3200-NOT-ON-A THRU 3200-NOT-ON-A-EXIT
046590             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
046600         WHEN OTHER
046610             PERFORM 2810-TOTAL-GROUP THRU 2810-TOTAL-GROUP-EXIT
046620             PERFORM 3250-COMPARE-GROUP
046630                 THRU 3250-COMPARE-GROUP-EXIT
046640             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
046650     END-EVALUATE
046660     .
046670 2800-PROCESS-GROUP-EXIT.
046680     EXIT.
046690*----------------------------------------------------------------*
046700* 2810 - SWEEP ONE GROUP OF FILE A DETAIL RECORDS, TOTALLING
046710* THEIR AMOUNTS.  AN AMOUNT THAT WILL NOT PARSE ADDS NOTHING -
046720* 2400 HAS ALREADY TALLIED IT AS A FILE A AMOUNT ERROR.
046730*----------------------------------------------------------------*
046740 2810-TOTAL-GROUP.
046750     MOVE WS-CMP-KEY-A TO WS-AGG-KEY
046760     MOVE CURA-DATA TO WS-AGG-FIRST-DATA
046770     MOVE ZERO TO WS-AGG-TOTAL
046780     MOVE ZERO TO WS-AGG-DETAIL-COUNT
046790     ADD 1 TO WS-GROUP-COUNT
046800     PERFORM 2820-ADD-ONE-DETAIL
046810         THRU 2820-ADD-ONE-DETAIL-EXIT
046820         UNTIL WS-EOF-A-YES OR WS-CMP-KEY-A NOT = WS-AGG-KEY
046830     .
046840 2810-TOTAL-GROUP-EXIT.
046850     EXIT.
046860 2820-ADD-ONE-DETAIL.
046870     MOVE WS-AMT-FROM TO WS-EXT-FROM
046880     MOVE WS-AMT-LEN TO WS-EXT-LEN
046890     MOVE SPACES TO WS-EXT-FIELD
046900     MOVE CURA-DATA (WS-EXT-FROM:WS-EXT-LEN)
046910         TO WS-EXT-FIELD (1:WS-EXT-LEN)
046920     PERFORM 2490-EXTRACT-AMOUNT
046930         THRU 2490-EXTRACT-AMOUNT-EXIT
046940     IF WS-EXT-VALID-YES
046950         ADD WS-EXT-VALUE TO WS-AGG-TOTAL
046960     END-IF
046970     ADD 1 TO WS-AGG-DETAIL-COUNT
046980     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
046990     .
047000 2820-ADD-ONE-DETAIL-EXIT.
047010     EXIT.
047020*----------------------------------------------------------------*
047030* 3000 - BUILD ONE EITHER[MISMATCHREASON, MATCHEDPAIR] PER KEY.
047040*----------------------------------------------------------------*
047050 3100-NOT-ON-B.
047060     PERFORM 3470-SET-RECORD-TYPE-A
047070         THRU 3470-SET-RECORD-TYPE-A-EXIT
047080     MOVE WS-CMP-KEY-A (1:10) TO WS-REASON-KEY-BOXED
047090     SET WS-RESULT TO
047100         type Either[type MismatchReason,
047110                 type MatchedPair[string, string]]
047120             ::left(type MismatchReason::notOnFileBFor(
047130                 WS-REASON-KEY-BOXED))
047140     MOVE WS-CMP-KEY-A (1:10) TO WS-LAST-KEY
047150     MOVE WS-CMP-KEY-A (1:10) TO WS-SUP-CHECK-KEY
047160     MOVE "NB" TO WS-SUP-CHECK-REASON
047170     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
047180     IF WS-SUP-HIT-YES
047190         PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
047200         GO TO 3100-NOT-ON-B-EXIT
047210     END-IF
047220     MOVE WS-CMP-KEY-A (1:10) TO WS-DETAIL-KEY
047230     MOVE CURA-DATA TO WS-DETAIL-A-DATA
047240     IF WS-MASK-GIVEN-YES
047250         MOVE WS-DETAIL-A-DATA TO WS-MASK-WORK
047260         PERFORM 3700-MASK-WORK-AREA
047270             THRU 3700-MASK-WORK-AREA-EXIT
047280         MOVE WS-MASK-WORK TO WS-DETAIL-A-DATA
047290     END-IF
047300     MOVE "*NOT PRESENT*" TO WS-DETAIL-B-DATA
047310     MOVE WS-DETAIL-WORK TO WS-DETAIL-BOXED
047320     SET WS-NOT-ON-B-DETAILS TO
047330         WS-NOT-ON-B-DETAILS::append(WS-DETAIL-BOXED)
047340     MOVE SPACES TO RECEXT-RECORD
047350     MOVE WS-CMP-KEY-A (1:10) TO RECEXT-KEY
047360     SET RECEXT-REASON-NOT-ON-B TO TRUE
047370     MOVE CURA-DATA TO RECEXT-FILEA-DATA
047380     MOVE SPACES TO RECEXT-FILEB-DATA
047390     PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT
047400     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
047410     .
047420 3100-NOT-ON-B-EXIT.
047430     EXIT.
047440 3200-NOT-ON-A.
047450     PERFORM 3475-SET-RECORD-TYPE-B
047460         THRU 3475-SET-RECORD-TYPE-B-EXIT
047470     MOVE WS-CMP-KEY-B (1:10) TO WS-REASON-KEY-BOXED
047480     SET WS-RESULT TO
047490         type Either[type MismatchReason,
047500                 type MatchedPair[string, string]]
047510             ::left(type MismatchReason::notOnFileAFor(
047520                 WS-REASON-KEY-BOXED))
047530     MOVE WS-CMP-KEY-B (1:10) TO WS-LAST-KEY
047540     MOVE WS-CMP-KEY-B (1:10) TO WS-SUP-CHECK-KEY
047550     MOVE "NA" TO WS-SUP-CHECK-REASON
047560     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
047570     IF WS-SUP-HIT-YES
047580         PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
047590         GO TO 3200-NOT-ON-A-EXIT
047600     END-IF
047610     MOVE WS-CMP-KEY-B (1:10) TO WS-DETAIL-KEY
047620     MOVE "*NOT PRESENT*" TO WS-DETAIL-A-DATA
047630     MOVE CURB-DATA TO WS-DETAIL-B-DATA
047640     IF WS-MASK-GIVEN-YES
047650         MOVE WS-DETAIL-B-DATA TO WS-MASK-WORK
047660         PERFORM 3700-MASK-WORK-AREA
047670             THRU 3700-MASK-WORK-AREA-EXIT
047680         MOVE WS-MASK-WORK TO WS-DETAIL-B-DATA
047690     END-IF
047700     MOVE WS-DETAIL-WORK TO WS-DETAIL-BOXED
047710     SET WS-NOT-ON-A-DETAILS TO
047720         WS-NOT-ON-A-DETAILS::append(WS-DETAIL-BOXED)
047730     MOVE SPACES TO RECEXT-RECORD
047740     MOVE WS-CMP-KEY-B (1:10) TO RECEXT-KEY
047750     SET RECEXT-REASON-NOT-ON-A TO TRUE
047760     MOVE SPACES TO RECEXT-FILEA-DATA
047770     MOVE CURB-DATA TO RECEXT-FILEB-DATA
047780     PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT
047790     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
047800     .
047810 3200-NOT-ON-A-EXIT.
047820     EXIT.
047830*----------------------------------------------------------------*
047840* 3250 - AGGREGATE MODE: PROVE ONE GROUP'S DETAIL TOTAL AGAINST
047850* THE AMOUNT ON ITS FILE B SUMMARY RECORD.  AN UNPARSEABLE
047860* SUMMARY AMOUNT CANNOT PROVE ANYTHING AND COUNTS AS A
047870* DIFFERENCE.  THE GT EXTRACT CARRIES THE GROUP'S FIRST DETAIL
047880* IMAGE AND THE SUMMARY IMAGE; THE DETAIL REPORT CARRIES THE
047890* TWO TOTALS.
047900*----------------------------------------------------------------*
047910 3250-COMPARE-GROUP.
047920     MOVE WS-AGG-KEY (1:10) TO WS-LAST-KEY
047930     MOVE WS-AGG-KEY (1:10) TO WS-SUP-CHECK-KEY
047940     MOVE "GT" TO WS-SUP-CHECK-REASON
047950     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
047960     MOVE WS-AMT-FROM TO WS-EXT-FROM
047970     MOVE WS-AMT-LEN TO WS-EXT-LEN
047980     MOVE SPACES TO WS-EXT-FIELD
047990     MOVE CURB-DATA (WS-EXT-FROM:WS-EXT-LEN)
048000         TO WS-EXT-FIELD (1:WS-EXT-LEN)
048010     PERFORM 2490-EXTRACT-AMOUNT
048020         THRU 2490-EXTRACT-AMOUNT-EXIT
048030     MOVE ZERO TO WS-AGG-SUMMARY-AMT
048040     IF WS-EXT-VALID-YES
048050         MOVE WS-EXT-VALUE TO WS-AGG-SUMMARY-AMT
048060         IF WS-AGG-SUMMARY-AMT = WS-AGG-TOTAL
048070             SET WS-SUP-HIT-NO TO TRUE
048080             MOVE WS-AGG-FIRST-DATA TO WS-AGG-BOXED
048090             SET WS-RESULT TO
048100                 type Either[type MismatchReason,
048110                         type MatchedPair[string, string]]
048120                     ::right(new type MatchedPair[string, string](
048130                         WS-AGG-BOXED, WS-FILEB-DATA-BOXED))
048140             PERFORM 3400-TALLY-RESULT
048150                 THRU 3400-TALLY-RESULT-EXIT
048160             GO TO 3250-COMPARE-GROUP-EXIT
048170         END-IF
048180     END-IF
048190     IF WS-SUP-HIT-YES
048200         PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
048210         GO TO 3250-COMPARE-GROUP-EXIT
048220     END-IF
048230     MOVE WS-AGG-KEY (1:10) TO WS-REASON-KEY-BOXED
048240     MOVE WS-AGG-TOTAL TO WS-AGG-TOTAL-EDIT
048250     MOVE WS-AGG-SUMMARY-AMT TO WS-AGG-SUMMARY-EDIT
048260     MOVE WS-AGG-TOTAL-EDIT TO WS-DIFF-A-BOXED
048270     MOVE WS-AGG-SUMMARY-EDIT TO WS-DIFF-B-BOXED
048280     MOVE WS-AMT-FROM TO WS-DIFF-OFFSET
048290     MOVE WS-AMT-LEN TO WS-DIFF-LEN
048300     SET WS-RESULT TO
048310         type Either[type MismatchReason,
048320                 type MatchedPair[string, string]]
048330             ::left(type MismatchReason::fieldMismatchFor(
048340                 WS-REASON-KEY-BOXED, WS-DIFF-OFFSET,
048350                 WS-DIFF-LEN, WS-DIFF-A-BOXED,
048360                 WS-DIFF-B-BOXED))
048370     SET WS-AGG-GT-YES TO TRUE
048380     MOVE WS-AGG-DETAIL-COUNT TO WS-AGG-DETAIL-EDIT
048390     MOVE WS-AGG-KEY (1:10) TO WS-DETAIL-KEY
048400     MOVE SPACES TO WS-DETAIL-A-DATA
048410     STRING "GROUP TOTAL " DELIMITED BY SIZE
048420         WS-AGG-TOTAL-EDIT DELIMITED BY SIZE
048430         " OVER " DELIMITED BY SIZE
048440         WS-AGG-DETAIL-EDIT DELIMITED BY SIZE
048450         " DETAILS" DELIMITED BY SIZE
048460         INTO WS-DETAIL-A-DATA
048470     MOVE SPACES TO WS-DETAIL-B-DATA
048480     STRING "SUMMARY TOTAL " DELIMITED BY SIZE
048490         WS-AGG-SUMMARY-EDIT DELIMITED BY SIZE
048500         INTO WS-DETAIL-B-DATA
048510     MOVE WS-DETAIL-WORK TO WS-DETAIL-BOXED
048520     SET WS-MISMATCH-DETAILS TO
048530         WS-MISMATCH-DETAILS::append(WS-DETAIL-BOXED)
048540     MOVE SPACES TO RECEXT-RECORD
048550     MOVE WS-AGG-KEY (1:10) TO RECEXT-KEY
048560     SET RECEXT-REASON-GROUP-TOTAL TO TRUE
048570     MOVE WS-AGG-FIRST-DATA TO RECEXT-FILEA-DATA
048580     MOVE CURB-DATA TO RECEXT-FILEB-DATA
048590     PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT
048600     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
048610     .
048620 3250-COMPARE-GROUP-EXIT.
048630     EXIT.
048640 3300-COMPARE-MATCH.
048650     PERFORM 3470-SET-RECORD-TYPE-A
048660         THRU 3470-SET-RECORD-TYPE-A-EXIT
048670     MOVE WS-CMP-KEY-A (1:10) TO WS-LAST-KEY
048680     MOVE WS-CMP-KEY-A (1:10) TO WS-SUP-CHECK-KEY
048690     MOVE "FM" TO WS-SUP-CHECK-REASON
048700     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
048710     PERFORM 3310-COMPARE-DATA THRU 3310-COMPARE-DATA-EXIT
048720     IF WS-DATA-EQUAL
048730*        A SUPPRESS-LIST ENTRY ONLY COVERS A DIFFERENCE; A
048740*        KEY WHOSE IMAGES AGREE AGAIN COUNTS AS A MATCH.
048750         SET WS-SUP-HIT-NO TO TRUE
048760         IF WS-SMP-GIVEN-YES
048770             PERFORM 3800-SAMPLE-MATCHED-KEY
048780                 THRU 3800-SAMPLE-MATCHED-KEY-EXIT
048790         END-IF
048800         SET WS-RESULT TO
048810             type Either[type MismatchReason,
048820                     type MatchedPair[string, string]]
048830                 ::right(new type MatchedPair[string, string](
048840                     WS-FILEA-DATA-BOXED, WS-FILEB-DATA-BOXED))
048850     ELSE
048860         IF WS-SUP-HIT-YES
048870             PERFORM 3400-TALLY-RESULT
048880                 THRU 3400-TALLY-RESULT-EXIT
048890             GO TO 3300-COMPARE-MATCH-EXIT
048900         END-IF
048910         MOVE WS-CMP-KEY-A (1:10) TO WS-REASON-KEY-BOXED
048920         MOVE SPACES TO WS-DIFF-A-RAW
048930         MOVE SPACES TO WS-DIFF-B-RAW
048940         MOVE WS-CMP-A-DATA (WS-DIFF-OFFSET:WS-DIFF-LEN)
048950             TO WS-DIFF-A-RAW (1:WS-DIFF-LEN)
048960         MOVE WS-CMP-B-DATA (WS-DIFF-OFFSET:WS-DIFF-LEN)
048970             TO WS-DIFF-B-RAW (1:WS-DIFF-LEN)
048980         MOVE WS-DIFF-A-RAW TO WS-DIFF-A-BOXED
048990         MOVE WS-DIFF-B-RAW TO WS-DIFF-B-BOXED
049000         SET WS-RESULT TO
049010             type Either[type MismatchReason,
049020                     type MatchedPair[string, string]]
049030                 ::left(type MismatchReason::fieldMismatchFor(
049040                     WS-REASON-KEY-BOXED, WS-DIFF-OFFSET,
049050                     WS-DIFF-LEN, WS-DIFF-A-BOXED,
049060                     WS-DIFF-B-BOXED))
049070         MOVE WS-CMP-KEY-A (1:10) TO WS-DETAIL-KEY
049080         MOVE CURA-DATA TO WS-DETAIL-A-DATA
049090         MOVE CURB-DATA TO WS-DETAIL-B-DATA
049100         IF WS-MASK-GIVEN-YES
049110             MOVE WS-DETAIL-A-DATA TO WS-MASK-WORK
049120             PERFORM 3700-MASK-WORK-AREA
049130                 THRU 3700-MASK-WORK-AREA-EXIT
049140             MOVE WS-MASK-WORK TO WS-DETAIL-A-DATA
049150             MOVE WS-DETAIL-B-DATA TO WS-MASK-WORK
049160             PERFORM 3700-MASK-WORK-AREA
049170                 THRU 3700-MASK-WORK-AREA-EXIT
049180             MOVE WS-MASK-WORK TO WS-DETAIL-B-DATA
049190         END-IF
049200         MOVE WS-DETAIL-WORK TO WS-DETAIL-BOXED
049210         SET WS-MISMATCH-DETAILS TO
049220             WS-MISMATCH-DETAILS::append(WS-DETAIL-BOXED)
049230         MOVE SPACES TO RECEXT-RECORD
049240         MOVE WS-CMP-KEY-A (1:10) TO RECEXT-KEY
049250         SET RECEXT-REASON-FIELD-MISM TO TRUE
049260         MOVE CURA-DATA TO RECEXT-FILEA-DATA
049270         MOVE CURB-DATA TO RECEXT-FILEB-DATA
049280         PERFORM 3500-WRITE-EXTRACT
049290             THRU 3500-WRITE-EXTRACT-EXIT
049300     END-IF
049310     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
049320     .
049330 3300-COMPARE-MATCH-EXIT.
049340     EXIT.
049350*----------------------------------------------------------------*
049360* 3310 - COMPARE THE TWO DATA PORTIONS UNDER THE SYSIN COMPARE
049370* MASK.  ONLY BYTES WHOSE MASK POSITION IS "Y" TAKE PART; THE
049380* WALK STOPS AT THE FIRST UNEQUAL BYTE.  A RECORD TYPE THAT NO
049390* FIELD CARD COVERS FALLS BACK TO THIS BYTE WALK.
049400*----------------------------------------------------------------*
049410 3310-COMPARE-DATA.
049420     SET WS-DATA-EQUAL TO TRUE
049430     MOVE CURA-DATA TO WS-CMP-A-DATA
049440     MOVE CURB-DATA TO WS-CMP-B-DATA
049450     IF WS-FIELD-COUNT > 0
049460         SET WS-FLD-ANY-DIFF-NO TO TRUE
049470         MOVE ZERO TO WS-FIRST-BAD-FLD
049480         MOVE ZERO TO WS-FLD-APPLIED-CNT
049490         PERFORM 3350-COMPARE-ONE-FIELD
049500             THRU 3350-COMPARE-ONE-FIELD-EXIT
049510             VARYING WS-FLD-IDX FROM 1 BY 1
049520             UNTIL WS-FLD-IDX > WS-FIELD-COUNT
049530         IF WS-FLD-APPLIED-CNT > 0
049540             IF WS-FLD-ANY-DIFF-YES
049550                 SET WS-DATA-UNEQUAL TO TRUE
049560                 COMPUTE WS-DIFF-OFFSET =
049570                     WS-FLD-FROM (WS-FIRST-BAD-FLD)
049580                 COMPUTE WS-DIFF-LEN =
049590                     WS-FLD-LEN (WS-FIRST-BAD-FLD)
049600             ELSE
049610                 SET WS-DATA-EQUAL TO TRUE
049620             END-IF
049630             GO TO 3310-COMPARE-DATA-EXIT
049640         END-IF
049650     END-IF
049660     PERFORM 3320-COMPARE-ONE-BYTE
049670         THRU 3320-COMPARE-ONE-BYTE-EXIT
049680         VARYING WS-CMP-IDX FROM 1 BY 1
049690         UNTIL WS-CMP-IDX > WS-REC-LEN OR WS-DATA-UNEQUAL
049700     IF WS-DATA-UNEQUAL
049710         COMPUTE WS-DIFF-OFFSET = WS-CMP-IDX - 1
049720         MOVE 1 TO WS-DIFF-LEN
049730     END-IF
049740     .
049750 3310-COMPARE-DATA-EXIT.
049760     EXIT.
049770 3320-COMPARE-ONE-BYTE.
049780     IF WS-COMPARE-MASK-BYTE (WS-CMP-IDX) = "Y"
049790         IF WS-CMP-A-BYTE (WS-CMP-IDX) NOT =
049800                 WS-CMP-B-BYTE (WS-CMP-IDX)
049810             SET WS-DATA-UNEQUAL TO TRUE
049820         END-IF
049830     END-IF
049840     .
049850 3320-COMPARE-ONE-BYTE-EXIT.
049860     EXIT.
049870*----------------------------------------------------------------*
049880* 3350 - COMPARE ONE TYPED FIELD BY VALUE.  A FIELD THAT FAILS
049890* TO PARSE AS ITS DECLARED TYPE ON EITHER SIDE FALLS BACK TO A
049900* RAW BYTE COMPARE OF THE FIELD, SO GARBAGE STILL SURFACES AS
049910* A REAL DIFFERENCE INSTEAD OF VANISHING.  THE EQUAL SWITCH IS
049920* RESET PER FIELD SO EVERY FIELD IS JUDGED ON ITS OWN; A
049930* DIFFERING FIELD WRITES ITS FLDFILE DETAIL RECORD AND FLAGS
049940* THE KEY THROUGH WS-FLD-ANY-DIFF-SW.
049950*----------------------------------------------------------------*
049960 3350-COMPARE-ONE-FIELD.
049970     IF WS-FLD-RECTYPE (WS-FLD-IDX) NOT = SPACES
049980             AND WS-FLD-RECTYPE (WS-FLD-IDX) NOT = WS-RT-CUR
049990         GO TO 3350-COMPARE-ONE-FIELD-EXIT
050000     END-IF
050010     ADD 1 TO WS-FLD-APPLIED-CNT
050020     SET WS-DATA-EQUAL TO TRUE
050030     MOVE ZERO TO WS-FLD-DIFF-SIGNED
050040     MOVE WS-FLD-FROM (WS-FLD-IDX) TO WS-EXT-FROM
050050     MOVE WS-FLD-LEN (WS-FLD-IDX) TO WS-EXT-LEN
050060     MOVE SPACES TO WS-FLD-A-RAW
050070     MOVE SPACES TO WS-FLD-B-RAW
050080     MOVE WS-CMP-A-DATA (WS-EXT-FROM:WS-EXT-LEN)
050090         TO WS-FLD-A-RAW (1:WS-EXT-LEN)
050100     MOVE WS-CMP-B-DATA (WS-EXT-FROM:WS-EXT-LEN)
050110         TO WS-FLD-B-RAW (1:WS-EXT-LEN)
050120     EVALUATE WS-FLD-TYPE (WS-FLD-IDX)
050130         WHEN "C"
050140             IF WS-FLD-A-RAW NOT = WS-FLD-B-RAW
050150                 SET WS-DATA-UNEQUAL TO TRUE
050160             END-IF
050170         WHEN "D"
050180             PERFORM 3380-COMPARE-DATES
050190                 THRU 3380-COMPARE-DATES-EXIT
050200         WHEN "P"
050210             MOVE WS-FLD-A-RAW TO WS-EXT-FIELD
050220             PERFORM 3370-EXTRACT-PACKED
050230                 THRU 3370-EXTRACT-PACKED-EXIT
050240             MOVE WS-EXT-VALUE TO WS-VALUE-A
050250             MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
050260             MOVE WS-FLD-B-RAW TO WS-EXT-FIELD
050270             PERFORM 3370-EXTRACT-PACKED
050280                 THRU 3370-EXTRACT-PACKED-EXIT
050290             MOVE WS-EXT-VALUE TO WS-VALUE-B
050300             MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
050310             PERFORM 3355-COMPARE-VALUES
050320                 THRU 3355-COMPARE-VALUES-EXIT
050330         WHEN OTHER
050340             IF WS-FLD-TYPE (WS-FLD-IDX) = "S"
050350                 SET WS-EXT-SIGNED-YES TO TRUE
050360             ELSE
050370                 SET WS-EXT-SIGNED-NO TO TRUE
050380             END-IF
050390             MOVE WS-FLD-A-RAW TO WS-EXT-FIELD
050400             PERFORM 3360-EXTRACT-ZONED
050410                 THRU 3360-EXTRACT-ZONED-EXIT
050420             MOVE WS-EXT-VALUE TO WS-VALUE-A
050430             MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
050440             MOVE WS-FLD-B-RAW TO WS-EXT-FIELD
050450             PERFORM 3360-EXTRACT-ZONED
050460                 THRU 3360-EXTRACT-ZONED-EXIT
050470             MOVE WS-EXT-VALUE TO WS-VALUE-B
050480             MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
050490             PERFORM 3355-COMPARE-VALUES
050500                 THRU 3355-COMPARE-VALUES-EXIT
050510     END-EVALUATE
050520     IF WS-DATA-UNEQUAL
050530         SET WS-FLD-ANY-DIFF-YES TO TRUE
050540         IF WS-FIRST-BAD-FLD = 0
050550             MOVE WS-FLD-IDX TO WS-FIRST-BAD-FLD
050560         END-IF
050570         IF WS-SUP-HIT-NO
050580             ADD 1 TO WS-FLD-MM-CNT (WS-FLD-IDX)
050590             IF WS-RT-GIVEN-YES
050600                 ADD 1
050610                     TO WS-RTT-FLD-MM-CNT (WS-RT-IDX, WS-FLD-IDX)
050620             END-IF
050630             PERFORM 3600-WRITE-FIELD-DETAIL
050640                 THRU 3600-WRITE-FIELD-DETAIL-EXIT
050650         END-IF
050660     END-IF
050670     .
050680 3350-COMPARE-ONE-FIELD-EXIT.
050690     EXIT.
050700*----------------------------------------------------------------*
050710* 3600 - ONE FIELD-LEVEL DETAIL RECORD: THE FIELD CARD'S SHAPE,
050720* BOTH SIDES' RAW BYTES AND THE SIGNED DIFFERENCE 3355 PARSED
050730* (ZERO FOR CHAR/DATE FIELDS AND PARSE FAILURES).
050740*----------------------------------------------------------------*
050750 3600-WRITE-FIELD-DETAIL.
050760     MOVE SPACES TO RECFLD-RECORD
050770     MOVE WS-CMP-KEY-A (1:10) TO RECFLD-KEY
050780     MOVE WS-PAIR-ID TO RECFLD-PAIR-ID
050790     MOVE WS-RUN-DATE TO RECFLD-RUN-DATE
050800     MOVE WS-FLD-IDX TO RECFLD-FIELD-NO
050810     MOVE WS-FLD-TYPE (WS-FLD-IDX) TO RECFLD-FIELD-TYPE
050820     MOVE WS-FLD-FROM (WS-FLD-IDX) TO RECFLD-FIELD-FROM
050830     MOVE WS-FLD-LEN (WS-FLD-IDX) TO RECFLD-FIELD-LEN
050840     MOVE WS-FLD-NAME (WS-FLD-IDX) TO RECFLD-FIELD-NAME
050850     MOVE WS-FLD-A-RAW TO RECFLD-A-VALUE
050860     MOVE WS-FLD-B-RAW TO RECFLD-B-VALUE
050870     IF WS-MASK-GIVEN-YES
050880         PERFORM 3720-MASK-FIELD-VALUES
050890             THRU 3720-MASK-FIELD-VALUES-EXIT
050900     END-IF
050910     MOVE WS-FLD-DIFF-SIGNED TO RECFLD-DIFFERENCE
050920     WRITE RECFLD-RECORD
050930     IF NOT WS-FILE-STATUS-FLD-OK
050940         DISPLAY "RECON: WRITE FAILED FOR FLDFILE - STATUS "
050950             WS-FILE-STATUS-FLD
050960         MOVE 16 TO RETURN-CODE
050970         GOBACK
050980     END-IF
050990     ADD 1 TO WS-FLD-WRITTEN-COUNT
051000     .
051010 3600-WRITE-FIELD-DETAIL-EXIT.
051020     EXIT.
051030 3355-COMPARE-VALUES.
051040     IF WS-VALUE-A-VALID-NO OR WS-VALUE-B-VALID-NO
051050         IF WS-FLD-A-RAW NOT = WS-FLD-B-RAW
051060             SET WS-DATA-UNEQUAL TO TRUE
051070         END-IF
051080         GO TO 3355-COMPARE-VALUES-EXIT
051090     END-IF
051100     COMPUTE WS-VALUE-DIFF = WS-VALUE-A - WS-VALUE-B
051110     MOVE WS-VALUE-DIFF TO WS-FLD-DIFF-SIGNED
051120     IF WS-FLD-TOL-BASE-YES (WS-FLD-IDX)
051130         PERFORM 3358-BASE-VALUE-DIFF
051140             THRU 3358-BASE-VALUE-DIFF-EXIT
051150         IF WS-FX-PROVED-NO
051160             SET WS-DATA-UNEQUAL TO TRUE
051170             GO TO 3355-COMPARE-VALUES-EXIT
051180         END-IF
051190     END-IF
051200     IF WS-VALUE-DIFF < 0
051210         COMPUTE WS-VALUE-DIFF = 0 - WS-VALUE-DIFF
051220     END-IF
051230     IF WS-VALUE-DIFF > WS-FLD-TOL (WS-FLD-IDX)
051240         SET WS-DATA-UNEQUAL TO TRUE
051250     END-IF
051260     .
051270 3355-COMPARE-VALUES-EXIT.
051280     EXIT.
051290*----------------------------------------------------------------*
051300* 3358 - RESTATE WS-VALUE-DIFF IN BASE CURRENCY FOR A FIELD WHOSE
051310* TOLERANCE IS GIVEN IN BASE: EACH SIDE IS CONVERTED AT THE RATE
051320* OF ITS OWN RECORD'S CURRENCY.  EQUAL VALUES IN THE SAME
051330* CURRENCY NEED NO RATE; OTHERWISE A SIDE WITH NO RATE CANNOT BE
051340* PROVED AND THE FIELD COUNTS AS DIFFERING.
051350*----------------------------------------------------------------*
051360 3358-BASE-VALUE-DIFF.
051370     SET WS-FX-PROVED-YES TO TRUE
051380     MOVE WS-CMP-A-DATA (WS-CUR-FROM:3) TO WS-FX-CODE-A
051390     MOVE WS-CMP-B-DATA (WS-CUR-FROM:3) TO WS-FX-CODE-B
051400     IF WS-FX-CODE-A = WS-FX-CODE-B AND WS-VALUE-DIFF = 0
051410         GO TO 3358-BASE-VALUE-DIFF-EXIT
051420     END-IF
051430     MOVE WS-FX-CODE-A TO WS-CCY-WORK
051440     PERFORM 2478-LOOKUP-FX-RATE THRU 2478-LOOKUP-FX-RATE-EXIT
051450     IF WS-FX-FOUND-NO
051460         SET WS-FX-PROVED-NO TO TRUE
051470         GO TO 3358-BASE-VALUE-DIFF-EXIT
051480     END-IF
051490     MOVE WS-FX-RATE-W TO WS-FX-RATE-A
051500     MOVE WS-FX-CODE-B TO WS-CCY-WORK
051510     PERFORM 2478-LOOKUP-FX-RATE THRU 2478-LOOKUP-FX-RATE-EXIT
051520     IF WS-FX-FOUND-NO
051530         SET WS-FX-PROVED-NO TO TRUE
051540         GO TO 3358-BASE-VALUE-DIFF-EXIT
051550     END-IF
051560     MOVE WS-FX-RATE-W TO WS-FX-RATE-B
051570     COMPUTE WS-VALUE-DIFF ROUNDED =
051580         WS-VALUE-A * WS-FX-RATE-A - WS-VALUE-B * WS-FX-RATE-B
051590     .
051600 3358-BASE-VALUE-DIFF-EXIT.
051610     EXIT.
051620*----------------------------------------------------------------*
051630* 3360 - PARSE A ZONED/SIGNED DISPLAY FIELD OUT OF WS-EXT-FIELD
051640* INTO WS-EXT-VALUE.  BLANKS ARE IGNORED (SO "0100" AND "100 "
051650* CARRY THE SAME VALUE), A LEADING "-" OR A TRAILING OVERPUNCH
051660* SIGNS A SIGNED FIELD, AND ANY OTHER CHARACTER MARKS THE
051670* FIELD NOT PARSEABLE.
051680*----------------------------------------------------------------*
051690 3360-EXTRACT-ZONED.
051700     MOVE ZERO TO WS-EXT-VALUE
051710     MOVE 1 TO WS-EXT-SIGN
051720     SET WS-EXT-VALID-YES TO TRUE
051730     PERFORM 3365-EXTRACT-ONE-CHAR
051740         THRU 3365-EXTRACT-ONE-CHAR-EXIT
051750         VARYING WS-EXT-IDX FROM 1 BY 1
051760         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
051770     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
051780     .
051790 3360-EXTRACT-ZONED-EXIT.
051800     EXIT.
051810 3365-EXTRACT-ONE-CHAR.
051820     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
051830     EVALUATE TRUE
051840         WHEN WS-DIGIT-X = SPACE
051850             CONTINUE
051860         WHEN WS-DIGIT-X NUMERIC
051870             COMPUTE WS-EXT-VALUE =
051880                 WS-EXT-VALUE * 10 + WS-DIGIT
051890         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
051900             MOVE -1 TO WS-EXT-SIGN
051910         WHEN WS-EXT-SIGNED-YES
051920                 AND WS-EXT-IDX = WS-EXT-LEN
051930             PERFORM 3368-OVERPUNCH-SIGN
051940                 THRU 3368-OVERPUNCH-SIGN-EXIT
051950         WHEN OTHER
051960             SET WS-EXT-VALID-NO TO TRUE
051970     END-EVALUATE
051980     .
051990 3365-EXTRACT-ONE-CHAR-EXIT.
052000     EXIT.
052010 3368-OVERPUNCH-SIGN.
052020     EVALUATE WS-DIGIT-X
052030         WHEN "{"
052040             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
052050         WHEN "A"
052060             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
052070         WHEN "B"
052080             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
052090         WHEN "C"
052100             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
052110         WHEN "D"
052120             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
052130         WHEN "E"
052140             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
052150         WHEN "F"
052160             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
052170         WHEN "G"
052180             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
052190         WHEN "H"
052200             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
052210         WHEN "I"
052220             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
052230         WHEN "}"
052240             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
052250             MOVE -1 TO WS-EXT-SIGN
052260         WHEN "J"
052270             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
052280             MOVE -1 TO WS-EXT-SIGN
052290         WHEN "K"
052300             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
052310             MOVE -1 TO WS-EXT-SIGN
052320         WHEN "L"
052330             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
052340             MOVE -1 TO WS-EXT-SIGN
052350         WHEN "M"
052360             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
052370             MOVE -1 TO WS-EXT-SIGN
052380         WHEN "N"
052390             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
052400             MOVE -1 TO WS-EXT-SIGN
052410         WHEN "O"
052420             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
052430             MOVE -1 TO WS-EXT-SIGN
052440         WHEN "P"
052450             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
052460             MOVE -1 TO WS-EXT-SIGN
052470         WHEN "Q"
052480             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
052490             MOVE -1 TO WS-EXT-SIGN
052500         WHEN "R"
052510             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
052520             MOVE -1 TO WS-EXT-SIGN
052530         WHEN OTHER
052540             SET WS-EXT-VALID-NO TO TRUE
052550     END-EVALUATE
052560     .
052570 3368-OVERPUNCH-SIGN-EXIT.
052580     EXIT.
052590*----------------------------------------------------------------*
052600* 3370 - PARSE A PACKED FIELD: RIGHT-ALIGN ITS BYTES IN AN
052610* EIGHT-BYTE AREA PADDED WITH X"00" AND LET THE CLASS TEST
052620* DECIDE WHETHER THE RESULT IS A VALID COMP-3 VALUE.
052630*----------------------------------------------------------------*
052640 3370-EXTRACT-PACKED.
052650     MOVE LOW-VALUES TO WS-PACKED-X
052660     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
052670     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
052680         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
052690     IF WS-PACKED-9 NUMERIC
052700         MOVE WS-PACKED-9 TO WS-EXT-VALUE
052710         SET WS-EXT-VALID-YES TO TRUE
052720     ELSE
052730         MOVE ZERO TO WS-EXT-VALUE
052740         SET WS-EXT-VALID-NO TO TRUE
052750     END-IF
052760     .
052770 3370-EXTRACT-PACKED-EXIT.
052780     EXIT.
052790*----------------------------------------------------------------*
052800* 3380 - DATE FIELDS: BOTH SIDES ARE NORMALIZED TO YYYYMMDD
052810* (A TEN-BYTE FIELD MAY BE DD/MM/YYYY OR YYYY-MM-DD) AND IS
052820* COMPARED AS A VALUE, SO 2026-08-31 AND 31/08/2026 AGREE.
052830*----------------------------------------------------------------*
052840 3380-COMPARE-DATES.
052850     MOVE WS-FLD-A-RAW TO WS-DATE-IN-RAW
052860     PERFORM 3385-NORMALIZE-ONE-DATE
052870         THRU 3385-NORMALIZE-ONE-DATE-EXIT
052880     MOVE WS-DATE-OUT TO WS-DATE-A
052890     MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
052900     MOVE WS-FLD-B-RAW TO WS-DATE-IN-RAW
052910     PERFORM 3385-NORMALIZE-ONE-DATE
052920         THRU 3385-NORMALIZE-ONE-DATE-EXIT
052930     MOVE WS-DATE-OUT TO WS-DATE-B
052940     MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
052950     IF WS-VALUE-A-VALID-NO OR WS-VALUE-B-VALID-NO
052960         IF WS-FLD-A-RAW NOT = WS-FLD-B-RAW
052970             SET WS-DATA-UNEQUAL TO TRUE
052980         END-IF
052990         GO TO 3380-COMPARE-DATES-EXIT
053000     END-IF
053010     IF WS-DATE-A NOT = WS-DATE-B
053020         SET WS-DATA-UNEQUAL TO TRUE
053030     END-IF
053040     .
053050 3380-COMPARE-DATES-EXIT.
053060     EXIT.
053070 3385-NORMALIZE-ONE-DATE.
053080     MOVE SPACES TO WS-DATE-OUT
053090     IF WS-EXT-LEN = 8
053100         MOVE WS-DATE-IN-RAW (1:8) TO WS-DATE-OUT
053110         IF WS-DATE-OUT NUMERIC
053120             SET WS-EXT-VALID-YES TO TRUE
053130         ELSE
053140             SET WS-EXT-VALID-NO TO TRUE
053150         END-IF
053160         GO TO 3385-NORMALIZE-ONE-DATE-EXIT
053170     END-IF
053180     MOVE WS-DATE-IN-RAW (1:10) TO WS-DATE-WORK
053190     IF WS-DW-S1 = "/" AND WS-DW-S2 = "/"
053200             AND WS-DW-DD NUMERIC AND WS-DW-MM NUMERIC
053210             AND WS-DW-YYYY NUMERIC
053220         STRING WS-DW-YYYY DELIMITED BY SIZE
053230             WS-DW-MM DELIMITED BY SIZE
053240             WS-DW-DD DELIMITED BY SIZE
053250             INTO WS-DATE-OUT
053260         SET WS-EXT-VALID-YES TO TRUE
053270         GO TO 3385-NORMALIZE-ONE-DATE-EXIT
053280     END-IF
053290     IF WS-DD-S1 = "-" AND WS-DD-S2 = "-"
053300             AND WS-DD-YYYY NUMERIC AND WS-DD-MM NUMERIC
053310             AND WS-DD-DD NUMERIC
053320         STRING WS-DD-YYYY DELIMITED BY SIZE
053330             WS-DD-MM DELIMITED BY SIZE
053340             WS-DD-DD DELIMITED BY SIZE
053350             INTO WS-DATE-OUT
053360         SET WS-EXT-VALID-YES TO TRUE
053370     ELSE
053380         SET WS-EXT-VALID-NO TO TRUE
053390     END-IF
053400     .
053410 3385-NORMALIZE-ONE-DATE-EXIT.
053420     EXIT.
053430*----------------------------------------------------------------*
053440* 3500 - ONE MISMATCH EXTRACT RECORD PER EXCEPTION KEY. THE
053450* CALLER HAS ALREADY SET THE KEY, REASON CODE AND BOTH DATA
053460* IMAGES - THIS PARAGRAPH STAMPS THE RUN DATE AND WRITES.  ON
053470* A RESTART THE FAILED RUN'S EXTRACT RECORDS ARE ALREADY ON
053480* THE DATASET - INCLUDING THE ONES WRITTEN AFTER ITS LAST
053490* CHECKPOINT - SO KEYS NOT ABOVE THE HIGHEST KEY THE 1270
053500* PRE-SCAN FOUND ARE NOT WRITTEN A SECOND TIME.
053510*----------------------------------------------------------------*
053520 3500-WRITE-EXTRACT.
053530     IF WS-RESTART-FOUND-YES
053540             AND RECEXT-KEY NOT > WS-EXT-SUPPRESS-KEY
053550         GO TO 3500-WRITE-EXTRACT-EXIT
053560     END-IF
053570     MOVE WS-RUN-DATE TO RECEXT-RUN-DATE
053580     MOVE WS-PAIR-ID TO RECEXT-PAIR-ID
053590     IF WS-CLEAR-EXTRACT-YES
053600         MOVE RECEXT-RECORD TO EXTC-RECORD
053610         WRITE EXTC-RECORD
053620         IF NOT WS-FILE-STATUS-CLX-OK
053630             DISPLAY "RECON: WRITE FAILED FOR EXTCLEAR - "
053640                 "STATUS " WS-FILE-STATUS-CLX
053650             MOVE 16 TO RETURN-CODE
053660             GOBACK
053670         END-IF
053680     END-IF
053690     IF WS-MASK-GIVEN-YES
053700         MOVE RECEXT-FILEA-DATA TO WS-MASK-WORK
053710         PERFORM 3700-MASK-WORK-AREA
053720             THRU 3700-MASK-WORK-AREA-EXIT
053730         MOVE WS-MASK-WORK TO RECEXT-FILEA-DATA
053740         MOVE RECEXT-FILEB-DATA TO WS-MASK-WORK
053750         PERFORM 3700-MASK-WORK-AREA
053760             THRU 3700-MASK-WORK-AREA-EXIT
053770         MOVE WS-MASK-WORK TO RECEXT-FILEB-DATA
053780     END-IF
053790     WRITE RECEXT-RECORD
053800     IF NOT WS-FILE-STATUS-EXTRACT-OK
053810         DISPLAY "RECON: WRITE FAILED FOR EXTFILE - FILE STATUS "
053820             WS-FILE-STATUS-EXTRACT
053830         MOVE 16 TO RETURN-CODE
053840         GOBACK
053850     END-IF
053860     ADD 1 TO WS-EXT-WRITTEN-COUNT
053870     .
053880 3500-WRITE-EXTRACT-EXIT.
053890     EXIT.
053900*----------------------------------------------------------------*
053910* 4000 - SAVE A CHECKPOINT THROUGH THE LIBRARY CHECKPOINT CLASS.
053920* THE WRITER DELEGATE UNPACKS THE CHECKPOINT BACK INTO WORKING
053930* STORAGE (THE SAME SHAPE THE TEST SUITE USES) AND THE PARAGRAPH
053940* THEN REWRITES THE ONE-RECORD RESTART DATASET FROM IT PLUS THE
053950* FOUR SUMMARY COUNTERS.
053960*----------------------------------------------------------------*
053970 4000-TAKE-CHECKPOINT.
053980     MOVE WS-LAST-KEY TO WS-CP-BOXED-KEY
053990     SET WS-CHECKPOINT TO type Checkpoint[string]::at(
054000         WS-CP-BOXED-KEY, WS-KEYS-PROCESSED)
054010     SET WS-CP-WRITER TO delegate
054020             using cp as type Checkpoint[string]
054030         SET WS-CP-SAVED-KEY TO cp::getKey()
054040         MOVE cp::getRecordCount() TO WS-CP-SAVED-COUNT
054050     end-delegate
054060     WS-CHECKPOINT::save(WS-CP-WRITER)
054070     OPEN OUTPUT RESTART-FILE
054080     IF NOT WS-FILE-STATUS-RESTART-OK
054090         DISPLAY "RECON: OPEN FAILED FOR RESTART - FILE STATUS "
054100             WS-FILE-STATUS-RESTART
054110         MOVE 16 TO RETURN-CODE
054120         GOBACK
054130     END-IF
054140     MOVE SPACES TO RESTART-RECORD
054150     MOVE WS-CP-SAVED-KEY TO RESTART-KEY
054160     MOVE WS-CP-SAVED-COUNT TO RESTART-KEYS-PROCESSED
054170     MOVE WS-MATCH-COUNT TO RESTART-MATCH-COUNT
054180     MOVE WS-NOT-ON-A-COUNT TO RESTART-NOT-ON-A-COUNT
054190     MOVE WS-NOT-ON-B-COUNT TO RESTART-NOT-ON-B-COUNT
054200     MOVE WS-FIELD-MISMATCH-COUNT TO RESTART-FIELD-MM-COUNT
054210     WRITE RESTART-RECORD
054220     IF NOT WS-FILE-STATUS-RESTART-OK
054230         DISPLAY "RECON: WRITE FAILED FOR RESTART - FILE STATUS "
054240             WS-FILE-STATUS-RESTART
054250         MOVE 16 TO RETURN-CODE
054260         GOBACK
054270     END-IF
054280     CLOSE RESTART-FILE
054290     .
054300 4000-TAKE-CHECKPOINT-EXIT.
054310     EXIT.
054320*----------------------------------------------------------------*
054330* 4100 - ONE CONSOLE PROGRESS LINE: KEYS DONE, THE KEY IN
054340* HAND, KEYS PER SECOND AND - ONCE A TRAILER COUNT HAS BEEN
054350* SEEN - PERCENT OF IT DONE.  ON A SEQUENTIAL INPUT THE
054360* TRAILER ARRIVES LAST, SO MID-RUN THE PERCENT READS N/A.
054370*----------------------------------------------------------------*
054380 4100-ISSUE-PROGRESS.
054390     ACCEPT WS-PROG-TIME-RAW FROM TIME
054400     COMPUTE WS-NOW-SECS = (WS-PROG-HH * 3600)
054410         + (WS-PROG-MM * 60) + WS-PROG-SS
054420     COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS
054430     IF WS-ELAPSED-SECS < 0
054440         ADD 86400 TO WS-ELAPSED-SECS
054450     END-IF
054460     IF WS-ELAPSED-SECS = 0
054470         MOVE 1 TO WS-ELAPSED-SECS
054480     END-IF
054490     COMPUTE WS-KEY-RATE =
054500         WS-KEYS-PROCESSED / WS-ELAPSED-SECS
054510     MOVE WS-KEYS-PROCESSED TO WS-EDIT-COUNT-9
054520     MOVE WS-KEY-RATE TO WS-EDIT-RATE
054530     IF WS-TRAILER-COUNT-A > 0
054540         COMPUTE WS-PCT-DONE =
054550             WS-KEYS-PROCESSED * 100 / WS-TRAILER-COUNT-A
054560         MOVE WS-PCT-DONE TO WS-EDIT-PCT
054570         DISPLAY "RECON004I " WS-EDIT-COUNT-9 " KEYS AT "
054580             WS-LAST-KEY " - " WS-EDIT-RATE "/SEC - "
054590             WS-EDIT-PCT " PCT" UPON OPER-CONSOLE
054600     ELSE
054610         DISPLAY "RECON004I " WS-EDIT-COUNT-9 " KEYS AT "
054620             WS-LAST-KEY " - " WS-EDIT-RATE "/SEC - "
054630             "PCT N/A" UPON OPER-CONSOLE
054640     END-IF
054650     .
054660 4100-ISSUE-PROGRESS-EXIT.
054670     EXIT.
054680*----------------------------------------------------------------*
054690* 4200 - OPERATOR QUIESCE.  A NON-EMPTY QUIESCE DATASET MEANS
054700* THE MACHINE IS WANTED: TAKE AN IMMEDIATE CHECKPOINT THROUGH
054710* THE 4000 MACHINERY AND LET THE MAINLINE END THE RUN CLEANLY
054720* AND RESTARTABLY INSTEAD OF THE OPERATOR CANCELLING IT.
054730*----------------------------------------------------------------*
054740 4200-CHECK-QUIESCE.
054750*    KEY CARDS EXCLUDE CHECKPOINT RUNNING, SO A QUIESCE HERE
054760*    WOULD SAVE A RESTART THE NEXT RUN MUST REFUSE - THE RUN
054770*    ANSWERS THE QUIESCE BY RUNNING TO END OF JOB INSTEAD.
054780     IF WS-KEYDEF-GIVEN-YES
054790         GO TO 4200-CHECK-QUIESCE-EXIT
054800     END-IF
054810     OPEN INPUT QUIESCE-FILE
054820     IF WS-FILE-STATUS-QSC-NOTFND
054830         GO TO 4200-CHECK-QUIESCE-EXIT
054840     END-IF
054850     IF NOT WS-FILE-STATUS-QSC-OK
054860         GO TO 4200-CHECK-QUIESCE-EXIT
054870     END-IF
054880     READ QUIESCE-FILE
054890         AT END
054900             CLOSE QUIESCE-FILE
054910             GO TO 4200-CHECK-QUIESCE-EXIT
054920     END-READ
054930     CLOSE QUIESCE-FILE
054940     IF QUIESCE-RECORD = SPACES
054950         GO TO 4200-CHECK-QUIESCE-EXIT
054960     END-IF
054970     DISPLAY "RECON005I QUIESCE REQUESTED - CHECKPOINTING"
054980         " AND ENDING" UPON OPER-CONSOLE
054990     PERFORM 4000-TAKE-CHECKPOINT
055000         THRU 4000-TAKE-CHECKPOINT-EXIT
055010     SET WS-QUIESCE-YES TO TRUE
055020     .
055030 4200-CHECK-QUIESCE-EXIT.
055040     EXIT.
055050*----------------------------------------------------------------*
055060* 9700 - CLEAN QUIESCE SHUTDOWN: A NOTE ON THE PRINT FILE, THE
055070* FILES CLOSED, AND RC=2 FOR THE SCHEDULER TO RESUBMIT.  THE
055080* RESTART DATASET IS DELIBERATELY LEFT HOLDING THE CHECKPOINT
055090* - THAT IS WHAT THE RERUN RESUMES FROM.
055100*----------------------------------------------------------------*
055110 9700-QUIESCE-SHUTDOWN.
055120     MOVE SPACES TO WS-PRINT-LINE
055130     STRING "RUN QUIESCED AT KEY " DELIMITED BY SIZE
055140         WS-LAST-KEY DELIMITED BY SIZE
055150         " - RESTARTABLE" DELIMITED BY SIZE
055160         INTO WS-PRINT-LINE
055170     PERFORM 8800-WRITE-PRINT-LINE
055180         THRU 8800-WRITE-PRINT-LINE-EXIT
055190     IF WS-INPUT-A-KSDS-YES
055200         CLOSE FILEAK-FILE
055210     ELSE
055220         CLOSE FILEA-FILE
055230     END-IF
055240     IF WS-INPUT-B-KSDS-YES
055250         CLOSE FILEBK-FILE
055260     ELSE
055270         IF WS-MODE-LOOKUP-NO
055280             CLOSE FILEB-FILE
055290         END-IF
055300     END-IF
055310     CLOSE PRINT-FILE
055320     CLOSE DETAIL-FILE
055330     CLOSE EXTRACT-FILE
055340     IF WS-FIELD-COUNT > 0
055350         CLOSE FIELD-FILE
055360     END-IF
055370     MOVE 2 TO RETURN-CODE
055380     GOBACK
055390     .
055400 9700-QUIESCE-SHUTDOWN-EXIT.
055410     EXIT.
055420*----------------------------------------------------------------*
055430* 6000 - ONE PAIR-LIST ENTRY: RESET THE PER-PAIR STATE, APPLY
055440* THE ENTRY'S OVERRIDES, RUN THE WHOLE MATCH-MERGE, PRINT THIS
055450* PAIR'S SUMMARY AND DETAIL SECTIONS, GRADE IT AND ROLL ITS
055460* COUNTS INTO THE GRAND TOTALS.
055470*----------------------------------------------------------------*
055480 6000-PROCESS-PAIR.
055490     READ PAIRLIST-FILE
055500         AT END
055510             SET WS-PAIRS-EOF-YES TO TRUE
055520             GO TO 6000-PROCESS-PAIR-EXIT
055530     END-READ
055540     IF NOT WS-FILE-STATUS-PAIR-OK
055550         DISPLAY "RECON: READ FAILED FOR PAIRLIST - STATUS "
055560             WS-FILE-STATUS-PAIR
055570         MOVE 16 TO RETURN-CODE
055580         GOBACK
055590     END-IF
055600     IF RECPAIR-RECORD = SPACES
055610             OR RECPAIR-PAIR-ID-BYTE-1 = "*"
055620         GO TO 6000-PROCESS-PAIR-EXIT
055630     END-IF
055640     IF RECPAIR-FILEA-NAME = SPACES
055650             OR RECPAIR-FILEB-NAME = SPACES
055660         DISPLAY "RECON: PAIRLIST ENTRY INCOMPLETE - "
055670             RECPAIR-PAIR-ID
055680         MOVE 16 TO RETURN-CODE
055690         GOBACK
055700     END-IF
055710     MOVE RECPAIR-RECORD TO WS-CURP-RECORD
055720     PERFORM 6010-RUN-CURRENT-PAIR
055730         THRU 6010-RUN-CURRENT-PAIR-EXIT
055740     .
055750 6000-PROCESS-PAIR-EXIT.
055760     EXIT.
055770*----------------------------------------------------------------*
055780* 6010 - THE WHOLE MATCH-MERGE FOR THE PAIR STAGED IN WS-CURP:
055790* CYCLE CHECK, STATE RESET, OVERRIDES, PROCESS, REPORTS AND
055800* GRADE.  A PAIR THAT RUNS IS TIMED ON ITS OWN STEPTIME RECORD;
055810* THE STEP'S START STAMP IS PUT BACK AFTERWARDS.  PARALLEL WAVES
055820* OVERLAP THEIR PAIRS, SO THERE ONLY THE STEP ITSELF IS TIMED.
055830*----------------------------------------------------------------*
055840 6010-RUN-CURRENT-PAIR.
055850     IF WS-CYCLE-FREQ NOT = SPACES
055860         MOVE WS-CURP-CAL-ID TO WS-ACTIVE-CAL-ID
055870         PERFORM 1400-VALIDATE-CYCLE-DATE
055880             THRU 1400-VALIDATE-CYCLE-DATE-EXIT
055890         IF WS-CYCLE-OK-NO
055900             DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID
055910                 " SKIPPED - WRONG CYCLE DATE"
055920             IF WS-MAX-RC < 8
055930                 MOVE 8 TO WS-MAX-RC
055940             END-IF
055950             PERFORM 9270-WRITE-SKIPPED-RESULT
055960                 THRU 9270-WRITE-SKIPPED-RESULT-EXIT
055970             GO TO 6010-RUN-CURRENT-PAIR-EXIT
055980         END-IF
055990     END-IF
056000     PERFORM 6050-RESOLVE-SNAPSHOTS
056010         THRU 6050-RESOLVE-SNAPSHOTS-EXIT
056020     IF WS-SNAP-OK-NO
056030         DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID
056040             " SKIPPED - SNAPSHOT NOT PROVED"
056050         IF WS-MAX-RC < 8
056060             MOVE 8 TO WS-MAX-RC
056070         END-IF
056080         PERFORM 9270-WRITE-SKIPPED-RESULT
056090             THRU 9270-WRITE-SKIPPED-RESULT-EXIT
056100         GO TO 6010-RUN-CURRENT-PAIR-EXIT
056110     END-IF
056120     MOVE RECSTW-START-STAMP TO WS-STEP-START-SAVE
056130     PERFORM 9800-START-STEP-TIMING
056140         THRU 9800-START-STEP-TIMING-EXIT
056150     PERFORM 6100-RESET-PAIR-STATE
056160         THRU 6100-RESET-PAIR-STATE-EXIT
056170     MOVE WS-CURP-PAIR-ID TO WS-PAIR-ID
056180     MOVE WS-CURP-FILEA-NAME TO WS-FILEA-NAME
056190     MOVE WS-CURP-FILEB-NAME TO WS-FILEB-NAME
056200     IF WS-CURP-TOL-COUNT NOT = SPACES
056210         IF WS-CURP-TOL-COUNT-N NOT NUMERIC
056220             DISPLAY "RECON: BAD PAIR TOLERANCE - "
056230                 WS-CURP-PAIR-ID
056240             MOVE 16 TO RETURN-CODE
056250             GOBACK
056260         END-IF
056270         MOVE WS-CURP-TOL-COUNT-N TO WS-TOL-COUNT
056280         SET WS-TOL-COUNT-GIVEN-YES TO TRUE
056290     END-IF
056300     IF WS-CURP-EXCLUDE-RANGE NOT = SPACES
056310         MOVE SPACES TO WS-CARD-FIELDS
056320         MOVE "EXCLUDE" TO WS-CARD-OPERAND-1
056330         MOVE WS-CURP-EXCLUDE-RANGE TO WS-CARD-OPERAND-2
056340         PERFORM 1120-APPLY-COMPARE-CARD
056350             THRU 1120-APPLY-COMPARE-CARD-EXIT
056360     END-IF
056370     PERFORM 1300-OPEN-INPUTS THRU 1300-OPEN-INPUTS-EXIT
056380     PERFORM 2000-PROCESS-FILES
056390         THRU 2000-PROCESS-FILES-EXIT
056400         UNTIL WS-EOF-A-YES AND WS-EOF-B-YES
056410     IF WS-SMP-GIVEN-YES
056420         PERFORM 3850-CLOSE-PAIR-SAMPLE
056430             THRU 3850-CLOSE-PAIR-SAMPLE-EXIT
056440     END-IF
056450     PERFORM 8050-PRINT-PAIR-HEADING
056460         THRU 8050-PRINT-PAIR-HEADING-EXIT
056470     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
056480     PERFORM 8100-PRINT-DETAIL
056490         THRU 8100-PRINT-DETAIL-EXIT
056500     PERFORM 6900-GRADE-PAIR THRU 6900-GRADE-PAIR-EXIT
056510     CLOSE FILEA-FILE
056520     CLOSE FILEB-FILE
056530     MOVE WS-CURP-PAIR-ID TO RECSTW-PAIR-ID
056540     COMPUTE RECSTW-RECORD-COUNT = WS-RECORDS-READ-A
056550         + WS-RECORDS-READ-B
056560     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
056570     PERFORM 9810-WRITE-STEP-TIMING
056580         THRU 9810-WRITE-STEP-TIMING-EXIT
056590     MOVE SPACES TO RECSTW-PAIR-ID
056600     MOVE WS-STEP-START-SAVE TO RECSTW-START-STAMP
056610     .
056620 6010-RUN-CURRENT-PAIR-EXIT.
056630     EXIT.
056640*----------------------------------------------------------------*
056650* 6050 - RESOLVE THE STAGED PAIR'S SNAPSHOT REFERENCES.  EACH
056660* "@" DATASET IS REPLACED IN WS-CURP BY THE CATALOGUED DATASET
056670* NAME, SO EVERYTHING DOWNSTREAM - THE OPENS, THE HEADINGS AND
056680* THE PARALLEL SLOT SNAPSHOT - SEES THE REAL NAME.  A REFERENCE
056690* THE CATALOG CANNOT ANSWER TURNS WS-SNAP-OK-SW OFF.
056700*----------------------------------------------------------------*
056710 6050-RESOLVE-SNAPSHOTS.
056720     SET WS-SNAP-OK-YES TO TRUE
056730     IF WS-CURP-FILEA-BY-SNAP
056740         MOVE "A" TO WS-SNAP-SIDE
056750         MOVE WS-CURP-FILEA-FEED-ID TO WS-SNAP-FEED-ID
056760         MOVE WS-CURP-FILEA-CYCLE TO WS-SNAP-CYCLE
056770         PERFORM 6060-RESOLVE-ONE-SNAPSHOT
056780             THRU 6060-RESOLVE-ONE-SNAPSHOT-EXIT
056790         IF WS-SNAP-FOUND-YES
056800             MOVE WS-SNAP-DSNAME TO WS-CURP-FILEA-NAME
056810         ELSE
056820             SET WS-SNAP-OK-NO TO TRUE
056830         END-IF
056840     END-IF
056850     IF WS-CURP-FILEB-BY-SNAP
056860         MOVE "B" TO WS-SNAP-SIDE
056870         MOVE WS-CURP-FILEB-FEED-ID TO WS-SNAP-FEED-ID
056880         MOVE WS-CURP-FILEB-CYCLE TO WS-SNAP-CYCLE
056890         PERFORM 6060-RESOLVE-ONE-SNAPSHOT
056900             THRU 6060-RESOLVE-ONE-SNAPSHOT-EXIT
056910         IF WS-SNAP-FOUND-YES
056920             MOVE WS-SNAP-DSNAME TO WS-CURP-FILEB-NAME
056930         ELSE
056940             SET WS-SNAP-OK-NO TO TRUE
056950         END-IF
056960     END-IF
056970     .
056980 6050-RESOLVE-SNAPSHOTS-EXIT.
056990     EXIT.
057000*----------------------------------------------------------------*
057010* 6060 - ONE REFERENCE: TURN THE CYCLE WORD INTO A DATE, THEN
057020* READ THE CATALOG THROUGH FOR THE LAST ENTRY OF THAT FEED AND
057030* DATE.  A MALFORMED REFERENCE IS A PAIRLIST ERROR AND STOPS
057040* THE RUN; A MISSING CATALOG MEANS NOTHING WAS EVER PROVED.
057050*----------------------------------------------------------------*
057060 6060-RESOLVE-ONE-SNAPSHOT.
057070     SET WS-SNAP-FOUND-NO TO TRUE
057080     MOVE SPACES TO WS-SNAP-DSNAME
057090     IF WS-SNAP-FEED-ID = SPACES
057100         DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID " FILE "
057110             WS-SNAP-SIDE " SNAPSHOT HAS NO FEED ID"
057120         MOVE 16 TO RETURN-CODE
057130         GOBACK
057140     END-IF
057150     EVALUATE TRUE
057160         WHEN WS-SNAP-CYCLE = "TODAY"
057170             MOVE WS-RUN-DATE TO WS-SNAP-DATE
057180         WHEN WS-SNAP-CYCLE = "PREVBUS"
057190             PERFORM 6070-PREV-BUSINESS-DAY
057200                 THRU 6070-PREV-BUSINESS-DAY-EXIT
057210         WHEN WS-SNAP-CYCLE-N NUMERIC
057220             MOVE WS-SNAP-CYCLE TO WS-SNAP-DATE
057230         WHEN OTHER
057240             DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID " FILE "
057250                 WS-SNAP-SIDE " BAD SNAPSHOT CYCLE - "
057260                 WS-SNAP-CYCLE
057270             MOVE 16 TO RETURN-CODE
057280             GOBACK
057290     END-EVALUATE
057300     OPEN INPUT SNAPCAT-FILE
057310     IF WS-FILE-STATUS-SNAP-NOTFND
057320         DISPLAY "RECON: NO SNAPCAT DATASET - PAIR "
057330             WS-CURP-PAIR-ID " FILE " WS-SNAP-SIDE
057340             " CANNOT BE RESOLVED"
057350         GO TO 6060-RESOLVE-ONE-SNAPSHOT-EXIT
057360     END-IF
057370     IF NOT WS-FILE-STATUS-SNAP-OK
057380         DISPLAY "RECON: OPEN FAILED FOR SNAPCAT - STATUS "
057390             WS-FILE-STATUS-SNAP
057400         MOVE 16 TO RETURN-CODE
057410         GOBACK
057420     END-IF
057430     SET WS-SNAP-EOF-NO TO TRUE
057440     PERFORM 6065-SCAN-ONE-SNAPSHOT
057450         THRU 6065-SCAN-ONE-SNAPSHOT-EXIT
057460         UNTIL WS-SNAP-EOF-YES
057470     CLOSE SNAPCAT-FILE
057480     IF WS-SNAP-FOUND-YES
057490         DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID " FILE "
057500             WS-SNAP-SIDE " IS " WS-SNAP-FEED-ID " "
057510             WS-SNAP-DATE " - " WS-SNAP-DSNAME
057520     ELSE
057530         DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID " FILE "
057540             WS-SNAP-SIDE " - NO PROVED SNAPSHOT FOR "
057550             WS-SNAP-FEED-ID " " WS-SNAP-DATE
057560     END-IF
057570     .
057580 6060-RESOLVE-ONE-SNAPSHOT-EXIT.
057590     EXIT.
057600 6065-SCAN-ONE-SNAPSHOT.
057610     READ SNAPCAT-FILE
057620         AT END
057630             SET WS-SNAP-EOF-YES TO TRUE
057640             GO TO 6065-SCAN-ONE-SNAPSHOT-EXIT
057650     END-READ
057660     IF NOT WS-FILE-STATUS-SNAP-OK
057670         DISPLAY "RECON: READ FAILED FOR SNAPCAT - STATUS "
057680             WS-FILE-STATUS-SNAP
057690         MOVE 16 TO RETURN-CODE
057700         GOBACK
057710     END-IF
057720     IF RECSNP-FEED-ID = WS-SNAP-FEED-ID
057730             AND RECSNP-CYCLE-DATE = WS-SNAP-DATE
057740         MOVE RECSNP-DSNAME TO WS-SNAP-DSNAME
057750         SET WS-SNAP-FOUND-YES TO TRUE
057760     END-IF
057770     .
057780 6065-SCAN-ONE-SNAPSHOT-EXIT.
057790     EXIT.
057800*----------------------------------------------------------------*
057810* 6070 - THE BUSINESS DAY BEFORE THE RUN DATE ON THE PAIR'S OWN
057820* CALENDAR, FROM THE SAME HOLIDAY TABLE THE CYCLE CHECK USES.
057830*----------------------------------------------------------------*
057840 6070-PREV-BUSINESS-DAY.
057850     PERFORM 1405-LOAD-HOLIDAYS THRU 1405-LOAD-HOLIDAYS-EXIT
057860     MOVE WS-CURP-CAL-ID TO WS-ACTIVE-CAL-ID
057870     SET WS-HOLIDAY-SEQ TO type Seq[string]::empty()
057880     MOVE ZERO TO WS-CAL-MATCH-COUNT
057890     PERFORM 1420-PICK-ONE-HOLIDAY
057900         THRU 1420-PICK-ONE-HOLIDAY-EXIT
057910         VARYING WS-HT-IDX FROM 1 BY 1
057920         UNTIL WS-HT-IDX > WS-HT-COUNT
057930     IF WS-ACTIVE-CAL-ID NOT = SPACES
057940             AND WS-CAL-MATCH-COUNT = 0
057950         DISPLAY "RECON: NO HOLIDAYS FOR CALENDAR "
057960             WS-ACTIVE-CAL-ID
057970         MOVE 16 TO RETURN-CODE
057980         GOBACK
057990     END-IF
058000     MOVE WS-RUN-DATE TO WS-RUN-DATE-BOXED
058010     SET WS-CALENDAR TO type BusinessCalendar::of(
058020         WS-HOLIDAY-SEQ, WS-RUN-DATE-BOXED)
058030     SET WS-SNAP-DATE-BOXED TO
058040         WS-CALENDAR::previousBusinessDay(WS-RUN-DATE-BOXED)
058050     MOVE WS-SNAP-DATE-BOXED TO WS-SNAP-DATE
058060     .
058070 6070-PREV-BUSINESS-DAY-EXIT.
058080     EXIT.
058090*----------------------------------------------------------------*
058100* 6500 - ONE WAVE OF CONCURRENT PAIRS.  UP TO WS-PARALLEL-MAX
058110* ENTRIES ARE STAGED, EACH DISPATCHED AS A PAIRWORKER RUNNING
058120* THE CONTAINED RECONPAIR ENGINE IN A RUN UNIT OF ITS OWN
058130* AGAINST ITS OWN WORK DATASETS; THE WHOLE WAVE IS JOINED
058140* THROUGH THE LIBRARY FUTURE'S ALL() COMBINATOR, AND ONLY THEN
058150* ARE THE WORK DATASETS MERGED AND THE SUMMARY SECTIONS
058160* PRINTED - IN PAIRLIST ORDER, BY THIS ONE DRIVER THREAD.
058170* NOTHING THE WORKERS TOUCH IS SHARED; EVERY SHARED DATASET IS
058180* WRITTEN HERE, AFTER THE JOIN.
058190*----------------------------------------------------------------*
058200 6500-PROCESS-PAIR-WAVE.
058210     MOVE ZERO TO WS-WAVE-COUNT
058220     SET WS-WAVE-WORKERS TO
058230         type Seq[type com.microfocus.cobol.batch.PairWorker]
058240             ::empty()
058250     SET WS-WAVE-FUTURES TO
058260         type Seq[type Future[string]]::empty()
058270     PERFORM 6510-STAGE-ONE-PAIR
058280         THRU 6510-STAGE-ONE-PAIR-EXIT
058290         UNTIL WS-PAIRS-EOF-YES
058300             OR WS-WAVE-COUNT = WS-PARALLEL-MAX
058310     IF WS-WAVE-COUNT = 0
058320         GO TO 6500-PROCESS-PAIR-WAVE-EXIT
058330     END-IF
058340     SET WS-WAVE-ALL TO
058350         type Future[string]::all(WS-WAVE-FUTURES)
058360     SET WS-WAVE-JOINED TO WS-WAVE-ALL::join()
058370     PERFORM 6600-COLLECT-ONE-PAIR
058380         THRU 6600-COLLECT-ONE-PAIR-EXIT
058390         VARYING WS-WAVE-IDX FROM 1 BY 1
058400         UNTIL WS-WAVE-IDX > WS-WAVE-COUNT
058410     .
058420 6500-PROCESS-PAIR-WAVE-EXIT.
058430     EXIT.
058440*----------------------------------------------------------------*
058450* 6510 - STAGE AND DISPATCH ONE PAIRLIST ENTRY.  THE ENTRY'S
058460* CYCLE CHECK AND OVERRIDES RUN ON THIS THREAD EXACTLY AS THE
058470* SERIAL DRIVER RUNS THEM IN 6000/6010; WHAT THE REPORTING
058480* TAIL WILL NEED IS SNAPSHOTTED INTO THE SLOT, WHAT THE
058490* ENGINE NEEDS GOES INTO THE PARAMETER BLOCK, AND THE WORKER
058500* IS DISPATCHED.  A WRONG CYCLE DATE OR AN UNPROVED SNAPSHOT
058510* SKIPS AND HOLDS THE PAIR WITHOUT TAKING A SLOT.
058520*----------------------------------------------------------------*
058530 6510-STAGE-ONE-PAIR.
058540     READ PAIRLIST-FILE
058550         AT END
058560             SET WS-PAIRS-EOF-YES TO TRUE
058570             GO TO 6510-STAGE-ONE-PAIR-EXIT
058580     END-READ
058590     IF NOT WS-FILE-STATUS-PAIR-OK
058600         DISPLAY "RECON: READ FAILED FOR PAIRLIST - STATUS "
058610             WS-FILE-STATUS-PAIR
058620         MOVE 16 TO RETURN-CODE
058630         GOBACK
058640     END-IF
058650     IF RECPAIR-RECORD = SPACES
058660             OR RECPAIR-PAIR-ID-BYTE-1 = "*"
058670         GO TO 6510-STAGE-ONE-PAIR-EXIT
058680     END-IF
058690     IF RECPAIR-FILEA-NAME = SPACES
058700             OR RECPAIR-FILEB-NAME = SPACES
058710         DISPLAY "RECON: PAIRLIST ENTRY INCOMPLETE - "
058720             RECPAIR-PAIR-ID
058730         MOVE 16 TO RETURN-CODE
058740         GOBACK
058750     END-IF
058760     MOVE RECPAIR-RECORD TO WS-CURP-RECORD
058770     IF WS-CYCLE-FREQ NOT = SPACES
058780         MOVE WS-CURP-CAL-ID TO WS-ACTIVE-CAL-ID
058790         PERFORM 1400-VALIDATE-CYCLE-DATE
058800             THRU 1400-VALIDATE-CYCLE-DATE-EXIT
058810         IF WS-CYCLE-OK-NO
058820             DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID
058830                 " SKIPPED - WRONG CYCLE DATE"
058840             IF WS-MAX-RC < 8
058850                 MOVE 8 TO WS-MAX-RC
058860             END-IF
058870             PERFORM 9270-WRITE-SKIPPED-RESULT
058880                 THRU 9270-WRITE-SKIPPED-RESULT-EXIT
058890             GO TO 6510-STAGE-ONE-PAIR-EXIT
058900         END-IF
058910     END-IF
058920     PERFORM 6050-RESOLVE-SNAPSHOTS
058930         THRU 6050-RESOLVE-SNAPSHOTS-EXIT
058940     IF WS-SNAP-OK-NO
058950         DISPLAY "RECON: PAIR " WS-CURP-PAIR-ID
058960             " SKIPPED - SNAPSHOT NOT PROVED"
058970         IF WS-MAX-RC < 8
058980             MOVE 8 TO WS-MAX-RC
058990         END-IF
059000         PERFORM 9270-WRITE-SKIPPED-RESULT
059010             THRU 9270-WRITE-SKIPPED-RESULT-EXIT
059020         GO TO 6510-STAGE-ONE-PAIR-EXIT
059030     END-IF
059040     PERFORM 6100-RESET-PAIR-STATE
059050         THRU 6100-RESET-PAIR-STATE-EXIT
059060     IF WS-CURP-TOL-COUNT NOT = SPACES
059070         IF WS-CURP-TOL-COUNT-N NOT NUMERIC
059080             DISPLAY "RECON: BAD PAIR TOLERANCE - "
059090                 WS-CURP-PAIR-ID
059100             MOVE 16 TO RETURN-CODE
059110             GOBACK
059120         END-IF
059130         MOVE WS-CURP-TOL-COUNT-N TO WS-TOL-COUNT
059140         SET WS-TOL-COUNT-GIVEN-YES TO TRUE
059150     END-IF
059160     IF WS-CURP-EXCLUDE-RANGE NOT = SPACES
059170         MOVE SPACES TO WS-CARD-FIELDS
059180         MOVE "EXCLUDE" TO WS-CARD-OPERAND-1
059190         MOVE WS-CURP-EXCLUDE-RANGE TO WS-CARD-OPERAND-2
059200         PERFORM 1120-APPLY-COMPARE-CARD
059210             THRU 1120-APPLY-COMPARE-CARD-EXIT
059220     END-IF
059230     ADD 1 TO WS-WAVE-COUNT
059240     MOVE WS-CURP-RECORD TO WS-SLOT-PAIR-REC (WS-WAVE-COUNT)
059250     MOVE WS-TOL-COUNT TO WS-SLOT-TOL-COUNT (WS-WAVE-COUNT)
059260     MOVE WS-TOL-PCT TO WS-SLOT-TOL-PCT (WS-WAVE-COUNT)
059270     MOVE WS-TOL-COUNT-GIVEN-SW
059280         TO WS-SLOT-TOL-COUNT-SW (WS-WAVE-COUNT)
059290     MOVE WS-TOL-PCT-GIVEN-SW
059300         TO WS-SLOT-TOL-PCT-SW (WS-WAVE-COUNT)
059310     PERFORM 6520-BUILD-PARM-BLOCK
059320         THRU 6520-BUILD-PARM-BLOCK-EXIT
059330     PERFORM 6530-DISPATCH-ONE-PAIR
059340         THRU 6530-DISPATCH-ONE-PAIR-EXIT
059350     .
059360 6510-STAGE-ONE-PAIR-EXIT.
059370     EXIT.
059380*----------------------------------------------------------------*
059390* 6520 - SNAPSHOT THE RULES IN FORCE INTO THE PARAMETER BLOCK
059400* THE WORKER WILL COPY AT CONSTRUCTION.  THE WORK DATASET
059410* NAMES CARRY THE SLOT NUMBER, SO TWO CONCURRENT RUNNERS CAN
059420* NEVER OPEN THE SAME ONE.  THE OUT SECTION IS ZEROED HERE -
059430* A WORKER THAT DIES BEFORE ITS FIRST COUNTER STILL COMES
059440* BACK READABLE.
059450*----------------------------------------------------------------*
059460 6520-BUILD-PARM-BLOCK.
059470     MOVE WS-CURP-PAIR-ID TO PR-PAIR-ID
059480     MOVE WS-CURP-FILEA-NAME TO PR-FILEA-NAME
059490     MOVE WS-CURP-FILEB-NAME TO PR-FILEB-NAME
059500     MOVE WS-RUN-DATE TO PR-RUN-DATE
059510     MOVE WS-REC-LEN TO PR-REC-LEN
059520     MOVE WS-COMPARE-MASK TO PR-COMPARE-MASK
059530     MOVE WS-KEYDEF-COUNT TO PR-KEYDEF-COUNT
059540     PERFORM 6522-STAGE-ONE-KEYDEF
059550         THRU 6522-STAGE-ONE-KEYDEF-EXIT
059560         VARYING WS-PB-IDX FROM 1 BY 1
059570         UNTIL WS-PB-IDX > WS-KEYDEF-COUNT
059580     MOVE WS-FIELD-COUNT TO PR-FIELD-COUNT
059590     PERFORM 6524-STAGE-ONE-FIELD
059600         THRU 6524-STAGE-ONE-FIELD-EXIT
059610         VARYING WS-PB-IDX FROM 1 BY 1
059620         UNTIL WS-PB-IDX > WS-FIELD-COUNT
059630     MOVE WS-AMT-DEFINED-SW TO PR-AMT-DEFINED-SW
059640     MOVE WS-AMT-TYPE TO PR-AMT-TYPE
059650     MOVE WS-AMT-FROM TO PR-AMT-FROM
059660     MOVE WS-AMT-LEN TO PR-AMT-LEN
059670     MOVE WS-MASK-COUNT TO PR-MASK-COUNT
059680     PERFORM 6526-STAGE-ONE-MASK
059690         THRU 6526-STAGE-ONE-MASK-EXIT
059700         VARYING WS-PB-IDX FROM 1 BY 1
059710         UNTIL WS-PB-IDX > WS-MASK-COUNT
059720     MOVE WS-CLEAR-EXTRACT-SW TO PR-CLEAR-EXTRACT-SW
059730     MOVE WS-SUP-COUNT TO PR-SUP-COUNT
059740     PERFORM 6528-STAGE-ONE-SUPPRESS
059750         THRU 6528-STAGE-ONE-SUPPRESS-EXIT
059760         VARYING WS-PB-IDX FROM 1 BY 1
059770         UNTIL WS-PB-IDX > WS-SUP-COUNT
059780     MOVE WS-WAVE-COUNT TO WS-SLOT-EDIT
059790     MOVE SPACES TO PR-EXTWORK-NAME
059800     STRING "EXTWK" DELIMITED BY SIZE
059810         WS-SLOT-EDIT DELIMITED BY SIZE
059820         INTO PR-EXTWORK-NAME
059830     MOVE SPACES TO PR-CLXWORK-NAME
059840     STRING "CLXWK" DELIMITED BY SIZE
059850         WS-SLOT-EDIT DELIMITED BY SIZE
059860         INTO PR-CLXWORK-NAME
059870     MOVE SPACES TO PR-FLDWORK-NAME
059880     STRING "FLDWK" DELIMITED BY SIZE
059890         WS-SLOT-EDIT DELIMITED BY SIZE
059900         INTO PR-FLDWORK-NAME
059910     MOVE SPACES TO PR-DTLWORK-NAME
059920     STRING "DTLWK" DELIMITED BY SIZE
059930         WS-SLOT-EDIT DELIMITED BY SIZE
059940         INTO PR-DTLWORK-NAME
059950     MOVE ZERO TO PR-RANGE-NO
059960     SET PR-RANGE-LAST-YES TO TRUE
059970     MOVE LOW-VALUES TO PR-RANGE-LOW-KEY
059980     MOVE HIGH-VALUES TO PR-RANGE-HIGH-KEY
059990     MOVE ZERO TO PR-RESULT-RC
060000     MOVE SPACES TO PR-RESULT-MSG
060010     MOVE ZERO TO PR-MATCH-COUNT
060020     MOVE ZERO TO PR-NOT-ON-A-COUNT
060030     MOVE ZERO TO PR-NOT-ON-B-COUNT
060040     MOVE ZERO TO PR-FIELD-MM-COUNT
060050     MOVE ZERO TO PR-RECORDS-READ-A
060060     MOVE ZERO TO PR-RECORDS-READ-B
060070     MOVE ZERO TO PR-TRAILER-COUNT-A
060080     MOVE ZERO TO PR-TRAILER-COUNT-B
060090     MOVE ZERO TO PR-SEQ-ERR-COUNT-A
060100     MOVE ZERO TO PR-SEQ-ERR-COUNT-B
060110     MOVE ZERO TO PR-SUPPRESSED-COUNT
060120     MOVE ZERO TO PR-AMT-SUM-A
060130     MOVE ZERO TO PR-AMT-SUM-B
060140     MOVE ZERO TO PR-AMT-ERRS-A
060150     MOVE ZERO TO PR-AMT-ERRS-B
060160     MOVE ZERO TO PR-RANGE-READ-A
060170     MOVE ZERO TO PR-RANGE-READ-B
060180     PERFORM 6529-ZERO-ONE-FLD-CNT
060190         THRU 6529-ZERO-ONE-FLD-CNT-EXIT
060200         VARYING WS-PB-IDX FROM 1 BY 1
060210         UNTIL WS-PB-IDX > 10
060220     .
060230 6520-BUILD-PARM-BLOCK-EXIT.
060240     EXIT.
060250 6522-STAGE-ONE-KEYDEF.
060260     MOVE WS-KD-FROM (WS-PB-IDX) TO PR-KD-FROM (WS-PB-IDX)
060270     MOVE WS-KD-LEN (WS-PB-IDX) TO PR-KD-LEN (WS-PB-IDX)
060280     .
060290 6522-STAGE-ONE-KEYDEF-EXIT.
060300     EXIT.
060310 6524-STAGE-ONE-FIELD.
060320     MOVE WS-FLD-TYPE (WS-PB-IDX) TO PR-FLD-TYPE (WS-PB-IDX)
060330     MOVE WS-FLD-FROM (WS-PB-IDX) TO PR-FLD-FROM (WS-PB-IDX)
060340     MOVE WS-FLD-LEN (WS-PB-IDX) TO PR-FLD-LEN (WS-PB-IDX)
060350     MOVE WS-FLD-TOL (WS-PB-IDX) TO PR-FLD-TOL (WS-PB-IDX)
060360     MOVE WS-FLD-NAME (WS-PB-IDX) TO PR-FLD-NAME (WS-PB-IDX)
060370     .
060380 6524-STAGE-ONE-FIELD-EXIT.
060390     EXIT.
060400 6526-STAGE-ONE-MASK.
060410     MOVE WS-MASK-FROM (WS-PB-IDX) TO PR-MASK-FROM (WS-PB-IDX)
060420     MOVE WS-MASK-LEN (WS-PB-IDX) TO PR-MASK-LEN (WS-PB-IDX)
060430     .
060440 6526-STAGE-ONE-MASK-EXIT.
060450     EXIT.
060460 6528-STAGE-ONE-SUPPRESS.
060470     MOVE WS-SUP-KEY (WS-PB-IDX) TO PR-SUP-KEY (WS-PB-IDX)
060480     MOVE WS-SUP-REASON (WS-PB-IDX)
060490         TO PR-SUP-REASON (WS-PB-IDX)
060500     MOVE WS-SUP-PAIR (WS-PB-IDX) TO PR-SUP-PAIR (WS-PB-IDX)
060510     MOVE WS-SUP-EXPIRY (WS-PB-IDX)
060520         TO PR-SUP-EXPIRY (WS-PB-IDX)
060530     MOVE ZERO TO PR-SUP-HIT-CNT (WS-PB-IDX)
060540     .
060550 6528-STAGE-ONE-SUPPRESS-EXIT.
060560     EXIT.
060570 6529-ZERO-ONE-FLD-CNT.
060580     MOVE ZERO TO PR-FLD-MM-CNT (WS-PB-IDX)
060590     .
060600 6529-ZERO-ONE-FLD-CNT-EXIT.
060610     EXIT.
060620*----------------------------------------------------------------*
060630* 6530 - ONE WORKER ONTO ITS THREAD.  THE CONSTRUCTOR COPIES
060640* THE BLOCK, SO THE DRIVER'S STAGING AREA IS FREE FOR THE
060650* NEXT SLOT THE MOMENT THE DISPATCH RETURNS.
060660*----------------------------------------------------------------*
060670 6530-DISPATCH-ONE-PAIR.
060680     SET WS-PW TO new
060690         type com.microfocus.cobol.batch.PairWorker(
060700             PR-PARM-BLOCK)
060710     SET WS-WAVE-WORKERS TO WS-WAVE-WORKERS::append(WS-PW)
060720     SET WS-PW-FUTURE TO WS-PW::start()
060730     SET WS-WAVE-FUTURES TO
060740         WS-WAVE-FUTURES::append(WS-PW-FUTURE)
060750     .
060760 6530-DISPATCH-ONE-PAIR-EXIT.
060770     EXIT.
060780*----------------------------------------------------------------*
060790* 6600 - ONE JOINED PAIR, IN PAIRLIST ORDER: PULL ITS BLOCK
060800* BACK, RE-HYDRATE THE PER-PAIR STATE THE REPORTING AND
060810* GRADING PARAGRAPHS ALREADY READ, MERGE ITS WORK DATASETS
060820* INTO THE SHARED OUTPUTS AND RUN THE SAME 8050/8000/8100/6900
060830* TAIL THE SERIAL DRIVER RUNS.  A WORKER THAT STOPPED ON A
060840* FILE OR PROOF FAILURE STOPS THE RUN HERE, AFTER THE WHOLE
060850* WAVE HAS JOINED - NO THREAD IS STILL WRITING WHEN WE GO.
060860*----------------------------------------------------------------*
060870 6600-COLLECT-ONE-PAIR.
060880     SET WS-PW TO WS-WAVE-WORKERS::get(WS-WAVE-IDX)
060890     WS-PW::results(PR-PARM-BLOCK)
060900     IF PR-RESULT-RC >= 16
060910         DISPLAY PR-RESULT-MSG
060920         DISPLAY "RECON: PAIR " PR-PAIR-ID
060930             " FAILED - RUN STOPPED"
060940         MOVE 16 TO RETURN-CODE
060950         GOBACK
060960     END-IF
060970     MOVE WS-SLOT-PAIR-REC (WS-WAVE-IDX) TO WS-CURP-RECORD
060980     PERFORM 6100-RESET-PAIR-STATE
060990         THRU 6100-RESET-PAIR-STATE-EXIT
061000     MOVE WS-CURP-PAIR-ID TO WS-PAIR-ID
061010     MOVE WS-CURP-FILEA-NAME TO WS-FILEA-NAME
061020     MOVE WS-CURP-FILEB-NAME TO WS-FILEB-NAME
061030     MOVE WS-SLOT-TOL-COUNT (WS-WAVE-IDX) TO WS-TOL-COUNT
061040     MOVE WS-SLOT-TOL-PCT (WS-WAVE-IDX) TO WS-TOL-PCT
061050     MOVE WS-SLOT-TOL-COUNT-SW (WS-WAVE-IDX)
061060         TO WS-TOL-COUNT-GIVEN-SW
061070     MOVE WS-SLOT-TOL-PCT-SW (WS-WAVE-IDX)
061080         TO WS-TOL-PCT-GIVEN-SW
061090     MOVE PR-MATCH-COUNT TO WS-MATCH-COUNT
061100     MOVE PR-NOT-ON-A-COUNT TO WS-NOT-ON-A-COUNT
061110     MOVE PR-NOT-ON-B-COUNT TO WS-NOT-ON-B-COUNT
061120     MOVE PR-FIELD-MM-COUNT TO WS-FIELD-MISMATCH-COUNT
061130     MOVE PR-RECORDS-READ-A TO WS-RECORDS-READ-A
061140     MOVE PR-RECORDS-READ-B TO WS-RECORDS-READ-B
061150     MOVE PR-TRAILER-COUNT-A TO WS-TRAILER-COUNT-A
061160     MOVE PR-TRAILER-COUNT-B TO WS-TRAILER-COUNT-B
061170     MOVE PR-SEQ-ERR-COUNT-A TO WS-SEQ-ERR-COUNT-A
061180     MOVE PR-SEQ-ERR-COUNT-B TO WS-SEQ-ERR-COUNT-B
061190     MOVE PR-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT
061200     MOVE PR-AMT-SUM-A TO WS-AMT-SUM-A
061210     MOVE PR-AMT-SUM-B TO WS-AMT-SUM-B
061220     MOVE PR-AMT-ERRS-A TO WS-AMT-ERRS-A
061230     MOVE PR-AMT-ERRS-B TO WS-AMT-ERRS-B
061240     PERFORM 6650-ROLL-ONE-FLD-CNT
061250         THRU 6650-ROLL-ONE-FLD-CNT-EXIT
061260         VARYING WS-PB-IDX FROM 1 BY 1
061270         UNTIL WS-PB-IDX > WS-FIELD-COUNT
061280     PERFORM 6655-ROLL-ONE-SUP-HIT
061290         THRU 6655-ROLL-ONE-SUP-HIT-EXIT
061300         VARYING WS-PB-IDX FROM 1 BY 1
061310         UNTIL WS-PB-IDX > WS-SUP-COUNT
061320     PERFORM 6610-LOAD-DETAIL-WORK
061330         THRU 6610-LOAD-DETAIL-WORK-EXIT
061340     PERFORM 6620-COPY-EXTRACT-WORK
061350         THRU 6620-COPY-EXTRACT-WORK-EXIT
061360     IF WS-CLEAR-EXTRACT-YES
061370         PERFORM 6630-COPY-CLEAR-WORK
061380             THRU 6630-COPY-CLEAR-WORK-EXIT
061390     END-IF
061400     IF WS-FIELD-COUNT > 0
061410         PERFORM 6640-COPY-FIELD-WORK
061420             THRU 6640-COPY-FIELD-WORK-EXIT
061430     END-IF
061440     PERFORM 8050-PRINT-PAIR-HEADING
061450         THRU 8050-PRINT-PAIR-HEADING-EXIT
061460     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
061470     PERFORM 8100-PRINT-DETAIL
061480         THRU 8100-PRINT-DETAIL-EXIT
061490     PERFORM 6900-GRADE-PAIR THRU 6900-GRADE-PAIR-EXIT
061500     .
061510 6600-COLLECT-ONE-PAIR-EXIT.
061520     EXIT.
061530*----------------------------------------------------------------*
061540* 6610 - LOAD THE RUNNER'S STAGED REPORT-DETAIL LINES BACK INTO
061550* THE COLLECTIONS 8100 AND 8500 ALREADY PRINT FROM.
061560*----------------------------------------------------------------*
061570 6610-LOAD-DETAIL-WORK.
061580     MOVE WS-WAVE-IDX TO WS-SLOT-EDIT
061590     MOVE SPACES TO WS-DTLWORK-NAME
061600     STRING "DTLWK" DELIMITED BY SIZE
061610         WS-SLOT-EDIT DELIMITED BY SIZE
061620         INTO WS-DTLWORK-NAME
061630     OPEN INPUT DTLWORK-FILE
061640     IF NOT WS-FILE-STATUS-DW-OK
061650         DISPLAY "RECON: OPEN FAILED FOR " WS-DTLWORK-NAME (1:7)
061660             " - STATUS " WS-FILE-STATUS-DW
061670         MOVE 16 TO RETURN-CODE
061680         GOBACK
061690     END-IF
061700     SET WS-WORK-EOF-NO TO TRUE
061710     PERFORM 6615-LOAD-ONE-DETAIL
061720         THRU 6615-LOAD-ONE-DETAIL-EXIT
061730         UNTIL WS-WORK-EOF-YES
061740     CLOSE DTLWORK-FILE
061750     .
061760 6610-LOAD-DETAIL-WORK-EXIT.
061770     EXIT.
061780 6615-LOAD-ONE-DETAIL.
061790     READ DTLWORK-FILE
061800         AT END
061810             SET WS-WORK-EOF-YES TO TRUE
061820             GO TO 6615-LOAD-ONE-DETAIL-EXIT
061830     END-READ
061840     IF NOT WS-FILE-STATUS-DW-OK
061850         DISPLAY "RECON: READ FAILED FOR " WS-DTLWORK-NAME (1:7)
061860             " - STATUS " WS-FILE-STATUS-DW
061870         MOVE 16 TO RETURN-CODE
061880         GOBACK
061890     END-IF
061900     MOVE DTLW-TEXT TO WS-DETAIL-BOXED
061910     EVALUATE DTLW-CLASS
061920         WHEN "A"
061930             SET WS-NOT-ON-A-DETAILS TO
061940                 WS-NOT-ON-A-DETAILS::append(WS-DETAIL-BOXED)
061950         WHEN "B"
061960             SET WS-NOT-ON-B-DETAILS TO
061970                 WS-NOT-ON-B-DETAILS::append(WS-DETAIL-BOXED)
061980         WHEN "M"
061990             SET WS-MISMATCH-DETAILS TO
062000                 WS-MISMATCH-DETAILS::append(WS-DETAIL-BOXED)
062010         WHEN "S"
062020             SET WS-SEQ-ERR-DETAILS TO
062030                 WS-SEQ-ERR-DETAILS::append(WS-DETAIL-BOXED)
062040         WHEN OTHER
062050             DISPLAY "RECON: DETAIL WORK RECORD UNREADABLE"
062060             MOVE 16 TO RETURN-CODE
062070             GOBACK
062080     END-EVALUATE
062090     .
062100 6615-LOAD-ONE-DETAIL-EXIT.
062110     EXIT.
062120*----------------------------------------------------------------*
062130* 6620/6630/6640 - MERGE THE RUNNER'S EXTRACT, CLEAR-EXTRACT
062140* AND FIELD-DETAIL WORK DATASETS INTO THE SHARED OUTPUTS.  THE
062150* CLEAR COPY RIDES THE SAME READER AS THE EXTRACT - THE WORK
062160* RECORDS SHARE THE RECEXT SHAPE.
062170*----------------------------------------------------------------*
062180 6620-COPY-EXTRACT-WORK.
062190     MOVE WS-WAVE-IDX TO WS-SLOT-EDIT
062200     MOVE SPACES TO WS-EXTWORK-NAME
062210     STRING "EXTWK" DELIMITED BY SIZE
062220         WS-SLOT-EDIT DELIMITED BY SIZE
062230         INTO WS-EXTWORK-NAME
062240     OPEN INPUT EXTWORK-FILE
062250     IF NOT WS-FILE-STATUS-XW-OK
062260         DISPLAY "RECON: OPEN FAILED FOR " WS-EXTWORK-NAME (1:7)
062270             " - STATUS " WS-FILE-STATUS-XW
062280         MOVE 16 TO RETURN-CODE
062290         GOBACK
062300     END-IF
062310     SET WS-WORK-EOF-NO TO TRUE
062320     PERFORM 6625-COPY-ONE-EXTRACT
062330         THRU 6625-COPY-ONE-EXTRACT-EXIT
062340         UNTIL WS-WORK-EOF-YES
062350     CLOSE EXTWORK-FILE
062360     .
062370 6620-COPY-EXTRACT-WORK-EXIT.
062380     EXIT.
062390 6625-COPY-ONE-EXTRACT.
062400     READ EXTWORK-FILE
062410         AT END
062420             SET WS-WORK-EOF-YES TO TRUE
062430             GO TO 6625-COPY-ONE-EXTRACT-EXIT
062440     END-READ
062450     IF NOT WS-FILE-STATUS-XW-OK
062460         DISPLAY "RECON: READ FAILED FOR " WS-EXTWORK-NAME (1:7)
062470             " - STATUS " WS-FILE-STATUS-XW
062480         MOVE 16 TO RETURN-CODE
062490         GOBACK
062500     END-IF
062510     MOVE EXTW-RECORD TO RECEXT-RECORD
062520     WRITE RECEXT-RECORD
062530     IF NOT WS-FILE-STATUS-EXTRACT-OK
062540         DISPLAY "RECON: WRITE FAILED FOR EXTFILE - FILE STATUS "
062550             WS-FILE-STATUS-EXTRACT
062560         MOVE 16 TO RETURN-CODE
062570         GOBACK
062580     END-IF
062590     ADD 1 TO WS-EXT-WRITTEN-COUNT
062600     .
062610 6625-COPY-ONE-EXTRACT-EXIT.
062620     EXIT.
062630 6630-COPY-CLEAR-WORK.
062640     MOVE WS-WAVE-IDX TO WS-SLOT-EDIT
062650     MOVE SPACES TO WS-EXTWORK-NAME
062660     STRING "CLXWK" DELIMITED BY SIZE
062670         WS-SLOT-EDIT DELIMITED BY SIZE
062680         INTO WS-EXTWORK-NAME
062690     OPEN INPUT EXTWORK-FILE
062700     IF NOT WS-FILE-STATUS-XW-OK
062710         DISPLAY "RECON: OPEN FAILED FOR " WS-EXTWORK-NAME (1:7)
062720             " - STATUS " WS-FILE-STATUS-XW
062730         MOVE 16 TO RETURN-CODE
062740         GOBACK
062750     END-IF
062760     SET WS-WORK-EOF-NO TO TRUE
062770     PERFORM 6635-COPY-ONE-CLEAR
062780         THRU 6635-COPY-ONE-CLEAR-EXIT
062790         UNTIL WS-WORK-EOF-YES
062800     CLOSE EXTWORK-FILE
062810     .
062820 6630-COPY-CLEAR-WORK-EXIT.
062830     EXIT.
062840 6635-COPY-ONE-CLEAR.
062850     READ EXTWORK-FILE
062860         AT END
062870             SET WS-WORK-EOF-YES TO TRUE
062880             GO TO 6635-COPY-ONE-CLEAR-EXIT
062890     END-READ
062900     IF NOT WS-FILE-STATUS-XW-OK
062910         DISPLAY "RECON: READ FAILED FOR " WS-EXTWORK-NAME (1:7)
062920             " - STATUS " WS-FILE-STATUS-XW
062930         MOVE 16 TO RETURN-CODE
062940         GOBACK
062950     END-IF
062960     MOVE EXTW-RECORD TO EXTC-RECORD
062970     WRITE EXTC-RECORD
062980     IF NOT WS-FILE-STATUS-CLX-OK
062990         DISPLAY "RECON: WRITE FAILED FOR EXTCLEAR - STATUS "
063000             WS-FILE-STATUS-CLX
063010         MOVE 16 TO RETURN-CODE
063020         GOBACK
063030     END-IF
063040     .
063050 6635-COPY-ONE-CLEAR-EXIT.
063060     EXIT.
063070 6640-COPY-FIELD-WORK.
063080     MOVE WS-WAVE-IDX TO WS-SLOT-EDIT
063090     MOVE SPACES TO WS-FLDWORK-NAME
063100     STRING "FLDWK" DELIMITED BY SIZE
063110         WS-SLOT-EDIT DELIMITED BY SIZE
063120         INTO WS-FLDWORK-NAME
063130     OPEN INPUT FLDWORK-FILE
063140     IF NOT WS-FILE-STATUS-FW-OK
063150         DISPLAY "RECON: OPEN FAILED FOR " WS-FLDWORK-NAME (1:7)
063160             " - STATUS " WS-FILE-STATUS-FW
063170         MOVE 16 TO RETURN-CODE
063180         GOBACK
063190     END-IF
063200     SET WS-WORK-EOF-NO TO TRUE
063210     PERFORM 6645-COPY-ONE-FIELD
063220         THRU 6645-COPY-ONE-FIELD-EXIT
063230         UNTIL WS-WORK-EOF-YES
063240     CLOSE FLDWORK-FILE
063250     .
063260 6640-COPY-FIELD-WORK-EXIT.
063270     EXIT.
063280 6645-COPY-ONE-FIELD.
063290     READ FLDWORK-FILE
063300         AT END
063310             SET WS-WORK-EOF-YES TO TRUE
063320             GO TO 6645-COPY-ONE-FIELD-EXIT
063330     END-READ
063340     IF NOT WS-FILE-STATUS-FW-OK
063350         DISPLAY "RECON: READ FAILED FOR " WS-FLDWORK-NAME (1:7)
063360             " - STATUS " WS-FILE-STATUS-FW
063370         MOVE 16 TO RETURN-CODE
063380         GOBACK
063390     END-IF
063400     MOVE FLDW-RECORD TO RECFLD-RECORD
063410     WRITE RECFLD-RECORD
063420     IF NOT WS-FILE-STATUS-FLD-OK
063430         DISPLAY "RECON: WRITE FAILED FOR FLDFILE - STATUS "
063440             WS-FILE-STATUS-FLD
063450         MOVE 16 TO RETURN-CODE
063460         GOBACK
063470     END-IF
063480     ADD 1 TO WS-FLD-WRITTEN-COUNT
063490     .
063500 6645-COPY-ONE-FIELD-EXIT.
063510     EXIT.
063520*----------------------------------------------------------------*
063530* 6650 - ROLL THE RUNNER'S PER-FIELD MISMATCH TALLIES INTO THE
063540* RUN-WIDE ONES THE 8700 FREQUENCY RANKING READS.
063550*----------------------------------------------------------------*
063560 6650-ROLL-ONE-FLD-CNT.
063570     ADD PR-FLD-MM-CNT (WS-PB-IDX)
063580         TO WS-FLD-MM-CNT (WS-PB-IDX)
063590     .
063600 6650-ROLL-ONE-FLD-CNT-EXIT.
063610     EXIT.
063620 6655-ROLL-ONE-SUP-HIT.
063630     ADD PR-SUP-HIT-CNT (WS-PB-IDX) TO WS-SUP-HITS (WS-PB-IDX)
063640     .
063650 6655-ROLL-ONE-SUP-HIT-EXIT.
063660     EXIT.
063670*----------------------------------------------------------------*
063680* 6700 - ONE PAIR, SPLIT INTO WS-PART-COUNT KEY RANGES.  THE PLAN
063690* COMES FROM PARTRST WHEN A STOPPED RUN LEFT ONE, OTHERWISE FROM
063700* THE PARTKEY CARDS OR A SAMPLED SPREAD OF FILE A'S KEYS, AND IS
063710* WRITTEN TO PARTRST BEFORE THE FIRST RANGE IS DISPATCHED.  THE
063720* RANGES NOT ALREADY DONE RUN IN WAVES OF WS-PART-WIDTH, JOINED
063730* THROUGH FUTURE'S ALL() EXACTLY AS 6500 RUNS PAIRS; THEN EVERY
063740* RANGE IS MERGED IN RANGE - THAT IS KEY - ORDER INTO THE ONE
063750* PAIR'S COUNTERS, REPORT DETAIL, EXTRACT AND FIELD DETAIL, AND
063760* THE WHOLE-FILE PROOFS ARE TAKEN OVER THE COMBINED RESULT.  THE
063770* MAINLINE THEN REPORTS AND GRADES THE PAIR AS FOR A SERIAL PASS.
063780*----------------------------------------------------------------*
063790 6700-PROCESS-PARTITIONS.
063800     IF WS-PARALLEL-MAX > 0
063810         MOVE WS-PARALLEL-MAX TO WS-PART-WIDTH
063820     ELSE
063830         MOVE WS-PARALLEL-LIMIT TO WS-PART-WIDTH
063840     END-IF
063850     PERFORM 6710-LOAD-PARTITION-RESTART
063860         THRU 6710-LOAD-PARTITION-RESTART-EXIT
063870     IF RECRSW-ACTION-RESUME AND WS-PART-RESUME-NO
063880         DISPLAY "RECON: RESTART PLAN SAYS RESUME BUT THE "
063890             "PARTRST DATASET HOLDS NO PARTITION PLAN"
063900         MOVE 16 TO RETURN-CODE
063910         GOBACK
063920     END-IF
063930     IF WS-PART-RESUME-NO
063940         IF WS-PART-KEY-COUNT = 0
063950             PERFORM 6720-SAMPLE-KEY-SPREAD
063960                 THRU 6720-SAMPLE-KEY-SPREAD-EXIT
063970         END-IF
063980         PERFORM 6730-SET-RANGE-BOUNDS
063990             THRU 6730-SET-RANGE-BOUNDS-EXIT
064000         PERFORM 6740-WRITE-PARTITION-PLAN
064010             THRU 6740-WRITE-PARTITION-PLAN-EXIT
064020     END-IF
064030     MOVE WS-PART-COUNT TO WS-SLOT-EDIT
064040     MOVE WS-PART-DONE-COUNT TO WS-PART-DONE-EDIT
064050     DISPLAY "RECON: PAIR SPLIT INTO " WS-SLOT-EDIT
064060         " KEY RANGES - " WS-PART-DONE-EDIT " ALREADY COMPLETE"
064070     MOVE 1 TO WS-PART-NEXT
064080     PERFORM 6750-PROCESS-RANGE-WAVE
064090         THRU 6750-PROCESS-RANGE-WAVE-EXIT
064100         UNTIL WS-PART-NEXT > WS-PART-COUNT
064110     PERFORM 6100-RESET-PAIR-STATE
064120         THRU 6100-RESET-PAIR-STATE-EXIT
064130     MOVE ZERO TO WS-PART-IN-A
064140     MOVE ZERO TO WS-PART-IN-B
064150     PERFORM 6780-MERGE-ONE-RANGE
064160         THRU 6780-MERGE-ONE-RANGE-EXIT
064170         VARYING WS-PART-IDX FROM 1 BY 1
064180         UNTIL WS-PART-IDX > WS-PART-COUNT
064190     IF WS-PART-IN-A NOT = WS-RECORDS-READ-A
064200         MOVE WS-PART-IN-A TO WS-EDIT-COUNT-9
064210         DISPLAY "RECON: KEY RANGES TOOK " WS-EDIT-COUNT-9
064220         MOVE WS-RECORDS-READ-A TO WS-EDIT-COUNT-9
064230         DISPLAY "RECON: FILEA RECORDS READ " WS-EDIT-COUNT-9
064240         PERFORM 6795-ABANDON-PARTITION-PLAN
064250             THRU 6795-ABANDON-PARTITION-PLAN-EXIT
064260     END-IF
064270     IF WS-PART-IN-B NOT = WS-RECORDS-READ-B
064280         MOVE WS-PART-IN-B TO WS-EDIT-COUNT-9
064290         DISPLAY "RECON: KEY RANGES TOOK " WS-EDIT-COUNT-9
064300         MOVE WS-RECORDS-READ-B TO WS-EDIT-COUNT-9
064310         DISPLAY "RECON: FILEB RECORDS READ " WS-EDIT-COUNT-9
064320         PERFORM 6795-ABANDON-PARTITION-PLAN
064330             THRU 6795-ABANDON-PARTITION-PLAN-EXIT
064340     END-IF
064350     .
064360 6700-PROCESS-PARTITIONS-EXIT.
064370     EXIT.
064380*----------------------------------------------------------------*
064390* 6710 - PICK UP A STOPPED RUN'S PLAN AND FINISHED RANGES.  NO
064400* DATASET, OR AN EMPTIED ONE, IS A FRESH RUN; ONE WRITTEN FOR
064410* OTHER INPUTS OR ANOTHER RANGE COUNT STOPS THE RUN RATHER THAN
064420* MIX TWO PLANS' RESULTS.
064430*----------------------------------------------------------------*
064440 6710-LOAD-PARTITION-RESTART.
064450     OPEN INPUT PARTRST-FILE
064460     IF WS-FILE-STATUS-PTR-NOTFND
064470         GO TO 6710-LOAD-PARTITION-RESTART-EXIT
064480     END-IF
064490     IF NOT WS-FILE-STATUS-PTR-OK
064500         DISPLAY "RECON: OPEN FAILED FOR PARTRST - STATUS "
064510             WS-FILE-STATUS-PTR
064520         MOVE 16 TO RETURN-CODE
064530         GOBACK
064540     END-IF
064550     SET WS-WORK-EOF-NO TO TRUE
064560     PERFORM 6715-LOAD-ONE-PARTITION-REC
064570         THRU 6715-LOAD-ONE-PARTITION-REC-EXIT
064580         UNTIL WS-WORK-EOF-YES
064590     CLOSE PARTRST-FILE
064600     IF WS-PART-PLAN-COUNT = 0
064610         GO TO 6710-LOAD-PARTITION-RESTART-EXIT
064620     END-IF
064630     IF WS-PART-PLAN-COUNT NOT = WS-PART-COUNT
064640         DISPLAY "RECON: PARTRST PLAN INCOMPLETE - RUN STOPPED"
064650         MOVE 16 TO RETURN-CODE
064660         GOBACK
064670     END-IF
064680     SET WS-PART-RESUME-YES TO TRUE
064690     DISPLAY "RECON: RESUMING PARTITIONED RUN FROM PARTRST"
064700     .
064710 6710-LOAD-PARTITION-RESTART-EXIT.
064720     EXIT.
064730 6715-LOAD-ONE-PARTITION-REC.
064740     READ PARTRST-FILE
064750         AT END
064760             SET WS-WORK-EOF-YES TO TRUE
064770             GO TO 6715-LOAD-ONE-PARTITION-REC-EXIT
064780     END-READ
064790     IF NOT WS-FILE-STATUS-PTR-OK
064800         DISPLAY "RECON: READ FAILED FOR PARTRST - STATUS "
064810             WS-FILE-STATUS-PTR
064820         MOVE 16 TO RETURN-CODE
064830         GOBACK
064840     END-IF
064850     IF RECPTR-RANGE-COUNT NOT NUMERIC
064860             OR RECPTR-RANGE-NO NOT NUMERIC
064870         DISPLAY "RECON: PARTRST RECORD UNREADABLE - RUN STOPPED"
064880         MOVE 16 TO RETURN-CODE
064890         GOBACK
064900     END-IF
064910     IF RECPTR-FILEA-NAME NOT = WS-FILEA-NAME
064920             OR RECPTR-FILEB-NAME NOT = WS-FILEB-NAME
064930             OR RECPTR-RANGE-COUNT NOT = WS-PART-COUNT
064940             OR RECPTR-RANGE-NO = 0
064950             OR RECPTR-RANGE-NO > WS-PART-COUNT
064960         DISPLAY "RECON: PARTRST HOLDS ANOTHER PAIR OR PLAN - RUN"
064970             " STOPPED"
064980         MOVE 16 TO RETURN-CODE
064990         GOBACK
065000     END-IF
065010     MOVE RECPTR-RANGE-NO TO WS-PART-IDX
065020     EVALUATE TRUE
065030         WHEN RECPTR-PLAN-REC
065040             IF WS-PART-KEY-COUNT > 0 AND WS-PART-IDX > 1
065050                     AND RECPTR-LOW-KEY
065060                         NOT = WS-PART-LOW-KEY (WS-PART-IDX)
065070                 DISPLAY "RECON: PARTKEY CARDS DIFFER FROM THE"
065080                     " PARTRST PLAN - RUN STOPPED"
065090                 MOVE 16 TO RETURN-CODE
065100                 GOBACK
065110             END-IF
065120             MOVE RECPTR-LOW-KEY TO WS-PART-LOW-KEY (WS-PART-IDX)
065130             MOVE RECPTR-HIGH-KEY
065140                 TO WS-PART-HIGH-KEY (WS-PART-IDX)
065150             ADD 1 TO WS-PART-PLAN-COUNT
065160         WHEN RECPTR-DONE-REC
065170             MOVE RECPTR-RANGE-RESULT
065180                 TO WS-PART-RESULT (WS-PART-IDX)
065190             IF WS-PART-DONE-NO (WS-PART-IDX)
065200                 SET WS-PART-DONE-YES (WS-PART-IDX) TO TRUE
065210                 ADD 1 TO WS-PART-DONE-COUNT
065220             END-IF
065230         WHEN OTHER
065240             DISPLAY "RECON: PARTRST RECORD UNREADABLE - RUN"
065250                 " STOPPED"
065260             MOVE 16 TO RETURN-CODE
065270             GOBACK
065280     END-EVALUATE
065290     .
065300 6715-LOAD-ONE-PARTITION-REC-EXIT.
065310     EXIT.
065320*----------------------------------------------------------------*
065330* 6720 - WITHOUT PARTKEY CARDS, READ FILE A ONCE FOR AN EVEN
065340* SPREAD OF ITS DATA KEYS AND TAKE THE BOUNDARIES AT EQUAL STEPS
065350* THROUGH IT.  A BOUNDARY BELOW ITS PREDECESSOR (AN OUT-OF-
065360* SEQUENCE SAMPLE) IS RAISED TO IT, SO NO TWO RANGES OVERLAP; A
065370* REPEATED BOUNDARY ONLY LEAVES A RANGE EMPTY.
065380*----------------------------------------------------------------*
065390 6720-SAMPLE-KEY-SPREAD.
065400     OPEN INPUT FILEA-FILE
065410     IF NOT WS-FILE-STATUS-A-OK
065420         DISPLAY "RECON: OPEN FAILED FOR FILEA - FILE STATUS "
065430             WS-FILE-STATUS-A
065440         MOVE 16 TO RETURN-CODE
065450         GOBACK
065460     END-IF
065470     MOVE ZERO TO WS-PSK-COUNT
065480     MOVE ZERO TO WS-PSK-SEEN
065490     MOVE 1 TO WS-PSK-STRIDE
065500     SET WS-PSK-EOF-NO TO TRUE
065510     PERFORM 6725-SAMPLE-ONE-KEY
065520         THRU 6725-SAMPLE-ONE-KEY-EXIT
065530         UNTIL WS-PSK-EOF-YES
065540     CLOSE FILEA-FILE
065550     PERFORM 6728-PICK-ONE-BOUNDARY
065560         THRU 6728-PICK-ONE-BOUNDARY-EXIT
065570         VARYING WS-PART-IDX FROM 2 BY 1
065580         UNTIL WS-PART-IDX > WS-PART-COUNT
065590     .
065600 6720-SAMPLE-KEY-SPREAD-EXIT.
065610     EXIT.
065620 6725-SAMPLE-ONE-KEY.
065630     READ FILEA-FILE
065640         AT END
065650             SET WS-PSK-EOF-YES TO TRUE
065660             GO TO 6725-SAMPLE-ONE-KEY-EXIT
065670     END-READ
065680     IF NOT WS-FILE-STATUS-A-OK
065690         DISPLAY "RECON: READ FAILED FOR FILEA - FILE STATUS "
065700             WS-FILE-STATUS-A
065710         MOVE 16 TO RETURN-CODE
065720         GOBACK
065730     END-IF
065740     MOVE FILEA-RECORD TO CURA-RECORD
065750     IF CURA-HEADER-KEY OR CURA-TRAILER-KEY
065760         GO TO 6725-SAMPLE-ONE-KEY-EXIT
065770     END-IF
065780     DIVIDE WS-PSK-SEEN BY WS-PSK-STRIDE
065790         GIVING WS-PSK-QUOT REMAINDER WS-PSK-REM
065800     ADD 1 TO WS-PSK-SEEN
065810     IF WS-PSK-REM NOT = 0
065820         GO TO 6725-SAMPLE-ONE-KEY-EXIT
065830     END-IF
065840     PERFORM 2700-BUILD-CMP-KEY-A THRU 2700-BUILD-CMP-KEY-A-EXIT
065850     ADD 1 TO WS-PSK-COUNT
065860     MOVE WS-CMP-KEY-A TO WS-PSK-KEY (WS-PSK-COUNT)
065870     IF WS-PSK-COUNT = WS-PSK-LIMIT
065880         PERFORM 6726-THIN-ONE-KEY
065890             THRU 6726-THIN-ONE-KEY-EXIT
065900             VARYING WS-PSK-IDX FROM 1 BY 1
065910             UNTIL WS-PSK-IDX > WS-PSK-HALF
065920         MOVE WS-PSK-HALF TO WS-PSK-COUNT
065930         MULTIPLY 2 BY WS-PSK-STRIDE
065940     END-IF
065950     .
065960 6725-SAMPLE-ONE-KEY-EXIT.
065970     EXIT.
065980 6726-THIN-ONE-KEY.
065990     COMPUTE WS-PSK-FROM = (WS-PSK-IDX * 2) - 1
066000     MOVE WS-PSK-KEY (WS-PSK-FROM) TO WS-PSK-KEY (WS-PSK-IDX)
066010     .
066020 6726-THIN-ONE-KEY-EXIT.
066030     EXIT.
066040 6728-PICK-ONE-BOUNDARY.
066050     IF WS-PSK-COUNT = 0
066060         MOVE LOW-VALUES TO WS-PART-LOW-KEY (WS-PART-IDX)
066070         GO TO 6728-PICK-ONE-BOUNDARY-EXIT
066080     END-IF
066090     COMPUTE WS-PSK-QUOT = (WS-PART-IDX - 1) * WS-PSK-COUNT
066100     DIVIDE WS-PSK-QUOT BY WS-PART-COUNT GIVING WS-PSK-IDX
066110     ADD 1 TO WS-PSK-IDX
066120     MOVE WS-PSK-KEY (WS-PSK-IDX) TO WS-PART-LOW-KEY (WS-PART-IDX)
066130     IF WS-PART-IDX > 2
066140         IF WS-PART-LOW-KEY (WS-PART-IDX)
066150                 < WS-PART-LOW-KEY (WS-PART-IDX - 1)
066160             MOVE WS-PART-LOW-KEY (WS-PART-IDX - 1)
066170                 TO WS-PART-LOW-KEY (WS-PART-IDX)
066180         END-IF
066190     END-IF
066200     .
066210 6728-PICK-ONE-BOUNDARY-EXIT.
066220     EXIT.
066230*----------------------------------------------------------------*
066240* 6730 - EACH RANGE RUNS FROM ITS OWN LOW KEY UP TO THE NEXT
066250* RANGE'S; THE FIRST STARTS AT LOW-VALUES AND THE LAST IS OPEN.
066260*----------------------------------------------------------------*
066270 6730-SET-RANGE-BOUNDS.
066280     MOVE LOW-VALUES TO WS-PART-LOW-KEY (1)
066290     PERFORM 6735-SET-ONE-HIGH-KEY
066300         THRU 6735-SET-ONE-HIGH-KEY-EXIT
066310         VARYING WS-PART-IDX FROM 1 BY 1
066320         UNTIL WS-PART-IDX > WS-PART-COUNT
066330     .
066340 6730-SET-RANGE-BOUNDS-EXIT.
066350     EXIT.
066360 6735-SET-ONE-HIGH-KEY.
066370     IF WS-PART-IDX = WS-PART-COUNT
066380         MOVE HIGH-VALUES TO WS-PART-HIGH-KEY (WS-PART-IDX)
066390     ELSE
066400         MOVE WS-PART-LOW-KEY (WS-PART-IDX + 1)
066410             TO WS-PART-HIGH-KEY (WS-PART-IDX)
066420     END-IF
066430     .
066440 6735-SET-ONE-HIGH-KEY-EXIT.
066450     EXIT.
066460*----------------------------------------------------------------*
066470* 6740 - A FRESH RUN'S PLAN ONTO PARTRST, ONE P RECORD A RANGE.
066480* 6748/6749 BUILD AND WRITE ONE PARTRST RECORD FOR WS-PART-IDX.
066490*----------------------------------------------------------------*
066500 6740-WRITE-PARTITION-PLAN.
066510     OPEN OUTPUT PARTRST-FILE
066520     IF NOT WS-FILE-STATUS-PTR-OK
066530         DISPLAY "RECON: OPEN FAILED FOR PARTRST - STATUS "
066540             WS-FILE-STATUS-PTR
066550         MOVE 16 TO RETURN-CODE
066560         GOBACK
066570     END-IF
066580     PERFORM 6745-WRITE-ONE-PLAN
066590         THRU 6745-WRITE-ONE-PLAN-EXIT
066600         VARYING WS-PART-IDX FROM 1 BY 1
066610         UNTIL WS-PART-IDX > WS-PART-COUNT
066620     CLOSE PARTRST-FILE
066630     .
066640 6740-WRITE-PARTITION-PLAN-EXIT.
066650     EXIT.
066660 6745-WRITE-ONE-PLAN.
066670     PERFORM 6748-BUILD-PARTITION-REC
066680         THRU 6748-BUILD-PARTITION-REC-EXIT
066690     SET RECPTR-PLAN-REC TO TRUE
066700     PERFORM 6749-WRITE-PARTITION-REC
066710         THRU 6749-WRITE-PARTITION-REC-EXIT
066720     .
066730 6745-WRITE-ONE-PLAN-EXIT.
066740     EXIT.
066750 6748-BUILD-PARTITION-REC.
066760     MOVE SPACES TO RECPTR-RECORD
066770     MOVE WS-FILEA-NAME TO RECPTR-FILEA-NAME
066780     MOVE WS-FILEB-NAME TO RECPTR-FILEB-NAME
066790     MOVE WS-PART-COUNT TO RECPTR-RANGE-COUNT
066800     MOVE WS-PART-IDX TO RECPTR-RANGE-NO
066810     MOVE WS-PART-LOW-KEY (WS-PART-IDX) TO RECPTR-LOW-KEY
066820     MOVE WS-PART-HIGH-KEY (WS-PART-IDX) TO RECPTR-HIGH-KEY
066830     MOVE WS-RUN-DATE TO RECPTR-RUN-DATE
066840     .
066850 6748-BUILD-PARTITION-REC-EXIT.
066860     EXIT.
066870 6749-WRITE-PARTITION-REC.
066880     WRITE RECPTR-RECORD
066890     IF NOT WS-FILE-STATUS-PTR-OK
066900         DISPLAY "RECON: WRITE FAILED FOR PARTRST - STATUS "
066910             WS-FILE-STATUS-PTR
066920         MOVE 16 TO RETURN-CODE
066930         GOBACK
066940     END-IF
066950     .
066960 6749-WRITE-PARTITION-REC-EXIT.
066970     EXIT.
066980*----------------------------------------------------------------*
066990* 6750 - ONE WAVE OF RANGES NOT YET DONE.  AFTER THE JOIN EVERY
067000* RANGE THAT CAME BACK CLEAN IS MARKED DONE ON PARTRST BEFORE A
067010* FAILED ONE STOPS THE RUN, SO THE RERUN REPEATS ONLY WHAT IT
067020* MUST.
067030*----------------------------------------------------------------*
067040 6750-PROCESS-RANGE-WAVE.
067050     MOVE ZERO TO WS-WAVE-COUNT
067060     SET WS-WAVE-WORKERS TO
067070         type Seq[type com.microfocus.cobol.batch.PairWorker]
067080             ::empty()
067090     SET WS-WAVE-FUTURES TO
067100         type Seq[type Future[string]]::empty()
067110     PERFORM 6760-STAGE-ONE-RANGE
067120         THRU 6760-STAGE-ONE-RANGE-EXIT
067130         UNTIL WS-PART-NEXT > WS-PART-COUNT
067140             OR WS-WAVE-COUNT = WS-PART-WIDTH
067150     IF WS-WAVE-COUNT = 0
067160         GO TO 6750-PROCESS-RANGE-WAVE-EXIT
067170     END-IF
067180     SET WS-WAVE-ALL TO
067190         type Future[string]::all(WS-WAVE-FUTURES)
067200     SET WS-WAVE-JOINED TO WS-WAVE-ALL::join()
067210     OPEN EXTEND PARTRST-FILE
067220     IF NOT WS-FILE-STATUS-PTR-OK
067230         DISPLAY "RECON: OPEN FAILED FOR PARTRST - STATUS "
067240             WS-FILE-STATUS-PTR
067250         MOVE 16 TO RETURN-CODE
067260         GOBACK
067270     END-IF
067280     SET WS-PART-FAILED-NO TO TRUE
067290     PERFORM 6770-COLLECT-ONE-RANGE
067300         THRU 6770-COLLECT-ONE-RANGE-EXIT
067310         VARYING WS-WAVE-IDX FROM 1 BY 1
067320         UNTIL WS-WAVE-IDX > WS-WAVE-COUNT
067330     CLOSE PARTRST-FILE
067340     IF WS-PART-FAILED-YES
067350         DISPLAY "RECON: PARTITIONED RUN STOPPED - A RERUN"
067360             " RESUMES THE RANGES NOT YET DONE"
067370         MOVE 16 TO RETURN-CODE
067380         GOBACK
067390     END-IF
067400     .
067410 6750-PROCESS-RANGE-WAVE-EXIT.
067420     EXIT.
067430*----------------------------------------------------------------*
067440* 6760 - STAGE AND DISPATCH THE NEXT RANGE, SKIPPING ONE A
067450* STOPPED RUN ALREADY FINISHED.  THE BLOCK IS THE ONE 6520 BUILDS
067460* FOR A PAIRLIST ENTRY, POINTED AT THIS PAIR'S FILES, BOUNDED TO
067470* THE RANGE AND GIVEN WORK DATASETS NAMED BY RANGE NUMBER.
067480*----------------------------------------------------------------*
067490 6760-STAGE-ONE-RANGE.
067500     MOVE WS-PART-NEXT TO WS-PART-IDX
067510     ADD 1 TO WS-PART-NEXT
067520     IF WS-PART-DONE-YES (WS-PART-IDX)
067530         GO TO 6760-STAGE-ONE-RANGE-EXIT
067540     END-IF
067550     ADD 1 TO WS-WAVE-COUNT
067560     MOVE WS-PART-IDX TO WS-PART-SLOT-RANGE (WS-WAVE-COUNT)
067570     PERFORM 6520-BUILD-PARM-BLOCK
067580         THRU 6520-BUILD-PARM-BLOCK-EXIT
067590     MOVE WS-PAIR-ID TO PR-PAIR-ID
067600     MOVE WS-FILEA-NAME TO PR-FILEA-NAME
067610     MOVE WS-FILEB-NAME TO PR-FILEB-NAME
067620     MOVE WS-PART-IDX TO PR-RANGE-NO
067630     MOVE WS-PART-LOW-KEY (WS-PART-IDX) TO PR-RANGE-LOW-KEY
067640     MOVE WS-PART-HIGH-KEY (WS-PART-IDX) TO PR-RANGE-HIGH-KEY
067650     IF WS-PART-IDX = WS-PART-COUNT
067660         SET PR-RANGE-LAST-YES TO TRUE
067670     ELSE
067680         SET PR-RANGE-LAST-NO TO TRUE
067690     END-IF
067700     MOVE WS-PART-IDX TO WS-SLOT-EDIT
067710     MOVE SPACES TO PR-EXTWORK-NAME
067720     STRING "EXTWK" DELIMITED BY SIZE
067730         WS-SLOT-EDIT DELIMITED BY SIZE
067740         INTO PR-EXTWORK-NAME
067750     MOVE SPACES TO PR-CLXWORK-NAME
067760     STRING "CLXWK" DELIMITED BY SIZE
067770         WS-SLOT-EDIT DELIMITED BY SIZE
067780         INTO PR-CLXWORK-NAME
067790     MOVE SPACES TO PR-FLDWORK-NAME
067800     STRING "FLDWK" DELIMITED BY SIZE
067810         WS-SLOT-EDIT DELIMITED BY SIZE
067820         INTO PR-FLDWORK-NAME
067830     MOVE SPACES TO PR-DTLWORK-NAME
067840     STRING "DTLWK" DELIMITED BY SIZE
067850         WS-SLOT-EDIT DELIMITED BY SIZE
067860         INTO PR-DTLWORK-NAME
067870     PERFORM 6530-DISPATCH-ONE-PAIR
067880         THRU 6530-DISPATCH-ONE-PAIR-EXIT
067890     .
067900 6760-STAGE-ONE-RANGE-EXIT.
067910     EXIT.
067920*----------------------------------------------------------------*
067930* 6770 - ONE JOINED RANGE: KEEP ITS RETURNED OUT SECTION FOR THE
067940* MERGE AND RECORD IT DONE ON PARTRST, OR SHOW WHY IT FAILED.
067950*----------------------------------------------------------------*
067960 6770-COLLECT-ONE-RANGE.
067970     SET WS-PW TO WS-WAVE-WORKERS::get(WS-WAVE-IDX)
067980     WS-PW::results(PR-PARM-BLOCK)
067990     MOVE WS-PART-SLOT-RANGE (WS-WAVE-IDX) TO WS-PART-IDX
068000     MOVE WS-PART-IDX TO WS-SLOT-EDIT
068010     IF PR-RESULT-RC >= 16
068020         DISPLAY PR-RESULT-MSG
068030         DISPLAY "RECON: KEY RANGE " WS-SLOT-EDIT " FAILED"
068040         SET WS-PART-FAILED-YES TO TRUE
068050         GO TO 6770-COLLECT-ONE-RANGE-EXIT
068060     END-IF
068070     MOVE PR-PAIR-OUT TO WS-PART-RESULT (WS-PART-IDX)
068080     SET WS-PART-DONE-YES (WS-PART-IDX) TO TRUE
068090     ADD 1 TO WS-PART-DONE-COUNT
068100     PERFORM 6748-BUILD-PARTITION-REC
068110         THRU 6748-BUILD-PARTITION-REC-EXIT
068120     SET RECPTR-DONE-REC TO TRUE
068130     MOVE WS-PART-RESULT (WS-PART-IDX) TO RECPTR-RANGE-RESULT
068140     PERFORM 6749-WRITE-PARTITION-REC
068150         THRU 6749-WRITE-PARTITION-REC-EXIT
068160     .
068170 6770-COLLECT-ONE-RANGE-EXIT.
068180     EXIT.
068190*----------------------------------------------------------------*
068200* 6780 - FOLD ONE RANGE INTO THE PAIR.  THE KEY-BY-KEY COUNTERS
068210* ADD UP; THE WHOLE-FILE ONES (RECORDS READ, TRAILER COUNTS,
068220* AMOUNT TOTALS, SEQUENCE ERRORS) ARE RANGE 1'S, AND EVERY LATER
068230* RANGE MUST HAVE READ THE SAME FILES TO THE SAME COUNTS AND
068240* HASHES.  WS-WAVE-IDX IS SET TO THE RANGE NUMBER SO THE 6610-
068250* 6640 WORK-DATASET MERGES FIND THE RANGE'S DATASETS.
068260*----------------------------------------------------------------*
068270 6780-MERGE-ONE-RANGE.
068280     MOVE WS-PART-RESULT (WS-PART-IDX) TO PR-PAIR-OUT
068290     MOVE WS-PART-IDX TO WS-SLOT-EDIT
068300     IF WS-PART-IDX = 1
068310         MOVE PR-RECORDS-READ-A TO WS-RECORDS-READ-A
068320         MOVE PR-RECORDS-READ-B TO WS-RECORDS-READ-B
068330         MOVE PR-TRAILER-COUNT-A TO WS-TRAILER-COUNT-A
068340         MOVE PR-TRAILER-COUNT-B TO WS-TRAILER-COUNT-B
068350         MOVE PR-SEQ-ERR-COUNT-A TO WS-SEQ-ERR-COUNT-A
068360         MOVE PR-SEQ-ERR-COUNT-B TO WS-SEQ-ERR-COUNT-B
068370         MOVE PR-AMT-SUM-A TO WS-AMT-SUM-A
068380         MOVE PR-AMT-SUM-B TO WS-AMT-SUM-B
068390         MOVE PR-AMT-ERRS-A TO WS-AMT-ERRS-A
068400         MOVE PR-AMT-ERRS-B TO WS-AMT-ERRS-B
068410     ELSE
068420         IF PR-RECORDS-READ-A NOT = WS-RECORDS-READ-A
068430                 OR PR-RECORDS-READ-B NOT = WS-RECORDS-READ-B
068440                 OR PR-AMT-SUM-A NOT = WS-AMT-SUM-A
068450                 OR PR-AMT-SUM-B NOT = WS-AMT-SUM-B
068460             DISPLAY "RECON: KEY RANGE " WS-SLOT-EDIT
068470                 " READ OTHER FILES THAN KEY RANGE 01"
068480             PERFORM 6795-ABANDON-PARTITION-PLAN
068490                 THRU 6795-ABANDON-PARTITION-PLAN-EXIT
068500         END-IF
068510     END-IF
068520     ADD PR-MATCH-COUNT TO WS-MATCH-COUNT
068530     ADD PR-NOT-ON-A-COUNT TO WS-NOT-ON-A-COUNT
068540     ADD PR-NOT-ON-B-COUNT TO WS-NOT-ON-B-COUNT
068550     ADD PR-FIELD-MM-COUNT TO WS-FIELD-MISMATCH-COUNT
068560     ADD PR-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT
068570     ADD PR-RANGE-READ-A TO WS-PART-IN-A
068580     ADD PR-RANGE-READ-B TO WS-PART-IN-B
068590     PERFORM 6650-ROLL-ONE-FLD-CNT
068600         THRU 6650-ROLL-ONE-FLD-CNT-EXIT
068610         VARYING WS-PB-IDX FROM 1 BY 1
068620         UNTIL WS-PB-IDX > WS-FIELD-COUNT
068630     PERFORM 6655-ROLL-ONE-SUP-HIT
068640         THRU 6655-ROLL-ONE-SUP-HIT-EXIT
068650         VARYING WS-PB-IDX FROM 1 BY 1
068660         UNTIL WS-PB-IDX > WS-SUP-COUNT
068670     MOVE WS-PART-IDX TO WS-WAVE-IDX
068680     PERFORM 6610-LOAD-DETAIL-WORK
068690         THRU 6610-LOAD-DETAIL-WORK-EXIT
068700     PERFORM 6620-COPY-EXTRACT-WORK
068710         THRU 6620-COPY-EXTRACT-WORK-EXIT
068720     IF WS-CLEAR-EXTRACT-YES
068730         PERFORM 6630-COPY-CLEAR-WORK
068740             THRU 6630-COPY-CLEAR-WORK-EXIT
068750     END-IF
068760     IF WS-FIELD-COUNT > 0
068770         PERFORM 6640-COPY-FIELD-WORK
068780             THRU 6640-COPY-FIELD-WORK-EXIT
068790     END-IF
068800     .
068810 6780-MERGE-ONE-RANGE-EXIT.
068820     EXIT.
068830*----------------------------------------------------------------*
068840* 6795 - THE RANGES DISAGREE WITH THE WHOLE FILES.  THEIR SAVED
068850* RESULTS CANNOT BE TRUSTED, SO PARTRST IS EMPTIED AND THE RERUN
068860* STARTS THE PLAN AGAIN FROM THE TOP.
068870*----------------------------------------------------------------*
068880 6795-ABANDON-PARTITION-PLAN.
068890     OPEN OUTPUT PARTRST-FILE
068900     IF WS-FILE-STATUS-PTR-OK
068910         CLOSE PARTRST-FILE
068920     END-IF
068930     DISPLAY "RECON: PARTITION PROOF FAILED - PARTRST CLEARED,"
068940         " RUN STOPPED"
068950     MOVE 16 TO RETURN-CODE
068960     GOBACK
068970     .
068980 6795-ABANDON-PARTITION-PLAN-EXIT.
068990     EXIT.
069000*----------------------------------------------------------------*
069010* 6100 - CLEAN SLATE FOR THE NEXT PAIR: COUNTERS, SWITCHES AND
069020* COLLECTIONS BACK TO START-OF-RUN STATE, AND THE SYSIN-LEVEL
069030* COMPARE MASK AND TOLERANCES RESTORED BEFORE ANY OVERRIDES.
069040*----------------------------------------------------------------*
069050 6100-RESET-PAIR-STATE.
069060     MOVE ZERO TO WS-MATCH-COUNT
069070     MOVE ZERO TO WS-NOT-ON-A-COUNT
069080     MOVE ZERO TO WS-NOT-ON-B-COUNT
069090     MOVE ZERO TO WS-FIELD-MISMATCH-COUNT
069100     MOVE ZERO TO WS-RECORDS-READ-A
069110     MOVE ZERO TO WS-RECORDS-READ-B
069120     MOVE ZERO TO WS-TRAILER-COUNT-A
069130     MOVE ZERO TO WS-TRAILER-COUNT-B
069140     SET WS-EOF-A-NO TO TRUE
069150     SET WS-EOF-B-NO TO TRUE
069160     SET WS-HEADER-SEEN-A-NO TO TRUE
069170     SET WS-TRAILER-SEEN-A-NO TO TRUE
069180     SET WS-HEADER-SEEN-B-NO TO TRUE
069190     SET WS-TRAILER-SEEN-B-NO TO TRUE
069200     MOVE LOW-VALUES TO WS-PREV-KEY-A
069210     MOVE LOW-VALUES TO WS-PREV-KEY-B
069220     SET WS-NOT-ON-A-DETAILS TO type Seq[string]::empty()
069230     SET WS-NOT-ON-B-DETAILS TO type Seq[string]::empty()
069240     SET WS-MISMATCH-DETAILS TO type Seq[string]::empty()
069250     MOVE WS-GLOBAL-MASK TO WS-COMPARE-MASK
069260     MOVE WS-GLOBAL-TOL-COUNT TO WS-TOL-COUNT
069270     MOVE WS-GLOBAL-TOL-PCT TO WS-TOL-PCT
069280     MOVE WS-GLOBAL-TOL-COUNT-SW TO WS-TOL-COUNT-GIVEN-SW
069290     MOVE WS-GLOBAL-TOL-PCT-SW TO WS-TOL-PCT-GIVEN-SW
069300     MOVE ZERO TO WS-SEQ-ERR-COUNT-A
069310     MOVE ZERO TO WS-SEQ-ERR-COUNT-B
069320     MOVE ZERO TO WS-SEQ-ERR-SHOWN
069330     MOVE ZERO TO WS-SUPPRESSED-COUNT
069340     SET WS-SEQ-ERR-DETAILS TO type Seq[string]::empty()
069350     MOVE ZERO TO WS-AMT-SUM-A
069360     MOVE ZERO TO WS-AMT-SUM-B
069370     MOVE ZERO TO WS-AMT-DIFF
069380     MOVE ZERO TO WS-AMT-ERRS-A
069390     MOVE ZERO TO WS-AMT-ERRS-B
069400     SET WS-AMT-OOB-NO TO TRUE
069410     MOVE ZERO TO WS-GROUP-COUNT
069420     MOVE ZERO TO WS-GROUP-DIFF-COUNT
069430     MOVE ZERO TO WS-SMP-ORDINAL
069440     MOVE ZERO TO WS-SMP-PAIR-TAKEN
069450     MOVE ZERO TO WS-SMP-RES-COUNT
069460     MOVE WS-SMP-SEED TO WS-SMP-STATE
069470     .
069480 6100-RESET-PAIR-STATE-EXIT.
069490     EXIT.
069500*----------------------------------------------------------------*
069510* 6900 - GRADE THE PAIR JUST PROCESSED AGAINST ITS TOLERANCES
069520* AND ROLL ITS COUNTS INTO THE GRAND TOTALS.  THE WORST PAIR
069530* GRADE BECOMES THE RUN'S RETURN CODE IN 9999-TERMINATE.
069540*----------------------------------------------------------------*
069550 6900-GRADE-PAIR.
069560     PERFORM 9100-SET-RETURN-CODE
069570         THRU 9100-SET-RETURN-CODE-EXIT
069580     IF RETURN-CODE > WS-MAX-RC
069590         MOVE RETURN-CODE TO WS-MAX-RC
069600     END-IF
069610     IF WS-PAIRLIST-MODE-YES
069620         PERFORM 9250-WRITE-PAIR-HISTORY
069630             THRU 9250-WRITE-PAIR-HISTORY-EXIT
069640     END-IF
069650     IF WS-PAIRLIST-MODE-YES
069660         PERFORM 9260-WRITE-PAIR-RESULT
069670             THRU 9260-WRITE-PAIR-RESULT-EXIT
069680     END-IF
069690     ADD WS-MATCH-COUNT TO WS-GRAND-MATCH-COUNT
069700     ADD WS-NOT-ON-A-COUNT TO WS-GRAND-NOT-ON-A-COUNT
069710     ADD WS-NOT-ON-B-COUNT TO WS-GRAND-NOT-ON-B-COUNT
069720     ADD WS-FIELD-MISMATCH-COUNT TO WS-GRAND-FIELD-MM-COUNT
069730     ADD WS-RECORDS-READ-A TO WS-GRAND-READ-A
069740     ADD WS-RECORDS-READ-B TO WS-GRAND-READ-B
069750     ADD WS-SEQ-ERR-COUNT-A TO WS-GRAND-SEQ-ERRS
069760     ADD WS-SEQ-ERR-COUNT-B TO WS-GRAND-SEQ-ERRS
069770     ADD WS-SUPPRESSED-COUNT TO WS-GRAND-SUPPRESSED
069780     ADD WS-AMT-SUM-A TO WS-GRAND-AMT-A
069790     ADD WS-AMT-SUM-B TO WS-GRAND-AMT-B
069800     ADD 1 TO WS-PAIR-COUNT
069810     .
069820 6900-GRADE-PAIR-EXIT.
069830     EXIT.
069840*----------------------------------------------------------------*
069850* 3400 - DERIVE THE CONTROL-BREAK TALLIES FROM WS-RESULT ITSELF,
069860* SO THE SUMMARY COUNTS AND THE EITHER VALUE CANNOT DRIFT APART.
069870*----------------------------------------------------------------*
069880 3400-TALLY-RESULT.
069890     ADD 1 TO WS-KEYS-PROCESSED
069900     ADD 1 TO WS-KEYS-SINCE-CP
069910     ADD 1 TO WS-KEYS-SINCE-PROG
069920     IF WS-SUP-HIT-YES
069930         ADD 1 TO WS-SUPPRESSED-COUNT
069940         ADD 1 TO WS-SUP-HITS (WS-SUP-HIT-IDX)
069950         SET WS-SUP-HIT-NO TO TRUE
069960         SET WS-RT-OUTCOME-SUPPRESSED TO TRUE
069970         PERFORM 3480-TALLY-RECORD-TYPE
069980             THRU 3480-TALLY-RECORD-TYPE-EXIT
069990         GO TO 3400-TALLY-RESULT-EXIT
070000     END-IF
070010     IF WS-RESULT::isRight()
070020         ADD 1 TO WS-MATCH-COUNT
070030         SET WS-RT-OUTCOME-MATCH TO TRUE
070040     ELSE
070050         SET WS-LEFT-REASON TO WS-RESULT::fold(
070060             delegate using v as type MismatchReason
070070                 returning return-value as type MismatchReason
070080                 SET return-value TO v
070090             end-delegate,
070100             delegate using v as type MatchedPair[string, string]
070110                 returning return-value as type MismatchReason
070120                 raise new NullPointerException()
070130             end-delegate)
070140         EVALUATE TRUE
070150             WHEN WS-LEFT-REASON::sameReasonAs(
070160                     type MismatchReason::notOnFileA())
070170                 ADD 1 TO WS-NOT-ON-A-COUNT
070180                 SET WS-RT-OUTCOME-NOT-ON-A TO TRUE
070190             WHEN WS-LEFT-REASON::sameReasonAs(
070200                     type MismatchReason::notOnFileB())
070210                 ADD 1 TO WS-NOT-ON-B-COUNT
070220                 SET WS-RT-OUTCOME-NOT-ON-B TO TRUE
070230             WHEN OTHER
070240                 ADD 1 TO WS-FIELD-MISMATCH-COUNT
070250                 SET WS-RT-OUTCOME-FIELD-MM TO TRUE
070260                 IF WS-AGG-GT-YES
070270                     ADD 1 TO WS-GROUP-DIFF-COUNT
070280                     SET WS-AGG-GT-NO TO TRUE
070290                 END-IF
070300         END-EVALUATE
070310     END-IF
070320     PERFORM 3480-TALLY-RECORD-TYPE
070330         THRU 3480-TALLY-RECORD-TYPE-EXIT
070340     .
070350 3400-TALLY-RESULT-EXIT.
070360     EXIT.
070370*----------------------------------------------------------------*
070380* 3470/3475 - NOTE THE RECORD TYPE OF THE FILE A OR FILE B
070390* RECORD THE MERGE STEP IS ABOUT AND LOCATE ITS COUNTER ROW.
070400* WITHOUT A RECTYPE CARD WS-RT-CUR STAYS SPACES, WHICH EVERY
070410* UNSCOPED FIELD AND MASKFIELD CARD MATCHES.
070420*----------------------------------------------------------------*
070430 3470-SET-RECORD-TYPE-A.
070440     IF WS-RT-GIVEN-NO
070450         GO TO 3470-SET-RECORD-TYPE-A-EXIT
070460     END-IF
070470     MOVE SPACES TO WS-RT-CUR
070480     MOVE CURA-DATA (WS-RT-FROM:WS-RT-LEN)
070490         TO WS-RT-CUR (1:WS-RT-LEN)
070500     PERFORM 3490-FIND-TYPE-ENTRY THRU 3490-FIND-TYPE-ENTRY-EXIT
070510     .
070520 3470-SET-RECORD-TYPE-A-EXIT.
070530     EXIT.
070540 3475-SET-RECORD-TYPE-B.
070550     IF WS-RT-GIVEN-NO
070560         GO TO 3475-SET-RECORD-TYPE-B-EXIT
070570     END-IF
070580     MOVE SPACES TO WS-RT-CUR
070590     MOVE CURB-DATA (WS-RT-FROM:WS-RT-LEN)
070600         TO WS-RT-CUR (1:WS-RT-LEN)
070610     PERFORM 3490-FIND-TYPE-ENTRY THRU 3490-FIND-TYPE-ENTRY-EXIT
070620     .
070630 3475-SET-RECORD-TYPE-B-EXIT.
070640     EXIT.
070650*----------------------------------------------------------------*
070660* 3480 - ADD THE OUTCOME 3400 JUST TALLIED TO THE ROW OF THE
070670* RECORD TYPE IN HAND.
070680*----------------------------------------------------------------*
070690 3480-TALLY-RECORD-TYPE.
070700     IF WS-RT-GIVEN-NO
070710         GO TO 3480-TALLY-RECORD-TYPE-EXIT
070720     END-IF
070730     EVALUATE TRUE
070740         WHEN WS-RT-OUTCOME-SUPPRESSED
070750             ADD 1 TO WS-RTT-SUPPRESSED (WS-RT-IDX)
070760         WHEN WS-RT-OUTCOME-MATCH
070770             ADD 1 TO WS-RTT-MATCH (WS-RT-IDX)
070780         WHEN WS-RT-OUTCOME-NOT-ON-A
070790             ADD 1 TO WS-RTT-NOT-ON-A (WS-RT-IDX)
070800         WHEN WS-RT-OUTCOME-NOT-ON-B
070810             ADD 1 TO WS-RTT-NOT-ON-B (WS-RT-IDX)
070820         WHEN OTHER
070830             ADD 1 TO WS-RTT-FIELD-MM (WS-RT-IDX)
070840     END-EVALUATE
070850     .
070860 3480-TALLY-RECORD-TYPE-EXIT.
070870     EXIT.
070880*----------------------------------------------------------------*
070890* 3490 - LOCATE THE COUNTER ROW FOR THE TYPE IN WS-RT-CUR INTO
070900* WS-RT-IDX, OPENING A NEW ROW THE FIRST TIME A TYPE IS SEEN.
070910* ONCE THE TABLE IS FULL, FURTHER TYPES SHARE THE OVERFLOW ROW
070920* ONE PAST THE LIMIT.
070930*----------------------------------------------------------------*
070940 3490-FIND-TYPE-ENTRY.
070950     MOVE ZERO TO WS-RT-IDX
070960     PERFORM 3495-MATCH-ONE-TYPE THRU 3495-MATCH-ONE-TYPE-EXIT
070970         VARYING WS-RT-SRCH FROM 1 BY 1
070980         UNTIL WS-RT-SRCH > WS-RT-COUNT OR WS-RT-IDX > 0
070990     IF WS-RT-IDX > 0
071000         GO TO 3490-FIND-TYPE-ENTRY-EXIT
071010     END-IF
071020     IF WS-RT-COUNT < WS-RT-MAX
071030         ADD 1 TO WS-RT-COUNT
071040         MOVE WS-RT-COUNT TO WS-RT-IDX
071050         INITIALIZE WS-RT-ENTRY (WS-RT-IDX)
071060         MOVE WS-RT-CUR TO WS-RTT-TYPE (WS-RT-IDX)
071070         GO TO 3490-FIND-TYPE-ENTRY-EXIT
071080     END-IF
071090     COMPUTE WS-RT-IDX = WS-RT-MAX + 1
071100     IF WS-RT-OVFL-NO
071110         INITIALIZE WS-RT-ENTRY (WS-RT-IDX)
071120         SET WS-RT-OVFL-YES TO TRUE
071130     END-IF
071140     .
071150 3490-FIND-TYPE-ENTRY-EXIT.
071160     EXIT.
071170 3495-MATCH-ONE-TYPE.
071180     IF WS-RTT-TYPE (WS-RT-SRCH) = WS-RT-CUR
071190         MOVE WS-RT-SRCH TO WS-RT-IDX
071200     END-IF
071210     .
071220 3495-MATCH-ONE-TYPE-EXIT.
071230     EXIT.
071240*----------------------------------------------------------------*
071250* 3450 - IS THE EXCEPTION IN HAND ON THE ACTIVE SUPPRESS LIST?
071260* A HIT LEAVES WS-SUP-HIT-YES FOR THE CALLER AND 3400.
071270*----------------------------------------------------------------*
071280 3450-CHECK-SUPPRESS.
071290     SET WS-SUP-HIT-NO TO TRUE
071300     IF WS-SUP-COUNT = 0
071310         GO TO 3450-CHECK-SUPPRESS-EXIT
071320     END-IF
071330     PERFORM 3460-MATCH-ONE-SUPPRESS
071340         THRU 3460-MATCH-ONE-SUPPRESS-EXIT
071350         VARYING WS-SUP-IDX FROM 1 BY 1
071360         UNTIL WS-SUP-IDX > WS-SUP-COUNT OR WS-SUP-HIT-YES
071370     .
071380 3450-CHECK-SUPPRESS-EXIT.
071390     EXIT.
071400 3460-MATCH-ONE-SUPPRESS.
071410     IF WS-SUP-KEY (WS-SUP-IDX) = WS-SUP-CHECK-KEY
071420             AND WS-SUP-REASON (WS-SUP-IDX)
071430                 = WS-SUP-CHECK-REASON
071440             AND (WS-SUP-PAIR (WS-SUP-IDX) = SPACES
071450                 OR WS-SUP-PAIR (WS-SUP-IDX) = WS-PAIR-ID)
071460         SET WS-SUP-HIT-YES TO TRUE
071470         MOVE WS-SUP-IDX TO WS-SUP-HIT-IDX
071480     END-IF
071490     .
071500 3460-MATCH-ONE-SUPPRESS-EXIT.
071510     EXIT.
071520*----------------------------------------------------------------*
071530* 3700 - OVERLAY EVERY MASKFIELD RANGE OF THE WORK AREA WITH
071540* ASTERISKS.  THE CALLERS STAGE THE IMAGE IN AND OUT, SO THE
071550* REAL BYTES IN THE FILE BUFFERS ARE NEVER DISTURBED.  A RANGE
071560* SCOPED TO A RECORD TYPE MASKS ONLY THAT TYPE'S IMAGES.
071570*----------------------------------------------------------------*
071580 3700-MASK-WORK-AREA.
071590     PERFORM 3710-MASK-ONE-RANGE
071600         THRU 3710-MASK-ONE-RANGE-EXIT
071610         VARYING WS-MASK-IDX FROM 1 BY 1
071620         UNTIL WS-MASK-IDX > WS-MASK-COUNT
071630     .
071640 3700-MASK-WORK-AREA-EXIT.
071650     EXIT.
071660 3710-MASK-ONE-RANGE.
071670     IF WS-MASK-RECTYPE (WS-MASK-IDX) NOT = SPACES
071680             AND WS-MASK-RECTYPE (WS-MASK-IDX) NOT = WS-RT-CUR
071690         GO TO 3710-MASK-ONE-RANGE-EXIT
071700     END-IF
071710     MOVE ALL "*"
071720         TO WS-MASK-WORK (WS-MASK-FROM (WS-MASK-IDX):
071730             WS-MASK-LEN (WS-MASK-IDX))
071740     .
071750 3710-MASK-ONE-RANGE-EXIT.
071760     EXIT.
071770*----------------------------------------------------------------*
071780* 3720 - A FIELD THAT OVERLAPS ANY MASKFIELD RANGE HAS ITS
071790* DETAIL VALUES MASKED OUTRIGHT.
071800*----------------------------------------------------------------*
071810 3720-MASK-FIELD-VALUES.
071820     PERFORM 3730-JUDGE-ONE-OVERLAP
071830         THRU 3730-JUDGE-ONE-OVERLAP-EXIT
071840         VARYING WS-MASK-IDX FROM 1 BY 1
071850         UNTIL WS-MASK-IDX > WS-MASK-COUNT
071860     .
071870 3720-MASK-FIELD-VALUES-EXIT.
071880     EXIT.
071890 3730-JUDGE-ONE-OVERLAP.
071900     IF WS-MASK-RECTYPE (WS-MASK-IDX) NOT = SPACES
071910             AND WS-MASK-RECTYPE (WS-MASK-IDX) NOT = WS-RT-CUR
071920         GO TO 3730-JUDGE-ONE-OVERLAP-EXIT
071930     END-IF
071940     IF WS-FLD-FROM (WS-FLD-IDX)
071950             NOT > WS-MASK-FROM (WS-MASK-IDX)
071960             + WS-MASK-LEN (WS-MASK-IDX) - 1
071970         AND WS-MASK-FROM (WS-MASK-IDX)
071980             NOT > WS-FLD-FROM (WS-FLD-IDX)
071990             + WS-FLD-LEN (WS-FLD-IDX) - 1
072000         MOVE ALL "*" TO RECFLD-A-VALUE
072010         MOVE ALL "*" TO RECFLD-B-VALUE
072020     END-IF
072030     .
072040 3730-JUDGE-ONE-OVERLAP-EXIT.
072050     EXIT.
072060*----------------------------------------------------------------*
072070* 3800 - NUMBER THE MATCHED KEY AND DECIDE WHETHER THE SAMPLE
072080* TAKES IT.  A RANDOM RUN DRAWS FOR EVERY MATCHED KEY, TAKEN OR
072090* NOT, SO THE DRAWS LINE UP WITH THE KEY NUMBERS ON A RE-RUN.  A
072100* KEY NOT TAKEN GOES INTO THE RESERVE WHILE THE RESERVE IS SHORT
072110* OF THE PAIR MINIMUM.
072120*----------------------------------------------------------------*
072130 3800-SAMPLE-MATCHED-KEY.
072140     ADD 1 TO WS-SMP-ORDINAL
072150     ADD 1 TO WS-SMP-TOTAL-MATCHED
072160     MOVE SPACE TO WS-SMP-TAKEN-BY
072170     IF WS-SMP-EVERY
072180         DIVIDE WS-SMP-ORDINAL BY WS-SMP-INTERVAL
072190             GIVING WS-SMP-QUOTIENT REMAINDER WS-SMP-REMAINDER
072200         IF WS-SMP-REMAINDER = 0
072210             MOVE "E" TO WS-SMP-TAKEN-BY
072220         END-IF
072230     ELSE
072240         PERFORM 3870-NEXT-RANDOM-DRAW
072250             THRU 3870-NEXT-RANDOM-DRAW-EXIT
072260         IF WS-SMP-STATE NOT > WS-SMP-LIMIT
072270             MOVE "R" TO WS-SMP-TAKEN-BY
072280         END-IF
072290     END-IF
072300     IF WS-SMP-TAKEN-BY NOT = SPACE
072310         MOVE WS-CMP-KEY-A (1:10) TO WS-SMP-KEY
072320         MOVE WS-SMP-ORDINAL TO WS-SMP-SEQ
072330         MOVE CURA-DATA TO WS-SMP-A-DATA
072340         MOVE CURB-DATA TO WS-SMP-B-DATA
072350         PERFORM 3810-WRITE-SAMPLE-KEY
072360             THRU 3810-WRITE-SAMPLE-KEY-EXIT
072370         GO TO 3800-SAMPLE-MATCHED-KEY-EXIT
072380     END-IF
072390     IF WS-SMP-RES-COUNT < WS-SMP-MINIMUM
072400         ADD 1 TO WS-SMP-RES-COUNT
072410         MOVE WS-CMP-KEY-A (1:10)
072420             TO WS-SMP-RES-KEY (WS-SMP-RES-COUNT)
072430         MOVE WS-SMP-ORDINAL TO WS-SMP-RES-SEQ (WS-SMP-RES-COUNT)
072440         MOVE WS-RT-CUR TO WS-SMP-RES-RECTYPE (WS-SMP-RES-COUNT)
072450         MOVE CURA-DATA TO WS-SMP-RES-A-DATA (WS-SMP-RES-COUNT)
072460         MOVE CURB-DATA TO WS-SMP-RES-B-DATA (WS-SMP-RES-COUNT)
072470     END-IF
072480     .
072490 3800-SAMPLE-MATCHED-KEY-EXIT.
072500     EXIT.
072510*----------------------------------------------------------------*
072520* 3810 - WRITE ONE SAMPLED KEY: THE K RECORD WITH BOTH IMAGES, AN
072530* F RECORD FOR EACH FIELD COMPARED ON IT, AND THE SAME ON THE
072540* SAMPLE REPORT.  THE IMAGES ARE MASKED THROUGH THE MASKFIELD
072550* RANGES; THE FIELD VALUES COME FROM THE REAL IMAGES AND ARE
072560* MASKED OUTRIGHT WHERE THE FIELD OVERLAPS A RANGE, AS ON FLDFILE.
072570*----------------------------------------------------------------*
072580 3810-WRITE-SAMPLE-KEY.
072590     ADD 1 TO WS-SMP-PAIR-TAKEN
072600     ADD 1 TO WS-SMP-TOTAL-TAKEN
072610     MOVE WS-SMP-A-DATA TO WS-SMP-A-SHOWN
072620     MOVE WS-SMP-B-DATA TO WS-SMP-B-SHOWN
072630     IF WS-MASK-GIVEN-YES
072640         MOVE WS-SMP-A-SHOWN TO WS-MASK-WORK
072650         PERFORM 3700-MASK-WORK-AREA
072660             THRU 3700-MASK-WORK-AREA-EXIT
072670         MOVE WS-MASK-WORK TO WS-SMP-A-SHOWN
072680         MOVE WS-SMP-B-SHOWN TO WS-MASK-WORK
072690         PERFORM 3700-MASK-WORK-AREA
072700             THRU 3700-MASK-WORK-AREA-EXIT
072710         MOVE WS-MASK-WORK TO WS-SMP-B-SHOWN
072720     END-IF
072730     MOVE SPACES TO RECSMP-RECORD
072740     SET RECSMP-KEY-REC TO TRUE
072750     MOVE WS-PAIR-ID TO RECSMP-PAIR-ID
072760     MOVE WS-SMP-KEY TO RECSMP-KEY
072770     MOVE WS-RUN-DATE TO RECSMP-RUN-DATE
072780     MOVE WS-SMP-TAKEN-BY TO RECSMP-TAKEN-BY
072790     MOVE WS-SMP-SEQ TO RECSMP-MATCH-SEQ
072800     MOVE WS-RT-CUR TO RECSMP-RECORD-TYPE
072810     MOVE WS-REC-LEN TO RECSMP-REC-LEN
072820     MOVE WS-SMP-A-SHOWN TO RECSMP-FILEA-DATA
072830     MOVE WS-SMP-B-SHOWN TO RECSMP-FILEB-DATA
072840     PERFORM 3840-WRITE-SAMPLE-RECORD
072850         THRU 3840-WRITE-SAMPLE-RECORD-EXIT
072860     EVALUATE TRUE
072870         WHEN RECSMP-TAKEN-EVERY
072880             MOVE "EVERY NTH" TO WS-SMP-TAKEN-TEXT
072890         WHEN RECSMP-TAKEN-RANDOM
072900             MOVE "RANDOM DRAW" TO WS-SMP-TAKEN-TEXT
072910         WHEN OTHER
072920             MOVE "PAIR MINIMUM" TO WS-SMP-TAKEN-TEXT
072930     END-EVALUATE
072940     MOVE WS-SMP-SEQ TO WS-SMP-EDIT-SEQ
072950     MOVE SPACES TO WS-SMP-LINE
072960     IF WS-PAIR-ID = SPACES
072970         STRING "KEY " DELIMITED BY SIZE
072980             WS-SMP-KEY DELIMITED BY SIZE
072990             "  MATCHED KEY " DELIMITED BY SIZE
073000             WS-SMP-EDIT-SEQ DELIMITED BY SIZE
073010             "  TAKEN BY " DELIMITED BY SIZE
073020             WS-SMP-TAKEN-TEXT DELIMITED BY SIZE
073030             "  RECORD TYPE " DELIMITED BY SIZE
073040             WS-RT-CUR DELIMITED BY SIZE
073050             INTO WS-SMP-LINE
073060     ELSE
073070         STRING "PAIR " DELIMITED BY SIZE
073080             WS-PAIR-ID DELIMITED BY SIZE
073090             "  KEY " DELIMITED BY SIZE
073100             WS-SMP-KEY DELIMITED BY SIZE
073110             "  MATCHED KEY " DELIMITED BY SIZE
073120             WS-SMP-EDIT-SEQ DELIMITED BY SIZE
073130             "  TAKEN BY " DELIMITED BY SIZE
073140             WS-SMP-TAKEN-TEXT DELIMITED BY SIZE
073150             "  RECORD TYPE " DELIMITED BY SIZE
073160             WS-RT-CUR DELIMITED BY SIZE
073170             INTO WS-SMP-LINE
073180     END-IF
073190     PERFORM 8450-WRITE-SAMPLE-LINE
073200         THRU 8450-WRITE-SAMPLE-LINE-EXIT
073210     MOVE "A" TO WS-SMP-SIDE
073220     PERFORM 3830-PRINT-IMAGE-SEGMENT
073230         THRU 3830-PRINT-IMAGE-SEGMENT-EXIT
073240         VARYING WS-SMP-SEG-FROM FROM 1 BY 100
073250         UNTIL WS-SMP-SEG-FROM > WS-REC-LEN
073260     MOVE "B" TO WS-SMP-SIDE
073270     PERFORM 3830-PRINT-IMAGE-SEGMENT
073280         THRU 3830-PRINT-IMAGE-SEGMENT-EXIT
073290         VARYING WS-SMP-SEG-FROM FROM 1 BY 100
073300         UNTIL WS-SMP-SEG-FROM > WS-REC-LEN
073310     IF WS-FIELD-COUNT > 0
073320         PERFORM 3820-SAMPLE-ONE-FIELD
073330             THRU 3820-SAMPLE-ONE-FIELD-EXIT
073340             VARYING WS-FLD-IDX FROM 1 BY 1
073350             UNTIL WS-FLD-IDX > WS-FIELD-COUNT
073360     END-IF
073370     .
073380 3810-WRITE-SAMPLE-KEY-EXIT.
073390     EXIT.
073400*----------------------------------------------------------------*
073410* 3820 - ONE FIELD OF A SAMPLED KEY: BOTH RAW VALUES AND, FOR A
073420* NUMERIC FIELD WHOSE VALUES BOTH EXTRACT, THE SIGNED DIFFERENCE
073430* A - B IN STORED UNITS.  A CHAR OR DATE FIELD CARRIES ZERO.
073440*----------------------------------------------------------------*
073450 3820-SAMPLE-ONE-FIELD.
073460     IF WS-FLD-RECTYPE (WS-FLD-IDX) NOT = SPACES
073470             AND WS-FLD-RECTYPE (WS-FLD-IDX) NOT = WS-RT-CUR
073480         GO TO 3820-SAMPLE-ONE-FIELD-EXIT
073490     END-IF
073500     MOVE WS-FLD-FROM (WS-FLD-IDX) TO WS-EXT-FROM
073510     MOVE WS-FLD-LEN (WS-FLD-IDX) TO WS-EXT-LEN
073520     MOVE SPACES TO WS-FLD-A-RAW
073530     MOVE SPACES TO WS-FLD-B-RAW
073540     MOVE WS-SMP-A-DATA (WS-EXT-FROM:WS-EXT-LEN)
073550         TO WS-FLD-A-RAW (1:WS-EXT-LEN)
073560     MOVE WS-SMP-B-DATA (WS-EXT-FROM:WS-EXT-LEN)
073570         TO WS-FLD-B-RAW (1:WS-EXT-LEN)
073580     MOVE ZERO TO WS-FLD-DIFF-SIGNED
073590     SET WS-VALUE-A-VALID-NO TO TRUE
073600     SET WS-VALUE-B-VALID-NO TO TRUE
073610     EVALUATE WS-FLD-TYPE (WS-FLD-IDX)
073620         WHEN "C"
073630         WHEN "D"
073640             CONTINUE
073650         WHEN "P"
073660             MOVE WS-FLD-A-RAW TO WS-EXT-FIELD
073670             PERFORM 3370-EXTRACT-PACKED
073680                 THRU 3370-EXTRACT-PACKED-EXIT
073690             MOVE WS-EXT-VALUE TO WS-VALUE-A
073700             MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
073710             MOVE WS-FLD-B-RAW TO WS-EXT-FIELD
073720             PERFORM 3370-EXTRACT-PACKED
073730                 THRU 3370-EXTRACT-PACKED-EXIT
073740             MOVE WS-EXT-VALUE TO WS-VALUE-B
073750             MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
073760         WHEN OTHER
073770             IF WS-FLD-TYPE (WS-FLD-IDX) = "S"
073780                 SET WS-EXT-SIGNED-YES TO TRUE
073790             ELSE
073800                 SET WS-EXT-SIGNED-NO TO TRUE
073810             END-IF
073820             MOVE WS-FLD-A-RAW TO WS-EXT-FIELD
073830             PERFORM 3360-EXTRACT-ZONED
073840                 THRU 3360-EXTRACT-ZONED-EXIT
073850             MOVE WS-EXT-VALUE TO WS-VALUE-A
073860             MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
073870             MOVE WS-FLD-B-RAW TO WS-EXT-FIELD
073880             PERFORM 3360-EXTRACT-ZONED
073890                 THRU 3360-EXTRACT-ZONED-EXIT
073900             MOVE WS-EXT-VALUE TO WS-VALUE-B
073910             MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
073920     END-EVALUATE
073930     IF WS-VALUE-A-VALID-YES AND WS-VALUE-B-VALID-YES
073940         COMPUTE WS-FLD-DIFF-SIGNED = WS-VALUE-A - WS-VALUE-B
073950     END-IF
073960     MOVE SPACES TO RECSMP-RECORD
073970     SET RECSMP-FIELD-REC TO TRUE
073980     MOVE WS-PAIR-ID TO RECSMP-PAIR-ID
073990     MOVE WS-SMP-KEY TO RECSMP-KEY
074000     MOVE WS-RUN-DATE TO RECSMP-RUN-DATE
074010     MOVE WS-FLD-IDX TO RECSMP-FIELD-NO
074020     MOVE WS-FLD-NAME (WS-FLD-IDX) TO RECSMP-FIELD-NAME
074030     MOVE WS-FLD-TYPE (WS-FLD-IDX) TO RECSMP-FIELD-TYPE
074040     MOVE WS-FLD-FROM (WS-FLD-IDX) TO RECSMP-FIELD-FROM
074050     MOVE WS-FLD-LEN (WS-FLD-IDX) TO RECSMP-FIELD-LEN
074060     MOVE WS-FLD-A-RAW TO RECSMP-A-VALUE
074070     MOVE WS-FLD-B-RAW TO RECSMP-B-VALUE
074080     IF WS-MASK-GIVEN-YES
074090         PERFORM 3825-JUDGE-SAMPLE-OVERLAP
074100             THRU 3825-JUDGE-SAMPLE-OVERLAP-EXIT
074110             VARYING WS-MASK-IDX FROM 1 BY 1
074120             UNTIL WS-MASK-IDX > WS-MASK-COUNT
074130     END-IF
074140     MOVE WS-FLD-DIFF-SIGNED TO RECSMP-DIFFERENCE
074150     PERFORM 3840-WRITE-SAMPLE-RECORD
074160         THRU 3840-WRITE-SAMPLE-RECORD-EXIT
074170     MOVE WS-FLD-IDX TO WS-SMP-EDIT-FNO
074180     MOVE WS-FLD-FROM (WS-FLD-IDX) TO WS-SMP-RNG-FROM
074190     COMPUTE WS-SMP-RNG-TO = WS-FLD-FROM (WS-FLD-IDX)
074200         + WS-FLD-LEN (WS-FLD-IDX) - 1
074210     MOVE WS-FLD-DIFF-SIGNED TO WS-SMP-EDIT-DIFF
074220     MOVE SPACES TO WS-SMP-LINE
074230     STRING "  F" DELIMITED BY SIZE
074240         WS-SMP-EDIT-FNO DELIMITED BY SIZE
074250         " " DELIMITED BY SIZE
074260         RECSMP-FIELD-NAME DELIMITED BY SIZE
074270         " " DELIMITED BY SIZE
074280         RECSMP-FIELD-TYPE DELIMITED BY SIZE
074290         " " DELIMITED BY SIZE
074300         WS-SMP-RANGE DELIMITED BY SIZE
074310         " A=" DELIMITED BY SIZE
074320         RECSMP-A-VALUE DELIMITED BY SIZE
074330         " B=" DELIMITED BY SIZE
074340         RECSMP-B-VALUE DELIMITED BY SIZE
074350         " D=" DELIMITED BY SIZE
074360         WS-SMP-EDIT-DIFF DELIMITED BY SIZE
074370         INTO WS-SMP-LINE
074380     PERFORM 8450-WRITE-SAMPLE-LINE
074390         THRU 8450-WRITE-SAMPLE-LINE-EXIT
074400     .
074410 3820-SAMPLE-ONE-FIELD-EXIT.
074420     EXIT.
074430 3825-JUDGE-SAMPLE-OVERLAP.
074440     IF WS-MASK-RECTYPE (WS-MASK-IDX) NOT = SPACES
074450             AND WS-MASK-RECTYPE (WS-MASK-IDX) NOT = WS-RT-CUR
074460         GO TO 3825-JUDGE-SAMPLE-OVERLAP-EXIT
074470     END-IF
074480     IF WS-FLD-FROM (WS-FLD-IDX)
074490             NOT > WS-MASK-FROM (WS-MASK-IDX)
074500             + WS-MASK-LEN (WS-MASK-IDX) - 1
074510         AND WS-MASK-FROM (WS-MASK-IDX)
074520             NOT > WS-FLD-FROM (WS-FLD-IDX)
074530             + WS-FLD-LEN (WS-FLD-IDX) - 1
074540         MOVE ALL "*" TO RECSMP-A-VALUE
074550         MOVE ALL "*" TO RECSMP-B-VALUE
074560     END-IF
074570     .
074580 3825-JUDGE-SAMPLE-OVERLAP-EXIT.
074590     EXIT.
074600*----------------------------------------------------------------*
074610* 3830 - ONE 100-BYTE SEGMENT OF THE MASKED A OR B IMAGE.
074620*----------------------------------------------------------------*
074630 3830-PRINT-IMAGE-SEGMENT.
074640     COMPUTE WS-SMP-SEG-LEN = WS-REC-LEN - WS-SMP-SEG-FROM + 1
074650     IF WS-SMP-SEG-LEN > 100
074660         MOVE 100 TO WS-SMP-SEG-LEN
074670     END-IF
074680     MOVE WS-SMP-SEG-FROM TO WS-SMP-RNG-FROM
074690     COMPUTE WS-SMP-RNG-TO = WS-SMP-SEG-FROM + WS-SMP-SEG-LEN - 1
074700     MOVE SPACES TO WS-SMP-LINE
074710     MOVE WS-SMP-SIDE TO WS-SMP-LINE (3:1)
074720     MOVE WS-SMP-RANGE TO WS-SMP-LINE (5:7)
074730     IF WS-SMP-SIDE = "A"
074740         MOVE WS-SMP-A-SHOWN (WS-SMP-SEG-FROM:WS-SMP-SEG-LEN)
074750             TO WS-SMP-LINE (14:WS-SMP-SEG-LEN)
074760     ELSE
074770         MOVE WS-SMP-B-SHOWN (WS-SMP-SEG-FROM:WS-SMP-SEG-LEN)
074780             TO WS-SMP-LINE (14:WS-SMP-SEG-LEN)
074790     END-IF
074800     PERFORM 8450-WRITE-SAMPLE-LINE
074810         THRU 8450-WRITE-SAMPLE-LINE-EXIT
074820     .
074830 3830-PRINT-IMAGE-SEGMENT-EXIT.
074840     EXIT.
074850 3840-WRITE-SAMPLE-RECORD.
074860     WRITE RECSMP-RECORD
074870     IF NOT WS-FILE-STATUS-SMP-OK
074880         DISPLAY "RECON: WRITE FAILED FOR SMPFILE - STATUS "
074890             WS-FILE-STATUS-SMP
074900         MOVE 16 TO RETURN-CODE
074910         GOBACK
074920     END-IF
074930     .
074940 3840-WRITE-SAMPLE-RECORD-EXIT.
074950     EXIT.
074960*----------------------------------------------------------------*
074970* 3850 - END OF PAIR: TOP A THIN PAIR UP TO THE MINIMUM FROM THE
074980* RESERVE, FIRST KEYS FIRST, THEN PRINT THE PAIR'S SAMPLE COUNT.
074990*----------------------------------------------------------------*
075000 3850-CLOSE-PAIR-SAMPLE.
075010     IF WS-SMP-PAIR-TAKEN < WS-SMP-MINIMUM
075020         COMPUTE WS-SMP-NEED = WS-SMP-MINIMUM - WS-SMP-PAIR-TAKEN
075030         PERFORM 3860-TAKE-RESERVE-KEY
075040             THRU 3860-TAKE-RESERVE-KEY-EXIT
075050             VARYING WS-SMP-RES-IDX FROM 1 BY 1
075060             UNTIL WS-SMP-RES-IDX > WS-SMP-RES-COUNT
075070                 OR WS-SMP-RES-IDX > WS-SMP-NEED
075080     END-IF
075090     MOVE WS-SMP-ORDINAL TO WS-SMP-EDIT-SEQ
075100     MOVE WS-SMP-PAIR-TAKEN TO WS-SMP-EDIT-COUNT
075110     MOVE SPACES TO WS-SMP-LINE
075120     IF WS-PAIR-ID = SPACES
075130         STRING "MATCHED KEYS " DELIMITED BY SIZE
075140             WS-SMP-EDIT-SEQ DELIMITED BY SIZE
075150             "   SAMPLED " DELIMITED BY SIZE
075160             WS-SMP-EDIT-COUNT DELIMITED BY SIZE
075170             INTO WS-SMP-LINE
075180     ELSE
075190         STRING "PAIR " DELIMITED BY SIZE
075200             WS-PAIR-ID DELIMITED BY SIZE
075210             "  MATCHED KEYS " DELIMITED BY SIZE
075220             WS-SMP-EDIT-SEQ DELIMITED BY SIZE
075230             "   SAMPLED " DELIMITED BY SIZE
075240             WS-SMP-EDIT-COUNT DELIMITED BY SIZE
075250             INTO WS-SMP-LINE
075260     END-IF
075270     PERFORM 8450-WRITE-SAMPLE-LINE
075280         THRU 8450-WRITE-SAMPLE-LINE-EXIT
075290     MOVE SPACES TO WS-SMP-LINE
075300     PERFORM 8450-WRITE-SAMPLE-LINE
075310         THRU 8450-WRITE-SAMPLE-LINE-EXIT
075320     .
075330 3850-CLOSE-PAIR-SAMPLE-EXIT.
075340     EXIT.
075350 3860-TAKE-RESERVE-KEY.
075360     MOVE WS-SMP-RES-KEY (WS-SMP-RES-IDX) TO WS-SMP-KEY
075370     MOVE WS-SMP-RES-SEQ (WS-SMP-RES-IDX) TO WS-SMP-SEQ
075380     MOVE WS-SMP-RES-RECTYPE (WS-SMP-RES-IDX) TO WS-RT-CUR
075390     MOVE WS-SMP-RES-A-DATA (WS-SMP-RES-IDX) TO WS-SMP-A-DATA
075400     MOVE WS-SMP-RES-B-DATA (WS-SMP-RES-IDX) TO WS-SMP-B-DATA
075410     MOVE "M" TO WS-SMP-TAKEN-BY
075420     PERFORM 3810-WRITE-SAMPLE-KEY
075430         THRU 3810-WRITE-SAMPLE-KEY-EXIT
075440     .
075450 3860-TAKE-RESERVE-KEY-EXIT.
075460     EXIT.
075470*----------------------------------------------------------------*
075480* 3870 - NEXT PARK-MILLER DRAW: STATE = 16807 * STATE MOD
075490* 2147483647.  THE STATE STAYS IN 1 - 2147483646 FOR ANY NONZERO
075500* SEED, SO THE SAME SEED ALWAYS GIVES THE SAME DRAWS.
075510*----------------------------------------------------------------*
075520 3870-NEXT-RANDOM-DRAW.
075530     COMPUTE WS-SMP-PRODUCT = WS-SMP-STATE * WS-SMP-MULTIPLIER
075540     DIVIDE WS-SMP-PRODUCT BY WS-SMP-MODULUS
075550         GIVING WS-SMP-QUOTIENT REMAINDER WS-SMP-STATE
075560     .
075570 3870-NEXT-RANDOM-DRAW-EXIT.
075580     EXIT.
075590*----------------------------------------------------------------*
075600* 8000 - FINAL CONTROL-BREAK SUMMARY OF THE WHOLE RUN. EACH WRITE
075610* IS FOLLOWED BY A FILE STATUS CHECK SO A FULL PRINT DATASET OR
075620* SIMILAR OUTPUT FAILURE IS REPORTED RATHER THAN LOST.
075630*----------------------------------------------------------------*
075640 8000-PRINT-SUMMARY.
075650     COMPUTE WS-KEY-TOTAL = WS-MATCH-COUNT
075660         + WS-NOT-ON-A-COUNT + WS-NOT-ON-B-COUNT
075670         + WS-FIELD-MISMATCH-COUNT
075680     MOVE SPACES TO WS-PRINT-LINE
075690     MOVE "RECONCILIATION SUMMARY" TO WS-PRINT-LINE
075700     PERFORM 8800-WRITE-PRINT-LINE
075710         THRU 8800-WRITE-PRINT-LINE-EXIT
075720     MOVE SPACES TO WS-PRINT-LINE
075730     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT
075740     MOVE WS-MATCH-COUNT TO WS-PCT-SOURCE
075750     PERFORM 8020-SET-LINE-PCT
075760         THRU 8020-SET-LINE-PCT-EXIT
075770     STRING "MATCHED             : " DELIMITED BY SIZE
075780         WS-EDIT-COUNT DELIMITED BY SIZE
075790         "  " DELIMITED BY SIZE
075800         WS-LINE-PCT-EDIT DELIMITED BY SIZE
075810         " PCT" DELIMITED BY SIZE
075820         INTO WS-PRINT-LINE
075830     PERFORM 8800-WRITE-PRINT-LINE
075840         THRU 8800-WRITE-PRINT-LINE-EXIT
075850     MOVE SPACES TO WS-PRINT-LINE
075860     MOVE WS-NOT-ON-A-COUNT TO WS-EDIT-COUNT
075870     MOVE WS-NOT-ON-A-COUNT TO WS-PCT-SOURCE
075880     PERFORM 8020-SET-LINE-PCT
075890         THRU 8020-SET-LINE-PCT-EXIT
075900     STRING "NOT ON FILE A       : " DELIMITED BY SIZE
075910         WS-EDIT-COUNT DELIMITED BY SIZE
075920         "  " DELIMITED BY SIZE
075930         WS-LINE-PCT-EDIT DELIMITED BY SIZE
075940         " PCT" DELIMITED BY SIZE
075950         INTO WS-PRINT-LINE
075960     PERFORM 8800-WRITE-PRINT-LINE
075970         THRU 8800-WRITE-PRINT-LINE-EXIT
075980     MOVE SPACES TO WS-PRINT-LINE
075990     MOVE WS-NOT-ON-B-COUNT TO WS-EDIT-COUNT
076000     MOVE WS-NOT-ON-B-COUNT TO WS-PCT-SOURCE
076010     PERFORM 8020-SET-LINE-PCT
076020         THRU 8020-SET-LINE-PCT-EXIT
076030     STRING "NOT ON FILE B       : " DELIMITED BY SIZE
076040         WS-EDIT-COUNT DELIMITED BY SIZE
076050         "  " DELIMITED BY SIZE
076060         WS-LINE-PCT-EDIT DELIMITED BY SIZE
076070         " PCT" DELIMITED BY SIZE
076080         INTO WS-PRINT-LINE
076090     PERFORM 8800-WRITE-PRINT-LINE
076100         THRU 8800-WRITE-PRINT-LINE-EXIT
076110     MOVE SPACES TO WS-PRINT-LINE
076120     MOVE WS-FIELD-MISMATCH-COUNT TO WS-EDIT-COUNT
076130     MOVE WS-FIELD-MISMATCH-COUNT TO WS-PCT-SOURCE
076140     PERFORM 8020-SET-LINE-PCT
076150         THRU 8020-SET-LINE-PCT-EXIT
076160     IF WS-AGG-MODE-YES
076170         STRING "GROUP TOTAL DIFFERS : " DELIMITED BY SIZE
076180             WS-EDIT-COUNT DELIMITED BY SIZE
076190             "  " DELIMITED BY SIZE
076200             WS-LINE-PCT-EDIT DELIMITED BY SIZE
076210             " PCT" DELIMITED BY SIZE
076220             INTO WS-PRINT-LINE
076230     ELSE
076240         STRING "FIELD MISMATCHES    : " DELIMITED BY SIZE
076250             WS-EDIT-COUNT DELIMITED BY SIZE
076260             "  " DELIMITED BY SIZE
076270             WS-LINE-PCT-EDIT DELIMITED BY SIZE
076280             " PCT" DELIMITED BY SIZE
076290             INTO WS-PRINT-LINE
076300     END-IF
076310     PERFORM 8800-WRITE-PRINT-LINE
076320         THRU 8800-WRITE-PRINT-LINE-EXIT
076330     IF WS-AGG-MODE-YES
076340         MOVE SPACES TO WS-PRINT-LINE
076350         MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
076360         STRING "DETAIL GROUPS       : " DELIMITED BY SIZE
076370             WS-EDIT-COUNT DELIMITED BY SIZE
076380             INTO WS-PRINT-LINE
076390         PERFORM 8800-WRITE-PRINT-LINE
076400             THRU 8800-WRITE-PRINT-LINE-EXIT
076410     END-IF
076420     IF WS-XREF-ACTIVE-YES
076430         PERFORM 8150-PRINT-XREF-SUMMARY
076440             THRU 8150-PRINT-XREF-SUMMARY-EXIT
076450     END-IF
076460     IF WS-SUP-COUNT > 0 OR WS-SUPPRESSED-COUNT > 0
076470             OR WS-SUP-EXPIRED-COUNT > 0
076480         MOVE SPACES TO WS-PRINT-LINE
076490         MOVE WS-SUPPRESSED-COUNT TO WS-EDIT-COUNT
076500         STRING "SUPPRESSED          : " DELIMITED BY SIZE
076510             WS-EDIT-COUNT DELIMITED BY SIZE
076520             INTO WS-PRINT-LINE
076530         PERFORM 8800-WRITE-PRINT-LINE
076540             THRU 8800-WRITE-PRINT-LINE-EXIT
076550     END-IF
076560     IF WS-SUP-EXPIRED-COUNT > 0
076570         MOVE SPACES TO WS-PRINT-LINE
076580         MOVE WS-SUP-EXPIRED-COUNT TO WS-EDIT-COUNT
076590         STRING "EXPIRED SUPPRESSES  : " DELIMITED BY SIZE
076600             WS-EDIT-COUNT DELIMITED BY SIZE
076610             INTO WS-PRINT-LINE
076620         PERFORM 8800-WRITE-PRINT-LINE
076630             THRU 8800-WRITE-PRINT-LINE-EXIT
076640         PERFORM 8090-PRINT-EXPIRED-LINE
076650             THRU 8090-PRINT-EXPIRED-LINE-EXIT
076660             VARYING WS-EXP-IDX FROM 1 BY 1
076670             UNTIL WS-EXP-IDX > WS-EXP-SHOWN
076680     END-IF
076690     MOVE SPACES TO WS-PRINT-LINE
076700     MOVE WS-SEQ-ERR-COUNT-A TO WS-EDIT-COUNT
076710     STRING "SEQ/DUP ERRS FILE A : " DELIMITED BY SIZE
076720         WS-EDIT-COUNT DELIMITED BY SIZE
076730         INTO WS-PRINT-LINE
076740     PERFORM 8800-WRITE-PRINT-LINE
076750         THRU 8800-WRITE-PRINT-LINE-EXIT
076760     MOVE SPACES TO WS-PRINT-LINE
076770     MOVE WS-SEQ-ERR-COUNT-B TO WS-EDIT-COUNT
076780     STRING "SEQ/DUP ERRS FILE B : " DELIMITED BY SIZE
076790         WS-EDIT-COUNT DELIMITED BY SIZE
076800         INTO WS-PRINT-LINE
076810     PERFORM 8800-WRITE-PRINT-LINE
076820         THRU 8800-WRITE-PRINT-LINE-EXIT
076830     IF WS-SEQ-ERR-COUNT-A > 0 OR WS-SEQ-ERR-COUNT-B > 0
076840         PERFORM 8500-PRINT-SEQ-ERRORS
076850             THRU 8500-PRINT-SEQ-ERRORS-EXIT
076860     END-IF
076870     IF WS-AMT-DEFINED-YES
076880         PERFORM 8080-PRINT-AMOUNT-TOTALS
076890             THRU 8080-PRINT-AMOUNT-TOTALS-EXIT
076900     END-IF
076910     IF WS-RT-GIVEN-YES
076920         PERFORM 8170-PRINT-TYPE-SUMMARY
076930             THRU 8170-PRINT-TYPE-SUMMARY-EXIT
076940     END-IF
076950     .
076960 8000-PRINT-SUMMARY-EXIT.
076970     EXIT.
076980*----------------------------------------------------------------*
076990* 8170 - RECORD-TYPE BREAKDOWN: ONE LINE PER TYPE SEEN WITH ITS
077000* OWN OUTCOME COUNTS (AND AMOUNT TOTALS WHEN AN AMOUNT CARD IS
077010* IN PLAY), SO A BAD FEED OF ONE RECORD SHAPE STANDS OUT FROM
077020* THE OTHERS INSTEAD OF HIDING IN THE TOTALS ABOVE.
077030*----------------------------------------------------------------*
077040 8170-PRINT-TYPE-SUMMARY.
077050     MOVE SPACES TO WS-PRINT-LINE
077060     PERFORM 8800-WRITE-PRINT-LINE
077070         THRU 8800-WRITE-PRINT-LINE-EXIT
077080     MOVE SPACES TO WS-PRINT-LINE
077090     MOVE "RECORD TYPE BREAKDOWN" TO WS-PRINT-LINE
077100     PERFORM 8800-WRITE-PRINT-LINE
077110         THRU 8800-WRITE-PRINT-LINE-EXIT
077120     MOVE SPACES TO WS-PRINT-LINE
077130     STRING "TYPE              MATCHED    NOT ON A"
077140             DELIMITED BY SIZE
077150         "    NOT ON B  FIELD MISM  SUPPRESSED" DELIMITED BY SIZE
077160         INTO WS-PRINT-LINE
077170     IF WS-AMT-DEFINED-YES
077180         MOVE "    AMOUNT FILE A    AMOUNT FILE B"
077190             TO WS-PRINT-LINE (74:34)
077200     END-IF
077210     PERFORM 8800-WRITE-PRINT-LINE
077220         THRU 8800-WRITE-PRINT-LINE-EXIT
077230     PERFORM 8180-PRINT-ONE-TYPE THRU 8180-PRINT-ONE-TYPE-EXIT
077240         VARYING WS-RT-IDX FROM 1 BY 1
077250         UNTIL WS-RT-IDX > WS-RT-COUNT
077260     IF WS-RT-OVFL-YES
077270         COMPUTE WS-RT-IDX = WS-RT-MAX + 1
077280         PERFORM 8180-PRINT-ONE-TYPE THRU 8180-PRINT-ONE-TYPE-EXIT
077290     END-IF
077300     .
077310 8170-PRINT-TYPE-SUMMARY-EXIT.
077320     EXIT.
077330 8180-PRINT-ONE-TYPE.
077340     IF WS-RT-IDX > WS-RT-MAX
077350         MOVE "OVERFLOW" TO WS-RTP-TYPE
077360     ELSE
077370         MOVE WS-RTT-TYPE (WS-RT-IDX) TO WS-RTP-TYPE
077380     END-IF
077390     MOVE WS-RTT-MATCH (WS-RT-IDX) TO WS-RTP-MATCH
077400     MOVE WS-RTT-NOT-ON-A (WS-RT-IDX) TO WS-RTP-NOT-ON-A
077410     MOVE WS-RTT-NOT-ON-B (WS-RT-IDX) TO WS-RTP-NOT-ON-B
077420     MOVE WS-RTT-FIELD-MM (WS-RT-IDX) TO WS-RTP-FIELD-MM
077430     MOVE WS-RTT-SUPPRESSED (WS-RT-IDX) TO WS-RTP-SUPPRESSED
077440     IF WS-AMT-DEFINED-YES
077450         MOVE WS-RTT-AMT-SUM-A (WS-RT-IDX) TO WS-RTP-AMT-A
077460         MOVE WS-RTT-AMT-SUM-B (WS-RT-IDX) TO WS-RTP-AMT-B
077470     ELSE
077480         MOVE SPACES TO WS-RTP-AMOUNTS
077490     END-IF
077500     MOVE WS-RT-PRINT-LINE TO WS-PRINT-LINE
077510     PERFORM 8800-WRITE-PRINT-LINE
077520         THRU 8800-WRITE-PRINT-LINE-EXIT
077530     .
077540 8180-PRINT-ONE-TYPE-EXIT.
077550     EXIT.
077560 8020-SET-LINE-PCT.
077570     IF WS-KEY-TOTAL = 0
077580         MOVE ZERO TO WS-LINE-PCT
077590     ELSE
077600         COMPUTE WS-LINE-PCT ROUNDED =
077610             WS-PCT-SOURCE * 100 / WS-KEY-TOTAL
077620     END-IF
077630     MOVE WS-LINE-PCT TO WS-LINE-PCT-EDIT
077640     .
077650 8020-SET-LINE-PCT-EXIT.
077660     EXIT.
077670*----------------------------------------------------------------*
077680* 8080 - AMOUNT BALANCING LINES: BOTH FILE TOTALS (IN STORED
077690* UNITS) AND THE DIFFERENCE THE BALANCING DESK SIGNS OFF ON.
077700* A NON-ZERO DIFFERENCE IS WHAT MAKES AN OTHERWISE CLEAN RUN
077710* REPORTABLE.
077720*----------------------------------------------------------------*
077730 8080-PRINT-AMOUNT-TOTALS.
077740     COMPUTE WS-AMT-DIFF = WS-AMT-SUM-A - WS-AMT-SUM-B
077750     IF WS-AMT-DIFF NOT = 0
077760         SET WS-AMT-OOB-YES TO TRUE
077770     END-IF
077780     MOVE SPACES TO WS-PRINT-LINE
077790     MOVE WS-AMT-SUM-A TO WS-AMT-EDIT
077800     STRING "AMOUNT TOTAL FILE A : " DELIMITED BY SIZE
077810         WS-AMT-EDIT DELIMITED BY SIZE
077820         INTO WS-PRINT-LINE
077830     PERFORM 8800-WRITE-PRINT-LINE
077840         THRU 8800-WRITE-PRINT-LINE-EXIT
077850     MOVE SPACES TO WS-PRINT-LINE
077860     MOVE WS-AMT-SUM-B TO WS-AMT-EDIT
077870     STRING "AMOUNT TOTAL FILE B : " DELIMITED BY SIZE
077880         WS-AMT-EDIT DELIMITED BY SIZE
077890         INTO WS-PRINT-LINE
077900     PERFORM 8800-WRITE-PRINT-LINE
077910         THRU 8800-WRITE-PRINT-LINE-EXIT
077920     MOVE SPACES TO WS-PRINT-LINE
077930     MOVE WS-AMT-DIFF TO WS-AMT-EDIT
077940     STRING "AMOUNT DIFFERENCE   : " DELIMITED BY SIZE
077950         WS-AMT-EDIT DELIMITED BY SIZE
077960         INTO WS-PRINT-LINE
077970     PERFORM 8800-WRITE-PRINT-LINE
077980         THRU 8800-WRITE-PRINT-LINE-EXIT
077990     IF WS-AMT-ERRS-A > 0 OR WS-AMT-ERRS-B > 0
078000         MOVE SPACES TO WS-PRINT-LINE
078010         MOVE WS-AMT-ERRS-A TO WS-EDIT-COUNT
078020         STRING "AMT PARSE ERRS A    : " DELIMITED BY SIZE
078030             WS-EDIT-COUNT DELIMITED BY SIZE
078040             INTO WS-PRINT-LINE
078050         PERFORM 8800-WRITE-PRINT-LINE
078060             THRU 8800-WRITE-PRINT-LINE-EXIT
078070         MOVE SPACES TO WS-PRINT-LINE
078080         MOVE WS-AMT-ERRS-B TO WS-EDIT-COUNT
078090         STRING "AMT PARSE ERRS B    : " DELIMITED BY SIZE
078100             WS-EDIT-COUNT DELIMITED BY SIZE
078110             INTO WS-PRINT-LINE
078120         PERFORM 8800-WRITE-PRINT-LINE
078130             THRU 8800-WRITE-PRINT-LINE-EXIT
078140     END-IF
078150     IF WS-CUR-GIVEN-YES
078160         PERFORM 8085-PRINT-CURRENCY-TOTALS
078170             THRU 8085-PRINT-CURRENCY-TOTALS-EXIT
078180     END-IF
078190     .
078200 8080-PRINT-AMOUNT-TOTALS-EXIT.
078210     EXIT.
078220*----------------------------------------------------------------*
078230* 8085 - CURRENCY BALANCING: ONE LINE PER CURRENCY WITH BOTH
078240* FILE TOTALS AND THE DIFFERENCE IN ITS OWN UNITS, THE RATE IN
078250* FORCE AND THE DIFFERENCE IN BASE, THEN THE BASE-CURRENCY
078260* TOTALS.  A CURRENCY OUT OF BALANCE, A CURRENCY WITH NO RATE OR
078270* A NON-ZERO BASE DIFFERENCE PUTS THE RUN OUT OF BALANCE EVEN
078280* WHEN THE MIXED-CURRENCY HASH ABOVE AGREES.
078290*----------------------------------------------------------------*
078300 8085-PRINT-CURRENCY-TOTALS.
078310     MOVE ZERO TO WS-BASE-SUM-A
078320     MOVE ZERO TO WS-BASE-SUM-B
078330     MOVE ZERO TO WS-CCY-UNRATED-COUNT
078340     MOVE ZERO TO WS-CCY-OOB-COUNT
078350     MOVE SPACES TO WS-PRINT-LINE
078360     PERFORM 8800-WRITE-PRINT-LINE
078370         THRU 8800-WRITE-PRINT-LINE-EXIT
078380     MOVE SPACES TO WS-PRINT-LINE
078390     STRING "CURRENCY BALANCING - BASE CURRENCY "
078400             DELIMITED BY SIZE
078410         WS-CUR-BASE DELIMITED BY SIZE
078420         INTO WS-PRINT-LINE
078430     PERFORM 8800-WRITE-PRINT-LINE
078440         THRU 8800-WRITE-PRINT-LINE-EXIT
078450     MOVE SPACES TO WS-PRINT-LINE
078460     MOVE "CCY" TO WS-PRINT-LINE (1:3)
078470     MOVE "TOTAL FILE A" TO WS-PRINT-LINE (13:12)
078480     MOVE "TOTAL FILE B" TO WS-PRINT-LINE (30:12)
078490     MOVE "DIFFERENCE" TO WS-PRINT-LINE (49:10)
078500     MOVE "RATE TO BASE" TO WS-PRINT-LINE (65:12)
078510     MOVE "BASE DIFFERENCE" TO WS-PRINT-LINE (79:15)
078520     PERFORM 8800-WRITE-PRINT-LINE
078530         THRU 8800-WRITE-PRINT-LINE-EXIT
078540     PERFORM 8086-PRINT-ONE-CURRENCY
078550         THRU 8086-PRINT-ONE-CURRENCY-EXIT
078560         VARYING WS-CCY-IDX FROM 1 BY 1
078570         UNTIL WS-CCY-IDX > WS-CCY-COUNT
078580     IF WS-CCY-OVFL-YES
078590         COMPUTE WS-CCY-IDX = WS-CCY-MAX + 1
078600         PERFORM 8086-PRINT-ONE-CURRENCY
078610             THRU 8086-PRINT-ONE-CURRENCY-EXIT
078620     END-IF
078630     COMPUTE WS-BASE-DIFF = WS-BASE-SUM-A - WS-BASE-SUM-B
078640     IF WS-BASE-DIFF NOT = 0 OR WS-CCY-OOB-COUNT > 0
078650             OR WS-CCY-UNRATED-COUNT > 0
078660         SET WS-AMT-OOB-YES TO TRUE
078670     END-IF
078680     MOVE SPACES TO WS-PRINT-LINE
078690     MOVE WS-BASE-SUM-A TO WS-AMT-EDIT
078700     STRING "BASE TOTAL FILE A   : " DELIMITED BY SIZE
078710         WS-AMT-EDIT DELIMITED BY SIZE
078720         " " DELIMITED BY SIZE
078730         WS-CUR-BASE DELIMITED BY SIZE
078740         INTO WS-PRINT-LINE
078750     PERFORM 8800-WRITE-PRINT-LINE
078760         THRU 8800-WRITE-PRINT-LINE-EXIT
078770     MOVE SPACES TO WS-PRINT-LINE
078780     MOVE WS-BASE-SUM-B TO WS-AMT-EDIT
078790     STRING "BASE TOTAL FILE B   : " DELIMITED BY SIZE
078800         WS-AMT-EDIT DELIMITED BY SIZE
078810         " " DELIMITED BY SIZE
078820         WS-CUR-BASE DELIMITED BY SIZE
078830         INTO WS-PRINT-LINE
078840     PERFORM 8800-WRITE-PRINT-LINE
078850         THRU 8800-WRITE-PRINT-LINE-EXIT
078860     MOVE SPACES TO WS-PRINT-LINE
078870     MOVE WS-BASE-DIFF TO WS-AMT-EDIT
078880     STRING "BASE DIFFERENCE     : " DELIMITED BY SIZE
078890         WS-AMT-EDIT DELIMITED BY SIZE
078900         " " DELIMITED BY SIZE
078910         WS-CUR-BASE DELIMITED BY SIZE
078920         INTO WS-PRINT-LINE
078930     PERFORM 8800-WRITE-PRINT-LINE
078940         THRU 8800-WRITE-PRINT-LINE-EXIT
078950     MOVE SPACES TO WS-PRINT-LINE
078960     MOVE WS-CCY-OOB-COUNT TO WS-EDIT-COUNT
078970     STRING "CURRENCIES OUT      : " DELIMITED BY SIZE
078980         WS-EDIT-COUNT DELIMITED BY SIZE
078990         INTO WS-PRINT-LINE
079000     PERFORM 8800-WRITE-PRINT-LINE
079010         THRU 8800-WRITE-PRINT-LINE-EXIT
079020     IF WS-CCY-UNRATED-COUNT > 0
079030         MOVE SPACES TO WS-PRINT-LINE
079040         MOVE WS-CCY-UNRATED-COUNT TO WS-EDIT-COUNT
079050         STRING "UNRATED CURRENCIES  : " DELIMITED BY SIZE
079060             WS-EDIT-COUNT DELIMITED BY SIZE
079070             INTO WS-PRINT-LINE
079080         PERFORM 8800-WRITE-PRINT-LINE
079090             THRU 8800-WRITE-PRINT-LINE-EXIT
079100     END-IF
079110     .
079120 8085-PRINT-CURRENCY-TOTALS-EXIT.
079130     EXIT.
079140 8086-PRINT-ONE-CURRENCY.
079150     MOVE WS-CCY-CODE (WS-CCY-IDX) TO WS-CCP-CODE
079160     MOVE WS-CCY-SUM-A (WS-CCY-IDX) TO WS-CCP-SUM-A
079170     MOVE WS-CCY-SUM-B (WS-CCY-IDX) TO WS-CCP-SUM-B
079180     COMPUTE WS-CCY-DIFF = WS-CCY-SUM-A (WS-CCY-IDX)
079190         - WS-CCY-SUM-B (WS-CCY-IDX)
079200     MOVE WS-CCY-DIFF TO WS-CCP-DIFF
079210     IF WS-CCY-DIFF NOT = 0
079220         ADD 1 TO WS-CCY-OOB-COUNT
079230     END-IF
079240     IF WS-CCY-RATED-YES (WS-CCY-IDX)
079250         COMPUTE WS-CCY-BASE-A ROUNDED =
079260             WS-CCY-SUM-A (WS-CCY-IDX) * WS-CCY-RATE (WS-CCY-IDX)
079270         COMPUTE WS-CCY-BASE-B ROUNDED =
079280             WS-CCY-SUM-B (WS-CCY-IDX) * WS-CCY-RATE (WS-CCY-IDX)
079290         ADD WS-CCY-BASE-A TO WS-BASE-SUM-A
079300         ADD WS-CCY-BASE-B TO WS-BASE-SUM-B
079310         MOVE WS-CCY-RATE (WS-CCY-IDX) TO WS-CCP-RATE
079320         COMPUTE WS-CCP-BASE-DIFF = WS-CCY-BASE-A - WS-CCY-BASE-B
079330     ELSE
079340         ADD 1 TO WS-CCY-UNRATED-COUNT
079350         MOVE "         NO RATE" TO WS-CCP-RATE-X
079360         MOVE "  NOT CONVERTED" TO WS-CCP-BASE-DIFF-X
079370     END-IF
079380     MOVE WS-CCY-PRINT-LINE TO WS-PRINT-LINE
079390     PERFORM 8800-WRITE-PRINT-LINE
079400         THRU 8800-WRITE-PRINT-LINE-EXIT
079410     .
079420 8086-PRINT-ONE-CURRENCY-EXIT.
079430     EXIT.
079440*----------------------------------------------------------------*
079450* 8090 - ONE EXPIRED SUPPRESS-LIST ENTRY; THESE HAVE STOPPED
079460* SUPPRESSING AND WANT EITHER RENEWING OR REMOVING.
079470*----------------------------------------------------------------*
079480 8090-PRINT-EXPIRED-LINE.
079490     MOVE SPACES TO WS-PRINT-LINE
079500     STRING "  EXPIRED " DELIMITED BY SIZE
079510         WS-EXP-KEY (WS-EXP-IDX) DELIMITED BY SIZE
079520         " " DELIMITED BY SIZE
079530         WS-EXP-REASON (WS-EXP-IDX) DELIMITED BY SIZE
079540         " " DELIMITED BY SIZE
079550         WS-EXP-PAIR (WS-EXP-IDX) DELIMITED BY SIZE
079560         " ON " DELIMITED BY SIZE
079570         WS-EXP-DATE (WS-EXP-IDX) DELIMITED BY SIZE
079580         INTO WS-PRINT-LINE
079590     PERFORM 8800-WRITE-PRINT-LINE
079600         THRU 8800-WRITE-PRINT-LINE-EXIT
079610     .
079620 8090-PRINT-EXPIRED-LINE-EXIT.
079630     EXIT.
079640*----------------------------------------------------------------*
079650* 8150 - KEY CROSS-REFERENCE TOTALS.  AN ENTRY NEVER USED IS AN
079660* OLD KEY THAT DID NOT TURN UP ON FILE A (OR IS NOT YET
079670* EFFECTIVE) - THE FIRST FEW ARE LISTED FOR THE CONVERSION TEAM.
079680*----------------------------------------------------------------*
079690 8150-PRINT-XREF-SUMMARY.
079700     MOVE WS-XREF-USED-DICT::size() TO WS-XREF-USED-COUNT
079710     COMPUTE WS-XREF-UNUSED =
079720         WS-XREF-ENTRY-COUNT - WS-XREF-USED-COUNT
079730     MOVE SPACES TO WS-PRINT-LINE
079740     MOVE WS-XREF-TRANSLATED TO WS-EDIT-COUNT
079750     STRING "XREF KEYS TRANSLATED: " DELIMITED BY SIZE
079760         WS-EDIT-COUNT DELIMITED BY SIZE
079770         INTO WS-PRINT-LINE
079780     PERFORM 8800-WRITE-PRINT-LINE
079790         THRU 8800-WRITE-PRINT-LINE-EXIT
079800     MOVE SPACES TO WS-PRINT-LINE
079810     MOVE WS-XREF-NO-ENTRY TO WS-EDIT-COUNT
079820     STRING "XREF NO ENTRY       : " DELIMITED BY SIZE
079830         WS-EDIT-COUNT DELIMITED BY SIZE
079840         INTO WS-PRINT-LINE
079850     PERFORM 8800-WRITE-PRINT-LINE
079860         THRU 8800-WRITE-PRINT-LINE-EXIT
079870     IF WS-XREF-NOT-EFFECTIVE > 0
079880         MOVE SPACES TO WS-PRINT-LINE
079890         MOVE WS-XREF-NOT-EFFECTIVE TO WS-EDIT-COUNT
079900         STRING "XREF NOT YET EFFECT.: " DELIMITED BY SIZE
079910             WS-EDIT-COUNT DELIMITED BY SIZE
079920             INTO WS-PRINT-LINE
079930         PERFORM 8800-WRITE-PRINT-LINE
079940             THRU 8800-WRITE-PRINT-LINE-EXIT
079950     END-IF
079960     MOVE SPACES TO WS-PRINT-LINE
079970     MOVE WS-XREF-UNUSED TO WS-EDIT-COUNT
079980     STRING "XREF ENTRIES UNUSED : " DELIMITED BY SIZE
079990         WS-EDIT-COUNT DELIMITED BY SIZE
080000         INTO WS-PRINT-LINE
080010     PERFORM 8800-WRITE-PRINT-LINE
080020         THRU 8800-WRITE-PRINT-LINE-EXIT
080030     MOVE ZERO TO WS-XREF-UNUSED-SHOWN
080040     PERFORM 8160-PRINT-UNUSED-XREF
080050         THRU 8160-PRINT-UNUSED-XREF-EXIT
080060         VARYING WS-XREF-LIST-IDX FROM 1 BY 1
080070         UNTIL WS-XREF-LIST-IDX > WS-XREF-ENTRY-COUNT
080080            OR WS-XREF-UNUSED-SHOWN NOT < WS-XREF-UNUSED-LIMIT
080090     .
080100 8150-PRINT-XREF-SUMMARY-EXIT.
080110     EXIT.
080120 8160-PRINT-UNUSED-XREF.
080130     SET WS-XREF-KEY-BOXED TO
080140         WS-XREF-DICT::keyAt(WS-XREF-LIST-IDX)
080150     IF WS-XREF-USED-DICT::containsKey(WS-XREF-KEY-BOXED)
080160         GO TO 8160-PRINT-UNUSED-XREF-EXIT
080170     END-IF
080180     ADD 1 TO WS-XREF-UNUSED-SHOWN
080190     SET WS-XREF-VALUE-BOXED TO
080200         WS-XREF-DICT::valueAt(WS-XREF-LIST-IDX)
080210     MOVE WS-XREF-VALUE-BOXED TO WS-XREF-VALUE
080220     MOVE WS-XREF-KEY-BOXED TO WS-XREF-OLD-KEY
080230     MOVE SPACES TO WS-PRINT-LINE
080240     STRING "  UNUSED " DELIMITED BY SIZE
080250         WS-XREF-OLD-KEY DELIMITED BY SIZE
080260         " -> " DELIMITED BY SIZE
080270         WS-XREF-VAL-NEW-KEY DELIMITED BY SIZE
080280         " FROM " DELIMITED BY SIZE
080290         WS-XREF-VAL-EFF-DATE DELIMITED BY SIZE
080300         INTO WS-PRINT-LINE
080310     PERFORM 8800-WRITE-PRINT-LINE
080320         THRU 8800-WRITE-PRINT-LINE-EXIT
080330     .
080340 8160-PRINT-UNUSED-XREF-EXIT.
080350     EXIT.
080360*----------------------------------------------------------------*
080370* 8050 - SECTION HEADING FOR ONE PAIR OF THE PAIR LIST.
080380*----------------------------------------------------------------*
080390 8050-PRINT-PAIR-HEADING.
080400     MOVE SPACES TO WS-PRINT-LINE
080410     PERFORM 8800-WRITE-PRINT-LINE
080420         THRU 8800-WRITE-PRINT-LINE-EXIT
080430     MOVE SPACES TO WS-PRINT-LINE
080440     STRING "PAIR " DELIMITED BY SIZE
080450         WS-PAIR-ID DELIMITED BY SIZE
080460         INTO WS-PRINT-LINE
080470     PERFORM 8800-WRITE-PRINT-LINE
080480         THRU 8800-WRITE-PRINT-LINE-EXIT
080490     MOVE SPACES TO WS-PRINT-LINE
080500     STRING "  FILE A: " DELIMITED BY SIZE
080510         WS-FILEA-NAME DELIMITED BY SIZE
080520         INTO WS-PRINT-LINE
080530     PERFORM 8800-WRITE-PRINT-LINE
080540         THRU 8800-WRITE-PRINT-LINE-EXIT
080550     MOVE SPACES TO WS-PRINT-LINE
080560     STRING "  FILE B: " DELIMITED BY SIZE
080570         WS-FILEB-NAME DELIMITED BY SIZE
080580         INTO WS-PRINT-LINE
080590     PERFORM 8800-WRITE-PRINT-LINE
080600         THRU 8800-WRITE-PRINT-LINE-EXIT
080610     .
080620 8050-PRINT-PAIR-HEADING-EXIT.
080630     EXIT.
080640*----------------------------------------------------------------*
080650* 8600 - GRAND TOTALS ACROSS EVERY PAIR IN THE LIST.
080660*----------------------------------------------------------------*
080670 8600-PRINT-GRAND-TOTALS.
080680     MOVE SPACES TO WS-PRINT-LINE
080690     PERFORM 8800-WRITE-PRINT-LINE
080700         THRU 8800-WRITE-PRINT-LINE-EXIT
080710     MOVE SPACES TO WS-PRINT-LINE
080720     MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
080730     STRING "GRAND TOTALS OVER " DELIMITED BY SIZE
080740         WS-EDIT-COUNT DELIMITED BY SIZE
080750         " PAIRS" DELIMITED BY SIZE
080760         INTO WS-PRINT-LINE
080770     PERFORM 8800-WRITE-PRINT-LINE
080780         THRU 8800-WRITE-PRINT-LINE-EXIT
080790     MOVE SPACES TO WS-PRINT-LINE
080800     MOVE WS-GRAND-MATCH-COUNT TO WS-EDIT-COUNT-9
080810     STRING "MATCHED             : " DELIMITED BY SIZE
080820         WS-EDIT-COUNT-9 DELIMITED BY SIZE
080830         INTO WS-PRINT-LINE
080840     PERFORM 8800-WRITE-PRINT-LINE
080850         THRU 8800-WRITE-PRINT-LINE-EXIT
080860     MOVE SPACES TO WS-PRINT-LINE
080870     MOVE WS-GRAND-NOT-ON-A-COUNT TO WS-EDIT-COUNT-9
080880     STRING "NOT ON FILE A       : " DELIMITED BY SIZE
080890         WS-EDIT-COUNT-9 DELIMITED BY SIZE
080900         INTO WS-PRINT-LINE
080910     PERFORM 8800-WRITE-PRINT-LINE
080920         THRU 8800-WRITE-PRINT-LINE-EXIT
080930     MOVE SPACES TO WS-PRINT-LINE
080940     MOVE WS-GRAND-NOT-ON-B-COUNT TO WS-EDIT-COUNT-9
080950     STRING "NOT ON FILE B       : " DELIMITED BY SIZE
080960         WS-EDIT-COUNT-9 DELIMITED BY SIZE
080970         INTO WS-PRINT-LINE
080980     PERFORM 8800-WRITE-PRINT-LINE
080990         THRU 8800-WRITE-PRINT-LINE-EXIT
081000     MOVE SPACES TO WS-PRINT-LINE
081010     MOVE WS-GRAND-FIELD-MM-COUNT TO WS-EDIT-COUNT-9
081020     STRING "FIELD MISMATCHES    : " DELIMITED BY SIZE
081030         WS-EDIT-COUNT-9 DELIMITED BY SIZE
081040         INTO WS-PRINT-LINE
081050     PERFORM 8800-WRITE-PRINT-LINE
081060         THRU 8800-WRITE-PRINT-LINE-EXIT
081070     .
081080 8600-PRINT-GRAND-TOTALS-EXIT.
081090     EXIT.
081100*----------------------------------------------------------------*
081110* 8700 - RANK THE TYPED FIELDS BY HOW MANY MISMATCHES EACH ONE
081120* DROVE ACROSS THE WHOLE RUN, BIGGEST FIRST.  "90 PERCENT OF
081130* THE FM COUNT IS ONE FIELD" IS THE FACT THAT GETS AN UPSTREAM
081140* FEED FIXED.
081150*----------------------------------------------------------------*
081160 8700-PRINT-FIELD-FREQUENCY.
081170     MOVE SPACES TO WS-PRINT-LINE
081180     PERFORM 8800-WRITE-PRINT-LINE
081190         THRU 8800-WRITE-PRINT-LINE-EXIT
081200     MOVE SPACES TO WS-PRINT-LINE
081210     MOVE "FIELD MISMATCH FREQUENCY" TO WS-PRINT-LINE
081220     PERFORM 8800-WRITE-PRINT-LINE
081230         THRU 8800-WRITE-PRINT-LINE-EXIT
081240     PERFORM 8730-CLEAR-ONE-FLAG THRU 8730-CLEAR-ONE-FLAG-EXIT
081250         VARYING WS-FF-IDX FROM 1 BY 1
081260         UNTIL WS-FF-IDX > WS-FIELD-COUNT
081270     PERFORM 8710-PRINT-NEXT-BIGGEST
081280         THRU 8710-PRINT-NEXT-BIGGEST-EXIT
081290         VARYING WS-FF-PASS FROM 1 BY 1
081300         UNTIL WS-FF-PASS > WS-FIELD-COUNT
081310     IF WS-RT-GIVEN-YES
081320         PERFORM 8740-PRINT-TYPE-FREQUENCY
081330             THRU 8740-PRINT-TYPE-FREQUENCY-EXIT
081340             VARYING WS-RT-IDX FROM 1 BY 1
081350             UNTIL WS-RT-IDX > WS-RT-COUNT
081360         IF WS-RT-OVFL-YES
081370             COMPUTE WS-RT-IDX = WS-RT-MAX + 1
081380             PERFORM 8740-PRINT-TYPE-FREQUENCY
081390                 THRU 8740-PRINT-TYPE-FREQUENCY-EXIT
081400         END-IF
081410     END-IF
081420     .
081430 8700-PRINT-FIELD-FREQUENCY-EXIT.
081440     EXIT.
081450 8710-PRINT-NEXT-BIGGEST.
081460     MOVE ZERO TO WS-FF-BEST
081470     MOVE ZERO TO WS-FF-BEST-CNT
081480     PERFORM 8720-JUDGE-ONE-FIELD
081490         THRU 8720-JUDGE-ONE-FIELD-EXIT
081500         VARYING WS-FF-IDX FROM 1 BY 1
081510         UNTIL WS-FF-IDX > WS-FIELD-COUNT
081520     IF WS-FF-BEST = 0
081530         GO TO 8710-PRINT-NEXT-BIGGEST-EXIT
081540     END-IF
081550     MOVE "Y" TO WS-FF-PRINTED-SW (WS-FF-BEST)
081560     PERFORM 8715-BUILD-FREQUENCY-LINE
081570         THRU 8715-BUILD-FREQUENCY-LINE-EXIT
081580     PERFORM 8800-WRITE-PRINT-LINE
081590         THRU 8800-WRITE-PRINT-LINE-EXIT
081600     .
081610 8710-PRINT-NEXT-BIGGEST-EXIT.
081620     EXIT.
081630*----------------------------------------------------------------*
081640* 8715 - ONE RANKING LINE FOR FIELD WS-FF-BEST AND ITS COUNT
081650* WS-FF-BEST-CNT.  A FIELD SCOPED TO A RECORD TYPE NAMES IT.
081660*----------------------------------------------------------------*
081670 8715-BUILD-FREQUENCY-LINE.
081680     MOVE SPACES TO WS-FF-RANGE
081690     MOVE WS-FLD-FROM (WS-FF-BEST) TO WS-FF-FROM
081700     MOVE "-" TO WS-FF-RANGE (4:1)
081710     COMPUTE WS-FF-TO = WS-FLD-FROM (WS-FF-BEST)
081720         + WS-FLD-LEN (WS-FF-BEST) - 1
081730     MOVE WS-FF-BEST-CNT TO WS-EDIT-COUNT-9
081740     MOVE SPACES TO WS-PRINT-LINE
081750     STRING "FIELD " DELIMITED BY SIZE
081760         WS-FLD-TYPE (WS-FF-BEST) DELIMITED BY SIZE
081770         " " DELIMITED BY SIZE
081780         WS-FF-RANGE DELIMITED BY SIZE
081790         " DROVE " DELIMITED BY SIZE
081800         WS-EDIT-COUNT-9 DELIMITED BY SIZE
081810         " MISMATCHES" DELIMITED BY SIZE
081820         INTO WS-PRINT-LINE
081830     IF WS-FLD-RECTYPE (WS-FF-BEST) NOT = SPACES
081840         MOVE "RECORD TYPE" TO WS-PRINT-LINE (44:11)
081850         MOVE WS-FLD-RECTYPE (WS-FF-BEST) TO WS-PRINT-LINE (56:4)
081860     END-IF
081870     IF WS-FLD-NAME (WS-FF-BEST) NOT = SPACES
081880         MOVE "NAME" TO WS-PRINT-LINE (62:4)
081890         MOVE WS-FLD-NAME (WS-FF-BEST) TO WS-PRINT-LINE (67:8)
081900     END-IF
081910     .
081920 8715-BUILD-FREQUENCY-LINE-EXIT.
081930     EXIT.
081940 8720-JUDGE-ONE-FIELD.
081950     IF WS-FF-PRINTED-SW (WS-FF-IDX) = "N"
081960             AND WS-FLD-MM-CNT (WS-FF-IDX) > WS-FF-BEST-CNT
081970         MOVE WS-FF-IDX TO WS-FF-BEST
081980         MOVE WS-FLD-MM-CNT (WS-FF-IDX) TO WS-FF-BEST-CNT
081990     END-IF
082000     .
082010 8720-JUDGE-ONE-FIELD-EXIT.
082020     EXIT.
082030 8730-CLEAR-ONE-FLAG.
082040     MOVE "N" TO WS-FF-PRINTED-SW (WS-FF-IDX)
082050     .
082060 8730-CLEAR-ONE-FLAG-EXIT.
082070     EXIT.
082080*----------------------------------------------------------------*
082090* 8740 - THE SAME RANKING FOR ONE RECORD TYPE, FROM THAT TYPE'S
082100* OWN PER-FIELD TALLIES.
082110*----------------------------------------------------------------*
082120 8740-PRINT-TYPE-FREQUENCY.
082130     MOVE SPACES TO WS-PRINT-LINE
082140     PERFORM 8800-WRITE-PRINT-LINE
082150         THRU 8800-WRITE-PRINT-LINE-EXIT
082160     MOVE SPACES TO WS-PRINT-LINE
082170     IF WS-RT-IDX > WS-RT-MAX
082180         MOVE "FIELD MISMATCH FREQUENCY - OVERFLOW RECORD TYPES"
082190             TO WS-PRINT-LINE
082200     ELSE
082210         STRING "FIELD MISMATCH FREQUENCY - RECORD TYPE "
082220                 DELIMITED BY SIZE
082230             WS-RTT-TYPE (WS-RT-IDX) DELIMITED BY SIZE
082240             INTO WS-PRINT-LINE
082250     END-IF
082260     PERFORM 8800-WRITE-PRINT-LINE
082270         THRU 8800-WRITE-PRINT-LINE-EXIT
082280     PERFORM 8730-CLEAR-ONE-FLAG THRU 8730-CLEAR-ONE-FLAG-EXIT
082290         VARYING WS-FF-IDX FROM 1 BY 1
082300         UNTIL WS-FF-IDX > WS-FIELD-COUNT
082310     SET WS-FF-ANY-NO TO TRUE
082320     PERFORM 8750-PRINT-NEXT-TYPE-BIGGEST
082330         THRU 8750-PRINT-NEXT-TYPE-BIGGEST-EXIT
082340         VARYING WS-FF-PASS FROM 1 BY 1
082350         UNTIL WS-FF-PASS > WS-FIELD-COUNT
082360     IF WS-FF-ANY-NO
082370         MOVE SPACES TO WS-PRINT-LINE
082380         MOVE "NO FIELD-CARD MISMATCHES FOR THIS RECORD TYPE"
082390             TO WS-PRINT-LINE
082400         PERFORM 8800-WRITE-PRINT-LINE
082410             THRU 8800-WRITE-PRINT-LINE-EXIT
082420     END-IF
082430     .
082440 8740-PRINT-TYPE-FREQUENCY-EXIT.
082450     EXIT.
082460 8750-PRINT-NEXT-TYPE-BIGGEST.
082470     MOVE ZERO TO WS-FF-BEST
082480     MOVE ZERO TO WS-FF-BEST-CNT
082490     PERFORM 8760-JUDGE-ONE-TYPE-FIELD
082500         THRU 8760-JUDGE-ONE-TYPE-FIELD-EXIT
082510         VARYING WS-FF-IDX FROM 1 BY 1
082520         UNTIL WS-FF-IDX > WS-FIELD-COUNT
082530     IF WS-FF-BEST = 0
082540         GO TO 8750-PRINT-NEXT-TYPE-BIGGEST-EXIT
082550     END-IF
082560     MOVE "Y" TO WS-FF-PRINTED-SW (WS-FF-BEST)
082570     SET WS-FF-ANY-YES TO TRUE
082580     PERFORM 8715-BUILD-FREQUENCY-LINE
082590         THRU 8715-BUILD-FREQUENCY-LINE-EXIT
082600     PERFORM 8800-WRITE-PRINT-LINE
082610         THRU 8800-WRITE-PRINT-LINE-EXIT
082620     .
082630 8750-PRINT-NEXT-TYPE-BIGGEST-EXIT.
082640     EXIT.
082650 8760-JUDGE-ONE-TYPE-FIELD.
082660     IF WS-FF-PRINTED-SW (WS-FF-IDX) = "N"
082670             AND WS-RTT-FLD-MM-CNT (WS-RT-IDX, WS-FF-IDX)
082680                 > WS-FF-BEST-CNT
082690         MOVE WS-FF-IDX TO WS-FF-BEST
082700         MOVE WS-RTT-FLD-MM-CNT (WS-RT-IDX, WS-FF-IDX)
082710             TO WS-FF-BEST-CNT
082720     END-IF
082730     .
082740 8760-JUDGE-ONE-TYPE-FIELD-EXIT.
082750     EXIT.
082760*----------------------------------------------------------------*
082770* 8500 - LIST THE FIRST FEW DUPLICATE/OUT-OF-SEQUENCE KEYS ON
082780* THE PRINT FILE SO THE UPSTREAM SORT FAILURE CAN BE CHASED
082790* WITHOUT RE-RUNNING THE FILES THROUGH A STANDALONE CHECK.
082800*----------------------------------------------------------------*
082810 8500-PRINT-SEQ-ERRORS.
082820     MOVE SPACES TO WS-PRINT-LINE
082830     PERFORM 8800-WRITE-PRINT-LINE
082840         THRU 8800-WRITE-PRINT-LINE-EXIT
082850     MOVE SPACES TO WS-PRINT-LINE
082860     MOVE WS-SEQ-ERR-LIMIT TO WS-EDIT-COUNT
082870     STRING "SEQUENCE ERRORS (FIRST " DELIMITED BY SIZE
082880         WS-EDIT-COUNT DELIMITED BY SIZE
082890         " SHOWN)" DELIMITED BY SIZE
082900         INTO WS-PRINT-LINE
082910     PERFORM 8800-WRITE-PRINT-LINE
082920         THRU 8800-WRITE-PRINT-LINE-EXIT
082930     PERFORM 8510-PRINT-SEQ-ERR-LINE
082940         THRU 8510-PRINT-SEQ-ERR-LINE-EXIT
082950         VARYING WS-DETAIL-IDX FROM 1 BY 1
082960         UNTIL WS-DETAIL-IDX > WS-SEQ-ERR-DETAILS::size()
082970     .
082980 8500-PRINT-SEQ-ERRORS-EXIT.
082990     EXIT.
083000 8510-PRINT-SEQ-ERR-LINE.
083010     SET WS-DETAIL-BOXED TO
083020         WS-SEQ-ERR-DETAILS::get(WS-DETAIL-IDX)
083030     MOVE WS-DETAIL-BOXED TO WS-PRINT-LINE
083040     PERFORM 8800-WRITE-PRINT-LINE
083050         THRU 8800-WRITE-PRINT-LINE-EXIT
083060     .
083070 8510-PRINT-SEQ-ERR-LINE-EXIT.
083080     EXIT.
083090*----------------------------------------------------------------*
083100* 8800 - ALL PRTFILE LINES FUNNEL THROUGH HERE: A FULL PAGE
083110* TRIGGERS THE PAGE HEADING BLOCK, EVERY LINE CARRIES ITS
083120* CARRIAGE CONTROL BYTE, AND THE FILE STATUS IS PROVED ON
083130* EVERY WRITE AS BEFORE.
083140*----------------------------------------------------------------*
083150 8800-WRITE-PRINT-LINE.
083160     IF WS-PRT-LINE-COUNT NOT < WS-PAGE-SIZE
083170         PERFORM 8810-PRINT-PAGE-HEADING
083180             THRU 8810-PRINT-PAGE-HEADING-EXIT
083190     END-IF
083200     MOVE SPACES TO PRINT-RECORD
083210     MOVE SPACE TO PRINT-CC
083220     MOVE WS-PRINT-LINE TO PRINT-DATA
083230     WRITE PRINT-RECORD
083240     PERFORM 8900-CHECK-PRINT-STATUS
083250         THRU 8900-CHECK-PRINT-STATUS-EXIT
083260     ADD 1 TO WS-PRT-LINE-COUNT
083270     .
083280 8800-WRITE-PRINT-LINE-EXIT.
083290     EXIT.
083300 8810-PRINT-PAGE-HEADING.
083310     ADD 1 TO WS-PRT-PAGE-NO
083320     MOVE WS-PRT-PAGE-NO TO WS-PAGE-EDIT
083330     MOVE SPACES TO WS-HEAD-LINE
083340     STRING "RECONCILIATION REPORT" DELIMITED BY SIZE
083350         "   RUN " DELIMITED BY SIZE
083360         WS-RUN-DATE DELIMITED BY SIZE
083370         " " DELIMITED BY SIZE
083380         WS-RUN-TIME DELIMITED BY SIZE
083390         "   PAGE " DELIMITED BY SIZE
083400         WS-PAGE-EDIT DELIMITED BY SIZE
083410         INTO WS-HEAD-LINE
083420     MOVE SPACES TO PRINT-RECORD
083430     MOVE "1" TO PRINT-CC
083440     MOVE WS-HEAD-LINE TO PRINT-DATA
083450     WRITE PRINT-RECORD
083460     PERFORM 8900-CHECK-PRINT-STATUS
083470         THRU 8900-CHECK-PRINT-STATUS-EXIT
083480     MOVE SPACES TO WS-HEAD-LINE
083490     STRING "FILE A: " DELIMITED BY SIZE
083500         WS-FILEA-NAME DELIMITED BY SIZE
083510         "  FILE B: " DELIMITED BY SIZE
083520         WS-FILEB-NAME DELIMITED BY SIZE
083530         INTO WS-HEAD-LINE
083540     MOVE SPACES TO PRINT-RECORD
083550     MOVE SPACE TO PRINT-CC
083560     MOVE WS-HEAD-LINE TO PRINT-DATA
083570     WRITE PRINT-RECORD
083580     PERFORM 8900-CHECK-PRINT-STATUS
083590         THRU 8900-CHECK-PRINT-STATUS-EXIT
083600     MOVE SPACES TO PRINT-RECORD
083610     MOVE SPACE TO PRINT-CC
083620     WRITE PRINT-RECORD
083630     PERFORM 8900-CHECK-PRINT-STATUS
083640         THRU 8900-CHECK-PRINT-STATUS-EXIT
083650     MOVE 3 TO WS-PRT-LINE-COUNT
083660     .
083670 8810-PRINT-PAGE-HEADING-EXIT.
083680     EXIT.
083690 8900-CHECK-PRINT-STATUS.
083700     IF NOT WS-FILE-STATUS-PRINT-OK
083710         DISPLAY "RECON: WRITE FAILED FOR PRTFILE - FILE STATUS "
083720             WS-FILE-STATUS-PRINT
083730         MOVE 16 TO RETURN-CODE
083740         GOBACK
083750     END-IF
083760     .
083770 8900-CHECK-PRINT-STATUS-EXIT.
083780     EXIT.
083790*----------------------------------------------------------------*
083800* 8100 - EXCEPTION DETAIL REPORT. LISTS EVERY EXCEPTION KEY WITH
083810* THE FILE A AND FILE B DATA SIDE BY SIDE, GROUPED BY MISMATCH
083820* REASON WITH A CONTROL BREAK AND A SUBTOTAL PER REASON, SO THE
083830* BALANCING DESK HAS THE OFFENDING KEYS IN HAND THE NIGHT THE
083840* JOB RUNS INSTEAD OF RE-RUNNING AD HOC COMPARES NEXT MORNING.
083850*----------------------------------------------------------------*
083860 8100-PRINT-DETAIL.
083870     MOVE SPACES TO WS-DETAIL-LINE
083880     MOVE "RECONCILIATION EXCEPTION DETAIL" TO WS-DETAIL-LINE
083890     PERFORM 8400-WRITE-DETAIL-LINE
083900         THRU 8400-WRITE-DETAIL-LINE-EXIT
083910     MOVE "NOT ON FILE A" TO WS-DETAIL-GROUP-TITLE
083920     SET WS-DETAIL-SEQ TO WS-NOT-ON-A-DETAILS
083930     PERFORM 8200-PRINT-DETAIL-GROUP
083940         THRU 8200-PRINT-DETAIL-GROUP-EXIT
083950     MOVE "NOT ON FILE B" TO WS-DETAIL-GROUP-TITLE
083960     SET WS-DETAIL-SEQ TO WS-NOT-ON-B-DETAILS
083970     PERFORM 8200-PRINT-DETAIL-GROUP
083980         THRU 8200-PRINT-DETAIL-GROUP-EXIT
083990     IF WS-AGG-MODE-YES
084000         MOVE "GROUP TOTAL DIFFERS" TO WS-DETAIL-GROUP-TITLE
084010     ELSE
084020         MOVE "FIELD MISMATCHES" TO WS-DETAIL-GROUP-TITLE
084030     END-IF
084040     SET WS-DETAIL-SEQ TO WS-MISMATCH-DETAILS
084050     PERFORM 8200-PRINT-DETAIL-GROUP
084060         THRU 8200-PRINT-DETAIL-GROUP-EXIT
084070     .
084080 8100-PRINT-DETAIL-EXIT.
084090     EXIT.
084100*----------------------------------------------------------------*
084110* 8200 - ONE REASON GROUP OF THE DETAIL REPORT - BREAK HEADING,
084120* THE COLLECTED DETAIL LINES FOR THAT REASON, THEN A SUBTOTAL.
084130*----------------------------------------------------------------*
084140 8200-PRINT-DETAIL-GROUP.
084150     MOVE SPACES TO WS-DETAIL-LINE
084160     PERFORM 8400-WRITE-DETAIL-LINE
084170         THRU 8400-WRITE-DETAIL-LINE-EXIT
084180     MOVE SPACES TO WS-DETAIL-LINE
084190     STRING "REASON: " DELIMITED BY SIZE
084200         WS-DETAIL-GROUP-TITLE DELIMITED BY SIZE
084210         INTO WS-DETAIL-LINE
084220     PERFORM 8400-WRITE-DETAIL-LINE
084230         THRU 8400-WRITE-DETAIL-LINE-EXIT
084240     PERFORM 8300-PRINT-DETAIL-ITEM
084250         THRU 8300-PRINT-DETAIL-ITEM-EXIT
084260         VARYING WS-DETAIL-IDX FROM 1 BY 1
084270         UNTIL WS-DETAIL-IDX > WS-DETAIL-SEQ::size()
084280     MOVE WS-DETAIL-SEQ::size() TO WS-EDIT-COUNT
084290     MOVE SPACES TO WS-DETAIL-LINE
084300     STRING "SUBTOTAL            : " DELIMITED BY SIZE
084310         WS-EDIT-COUNT DELIMITED BY SIZE
084320         INTO WS-DETAIL-LINE
084330     PERFORM 8400-WRITE-DETAIL-LINE
084340         THRU 8400-WRITE-DETAIL-LINE-EXIT
084350     .
084360 8200-PRINT-DETAIL-GROUP-EXIT.
084370     EXIT.
084380 8300-PRINT-DETAIL-ITEM.
084390     SET WS-DETAIL-BOXED TO WS-DETAIL-SEQ::get(WS-DETAIL-IDX)
084400     MOVE WS-DETAIL-BOXED TO WS-DETAIL-UNPACK
084410     IF WS-REC-LEN NOT > 58
084420         MOVE SPACES TO WS-DETAIL-LINE
084430         STRING WS-DU-KEY DELIMITED BY SIZE
084440             "  " DELIMITED BY SIZE
084450             WS-DU-A-DATA (1:WS-REC-LEN) DELIMITED BY SIZE
084460             "  " DELIMITED BY SIZE
084470             WS-DU-B-DATA (1:WS-REC-LEN) DELIMITED BY SIZE
084480             INTO WS-DETAIL-LINE
084490         PERFORM 8400-WRITE-DETAIL-LINE
084500             THRU 8400-WRITE-DETAIL-LINE-EXIT
084510         GO TO 8300-PRINT-DETAIL-ITEM-EXIT
084520     END-IF
084530     MOVE SPACES TO WS-DETAIL-LINE
084540     MOVE WS-DU-KEY TO WS-DETAIL-LINE
084550     PERFORM 8400-WRITE-DETAIL-LINE
084560         THRU 8400-WRITE-DETAIL-LINE-EXIT
084570     PERFORM 8310-PRINT-A-SEGMENT
084580         THRU 8310-PRINT-A-SEGMENT-EXIT
084590         VARYING WS-SEG-OFF FROM 1 BY 100
084600         UNTIL WS-SEG-OFF > WS-REC-LEN
084610     PERFORM 8320-PRINT-B-SEGMENT
084620         THRU 8320-PRINT-B-SEGMENT-EXIT
084630         VARYING WS-SEG-OFF FROM 1 BY 100
084640         UNTIL WS-SEG-OFF > WS-REC-LEN
084650     .
084660 8300-PRINT-DETAIL-ITEM-EXIT.
084670     EXIT.
084680 8310-PRINT-A-SEGMENT.
084690     COMPUTE WS-SEG-LEN = WS-REC-LEN - WS-SEG-OFF + 1
084700     IF WS-SEG-LEN > 100
084710         MOVE 100 TO WS-SEG-LEN
084720     END-IF
084730     MOVE SPACES TO WS-DETAIL-LINE
084740     STRING "  A " DELIMITED BY SIZE
084750         WS-DU-A-DATA (WS-SEG-OFF:WS-SEG-LEN)
084760             DELIMITED BY SIZE
084770         INTO WS-DETAIL-LINE
084780     PERFORM 8400-WRITE-DETAIL-LINE
084790         THRU 8400-WRITE-DETAIL-LINE-EXIT
084800     .
084810 8310-PRINT-A-SEGMENT-EXIT.
084820     EXIT.
084830 8320-PRINT-B-SEGMENT.
084840     COMPUTE WS-SEG-LEN = WS-REC-LEN - WS-SEG-OFF + 1
084850     IF WS-SEG-LEN > 100
084860         MOVE 100 TO WS-SEG-LEN
084870     END-IF
084880     MOVE SPACES TO WS-DETAIL-LINE
084890     STRING "  B " DELIMITED BY SIZE
084900         WS-DU-B-DATA (WS-SEG-OFF:WS-SEG-LEN)
084910             DELIMITED BY SIZE
084920         INTO WS-DETAIL-LINE
084930     PERFORM 8400-WRITE-DETAIL-LINE
084940         THRU 8400-WRITE-DETAIL-LINE-EXIT
084950     .
084960 8320-PRINT-B-SEGMENT-EXIT.
084970     EXIT.
084980 8400-WRITE-DETAIL-LINE.
084990     IF WS-DET-LINE-COUNT NOT < WS-PAGE-SIZE
085000         PERFORM 8410-DETAIL-PAGE-HEADING
085010             THRU 8410-DETAIL-PAGE-HEADING-EXIT
085020     END-IF
085030     MOVE SPACES TO DETAIL-RECORD
085040     MOVE SPACE TO DETAIL-CC
085050     MOVE WS-DETAIL-LINE TO DETAIL-DATA
085060     WRITE DETAIL-RECORD
085070     IF NOT WS-FILE-STATUS-DETAIL-OK
085080         DISPLAY "RECON: WRITE FAILED FOR EXCPRT - FILE STATUS "
085090             WS-FILE-STATUS-DETAIL
085100         MOVE 16 TO RETURN-CODE
085110         GOBACK
085120     END-IF
085130     ADD 1 TO WS-DET-LINE-COUNT
085140     .
085150 8400-WRITE-DETAIL-LINE-EXIT.
085160     EXIT.
085170 8410-DETAIL-PAGE-HEADING.
085180     ADD 1 TO WS-DET-PAGE-NO
085190     MOVE WS-DET-PAGE-NO TO WS-PAGE-EDIT
085200     MOVE SPACES TO WS-HEAD-LINE
085210     STRING "RECONCILIATION EXCEPTION DETAIL" DELIMITED BY SIZE
085220         "   RUN " DELIMITED BY SIZE
085230         WS-RUN-DATE DELIMITED BY SIZE
085240         " " DELIMITED BY SIZE
085250         WS-RUN-TIME DELIMITED BY SIZE
085260         "   PAGE " DELIMITED BY SIZE
085270         WS-PAGE-EDIT DELIMITED BY SIZE
085280         INTO WS-HEAD-LINE
085290     MOVE SPACES TO DETAIL-RECORD
085300     MOVE "1" TO DETAIL-CC
085310     MOVE WS-HEAD-LINE TO DETAIL-DATA
085320     WRITE DETAIL-RECORD
085330     IF NOT WS-FILE-STATUS-DETAIL-OK
085340         DISPLAY "RECON: WRITE FAILED FOR EXCPRT - FILE STATUS "
085350             WS-FILE-STATUS-DETAIL
085360         MOVE 16 TO RETURN-CODE
085370         GOBACK
085380     END-IF
085390     MOVE SPACES TO WS-HEAD-LINE
085400     STRING "FILE A: " DELIMITED BY SIZE
085410         WS-FILEA-NAME DELIMITED BY SIZE
085420         "  FILE B: " DELIMITED BY SIZE
085430         WS-FILEB-NAME DELIMITED BY SIZE
085440         INTO WS-HEAD-LINE
085450     MOVE SPACES TO DETAIL-RECORD
085460     MOVE SPACE TO DETAIL-CC
085470     MOVE WS-HEAD-LINE TO DETAIL-DATA
085480     WRITE DETAIL-RECORD
085490     IF NOT WS-FILE-STATUS-DETAIL-OK
085500         DISPLAY "RECON: WRITE FAILED FOR EXCPRT - FILE STATUS "
085510             WS-FILE-STATUS-DETAIL
085520         MOVE 16 TO RETURN-CODE
085530         GOBACK
085540     END-IF
085550     MOVE SPACES TO DETAIL-RECORD
085560     MOVE SPACE TO DETAIL-CC
085570     WRITE DETAIL-RECORD
085580     IF NOT WS-FILE-STATUS-DETAIL-OK
085590         DISPLAY "RECON: WRITE FAILED FOR EXCPRT - FILE STATUS "
085600             WS-FILE-STATUS-DETAIL
085610         MOVE 16 TO RETURN-CODE
085620         GOBACK
085630     END-IF
085640     MOVE 3 TO WS-DET-LINE-COUNT
085650     .
085660 8410-DETAIL-PAGE-HEADING-EXIT.
085670     EXIT.
085680*----------------------------------------------------------------*
085690* 8450 - MATCHED-KEY SAMPLE REPORT (SMPRPT), PAGED LIKE THE
085700* EXCEPTION DETAIL REPORT.  THE SECOND HEADING LINE GIVES THE
085710* METHOD, MINIMUM AND SEED, SO EVERY PAGE SAYS HOW ITS KEYS WERE
085720* DRAWN.
085730*----------------------------------------------------------------*
085740 8450-WRITE-SAMPLE-LINE.
085750     IF WS-SMP-LINE-COUNT NOT < WS-PAGE-SIZE
085760         PERFORM 8460-SAMPLE-PAGE-HEADING
085770             THRU 8460-SAMPLE-PAGE-HEADING-EXIT
085780     END-IF
085790     MOVE SPACES TO SMPRPT-RECORD
085800     MOVE SPACE TO SMPRPT-CC
085810     MOVE WS-SMP-LINE TO SMPRPT-DATA
085820     WRITE SMPRPT-RECORD
085830     IF NOT WS-FILE-STATUS-SRP-OK
085840         DISPLAY "RECON: WRITE FAILED FOR SMPRPT - STATUS "
085850             WS-FILE-STATUS-SRP
085860         MOVE 16 TO RETURN-CODE
085870         GOBACK
085880     END-IF
085890     ADD 1 TO WS-SMP-LINE-COUNT
085900     .
085910 8450-WRITE-SAMPLE-LINE-EXIT.
085920     EXIT.
085930 8460-SAMPLE-PAGE-HEADING.
085940     ADD 1 TO WS-SMP-PAGE-NO
085950     MOVE WS-SMP-PAGE-NO TO WS-PAGE-EDIT
085960     MOVE SPACES TO WS-HEAD-LINE
085970     STRING "RECONCILIATION MATCHED-KEY SAMPLE" DELIMITED BY SIZE
085980         "   RUN " DELIMITED BY SIZE
085990         WS-RUN-DATE DELIMITED BY SIZE
086000         " " DELIMITED BY SIZE
086010         WS-RUN-TIME DELIMITED BY SIZE
086020         "   PAGE " DELIMITED BY SIZE
086030         WS-PAGE-EDIT DELIMITED BY SIZE
086040         INTO WS-HEAD-LINE
086050     MOVE SPACES TO SMPRPT-RECORD
086060     MOVE "1" TO SMPRPT-CC
086070     MOVE WS-HEAD-LINE TO SMPRPT-DATA
086080     WRITE SMPRPT-RECORD
086090     IF NOT WS-FILE-STATUS-SRP-OK
086100         DISPLAY "RECON: WRITE FAILED FOR SMPRPT - STATUS "
086110             WS-FILE-STATUS-SRP
086120         MOVE 16 TO RETURN-CODE
086130         GOBACK
086140     END-IF
086150     MOVE SPACES TO WS-HEAD-LINE
086160     IF WS-SMP-EVERY
086170         STRING "SAMPLE EVERY " DELIMITED BY SIZE
086180             WS-SMP-INTERVAL DELIMITED BY SIZE
086190             "TH MATCHED KEY   MINIMUM " DELIMITED BY SIZE
086200             WS-SMP-MINIMUM DELIMITED BY SIZE
086210             " A PAIR" DELIMITED BY SIZE
086220             INTO WS-HEAD-LINE
086230     ELSE
086240         STRING "SAMPLE RANDOM ONE IN " DELIMITED BY SIZE
086250             WS-SMP-INTERVAL DELIMITED BY SIZE
086260             "   SEED " DELIMITED BY SIZE
086270             WS-SMP-SEED DELIMITED BY SIZE
086280             "   MINIMUM " DELIMITED BY SIZE
086290             WS-SMP-MINIMUM DELIMITED BY SIZE
086300             " A PAIR" DELIMITED BY SIZE
086310             INTO WS-HEAD-LINE
086320     END-IF
086330     MOVE SPACES TO SMPRPT-RECORD
086340     MOVE SPACE TO SMPRPT-CC
086350     MOVE WS-HEAD-LINE TO SMPRPT-DATA
086360     WRITE SMPRPT-RECORD
086370     IF NOT WS-FILE-STATUS-SRP-OK
086380         DISPLAY "RECON: WRITE FAILED FOR SMPRPT - STATUS "
086390             WS-FILE-STATUS-SRP
086400         MOVE 16 TO RETURN-CODE
086410         GOBACK
086420     END-IF
086430     MOVE SPACES TO SMPRPT-RECORD
086440     MOVE SPACE TO SMPRPT-CC
086450     WRITE SMPRPT-RECORD
086460     IF NOT WS-FILE-STATUS-SRP-OK
086470         DISPLAY "RECON: WRITE FAILED FOR SMPRPT - STATUS "
086480             WS-FILE-STATUS-SRP
086490         MOVE 16 TO RETURN-CODE
086500         GOBACK
086510     END-IF
086520     MOVE 3 TO WS-SMP-LINE-COUNT
086530     .
086540 8460-SAMPLE-PAGE-HEADING-EXIT.
086550     EXIT.
086560 8470-PRINT-SAMPLE-TOTAL.
086570     MOVE WS-SMP-TOTAL-TAKEN TO WS-SMP-EDIT-COUNT
086580     MOVE WS-SMP-TOTAL-MATCHED TO WS-SMP-EDIT-SEQ
086590     MOVE SPACES TO WS-SMP-LINE
086600     STRING "SAMPLE TOTAL - " DELIMITED BY SIZE
086610         WS-SMP-EDIT-COUNT DELIMITED BY SIZE
086620         " KEYS TAKEN FROM " DELIMITED BY SIZE
086630         WS-SMP-EDIT-SEQ DELIMITED BY SIZE
086640         " MATCHED" DELIMITED BY SIZE
086650         INTO WS-SMP-LINE
086660     PERFORM 8450-WRITE-SAMPLE-LINE
086670         THRU 8450-WRITE-SAMPLE-LINE-EXIT
086680     .
086690 8470-PRINT-SAMPLE-TOTAL-EXIT.
086700     EXIT.
086710 9999-TERMINATE.
086720     IF WS-PAIRLIST-MODE-YES
086730         CLOSE PAIRLIST-FILE
086740         CLOSE PAIRHIST-FILE
086750         CLOSE PAIRRSLT-FILE
086760         GO TO 9999-CLOSE-COMMON
086770     END-IF
086780     IF WS-PART-COUNT > 0
086790         GO TO 9999-CLOSE-COMMON
086800     END-IF
086810     IF WS-INPUT-A-KSDS-YES
086820         CLOSE FILEAK-FILE
086830     ELSE
086840         CLOSE FILEA-FILE
086850     END-IF
086860     IF WS-INPUT-B-KSDS-YES
086870         CLOSE FILEBK-FILE
086880     ELSE
086890         IF WS-MODE-LOOKUP-NO
086900             CLOSE FILEB-FILE
086910         END-IF
086920     END-IF
086930     .
086940 9999-CLOSE-COMMON.
086950     IF WS-FIELD-COUNT > 0
086960         PERFORM 8700-PRINT-FIELD-FREQUENCY
086970             THRU 8700-PRINT-FIELD-FREQUENCY-EXIT
086980         CLOSE FIELD-FILE
086990     END-IF
087000     IF WS-SMP-GIVEN-YES
087010         PERFORM 8470-PRINT-SAMPLE-TOTAL
087020             THRU 8470-PRINT-SAMPLE-TOTAL-EXIT
087030         CLOSE SAMPLE-FILE
087040         CLOSE SMPRPT-FILE
087050     END-IF
087060     CLOSE PRINT-FILE
087070     CLOSE DETAIL-FILE
087080     CLOSE EXTRACT-FILE
087090     OPEN OUTPUT RESTART-FILE
087100     IF WS-FILE-STATUS-RESTART-OK
087110         CLOSE RESTART-FILE
087120     END-IF
087130     IF WS-PART-COUNT > 0
087140         OPEN OUTPUT PARTRST-FILE
087150         IF WS-FILE-STATUS-PTR-OK
087160             CLOSE PARTRST-FILE
087170         END-IF
087180     END-IF
087190     MOVE WS-MAX-RC TO RETURN-CODE
087200     IF WS-GRAND-SEQ-ERRS > 0
087210         MOVE 12 TO RETURN-CODE
087220     END-IF
087230     PERFORM 9300-ISSUE-ALERTS
087240         THRU 9300-ISSUE-ALERTS-EXIT
087250     PERFORM 9200-WRITE-RUN-HISTORY
087260         THRU 9200-WRITE-RUN-HISTORY-EXIT
087270     PERFORM 9350-WRITE-SUPPRESS-USAGE
087280         THRU 9350-WRITE-SUPPRESS-USAGE-EXIT
087290     PERFORM 9400-WRITE-STEP-CONTROL
087300         THRU 9400-WRITE-STEP-CONTROL-EXIT
087310     PERFORM 9500-REGISTER-RUN
087320         THRU 9500-REGISTER-RUN-EXIT
087330     COMPUTE RECSTW-RECORD-COUNT = WS-GRAND-READ-A
087340         + WS-GRAND-READ-B
087350     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
087360     PERFORM 9810-WRITE-STEP-TIMING
087370         THRU 9810-WRITE-STEP-TIMING-EXIT
087380     .
087390 9999-TERMINATE-EXIT.
087400     EXIT.
087410*----------------------------------------------------------------*
087420* 9200 - APPEND THIS RUN'S RECORD TO THE CUMULATIVE RUN-HISTORY
087430* DATASET, AFTER THE FINAL RETURN CODE IS KNOWN SO THE HISTORY
087440* CARRIES THE GRADE THE SCHEDULER SAW.  A BRAND-NEW DATASET IS
087450* CREATED ON FIRST USE.
087460*----------------------------------------------------------------*
087470 9200-WRITE-RUN-HISTORY.
087480     ACCEPT WS-RUN-TIME-RAW FROM TIME
087490     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
087500     OPEN EXTEND RUNHIST-FILE
087510     IF WS-FILE-STATUS-HIST-NOTFND
087520         OPEN OUTPUT RUNHIST-FILE
087530     END-IF
087540     IF NOT WS-FILE-STATUS-HIST-OK
087550         DISPLAY "RECON: OPEN FAILED FOR RUNHIST - FILE STATUS "
087560             WS-FILE-STATUS-HIST
087570         MOVE 16 TO RETURN-CODE
087580         GOBACK
087590     END-IF
087600     MOVE SPACES TO RECHST-RECORD
087610     MOVE WS-RUN-DATE TO RECHST-RUN-DATE
087620     MOVE WS-RUN-TIME TO RECHST-RUN-TIME
087630     MOVE WS-GRAND-MATCH-COUNT TO RECHST-MATCH-COUNT
087640     MOVE WS-GRAND-NOT-ON-A-COUNT TO RECHST-NOT-ON-A-COUNT
087650     MOVE WS-GRAND-NOT-ON-B-COUNT TO RECHST-NOT-ON-B-COUNT
087660     MOVE WS-GRAND-FIELD-MM-COUNT TO RECHST-FIELD-MM-COUNT
087670     MOVE RETURN-CODE TO RECHST-RETURN-CODE
087680     MOVE WS-GRAND-READ-A TO RECHST-RECORDS-READ-A
087690     MOVE WS-GRAND-READ-B TO RECHST-RECORDS-READ-B
087700     IF WS-FORCE-YES AND WS-RUN-DONE-YES
087710         MOVE "F" TO RECHST-FORCED-SW
087720     END-IF
087730     IF WS-SMP-GIVEN-YES
087740         MOVE WS-SMP-METHOD TO RECHST-SAMPLE-METHOD
087750         MOVE WS-SMP-INTERVAL TO RECHST-SAMPLE-INTERVAL
087760         MOVE WS-SMP-MINIMUM TO RECHST-SAMPLE-MINIMUM
087770         MOVE WS-SMP-SEED TO RECHST-SAMPLE-SEED
087780         MOVE WS-SMP-TOTAL-TAKEN TO RECHST-SAMPLE-SIZE
087790     END-IF
087800     WRITE RECHST-RECORD
087810     IF NOT WS-FILE-STATUS-HIST-OK
087820         DISPLAY "RECON: WRITE FAILED FOR RUNHIST - FILE STATUS "
087830             WS-FILE-STATUS-HIST
087840         MOVE 16 TO RETURN-CODE
087850         GOBACK
087860     END-IF
087870     CLOSE RUNHIST-FILE
087880     .
087890 9200-WRITE-RUN-HISTORY-EXIT.
087900     EXIT.
087910*----------------------------------------------------------------*
087920* 9250 - ONE PAIR-LEVEL HISTORY RECORD, APPENDED AS EACH PAIR
087930* IS GRADED SO THE COUNTERS IN HAND ARE STILL THAT PAIR'S OWN.
087940*----------------------------------------------------------------*
087950 9250-WRITE-PAIR-HISTORY.
087960     ACCEPT WS-RUN-TIME-RAW FROM TIME
087970     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
087980     MOVE SPACES TO RECPHS-RECORD
087990     MOVE WS-RUN-DATE TO RECPHS-RUN-DATE
088000     MOVE WS-RUN-TIME TO RECPHS-RUN-TIME
088010     MOVE WS-PAIR-ID TO RECPHS-PAIR-ID
088020     MOVE WS-MATCH-COUNT TO RECPHS-MATCH-COUNT
088030     MOVE WS-NOT-ON-A-COUNT TO RECPHS-NOT-ON-A-COUNT
088040     MOVE WS-NOT-ON-B-COUNT TO RECPHS-NOT-ON-B-COUNT
088050     MOVE WS-FIELD-MISMATCH-COUNT TO RECPHS-FIELD-MM-COUNT
088060     MOVE RETURN-CODE TO RECPHS-RETURN-CODE
088070     MOVE WS-RECORDS-READ-A TO RECPHS-RECORDS-READ-A
088080     MOVE WS-RECORDS-READ-B TO RECPHS-RECORDS-READ-B
088090     WRITE RECPHS-RECORD
088100     IF NOT WS-FILE-STATUS-PHS-OK
088110         DISPLAY "RECON: WRITE FAILED FOR PAIRHIST - STATUS "
088120             WS-FILE-STATUS-PHS
088130         MOVE 16 TO RETURN-CODE
088140         GOBACK
088150     END-IF
088160     .
088170 9250-WRITE-PAIR-HISTORY-EXIT.
088180     EXIT.
088190*----------------------------------------------------------------*
088200* 9260 - ONE PAIR-RESULT RECORD FOR THE SCHEDULER: THE PAIR'S
088210* OWN GRADE AND A HELD/RELEASED FLAG, SO ELEVEN CLEAN PAIRS NO
088220* LONGER WAIT BEHIND ONE BAD ONE.
088230*----------------------------------------------------------------*
088240 9260-WRITE-PAIR-RESULT.
088250     MOVE SPACES TO RECPRS-RECORD
088260     MOVE WS-RUN-DATE TO RECPRS-RUN-DATE
088270     MOVE WS-PAIR-ID TO RECPRS-PAIR-ID
088280     MOVE RETURN-CODE TO RECPRS-GRADE
088290     IF RETURN-CODE < 8
088300         SET RECPRS-RELEASED TO TRUE
088310     ELSE
088320         SET RECPRS-HELD TO TRUE
088330     END-IF
088340     MOVE WS-MATCH-COUNT TO RECPRS-MATCH-COUNT
088350     MOVE WS-NOT-ON-A-COUNT TO RECPRS-NOT-ON-A-COUNT
088360     MOVE WS-NOT-ON-B-COUNT TO RECPRS-NOT-ON-B-COUNT
088370     MOVE WS-FIELD-MISMATCH-COUNT TO RECPRS-FIELD-MM-COUNT
088380     MOVE WS-RECORDS-READ-A TO RECPRS-RECORDS-READ-A
088390     MOVE WS-RECORDS-READ-B TO RECPRS-RECORDS-READ-B
088400     WRITE RECPRS-RECORD
088410     IF NOT WS-FILE-STATUS-PRS-OK
088420         DISPLAY "RECON: WRITE FAILED FOR PAIRRSLT - STATUS "
088430             WS-FILE-STATUS-PRS
088440         MOVE 16 TO RETURN-CODE
088450         GOBACK
088460     END-IF
088470     ADD 1 TO WS-PRS-WRITTEN-COUNT
088480     .
088490 9260-WRITE-PAIR-RESULT-EXIT.
088500     EXIT.
088510*----------------------------------------------------------------*
088520* 9270 - A HELD PAIR-RESULT RECORD FOR A PAIR SKIPPED ON ITS
088530* CYCLE DATE OR FOR AN UNPROVED SNAPSHOT: GRADE 8, ZERO
088540* COUNTERS.  WITHOUT IT THE
088550* SCHEDULER COULD NOT TELL A SKIPPED-AND-HELD PAIR FROM ONE
088560* THAT NEVER RAN.
088570*----------------------------------------------------------------*
088580 9270-WRITE-SKIPPED-RESULT.
088590     MOVE SPACES TO RECPRS-RECORD
088600     MOVE WS-RUN-DATE TO RECPRS-RUN-DATE
088610     MOVE WS-CURP-PAIR-ID TO RECPRS-PAIR-ID
088620     MOVE 8 TO RECPRS-GRADE
088630     SET RECPRS-HELD TO TRUE
088640     MOVE ZERO TO RECPRS-MATCH-COUNT
088650     MOVE ZERO TO RECPRS-NOT-ON-A-COUNT
088660     MOVE ZERO TO RECPRS-NOT-ON-B-COUNT
088670     MOVE ZERO TO RECPRS-FIELD-MM-COUNT
088680     MOVE ZERO TO RECPRS-RECORDS-READ-A
088690     MOVE ZERO TO RECPRS-RECORDS-READ-B
088700     WRITE RECPRS-RECORD
088710     IF NOT WS-FILE-STATUS-PRS-OK
088720         DISPLAY "RECON: WRITE FAILED FOR PAIRRSLT - STATUS "
088730             WS-FILE-STATUS-PRS
088740         MOVE 16 TO RETURN-CODE
088750         GOBACK
088760     END-IF
088770     ADD 1 TO WS-PRS-WRITTEN-COUNT
088780     .
088790 9270-WRITE-SKIPPED-RESULT-EXIT.
088800     EXIT.
088810*----------------------------------------------------------------*
088820* 9400 - STEP-CONTROL HANDOFF: WHAT THIS RUN READ AND WROTE,
088830* ONE RECCTL RECORD PER FILE, FOR JOBCHECK TO CROSS-FOOT
088840* AGAINST THE CONSUMING STEPS.
088850*----------------------------------------------------------------*
088860 9400-WRITE-STEP-CONTROL.
088870     OPEN EXTEND CONTROL-FILE
088880     IF WS-FILE-STATUS-CTL-NOTFND
088890         OPEN OUTPUT CONTROL-FILE
088900     END-IF
088910     IF NOT WS-FILE-STATUS-CTL-OK
088920         DISPLAY "RECON: OPEN FAILED FOR CTLFILE - STATUS "
088930             WS-FILE-STATUS-CTL
088940         MOVE 16 TO RETURN-CODE
088950         GOBACK
088960     END-IF
088970     MOVE "FILEA" TO WS-CTL-FILE-NAME
088980     MOVE "I" TO WS-CTL-ROLE
088990     MOVE WS-GRAND-READ-A TO WS-CTL-COUNT
089000     MOVE WS-GRAND-AMT-A TO WS-CTL-HASH
089010     PERFORM 9410-WRITE-ONE-CONTROL
089020         THRU 9410-WRITE-ONE-CONTROL-EXIT
089030     MOVE "FILEB" TO WS-CTL-FILE-NAME
089040     MOVE "I" TO WS-CTL-ROLE
089050     MOVE WS-GRAND-READ-B TO WS-CTL-COUNT
089060     MOVE WS-GRAND-AMT-B TO WS-CTL-HASH
089070     PERFORM 9410-WRITE-ONE-CONTROL
089080         THRU 9410-WRITE-ONE-CONTROL-EXIT
089090     MOVE "EXTFILE" TO WS-CTL-FILE-NAME
089100     MOVE "O" TO WS-CTL-ROLE
089110     MOVE WS-EXT-WRITTEN-COUNT TO WS-CTL-COUNT
089120     MOVE ZERO TO WS-CTL-HASH
089130     PERFORM 9410-WRITE-ONE-CONTROL
089140         THRU 9410-WRITE-ONE-CONTROL-EXIT
089150     IF WS-FIELD-COUNT > 0
089160         MOVE "FLDFILE" TO WS-CTL-FILE-NAME
089170         MOVE "O" TO WS-CTL-ROLE
089180         MOVE WS-FLD-WRITTEN-COUNT TO WS-CTL-COUNT
089190         MOVE ZERO TO WS-CTL-HASH
089200         PERFORM 9410-WRITE-ONE-CONTROL
089210             THRU 9410-WRITE-ONE-CONTROL-EXIT
089220     END-IF
089230     IF WS-PAIRLIST-MODE-YES
089240         MOVE "PAIRRSLT" TO WS-CTL-FILE-NAME
089250         MOVE "O" TO WS-CTL-ROLE
089260         MOVE WS-PRS-WRITTEN-COUNT TO WS-CTL-COUNT
089270         MOVE ZERO TO WS-CTL-HASH
089280         PERFORM 9410-WRITE-ONE-CONTROL
089290             THRU 9410-WRITE-ONE-CONTROL-EXIT
089300     END-IF
089310     CLOSE CONTROL-FILE
089320     .
089330 9400-WRITE-STEP-CONTROL-EXIT.
089340     EXIT.
089350 9410-WRITE-ONE-CONTROL.
089360     MOVE SPACES TO RECCTL-RECORD
089370     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
089380     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
089390     MOVE "RECON" TO RECCTL-PROGRAM-ID
089400     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
089410     MOVE WS-CTL-ROLE TO RECCTL-ROLE
089420     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
089430*    THE HASH IS THE SUMMED AMOUNT FIELD'S LOW-ORDER DIGITS,
089440*    SIGN DROPPED - ZERO WHEN NO AMOUNT FIELD IS DECLARED.
089450     MOVE WS-CTL-HASH TO RECCTL-AMT-HASH
089460     WRITE RECCTL-RECORD
089470     IF NOT WS-FILE-STATUS-CTL-OK
089480         DISPLAY "RECON: WRITE FAILED FOR CTLFILE - STATUS "
089490             WS-FILE-STATUS-CTL
089500         MOVE 16 TO RETURN-CODE
089510         GOBACK
089520     END-IF
089530     .
089540 9410-WRITE-ONE-CONTROL-EXIT.
089550     EXIT.
089560*----------------------------------------------------------------*
089570* 9500 - REGISTER TONIGHT'S COMPLETION ON THE RUN-CONTROL
089580* DATASET, FLAGGED WHEN IT RAN UNDER FORCE.
089590*----------------------------------------------------------------*
089600 9500-REGISTER-RUN.
089610     OPEN EXTEND RUNCTL-FILE
089620     IF WS-FILE-STATUS-RCT-NOTFND
089630         OPEN OUTPUT RUNCTL-FILE
089640     END-IF
089650     IF NOT WS-FILE-STATUS-RCT-OK
089660         DISPLAY "RECON: OPEN FAILED FOR RUNCTL - STATUS "
089670             WS-FILE-STATUS-RCT
089680         MOVE 16 TO RETURN-CODE
089690         GOBACK
089700     END-IF
089710     MOVE SPACES TO RECRUN-RECORD
089720     MOVE WS-RUN-DATE TO RECRUN-CYCLE-DATE
089730     MOVE "RECON" TO RECRUN-PROGRAM-ID
089740     IF WS-FORCE-YES AND WS-RUN-DONE-YES
089750         SET RECRUN-FORCED TO TRUE
089760         MOVE WS-FORCE-USER TO RECRUN-FORCED-BY
089770     ELSE
089780         SET RECRUN-COMPLETED TO TRUE
089790     END-IF
089800     MOVE WS-RUN-TIME TO RECRUN-RUN-TIME
089810     WRITE RECRUN-RECORD
089820     IF NOT WS-FILE-STATUS-RCT-OK
089830         DISPLAY "RECON: WRITE FAILED FOR RUNCTL - STATUS "
089840             WS-FILE-STATUS-RCT
089850         MOVE 16 TO RETURN-CODE
089860         GOBACK
089870     END-IF
089880     CLOSE RUNCTL-FILE
089890     .
089900 9500-REGISTER-RUN-EXIT.
089910     EXIT.
089920*----------------------------------------------------------------*
089930* 9300 - OPERATOR ALERTING.  WHEN THE RUN ENDS OVER TOLERANCE
089940* (RC=8) OR WITH SEQUENCE ERRORS (RC=12), A FIXED-ID MESSAGE
089950* GOES TO THE OPERATOR CONSOLE FOR AUTOMATION TO TRAP, AND AN
089960* ALERT RECORD (RECALT.CPY) GOES TO THE NOTIFICATION DATASET
089970* THE PAGING BRIDGE ALREADY POLLS.  A CLEAN OR WITHIN-TOLERANCE
089980* RUN ALERTS NOBODY AT 02:00.
089990*----------------------------------------------------------------*
090000 9300-ISSUE-ALERTS.
090010     IF RETURN-CODE < 8
090020         GO TO 9300-ISSUE-ALERTS-EXIT
090030     END-IF
090040     MOVE SPACES TO RECALT-RECORD
090050     IF RETURN-CODE = 12
090060         DISPLAY "RECON002E SEQUENCE ERRORS ON INPUT - "
090070             "DOWNSTREAM HELD" UPON OPER-CONSOLE
090080         MOVE "RECON002E" TO RECALT-MSG-ID
090090     ELSE
090100         DISPLAY "RECON001E MISMATCHES OVER TOLERANCE - "
090110             "BALANCING ATTENTION NEEDED" UPON OPER-CONSOLE
090120         MOVE "RECON001E" TO RECALT-MSG-ID
090130     END-IF
090140     OPEN EXTEND ALERT-FILE
090150     IF WS-FILE-STATUS-ALERT-NOTFND
090160         OPEN OUTPUT ALERT-FILE
090170     END-IF
090180     IF NOT WS-FILE-STATUS-ALERT-OK
090190         DISPLAY "RECON: OPEN FAILED FOR ALERTS - FILE STATUS "
090200             WS-FILE-STATUS-ALERT
090210         MOVE 16 TO RETURN-CODE
090220         GOBACK
090230     END-IF
090240     MOVE WS-RUN-DATE TO RECALT-RUN-DATE
090250     MOVE WS-RUN-TIME TO RECALT-RUN-TIME
090260     MOVE "E" TO RECALT-SEVERITY
090270     MOVE RETURN-CODE TO RECALT-RETURN-CODE
090280     MOVE WS-GRAND-NOT-ON-A-COUNT TO RECALT-NOT-ON-A-COUNT
090290     MOVE WS-GRAND-NOT-ON-B-COUNT TO RECALT-NOT-ON-B-COUNT
090300     MOVE WS-GRAND-FIELD-MM-COUNT TO RECALT-FIELD-MM-COUNT
090310     MOVE WS-GRAND-SEQ-ERRS TO RECALT-SEQ-ERR-COUNT
090320     ACCEPT RECALT-ISSUE-DATE FROM DATE YYYYMMDD
090330     ACCEPT WS-ALERT-TIME-RAW FROM TIME
090340     MOVE WS-ALERT-TIME-RAW TO RECALT-ISSUE-TIME
090350     WRITE RECALT-RECORD
090360     IF NOT WS-FILE-STATUS-ALERT-OK
090370         DISPLAY "RECON: WRITE FAILED FOR ALERTS - FILE STATUS "
090380             WS-FILE-STATUS-ALERT
090390         MOVE 16 TO RETURN-CODE
090400         GOBACK
090410     END-IF
090420     CLOSE ALERT-FILE
090430     .
090440 9300-ISSUE-ALERTS-EXIT.
090450     EXIT.
090460*----------------------------------------------------------------*
090470* 9350 - ONE USAGE RECORD PER ACTIVE SUPPRESS ENTRY, HIT OR NOT,
090480* SO A ZERO COUNT PROVES THE ENTRY WAS LOADED AND IDLE THAT
090490* CYCLE.  NO ACTIVE ENTRIES MEANS NOTHING TO RECORD.
090500*----------------------------------------------------------------*
090510 9350-WRITE-SUPPRESS-USAGE.
090520     IF WS-SUP-COUNT = 0
090530         GO TO 9350-WRITE-SUPPRESS-USAGE-EXIT
090540     END-IF
090550     OPEN EXTEND SUPUSE-FILE
090560     IF WS-FILE-STATUS-SUU-NOTFND
090570         OPEN OUTPUT SUPUSE-FILE
090580     END-IF
090590     IF NOT WS-FILE-STATUS-SUU-OK
090600         DISPLAY "RECON: OPEN FAILED FOR SUPUSAGE - STATUS "
090610             WS-FILE-STATUS-SUU
090620         MOVE 16 TO RETURN-CODE
090630         GOBACK
090640     END-IF
090650     PERFORM 9360-WRITE-ONE-USAGE
090660         THRU 9360-WRITE-ONE-USAGE-EXIT
090670         VARYING WS-SUP-IDX FROM 1 BY 1
090680         UNTIL WS-SUP-IDX > WS-SUP-COUNT
090690     CLOSE SUPUSE-FILE
090700     .
090710 9350-WRITE-SUPPRESS-USAGE-EXIT.
090720     EXIT.
090730 9360-WRITE-ONE-USAGE.
090740     MOVE SPACES TO RECSUS-RECORD
090750     MOVE WS-RUN-DATE TO RECSUS-RUN-DATE
090760     MOVE WS-SUP-KEY (WS-SUP-IDX) TO RECSUS-KEY
090770     MOVE WS-SUP-REASON (WS-SUP-IDX) TO RECSUS-REASON-CODE
090780     MOVE WS-SUP-PAIR (WS-SUP-IDX) TO RECSUS-PAIR-ID
090790     MOVE WS-SUP-EXPIRY (WS-SUP-IDX) TO RECSUS-EXPIRY-DATE
090800     MOVE WS-SUP-HITS (WS-SUP-IDX) TO RECSUS-HIT-COUNT
090810     WRITE RECSUS-RECORD
090820     IF NOT WS-FILE-STATUS-SUU-OK
090830         DISPLAY "RECON: WRITE FAILED FOR SUPUSAGE - STATUS "
090840             WS-FILE-STATUS-SUU
090850         MOVE 16 TO RETURN-CODE
090860         GOBACK
090870     END-IF
090880     .
090890 9360-WRITE-ONE-USAGE-EXIT.
090900     EXIT.
090910*----------------------------------------------------------------*
090920* 9100 - GRADE THE RUN AGAINST THE TOLERANCE CARDS.  RC=0 WHEN
090930* EVERY KEY MATCHED, RC=4 WHEN THE EXCEPTIONS SIT WITHIN THE
090940* TOLERANCES GIVEN, RC=8 WHEN THEY BREACH THEM (OR WHEN THERE
090950* ARE EXCEPTIONS AND NO TOLERANCE CARD AT ALL).  SEQUENCE
090960* ERRORS AND FILE ERRORS OVERRIDE THIS GRADE ELSEWHERE.
090970*----------------------------------------------------------------*
090980 9100-SET-RETURN-CODE.
090990     COMPUTE WS-EXCEPTION-TOTAL = WS-NOT-ON-A-COUNT
091000         + WS-NOT-ON-B-COUNT + WS-FIELD-MISMATCH-COUNT
091010     COMPUTE WS-KEY-TOTAL = WS-MATCH-COUNT
091020         + WS-EXCEPTION-TOTAL
091030     IF WS-EXCEPTION-TOTAL = 0
091040         IF WS-AMT-OOB-YES
091050             MOVE 4 TO RETURN-CODE
091060         ELSE
091070             MOVE 0 TO RETURN-CODE
091080         END-IF
091090         GO TO 9100-SET-RETURN-CODE-EXIT
091100     END-IF
091110     SET WS-TOL-BREACH-NO TO TRUE
091120     IF WS-TOL-COUNT-GIVEN-NO AND WS-TOL-PCT-GIVEN-NO
091130         SET WS-TOL-BREACH-YES TO TRUE
091140     END-IF
091150     IF WS-TOL-COUNT-GIVEN-YES
091160             AND WS-EXCEPTION-TOTAL > WS-TOL-COUNT
091170         SET WS-TOL-BREACH-YES TO TRUE
091180     END-IF
091190     IF WS-TOL-PCT-GIVEN-YES AND WS-KEY-TOTAL > 0
091200         COMPUTE WS-EXC-PCT ROUNDED =
091210             WS-EXCEPTION-TOTAL * 100 / WS-KEY-TOTAL
091220         IF WS-EXC-PCT > WS-TOL-PCT
091230             SET WS-TOL-BREACH-YES TO TRUE
091240         END-IF
091250     END-IF
091260     IF WS-TOL-BREACH-YES
091270         MOVE 8 TO RETURN-CODE
091280     ELSE
091290         MOVE 4 TO RETURN-CODE
091300     END-IF
091310     .
091320 9100-SET-RETURN-CODE-EXIT.
091330     EXIT.
091340*----------------------------------------------------------------*
091350* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
091360*----------------------------------------------------------------*
091370 COPY "RECSTP.cpy".
091380*----------------------------------------------------------------*
091390* 9820 - THE RESTART PLAN FOR A RESTARTED STREAM.
091400*----------------------------------------------------------------*
091410 COPY "RECRSP.cpy".
091420*----------------------------------------------------------------*
091430* 9840 - THE FEED'S FIELD DICTIONARY.
091440*----------------------------------------------------------------*
091450 COPY "RECDIP.cpy".
091460 END PROGRAM RECON.
