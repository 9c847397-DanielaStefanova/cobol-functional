000240* NAMES THE AMOUNT BYTES SO THE NEW MASTER'S TRAILER CARRIES
000250* THE REAL AMOUNT HASH OVER THE RECORDS WRITTEN, AND THE FILE
000260* CAN GO STRAIGHT BACK THROUGH RECON WITH AMOUNT BALANCING ON.
000270* WITH NO CARD THE HASH IS WRITTEN AS ZEROS.  A DICTIONARY
000280* FEEDID CARD TAKES THE AMOUNT FROM THE AMOUNT ENTRY OF THE
000290* FEED'S FLDDICT FIELD DICTIONARY (RECDIC.CPY) INSTEAD.
000300* AN UPDATE (ACTION U) OVERLAYS ONLY THE FIELD RANGES IT NAMES ON
000310* THE MASTER IMAGE; A RECLEN NNN CARD (1 TO 500, DEFAULT 20 AS
000320* RECON'S) IS THE DATA LENGTH ITS RANGES MUST LIE INSIDE.
000330*
000340* MODIFICATION HISTORY.
000350*   2026-08-23 DS   INITIAL VERSION.
000360*   2026-08-23 DS   AMOUNT CARD AND A REAL TRAILER AMOUNT HASH
000370*                   SO THE EMITTED MASTER RECONCILES CLEANLY
000380*                   WITH AMOUNT BALANCING ON.
000390*   2026-08-23 DS   SEQUENCE GUARDS - A NON-ASCENDING MASTER
000400*                   STOPS THE RUN, AND A REPEATED OR OUT-OF-
000410*                   SEQUENCE TRANSACTION KEY IS REJECTED TO
000420*                   SUSPENSE INSTEAD OF APPLIED AS A SECOND
000430*                   COPY OF THE SAME KEY.
000440*   2026-09-02 DS   REJECTION REASON CODE STAMPED ON EVERY
000450*                   SUSPENSE RECORD (RECDLT-SUSP-REASON) SO THE
000460*                   SUSPENSE RECYCLE PASS CAN AGE AND GROUP THE
000470*                   FILE BY WHY EACH TRANSACTION BOUNCED.
000480*   2026-09-02 DS   RESTARTABLE RUNS VIA THE LIBRARY CHECKPOINT
000490*                   CLASS AND A RESTART DATASET, THE SAME SHAPE
000500*                   RECON USES - A SYSIN CHECKPOINT CARD SAVES
000510*                   THE CURRENT KEY AND THE ACCEPT/REJECT
000520*                   COUNTS EVERY N KEYS; A RERUN SCANS THE
000530*                   PART-WRITTEN MASTOUT FOR ITS HIGH KEY,
000540*                   COUNT AND AMOUNTS, REOPENS IT EXTEND,
000550*                   REPOSITIONS MASTIN AND DLTFILE PAST THE
000560*                   SAVED KEY AND FINISHES THE REWRITE WITH
000570*                   THE TRAILER STILL COMING OUT RIGHT.
000580*   2026-09-02 DS   MASS-CHANGE GUARD - SYSIN GUARD COUNT AND
000590*                   GUARD PERCENT CARDS PRE-TOTAL THE DELTA
000600*                   FILE AGAINST THE MASTIN TRAILER COUNT AND
000610*                   STOP THE RUN RC=14 BEFORE MASTOUT IS
000620*                   TOUCHED WHEN THE CHANGE VOLUME BREACHES
000630*                   EITHER LIMIT; AN EXPLICIT OVERRIDE CARD
000640*                   FORCES IT THROUGH WITH A CONSOLE NOTE.
000650*   2026-09-02 DS   STEP-CONTROL RECORDS (RECCTL.CPY) APPENDED
000660*                   TO THE SHARED CTLFILE AT END OF JOB FOR
000670*                   JOBCHECK TO CROSS-FOOT.
000680*   2026-09-02 DS   IN-PLACE KSDS APPLY MODE - A SYSIN "MODE
000690*                   KSDS" CARD APPLIES THE TRANSACTIONS WITH
000700*                   KEYED WRITE/REWRITE/DELETE AGAINST THE
000710*                   MASTK KSDS INSTEAD OF REWRITING THE WHOLE
000720*                   SEQUENTIAL MASTER - SAME VALIDATED EDITS,
000730*                   SUSPENSE AND REPORTING; ON A LIGHT NIGHT
000740*                   THE APPLY TAKES MINUTES, NOT HOURS.  KSDS
000750*                   MODE EXCLUDES CHECKPOINT AND GUARD CARDS
000760*                   (BOTH LEAN ON THE SEQUENTIAL PASS).
000770*   2026-09-02 DS   PER-TRANSACTION APPLY AUDIT - EVERY
000780*                   ACCEPTED TRANSACTION APPENDS A RECAUD
000790*                   RECORD (RUN DATE, ACTION, KEY, BOTH FULL
000800*                   IMAGES, DELTA RUN DATE) TO THE CUMULATIVE
000810*                   APLAUDIT DATASET; HISTPRUNE RETIRES OLD
000820*                   MONTHS AND AUDLOOK PRINTS ONE KEY'S
000830*                   HISTORY ACROSS CYCLES.
000840*   2026-09-02 DS   WIDE-RECORD SUPPORT - RECLAY AND RECDLT NOW
000850*                   CARRY A 500-BYTE DATA PORTION AND THE
000860*                   AMOUNT CARD RANGE REACHES 500 WITH ONE- TO
000870*                   THREE-DIGIT RANGE COLUMNS.
000880*   2026-10-15 DS   KEY CHANGE ("K") LEGS FROM CORRGEN - THE OUT
000890*                   LEG APPLIES AS A DELETE AT THE OLD KEY, THE IN
000900*                   LEG AS AN ADD AT THE NEW ONE, EACH EDITED FOR
000910*                   ITS LEG CODE AND PARTNER KEY (REASON KC); THE
000920*                   AUDIT RECORD CARRIES THE PARTNER KEY.
000930*   2026-10-15 DS   MAKER-CHECKER GATE - A CORRECTION-ORIGIN
000940*                   TRANSACTION WITH NO APPROVER, OR APPROVED BY
000950*                   ITS OWN PREPARER, IS REJECTED (REASON UA); THE
000960*                   ORIGIN, PREPARER AND APPROVAL GO ON THE AUDIT.
000970*   2026-10-15 DS   THE 5000 TRANSACTION EDITS MOVED TO RECDVL.CPY
000980*                   SO SUSPREPR RUNS A SUSPENSE REPAIR THROUGH
000990*                   THE SAME EDITS BEFORE RELEASING IT.
001000*   2026-10-15 DS   EFFECTIVE-DATED TRANSACTIONS - A RECDLT
001010*                   EFFECTIVE DATE AFTER THE BUSINESS DATE (THE
001020*                   LIBRARY BUSINESS CALENDAR OVER THE HOLIDAYS
001030*                   DATASET, SYSIN CALENDAR CARD) HOLDS THE
001040*                   TRANSACTION ON THE PENDOUT PENDING FILE.  THE
001050*                   PRIOR PENDIN GENERATION MERGES IN KEY ORDER
001060*                   WITH DLTFILE AND RELEASES WHAT HAS COME DUE; A
001070*                   DELTA FOR A PENDING KEY SUPERSEDES THE PENDING
001080*                   TRANSACTION.  PENDRPT LISTS WHAT IS PENDING,
001090*                   RELEASED AND SUPERSEDED.
001100*   2026-10-15 DS   FIELD-LEVEL UPDATE ACTION U - ITS RANGES
001110*                   ARE OVERLAID ON THE MASTER IMAGE, EDITED TO
001120*                   LIE INSIDE THE NEW RECLEN CARD (REASON UR)
001130*                   AND, WHEN ASKED, FOR UNCHANGED BEFORE BYTES
001140*                   (REASON UB).  THE AUDIT AFTER IMAGE IS THE
001150*                   WHOLE OVERLAID RECORD.
001160*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
001170*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
001180*                   THE STEPSLA BATCH-WINDOW REPORT.
001190*   2026-10-15 DS   READS THE RSTCTL RESTART PLAN (RECRSC.CPY)
001200*                   THAT RSTCOORD WRITES FOR A RESTARTED STREAM -
001210*                   A STEP ALREADY COMPLETED FOR THE CYCLE SKIPS
001220*                   ITSELF AT RC=0; ONE TOLD TO RESUME STOPS
001230*                   IF ITS RESTART DATASET HOLDS NO CHECKPOINT.
001240*   2026-10-15 DS   DICTIONARY FEEDID CARD - THE AMOUNT COMES FROM
001250*                   THE FEED'S FLDDICT FIELD DICTIONARY.
001260*----------------------------------------------------------------*
001270 ENVIRONMENT DIVISION.
001280 CONFIGURATION SECTION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT MASTK-FILE ASSIGN TO MASTK
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS RANDOM
001340         RECORD KEY IS MASTK-KEY
001350         FILE STATUS IS WS-FILE-STATUS-MK.
001360     SELECT MASTIN-FILE ASSIGN TO MASTIN
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-FILE-STATUS-MIN.
001390     SELECT MASTOUT-FILE ASSIGN TO MASTOUT
001400         ORGANIZATION IS SEQUENTIAL
001410         FILE STATUS IS WS-FILE-STATUS-MOUT.
001420     SELECT DELTA-FILE ASSIGN TO DLTFILE
001430         ORGANIZATION IS SEQUENTIAL
001440         FILE STATUS IS WS-FILE-STATUS-DELTA.
001450     SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
001460         ORGANIZATION IS SEQUENTIAL
001470         FILE STATUS IS WS-FILE-STATUS-SUSP.
001480     SELECT EDIT-FILE ASSIGN TO EDITRPT
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-FILE-STATUS-EDIT.
001510     SELECT PARM-FILE ASSIGN TO SYSIN
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-FILE-STATUS-PARM.
001540     SELECT RESTART-FILE ASSIGN TO RESTART
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-FILE-STATUS-RESTART.
001570     SELECT CONTROL-FILE ASSIGN TO CTLFILE
001580         ORGANIZATION IS SEQUENTIAL
001590         FILE STATUS IS WS-FILE-STATUS-CTL.
001600     SELECT AUDIT-FILE ASSIGN TO APLAUDIT
001610         ORGANIZATION IS SEQUENTIAL
001620         FILE STATUS IS WS-FILE-STATUS-AUD.
001630     SELECT PEND-IN-FILE ASSIGN TO PENDIN
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-FILE-STATUS-PNDI.
001660     SELECT PEND-OUT-FILE ASSIGN TO PENDOUT
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS WS-FILE-STATUS-PNDO.
001690     SELECT PEND-RPT-FILE ASSIGN TO PENDRPT
001700         ORGANIZATION IS SEQUENTIAL
001710         FILE STATUS IS WS-FILE-STATUS-PRPT.
001720     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
001730         ORGANIZATION IS SEQUENTIAL
001740         FILE STATUS IS WS-FILE-STATUS-HOL.
001750     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS RECSTW-FILE-STATUS.
001780     SELECT RSTCTL-FILE ASSIGN TO RSTCTL
001790         ORGANIZATION IS SEQUENTIAL
001800         FILE STATUS IS RECRSW-FILE-STATUS.
001810     SELECT DICT-FILE ASSIGN TO FLDDICT
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS RECDIW-FILE-STATUS.
001840 DATA DIVISION.
001850 FILE SECTION.
001860 FD  MASTK-FILE
001870     LABEL RECORDS ARE STANDARD.
001880 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==MASTK-==.
001890 FD  MASTIN-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==MASTIN-==.
001920 FD  MASTOUT-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==MASTOUT-==.
001950 FD  DELTA-FILE
001960     LABEL RECORDS ARE STANDARD.
001970 COPY "RECDLT.cpy".
001980 FD  SUSPENSE-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==SUSP-==.
002010 FD  EDIT-FILE
002020     LABEL RECORDS ARE STANDARD.
002030 01  EDIT-RECORD                     PIC X(80).
002040 FD  PARM-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  PARM-RECORD                     PIC X(80).
002070 FD  RESTART-FILE
002080     LABEL RECORDS ARE STANDARD.
002090 01  RESTART-RECORD.
002100     05  RESTART-KEY                 PIC X(10).
002110     05  RESTART-TRANS-PROCESSED     PIC 9(09).
002120     05  RESTART-ACCEPT-COUNT        PIC 9(07).
002130     05  RESTART-REJECT-COUNT        PIC 9(07).
002140     05  FILLER                      PIC X(47).
002150 FD  CONTROL-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 COPY "RECCTL.cpy".
002180 FD  AUDIT-FILE
002190     LABEL RECORDS ARE STANDARD.
002200 COPY "RECAUD.cpy".
002210 FD  PEND-IN-FILE
002220     LABEL RECORDS ARE STANDARD.
002230 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==PNDI-==.
002240 FD  PEND-OUT-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==PNDO-==.
002270 FD  PEND-RPT-FILE
002280     LABEL RECORDS ARE STANDARD.
002290 01  PEND-RPT-RECORD                 PIC X(80).
002300 FD  HOLIDAY-FILE
002310     LABEL RECORDS ARE STANDARD.
002320 01  HOLIDAY-RECORD.
002330     05  HOLIDAY-DATE                PIC X(08).
002340     05  FILLER                      PIC X(01).
002350     05  HOLIDAY-CAL-ID              PIC X(08).
002360     05  FILLER                      PIC X(63).
002370 FD  STEPTIME-FILE
002380     LABEL RECORDS ARE STANDARD.
002390 COPY "RECSTM.cpy".
002400 FD  RSTCTL-FILE
002410     LABEL RECORDS ARE STANDARD.
002420 COPY "RECRSC.cpy".
002430 FD  DICT-FILE
002440     LABEL RECORDS ARE STANDARD.
002450 COPY "RECDIC.cpy".
002460 WORKING-STORAGE SECTION.
002470 01  WS-EOF-SWITCHES.
002480     05  WS-EOF-M-SW                 PIC X(01) VALUE "N".
002490         88  WS-EOF-M-YES                       VALUE "Y".
002500         88  WS-EOF-M-NO                        VALUE "N".
002510     05  WS-EOF-T-SW                 PIC X(01) VALUE "N".
002520         88  WS-EOF-T-YES                       VALUE "Y".
002530         88  WS-EOF-T-NO                        VALUE "N".
002540     05  WS-EOF-D-SW                 PIC X(01) VALUE "N".
002550         88  WS-EOF-D-YES                       VALUE "Y".
002560         88  WS-EOF-D-NO                        VALUE "N".
002570     05  WS-EOF-P-SW                 PIC X(01) VALUE "N".
002580         88  WS-EOF-P-YES                       VALUE "Y".
002590         88  WS-EOF-P-NO                        VALUE "N".
002600     05  WS-HOL-EOF-SW               PIC X(01) VALUE "N".
002610         88  WS-HOL-EOF-YES                     VALUE "Y".
002620 01  WS-FILE-STATUSES.
002630     05  WS-FILE-STATUS-MIN          PIC X(02) VALUE "00".
002640         88  WS-FILE-STATUS-MIN-OK             VALUE "00".
002650     05  WS-FILE-STATUS-MOUT         PIC X(02) VALUE "00".
002660         88  WS-FILE-STATUS-MOUT-OK            VALUE "00".
002670     05  WS-FILE-STATUS-DELTA        PIC X(02) VALUE "00".
002680         88  WS-FILE-STATUS-DELTA-OK           VALUE "00".
002690     05  WS-FILE-STATUS-SUSP         PIC X(02) VALUE "00".
002700         88  WS-FILE-STATUS-SUSP-OK            VALUE "00".
002710     05  WS-FILE-STATUS-EDIT         PIC X(02) VALUE "00".
002720         88  WS-FILE-STATUS-EDIT-OK            VALUE "00".
002730     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
002740         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
002750         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
002760     05  WS-FILE-STATUS-RESTART      PIC X(02) VALUE "00".
002770         88  WS-FILE-STATUS-RESTART-OK         VALUE "00".
002780         88  WS-FILE-STATUS-RESTART-NOTFND     VALUE "35".
002790     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
002800         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
002810         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
002820     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
002830         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
002840         88  WS-FILE-STATUS-AUD-NOTFND         VALUE "35".
002850     05  WS-FILE-STATUS-MK           PIC X(02) VALUE "00".
002860         88  WS-FILE-STATUS-MK-OK              VALUE "00".
002870         88  WS-FILE-STATUS-MK-NOTFND          VALUE "23".
002880     05  WS-FILE-STATUS-PNDI         PIC X(02) VALUE "00".
002890         88  WS-FILE-STATUS-PNDI-OK            VALUE "00".
002900         88  WS-FILE-STATUS-PNDI-NOTFND        VALUE "35".
002910     05  WS-FILE-STATUS-PNDO         PIC X(02) VALUE "00".
002920         88  WS-FILE-STATUS-PNDO-OK            VALUE "00".
002930     05  WS-FILE-STATUS-PRPT         PIC X(02) VALUE "00".
002940         88  WS-FILE-STATUS-PRPT-OK            VALUE "00".
002950     05  WS-FILE-STATUS-HOL          PIC X(02) VALUE "00".
002960         88  WS-FILE-STATUS-HOL-OK             VALUE "00".
002970         88  WS-FILE-STATUS-HOL-NOTFND         VALUE "35".
002980 01  WS-COUNTERS COMP-3.
002990     05  WS-ACCEPT-COUNT             PIC 9(07) VALUE ZERO.
003000     05  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.
003010     05  WS-MASTIN-COUNT             PIC 9(09) VALUE ZERO.
003020     05  WS-MASTOUT-COUNT            PIC 9(09) VALUE ZERO.
003030     05  WS-DLTFILE-COUNT            PIC 9(09) VALUE ZERO.
003040 01  WS-HDR-TRL-CONTROLS.
003050     05  WS-HEADER-SEEN-M-SW         PIC X(01) VALUE "N".
003060         88  WS-HEADER-SEEN-M-YES               VALUE "Y".
003070         88  WS-HEADER-SEEN-M-NO                VALUE "N".
003080     05  WS-TRAILER-SEEN-M-SW        PIC X(01) VALUE "N".
003090         88  WS-TRAILER-SEEN-M-YES              VALUE "Y".
003100         88  WS-TRAILER-SEEN-M-NO               VALUE "N".
003110     05  WS-TRAILER-COUNT-M          PIC 9(09) COMP-3 VALUE ZERO.
003120 01  WS-PROCESS-SWITCHES.
003130     05  WS-KEY-ON-MASTER-SW         PIC X(01) VALUE "N".
003140         88  WS-KEY-ON-MASTER-YES               VALUE "Y".
003150         88  WS-KEY-ON-MASTER-NO                VALUE "N".
003160*----------------------------------------------------------------*
003170* THE EDIT RESULT FOR THE TRANSACTION IN HAND.  THE ACCUMULATOR
003180* IS HELD AS A RAW VALIDATED REFERENCE BECAUSE EVERY COMBINE
003190* WRAPS THE VALID SIDE IN ANOTHER PAIR - ONLY ISINVALID AND
003200* GETERRORS ARE EVER ASKED OF IT, THE SAME WAY THE LIBRARY
003210* ITSELF FALLS BACK TO A RAW OPTION IN SOME::FILTER.
003220*----------------------------------------------------------------*
003230 01  WS-EDIT-VALIDATED               type Validated.
003240 01  WS-EDIT-LINES                   type Seq[string].
003250 01  WS-EDIT-LINE-IDX                PIC S9(04) COMP VALUE ZERO.
003260 01  WS-ERR-TEXT                     PIC X(30).
003270 01  WS-ERR-CODE                     PIC X(02).
003280 01  WS-SUSP-REASON                  PIC X(02) VALUE SPACES.
003290 01  WS-ERR-BOXED                    string.
003300 01  WS-TRAN-KEY-BOXED               string.
003310*----------------------------------------------------------------*
003320* THE UPDATE RANGE EDITS' OWN FIELDS, AND THE NEW IMAGE AN
003330* ACCEPTED UPDATE BUILDS BY OVERLAYING ITS RANGES ON THE MASTER'S.
003340*----------------------------------------------------------------*
003350 COPY "RECDVW.cpy".
003360 01  WS-UPD-IMAGE                    PIC X(500).
003370 01  WS-UPD-IDX                      PIC S9(04) COMP.
003380 01  WS-UPD-PTR                      PIC S9(04) COMP.
003390 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
003400 01  WS-EDIT-LINE                    PIC X(80).
003410 01  WS-RUN-DATE                     PIC X(08).
003420 01  WS-RUN-TIME-RAW                 PIC X(08).
003430 01  WS-RUN-TIME                     PIC X(06).
003440 01  WS-CTL-STAGING.
003450     05  WS-CTL-FILE-NAME            PIC X(08).
003460     05  WS-CTL-ROLE                 PIC X(01).
003470     05  WS-CTL-COUNT                PIC 9(09) COMP-3.
003480     05  WS-CTL-HASH                 PIC S9(15) COMP-3
003490                                               VALUE ZERO.
003500 01  WS-PREV-MASTER-KEY              PIC X(10) VALUE LOW-VALUES.
003510 01  WS-PREV-TRAN-KEY                PIC X(10) VALUE LOW-VALUES.
003520 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
003530     88  WS-PARM-EOF-YES                        VALUE "Y".
003540     88  WS-PARM-EOF-NO                         VALUE "N".
003550 01  WS-PARM-CARD.
003560     05  WS-PARM-CARD-BYTE-1         PIC X(01).
003570     05  FILLER                      PIC X(79).
003580 01  WS-CARD-FIELDS.
003590     05  WS-CARD-VERB                PIC X(10).
003600     05  WS-CARD-OPERAND-1          PIC X(10).
003610     05  WS-CARD-OPERAND-2          PIC X(20).
003620 01  WS-CARD-VALUE-X                 PIC X(07).
003630 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
003640                                     PIC 9(07).
003650*----------------------------------------------------------------*
003660* MASS-CHANGE GUARD.  A DELTA FILE THAT REWRITES MOST OF THE
003670* MASTER IS WHAT A CORRUPTED UPSTREAM FEED LOOKS LIKE; THE
003680* GUARD CARDS NAME THE VOLUME THE SHOP IS PREPARED TO APPLY
003690* WITHOUT A HUMAN SAYING SO:
003700*     GUARD COUNT NNNNNNN    (ABSOLUTE TRANSACTION LIMIT)
003710*     GUARD PERCENT PP       (TRANSACTIONS AS A PERCENT OF THE
003720*                             MASTIN TRAILER RECORD COUNT)
003730*     OVERRIDE               (APPLY ANYWAY - THE DELIBERATE,
003740*                             AUDITABLE FORCE)
003750* THE PRE-PASS READS THE DELTA FILE AND THE MASTER ONCE BEFORE
003760* ANY OUTPUT IS OPENED, SO A TRIPPED GUARD LEAVES NOTHING TO
003770* RESTORE.
003780*----------------------------------------------------------------*
003790 01  WS-GUARD-CONTROLS.
003800     05  WS-GUARD-COUNT-SW           PIC X(01) VALUE "N".
003810         88  WS-GUARD-COUNT-GIVEN               VALUE "Y".
003820     05  WS-GUARD-PCT-SW             PIC X(01) VALUE "N".
003830         88  WS-GUARD-PCT-GIVEN                 VALUE "Y".
003840     05  WS-OVERRIDE-SW              PIC X(01) VALUE "N".
003850         88  WS-OVERRIDE-YES                    VALUE "Y".
003860         88  WS-OVERRIDE-NO                     VALUE "N".
003870     05  WS-GUARD-BREACH-SW          PIC X(01) VALUE "N".
003880         88  WS-GUARD-BREACH-YES                VALUE "Y".
003890         88  WS-GUARD-BREACH-NO                 VALUE "N".
003900     05  WS-GUARD-SCAN-EOF-SW        PIC X(01) VALUE "N".
003910         88  WS-GUARD-SCAN-EOF-YES              VALUE "Y".
003920         88  WS-GUARD-SCAN-EOF-NO               VALUE "N".
003930     05  WS-GUARD-COUNT              PIC 9(07) COMP-3 VALUE ZERO.
003940     05  WS-GUARD-PCT                PIC 9(02) COMP-3 VALUE ZERO.
003950     05  WS-GUARD-DLT-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
003960     05  WS-GUARD-MST-COUNT          PIC 9(09) COMP-3 VALUE ZERO.
003970     05  WS-GUARD-PCT-WORK           PIC 9(03)V99 COMP-3
003980                                               VALUE ZERO.
003990 01  WS-CARD-PCT-X                   PIC X(02).
004000 01  WS-CARD-PCT REDEFINES WS-CARD-PCT-X
004010                                     PIC 9(02).
004020 01  WS-GUARD-EDIT-COUNT             PIC ZZZZZZZZ9.
004030*----------------------------------------------------------------*
004040* CHECKPOINT/RESTART.  A SYSIN "CHECKPOINT NNNNNNN" CARD TURNS
004050* CHECKPOINTING ON: AFTER EVERY NNNNNNN MERGE KEYS THE CURRENT
004060* KEY, THE KEYS-PROCESSED COUNT AND THE ACCEPT/REJECT COUNTERS
004070* ARE SAVED TO THE RESTART DATASET THROUGH THE LIBRARY
004080* CHECKPOINT CLASS.  ON START-UP A NON-EMPTY RESTART DATASET
004090* MEANS THE PRIOR RUN DIED MID-REWRITE: THE COUNTERS ARE
004100* RESTORED, THE PART-WRITTEN MASTOUT IS SCANNED FOR ITS HIGH
004110* KEY, RECORD COUNT AND AMOUNT TOTAL (THE ONLY HONEST SOURCE -
004120* RECORDS WRITTEN AFTER THE LAST CHECKPOINT POSTDATE IT) AND
004130* REOPENED EXTEND, SUSPENSE IS OPENED EXTEND, AND BOTH INPUTS
004140* ARE READ FORWARD PAST THE SAVED KEY.  WRITES OF KEYS NOT
004150* ABOVE THE SCANNED HIGH KEY ARE SUPPRESSED SO THE NEW MASTER
004160* STAYS ONE RECORD PER KEY ACROSS THE RESTART.  THE RESTART
004170* DATASET IS EMPTIED AGAIN ON A CLEAN END OF JOB.
004180*----------------------------------------------------------------*
004190 01  WS-CHECKPOINT-CONTROLS.
004200     05  WS-CP-INTERVAL              PIC 9(07) COMP-3 VALUE ZERO.
004210     05  WS-KEYS-SINCE-CP            PIC 9(07) COMP-3 VALUE ZERO.
004220     05  WS-TRANS-PROCESSED          PIC 9(09) COMP-3 VALUE ZERO.
004230     05  WS-LAST-KEY                 PIC X(10) VALUE LOW-VALUES.
004240     05  WS-RESTART-KEY              PIC X(10) VALUE LOW-VALUES.
004250     05  WS-RESTART-FOUND-SW         PIC X(01) VALUE "N".
004260         88  WS-RESTART-FOUND-YES               VALUE "Y".
004270         88  WS-RESTART-FOUND-NO                VALUE "N".
004280     05  WS-APPLY-KSDS-SW            PIC X(01) VALUE "N".
004290         88  WS-APPLY-KSDS-YES                  VALUE "Y".
004300         88  WS-APPLY-KSDS-NO                   VALUE "N".
004310     05  WS-REPOSITIONING-SW         PIC X(01) VALUE "N".
004320         88  WS-REPOSITIONING-YES               VALUE "Y".
004330         88  WS-REPOSITIONING-NO                VALUE "N".
004340     05  WS-MOUT-SCAN-EOF-SW         PIC X(01) VALUE "N".
004350         88  WS-MOUT-SCAN-EOF-YES               VALUE "Y".
004360         88  WS-MOUT-SCAN-EOF-NO                VALUE "N".
004370     05  WS-MOUT-SUPPRESS-KEY        PIC X(10) VALUE LOW-VALUES.
004380 01  WS-RESTART-SAVED-COUNTS COMP-3.
004390     05  WS-RST-TRANS-PROCESSED      PIC 9(09) VALUE ZERO.
004400     05  WS-RST-ACCEPT-COUNT         PIC 9(07) VALUE ZERO.
004410     05  WS-RST-REJECT-COUNT         PIC 9(07) VALUE ZERO.
004420 01  WS-CP-BOXED-KEY                 string.
004430 01  WS-CP-SAVED-KEY                 string.
004440 01  WS-CP-SAVED-COUNT               PIC S9(09) COMP.
004450 01  WS-CHECKPOINT                   type Checkpoint[string].
004460 01  WS-CP-WRITER
004470         type Consumer[type Checkpoint[string]].
004480 01  WS-CP-LOADER
004490         type Supplier[type Option[type Checkpoint[string]]].
004500 01  WS-RESUME-OPT
004510         type Option[type Checkpoint[string]].
004520 01  WS-CARD-RANGE.
004530     05  WS-CARD-FROM-X              PIC X(03).
004540     05  WS-CARD-TO-X                PIC X(03).
004550 01  WS-CARD-FROM                    PIC 9(03).
004560 01  WS-CARD-TO                      PIC 9(03).
004570 01  WS-RNG-PART                     PIC X(03).
004580 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
004590     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
004600 01  WS-RNG-VALUE                    PIC 9(03).
004610 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
004620 01  WS-RNG-IDX                      PIC S9(04) COMP.
004630 01  WS-RNG-DIGIT-X2                 PIC X(01).
004640 01  WS-RNG-DIGIT2 REDEFINES WS-RNG-DIGIT-X2
004650                                     PIC 9(01).
004660 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
004670     88  WS-RANGE-VALID-YES                     VALUE "Y".
004680     88  WS-RANGE-VALID-NO                      VALUE "N".
004690*----------------------------------------------------------------*
004700* AMOUNT HASHING, THE MIRROR OF RECON'S: THE CARD NAMES THE
004710* AMOUNT BYTES, EVERY DATA RECORD WRITTEN TO THE NEW MASTER
004720* ADDS ITS AMOUNT IN STORED UNITS, AND THE TRAILER CARRIES THE
004730* ELEVEN LOW-ORDER DIGITS AS A BYTE IMAGE.
004740*----------------------------------------------------------------*
004750 01  WS-AMOUNT-CONTROLS.
004760     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
004770         88  WS-AMT-DEFINED-YES                 VALUE "Y".
004780         88  WS-AMT-DEFINED-NO                  VALUE "N".
004790     05  WS-AMT-TYPE                 PIC X(01).
004800     05  WS-AMT-FROM                 PIC 9(03).
004810     05  WS-AMT-LEN                  PIC 9(03).
004820     05  WS-AMT-SUM                  PIC S9(15) COMP-3
004830                                               VALUE ZERO.
004840     05  WS-AMT-ERRS                 PIC 9(07) COMP-3 VALUE ZERO.
004850 01  WS-AMT-HASH-DSP                 PIC 9(11).
004860 01  WS-AMT-HASH-X REDEFINES WS-AMT-HASH-DSP
004870                                     PIC X(11).
004880 01  WS-EXT-CONTROLS.
004890     05  WS-EXT-LEN                  PIC S9(04) COMP.
004900     05  WS-EXT-IDX                  PIC S9(04) COMP.
004910     05  WS-EXT-SIGN                 PIC S9(01) COMP.
004920     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
004930         88  WS-EXT-SIGNED-YES                  VALUE "Y".
004940         88  WS-EXT-SIGNED-NO                   VALUE "N".
004950     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
004960         88  WS-EXT-VALID-YES                   VALUE "Y".
004970         88  WS-EXT-VALID-NO                    VALUE "N".
004980 01  WS-EXT-FIELD                    PIC X(20).
004990 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
005000     05  WS-EXT-CHAR OCCURS 20 TIMES
005010                                     PIC X(01).
005020 01  WS-DIGIT-X                      PIC X(01).
005030 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
005040 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
005050 01  WS-PACKED-X                     PIC X(08).
005060 01  WS-PACKED-9 REDEFINES WS-PACKED-X
005070                                     PIC S9(15) COMP-3.
005080*----------------------------------------------------------------*
005090* EFFECTIVE-DATED TRANSACTIONS.  A TRANSACTION WHOSE EFFECTIVE
005100* DATE IS AFTER THE BUSINESS DATE WAITS ON THE PENDING FILE.  THE
005110* BUSINESS DATE IS THE RUN DATE, OR THE BUSINESS DAY BEFORE IT
005120* WHEN THE JOB RUNS ON A WEEKEND OR HOLIDAY, FROM THE LIBRARY
005130* BUSINESS CALENDAR OVER THE HOLIDAYS DATASET - PARTITIONED BY A
005140* CALENDAR ID IN BYTES 10-17 AS FOR RECON AND GLWOFF, THE SYSIN
005150* "CALENDAR XXXXXXXX" CARD PICKING ONE.  WITHOUT THE DATASET ONLY
005160* WEEKENDS ARE CLOSED.  THE TRANSACTION STREAM IS A KEY-ORDER
005170* MERGE OF THE DELTA FILE (READ INTO DLTA-RECORD) WITH THE PENDIN
005180* GENERATION; THE ONE CHOSEN FOR THE APPLY IS MOVED TO
005190* RECDLT-RECORD.  A CHECKPOINT RESTART STILL READS EVERY
005200* TRANSACTION WHILE REPOSITIONING, SO PENDOUT, PENDRPT AND THE
005210* PENDING COUNTS ARE REBUILT WHOLE ON EVERY RUN.
005220*----------------------------------------------------------------*
005230 01  WS-PENDING-CONTROLS.
005240     05  WS-DLTA-IN-HAND-SW          PIC X(01) VALUE "N".
005250         88  WS-DLTA-IN-HAND-YES                VALUE "Y".
005260         88  WS-DLTA-IN-HAND-NO                 VALUE "N".
005270     05  WS-PNDI-IN-HAND-SW          PIC X(01) VALUE "N".
005280         88  WS-PNDI-IN-HAND-YES                VALUE "Y".
005290         88  WS-PNDI-IN-HAND-NO                 VALUE "N".
005300     05  WS-PENDIN-OPEN-SW           PIC X(01) VALUE "N".
005310         88  WS-PENDIN-OPEN-YES                 VALUE "Y".
005320     05  WS-TRAN-READY-SW            PIC X(01) VALUE "N".
005330         88  WS-TRAN-READY-YES                  VALUE "Y".
005340         88  WS-TRAN-READY-NO                   VALUE "N".
005350     05  WS-BUSINESS-DATE            PIC X(08) VALUE SPACES.
005360     05  WS-PREV-PEND-KEY            PIC X(10) VALUE LOW-VALUES.
005370     05  WS-PEND-DISP                PIC X(01).
005380         88  WS-PEND-DISP-HELD                  VALUE "H".
005390         88  WS-PEND-DISP-CARRIED               VALUE "C".
005400         88  WS-PEND-DISP-RELEASED              VALUE "R".
005410         88  WS-PEND-DISP-SUPERSEDED            VALUE "S".
005420     05  WS-PEND-KEY                 PIC X(10).
005430     05  WS-PEND-ACTION              PIC X(01).
005440     05  WS-PEND-EFF-DATE            PIC X(08).
005450     05  WS-PEND-BY-ACTION           PIC X(01).
005460 01  WS-PENDING-COUNTS COMP-3.
005470     05  WS-PEND-HELD-COUNT          PIC 9(07) VALUE ZERO.
005480     05  WS-PEND-CARRIED-COUNT       PIC 9(07) VALUE ZERO.
005490     05  WS-PEND-RELEASED-COUNT      PIC 9(07) VALUE ZERO.
005500     05  WS-PEND-SUPERSEDED-COUNT    PIC 9(07) VALUE ZERO.
005510 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==DLTA-==.
005520 01  WS-PEND-LINE.
005530     05  WS-PL-KEY                   PIC X(10).
005540     05  FILLER                      PIC X(02).
005550     05  WS-PL-ACTION                PIC X(01).
005560     05  FILLER                      PIC X(04).
005570     05  WS-PL-EFF-DATE              PIC X(08).
005580     05  FILLER                      PIC X(03).
005590     05  WS-PL-DISP                  PIC X(30).
005600     05  FILLER                      PIC X(22).
005610 01  WS-ACTIVE-CAL-ID                PIC X(08) VALUE SPACES.
005620 01  WS-CAL-MATCH-COUNT              PIC S9(04) COMP VALUE ZERO.
005630 01  WS-HOLTAB.
005640     05  WS-HT-COUNT                 PIC S9(04) COMP VALUE ZERO.
005650     05  WS-HT-MAX                   PIC S9(04) COMP VALUE 1000.
005660     05  WS-HT-ENTRY OCCURS 1000 TIMES.
005670         10  WS-HT-CAL               PIC X(08).
005680         10  WS-HT-DATE              PIC X(08).
005690 01  WS-HT-IDX                       PIC S9(04) COMP.
005700 01  WS-CALENDAR                     type BusinessCalendar.
005710 01  WS-HOLIDAY-SEQ                  type Seq[string].
005720 01  WS-HOLIDAY-BOXED                string.
005730 01  WS-RUN-DATE-BOXED               string.
005740 01  WS-BUSINESS-DATE-BOXED          string.
005750 COPY "RECSTW.cpy".
005760 COPY "RECRSW.cpy".
005770 COPY "RECDIW.cpy".
005780 PROCEDURE DIVISION.
005790 0000-MAINLINE.
005800     MOVE "DELTAAPL" TO RECSTW-PROGRAM-ID
005810     PERFORM 9800-START-STEP-TIMING
005820         THRU 9800-START-STEP-TIMING-EXIT
005830     MOVE "DELTAAPL" TO RECRSW-PROGRAM-ID
005840     PERFORM 9820-CHECK-RESTART-PLAN
005850         THRU 9820-CHECK-RESTART-PLAN-EXIT
005860     IF RECRSW-ACTION-SKIP
005870         GOBACK
005880     END-IF
005890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
005900     IF WS-APPLY-KSDS-YES
005910         PERFORM 2500-APPLY-ONE-KEYED
005920             THRU 2500-APPLY-ONE-KEYED-EXIT
005930             UNTIL WS-EOF-T-YES
005940         GO TO 0000-WRAP-UP
005950     END-IF
005960     PERFORM 2000-APPLY-TRANSACTIONS
005970         THRU 2000-APPLY-TRANSACTIONS-EXIT
005980         UNTIL WS-EOF-M-YES AND WS-EOF-T-YES
005990     PERFORM 8000-PRINT-EDIT-TOTALS
006000         THRU 8000-PRINT-EDIT-TOTALS-EXIT
006010     .
006020 0000-WRAP-UP.
006030     IF WS-APPLY-KSDS-YES
006040         PERFORM 8000-PRINT-EDIT-TOTALS
006050             THRU 8000-PRINT-EDIT-TOTALS-EXIT
006060     END-IF
006070     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
006080     MOVE WS-TRANS-PROCESSED TO RECSTW-RECORD-COUNT
006090     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
006100     PERFORM 9810-WRITE-STEP-TIMING
006110         THRU 9810-WRITE-STEP-TIMING-EXIT
006120     GOBACK
006130     .
006140 0000-MAINLINE-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------*
006170* 1000 - OPEN EVERYTHING, WRITE THE NEW MASTER'S HEADER, PRIME
006180* THE MASTER AND TRANSACTION READ-AHEADS.
006190*----------------------------------------------------------------*
006200 1000-INITIALIZE.
006210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006220     PERFORM 1200-LOAD-RESTART THRU 1200-LOAD-RESTART-EXIT
006230     IF RECRSW-ACTION-RESUME AND WS-RESTART-FOUND-NO
006240         DISPLAY "DELTAAPL: RESTART PLAN SAYS RESUME BUT THE "
006250             "RESTART DATASET HOLDS NO CHECKPOINT"
006260         MOVE 16 TO RETURN-CODE
006270         GOBACK
006280     END-IF
006290     SET WS-CP-LOADER TO delegate
006300             returning return-value as
006310                 type Option[type Checkpoint[string]]
006320         IF WS-RESTART-FOUND-YES
006330             SET return-value TO
006340                 type Option[type Checkpoint[string]]
006350                     ::some-value(type Checkpoint[string]::at(
006360                         WS-CP-BOXED-KEY, WS-CP-SAVED-COUNT))
006370         ELSE
006380             SET return-value TO
006390                 type Option[type Checkpoint[string]]
006400                     ::none-value()
006410         END-IF
006420     end-delegate
006430     SET WS-RESUME-OPT TO
006440         type Checkpoint[string]::resume(WS-CP-LOADER)
006450     IF WS-RESUME-OPT::isDefined()
006460         MOVE WS-RST-TRANS-PROCESSED TO WS-TRANS-PROCESSED
006470         MOVE WS-RST-ACCEPT-COUNT TO WS-ACCEPT-COUNT
006480         MOVE WS-RST-REJECT-COUNT TO WS-REJECT-COUNT
006490         DISPLAY "DELTAAPL: RESTARTING AFTER KEY "
006500             WS-RESTART-KEY
006510     END-IF
006520     PERFORM 1100-READ-PARM-CARDS
006530         THRU 1100-READ-PARM-CARDS-EXIT
006540     IF RECDIW-GIVEN-YES
006550         PERFORM 1180-APPLY-DICTIONARY-AMOUNT
006560             THRU 1180-APPLY-DICTIONARY-AMOUNT-EXIT
006570     END-IF
006580     IF WS-APPLY-KSDS-YES
006590             AND (WS-CP-INTERVAL > 0 OR WS-RESTART-FOUND-YES
006600             OR WS-GUARD-COUNT-GIVEN OR WS-GUARD-PCT-GIVEN)
006610         DISPLAY "DELTAAPL: MODE KSDS EXCLUDES CHECKPOINT"
006620             " AND GUARD CARDS"
006630         MOVE 16 TO RETURN-CODE
006640         GOBACK
006650     END-IF
006660     IF (WS-GUARD-COUNT-GIVEN OR WS-GUARD-PCT-GIVEN)
006670             AND WS-RESTART-FOUND-NO
006680         PERFORM 1500-GUARD-MASS-CHANGE
006690             THRU 1500-GUARD-MASS-CHANGE-EXIT
006700     END-IF
006710     PERFORM 1600-DERIVE-BUSINESS-DATE
006720         THRU 1600-DERIVE-BUSINESS-DATE-EXIT
006730     IF WS-APPLY-KSDS-YES
006740         OPEN I-O MASTK-FILE
006750         IF NOT WS-FILE-STATUS-MK-OK
006760             DISPLAY "DELTAAPL: OPEN FAILED FOR MASTK - STATUS "
006770                 WS-FILE-STATUS-MK
006780             MOVE 16 TO RETURN-CODE
006790             GOBACK
006800         END-IF
006810     ELSE
006820         OPEN INPUT MASTIN-FILE
006830         IF NOT WS-FILE-STATUS-MIN-OK
006840             DISPLAY "DELTAAPL: OPEN FAILED FOR MASTIN - STATUS "
006850                 WS-FILE-STATUS-MIN
006860             MOVE 16 TO RETURN-CODE
006870             GOBACK
006880         END-IF
006890     END-IF
006900     OPEN INPUT DELTA-FILE
006910     IF NOT WS-FILE-STATUS-DELTA-OK
006920         DISPLAY "DELTAAPL: OPEN FAILED FOR DLTFILE - STATUS "
006930             WS-FILE-STATUS-DELTA
006940         MOVE 16 TO RETURN-CODE
006950         GOBACK
006960     END-IF
006970*    NO PENDIN GENERATION YET MEANS NOTHING IS PENDING.
006980     OPEN INPUT PEND-IN-FILE
006990     IF WS-FILE-STATUS-PNDI-NOTFND
007000         SET WS-EOF-P-YES TO TRUE
007010     ELSE
007020         IF NOT WS-FILE-STATUS-PNDI-OK
007030             DISPLAY "DELTAAPL: OPEN FAILED FOR PENDIN - STATUS "
007040                 WS-FILE-STATUS-PNDI
007050             MOVE 16 TO RETURN-CODE
007060             GOBACK
007070         END-IF
007080         SET WS-PENDIN-OPEN-YES TO TRUE
007090     END-IF
007100     IF WS-APPLY-KSDS-NO
007110         IF WS-RESTART-FOUND-YES
007120             PERFORM 1270-SCAN-MASTOUT
007130                 THRU 1270-SCAN-MASTOUT-EXIT
007140             OPEN EXTEND MASTOUT-FILE
007150         ELSE
007160             OPEN OUTPUT MASTOUT-FILE
007170         END-IF
007180         IF NOT WS-FILE-STATUS-MOUT-OK
007190             DISPLAY "DELTAAPL: OPEN FAILED FOR MASTOUT - "
007200                 "STATUS " WS-FILE-STATUS-MOUT
007210             MOVE 16 TO RETURN-CODE
007220             GOBACK
007230         END-IF
007240     END-IF
007250     IF WS-RESTART-FOUND-YES
007260         OPEN EXTEND SUSPENSE-FILE
007270         IF WS-FILE-STATUS-SUSP = "35"
007280             OPEN OUTPUT SUSPENSE-FILE
007290         END-IF
007300     ELSE
007310         OPEN OUTPUT SUSPENSE-FILE
007320     END-IF
007330     IF NOT WS-FILE-STATUS-SUSP-OK
007340         DISPLAY "DELTAAPL: OPEN FAILED FOR SUSPFILE - STATUS "
007350             WS-FILE-STATUS-SUSP
007360         MOVE 16 TO RETURN-CODE
007370         GOBACK
007380     END-IF
007390     OPEN OUTPUT EDIT-FILE
007400     IF NOT WS-FILE-STATUS-EDIT-OK
007410         DISPLAY "DELTAAPL: OPEN FAILED FOR EDITRPT - STATUS "
007420             WS-FILE-STATUS-EDIT
007430         MOVE 16 TO RETURN-CODE
007440         GOBACK
007450     END-IF
007460     OPEN OUTPUT PEND-OUT-FILE
007470     IF NOT WS-FILE-STATUS-PNDO-OK
007480         DISPLAY "DELTAAPL: OPEN FAILED FOR PENDOUT - STATUS "
007490             WS-FILE-STATUS-PNDO
007500         MOVE 16 TO RETURN-CODE
007510         GOBACK
007520     END-IF
007530     OPEN OUTPUT PEND-RPT-FILE
007540     IF NOT WS-FILE-STATUS-PRPT-OK
007550         DISPLAY "DELTAAPL: OPEN FAILED FOR PENDRPT - STATUS "
007560             WS-FILE-STATUS-PRPT
007570         MOVE 16 TO RETURN-CODE
007580         GOBACK
007590     END-IF
007600     OPEN EXTEND AUDIT-FILE
007610     IF WS-FILE-STATUS-AUD-NOTFND
007620         OPEN OUTPUT AUDIT-FILE
007630     END-IF
007640     IF NOT WS-FILE-STATUS-AUD-OK
007650         DISPLAY "DELTAAPL: OPEN FAILED FOR APLAUDIT - STATUS "
007660             WS-FILE-STATUS-AUD
007670         MOVE 16 TO RETURN-CODE
007680         GOBACK
007690     END-IF
007700     MOVE SPACES TO WS-EDIT-LINE
007710     MOVE "DELTA APPLY EDIT REPORT" TO WS-EDIT-LINE
007720     PERFORM 8900-WRITE-EDIT-LINE
007730         THRU 8900-WRITE-EDIT-LINE-EXIT
007740     MOVE SPACES TO WS-PEND-LINE
007750     STRING "PENDING TRANSACTION REPORT - BUSINESS DATE "
007760             DELIMITED BY SIZE
007770         WS-BUSINESS-DATE DELIMITED BY SIZE
007780         INTO WS-PEND-LINE
007790     PERFORM 8950-WRITE-PEND-LINE
007800         THRU 8950-WRITE-PEND-LINE-EXIT
007810     MOVE SPACES TO WS-PEND-LINE
007820     PERFORM 8950-WRITE-PEND-LINE
007830         THRU 8950-WRITE-PEND-LINE-EXIT
007840     MOVE "KEY        ACT   EFFECTIVE  DISPOSITION"
007850         TO WS-PEND-LINE
007860     PERFORM 8950-WRITE-PEND-LINE
007870         THRU 8950-WRITE-PEND-LINE-EXIT
007880     IF WS-APPLY-KSDS-NO
007890         MOVE LOW-VALUES TO MASTOUT-RECORD
007900         MOVE WS-RUN-DATE TO MASTOUT-HDR-RUN-DATE
007910         MOVE "DELTAAPL" TO MASTOUT-HDR-SOURCE-SYS
007920         PERFORM 7200-WRITE-MASTOUT
007930             THRU 7200-WRITE-MASTOUT-EXIT
007940         PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT
007950     END-IF
007960     PERFORM 2200-READ-TRAN THRU 2200-READ-TRAN-EXIT
007970     IF WS-RESTART-FOUND-YES
007980         PERFORM 1250-REPOSITION-FILES
007990             THRU 1250-REPOSITION-FILES-EXIT
008000     END-IF
008010     .
008020 1000-INITIALIZE-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------*
008050* 1200 - LOOK FOR A PRIOR CHECKPOINT IN THE RESTART DATASET.  A
008060* MISSING OR EMPTY DATASET MEANS A FRESH RUN.  A RECORD MEANS
008070* THE PRIOR RUN DIED MID-REWRITE - STASH ITS KEY AND COUNTERS
008080* FOR THE CHECKPOINT RESUME IN 1000-INITIALIZE.
008090*----------------------------------------------------------------*
008100 1200-LOAD-RESTART.
008110     OPEN INPUT RESTART-FILE
008120     IF WS-FILE-STATUS-RESTART-NOTFND
008130         GO TO 1200-LOAD-RESTART-EXIT
008140     END-IF
008150     IF NOT WS-FILE-STATUS-RESTART-OK
008160         DISPLAY "DELTAAPL: OPEN FAILED FOR RESTART - STATUS "
008170             WS-FILE-STATUS-RESTART
008180         MOVE 16 TO RETURN-CODE
008190         GOBACK
008200     END-IF
008210     READ RESTART-FILE
008220         AT END
008230             CLOSE RESTART-FILE
008240             GO TO 1200-LOAD-RESTART-EXIT
008250     END-READ
008260     IF NOT WS-FILE-STATUS-RESTART-OK
008270         DISPLAY "DELTAAPL: READ FAILED FOR RESTART - STATUS "
008280             WS-FILE-STATUS-RESTART
008290         MOVE 16 TO RETURN-CODE
008300         GOBACK
008310     END-IF
008320     IF RESTART-TRANS-PROCESSED NOT NUMERIC
008330             OR RESTART-ACCEPT-COUNT NOT NUMERIC
008340             OR RESTART-REJECT-COUNT NOT NUMERIC
008350         DISPLAY "DELTAAPL: RESTART RECORD UNREADABLE - STOPPED"
008360         MOVE 16 TO RETURN-CODE
008370         GOBACK
008380     END-IF
008390     MOVE RESTART-KEY TO WS-RESTART-KEY
008400     MOVE RESTART-KEY TO WS-CP-BOXED-KEY
008410     MOVE RESTART-TRANS-PROCESSED TO WS-CP-SAVED-COUNT
008420     MOVE RESTART-TRANS-PROCESSED TO WS-RST-TRANS-PROCESSED
008430     MOVE RESTART-ACCEPT-COUNT TO WS-RST-ACCEPT-COUNT
008440     MOVE RESTART-REJECT-COUNT TO WS-RST-REJECT-COUNT
008450     SET WS-RESTART-FOUND-YES TO TRUE
008460     CLOSE RESTART-FILE
008470     .
008480 1200-LOAD-RESTART-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------*
008510* 1250 - ON A RESTART, READ BOTH INPUTS FORWARD UNTIL THEIR
008520* READ-AHEAD KEYS PASS THE CHECKPOINTED KEY.  EVERY RECORD IS
008530* STILL PHYSICALLY READ SO THE MASTER TRAILER PROOF COVERS THE
008540* WHOLE FILE; THE REPOSITIONING SWITCH KEEPS ALREADY-SUSPENDED
008550* SEQUENCE REJECTS FROM BEING WRITTEN TO SUSPENSE TWICE.
008560*----------------------------------------------------------------*
008570 1250-REPOSITION-FILES.
008580     SET WS-REPOSITIONING-YES TO TRUE
008590     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT
008600         UNTIL WS-EOF-M-YES OR MASTIN-KEY > WS-RESTART-KEY
008610     PERFORM 2200-READ-TRAN THRU 2200-READ-TRAN-EXIT
008620         UNTIL WS-EOF-T-YES OR RECDLT-KEY > WS-RESTART-KEY
008630     SET WS-REPOSITIONING-NO TO TRUE
008640     .
008650 1250-REPOSITION-FILES-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------*
008680* 1270 - ON A RESTART, READ THE FAILED RUN'S MASTOUT ONCE TO
008690* FIND THE HIGHEST KEY IT ALREADY CARRIES AND TO REBUILD THE
008700* RECORD COUNT AND AMOUNT TOTAL FROM THE RECORDS THEMSELVES.
008710* THE CHECKPOINT CANNOT KNOW THEM - RECORDS WRITTEN BETWEEN THE
008720* LAST CHECKPOINT AND THE ABEND POSTDATE IT - SO THE DATASET
008730* ITSELF IS THE ONLY HONEST SOURCE.  7200 THEN SUPPRESSES
008740* RE-WRITES OF KEYS NOT ABOVE THE SCANNED HIGH KEY.
008750*----------------------------------------------------------------*
008760 1270-SCAN-MASTOUT.
008770     OPEN INPUT MASTOUT-FILE
008780     IF WS-FILE-STATUS-MOUT = "35"
008790         GO TO 1270-SCAN-MASTOUT-EXIT
008800     END-IF
008810     IF NOT WS-FILE-STATUS-MOUT-OK
008820         DISPLAY "DELTAAPL: OPEN FAILED FOR MASTOUT - STATUS "
008830             WS-FILE-STATUS-MOUT
008840         MOVE 16 TO RETURN-CODE
008850         GOBACK
008860     END-IF
008870     PERFORM 1275-SCAN-ONE-MASTOUT
008880         THRU 1275-SCAN-ONE-MASTOUT-EXIT
008890         UNTIL WS-MOUT-SCAN-EOF-YES
008900     CLOSE MASTOUT-FILE
008910     .
008920 1270-SCAN-MASTOUT-EXIT.
008930     EXIT.
008940 1275-SCAN-ONE-MASTOUT.
008950     READ MASTOUT-FILE
008960         AT END
008970             SET WS-MOUT-SCAN-EOF-YES TO TRUE
008980             GO TO 1275-SCAN-ONE-MASTOUT-EXIT
008990     END-READ
009000     IF NOT WS-FILE-STATUS-MOUT-OK
009010         DISPLAY "DELTAAPL: READ FAILED FOR MASTOUT - STATUS "
009020             WS-FILE-STATUS-MOUT
009030         MOVE 16 TO RETURN-CODE
009040         GOBACK
009050     END-IF
009060     IF MASTOUT-HEADER-KEY OR MASTOUT-TRAILER-KEY
009070         GO TO 1275-SCAN-ONE-MASTOUT-EXIT
009080     END-IF
009090     ADD 1 TO WS-MASTOUT-COUNT
009100     PERFORM 7300-ACCUMULATE-AMT
009110         THRU 7300-ACCUMULATE-AMT-EXIT
009120     IF MASTOUT-KEY > WS-MOUT-SUPPRESS-KEY
009130         MOVE MASTOUT-KEY TO WS-MOUT-SUPPRESS-KEY
009140     END-IF
009150     .
009160 1275-SCAN-ONE-MASTOUT-EXIT.
009170     EXIT.
009180*----------------------------------------------------------------*
009190* 1100 - SYSIN CARDS.  ONLY THE AMOUNT CARD IS KNOWN HERE; NO
009200* SYSIN DATASET AT ALL MEANS NO AMOUNT HASHING, THE BEHAVIOUR
009210* BEFORE THE CARD EXISTED.
009220*----------------------------------------------------------------*
009230 1100-READ-PARM-CARDS.
009240     OPEN INPUT PARM-FILE
009250     IF WS-FILE-STATUS-PARM-NOTFND
009260         SET WS-PARM-EOF-YES TO TRUE
009270         GO TO 1100-READ-PARM-CARDS-EXIT
009280     END-IF
009290     IF NOT WS-FILE-STATUS-PARM-OK
009300         DISPLAY "DELTAAPL: OPEN FAILED FOR SYSIN - STATUS "
009310             WS-FILE-STATUS-PARM
009320         MOVE 16 TO RETURN-CODE
009330         GOBACK
009340     END-IF
009350     PERFORM 1110-READ-PARM-CARD
009360         THRU 1110-READ-PARM-CARD-EXIT
009370         UNTIL WS-PARM-EOF-YES
009380     CLOSE PARM-FILE
009390     .
009400 1100-READ-PARM-CARDS-EXIT.
009410     EXIT.
009420 1110-READ-PARM-CARD.
009430     READ PARM-FILE INTO WS-PARM-CARD
009440         AT END
009450             SET WS-PARM-EOF-YES TO TRUE
009460             GO TO 1110-READ-PARM-CARD-EXIT
009470     END-READ
009480     IF NOT WS-FILE-STATUS-PARM-OK
009490         DISPLAY "DELTAAPL: READ FAILED FOR SYSIN - STATUS "
009500             WS-FILE-STATUS-PARM
009510         MOVE 16 TO RETURN-CODE
009520         GOBACK
009530     END-IF
009540     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
009550         GO TO 1110-READ-PARM-CARD-EXIT
009560     END-IF
009570     MOVE SPACES TO WS-CARD-FIELDS
009580     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
009590         INTO WS-CARD-VERB WS-CARD-OPERAND-1
009600             WS-CARD-OPERAND-2
009610     END-UNSTRING
009620     EVALUATE WS-CARD-VERB
009630         WHEN "MODE"
009640             EVALUATE WS-CARD-OPERAND-1
009650                 WHEN "KSDS"
009660                     SET WS-APPLY-KSDS-YES TO TRUE
009670                 WHEN "REWRITE"
009680                     SET WS-APPLY-KSDS-NO TO TRUE
009690                 WHEN OTHER
009700                     DISPLAY "DELTAAPL: BAD MODE - "
009710                         WS-CARD-OPERAND-1
009720                     MOVE 16 TO RETURN-CODE
009730                     GOBACK
009740             END-EVALUATE
009750         WHEN "AMOUNT"
009760             PERFORM 1190-APPLY-AMOUNT-CARD
009770                 THRU 1190-APPLY-AMOUNT-CARD-EXIT
009780         WHEN "DICTIONARY"
009790             PERFORM 1170-APPLY-DICTIONARY-CARD
009800                 THRU 1170-APPLY-DICTIONARY-CARD-EXIT
009810         WHEN "CHECKPOINT"
009820             PERFORM 1150-APPLY-CHECKPOINT-CARD
009830                 THRU 1150-APPLY-CHECKPOINT-CARD-EXIT
009840         WHEN "GUARD"
009850             PERFORM 1160-APPLY-GUARD-CARD
009860                 THRU 1160-APPLY-GUARD-CARD-EXIT
009870         WHEN "OVERRIDE"
009880             SET WS-OVERRIDE-YES TO TRUE
009890         WHEN "RECLEN"
009900             PERFORM 1175-APPLY-RECLEN-CARD
009910                 THRU 1175-APPLY-RECLEN-CARD-EXIT
009920         WHEN "CALENDAR"
009930             IF WS-CARD-OPERAND-1 (9:) NOT = SPACES
009940                 DISPLAY "DELTAAPL: BAD CALENDAR ID - "
009950                     WS-CARD-OPERAND-1
009960                 MOVE 16 TO RETURN-CODE
009970                 GOBACK
009980             END-IF
009990             MOVE WS-CARD-OPERAND-1 TO WS-ACTIVE-CAL-ID
010000         WHEN OTHER
010010             DISPLAY "DELTAAPL: UNRECOGNIZED PARM CARD - "
010020                 WS-PARM-CARD
010030             MOVE 16 TO RETURN-CODE
010040             GOBACK
010050     END-EVALUATE
010060     .
010070 1110-READ-PARM-CARD-EXIT.
010080     EXIT.
010090 1150-APPLY-CHECKPOINT-CARD.
010100     MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
010110     IF WS-CARD-VALUE NOT NUMERIC
010120         DISPLAY "DELTAAPL: BAD CHECKPOINT INTERVAL - "
010130             WS-CARD-OPERAND-1
010140         MOVE 16 TO RETURN-CODE
010150         GOBACK
010160     END-IF
010170     MOVE WS-CARD-VALUE TO WS-CP-INTERVAL
010180     .
010190 1150-APPLY-CHECKPOINT-CARD-EXIT.
010200     EXIT.
010210 1160-APPLY-GUARD-CARD.
010220     EVALUATE WS-CARD-OPERAND-1
010230         WHEN "COUNT"
010240             MOVE WS-CARD-OPERAND-2 TO WS-CARD-VALUE-X
010250             IF WS-CARD-VALUE NOT NUMERIC
010260                 DISPLAY "DELTAAPL: BAD GUARD COUNT - "
010270                     WS-CARD-OPERAND-2
010280                 MOVE 16 TO RETURN-CODE
010290                 GOBACK
010300             END-IF
010310             MOVE WS-CARD-VALUE TO WS-GUARD-COUNT
010320             SET WS-GUARD-COUNT-GIVEN TO TRUE
010330         WHEN "PERCENT"
010340             MOVE WS-CARD-OPERAND-2 TO WS-CARD-PCT-X
010350             IF WS-CARD-PCT NOT NUMERIC
010360                 DISPLAY "DELTAAPL: BAD GUARD PERCENT - "
010370                     WS-CARD-OPERAND-2
010380                 MOVE 16 TO RETURN-CODE
010390                 GOBACK
010400             END-IF
010410             MOVE WS-CARD-PCT TO WS-GUARD-PCT
010420             SET WS-GUARD-PCT-GIVEN TO TRUE
010430         WHEN OTHER
010440             DISPLAY "DELTAAPL: BAD GUARD TYPE - "
010450                 WS-CARD-OPERAND-1
010460             MOVE 16 TO RETURN-CODE
010470             GOBACK
010480     END-EVALUATE
010490     .
010500 1160-APPLY-GUARD-CARD-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------*
010530* 1500 - THE MASS-CHANGE PRE-PASS.  THE DELTA FILE IS TOTALLED
010540* AND THE MASTER READ THROUGH TO ITS TRAILER, BOTH BEFORE ANY
010550* OUTPUT IS OPENED; A BREACH WITHOUT AN OVERRIDE CARD ENDS THE
010560* RUN RC=14 WITH NOTHING WRITTEN AND NOTHING TO RESTORE.
010570*----------------------------------------------------------------*
010580 1500-GUARD-MASS-CHANGE.
010590     OPEN INPUT DELTA-FILE
010600     IF NOT WS-FILE-STATUS-DELTA-OK
010610         DISPLAY "DELTAAPL: OPEN FAILED FOR DLTFILE - STATUS "
010620             WS-FILE-STATUS-DELTA
010630         MOVE 16 TO RETURN-CODE
010640         GOBACK
010650     END-IF
010660     PERFORM 1510-COUNT-ONE-DELTA
010670         THRU 1510-COUNT-ONE-DELTA-EXIT
010680         UNTIL WS-GUARD-SCAN-EOF-YES
010690     CLOSE DELTA-FILE
010700     SET WS-GUARD-SCAN-EOF-NO TO TRUE
010710     OPEN INPUT MASTIN-FILE
010720     IF NOT WS-FILE-STATUS-MIN-OK
010730         DISPLAY "DELTAAPL: OPEN FAILED FOR MASTIN - STATUS "
010740             WS-FILE-STATUS-MIN
010750         MOVE 16 TO RETURN-CODE
010760         GOBACK
010770     END-IF
010780     PERFORM 1520-FIND-MASTER-TRAILER
010790         THRU 1520-FIND-MASTER-TRAILER-EXIT
010800         UNTIL WS-GUARD-SCAN-EOF-YES
010810     CLOSE MASTIN-FILE
010820     IF WS-GUARD-COUNT-GIVEN
010830             AND WS-GUARD-DLT-COUNT > WS-GUARD-COUNT
010840         SET WS-GUARD-BREACH-YES TO TRUE
010850     END-IF
010860     IF WS-GUARD-PCT-GIVEN
010870         IF WS-GUARD-MST-COUNT = 0
010880             IF WS-GUARD-DLT-COUNT > 0
010890                 SET WS-GUARD-BREACH-YES TO TRUE
010900             END-IF
010910         ELSE
010920             COMPUTE WS-GUARD-PCT-WORK ROUNDED =
010930                 WS-GUARD-DLT-COUNT * 100 / WS-GUARD-MST-COUNT
010940             IF WS-GUARD-PCT-WORK > WS-GUARD-PCT
010950                 SET WS-GUARD-BREACH-YES TO TRUE
010960             END-IF
010970         END-IF
010980     END-IF
010990     IF WS-GUARD-BREACH-NO
011000         GO TO 1500-GUARD-MASS-CHANGE-EXIT
011010     END-IF
011020     MOVE WS-GUARD-DLT-COUNT TO WS-GUARD-EDIT-COUNT
011030     DISPLAY "DELTAAPL: DELTA TRANSACTIONS " WS-GUARD-EDIT-COUNT
011040     MOVE WS-GUARD-MST-COUNT TO WS-GUARD-EDIT-COUNT
011050     DISPLAY "DELTAAPL: MASTER RECORDS     " WS-GUARD-EDIT-COUNT
011060     IF WS-OVERRIDE-YES
011070         DISPLAY "DELTAAPL: MASS-CHANGE GUARD OVERRIDDEN BY CARD"
011080         GO TO 1500-GUARD-MASS-CHANGE-EXIT
011090     END-IF
011100     DISPLAY "DELTAAPL14E MASS-CHANGE GUARD TRIPPED - "
011110         "RUN STOPPED BEFORE MASTOUT"
011120     MOVE 14 TO RETURN-CODE
011130     GOBACK
011140     .
011150 1500-GUARD-MASS-CHANGE-EXIT.
011160     EXIT.
011170 1510-COUNT-ONE-DELTA.
011180     READ DELTA-FILE
011190         AT END
011200             SET WS-GUARD-SCAN-EOF-YES TO TRUE
011210             GO TO 1510-COUNT-ONE-DELTA-EXIT
011220     END-READ
011230     IF NOT WS-FILE-STATUS-DELTA-OK
011240         DISPLAY "DELTAAPL: READ FAILED FOR DLTFILE - STATUS "
011250             WS-FILE-STATUS-DELTA
011260         MOVE 16 TO RETURN-CODE
011270         GOBACK
011280     END-IF
011290     ADD 1 TO WS-GUARD-DLT-COUNT
011300     .
011310 1510-COUNT-ONE-DELTA-EXIT.
011320     EXIT.
011330 1520-FIND-MASTER-TRAILER.
011340     READ MASTIN-FILE
011350         AT END
011360             SET WS-GUARD-SCAN-EOF-YES TO TRUE
011370             DISPLAY "DELTAAPL: MASTIN TRAILER MISSING - "
011380                 "GUARD CANNOT BE PROVED"
011390             MOVE 16 TO RETURN-CODE
011400             GOBACK
011410     END-READ
011420     IF NOT WS-FILE-STATUS-MIN-OK
011430         DISPLAY "DELTAAPL: READ FAILED FOR MASTIN - STATUS "
011440             WS-FILE-STATUS-MIN
011450         MOVE 16 TO RETURN-CODE
011460         GOBACK
011470     END-IF
011480     IF MASTIN-TRAILER-KEY
011490         IF MASTIN-TRL-REC-COUNT NUMERIC
011500             MOVE MASTIN-TRL-REC-COUNT TO WS-GUARD-MST-COUNT
011510         END-IF
011520         SET WS-GUARD-SCAN-EOF-YES TO TRUE
011530     END-IF
011540     .
011550 1520-FIND-MASTER-TRAILER-EXIT.
011560     EXIT.
011570*----------------------------------------------------------------*
011580* 1600 - THE BUSINESS DATE THE EFFECTIVE DATES ARE JUDGED BY, FROM
011590* THE LIBRARY BUSINESS CALENDAR BUILT FROM THE ACTIVE CALENDAR'S
011600* HOLIDAYS - THE RUN DATE, OR THE BUSINESS DAY BEFORE IT WHEN THE
011610* JOB RUNS ON A WEEKEND OR HOLIDAY.  A TRANSACTION EFFECTIVE ON A
011620* CLOSED DAY THEREFORE WAITS FOR THE NEXT BUSINESS DAY'S RUN.
011630*----------------------------------------------------------------*
011640 1600-DERIVE-BUSINESS-DATE.
011650     PERFORM 1605-LOAD-HOLIDAYS THRU 1605-LOAD-HOLIDAYS-EXIT
011660     SET WS-HOLIDAY-SEQ TO type Seq[string]::empty()
011670     MOVE ZERO TO WS-CAL-MATCH-COUNT
011680     PERFORM 1620-PICK-ONE-HOLIDAY
011690         THRU 1620-PICK-ONE-HOLIDAY-EXIT
011700         VARYING WS-HT-IDX FROM 1 BY 1
011710         UNTIL WS-HT-IDX > WS-HT-COUNT
011720     IF WS-ACTIVE-CAL-ID NOT = SPACES
011730             AND WS-CAL-MATCH-COUNT = 0
011740         DISPLAY "DELTAAPL: NO HOLIDAYS FOR CALENDAR "
011750             WS-ACTIVE-CAL-ID
011760         MOVE 16 TO RETURN-CODE
011770         GOBACK
011780     END-IF
011790     MOVE WS-RUN-DATE TO WS-RUN-DATE-BOXED
011800     SET WS-CALENDAR TO type BusinessCalendar::of(
011810         WS-HOLIDAY-SEQ, WS-RUN-DATE-BOXED)
011820     IF WS-CALENDAR::isBusinessDay(WS-RUN-DATE-BOXED)
011830         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
011840     ELSE
011850         SET WS-BUSINESS-DATE-BOXED TO
011860             WS-CALENDAR::previousBusinessDay(WS-RUN-DATE-BOXED)
011870         MOVE WS-BUSINESS-DATE-BOXED TO WS-BUSINESS-DATE
011880     END-IF
011890     .
011900 1600-DERIVE-BUSINESS-DATE-EXIT.
011910     EXIT.
011920*----------------------------------------------------------------*
011930* 1605 - THE HOLIDAYS DATASET IS OPTIONAL HERE: A RUN WITH NOTHING
011940* EFFECTIVE-DATED NEEDS NO CALENDAR, AND WITHOUT ONE ONLY
011950* WEEKENDS ARE CLOSED.
011960*----------------------------------------------------------------*
011970 1605-LOAD-HOLIDAYS.
011980     OPEN INPUT HOLIDAY-FILE
011990     IF WS-FILE-STATUS-HOL-NOTFND
012000         GO TO 1605-LOAD-HOLIDAYS-EXIT
012010     END-IF
012020     IF NOT WS-FILE-STATUS-HOL-OK
012030         DISPLAY "DELTAAPL: OPEN FAILED FOR HOLIDAYS - STATUS "
012040             WS-FILE-STATUS-HOL
012050         MOVE 16 TO RETURN-CODE
012060         GOBACK
012070     END-IF
012080     PERFORM 1610-LOAD-HOLIDAY THRU 1610-LOAD-HOLIDAY-EXIT
012090         UNTIL WS-HOL-EOF-YES
012100     CLOSE HOLIDAY-FILE
012110     .
012120 1605-LOAD-HOLIDAYS-EXIT.
012130     EXIT.
012140 1610-LOAD-HOLIDAY.
012150     READ HOLIDAY-FILE
012160         AT END
012170             SET WS-HOL-EOF-YES TO TRUE
012180             GO TO 1610-LOAD-HOLIDAY-EXIT
012190     END-READ
012200     IF NOT WS-FILE-STATUS-HOL-OK
012210         DISPLAY "DELTAAPL: READ FAILED FOR HOLIDAYS - STATUS "
012220             WS-FILE-STATUS-HOL
012230         MOVE 16 TO RETURN-CODE
012240         GOBACK
012250     END-IF
012260     IF HOLIDAY-DATE = SPACES
012270         GO TO 1610-LOAD-HOLIDAY-EXIT
012280     END-IF
012290     IF HOLIDAY-DATE NOT NUMERIC
012300         DISPLAY "DELTAAPL: BAD HOLIDAY DATE - " HOLIDAY-DATE
012310         MOVE 16 TO RETURN-CODE
012320         GOBACK
012330     END-IF
012340     IF WS-HT-COUNT = WS-HT-MAX
012350         DISPLAY "DELTAAPL: HOLIDAY TABLE FULL - RUN STOPPED"
012360         MOVE 16 TO RETURN-CODE
012370         GOBACK
012380     END-IF
012390     ADD 1 TO WS-HT-COUNT
012400     MOVE HOLIDAY-CAL-ID TO WS-HT-CAL (WS-HT-COUNT)
012410     MOVE HOLIDAY-DATE TO WS-HT-DATE (WS-HT-COUNT)
012420     .
012430 1610-LOAD-HOLIDAY-EXIT.
012440     EXIT.
012450 1620-PICK-ONE-HOLIDAY.
012460     IF WS-HT-CAL (WS-HT-IDX) = WS-ACTIVE-CAL-ID
012470         ADD 1 TO WS-CAL-MATCH-COUNT
012480         MOVE WS-HT-DATE (WS-HT-IDX) TO WS-HOLIDAY-BOXED
012490         SET WS-HOLIDAY-SEQ TO
012500             WS-HOLIDAY-SEQ::append(WS-HOLIDAY-BOXED)
012510     END-IF
012520     .
012530 1620-PICK-ONE-HOLIDAY-EXIT.
012540     EXIT.
012550*----------------------------------------------------------------*
012560* 1170 - DICTIONARY FEEDID: LOAD THE FEED'S FLDDICT ENTRIES.
012570* ONE CARD ONLY.
012580*----------------------------------------------------------------*
012590 1170-APPLY-DICTIONARY-CARD.
012600     IF RECDIW-GIVEN-YES
012610         DISPLAY "DELTAAPL: ONLY ONE DICTIONARY CARD IS ALLOWED"
012620         MOVE 16 TO RETURN-CODE
012630         GOBACK
012640     END-IF
012650     IF WS-CARD-OPERAND-1 = SPACES
012660             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
012670         DISPLAY "DELTAAPL: BAD DICTIONARY FEED ID - "
012680             WS-CARD-OPERAND-1
012690         MOVE 16 TO RETURN-CODE
012700         GOBACK
012710     END-IF
012720     MOVE WS-CARD-OPERAND-1 TO RECDIW-FEED-ID
012730     PERFORM 9840-LOAD-FIELD-DICTIONARY
012740         THRU 9840-LOAD-FIELD-DICTIONARY-EXIT
012750     .
012760 1170-APPLY-DICTIONARY-CARD-EXIT.
012770     EXIT.
012780*----------------------------------------------------------------*
012790* 1180 - THE DICTIONARY'S AMOUNT ENTRY STANDS FOR THE AMOUNT
012800* CARD AND IS PROVED BY IT.  THE MASTER HAS ONE TRAILER HASH,
012810* SO ONE AMOUNT ENTRY ONLY; A DICTIONARY WITHOUT ONE WRITES
012820* THE HASH AS ZEROS, AS A RUN WITHOUT AN AMOUNT CARD DOES.
012830*----------------------------------------------------------------*
012840 1180-APPLY-DICTIONARY-AMOUNT.
012850     IF RECDIW-AMOUNT-COUNT = 0
012860         GO TO 1180-APPLY-DICTIONARY-AMOUNT-EXIT
012870     END-IF
012880     IF WS-AMT-DEFINED-YES
012890         DISPLAY "DELTAAPL: DICTIONARY CARD EXCLUDES THE AMOUNT"
012900             " CARD"
012910         MOVE 16 TO RETURN-CODE
012920         GOBACK
012930     END-IF
012940     IF RECDIW-AMOUNT-COUNT > 1
012950         DISPLAY "DELTAAPL: MORE THAN ONE FLDDICT AMOUNT ENTRY"
012960             " FOR FEED " RECDIW-FEED-ID
012970         MOVE 16 TO RETURN-CODE
012980         GOBACK
012990     END-IF
013000     MOVE SPACES TO WS-CARD-FIELDS
013010     MOVE "AMOUNT" TO WS-CARD-VERB
013020     MOVE RECDIW-TYPE (RECDIW-AMOUNT-IDX) TO WS-CARD-OPERAND-1
013030     MOVE RECDIW-RANGE (RECDIW-AMOUNT-IDX) TO WS-CARD-OPERAND-2
013040     PERFORM 1190-APPLY-AMOUNT-CARD
013050         THRU 1190-APPLY-AMOUNT-CARD-EXIT
013060     .
013070 1180-APPLY-DICTIONARY-AMOUNT-EXIT.
013080     EXIT.
013090 1190-APPLY-AMOUNT-CARD.
013100     IF WS-AMT-DEFINED-YES
013110         DISPLAY "DELTAAPL: ONLY ONE AMOUNT CARD IS ALLOWED"
013120         MOVE 16 TO RETURN-CODE
013130         GOBACK
013140     END-IF
013150     MOVE SPACES TO WS-CARD-RANGE
013160     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
013170         INTO WS-CARD-FROM-X WS-CARD-TO-X
013180     END-UNSTRING
013190     PERFORM 1125-PARSE-CARD-RANGE
013200         THRU 1125-PARSE-CARD-RANGE-EXIT
013210     IF WS-RANGE-VALID-NO
013220             OR WS-CARD-FROM < 1 OR WS-CARD-TO > 500
013230             OR WS-CARD-FROM > WS-CARD-TO
013240         DISPLAY "DELTAAPL: BAD AMOUNT RANGE - "
013250             WS-CARD-OPERAND-2
013260         MOVE 16 TO RETURN-CODE
013270         GOBACK
013280     END-IF
013290     EVALUATE WS-CARD-OPERAND-1
013300         WHEN "ZONED"
013310             MOVE "Z" TO WS-AMT-TYPE
013320         WHEN "SIGNED"
013330             MOVE "S" TO WS-AMT-TYPE
013340         WHEN "PACKED"
013350             MOVE "P" TO WS-AMT-TYPE
013360         WHEN OTHER
013370             DISPLAY "DELTAAPL: BAD AMOUNT TYPE - "
013380                 WS-CARD-OPERAND-1
013390             MOVE 16 TO RETURN-CODE
013400             GOBACK
013410     END-EVALUATE
013420     MOVE WS-CARD-FROM TO WS-AMT-FROM
013430     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
013440     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
013450         DISPLAY "DELTAAPL: PACKED AMOUNT OVER 8 BYTES"
013460         MOVE 16 TO RETURN-CODE
013470         GOBACK
013480     END-IF
013490     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
013500         DISPLAY "DELTAAPL: ZONED AMOUNT OVER 15 DIGITS"
013510         MOVE 16 TO RETURN-CODE
013520         GOBACK
013530     END-IF
013540     SET WS-AMT-DEFINED-YES TO TRUE
013550     .
013560 1190-APPLY-AMOUNT-CARD-EXIT.
013570     EXIT.
013580*----------------------------------------------------------------*
013590* 1175 - RECLEN CARD, AS RECON'S: 1 TO 500, DEFAULT 20.  ONLY AN
013600* UPDATE'S FIELD RANGES ARE HELD TO IT.
013610*----------------------------------------------------------------*
013620 1175-APPLY-RECLEN-CARD.
013630     SET WS-RANGE-VALID-YES TO TRUE
013640     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
013650     PERFORM 1128-PARSE-RANGE-PART
013660         THRU 1128-PARSE-RANGE-PART-EXIT
013670     IF WS-RANGE-VALID-NO
013680             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
013690         DISPLAY "DELTAAPL: BAD RECLEN - " WS-CARD-OPERAND-1
013700         MOVE 16 TO RETURN-CODE
013710         GOBACK
013720     END-IF
013730     MOVE WS-RNG-VALUE TO RECDVW-REC-LEN
013740     .
013750 1175-APPLY-RECLEN-CARD-EXIT.
013760     EXIT.
013770*----------------------------------------------------------------*
013780* 1125 - PARSE ONE FF-TT CARD RANGE, ONE TO THREE DIGITS PER
013790* COLUMN, THE SAME SHAPE AS RECON'S PARSER - THE OLD TWO-DIGIT
013800* CARDS KEEP WORKING WHILE WIDE-RECORD RANGES REACH 500.
013810*----------------------------------------------------------------*
013820 1125-PARSE-CARD-RANGE.
013830     SET WS-RANGE-VALID-YES TO TRUE
013840     MOVE WS-CARD-FROM-X TO WS-RNG-PART
013850     PERFORM 1128-PARSE-RANGE-PART
013860         THRU 1128-PARSE-RANGE-PART-EXIT
013870     MOVE WS-RNG-VALUE TO WS-CARD-FROM
013880     MOVE WS-CARD-TO-X TO WS-RNG-PART
013890     PERFORM 1128-PARSE-RANGE-PART
013900         THRU 1128-PARSE-RANGE-PART-EXIT
013910     MOVE WS-RNG-VALUE TO WS-CARD-TO
013920     .
013930 1125-PARSE-CARD-RANGE-EXIT.
013940     EXIT.
013950 1128-PARSE-RANGE-PART.
013960     MOVE ZERO TO WS-RNG-VALUE
013970     MOVE ZERO TO WS-RNG-DIGITS
013980     PERFORM 1129-PARSE-ONE-DIGIT
013990         THRU 1129-PARSE-ONE-DIGIT-EXIT
014000         VARYING WS-RNG-IDX FROM 1 BY 1
014010         UNTIL WS-RNG-IDX > 3
014020     IF WS-RNG-DIGITS = 0
014030         SET WS-RANGE-VALID-NO TO TRUE
014040     END-IF
014050     .
014060 1128-PARSE-RANGE-PART-EXIT.
014070     EXIT.
014080 1129-PARSE-ONE-DIGIT.
014090     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X2
014100     EVALUATE TRUE
014110         WHEN WS-RNG-DIGIT-X2 = SPACE
014120             CONTINUE
014130         WHEN WS-RNG-DIGIT-X2 NUMERIC
014140             COMPUTE WS-RNG-VALUE =
014150                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT2
014160             ADD 1 TO WS-RNG-DIGITS
014170         WHEN OTHER
014180             SET WS-RANGE-VALID-NO TO TRUE
014190     END-EVALUATE
014200     .
014210 1129-PARSE-ONE-DIGIT-EXIT.
014220     EXIT.
014230*----------------------------------------------------------------*
014240* 2000 - KEYED MERGE OF MASTER AGAINST THE DELTA TRANSACTIONS.
014250* MASTER-ONLY KEYS ARE COPIED FORWARD; TRANSACTION-ONLY KEYS
014260* ARE EDITED WITH NO MASTER RECORD IN HAND; AN EQUAL KEY IS
014270* EDITED WITH THE MASTER RECORD IN HAND AND DECIDES WHETHER
014280* THE MASTER IMAGE, THE AFTER IMAGE, OR NOTHING GOES FORWARD.
014290*----------------------------------------------------------------*
014300 2000-APPLY-TRANSACTIONS.
014310     EVALUATE TRUE
014320         WHEN WS-EOF-T-YES AND WS-EOF-M-NO
014330             PERFORM 7100-COPY-MASTER THRU 7100-COPY-MASTER-EXIT
014340             MOVE MASTIN-KEY TO WS-LAST-KEY
014350             PERFORM 2100-READ-MASTER
014360                 THRU 2100-READ-MASTER-EXIT
014370         WHEN WS-EOF-M-YES AND WS-EOF-T-NO
014380             SET WS-KEY-ON-MASTER-NO TO TRUE
014390             PERFORM 3000-PROCESS-TRAN
014400                 THRU 3000-PROCESS-TRAN-EXIT
014410             MOVE RECDLT-KEY TO WS-LAST-KEY
014420             PERFORM 2200-READ-TRAN THRU 2200-READ-TRAN-EXIT
014430         WHEN MASTIN-KEY < RECDLT-KEY
014440             PERFORM 7100-COPY-MASTER THRU 7100-COPY-MASTER-EXIT
014450             MOVE MASTIN-KEY TO WS-LAST-KEY
014460             PERFORM 2100-READ-MASTER
014470                 THRU 2100-READ-MASTER-EXIT
014480         WHEN RECDLT-KEY < MASTIN-KEY
014490             SET WS-KEY-ON-MASTER-NO TO TRUE
014500             PERFORM 3000-PROCESS-TRAN
014510                 THRU 3000-PROCESS-TRAN-EXIT
014520             MOVE RECDLT-KEY TO WS-LAST-KEY
014530             PERFORM 2200-READ-TRAN THRU 2200-READ-TRAN-EXIT
014540         WHEN OTHER
014550             SET WS-KEY-ON-MASTER-YES TO TRUE
014560             PERFORM 3000-PROCESS-TRAN
014570                 THRU 3000-PROCESS-TRAN-EXIT
014580             MOVE MASTIN-KEY TO WS-LAST-KEY
014590             PERFORM 2100-READ-MASTER
014600                 THRU 2100-READ-MASTER-EXIT
014610             PERFORM 2200-READ-TRAN THRU 2200-READ-TRAN-EXIT
014620     END-EVALUATE
014630     ADD 1 TO WS-TRANS-PROCESSED
014640     ADD 1 TO WS-KEYS-SINCE-CP
014650     IF WS-CP-INTERVAL > 0
014660             AND WS-KEYS-SINCE-CP >= WS-CP-INTERVAL
014670         PERFORM 4000-TAKE-CHECKPOINT
014680             THRU 4000-TAKE-CHECKPOINT-EXIT
014690         MOVE ZERO TO WS-KEYS-SINCE-CP
014700     END-IF
014710     .
014720 2000-APPLY-TRANSACTIONS-EXIT.
014730     EXIT.
014740*----------------------------------------------------------------*
014750* 2500 - KSDS MODE: ONE KEYED APPLY PER TRANSACTION IN HAND.
014760* THE KEYED READ SAYS WHETHER THE KEY IS ON THE MASTER, THE
014770* SAME VALIDATED EDITS JUDGE THE TRANSACTION, AND AN ACCEPTED
014780* ONE BECOMES A KEYED WRITE, REWRITE OR DELETE - THE MASTER IS
014790* NEVER COPIED.
014800*----------------------------------------------------------------*
014810 2500-APPLY-ONE-KEYED.
014820     MOVE RECDLT-KEY TO MASTK-KEY
014830     READ MASTK-FILE
014840         INVALID KEY
014850             SET WS-KEY-ON-MASTER-NO TO TRUE
014860         NOT INVALID KEY
014870             SET WS-KEY-ON-MASTER-YES TO TRUE
014880     END-READ
014890     IF NOT WS-FILE-STATUS-MK-OK
014900             AND NOT WS-FILE-STATUS-MK-NOTFND
014910         DISPLAY "DELTAAPL: READ FAILED FOR MASTK - STATUS "
014920             WS-FILE-STATUS-MK
014930         MOVE 16 TO RETURN-CODE
014940         GOBACK
014950     END-IF
014960     IF WS-KEY-ON-MASTER-YES
014970         MOVE MASTK-DATA TO RECDVW-MASTER-DATA
014980         SET RECDVW-MASTER-HELD TO TRUE
014990     ELSE
015000         SET RECDVW-MASTER-UNKNOWN TO TRUE
015010     END-IF
015020     PERFORM 5000-VALIDATE-TRAN THRU 5000-VALIDATE-TRAN-EXIT
015030     IF WS-EDIT-VALIDATED::isInvalid()
015040         PERFORM 6000-REJECT-TRAN THRU 6000-REJECT-TRAN-EXIT
015050     ELSE
015060         ADD 1 TO WS-ACCEPT-COUNT
015070         IF RECDLT-ACTION-UPDATE
015080             PERFORM 7600-BUILD-UPDATE-IMAGE
015090                 THRU 7600-BUILD-UPDATE-IMAGE-EXIT
015100         END-IF
015110         PERFORM 7500-WRITE-APPLY-AUDIT
015120             THRU 7500-WRITE-APPLY-AUDIT-EXIT
015130         PERFORM 2550-APPLY-KEYED-ACTION
015140             THRU 2550-APPLY-KEYED-ACTION-EXIT
015150     END-IF
015160     MOVE RECDLT-KEY TO WS-LAST-KEY
015170     PERFORM 2200-READ-TRAN THRU 2200-READ-TRAN-EXIT
015180     .
015190 2500-APPLY-ONE-KEYED-EXIT.
015200     EXIT.
015210 2550-APPLY-KEYED-ACTION.
015220     EVALUATE TRUE
015230         WHEN RECDLT-ACTION-ADD
015240         WHEN RECDLT-ACTION-KEYCHG AND RECDLT-KC-LEG-IN
015250             MOVE SPACES TO MASTK-RECORD
015260             MOVE RECDLT-KEY TO MASTK-KEY
015270             MOVE RECDLT-AFTER-DATA TO MASTK-DATA
015280             WRITE MASTK-RECORD
015290                 INVALID KEY
015300                     DISPLAY "DELTAAPL: MASTK WRITE CLASH - "
015310                         RECDLT-KEY
015320                     MOVE 16 TO RETURN-CODE
015330                     GOBACK
015340             END-WRITE
015350         WHEN RECDLT-ACTION-CHANGE
015360             MOVE RECDLT-AFTER-DATA TO MASTK-DATA
015370             REWRITE MASTK-RECORD
015380                 INVALID KEY
015390                     DISPLAY "DELTAAPL: MASTK REWRITE CLASH - "
015400                         RECDLT-KEY
015410                     MOVE 16 TO RETURN-CODE
015420                     GOBACK
015430             END-REWRITE
015440         WHEN RECDLT-ACTION-UPDATE
015450             MOVE WS-UPD-IMAGE TO MASTK-DATA
015460             REWRITE MASTK-RECORD
015470                 INVALID KEY
015480                     DISPLAY "DELTAAPL: MASTK REWRITE CLASH - "
015490                         RECDLT-KEY
015500                     MOVE 16 TO RETURN-CODE
015510                     GOBACK
015520             END-REWRITE
015530         WHEN OTHER
015540             DELETE MASTK-FILE RECORD
015550                 INVALID KEY
015560                     DISPLAY "DELTAAPL: MASTK DELETE CLASH - "
015570                         RECDLT-KEY
015580                     MOVE 16 TO RETURN-CODE
015590                     GOBACK
015600             END-DELETE
015610     END-EVALUATE
015620     .
015630 2550-APPLY-KEYED-ACTION-EXIT.
015640     EXIT.
015650 2100-READ-MASTER.
015660     READ MASTIN-FILE
015670         AT END
015680             SET WS-EOF-M-YES TO TRUE
015690             PERFORM 2150-VERIFY-MASTER-TRAILER
015700                 THRU 2150-VERIFY-MASTER-TRAILER-EXIT
015710             GO TO 2100-READ-MASTER-EXIT
015720     END-READ
015730     IF NOT WS-FILE-STATUS-MIN-OK
015740         DISPLAY "DELTAAPL: READ FAILED FOR MASTIN - STATUS "
015750             WS-FILE-STATUS-MIN
015760         MOVE 16 TO RETURN-CODE
015770         GOBACK
015780     END-IF
015790     IF MASTIN-HEADER-KEY
015800         IF WS-HEADER-SEEN-M-YES OR WS-MASTIN-COUNT > 0
015810             DISPLAY "DELTAAPL: MASTIN HEADER OUT OF PLACE"
015820             MOVE 16 TO RETURN-CODE
015830             GOBACK
015840         END-IF
015850         SET WS-HEADER-SEEN-M-YES TO TRUE
015860         GO TO 2100-READ-MASTER
015870     END-IF
015880     IF MASTIN-TRAILER-KEY
015890         IF WS-TRAILER-SEEN-M-YES
015900             DISPLAY "DELTAAPL: MASTIN TRAILER DUPLICATED"
015910             MOVE 16 TO RETURN-CODE
015920             GOBACK
015930         END-IF
015940         IF MASTIN-TRL-REC-COUNT NOT NUMERIC
015950             DISPLAY "DELTAAPL: MASTIN TRAILER COUNT BAD"
015960             MOVE 16 TO RETURN-CODE
015970             GOBACK
015980         END-IF
015990         SET WS-TRAILER-SEEN-M-YES TO TRUE
016000         MOVE MASTIN-TRL-REC-COUNT TO WS-TRAILER-COUNT-M
016010         GO TO 2100-READ-MASTER
016020     END-IF
016030     IF WS-HEADER-SEEN-M-NO
016040         DISPLAY "DELTAAPL: MASTIN DATA RECORD BEFORE HEADER"
016050         MOVE 16 TO RETURN-CODE
016060         GOBACK
016070     END-IF
016080     IF WS-TRAILER-SEEN-M-YES
016090         DISPLAY "DELTAAPL: MASTIN DATA RECORD AFTER TRAILER"
016100         MOVE 16 TO RETURN-CODE
016110         GOBACK
016120     END-IF
016130     ADD 1 TO WS-MASTIN-COUNT
016140     IF MASTIN-KEY NOT > WS-PREV-MASTER-KEY
016150         DISPLAY "DELTAAPL: MASTIN OUT OF SEQUENCE - RUN STOPPED"
016160         MOVE 16 TO RETURN-CODE
016170         GOBACK
016180     END-IF
016190     MOVE MASTIN-KEY TO WS-PREV-MASTER-KEY
016200     .
016210 2100-READ-MASTER-EXIT.
016220     EXIT.
016230 2150-VERIFY-MASTER-TRAILER.
016240     IF WS-TRAILER-SEEN-M-NO
016250         DISPLAY "DELTAAPL: MASTIN TRAILER MISSING - TRUNCATED?"
016260         MOVE 16 TO RETURN-CODE
016270         GOBACK
016280     END-IF
016290     IF WS-TRAILER-COUNT-M NOT = WS-MASTIN-COUNT
016300         DISPLAY "DELTAAPL: MASTIN INCOMPLETE - RUN STOPPED"
016310         MOVE 16 TO RETURN-CODE
016320         GOBACK
016330     END-IF
016340     .
016350 2150-VERIFY-MASTER-TRAILER-EXIT.
016360     EXIT.
016370*----------------------------------------------------------------*
016380* 2200 - NEXT TRANSACTION FOR THE APPLY: A KEY-ORDER MERGE OF THE
016390* DELTA FILE WITH THE PENDING FILE.  A PENDING TRANSACTION WHOSE
016400* EFFECTIVE DATE HAS ARRIVED IS RELEASED INTO THE APPLY, ONE
016410* STILL IN THE FUTURE IS CARRIED TO PENDOUT, AND ONE WHOSE KEY
016420* HAS A DELTA TONIGHT IS SUPERSEDED - THE DELTA IS THE LATER
016430* WORD ON THE KEY.  A FUTURE-DATED DELTA IS HELD ON PENDOUT
016440* INSTEAD OF APPLIED.  ONLY A TRANSACTION FOR THE APPLY COMES
016450* BACK IN RECDLT-RECORD; EVERYTHING ELSE IS DISPOSED OF HERE AND
016460* LISTED ON PENDRPT.
016470*----------------------------------------------------------------*
016480 2200-READ-TRAN.
016490     IF WS-DLTA-IN-HAND-NO AND WS-EOF-D-NO
016500         PERFORM 2210-READ-DELTA THRU 2210-READ-DELTA-EXIT
016510     END-IF
016520     IF WS-PNDI-IN-HAND-NO AND WS-EOF-P-NO
016530         PERFORM 2220-READ-PENDING THRU 2220-READ-PENDING-EXIT
016540     END-IF
016550     SET WS-TRAN-READY-NO TO TRUE
016560     EVALUATE TRUE
016570         WHEN WS-EOF-D-YES AND WS-EOF-P-YES
016580             SET WS-EOF-T-YES TO TRUE
016590             GO TO 2200-READ-TRAN-EXIT
016600         WHEN WS-EOF-P-YES
016610             PERFORM 2240-JUDGE-DELTA THRU 2240-JUDGE-DELTA-EXIT
016620         WHEN WS-EOF-D-YES
016630         WHEN PNDI-KEY < DLTA-KEY
016640             PERFORM 2230-JUDGE-PENDING
016650                 THRU 2230-JUDGE-PENDING-EXIT
016660         WHEN PNDI-KEY = DLTA-KEY
016670             PERFORM 2250-SUPERSEDE-PENDING
016680                 THRU 2250-SUPERSEDE-PENDING-EXIT
016690             PERFORM 2240-JUDGE-DELTA THRU 2240-JUDGE-DELTA-EXIT
016700         WHEN OTHER
016710             PERFORM 2240-JUDGE-DELTA THRU 2240-JUDGE-DELTA-EXIT
016720     END-EVALUATE
016730     IF WS-TRAN-READY-NO
016740         GO TO 2200-READ-TRAN
016750     END-IF
016760     .
016770 2200-READ-TRAN-EXIT.
016780     EXIT.
016790*----------------------------------------------------------------*
016800* 2210 - NEXT DELTA FILE TRANSACTION.  THE MERGE TRUSTS THE DELTA
016810* FILE TO ASCEND ON KEY, SO A REPEATED OR OUT-OF-SEQUENCE
016820* TRANSACTION KEY (A SUSPENSE FILE CONCATENATED UNSORTED, A
016830* DOUBLE ADD) NEVER REACHES THE MERGE AT ALL: IT IS REJECTED
016840* HERE - EDIT REPORT AND SUSPENSE, LIKE ANY OTHER BAD EDIT -
016850* AND THE NEXT TRANSACTION IS READ.
016860*----------------------------------------------------------------*
016870 2210-READ-DELTA.
016880     READ DELTA-FILE INTO DLTA-RECORD
016890         AT END
016900             SET WS-EOF-D-YES TO TRUE
016910             GO TO 2210-READ-DELTA-EXIT
016920     END-READ
016930     IF NOT WS-FILE-STATUS-DELTA-OK
016940         DISPLAY "DELTAAPL: READ FAILED FOR DLTFILE - STATUS "
016950             WS-FILE-STATUS-DELTA
016960         MOVE 16 TO RETURN-CODE
016970         GOBACK
016980     END-IF
016990     ADD 1 TO WS-DLTFILE-COUNT
017000     IF RECDLT-KEY NOT > WS-PREV-TRAN-KEY
017010         PERFORM 2260-REJECT-TRAN-SEQUENCE
017020             THRU 2260-REJECT-TRAN-SEQUENCE-EXIT
017030         GO TO 2210-READ-DELTA
017040     END-IF
017050     MOVE RECDLT-KEY TO WS-PREV-TRAN-KEY
017060     SET WS-DLTA-IN-HAND-YES TO TRUE
017070     .
017080 2210-READ-DELTA-EXIT.
017090     EXIT.
017100*----------------------------------------------------------------*
017110* 2220 - NEXT PENDING TRANSACTION.  THIS PROGRAM WROTE THE FILE
017120* IN KEY ORDER, ONE TRANSACTION PER KEY, SO A KEY OUT OF
017130* SEQUENCE MEANS A DAMAGED GENERATION AND STOPS THE RUN.
017140*----------------------------------------------------------------*
017150 2220-READ-PENDING.
017160     READ PEND-IN-FILE
017170         AT END
017180             SET WS-EOF-P-YES TO TRUE
017190             GO TO 2220-READ-PENDING-EXIT
017200     END-READ
017210     IF NOT WS-FILE-STATUS-PNDI-OK
017220         DISPLAY "DELTAAPL: READ FAILED FOR PENDIN - STATUS "
017230             WS-FILE-STATUS-PNDI
017240         MOVE 16 TO RETURN-CODE
017250         GOBACK
017260     END-IF
017270     IF PNDI-KEY NOT > WS-PREV-PEND-KEY
017280         DISPLAY "DELTAAPL: PENDIN OUT OF SEQUENCE - RUN STOPPED"
017290         MOVE 16 TO RETURN-CODE
017300         GOBACK
017310     END-IF
017320     MOVE PNDI-KEY TO WS-PREV-PEND-KEY
017330     SET WS-PNDI-IN-HAND-YES TO TRUE
017340     .
017350 2220-READ-PENDING-EXIT.
017360     EXIT.
017370*----------------------------------------------------------------*
017380* 2230 - A PENDING TRANSACTION WITH NO DELTA FOR ITS KEY: DUE BY
017390* THE BUSINESS DATE IS RELEASED TO THE APPLY, NOT YET DUE GOES
017400* BACK ON THE PENDING FILE.
017410*----------------------------------------------------------------*
017420 2230-JUDGE-PENDING.
017430     SET WS-PNDI-IN-HAND-NO TO TRUE
017440     MOVE PNDI-KEY TO WS-PEND-KEY
017450     MOVE PNDI-ACTION TO WS-PEND-ACTION
017460     MOVE PNDI-EFFECTIVE-DATE TO WS-PEND-EFF-DATE
017470     IF PNDI-EFFECTIVE-DATE > WS-BUSINESS-DATE
017480         MOVE PNDI-RECORD TO PNDO-RECORD
017490         PERFORM 2270-WRITE-PENDOUT THRU 2270-WRITE-PENDOUT-EXIT
017500         SET WS-PEND-DISP-CARRIED TO TRUE
017510         PERFORM 2280-NOTE-PENDING THRU 2280-NOTE-PENDING-EXIT
017520         GO TO 2230-JUDGE-PENDING-EXIT
017530     END-IF
017540     MOVE PNDI-RECORD TO RECDLT-RECORD
017550     SET WS-TRAN-READY-YES TO TRUE
017560     SET WS-PEND-DISP-RELEASED TO TRUE
017570     PERFORM 2280-NOTE-PENDING THRU 2280-NOTE-PENDING-EXIT
017580     .
017590 2230-JUDGE-PENDING-EXIT.
017600     EXIT.
017610*----------------------------------------------------------------*
017620* 2240 - A DELTA FILE TRANSACTION: EFFECTIVE AFTER THE BUSINESS
017630* DATE IS HELD ON THE PENDING FILE, ANYTHING ELSE GOES TO THE
017640* APPLY NOW.  AN EFFECTIVE DATE THAT IS NOT A DATE IS NOT HELD -
017650* THE EDITS REJECT IT (REASON ED).
017660*----------------------------------------------------------------*
017670 2240-JUDGE-DELTA.
017680     SET WS-DLTA-IN-HAND-NO TO TRUE
017690     IF DLTA-EFFECTIVE-DATE NUMERIC
017700             AND DLTA-EFFECTIVE-DATE > WS-BUSINESS-DATE
017710         MOVE DLTA-RECORD TO PNDO-RECORD
017720         PERFORM 2270-WRITE-PENDOUT THRU 2270-WRITE-PENDOUT-EXIT
017730         MOVE DLTA-KEY TO WS-PEND-KEY
017740         MOVE DLTA-ACTION TO WS-PEND-ACTION
017750         MOVE DLTA-EFFECTIVE-DATE TO WS-PEND-EFF-DATE
017760         SET WS-PEND-DISP-HELD TO TRUE
017770         PERFORM 2280-NOTE-PENDING THRU 2280-NOTE-PENDING-EXIT
017780         GO TO 2240-JUDGE-DELTA-EXIT
017790     END-IF
017800     MOVE DLTA-RECORD TO RECDLT-RECORD
017810     SET WS-TRAN-READY-YES TO TRUE
017820     .
017830 2240-JUDGE-DELTA-EXIT.
017840     EXIT.
017850 2250-SUPERSEDE-PENDING.
017860     SET WS-PNDI-IN-HAND-NO TO TRUE
017870     MOVE PNDI-KEY TO WS-PEND-KEY
017880     MOVE PNDI-ACTION TO WS-PEND-ACTION
017890     MOVE PNDI-EFFECTIVE-DATE TO WS-PEND-EFF-DATE
017900     MOVE DLTA-ACTION TO WS-PEND-BY-ACTION
017910     SET WS-PEND-DISP-SUPERSEDED TO TRUE
017920     PERFORM 2280-NOTE-PENDING THRU 2280-NOTE-PENDING-EXIT
017930     .
017940 2250-SUPERSEDE-PENDING-EXIT.
017950     EXIT.
017960 2270-WRITE-PENDOUT.
017970     WRITE PNDO-RECORD
017980     IF NOT WS-FILE-STATUS-PNDO-OK
017990         DISPLAY "DELTAAPL: WRITE FAILED FOR PENDOUT - STATUS "
018000             WS-FILE-STATUS-PNDO
018010         MOVE 16 TO RETURN-CODE
018020         GOBACK
018030     END-IF
018040     .
018050 2270-WRITE-PENDOUT-EXIT.
018060     EXIT.
018070*----------------------------------------------------------------*
018080* 2280 - COUNT ONE PENDING-FILE DISPOSITION AND LIST IT.
018090*----------------------------------------------------------------*
018100 2280-NOTE-PENDING.
018110     MOVE SPACES TO WS-PEND-LINE
018120     MOVE WS-PEND-KEY TO WS-PL-KEY
018130     MOVE WS-PEND-ACTION TO WS-PL-ACTION
018140     MOVE WS-PEND-EFF-DATE TO WS-PL-EFF-DATE
018150     EVALUATE TRUE
018160         WHEN WS-PEND-DISP-HELD
018170             ADD 1 TO WS-PEND-HELD-COUNT
018180             MOVE "PENDING - HELD TONIGHT" TO WS-PL-DISP
018190         WHEN WS-PEND-DISP-CARRIED
018200             ADD 1 TO WS-PEND-CARRIED-COUNT
018210             MOVE "PENDING - CARRIED FORWARD" TO WS-PL-DISP
018220         WHEN WS-PEND-DISP-RELEASED
018230             ADD 1 TO WS-PEND-RELEASED-COUNT
018240             MOVE "RELEASED TO THE APPLY" TO WS-PL-DISP
018250         WHEN OTHER
018260             ADD 1 TO WS-PEND-SUPERSEDED-COUNT
018270             STRING "SUPERSEDED BY ACTION " DELIMITED BY SIZE
018280                 WS-PEND-BY-ACTION DELIMITED BY SIZE
018290                 INTO WS-PL-DISP
018300     END-EVALUATE
018310     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
018320     .
018330 2280-NOTE-PENDING-EXIT.
018340     EXIT.
018350 2260-REJECT-TRAN-SEQUENCE.
018360*----------------------------------------------------------------*
018370* DURING RESTART REPOSITIONING THE PRIOR RUN ALREADY REPORTED
018380* AND SUSPENDED THIS TRANSACTION - READ PAST IT QUIETLY.
018390*----------------------------------------------------------------*
018400     IF WS-REPOSITIONING-YES
018410         GO TO 2260-REJECT-TRAN-SEQUENCE-EXIT
018420     END-IF
018430     ADD 1 TO WS-REJECT-COUNT
018440     MOVE RECDLT-KEY TO WS-TRAN-KEY-BOXED
018450     MOVE "DUPLICATE OR OUT-OF-SEQ KEY" TO WS-ERR-TEXT
018460     MOVE WS-ERR-TEXT TO WS-ERR-BOXED
018470     SET WS-EDIT-LINES TO
018480         type EditReport[string]::formatRejection(
018490             WS-TRAN-KEY-BOXED,
018500             type ErrorList[string]::of(WS-ERR-BOXED))
018510     PERFORM 6100-PRINT-EDIT-ERROR
018520         THRU 6100-PRINT-EDIT-ERROR-EXIT
018530         VARYING WS-EDIT-LINE-IDX FROM 1 BY 1
018540         UNTIL WS-EDIT-LINE-IDX > WS-EDIT-LINES::size()
018550     MOVE RECDLT-RECORD TO SUSP-RECORD
018560     MOVE "SQ" TO SUSP-SUSP-REASON
018570     WRITE SUSP-RECORD
018580     IF NOT WS-FILE-STATUS-SUSP-OK
018590         DISPLAY "DELTAAPL: WRITE FAILED FOR SUSPFILE - STATUS "
018600             WS-FILE-STATUS-SUSP
018610         MOVE 16 TO RETURN-CODE
018620         GOBACK
018630     END-IF
018640     .
018650 2260-REJECT-TRAN-SEQUENCE-EXIT.
018660     EXIT.
018670*----------------------------------------------------------------*
018680* 3000 - EDIT ONE TRANSACTION AND APPLY OR SUSPEND IT.  WHEN
018690* THE KEY WAS ON THE MASTER AND THE TRANSACTION IS REJECTED,
018700* THE UNDISTURBED MASTER IMAGE STILL GOES FORWARD.
018710*----------------------------------------------------------------*
018720 3000-PROCESS-TRAN.
018730     IF WS-KEY-ON-MASTER-YES
018740         MOVE MASTIN-DATA TO RECDVW-MASTER-DATA
018750         SET RECDVW-MASTER-HELD TO TRUE
018760     ELSE
018770         SET RECDVW-MASTER-UNKNOWN TO TRUE
018780     END-IF
018790     PERFORM 5000-VALIDATE-TRAN THRU 5000-VALIDATE-TRAN-EXIT
018800     IF WS-EDIT-VALIDATED::isInvalid()
018810         PERFORM 6000-REJECT-TRAN THRU 6000-REJECT-TRAN-EXIT
018820         IF WS-KEY-ON-MASTER-YES
018830             PERFORM 7100-COPY-MASTER THRU 7100-COPY-MASTER-EXIT
018840         END-IF
018850         GO TO 3000-PROCESS-TRAN-EXIT
018860     END-IF
018870     ADD 1 TO WS-ACCEPT-COUNT
018880     IF RECDLT-ACTION-UPDATE
018890         PERFORM 7600-BUILD-UPDATE-IMAGE
018900             THRU 7600-BUILD-UPDATE-IMAGE-EXIT
018910     END-IF
018920     PERFORM 7500-WRITE-APPLY-AUDIT
018930         THRU 7500-WRITE-APPLY-AUDIT-EXIT
018940     EVALUATE TRUE
018950         WHEN RECDLT-ACTION-DELETE
018960         WHEN RECDLT-ACTION-KEYCHG AND RECDLT-KC-LEG-OUT
018970             CONTINUE
018980         WHEN RECDLT-ACTION-UPDATE
018990             MOVE MASTIN-RECORD TO MASTOUT-RECORD
019000             MOVE WS-UPD-IMAGE TO MASTOUT-DATA
019010             PERFORM 7200-WRITE-MASTOUT
019020                 THRU 7200-WRITE-MASTOUT-EXIT
019030         WHEN OTHER
019040             MOVE SPACES TO MASTOUT-RECORD
019050             MOVE RECDLT-KEY TO MASTOUT-KEY
019060             MOVE RECDLT-AFTER-DATA TO MASTOUT-DATA
019070             PERFORM 7200-WRITE-MASTOUT
019080                 THRU 7200-WRITE-MASTOUT-EXIT
019090     END-EVALUATE
019100     .
019110 3000-PROCESS-TRAN-EXIT.
019120     EXIT.
019130*----------------------------------------------------------------*
019140* 4000 - SAVE A CHECKPOINT THROUGH THE LIBRARY CHECKPOINT
019150* CLASS, THE SAME SHAPE RECON USES: THE WRITER DELEGATE UNPACKS
019160* THE CHECKPOINT BACK INTO WORKING STORAGE AND THE PARAGRAPH
019170* REWRITES THE ONE-RECORD RESTART DATASET FROM IT PLUS THE
019180* ACCEPT/REJECT COUNTERS.
019190*----------------------------------------------------------------*
019200 4000-TAKE-CHECKPOINT.
019210     MOVE WS-LAST-KEY TO WS-CP-BOXED-KEY
019220     SET WS-CHECKPOINT TO type Checkpoint[string]::at(
019230         WS-CP-BOXED-KEY, WS-TRANS-PROCESSED)
019240     SET WS-CP-WRITER TO delegate
019250             using cp as type Checkpoint[string]
019260         SET WS-CP-SAVED-KEY TO cp::getKey()
019270         MOVE cp::getRecordCount() TO WS-CP-SAVED-COUNT
019280     end-delegate
019290     WS-CHECKPOINT::save(WS-CP-WRITER)
019300     OPEN OUTPUT RESTART-FILE
019310     IF NOT WS-FILE-STATUS-RESTART-OK
019320         DISPLAY "DELTAAPL: OPEN FAILED FOR RESTART - STATUS "
019330             WS-FILE-STATUS-RESTART
019340         MOVE 16 TO RETURN-CODE
019350         GOBACK
019360     END-IF
019370     MOVE SPACES TO RESTART-RECORD
019380     MOVE WS-CP-SAVED-KEY TO RESTART-KEY
019390     MOVE WS-CP-SAVED-COUNT TO RESTART-TRANS-PROCESSED
019400     MOVE WS-ACCEPT-COUNT TO RESTART-ACCEPT-COUNT
019410     MOVE WS-REJECT-COUNT TO RESTART-REJECT-COUNT
019420     WRITE RESTART-RECORD
019430     IF NOT WS-FILE-STATUS-RESTART-OK
019440         DISPLAY "DELTAAPL: WRITE FAILED FOR RESTART - STATUS "
019450             WS-FILE-STATUS-RESTART
019460         MOVE 16 TO RETURN-CODE
019470         GOBACK
019480     END-IF
019490     CLOSE RESTART-FILE
019500     .
019510 4000-TAKE-CHECKPOINT-EXIT.
019520     EXIT.
019530*----------------------------------------------------------------*
019540* 5000 - THE TRANSACTION EDITS (5000/5050/5100).  THEY LIVE IN
019550* RECDVL.CPY SO THE SUSPENSE REPAIR DIALOGUE JUDGES A REPAIRED
019560* TRANSACTION EXACTLY AS THIS APPLY WILL.
019570*----------------------------------------------------------------*
019580 COPY "RECDVL.cpy".
019590*----------------------------------------------------------------*
019600* 6000 - ONE REJECTED TRANSACTION: EVERY ACCUMULATED ERROR GOES
019610* ON THE EDIT REPORT AND THE TRANSACTION ITSELF GOES TO THE
019620* SUSPENSE FILE UNCHANGED FOR THE NEXT CYCLE.
019630*----------------------------------------------------------------*
019640 6000-REJECT-TRAN.
019650     ADD 1 TO WS-REJECT-COUNT
019660     MOVE SPACES TO WS-EDIT-LINE
019670     STRING "REJECTED KEY " DELIMITED BY SIZE
019680         RECDLT-KEY DELIMITED BY SIZE
019690         " ACTION " DELIMITED BY SIZE
019700         RECDLT-ACTION DELIMITED BY SIZE
019710         INTO WS-EDIT-LINE
019720     PERFORM 8900-WRITE-EDIT-LINE
019730         THRU 8900-WRITE-EDIT-LINE-EXIT
019740     MOVE RECDLT-KEY TO WS-TRAN-KEY-BOXED
019750     SET WS-EDIT-LINES TO
019760         type EditReport[string]::formatRejection(
019770             WS-TRAN-KEY-BOXED, WS-EDIT-VALIDATED::getErrors())
019780     PERFORM 6100-PRINT-EDIT-ERROR
019790         THRU 6100-PRINT-EDIT-ERROR-EXIT
019800         VARYING WS-EDIT-LINE-IDX FROM 1 BY 1
019810         UNTIL WS-EDIT-LINE-IDX > WS-EDIT-LINES::size()
019820     MOVE RECDLT-RECORD TO SUSP-RECORD
019830     MOVE WS-SUSP-REASON TO SUSP-SUSP-REASON
019840     WRITE SUSP-RECORD
019850     IF NOT WS-FILE-STATUS-SUSP-OK
019860         DISPLAY "DELTAAPL: WRITE FAILED FOR SUSPFILE - STATUS "
019870             WS-FILE-STATUS-SUSP
019880         MOVE 16 TO RETURN-CODE
019890         GOBACK
019900     END-IF
019910     .
019920 6000-REJECT-TRAN-EXIT.
019930     EXIT.
019940*----------------------------------------------------------------*
019950* 6100 - ONE LINE OF THE SHARED LIBRARY REJECTION FORMAT.  THE
019960* EDIT ITSELF STAYS A STREAMING LOOP (IT NEEDS THE MERGE
019970* POSITION), BUT THE PRINTED SHAPE IS THE ONE EVERY BATCH EDIT
019980* NOW STANDARDIZES ON.
019990*----------------------------------------------------------------*
020000 6100-PRINT-EDIT-ERROR.
020010     SET WS-ERR-BOXED TO
020020         WS-EDIT-LINES::get(WS-EDIT-LINE-IDX)
020030     MOVE SPACES TO WS-EDIT-LINE
020040     MOVE WS-ERR-BOXED TO WS-EDIT-LINE
020050     PERFORM 8900-WRITE-EDIT-LINE
020060         THRU 8900-WRITE-EDIT-LINE-EXIT
020070     .
020080 6100-PRINT-EDIT-ERROR-EXIT.
020090     EXIT.
020100*----------------------------------------------------------------*
020110* 7000 - MASTER OUTPUT HELPERS.
020120*----------------------------------------------------------------*
020130 7100-COPY-MASTER.
020140     MOVE MASTIN-RECORD TO MASTOUT-RECORD
020150     PERFORM 7200-WRITE-MASTOUT THRU 7200-WRITE-MASTOUT-EXIT
020160     .
020170 7100-COPY-MASTER-EXIT.
020180     EXIT.
020190*----------------------------------------------------------------*
020200* 7200 - EVERY NEW-MASTER WRITE FUNNELS THROUGH HERE.  A DATA
020210* RECORD CARRIES ITS OWN COUNT AND AMOUNT, SO A WRITE THAT IS
020220* SUPPRESSED ON A RESTART (THE FAILED RUN ALREADY WROTE THE
020230* KEY - THE 1270 SCAN COUNTED IT) CANNOT DOUBLE-COUNT.  THE
020240* HEADER IS SKIPPED ON A RESTART FOR THE SAME REASON; THE
020250* TRAILER ALWAYS GOES OUT.
020260*----------------------------------------------------------------*
020270 7200-WRITE-MASTOUT.
020280     IF NOT MASTOUT-HEADER-KEY AND NOT MASTOUT-TRAILER-KEY
020290         IF WS-RESTART-FOUND-YES
020300                 AND MASTOUT-KEY NOT > WS-MOUT-SUPPRESS-KEY
020310             GO TO 7200-WRITE-MASTOUT-EXIT
020320         END-IF
020330         PERFORM 7300-ACCUMULATE-AMT
020340             THRU 7300-ACCUMULATE-AMT-EXIT
020350         ADD 1 TO WS-MASTOUT-COUNT
020360     ELSE
020370         IF MASTOUT-HEADER-KEY AND WS-RESTART-FOUND-YES
020380             GO TO 7200-WRITE-MASTOUT-EXIT
020390         END-IF
020400     END-IF
020410     WRITE MASTOUT-RECORD
020420     IF NOT WS-FILE-STATUS-MOUT-OK
020430         DISPLAY "DELTAAPL: WRITE FAILED FOR MASTOUT - STATUS "
020440             WS-FILE-STATUS-MOUT
020450         MOVE 16 TO RETURN-CODE
020460         GOBACK
020470     END-IF
020480     .
020490 7200-WRITE-MASTOUT-EXIT.
020500     EXIT.
020510*----------------------------------------------------------------*
020520* 7300 - ADD THE RECORD JUST WRITTEN TO THE NEW MASTER'S AMOUNT
020530* TOTAL.  AN AMOUNT THAT WILL NOT PARSE AS ITS TYPE COUNTS AS
020540* ZERO AND IS TALLIED AS AN AMOUNT ERROR RATHER THAN SILENTLY
020550* SKEWING THE HASH.  THE PARSERS MIRROR RECON'S, AS DELTAGEN'S
020560* READERS MIRROR ITS.
020570*----------------------------------------------------------------*
020580 7300-ACCUMULATE-AMT.
020590     IF WS-AMT-DEFINED-NO
020600         GO TO 7300-ACCUMULATE-AMT-EXIT
020610     END-IF
020620     MOVE WS-AMT-LEN TO WS-EXT-LEN
020630     MOVE SPACES TO WS-EXT-FIELD
020640     MOVE MASTOUT-DATA (WS-AMT-FROM:WS-AMT-LEN)
020650         TO WS-EXT-FIELD (1:WS-EXT-LEN)
020660     IF WS-AMT-TYPE = "P"
020670         PERFORM 7420-EXTRACT-PACKED
020680             THRU 7420-EXTRACT-PACKED-EXIT
020690     ELSE
020700         IF WS-AMT-TYPE = "S"
020710             SET WS-EXT-SIGNED-YES TO TRUE
020720         ELSE
020730             SET WS-EXT-SIGNED-NO TO TRUE
020740         END-IF
020750         PERFORM 7400-EXTRACT-ZONED
020760             THRU 7400-EXTRACT-ZONED-EXIT
020770     END-IF
020780     IF WS-EXT-VALID-YES
020790         ADD WS-EXT-VALUE TO WS-AMT-SUM
020800     ELSE
020810         ADD 1 TO WS-AMT-ERRS
020820     END-IF
020830     .
020840 7300-ACCUMULATE-AMT-EXIT.
020850     EXIT.
020860*----------------------------------------------------------------*
020870* 7500 - ONE APPLY-AUDIT RECORD PER ACCEPTED TRANSACTION: RUN
020880* DATE, ACTION, KEY, FULL BEFORE AND AFTER IMAGES AND THE
020890* DELTA FILE'S OWN RUN DATE.  THE BEFORE IMAGE COMES FROM THE
020900* MASTER RECORD IN HAND (SEQUENTIAL OR KEYED); AN ADD HAS
020910* NONE.  ON A CHECKPOINT RESTART THE TRANSACTIONS REPLAYED
020920* BETWEEN THE SAVED KEY AND THE ABEND POINT AUDIT AGAIN - THE
020930* TRAIL ERRS ON THE SIDE OF A DUPLICATE ENTRY, NEVER A
020940* MISSING ONE.
020950*----------------------------------------------------------------*
020960 7500-WRITE-APPLY-AUDIT.
020970     MOVE SPACES TO RECAUD-RECORD
020980     MOVE WS-RUN-DATE TO RECAUD-RUN-DATE
020990     MOVE RECDLT-ACTION TO RECAUD-ACTION
021000     MOVE RECDLT-KEY TO RECAUD-KEY
021010     IF WS-KEY-ON-MASTER-YES
021020         IF WS-APPLY-KSDS-YES
021030             MOVE MASTK-DATA TO RECAUD-BEFORE-DATA
021040         ELSE
021050             MOVE MASTIN-DATA TO RECAUD-BEFORE-DATA
021060         END-IF
021070     END-IF
021080     IF RECDLT-ACTION-ADD OR RECDLT-ACTION-CHANGE
021090         MOVE RECDLT-AFTER-DATA TO RECAUD-AFTER-DATA
021100     END-IF
021110     IF RECDLT-ACTION-UPDATE
021120         MOVE WS-UPD-IMAGE TO RECAUD-AFTER-DATA
021130     END-IF
021140     IF RECDLT-ACTION-KEYCHG
021150         IF RECDLT-KC-LEG-IN
021160             MOVE RECDLT-AFTER-DATA TO RECAUD-AFTER-DATA
021170             MOVE RECDLT-KC-FROM-KEY TO RECAUD-PARTNER-KEY
021180         ELSE
021190             MOVE RECDLT-KC-TO-KEY TO RECAUD-PARTNER-KEY
021200         END-IF
021210     END-IF
021220     MOVE RECDLT-RUN-DATE TO RECAUD-DELTA-RUN-DATE
021230     MOVE RECDLT-ORIGIN TO RECAUD-ORIGIN
021240     MOVE RECDLT-PREPARER-ID TO RECAUD-PREPARER-ID
021250     MOVE RECDLT-APPROVER-ID TO RECAUD-APPROVER-ID
021260     MOVE RECDLT-APPROVAL-DATE TO RECAUD-APPROVAL-DATE
021270     MOVE RECDLT-EFFECTIVE-DATE TO RECAUD-EFFECTIVE-DATE
021280     WRITE RECAUD-RECORD
021290     IF NOT WS-FILE-STATUS-AUD-OK
021300         DISPLAY "DELTAAPL: WRITE FAILED FOR APLAUDIT - STATUS "
021310             WS-FILE-STATUS-AUD
021320         MOVE 16 TO RETURN-CODE
021330         GOBACK
021340     END-IF
021350     .
021360 7500-WRITE-APPLY-AUDIT-EXIT.
021370     EXIT.
021380*----------------------------------------------------------------*
021390* 7600 - AN ACCEPTED UPDATE'S NEW IMAGE: THE MASTER'S CURRENT DATA
021400* WITH EACH RANGE OVERLAID BY ITS NEW VALUE, TAKEN IN TURN FROM
021410* THE VALUES AREA.  THE EDITS HAVE ALREADY HELD EVERY RANGE
021420* INSIDE RECLEN AND THE VALUES AREA.
021430*----------------------------------------------------------------*
021440 7600-BUILD-UPDATE-IMAGE.
021450     MOVE RECDVW-MASTER-DATA TO WS-UPD-IMAGE
021460     MOVE 1 TO WS-UPD-PTR
021470     PERFORM 7610-OVERLAY-ONE-RANGE
021480         THRU 7610-OVERLAY-ONE-RANGE-EXIT
021490         VARYING WS-UPD-IDX FROM 1 BY 1
021500         UNTIL WS-UPD-IDX > RECDLT-UPD-COUNT
021510     .
021520 7600-BUILD-UPDATE-IMAGE-EXIT.
021530     EXIT.
021540 7610-OVERLAY-ONE-RANGE.
021550     MOVE RECDLT-UPD-VALUES (WS-UPD-PTR:
021560             RECDLT-UPD-LEN (WS-UPD-IDX))
021570         TO WS-UPD-IMAGE (RECDLT-UPD-FROM (WS-UPD-IDX):
021580             RECDLT-UPD-LEN (WS-UPD-IDX))
021590     ADD RECDLT-UPD-LEN (WS-UPD-IDX) TO WS-UPD-PTR
021600     .
021610 7610-OVERLAY-ONE-RANGE-EXIT.
021620     EXIT.
021630 7400-EXTRACT-ZONED.
021640     MOVE ZERO TO WS-EXT-VALUE
021650     MOVE 1 TO WS-EXT-SIGN
021660     SET WS-EXT-VALID-YES TO TRUE
021670     PERFORM 7410-EXTRACT-ONE-CHAR
021680         THRU 7410-EXTRACT-ONE-CHAR-EXIT
021690         VARYING WS-EXT-IDX FROM 1 BY 1
021700         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
021710     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
021720     .
021730 7400-EXTRACT-ZONED-EXIT.
021740     EXIT.
021750 7410-EXTRACT-ONE-CHAR.
021760     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
021770     EVALUATE TRUE
021780         WHEN WS-DIGIT-X = SPACE
021790             CONTINUE
021800         WHEN WS-DIGIT-X NUMERIC
021810             COMPUTE WS-EXT-VALUE =
021820                 WS-EXT-VALUE * 10 + WS-DIGIT
021830         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
021840             MOVE -1 TO WS-EXT-SIGN
021850         WHEN WS-EXT-SIGNED-YES
021860                 AND WS-EXT-IDX = WS-EXT-LEN
021870             PERFORM 7430-OVERPUNCH-SIGN
021880                 THRU 7430-OVERPUNCH-SIGN-EXIT
021890         WHEN OTHER
021900             SET WS-EXT-VALID-NO TO TRUE
021910     END-EVALUATE
021920     .
021930 7410-EXTRACT-ONE-CHAR-EXIT.
021940     EXIT.
021950 7420-EXTRACT-PACKED.
021960     MOVE LOW-VALUES TO WS-PACKED-X
021970     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
021980     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
021990         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
022000     IF WS-PACKED-9 NUMERIC
022010         MOVE WS-PACKED-9 TO WS-EXT-VALUE
022020         SET WS-EXT-VALID-YES TO TRUE
022030     ELSE
022040         MOVE ZERO TO WS-EXT-VALUE
022050         SET WS-EXT-VALID-NO TO TRUE
022060     END-IF
022070     .
022080 7420-EXTRACT-PACKED-EXIT.
022090     EXIT.
022100 7430-OVERPUNCH-SIGN.
022110     EVALUATE WS-DIGIT-X
022120         WHEN "{"
022130             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
022140         WHEN "A"
022150             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
022160         WHEN "B"
022170             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
022180         WHEN "C"
022190             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
022200         WHEN "D"
022210             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
022220         WHEN "E"
022230             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
022240         WHEN "F"
022250             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
022260         WHEN "G"
022270             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
022280         WHEN "H"
022290             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
022300         WHEN "I"
022310             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
022320         WHEN "}"
022330             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
022340             MOVE -1 TO WS-EXT-SIGN
022350         WHEN "J"
022360             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
022370             MOVE -1 TO WS-EXT-SIGN
022380         WHEN "K"
022390             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
022400             MOVE -1 TO WS-EXT-SIGN
022410         WHEN "L"
022420             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
022430             MOVE -1 TO WS-EXT-SIGN
022440         WHEN "M"
022450             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
022460             MOVE -1 TO WS-EXT-SIGN
022470         WHEN "N"
022480             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
022490             MOVE -1 TO WS-EXT-SIGN
022500         WHEN "O"
022510             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
022520             MOVE -1 TO WS-EXT-SIGN
022530         WHEN "P"
022540             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
022550             MOVE -1 TO WS-EXT-SIGN
022560         WHEN "Q"
022570             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
022580             MOVE -1 TO WS-EXT-SIGN
022590         WHEN "R"
022600             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
022610             MOVE -1 TO WS-EXT-SIGN
022620         WHEN OTHER
022630             SET WS-EXT-VALID-NO TO TRUE
022640     END-EVALUATE
022650     .
022660 7430-OVERPUNCH-SIGN-EXIT.
022670     EXIT.
022680*----------------------------------------------------------------*
022690* 8000 - EDIT REPORT TOTALS AND THE NEW MASTER'S TRAILER.
022700*----------------------------------------------------------------*
022710 8000-PRINT-EDIT-TOTALS.
022720     MOVE SPACES TO WS-EDIT-LINE
022730     PERFORM 8900-WRITE-EDIT-LINE
022740         THRU 8900-WRITE-EDIT-LINE-EXIT
022750     MOVE SPACES TO WS-EDIT-LINE
022760     MOVE WS-ACCEPT-COUNT TO WS-EDIT-COUNT
022770     STRING "ACCEPTED            : " DELIMITED BY SIZE
022780         WS-EDIT-COUNT DELIMITED BY SIZE
022790         INTO WS-EDIT-LINE
022800     PERFORM 8900-WRITE-EDIT-LINE
022810         THRU 8900-WRITE-EDIT-LINE-EXIT
022820     MOVE SPACES TO WS-EDIT-LINE
022830     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
022840     STRING "REJECTED            : " DELIMITED BY SIZE
022850         WS-EDIT-COUNT DELIMITED BY SIZE
022860         INTO WS-EDIT-LINE
022870     PERFORM 8900-WRITE-EDIT-LINE
022880         THRU 8900-WRITE-EDIT-LINE-EXIT
022890     PERFORM 8100-PRINT-PEND-TOTALS
022900         THRU 8100-PRINT-PEND-TOTALS-EXIT
022910     IF WS-APPLY-KSDS-YES
022920         GO TO 8000-PRINT-EDIT-TOTALS-EXIT
022930     END-IF
022940     MOVE HIGH-VALUES TO MASTOUT-RECORD
022950     MOVE WS-MASTOUT-COUNT TO MASTOUT-TRL-REC-COUNT
022960     IF WS-AMT-DEFINED-YES
022970         MOVE WS-AMT-SUM TO WS-AMT-HASH-DSP
022980         MOVE WS-AMT-HASH-X TO MASTOUT-DATA (10:11)
022990     ELSE
023000         MOVE ZERO TO MASTOUT-TRL-AMT-HASH
023010     END-IF
023020     PERFORM 7200-WRITE-MASTOUT THRU 7200-WRITE-MASTOUT-EXIT
023030     .
023040 8000-PRINT-EDIT-TOTALS-EXIT.
023050     EXIT.
023060*----------------------------------------------------------------*
023070* 8100 - PENDING REPORT TOTALS.  NOW PENDING IS WHAT PENDOUT
023080* CARRIES INTO THE NEXT CYCLE.
023090*----------------------------------------------------------------*
023100 8100-PRINT-PEND-TOTALS.
023110     MOVE SPACES TO WS-PEND-LINE
023120     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
023130     MOVE SPACES TO WS-PEND-LINE
023140     MOVE WS-PEND-HELD-COUNT TO WS-EDIT-COUNT
023150     STRING "HELD TONIGHT        : " DELIMITED BY SIZE
023160         WS-EDIT-COUNT DELIMITED BY SIZE
023170         INTO WS-PEND-LINE
023180     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
023190     MOVE SPACES TO WS-PEND-LINE
023200     MOVE WS-PEND-CARRIED-COUNT TO WS-EDIT-COUNT
023210     STRING "CARRIED FORWARD     : " DELIMITED BY SIZE
023220         WS-EDIT-COUNT DELIMITED BY SIZE
023230         INTO WS-PEND-LINE
023240     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
023250     MOVE SPACES TO WS-PEND-LINE
023260     COMPUTE WS-EDIT-COUNT =
023270         WS-PEND-HELD-COUNT + WS-PEND-CARRIED-COUNT
023280     STRING "NOW PENDING         : " DELIMITED BY SIZE
023290         WS-EDIT-COUNT DELIMITED BY SIZE
023300         INTO WS-PEND-LINE
023310     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
023320     MOVE SPACES TO WS-PEND-LINE
023330     MOVE WS-PEND-RELEASED-COUNT TO WS-EDIT-COUNT
023340     STRING "RELEASED TONIGHT    : " DELIMITED BY SIZE
023350         WS-EDIT-COUNT DELIMITED BY SIZE
023360         INTO WS-PEND-LINE
023370     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
023380     MOVE SPACES TO WS-PEND-LINE
023390     MOVE WS-PEND-SUPERSEDED-COUNT TO WS-EDIT-COUNT
023400     STRING "SUPERSEDED          : " DELIMITED BY SIZE
023410         WS-EDIT-COUNT DELIMITED BY SIZE
023420         INTO WS-PEND-LINE
023430     PERFORM 8950-WRITE-PEND-LINE THRU 8950-WRITE-PEND-LINE-EXIT
023440     .
023450 8100-PRINT-PEND-TOTALS-EXIT.
023460     EXIT.
023470 8900-WRITE-EDIT-LINE.
023480     WRITE EDIT-RECORD FROM WS-EDIT-LINE
023490     IF NOT WS-FILE-STATUS-EDIT-OK
023500         DISPLAY "DELTAAPL: WRITE FAILED FOR EDITRPT - STATUS "
023510             WS-FILE-STATUS-EDIT
023520         MOVE 16 TO RETURN-CODE
023530         GOBACK
023540     END-IF
023550     .
023560 8900-WRITE-EDIT-LINE-EXIT.
023570     EXIT.
023580 8950-WRITE-PEND-LINE.
023590     WRITE PEND-RPT-RECORD FROM WS-PEND-LINE
023600     IF NOT WS-FILE-STATUS-PRPT-OK
023610         DISPLAY "DELTAAPL: WRITE FAILED FOR PENDRPT - STATUS "
023620             WS-FILE-STATUS-PRPT
023630         MOVE 16 TO RETURN-CODE
023640         GOBACK
023650     END-IF
023660     .
023670 8950-WRITE-PEND-LINE-EXIT.
023680     EXIT.
023690 9999-TERMINATE.
023700     IF WS-APPLY-KSDS-YES
023710         CLOSE MASTK-FILE
023720     ELSE
023730         CLOSE MASTIN-FILE
023740         CLOSE MASTOUT-FILE
023750     END-IF
023760     CLOSE DELTA-FILE
023770     CLOSE SUSPENSE-FILE
023780     CLOSE EDIT-FILE
023790     CLOSE AUDIT-FILE
023800     IF WS-PENDIN-OPEN-YES
023810         CLOSE PEND-IN-FILE
023820     END-IF
023830     CLOSE PEND-OUT-FILE
023840     CLOSE PEND-RPT-FILE
023850     OPEN OUTPUT RESTART-FILE
023860     IF WS-FILE-STATUS-RESTART-OK
023870         CLOSE RESTART-FILE
023880     END-IF
023890     PERFORM 9400-WRITE-STEP-CONTROL
023900         THRU 9400-WRITE-STEP-CONTROL-EXIT
023910     IF WS-REJECT-COUNT > 0
023920         MOVE 4 TO RETURN-CODE
023930     END-IF
023940     .
023950 9999-TERMINATE-EXIT.
023960     EXIT.
023970*----------------------------------------------------------------*
023980* 9400 - STEP-CONTROL HANDOFF: WHAT THIS RUN READ AND WROTE,
023990* ONE RECCTL RECORD PER FILE, FOR JOBCHECK TO CROSS-FOOT
024000* AGAINST THE GENERATE AND RECYCLE STEPS.
024010*----------------------------------------------------------------*
024020 9400-WRITE-STEP-CONTROL.
024030     ACCEPT WS-RUN-TIME-RAW FROM TIME
024040     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
024050     MOVE ZERO TO WS-CTL-HASH
024060     OPEN EXTEND CONTROL-FILE
024070     IF WS-FILE-STATUS-CTL-NOTFND
024080         OPEN OUTPUT CONTROL-FILE
024090     END-IF
024100     IF NOT WS-FILE-STATUS-CTL-OK
024110         DISPLAY "DELTAAPL: OPEN FAILED FOR CTLFILE - STATUS "
024120             WS-FILE-STATUS-CTL
024130         MOVE 16 TO RETURN-CODE
024140         GOBACK
024150     END-IF
024160     IF WS-APPLY-KSDS-NO
024170         MOVE "MASTIN" TO WS-CTL-FILE-NAME
024180         MOVE "I" TO WS-CTL-ROLE
024190         MOVE WS-MASTIN-COUNT TO WS-CTL-COUNT
024200         PERFORM 9410-WRITE-ONE-CONTROL
024210             THRU 9410-WRITE-ONE-CONTROL-EXIT
024220     END-IF
024230*    EVERY DELTA RECORD IS PHYSICALLY READ EVEN ON A RESTART, SO
024240*    THE READ COUNT IS WHOLE - HELD AND RELEASED TRANSACTIONS MAKE
024250*    ACCEPTED PLUS REJECTED NO LONGER THE SAME FIGURE.
024260     MOVE "DLTFILE" TO WS-CTL-FILE-NAME
024270     MOVE "I" TO WS-CTL-ROLE
024280     MOVE WS-DLTFILE-COUNT TO WS-CTL-COUNT
024290     PERFORM 9410-WRITE-ONE-CONTROL
024300         THRU 9410-WRITE-ONE-CONTROL-EXIT
024310     IF WS-APPLY-KSDS-NO
024320         MOVE "MASTOUT" TO WS-CTL-FILE-NAME
024330         MOVE "O" TO WS-CTL-ROLE
024340         MOVE WS-MASTOUT-COUNT TO WS-CTL-COUNT
024350*        7300 SUMS THE AMOUNTS OF THE RECORDS WRITTEN TO THE
024360*        NEW MASTER, SO THE HASH BELONGS ON ITS ROW.
024370         MOVE WS-AMT-SUM TO WS-CTL-HASH
024380         PERFORM 9410-WRITE-ONE-CONTROL
024390             THRU 9410-WRITE-ONE-CONTROL-EXIT
024400         MOVE ZERO TO WS-CTL-HASH
024410     END-IF
024420     MOVE "SUSPFILE" TO WS-CTL-FILE-NAME
024430     MOVE "O" TO WS-CTL-ROLE
024440     MOVE WS-REJECT-COUNT TO WS-CTL-COUNT
024450     PERFORM 9410-WRITE-ONE-CONTROL
024460         THRU 9410-WRITE-ONE-CONTROL-EXIT
024470     CLOSE CONTROL-FILE
024480     .
024490 9400-WRITE-STEP-CONTROL-EXIT.
024500     EXIT.
024510 9410-WRITE-ONE-CONTROL.
024520     MOVE SPACES TO RECCTL-RECORD
024530     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
024540     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
024550     MOVE "DELTAAPL" TO RECCTL-PROGRAM-ID
024560     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
024570     MOVE WS-CTL-ROLE TO RECCTL-ROLE
024580     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
024590*    THE HASH IS THE SUMMED AMOUNT FIELD'S LOW-ORDER DIGITS,
024600*    SIGN DROPPED - ZERO WHEN NO AMOUNT FIELD IS DECLARED.
024610     MOVE WS-CTL-HASH TO RECCTL-AMT-HASH
024620     WRITE RECCTL-RECORD
024630     IF NOT WS-FILE-STATUS-CTL-OK
024640         DISPLAY "DELTAAPL: WRITE FAILED FOR CTLFILE - STATUS "
024650             WS-FILE-STATUS-CTL
024660         MOVE 16 TO RETURN-CODE
024670         GOBACK
024680     END-IF
024690     .
024700 9410-WRITE-ONE-CONTROL-EXIT.
024710     EXIT.
024720*----------------------------------------------------------------*
024730* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
024740*----------------------------------------------------------------*
024750 COPY "RECSTP.cpy".
024760*----------------------------------------------------------------*
024770* 9820 - THE RESTART PLAN FOR A RESTARTED STREAM.
024780*----------------------------------------------------------------*
024790 COPY "RECRSP.cpy".
024800*----------------------------------------------------------------*
024810* 9840 - THE FEED'S FIELD DICTIONARY.
024820*----------------------------------------------------------------*
024830 COPY "RECDIP.cpy".
024840 END PROGRAM DELTAAPL.
