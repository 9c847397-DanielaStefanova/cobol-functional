000490*                   AND TAKES ITS OWN OVERRIDES; ONE EXECUTION
000500*                   BUILDS EVERY PAIR AND EMITS A READY-TO-USE
000510*                   RECPAIR PAIRLIST NAMING THEM.
000520*   2026-10-15 DS   EXCEPTION-LIFECYCLE SCENARIO MODE - A SCENARIO
000530*                   CARD MAKES THE RUN EMIT A NUMBERED SERIES OF
000540*                   RECEXT CYCLE EXTRACTS (CYCEXT01, CYCEXT02 ...)
000550*                   WHOSE EXCEPTIONS PERSIST, CLEAR AND RECUR,
000560*                   CROSS EACH ESCALATE TIER OR SURFACE WHEN THEIR
000570*                   SUPPRESSION LAPSES, WITH THE MATCHING RECDSP
000580*                   (SCNDSP) AND RECSUP (SCNSUP) ENTRIES AND A
000590*                   RECSCN EXPECTED-RESULTS FILE (SCNEXP) GIVING
000600*                   EVERY EXCEPTION'S AGE, TIER AND CLEARED DATE
000610*                   CYCLE BY CYCLE, SO THE EXCAGE CHAIN CAN BE
000620*                   REGRESSION-TESTED END TO END.
000630*----------------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT FILEA-FILE ASSIGN TO DYNAMIC WS-FILEA-NAME
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FILE-STATUS-A.
000710     SELECT FILEB-FILE ASSIGN TO DYNAMIC WS-FILEB-NAME
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FILE-STATUS-B.
000740     SELECT PAIRLIST-FILE ASSIGN TO PAIRLIST
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-FILE-STATUS-PL.
000770     SELECT PARM-FILE ASSIGN TO SYSIN
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FILE-STATUS-PARM.
000800     SELECT DELTA-FILE ASSIGN TO DLTFILE
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-FILE-STATUS-DELTA.
000830     SELECT SCNEXT-FILE ASSIGN TO DYNAMIC WS-SCN-EXT-NAME
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-FILE-STATUS-SEXT.
000860     SELECT SCNEXP-FILE ASSIGN TO SCNEXP
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-FILE-STATUS-SEXP.
000890     SELECT SCNDSP-FILE ASSIGN TO SCNDSP
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-FILE-STATUS-SDSP.
000920     SELECT SCNSUP-FILE ASSIGN TO SCNSUP
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-FILE-STATUS-SSUP.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  FILEA-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEA-==.
001000 FD  FILEB-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEB-==.
001030 FD  PARM-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  PARM-RECORD                     PIC X(80).
001060 FD  DELTA-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "RECDLT.cpy".
001090 FD  PAIRLIST-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY "RECPAIR.cpy".
001120 FD  SCNEXT-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY "RECEXT.cpy" REPLACING LEADING ==RECEXT-== BY ==SCNEXT-==.
001150 FD  SCNEXP-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY "RECSCN.cpy".
001180 FD  SCNDSP-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 COPY "RECDSP.cpy".
001210 FD  SCNSUP-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY "RECSUP.cpy".
001240 WORKING-STORAGE SECTION.
001250 01  WS-FILE-STATUSES.
001260     05  WS-FILE-STATUS-A            PIC X(02) VALUE "00".
001270         88  WS-FILE-STATUS-A-OK               VALUE "00".
001280     05  WS-FILE-STATUS-B            PIC X(02) VALUE "00".
001290         88  WS-FILE-STATUS-B-OK               VALUE "00".
001300     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001310         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001320         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001330     05  WS-FILE-STATUS-DELTA        PIC X(02) VALUE "00".
001340         88  WS-FILE-STATUS-DELTA-OK           VALUE "00".
001350     05  WS-FILE-STATUS-PL           PIC X(02) VALUE "00".
001360         88  WS-FILE-STATUS-PL-OK              VALUE "00".
001370     05  WS-FILE-STATUS-SEXT         PIC X(02) VALUE "00".
001380         88  WS-FILE-STATUS-SEXT-OK            VALUE "00".
001390     05  WS-FILE-STATUS-SEXP         PIC X(02) VALUE "00".
001400         88  WS-FILE-STATUS-SEXP-OK            VALUE "00".
001410     05  WS-FILE-STATUS-SDSP         PIC X(02) VALUE "00".
001420         88  WS-FILE-STATUS-SDSP-OK            VALUE "00".
001430     05  WS-FILE-STATUS-SSUP         PIC X(02) VALUE "00".
001440         88  WS-FILE-STATUS-SSUP-OK            VALUE "00".
001450 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001460     88  WS-PARM-EOF-YES                        VALUE "Y".
001470     88  WS-PARM-EOF-NO                         VALUE "N".
001480 01  WS-PARM-CARD.
001490     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001500     05  FILLER                      PIC X(79).
001510 01  WS-CARD-FIELDS.
001520     05  WS-CARD-VERB                PIC X(12).
001530     05  WS-CARD-OPERAND-1          PIC X(10).
001540     05  WS-CARD-OPERAND-2          PIC X(10).
001550 01  WS-CARD-VALUE-X                 PIC X(07).
001560 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
001570                                     PIC 9(07).
001580 01  WS-CARD-PCT-X                   PIC X(02).
001590 01  WS-CARD-PCT REDEFINES WS-CARD-PCT-X
001600                                     PIC 9(02).
001610 01  WS-CARD-N4-X                    PIC X(04).
001620 01  WS-CARD-N4 REDEFINES WS-CARD-N4-X
001630                                     PIC 9(04).
001640 01  WS-CARD-N2-X                    PIC X(02).
001650 01  WS-CARD-N2 REDEFINES WS-CARD-N2-X
001660                                     PIC 9(02).
001670 01  WS-CARD-N3-X                    PIC X(03).
001680 01  WS-CARD-N3 REDEFINES WS-CARD-N3-X
001690                                     PIC 9(03).
001700 01  WS-SPEC-VALUES COMP-3.
001710     05  WS-SPEC-KEYS                PIC 9(07) VALUE ZERO.
001720     05  WS-SPEC-MATCHED             PIC 9(03) VALUE ZERO.
001730     05  WS-SPEC-NOTONA              PIC 9(03) VALUE ZERO.
001740     05  WS-SPEC-NOTONB              PIC 9(03) VALUE ZERO.
001750     05  WS-SPEC-MISMATCH            PIC 9(03) VALUE ZERO.
001760     05  WS-SPEC-DUPLICATES          PIC 9(04) VALUE ZERO.
001770     05  WS-SPEC-OUTOFSEQ            PIC 9(04) VALUE ZERO.
001780     05  WS-DUP-INJECTED             PIC 9(04) VALUE ZERO.
001790     05  WS-OOS-INJECTED             PIC 9(04) VALUE ZERO.
001800 01  WS-SHORT-TRAILER                PIC X(01) VALUE SPACE.
001810 01  WS-FILEA-NAME                   PIC X(44) VALUE "FILEA".
001820 01  WS-FILEB-NAME                   PIC X(44) VALUE "FILEB".
001830*----------------------------------------------------------------*
001840* MULTI-PAIR SPECIFICATIONS.  A PAIR CARD OPENS A SPEC THAT
001850* STARTS FROM THE GLOBAL CARDS READ SO FAR; THE VALUE CARDS
001860* THAT FOLLOW OVERRIDE THAT PAIR ALONE.  EACH SPEC MUST END UP
001870* WITH A KEY COUNT AND PERCENTAGES THAT SUM TO 100, THE SAME
001880* PROOFS A SINGLE-PAIR RUN GETS.
001890*----------------------------------------------------------------*
001900 01  WS-PAIRGEN-TABLE.
001910     05  WS-PG-COUNT                 PIC S9(04) COMP VALUE ZERO.
001920     05  WS-PG-MAX                   PIC S9(04) COMP VALUE 20.
001930     05  WS-PG-ENTRY OCCURS 20 TIMES.
001940         10  WS-PG-ID                PIC X(08).
001950         10  WS-PG-FILEA             PIC X(44).
001960         10  WS-PG-FILEB             PIC X(44).
001970         10  WS-PG-KEYS              PIC 9(07).
001980         10  WS-PG-MATCHED           PIC 9(03).
001990         10  WS-PG-NOTONA            PIC 9(03).
002000         10  WS-PG-NOTONB            PIC 9(03).
002010         10  WS-PG-MISMATCH          PIC 9(03).
002020         10  WS-PG-DUPS              PIC 9(04).
002030         10  WS-PG-OOS               PIC 9(04).
002040         10  WS-PG-SHORT             PIC X(01).
002050 01  WS-PG-IDX                       PIC S9(04) COMP.
002060 01  WS-PG-PARSE.
002070     05  WS-PG-PARSE-VERB            PIC X(10).
002080     05  WS-PG-PARSE-ID              PIC X(08).
002090     05  WS-PG-PARSE-A               PIC X(44).
002100     05  WS-PG-PARSE-B               PIC X(44).
002110 01  WS-SHORTFALL-SW                 PIC X(01) VALUE "N".
002120     88  WS-SHORTFALL-YES                       VALUE "Y".
002130     88  WS-SHORTFALL-NO                        VALUE "N".
002140*----------------------------------------------------------------*
002150* DELTA-MODE SPECIFICATION.  THE DELTAS CARD SWITCHES THE RUN
002160* TO MASTER-PLUS-TRANSACTIONS; THE COUNT CARDS SAY HOW MANY OF
002170* EACH CLEAN AND BROKEN TRANSACTION TO EMIT.  CHANGES LAND ON
002180* ODD MASTER KEYS, DELETES ON EVEN ONES AND DUPLICATE ADDS ON
002190* WHATEVER KEYS ARE LEFT, SO THE SAME CARDS ALWAYS BUILD THE
002200* SAME FILES.
002210*----------------------------------------------------------------*
002220 01  WS-DELTA-MODE-SW                PIC X(01) VALUE "N".
002230     88  WS-DELTA-MODE-YES                      VALUE "Y".
002240     88  WS-DELTA-MODE-NO                       VALUE "N".
002250 01  WS-DELTA-SPEC COMP-3.
002260     05  WS-SPEC-DLT-ADDS            PIC 9(04) VALUE ZERO.
002270     05  WS-SPEC-DLT-CHANGES         PIC 9(04) VALUE ZERO.
002280     05  WS-SPEC-DLT-DELETES         PIC 9(04) VALUE ZERO.
002290     05  WS-SPEC-BADKEY              PIC 9(04) VALUE ZERO.
002300     05  WS-SPEC-DUPADD              PIC 9(04) VALUE ZERO.
002310     05  WS-SPEC-BADACTION           PIC 9(04) VALUE ZERO.
002320     05  WS-SPEC-OOSTRAN             PIC 9(04) VALUE ZERO.
002330 01  WS-DELTA-DONE COMP-3.
002340     05  WS-DLT-CHG-DONE             PIC 9(04) VALUE ZERO.
002350     05  WS-DLT-DEL-DONE             PIC 9(04) VALUE ZERO.
002360     05  WS-DLT-DUP-DONE             PIC 9(04) VALUE ZERO.
002370 01  WS-INJ-NUM                      PIC 9(04) COMP-3 VALUE ZERO.
002380 01  WS-ODD-QUOT                     PIC 9(09) COMP-3 VALUE ZERO.
002390 01  WS-ODD-REM                      PIC 9(01) COMP-3 VALUE ZERO.
002400*----------------------------------------------------------------*
002410* SCENARIO-MODE SPECIFICATION.  THE SCENARIO CARD SWITCHES THE
002420* RUN TO A SERIES OF CYCLE EXTRACTS FOR THE AGING CHAIN:
002430*     CYCLES NN          (CYCLE COUNT, REQUIRED)
002440*     CYCLEDATE CCYYMMDD (CYCLE 1 RUN DATE - DEFAULT TODAY; EACH
002450*                         LATER CYCLE IS THE NEXT CALENDAR DAY)
002460*     SCNPAIR PPPPPPPP   (PAIR ID - DEFAULT SCENARIO)
002470*     SCNEXT NAME        (EXTRACT NAME STEM, UP TO TEN BYTES -
002480*                         DEFAULT CYCEXT; THE CYCLE NUMBER IS
002490*                         APPENDED)
002500*     PERSIST NNNN CC    (NNNN KEYS OPEN CYCLES 1 TO CC, THEN
002510*                         CLEARED)
002520*     RECUR NNNN CC      (NNNN KEYS OPEN CC CYCLES, AWAY CC
002530*                         CYCLES, BACK CC, AND SO ON)
002540*     ESCALATE NNN       (THE EXCAGE THRESHOLDS - ASCENDING, UP
002550*     RECURESC NNN        TO FIVE - AND ITS RECURRENCE LIMIT)
002560*     TIERKEYS NNNN      (PER THRESHOLD, NNNN KEYS THAT LIVE ONE
002570*                         CYCLE PAST IT, INTO THAT TIER, THEN
002580*                         CLEAR)
002590*     SUPPRESS NNNN CC   (NNNN KEYS ON SCNSUP EXPIRING ON CYCLE
002600*                         CC'S DATE - OFF THE EXTRACT UNTIL THEN,
002610*                         OPEN FROM CYCLE CC+1 ON)
002620*     DISPOSE NNNN       (THE FIRST NNNN PERSIST, RECUR AND TIER
002630*                         KEYS EACH GET A SCNDSP DISPOSITION)
002640* KEYS ARE NUMBERED IN BLOCKS - PERSIST, RECUR, TIER (LOWEST
002650* THRESHOLD FIRST), SUPPRESS - AND THE REASON CODE AND
002660* DISPOSITION STATUS ROTATE WITH THE KEY NUMBER, SO THE SAME
002670* CARDS ALWAYS BUILD THE SAME SERIES.
002680* THE CHAIN UNDER TEST AGES EACH CYCLE'S EXTRACT WITH AN EXCAGE
002690* RUN GIVEN A "CYCLE YYYYMMDD" CARD FOR THAT CYCLE'S DATE - THE
002700* RUN DATE ON THE EXTRACT AND ON ITS SCNEXP RECORDS - SO THE
002710* WHOLE SERIES IS AGED IN ONE SESSION, EXCAGE STAMPS THE CLEARED
002720* DATES SCNEXP EXPECTS, AND SCNEXP COMPARES FIELD FOR FIELD WITH
002730* EXCOUT, CLRHIST AND DSPOUT.
002740*----------------------------------------------------------------*
002750 01  WS-SCN-MODE-SW                  PIC X(01) VALUE "N".
002760     88  WS-SCN-MODE-YES                        VALUE "Y".
002770     88  WS-SCN-MODE-NO                         VALUE "N".
002780 01  WS-SCN-SPEC.
002790     05  WS-SCN-CYCLES               PIC 9(02) VALUE ZERO.
002800     05  WS-SCN-BASE-DATE            PIC X(08) VALUE SPACES.
002810     05  WS-SCN-PAIR-ID              PIC X(08) VALUE "SCENARIO".
002820     05  WS-SCN-EXT-BASE             PIC X(10) VALUE "CYCEXT".
002830     05  WS-SCN-PERSIST-KEYS         PIC 9(04) VALUE ZERO.
002840     05  WS-SCN-PERSIST-SPAN         PIC 9(02) VALUE ZERO.
002850     05  WS-SCN-RECUR-KEYS           PIC 9(04) VALUE ZERO.
002860     05  WS-SCN-RECUR-SPAN           PIC 9(02) VALUE ZERO.
002870     05  WS-SCN-TIER-KEYS            PIC 9(04) VALUE ZERO.
002880     05  WS-SCN-SUPP-KEYS            PIC 9(04) VALUE ZERO.
002890     05  WS-SCN-SUPP-SPAN            PIC 9(02) VALUE ZERO.
002900     05  WS-SCN-DISPOSE-KEYS         PIC 9(04) VALUE ZERO.
002910     05  WS-SCN-RECUR-ESC            PIC 9(03) VALUE ZERO.
002920 01  WS-SCN-ESC-CONTROLS.
002930     05  WS-SCN-ESC-COUNT            PIC S9(04) COMP VALUE ZERO.
002940     05  WS-SCN-ESC-MAX              PIC S9(04) COMP VALUE 5.
002950     05  WS-SCN-ESC-TIER OCCURS 5 TIMES
002960                                     PIC 9(03).
002970 01  WS-SCN-ESC-IDX                  PIC S9(04) COMP.
002980 01  WS-SCN-DATE-TABLE.
002990     05  WS-SCN-CYCLE-DATE OCCURS 99 TIMES
003000                                     PIC X(08).
003010*----------------------------------------------------------------*
003020* ONE ENTRY PER SCENARIO KEY - ITS LIFECYCLE CLASS AND SPAN AND
003030* THE STATE THE AGING CHAIN SHOULD HOLD FOR IT, CARRIED FROM
003040* CYCLE TO CYCLE THE WAY EXCAGE CARRIES EXCOUT.  THE ENTRY
003050* NUMBER IS THE KEY NUMBER.
003060*----------------------------------------------------------------*
003070 01  WS-SCN-KEY-TABLE.
003080     05  WS-SK-COUNT                 PIC S9(04) COMP VALUE ZERO.
003090     05  WS-SK-MAX                   PIC S9(04) COMP VALUE 2000.
003100     05  WS-SK-ENTRY OCCURS 2000 TIMES.
003110         10  WS-SK-CLASS             PIC X(01).
003120         10  WS-SK-SPAN              PIC 9(03).
003130         10  WS-SK-REASON            PIC X(02).
003140         10  WS-SK-DSP-STATUS        PIC X(02).
003150         10  WS-SK-OPEN-SW           PIC X(01).
003160         10  WS-SK-CLEARED-SW        PIC X(01).
003170         10  WS-SK-AGE               PIC 9(03).
003180         10  WS-SK-RECUR             PIC 9(03).
003190         10  WS-SK-FIRST-DATE        PIC X(08).
003200         10  WS-SK-ORIG-FIRST        PIC X(08).
003210 01  WS-SK-IDX                       PIC S9(04) COMP.
003220 01  WS-SCN-CYCLE                    PIC S9(04) COMP.
003230 01  WS-SCN-CYCLE-NUM                PIC 9(02).
003240 01  WS-SCN-EXT-NAME                 PIC X(44).
003250 01  WS-SCN-BUILD.
003260     05  WS-SCN-BUILD-CLASS          PIC X(01).
003270     05  WS-SCN-BUILD-SPAN           PIC 9(03).
003280     05  WS-SCN-BUILD-KEYS           PIC 9(04).
003290     05  WS-SCN-BUILD-SEQ            PIC 9(04).
003300     05  WS-SCN-BUILD-N              PIC 9(04).
003310     05  WS-SCN-BUILD-STATUS         PIC X(02).
003320 01  WS-SCN-STATE                    PIC X(01).
003330 01  WS-SCN-TIER                     PIC 9(01).
003340 01  WS-SCN-PRESENT-SW               PIC X(01) VALUE "N".
003350     88  WS-SCN-PRESENT-YES                     VALUE "Y".
003360     88  WS-SCN-PRESENT-NO                      VALUE "N".
003370 01  WS-SCN-SUPPRESSED-SW            PIC X(01) VALUE "N".
003380     88  WS-SCN-SUPPRESSED-YES                  VALUE "Y".
003390     88  WS-SCN-SUPPRESSED-NO                   VALUE "N".
003400 01  WS-SCN-ARITH COMP-3.
003410     05  WS-SCN-WORK                 PIC 9(04) VALUE ZERO.
003420     05  WS-SCN-QUOT                 PIC 9(04) VALUE ZERO.
003430     05  WS-SCN-QUOT-2               PIC 9(04) VALUE ZERO.
003440     05  WS-SCN-REM                  PIC 9(04) VALUE ZERO.
003450 01  WS-SCN-EDIT-3                   PIC ZZ9.
003460 01  WS-SCN-EDIT-2                   PIC Z9.
003470 01  WS-SCN-DATE-WORK                PIC X(08).
003480 01  WS-SCN-DATE-WORK-R REDEFINES WS-SCN-DATE-WORK.
003490     05  WS-SCN-DW-YYYY              PIC 9(04).
003500     05  WS-SCN-DW-MM                PIC 9(02).
003510     05  WS-SCN-DW-DD                PIC 9(02).
003520 01  WS-SCN-DATE-VALID-SW            PIC X(01) VALUE "Y".
003530     88  WS-SCN-DATE-VALID-YES                  VALUE "Y".
003540     88  WS-SCN-DATE-VALID-NO                   VALUE "N".
003550 01  WS-SCN-LEAP-WORK COMP-3.
003560     05  WS-SCN-LEAP-QUOT            PIC S9(05).
003570     05  WS-SCN-LEAP-REM             PIC S9(05).
003580 01  WS-GEN-CONTROLS COMP-3.
003590     05  WS-KEY-NUM                  PIC 9(09) VALUE ZERO.
003600     05  WS-BAND                     PIC 9(03) VALUE ZERO.
003610     05  WS-BAND-QUOT                PIC 9(09) VALUE ZERO.
003620     05  WS-BAND-MATCH-TOP           PIC 9(03) VALUE ZERO.
003630     05  WS-BAND-NOTONA-TOP          PIC 9(03) VALUE ZERO.
003640     05  WS-BAND-NOTONB-TOP          PIC 9(03) VALUE ZERO.
003650     05  WS-COUNT-A                  PIC 9(09) VALUE ZERO.
003660     05  WS-COUNT-B                  PIC 9(09) VALUE ZERO.
003670     05  WS-AMT                      PIC 9(08) VALUE ZERO.
003680     05  WS-AMT-SUM-A                PIC S9(15) VALUE ZERO.
003690     05  WS-AMT-SUM-B                PIC S9(15) VALUE ZERO.
003700 01  WS-AMT-HASH                     PIC 9(11).
003710 01  WS-AMT-HASH-X REDEFINES WS-AMT-HASH
003720                                     PIC X(11).
003730 01  WS-SHORT-EDIT                   PIC ZZZ9.
003740 01  WS-RUN-DATE                     PIC X(08).
003750 01  WS-WORK-RECORD.
003760     05  WS-WORK-KEY.
003770         10  FILLER                  PIC X(01) VALUE "K".
003780         10  WS-WORK-KEY-NUM         PIC 9(09).
003790     05  WS-WORK-DATA.
003800         10  WS-WORK-DATA-NUM        PIC 9(09).
003810         10  WS-WORK-DATA-AMT        PIC 9(08).
003820         10  WS-WORK-DATA-FIL        PIC X(03).
003830     05  FILLER                      PIC X(05) VALUE SPACES.
003840 PROCEDURE DIVISION.
003850 0000-MAINLINE.
003860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003870     IF WS-SCN-MODE-YES
003880         PERFORM 5000-GENERATE-SCENARIO
003890             THRU 5000-GENERATE-SCENARIO-EXIT
003900         PERFORM 9600-TERMINATE-SCENARIO
003910             THRU 9600-TERMINATE-SCENARIO-EXIT
003920         GOBACK
003930     END-IF
003940     IF WS-DELTA-MODE-YES
003950         PERFORM 6000-GENERATE-DELTA-SET
003960             THRU 6000-GENERATE-DELTA-SET-EXIT
003970         PERFORM 9500-TERMINATE-DELTA
003980             THRU 9500-TERMINATE-DELTA-EXIT
003990         GOBACK
004000     END-IF
004010     IF WS-PG-COUNT > 0
004020         PERFORM 6700-GENERATE-ALL-PAIRS
004030             THRU 6700-GENERATE-ALL-PAIRS-EXIT
004040         GOBACK
004050     END-IF
004060     PERFORM 1200-INIT-SNAPSHOT THRU 1200-INIT-SNAPSHOT-EXIT
004070     PERFORM 3000-GENERATE-ONE-KEY
004080         THRU 3000-GENERATE-ONE-KEY-EXIT
004090         VARYING WS-KEY-NUM FROM 1 BY 1
004100         UNTIL WS-KEY-NUM > WS-SPEC-KEYS
004110     PERFORM 8000-WRITE-TRAILERS THRU 8000-WRITE-TRAILERS-EXIT
004120     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
004130     GOBACK
004140     .
004150 0000-MAINLINE-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------*
004180* 1000 - READ THE SPECIFICATION, PROVE IT, OPEN AND HEAD BOTH
004190* OUTPUT FILES.
004200*----------------------------------------------------------------*
004210 1000-INITIALIZE.
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004230     PERFORM 1100-READ-PARM-CARDS
004240         THRU 1100-READ-PARM-CARDS-EXIT
004250     IF WS-SPEC-KEYS = 0 AND WS-PG-COUNT = 0 AND WS-SCN-MODE-NO
004260         DISPLAY "GENDATA: A KEYS CARD IS REQUIRED"
004270         MOVE 16 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     IF WS-DELTA-MODE-YES AND WS-PG-COUNT > 0
004310         DISPLAY "GENDATA: DELTAS AND PAIR CARDS EXCLUDE EACH"
004320             " OTHER"
004330         MOVE 16 TO RETURN-CODE
004340         GOBACK
004350     END-IF
004360     IF WS-SCN-MODE-YES
004370             AND (WS-DELTA-MODE-YES OR WS-PG-COUNT > 0)
004380         DISPLAY "GENDATA: SCENARIO EXCLUDES DELTAS AND PAIR"
004390             " CARDS"
004400         MOVE 16 TO RETURN-CODE
004410         GOBACK
004420     END-IF
004430     .
004440 1000-INITIALIZE-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------*
004470* 1200 - SNAPSHOT-MODE SETUP: PROVE THE PERCENTAGE BANDS AND
004480* OPEN AND HEAD BOTH OUTPUT FILES.
004490*----------------------------------------------------------------*
004500 1200-INIT-SNAPSHOT.
004510     COMPUTE WS-BAND = WS-SPEC-MATCHED + WS-SPEC-NOTONA
004520         + WS-SPEC-NOTONB + WS-SPEC-MISMATCH
004530     IF WS-BAND NOT = 100
004540         DISPLAY "GENDATA: PERCENTAGES MUST SUM TO 100"
004550         MOVE 16 TO RETURN-CODE
004560         GOBACK
004570     END-IF
004580     MOVE WS-SPEC-MATCHED TO WS-BAND-MATCH-TOP
004590     COMPUTE WS-BAND-NOTONA-TOP =
004600         WS-BAND-MATCH-TOP + WS-SPEC-NOTONA
004610     COMPUTE WS-BAND-NOTONB-TOP =
004620         WS-BAND-NOTONA-TOP + WS-SPEC-NOTONB
004630     OPEN OUTPUT FILEA-FILE
004640     IF NOT WS-FILE-STATUS-A-OK
004650         DISPLAY "GENDATA: OPEN FAILED FOR FILEA - STATUS "
004660             WS-FILE-STATUS-A
004670         MOVE 16 TO RETURN-CODE
004680         GOBACK
004690     END-IF
004700     OPEN OUTPUT FILEB-FILE
004710     IF NOT WS-FILE-STATUS-B-OK
004720         DISPLAY "GENDATA: OPEN FAILED FOR FILEB - STATUS "
004730             WS-FILE-STATUS-B
004740         MOVE 16 TO RETURN-CODE
004750         GOBACK
004760     END-IF
004770     MOVE LOW-VALUES TO FILEA-RECORD
004780     MOVE WS-RUN-DATE TO FILEA-HDR-RUN-DATE
004790     MOVE "GENDATA " TO FILEA-HDR-SOURCE-SYS
004800     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
004810     MOVE LOW-VALUES TO FILEB-RECORD
004820     MOVE WS-RUN-DATE TO FILEB-HDR-RUN-DATE
004830     MOVE "GENDATA " TO FILEB-HDR-SOURCE-SYS
004840     PERFORM 7200-WRITE-FILEB THRU 7200-WRITE-FILEB-EXIT
004850     .
004860 1200-INIT-SNAPSHOT-EXIT.
004870     EXIT.
004880 1100-READ-PARM-CARDS.
004890     OPEN INPUT PARM-FILE
004900     IF WS-FILE-STATUS-PARM-NOTFND
004910         DISPLAY "GENDATA: SYSIN SPECIFICATION IS REQUIRED"
004920         MOVE 16 TO RETURN-CODE
004930         GOBACK
004940     END-IF
004950     IF NOT WS-FILE-STATUS-PARM-OK
004960         DISPLAY "GENDATA: OPEN FAILED FOR SYSIN - STATUS "
004970             WS-FILE-STATUS-PARM
004980         MOVE 16 TO RETURN-CODE
004990         GOBACK
005000     END-IF
005010     PERFORM 1110-READ-PARM-CARD
005020         THRU 1110-READ-PARM-CARD-EXIT
005030         UNTIL WS-PARM-EOF-YES
005040     CLOSE PARM-FILE
005050     .
005060 1100-READ-PARM-CARDS-EXIT.
005070     EXIT.
005080 1110-READ-PARM-CARD.
005090     READ PARM-FILE INTO WS-PARM-CARD
005100         AT END
005110             SET WS-PARM-EOF-YES TO TRUE
005120             GO TO 1110-READ-PARM-CARD-EXIT
005130     END-READ
005140     IF NOT WS-FILE-STATUS-PARM-OK
005150         DISPLAY "GENDATA: READ FAILED FOR SYSIN - STATUS "
005160             WS-FILE-STATUS-PARM
005170         MOVE 16 TO RETURN-CODE
005180         GOBACK
005190     END-IF
005200     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
005210         GO TO 1110-READ-PARM-CARD-EXIT
005220     END-IF
005230     MOVE SPACES TO WS-CARD-FIELDS
005240     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
005250         INTO WS-CARD-VERB WS-CARD-OPERAND-1 WS-CARD-OPERAND-2
005260     END-UNSTRING
005270     EVALUATE WS-CARD-VERB
005280         WHEN "PAIR"
005290             PERFORM 1160-APPLY-PAIR-CARD
005300                 THRU 1160-APPLY-PAIR-CARD-EXIT
005310         WHEN "KEYS"
005320             MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
005330             PERFORM 1120-CHECK-VALUE-NUMERIC
005340                 THRU 1120-CHECK-VALUE-NUMERIC-EXIT
005350             MOVE WS-CARD-VALUE TO WS-SPEC-KEYS
005360         WHEN "MATCHED"
005370             PERFORM 1130-GET-PCT THRU 1130-GET-PCT-EXIT
005380             MOVE WS-CARD-PCT TO WS-SPEC-MATCHED
005390         WHEN "NOTONA"
005400             PERFORM 1130-GET-PCT THRU 1130-GET-PCT-EXIT
005410             MOVE WS-CARD-PCT TO WS-SPEC-NOTONA
005420         WHEN "NOTONB"
005430             PERFORM 1130-GET-PCT THRU 1130-GET-PCT-EXIT
005440             MOVE WS-CARD-PCT TO WS-SPEC-NOTONB
005450         WHEN "MISMATCH"
005460             PERFORM 1130-GET-PCT THRU 1130-GET-PCT-EXIT
005470             MOVE WS-CARD-PCT TO WS-SPEC-MISMATCH
005480         WHEN "DUPLICATES"
005490             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005500             MOVE WS-CARD-N4 TO WS-SPEC-DUPLICATES
005510         WHEN "OUTOFSEQ"
005520             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005530             MOVE WS-CARD-N4 TO WS-SPEC-OUTOFSEQ
005540         WHEN "DELTAS"
005550             SET WS-DELTA-MODE-YES TO TRUE
005560         WHEN "DLTADDS"
005570             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005580             MOVE WS-CARD-N4 TO WS-SPEC-DLT-ADDS
005590         WHEN "DLTCHANGES"
005600             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005610             MOVE WS-CARD-N4 TO WS-SPEC-DLT-CHANGES
005620         WHEN "DLTDELETES"
005630             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005640             MOVE WS-CARD-N4 TO WS-SPEC-DLT-DELETES
005650         WHEN "BADKEY"
005660             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005670             MOVE WS-CARD-N4 TO WS-SPEC-BADKEY
005680         WHEN "DUPADD"
005690             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005700             MOVE WS-CARD-N4 TO WS-SPEC-DUPADD
005710         WHEN "BADACTION"
005720             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005730             MOVE WS-CARD-N4 TO WS-SPEC-BADACTION
005740         WHEN "OOSTRAN"
005750             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005760             MOVE WS-CARD-N4 TO WS-SPEC-OOSTRAN
005770         WHEN "SHORTTRAILER"
005780             IF WS-CARD-OPERAND-1 NOT = "A"
005790                     AND WS-CARD-OPERAND-1 NOT = "B"
005800                 DISPLAY "GENDATA: SHORTTRAILER MUST BE A OR B"
005810                 MOVE 16 TO RETURN-CODE
005820                 GOBACK
005830             END-IF
005840             MOVE WS-CARD-OPERAND-1 TO WS-SHORT-TRAILER
005850         WHEN "SCENARIO"
005860             SET WS-SCN-MODE-YES TO TRUE
005870         WHEN "CYCLES"
005880             MOVE WS-CARD-OPERAND-1 TO WS-CARD-N2-X
005890             PERFORM 1150-GET-N2 THRU 1150-GET-N2-EXIT
005900             MOVE WS-CARD-N2 TO WS-SCN-CYCLES
005910         WHEN "CYCLEDATE"
005920             MOVE WS-CARD-OPERAND-1 TO WS-SCN-BASE-DATE
005930         WHEN "SCNPAIR"
005940             MOVE WS-CARD-OPERAND-1 TO WS-SCN-PAIR-ID
005950         WHEN "SCNEXT"
005960             MOVE WS-CARD-OPERAND-1 TO WS-SCN-EXT-BASE
005970         WHEN "PERSIST"
005980             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
005990             MOVE WS-CARD-N4 TO WS-SCN-PERSIST-KEYS
006000             MOVE WS-CARD-OPERAND-2 TO WS-CARD-N2-X
006010             PERFORM 1150-GET-N2 THRU 1150-GET-N2-EXIT
006020             MOVE WS-CARD-N2 TO WS-SCN-PERSIST-SPAN
006030         WHEN "RECUR"
006040             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
006050             MOVE WS-CARD-N4 TO WS-SCN-RECUR-KEYS
006060             MOVE WS-CARD-OPERAND-2 TO WS-CARD-N2-X
006070             PERFORM 1150-GET-N2 THRU 1150-GET-N2-EXIT
006080             MOVE WS-CARD-N2 TO WS-SCN-RECUR-SPAN
006090         WHEN "SUPPRESS"
006100             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
006110             MOVE WS-CARD-N4 TO WS-SCN-SUPP-KEYS
006120             MOVE WS-CARD-OPERAND-2 TO WS-CARD-N2-X
006130             PERFORM 1150-GET-N2 THRU 1150-GET-N2-EXIT
006140             MOVE WS-CARD-N2 TO WS-SCN-SUPP-SPAN
006150         WHEN "TIERKEYS"
006160             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
006170             MOVE WS-CARD-N4 TO WS-SCN-TIER-KEYS
006180         WHEN "DISPOSE"
006190             PERFORM 1140-GET-N4 THRU 1140-GET-N4-EXIT
006200             MOVE WS-CARD-N4 TO WS-SCN-DISPOSE-KEYS
006210         WHEN "ESCALATE"
006220             PERFORM 1180-APPLY-ESCALATE-CARD
006230                 THRU 1180-APPLY-ESCALATE-CARD-EXIT
006240         WHEN "RECURESC"
006250             MOVE WS-CARD-OPERAND-1 TO WS-CARD-N3-X
006260             IF WS-CARD-N3 NOT NUMERIC OR WS-CARD-N3 = 0
006270                 DISPLAY "GENDATA: BAD RECURESC COUNT - "
006280                     WS-CARD-OPERAND-1
006290                 MOVE 16 TO RETURN-CODE
006300                 GOBACK
006310             END-IF
006320             MOVE WS-CARD-N3 TO WS-SCN-RECUR-ESC
006330         WHEN OTHER
006340             DISPLAY "GENDATA: UNRECOGNIZED CARD - " WS-PARM-CARD
006350             MOVE 16 TO RETURN-CODE
006360             GOBACK
006370     END-EVALUATE
006380     IF WS-PG-COUNT > 0
006390         PERFORM 1170-COPY-SPEC-TO-PAIR
006400             THRU 1170-COPY-SPEC-TO-PAIR-EXIT
006410     END-IF
006420     .
006430 1110-READ-PARM-CARD-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------*
006460* 1160 - A PAIR CARD OPENS THE NEXT SPEC, SNAPSHOTTING THE
006470* VALUES IN FORCE; LATER VALUE CARDS OVERRIDE THAT PAIR UNTIL
006480* THE NEXT PAIR CARD.
006490*----------------------------------------------------------------*
006500 1160-APPLY-PAIR-CARD.
006510     MOVE SPACES TO WS-PG-PARSE
006520     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
006530         INTO WS-PG-PARSE-VERB WS-PG-PARSE-ID
006540             WS-PG-PARSE-A WS-PG-PARSE-B
006550     END-UNSTRING
006560     IF WS-PG-PARSE-ID = SPACES OR WS-PG-PARSE-A = SPACES
006570             OR WS-PG-PARSE-B = SPACES
006580         DISPLAY "GENDATA: PAIR CARD NEEDS ID AND TWO NAMES"
006590         MOVE 16 TO RETURN-CODE
006600         GOBACK
006610     END-IF
006620     IF WS-PG-COUNT = WS-PG-MAX
006630         DISPLAY "GENDATA: TOO MANY PAIR CARDS"
006640         MOVE 16 TO RETURN-CODE
006650         GOBACK
006660     END-IF
006670     ADD 1 TO WS-PG-COUNT
006680     MOVE WS-PG-PARSE-ID TO WS-PG-ID (WS-PG-COUNT)
006690     MOVE WS-PG-PARSE-A TO WS-PG-FILEA (WS-PG-COUNT)
006700     MOVE WS-PG-PARSE-B TO WS-PG-FILEB (WS-PG-COUNT)
006710     PERFORM 1170-COPY-SPEC-TO-PAIR
006720         THRU 1170-COPY-SPEC-TO-PAIR-EXIT
006730     .
006740 1160-APPLY-PAIR-CARD-EXIT.
006750     EXIT.
006760 1170-COPY-SPEC-TO-PAIR.
006770     MOVE WS-SPEC-KEYS TO WS-PG-KEYS (WS-PG-COUNT)
006780     MOVE WS-SPEC-MATCHED TO WS-PG-MATCHED (WS-PG-COUNT)
006790     MOVE WS-SPEC-NOTONA TO WS-PG-NOTONA (WS-PG-COUNT)
006800     MOVE WS-SPEC-NOTONB TO WS-PG-NOTONB (WS-PG-COUNT)
006810     MOVE WS-SPEC-MISMATCH TO WS-PG-MISMATCH (WS-PG-COUNT)
006820     MOVE WS-SPEC-DUPLICATES TO WS-PG-DUPS (WS-PG-COUNT)
006830     MOVE WS-SPEC-OUTOFSEQ TO WS-PG-OOS (WS-PG-COUNT)
006840     MOVE WS-SHORT-TRAILER TO WS-PG-SHORT (WS-PG-COUNT)
006850     .
006860 1170-COPY-SPEC-TO-PAIR-EXIT.
006870     EXIT.
006880 1120-CHECK-VALUE-NUMERIC.
006890     IF WS-CARD-VALUE NOT NUMERIC
006900         DISPLAY "GENDATA: BAD NUMERIC OPERAND - "
006910             WS-CARD-OPERAND-1
006920         MOVE 16 TO RETURN-CODE
006930         GOBACK
006940     END-IF
006950     .
006960 1120-CHECK-VALUE-NUMERIC-EXIT.
006970     EXIT.
006980 1130-GET-PCT.
006990     MOVE WS-CARD-OPERAND-1 TO WS-CARD-PCT-X
007000     IF WS-CARD-PCT NOT NUMERIC
007010         DISPLAY "GENDATA: BAD PERCENT OPERAND - "
007020             WS-CARD-OPERAND-1
007030         MOVE 16 TO RETURN-CODE
007040         GOBACK
007050     END-IF
007060     .
007070 1130-GET-PCT-EXIT.
007080     EXIT.
007090 1140-GET-N4.
007100     MOVE WS-CARD-OPERAND-1 TO WS-CARD-N4-X
007110     IF WS-CARD-N4 NOT NUMERIC
007120         DISPLAY "GENDATA: BAD COUNT OPERAND - "
007130             WS-CARD-OPERAND-1
007140         MOVE 16 TO RETURN-CODE
007150         GOBACK
007160     END-IF
007170     .
007180 1140-GET-N4-EXIT.
007190     EXIT.
007200 1150-GET-N2.
007210     IF WS-CARD-N2 NOT NUMERIC OR WS-CARD-N2 = 0
007220         DISPLAY "GENDATA: BAD CYCLE COUNT - " WS-CARD-N2-X
007230         MOVE 16 TO RETURN-CODE
007240         GOBACK
007250     END-IF
007260     .
007270 1150-GET-N2-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300* 1180 - ONE ESCALATE CARD, PROVED THE WAY EXCAGE PROVES IT -
007310* THRESHOLDS ASCENDING, AT MOST FIVE - SO THE TIERS PREDICTED
007320* HERE ARE THE TIERS EXCAGE WILL COMPUTE FROM THE SAME CARDS.
007330*----------------------------------------------------------------*
007340 1180-APPLY-ESCALATE-CARD.
007350     MOVE WS-CARD-OPERAND-1 TO WS-CARD-N3-X
007360     IF WS-CARD-N3 NOT NUMERIC OR WS-CARD-N3 = 0
007370         DISPLAY "GENDATA: BAD ESCALATE THRESHOLD - "
007380             WS-CARD-OPERAND-1
007390         MOVE 16 TO RETURN-CODE
007400         GOBACK
007410     END-IF
007420     IF WS-SCN-ESC-COUNT = WS-SCN-ESC-MAX
007430         DISPLAY "GENDATA: TOO MANY ESCALATE CARDS"
007440         MOVE 16 TO RETURN-CODE
007450         GOBACK
007460     END-IF
007470     IF WS-SCN-ESC-COUNT > 0
007480         IF WS-CARD-N3 NOT > WS-SCN-ESC-TIER (WS-SCN-ESC-COUNT)
007490             DISPLAY "GENDATA: ESCALATE THRESHOLDS MUST ASCEND"
007500             MOVE 16 TO RETURN-CODE
007510             GOBACK
007520         END-IF
007530     END-IF
007540     ADD 1 TO WS-SCN-ESC-COUNT
007550     MOVE WS-CARD-N3 TO WS-SCN-ESC-TIER (WS-SCN-ESC-COUNT)
007560     .
007570 1180-APPLY-ESCALATE-CARD-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------*
007600* 3000 - ONE KEY OF THE PAIR.  THE OUTCOME BAND IS THE KEY
007610* NUMBER MOD 100 HELD AGAINST THE CUMULATIVE PERCENTAGES, SO
007620* A GIVEN SPECIFICATION ALWAYS BUILDS THE SAME FILES.
007630*----------------------------------------------------------------*
007640 3000-GENERATE-ONE-KEY.
007650     PERFORM 3100-BUILD-WORK-RECORD
007660         THRU 3100-BUILD-WORK-RECORD-EXIT
007670     DIVIDE WS-KEY-NUM BY 100 GIVING WS-BAND-QUOT
007680         REMAINDER WS-BAND
007690     EVALUATE TRUE
007700         WHEN WS-BAND < WS-BAND-MATCH-TOP
007710             PERFORM 3200-WRITE-MATCHED
007720                 THRU 3200-WRITE-MATCHED-EXIT
007730         WHEN WS-BAND < WS-BAND-NOTONA-TOP
007740             PERFORM 3300-WRITE-NOT-ON-A
007750                 THRU 3300-WRITE-NOT-ON-A-EXIT
007760         WHEN WS-BAND < WS-BAND-NOTONB-TOP
007770             PERFORM 3400-WRITE-NOT-ON-B
007780                 THRU 3400-WRITE-NOT-ON-B-EXIT
007790         WHEN OTHER
007800             PERFORM 3500-WRITE-MISMATCH
007810                 THRU 3500-WRITE-MISMATCH-EXIT
007820     END-EVALUATE
007830     .
007840 3000-GENERATE-ONE-KEY-EXIT.
007850     EXIT.
007860 3100-BUILD-WORK-RECORD.
007870     MOVE WS-KEY-NUM TO WS-WORK-KEY-NUM
007880     MOVE WS-KEY-NUM TO WS-WORK-DATA-NUM
007890     DIVIDE WS-KEY-NUM BY 10000 GIVING WS-BAND-QUOT
007900         REMAINDER WS-AMT
007910     MOVE WS-AMT TO WS-WORK-DATA-AMT
007920     MOVE SPACES TO WS-WORK-DATA-FIL
007930     .
007940 3100-BUILD-WORK-RECORD-EXIT.
007950     EXIT.
007960 3200-WRITE-MATCHED.
007970     MOVE WS-WORK-RECORD TO FILEA-RECORD
007980     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
007990     ADD 1 TO WS-COUNT-A
008000     ADD WS-AMT TO WS-AMT-SUM-A
008010     PERFORM 3250-INJECT-DUPLICATE
008020         THRU 3250-INJECT-DUPLICATE-EXIT
008030     MOVE WS-WORK-RECORD TO FILEB-RECORD
008040     PERFORM 7200-WRITE-FILEB THRU 7200-WRITE-FILEB-EXIT
008050     ADD 1 TO WS-COUNT-B
008060     ADD WS-AMT TO WS-AMT-SUM-B
008070     PERFORM 3260-INJECT-OUT-OF-SEQ
008080         THRU 3260-INJECT-OUT-OF-SEQ-EXIT
008090     .
008100 3200-WRITE-MATCHED-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------*
008130* 3250/3260 - INJECTIONS KEEP FIRING ON ELIGIBLE WRITES UNTIL
008140* THE REQUESTED COUNT IS REACHED, WHATEVER BANDS THOSE WRITES
008150* FALL IN - "DUPLICATES NNNN" MEANS NNNN.  A SPECIFICATION
008160* WITHOUT ENOUGH ELIGIBLE WRITES IS CALLED OUT AT END OF JOB
008170* AND THE RUN ENDS RC=4, SO A TEST PAIR QUIETLY MISSING ITS
008180* EDGE CASES CANNOT PASS FOR A COMPLETE ONE.
008190*----------------------------------------------------------------*
008200 3250-INJECT-DUPLICATE.
008210     IF WS-DUP-INJECTED < WS-SPEC-DUPLICATES
008220         MOVE WS-WORK-RECORD TO FILEA-RECORD
008230         PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
008240         ADD 1 TO WS-COUNT-A
008250         ADD WS-AMT TO WS-AMT-SUM-A
008260         ADD 1 TO WS-DUP-INJECTED
008270     END-IF
008280     .
008290 3250-INJECT-DUPLICATE-EXIT.
008300     EXIT.
008310 3260-INJECT-OUT-OF-SEQ.
008320     IF WS-OOS-INJECTED < WS-SPEC-OUTOFSEQ
008330         MOVE WS-WORK-RECORD TO FILEB-RECORD
008340         MOVE "K000000000" TO FILEB-KEY
008350         PERFORM 7200-WRITE-FILEB THRU 7200-WRITE-FILEB-EXIT
008360         ADD 1 TO WS-COUNT-B
008370         ADD WS-AMT TO WS-AMT-SUM-B
008380         ADD 1 TO WS-OOS-INJECTED
008390     END-IF
008400     .
008410 3260-INJECT-OUT-OF-SEQ-EXIT.
008420     EXIT.
008430 3300-WRITE-NOT-ON-A.
008440     MOVE WS-WORK-RECORD TO FILEB-RECORD
008450     PERFORM 7200-WRITE-FILEB THRU 7200-WRITE-FILEB-EXIT
008460     ADD 1 TO WS-COUNT-B
008470     ADD WS-AMT TO WS-AMT-SUM-B
008480     PERFORM 3260-INJECT-OUT-OF-SEQ
008490         THRU 3260-INJECT-OUT-OF-SEQ-EXIT
008500     .
008510 3300-WRITE-NOT-ON-A-EXIT.
008520     EXIT.
008530 3400-WRITE-NOT-ON-B.
008540     MOVE WS-WORK-RECORD TO FILEA-RECORD
008550     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
008560     ADD 1 TO WS-COUNT-A
008570     ADD WS-AMT TO WS-AMT-SUM-A
008580     PERFORM 3250-INJECT-DUPLICATE
008590         THRU 3250-INJECT-DUPLICATE-EXIT
008600     .
008610 3400-WRITE-NOT-ON-B-EXIT.
008620     EXIT.
008630 3500-WRITE-MISMATCH.
008640     MOVE WS-WORK-RECORD TO FILEA-RECORD
008650     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
008660     ADD 1 TO WS-COUNT-A
008670     ADD WS-AMT TO WS-AMT-SUM-A
008680     PERFORM 3250-INJECT-DUPLICATE
008690         THRU 3250-INJECT-DUPLICATE-EXIT
008700     MOVE WS-WORK-RECORD TO FILEB-RECORD
008710     MOVE "DIF" TO FILEB-DATA (18:3)
008720     PERFORM 7200-WRITE-FILEB THRU 7200-WRITE-FILEB-EXIT
008730     ADD 1 TO WS-COUNT-B
008740     ADD WS-AMT TO WS-AMT-SUM-B
008750     PERFORM 3260-INJECT-OUT-OF-SEQ
008760         THRU 3260-INJECT-OUT-OF-SEQ-EXIT
008770     .
008780 3500-WRITE-MISMATCH-EXIT.
008790     EXIT.
008800 7100-WRITE-FILEA.
008810     WRITE FILEA-RECORD
008820     IF NOT WS-FILE-STATUS-A-OK
008830         DISPLAY "GENDATA: WRITE FAILED FOR FILEA - STATUS "
008840             WS-FILE-STATUS-A
008850         MOVE 16 TO RETURN-CODE
008860         GOBACK
008870     END-IF
008880     .
008890 7100-WRITE-FILEA-EXIT.
008900     EXIT.
008910 7200-WRITE-FILEB.
008920     WRITE FILEB-RECORD
008930     IF NOT WS-FILE-STATUS-B-OK
008940         DISPLAY "GENDATA: WRITE FAILED FOR FILEB - STATUS "
008950             WS-FILE-STATUS-B
008960         MOVE 16 TO RETURN-CODE
008970         GOBACK
008980     END-IF
008990     .
009000 7200-WRITE-FILEB-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------*
009030* 8000 - TRAILERS WITH RECORD COUNTS AND AMOUNT HASHES.  A
009040* SHORTTRAILER CARD WRITES THE NAMED FILE'S COUNT ONE SHORT SO
009050* THE TRUNCATION PROOFS CAN BE TESTED ON DEMAND.
009060*----------------------------------------------------------------*
009070 8000-WRITE-TRAILERS.
009080     MOVE HIGH-VALUES TO FILEA-RECORD
009090     IF WS-SHORT-TRAILER = "A"
009100         COMPUTE FILEA-TRL-REC-COUNT = WS-COUNT-A - 1
009110     ELSE
009120         MOVE WS-COUNT-A TO FILEA-TRL-REC-COUNT
009130     END-IF
009140     MOVE WS-AMT-SUM-A TO WS-AMT-HASH
009150     MOVE WS-AMT-HASH-X TO FILEA-DATA (10:11)
009160     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
009170     MOVE HIGH-VALUES TO FILEB-RECORD
009180     IF WS-SHORT-TRAILER = "B"
009190         COMPUTE FILEB-TRL-REC-COUNT = WS-COUNT-B - 1
009200     ELSE
009210         MOVE WS-COUNT-B TO FILEB-TRL-REC-COUNT
009220     END-IF
009230     MOVE WS-AMT-SUM-B TO WS-AMT-HASH
009240     MOVE WS-AMT-HASH-X TO FILEB-DATA (10:11)
009250     PERFORM 7200-WRITE-FILEB THRU 7200-WRITE-FILEB-EXIT
009260     .
009270 8000-WRITE-TRAILERS-EXIT.
009280     EXIT.
009290 9999-TERMINATE.
009300     CLOSE FILEA-FILE
009310     CLOSE FILEB-FILE
009320     IF WS-DUP-INJECTED < WS-SPEC-DUPLICATES
009330         MOVE WS-DUP-INJECTED TO WS-SHORT-EDIT
009340         DISPLAY "GENDATA: ONLY " WS-SHORT-EDIT
009350             " DUPLICATES INJECTED OF THE NUMBER ASKED"
009360         MOVE 4 TO RETURN-CODE
009370     END-IF
009380     IF WS-OOS-INJECTED < WS-SPEC-OUTOFSEQ
009390         MOVE WS-OOS-INJECTED TO WS-SHORT-EDIT
009400         DISPLAY "GENDATA: ONLY " WS-SHORT-EDIT
009410             " OUT-OF-SEQ INJECTED OF THE NUMBER ASKED"
009420         MOVE 4 TO RETURN-CODE
009430     END-IF
009440     .
009450 9999-TERMINATE-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------*
009480* 6000 - DELTA-MODE GENERATION: A FULL MASTER ON FILEA (EVERY
009490* KEY, HOUSE HEADER AND TRAILER WITH THE AMOUNT HASH) AND A
009500* MATCHING TRANSACTION FILE ON DLTFILE.  CLEAN CHANGES LAND ON
009510* ODD KEYS, CLEAN DELETES ON EVEN ONES, DUPLICATE ADDS ON THE
009520* KEYS LEFT OVER; CLEAN ADDS USE KEYS JUST PAST THE MASTER,
009530* UNKNOWN-KEY AND MALFORMED-ACTION TRANSACTIONS USE HIGH KEY
009540* RANGES THAT STAY ASCENDING, AND THE OUT-OF-SEQUENCE ONES
009550* COME LAST WITH THE LOWEST KEY OF ALL.
009560*----------------------------------------------------------------*
009570 6000-GENERATE-DELTA-SET.
009580     OPEN OUTPUT FILEA-FILE
009590     IF NOT WS-FILE-STATUS-A-OK
009600         DISPLAY "GENDATA: OPEN FAILED FOR FILEA - STATUS "
009610             WS-FILE-STATUS-A
009620         MOVE 16 TO RETURN-CODE
009630         GOBACK
009640     END-IF
009650     OPEN OUTPUT DELTA-FILE
009660     IF NOT WS-FILE-STATUS-DELTA-OK
009670         DISPLAY "GENDATA: OPEN FAILED FOR DLTFILE - STATUS "
009680             WS-FILE-STATUS-DELTA
009690         MOVE 16 TO RETURN-CODE
009700         GOBACK
009710     END-IF
009720     MOVE LOW-VALUES TO FILEA-RECORD
009730     MOVE WS-RUN-DATE TO FILEA-HDR-RUN-DATE
009740     MOVE "GENDATA " TO FILEA-HDR-SOURCE-SYS
009750     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
009760     PERFORM 6100-WRITE-ONE-MASTER
009770         THRU 6100-WRITE-ONE-MASTER-EXIT
009780         VARYING WS-KEY-NUM FROM 1 BY 1
009790         UNTIL WS-KEY-NUM > WS-SPEC-KEYS
009800     MOVE HIGH-VALUES TO FILEA-RECORD
009810     MOVE WS-COUNT-A TO FILEA-TRL-REC-COUNT
009820     MOVE WS-AMT-SUM-A TO WS-AMT-HASH
009830     MOVE WS-AMT-HASH-X TO FILEA-DATA (10:11)
009840     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
009850     PERFORM 6300-WRITE-CLEAN-ADD
009860         THRU 6300-WRITE-CLEAN-ADD-EXIT
009870         VARYING WS-INJ-NUM FROM 1 BY 1
009880         UNTIL WS-INJ-NUM > WS-SPEC-DLT-ADDS
009890     PERFORM 6400-WRITE-BAD-KEY
009900         THRU 6400-WRITE-BAD-KEY-EXIT
009910         VARYING WS-INJ-NUM FROM 1 BY 1
009920         UNTIL WS-INJ-NUM > WS-SPEC-BADKEY
009930     PERFORM 6500-WRITE-BAD-ACTION
009940         THRU 6500-WRITE-BAD-ACTION-EXIT
009950         VARYING WS-INJ-NUM FROM 1 BY 1
009960         UNTIL WS-INJ-NUM > WS-SPEC-BADACTION
009970     PERFORM 6600-WRITE-OOS-TRAN
009980         THRU 6600-WRITE-OOS-TRAN-EXIT
009990         VARYING WS-INJ-NUM FROM 1 BY 1
010000         UNTIL WS-INJ-NUM > WS-SPEC-OOSTRAN
010010     .
010020 6000-GENERATE-DELTA-SET-EXIT.
010030     EXIT.
010040 6100-WRITE-ONE-MASTER.
010050     PERFORM 3100-BUILD-WORK-RECORD
010060         THRU 3100-BUILD-WORK-RECORD-EXIT
010070     MOVE WS-WORK-RECORD TO FILEA-RECORD
010080     PERFORM 7100-WRITE-FILEA THRU 7100-WRITE-FILEA-EXIT
010090     ADD 1 TO WS-COUNT-A
010100     ADD WS-AMT TO WS-AMT-SUM-A
010110     PERFORM 6200-CONSIDER-TRANSACTION
010120         THRU 6200-CONSIDER-TRANSACTION-EXIT
010130     .
010140 6100-WRITE-ONE-MASTER-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------*
010170* 6200 - AT MOST ONE TRANSACTION PER MASTER KEY, CHANGE FIRST,
010180* THEN DELETE, THEN DUPLICATE ADD, SO THE DELTA FILE ASCENDS.
010190*----------------------------------------------------------------*
010200 6200-CONSIDER-TRANSACTION.
010210     DIVIDE WS-KEY-NUM BY 2 GIVING WS-ODD-QUOT
010220         REMAINDER WS-ODD-REM
010230     EVALUATE TRUE
010240         WHEN WS-DLT-CHG-DONE < WS-SPEC-DLT-CHANGES
010250                 AND WS-ODD-REM = 1
010260             MOVE SPACES TO RECDLT-RECORD
010270             SET RECDLT-ACTION-CHANGE TO TRUE
010280             MOVE WS-WORK-KEY TO RECDLT-KEY
010290             MOVE WS-WORK-DATA TO RECDLT-BEFORE-DATA
010300             MOVE WS-WORK-DATA TO RECDLT-AFTER-DATA
010310             MOVE "CHG" TO RECDLT-AFTER-DATA (18:3)
010320             PERFORM 7300-WRITE-DELTA
010330                 THRU 7300-WRITE-DELTA-EXIT
010340             ADD 1 TO WS-DLT-CHG-DONE
010350         WHEN WS-DLT-DEL-DONE < WS-SPEC-DLT-DELETES
010360                 AND WS-ODD-REM = 0
010370             MOVE SPACES TO RECDLT-RECORD
010380             SET RECDLT-ACTION-DELETE TO TRUE
010390             MOVE WS-WORK-KEY TO RECDLT-KEY
010400             MOVE WS-WORK-DATA TO RECDLT-BEFORE-DATA
010410             PERFORM 7300-WRITE-DELTA
010420                 THRU 7300-WRITE-DELTA-EXIT
010430             ADD 1 TO WS-DLT-DEL-DONE
010440         WHEN WS-DLT-DUP-DONE < WS-SPEC-DUPADD
010450             MOVE SPACES TO RECDLT-RECORD
010460             SET RECDLT-ACTION-ADD TO TRUE
010470             MOVE WS-WORK-KEY TO RECDLT-KEY
010480             MOVE WS-WORK-DATA TO RECDLT-AFTER-DATA
010490             PERFORM 7300-WRITE-DELTA
010500                 THRU 7300-WRITE-DELTA-EXIT
010510             ADD 1 TO WS-DLT-DUP-DONE
010520     END-EVALUATE
010530     .
010540 6200-CONSIDER-TRANSACTION-EXIT.
010550     EXIT.
010560 6300-WRITE-CLEAN-ADD.
010570     COMPUTE WS-KEY-NUM = WS-SPEC-KEYS + WS-INJ-NUM
010580     PERFORM 3100-BUILD-WORK-RECORD
010590         THRU 3100-BUILD-WORK-RECORD-EXIT
010600     MOVE SPACES TO RECDLT-RECORD
010610     SET RECDLT-ACTION-ADD TO TRUE
010620     MOVE WS-WORK-KEY TO RECDLT-KEY
010630     MOVE WS-WORK-DATA TO RECDLT-AFTER-DATA
010640     PERFORM 7300-WRITE-DELTA THRU 7300-WRITE-DELTA-EXIT
010650     .
010660 6300-WRITE-CLEAN-ADD-EXIT.
010670     EXIT.
010680 6400-WRITE-BAD-KEY.
010690     COMPUTE WS-KEY-NUM = 900000000 + WS-INJ-NUM
010700     PERFORM 3100-BUILD-WORK-RECORD
010710         THRU 3100-BUILD-WORK-RECORD-EXIT
010720     DIVIDE WS-INJ-NUM BY 2 GIVING WS-ODD-QUOT
010730         REMAINDER WS-ODD-REM
010740     MOVE SPACES TO RECDLT-RECORD
010750     IF WS-ODD-REM = 1
010760         SET RECDLT-ACTION-CHANGE TO TRUE
010770         MOVE WS-WORK-DATA TO RECDLT-BEFORE-DATA
010780         MOVE WS-WORK-DATA TO RECDLT-AFTER-DATA
010790     ELSE
010800         SET RECDLT-ACTION-DELETE TO TRUE
010810         MOVE WS-WORK-DATA TO RECDLT-BEFORE-DATA
010820     END-IF
010830     MOVE WS-WORK-KEY TO RECDLT-KEY
010840     PERFORM 7300-WRITE-DELTA THRU 7300-WRITE-DELTA-EXIT
010850     .
010860 6400-WRITE-BAD-KEY-EXIT.
010870     EXIT.
010880 6500-WRITE-BAD-ACTION.
010890     COMPUTE WS-KEY-NUM = 950000000 + WS-INJ-NUM
010900     PERFORM 3100-BUILD-WORK-RECORD
010910         THRU 3100-BUILD-WORK-RECORD-EXIT
010920     MOVE SPACES TO RECDLT-RECORD
010930     MOVE "X" TO RECDLT-ACTION
010940     MOVE WS-WORK-KEY TO RECDLT-KEY
010950     MOVE WS-WORK-DATA TO RECDLT-AFTER-DATA
010960     PERFORM 7300-WRITE-DELTA THRU 7300-WRITE-DELTA-EXIT
010970     .
010980 6500-WRITE-BAD-ACTION-EXIT.
010990     EXIT.
011000 6600-WRITE-OOS-TRAN.
011010     MOVE ZERO TO WS-KEY-NUM
011020     PERFORM 3100-BUILD-WORK-RECORD
011030         THRU 3100-BUILD-WORK-RECORD-EXIT
011040     MOVE SPACES TO RECDLT-RECORD
011050     SET RECDLT-ACTION-CHANGE TO TRUE
011060     MOVE WS-WORK-KEY TO RECDLT-KEY
011070     MOVE WS-WORK-DATA TO RECDLT-BEFORE-DATA
011080     MOVE WS-WORK-DATA TO RECDLT-AFTER-DATA
011090     PERFORM 7300-WRITE-DELTA THRU 7300-WRITE-DELTA-EXIT
011100     .
011110 6600-WRITE-OOS-TRAN-EXIT.
011120     EXIT.
011130 7300-WRITE-DELTA.
011140     MOVE WS-RUN-DATE TO RECDLT-RUN-DATE
011150     WRITE RECDLT-RECORD
011160     IF NOT WS-FILE-STATUS-DELTA-OK
011170         DISPLAY "GENDATA: WRITE FAILED FOR DLTFILE - STATUS "
011180             WS-FILE-STATUS-DELTA
011190         MOVE 16 TO RETURN-CODE
011200         GOBACK
011210     END-IF
011220     .
011230 7300-WRITE-DELTA-EXIT.
011240     EXIT.
011250*----------------------------------------------------------------*
011260* 9500 - DELTA-MODE END OF JOB.  A SPECIFICATION WITHOUT ENOUGH
011270* ELIGIBLE KEYS FOR ITS CHANGES, DELETES OR DUPLICATE ADDS IS
011280* CALLED OUT AND THE RUN ENDS RC=4, THE SAME WAY THE SNAPSHOT
011290* INJECTIONS REFUSE TO PASS A SHORT TEST PAIR AS COMPLETE.
011300*----------------------------------------------------------------*
011310 9500-TERMINATE-DELTA.
011320     CLOSE FILEA-FILE
011330     CLOSE DELTA-FILE
011340     IF WS-DLT-CHG-DONE < WS-SPEC-DLT-CHANGES
011350         MOVE WS-DLT-CHG-DONE TO WS-SHORT-EDIT
011360         DISPLAY "GENDATA: ONLY " WS-SHORT-EDIT
011370             " CHANGES EMITTED OF THE NUMBER ASKED"
011380         MOVE 4 TO RETURN-CODE
011390     END-IF
011400     IF WS-DLT-DEL-DONE < WS-SPEC-DLT-DELETES
011410         MOVE WS-DLT-DEL-DONE TO WS-SHORT-EDIT
011420         DISPLAY "GENDATA: ONLY " WS-SHORT-EDIT
011430             " DELETES EMITTED OF THE NUMBER ASKED"
011440         MOVE 4 TO RETURN-CODE
011450     END-IF
011460     IF WS-DLT-DUP-DONE < WS-SPEC-DUPADD
011470         MOVE WS-DLT-DUP-DONE TO WS-SHORT-EDIT
011480         DISPLAY "GENDATA: ONLY " WS-SHORT-EDIT
011490             " DUPLICATE ADDS EMITTED OF THE NUMBER ASKED"
011500         MOVE 4 TO RETURN-CODE
011510     END-IF
011520     .
011530 9500-TERMINATE-DELTA-EXIT.
011540     EXIT.
011550*----------------------------------------------------------------*
011560* 6700 - MULTI-PAIR GENERATION: ONE FULL SNAPSHOT-PAIR BUILD
011570* PER SPEC, EACH ONTO ITS OWN DATASETS, AND A READY-TO-USE
011580* PAIRLIST NAMING THEM FOR THE RECONCILIATION DRIVER.
011590*----------------------------------------------------------------*
011600 6700-GENERATE-ALL-PAIRS.
011610     OPEN OUTPUT PAIRLIST-FILE
011620     IF NOT WS-FILE-STATUS-PL-OK
011630         DISPLAY "GENDATA: OPEN FAILED FOR PAIRLIST - STATUS "
011640             WS-FILE-STATUS-PL
011650         MOVE 16 TO RETURN-CODE
011660         GOBACK
011670     END-IF
011680     PERFORM 6710-GENERATE-ONE-PAIR
011690         THRU 6710-GENERATE-ONE-PAIR-EXIT
011700         VARYING WS-PG-IDX FROM 1 BY 1
011710         UNTIL WS-PG-IDX > WS-PG-COUNT
011720     CLOSE PAIRLIST-FILE
011730     IF WS-SHORTFALL-YES
011740         MOVE 4 TO RETURN-CODE
011750     END-IF
011760     .
011770 6700-GENERATE-ALL-PAIRS-EXIT.
011780     EXIT.
011790 6710-GENERATE-ONE-PAIR.
011800     MOVE WS-PG-KEYS (WS-PG-IDX) TO WS-SPEC-KEYS
011810     MOVE WS-PG-MATCHED (WS-PG-IDX) TO WS-SPEC-MATCHED
011820     MOVE WS-PG-NOTONA (WS-PG-IDX) TO WS-SPEC-NOTONA
011830     MOVE WS-PG-NOTONB (WS-PG-IDX) TO WS-SPEC-NOTONB
011840     MOVE WS-PG-MISMATCH (WS-PG-IDX) TO WS-SPEC-MISMATCH
011850     MOVE WS-PG-DUPS (WS-PG-IDX) TO WS-SPEC-DUPLICATES
011860     MOVE WS-PG-OOS (WS-PG-IDX) TO WS-SPEC-OUTOFSEQ
011870     MOVE WS-PG-SHORT (WS-PG-IDX) TO WS-SHORT-TRAILER
011880     MOVE WS-PG-FILEA (WS-PG-IDX) TO WS-FILEA-NAME
011890     MOVE WS-PG-FILEB (WS-PG-IDX) TO WS-FILEB-NAME
011900     IF WS-SPEC-KEYS = 0
011910         DISPLAY "GENDATA: PAIR " WS-PG-ID (WS-PG-IDX)
011920             " HAS NO KEY COUNT"
011930         MOVE 16 TO RETURN-CODE
011940         GOBACK
011950     END-IF
011960     MOVE ZERO TO WS-COUNT-A
011970     MOVE ZERO TO WS-COUNT-B
011980     MOVE ZERO TO WS-AMT-SUM-A
011990     MOVE ZERO TO WS-AMT-SUM-B
012000     MOVE ZERO TO WS-DUP-INJECTED
012010     MOVE ZERO TO WS-OOS-INJECTED
012020     PERFORM 1200-INIT-SNAPSHOT THRU 1200-INIT-SNAPSHOT-EXIT
012030     PERFORM 3000-GENERATE-ONE-KEY
012040         THRU 3000-GENERATE-ONE-KEY-EXIT
012050         VARYING WS-KEY-NUM FROM 1 BY 1
012060         UNTIL WS-KEY-NUM > WS-SPEC-KEYS
012070     PERFORM 8000-WRITE-TRAILERS THRU 8000-WRITE-TRAILERS-EXIT
012080     CLOSE FILEA-FILE
012090     CLOSE FILEB-FILE
012100     IF WS-DUP-INJECTED < WS-SPEC-DUPLICATES
012110         MOVE WS-DUP-INJECTED TO WS-SHORT-EDIT
012120         DISPLAY "GENDATA: PAIR " WS-PG-ID (WS-PG-IDX)
012130             " ONLY " WS-SHORT-EDIT " DUPLICATES INJECTED"
012140         SET WS-SHORTFALL-YES TO TRUE
012150     END-IF
012160     IF WS-OOS-INJECTED < WS-SPEC-OUTOFSEQ
012170         MOVE WS-OOS-INJECTED TO WS-SHORT-EDIT
012180         DISPLAY "GENDATA: PAIR " WS-PG-ID (WS-PG-IDX)
012190             " ONLY " WS-SHORT-EDIT " OUT-OF-SEQ INJECTED"
012200         SET WS-SHORTFALL-YES TO TRUE
012210     END-IF
012220     MOVE SPACES TO RECPAIR-RECORD
012230     MOVE WS-PG-ID (WS-PG-IDX) TO RECPAIR-PAIR-ID
012240     MOVE WS-PG-FILEA (WS-PG-IDX) TO RECPAIR-FILEA-NAME
012250     MOVE WS-PG-FILEB (WS-PG-IDX) TO RECPAIR-FILEB-NAME
012260     WRITE RECPAIR-RECORD
012270     IF NOT WS-FILE-STATUS-PL-OK
012280         DISPLAY "GENDATA: WRITE FAILED FOR PAIRLIST - STATUS "
012290             WS-FILE-STATUS-PL
012300         MOVE 16 TO RETURN-CODE
012310         GOBACK
012320     END-IF
012330     .
012340 6710-GENERATE-ONE-PAIR-EXIT.
012350     EXIT.
012360*----------------------------------------------------------------*
012370* 5000 - SCENARIO-MODE GENERATION: LAY OUT THE SCENARIO KEYS,
012380* WRITE THE DISPOSITIONS AND SUPPRESS-LIST ENTRIES THEY START
012390* WITH, THEN ONE EXTRACT PER CYCLE, WORKING OUT AS EACH CYCLE IS
012400* WRITTEN WHAT THE AGING CHAIN MUST SHOW FOR IT.
012410*----------------------------------------------------------------*
012420 5000-GENERATE-SCENARIO.
012430     PERFORM 5010-INIT-SCENARIO THRU 5010-INIT-SCENARIO-EXIT
012440     PERFORM 5100-GENERATE-ONE-CYCLE
012450         THRU 5100-GENERATE-ONE-CYCLE-EXIT
012460         VARYING WS-SCN-CYCLE FROM 1 BY 1
012470         UNTIL WS-SCN-CYCLE > WS-SCN-CYCLES
012480     .
012490 5000-GENERATE-SCENARIO-EXIT.
012500     EXIT.
012510 5010-INIT-SCENARIO.
012520     IF WS-SCN-CYCLES = 0
012530         DISPLAY "GENDATA: SCENARIO NEEDS A CYCLES CARD"
012540         MOVE 16 TO RETURN-CODE
012550         GOBACK
012560     END-IF
012570     IF WS-SCN-TIER-KEYS > 0 AND WS-SCN-ESC-COUNT = 0
012580         DISPLAY "GENDATA: TIERKEYS NEEDS ESCALATE CARDS"
012590         MOVE 16 TO RETURN-CODE
012600         GOBACK
012610     END-IF
012620     IF WS-SCN-SUPP-KEYS > 0 AND WS-SCN-SUPP-SPAN > WS-SCN-CYCLES
012630         DISPLAY "GENDATA: SUPPRESS EXPIRY IS PAST THE LAST CYCLE"
012640         MOVE 16 TO RETURN-CODE
012650         GOBACK
012660     END-IF
012670     IF WS-SCN-BASE-DATE = SPACES
012680         MOVE WS-RUN-DATE TO WS-SCN-BASE-DATE
012690     END-IF
012700     MOVE WS-SCN-BASE-DATE TO WS-SCN-DATE-WORK
012710     PERFORM 5800-VALIDATE-SCN-DATE
012720         THRU 5800-VALIDATE-SCN-DATE-EXIT
012730     IF WS-SCN-DATE-VALID-NO
012740         DISPLAY "GENDATA: BAD CYCLEDATE - " WS-SCN-BASE-DATE
012750         MOVE 16 TO RETURN-CODE
012760         GOBACK
012770     END-IF
012780     MOVE WS-SCN-BASE-DATE TO WS-SCN-CYCLE-DATE (1)
012790     PERFORM 5750-NEXT-CYCLE-DATE THRU 5750-NEXT-CYCLE-DATE-EXIT
012800         VARYING WS-SCN-CYCLE FROM 2 BY 1
012810         UNTIL WS-SCN-CYCLE > WS-SCN-CYCLES
012820     MOVE "P" TO WS-SCN-BUILD-CLASS
012830     MOVE WS-SCN-PERSIST-SPAN TO WS-SCN-BUILD-SPAN
012840     MOVE WS-SCN-PERSIST-KEYS TO WS-SCN-BUILD-KEYS
012850     MOVE ZERO TO WS-SCN-BUILD-SEQ
012860     PERFORM 5020-ADD-CLASS-KEYS THRU 5020-ADD-CLASS-KEYS-EXIT
012870     MOVE "R" TO WS-SCN-BUILD-CLASS
012880     MOVE WS-SCN-RECUR-SPAN TO WS-SCN-BUILD-SPAN
012890     MOVE WS-SCN-RECUR-KEYS TO WS-SCN-BUILD-KEYS
012900     MOVE ZERO TO WS-SCN-BUILD-SEQ
012910     PERFORM 5020-ADD-CLASS-KEYS THRU 5020-ADD-CLASS-KEYS-EXIT
012920     MOVE "T" TO WS-SCN-BUILD-CLASS
012930     MOVE WS-SCN-TIER-KEYS TO WS-SCN-BUILD-KEYS
012940     MOVE ZERO TO WS-SCN-BUILD-SEQ
012950     PERFORM 5015-ADD-TIER-KEYS THRU 5015-ADD-TIER-KEYS-EXIT
012960         VARYING WS-SCN-ESC-IDX FROM 1 BY 1
012970         UNTIL WS-SCN-ESC-IDX > WS-SCN-ESC-COUNT
012980         OR WS-SCN-TIER-KEYS = 0
012990     MOVE "S" TO WS-SCN-BUILD-CLASS
013000     MOVE WS-SCN-SUPP-SPAN TO WS-SCN-BUILD-SPAN
013010     MOVE WS-SCN-SUPP-KEYS TO WS-SCN-BUILD-KEYS
013020     MOVE ZERO TO WS-SCN-BUILD-SEQ
013030     PERFORM 5020-ADD-CLASS-KEYS THRU 5020-ADD-CLASS-KEYS-EXIT
013040     IF WS-SK-COUNT = 0
013050         DISPLAY "GENDATA: SCENARIO HAS NO PERSIST, RECUR,"
013060             " TIERKEYS OR SUPPRESS KEYS"
013070         MOVE 16 TO RETURN-CODE
013080         GOBACK
013090     END-IF
013100     OPEN OUTPUT SCNEXP-FILE
013110     IF NOT WS-FILE-STATUS-SEXP-OK
013120         DISPLAY "GENDATA: OPEN FAILED FOR SCNEXP - STATUS "
013130             WS-FILE-STATUS-SEXP
013140         MOVE 16 TO RETURN-CODE
013150         GOBACK
013160     END-IF
013170     OPEN OUTPUT SCNDSP-FILE
013180     IF NOT WS-FILE-STATUS-SDSP-OK
013190         DISPLAY "GENDATA: OPEN FAILED FOR SCNDSP - STATUS "
013200             WS-FILE-STATUS-SDSP
013210         MOVE 16 TO RETURN-CODE
013220         GOBACK
013230     END-IF
013240     OPEN OUTPUT SCNSUP-FILE
013250     IF NOT WS-FILE-STATUS-SSUP-OK
013260         DISPLAY "GENDATA: OPEN FAILED FOR SCNSUP - STATUS "
013270             WS-FILE-STATUS-SSUP
013280         MOVE 16 TO RETURN-CODE
013290         GOBACK
013300     END-IF
013310     PERFORM 5030-WRITE-KEY-COMPANIONS
013320         THRU 5030-WRITE-KEY-COMPANIONS-EXIT
013330         VARYING WS-SK-IDX FROM 1 BY 1
013340         UNTIL WS-SK-IDX > WS-SK-COUNT
013350     CLOSE SCNDSP-FILE
013360     CLOSE SCNSUP-FILE
013370     .
013380 5010-INIT-SCENARIO-EXIT.
013390     EXIT.
013400*----------------------------------------------------------------*
013410* 5015 - THE TIER KEYS FOR ONE THRESHOLD LIVE ONE CYCLE LONGER
013420* THAN IT, SO THEIR LAST AGE EXCEEDS IT.  A THRESHOLD THE SERIES
013430* IS TOO SHORT TO PASS IS CALLED OUT AND THE RUN ENDS RC=4.
013440*----------------------------------------------------------------*
013450 5015-ADD-TIER-KEYS.
013460     COMPUTE WS-SCN-BUILD-SPAN =
013470         WS-SCN-ESC-TIER (WS-SCN-ESC-IDX) + 1
013480     IF WS-SCN-BUILD-SPAN > WS-SCN-CYCLES
013490         MOVE WS-SCN-ESC-TIER (WS-SCN-ESC-IDX) TO WS-SCN-EDIT-3
013500         MOVE WS-SCN-CYCLES TO WS-SCN-EDIT-2
013510         DISPLAY "GENDATA: ESCALATE " WS-SCN-EDIT-3
013520             " IS NOT PASSED IN " WS-SCN-EDIT-2 " CYCLES"
013530         SET WS-SHORTFALL-YES TO TRUE
013540     END-IF
013550     PERFORM 5020-ADD-CLASS-KEYS THRU 5020-ADD-CLASS-KEYS-EXIT
013560     .
013570 5015-ADD-TIER-KEYS-EXIT.
013580     EXIT.
013590 5020-ADD-CLASS-KEYS.
013600     PERFORM 5025-ADD-ONE-KEY THRU 5025-ADD-ONE-KEY-EXIT
013610         VARYING WS-SCN-BUILD-N FROM 1 BY 1
013620         UNTIL WS-SCN-BUILD-N > WS-SCN-BUILD-KEYS
013630     .
013640 5020-ADD-CLASS-KEYS-EXIT.
013650     EXIT.
013660 5025-ADD-ONE-KEY.
013670     IF WS-SK-COUNT = WS-SK-MAX
013680         DISPLAY "GENDATA: TOO MANY SCENARIO KEYS"
013690         MOVE 16 TO RETURN-CODE
013700         GOBACK
013710     END-IF
013720     ADD 1 TO WS-SK-COUNT
013730     ADD 1 TO WS-SCN-BUILD-SEQ
013740     MOVE WS-SCN-BUILD-CLASS TO WS-SK-CLASS (WS-SK-COUNT)
013750     MOVE WS-SCN-BUILD-SPAN TO WS-SK-SPAN (WS-SK-COUNT)
013760     MOVE "N" TO WS-SK-OPEN-SW (WS-SK-COUNT)
013770     MOVE "N" TO WS-SK-CLEARED-SW (WS-SK-COUNT)
013780     MOVE ZERO TO WS-SK-AGE (WS-SK-COUNT)
013790     MOVE ZERO TO WS-SK-RECUR (WS-SK-COUNT)
013800     MOVE SPACES TO WS-SK-FIRST-DATE (WS-SK-COUNT)
013810     MOVE SPACES TO WS-SK-ORIG-FIRST (WS-SK-COUNT)
013820     MOVE SPACES TO WS-SK-DSP-STATUS (WS-SK-COUNT)
013830     DIVIDE WS-SK-COUNT BY 3 GIVING WS-SCN-QUOT
013840         REMAINDER WS-SCN-REM
013850     EVALUATE WS-SCN-REM
013860         WHEN 1
013870             MOVE "NA" TO WS-SK-REASON (WS-SK-COUNT)
013880             MOVE "IN" TO WS-SCN-BUILD-STATUS
013890         WHEN 2
013900             MOVE "NB" TO WS-SK-REASON (WS-SK-COUNT)
013910             MOVE "AD" TO WS-SCN-BUILD-STATUS
013920         WHEN OTHER
013930             MOVE "FM" TO WS-SK-REASON (WS-SK-COUNT)
013940             MOVE "PU" TO WS-SCN-BUILD-STATUS
013950     END-EVALUATE
013960     IF WS-SCN-BUILD-CLASS NOT = "S"
013970             AND WS-SCN-BUILD-SEQ NOT > WS-SCN-DISPOSE-KEYS
013980         MOVE WS-SCN-BUILD-STATUS
013990             TO WS-SK-DSP-STATUS (WS-SK-COUNT)
014000     END-IF
014010     .
014020 5025-ADD-ONE-KEY-EXIT.
014030     EXIT.
014040*----------------------------------------------------------------*
014050* 5030 - THE COMPANION FILES, WRITTEN ONCE: A DISPOSITION FOR
014060* EACH DISPOSED KEY (THE DSPIN OF THE FIRST CYCLE) AND A
014070* SUPPRESS-LIST ENTRY FOR EACH SUPPRESSED ONE, EXPIRING ON THE
014080* DATE OF ITS LAST SUPPRESSED CYCLE.
014090*----------------------------------------------------------------*
014100 5030-WRITE-KEY-COMPANIONS.
014110     MOVE WS-SK-IDX TO WS-KEY-NUM
014120     PERFORM 3100-BUILD-WORK-RECORD
014130         THRU 3100-BUILD-WORK-RECORD-EXIT
014140     IF WS-SK-DSP-STATUS (WS-SK-IDX) NOT = SPACES
014150         MOVE SPACES TO RECDSP-RECORD
014160         MOVE WS-WORK-KEY TO RECDSP-KEY
014170         MOVE WS-SK-REASON (WS-SK-IDX) TO RECDSP-REASON-CODE
014180         MOVE WS-SCN-PAIR-ID TO RECDSP-PAIR-ID
014190         MOVE WS-SK-DSP-STATUS (WS-SK-IDX) TO RECDSP-STATUS
014200         MOVE "GENDATA " TO RECDSP-OWNER-ID
014210         MOVE "GENERATED SCENARIO DISPOSITION" TO RECDSP-NOTE
014220         MOVE WS-SCN-CYCLE-DATE (WS-SCN-CYCLES)
014230             TO RECDSP-REVIEW-DATE
014240         WRITE RECDSP-RECORD
014250         IF NOT WS-FILE-STATUS-SDSP-OK
014260             DISPLAY "GENDATA: WRITE FAILED FOR SCNDSP - STATUS "
014270                 WS-FILE-STATUS-SDSP
014280             MOVE 16 TO RETURN-CODE
014290             GOBACK
014300         END-IF
014310     END-IF
014320     IF WS-SK-CLASS (WS-SK-IDX) = "S"
014330         MOVE SPACES TO RECSUP-RECORD
014340         MOVE WS-WORK-KEY TO RECSUP-KEY
014350         MOVE WS-SK-REASON (WS-SK-IDX) TO RECSUP-REASON-CODE
014360         MOVE WS-SCN-PAIR-ID TO RECSUP-PAIR-ID
014370         MOVE WS-SCN-CYCLE-DATE (WS-SK-SPAN (WS-SK-IDX))
014380             TO RECSUP-EXPIRY-DATE
014390         MOVE "GENAUTH " TO RECSUP-AUTH-USER
014400         MOVE "GENDATA " TO RECSUP-REQ-USER
014410         MOVE WS-SCN-BASE-DATE TO RECSUP-MAINT-DATE
014420         WRITE RECSUP-RECORD
014430         IF NOT WS-FILE-STATUS-SSUP-OK
014440             DISPLAY "GENDATA: WRITE FAILED FOR SCNSUP - STATUS "
014450                 WS-FILE-STATUS-SSUP
014460             MOVE 16 TO RETURN-CODE
014470             GOBACK
014480         END-IF
014490     END-IF
014500     .
014510 5030-WRITE-KEY-COMPANIONS-EXIT.
014520     EXIT.
014530*----------------------------------------------------------------*
014540* 5100 - ONE CYCLE: ITS OWN EXTRACT DATASET, THE STEM PLUS THE
014550* TWO-DIGIT CYCLE NUMBER, HOLDING THE KEYS OPEN ON THAT CYCLE IN
014560* KEY ORDER, THE WAY RECON WRITES ITS EXTRACT.
014570*----------------------------------------------------------------*
014580 5100-GENERATE-ONE-CYCLE.
014590     MOVE WS-SCN-CYCLE TO WS-SCN-CYCLE-NUM
014600     MOVE SPACES TO WS-SCN-EXT-NAME
014610     STRING WS-SCN-EXT-BASE DELIMITED BY SPACE
014620         WS-SCN-CYCLE-NUM DELIMITED BY SIZE
014630         INTO WS-SCN-EXT-NAME
014640     END-STRING
014650     OPEN OUTPUT SCNEXT-FILE
014660     IF NOT WS-FILE-STATUS-SEXT-OK
014670         DISPLAY "GENDATA: OPEN FAILED FOR " WS-SCN-EXT-NAME
014680             " - STATUS " WS-FILE-STATUS-SEXT
014690         MOVE 16 TO RETURN-CODE
014700         GOBACK
014710     END-IF
014720     PERFORM 5200-ONE-SCENARIO-KEY THRU 5200-ONE-SCENARIO-KEY-EXIT
014730         VARYING WS-SK-IDX FROM 1 BY 1
014740         UNTIL WS-SK-IDX > WS-SK-COUNT
014750     CLOSE SCNEXT-FILE
014760     .
014770 5100-GENERATE-ONE-CYCLE-EXIT.
014780     EXIT.
014790*----------------------------------------------------------------*
014800* 5200 - ONE KEY ON ONE CYCLE.  THE STATE MOVES EXACTLY AS EXCAGE
014810* MOVES IT: A NEW SIGHTING STARTS AT AGE 1 (A RECURRENCE KEEPING
014820* ITS ORIGINAL FIRST DATE AND COUNTING ONE MORE RETURN), EACH
014830* CYCLE SURVIVED ADDS ONE, AND THE FIRST CYCLE MISSED CLEARS IT
014840* AND DROPS ITS DISPOSITION.
014850*----------------------------------------------------------------*
014860 5200-ONE-SCENARIO-KEY.
014870     PERFORM 5210-JUDGE-PRESENCE THRU 5210-JUDGE-PRESENCE-EXIT
014880     MOVE WS-SK-IDX TO WS-KEY-NUM
014890     PERFORM 3100-BUILD-WORK-RECORD
014900         THRU 3100-BUILD-WORK-RECORD-EXIT
014910     IF WS-SCN-SUPPRESSED-YES
014920         MOVE "S" TO WS-SCN-STATE
014930         PERFORM 5400-WRITE-EXPECTED THRU 5400-WRITE-EXPECTED-EXIT
014940         GO TO 5200-ONE-SCENARIO-KEY-EXIT
014950     END-IF
014960     IF WS-SCN-PRESENT-YES
014970         PERFORM 5300-OPEN-ONE-EXCEPTION
014980             THRU 5300-OPEN-ONE-EXCEPTION-EXIT
014990         GO TO 5200-ONE-SCENARIO-KEY-EXIT
015000     END-IF
015010     IF WS-SK-OPEN-SW (WS-SK-IDX) = "Y"
015020         MOVE "N" TO WS-SK-OPEN-SW (WS-SK-IDX)
015030         MOVE "Y" TO WS-SK-CLEARED-SW (WS-SK-IDX)
015040         MOVE SPACES TO WS-SK-DSP-STATUS (WS-SK-IDX)
015050         MOVE "C" TO WS-SCN-STATE
015060         PERFORM 5400-WRITE-EXPECTED THRU 5400-WRITE-EXPECTED-EXIT
015070     END-IF
015080     .
015090 5200-ONE-SCENARIO-KEY-EXIT.
015100     EXIT.
015110 5210-JUDGE-PRESENCE.
015120     SET WS-SCN-PRESENT-NO TO TRUE
015130     SET WS-SCN-SUPPRESSED-NO TO TRUE
015140     EVALUATE WS-SK-CLASS (WS-SK-IDX)
015150         WHEN "R"
015160             COMPUTE WS-SCN-WORK = WS-SCN-CYCLE - 1
015170             DIVIDE WS-SCN-WORK BY WS-SK-SPAN (WS-SK-IDX)
015180                 GIVING WS-SCN-QUOT
015190             DIVIDE WS-SCN-QUOT BY 2 GIVING WS-SCN-QUOT-2
015200                 REMAINDER WS-SCN-REM
015210             IF WS-SCN-REM = 0
015220                 SET WS-SCN-PRESENT-YES TO TRUE
015230             END-IF
015240         WHEN "S"
015250             IF WS-SCN-CYCLE NOT > WS-SK-SPAN (WS-SK-IDX)
015260                 SET WS-SCN-SUPPRESSED-YES TO TRUE
015270             ELSE
015280                 SET WS-SCN-PRESENT-YES TO TRUE
015290             END-IF
015300         WHEN OTHER
015310             IF WS-SCN-CYCLE NOT > WS-SK-SPAN (WS-SK-IDX)
015320                 SET WS-SCN-PRESENT-YES TO TRUE
015330             END-IF
015340     END-EVALUATE
015350     .
015360 5210-JUDGE-PRESENCE-EXIT.
015370     EXIT.
015380*----------------------------------------------------------------*
015390* 5300 - AN EXCEPTION ON THIS CYCLE'S EXTRACT.  AN NA KEY CARRIES
015400* ONLY ITS FILE B IMAGE, AN NB KEY ONLY ITS FILE A IMAGE, AND AN
015410* FM KEY BOTH, THE B AMOUNT ONE UNIT HIGHER.
015420*----------------------------------------------------------------*
015430 5300-OPEN-ONE-EXCEPTION.
015440     IF WS-SK-OPEN-SW (WS-SK-IDX) = "Y"
015450         IF WS-SK-AGE (WS-SK-IDX) < 999
015460             ADD 1 TO WS-SK-AGE (WS-SK-IDX)
015470         END-IF
015480     ELSE
015490         IF WS-SK-CLEARED-SW (WS-SK-IDX) = "Y"
015500             IF WS-SK-RECUR (WS-SK-IDX) < 999
015510                 ADD 1 TO WS-SK-RECUR (WS-SK-IDX)
015520             END-IF
015530         ELSE
015540             MOVE WS-SCN-CYCLE-DATE (WS-SCN-CYCLE)
015550                 TO WS-SK-ORIG-FIRST (WS-SK-IDX)
015560         END-IF
015570         MOVE "Y" TO WS-SK-OPEN-SW (WS-SK-IDX)
015580         MOVE 1 TO WS-SK-AGE (WS-SK-IDX)
015590         MOVE WS-SCN-CYCLE-DATE (WS-SCN-CYCLE)
015600             TO WS-SK-FIRST-DATE (WS-SK-IDX)
015610     END-IF
015620     MOVE SPACES TO SCNEXT-RECORD
015630     MOVE WS-WORK-KEY TO SCNEXT-KEY
015640     MOVE WS-SK-REASON (WS-SK-IDX) TO SCNEXT-REASON-CODE
015650     EVALUATE WS-SK-REASON (WS-SK-IDX)
015660         WHEN "NA"
015670             MOVE WS-WORK-DATA TO SCNEXT-FILEB-DATA
015680         WHEN "NB"
015690             MOVE WS-WORK-DATA TO SCNEXT-FILEA-DATA
015700         WHEN OTHER
015710             MOVE WS-WORK-DATA TO SCNEXT-FILEA-DATA
015720             ADD 1 TO WS-WORK-DATA-AMT
015730             MOVE WS-WORK-DATA TO SCNEXT-FILEB-DATA
015740     END-EVALUATE
015750     MOVE WS-SCN-CYCLE-DATE (WS-SCN-CYCLE) TO SCNEXT-RUN-DATE
015760     MOVE WS-SCN-PAIR-ID TO SCNEXT-PAIR-ID
015770     WRITE SCNEXT-RECORD
015780     IF NOT WS-FILE-STATUS-SEXT-OK
015790         DISPLAY "GENDATA: WRITE FAILED FOR " WS-SCN-EXT-NAME
015800             " - STATUS " WS-FILE-STATUS-SEXT
015810         MOVE 16 TO RETURN-CODE
015820         GOBACK
015830     END-IF
015840     MOVE "O" TO WS-SCN-STATE
015850     PERFORM 5400-WRITE-EXPECTED THRU 5400-WRITE-EXPECTED-EXIT
015860     .
015870 5300-OPEN-ONE-EXCEPTION-EXIT.
015880     EXIT.
015890*----------------------------------------------------------------*
015900* 5400 - ONE EXPECTED RESULT.  A CLEARED RECORD CARRIES THE
015910* FINAL AGE AND ITS TIER; A SUPPRESSED ONE HAS NO AGE OR TIER.
015920* THE CLEARED DATE IS THE CYCLE'S OWN DATE, THE ONE EXCAGE
015930* STAMPS ON CLRHIST WHEN THAT CYCLE IS AGED UNDER ITS CYCLE CARD.
015940*----------------------------------------------------------------*
015950 5400-WRITE-EXPECTED.
015960     MOVE SPACES TO RECSCN-RECORD
015970     MOVE WS-SCN-CYCLE TO RECSCN-CYCLE-NO
015980     MOVE WS-SCN-CYCLE-DATE (WS-SCN-CYCLE) TO RECSCN-CYCLE-DATE
015990     MOVE WS-WORK-KEY TO RECSCN-KEY
016000     MOVE WS-SK-REASON (WS-SK-IDX) TO RECSCN-REASON-CODE
016010     MOVE WS-SCN-PAIR-ID TO RECSCN-PAIR-ID
016020     MOVE WS-SK-CLASS (WS-SK-IDX) TO RECSCN-CLASS
016030     MOVE WS-SCN-STATE TO RECSCN-STATE
016040     MOVE WS-SK-AGE (WS-SK-IDX) TO RECSCN-AGE-CYCLES
016050     MOVE WS-SK-RECUR (WS-SK-IDX) TO RECSCN-RECUR-COUNT
016060     MOVE WS-SK-FIRST-DATE (WS-SK-IDX) TO RECSCN-FIRST-DATE
016070     MOVE WS-SK-ORIG-FIRST (WS-SK-IDX) TO RECSCN-ORIG-FIRST-DATE
016080     MOVE WS-SK-DSP-STATUS (WS-SK-IDX) TO RECSCN-DSP-STATUS
016090     MOVE ZERO TO RECSCN-TIER
016100     IF RECSCN-STATE-CLEARED
016110         MOVE WS-SCN-CYCLE-DATE (WS-SCN-CYCLE)
016120             TO RECSCN-CLEARED-DATE
016130     END-IF
016140     IF NOT RECSCN-STATE-SUPPRESSED
016150         PERFORM 5500-COMPUTE-TIER THRU 5500-COMPUTE-TIER-EXIT
016160         MOVE WS-SCN-TIER TO RECSCN-TIER
016170     END-IF
016180     WRITE RECSCN-RECORD
016190     IF NOT WS-FILE-STATUS-SEXP-OK
016200         DISPLAY "GENDATA: WRITE FAILED FOR SCNEXP - STATUS "
016210             WS-FILE-STATUS-SEXP
016220         MOVE 16 TO RETURN-CODE
016230         GOBACK
016240     END-IF
016250     .
016260 5400-WRITE-EXPECTED-EXIT.
016270     EXIT.
016280*----------------------------------------------------------------*
016290* 5500 - THE TIER EXCAGE GIVES AN AGE: HOW MANY THRESHOLDS IT
016300* EXCEEDS, OR THE TOP TIER ONCE THE RECURRENCES REACH RECURESC.
016310*----------------------------------------------------------------*
016320 5500-COMPUTE-TIER.
016330     MOVE ZERO TO WS-SCN-TIER
016340     PERFORM 5510-JUDGE-ONE-TIER THRU 5510-JUDGE-ONE-TIER-EXIT
016350         VARYING WS-SCN-ESC-IDX FROM 1 BY 1
016360         UNTIL WS-SCN-ESC-IDX > WS-SCN-ESC-COUNT
016370     IF WS-SCN-RECUR-ESC > 0
016380             AND WS-SK-RECUR (WS-SK-IDX) NOT < WS-SCN-RECUR-ESC
016390         MOVE WS-SCN-ESC-COUNT TO WS-SCN-TIER
016400     END-IF
016410     .
016420 5500-COMPUTE-TIER-EXIT.
016430     EXIT.
016440 5510-JUDGE-ONE-TIER.
016450     IF WS-SK-AGE (WS-SK-IDX) > WS-SCN-ESC-TIER (WS-SCN-ESC-IDX)
016460         MOVE WS-SCN-ESC-IDX TO WS-SCN-TIER
016470     END-IF
016480     .
016490 5510-JUDGE-ONE-TIER-EXIT.
016500     EXIT.
016510*----------------------------------------------------------------*
016520* 5750 - THE DATE OF CYCLE WS-SCN-CYCLE: THE DAY AFTER THE ONE
016530* BEFORE IT, ROLLING THE MONTH AND YEAR WHEN THE DAY RUNS OUT.
016540*----------------------------------------------------------------*
016550 5750-NEXT-CYCLE-DATE.
016560     COMPUTE WS-SCN-WORK = WS-SCN-CYCLE - 1
016570     MOVE WS-SCN-CYCLE-DATE (WS-SCN-WORK) TO WS-SCN-DATE-WORK
016580     ADD 1 TO WS-SCN-DW-DD
016590     PERFORM 5800-VALIDATE-SCN-DATE
016600         THRU 5800-VALIDATE-SCN-DATE-EXIT
016610     IF WS-SCN-DATE-VALID-NO
016620         MOVE 1 TO WS-SCN-DW-DD
016630         ADD 1 TO WS-SCN-DW-MM
016640         IF WS-SCN-DW-MM > 12
016650             MOVE 1 TO WS-SCN-DW-MM
016660             ADD 1 TO WS-SCN-DW-YYYY
016670         END-IF
016680     END-IF
016690     MOVE WS-SCN-DATE-WORK TO WS-SCN-CYCLE-DATE (WS-SCN-CYCLE)
016700     .
016710 5750-NEXT-CYCLE-DATE-EXIT.
016720     EXIT.
016730*----------------------------------------------------------------*
016740* 5800 - REAL-DATE PROOF: NUMERIC, MONTH 1-12, DAY WITHIN THE
016750* MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.
016760*----------------------------------------------------------------*
016770 5800-VALIDATE-SCN-DATE.
016780     SET WS-SCN-DATE-VALID-YES TO TRUE
016790     IF WS-SCN-DATE-WORK NOT NUMERIC
016800         SET WS-SCN-DATE-VALID-NO TO TRUE
016810         GO TO 5800-VALIDATE-SCN-DATE-EXIT
016820     END-IF
016830     IF WS-SCN-DW-MM < 1 OR WS-SCN-DW-MM > 12
016840             OR WS-SCN-DW-DD < 1 OR WS-SCN-DW-DD > 31
016850         SET WS-SCN-DATE-VALID-NO TO TRUE
016860         GO TO 5800-VALIDATE-SCN-DATE-EXIT
016870     END-IF
016880     EVALUATE WS-SCN-DW-MM
016890         WHEN 04
016900         WHEN 06
016910         WHEN 09
016920         WHEN 11
016930             IF WS-SCN-DW-DD > 30
016940                 SET WS-SCN-DATE-VALID-NO TO TRUE
016950             END-IF
016960         WHEN 02
016970             IF WS-SCN-DW-DD > 29
016980                 SET WS-SCN-DATE-VALID-NO TO TRUE
016990             END-IF
017000             IF WS-SCN-DW-DD = 29
017010                 PERFORM 5850-CHECK-LEAP-YEAR
017020                     THRU 5850-CHECK-LEAP-YEAR-EXIT
017030             END-IF
017040     END-EVALUATE
017050     .
017060 5800-VALIDATE-SCN-DATE-EXIT.
017070     EXIT.
017080 5850-CHECK-LEAP-YEAR.
017090     DIVIDE WS-SCN-DW-YYYY BY 4 GIVING WS-SCN-LEAP-QUOT
017100         REMAINDER WS-SCN-LEAP-REM
017110     IF WS-SCN-LEAP-REM NOT = 0
017120         SET WS-SCN-DATE-VALID-NO TO TRUE
017130         GO TO 5850-CHECK-LEAP-YEAR-EXIT
017140     END-IF
017150     DIVIDE WS-SCN-DW-YYYY BY 100 GIVING WS-SCN-LEAP-QUOT
017160         REMAINDER WS-SCN-LEAP-REM
017170     IF WS-SCN-LEAP-REM NOT = 0
017180         GO TO 5850-CHECK-LEAP-YEAR-EXIT
017190     END-IF
017200     DIVIDE WS-SCN-DW-YYYY BY 400 GIVING WS-SCN-LEAP-QUOT
017210         REMAINDER WS-SCN-LEAP-REM
017220     IF WS-SCN-LEAP-REM NOT = 0
017230         SET WS-SCN-DATE-VALID-NO TO TRUE
017240     END-IF
017250     .
017260 5850-CHECK-LEAP-YEAR-EXIT.
017270     EXIT.
017280*----------------------------------------------------------------*
017290* 9600 - SCENARIO-MODE END OF JOB.  A THRESHOLD THE SERIES NEVER
017300* PASSES LEAVES A TIER UNEXERCISED AND THE RUN ENDS RC=4.
017310*----------------------------------------------------------------*
017320 9600-TERMINATE-SCENARIO.
017330     CLOSE SCNEXP-FILE
017340     IF WS-SHORTFALL-YES
017350         MOVE 4 TO RETURN-CODE
017360     END-IF
017370     .
017380 9600-TERMINATE-SCENARIO-EXIT.
017390     EXIT.
017400 END PROGRAM GENDATA.
