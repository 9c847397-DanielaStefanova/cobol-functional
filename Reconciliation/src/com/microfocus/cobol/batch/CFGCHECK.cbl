000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CFGCHECK.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CFGCHECK - PRE-FLIGHT CHECK OF THE RECON CARDS AND PAIRLIST.
000090*
000100* A BAD FIELD, KEY, MASKFIELD OR AMOUNT CARD, OR A PAIRLIST
000110* ENTRY NAMING A CALENDAR THE HOLIDAYS DATASET DOES NOT CARRY,
000120* OTHERWISE SURFACES ONLY WHEN RECON STOPS IN THE NIGHT.  THIS
000130* STEP IS RUN UNDER CHANGE CONTROL BEFORE A CARD CHANGE IS
000140* PROMOTED, WITH SYSIN, PAIRLIST AND HOLIDAYS POINTING AT THE
000150* SAME DATASETS THE PRODUCTION RECON STEP USES.  IT:
000160*   - PARSES EVERY SYSIN CARD WITH THE SAME RULES AS RECON
000170*     1100-READ-PARM-CARDS, BUT CARRIES ON PAST A BAD CARD SO
000180*     ONE PASS LISTS EVERY PROBLEM;
000190*   - APPLIES THE CROSS-CARD RULES RECON PROVES AT START-UP
000200*     (AGGREGATE, RECTYPE, CURRENCY, LOOKUP, KSDS, PRESORT,
000210*     PARALLEL, SAMPLE, PARTITION, DICTIONARY, PAIRLIST AND
000220*     CYCLE COMBINATIONS);
000230*   - REJECTS FIELD, KEY AND AMOUNT RANGES THAT OVERLAP ONE
000240*     ANOTHER (KEY RANGES ARE WHOLE-RECORD POSITIONS, THE
000250*     OTHERS DATA-PORTION POSITIONS, SO THEY ARE COMPARED TEN
000260*     BYTES APART) - RECORD-TYPE SCOPED CARDS ONLY CLASH WITH
000270*     THEIR OWN TYPE AND THE UNSCOPED CARDS;
000280*   - PROVES EVERY PAIRLIST ENTRY: BOTH DATASETS CATALOGUED,
000290*     THE PAIR TOLERANCE AND EXCLUDE RANGE VALID, AND A
000300*     NON-BLANK CALENDAR ID PRESENT ON HOLIDAYS - A DATASET
000310*     NAMED BY SNAPSHOT ("@FEEDID CYCLE") IS ONLY PROVED WELL
000320*     FORMED, SINCE RECON RESOLVES IT AGAINST SNAPCAT ON THE
000330*     NIGHT;
000340*   - PRINTS THE EFFECTIVE CONFIGURATION, THEN EACH PAIR'S
000350*     AFTER ITS OVERRIDES.
000360* NO RECORD OF ANY DATA DATASET IS READ - A DATASET IS PROVED
000370* CATALOGUED BY OPENING AND CLOSING IT (STATUS 35 = NOT FOUND).
000380* WITHOUT A PAIRLIST THE DEFAULT FILEA/FILEB PAIR IS CHECKED.
000390* XREF AND RESTART STATE ARE RUN-TIME CONDITIONS AND ARE NOT
000400* JUDGED HERE.
000410* RC=0 CLEAN, RC=4 WARNINGS ONLY, RC=8 CONFIGURATION ERRORS
000420* (RECON WOULD STOP OR A DATASET IS MISSING), RC=16 I/O ERROR.
000430*
000440* MODIFICATION HISTORY.
000450*   2026-10-15 DS   INITIAL VERSION.
000460*   2026-10-15 DS   PAIRLIST SNAPSHOT REFERENCES ARE CHECKED FOR
000470*                   FORM (FEED ID; TODAY, PREVBUS OR YYYYMMDD)
000480*                   INSTEAD OF BEING PROBED AS DATASET NAMES.
000490*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000500*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000510*                   THE STEPSLA BATCH-WINDOW REPORT.
000520*   2026-10-15 DS   SAMPLE CARD CHECKED AS RECON TAKES IT
000530*                   (METHOD, INTERVAL, MINIMUM, SEED) AND AGAINST
000540*                   AGGREGATE, CHECKPOINT AND PARALLEL RUNNING.
000550*   2026-10-15 DS   DICTIONARY, PARTITION AND PARTKEY CARDS TAKEN
000560*                   AS RECON TAKES THEM, WITH RECON'S RULES FOR
000570*                   THEM (DICTIONARY AGAINST FIELD, AMOUNT AND
000580*                   MASKFIELD; ONE PARTKEY FEWER THAN THE RANGES;
000590*                   PARTITION AGAINST PAIRLIST AND THE SINGLE-
000600*                   ENGINE OPTIONS).
000610*----------------------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PARM-FILE ASSIGN TO SYSIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-PARM.
000690     SELECT PAIRLIST-FILE ASSIGN TO PAIRLIST
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FILE-STATUS-PAIR.
000720     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FILE-STATUS-HOL.
000750     SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-NAME
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FILE-STATUS-PRB.
000780     SELECT REPORT-FILE ASSIGN TO CFGRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FILE-STATUS-RPT.
000810     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS RECSTW-FILE-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PARM-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  PARM-RECORD                     PIC X(80).
000890 FD  PAIRLIST-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY "RECPAIR.cpy".
000920 FD  HOLIDAY-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  HOLIDAY-RECORD.
000950     05  HOLIDAY-DATE                PIC X(08).
000960     05  FILLER                      PIC X(01).
000970     05  HOLIDAY-CAL-ID              PIC X(08).
000980     05  FILLER                      PIC X(63).
000990 FD  PROBE-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==PROBE-==.
001020 FD  REPORT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  REPORT-RECORD                   PIC X(80).
001050 FD  STEPTIME-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "RECSTM.cpy".
001080 WORKING-STORAGE SECTION.
001090 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001100     88  WS-PARM-EOF-YES                        VALUE "Y".
001110 01  WS-EOF-PAIR-SW                  PIC X(01) VALUE "N".
001120     88  WS-EOF-PAIR-YES                        VALUE "Y".
001130 01  WS-EOF-HOL-SW                   PIC X(01) VALUE "N".
001140     88  WS-EOF-HOL-YES                         VALUE "Y".
001150 01  WS-PAIRLIST-SW                  PIC X(01) VALUE "N".
001160     88  WS-PAIRLIST-YES                        VALUE "Y".
001170     88  WS-PAIRLIST-NO                         VALUE "N".
001180 01  WS-HOL-PRESENT-SW               PIC X(01) VALUE "N".
001190     88  WS-HOL-PRESENT-YES                     VALUE "Y".
001200     88  WS-HOL-PRESENT-NO                      VALUE "N".
001210 01  WS-FILE-STATUSES.
001220     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001230         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001240         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001250     05  WS-FILE-STATUS-PAIR         PIC X(02) VALUE "00".
001260         88  WS-FILE-STATUS-PAIR-OK            VALUE "00".
001270         88  WS-FILE-STATUS-PAIR-NOTFND        VALUE "35".
001280     05  WS-FILE-STATUS-HOL          PIC X(02) VALUE "00".
001290         88  WS-FILE-STATUS-HOL-OK             VALUE "00".
001300         88  WS-FILE-STATUS-HOL-NOTFND         VALUE "35".
001310     05  WS-FILE-STATUS-PRB          PIC X(02) VALUE "00".
001320         88  WS-FILE-STATUS-PRB-OK             VALUE "00".
001330         88  WS-FILE-STATUS-PRB-NOTFND         VALUE "35".
001340     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001350         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001360 01  WS-COUNTERS COMP-3.
001370     05  WS-CARD-COUNT               PIC 9(05) VALUE ZERO.
001380     05  WS-PAIR-COUNT               PIC 9(05) VALUE ZERO.
001390     05  WS-DSN-COUNT                PIC 9(05) VALUE ZERO.
001400     05  WS-NOTCAT-COUNT             PIC 9(05) VALUE ZERO.
001410     05  WS-ERROR-COUNT              PIC 9(05) VALUE ZERO.
001420     05  WS-WARN-COUNT               PIC 9(05) VALUE ZERO.
001430     05  WS-ERROR-MARK               PIC 9(05) VALUE ZERO.
001440 01  WS-PARM-CARD.
001450     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001460     05  FILLER                      PIC X(79).
001470 01  WS-CARD-FIELDS.
001480     05  WS-CARD-VERB                PIC X(10).
001490     05  WS-CARD-OPERAND-1           PIC X(10).
001500     05  WS-CARD-OPERAND-2           PIC X(10).
001510     05  WS-CARD-OPERAND-3           PIC X(10).
001520     05  WS-CARD-OPERAND-4           PIC X(10).
001530 01  WS-CARD-VALUE-X                 PIC X(07).
001540 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
001550                                     PIC 9(07).
001560 01  WS-CARD-PCT-X                   PIC X(02).
001570 01  WS-CARD-PCT REDEFINES WS-CARD-PCT-X
001580                                     PIC 9(02).
001590 01  WS-SMP-CARD-INTERVAL-X          PIC X(05).
001600 01  WS-SMP-CARD-INTERVAL REDEFINES WS-SMP-CARD-INTERVAL-X
001610                                     PIC 9(05).
001620 01  WS-SMP-CARD-MINIMUM-X           PIC X(03).
001630 01  WS-SMP-CARD-MINIMUM REDEFINES WS-SMP-CARD-MINIMUM-X
001640                                     PIC 9(03).
001650 01  WS-SMP-CARD-SEED-X              PIC X(09).
001660 01  WS-SMP-CARD-SEED REDEFINES WS-SMP-CARD-SEED-X
001670                                     PIC 9(09).
001680*----------------------------------------------------------------*
001690* RANGE PARSING - THE SAME ONE-TO-THREE DIGIT FF-TT RULES AS
001700* RECON 1125.
001710*----------------------------------------------------------------*
001720 01  WS-CARD-RANGE.
001730     05  WS-CARD-FROM-X              PIC X(03).
001740     05  WS-CARD-TO-X                PIC X(03).
001750 01  WS-CARD-FROM                    PIC 9(03).
001760 01  WS-CARD-TO                      PIC 9(03).
001770 01  WS-RNG-PART                     PIC X(03).
001780 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
001790     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
001800 01  WS-RNG-VALUE                    PIC 9(03).
001810 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
001820 01  WS-RNG-IDX                      PIC S9(04) COMP.
001830 01  WS-RNG-DIGIT-X                  PIC X(01).
001840 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
001850                                     PIC 9(01).
001860 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
001870     88  WS-RANGE-VALID-YES                     VALUE "Y".
001880     88  WS-RANGE-VALID-NO                      VALUE "N".
001890 01  WS-RANGE-CARD-SW                PIC X(01) VALUE "N".
001900     88  WS-RANGE-CARD-YES                      VALUE "Y".
001910*----------------------------------------------------------------*
001920* THE CARD SETTINGS, NAMED AS IN RECON SO THE TWO READ ALIKE.
001930*----------------------------------------------------------------*
001940 01  WS-REC-LEN                      PIC S9(04) COMP VALUE 20.
001950 01  WS-CARD-MASK-VALUE              PIC X(01).
001960 01  WS-COMPARE-MASK                 PIC X(500) VALUE ALL "Y".
001970 01  WS-COMPARE-MASK-TBL REDEFINES WS-COMPARE-MASK.
001980     05  WS-COMPARE-MASK-BYTE OCCURS 500 TIMES
001990                                     PIC X(01).
002000 01  WS-GLOBAL-MASK                  PIC X(500).
002010 01  WS-CMP-IDX                      PIC S9(04) COMP.
002020 01  WS-INCLUDE-SEEN-SW              PIC X(01) VALUE "N".
002030     88  WS-INCLUDE-SEEN-YES                    VALUE "Y".
002040     88  WS-INCLUDE-SEEN-NO                     VALUE "N".
002050 01  WS-RUN-OPTIONS.
002060     05  WS-TOL-COUNT                PIC 9(07) VALUE ZERO.
002070     05  WS-TOL-PCT                  PIC 9(02) VALUE ZERO.
002080     05  WS-TOL-COUNT-GIVEN-SW       PIC X(01) VALUE "N".
002090         88  WS-TOL-COUNT-GIVEN-YES            VALUE "Y".
002100     05  WS-TOL-PCT-GIVEN-SW         PIC X(01) VALUE "N".
002110         88  WS-TOL-PCT-GIVEN-YES              VALUE "Y".
002120     05  WS-CP-INTERVAL              PIC 9(07) VALUE ZERO.
002130     05  WS-PROGRESS-INTERVAL        PIC 9(07) VALUE ZERO.
002140     05  WS-PARALLEL-MAX             PIC 9(02) VALUE ZERO.
002150     05  WS-PARALLEL-LIMIT           PIC 9(02) VALUE 8.
002160     05  WS-CYCLE-FREQ               PIC X(08) VALUE SPACES.
002170     05  WS-MODE-LOOKUP-SW           PIC X(01) VALUE "N".
002180         88  WS-MODE-LOOKUP-YES                VALUE "Y".
002190         88  WS-MODE-LOOKUP-NO                 VALUE "N".
002200     05  WS-INPUT-A-KSDS-SW          PIC X(01) VALUE "N".
002210         88  WS-INPUT-A-KSDS-YES               VALUE "Y".
002220         88  WS-INPUT-A-KSDS-NO                VALUE "N".
002230     05  WS-INPUT-B-KSDS-SW          PIC X(01) VALUE "N".
002240         88  WS-INPUT-B-KSDS-YES               VALUE "Y".
002250         88  WS-INPUT-B-KSDS-NO                VALUE "N".
002260     05  WS-PRESORT-A-SW             PIC X(01) VALUE "N".
002270         88  WS-PRESORT-A-YES                  VALUE "Y".
002280     05  WS-PRESORT-B-SW             PIC X(01) VALUE "N".
002290         88  WS-PRESORT-B-YES                  VALUE "Y".
002300     05  WS-CLEAR-EXTRACT-SW         PIC X(01) VALUE "N".
002310         88  WS-CLEAR-EXTRACT-YES              VALUE "Y".
002320     05  WS-FORCE-SW                 PIC X(01) VALUE "N".
002330         88  WS-FORCE-YES                      VALUE "Y".
002340     05  WS-AGG-MODE-SW              PIC X(01) VALUE "N".
002350         88  WS-AGG-MODE-YES                   VALUE "Y".
002360     05  WS-AGG-FROM                 PIC 9(03) VALUE ZERO.
002370     05  WS-AGG-LEN                  PIC S9(04) COMP VALUE ZERO.
002380     05  WS-RT-GIVEN-SW              PIC X(01) VALUE "N".
002390         88  WS-RT-GIVEN-YES                   VALUE "Y".
002400         88  WS-RT-GIVEN-NO                    VALUE "N".
002410     05  WS-RT-FROM                  PIC 9(03) VALUE ZERO.
002420     05  WS-RT-LEN                   PIC S9(04) COMP VALUE ZERO.
002430     05  WS-RT-SCOPE                 PIC X(04) VALUE SPACES.
002440     05  WS-CUR-GIVEN-SW             PIC X(01) VALUE "N".
002450         88  WS-CUR-GIVEN-YES                  VALUE "Y".
002460         88  WS-CUR-GIVEN-NO                   VALUE "N".
002470     05  WS-CUR-FROM                 PIC 9(03) VALUE ZERO.
002480     05  WS-CUR-BASE                 PIC X(03) VALUE SPACES.
002490     05  WS-BASE-TOL-COUNT           PIC S9(04) COMP VALUE ZERO.
002500     05  WS-SMP-GIVEN-SW             PIC X(01) VALUE "N".
002510         88  WS-SMP-GIVEN-YES                  VALUE "Y".
002520     05  WS-SMP-METHOD               PIC X(06) VALUE SPACES.
002530     05  WS-SMP-INTERVAL             PIC 9(05) VALUE ZERO.
002540     05  WS-SMP-MINIMUM              PIC 9(03) VALUE 1.
002550     05  WS-SMP-MINIMUM-LIMIT        PIC 9(03) VALUE 100.
002560     05  WS-SMP-SEED-X               PIC X(09) VALUE SPACES.
002570     05  WS-DICT-FEED-ID             PIC X(08) VALUE SPACES.
002580     05  WS-PART-COUNT               PIC 9(02) VALUE ZERO.
002590     05  WS-PART-LIMIT               PIC 9(02) VALUE 32.
002600     05  WS-PART-KEY-COUNT           PIC S9(04) COMP VALUE ZERO.
002610     05  WS-PART-LAST-KEY            PIC X(10) VALUE SPACES.
002620 01  WS-FIELD-DEFS.
002630     05  WS-FIELD-COUNT              PIC S9(04) COMP VALUE ZERO.
002640     05  WS-FIELD-MAX                PIC S9(04) COMP VALUE 10.
002650     05  WS-FIELD-ENTRY OCCURS 10 TIMES.
002660         10  WS-FLD-TYPE             PIC X(01).
002670         10  WS-FLD-TYPE-NAME        PIC X(06).
002680         10  WS-FLD-FROM             PIC 9(03).
002690         10  WS-FLD-LEN              PIC 9(03).
002700         10  WS-FLD-TOL              PIC 9(07).
002710         10  WS-FLD-RECTYPE          PIC X(04).
002720         10  WS-FLD-TOL-BASE-SW      PIC X(01).
002730             88  WS-FLD-TOL-BASE-YES            VALUE "Y".
002740             88  WS-FLD-TOL-BASE-NO             VALUE "N".
002750 01  WS-FLD-IDX                      PIC S9(04) COMP.
002760 01  WS-FLD-NEW-TYPE                 PIC X(01).
002770 01  WS-FLD-NEW-LEN                  PIC S9(04) COMP.
002780 01  WS-KEYDEF-CONTROLS.
002790     05  WS-KEYDEF-GIVEN-SW          PIC X(01) VALUE "N".
002800         88  WS-KEYDEF-GIVEN-YES                VALUE "Y".
002810         88  WS-KEYDEF-GIVEN-NO                 VALUE "N".
002820     05  WS-KEYDEF-COUNT             PIC S9(04) COMP VALUE ZERO.
002830     05  WS-KEYDEF-MAX               PIC S9(04) COMP VALUE 5.
002840     05  WS-KEYDEF-LEN               PIC S9(04) COMP VALUE ZERO.
002850     05  WS-KEYDEF-ENTRY OCCURS 5 TIMES.
002860         10  WS-KD-FROM              PIC 9(03).
002870         10  WS-KD-LEN               PIC 9(03).
002880 01  WS-KD-IDX                       PIC S9(04) COMP.
002890 01  WS-MASK-CONTROLS.
002900     05  WS-MASK-COUNT               PIC S9(04) COMP VALUE ZERO.
002910     05  WS-MASK-MAX                 PIC S9(04) COMP VALUE 10.
002920     05  WS-MASK-ENTRY OCCURS 10 TIMES.
002930         10  WS-MASK-FROM            PIC 9(03).
002940         10  WS-MASK-LEN             PIC 9(03).
002950         10  WS-MASK-RECTYPE         PIC X(04).
002960 01  WS-MASK-IDX                     PIC S9(04) COMP.
002970 01  WS-AMTDEF-TABLE.
002980     05  WS-AMTDEF-COUNT             PIC S9(04) COMP VALUE ZERO.
002990     05  WS-AMTDEF-MAX               PIC S9(04) COMP VALUE 11.
003000     05  WS-AMTDEF-ENTRY OCCURS 11 TIMES.
003010         10  WS-AD-RECTYPE           PIC X(04).
003020         10  WS-AD-TYPE              PIC X(01).
003030         10  WS-AD-TYPE-NAME         PIC X(06).
003040         10  WS-AD-FROM              PIC 9(03).
003050         10  WS-AD-LEN               PIC 9(03).
003060 01  WS-AD-IDX                       PIC S9(04) COMP.
003070 01  WS-AD-HIT                       PIC S9(04) COMP VALUE ZERO.
003080 01  WS-AMT-TYPE                     PIC X(01).
003090 01  WS-AMT-LEN                      PIC S9(04) COMP.
003100*----------------------------------------------------------------*
003110* OVERLAP TABLE - EVERY KEY, FIELD AND AMOUNT RANGE IN WHOLE-
003120* RECORD POSITIONS, WITH ITS CARD-FORM RANGE FOR THE MESSAGE.
003130*----------------------------------------------------------------*
003140 01  WS-OVL-TABLE.
003150     05  WS-OVL-COUNT                PIC S9(04) COMP VALUE ZERO.
003160     05  WS-OVL-ENTRY OCCURS 26 TIMES.
003170         10  WS-OVL-KIND             PIC X(06).
003180         10  WS-OVL-CARD-FROM        PIC 9(03).
003190         10  WS-OVL-CARD-TO          PIC 9(03).
003200         10  WS-OVL-ABS-FROM         PIC S9(04) COMP.
003210         10  WS-OVL-ABS-TO           PIC S9(04) COMP.
003220         10  WS-OVL-RECTYPE          PIC X(04).
003230 01  WS-OVL-I                        PIC S9(04) COMP.
003240 01  WS-OVL-J                        PIC S9(04) COMP.
003250 01  WS-OVL-SHIFT                    PIC S9(04) COMP.
003260*----------------------------------------------------------------*
003270* CALENDAR IDS ON HOLIDAYS AND THEIR DATE COUNTS (SPACES IS THE
003280* DEFAULT CALENDAR).
003290*----------------------------------------------------------------*
003300 01  WS-CAL-TABLE.
003310     05  WS-CAL-COUNT                PIC S9(04) COMP VALUE ZERO.
003320     05  WS-CAL-MAX                  PIC S9(04) COMP VALUE 200.
003330     05  WS-CAL-ENTRY OCCURS 200 TIMES.
003340         10  WS-CAL-ID               PIC X(08).
003350         10  WS-CAL-DATES            PIC 9(05) COMP-3.
003360 01  WS-CAL-IDX                      PIC S9(04) COMP.
003370 01  WS-CAL-HIT                      PIC S9(04) COMP.
003380 01  WS-FIND-CAL-ID                  PIC X(08).
003390*----------------------------------------------------------------*
003400* THE PAIR IN HAND AND ITS EFFECTIVE SETTINGS.
003410*----------------------------------------------------------------*
003420 01  WS-PAIR-ID                      PIC X(08).
003430 01  WS-PAIR-FILEA                   PIC X(44).
003440 01  WS-PAIR-FILEB                   PIC X(44).
003450 01  WS-PAIR-CAL-ID                  PIC X(08).
003460 01  WS-PAIR-TOL-COUNT               PIC 9(07).
003470 01  WS-PAIR-TOL-SOURCE              PIC X(06).
003480 01  WS-PAIR-VALID-SW                PIC X(01).
003490     88  WS-PAIR-VALID-YES                      VALUE "Y".
003500     88  WS-PAIR-VALID-NO                       VALUE "N".
003510 01  WS-PROBE-NAME                   PIC X(44).
003520 01  WS-PROBE-SNAP REDEFINES WS-PROBE-NAME.
003530     05  WS-PROBE-SNAP-FLAG          PIC X(01).
003540         88  WS-PROBE-BY-SNAP                   VALUE "@".
003550     05  WS-PROBE-FEED-ID            PIC X(08).
003560     05  FILLER                      PIC X(01).
003570     05  WS-PROBE-CYCLE              PIC X(08).
003580     05  WS-PROBE-CYCLE-N REDEFINES WS-PROBE-CYCLE
003590                                     PIC 9(08).
003600     05  FILLER                      PIC X(26).
003610 01  WS-PROBE-RESULT                 PIC X(16).
003620 01  WS-PROBE-LABEL                  PIC X(06).
003630 01  WS-RUN-START                    PIC S9(04) COMP.
003640 01  WS-RUN-SW                       PIC X(01).
003650     88  WS-RUN-OPEN-YES                        VALUE "Y".
003660     88  WS-RUN-OPEN-NO                         VALUE "N".
003670 01  WS-RUN-SHOWN                    PIC S9(04) COMP.
003680 01  WS-LINE-PTR                     PIC S9(04) COMP.
003690 01  WS-MSG-PTR                      PIC S9(04) COMP.
003700*----------------------------------------------------------------*
003710* MESSAGE AND REPORT WORK.
003720*----------------------------------------------------------------*
003730 01  WS-MSG-TEXT                     PIC X(50).
003740 01  WS-MSG-OPERAND                  PIC X(20).
003750 01  WS-EDIT-FROM                    PIC 9(03).
003760 01  WS-EDIT-TO                      PIC 9(03).
003770 01  WS-EDIT-SEQ                     PIC 9(03).
003780 01  WS-EDIT-COUNT                   PIC ZZZZ9.
003790 01  WS-EDIT-LEN                     PIC ZZ9.
003800 01  WS-REPORT-LINE                  PIC X(80).
003810 01  WS-RUN-DATE                     PIC X(08).
003820 COPY "RECSTW.cpy".
003830 PROCEDURE DIVISION.
003840 0000-MAINLINE.
003850     MOVE "CFGCHECK" TO RECSTW-PROGRAM-ID
003860     PERFORM 9800-START-STEP-TIMING
003870         THRU 9800-START-STEP-TIMING-EXIT
003880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003890     PERFORM 1405-LOAD-HOLIDAYS THRU 1405-LOAD-HOLIDAYS-EXIT
003900     PERFORM 1100-READ-PARM-CARDS
003910         THRU 1100-READ-PARM-CARDS-EXIT
003920     IF WS-KEYDEF-GIVEN-NO
003930         MOVE 1 TO WS-KEYDEF-COUNT
003940         MOVE 01 TO WS-KD-FROM (1)
003950         MOVE 10 TO WS-KD-LEN (1)
003960         MOVE 10 TO WS-KEYDEF-LEN
003970     END-IF
003980     PERFORM 3000-CHECK-CARD-RULES
003990         THRU 3000-CHECK-CARD-RULES-EXIT
004000     PERFORM 3500-CHECK-OVERLAPS THRU 3500-CHECK-OVERLAPS-EXIT
004010     PERFORM 4000-PRINT-CARD-CONFIG
004020         THRU 4000-PRINT-CARD-CONFIG-EXIT
004030     MOVE WS-COMPARE-MASK TO WS-GLOBAL-MASK
004040     IF WS-PAIRLIST-YES
004050         PERFORM 5000-CHECK-PAIRLIST
004060             THRU 5000-CHECK-PAIRLIST-EXIT
004070     ELSE
004080         PERFORM 6000-CHECK-SINGLE-PAIR
004090             THRU 6000-CHECK-SINGLE-PAIR-EXIT
004100     END-IF
004110     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
004120     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
004130     MOVE WS-PAIR-COUNT TO RECSTW-RECORD-COUNT
004140     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
004150     PERFORM 9810-WRITE-STEP-TIMING
004160         THRU 9810-WRITE-STEP-TIMING-EXIT
004170     GOBACK
004180     .
004190 0000-MAINLINE-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------*
004220* 1000 - OPEN THE REPORT AND SEE WHETHER THIS IS A PAIRLIST
004230* CONFIGURATION.  THE PAIRLIST STAYS OPEN FOR 5000.
004240*----------------------------------------------------------------*
004250 1000-INITIALIZE.
004260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004270     OPEN OUTPUT REPORT-FILE
004280     IF NOT WS-FILE-STATUS-RPT-OK
004290         DISPLAY "CFGCHECK: OPEN FAILED FOR CFGRPT - STATUS "
004300             WS-FILE-STATUS-RPT
004310         MOVE 16 TO RETURN-CODE
004320         GOBACK
004330     END-IF
004340     MOVE SPACES TO WS-REPORT-LINE
004350     STRING "RECON PRE-FLIGHT CONFIGURATION CHECK - RUN "
004360         DELIMITED BY SIZE
004370         WS-RUN-DATE DELIMITED BY SIZE
004380         INTO WS-REPORT-LINE
004390     PERFORM 8900-WRITE-REPORT-LINE
004400         THRU 8900-WRITE-REPORT-LINE-EXIT
004410     MOVE SPACES TO WS-REPORT-LINE
004420     PERFORM 8900-WRITE-REPORT-LINE
004430         THRU 8900-WRITE-REPORT-LINE-EXIT
004440     OPEN INPUT PAIRLIST-FILE
004450     IF WS-FILE-STATUS-PAIR-NOTFND
004460         SET WS-PAIRLIST-NO TO TRUE
004470         GO TO 1000-INITIALIZE-EXIT
004480     END-IF
004490     IF NOT WS-FILE-STATUS-PAIR-OK
004500         DISPLAY "CFGCHECK: OPEN FAILED FOR PAIRLIST - STATUS "
004510             WS-FILE-STATUS-PAIR
004520         MOVE 16 TO RETURN-CODE
004530         GOBACK
004540     END-IF
004550     SET WS-PAIRLIST-YES TO TRUE
004560     .
004570 1000-INITIALIZE-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------*
004600* 1100 - EVERY SYSIN CARD IS ECHOED AND PARSED AS RECON PARSES
004610* IT.  WHERE RECON WOULD STOP, THE FAULT IS LISTED UNDER THE
004620* CARD AND THE CARD IS LEFT OUT OF THE CONFIGURATION.  A
004630* MISSING SYSIN IS THE ALL-DEFAULTS CONFIGURATION, AS IN RECON.
004640*----------------------------------------------------------------*
004650 1100-READ-PARM-CARDS.
004660     OPEN INPUT PARM-FILE
004670     IF WS-FILE-STATUS-PARM-NOTFND
004680         SET WS-PARM-EOF-YES TO TRUE
004690         MOVE "NO SYSIN CARDS - RECON RUNS ON ITS DEFAULTS"
004700             TO WS-REPORT-LINE
004710         PERFORM 8900-WRITE-REPORT-LINE
004720             THRU 8900-WRITE-REPORT-LINE-EXIT
004730         GO TO 1100-READ-PARM-CARDS-EXIT
004740     END-IF
004750     IF NOT WS-FILE-STATUS-PARM-OK
004760         DISPLAY "CFGCHECK: OPEN FAILED FOR SYSIN - STATUS "
004770             WS-FILE-STATUS-PARM
004780         MOVE 16 TO RETURN-CODE
004790         GOBACK
004800     END-IF
004810     MOVE "SYSIN CARDS" TO WS-REPORT-LINE
004820     PERFORM 8900-WRITE-REPORT-LINE
004830         THRU 8900-WRITE-REPORT-LINE-EXIT
004840     PERFORM 1110-READ-PARM-CARD
004850         THRU 1110-READ-PARM-CARD-EXIT
004860         UNTIL WS-PARM-EOF-YES
004870     CLOSE PARM-FILE
004880     .
004890 1100-READ-PARM-CARDS-EXIT.
004900     EXIT.
004910 1110-READ-PARM-CARD.
004920     READ PARM-FILE INTO WS-PARM-CARD
004930         AT END
004940             SET WS-PARM-EOF-YES TO TRUE
004950             GO TO 1110-READ-PARM-CARD-EXIT
004960     END-READ
004970     IF NOT WS-FILE-STATUS-PARM-OK
004980         DISPLAY "CFGCHECK: READ FAILED FOR SYSIN - STATUS "
004990             WS-FILE-STATUS-PARM
005000         MOVE 16 TO RETURN-CODE
005010         GOBACK
005020     END-IF
005030     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
005040         GO TO 1110-READ-PARM-CARD-EXIT
005050     END-IF
005060     ADD 1 TO WS-CARD-COUNT
005070     MOVE WS-CARD-COUNT TO WS-EDIT-SEQ
005080     MOVE SPACES TO WS-REPORT-LINE
005090     STRING "  " WS-EDIT-SEQ "  " DELIMITED BY SIZE
005100         WS-PARM-CARD (1:71) DELIMITED BY SIZE
005110         INTO WS-REPORT-LINE
005120     PERFORM 8900-WRITE-REPORT-LINE
005130         THRU 8900-WRITE-REPORT-LINE-EXIT
005140     MOVE SPACES TO WS-CARD-FIELDS
005150     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
005160         INTO WS-CARD-VERB WS-CARD-OPERAND-1
005170             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
005180             WS-CARD-OPERAND-4
005190     END-UNSTRING
005200     EVALUATE WS-CARD-VERB
005210         WHEN "INPUT"
005220             PERFORM 1160-APPLY-INPUT-CARD
005230                 THRU 1160-APPLY-INPUT-CARD-EXIT
005240         WHEN "CYCLE"
005250             PERFORM 1195-APPLY-CYCLE-CARD
005260                 THRU 1195-APPLY-CYCLE-CARD-EXIT
005270         WHEN "AMOUNT"
005280             SET WS-RANGE-CARD-YES TO TRUE
005290             PERFORM 1190-APPLY-AMOUNT-CARD
005300                 THRU 1190-APPLY-AMOUNT-CARD-EXIT
005310         WHEN "FIELD"
005320             SET WS-RANGE-CARD-YES TO TRUE
005330             PERFORM 1180-APPLY-FIELD-CARD
005340                 THRU 1180-APPLY-FIELD-CARD-EXIT
005350         WHEN "PRESORT"
005360             PERFORM 1185-APPLY-PRESORT-CARD
005370                 THRU 1185-APPLY-PRESORT-CARD-EXIT
005380         WHEN "PARALLEL"
005390             PERFORM 1187-APPLY-PARALLEL-CARD
005400                 THRU 1187-APPLY-PARALLEL-CARD-EXIT
005410         WHEN "MODE"
005420             PERFORM 1170-APPLY-MODE-CARD
005430                 THRU 1170-APPLY-MODE-CARD-EXIT
005440         WHEN "KEY"
005450             SET WS-RANGE-CARD-YES TO TRUE
005460             PERFORM 1165-APPLY-KEY-CARD
005470                 THRU 1165-APPLY-KEY-CARD-EXIT
005480         WHEN "CHECKPOINT"
005490             PERFORM 1150-APPLY-CHECKPOINT-CARD
005500                 THRU 1150-APPLY-CHECKPOINT-CARD-EXIT
005510         WHEN "TOLERANCE"
005520             PERFORM 1140-APPLY-TOLERANCE-CARD
005530                 THRU 1140-APPLY-TOLERANCE-CARD-EXIT
005540         WHEN "COMPARE"
005550             SET WS-RANGE-CARD-YES TO TRUE
005560             PERFORM 1120-APPLY-COMPARE-CARD
005570                 THRU 1120-APPLY-COMPARE-CARD-EXIT
005580         WHEN "MASKFIELD"
005590             SET WS-RANGE-CARD-YES TO TRUE
005600             PERFORM 1135-APPLY-MASKFIELD-CARD
005610                 THRU 1135-APPLY-MASKFIELD-CARD-EXIT
005620         WHEN "CLEAREXTRACT"
005630             SET WS-CLEAR-EXTRACT-YES TO TRUE
005640         WHEN "FORCE"
005650             SET WS-FORCE-YES TO TRUE
005660             MOVE "FORCE CARD OVERRIDES THE RUN-CONTROL LOCK"
005670                 TO WS-MSG-TEXT
005680             MOVE SPACES TO WS-MSG-OPERAND
005690             PERFORM 8810-LOG-WARNING THRU 8810-LOG-WARNING-EXIT
005700         WHEN "PROGRESS"
005710             PERFORM 1188-APPLY-PROGRESS-CARD
005720                 THRU 1188-APPLY-PROGRESS-CARD-EXIT
005730         WHEN "RECLEN"
005740             PERFORM 1175-APPLY-RECLEN-CARD
005750                 THRU 1175-APPLY-RECLEN-CARD-EXIT
005760         WHEN "AGGREGATE"
005770             SET WS-RANGE-CARD-YES TO TRUE
005780             PERFORM 1167-APPLY-AGGREGATE-CARD
005790                 THRU 1167-APPLY-AGGREGATE-CARD-EXIT
005800         WHEN "RECTYPE"
005810             SET WS-RANGE-CARD-YES TO TRUE
005820             PERFORM 1177-APPLY-RECTYPE-CARD
005830                 THRU 1177-APPLY-RECTYPE-CARD-EXIT
005840         WHEN "CURRENCY"
005850             SET WS-RANGE-CARD-YES TO TRUE
005860             PERFORM 1196-APPLY-CURRENCY-CARD
005870                 THRU 1196-APPLY-CURRENCY-CARD-EXIT
005880         WHEN "SAMPLE"
005890             PERFORM 1189-APPLY-SAMPLE-CARD
005900                 THRU 1189-APPLY-SAMPLE-CARD-EXIT
005910         WHEN "PARTITION"
005920             PERFORM 1186-APPLY-PARTITION-CARD
005930                 THRU 1186-APPLY-PARTITION-CARD-EXIT
005940         WHEN "PARTKEY"
005950             PERFORM 1184-APPLY-PARTKEY-CARD
005960                 THRU 1184-APPLY-PARTKEY-CARD-EXIT
005970         WHEN "DICTIONARY"
005980             PERFORM 1197-APPLY-DICTIONARY-CARD
005990                 THRU 1197-APPLY-DICTIONARY-CARD-EXIT
006000         WHEN OTHER
006010             MOVE "UNRECOGNIZED PARM CARD" TO WS-MSG-TEXT
006020             MOVE WS-CARD-VERB TO WS-MSG-OPERAND
006030             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
006040     END-EVALUATE
006050     .
006060 1110-READ-PARM-CARD-EXIT.
006070     EXIT.
006080 1120-APPLY-COMPARE-CARD.
006090     MOVE SPACES TO WS-CARD-RANGE
006100     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
006110         INTO WS-CARD-FROM-X WS-CARD-TO-X
006120     END-UNSTRING
006130     PERFORM 1125-PARSE-CARD-RANGE
006140         THRU 1125-PARSE-CARD-RANGE-EXIT
006150     IF WS-RANGE-VALID-NO
006160         MOVE "BAD COMPARE RANGE" TO WS-MSG-TEXT
006170         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
006180         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
006190         GO TO 1120-APPLY-COMPARE-CARD-EXIT
006200     END-IF
006210     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
006220             OR WS-CARD-FROM > WS-CARD-TO
006230         MOVE "COMPARE RANGE OUT OF BOUNDS" TO WS-MSG-TEXT
006240         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
006250         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
006260         GO TO 1120-APPLY-COMPARE-CARD-EXIT
006270     END-IF
006280     EVALUATE WS-CARD-OPERAND-1
006290         WHEN "INCLUDE"
006300             IF WS-INCLUDE-SEEN-NO
006310                 MOVE ALL "N" TO WS-COMPARE-MASK
006320                 SET WS-INCLUDE-SEEN-YES TO TRUE
006330             END-IF
006340             MOVE "Y" TO WS-CARD-MASK-VALUE
006350         WHEN "EXCLUDE"
006360             MOVE "N" TO WS-CARD-MASK-VALUE
006370         WHEN OTHER
006380             MOVE "BAD COMPARE ACTION" TO WS-MSG-TEXT
006390             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
006400             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
006410             GO TO 1120-APPLY-COMPARE-CARD-EXIT
006420     END-EVALUATE
006430     PERFORM 1130-SET-MASK-BYTE
006440         THRU 1130-SET-MASK-BYTE-EXIT
006450         VARYING WS-CMP-IDX FROM WS-CARD-FROM BY 1
006460         UNTIL WS-CMP-IDX > WS-CARD-TO
006470     .
006480 1120-APPLY-COMPARE-CARD-EXIT.
006490     EXIT.
006500 1130-SET-MASK-BYTE.
006510     MOVE WS-CARD-MASK-VALUE
006520         TO WS-COMPARE-MASK-BYTE (WS-CMP-IDX)
006530     .
006540 1130-SET-MASK-BYTE-EXIT.
006550     EXIT.
006560 1135-APPLY-MASKFIELD-CARD.
006570     MOVE SPACES TO WS-CARD-RANGE
006580     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
006590         INTO WS-CARD-FROM-X WS-CARD-TO-X
006600     END-UNSTRING
006610     PERFORM 1125-PARSE-CARD-RANGE
006620         THRU 1125-PARSE-CARD-RANGE-EXIT
006630     IF WS-RANGE-VALID-NO
006640             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
006650             OR WS-CARD-FROM > WS-CARD-TO
006660         MOVE "BAD MASKFIELD RANGE" TO WS-MSG-TEXT
006670         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
006680         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
006690         GO TO 1135-APPLY-MASKFIELD-CARD-EXIT
006700     END-IF
006710     IF WS-MASK-COUNT = WS-MASK-MAX
006720         MOVE "TOO MANY MASKFIELD CARDS" TO WS-MSG-TEXT
006730         MOVE SPACES TO WS-MSG-OPERAND
006740         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
006750         GO TO 1135-APPLY-MASKFIELD-CARD-EXIT
006760     END-IF
006770     ADD 1 TO WS-MASK-COUNT
006780     MOVE WS-CARD-FROM TO WS-MASK-FROM (WS-MASK-COUNT)
006790     COMPUTE WS-MASK-LEN (WS-MASK-COUNT) =
006800         WS-CARD-TO - WS-CARD-FROM + 1
006810     MOVE WS-RT-SCOPE TO WS-MASK-RECTYPE (WS-MASK-COUNT)
006820     .
006830 1135-APPLY-MASKFIELD-CARD-EXIT.
006840     EXIT.
006850 1125-PARSE-CARD-RANGE.
006860     SET WS-RANGE-VALID-YES TO TRUE
006870     MOVE WS-CARD-FROM-X TO WS-RNG-PART
006880     PERFORM 1128-PARSE-RANGE-PART
006890         THRU 1128-PARSE-RANGE-PART-EXIT
006900     MOVE WS-RNG-VALUE TO WS-CARD-FROM
006910     MOVE WS-CARD-TO-X TO WS-RNG-PART
006920     PERFORM 1128-PARSE-RANGE-PART
006930         THRU 1128-PARSE-RANGE-PART-EXIT
006940     MOVE WS-RNG-VALUE TO WS-CARD-TO
006950     .
006960 1125-PARSE-CARD-RANGE-EXIT.
006970     EXIT.
006980 1128-PARSE-RANGE-PART.
006990     MOVE ZERO TO WS-RNG-VALUE
007000     MOVE ZERO TO WS-RNG-DIGITS
007010     PERFORM 1129-PARSE-ONE-DIGIT
007020         THRU 1129-PARSE-ONE-DIGIT-EXIT
007030         VARYING WS-RNG-IDX FROM 1 BY 1
007040         UNTIL WS-RNG-IDX > 3
007050     IF WS-RNG-DIGITS = 0
007060         SET WS-RANGE-VALID-NO TO TRUE
007070     END-IF
007080     .
007090 1128-PARSE-RANGE-PART-EXIT.
007100     EXIT.
007110 1129-PARSE-ONE-DIGIT.
007120     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
007130     EVALUATE TRUE
007140         WHEN WS-RNG-DIGIT-X = SPACE
007150             CONTINUE
007160         WHEN WS-RNG-DIGIT-X NUMERIC
007170             COMPUTE WS-RNG-VALUE =
007180                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
007190             ADD 1 TO WS-RNG-DIGITS
007200         WHEN OTHER
007210             SET WS-RANGE-VALID-NO TO TRUE
007220     END-EVALUATE
007230     .
007240 1129-PARSE-ONE-DIGIT-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------*
007270* 1175 - RECLEN.  RECON PROVES EACH RANGE CARD AGAINST THE
007280* LENGTH IN FORCE WHEN IT IS READ, SO A RECLEN CARD AFTER A
007290* RANGE CARD LEAVES THAT CARD CHECKED AGAINST THE OLD LENGTH -
007300* WORTH A WARNING EVEN THOUGH RECON ACCEPTS IT.
007310*----------------------------------------------------------------*
007320 1175-APPLY-RECLEN-CARD.
007330     SET WS-RANGE-VALID-YES TO TRUE
007340     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
007350     PERFORM 1128-PARSE-RANGE-PART
007360         THRU 1128-PARSE-RANGE-PART-EXIT
007370     IF WS-RANGE-VALID-NO
007380             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
007390         MOVE "BAD RECLEN" TO WS-MSG-TEXT
007400         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
007410         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
007420         GO TO 1175-APPLY-RECLEN-CARD-EXIT
007430     END-IF
007440     IF WS-RANGE-CARD-YES
007450         MOVE "RECLEN FOLLOWS A RANGE CARD" TO WS-MSG-TEXT
007460         MOVE SPACES TO WS-MSG-OPERAND
007470         PERFORM 8810-LOG-WARNING THRU 8810-LOG-WARNING-EXIT
007480     END-IF
007490     MOVE WS-RNG-VALUE TO WS-REC-LEN
007500     .
007510 1175-APPLY-RECLEN-CARD-EXIT.
007520     EXIT.
007530 1140-APPLY-TOLERANCE-CARD.
007540     EVALUATE WS-CARD-OPERAND-1
007550         WHEN "COUNT"
007560             MOVE WS-CARD-OPERAND-2 TO WS-CARD-VALUE-X
007570             IF WS-CARD-VALUE NOT NUMERIC
007580                 MOVE "BAD TOLERANCE COUNT" TO WS-MSG-TEXT
007590                 MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
007600                 PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
007610                 GO TO 1140-APPLY-TOLERANCE-CARD-EXIT
007620             END-IF
007630             MOVE WS-CARD-VALUE TO WS-TOL-COUNT
007640             SET WS-TOL-COUNT-GIVEN-YES TO TRUE
007650         WHEN "PERCENT"
007660             MOVE WS-CARD-OPERAND-2 TO WS-CARD-PCT-X
007670             IF WS-CARD-PCT NOT NUMERIC
007680                 MOVE "BAD TOLERANCE PERCENT" TO WS-MSG-TEXT
007690                 MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
007700                 PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
007710                 GO TO 1140-APPLY-TOLERANCE-CARD-EXIT
007720             END-IF
007730             MOVE WS-CARD-PCT TO WS-TOL-PCT
007740             SET WS-TOL-PCT-GIVEN-YES TO TRUE
007750         WHEN OTHER
007760             MOVE "BAD TOLERANCE TYPE" TO WS-MSG-TEXT
007770             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
007780             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
007790     END-EVALUATE
007800     .
007810 1140-APPLY-TOLERANCE-CARD-EXIT.
007820     EXIT.
007830 1150-APPLY-CHECKPOINT-CARD.
007840     MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
007850     IF WS-CARD-VALUE NOT NUMERIC
007860         MOVE "BAD CHECKPOINT INTERVAL" TO WS-MSG-TEXT
007870         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
007880         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
007890         GO TO 1150-APPLY-CHECKPOINT-CARD-EXIT
007900     END-IF
007910     MOVE WS-CARD-VALUE TO WS-CP-INTERVAL
007920     .
007930 1150-APPLY-CHECKPOINT-CARD-EXIT.
007940     EXIT.
007950 1160-APPLY-INPUT-CARD.
007960     IF WS-CARD-OPERAND-2 NOT = "KSDS"
007970         MOVE "BAD INPUT ORGANIZATION" TO WS-MSG-TEXT
007980         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
007990         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008000         GO TO 1160-APPLY-INPUT-CARD-EXIT
008010     END-IF
008020     EVALUATE WS-CARD-OPERAND-1
008030         WHEN "A"
008040             SET WS-INPUT-A-KSDS-YES TO TRUE
008050         WHEN "B"
008060             SET WS-INPUT-B-KSDS-YES TO TRUE
008070         WHEN OTHER
008080             MOVE "BAD INPUT FILE" TO WS-MSG-TEXT
008090             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008100             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008110     END-EVALUATE
008120     .
008130 1160-APPLY-INPUT-CARD-EXIT.
008140     EXIT.
008150 1165-APPLY-KEY-CARD.
008160     MOVE SPACES TO WS-CARD-RANGE
008170     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
008180         INTO WS-CARD-FROM-X WS-CARD-TO-X
008190     END-UNSTRING
008200     PERFORM 1125-PARSE-CARD-RANGE
008210         THRU 1125-PARSE-CARD-RANGE-EXIT
008220     IF WS-RANGE-VALID-NO
008230         MOVE "BAD KEY RANGE" TO WS-MSG-TEXT
008240         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008250         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008260         GO TO 1165-APPLY-KEY-CARD-EXIT
008270     END-IF
008280     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN + 10
008290             OR WS-CARD-FROM > WS-CARD-TO
008300         MOVE "KEY RANGE OUT OF BOUNDS" TO WS-MSG-TEXT
008310         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008320         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008330         GO TO 1165-APPLY-KEY-CARD-EXIT
008340     END-IF
008350     IF WS-KEYDEF-COUNT = WS-KEYDEF-MAX
008360         MOVE "TOO MANY KEY CARDS" TO WS-MSG-TEXT
008370         MOVE SPACES TO WS-MSG-OPERAND
008380         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008390         GO TO 1165-APPLY-KEY-CARD-EXIT
008400     END-IF
008410     IF WS-KEYDEF-LEN + WS-CARD-TO - WS-CARD-FROM + 1 > 32
008420         MOVE "COMPOSITE KEY OVER 32 BYTES" TO WS-MSG-TEXT
008430         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008440         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008450         GO TO 1165-APPLY-KEY-CARD-EXIT
008460     END-IF
008470     ADD 1 TO WS-KEYDEF-COUNT
008480     MOVE WS-CARD-FROM TO WS-KD-FROM (WS-KEYDEF-COUNT)
008490     COMPUTE WS-KD-LEN (WS-KEYDEF-COUNT) =
008500         WS-CARD-TO - WS-CARD-FROM + 1
008510     ADD WS-KD-LEN (WS-KEYDEF-COUNT) TO WS-KEYDEF-LEN
008520     SET WS-KEYDEF-GIVEN-YES TO TRUE
008530     .
008540 1165-APPLY-KEY-CARD-EXIT.
008550     EXIT.
008560 1167-APPLY-AGGREGATE-CARD.
008570     IF WS-AGG-MODE-YES
008580         MOVE "ONLY ONE AGGREGATE CARD ALLOWED" TO WS-MSG-TEXT
008590         MOVE SPACES TO WS-MSG-OPERAND
008600         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008610         GO TO 1167-APPLY-AGGREGATE-CARD-EXIT
008620     END-IF
008630     MOVE SPACES TO WS-CARD-RANGE
008640     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
008650         INTO WS-CARD-FROM-X WS-CARD-TO-X
008660     END-UNSTRING
008670     PERFORM 1125-PARSE-CARD-RANGE
008680         THRU 1125-PARSE-CARD-RANGE-EXIT
008690     IF WS-RANGE-VALID-NO
008700         MOVE "BAD AGGREGATE RANGE" TO WS-MSG-TEXT
008710         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008720         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008730         GO TO 1167-APPLY-AGGREGATE-CARD-EXIT
008740     END-IF
008750     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN + 10
008760             OR WS-CARD-FROM > WS-CARD-TO
008770             OR WS-CARD-TO - WS-CARD-FROM + 1 > 32
008780         MOVE "AGGREGATE RANGE OUT OF BOUNDS" TO WS-MSG-TEXT
008790         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008800         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008810         GO TO 1167-APPLY-AGGREGATE-CARD-EXIT
008820     END-IF
008830     MOVE WS-CARD-FROM TO WS-AGG-FROM
008840     COMPUTE WS-AGG-LEN = WS-CARD-TO - WS-CARD-FROM + 1
008850     SET WS-AGG-MODE-YES TO TRUE
008860     .
008870 1167-APPLY-AGGREGATE-CARD-EXIT.
008880     EXIT.
008890 1170-APPLY-MODE-CARD.
008900     EVALUATE WS-CARD-OPERAND-1
008910         WHEN "MERGE"
008920             SET WS-MODE-LOOKUP-NO TO TRUE
008930         WHEN "LOOKUP"
008940             SET WS-MODE-LOOKUP-YES TO TRUE
008950         WHEN OTHER
008960             MOVE "BAD MODE" TO WS-MSG-TEXT
008970             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
008980             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
008990     END-EVALUATE
009000     .
009010 1170-APPLY-MODE-CARD-EXIT.
009020     EXIT.
009030 1177-APPLY-RECTYPE-CARD.
009040     EVALUATE WS-CARD-OPERAND-1
009050         WHEN "AT"
009060             PERFORM 1176-APPLY-RECTYPE-AT
009070                 THRU 1176-APPLY-RECTYPE-AT-EXIT
009080         WHEN "FOR"
009090             IF WS-RT-GIVEN-NO
009100                 MOVE "RECTYPE FOR NEEDS A RECTYPE AT CARD"
009110                     TO WS-MSG-TEXT
009120                 MOVE SPACES TO WS-MSG-OPERAND
009130                 PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009140                 GO TO 1177-APPLY-RECTYPE-CARD-EXIT
009150             END-IF
009160             IF WS-CARD-OPERAND-2 = "ALL"
009170                 MOVE SPACES TO WS-RT-SCOPE
009180                 GO TO 1177-APPLY-RECTYPE-CARD-EXIT
009190             END-IF
009200             IF WS-CARD-OPERAND-2 = SPACES
009210                     OR WS-CARD-OPERAND-2 (WS-RT-LEN + 1:)
009220                         NOT = SPACES
009230                 MOVE "BAD RECTYPE FOR VALUE" TO WS-MSG-TEXT
009240                 MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
009250                 PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009260                 GO TO 1177-APPLY-RECTYPE-CARD-EXIT
009270             END-IF
009280             MOVE WS-CARD-OPERAND-2 TO WS-RT-SCOPE
009290         WHEN OTHER
009300             MOVE "BAD RECTYPE CARD" TO WS-MSG-TEXT
009310             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
009320             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009330     END-EVALUATE
009340     .
009350 1177-APPLY-RECTYPE-CARD-EXIT.
009360     EXIT.
009370 1176-APPLY-RECTYPE-AT.
009380     IF WS-RT-GIVEN-YES
009390         MOVE "ONLY ONE RECTYPE AT CARD ALLOWED" TO WS-MSG-TEXT
009400         MOVE SPACES TO WS-MSG-OPERAND
009410         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009420         GO TO 1176-APPLY-RECTYPE-AT-EXIT
009430     END-IF
009440     MOVE SPACES TO WS-CARD-RANGE
009450     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
009460         INTO WS-CARD-FROM-X WS-CARD-TO-X
009470     END-UNSTRING
009480     PERFORM 1125-PARSE-CARD-RANGE
009490         THRU 1125-PARSE-CARD-RANGE-EXIT
009500     IF WS-RANGE-VALID-NO
009510             OR WS-CARD-FROM < 1
009520             OR WS-CARD-TO > WS-REC-LEN
009530             OR WS-CARD-FROM > WS-CARD-TO
009540             OR WS-CARD-TO - WS-CARD-FROM + 1 > 4
009550         MOVE "BAD RECTYPE RANGE" TO WS-MSG-TEXT
009560         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
009570         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009580         GO TO 1176-APPLY-RECTYPE-AT-EXIT
009590     END-IF
009600     MOVE WS-CARD-FROM TO WS-RT-FROM
009610     COMPUTE WS-RT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
009620     SET WS-RT-GIVEN-YES TO TRUE
009630     .
009640 1176-APPLY-RECTYPE-AT-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------*
009670* 1180 - ONE FIELD CARD.  EVERY RULE OF RECON 1180 IS PROVED
009680* BEFORE THE ENTRY IS TAKEN, SO A BAD CARD LEAVES NO ENTRY.
009690*----------------------------------------------------------------*
009700 1180-APPLY-FIELD-CARD.
009710     MOVE SPACES TO WS-CARD-RANGE
009720     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
009730         INTO WS-CARD-FROM-X WS-CARD-TO-X
009740     END-UNSTRING
009750     PERFORM 1125-PARSE-CARD-RANGE
009760         THRU 1125-PARSE-CARD-RANGE-EXIT
009770     IF WS-RANGE-VALID-NO
009780         MOVE "BAD FIELD RANGE" TO WS-MSG-TEXT
009790         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
009800         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009810         GO TO 1180-APPLY-FIELD-CARD-EXIT
009820     END-IF
009830     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
009840             OR WS-CARD-FROM > WS-CARD-TO
009850         MOVE "FIELD RANGE OUT OF BOUNDS" TO WS-MSG-TEXT
009860         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
009870         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009880         GO TO 1180-APPLY-FIELD-CARD-EXIT
009890     END-IF
009900     IF WS-FIELD-COUNT = WS-FIELD-MAX
009910         MOVE "TOO MANY FIELD CARDS" TO WS-MSG-TEXT
009920         MOVE SPACES TO WS-MSG-OPERAND
009930         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
009940         GO TO 1180-APPLY-FIELD-CARD-EXIT
009950     END-IF
009960     COMPUTE WS-FLD-NEW-LEN = WS-CARD-TO - WS-CARD-FROM + 1
009970     EVALUATE WS-CARD-OPERAND-1
009980         WHEN "CHAR"
009990             MOVE "C" TO WS-FLD-NEW-TYPE
010000         WHEN "ZONED"
010010             MOVE "Z" TO WS-FLD-NEW-TYPE
010020         WHEN "SIGNED"
010030             MOVE "S" TO WS-FLD-NEW-TYPE
010040         WHEN "PACKED"
010050             MOVE "P" TO WS-FLD-NEW-TYPE
010060         WHEN "DATE"
010070             MOVE "D" TO WS-FLD-NEW-TYPE
010080         WHEN OTHER
010090             MOVE "BAD FIELD TYPE" TO WS-MSG-TEXT
010100             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
010110             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
010120             GO TO 1180-APPLY-FIELD-CARD-EXIT
010130     END-EVALUATE
010140     MOVE SPACES TO WS-MSG-TEXT
010150     EVALUATE WS-FLD-NEW-TYPE
010160         WHEN "P"
010170             IF WS-FLD-NEW-LEN > 8
010180                 MOVE "PACKED FIELD OVER 8 BYTES" TO WS-MSG-TEXT
010190             END-IF
010200         WHEN "Z"
010210         WHEN "S"
010220             IF WS-FLD-NEW-LEN > 15
010230                 MOVE "ZONED FIELD OVER 15 DIGITS" TO WS-MSG-TEXT
010240             END-IF
010250         WHEN "D"
010260             IF WS-FLD-NEW-LEN NOT = 8 AND WS-FLD-NEW-LEN NOT = 10
010270                 MOVE "DATE FIELD MUST BE 8 OR 10" TO WS-MSG-TEXT
010280             END-IF
010290         WHEN "C"
010300             IF WS-FLD-NEW-LEN > 40
010310                 MOVE "CHAR FIELD OVER 40 BYTES" TO WS-MSG-TEXT
010320             END-IF
010330     END-EVALUATE
010340     IF WS-MSG-TEXT NOT = SPACES
010350         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
010360         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
010370         GO TO 1180-APPLY-FIELD-CARD-EXIT
010380     END-IF
010390     IF WS-CARD-OPERAND-3 NOT = SPACES
010400         IF WS-FLD-NEW-TYPE = "C" OR WS-FLD-NEW-TYPE = "D"
010410             MOVE "TOLERANCE INVALID FOR FIELD TYPE"
010420                 TO WS-MSG-TEXT
010430             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
010440             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
010450             GO TO 1180-APPLY-FIELD-CARD-EXIT
010460         END-IF
010470         MOVE WS-CARD-OPERAND-3 TO WS-CARD-VALUE-X
010480         IF WS-CARD-VALUE NOT NUMERIC
010490             MOVE "BAD FIELD TOLERANCE" TO WS-MSG-TEXT
010500             MOVE WS-CARD-OPERAND-3 TO WS-MSG-OPERAND
010510             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
010520             GO TO 1180-APPLY-FIELD-CARD-EXIT
010530         END-IF
010540     END-IF
010550     IF WS-CARD-OPERAND-4 NOT = SPACES
010560         IF WS-CARD-OPERAND-4 NOT = "BASE"
010570                 OR WS-CARD-OPERAND-3 = SPACES
010580             MOVE "BAD FIELD TOLERANCE CURRENCY" TO WS-MSG-TEXT
010590             MOVE WS-CARD-OPERAND-4 TO WS-MSG-OPERAND
010600             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
010610             GO TO 1180-APPLY-FIELD-CARD-EXIT
010620         END-IF
010630     END-IF
010640     ADD 1 TO WS-FIELD-COUNT
010650     MOVE WS-FLD-NEW-TYPE TO WS-FLD-TYPE (WS-FIELD-COUNT)
010660     MOVE WS-CARD-OPERAND-1 TO WS-FLD-TYPE-NAME (WS-FIELD-COUNT)
010670     MOVE WS-CARD-FROM TO WS-FLD-FROM (WS-FIELD-COUNT)
010680     MOVE WS-FLD-NEW-LEN TO WS-FLD-LEN (WS-FIELD-COUNT)
010690     MOVE ZERO TO WS-FLD-TOL (WS-FIELD-COUNT)
010700     MOVE WS-RT-SCOPE TO WS-FLD-RECTYPE (WS-FIELD-COUNT)
010710     SET WS-FLD-TOL-BASE-NO (WS-FIELD-COUNT) TO TRUE
010720     IF WS-CARD-OPERAND-3 NOT = SPACES
010730         MOVE WS-CARD-VALUE TO WS-FLD-TOL (WS-FIELD-COUNT)
010740     END-IF
010750     IF WS-CARD-OPERAND-4 NOT = SPACES
010760         SET WS-FLD-TOL-BASE-YES (WS-FIELD-COUNT) TO TRUE
010770         ADD 1 TO WS-BASE-TOL-COUNT
010780     END-IF
010790     .
010800 1180-APPLY-FIELD-CARD-EXIT.
010810     EXIT.
010820 1185-APPLY-PRESORT-CARD.
010830     EVALUATE WS-CARD-OPERAND-1
010840         WHEN "A"
010850             SET WS-PRESORT-A-YES TO TRUE
010860         WHEN "B"
010870             SET WS-PRESORT-B-YES TO TRUE
010880         WHEN OTHER
010890             MOVE "BAD PRESORT FILE" TO WS-MSG-TEXT
010900             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
010910             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
010920     END-EVALUATE
010930     .
010940 1185-APPLY-PRESORT-CARD-EXIT.
010950     EXIT.
010960*----------------------------------------------------------------*
010970* 1186 - PARTITION NN, 02 TO 32, AS RECON 1186.  1184 - PARTKEY
010980* BOUNDARY KEY, AT MOST TEN BYTES, ASCENDING, AS RECON 1184.
010990*----------------------------------------------------------------*
011000 1186-APPLY-PARTITION-CARD.
011010     MOVE WS-CARD-OPERAND-1 TO WS-CARD-PCT-X
011020     IF WS-CARD-OPERAND-1 (3:) NOT = SPACES
011030             OR WS-CARD-PCT NOT NUMERIC OR WS-CARD-PCT < 2
011040             OR WS-CARD-PCT > WS-PART-LIMIT
011050         MOVE "BAD PARTITION COUNT" TO WS-MSG-TEXT
011060         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
011070         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011080         GO TO 1186-APPLY-PARTITION-CARD-EXIT
011090     END-IF
011100     MOVE WS-CARD-PCT TO WS-PART-COUNT
011110     .
011120 1186-APPLY-PARTITION-CARD-EXIT.
011130     EXIT.
011140 1184-APPLY-PARTKEY-CARD.
011150     IF WS-CARD-OPERAND-1 = SPACES
011160         MOVE "PARTKEY CARD NEEDS A BOUNDARY KEY" TO WS-MSG-TEXT
011170         MOVE SPACES TO WS-MSG-OPERAND
011180         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011190         GO TO 1184-APPLY-PARTKEY-CARD-EXIT
011200     END-IF
011210     IF WS-PART-KEY-COUNT + 1 >= WS-PART-LIMIT
011220         MOVE "TOO MANY PARTKEY CARDS" TO WS-MSG-TEXT
011230         MOVE SPACES TO WS-MSG-OPERAND
011240         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011250         GO TO 1184-APPLY-PARTKEY-CARD-EXIT
011260     END-IF
011270     IF WS-PART-KEY-COUNT > 0
011280             AND WS-CARD-OPERAND-1 NOT > WS-PART-LAST-KEY
011290         MOVE "PARTKEY CARDS MUST ASCEND" TO WS-MSG-TEXT
011300         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
011310         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011320         GO TO 1184-APPLY-PARTKEY-CARD-EXIT
011330     END-IF
011340     ADD 1 TO WS-PART-KEY-COUNT
011350     MOVE WS-CARD-OPERAND-1 TO WS-PART-LAST-KEY
011360     .
011370 1184-APPLY-PARTKEY-CARD-EXIT.
011380     EXIT.
011390 1187-APPLY-PARALLEL-CARD.
011400     MOVE WS-CARD-OPERAND-1 TO WS-CARD-PCT-X
011410     IF WS-CARD-PCT NOT NUMERIC OR WS-CARD-PCT = 0
011420             OR WS-CARD-PCT > WS-PARALLEL-LIMIT
011430         MOVE "BAD PARALLEL COUNT" TO WS-MSG-TEXT
011440         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
011450         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011460         GO TO 1187-APPLY-PARALLEL-CARD-EXIT
011470     END-IF
011480     MOVE WS-CARD-PCT TO WS-PARALLEL-MAX
011490     .
011500 1187-APPLY-PARALLEL-CARD-EXIT.
011510     EXIT.
011520 1188-APPLY-PROGRESS-CARD.
011530     MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
011540     IF WS-CARD-VALUE NOT NUMERIC OR WS-CARD-VALUE = 0
011550         MOVE "BAD PROGRESS INTERVAL" TO WS-MSG-TEXT
011560         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
011570         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011580         GO TO 1188-APPLY-PROGRESS-CARD-EXIT
011590     END-IF
011600     MOVE WS-CARD-VALUE TO WS-PROGRESS-INTERVAL
011610     .
011620 1188-APPLY-PROGRESS-CARD-EXIT.
011630     EXIT.
011640 1189-APPLY-SAMPLE-CARD.
011650     IF WS-SMP-GIVEN-YES
011660         MOVE "ONLY ONE SAMPLE CARD ALLOWED" TO WS-MSG-TEXT
011670         MOVE SPACES TO WS-MSG-OPERAND
011680         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011690         GO TO 1189-APPLY-SAMPLE-CARD-EXIT
011700     END-IF
011710     SET WS-SMP-GIVEN-YES TO TRUE
011720     IF WS-CARD-OPERAND-1 NOT = "EVERY"
011730             AND WS-CARD-OPERAND-1 NOT = "RANDOM"
011740         MOVE "BAD SAMPLE METHOD" TO WS-MSG-TEXT
011750         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
011760         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011770         GO TO 1189-APPLY-SAMPLE-CARD-EXIT
011780     END-IF
011790     MOVE WS-CARD-OPERAND-1 TO WS-SMP-METHOD
011800     MOVE WS-CARD-OPERAND-2 TO WS-SMP-CARD-INTERVAL-X
011810     IF WS-CARD-OPERAND-2 (6:) NOT = SPACES
011820             OR WS-SMP-CARD-INTERVAL NOT NUMERIC
011830             OR WS-SMP-CARD-INTERVAL = 0
011840         MOVE "BAD SAMPLE INTERVAL" TO WS-MSG-TEXT
011850         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
011860         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011870         GO TO 1189-APPLY-SAMPLE-CARD-EXIT
011880     END-IF
011890     MOVE WS-SMP-CARD-INTERVAL TO WS-SMP-INTERVAL
011900     IF WS-CARD-OPERAND-3 NOT = SPACES
011910         MOVE WS-CARD-OPERAND-3 TO WS-SMP-CARD-MINIMUM-X
011920         IF WS-CARD-OPERAND-3 (4:) NOT = SPACES
011930                 OR WS-SMP-CARD-MINIMUM NOT NUMERIC
011940                 OR WS-SMP-CARD-MINIMUM > WS-SMP-MINIMUM-LIMIT
011950             MOVE "BAD SAMPLE MINIMUM" TO WS-MSG-TEXT
011960             MOVE WS-CARD-OPERAND-3 TO WS-MSG-OPERAND
011970             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
011980             GO TO 1189-APPLY-SAMPLE-CARD-EXIT
011990         END-IF
012000         MOVE WS-SMP-CARD-MINIMUM TO WS-SMP-MINIMUM
012010     END-IF
012020     IF WS-CARD-OPERAND-4 NOT = SPACES
012030         IF WS-SMP-METHOD = "EVERY"
012040             MOVE "A SAMPLE SEED NEEDS SAMPLE RANDOM"
012050                 TO WS-MSG-TEXT
012060             MOVE WS-CARD-OPERAND-4 TO WS-MSG-OPERAND
012070             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012080             GO TO 1189-APPLY-SAMPLE-CARD-EXIT
012090         END-IF
012100         MOVE WS-CARD-OPERAND-4 TO WS-SMP-CARD-SEED-X
012110         IF WS-CARD-OPERAND-4 (10:) NOT = SPACES
012120                 OR WS-SMP-CARD-SEED NOT NUMERIC
012130                 OR WS-SMP-CARD-SEED = 0
012140             MOVE "BAD SAMPLE SEED" TO WS-MSG-TEXT
012150             MOVE WS-CARD-OPERAND-4 TO WS-MSG-OPERAND
012160             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012170             GO TO 1189-APPLY-SAMPLE-CARD-EXIT
012180         END-IF
012190         MOVE WS-SMP-CARD-SEED-X TO WS-SMP-SEED-X
012200     END-IF
012210     .
012220 1189-APPLY-SAMPLE-CARD-EXIT.
012230     EXIT.
012240 1190-APPLY-AMOUNT-CARD.
012250     MOVE ZERO TO WS-AD-HIT
012260     PERFORM 1191-MATCH-ONE-AMOUNT-SCOPE
012270         THRU 1191-MATCH-ONE-AMOUNT-SCOPE-EXIT
012280         VARYING WS-AD-IDX FROM 1 BY 1
012290         UNTIL WS-AD-IDX > WS-AMTDEF-COUNT OR WS-AD-HIT > 0
012300     IF WS-AD-HIT > 0
012310         IF WS-RT-SCOPE = SPACES
012320             MOVE "ONLY ONE AMOUNT CARD IS ALLOWED" TO WS-MSG-TEXT
012330             MOVE SPACES TO WS-MSG-OPERAND
012340         ELSE
012350             MOVE "ONLY ONE AMOUNT CARD PER RECORD TYPE"
012360                 TO WS-MSG-TEXT
012370             MOVE WS-RT-SCOPE TO WS-MSG-OPERAND
012380         END-IF
012390         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012400         GO TO 1190-APPLY-AMOUNT-CARD-EXIT
012410     END-IF
012420     IF WS-AMTDEF-COUNT = WS-AMTDEF-MAX
012430         MOVE "TOO MANY AMOUNT CARDS" TO WS-MSG-TEXT
012440         MOVE SPACES TO WS-MSG-OPERAND
012450         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012460         GO TO 1190-APPLY-AMOUNT-CARD-EXIT
012470     END-IF
012480     MOVE SPACES TO WS-CARD-RANGE
012490     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
012500         INTO WS-CARD-FROM-X WS-CARD-TO-X
012510     END-UNSTRING
012520     PERFORM 1125-PARSE-CARD-RANGE
012530         THRU 1125-PARSE-CARD-RANGE-EXIT
012540     IF WS-RANGE-VALID-NO
012550             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
012560             OR WS-CARD-FROM > WS-CARD-TO
012570         MOVE "BAD AMOUNT RANGE" TO WS-MSG-TEXT
012580         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
012590         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012600         GO TO 1190-APPLY-AMOUNT-CARD-EXIT
012610     END-IF
012620     EVALUATE WS-CARD-OPERAND-1
012630         WHEN "ZONED"
012640             MOVE "Z" TO WS-AMT-TYPE
012650         WHEN "SIGNED"
012660             MOVE "S" TO WS-AMT-TYPE
012670         WHEN "PACKED"
012680             MOVE "P" TO WS-AMT-TYPE
012690         WHEN OTHER
012700             MOVE "BAD AMOUNT TYPE" TO WS-MSG-TEXT
012710             MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
012720             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012730             GO TO 1190-APPLY-AMOUNT-CARD-EXIT
012740     END-EVALUATE
012750     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
012760     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
012770         MOVE "PACKED AMOUNT OVER 8 BYTES" TO WS-MSG-TEXT
012780         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
012790         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012800         GO TO 1190-APPLY-AMOUNT-CARD-EXIT
012810     END-IF
012820     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
012830         MOVE "ZONED AMOUNT OVER 15 DIGITS" TO WS-MSG-TEXT
012840         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
012850         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
012860         GO TO 1190-APPLY-AMOUNT-CARD-EXIT
012870     END-IF
012880     ADD 1 TO WS-AMTDEF-COUNT
012890     MOVE WS-RT-SCOPE TO WS-AD-RECTYPE (WS-AMTDEF-COUNT)
012900     MOVE WS-AMT-TYPE TO WS-AD-TYPE (WS-AMTDEF-COUNT)
012910     MOVE WS-CARD-OPERAND-1 TO WS-AD-TYPE-NAME (WS-AMTDEF-COUNT)
012920     MOVE WS-CARD-FROM TO WS-AD-FROM (WS-AMTDEF-COUNT)
012930     MOVE WS-AMT-LEN TO WS-AD-LEN (WS-AMTDEF-COUNT)
012940     .
012950 1190-APPLY-AMOUNT-CARD-EXIT.
012960     EXIT.
012970 1191-MATCH-ONE-AMOUNT-SCOPE.
012980     IF WS-AD-RECTYPE (WS-AD-IDX) = WS-RT-SCOPE
012990         MOVE WS-AD-IDX TO WS-AD-HIT
013000     END-IF
013010     .
013020 1191-MATCH-ONE-AMOUNT-SCOPE-EXIT.
013030     EXIT.
013040 1195-APPLY-CYCLE-CARD.
013050     IF WS-CARD-OPERAND-1 NOT = "MONTHEND"
013060             AND WS-CARD-OPERAND-1 NOT = "DAILY"
013070         MOVE "BAD CYCLE FREQUENCY" TO WS-MSG-TEXT
013080         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
013090         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
013100         GO TO 1195-APPLY-CYCLE-CARD-EXIT
013110     END-IF
013120     MOVE WS-CARD-OPERAND-1 TO WS-CYCLE-FREQ
013130     .
013140 1195-APPLY-CYCLE-CARD-EXIT.
013150     EXIT.
013160*----------------------------------------------------------------*
013170* 1197 - DICTIONARY FEEDID, AS RECON 1197.  THE FEED'S ENTRIES
013180* ARE LOADED FROM FLDDICT AND PROVED BY RECON ITSELF; HERE THE
013190* CARD IS ONLY PROVED WELL FORMED AND HELD FOR THE 3000 RULES.
013200*----------------------------------------------------------------*
013210 1197-APPLY-DICTIONARY-CARD.
013220     IF WS-DICT-FEED-ID NOT = SPACES
013230         MOVE "ONLY ONE DICTIONARY CARD IS ALLOWED" TO WS-MSG-TEXT
013240         MOVE SPACES TO WS-MSG-OPERAND
013250         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
013260         GO TO 1197-APPLY-DICTIONARY-CARD-EXIT
013270     END-IF
013280     IF WS-CARD-OPERAND-1 = SPACES
013290             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
013300         MOVE "BAD DICTIONARY FEED ID" TO WS-MSG-TEXT
013310         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
013320         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
013330         GO TO 1197-APPLY-DICTIONARY-CARD-EXIT
013340     END-IF
013350     MOVE WS-CARD-OPERAND-1 TO WS-DICT-FEED-ID
013360     .
013370 1197-APPLY-DICTIONARY-CARD-EXIT.
013380     EXIT.
013390 1196-APPLY-CURRENCY-CARD.
013400     IF WS-CUR-GIVEN-YES
013410         MOVE "ONLY ONE CURRENCY CARD ALLOWED" TO WS-MSG-TEXT
013420         MOVE SPACES TO WS-MSG-OPERAND
013430         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
013440         GO TO 1196-APPLY-CURRENCY-CARD-EXIT
013450     END-IF
013460     MOVE SPACES TO WS-CARD-RANGE
013470     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
013480         INTO WS-CARD-FROM-X WS-CARD-TO-X
013490     END-UNSTRING
013500     PERFORM 1125-PARSE-CARD-RANGE
013510         THRU 1125-PARSE-CARD-RANGE-EXIT
013520     IF WS-RANGE-VALID-NO
013530             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
013540             OR WS-CARD-TO - WS-CARD-FROM + 1 NOT = 3
013550         MOVE "BAD CURRENCY RANGE" TO WS-MSG-TEXT
013560         MOVE WS-CARD-OPERAND-1 TO WS-MSG-OPERAND
013570         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
013580         GO TO 1196-APPLY-CURRENCY-CARD-EXIT
013590     END-IF
013600     IF WS-CARD-OPERAND-2 = SPACES
013610             OR WS-CARD-OPERAND-2 (4:) NOT = SPACES
013620         MOVE "BAD BASE CURRENCY" TO WS-MSG-TEXT
013630         MOVE WS-CARD-OPERAND-2 TO WS-MSG-OPERAND
013640         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
013650         GO TO 1196-APPLY-CURRENCY-CARD-EXIT
013660     END-IF
013670     MOVE WS-CARD-FROM TO WS-CUR-FROM
013680     MOVE WS-CARD-OPERAND-2 TO WS-CUR-BASE
013690     SET WS-CUR-GIVEN-YES TO TRUE
013700     .
013710 1196-APPLY-CURRENCY-CARD-EXIT.
013720     EXIT.
013730*----------------------------------------------------------------*
013740* 1405 - THE CALENDAR IDS ON HOLIDAYS AND HOW MANY DATES EACH
013750* CARRIES.  A MISSING DATASET IS ONLY A FAULT WHEN A CYCLE
013760* CARD OR A PAIR CALENDAR NEEDS IT.
013770*----------------------------------------------------------------*
013780 1405-LOAD-HOLIDAYS.
013790     OPEN INPUT HOLIDAY-FILE
013800     IF WS-FILE-STATUS-HOL-NOTFND
013810         SET WS-HOL-PRESENT-NO TO TRUE
013820         GO TO 1405-LOAD-HOLIDAYS-EXIT
013830     END-IF
013840     IF NOT WS-FILE-STATUS-HOL-OK
013850         DISPLAY "CFGCHECK: OPEN FAILED FOR HOLIDAYS - STATUS "
013860             WS-FILE-STATUS-HOL
013870         MOVE 16 TO RETURN-CODE
013880         GOBACK
013890     END-IF
013900     SET WS-HOL-PRESENT-YES TO TRUE
013910     PERFORM 1410-LOAD-HOLIDAY THRU 1410-LOAD-HOLIDAY-EXIT
013920         UNTIL WS-EOF-HOL-YES
013930     CLOSE HOLIDAY-FILE
013940     .
013950 1405-LOAD-HOLIDAYS-EXIT.
013960     EXIT.
013970 1410-LOAD-HOLIDAY.
013980     READ HOLIDAY-FILE
013990         AT END
014000             SET WS-EOF-HOL-YES TO TRUE
014010             GO TO 1410-LOAD-HOLIDAY-EXIT
014020     END-READ
014030     IF NOT WS-FILE-STATUS-HOL-OK
014040         DISPLAY "CFGCHECK: READ FAILED FOR HOLIDAYS - STATUS "
014050             WS-FILE-STATUS-HOL
014060         MOVE 16 TO RETURN-CODE
014070         GOBACK
014080     END-IF
014090     IF HOLIDAY-DATE = SPACES
014100         GO TO 1410-LOAD-HOLIDAY-EXIT
014110     END-IF
014120     MOVE HOLIDAY-CAL-ID TO WS-FIND-CAL-ID
014130     PERFORM 1420-FIND-CALENDAR THRU 1420-FIND-CALENDAR-EXIT
014140     IF WS-CAL-HIT = 0
014150         IF WS-CAL-COUNT = WS-CAL-MAX
014160             DISPLAY "CFGCHECK: OVER 200 CALENDARS ON HOLIDAYS"
014170             MOVE 16 TO RETURN-CODE
014180             GOBACK
014190         END-IF
014200         ADD 1 TO WS-CAL-COUNT
014210         MOVE WS-CAL-COUNT TO WS-CAL-HIT
014220         MOVE HOLIDAY-CAL-ID TO WS-CAL-ID (WS-CAL-HIT)
014230         MOVE ZERO TO WS-CAL-DATES (WS-CAL-HIT)
014240     END-IF
014250     ADD 1 TO WS-CAL-DATES (WS-CAL-HIT)
014260     .
014270 1410-LOAD-HOLIDAY-EXIT.
014280     EXIT.
014290 1420-FIND-CALENDAR.
014300     MOVE ZERO TO WS-CAL-HIT
014310     PERFORM 1430-MATCH-ONE-CALENDAR
014320         THRU 1430-MATCH-ONE-CALENDAR-EXIT
014330         VARYING WS-CAL-IDX FROM 1 BY 1
014340         UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CAL-HIT > 0
014350     .
014360 1420-FIND-CALENDAR-EXIT.
014370     EXIT.
014380 1430-MATCH-ONE-CALENDAR.
014390     IF WS-CAL-ID (WS-CAL-IDX) = WS-FIND-CAL-ID
014400         MOVE WS-CAL-IDX TO WS-CAL-HIT
014410     END-IF
014420     .
014430 1430-MATCH-ONE-CALENDAR-EXIT.
014440     EXIT.
014450*----------------------------------------------------------------*
014460* 3000 - THE COMBINATION RULES RECON PROVES IN 1000-INITIALIZE,
014470* 1168, 1178 AND 1198, WITH ITS OWN WORDING.
014480*----------------------------------------------------------------*
014490 3000-CHECK-CARD-RULES.
014500     MOVE SPACES TO WS-REPORT-LINE
014510     PERFORM 8900-WRITE-REPORT-LINE
014520         THRU 8900-WRITE-REPORT-LINE-EXIT
014530     MOVE "CARD COMBINATION AND RANGE CHECKS" TO WS-REPORT-LINE
014540     PERFORM 8900-WRITE-REPORT-LINE
014550         THRU 8900-WRITE-REPORT-LINE-EXIT
014560     MOVE WS-ERROR-COUNT TO WS-ERROR-MARK
014570     MOVE SPACES TO WS-MSG-OPERAND
014580     IF WS-AGG-MODE-YES
014590         PERFORM 3100-CHECK-AGGREGATE-RULES
014600             THRU 3100-CHECK-AGGREGATE-RULES-EXIT
014610     END-IF
014620     IF WS-RT-GIVEN-YES
014630         PERFORM 3200-CHECK-RECTYPE-RULES
014640             THRU 3200-CHECK-RECTYPE-RULES-EXIT
014650     END-IF
014660     IF WS-CUR-GIVEN-YES OR WS-BASE-TOL-COUNT > 0
014670         PERFORM 3300-CHECK-CURRENCY-RULES
014680             THRU 3300-CHECK-CURRENCY-RULES-EXIT
014690     END-IF
014700     IF WS-KEYDEF-GIVEN-YES
014710             AND (WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
014720             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0)
014730         MOVE "KEY CARDS EXCLUDE LOOKUP, KSDS AND CHECKPOINT"
014740             TO WS-MSG-TEXT
014750         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
014760     END-IF
014770     IF (WS-PRESORT-A-YES OR WS-PRESORT-B-YES)
014780             AND (WS-KEYDEF-GIVEN-YES
014790             OR (WS-PRESORT-A-YES AND WS-INPUT-A-KSDS-YES)
014800             OR (WS-PRESORT-B-YES AND WS-INPUT-B-KSDS-YES))
014810         MOVE "PRESORT EXCLUDES KEY CARDS AND KSDS ON THAT SIDE"
014820             TO WS-MSG-TEXT
014830         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
014840     END-IF
014850     IF WS-CYCLE-FREQ NOT = SPACES AND WS-HOL-PRESENT-NO
014860         MOVE "CYCLE CARD NEEDS A HOLIDAYS DATASET"
014870             TO WS-MSG-TEXT
014880         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
014890     END-IF
014900     IF WS-MODE-LOOKUP-YES AND WS-INPUT-B-KSDS-NO
014910         MOVE "MODE LOOKUP NEEDS INPUT B KSDS" TO WS-MSG-TEXT
014920         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
014930     END-IF
014940     IF WS-MODE-LOOKUP-YES AND WS-AMTDEF-COUNT > 0
014950         MOVE "AMOUNT BALANCING NEEDS THE FULL MERGE"
014960             TO WS-MSG-TEXT
014970         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
014980     END-IF
014990     IF WS-PAIRLIST-NO AND WS-PARALLEL-MAX > 0
015000             AND WS-PART-COUNT = 0
015010         MOVE "PARALLEL NEEDS A PAIRLIST OR A PARTITION CARD"
015020             TO WS-MSG-TEXT
015030         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015040     END-IF
015050     IF WS-SMP-GIVEN-YES
015060             AND (WS-AGG-MODE-YES OR WS-CP-INTERVAL > 0
015070             OR WS-PARALLEL-MAX > 0)
015080         MOVE "SAMPLE EXCLUDES AGGREGATE, CHECKPOINT, PARALLEL"
015090             TO WS-MSG-TEXT
015100         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015110     END-IF
015120     IF WS-DICT-FEED-ID NOT = SPACES
015130             AND (WS-FIELD-COUNT > 0 OR WS-AMTDEF-COUNT > 0
015140             OR WS-MASK-COUNT > 0)
015150         MOVE "DICTIONARY CARD EXCLUDES FIELD, AMOUNT, MASKFIELD"
015160             TO WS-MSG-TEXT
015170         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015180     END-IF
015190     IF WS-PART-COUNT > 0 OR WS-PART-KEY-COUNT > 0
015200         PERFORM 3450-CHECK-PARTITION-RULES
015210             THRU 3450-CHECK-PARTITION-RULES-EXIT
015220     END-IF
015230     IF WS-PAIRLIST-YES
015240         PERFORM 3400-CHECK-PAIRLIST-RULES
015250             THRU 3400-CHECK-PAIRLIST-RULES-EXIT
015260     END-IF
015270     .
015280 3000-CHECK-CARD-RULES-EXIT.
015290     EXIT.
015300 3100-CHECK-AGGREGATE-RULES.
015310     IF WS-AMTDEF-COUNT = 0
015320         MOVE "AGGREGATE NEEDS AN AMOUNT CARD" TO WS-MSG-TEXT
015330         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015340     END-IF
015350     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
015360             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
015370             OR WS-PARALLEL-MAX > 0
015380         MOVE "AGGREGATE EXCLUDES LOOKUP, KSDS, CHECKPOINT"
015390             TO WS-MSG-TEXT
015400         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015410         MOVE "  AND PARALLEL RUNNING" TO WS-REPORT-LINE
015420         PERFORM 8900-WRITE-REPORT-LINE
015430             THRU 8900-WRITE-REPORT-LINE-EXIT
015440     END-IF
015450     IF WS-AGG-LEN NOT = WS-KEYDEF-LEN
015460         MOVE "AGGREGATE GROUP AND SUMMARY KEY LENGTHS DIFFER"
015470             TO WS-MSG-TEXT
015480         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015490     END-IF
015500     .
015510 3100-CHECK-AGGREGATE-RULES-EXIT.
015520     EXIT.
015530 3200-CHECK-RECTYPE-RULES.
015540     IF WS-KEYDEF-LEN + WS-RT-LEN > 32
015550         MOVE "COMPOSITE KEY PLUS RECORD TYPE OVER 32 BYTES"
015560             TO WS-MSG-TEXT
015570         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015580     END-IF
015590     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
015600             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
015610             OR WS-AGG-MODE-YES
015620             OR WS-PRESORT-A-YES OR WS-PRESORT-B-YES
015630             OR WS-PARALLEL-MAX > 0
015640         MOVE "RECTYPE EXCLUDES LOOKUP, KSDS, PRESORT, AGGREGATE,"
015650             TO WS-MSG-TEXT
015660         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015670         MOVE "  CHECKPOINT AND PARALLEL RUNNING"
015680             TO WS-REPORT-LINE
015690         PERFORM 8900-WRITE-REPORT-LINE
015700             THRU 8900-WRITE-REPORT-LINE-EXIT
015710     END-IF
015720     .
015730 3200-CHECK-RECTYPE-RULES-EXIT.
015740     EXIT.
015750 3300-CHECK-CURRENCY-RULES.
015760     IF WS-CUR-GIVEN-NO
015770         MOVE "BASE FIELD TOLERANCE NEEDS A CURRENCY CARD"
015780             TO WS-MSG-TEXT
015790         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015800     END-IF
015810     IF WS-AMTDEF-COUNT = 0 AND WS-BASE-TOL-COUNT = 0
015820         MOVE "CURRENCY NEEDS AN AMOUNT CARD OR A BASE TOLERANCE"
015830             TO WS-MSG-TEXT
015840         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015850     END-IF
015860     IF WS-CP-INTERVAL > 0 OR WS-AGG-MODE-YES
015870             OR WS-PARALLEL-MAX > 0
015880         MOVE "CURRENCY EXCLUDES AGGREGATE, CHECKPOINT, PARALLEL"
015890             TO WS-MSG-TEXT
015900         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
015910     END-IF
015920     .
015930 3300-CHECK-CURRENCY-RULES-EXIT.
015940     EXIT.
015950 3400-CHECK-PAIRLIST-RULES.
015960     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
015970             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
015980             OR WS-PRESORT-A-YES OR WS-PRESORT-B-YES
015990             OR WS-RT-GIVEN-YES OR WS-CUR-GIVEN-YES
016000         MOVE "PAIRLIST MODE EXCLUDES LOOKUP, KSDS, PRESORT,"
016010             TO WS-MSG-TEXT
016020         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
016030         MOVE "  RECTYPE, CURRENCY AND CHECKPOINT RUNNING"
016040             TO WS-REPORT-LINE
016050         PERFORM 8900-WRITE-REPORT-LINE
016060             THRU 8900-WRITE-REPORT-LINE-EXIT
016070     END-IF
016080     IF WS-PARALLEL-MAX > 0 AND WS-PROGRESS-INTERVAL > 0
016090         MOVE "PARALLEL EXCLUDES PROGRESS RUNNING" TO WS-MSG-TEXT
016100         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
016110     END-IF
016120     .
016130 3400-CHECK-PAIRLIST-RULES-EXIT.
016140     EXIT.
016150*----------------------------------------------------------------*
016160* 3450 - RECON 1179 AND ITS PAIRLIST TEST: A PARTITIONED PAIR IS
016170* ONE PAIR SPLIT ACROSS RECONPAIR ENGINES, SO IT TAKES NONE OF
016180* THE SINGLE-ENGINE OPTIONS, AND ITS BOUNDARY CARDS (WHEN GIVEN
016190* AT ALL) NUMBER ONE FEWER THAN ITS RANGES.
016200*----------------------------------------------------------------*
016210 3450-CHECK-PARTITION-RULES.
016220     IF WS-PART-COUNT = 0
016230         MOVE "PARTKEY CARDS NEED A PARTITION CARD" TO WS-MSG-TEXT
016240         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
016250         GO TO 3450-CHECK-PARTITION-RULES-EXIT
016260     END-IF
016270     IF WS-PART-KEY-COUNT > 0
016280             AND WS-PART-KEY-COUNT NOT = WS-PART-COUNT - 1
016290         MOVE "PARTKEY CARDS MUST BE ONE FEWER THAN THE RANGES"
016300             TO WS-MSG-TEXT
016310         MOVE WS-PART-COUNT TO WS-MSG-OPERAND
016320         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
016330         MOVE SPACES TO WS-MSG-OPERAND
016340     END-IF
016350     IF WS-MODE-LOOKUP-YES OR WS-INPUT-A-KSDS-YES
016360             OR WS-INPUT-B-KSDS-YES OR WS-CP-INTERVAL > 0
016370             OR WS-AGG-MODE-YES
016380             OR WS-PRESORT-A-YES OR WS-PRESORT-B-YES
016390             OR WS-RT-GIVEN-YES
016400             OR WS-CUR-GIVEN-YES OR WS-BASE-TOL-COUNT > 0
016410             OR WS-SMP-GIVEN-YES OR WS-PROGRESS-INTERVAL > 0
016420         MOVE "PARTITION EXCLUDES LOOKUP, KSDS, PRESORT, RECTYPE,"
016430             TO WS-MSG-TEXT
016440         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
016450         MOVE "  CURRENCY, AGGREGATE, SAMPLE, PROGRESS AND"
016460             TO WS-REPORT-LINE
016470         PERFORM 8900-WRITE-REPORT-LINE
016480             THRU 8900-WRITE-REPORT-LINE-EXIT
016490         MOVE "  CHECKPOINT RUNNING" TO WS-REPORT-LINE
016500         PERFORM 8900-WRITE-REPORT-LINE
016510             THRU 8900-WRITE-REPORT-LINE-EXIT
016520     END-IF
016530     IF WS-PAIRLIST-YES
016540         MOVE "PARTITION SPLITS A SINGLE PAIR - NOT PAIRLIST MODE"
016550             TO WS-MSG-TEXT
016560         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
016570     END-IF
016580     .
016590 3450-CHECK-PARTITION-RULES-EXIT.
016600     EXIT.
016610*----------------------------------------------------------------*
016620* 3500 - KEY, FIELD AND AMOUNT RANGES MAY NOT SHARE A BYTE.  ALL
016630* ARE TAKEN TO WHOLE-RECORD POSITIONS (DATA-PORTION CARDS PLUS
016640* THE TEN KEY BYTES) AND EVERY PAIR IS TRIED.  CARDS SCOPED TO
016650* TWO DIFFERENT RECORD TYPES DESCRIBE DIFFERENT RECORDS AND MAY
016660* REUSE BYTES.
016670*----------------------------------------------------------------*
016680 3500-CHECK-OVERLAPS.
016690     MOVE ZERO TO WS-OVL-COUNT
016700     IF WS-KEYDEF-GIVEN-YES
016710         MOVE ZERO TO WS-OVL-SHIFT
016720         PERFORM 3510-LOAD-ONE-KEY THRU 3510-LOAD-ONE-KEY-EXIT
016730             VARYING WS-KD-IDX FROM 1 BY 1
016740             UNTIL WS-KD-IDX > WS-KEYDEF-COUNT
016750     END-IF
016760     MOVE 10 TO WS-OVL-SHIFT
016770     PERFORM 3520-LOAD-ONE-FIELD THRU 3520-LOAD-ONE-FIELD-EXIT
016780         VARYING WS-FLD-IDX FROM 1 BY 1
016790         UNTIL WS-FLD-IDX > WS-FIELD-COUNT
016800     PERFORM 3530-LOAD-ONE-AMOUNT THRU 3530-LOAD-ONE-AMOUNT-EXIT
016810         VARYING WS-AD-IDX FROM 1 BY 1
016820         UNTIL WS-AD-IDX > WS-AMTDEF-COUNT
016830     PERFORM 3550-CHECK-ONE-RANGE THRU 3550-CHECK-ONE-RANGE-EXIT
016840         VARYING WS-OVL-I FROM 1 BY 1
016850         UNTIL WS-OVL-I > WS-OVL-COUNT
016860     IF WS-ERROR-COUNT = WS-ERROR-MARK
016870         MOVE "  NO CLASHES BETWEEN THE CARDS" TO WS-REPORT-LINE
016880         PERFORM 8900-WRITE-REPORT-LINE
016890             THRU 8900-WRITE-REPORT-LINE-EXIT
016900     END-IF
016910     .
016920 3500-CHECK-OVERLAPS-EXIT.
016930     EXIT.
016940 3510-LOAD-ONE-KEY.
016950     ADD 1 TO WS-OVL-COUNT
016960     MOVE "KEY" TO WS-OVL-KIND (WS-OVL-COUNT)
016970     MOVE SPACES TO WS-OVL-RECTYPE (WS-OVL-COUNT)
016980     MOVE WS-KD-FROM (WS-KD-IDX)
016990         TO WS-OVL-CARD-FROM (WS-OVL-COUNT)
017000     COMPUTE WS-OVL-CARD-TO (WS-OVL-COUNT) =
017010         WS-KD-FROM (WS-KD-IDX) + WS-KD-LEN (WS-KD-IDX) - 1
017020     PERFORM 3540-SET-ABSOLUTE THRU 3540-SET-ABSOLUTE-EXIT
017030     .
017040 3510-LOAD-ONE-KEY-EXIT.
017050     EXIT.
017060 3520-LOAD-ONE-FIELD.
017070     ADD 1 TO WS-OVL-COUNT
017080     MOVE "FIELD" TO WS-OVL-KIND (WS-OVL-COUNT)
017090     MOVE WS-FLD-RECTYPE (WS-FLD-IDX)
017100         TO WS-OVL-RECTYPE (WS-OVL-COUNT)
017110     MOVE WS-FLD-FROM (WS-FLD-IDX)
017120         TO WS-OVL-CARD-FROM (WS-OVL-COUNT)
017130     COMPUTE WS-OVL-CARD-TO (WS-OVL-COUNT) =
017140         WS-FLD-FROM (WS-FLD-IDX) + WS-FLD-LEN (WS-FLD-IDX) - 1
017150     PERFORM 3540-SET-ABSOLUTE THRU 3540-SET-ABSOLUTE-EXIT
017160     .
017170 3520-LOAD-ONE-FIELD-EXIT.
017180     EXIT.
017190 3530-LOAD-ONE-AMOUNT.
017200     ADD 1 TO WS-OVL-COUNT
017210     MOVE "AMOUNT" TO WS-OVL-KIND (WS-OVL-COUNT)
017220     MOVE WS-AD-RECTYPE (WS-AD-IDX)
017230         TO WS-OVL-RECTYPE (WS-OVL-COUNT)
017240     MOVE WS-AD-FROM (WS-AD-IDX)
017250         TO WS-OVL-CARD-FROM (WS-OVL-COUNT)
017260     COMPUTE WS-OVL-CARD-TO (WS-OVL-COUNT) =
017270         WS-AD-FROM (WS-AD-IDX) + WS-AD-LEN (WS-AD-IDX) - 1
017280     PERFORM 3540-SET-ABSOLUTE THRU 3540-SET-ABSOLUTE-EXIT
017290     .
017300 3530-LOAD-ONE-AMOUNT-EXIT.
017310     EXIT.
017320 3540-SET-ABSOLUTE.
017330     COMPUTE WS-OVL-ABS-FROM (WS-OVL-COUNT) =
017340         WS-OVL-CARD-FROM (WS-OVL-COUNT) + WS-OVL-SHIFT
017350     COMPUTE WS-OVL-ABS-TO (WS-OVL-COUNT) =
017360         WS-OVL-CARD-TO (WS-OVL-COUNT) + WS-OVL-SHIFT
017370     .
017380 3540-SET-ABSOLUTE-EXIT.
017390     EXIT.
017400 3550-CHECK-ONE-RANGE.
017410     PERFORM 3560-CHECK-ONE-OVERLAP
017420         THRU 3560-CHECK-ONE-OVERLAP-EXIT
017430         VARYING WS-OVL-J FROM WS-OVL-I BY 1
017440         UNTIL WS-OVL-J > WS-OVL-COUNT
017450     .
017460 3550-CHECK-ONE-RANGE-EXIT.
017470     EXIT.
017480 3560-CHECK-ONE-OVERLAP.
017490     IF WS-OVL-J = WS-OVL-I
017500         GO TO 3560-CHECK-ONE-OVERLAP-EXIT
017510     END-IF
017520     IF WS-OVL-RECTYPE (WS-OVL-I) NOT = SPACES
017530             AND WS-OVL-RECTYPE (WS-OVL-J) NOT = SPACES
017540             AND WS-OVL-RECTYPE (WS-OVL-I)
017550                 NOT = WS-OVL-RECTYPE (WS-OVL-J)
017560         GO TO 3560-CHECK-ONE-OVERLAP-EXIT
017570     END-IF
017580     IF WS-OVL-ABS-FROM (WS-OVL-I) > WS-OVL-ABS-TO (WS-OVL-J)
017590             OR WS-OVL-ABS-FROM (WS-OVL-J)
017600                 > WS-OVL-ABS-TO (WS-OVL-I)
017610         GO TO 3560-CHECK-ONE-OVERLAP-EXIT
017620     END-IF
017630     MOVE SPACES TO WS-MSG-TEXT
017640     STRING WS-OVL-KIND (WS-OVL-I) DELIMITED BY SPACE
017650         " " WS-OVL-CARD-FROM (WS-OVL-I) "-"
017660         WS-OVL-CARD-TO (WS-OVL-I) " OVERLAPS "
017670         DELIMITED BY SIZE
017680         WS-OVL-KIND (WS-OVL-J) DELIMITED BY SPACE
017690         " " WS-OVL-CARD-FROM (WS-OVL-J) "-"
017700         WS-OVL-CARD-TO (WS-OVL-J) DELIMITED BY SIZE
017710         INTO WS-MSG-TEXT
017720     MOVE SPACES TO WS-MSG-OPERAND
017730     PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
017740     .
017750 3560-CHECK-ONE-OVERLAP-EXIT.
017760     EXIT.
017770*----------------------------------------------------------------*
017780* 4000 - THE CONFIGURATION THE CARDS LEAVE IN FORCE FOR EVERY
017790* PAIR.  KEY RANGES ARE WHOLE-RECORD POSITIONS; ALL OTHER
017800* RANGES ARE DATA-PORTION POSITIONS.
017810*----------------------------------------------------------------*
017820 4000-PRINT-CARD-CONFIG.
017830     MOVE SPACES TO WS-REPORT-LINE
017840     PERFORM 8900-WRITE-REPORT-LINE
017850         THRU 8900-WRITE-REPORT-LINE-EXIT
017860     MOVE "EFFECTIVE CARD CONFIGURATION" TO WS-REPORT-LINE
017870     PERFORM 8900-WRITE-REPORT-LINE
017880         THRU 8900-WRITE-REPORT-LINE-EXIT
017890     MOVE WS-REC-LEN TO WS-EDIT-LEN
017900     MOVE SPACES TO WS-REPORT-LINE
017910     STRING "  RECLEN       " WS-EDIT-LEN DELIMITED BY SIZE
017920         INTO WS-REPORT-LINE
017930     PERFORM 8900-WRITE-REPORT-LINE
017940         THRU 8900-WRITE-REPORT-LINE-EXIT
017950     IF WS-MODE-LOOKUP-YES
017960         MOVE "  MODE         LOOKUP" TO WS-REPORT-LINE
017970     ELSE
017980         MOVE "  MODE         MERGE" TO WS-REPORT-LINE
017990     END-IF
018000     PERFORM 8900-WRITE-REPORT-LINE
018010         THRU 8900-WRITE-REPORT-LINE-EXIT
018020     IF WS-INPUT-A-KSDS-YES
018030         MOVE "  INPUT A      KSDS" TO WS-REPORT-LINE
018040         PERFORM 8900-WRITE-REPORT-LINE
018050             THRU 8900-WRITE-REPORT-LINE-EXIT
018060     END-IF
018070     IF WS-INPUT-B-KSDS-YES
018080         MOVE "  INPUT B      KSDS" TO WS-REPORT-LINE
018090         PERFORM 8900-WRITE-REPORT-LINE
018100             THRU 8900-WRITE-REPORT-LINE-EXIT
018110     END-IF
018120     IF WS-PRESORT-A-YES
018130         MOVE "  PRESORT      A" TO WS-REPORT-LINE
018140         PERFORM 8900-WRITE-REPORT-LINE
018150             THRU 8900-WRITE-REPORT-LINE-EXIT
018160     END-IF
018170     IF WS-PRESORT-B-YES
018180         MOVE "  PRESORT      B" TO WS-REPORT-LINE
018190         PERFORM 8900-WRITE-REPORT-LINE
018200             THRU 8900-WRITE-REPORT-LINE-EXIT
018210     END-IF
018220     IF WS-KEYDEF-GIVEN-NO
018230         MOVE "  KEY          001-010 (DEFAULT)" TO WS-REPORT-LINE
018240         PERFORM 8900-WRITE-REPORT-LINE
018250             THRU 8900-WRITE-REPORT-LINE-EXIT
018260     ELSE
018270         PERFORM 4100-PRINT-ONE-KEY THRU 4100-PRINT-ONE-KEY-EXIT
018280             VARYING WS-KD-IDX FROM 1 BY 1
018290             UNTIL WS-KD-IDX > WS-KEYDEF-COUNT
018300     END-IF
018310     IF WS-RT-GIVEN-YES
018320         MOVE WS-RT-FROM TO WS-EDIT-FROM
018330         COMPUTE WS-EDIT-TO = WS-RT-FROM + WS-RT-LEN - 1
018340         MOVE SPACES TO WS-REPORT-LINE
018350         STRING "  RECTYPE AT   " WS-EDIT-FROM "-" WS-EDIT-TO
018360             DELIMITED BY SIZE
018370             INTO WS-REPORT-LINE
018380         PERFORM 8900-WRITE-REPORT-LINE
018390             THRU 8900-WRITE-REPORT-LINE-EXIT
018400     END-IF
018410     PERFORM 4200-PRINT-ONE-FIELD THRU 4200-PRINT-ONE-FIELD-EXIT
018420         VARYING WS-FLD-IDX FROM 1 BY 1
018430         UNTIL WS-FLD-IDX > WS-FIELD-COUNT
018440     PERFORM 4300-PRINT-ONE-AMOUNT THRU 4300-PRINT-ONE-AMOUNT-EXIT
018450         VARYING WS-AD-IDX FROM 1 BY 1
018460         UNTIL WS-AD-IDX > WS-AMTDEF-COUNT
018470     PERFORM 4400-PRINT-ONE-MASK THRU 4400-PRINT-ONE-MASK-EXIT
018480         VARYING WS-MASK-IDX FROM 1 BY 1
018490         UNTIL WS-MASK-IDX > WS-MASK-COUNT
018500     PERFORM 4500-PRINT-RUN-OPTIONS
018510         THRU 4500-PRINT-RUN-OPTIONS-EXIT
018520     .
018530 4000-PRINT-CARD-CONFIG-EXIT.
018540     EXIT.
018550 4100-PRINT-ONE-KEY.
018560     MOVE WS-KD-FROM (WS-KD-IDX) TO WS-EDIT-FROM
018570     COMPUTE WS-EDIT-TO =
018580         WS-KD-FROM (WS-KD-IDX) + WS-KD-LEN (WS-KD-IDX) - 1
018590     MOVE SPACES TO WS-REPORT-LINE
018600     STRING "  KEY          " WS-EDIT-FROM "-" WS-EDIT-TO
018610         DELIMITED BY SIZE
018620         INTO WS-REPORT-LINE
018630     PERFORM 8900-WRITE-REPORT-LINE
018640         THRU 8900-WRITE-REPORT-LINE-EXIT
018650     .
018660 4100-PRINT-ONE-KEY-EXIT.
018670     EXIT.
018680 4200-PRINT-ONE-FIELD.
018690     MOVE WS-FLD-FROM (WS-FLD-IDX) TO WS-EDIT-FROM
018700     COMPUTE WS-EDIT-TO =
018710         WS-FLD-FROM (WS-FLD-IDX) + WS-FLD-LEN (WS-FLD-IDX) - 1
018720     MOVE SPACES TO WS-REPORT-LINE
018730     STRING "  FIELD        " WS-EDIT-FROM "-" WS-EDIT-TO
018740         " " WS-FLD-TYPE-NAME (WS-FLD-IDX)
018750         DELIMITED BY SIZE
018760         INTO WS-REPORT-LINE
018770     IF WS-FLD-TOL (WS-FLD-IDX) > 0
018780         MOVE " TOL" TO WS-REPORT-LINE (36:4)
018790         MOVE WS-FLD-TOL (WS-FLD-IDX) TO WS-REPORT-LINE (41:7)
018800         IF WS-FLD-TOL-BASE-YES (WS-FLD-IDX)
018810             MOVE "BASE" TO WS-REPORT-LINE (49:4)
018820         END-IF
018830     END-IF
018840     IF WS-FLD-RECTYPE (WS-FLD-IDX) NOT = SPACES
018850         MOVE "FOR" TO WS-REPORT-LINE (55:3)
018860         MOVE WS-FLD-RECTYPE (WS-FLD-IDX) TO WS-REPORT-LINE (59:4)
018870     END-IF
018880     PERFORM 8900-WRITE-REPORT-LINE
018890         THRU 8900-WRITE-REPORT-LINE-EXIT
018900     .
018910 4200-PRINT-ONE-FIELD-EXIT.
018920     EXIT.
018930 4300-PRINT-ONE-AMOUNT.
018940     MOVE WS-AD-FROM (WS-AD-IDX) TO WS-EDIT-FROM
018950     COMPUTE WS-EDIT-TO =
018960         WS-AD-FROM (WS-AD-IDX) + WS-AD-LEN (WS-AD-IDX) - 1
018970     MOVE SPACES TO WS-REPORT-LINE
018980     STRING "  AMOUNT       " WS-EDIT-FROM "-" WS-EDIT-TO
018990         " " WS-AD-TYPE-NAME (WS-AD-IDX)
019000         DELIMITED BY SIZE
019010         INTO WS-REPORT-LINE
019020     IF WS-AD-RECTYPE (WS-AD-IDX) NOT = SPACES
019030         MOVE "FOR" TO WS-REPORT-LINE (55:3)
019040         MOVE WS-AD-RECTYPE (WS-AD-IDX) TO WS-REPORT-LINE (59:4)
019050     END-IF
019060     PERFORM 8900-WRITE-REPORT-LINE
019070         THRU 8900-WRITE-REPORT-LINE-EXIT
019080     .
019090 4300-PRINT-ONE-AMOUNT-EXIT.
019100     EXIT.
019110 4400-PRINT-ONE-MASK.
019120     MOVE WS-MASK-FROM (WS-MASK-IDX) TO WS-EDIT-FROM
019130     COMPUTE WS-EDIT-TO =
019140         WS-MASK-FROM (WS-MASK-IDX)
019150         + WS-MASK-LEN (WS-MASK-IDX) - 1
019160     MOVE SPACES TO WS-REPORT-LINE
019170     STRING "  MASKFIELD    " WS-EDIT-FROM "-" WS-EDIT-TO
019180         DELIMITED BY SIZE
019190         INTO WS-REPORT-LINE
019200     IF WS-MASK-RECTYPE (WS-MASK-IDX) NOT = SPACES
019210         MOVE "FOR" TO WS-REPORT-LINE (55:3)
019220         MOVE WS-MASK-RECTYPE (WS-MASK-IDX)
019230             TO WS-REPORT-LINE (59:4)
019240     END-IF
019250     PERFORM 8900-WRITE-REPORT-LINE
019260         THRU 8900-WRITE-REPORT-LINE-EXIT
019270     .
019280 4400-PRINT-ONE-MASK-EXIT.
019290     EXIT.
019300 4500-PRINT-RUN-OPTIONS.
019310     IF WS-AGG-MODE-YES
019320         MOVE WS-AGG-FROM TO WS-EDIT-FROM
019330         COMPUTE WS-EDIT-TO = WS-AGG-FROM + WS-AGG-LEN - 1
019340         MOVE SPACES TO WS-REPORT-LINE
019350         STRING "  AGGREGATE    " WS-EDIT-FROM "-" WS-EDIT-TO
019360             DELIMITED BY SIZE
019370             INTO WS-REPORT-LINE
019380         PERFORM 8900-WRITE-REPORT-LINE
019390             THRU 8900-WRITE-REPORT-LINE-EXIT
019400     END-IF
019410     IF WS-CUR-GIVEN-YES
019420         MOVE WS-CUR-FROM TO WS-EDIT-FROM
019430         COMPUTE WS-EDIT-TO = WS-CUR-FROM + 2
019440         MOVE SPACES TO WS-REPORT-LINE
019450         STRING "  CURRENCY     " WS-EDIT-FROM "-" WS-EDIT-TO
019460             " BASE " WS-CUR-BASE
019470             DELIMITED BY SIZE
019480             INTO WS-REPORT-LINE
019490         PERFORM 8900-WRITE-REPORT-LINE
019500             THRU 8900-WRITE-REPORT-LINE-EXIT
019510     END-IF
019520     IF WS-CYCLE-FREQ NOT = SPACES
019530         MOVE SPACES TO WS-REPORT-LINE
019540         STRING "  CYCLE        " WS-CYCLE-FREQ
019550             DELIMITED BY SIZE
019560             INTO WS-REPORT-LINE
019570         PERFORM 8900-WRITE-REPORT-LINE
019580             THRU 8900-WRITE-REPORT-LINE-EXIT
019590     END-IF
019600     IF WS-CP-INTERVAL > 0
019610         MOVE SPACES TO WS-REPORT-LINE
019620         STRING "  CHECKPOINT   " WS-CP-INTERVAL
019630             DELIMITED BY SIZE
019640             INTO WS-REPORT-LINE
019650         PERFORM 8900-WRITE-REPORT-LINE
019660             THRU 8900-WRITE-REPORT-LINE-EXIT
019670     END-IF
019680     IF WS-PROGRESS-INTERVAL > 0
019690         MOVE SPACES TO WS-REPORT-LINE
019700         STRING "  PROGRESS     " WS-PROGRESS-INTERVAL
019710             DELIMITED BY SIZE
019720             INTO WS-REPORT-LINE
019730         PERFORM 8900-WRITE-REPORT-LINE
019740             THRU 8900-WRITE-REPORT-LINE-EXIT
019750     END-IF
019760     IF WS-PARALLEL-MAX > 0
019770         MOVE SPACES TO WS-REPORT-LINE
019780         STRING "  PARALLEL     " WS-PARALLEL-MAX
019790             DELIMITED BY SIZE
019800             INTO WS-REPORT-LINE
019810         PERFORM 8900-WRITE-REPORT-LINE
019820             THRU 8900-WRITE-REPORT-LINE-EXIT
019830     END-IF
019840     IF WS-SMP-METHOD NOT = SPACES
019850         MOVE SPACES TO WS-REPORT-LINE
019860         IF WS-SMP-SEED-X = SPACES
019870             STRING "  SAMPLE       " WS-SMP-METHOD " "
019880                 WS-SMP-INTERVAL " MINIMUM " WS-SMP-MINIMUM
019890                 DELIMITED BY SIZE
019900                 INTO WS-REPORT-LINE
019910         ELSE
019920             STRING "  SAMPLE       " WS-SMP-METHOD " "
019930                 WS-SMP-INTERVAL " MINIMUM " WS-SMP-MINIMUM
019940                 " SEED " WS-SMP-SEED-X
019950                 DELIMITED BY SIZE
019960                 INTO WS-REPORT-LINE
019970         END-IF
019980         PERFORM 8900-WRITE-REPORT-LINE
019990             THRU 8900-WRITE-REPORT-LINE-EXIT
020000     END-IF
020010     IF WS-PART-COUNT > 0
020020         MOVE SPACES TO WS-REPORT-LINE
020030         MOVE WS-PART-KEY-COUNT TO WS-EDIT-LEN
020040         STRING "  PARTITION    " WS-PART-COUNT
020050             " RANGES, PARTKEY CARDS " WS-EDIT-LEN
020060             DELIMITED BY SIZE
020070             INTO WS-REPORT-LINE
020080         PERFORM 8900-WRITE-REPORT-LINE
020090             THRU 8900-WRITE-REPORT-LINE-EXIT
020100     END-IF
020110     IF WS-DICT-FEED-ID NOT = SPACES
020120         MOVE SPACES TO WS-REPORT-LINE
020130         STRING "  DICTIONARY   " WS-DICT-FEED-ID
020140             DELIMITED BY SIZE
020150             INTO WS-REPORT-LINE
020160         PERFORM 8900-WRITE-REPORT-LINE
020170             THRU 8900-WRITE-REPORT-LINE-EXIT
020180     END-IF
020190     IF WS-CLEAR-EXTRACT-YES
020200         MOVE "  CLEAREXTRACT" TO WS-REPORT-LINE
020210         PERFORM 8900-WRITE-REPORT-LINE
020220             THRU 8900-WRITE-REPORT-LINE-EXIT
020230     END-IF
020240     IF WS-FORCE-YES
020250         MOVE "  FORCE" TO WS-REPORT-LINE
020260         PERFORM 8900-WRITE-REPORT-LINE
020270             THRU 8900-WRITE-REPORT-LINE-EXIT
020280     END-IF
020290     .
020300 4500-PRINT-RUN-OPTIONS-EXIT.
020310     EXIT.
020320*----------------------------------------------------------------*
020330* 5000 - EVERY PAIRLIST ENTRY, AS RECON 6000 TAKES THEM: BLANK
020340* AND "*" ENTRIES ARE COMMENTS, AN ENTRY WITHOUT BOTH DATASET
020350* NAMES IS A FAULT.
020360*----------------------------------------------------------------*
020370 5000-CHECK-PAIRLIST.
020380     MOVE SPACES TO WS-REPORT-LINE
020390     PERFORM 8900-WRITE-REPORT-LINE
020400         THRU 8900-WRITE-REPORT-LINE-EXIT
020410     MOVE "PAIRLIST ENTRIES AFTER OVERRIDES" TO WS-REPORT-LINE
020420     PERFORM 8900-WRITE-REPORT-LINE
020430         THRU 8900-WRITE-REPORT-LINE-EXIT
020440     PERFORM 5100-CHECK-ONE-PAIR THRU 5100-CHECK-ONE-PAIR-EXIT
020450         UNTIL WS-EOF-PAIR-YES
020460     CLOSE PAIRLIST-FILE
020470     IF WS-PAIR-COUNT = 0
020480         MOVE "PAIRLIST HAS NO ENTRIES" TO WS-MSG-TEXT
020490         MOVE SPACES TO WS-MSG-OPERAND
020500         PERFORM 8810-LOG-WARNING THRU 8810-LOG-WARNING-EXIT
020510     END-IF
020520     .
020530 5000-CHECK-PAIRLIST-EXIT.
020540     EXIT.
020550 5100-CHECK-ONE-PAIR.
020560     READ PAIRLIST-FILE
020570         AT END
020580             SET WS-EOF-PAIR-YES TO TRUE
020590             GO TO 5100-CHECK-ONE-PAIR-EXIT
020600     END-READ
020610     IF NOT WS-FILE-STATUS-PAIR-OK
020620         DISPLAY "CFGCHECK: READ FAILED FOR PAIRLIST - STATUS "
020630             WS-FILE-STATUS-PAIR
020640         MOVE 16 TO RETURN-CODE
020650         GOBACK
020660     END-IF
020670     IF RECPAIR-RECORD = SPACES
020680             OR RECPAIR-PAIR-ID-BYTE-1 = "*"
020690         GO TO 5100-CHECK-ONE-PAIR-EXIT
020700     END-IF
020710     ADD 1 TO WS-PAIR-COUNT
020720     MOVE RECPAIR-PAIR-ID TO WS-PAIR-ID
020730     MOVE RECPAIR-FILEA-NAME TO WS-PAIR-FILEA
020740     MOVE RECPAIR-FILEB-NAME TO WS-PAIR-FILEB
020750     MOVE RECPAIR-CAL-ID TO WS-PAIR-CAL-ID
020760     MOVE SPACES TO WS-REPORT-LINE
020770     PERFORM 8900-WRITE-REPORT-LINE
020780         THRU 8900-WRITE-REPORT-LINE-EXIT
020790     MOVE SPACES TO WS-REPORT-LINE
020800     STRING "PAIR " WS-PAIR-ID DELIMITED BY SIZE
020810         INTO WS-REPORT-LINE
020820     PERFORM 8900-WRITE-REPORT-LINE
020830         THRU 8900-WRITE-REPORT-LINE-EXIT
020840     IF RECPAIR-FILEA-NAME = SPACES
020850             OR RECPAIR-FILEB-NAME = SPACES
020860         MOVE "PAIRLIST ENTRY INCOMPLETE" TO WS-MSG-TEXT
020870         MOVE WS-PAIR-ID TO WS-MSG-OPERAND
020880         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
020890         GO TO 5100-CHECK-ONE-PAIR-EXIT
020900     END-IF
020910     MOVE WS-GLOBAL-MASK TO WS-COMPARE-MASK
020920     MOVE WS-TOL-COUNT TO WS-PAIR-TOL-COUNT
020930     IF WS-TOL-COUNT-GIVEN-YES
020940         MOVE "(CARD)" TO WS-PAIR-TOL-SOURCE
020950     ELSE
020960         MOVE SPACES TO WS-PAIR-TOL-SOURCE
020970     END-IF
020980     IF RECPAIR-TOL-COUNT NOT = SPACES
020990         IF RECPAIR-TOL-COUNT-N NOT NUMERIC
021000             MOVE "BAD PAIR TOLERANCE" TO WS-MSG-TEXT
021010             MOVE RECPAIR-TOL-COUNT TO WS-MSG-OPERAND
021020             PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
021030         ELSE
021040             MOVE RECPAIR-TOL-COUNT-N TO WS-PAIR-TOL-COUNT
021050             MOVE "(PAIR)" TO WS-PAIR-TOL-SOURCE
021060         END-IF
021070     END-IF
021080     IF RECPAIR-EXCLUDE-RANGE NOT = SPACES
021090         MOVE SPACES TO WS-CARD-FIELDS
021100         MOVE "EXCLUDE" TO WS-CARD-OPERAND-1
021110         MOVE RECPAIR-EXCLUDE-RANGE TO WS-CARD-OPERAND-2
021120         PERFORM 1120-APPLY-COMPARE-CARD
021130             THRU 1120-APPLY-COMPARE-CARD-EXIT
021140     END-IF
021150     MOVE "FILE A" TO WS-PROBE-LABEL
021160     MOVE WS-PAIR-FILEA TO WS-PROBE-NAME
021170     PERFORM 5200-PROBE-DATASET THRU 5200-PROBE-DATASET-EXIT
021180     MOVE "FILE B" TO WS-PROBE-LABEL
021190     MOVE WS-PAIR-FILEB TO WS-PROBE-NAME
021200     PERFORM 5200-PROBE-DATASET THRU 5200-PROBE-DATASET-EXIT
021210     PERFORM 5300-PRINT-PAIR-CONFIG
021220         THRU 5300-PRINT-PAIR-CONFIG-EXIT
021230     .
021240 5100-CHECK-ONE-PAIR-EXIT.
021250     EXIT.
021260*----------------------------------------------------------------*
021270* 5200 - PROVE A DATASET IS CATALOGUED BY OPENING AND CLOSING
021280* IT.  NOTHING IS READ.
021290*----------------------------------------------------------------*
021300 5200-PROBE-DATASET.
021310     IF WS-PROBE-BY-SNAP
021320         PERFORM 5250-CHECK-SNAPSHOT-REF
021330             THRU 5250-CHECK-SNAPSHOT-REF-EXIT
021340         GO TO 5200-PROBE-DATASET-EXIT
021350     END-IF
021360     ADD 1 TO WS-DSN-COUNT
021370     OPEN INPUT PROBE-FILE
021380     EVALUATE TRUE
021390         WHEN WS-FILE-STATUS-PRB-OK
021400             MOVE "CATALOGUED" TO WS-PROBE-RESULT
021410             CLOSE PROBE-FILE
021420         WHEN WS-FILE-STATUS-PRB-NOTFND
021430             MOVE "NOT CATALOGUED" TO WS-PROBE-RESULT
021440             ADD 1 TO WS-NOTCAT-COUNT
021450         WHEN OTHER
021460             MOVE SPACES TO WS-PROBE-RESULT
021470             STRING "OPEN STATUS " WS-FILE-STATUS-PRB
021480                 DELIMITED BY SIZE
021490                 INTO WS-PROBE-RESULT
021500             ADD 1 TO WS-NOTCAT-COUNT
021510     END-EVALUATE
021520     MOVE SPACES TO WS-REPORT-LINE
021530     STRING "  " WS-PROBE-LABEL "   " WS-PROBE-NAME " "
021540         WS-PROBE-RESULT DELIMITED BY SIZE
021550         INTO WS-REPORT-LINE
021560     PERFORM 8900-WRITE-REPORT-LINE
021570         THRU 8900-WRITE-REPORT-LINE-EXIT
021580     IF NOT WS-FILE-STATUS-PRB-OK
021590         MOVE "DATASET NOT AVAILABLE" TO WS-MSG-TEXT
021600         MOVE WS-PROBE-LABEL TO WS-MSG-OPERAND
021610         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
021620     END-IF
021630     .
021640 5200-PROBE-DATASET-EXIT.
021650     EXIT.
021660*----------------------------------------------------------------*
021670* 5250 - A SNAPSHOT REFERENCE NEEDS A FEED ID AND A CYCLE RECON
021680* CAN TURN INTO A DATE.  WHETHER THE SNAPSHOT HAS BEEN PROVED IS
021690* A RUN-TIME CONDITION AND IS NOT JUDGED HERE.
021700*----------------------------------------------------------------*
021710 5250-CHECK-SNAPSHOT-REF.
021720     IF WS-PROBE-FEED-ID NOT = SPACES
021730             AND (WS-PROBE-CYCLE = "TODAY"
021740                 OR WS-PROBE-CYCLE = "PREVBUS"
021750                 OR WS-PROBE-CYCLE-N NUMERIC)
021760         MOVE "SNAPSHOT" TO WS-PROBE-RESULT
021770     ELSE
021780         MOVE "BAD SNAPSHOT" TO WS-PROBE-RESULT
021790         MOVE "BAD SNAPSHOT REFERENCE" TO WS-MSG-TEXT
021800         MOVE WS-PROBE-LABEL TO WS-MSG-OPERAND
021810         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
021820     END-IF
021830     MOVE SPACES TO WS-REPORT-LINE
021840     STRING "  " WS-PROBE-LABEL "   " WS-PROBE-NAME " "
021850         WS-PROBE-RESULT DELIMITED BY SIZE
021860         INTO WS-REPORT-LINE
021870     PERFORM 8900-WRITE-REPORT-LINE
021880         THRU 8900-WRITE-REPORT-LINE-EXIT
021890     .
021900 5250-CHECK-SNAPSHOT-REF-EXIT.
021910     EXIT.
021920*----------------------------------------------------------------*
021930* 5300 - THE SETTINGS THE PAIR RUNS UNDER ONCE ITS OVERRIDES
021940* ARE APPLIED, AND ITS CALENDAR.  A NAMED CALENDAR MUST HAVE
021950* DATES ON HOLIDAYS (RECON STOPS ON ONE THAT HAS NONE); A BLANK
021960* ONE IS THE DEFAULT CALENDAR.
021970*----------------------------------------------------------------*
021980 5300-PRINT-PAIR-CONFIG.
021990     MOVE SPACES TO WS-REPORT-LINE
022000     IF WS-PAIR-TOL-SOURCE = SPACES
022010         MOVE "  TOL COUNT  NONE" TO WS-REPORT-LINE
022020     ELSE
022030         STRING "  TOL COUNT  " WS-PAIR-TOL-COUNT " "
022040             WS-PAIR-TOL-SOURCE DELIMITED BY SIZE
022050             INTO WS-REPORT-LINE
022060     END-IF
022070     PERFORM 8900-WRITE-REPORT-LINE
022080         THRU 8900-WRITE-REPORT-LINE-EXIT
022090     MOVE SPACES TO WS-REPORT-LINE
022100     IF WS-TOL-PCT-GIVEN-YES
022110         STRING "  TOL PCT    " WS-TOL-PCT " (CARD)"
022120             DELIMITED BY SIZE
022130             INTO WS-REPORT-LINE
022140     ELSE
022150         MOVE "  TOL PCT    NONE" TO WS-REPORT-LINE
022160     END-IF
022170     PERFORM 8900-WRITE-REPORT-LINE
022180         THRU 8900-WRITE-REPORT-LINE-EXIT
022190     PERFORM 5400-PRINT-COMPARE-BYTES
022200         THRU 5400-PRINT-COMPARE-BYTES-EXIT
022210     MOVE SPACES TO WS-REPORT-LINE
022220     IF WS-PAIR-CAL-ID = SPACES
022230         MOVE "  CALENDAR   DEFAULT" TO WS-REPORT-LINE
022240         PERFORM 8900-WRITE-REPORT-LINE
022250             THRU 8900-WRITE-REPORT-LINE-EXIT
022260         GO TO 5300-PRINT-PAIR-CONFIG-EXIT
022270     END-IF
022280     MOVE WS-PAIR-CAL-ID TO WS-FIND-CAL-ID
022290     PERFORM 1420-FIND-CALENDAR THRU 1420-FIND-CALENDAR-EXIT
022300     IF WS-CAL-HIT = 0
022310         STRING "  CALENDAR   " WS-PAIR-CAL-ID " NOT ON HOLIDAYS"
022320             DELIMITED BY SIZE
022330             INTO WS-REPORT-LINE
022340         PERFORM 8900-WRITE-REPORT-LINE
022350             THRU 8900-WRITE-REPORT-LINE-EXIT
022360         MOVE "NO HOLIDAYS FOR CALENDAR" TO WS-MSG-TEXT
022370         MOVE WS-PAIR-CAL-ID TO WS-MSG-OPERAND
022380         PERFORM 8800-LOG-ERROR THRU 8800-LOG-ERROR-EXIT
022390         GO TO 5300-PRINT-PAIR-CONFIG-EXIT
022400     END-IF
022410     MOVE WS-CAL-DATES (WS-CAL-HIT) TO WS-EDIT-COUNT
022420     STRING "  CALENDAR   " WS-PAIR-CAL-ID " " WS-EDIT-COUNT
022430         " HOLIDAY DATES" DELIMITED BY SIZE
022440         INTO WS-REPORT-LINE
022450     PERFORM 8900-WRITE-REPORT-LINE
022460         THRU 8900-WRITE-REPORT-LINE-EXIT
022470     .
022480 5300-PRINT-PAIR-CONFIG-EXIT.
022490     EXIT.
022500*----------------------------------------------------------------*
022510* 5400 - THE DATA-PORTION BYTES THE PAIR COMPARES, AS FFF-TTT
022520* RUNS OVER THE EFFECTIVE MASK, WRAPPED EIGHT TO A LINE.
022530*----------------------------------------------------------------*
022540 5400-PRINT-COMPARE-BYTES.
022550     SET WS-RUN-OPEN-NO TO TRUE
022560     MOVE ZERO TO WS-RUN-SHOWN
022570     MOVE SPACES TO WS-REPORT-LINE
022580     MOVE "  COMPARE" TO WS-REPORT-LINE
022590     MOVE 14 TO WS-LINE-PTR
022600     PERFORM 5410-SCAN-ONE-BYTE THRU 5410-SCAN-ONE-BYTE-EXIT
022610         VARYING WS-CMP-IDX FROM 1 BY 1
022620         UNTIL WS-CMP-IDX > WS-REC-LEN
022630     IF WS-RUN-OPEN-YES
022640         MOVE WS-REC-LEN TO WS-EDIT-TO
022650         PERFORM 5420-ADD-ONE-RUN THRU 5420-ADD-ONE-RUN-EXIT
022660     END-IF
022670     IF WS-RUN-SHOWN = 0
022680         MOVE "NONE" TO WS-REPORT-LINE (14:4)
022690         PERFORM 8900-WRITE-REPORT-LINE
022700             THRU 8900-WRITE-REPORT-LINE-EXIT
022710         MOVE "EVERY BYTE EXCLUDED FROM THE COMPARE"
022720             TO WS-MSG-TEXT
022730         MOVE SPACES TO WS-MSG-OPERAND
022740         PERFORM 8810-LOG-WARNING THRU 8810-LOG-WARNING-EXIT
022750         GO TO 5400-PRINT-COMPARE-BYTES-EXIT
022760     END-IF
022770     IF WS-LINE-PTR > 14
022780         PERFORM 8900-WRITE-REPORT-LINE
022790             THRU 8900-WRITE-REPORT-LINE-EXIT
022800     END-IF
022810     .
022820 5400-PRINT-COMPARE-BYTES-EXIT.
022830     EXIT.
022840 5410-SCAN-ONE-BYTE.
022850     IF WS-COMPARE-MASK-BYTE (WS-CMP-IDX) = "Y"
022860         IF WS-RUN-OPEN-NO
022870             MOVE WS-CMP-IDX TO WS-RUN-START
022880             SET WS-RUN-OPEN-YES TO TRUE
022890         END-IF
022900         GO TO 5410-SCAN-ONE-BYTE-EXIT
022910     END-IF
022920     IF WS-RUN-OPEN-YES
022930         COMPUTE WS-EDIT-TO = WS-CMP-IDX - 1
022940         PERFORM 5420-ADD-ONE-RUN THRU 5420-ADD-ONE-RUN-EXIT
022950     END-IF
022960     .
022970 5410-SCAN-ONE-BYTE-EXIT.
022980     EXIT.
022990 5420-ADD-ONE-RUN.
023000     IF WS-LINE-PTR > 70
023010         PERFORM 8900-WRITE-REPORT-LINE
023020             THRU 8900-WRITE-REPORT-LINE-EXIT
023030         MOVE SPACES TO WS-REPORT-LINE
023040         MOVE 14 TO WS-LINE-PTR
023050     END-IF
023060     MOVE WS-RUN-START TO WS-EDIT-FROM
023070     STRING WS-EDIT-FROM "-" WS-EDIT-TO " " DELIMITED BY SIZE
023080         INTO WS-REPORT-LINE
023090         WITH POINTER WS-LINE-PTR
023100     ADD 1 TO WS-RUN-SHOWN
023110     SET WS-RUN-OPEN-NO TO TRUE
023120     .
023130 5420-ADD-ONE-RUN-EXIT.
023140     EXIT.
023150*----------------------------------------------------------------*
023160* 6000 - NO PAIRLIST: RECON RECONCILES THE ONE FILEA/FILEB PAIR
023170* ON THE DEFAULT CALENDAR.  A KSDS SIDE IS READ THROUGH FILEAK
023180* OR FILEBK INSTEAD.
023190*----------------------------------------------------------------*
023200 6000-CHECK-SINGLE-PAIR.
023210     MOVE SPACES TO WS-REPORT-LINE
023220     PERFORM 8900-WRITE-REPORT-LINE
023230         THRU 8900-WRITE-REPORT-LINE-EXIT
023240     MOVE "SINGLE PAIR - NO PAIRLIST DATASET" TO WS-REPORT-LINE
023250     PERFORM 8900-WRITE-REPORT-LINE
023260         THRU 8900-WRITE-REPORT-LINE-EXIT
023270     MOVE 1 TO WS-PAIR-COUNT
023280     MOVE SPACES TO WS-PAIR-CAL-ID
023290     MOVE WS-TOL-COUNT TO WS-PAIR-TOL-COUNT
023300     IF WS-TOL-COUNT-GIVEN-YES
023310         MOVE "(CARD)" TO WS-PAIR-TOL-SOURCE
023320     ELSE
023330         MOVE SPACES TO WS-PAIR-TOL-SOURCE
023340     END-IF
023350     MOVE "FILE A" TO WS-PROBE-LABEL
023360     IF WS-INPUT-A-KSDS-YES
023370         MOVE "FILEAK" TO WS-PROBE-NAME
023380     ELSE
023390         MOVE "FILEA" TO WS-PROBE-NAME
023400     END-IF
023410     PERFORM 5200-PROBE-DATASET THRU 5200-PROBE-DATASET-EXIT
023420     MOVE "FILE B" TO WS-PROBE-LABEL
023430     IF WS-INPUT-B-KSDS-YES
023440         MOVE "FILEBK" TO WS-PROBE-NAME
023450     ELSE
023460         MOVE "FILEB" TO WS-PROBE-NAME
023470     END-IF
023480     PERFORM 5200-PROBE-DATASET THRU 5200-PROBE-DATASET-EXIT
023490     PERFORM 5300-PRINT-PAIR-CONFIG
023500         THRU 5300-PRINT-PAIR-CONFIG-EXIT
023510     .
023520 6000-CHECK-SINGLE-PAIR-EXIT.
023530     EXIT.
023540 8000-PRINT-TOTALS.
023550     MOVE SPACES TO WS-REPORT-LINE
023560     PERFORM 8900-WRITE-REPORT-LINE
023570         THRU 8900-WRITE-REPORT-LINE-EXIT
023580     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT
023590     MOVE SPACES TO WS-REPORT-LINE
023600     STRING "CARDS CHECKED          " WS-EDIT-COUNT
023610         DELIMITED BY SIZE INTO WS-REPORT-LINE
023620     PERFORM 8900-WRITE-REPORT-LINE
023630         THRU 8900-WRITE-REPORT-LINE-EXIT
023640     MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT
023650     MOVE SPACES TO WS-REPORT-LINE
023660     STRING "PAIRS CHECKED          " WS-EDIT-COUNT
023670         DELIMITED BY SIZE INTO WS-REPORT-LINE
023680     PERFORM 8900-WRITE-REPORT-LINE
023690         THRU 8900-WRITE-REPORT-LINE-EXIT
023700     MOVE WS-DSN-COUNT TO WS-EDIT-COUNT
023710     MOVE SPACES TO WS-REPORT-LINE
023720     STRING "DATASETS PROBED        " WS-EDIT-COUNT
023730         DELIMITED BY SIZE INTO WS-REPORT-LINE
023740     PERFORM 8900-WRITE-REPORT-LINE
023750         THRU 8900-WRITE-REPORT-LINE-EXIT
023760     MOVE WS-NOTCAT-COUNT TO WS-EDIT-COUNT
023770     MOVE SPACES TO WS-REPORT-LINE
023780     STRING "DATASETS NOT AVAILABLE " WS-EDIT-COUNT
023790         DELIMITED BY SIZE INTO WS-REPORT-LINE
023800     PERFORM 8900-WRITE-REPORT-LINE
023810         THRU 8900-WRITE-REPORT-LINE-EXIT
023820     MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
023830     MOVE SPACES TO WS-REPORT-LINE
023840     STRING "ERRORS                 " WS-EDIT-COUNT
023850         DELIMITED BY SIZE INTO WS-REPORT-LINE
023860     PERFORM 8900-WRITE-REPORT-LINE
023870         THRU 8900-WRITE-REPORT-LINE-EXIT
023880     MOVE WS-WARN-COUNT TO WS-EDIT-COUNT
023890     MOVE SPACES TO WS-REPORT-LINE
023900     STRING "WARNINGS               " WS-EDIT-COUNT
023910         DELIMITED BY SIZE INTO WS-REPORT-LINE
023920     PERFORM 8900-WRITE-REPORT-LINE
023930         THRU 8900-WRITE-REPORT-LINE-EXIT
023940     .
023950 8000-PRINT-TOTALS-EXIT.
023960     EXIT.
023970*----------------------------------------------------------------*
023980* 8800/8810 - ONE FAULT LINE UNDER THE CARD OR PAIR IT BELONGS
023990* TO, TEXT IN WS-MSG-TEXT AND THE OFFENDING VALUE (IF ANY) IN
024000* WS-MSG-OPERAND.
024010*----------------------------------------------------------------*
024020 8800-LOG-ERROR.
024030     ADD 1 TO WS-ERROR-COUNT
024040     MOVE SPACES TO WS-REPORT-LINE
024050     MOVE 1 TO WS-MSG-PTR
024060     STRING "  *** ERROR   " DELIMITED BY SIZE
024070         WS-MSG-TEXT DELIMITED BY "  "
024080         INTO WS-REPORT-LINE
024090         WITH POINTER WS-MSG-PTR
024100     PERFORM 8820-ADD-OPERAND THRU 8820-ADD-OPERAND-EXIT
024110     .
024120 8800-LOG-ERROR-EXIT.
024130     EXIT.
024140 8810-LOG-WARNING.
024150     ADD 1 TO WS-WARN-COUNT
024160     MOVE SPACES TO WS-REPORT-LINE
024170     MOVE 1 TO WS-MSG-PTR
024180     STRING "  *** WARNING " DELIMITED BY SIZE
024190         WS-MSG-TEXT DELIMITED BY "  "
024200         INTO WS-REPORT-LINE
024210         WITH POINTER WS-MSG-PTR
024220     PERFORM 8820-ADD-OPERAND THRU 8820-ADD-OPERAND-EXIT
024230     .
024240 8810-LOG-WARNING-EXIT.
024250     EXIT.
024260 8820-ADD-OPERAND.
024270     IF WS-MSG-OPERAND NOT = SPACES
024280         STRING " - " WS-MSG-OPERAND DELIMITED BY SIZE
024290             INTO WS-REPORT-LINE
024300             WITH POINTER WS-MSG-PTR
024310     END-IF
024320     PERFORM 8900-WRITE-REPORT-LINE
024330         THRU 8900-WRITE-REPORT-LINE-EXIT
024340     .
024350 8820-ADD-OPERAND-EXIT.
024360     EXIT.
024370 8900-WRITE-REPORT-LINE.
024380     WRITE REPORT-RECORD FROM WS-REPORT-LINE
024390     IF NOT WS-FILE-STATUS-RPT-OK
024400         DISPLAY "CFGCHECK: WRITE FAILED FOR CFGRPT - STATUS "
024410             WS-FILE-STATUS-RPT
024420         MOVE 16 TO RETURN-CODE
024430         GOBACK
024440     END-IF
024450     .
024460 8900-WRITE-REPORT-LINE-EXIT.
024470     EXIT.
024480 9999-TERMINATE.
024490     CLOSE REPORT-FILE
024500     IF WS-ERROR-COUNT > 0
024510         DISPLAY "CFGCHECK: CONFIGURATION ERRORS FOUND - RC 8"
024520         MOVE 8 TO RETURN-CODE
024530     ELSE
024540         IF WS-WARN-COUNT > 0
024550             MOVE 4 TO RETURN-CODE
024560         END-IF
024570     END-IF
024580     .
024590 9999-TERMINATE-EXIT.
024600     EXIT.
024610*----------------------------------------------------------------*
024620* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
024630*----------------------------------------------------------------*
024640 COPY "RECSTP.cpy".
024650 END PROGRAM CFGCHECK.
