000330*                   LIFTED OUT OF RECON BEHIND THE RECPRM
000340*                   PARAMETER BLOCK SO PAIRLIST PAIRS CAN RUN
000350*                   CONCURRENTLY IN ISOLATED RUN UNITS.
000360*   2026-10-15 DS   EACH SUPPRESSION IS COUNTED AGAINST THE
000370*                   ENTRY THAT MADE IT, IN PR-SUP-HIT-CNT, SO
000380*                   THE DRIVER CAN RECORD SUPPRESS-LIST USAGE.
000390*   2026-10-15 DS   FIELD DETAIL CARRIES THE FIELD'S DICTIONARY
000400*                   NAME (PR-FLD-NAME) WHEN THE RUN TOOK ITS
000410*                   FIELDS FROM THE FLDDICT FIELD DICTIONARY.
000420*   2026-10-15 DS   KEY-RANGE RUNNING FOR A PARTITIONED SINGLE
000430*                   PAIR: WITH PR-RANGE-NO SET, BOTH WHOLE FILES
000440*                   ARE READ AND PROVED BUT ONLY KEYS IN THE RANGE
000450*                   ARE MATCHED; RANGE 1 OWNS SEQUENCE ERRORS.
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT FILEA-FILE ASSIGN TO DYNAMIC WS-FILEA-NAME
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-A.
000540     SELECT FILEB-FILE ASSIGN TO DYNAMIC WS-FILEB-NAME
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-B.
000570     SELECT EXTWORK-FILE ASSIGN TO DYNAMIC WS-EXTWORK-NAME
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FILE-STATUS-XW.
000600     SELECT CLXWORK-FILE ASSIGN TO DYNAMIC WS-CLXWORK-NAME
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-CW.
000630     SELECT FLDWORK-FILE ASSIGN TO DYNAMIC WS-FLDWORK-NAME
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-FW.
000660     SELECT DTLWORK-FILE ASSIGN TO DYNAMIC WS-DTLWORK-NAME
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-DW.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  FILEA-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEA-==.
000740 FD  FILEB-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEB-==.
000770 FD  EXTWORK-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY "RECEXT.cpy".
000800 FD  CLXWORK-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY "RECEXT.cpy" REPLACING LEADING ==RECEXT-== BY ==EXTC-==.
000830 FD  FLDWORK-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY "RECFLD.cpy".
000860 FD  DTLWORK-FILE
000870     LABEL RECORDS ARE STANDARD.
000880*----------------------------------------------------------------*
000890* ONE STAGED REPORT-DETAIL LINE, IN THE ORDER THE ENGINE FOUND
000900* IT.  THE CLASS BYTE NAMES THE GROUP THE DRIVER FEEDS IT TO:
000910*     A = NOT ON FILE A      B = NOT ON FILE B
000920*     M = FIELD MISMATCH     S = SEQUENCE/DUPLICATE ERROR
000930* A/B/M TEXT IS THE KEY-PLUS-BOTH-IMAGES DETAIL WORK AREA; S
000940* TEXT IS THE 33-BYTE SEQUENCE-ERROR LINE.
000950*----------------------------------------------------------------*
000960 01  DTLW-RECORD.
000970     05  DTLW-CLASS                  PIC X(01).
000980     05  DTLW-TEXT                   PIC X(1014).
000990 WORKING-STORAGE SECTION.
001000 01  WS-EOF-SWITCHES.
001010     05  WS-EOF-A-SW                 PIC X(01) VALUE "N".
001020         88  WS-EOF-A-YES                       VALUE "Y".
001030         88  WS-EOF-A-NO                         VALUE "N".
001040     05  WS-EOF-B-SW                 PIC X(01) VALUE "N".
001050         88  WS-EOF-B-YES                       VALUE "Y".
001060         88  WS-EOF-B-NO                         VALUE "N".
001070 01  WS-FILE-STATUSES.
001080     05  WS-FILE-STATUS-A            PIC X(02) VALUE "00".
001090         88  WS-FILE-STATUS-A-OK               VALUE "00".
001100     05  WS-FILE-STATUS-B            PIC X(02) VALUE "00".
001110         88  WS-FILE-STATUS-B-OK               VALUE "00".
001120     05  WS-FILE-STATUS-XW           PIC X(02) VALUE "00".
001130         88  WS-FILE-STATUS-XW-OK              VALUE "00".
001140     05  WS-FILE-STATUS-CW           PIC X(02) VALUE "00".
001150         88  WS-FILE-STATUS-CW-OK              VALUE "00".
001160     05  WS-FILE-STATUS-FW           PIC X(02) VALUE "00".
001170         88  WS-FILE-STATUS-FW-OK              VALUE "00".
001180     05  WS-FILE-STATUS-DW           PIC X(02) VALUE "00".
001190         88  WS-FILE-STATUS-DW-OK              VALUE "00".
001200 01  WS-DYNAMIC-NAMES.
001210     05  WS-FILEA-NAME               PIC X(44).
001220     05  WS-FILEB-NAME               PIC X(44).
001230     05  WS-EXTWORK-NAME             PIC X(44).
001240     05  WS-CLXWORK-NAME             PIC X(44).
001250     05  WS-FLDWORK-NAME             PIC X(44).
001260     05  WS-DTLWORK-NAME             PIC X(44).
001270 01  WS-COUNTERS COMP-3.
001280     05  WS-MATCH-COUNT              PIC 9(07) VALUE ZERO.
001290     05  WS-NOT-ON-A-COUNT           PIC 9(07) VALUE ZERO.
001300     05  WS-NOT-ON-B-COUNT           PIC 9(07) VALUE ZERO.
001310     05  WS-FIELD-MISMATCH-COUNT     PIC 9(07) VALUE ZERO.
001320 01  WS-BOXED-VALUES.
001330     05  WS-FILEA-DATA-BOXED         string.
001340     05  WS-FILEB-DATA-BOXED         string.
001350 01  WS-RESULT
001360         type Either[type MismatchReason,
001370                 type MatchedPair[string, string]].
001380 01  WS-LEFT-REASON              type MismatchReason.
001390 01  WS-REASON-KEY-BOXED             string.
001400 01  WS-DIFF-OFFSET                  PIC S9(04) COMP VALUE ZERO.
001410 01  WS-DIFF-LEN                     PIC S9(04) COMP VALUE ZERO.
001420 01  WS-DIFF-A-RAW                   PIC X(40).
001430 01  WS-DIFF-B-RAW                   PIC X(40).
001440 01  WS-DIFF-A-BOXED                 string.
001450 01  WS-DIFF-B-BOXED                 string.
001460 01  WS-DETAIL-WORK.
001470     05  WS-DETAIL-KEY               PIC X(10).
001480     05  FILLER                      PIC X(02) VALUE SPACES.
001490     05  WS-DETAIL-A-DATA            PIC X(500).
001500     05  FILLER                      PIC X(02) VALUE SPACES.
001510     05  WS-DETAIL-B-DATA            PIC X(500).
001520 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==CURA-==.
001530 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==CURB-==.
001540 01  WS-HDR-TRL-CONTROLS.
001550     05  WS-HEADER-SEEN-A-SW         PIC X(01) VALUE "N".
001560         88  WS-HEADER-SEEN-A-YES               VALUE "Y".
001570         88  WS-HEADER-SEEN-A-NO                VALUE "N".
001580     05  WS-TRAILER-SEEN-A-SW        PIC X(01) VALUE "N".
001590         88  WS-TRAILER-SEEN-A-YES              VALUE "Y".
001600         88  WS-TRAILER-SEEN-A-NO               VALUE "N".
001610     05  WS-HEADER-SEEN-B-SW         PIC X(01) VALUE "N".
001620         88  WS-HEADER-SEEN-B-YES               VALUE "Y".
001630         88  WS-HEADER-SEEN-B-NO                VALUE "N".
001640     05  WS-TRAILER-SEEN-B-SW        PIC X(01) VALUE "N".
001650         88  WS-TRAILER-SEEN-B-YES              VALUE "Y".
001660         88  WS-TRAILER-SEEN-B-NO               VALUE "N".
001670     05  WS-RECORDS-READ-A           PIC 9(09) COMP-3 VALUE ZERO.
001680     05  WS-RECORDS-READ-B           PIC 9(09) COMP-3 VALUE ZERO.
001690     05  WS-TRAILER-COUNT-A          PIC 9(09) COMP-3 VALUE ZERO.
001700     05  WS-TRAILER-COUNT-B          PIC 9(09) COMP-3 VALUE ZERO.
001710     05  WS-RANGE-READ-A             PIC 9(09) COMP-3 VALUE ZERO.
001720     05  WS-RANGE-READ-B             PIC 9(09) COMP-3 VALUE ZERO.
001730 01  WS-EDIT-TRL-9                   PIC ZZZZZZZZ9.
001740 01  WS-EDIT-READ-9                  PIC ZZZZZZZZ9.
001750 01  WS-SEQ-CHECK-CONTROLS.
001760     05  WS-PREV-KEY-A               PIC X(32) VALUE LOW-VALUES.
001770     05  WS-PREV-KEY-B               PIC X(32) VALUE LOW-VALUES.
001780     05  WS-SEQ-ERR-COUNT-A          PIC 9(07) COMP-3 VALUE ZERO.
001790     05  WS-SEQ-ERR-COUNT-B          PIC 9(07) COMP-3 VALUE ZERO.
001800     05  WS-SEQ-ERR-SHOWN            PIC 9(02) COMP-3 VALUE ZERO.
001810     05  WS-SEQ-ERR-LIMIT            PIC 9(02) COMP-3 VALUE 10.
001820 01  WS-SEQ-ERR-LINE.
001830     05  WS-SEQ-ERR-FILE             PIC X(05).
001840     05  FILLER                      PIC X(01) VALUE SPACE.
001850     05  WS-SEQ-ERR-KEY              PIC X(10).
001860     05  FILLER                      PIC X(01) VALUE SPACE.
001870     05  WS-SEQ-ERR-TYPE             PIC X(16).
001880 01  WS-KD-IDX                       PIC S9(04) COMP.
001890 01  WS-KD-POS                       PIC S9(04) COMP.
001900 01  WS-CMP-KEY-A                    PIC X(32) VALUE LOW-VALUES.
001910 01  WS-CMP-KEY-B                    PIC X(32) VALUE LOW-VALUES.
001920 01  WS-RANGE-KEY                    PIC X(32).
001930 01  WS-IN-RANGE-SW                  PIC X(01) VALUE "Y".
001940     88  WS-IN-RANGE-YES                        VALUE "Y".
001950     88  WS-IN-RANGE-NO                         VALUE "N".
001960 01  WS-SUP-IDX                      PIC S9(04) COMP.
001970 01  WS-SUP-HIT-IDX                  PIC S9(04) COMP.
001980 01  WS-SUP-HIT-SW                   PIC X(01) VALUE "N".
001990     88  WS-SUP-HIT-YES                         VALUE "Y".
002000     88  WS-SUP-HIT-NO                          VALUE "N".
002010 01  WS-SUP-CHECK-KEY                PIC X(10).
002020 01  WS-SUP-CHECK-REASON             PIC X(02).
002030 01  WS-SUPPRESSED-COUNT             PIC 9(07) COMP-3 VALUE ZERO.
002040 01  WS-MASK-IDX                     PIC S9(04) COMP.
002050 01  WS-MASK-WORK                    PIC X(500).
002060 01  WS-CMP-AREAS.
002070     05  WS-CMP-A-DATA               PIC X(500).
002080     05  WS-CMP-A-BYTES REDEFINES WS-CMP-A-DATA.
002090         10  WS-CMP-A-BYTE OCCURS 500 TIMES
002100                                     PIC X(01).
002110     05  WS-CMP-B-DATA               PIC X(500).
002120     05  WS-CMP-B-BYTES REDEFINES WS-CMP-B-DATA.
002130         10  WS-CMP-B-BYTE OCCURS 500 TIMES
002140                                     PIC X(01).
002150 01  WS-CMP-IDX                      PIC S9(04) COMP.
002160 01  WS-DATA-EQUAL-SW                PIC X(01) VALUE "Y".
002170     88  WS-DATA-EQUAL                          VALUE "Y".
002180     88  WS-DATA-UNEQUAL                        VALUE "N".
002190 01  WS-FLD-IDX                      PIC S9(04) COMP.
002200 01  WS-FLD-ANY-DIFF-SW              PIC X(01) VALUE "N".
002210     88  WS-FLD-ANY-DIFF-YES                    VALUE "Y".
002220     88  WS-FLD-ANY-DIFF-NO                     VALUE "N".
002230 01  WS-FIRST-BAD-FLD                PIC S9(04) COMP VALUE ZERO.
002240 01  WS-FLD-DIFF-SIGNED              PIC S9(15) COMP-3
002250                                               VALUE ZERO.
002260 01  WS-FLD-A-RAW                    PIC X(40).
002270 01  WS-FLD-B-RAW                    PIC X(40).
002280 01  WS-AMT-SUM-A                    PIC S9(15) COMP-3
002290                                               VALUE ZERO.
002300 01  WS-AMT-SUM-B                    PIC S9(15) COMP-3
002310                                               VALUE ZERO.
002320 01  WS-AMT-ERRS-A                   PIC 9(07) COMP-3 VALUE ZERO.
002330 01  WS-AMT-ERRS-B                   PIC 9(07) COMP-3 VALUE ZERO.
002340 01  WS-AMT-HASH-DSP                 PIC 9(11).
002350 01  WS-AMT-HASH-X                   PIC X(11).
002360 01  WS-TRL-HASH-A-X                 PIC X(11).
002370 01  WS-TRL-HASH-B-X                 PIC X(11).
002380 01  WS-EXT-CONTROLS.
002390     05  WS-EXT-FROM                 PIC S9(04) COMP.
002400     05  WS-EXT-LEN                  PIC S9(04) COMP.
002410     05  WS-EXT-IDX                  PIC S9(04) COMP.
002420     05  WS-EXT-SIGN                 PIC S9(01) COMP.
002430     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
002440         88  WS-EXT-SIGNED-YES                  VALUE "Y".
002450         88  WS-EXT-SIGNED-NO                   VALUE "N".
002460     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
002470         88  WS-EXT-VALID-YES                   VALUE "Y".
002480         88  WS-EXT-VALID-NO                    VALUE "N".
002490 01  WS-EXT-FIELD                    PIC X(40).
002500 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
002510     05  WS-EXT-CHAR OCCURS 40 TIMES
002520                                     PIC X(01).
002530 01  WS-DIGIT-X                      PIC X(01).
002540 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
002550 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
002560 01  WS-VALUE-A                      PIC S9(15) COMP-3.
002570 01  WS-VALUE-B                      PIC S9(15) COMP-3.
002580 01  WS-VALUE-A-VALID-SW             PIC X(01) VALUE "N".
002590     88  WS-VALUE-A-VALID-YES                   VALUE "Y".
002600     88  WS-VALUE-A-VALID-NO                    VALUE "N".
002610 01  WS-VALUE-B-VALID-SW             PIC X(01) VALUE "N".
002620     88  WS-VALUE-B-VALID-YES                   VALUE "Y".
002630     88  WS-VALUE-B-VALID-NO                    VALUE "N".
002640 01  WS-VALUE-DIFF                   PIC S9(15) COMP-3.
002650 01  WS-PACKED-X                     PIC X(08).
002660 01  WS-PACKED-9 REDEFINES WS-PACKED-X
002670                                     PIC S9(15) COMP-3.
002680 01  WS-DATE-IN-RAW                  PIC X(40).
002690 01  WS-DATE-OUT                     PIC X(08).
002700 01  WS-DATE-A                       PIC X(08).
002710 01  WS-DATE-B                       PIC X(08).
002720 01  WS-DATE-WORK                    PIC X(10).
002730 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002740     05  WS-DW-DD                    PIC X(02).
002750     05  WS-DW-S1                    PIC X(01).
002760     05  WS-DW-MM                    PIC X(02).
002770     05  WS-DW-S2                    PIC X(01).
002780     05  WS-DW-YYYY                  PIC X(04).
002790 01  WS-DATE-WORK-D REDEFINES WS-DATE-WORK.
002800     05  WS-DD-YYYY                  PIC X(04).
002810     05  WS-DD-S1                    PIC X(01).
002820     05  WS-DD-MM                    PIC X(02).
002830     05  WS-DD-S2                    PIC X(01).
002840     05  WS-DD-DD                    PIC X(02).
002850 LINKAGE SECTION.
002860 COPY "RECPRM.cpy".
002870 PROCEDURE DIVISION USING PR-PARM-BLOCK.
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002900     PERFORM 2000-PROCESS-FILES
002910         THRU 2000-PROCESS-FILES-EXIT
002920         UNTIL WS-EOF-A-YES AND WS-EOF-B-YES
002930     PERFORM 9000-RETURN-RESULTS
002940         THRU 9000-RETURN-RESULTS-EXIT
002950     GOBACK
002960     .
002970 0000-MAINLINE-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000* 1000 - OPEN THE PAIR'S INPUTS AND THIS RUNNER'S OWN WORK
003010* DATASETS AND PRIME BOTH READ-AHEADS.  EVERY FAILURE COMES
003020* BACK THROUGH THE PARAMETER BLOCK - THE DRIVER OWNS THE
003030* CONSOLE AND THE DECISION TO STOP THE NIGHT.
003040*----------------------------------------------------------------*
003050 1000-INITIALIZE.
003060     MOVE PR-FILEA-NAME TO WS-FILEA-NAME
003070     MOVE PR-FILEB-NAME TO WS-FILEB-NAME
003080     MOVE PR-EXTWORK-NAME TO WS-EXTWORK-NAME
003090     MOVE PR-CLXWORK-NAME TO WS-CLXWORK-NAME
003100     MOVE PR-FLDWORK-NAME TO WS-FLDWORK-NAME
003110     MOVE PR-DTLWORK-NAME TO WS-DTLWORK-NAME
003120     OPEN OUTPUT DTLWORK-FILE
003130     IF NOT WS-FILE-STATUS-DW-OK
003140         MOVE SPACES TO PR-RESULT-MSG
003150         STRING "RECONPAIR: OPEN FAILED FOR DETAIL WORK - "
003160             "STATUS " DELIMITED BY SIZE
003170             WS-FILE-STATUS-DW DELIMITED BY SIZE
003180             INTO PR-RESULT-MSG
003190         MOVE 16 TO PR-RESULT-RC
003200         GOBACK
003210     END-IF
003220     OPEN OUTPUT EXTWORK-FILE
003230     IF NOT WS-FILE-STATUS-XW-OK
003240         MOVE SPACES TO PR-RESULT-MSG
003250         STRING "RECONPAIR: OPEN FAILED FOR EXTRACT WORK - "
003260             "STATUS " DELIMITED BY SIZE
003270             WS-FILE-STATUS-XW DELIMITED BY SIZE
003280             INTO PR-RESULT-MSG
003290         MOVE 16 TO PR-RESULT-RC
003300         GOBACK
003310     END-IF
003320     IF PR-CLEAR-EXTRACT-YES
003330         OPEN OUTPUT CLXWORK-FILE
003340         IF NOT WS-FILE-STATUS-CW-OK
003350             MOVE SPACES TO PR-RESULT-MSG
003360             STRING "RECONPAIR: OPEN FAILED FOR CLEAR WORK - "
003370                 "STATUS " DELIMITED BY SIZE
003380                 WS-FILE-STATUS-CW DELIMITED BY SIZE
003390                 INTO PR-RESULT-MSG
003400             MOVE 16 TO PR-RESULT-RC
003410             GOBACK
003420         END-IF
003430     END-IF
003440     IF PR-FIELD-COUNT > 0
003450         OPEN OUTPUT FLDWORK-FILE
003460         IF NOT WS-FILE-STATUS-FW-OK
003470             MOVE SPACES TO PR-RESULT-MSG
003480             STRING "RECONPAIR: OPEN FAILED FOR FIELD WORK - "
003490                 "STATUS " DELIMITED BY SIZE
003500                 WS-FILE-STATUS-FW DELIMITED BY SIZE
003510                 INTO PR-RESULT-MSG
003520             MOVE 16 TO PR-RESULT-RC
003530             GOBACK
003540         END-IF
003550     END-IF
003560     OPEN INPUT FILEA-FILE
003570     IF NOT WS-FILE-STATUS-A-OK
003580         MOVE SPACES TO PR-RESULT-MSG
003590         STRING "RECONPAIR: OPEN FAILED FOR FILE A - STATUS "
003600             DELIMITED BY SIZE
003610             WS-FILE-STATUS-A DELIMITED BY SIZE
003620             INTO PR-RESULT-MSG
003630         MOVE 16 TO PR-RESULT-RC
003640         GOBACK
003650     END-IF
003660     OPEN INPUT FILEB-FILE
003670     IF NOT WS-FILE-STATUS-B-OK
003680         MOVE SPACES TO PR-RESULT-MSG
003690         STRING "RECONPAIR: OPEN FAILED FOR FILE B - STATUS "
003700             DELIMITED BY SIZE
003710             WS-FILE-STATUS-B DELIMITED BY SIZE
003720             INTO PR-RESULT-MSG
003730         MOVE 16 TO PR-RESULT-RC
003740         GOBACK
003750     END-IF
003760     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
003770     PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
003780     .
003790 1000-INITIALIZE-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------*
003820* 2000 - CLASSIC KEYED MATCH-MERGE OF THE TWO READ-AHEAD KEYS,
003830* AS RECON RUNS IT; THE CHECKPOINT AND PROGRESS HOOKS STAY WITH
003840* THE DRIVER, WHICH OWNS THE CONSOLE AND THE RESTART DATASET.
003850*----------------------------------------------------------------*
003860 2000-PROCESS-FILES.
003870     EVALUATE TRUE
003880         WHEN WS-EOF-A-YES AND WS-EOF-B-NO
003890             PERFORM 3200-NOT-ON-A THRU 3200-NOT-ON-A-EXIT
003900             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
003910         WHEN WS-EOF-B-YES AND WS-EOF-A-NO
003920             PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
003930             PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
003940         WHEN WS-CMP-KEY-A < WS-CMP-KEY-B
003950             PERFORM 3100-NOT-ON-B THRU 3100-NOT-ON-B-EXIT
003960             PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
003970         WHEN WS-CMP-KEY-B < WS-CMP-KEY-A
003980             PERFORM 3200-NOT-ON-A THRU 3200-NOT-ON-A-EXIT
003990             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
004000         WHEN OTHER
004010             PERFORM 3300-COMPARE-MATCH
004020                 THRU 3300-COMPARE-MATCH-EXIT
004030             PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
004040             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
004050     END-EVALUATE
004060     .
004070 2000-PROCESS-FILES-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100* 2100 - FILE A READ-AHEAD WITH THE HEADER/TRAILER BRACKET AND
004110* DUPLICATE/SEQUENCE PROOFS.  PAIRLIST RUNNING EXCLUDES KSDS
004120* INPUTS, SO ONLY THE SEQUENTIAL SIDE OF RECON'S READ SURVIVES
004130* HERE.
004140*----------------------------------------------------------------*
004150 2100-READ-FILEA.
004160     READ FILEA-FILE
004170         AT END
004180             SET WS-EOF-A-YES TO TRUE
004190             PERFORM 2150-VERIFY-FILEA-TRAILER
004200                 THRU 2150-VERIFY-FILEA-TRAILER-EXIT
004210             GO TO 2100-READ-FILEA-EXIT
004220     END-READ
004230     IF NOT WS-FILE-STATUS-A-OK AND NOT WS-EOF-A-YES
004240         MOVE SPACES TO PR-RESULT-MSG
004250         STRING "RECONPAIR: READ FAILED FOR FILE A - STATUS "
004260             DELIMITED BY SIZE
004270             WS-FILE-STATUS-A DELIMITED BY SIZE
004280             INTO PR-RESULT-MSG
004290         MOVE 16 TO PR-RESULT-RC
004300         GOBACK
004310     END-IF
004320     MOVE FILEA-RECORD TO CURA-RECORD
004330     IF CURA-HEADER-KEY
004340         IF WS-HEADER-SEEN-A-YES OR WS-RECORDS-READ-A > 0
004350             MOVE "RECONPAIR: FILE A HEADER OUT OF PLACE"
004360                 TO PR-RESULT-MSG
004370             MOVE 16 TO PR-RESULT-RC
004380             GOBACK
004390         END-IF
004400         SET WS-HEADER-SEEN-A-YES TO TRUE
004410         GO TO 2100-READ-FILEA
004420     END-IF
004430     IF CURA-TRAILER-KEY
004440         IF WS-TRAILER-SEEN-A-YES
004450             MOVE "RECONPAIR: FILE A TRAILER DUPLICATED"
004460                 TO PR-RESULT-MSG
004470             MOVE 16 TO PR-RESULT-RC
004480             GOBACK
004490         END-IF
004500         IF CURA-TRL-REC-COUNT NOT NUMERIC
004510             MOVE "RECONPAIR: FILE A TRAILER COUNT NOT NUMERIC"
004520                 TO PR-RESULT-MSG
004530             MOVE 16 TO PR-RESULT-RC
004540             GOBACK
004550         END-IF
004560         SET WS-TRAILER-SEEN-A-YES TO TRUE
004570         MOVE CURA-TRL-REC-COUNT TO WS-TRAILER-COUNT-A
004580         MOVE CURA-TRL-AMT-HASH TO WS-TRL-HASH-A-X
004590         GO TO 2100-READ-FILEA
004600     END-IF
004610     IF WS-HEADER-SEEN-A-NO
004620         MOVE "RECONPAIR: FILE A DATA RECORD BEFORE HEADER"
004630             TO PR-RESULT-MSG
004640         MOVE 16 TO PR-RESULT-RC
004650         GOBACK
004660     END-IF
004670     IF WS-TRAILER-SEEN-A-YES
004680         MOVE "RECONPAIR: FILE A DATA RECORD AFTER TRAILER"
004690             TO PR-RESULT-MSG
004700         MOVE 16 TO PR-RESULT-RC
004710         GOBACK
004720     END-IF
004730     ADD 1 TO WS-RECORDS-READ-A
004740     PERFORM 2400-ACCUMULATE-AMT-A
004750         THRU 2400-ACCUMULATE-AMT-A-EXIT
004760     PERFORM 2700-BUILD-CMP-KEY-A
004770         THRU 2700-BUILD-CMP-KEY-A-EXIT
004780     IF WS-RECORDS-READ-A > 1 AND PR-RANGE-NO NOT > 1
004790         IF WS-CMP-KEY-A = WS-PREV-KEY-A
004800             ADD 1 TO WS-SEQ-ERR-COUNT-A
004810             MOVE "FILEA" TO WS-SEQ-ERR-FILE
004820             MOVE WS-CMP-KEY-A (1:10) TO WS-SEQ-ERR-KEY
004830             MOVE "DUPLICATE KEY" TO WS-SEQ-ERR-TYPE
004840             PERFORM 2300-LOG-SEQ-ERROR
004850                 THRU 2300-LOG-SEQ-ERROR-EXIT
004860         END-IF
004870         IF WS-CMP-KEY-A < WS-PREV-KEY-A
004880             ADD 1 TO WS-SEQ-ERR-COUNT-A
004890             MOVE "FILEA" TO WS-SEQ-ERR-FILE
004900             MOVE WS-CMP-KEY-A (1:10) TO WS-SEQ-ERR-KEY
004910             MOVE "OUT OF SEQUENCE" TO WS-SEQ-ERR-TYPE
004920             PERFORM 2300-LOG-SEQ-ERROR
004930                 THRU 2300-LOG-SEQ-ERROR-EXIT
004940         END-IF
004950     END-IF
004960     MOVE WS-CMP-KEY-A TO WS-PREV-KEY-A
004970     IF PR-RANGE-NO > 0
004980         MOVE WS-CMP-KEY-A TO WS-RANGE-KEY
004990         PERFORM 2600-JUDGE-RANGE THRU 2600-JUDGE-RANGE-EXIT
005000         IF WS-IN-RANGE-NO
005010             GO TO 2100-READ-FILEA
005020         END-IF
005030         ADD 1 TO WS-RANGE-READ-A
005040     END-IF
005050     MOVE CURA-DATA TO WS-FILEA-DATA-BOXED
005060     .
005070 2100-READ-FILEA-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------*
005100* 2150 - AT FILE A END OF FILE, PROVE THE EXTRACT ARRIVED WHOLE:
005110* TRAILER SEEN, ITS COUNT AGAINST THE DATA RECORDS READ AND,
005120* WITH AN AMOUNT FIELD DECLARED, ITS AMOUNT HASH AGAINST THE
005130* RUNNING TOTAL.
005140*----------------------------------------------------------------*
005150 2150-VERIFY-FILEA-TRAILER.
005160     IF WS-TRAILER-SEEN-A-NO
005170         MOVE "RECONPAIR: FILE A TRAILER MISSING - TRUNCATED?"
005180             TO PR-RESULT-MSG
005190         MOVE 16 TO PR-RESULT-RC
005200         GOBACK
005210     END-IF
005220     IF WS-TRAILER-COUNT-A NOT = WS-RECORDS-READ-A
005230         MOVE WS-TRAILER-COUNT-A TO WS-EDIT-TRL-9
005240         MOVE WS-RECORDS-READ-A TO WS-EDIT-READ-9
005250         MOVE SPACES TO PR-RESULT-MSG
005260         STRING "RECONPAIR: FILE A TRAILER " DELIMITED BY SIZE
005270             WS-EDIT-TRL-9 DELIMITED BY SIZE
005280             " READ " DELIMITED BY SIZE
005290             WS-EDIT-READ-9 DELIMITED BY SIZE
005300             " - INCOMPLETE" DELIMITED BY SIZE
005310             INTO PR-RESULT-MSG
005320         MOVE 16 TO PR-RESULT-RC
005330         GOBACK
005340     END-IF
005350     IF PR-AMT-DEFINED-YES
005360         MOVE WS-AMT-SUM-A TO WS-AMT-HASH-DSP
005370         MOVE WS-AMT-HASH-DSP TO WS-AMT-HASH-X
005380         IF WS-AMT-HASH-X NOT = WS-TRL-HASH-A-X
005390             MOVE SPACES TO PR-RESULT-MSG
005400             STRING "RECONPAIR: FILE A AMOUNT HASH "
005410                 DELIMITED BY SIZE
005420                 WS-AMT-HASH-X DELIMITED BY SIZE
005430                 " NOT TRAILER " DELIMITED BY SIZE
005440                 WS-TRL-HASH-A-X DELIMITED BY SIZE
005450                 INTO PR-RESULT-MSG
005460             MOVE 16 TO PR-RESULT-RC
005470             GOBACK
005480         END-IF
005490     END-IF
005500     .
005510 2150-VERIFY-FILEA-TRAILER-EXIT.
005520     EXIT.
005530 2200-READ-FILEB.
005540     READ FILEB-FILE
005550         AT END
005560             SET WS-EOF-B-YES TO TRUE
005570             PERFORM 2250-VERIFY-FILEB-TRAILER
005580                 THRU 2250-VERIFY-FILEB-TRAILER-EXIT
005590             GO TO 2200-READ-FILEB-EXIT
005600     END-READ
005610     IF NOT WS-FILE-STATUS-B-OK AND NOT WS-EOF-B-YES
005620         MOVE SPACES TO PR-RESULT-MSG
005630         STRING "RECONPAIR: READ FAILED FOR FILE B - STATUS "
005640             DELIMITED BY SIZE
005650             WS-FILE-STATUS-B DELIMITED BY SIZE
005660             INTO PR-RESULT-MSG
005670         MOVE 16 TO PR-RESULT-RC
005680         GOBACK
005690     END-IF
005700     MOVE FILEB-RECORD TO CURB-RECORD
005710     IF CURB-HEADER-KEY
005720         IF WS-HEADER-SEEN-B-YES OR WS-RECORDS-READ-B > 0
005730             MOVE "RECONPAIR: FILE B HEADER OUT OF PLACE"
005740                 TO PR-RESULT-MSG
005750             MOVE 16 TO PR-RESULT-RC
005760             GOBACK
005770         END-IF
005780         SET WS-HEADER-SEEN-B-YES TO TRUE
005790         GO TO 2200-READ-FILEB
005800     END-IF
005810     IF CURB-TRAILER-KEY
005820         IF WS-TRAILER-SEEN-B-YES
005830             MOVE "RECONPAIR: FILE B TRAILER DUPLICATED"
005840                 TO PR-RESULT-MSG
005850             MOVE 16 TO PR-RESULT-RC
005860             GOBACK
005870         END-IF
005880         IF CURB-TRL-REC-COUNT NOT NUMERIC
005890             MOVE "RECONPAIR: FILE B TRAILER COUNT NOT NUMERIC"
005900                 TO PR-RESULT-MSG
005910             MOVE 16 TO PR-RESULT-RC
005920             GOBACK
005930         END-IF
005940         SET WS-TRAILER-SEEN-B-YES TO TRUE
005950         MOVE CURB-TRL-REC-COUNT TO WS-TRAILER-COUNT-B
005960         MOVE CURB-TRL-AMT-HASH TO WS-TRL-HASH-B-X
005970         GO TO 2200-READ-FILEB
005980     END-IF
005990     IF WS-HEADER-SEEN-B-NO
006000         MOVE "RECONPAIR: FILE B DATA RECORD BEFORE HEADER"
006010             TO PR-RESULT-MSG
006020         MOVE 16 TO PR-RESULT-RC
006030         GOBACK
006040     END-IF
006050     IF WS-TRAILER-SEEN-B-YES
006060         MOVE "RECONPAIR: FILE B DATA RECORD AFTER TRAILER"
006070             TO PR-RESULT-MSG
006080         MOVE 16 TO PR-RESULT-RC
006090         GOBACK
006100     END-IF
006110     ADD 1 TO WS-RECORDS-READ-B
006120     PERFORM 2450-ACCUMULATE-AMT-B
006130         THRU 2450-ACCUMULATE-AMT-B-EXIT
006140     PERFORM 2750-BUILD-CMP-KEY-B
006150         THRU 2750-BUILD-CMP-KEY-B-EXIT
006160     IF WS-RECORDS-READ-B > 1 AND PR-RANGE-NO NOT > 1
006170         IF WS-CMP-KEY-B = WS-PREV-KEY-B
006180             ADD 1 TO WS-SEQ-ERR-COUNT-B
006190             MOVE "FILEB" TO WS-SEQ-ERR-FILE
006200             MOVE WS-CMP-KEY-B (1:10) TO WS-SEQ-ERR-KEY
006210             MOVE "DUPLICATE KEY" TO WS-SEQ-ERR-TYPE
006220             PERFORM 2300-LOG-SEQ-ERROR
006230                 THRU 2300-LOG-SEQ-ERROR-EXIT
006240         END-IF
006250         IF WS-CMP-KEY-B < WS-PREV-KEY-B
006260             ADD 1 TO WS-SEQ-ERR-COUNT-B
006270             MOVE "FILEB" TO WS-SEQ-ERR-FILE
006280             MOVE WS-CMP-KEY-B (1:10) TO WS-SEQ-ERR-KEY
006290             MOVE "OUT OF SEQUENCE" TO WS-SEQ-ERR-TYPE
006300             PERFORM 2300-LOG-SEQ-ERROR
006310                 THRU 2300-LOG-SEQ-ERROR-EXIT
006320         END-IF
006330     END-IF
006340     MOVE WS-CMP-KEY-B TO WS-PREV-KEY-B
006350     IF PR-RANGE-NO > 0
006360         MOVE WS-CMP-KEY-B TO WS-RANGE-KEY
006370         PERFORM 2600-JUDGE-RANGE THRU 2600-JUDGE-RANGE-EXIT
006380         IF WS-IN-RANGE-NO
006390             GO TO 2200-READ-FILEB
006400         END-IF
006410         ADD 1 TO WS-RANGE-READ-B
006420     END-IF
006430     MOVE CURB-DATA TO WS-FILEB-DATA-BOXED
006440     .
006450 2200-READ-FILEB-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480* 2250 - FILE B MIRROR OF THE 2150 TRAILER PROOF.
006490*----------------------------------------------------------------*
006500 2250-VERIFY-FILEB-TRAILER.
006510     IF WS-TRAILER-SEEN-B-NO
006520         MOVE "RECONPAIR: FILE B TRAILER MISSING - TRUNCATED?"
006530             TO PR-RESULT-MSG
006540         MOVE 16 TO PR-RESULT-RC
006550         GOBACK
006560     END-IF
006570     IF WS-TRAILER-COUNT-B NOT = WS-RECORDS-READ-B
006580         MOVE WS-TRAILER-COUNT-B TO WS-EDIT-TRL-9
006590         MOVE WS-RECORDS-READ-B TO WS-EDIT-READ-9
006600         MOVE SPACES TO PR-RESULT-MSG
006610         STRING "RECONPAIR: FILE B TRAILER " DELIMITED BY SIZE
006620             WS-EDIT-TRL-9 DELIMITED BY SIZE
006630             " READ " DELIMITED BY SIZE
006640             WS-EDIT-READ-9 DELIMITED BY SIZE
006650             " - INCOMPLETE" DELIMITED BY SIZE
006660             INTO PR-RESULT-MSG
006670         MOVE 16 TO PR-RESULT-RC
006680         GOBACK
006690     END-IF
006700     IF PR-AMT-DEFINED-YES
006710         MOVE WS-AMT-SUM-B TO WS-AMT-HASH-DSP
006720         MOVE WS-AMT-HASH-DSP TO WS-AMT-HASH-X
006730         IF WS-AMT-HASH-X NOT = WS-TRL-HASH-B-X
006740             MOVE SPACES TO PR-RESULT-MSG
006750             STRING "RECONPAIR: FILE B AMOUNT HASH "
006760                 DELIMITED BY SIZE
006770                 WS-AMT-HASH-X DELIMITED BY SIZE
006780                 " NOT TRAILER " DELIMITED BY SIZE
006790                 WS-TRL-HASH-B-X DELIMITED BY SIZE
006800                 INTO PR-RESULT-MSG
006810             MOVE 16 TO PR-RESULT-RC
006820             GOBACK
006830         END-IF
006840     END-IF
006850     .
006860 2250-VERIFY-FILEB-TRAILER-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890* 2300 - RECORD ONE DUPLICATE/OUT-OF-SEQUENCE KEY.  THE CALLER
006900* HAS FILLED WS-SEQ-ERR-LINE AND BUMPED ITS OWN FILE COUNT;
006910* ONLY THE FIRST WS-SEQ-ERR-LIMIT OFFENDERS ARE STAGED FOR THE
006920* DRIVER'S PRINT FILE SO A WRECKED SORT CANNOT FLOOD THE
006930* REPORT.
006940*----------------------------------------------------------------*
006950 2300-LOG-SEQ-ERROR.
006960     IF WS-SEQ-ERR-SHOWN < WS-SEQ-ERR-LIMIT
006970         ADD 1 TO WS-SEQ-ERR-SHOWN
006980         MOVE "S" TO DTLW-CLASS
006990         MOVE SPACES TO DTLW-TEXT
007000         MOVE WS-SEQ-ERR-LINE TO DTLW-TEXT
007010         PERFORM 3900-WRITE-DETAIL-WORK
007020             THRU 3900-WRITE-DETAIL-WORK-EXIT
007030     END-IF
007040     .
007050 2300-LOG-SEQ-ERROR-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------*
007080* 2400/2450 - ADD THE CURRENT RECORD'S AMOUNT TO ITS FILE'S
007090* RUNNING TOTAL.  AN AMOUNT THAT WILL NOT PARSE AS ITS TYPE
007100* COUNTS AS ZERO AND IS TALLIED AS AN AMOUNT ERROR RATHER THAN
007110* SILENTLY SKEWING THE BALANCE.
007120*----------------------------------------------------------------*
007130 2400-ACCUMULATE-AMT-A.
007140     IF PR-AMT-DEFINED-NO
007150         GO TO 2400-ACCUMULATE-AMT-A-EXIT
007160     END-IF
007170     MOVE PR-AMT-FROM TO WS-EXT-FROM
007180     MOVE PR-AMT-LEN TO WS-EXT-LEN
007190     MOVE SPACES TO WS-EXT-FIELD
007200     MOVE CURA-DATA (WS-EXT-FROM:WS-EXT-LEN)
007210         TO WS-EXT-FIELD (1:WS-EXT-LEN)
007220     PERFORM 2490-EXTRACT-AMOUNT
007230         THRU 2490-EXTRACT-AMOUNT-EXIT
007240     IF WS-EXT-VALID-YES
007250         ADD WS-EXT-VALUE TO WS-AMT-SUM-A
007260     ELSE
007270         ADD 1 TO WS-AMT-ERRS-A
007280     END-IF
007290     .
007300 2400-ACCUMULATE-AMT-A-EXIT.
007310     EXIT.
007320 2450-ACCUMULATE-AMT-B.
007330     IF PR-AMT-DEFINED-NO
007340         GO TO 2450-ACCUMULATE-AMT-B-EXIT
007350     END-IF
007360     MOVE PR-AMT-FROM TO WS-EXT-FROM
007370     MOVE PR-AMT-LEN TO WS-EXT-LEN
007380     MOVE SPACES TO WS-EXT-FIELD
007390     MOVE CURB-DATA (WS-EXT-FROM:WS-EXT-LEN)
007400         TO WS-EXT-FIELD (1:WS-EXT-LEN)
007410     PERFORM 2490-EXTRACT-AMOUNT
007420         THRU 2490-EXTRACT-AMOUNT-EXIT
007430     IF WS-EXT-VALID-YES
007440         ADD WS-EXT-VALUE TO WS-AMT-SUM-B
007450     ELSE
007460         ADD 1 TO WS-AMT-ERRS-B
007470     END-IF
007480     .
007490 2450-ACCUMULATE-AMT-B-EXIT.
007500     EXIT.
007510 2490-EXTRACT-AMOUNT.
007520     IF PR-AMT-TYPE = "P"
007530         PERFORM 3370-EXTRACT-PACKED
007540             THRU 3370-EXTRACT-PACKED-EXIT
007550     ELSE
007560         IF PR-AMT-TYPE = "S"
007570             SET WS-EXT-SIGNED-YES TO TRUE
007580         ELSE
007590             SET WS-EXT-SIGNED-NO TO TRUE
007600         END-IF
007610         PERFORM 3360-EXTRACT-ZONED
007620             THRU 3360-EXTRACT-ZONED-EXIT
007630     END-IF
007640     .
007650 2490-EXTRACT-AMOUNT-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------*
007680* 2600 - IS THE COMPARE KEY IN WS-RANGE-KEY INSIDE THIS CALL'S KEY
007690* RANGE?  THE LOW KEY IS INCLUSIVE AND THE HIGH KEY EXCLUSIVE, SO
007700* NEIGHBOURING RANGES SHARING A BOUNDARY NEVER BOTH TAKE A KEY;
007710* THE LAST RANGE IS OPEN ABOVE.  A RECORD OUTSIDE THE RANGE HAS
007720* ALREADY BEEN COUNTED, HASHED AND SEQUENCE-CHECKED - IT IS ONLY
007730* KEPT OUT OF THE MATCH-MERGE.
007740*----------------------------------------------------------------*
007750 2600-JUDGE-RANGE.
007760     SET WS-IN-RANGE-YES TO TRUE
007770     IF WS-RANGE-KEY < PR-RANGE-LOW-KEY
007780         SET WS-IN-RANGE-NO TO TRUE
007790         GO TO 2600-JUDGE-RANGE-EXIT
007800     END-IF
007810     IF PR-RANGE-LAST-NO AND WS-RANGE-KEY NOT < PR-RANGE-HIGH-KEY
007820         SET WS-IN-RANGE-NO TO TRUE
007830     END-IF
007840     .
007850 2600-JUDGE-RANGE-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------*
007880* 2700/2750 - BUILD THE COMPOSITE COMPARE KEY FOR THE RECORD IN
007890* HAND FROM THE DECLARED KEY PARTS.  LOW-VALUE PADDING KEEPS
007900* EVERY COMPOSITE THE SAME LENGTH FOR THE MERGE COMPARES.
007910*----------------------------------------------------------------*
007920 2700-BUILD-CMP-KEY-A.
007930     MOVE LOW-VALUES TO WS-CMP-KEY-A
007940     MOVE 1 TO WS-KD-POS
007950     PERFORM 2710-BUILD-ONE-PART-A
007960         THRU 2710-BUILD-ONE-PART-A-EXIT
007970         VARYING WS-KD-IDX FROM 1 BY 1
007980         UNTIL WS-KD-IDX > PR-KEYDEF-COUNT
007990     .
008000 2700-BUILD-CMP-KEY-A-EXIT.
008010     EXIT.
008020 2710-BUILD-ONE-PART-A.
008030     MOVE CURA-RECORD (PR-KD-FROM (WS-KD-IDX):
008040             PR-KD-LEN (WS-KD-IDX))
008050         TO WS-CMP-KEY-A (WS-KD-POS:PR-KD-LEN (WS-KD-IDX))
008060     ADD PR-KD-LEN (WS-KD-IDX) TO WS-KD-POS
008070     .
008080 2710-BUILD-ONE-PART-A-EXIT.
008090     EXIT.
008100 2750-BUILD-CMP-KEY-B.
008110     MOVE LOW-VALUES TO WS-CMP-KEY-B
008120     MOVE 1 TO WS-KD-POS
008130     PERFORM 2760-BUILD-ONE-PART-B
008140         THRU 2760-BUILD-ONE-PART-B-EXIT
008150         VARYING WS-KD-IDX FROM 1 BY 1
008160         UNTIL WS-KD-IDX > PR-KEYDEF-COUNT
008170     .
008180 2750-BUILD-CMP-KEY-B-EXIT.
008190     EXIT.
008200 2760-BUILD-ONE-PART-B.
008210     MOVE CURB-RECORD (PR-KD-FROM (WS-KD-IDX):
008220             PR-KD-LEN (WS-KD-IDX))
008230         TO WS-CMP-KEY-B (WS-KD-POS:PR-KD-LEN (WS-KD-IDX))
008240     ADD PR-KD-LEN (WS-KD-IDX) TO WS-KD-POS
008250     .
008260 2760-BUILD-ONE-PART-B-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------*
008290* 3000 - BUILD ONE EITHER[MISMATCHREASON, MATCHEDPAIR] PER KEY.
008300*----------------------------------------------------------------*
008310 3100-NOT-ON-B.
008320     MOVE WS-CMP-KEY-A (1:10) TO WS-REASON-KEY-BOXED
008330     SET WS-RESULT TO
008340         type Either[type MismatchReason,
008350                 type MatchedPair[string, string]]
008360             ::left(type MismatchReason::notOnFileBFor(
008370                 WS-REASON-KEY-BOXED))
008380     MOVE WS-CMP-KEY-A (1:10) TO WS-SUP-CHECK-KEY
008390     MOVE "NB" TO WS-SUP-CHECK-REASON
008400     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
008410     IF WS-SUP-HIT-YES
008420         PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
008430         GO TO 3100-NOT-ON-B-EXIT
008440     END-IF
008450     MOVE WS-CMP-KEY-A (1:10) TO WS-DETAIL-KEY
008460     MOVE CURA-DATA TO WS-DETAIL-A-DATA
008470     IF PR-MASK-COUNT > 0
008480         MOVE WS-DETAIL-A-DATA TO WS-MASK-WORK
008490         PERFORM 3700-MASK-WORK-AREA
008500             THRU 3700-MASK-WORK-AREA-EXIT
008510         MOVE WS-MASK-WORK TO WS-DETAIL-A-DATA
008520     END-IF
008530     MOVE "*NOT PRESENT*" TO WS-DETAIL-B-DATA
008540     MOVE "B" TO DTLW-CLASS
008550     MOVE WS-DETAIL-WORK TO DTLW-TEXT
008560     PERFORM 3900-WRITE-DETAIL-WORK
008570         THRU 3900-WRITE-DETAIL-WORK-EXIT
008580     MOVE SPACES TO RECEXT-RECORD
008590     MOVE WS-CMP-KEY-A (1:10) TO RECEXT-KEY
008600     SET RECEXT-REASON-NOT-ON-B TO TRUE
008610     MOVE CURA-DATA TO RECEXT-FILEA-DATA
008620     MOVE SPACES TO RECEXT-FILEB-DATA
008630     PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT
008640     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
008650     .
008660 3100-NOT-ON-B-EXIT.
008670     EXIT.
008680 3200-NOT-ON-A.
008690     MOVE WS-CMP-KEY-B (1:10) TO WS-REASON-KEY-BOXED
008700     SET WS-RESULT TO
008710         type Either[type MismatchReason,
008720                 type MatchedPair[string, string]]
008730             ::left(type MismatchReason::notOnFileAFor(
008740                 WS-REASON-KEY-BOXED))
008750     MOVE WS-CMP-KEY-B (1:10) TO WS-SUP-CHECK-KEY
008760     MOVE "NA" TO WS-SUP-CHECK-REASON
008770     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
008780     IF WS-SUP-HIT-YES
008790         PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
008800         GO TO 3200-NOT-ON-A-EXIT
008810     END-IF
008820     MOVE WS-CMP-KEY-B (1:10) TO WS-DETAIL-KEY
008830     MOVE "*NOT PRESENT*" TO WS-DETAIL-A-DATA
008840     MOVE CURB-DATA TO WS-DETAIL-B-DATA
008850     IF PR-MASK-COUNT > 0
008860         MOVE WS-DETAIL-B-DATA TO WS-MASK-WORK
008870         PERFORM 3700-MASK-WORK-AREA
008880             THRU 3700-MASK-WORK-AREA-EXIT
008890         MOVE WS-MASK-WORK TO WS-DETAIL-B-DATA
008900     END-IF
008910     MOVE "A" TO DTLW-CLASS
008920     MOVE WS-DETAIL-WORK TO DTLW-TEXT
008930     PERFORM 3900-WRITE-DETAIL-WORK
008940         THRU 3900-WRITE-DETAIL-WORK-EXIT
008950     MOVE SPACES TO RECEXT-RECORD
008960     MOVE WS-CMP-KEY-B (1:10) TO RECEXT-KEY
008970     SET RECEXT-REASON-NOT-ON-A TO TRUE
008980     MOVE SPACES TO RECEXT-FILEA-DATA
008990     MOVE CURB-DATA TO RECEXT-FILEB-DATA
009000     PERFORM 3500-WRITE-EXTRACT THRU 3500-WRITE-EXTRACT-EXIT
009010     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
009020     .
009030 3200-NOT-ON-A-EXIT.
009040     EXIT.
009050 3300-COMPARE-MATCH.
009060     MOVE WS-CMP-KEY-A (1:10) TO WS-SUP-CHECK-KEY
009070     MOVE "FM" TO WS-SUP-CHECK-REASON
009080     PERFORM 3450-CHECK-SUPPRESS THRU 3450-CHECK-SUPPRESS-EXIT
009090     PERFORM 3310-COMPARE-DATA THRU 3310-COMPARE-DATA-EXIT
009100     IF WS-DATA-EQUAL
009110*        A SUPPRESS-LIST ENTRY ONLY COVERS A DIFFERENCE; A
009120*        KEY WHOSE IMAGES AGREE AGAIN COUNTS AS A MATCH.
009130         SET WS-SUP-HIT-NO TO TRUE
009140         SET WS-RESULT TO
009150             type Either[type MismatchReason,
009160                     type MatchedPair[string, string]]
009170                 ::right(new type MatchedPair[string, string](
009180                     WS-FILEA-DATA-BOXED, WS-FILEB-DATA-BOXED))
009190     ELSE
009200         IF WS-SUP-HIT-YES
009210             PERFORM 3400-TALLY-RESULT
009220                 THRU 3400-TALLY-RESULT-EXIT
009230             GO TO 3300-COMPARE-MATCH-EXIT
009240         END-IF
009250         MOVE WS-CMP-KEY-A (1:10) TO WS-REASON-KEY-BOXED
009260         MOVE SPACES TO WS-DIFF-A-RAW
009270         MOVE SPACES TO WS-DIFF-B-RAW
009280         MOVE WS-CMP-A-DATA (WS-DIFF-OFFSET:WS-DIFF-LEN)
009290             TO WS-DIFF-A-RAW (1:WS-DIFF-LEN)
009300         MOVE WS-CMP-B-DATA (WS-DIFF-OFFSET:WS-DIFF-LEN)
009310             TO WS-DIFF-B-RAW (1:WS-DIFF-LEN)
009320         MOVE WS-DIFF-A-RAW TO WS-DIFF-A-BOXED
009330         MOVE WS-DIFF-B-RAW TO WS-DIFF-B-BOXED
009340         SET WS-RESULT TO
009350             type Either[type MismatchReason,
009360                     type MatchedPair[string, string]]
009370                 ::left(type MismatchReason::fieldMismatchFor(
009380                     WS-REASON-KEY-BOXED, WS-DIFF-OFFSET,
009390                     WS-DIFF-LEN, WS-DIFF-A-BOXED,
009400                     WS-DIFF-B-BOXED))
009410         MOVE WS-CMP-KEY-A (1:10) TO WS-DETAIL-KEY
009420         MOVE CURA-DATA TO WS-DETAIL-A-DATA
009430         MOVE CURB-DATA TO WS-DETAIL-B-DATA
009440         IF PR-MASK-COUNT > 0
009450             MOVE WS-DETAIL-A-DATA TO WS-MASK-WORK
009460             PERFORM 3700-MASK-WORK-AREA
009470                 THRU 3700-MASK-WORK-AREA-EXIT
009480             MOVE WS-MASK-WORK TO WS-DETAIL-A-DATA
009490             MOVE WS-DETAIL-B-DATA TO WS-MASK-WORK
009500             PERFORM 3700-MASK-WORK-AREA
009510                 THRU 3700-MASK-WORK-AREA-EXIT
009520             MOVE WS-MASK-WORK TO WS-DETAIL-B-DATA
009530         END-IF
009540         MOVE "M" TO DTLW-CLASS
009550         MOVE WS-DETAIL-WORK TO DTLW-TEXT
009560         PERFORM 3900-WRITE-DETAIL-WORK
009570             THRU 3900-WRITE-DETAIL-WORK-EXIT
009580         MOVE SPACES TO RECEXT-RECORD
009590         MOVE WS-CMP-KEY-A (1:10) TO RECEXT-KEY
009600         SET RECEXT-REASON-FIELD-MISM TO TRUE
009610         MOVE CURA-DATA TO RECEXT-FILEA-DATA
009620         MOVE CURB-DATA TO RECEXT-FILEB-DATA
009630         PERFORM 3500-WRITE-EXTRACT
009640             THRU 3500-WRITE-EXTRACT-EXIT
009650     END-IF
009660     PERFORM 3400-TALLY-RESULT THRU 3400-TALLY-RESULT-EXIT
009670     .
009680 3300-COMPARE-MATCH-EXIT.
009690     EXIT.
009700*----------------------------------------------------------------*
009710* 3310 - COMPARE THE TWO DATA PORTIONS UNDER THE COMPARE MASK
009720* OR, WITH FIELD CARDS IN PLAY, FIELD BY FIELD BY VALUE.
009730*----------------------------------------------------------------*
009740 3310-COMPARE-DATA.
009750     SET WS-DATA-EQUAL TO TRUE
009760     MOVE CURA-DATA TO WS-CMP-A-DATA
009770     MOVE CURB-DATA TO WS-CMP-B-DATA
009780     IF PR-FIELD-COUNT > 0
009790         SET WS-FLD-ANY-DIFF-NO TO TRUE
009800         MOVE ZERO TO WS-FIRST-BAD-FLD
009810         PERFORM 3350-COMPARE-ONE-FIELD
009820             THRU 3350-COMPARE-ONE-FIELD-EXIT
009830             VARYING WS-FLD-IDX FROM 1 BY 1
009840             UNTIL WS-FLD-IDX > PR-FIELD-COUNT
009850         IF WS-FLD-ANY-DIFF-YES
009860             SET WS-DATA-UNEQUAL TO TRUE
009870             COMPUTE WS-DIFF-OFFSET =
009880                 PR-FLD-FROM (WS-FIRST-BAD-FLD)
009890             COMPUTE WS-DIFF-LEN =
009900                 PR-FLD-LEN (WS-FIRST-BAD-FLD)
009910         ELSE
009920             SET WS-DATA-EQUAL TO TRUE
009930         END-IF
009940         GO TO 3310-COMPARE-DATA-EXIT
009950     END-IF
009960     PERFORM 3320-COMPARE-ONE-BYTE
009970         THRU 3320-COMPARE-ONE-BYTE-EXIT
009980         VARYING WS-CMP-IDX FROM 1 BY 1
009990         UNTIL WS-CMP-IDX > PR-REC-LEN OR WS-DATA-UNEQUAL
010000     IF WS-DATA-UNEQUAL
010010         COMPUTE WS-DIFF-OFFSET = WS-CMP-IDX - 1
010020         MOVE 1 TO WS-DIFF-LEN
010030     END-IF
010040     .
010050 3310-COMPARE-DATA-EXIT.
010060     EXIT.
010070 3320-COMPARE-ONE-BYTE.
010080     IF PR-COMPARE-MASK-BYTE (WS-CMP-IDX) = "Y"
010090         IF WS-CMP-A-BYTE (WS-CMP-IDX) NOT =
010100                 WS-CMP-B-BYTE (WS-CMP-IDX)
010110             SET WS-DATA-UNEQUAL TO TRUE
010120         END-IF
010130     END-IF
010140     .
010150 3320-COMPARE-ONE-BYTE-EXIT.
010160     EXIT.
010170*----------------------------------------------------------------*
010180* 3350 - COMPARE ONE TYPED FIELD BY VALUE.  A FIELD THAT FAILS
010190* TO PARSE AS ITS DECLARED TYPE ON EITHER SIDE FALLS BACK TO A
010200* RAW BYTE COMPARE OF THE FIELD, SO GARBAGE STILL SURFACES AS
010210* A REAL DIFFERENCE INSTEAD OF VANISHING.  THE EQUAL SWITCH IS
010220* RESET PER FIELD SO EVERY FIELD IS JUDGED ON ITS OWN; A
010230* DIFFERING FIELD WRITES ITS FIELD-WORK DETAIL RECORD AND
010240* FLAGS THE KEY THROUGH WS-FLD-ANY-DIFF-SW.
010250*----------------------------------------------------------------*
010260 3350-COMPARE-ONE-FIELD.
010270     SET WS-DATA-EQUAL TO TRUE
010280     MOVE ZERO TO WS-FLD-DIFF-SIGNED
010290     MOVE PR-FLD-FROM (WS-FLD-IDX) TO WS-EXT-FROM
010300     MOVE PR-FLD-LEN (WS-FLD-IDX) TO WS-EXT-LEN
010310     MOVE SPACES TO WS-FLD-A-RAW
010320     MOVE SPACES TO WS-FLD-B-RAW
010330     MOVE WS-CMP-A-DATA (WS-EXT-FROM:WS-EXT-LEN)
010340         TO WS-FLD-A-RAW (1:WS-EXT-LEN)
010350     MOVE WS-CMP-B-DATA (WS-EXT-FROM:WS-EXT-LEN)
010360         TO WS-FLD-B-RAW (1:WS-EXT-LEN)
010370     EVALUATE PR-FLD-TYPE (WS-FLD-IDX)
010380         WHEN "C"
010390             IF WS-FLD-A-RAW NOT = WS-FLD-B-RAW
010400                 SET WS-DATA-UNEQUAL TO TRUE
010410             END-IF
010420         WHEN "D"
010430             PERFORM 3380-COMPARE-DATES
010440                 THRU 3380-COMPARE-DATES-EXIT
010450         WHEN "P"
010460             MOVE WS-FLD-A-RAW TO WS-EXT-FIELD
010470             PERFORM 3370-EXTRACT-PACKED
010480                 THRU 3370-EXTRACT-PACKED-EXIT
010490             MOVE WS-EXT-VALUE TO WS-VALUE-A
010500             MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
010510             MOVE WS-FLD-B-RAW TO WS-EXT-FIELD
010520             PERFORM 3370-EXTRACT-PACKED
010530                 THRU 3370-EXTRACT-PACKED-EXIT
010540             MOVE WS-EXT-VALUE TO WS-VALUE-B
010550             MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
010560             PERFORM 3355-COMPARE-VALUES
010570                 THRU 3355-COMPARE-VALUES-EXIT
010580         WHEN OTHER
010590             IF PR-FLD-TYPE (WS-FLD-IDX) = "S"
010600                 SET WS-EXT-SIGNED-YES TO TRUE
010610             ELSE
010620                 SET WS-EXT-SIGNED-NO TO TRUE
010630             END-IF
010640             MOVE WS-FLD-A-RAW TO WS-EXT-FIELD
010650             PERFORM 3360-EXTRACT-ZONED
010660                 THRU 3360-EXTRACT-ZONED-EXIT
010670             MOVE WS-EXT-VALUE TO WS-VALUE-A
010680             MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
010690             MOVE WS-FLD-B-RAW TO WS-EXT-FIELD
010700             PERFORM 3360-EXTRACT-ZONED
010710                 THRU 3360-EXTRACT-ZONED-EXIT
010720             MOVE WS-EXT-VALUE TO WS-VALUE-B
010730             MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
010740             PERFORM 3355-COMPARE-VALUES
010750                 THRU 3355-COMPARE-VALUES-EXIT
010760     END-EVALUATE
010770     IF WS-DATA-UNEQUAL
010780         SET WS-FLD-ANY-DIFF-YES TO TRUE
010790         IF WS-FIRST-BAD-FLD = 0
010800             MOVE WS-FLD-IDX TO WS-FIRST-BAD-FLD
010810         END-IF
010820         IF WS-SUP-HIT-NO
010830             ADD 1 TO PR-FLD-MM-CNT (WS-FLD-IDX)
010840             PERFORM 3600-WRITE-FIELD-DETAIL
010850                 THRU 3600-WRITE-FIELD-DETAIL-EXIT
010860         END-IF
010870     END-IF
010880     .
010890 3350-COMPARE-ONE-FIELD-EXIT.
010900     EXIT.
010910 3355-COMPARE-VALUES.
010920     IF WS-VALUE-A-VALID-NO OR WS-VALUE-B-VALID-NO
010930         IF WS-FLD-A-RAW NOT = WS-FLD-B-RAW
010940             SET WS-DATA-UNEQUAL TO TRUE
010950         END-IF
010960         GO TO 3355-COMPARE-VALUES-EXIT
010970     END-IF
010980     COMPUTE WS-VALUE-DIFF = WS-VALUE-A - WS-VALUE-B
010990     MOVE WS-VALUE-DIFF TO WS-FLD-DIFF-SIGNED
011000     IF WS-VALUE-DIFF < 0
011010         COMPUTE WS-VALUE-DIFF = 0 - WS-VALUE-DIFF
011020     END-IF
011030     IF WS-VALUE-DIFF > PR-FLD-TOL (WS-FLD-IDX)
011040         SET WS-DATA-UNEQUAL TO TRUE
011050     END-IF
011060     .
011070 3355-COMPARE-VALUES-EXIT.
011080     EXIT.
011090*----------------------------------------------------------------*
011100* 3360 - PARSE A ZONED/SIGNED DISPLAY FIELD OUT OF WS-EXT-FIELD
011110* INTO WS-EXT-VALUE.  BLANKS ARE IGNORED (SO "0100" AND "100 "
011120* CARRY THE SAME VALUE), A LEADING "-" OR A TRAILING OVERPUNCH
011130* SIGNS A SIGNED FIELD, AND ANY OTHER CHARACTER MARKS THE
011140* FIELD NOT PARSEABLE.
011150*----------------------------------------------------------------*
011160 3360-EXTRACT-ZONED.
011170     MOVE ZERO TO WS-EXT-VALUE
011180     MOVE 1 TO WS-EXT-SIGN
011190     SET WS-EXT-VALID-YES TO TRUE
011200     PERFORM 3365-EXTRACT-ONE-CHAR
011210         THRU 3365-EXTRACT-ONE-CHAR-EXIT
011220         VARYING WS-EXT-IDX FROM 1 BY 1
011230         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
011240     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
011250     .
011260 3360-EXTRACT-ZONED-EXIT.
011270     EXIT.
011280 3365-EXTRACT-ONE-CHAR.
011290     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
011300     EVALUATE TRUE
011310         WHEN WS-DIGIT-X = SPACE
011320             CONTINUE
011330         WHEN WS-DIGIT-X NUMERIC
011340             COMPUTE WS-EXT-VALUE =
011350                 WS-EXT-VALUE * 10 + WS-DIGIT
011360         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
011370             MOVE -1 TO WS-EXT-SIGN
011380         WHEN WS-EXT-SIGNED-YES
011390                 AND WS-EXT-IDX = WS-EXT-LEN
011400             PERFORM 3368-OVERPUNCH-SIGN
011410                 THRU 3368-OVERPUNCH-SIGN-EXIT
011420         WHEN OTHER
011430             SET WS-EXT-VALID-NO TO TRUE
011440     END-EVALUATE
011450     .
011460 3365-EXTRACT-ONE-CHAR-EXIT.
011470     EXIT.
011480 3368-OVERPUNCH-SIGN.
011490     EVALUATE WS-DIGIT-X
011500         WHEN "{"
011510             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
011520         WHEN "A"
011530             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
011540         WHEN "B"
011550             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
011560         WHEN "C"
011570             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
011580         WHEN "D"
011590             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
011600         WHEN "E"
011610             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
011620         WHEN "F"
011630             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
011640         WHEN "G"
011650             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
011660         WHEN "H"
011670             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
011680         WHEN "I"
011690             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
011700         WHEN "}"
011710             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
011720             MOVE -1 TO WS-EXT-SIGN
011730         WHEN "J"
011740             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
011750             MOVE -1 TO WS-EXT-SIGN
011760         WHEN "K"
011770             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
011780             MOVE -1 TO WS-EXT-SIGN
011790         WHEN "L"
011800             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
011810             MOVE -1 TO WS-EXT-SIGN
011820         WHEN "M"
011830             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
011840             MOVE -1 TO WS-EXT-SIGN
011850         WHEN "N"
011860             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
011870             MOVE -1 TO WS-EXT-SIGN
011880         WHEN "O"
011890             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
011900             MOVE -1 TO WS-EXT-SIGN
011910         WHEN "P"
011920             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
011930             MOVE -1 TO WS-EXT-SIGN
011940         WHEN "Q"
011950             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
011960             MOVE -1 TO WS-EXT-SIGN
011970         WHEN "R"
011980             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
011990             MOVE -1 TO WS-EXT-SIGN
012000         WHEN OTHER
012010             SET WS-EXT-VALID-NO TO TRUE
012020     END-EVALUATE
012030     .
012040 3368-OVERPUNCH-SIGN-EXIT.
012050     EXIT.
012060*----------------------------------------------------------------*
012070* 3370 - PARSE A PACKED FIELD: RIGHT-ALIGN ITS BYTES IN AN
012080* EIGHT-BYTE AREA PADDED WITH X"00" AND LET THE CLASS TEST
012090* DECIDE WHETHER THE RESULT IS A VALID COMP-3 VALUE.
012100*----------------------------------------------------------------*
012110 3370-EXTRACT-PACKED.
012120     MOVE LOW-VALUES TO WS-PACKED-X
012130     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
012140     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
012150         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
012160     IF WS-PACKED-9 NUMERIC
012170         MOVE WS-PACKED-9 TO WS-EXT-VALUE
012180         SET WS-EXT-VALID-YES TO TRUE
012190     ELSE
012200         MOVE ZERO TO WS-EXT-VALUE
012210         SET WS-EXT-VALID-NO TO TRUE
012220     END-IF
012230     .
012240 3370-EXTRACT-PACKED-EXIT.
012250     EXIT.
012260*----------------------------------------------------------------*
012270* 3380 - DATE FIELDS: BOTH SIDES ARE NORMALIZED TO YYYYMMDD
012280* (A TEN-BYTE FIELD MAY BE DD/MM/YYYY OR YYYY-MM-DD) AND IS
012290* COMPARED AS A VALUE, SO 2026-08-31 AND 31/08/2026 AGREE.
012300*----------------------------------------------------------------*
012310 3380-COMPARE-DATES.
012320     MOVE WS-FLD-A-RAW TO WS-DATE-IN-RAW
012330     PERFORM 3385-NORMALIZE-ONE-DATE
012340         THRU 3385-NORMALIZE-ONE-DATE-EXIT
012350     MOVE WS-DATE-OUT TO WS-DATE-A
012360     MOVE WS-EXT-VALID-SW TO WS-VALUE-A-VALID-SW
012370     MOVE WS-FLD-B-RAW TO WS-DATE-IN-RAW
012380     PERFORM 3385-NORMALIZE-ONE-DATE
012390         THRU 3385-NORMALIZE-ONE-DATE-EXIT
012400     MOVE WS-DATE-OUT TO WS-DATE-B
012410     MOVE WS-EXT-VALID-SW TO WS-VALUE-B-VALID-SW
012420     IF WS-VALUE-A-VALID-NO OR WS-VALUE-B-VALID-NO
012430         IF WS-FLD-A-RAW NOT = WS-FLD-B-RAW
012440             SET WS-DATA-UNEQUAL TO TRUE
012450         END-IF
012460         GO TO 3380-COMPARE-DATES-EXIT
012470     END-IF
012480     IF WS-DATE-A NOT = WS-DATE-B
012490         SET WS-DATA-UNEQUAL TO TRUE
012500     END-IF
012510     .
012520 3380-COMPARE-DATES-EXIT.
012530     EXIT.
012540 3385-NORMALIZE-ONE-DATE.
012550     MOVE SPACES TO WS-DATE-OUT
012560     IF WS-EXT-LEN = 8
012570         MOVE WS-DATE-IN-RAW (1:8) TO WS-DATE-OUT
012580         IF WS-DATE-OUT NUMERIC
012590             SET WS-EXT-VALID-YES TO TRUE
012600         ELSE
012610             SET WS-EXT-VALID-NO TO TRUE
012620         END-IF
012630         GO TO 3385-NORMALIZE-ONE-DATE-EXIT
012640     END-IF
012650     MOVE WS-DATE-IN-RAW (1:10) TO WS-DATE-WORK
012660     IF WS-DW-S1 = "/" AND WS-DW-S2 = "/"
012670             AND WS-DW-DD NUMERIC AND WS-DW-MM NUMERIC
012680             AND WS-DW-YYYY NUMERIC
012690         STRING WS-DW-YYYY DELIMITED BY SIZE
012700             WS-DW-MM DELIMITED BY SIZE
012710             WS-DW-DD DELIMITED BY SIZE
012720             INTO WS-DATE-OUT
012730         SET WS-EXT-VALID-YES TO TRUE
012740         GO TO 3385-NORMALIZE-ONE-DATE-EXIT
012750     END-IF
012760     IF WS-DD-S1 = "-" AND WS-DD-S2 = "-"
012770             AND WS-DD-YYYY NUMERIC AND WS-DD-MM NUMERIC
012780             AND WS-DD-DD NUMERIC
012790         STRING WS-DD-YYYY DELIMITED BY SIZE
012800             WS-DD-MM DELIMITED BY SIZE
012810             WS-DD-DD DELIMITED BY SIZE
012820             INTO WS-DATE-OUT
012830         SET WS-EXT-VALID-YES TO TRUE
012840     ELSE
012850         SET WS-EXT-VALID-NO TO TRUE
012860     END-IF
012870     .
012880 3385-NORMALIZE-ONE-DATE-EXIT.
012890     EXIT.
012900*----------------------------------------------------------------*
012910* 3400 - DERIVE THE CONTROL-BREAK TALLIES FROM WS-RESULT ITSELF,
012920* SO THE COUNTERS THE DRIVER REPORTS AND THE EITHER VALUE
012930* CANNOT DRIFT APART.
012940*----------------------------------------------------------------*
012950 3400-TALLY-RESULT.
012960     IF WS-SUP-HIT-YES
012970         ADD 1 TO WS-SUPPRESSED-COUNT
012980         ADD 1 TO PR-SUP-HIT-CNT (WS-SUP-HIT-IDX)
012990         SET WS-SUP-HIT-NO TO TRUE
013000         GO TO 3400-TALLY-RESULT-EXIT
013010     END-IF
013020     IF WS-RESULT::isRight()
013030         ADD 1 TO WS-MATCH-COUNT
013040     ELSE
013050         SET WS-LEFT-REASON TO WS-RESULT::fold(
013060             delegate using v as type MismatchReason
013070                 returning return-value as type MismatchReason
013080                 SET return-value TO v
013090             end-delegate,
013100             delegate using v as type MatchedPair[string, string]
013110                 returning return-value as type MismatchReason
013120                 raise new NullPointerException()
013130             end-delegate)
013140         EVALUATE TRUE
013150             WHEN WS-LEFT-REASON::sameReasonAs(
013160                     type MismatchReason::notOnFileA())
013170                 ADD 1 TO WS-NOT-ON-A-COUNT
013180             WHEN WS-LEFT-REASON::sameReasonAs(
013190                     type MismatchReason::notOnFileB())
013200                 ADD 1 TO WS-NOT-ON-B-COUNT
013210             WHEN OTHER
013220                 ADD 1 TO WS-FIELD-MISMATCH-COUNT
013230         END-EVALUATE
013240     END-IF
013250     .
013260 3400-TALLY-RESULT-EXIT.
013270     EXIT.
013280*----------------------------------------------------------------*
013290* 3450 - IS THE EXCEPTION IN HAND ON THE ACTIVE SUPPRESS LIST?
013300* THE DRIVER LOADED THE LIST AND DROPPED THE EXPIRED ENTRIES
013310* BEFORE STAGING IT INTO THE BLOCK.  A HIT LEAVES
013320* WS-SUP-HIT-YES FOR THE CALLER AND 3400.
013330*----------------------------------------------------------------*
013340 3450-CHECK-SUPPRESS.
013350     SET WS-SUP-HIT-NO TO TRUE
013360     IF PR-SUP-COUNT = 0
013370         GO TO 3450-CHECK-SUPPRESS-EXIT
013380     END-IF
013390     PERFORM 3460-MATCH-ONE-SUPPRESS
013400         THRU 3460-MATCH-ONE-SUPPRESS-EXIT
013410         VARYING WS-SUP-IDX FROM 1 BY 1
013420         UNTIL WS-SUP-IDX > PR-SUP-COUNT OR WS-SUP-HIT-YES
013430     .
013440 3450-CHECK-SUPPRESS-EXIT.
013450     EXIT.
013460 3460-MATCH-ONE-SUPPRESS.
013470     IF PR-SUP-KEY (WS-SUP-IDX) = WS-SUP-CHECK-KEY
013480             AND PR-SUP-REASON (WS-SUP-IDX)
013490                 = WS-SUP-CHECK-REASON
013500             AND (PR-SUP-PAIR (WS-SUP-IDX) = SPACES
013510                 OR PR-SUP-PAIR (WS-SUP-IDX) = PR-PAIR-ID)
013520         SET WS-SUP-HIT-YES TO TRUE
013530         MOVE WS-SUP-IDX TO WS-SUP-HIT-IDX
013540     END-IF
013550     .
013560 3460-MATCH-ONE-SUPPRESS-EXIT.
013570     EXIT.
013580*----------------------------------------------------------------*
013590* 3500 - ONE MISMATCH EXTRACT RECORD PER EXCEPTION KEY, ONTO
013600* THIS RUNNER'S EXTRACT WORK DATASET.  THE CALLER HAS SET THE
013610* KEY, REASON CODE AND BOTH DATA IMAGES; THIS PARAGRAPH STAMPS
013620* THE RUN DATE AND PAIR ID, CUTS THE UNMASKED CLEAR-EXTRACT
013630* COPY FIRST WHEN ONE IS WANTED, MASKS AND WRITES.  THE DRIVER
013640* COPIES THE WORK DATASET INTO THE REAL EXTRACT IN PAIRLIST
013650* ORDER AFTER THE JOIN.
013660*----------------------------------------------------------------*
013670 3500-WRITE-EXTRACT.
013680     MOVE PR-RUN-DATE TO RECEXT-RUN-DATE
013690     MOVE PR-PAIR-ID TO RECEXT-PAIR-ID
013700     IF PR-CLEAR-EXTRACT-YES
013710         MOVE RECEXT-RECORD TO EXTC-RECORD
013720         WRITE EXTC-RECORD
013730         IF NOT WS-FILE-STATUS-CW-OK
013740             MOVE SPACES TO PR-RESULT-MSG
013750             STRING "RECONPAIR: WRITE FAILED FOR CLEAR WORK - "
013760                 "STATUS " DELIMITED BY SIZE
013770                 WS-FILE-STATUS-CW DELIMITED BY SIZE
013780                 INTO PR-RESULT-MSG
013790             MOVE 16 TO PR-RESULT-RC
013800             GOBACK
013810         END-IF
013820     END-IF
013830     IF PR-MASK-COUNT > 0
013840         MOVE RECEXT-FILEA-DATA TO WS-MASK-WORK
013850         PERFORM 3700-MASK-WORK-AREA
013860             THRU 3700-MASK-WORK-AREA-EXIT
013870         MOVE WS-MASK-WORK TO RECEXT-FILEA-DATA
013880         MOVE RECEXT-FILEB-DATA TO WS-MASK-WORK
013890         PERFORM 3700-MASK-WORK-AREA
013900             THRU 3700-MASK-WORK-AREA-EXIT
013910         MOVE WS-MASK-WORK TO RECEXT-FILEB-DATA
013920     END-IF
013930     WRITE RECEXT-RECORD
013940     IF NOT WS-FILE-STATUS-XW-OK
013950         MOVE SPACES TO PR-RESULT-MSG
013960         STRING "RECONPAIR: WRITE FAILED FOR EXTRACT WORK - "
013970             "STATUS " DELIMITED BY SIZE
013980             WS-FILE-STATUS-XW DELIMITED BY SIZE
013990             INTO PR-RESULT-MSG
014000         MOVE 16 TO PR-RESULT-RC
014010         GOBACK
014020     END-IF
014030     .
014040 3500-WRITE-EXTRACT-EXIT.
014050     EXIT.
014060*----------------------------------------------------------------*
014070* 3600 - ONE FIELD-LEVEL DETAIL RECORD ONTO THE FIELD WORK
014080* DATASET: THE FIELD CARD'S SHAPE, BOTH SIDES' RAW BYTES AND
014090* THE SIGNED DIFFERENCE 3355 PARSED (ZERO FOR CHAR/DATE FIELDS
014100* AND PARSE FAILURES).
014110*----------------------------------------------------------------*
014120 3600-WRITE-FIELD-DETAIL.
014130     MOVE SPACES TO RECFLD-RECORD
014140     MOVE WS-CMP-KEY-A (1:10) TO RECFLD-KEY
014150     MOVE PR-PAIR-ID TO RECFLD-PAIR-ID
014160     MOVE PR-RUN-DATE TO RECFLD-RUN-DATE
014170     MOVE WS-FLD-IDX TO RECFLD-FIELD-NO
014180     MOVE PR-FLD-TYPE (WS-FLD-IDX) TO RECFLD-FIELD-TYPE
014190     MOVE PR-FLD-FROM (WS-FLD-IDX) TO RECFLD-FIELD-FROM
014200     MOVE PR-FLD-LEN (WS-FLD-IDX) TO RECFLD-FIELD-LEN
014210     MOVE PR-FLD-NAME (WS-FLD-IDX) TO RECFLD-FIELD-NAME
014220     MOVE WS-FLD-A-RAW TO RECFLD-A-VALUE
014230     MOVE WS-FLD-B-RAW TO RECFLD-B-VALUE
014240     IF PR-MASK-COUNT > 0
014250         PERFORM 3720-MASK-FIELD-VALUES
014260             THRU 3720-MASK-FIELD-VALUES-EXIT
014270     END-IF
014280     MOVE WS-FLD-DIFF-SIGNED TO RECFLD-DIFFERENCE
014290     WRITE RECFLD-RECORD
014300     IF NOT WS-FILE-STATUS-FW-OK
014310         MOVE SPACES TO PR-RESULT-MSG
014320         STRING "RECONPAIR: WRITE FAILED FOR FIELD WORK - "
014330             "STATUS " DELIMITED BY SIZE
014340             WS-FILE-STATUS-FW DELIMITED BY SIZE
014350             INTO PR-RESULT-MSG
014360         MOVE 16 TO PR-RESULT-RC
014370         GOBACK
014380     END-IF
014390     .
014400 3600-WRITE-FIELD-DETAIL-EXIT.
014410     EXIT.
014420*----------------------------------------------------------------*
014430* 3700 - OVERLAY EVERY MASKFIELD RANGE OF THE WORK AREA WITH
014440* ASTERISKS.  THE CALLERS STAGE THE IMAGE IN AND OUT, SO THE
014450* REAL BYTES IN THE FILE BUFFERS ARE NEVER DISTURBED.
014460*----------------------------------------------------------------*
014470 3700-MASK-WORK-AREA.
014480     PERFORM 3710-MASK-ONE-RANGE
014490         THRU 3710-MASK-ONE-RANGE-EXIT
014500         VARYING WS-MASK-IDX FROM 1 BY 1
014510         UNTIL WS-MASK-IDX > PR-MASK-COUNT
014520     .
014530 3700-MASK-WORK-AREA-EXIT.
014540     EXIT.
014550 3710-MASK-ONE-RANGE.
014560     MOVE ALL "*"
014570         TO WS-MASK-WORK (PR-MASK-FROM (WS-MASK-IDX):
014580             PR-MASK-LEN (WS-MASK-IDX))
014590     .
014600 3710-MASK-ONE-RANGE-EXIT.
014610     EXIT.
014620*----------------------------------------------------------------*
014630* 3720 - A FIELD THAT OVERLAPS ANY MASKFIELD RANGE HAS ITS
014640* DETAIL VALUES MASKED OUTRIGHT.
014650*----------------------------------------------------------------*
014660 3720-MASK-FIELD-VALUES.
014670     PERFORM 3730-JUDGE-ONE-OVERLAP
014680         THRU 3730-JUDGE-ONE-OVERLAP-EXIT
014690         VARYING WS-MASK-IDX FROM 1 BY 1
014700         UNTIL WS-MASK-IDX > PR-MASK-COUNT
014710     .
014720 3720-MASK-FIELD-VALUES-EXIT.
014730     EXIT.
014740 3730-JUDGE-ONE-OVERLAP.
014750     IF PR-FLD-FROM (WS-FLD-IDX)
014760             NOT > PR-MASK-FROM (WS-MASK-IDX)
014770             + PR-MASK-LEN (WS-MASK-IDX) - 1
014780         AND PR-MASK-FROM (WS-MASK-IDX)
014790             NOT > PR-FLD-FROM (WS-FLD-IDX)
014800             + PR-FLD-LEN (WS-FLD-IDX) - 1
014810         MOVE ALL "*" TO RECFLD-A-VALUE
014820         MOVE ALL "*" TO RECFLD-B-VALUE
014830     END-IF
014840     .
014850 3730-JUDGE-ONE-OVERLAP-EXIT.
014860     EXIT.
014870*----------------------------------------------------------------*
014880* 3900 - ONE STAGED REPORT-DETAIL LINE ONTO THE DETAIL WORK
014890* DATASET.  THE CALLER HAS SET THE CLASS BYTE AND THE TEXT.
014900*----------------------------------------------------------------*
014910 3900-WRITE-DETAIL-WORK.
014920     WRITE DTLW-RECORD
014930     IF NOT WS-FILE-STATUS-DW-OK
014940         MOVE SPACES TO PR-RESULT-MSG
014950         STRING "RECONPAIR: WRITE FAILED FOR DETAIL WORK - "
014960             "STATUS " DELIMITED BY SIZE
014970             WS-FILE-STATUS-DW DELIMITED BY SIZE
014980             INTO PR-RESULT-MSG
014990         MOVE 16 TO PR-RESULT-RC
015000         GOBACK
015010     END-IF
015020     .
015030 3900-WRITE-DETAIL-WORK-EXIT.
015040     EXIT.
015050*----------------------------------------------------------------*
015060* 9000 - THE PASS RAN TO BOTH TRAILERS: HAND EVERY COUNTER BACK
015070* THROUGH THE BLOCK, CLOSE THIS RUNNER'S FILES AND MARK THE
015080* RESULT GOOD.
015090*----------------------------------------------------------------*
015100 9000-RETURN-RESULTS.
015110     MOVE WS-MATCH-COUNT TO PR-MATCH-COUNT
015120     MOVE WS-NOT-ON-A-COUNT TO PR-NOT-ON-A-COUNT
015130     MOVE WS-NOT-ON-B-COUNT TO PR-NOT-ON-B-COUNT
015140     MOVE WS-FIELD-MISMATCH-COUNT TO PR-FIELD-MM-COUNT
015150     MOVE WS-RECORDS-READ-A TO PR-RECORDS-READ-A
015160     MOVE WS-RECORDS-READ-B TO PR-RECORDS-READ-B
015170     MOVE WS-TRAILER-COUNT-A TO PR-TRAILER-COUNT-A
015180     MOVE WS-TRAILER-COUNT-B TO PR-TRAILER-COUNT-B
015190     MOVE WS-SEQ-ERR-COUNT-A TO PR-SEQ-ERR-COUNT-A
015200     MOVE WS-SEQ-ERR-COUNT-B TO PR-SEQ-ERR-COUNT-B
015210     MOVE WS-SUPPRESSED-COUNT TO PR-SUPPRESSED-COUNT
015220     MOVE WS-AMT-SUM-A TO PR-AMT-SUM-A
015230     MOVE WS-AMT-SUM-B TO PR-AMT-SUM-B
015240     MOVE WS-AMT-ERRS-A TO PR-AMT-ERRS-A
015250     MOVE WS-AMT-ERRS-B TO PR-AMT-ERRS-B
015260     MOVE WS-RANGE-READ-A TO PR-RANGE-READ-A
015270     MOVE WS-RANGE-READ-B TO PR-RANGE-READ-B
015280     CLOSE FILEA-FILE
015290     CLOSE FILEB-FILE
015300     CLOSE EXTWORK-FILE
015310     IF PR-CLEAR-EXTRACT-YES
015320         CLOSE CLXWORK-FILE
015330     END-IF
015340     IF PR-FIELD-COUNT > 0
015350         CLOSE FLDWORK-FILE
015360     END-IF
015370     CLOSE DTLWORK-FILE
015380     MOVE ZERO TO PR-RESULT-RC
015390     .
015400 9000-RETURN-RESULTS-EXIT.
015410     EXIT.
015420 END PROGRAM RECONPAIR.
