000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECON3.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* RECON3 - THREE-FILE IN-FLIGHT RECONCILIATION.
000090*
000100* A FEED RUNS SOURCE EXTRACT -> TRANSFORMATION -> TARGET LOAD.
000110* THIS STEP MATCH-MERGES THE THREE KEY-SEQUENCED SNAPSHOTS IN
000120* ONE PASS - FILEA THE SOURCE EXTRACT, FILEI THE TRANSFORMED
000130* INTERMEDIATE, FILEB THE LOADED TARGET - AND JUDGES EACH HOP
000140* OF THE CHAIN ON ITS OWN, SO AN EXCEPTION LANDS WITH THE
000150* TEAM THAT OWNS THE HOP THAT FAILED INSTEAD OF SOMEBODY
000160* EYEBALLING TWO RECON REPORTS SIDE BY SIDE:
000170*     TRANSFORMATION HOP (FILEA -> FILEI)
000180*         LT  LOST IN TRANSFORMATION     ON FILEA, NOT FILEI
000190*         CT  CHANGED IN TRANSFORMATION  COMPARED BYTES DIFFER
000200*         AT  ADDED IN TRANSFORMATION    ON FILEI, NOT FILEA
000210*     LOAD HOP (FILEI -> FILEB)
000220*         LL  LOST IN LOAD               ON FILEI, NOT FILEB
000230*         CL  CHANGED IN LOAD            COMPARED BYTES DIFFER
000240*         AL  ADDED IN LOAD              ON FILEB, NOT FILEI
000250* A KEY IS JUDGED ON EVERY HOP IT REACHES: ONE LOST IN
000260* TRANSFORMATION NEVER REACHES THE LOAD HOP, ONE CHANGED IN
000270* TRANSFORMATION AND THEN DROPPED BY THE LOAD IS AN EXCEPTION
000280* FOR BOTH TEAMS.
000290*
000300* ALL THREE INPUTS ARE RECLAY-FORMAT EXTRACTS AND GET THE SAME
000310* PROOFS RECON APPLIES - HEADER FIRST, ONE TRAILER LAST,
000320* TRAILER COUNT AGAINST DATA RECORDS READ, AMOUNT HASH AGAINST
000330* THE TRAILER WHEN AN AMOUNT CARD IS GIVEN - AND A BROKEN
000340* BRACKET STOPS THE RUN AT RC=16.  DUPLICATE AND OUT-OF-
000350* SEQUENCE KEYS ARE COUNTED AND END THE RUN AT RC=12.
000360*
000370* SYSIN CARDS, IN THE FORMS RECON TAKES:
000380*     RECLEN NNN                     COMPARED LENGTH (DEFAULT 20)
000390*     COMPARE INCLUDE FF-TT / COMPARE EXCLUDE FF-TT
000400*     AMOUNT ZONED|SIGNED|PACKED FF-TT
000410*     TOLERANCE COUNT NNNNNNN / TOLERANCE PERCENT NN
000420*     PAIR XXXXXXXX                  FEED ID FOR THE EXTRACT
000430* THE TOLERANCES GRADE EACH HOP SEPARATELY (RC=0 CLEAN, RC=4
000440* WITHIN TOLERANCE, RC=8 OVER); THE RUN ENDS ON THE WORST HOP.
000450*
000460* OUTPUTS: PRTFILE SUMMARY WITH A SECTION PER HOP; EXTFILE
000470* (RECEXT.CPY) ONE RECORD PER HOP EXCEPTION WITH THE SENDING
000480* IMAGE AS FILE A AND THE RECEIVING IMAGE AS FILE B; ONE
000490* RUNHIST RECORD (RECHST.CPY) PER HOP CARRYING ITS HOP ID;
000500* A RECALT RECORD PER HOP OVER TOLERANCE - RECON301E FOR THE
000510* TRANSFORMATION HOP, RECON302E FOR THE LOAD HOP - OR ONE
000520* RECON303E FOR SEQUENCE ERRORS; AND RECCTL STEP-CONTROL
000530* RECORDS FOR JOBCHECK.  RUNHIST IS NORMALLY THE IN-FLIGHT
000540* HISTORY DATASET, KEPT APART FROM THE TWO-FILE RECON TREND.
000550*
000560* MODIFICATION HISTORY.
000570*   2026-10-15 DS   INITIAL VERSION.
000580*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000590*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000600*                   THE STEPSLA BATCH-WINDOW REPORT.
000610*   2026-10-15 DS   ALERTS CARRY AN ISSUE STAMP (RECALT.CPY) -
000620*                   THE DATE AND TIME THE ALERT WAS WRITTEN -
000630*                   SO ALRTESC TIMES ESCALATION FROM THE ALERT,
000640*                   NOT FROM THE START OF THE RUN.
000650*----------------------------------------------------------------*
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SPECIAL-NAMES.
000690     CONSOLE IS OPER-CONSOLE.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT FILEA-FILE ASSIGN TO FILEA
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FILE-STATUS-A.
000750     SELECT FILEI-FILE ASSIGN TO FILEI
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FILE-STATUS-I.
000780     SELECT FILEB-FILE ASSIGN TO FILEB
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FILE-STATUS-B.
000810     SELECT PRINT-FILE ASSIGN TO PRTFILE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-FILE-STATUS-PRT.
000840     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-FILE-STATUS-EXT.
000870     SELECT PARM-FILE ASSIGN TO SYSIN
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-FILE-STATUS-PARM.
000900     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-FILE-STATUS-HIST.
000930     SELECT ALERT-FILE ASSIGN TO ALERTS
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-FILE-STATUS-ALERT.
000960     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-FILE-STATUS-CTL.
000990     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS RECSTW-FILE-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  FILEA-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEA-==.
001070 FD  FILEI-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEI-==.
001100 FD  FILEB-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEB-==.
001130 FD  PRINT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  PRINT-RECORD                    PIC X(132).
001160 FD  EXTRACT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY "RECEXT.cpy".
001190 FD  PARM-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  PARM-RECORD                     PIC X(80).
001220 FD  RUNHIST-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY "RECHST.cpy".
001250 FD  ALERT-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY "RECALT.cpy".
001280 FD  CONTROL-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY "RECCTL.cpy".
001310 FD  STEPTIME-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY "RECSTM.cpy".
001340 WORKING-STORAGE SECTION.
001350 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001360     88  WS-PARM-EOF-YES                        VALUE "Y".
001370     88  WS-PARM-EOF-NO                         VALUE "N".
001380 01  WS-FILE-STATUSES.
001390     05  WS-FILE-STATUS-A            PIC X(02) VALUE "00".
001400         88  WS-FILE-STATUS-A-OK               VALUE "00".
001410     05  WS-FILE-STATUS-I            PIC X(02) VALUE "00".
001420         88  WS-FILE-STATUS-I-OK               VALUE "00".
001430     05  WS-FILE-STATUS-B            PIC X(02) VALUE "00".
001440         88  WS-FILE-STATUS-B-OK               VALUE "00".
001450     05  WS-FILE-STATUS-PRT          PIC X(02) VALUE "00".
001460         88  WS-FILE-STATUS-PRT-OK             VALUE "00".
001470     05  WS-FILE-STATUS-EXT          PIC X(02) VALUE "00".
001480         88  WS-FILE-STATUS-EXT-OK             VALUE "00".
001490     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001500         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001510         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001520     05  WS-FILE-STATUS-HIST         PIC X(02) VALUE "00".
001530         88  WS-FILE-STATUS-HIST-OK            VALUE "00".
001540         88  WS-FILE-STATUS-HIST-NOTFND        VALUE "35".
001550     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
001560         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
001570         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
001580     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001590         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001600         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001610*----------------------------------------------------------------*
001620* THE RECORD IN HAND FROM WHICHEVER INPUT WAS JUST READ - THE
001630* BRACKET AND SEQUENCE EDITS WORK ON THIS COPY SO ONE SET OF
001640* PARAGRAPHS SERVES ALL THREE FILES.
001650*----------------------------------------------------------------*
001660 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==INREC-==.
001670*----------------------------------------------------------------*
001680* ONE SLOT PER INPUT: 1 = FILEA (SOURCE), 2 = FILEI
001690* (INTERMEDIATE), 3 = FILEB (TARGET).  THE CURRENT KEY IS
001700* HIGH-VALUES ONCE THE FILE IS EXHAUSTED, SO THE MERGE NEEDS
001710* NO SEPARATE END-OF-FILE TESTS WHEN PICKING THE LOW KEY.
001720*----------------------------------------------------------------*
001730 01  WS-INPUT-TABLE.
001740     05  WS-IN-ENTRY OCCURS 3 TIMES.
001750         10  WS-IN-DDNAME            PIC X(08).
001760         10  WS-IN-EOF-SW            PIC X(01).
001770             88  WS-IN-EOF-YES                  VALUE "Y".
001780             88  WS-IN-EOF-NO                   VALUE "N".
001790         10  WS-IN-HEADER-SW         PIC X(01).
001800             88  WS-IN-HEADER-YES               VALUE "Y".
001810             88  WS-IN-HEADER-NO                VALUE "N".
001820         10  WS-IN-TRAILER-SW        PIC X(01).
001830             88  WS-IN-TRAILER-YES              VALUE "Y".
001840             88  WS-IN-TRAILER-NO               VALUE "N".
001850         10  WS-IN-PRESENT-SW        PIC X(01).
001860             88  WS-IN-PRESENT-YES              VALUE "Y".
001870             88  WS-IN-PRESENT-NO               VALUE "N".
001880         10  WS-IN-READ-COUNT        PIC 9(09) COMP-3.
001890         10  WS-IN-TRAILER-COUNT     PIC 9(09) COMP-3.
001900         10  WS-IN-SEQ-ERRS          PIC 9(07) COMP-3.
001910         10  WS-IN-AMT-SUM           PIC S9(15) COMP-3.
001920         10  WS-IN-AMT-ERRS          PIC 9(07) COMP-3.
001930         10  WS-IN-TRL-HASH-X        PIC X(11).
001940         10  WS-IN-PREV-KEY          PIC X(10).
001950         10  WS-IN-CUR-KEY           PIC X(10).
001960         10  WS-IN-CUR-DATA          PIC X(500).
001970 01  WS-IN-IDX                       PIC S9(04) COMP.
001980 01  WS-LOW-KEY                      PIC X(10).
001990*----------------------------------------------------------------*
002000* ONE SLOT PER HOP: 1 = TRANSFORMATION (FILEA -> FILEI), 2 =
002010* LOAD (FILEI -> FILEB).  THE SENDING AND RECEIVING SUBSCRIPTS
002020* POINT INTO THE INPUT TABLE; THE REASON CODES, HOP ID AND
002030* ALERT MESSAGE ID ARE FIXED PER HOP.
002040*----------------------------------------------------------------*
002050 01  WS-HOP-CONSTANTS.
002060     05  FILLER                      PIC X(35) VALUE
002070         "TTRANSFORMATION LTCTATRECON301E0102".
002080     05  FILLER                      PIC X(35) VALUE
002090         "LLOAD           LLCLALRECON302E0203".
002100 01  WS-HOP-CONSTANT-TBL REDEFINES WS-HOP-CONSTANTS.
002110     05  WS-HOP-CONST OCCURS 2 TIMES.
002120         10  WS-HOP-ID               PIC X(01).
002130         10  WS-HOP-NAME             PIC X(15).
002140         10  WS-HOP-LOST-RSN         PIC X(02).
002150         10  WS-HOP-CHANGED-RSN      PIC X(02).
002160         10  WS-HOP-ADDED-RSN        PIC X(02).
002170         10  WS-HOP-MSG-ID           PIC X(09).
002180         10  WS-HOP-SEND-IDX         PIC 9(02).
002190         10  WS-HOP-RECV-IDX         PIC 9(02).
002200 01  WS-HOP-TABLE.
002210     05  WS-HOP-ENTRY OCCURS 2 TIMES.
002220         10  WS-HOP-MATCH-COUNT      PIC 9(07) COMP-3.
002230         10  WS-HOP-LOST-COUNT       PIC 9(07) COMP-3.
002240         10  WS-HOP-CHANGED-COUNT    PIC 9(07) COMP-3.
002250         10  WS-HOP-ADDED-COUNT      PIC 9(07) COMP-3.
002260         10  WS-HOP-RC               PIC 9(02).
002270 01  WS-HOP-IDX                      PIC S9(04) COMP.
002280 01  WS-SEND-IDX                     PIC S9(04) COMP.
002290 01  WS-RECV-IDX                     PIC S9(04) COMP.
002300 01  WS-HOP-REASON                   PIC X(02).
002310*----------------------------------------------------------------*
002320* COMPARE MASK, AS RECON'S: ONE BYTE PER DATA-PORTION POSITION,
002330* "Y" WHEN THE BYTE TAKES PART IN THE COMPARISON.  WITH NO
002340* COMPARE CARD THE WHOLE DECLARED LENGTH IS COMPARED IN ONE
002350* MOVE-AND-TEST.
002360*----------------------------------------------------------------*
002370 01  WS-COMPARE-MASK                 PIC X(500) VALUE ALL "Y".
002380 01  WS-COMPARE-MASK-TBL REDEFINES WS-COMPARE-MASK.
002390     05  WS-COMPARE-MASK-BYTE OCCURS 500 TIMES
002400                                     PIC X(01).
002410 01  WS-CMP-IDX                      PIC S9(04) COMP.
002420 01  WS-CARD-MASK-VALUE              PIC X(01).
002430 01  WS-INCLUDE-SEEN-SW              PIC X(01) VALUE "N".
002440     88  WS-INCLUDE-SEEN-YES                    VALUE "Y".
002450     88  WS-INCLUDE-SEEN-NO                     VALUE "N".
002460 01  WS-MASK-GIVEN-SW                PIC X(01) VALUE "N".
002470     88  WS-MASK-GIVEN-YES                      VALUE "Y".
002480     88  WS-MASK-GIVEN-NO                       VALUE "N".
002490 01  WS-DATA-DIFFER-SW               PIC X(01) VALUE "N".
002500     88  WS-DATA-DIFFER-YES                     VALUE "Y".
002510     88  WS-DATA-DIFFER-NO                      VALUE "N".
002520 01  WS-REC-LEN                      PIC S9(04) COMP VALUE 20.
002530 01  WS-PAIR-ID                      PIC X(08) VALUE SPACES.
002540 01  WS-PARM-CARD.
002550     05  WS-PARM-CARD-BYTE-1         PIC X(01).
002560     05  FILLER                      PIC X(79).
002570 01  WS-CARD-FIELDS.
002580     05  WS-CARD-VERB                PIC X(10).
002590     05  WS-CARD-OPERAND-1          PIC X(10).
002600     05  WS-CARD-OPERAND-2          PIC X(20).
002610 01  WS-CARD-RANGE.
002620     05  WS-CARD-FROM-X              PIC X(03).
002630     05  WS-CARD-TO-X                PIC X(03).
002640 01  WS-CARD-FROM                    PIC 9(03).
002650 01  WS-CARD-TO                      PIC 9(03).
002660 01  WS-CARD-VALUE-X                 PIC X(07).
002670 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
002680                                     PIC 9(07).
002690 01  WS-CARD-PCT-X                   PIC X(02).
002700 01  WS-CARD-PCT REDEFINES WS-CARD-PCT-X
002710                                     PIC 9(02).
002720 01  WS-RNG-PART                     PIC X(03).
002730 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
002740     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
002750 01  WS-RNG-VALUE                    PIC 9(03).
002760 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
002770 01  WS-RNG-IDX                      PIC S9(04) COMP.
002780 01  WS-RNG-DIGIT-X                  PIC X(01).
002790 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
002800                                     PIC 9(01).
002810 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
002820     88  WS-RANGE-VALID-YES                     VALUE "Y".
002830     88  WS-RANGE-VALID-NO                      VALUE "N".
002840 01  WS-TOLERANCES.
002850     05  WS-TOL-COUNT-GIVEN-SW       PIC X(01) VALUE "N".
002860         88  WS-TOL-COUNT-GIVEN-YES             VALUE "Y".
002870         88  WS-TOL-COUNT-GIVEN-NO              VALUE "N".
002880     05  WS-TOL-PCT-GIVEN-SW         PIC X(01) VALUE "N".
002890         88  WS-TOL-PCT-GIVEN-YES               VALUE "Y".
002900         88  WS-TOL-PCT-GIVEN-NO                VALUE "N".
002910     05  WS-TOL-BREACH-SW            PIC X(01) VALUE "N".
002920         88  WS-TOL-BREACH-YES                  VALUE "Y".
002930         88  WS-TOL-BREACH-NO                   VALUE "N".
002940     05  WS-TOL-COUNT                PIC 9(07) COMP-3 VALUE ZERO.
002950     05  WS-TOL-PCT                  PIC 9(02) COMP-3 VALUE ZERO.
002960 01  WS-EXCEPTION-TOTAL              PIC 9(07) COMP-3.
002970 01  WS-KEY-TOTAL                    PIC 9(07) COMP-3.
002980 01  WS-EXC-PCT                      PIC 9(03) COMP-3.
002990*----------------------------------------------------------------*
003000* AMOUNT HASHING, THE MIRROR OF RECON'S READ-SIDE.  EACH FILE'S
003010* TOTAL IS PROVED AGAINST ITS OWN TRAILER; A HOP WHOSE SENDING
003020* AND RECEIVING TOTALS DIFFER IS OUT OF BALANCE AND GRADES AT
003030* LEAST RC=4 EVEN WITH EVERY KEY MATCHED.
003040*----------------------------------------------------------------*
003050 01  WS-AMOUNT-CONTROLS.
003060     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
003070         88  WS-AMT-DEFINED-YES                 VALUE "Y".
003080         88  WS-AMT-DEFINED-NO                  VALUE "N".
003090     05  WS-AMT-TYPE                 PIC X(01).
003100     05  WS-AMT-FROM                 PIC 9(03).
003110     05  WS-AMT-LEN                  PIC 9(03).
003120     05  WS-AMT-DIFF                 PIC S9(15) COMP-3.
003130 01  WS-AMT-HASH-DSP                 PIC 9(11).
003140 01  WS-AMT-HASH-X REDEFINES WS-AMT-HASH-DSP
003150                                     PIC X(11).
003160 01  WS-EXT-CONTROLS.
003170     05  WS-EXT-LEN                  PIC S9(04) COMP.
003180     05  WS-EXT-IDX                  PIC S9(04) COMP.
003190     05  WS-EXT-SIGN                 PIC S9(01) COMP.
003200     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
003210         88  WS-EXT-SIGNED-YES                  VALUE "Y".
003220         88  WS-EXT-SIGNED-NO                   VALUE "N".
003230     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
003240         88  WS-EXT-VALID-YES                   VALUE "Y".
003250         88  WS-EXT-VALID-NO                    VALUE "N".
003260 01  WS-EXT-FIELD                    PIC X(20).
003270 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
003280     05  WS-EXT-CHAR OCCURS 20 TIMES
003290                                     PIC X(01).
003300 01  WS-DIGIT-X                      PIC X(01).
003310 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
003320 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
003330 01  WS-PACKED-X                     PIC X(08).
003340 01  WS-PACKED-9 REDEFINES WS-PACKED-X
003350                                     PIC S9(15) COMP-3.
003360 01  WS-COUNTERS COMP-3.
003370     05  WS-EXT-WRITTEN-COUNT        PIC 9(09) VALUE ZERO.
003380     05  WS-SEQ-ERR-TOTAL            PIC 9(07) VALUE ZERO.
003390 01  WS-SEQ-ERR-SHOWN                PIC 9(02) COMP-3 VALUE ZERO.
003400 01  WS-SEQ-ERR-LIMIT                PIC 9(02) COMP-3 VALUE 10.
003410 01  WS-SEQ-ERR-TABLE.
003420     05  WS-SEQ-ERR-ENTRY OCCURS 10 TIMES.
003430         10  WS-SEQ-ERR-FILE         PIC X(08).
003440         10  WS-SEQ-ERR-KEY          PIC X(10).
003450         10  WS-SEQ-ERR-TYPE         PIC X(16).
003460 01  WS-SEQ-IDX                      PIC S9(04) COMP.
003470 01  WS-SEQ-ERR-TYPE-WK              PIC X(16).
003480 01  WS-CTL-FILE-NAME                PIC X(08).
003490 01  WS-CTL-ROLE                     PIC X(01).
003500 01  WS-CTL-COUNT                    PIC 9(09) COMP-3.
003510 01  WS-CTL-HASH                     PIC S9(15) COMP-3.
003520 01  WS-CTL-HASH-DSP                 PIC 9(11).
003530 01  WS-MAX-RC                       PIC 9(02) VALUE ZERO.
003540 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
003550 01  WS-EDIT-AMOUNT                  PIC -(14)9.
003560 01  WS-PRINT-LINE                   PIC X(132).
003570 01  WS-RUN-DATE                     PIC X(08).
003580 01  WS-RUN-TIME-RAW                 PIC X(08).
003590 01  WS-RUN-TIME                     PIC X(06).
003600 01  WS-ALERT-TIME-RAW               PIC X(08).
003610 COPY "RECSTW.cpy".
003620 PROCEDURE DIVISION.
003630 0000-MAINLINE.
003640     MOVE "RECON3" TO RECSTW-PROGRAM-ID
003650     PERFORM 9800-START-STEP-TIMING
003660         THRU 9800-START-STEP-TIMING-EXIT
003670     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003680     PERFORM 2000-PROCESS-KEY THRU 2000-PROCESS-KEY-EXIT
003690         UNTIL WS-IN-EOF-YES (1) AND WS-IN-EOF-YES (2)
003700             AND WS-IN-EOF-YES (3)
003710     PERFORM 7000-GRADE-HOP THRU 7000-GRADE-HOP-EXIT
003720         VARYING WS-HOP-IDX FROM 1 BY 1
003730         UNTIL WS-HOP-IDX > 2
003740     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
003750     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
003760     COMPUTE RECSTW-RECORD-COUNT = WS-IN-READ-COUNT (1)
003770         + WS-IN-READ-COUNT (2) + WS-IN-READ-COUNT (3)
003780     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003790     PERFORM 9810-WRITE-STEP-TIMING
003800         THRU 9810-WRITE-STEP-TIMING-EXIT
003810     GOBACK
003820     .
003830 0000-MAINLINE-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860* 1000 - SYSIN, OPENS AND THE FIRST DATA RECORD OF EACH INPUT.
003870*----------------------------------------------------------------*
003880 1000-INITIALIZE.
003890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003900     ACCEPT WS-RUN-TIME-RAW FROM TIME
003910     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
003920     PERFORM 1050-RESET-ONE-INPUT THRU 1050-RESET-ONE-INPUT-EXIT
003930         VARYING WS-IN-IDX FROM 1 BY 1
003940         UNTIL WS-IN-IDX > 3
003950     MOVE "FILEA" TO WS-IN-DDNAME (1)
003960     MOVE "FILEI" TO WS-IN-DDNAME (2)
003970     MOVE "FILEB" TO WS-IN-DDNAME (3)
003980     PERFORM 1060-RESET-ONE-HOP THRU 1060-RESET-ONE-HOP-EXIT
003990         VARYING WS-HOP-IDX FROM 1 BY 1
004000         UNTIL WS-HOP-IDX > 2
004010     PERFORM 1100-READ-PARM-CARDS
004020         THRU 1100-READ-PARM-CARDS-EXIT
004030     OPEN INPUT FILEA-FILE
004040     IF NOT WS-FILE-STATUS-A-OK
004050         DISPLAY "RECON3: OPEN FAILED FOR FILEA - FILE STATUS "
004060             WS-FILE-STATUS-A
004070         MOVE 16 TO RETURN-CODE
004080         GOBACK
004090     END-IF
004100     OPEN INPUT FILEI-FILE
004110     IF NOT WS-FILE-STATUS-I-OK
004120         DISPLAY "RECON3: OPEN FAILED FOR FILEI - FILE STATUS "
004130             WS-FILE-STATUS-I
004140         MOVE 16 TO RETURN-CODE
004150         GOBACK
004160     END-IF
004170     OPEN INPUT FILEB-FILE
004180     IF NOT WS-FILE-STATUS-B-OK
004190         DISPLAY "RECON3: OPEN FAILED FOR FILEB - FILE STATUS "
004200             WS-FILE-STATUS-B
004210         MOVE 16 TO RETURN-CODE
004220         GOBACK
004230     END-IF
004240     OPEN OUTPUT PRINT-FILE
004250     IF NOT WS-FILE-STATUS-PRT-OK
004260         DISPLAY "RECON3: OPEN FAILED FOR PRTFILE - FILE STATUS "
004270             WS-FILE-STATUS-PRT
004280         MOVE 16 TO RETURN-CODE
004290         GOBACK
004300     END-IF
004310     OPEN OUTPUT EXTRACT-FILE
004320     IF NOT WS-FILE-STATUS-EXT-OK
004330         DISPLAY "RECON3: OPEN FAILED FOR EXTFILE - FILE STATUS "
004340             WS-FILE-STATUS-EXT
004350         MOVE 16 TO RETURN-CODE
004360         GOBACK
004370     END-IF
004380     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
004390     PERFORM 2200-READ-FILEI THRU 2200-READ-FILEI-EXIT
004400     PERFORM 2300-READ-FILEB THRU 2300-READ-FILEB-EXIT
004410     .
004420 1000-INITIALIZE-EXIT.
004430     EXIT.
004440 1050-RESET-ONE-INPUT.
004450     SET WS-IN-EOF-NO (WS-IN-IDX) TO TRUE
004460     SET WS-IN-HEADER-NO (WS-IN-IDX) TO TRUE
004470     SET WS-IN-TRAILER-NO (WS-IN-IDX) TO TRUE
004480     SET WS-IN-PRESENT-NO (WS-IN-IDX) TO TRUE
004490     MOVE ZERO TO WS-IN-READ-COUNT (WS-IN-IDX)
004500     MOVE ZERO TO WS-IN-TRAILER-COUNT (WS-IN-IDX)
004510     MOVE ZERO TO WS-IN-SEQ-ERRS (WS-IN-IDX)
004520     MOVE ZERO TO WS-IN-AMT-SUM (WS-IN-IDX)
004530     MOVE ZERO TO WS-IN-AMT-ERRS (WS-IN-IDX)
004540     MOVE ZERO TO WS-IN-TRL-HASH-X (WS-IN-IDX)
004550     MOVE LOW-VALUES TO WS-IN-PREV-KEY (WS-IN-IDX)
004560     MOVE HIGH-VALUES TO WS-IN-CUR-KEY (WS-IN-IDX)
004570     MOVE SPACES TO WS-IN-CUR-DATA (WS-IN-IDX)
004580     .
004590 1050-RESET-ONE-INPUT-EXIT.
004600     EXIT.
004610 1060-RESET-ONE-HOP.
004620     MOVE ZERO TO WS-HOP-MATCH-COUNT (WS-HOP-IDX)
004630     MOVE ZERO TO WS-HOP-LOST-COUNT (WS-HOP-IDX)
004640     MOVE ZERO TO WS-HOP-CHANGED-COUNT (WS-HOP-IDX)
004650     MOVE ZERO TO WS-HOP-ADDED-COUNT (WS-HOP-IDX)
004660     MOVE ZERO TO WS-HOP-RC (WS-HOP-IDX)
004670     .
004680 1060-RESET-ONE-HOP-EXIT.
004690     EXIT.
004700 1100-READ-PARM-CARDS.
004710     OPEN INPUT PARM-FILE
004720     IF WS-FILE-STATUS-PARM-NOTFND
004730         SET WS-PARM-EOF-YES TO TRUE
004740         GO TO 1100-READ-PARM-CARDS-EXIT
004750     END-IF
004760     IF NOT WS-FILE-STATUS-PARM-OK
004770         DISPLAY "RECON3: OPEN FAILED FOR SYSIN - FILE STATUS "
004780             WS-FILE-STATUS-PARM
004790         MOVE 16 TO RETURN-CODE
004800         GOBACK
004810     END-IF
004820     PERFORM 1110-READ-PARM-CARD
004830         THRU 1110-READ-PARM-CARD-EXIT
004840         UNTIL WS-PARM-EOF-YES
004850     CLOSE PARM-FILE
004860     .
004870 1100-READ-PARM-CARDS-EXIT.
004880     EXIT.
004890 1110-READ-PARM-CARD.
004900     READ PARM-FILE INTO WS-PARM-CARD
004910         AT END
004920             SET WS-PARM-EOF-YES TO TRUE
004930             GO TO 1110-READ-PARM-CARD-EXIT
004940     END-READ
004950     IF NOT WS-FILE-STATUS-PARM-OK
004960         DISPLAY "RECON3: READ FAILED FOR SYSIN - FILE STATUS "
004970             WS-FILE-STATUS-PARM
004980         MOVE 16 TO RETURN-CODE
004990         GOBACK
005000     END-IF
005010     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
005020         GO TO 1110-READ-PARM-CARD-EXIT
005030     END-IF
005040     MOVE SPACES TO WS-CARD-FIELDS
005050     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
005060         INTO WS-CARD-VERB WS-CARD-OPERAND-1
005070             WS-CARD-OPERAND-2
005080     END-UNSTRING
005090     EVALUATE WS-CARD-VERB
005100         WHEN "RECLEN"
005110             PERFORM 1175-APPLY-RECLEN-CARD
005120                 THRU 1175-APPLY-RECLEN-CARD-EXIT
005130         WHEN "COMPARE"
005140             PERFORM 1120-APPLY-COMPARE-CARD
005150                 THRU 1120-APPLY-COMPARE-CARD-EXIT
005160         WHEN "AMOUNT"
005170             PERFORM 1190-APPLY-AMOUNT-CARD
005180                 THRU 1190-APPLY-AMOUNT-CARD-EXIT
005190         WHEN "TOLERANCE"
005200             PERFORM 1140-APPLY-TOLERANCE-CARD
005210                 THRU 1140-APPLY-TOLERANCE-CARD-EXIT
005220         WHEN "PAIR"
005230             MOVE WS-CARD-OPERAND-1 (1:8) TO WS-PAIR-ID
005240         WHEN OTHER
005250             DISPLAY "RECON3: UNRECOGNIZED PARM CARD - "
005260                 WS-PARM-CARD
005270             MOVE 16 TO RETURN-CODE
005280             GOBACK
005290     END-EVALUATE
005300     .
005310 1110-READ-PARM-CARD-EXIT.
005320     EXIT.
005330 1120-APPLY-COMPARE-CARD.
005340     MOVE SPACES TO WS-CARD-RANGE
005350     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
005360         INTO WS-CARD-FROM-X WS-CARD-TO-X
005370     END-UNSTRING
005380     PERFORM 1125-PARSE-CARD-RANGE
005390         THRU 1125-PARSE-CARD-RANGE-EXIT
005400     IF WS-RANGE-VALID-NO
005410             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
005420             OR WS-CARD-FROM > WS-CARD-TO
005430         DISPLAY "RECON3: BAD COMPARE RANGE - "
005440             WS-CARD-OPERAND-2
005450         MOVE 16 TO RETURN-CODE
005460         GOBACK
005470     END-IF
005480     EVALUATE WS-CARD-OPERAND-1
005490         WHEN "INCLUDE"
005500             IF WS-INCLUDE-SEEN-NO
005510                 MOVE ALL "N" TO WS-COMPARE-MASK
005520                 SET WS-INCLUDE-SEEN-YES TO TRUE
005530             END-IF
005540             MOVE "Y" TO WS-CARD-MASK-VALUE
005550         WHEN "EXCLUDE"
005560             MOVE "N" TO WS-CARD-MASK-VALUE
005570         WHEN OTHER
005580             DISPLAY "RECON3: BAD COMPARE ACTION - "
005590                 WS-CARD-OPERAND-1
005600             MOVE 16 TO RETURN-CODE
005610             GOBACK
005620     END-EVALUATE
005630     PERFORM 1130-SET-MASK-BYTE
005640         THRU 1130-SET-MASK-BYTE-EXIT
005650         VARYING WS-CMP-IDX FROM WS-CARD-FROM BY 1
005660         UNTIL WS-CMP-IDX > WS-CARD-TO
005670     SET WS-MASK-GIVEN-YES TO TRUE
005680     .
005690 1120-APPLY-COMPARE-CARD-EXIT.
005700     EXIT.
005710 1130-SET-MASK-BYTE.
005720     MOVE WS-CARD-MASK-VALUE
005730         TO WS-COMPARE-MASK-BYTE (WS-CMP-IDX)
005740     .
005750 1130-SET-MASK-BYTE-EXIT.
005760     EXIT.
005770 1125-PARSE-CARD-RANGE.
005780     SET WS-RANGE-VALID-YES TO TRUE
005790     MOVE WS-CARD-FROM-X TO WS-RNG-PART
005800     PERFORM 1128-PARSE-RANGE-PART
005810         THRU 1128-PARSE-RANGE-PART-EXIT
005820     MOVE WS-RNG-VALUE TO WS-CARD-FROM
005830     MOVE WS-CARD-TO-X TO WS-RNG-PART
005840     PERFORM 1128-PARSE-RANGE-PART
005850         THRU 1128-PARSE-RANGE-PART-EXIT
005860     MOVE WS-RNG-VALUE TO WS-CARD-TO
005870     .
005880 1125-PARSE-CARD-RANGE-EXIT.
005890     EXIT.
005900 1128-PARSE-RANGE-PART.
005910     MOVE ZERO TO WS-RNG-VALUE
005920     MOVE ZERO TO WS-RNG-DIGITS
005930     PERFORM 1129-PARSE-ONE-DIGIT
005940         THRU 1129-PARSE-ONE-DIGIT-EXIT
005950         VARYING WS-RNG-IDX FROM 1 BY 1
005960         UNTIL WS-RNG-IDX > 3
005970     IF WS-RNG-DIGITS = 0
005980         SET WS-RANGE-VALID-NO TO TRUE
005990     END-IF
006000     .
006010 1128-PARSE-RANGE-PART-EXIT.
006020     EXIT.
006030 1129-PARSE-ONE-DIGIT.
006040     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
006050     EVALUATE TRUE
006060         WHEN WS-RNG-DIGIT-X = SPACE
006070             CONTINUE
006080         WHEN WS-RNG-DIGIT-X NUMERIC
006090             COMPUTE WS-RNG-VALUE =
006100                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
006110             ADD 1 TO WS-RNG-DIGITS
006120         WHEN OTHER
006130             SET WS-RANGE-VALID-NO TO TRUE
006140     END-EVALUATE
006150     .
006160 1129-PARSE-ONE-DIGIT-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------*
006190* 1175 - RECLEN CARD, AS RECON'S: 1 TO 500, DEFAULT 20.  IT MUST
006200* PRECEDE ANY CARD THAT NAMES A BYTE RANGE.
006210*----------------------------------------------------------------*
006220 1175-APPLY-RECLEN-CARD.
006230     SET WS-RANGE-VALID-YES TO TRUE
006240     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
006250     PERFORM 1128-PARSE-RANGE-PART
006260         THRU 1128-PARSE-RANGE-PART-EXIT
006270     IF WS-RANGE-VALID-NO
006280             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
006290         DISPLAY "RECON3: BAD RECLEN - " WS-CARD-OPERAND-1
006300         MOVE 16 TO RETURN-CODE
006310         GOBACK
006320     END-IF
006330     MOVE WS-RNG-VALUE TO WS-REC-LEN
006340     .
006350 1175-APPLY-RECLEN-CARD-EXIT.
006360     EXIT.
006370 1140-APPLY-TOLERANCE-CARD.
006380     EVALUATE WS-CARD-OPERAND-1
006390         WHEN "COUNT"
006400             MOVE WS-CARD-OPERAND-2 TO WS-CARD-VALUE-X
006410             IF WS-CARD-VALUE NOT NUMERIC
006420                 DISPLAY "RECON3: BAD TOLERANCE COUNT - "
006430                     WS-CARD-OPERAND-2
006440                 MOVE 16 TO RETURN-CODE
006450                 GOBACK
006460             END-IF
006470             MOVE WS-CARD-VALUE TO WS-TOL-COUNT
006480             SET WS-TOL-COUNT-GIVEN-YES TO TRUE
006490         WHEN "PERCENT"
006500             MOVE WS-CARD-OPERAND-2 TO WS-CARD-PCT-X
006510             IF WS-CARD-PCT NOT NUMERIC
006520                 DISPLAY "RECON3: BAD TOLERANCE PERCENT - "
006530                     WS-CARD-OPERAND-2
006540                 MOVE 16 TO RETURN-CODE
006550                 GOBACK
006560             END-IF
006570             MOVE WS-CARD-PCT TO WS-TOL-PCT
006580             SET WS-TOL-PCT-GIVEN-YES TO TRUE
006590         WHEN OTHER
006600             DISPLAY "RECON3: BAD TOLERANCE TYPE - "
006610                 WS-CARD-OPERAND-1
006620             MOVE 16 TO RETURN-CODE
006630             GOBACK
006640     END-EVALUATE
006650     .
006660 1140-APPLY-TOLERANCE-CARD-EXIT.
006670     EXIT.
006680 1190-APPLY-AMOUNT-CARD.
006690     IF WS-AMT-DEFINED-YES
006700         DISPLAY "RECON3: ONLY ONE AMOUNT CARD IS ALLOWED"
006710         MOVE 16 TO RETURN-CODE
006720         GOBACK
006730     END-IF
006740     MOVE SPACES TO WS-CARD-RANGE
006750     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
006760         INTO WS-CARD-FROM-X WS-CARD-TO-X
006770     END-UNSTRING
006780     PERFORM 1125-PARSE-CARD-RANGE
006790         THRU 1125-PARSE-CARD-RANGE-EXIT
006800     IF WS-RANGE-VALID-NO
006810             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
006820             OR WS-CARD-FROM > WS-CARD-TO
006830         DISPLAY "RECON3: BAD AMOUNT RANGE - " WS-CARD-OPERAND-2
006840         MOVE 16 TO RETURN-CODE
006850         GOBACK
006860     END-IF
006870     EVALUATE WS-CARD-OPERAND-1
006880         WHEN "ZONED"
006890             MOVE "Z" TO WS-AMT-TYPE
006900         WHEN "SIGNED"
006910             MOVE "S" TO WS-AMT-TYPE
006920         WHEN "PACKED"
006930             MOVE "P" TO WS-AMT-TYPE
006940         WHEN OTHER
006950             DISPLAY "RECON3: BAD AMOUNT TYPE - "
006960                 WS-CARD-OPERAND-1
006970             MOVE 16 TO RETURN-CODE
006980             GOBACK
006990     END-EVALUATE
007000     MOVE WS-CARD-FROM TO WS-AMT-FROM
007010     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
007020     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
007030         DISPLAY "RECON3: PACKED AMOUNT OVER 8 BYTES"
007040         MOVE 16 TO RETURN-CODE
007050         GOBACK
007060     END-IF
007070     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
007080         DISPLAY "RECON3: ZONED AMOUNT OVER 15 DIGITS"
007090         MOVE 16 TO RETURN-CODE
007100         GOBACK
007110     END-IF
007120     SET WS-AMT-DEFINED-YES TO TRUE
007130     .
007140 1190-APPLY-AMOUNT-CARD-EXIT.
007150     EXIT.
007160*----------------------------------------------------------------*
007170* 2000 - ONE KEY OF THE THREE-WAY MERGE.  THE LOW KEY ACROSS
007180* THE THREE INPUTS IS THE KEY IN HAND; EACH INPUT CARRYING IT
007190* IS MARKED PRESENT, BOTH HOPS ARE JUDGED, AND EVERY PRESENT
007200* INPUT ADVANCES.
007210*----------------------------------------------------------------*
007220 2000-PROCESS-KEY.
007230     MOVE WS-IN-CUR-KEY (1) TO WS-LOW-KEY
007240     IF WS-IN-CUR-KEY (2) < WS-LOW-KEY
007250         MOVE WS-IN-CUR-KEY (2) TO WS-LOW-KEY
007260     END-IF
007270     IF WS-IN-CUR-KEY (3) < WS-LOW-KEY
007280         MOVE WS-IN-CUR-KEY (3) TO WS-LOW-KEY
007290     END-IF
007300     PERFORM 2050-MARK-PRESENT THRU 2050-MARK-PRESENT-EXIT
007310         VARYING WS-IN-IDX FROM 1 BY 1
007320         UNTIL WS-IN-IDX > 3
007330     PERFORM 3000-JUDGE-HOP THRU 3000-JUDGE-HOP-EXIT
007340         VARYING WS-HOP-IDX FROM 1 BY 1
007350         UNTIL WS-HOP-IDX > 2
007360     IF WS-IN-PRESENT-YES (1)
007370         PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
007380     END-IF
007390     IF WS-IN-PRESENT-YES (2)
007400         PERFORM 2200-READ-FILEI THRU 2200-READ-FILEI-EXIT
007410     END-IF
007420     IF WS-IN-PRESENT-YES (3)
007430         PERFORM 2300-READ-FILEB THRU 2300-READ-FILEB-EXIT
007440     END-IF
007450     .
007460 2000-PROCESS-KEY-EXIT.
007470     EXIT.
007480 2050-MARK-PRESENT.
007490     IF WS-IN-EOF-NO (WS-IN-IDX)
007500             AND WS-IN-CUR-KEY (WS-IN-IDX) = WS-LOW-KEY
007510         SET WS-IN-PRESENT-YES (WS-IN-IDX) TO TRUE
007520     ELSE
007530         SET WS-IN-PRESENT-NO (WS-IN-IDX) TO TRUE
007540     END-IF
007550     .
007560 2050-MARK-PRESENT-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------*
007590* 2100/2200/2300 - READ THE NEXT DATA RECORD OF ONE INPUT.  THE
007600* HEADER AND TRAILER ARE CONSUMED BY 2400 AND THE READ GOES
007610* ROUND AGAIN; END OF FILE RUNS THE TRAILER PROOFS.
007620*----------------------------------------------------------------*
007630 2100-READ-FILEA.
007640     MOVE 1 TO WS-IN-IDX
007650     READ FILEA-FILE
007660         AT END
007670             PERFORM 2500-END-OF-INPUT
007680                 THRU 2500-END-OF-INPUT-EXIT
007690             GO TO 2100-READ-FILEA-EXIT
007700     END-READ
007710     IF NOT WS-FILE-STATUS-A-OK
007720         DISPLAY "RECON3: READ FAILED FOR FILEA - FILE STATUS "
007730             WS-FILE-STATUS-A
007740         MOVE 16 TO RETURN-CODE
007750         GOBACK
007760     END-IF
007770     MOVE FILEA-RECORD TO INREC-RECORD
007780     IF INREC-HEADER-KEY OR INREC-TRAILER-KEY
007790         PERFORM 2400-TAKE-BRACKET THRU 2400-TAKE-BRACKET-EXIT
007800         GO TO 2100-READ-FILEA
007810     END-IF
007820     PERFORM 2450-TAKE-DATA-RECORD
007830         THRU 2450-TAKE-DATA-RECORD-EXIT
007840     .
007850 2100-READ-FILEA-EXIT.
007860     EXIT.
007870 2200-READ-FILEI.
007880     MOVE 2 TO WS-IN-IDX
007890     READ FILEI-FILE
007900         AT END
007910             PERFORM 2500-END-OF-INPUT
007920                 THRU 2500-END-OF-INPUT-EXIT
007930             GO TO 2200-READ-FILEI-EXIT
007940     END-READ
007950     IF NOT WS-FILE-STATUS-I-OK
007960         DISPLAY "RECON3: READ FAILED FOR FILEI - FILE STATUS "
007970             WS-FILE-STATUS-I
007980         MOVE 16 TO RETURN-CODE
007990         GOBACK
008000     END-IF
008010     MOVE FILEI-RECORD TO INREC-RECORD
008020     IF INREC-HEADER-KEY OR INREC-TRAILER-KEY
008030         PERFORM 2400-TAKE-BRACKET THRU 2400-TAKE-BRACKET-EXIT
008040         GO TO 2200-READ-FILEI
008050     END-IF
008060     PERFORM 2450-TAKE-DATA-RECORD
008070         THRU 2450-TAKE-DATA-RECORD-EXIT
008080     .
008090 2200-READ-FILEI-EXIT.
008100     EXIT.
008110 2300-READ-FILEB.
008120     MOVE 3 TO WS-IN-IDX
008130     READ FILEB-FILE
008140         AT END
008150             PERFORM 2500-END-OF-INPUT
008160                 THRU 2500-END-OF-INPUT-EXIT
008170             GO TO 2300-READ-FILEB-EXIT
008180     END-READ
008190     IF NOT WS-FILE-STATUS-B-OK
008200         DISPLAY "RECON3: READ FAILED FOR FILEB - FILE STATUS "
008210             WS-FILE-STATUS-B
008220         MOVE 16 TO RETURN-CODE
008230         GOBACK
008240     END-IF
008250     MOVE FILEB-RECORD TO INREC-RECORD
008260     IF INREC-HEADER-KEY OR INREC-TRAILER-KEY
008270         PERFORM 2400-TAKE-BRACKET THRU 2400-TAKE-BRACKET-EXIT
008280         GO TO 2300-READ-FILEB
008290     END-IF
008300     PERFORM 2450-TAKE-DATA-RECORD
008310         THRU 2450-TAKE-DATA-RECORD-EXIT
008320     .
008330 2300-READ-FILEB-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------*
008360* 2400 - A HEADER OR TRAILER RECORD.  OUT OF PLACE OR DUPLICATED
008370* BRACKETS STOP THE RUN EXACTLY AS THEY DO IN RECON.
008380*----------------------------------------------------------------*
008390 2400-TAKE-BRACKET.
008400     IF INREC-HEADER-KEY
008410         IF WS-IN-HEADER-YES (WS-IN-IDX)
008420                 OR WS-IN-READ-COUNT (WS-IN-IDX) > 0
008430             DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
008440                 " HEADER OUT OF PLACE"
008450             MOVE 16 TO RETURN-CODE
008460             GOBACK
008470         END-IF
008480         SET WS-IN-HEADER-YES (WS-IN-IDX) TO TRUE
008490         GO TO 2400-TAKE-BRACKET-EXIT
008500     END-IF
008510     IF WS-IN-TRAILER-YES (WS-IN-IDX)
008520         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
008530             " TRAILER DUPLICATED"
008540         MOVE 16 TO RETURN-CODE
008550         GOBACK
008560     END-IF
008570     IF INREC-TRL-REC-COUNT NOT NUMERIC
008580         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
008590             " TRAILER COUNT NOT NUMERIC"
008600         MOVE 16 TO RETURN-CODE
008610         GOBACK
008620     END-IF
008630     SET WS-IN-TRAILER-YES (WS-IN-IDX) TO TRUE
008640     MOVE INREC-TRL-REC-COUNT TO WS-IN-TRAILER-COUNT (WS-IN-IDX)
008650     MOVE INREC-DATA (10:11) TO WS-IN-TRL-HASH-X (WS-IN-IDX)
008660     .
008670 2400-TAKE-BRACKET-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------*
008700* 2450 - A DATA RECORD: BRACKET POSITION, COUNT, AMOUNT AND THE
008710* DUPLICATE/SEQUENCE CHECKS, THEN IT BECOMES THE INPUT'S
008720* CURRENT RECORD FOR THE MERGE.
008730*----------------------------------------------------------------*
008740 2450-TAKE-DATA-RECORD.
008750     IF WS-IN-HEADER-NO (WS-IN-IDX)
008760         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
008770             " DATA RECORD BEFORE HEADER"
008780         MOVE 16 TO RETURN-CODE
008790         GOBACK
008800     END-IF
008810     IF WS-IN-TRAILER-YES (WS-IN-IDX)
008820         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
008830             " DATA RECORD AFTER TRAILER"
008840         MOVE 16 TO RETURN-CODE
008850         GOBACK
008860     END-IF
008870     ADD 1 TO WS-IN-READ-COUNT (WS-IN-IDX)
008880     PERFORM 2600-ACCUMULATE-AMT THRU 2600-ACCUMULATE-AMT-EXIT
008890     IF WS-IN-READ-COUNT (WS-IN-IDX) > 1
008900         IF INREC-KEY = WS-IN-PREV-KEY (WS-IN-IDX)
008910             MOVE "DUPLICATE KEY" TO WS-SEQ-ERR-TYPE-WK
008920             PERFORM 2480-LOG-SEQ-ERROR
008930                 THRU 2480-LOG-SEQ-ERROR-EXIT
008940         END-IF
008950         IF INREC-KEY < WS-IN-PREV-KEY (WS-IN-IDX)
008960             MOVE "OUT OF SEQUENCE" TO WS-SEQ-ERR-TYPE-WK
008970             PERFORM 2480-LOG-SEQ-ERROR
008980                 THRU 2480-LOG-SEQ-ERROR-EXIT
008990         END-IF
009000     END-IF
009010     MOVE INREC-KEY TO WS-IN-PREV-KEY (WS-IN-IDX)
009020     MOVE INREC-KEY TO WS-IN-CUR-KEY (WS-IN-IDX)
009030     MOVE INREC-DATA TO WS-IN-CUR-DATA (WS-IN-IDX)
009040     .
009050 2450-TAKE-DATA-RECORD-EXIT.
009060     EXIT.
009070 2480-LOG-SEQ-ERROR.
009080     ADD 1 TO WS-IN-SEQ-ERRS (WS-IN-IDX)
009090     ADD 1 TO WS-SEQ-ERR-TOTAL
009100     IF WS-SEQ-ERR-SHOWN < WS-SEQ-ERR-LIMIT
009110         ADD 1 TO WS-SEQ-ERR-SHOWN
009120         MOVE WS-IN-DDNAME (WS-IN-IDX)
009130             TO WS-SEQ-ERR-FILE (WS-SEQ-ERR-SHOWN)
009140         MOVE INREC-KEY TO WS-SEQ-ERR-KEY (WS-SEQ-ERR-SHOWN)
009150         MOVE WS-SEQ-ERR-TYPE-WK
009160             TO WS-SEQ-ERR-TYPE (WS-SEQ-ERR-SHOWN)
009170     END-IF
009180     .
009190 2480-LOG-SEQ-ERROR-EXIT.
009200     EXIT.
009210*----------------------------------------------------------------*
009220* 2500 - END OF ONE INPUT: PROVE IT ARRIVED WHOLE.  A MISSING
009230* TRAILER, A COUNT THAT DOES NOT MATCH THE DATA RECORDS READ
009240* OR AN AMOUNT HASH THAT DOES NOT MATCH THE TRAILER STOPS THE
009250* RUN BEFORE A TRUNCATED FILE IS REPORTED AS LOST KEYS.
009260*----------------------------------------------------------------*
009270 2500-END-OF-INPUT.
009280     SET WS-IN-EOF-YES (WS-IN-IDX) TO TRUE
009290     MOVE HIGH-VALUES TO WS-IN-CUR-KEY (WS-IN-IDX)
009300     IF WS-IN-TRAILER-NO (WS-IN-IDX)
009310         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
009320             " TRAILER MISSING - FILE TRUNCATED?"
009330         MOVE 16 TO RETURN-CODE
009340         GOBACK
009350     END-IF
009360     IF WS-IN-TRAILER-COUNT (WS-IN-IDX)
009370             NOT = WS-IN-READ-COUNT (WS-IN-IDX)
009380         MOVE WS-IN-TRAILER-COUNT (WS-IN-IDX) TO WS-EDIT-COUNT
009390         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
009400             " TRAILER COUNT " WS-EDIT-COUNT
009410         MOVE WS-IN-READ-COUNT (WS-IN-IDX) TO WS-EDIT-COUNT
009420         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
009430             " RECORDS READ  " WS-EDIT-COUNT
009440         DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
009450             " INCOMPLETE - RUN STOPPED"
009460         MOVE 16 TO RETURN-CODE
009470         GOBACK
009480     END-IF
009490     IF WS-AMT-DEFINED-YES
009500         MOVE WS-IN-AMT-SUM (WS-IN-IDX) TO WS-AMT-HASH-DSP
009510         IF WS-AMT-HASH-X NOT = WS-IN-TRL-HASH-X (WS-IN-IDX)
009520             DISPLAY "RECON3: " WS-IN-DDNAME (WS-IN-IDX)
009530                 " AMOUNT HASH " WS-AMT-HASH-X
009540                 " DOES NOT MATCH TRAILER "
009550                 WS-IN-TRL-HASH-X (WS-IN-IDX)
009560             MOVE 16 TO RETURN-CODE
009570             GOBACK
009580         END-IF
009590     END-IF
009600     .
009610 2500-END-OF-INPUT-EXIT.
009620     EXIT.
009630*----------------------------------------------------------------*
009640* 2600 - ADD THE RECORD'S AMOUNT TO ITS FILE'S RUNNING TOTAL.
009650* AN AMOUNT THAT WILL NOT PARSE COUNTS AS ZERO AND IS TALLIED
009660* AS AN AMOUNT ERROR.  THE PARSERS MIRROR RECON'S.
009670*----------------------------------------------------------------*
009680 2600-ACCUMULATE-AMT.
009690     IF WS-AMT-DEFINED-NO
009700         GO TO 2600-ACCUMULATE-AMT-EXIT
009710     END-IF
009720     MOVE WS-AMT-LEN TO WS-EXT-LEN
009730     MOVE SPACES TO WS-EXT-FIELD
009740     MOVE INREC-DATA (WS-AMT-FROM:WS-AMT-LEN)
009750         TO WS-EXT-FIELD (1:WS-EXT-LEN)
009760     IF WS-AMT-TYPE = "P"
009770         PERFORM 2620-EXTRACT-PACKED
009780             THRU 2620-EXTRACT-PACKED-EXIT
009790     ELSE
009800         IF WS-AMT-TYPE = "S"
009810             SET WS-EXT-SIGNED-YES TO TRUE
009820         ELSE
009830             SET WS-EXT-SIGNED-NO TO TRUE
009840         END-IF
009850         PERFORM 2610-EXTRACT-ZONED
009860             THRU 2610-EXTRACT-ZONED-EXIT
009870     END-IF
009880     IF WS-EXT-VALID-YES
009890         ADD WS-EXT-VALUE TO WS-IN-AMT-SUM (WS-IN-IDX)
009900     ELSE
009910         ADD 1 TO WS-IN-AMT-ERRS (WS-IN-IDX)
009920     END-IF
009930     .
009940 2600-ACCUMULATE-AMT-EXIT.
009950     EXIT.
009960 2610-EXTRACT-ZONED.
009970     MOVE ZERO TO WS-EXT-VALUE
009980     MOVE 1 TO WS-EXT-SIGN
009990     SET WS-EXT-VALID-YES TO TRUE
010000     PERFORM 2615-EXTRACT-ONE-CHAR
010010         THRU 2615-EXTRACT-ONE-CHAR-EXIT
010020         VARYING WS-EXT-IDX FROM 1 BY 1
010030         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
010040     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
010050     .
010060 2610-EXTRACT-ZONED-EXIT.
010070     EXIT.
010080 2615-EXTRACT-ONE-CHAR.
010090     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
010100     EVALUATE TRUE
010110         WHEN WS-DIGIT-X = SPACE
010120             CONTINUE
010130         WHEN WS-DIGIT-X NUMERIC
010140             COMPUTE WS-EXT-VALUE =
010150                 WS-EXT-VALUE * 10 + WS-DIGIT
010160         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
010170             MOVE -1 TO WS-EXT-SIGN
010180         WHEN WS-EXT-SIGNED-YES
010190                 AND WS-EXT-IDX = WS-EXT-LEN
010200             PERFORM 2618-OVERPUNCH-SIGN
010210                 THRU 2618-OVERPUNCH-SIGN-EXIT
010220         WHEN OTHER
010230             SET WS-EXT-VALID-NO TO TRUE
010240     END-EVALUATE
010250     .
010260 2615-EXTRACT-ONE-CHAR-EXIT.
010270     EXIT.
010280 2618-OVERPUNCH-SIGN.
010290     EVALUATE WS-DIGIT-X
010300         WHEN "{"
010310             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
010320         WHEN "A"
010330             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
010340         WHEN "B"
010350             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
010360         WHEN "C"
010370             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
010380         WHEN "D"
010390             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
010400         WHEN "E"
010410             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
010420         WHEN "F"
010430             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
010440         WHEN "G"
010450             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
010460         WHEN "H"
010470             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
010480         WHEN "I"
010490             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
010500         WHEN "}"
010510             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
010520             MOVE -1 TO WS-EXT-SIGN
010530         WHEN "J"
010540             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
010550             MOVE -1 TO WS-EXT-SIGN
010560         WHEN "K"
010570             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
010580             MOVE -1 TO WS-EXT-SIGN
010590         WHEN "L"
010600             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
010610             MOVE -1 TO WS-EXT-SIGN
010620         WHEN "M"
010630             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
010640             MOVE -1 TO WS-EXT-SIGN
010650         WHEN "N"
010660             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
010670             MOVE -1 TO WS-EXT-SIGN
010680         WHEN "O"
010690             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
010700             MOVE -1 TO WS-EXT-SIGN
010710         WHEN "P"
010720             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
010730             MOVE -1 TO WS-EXT-SIGN
010740         WHEN "Q"
010750             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
010760             MOVE -1 TO WS-EXT-SIGN
010770         WHEN "R"
010780             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
010790             MOVE -1 TO WS-EXT-SIGN
010800         WHEN OTHER
010810             SET WS-EXT-VALID-NO TO TRUE
010820     END-EVALUATE
010830     .
010840 2618-OVERPUNCH-SIGN-EXIT.
010850     EXIT.
010860 2620-EXTRACT-PACKED.
010870     MOVE LOW-VALUES TO WS-PACKED-X
010880     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
010890     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
010900         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
010910     IF WS-PACKED-9 NUMERIC
010920         MOVE WS-PACKED-9 TO WS-EXT-VALUE
010930         SET WS-EXT-VALID-YES TO TRUE
010940     ELSE
010950         MOVE ZERO TO WS-EXT-VALUE
010960         SET WS-EXT-VALID-NO TO TRUE
010970     END-IF
010980     .
010990 2620-EXTRACT-PACKED-EXIT.
011000     EXIT.
011010*----------------------------------------------------------------*
011020* 3000 - JUDGE ONE HOP FOR THE KEY IN HAND.  A KEY ON NEITHER
011030* SIDE OF THE HOP IS NOT THIS HOP'S BUSINESS; ON THE SENDING
011040* SIDE ONLY IT WAS LOST, ON THE RECEIVING SIDE ONLY IT WAS
011050* ADDED, ON BOTH IT EITHER CAME THROUGH INTACT OR WAS CHANGED.
011060*----------------------------------------------------------------*
011070 3000-JUDGE-HOP.
011080     MOVE WS-HOP-SEND-IDX (WS-HOP-IDX) TO WS-SEND-IDX
011090     MOVE WS-HOP-RECV-IDX (WS-HOP-IDX) TO WS-RECV-IDX
011100     EVALUATE TRUE
011110         WHEN WS-IN-PRESENT-NO (WS-SEND-IDX)
011120                 AND WS-IN-PRESENT-NO (WS-RECV-IDX)
011130             CONTINUE
011140         WHEN WS-IN-PRESENT-NO (WS-RECV-IDX)
011150             ADD 1 TO WS-HOP-LOST-COUNT (WS-HOP-IDX)
011160             MOVE WS-HOP-LOST-RSN (WS-HOP-IDX) TO WS-HOP-REASON
011170             PERFORM 3500-WRITE-EXTRACT
011180                 THRU 3500-WRITE-EXTRACT-EXIT
011190         WHEN WS-IN-PRESENT-NO (WS-SEND-IDX)
011200             ADD 1 TO WS-HOP-ADDED-COUNT (WS-HOP-IDX)
011210             MOVE WS-HOP-ADDED-RSN (WS-HOP-IDX) TO WS-HOP-REASON
011220             PERFORM 3500-WRITE-EXTRACT
011230                 THRU 3500-WRITE-EXTRACT-EXIT
011240         WHEN OTHER
011250             PERFORM 3100-COMPARE-DATA
011260                 THRU 3100-COMPARE-DATA-EXIT
011270             IF WS-DATA-DIFFER-YES
011280                 ADD 1 TO WS-HOP-CHANGED-COUNT (WS-HOP-IDX)
011290                 MOVE WS-HOP-CHANGED-RSN (WS-HOP-IDX)
011300                     TO WS-HOP-REASON
011310                 PERFORM 3500-WRITE-EXTRACT
011320                     THRU 3500-WRITE-EXTRACT-EXIT
011330             ELSE
011340                 ADD 1 TO WS-HOP-MATCH-COUNT (WS-HOP-IDX)
011350             END-IF
011360     END-EVALUATE
011370     .
011380 3000-JUDGE-HOP-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------*
011410* 3100 - DO THE SENDING AND RECEIVING IMAGES DIFFER OVER THE
011420* COMPARED BYTES?  WITHOUT COMPARE CARDS THE DECLARED LENGTH
011430* IS TESTED IN ONE COMPARE; WITH THEM, BYTE BY BYTE UNDER THE
011440* MASK, STOPPING AT THE FIRST DIFFERENCE.
011450*----------------------------------------------------------------*
011460 3100-COMPARE-DATA.
011470     SET WS-DATA-DIFFER-NO TO TRUE
011480     IF WS-MASK-GIVEN-NO
011490         IF WS-IN-CUR-DATA (WS-SEND-IDX) (1:WS-REC-LEN)
011500                 NOT = WS-IN-CUR-DATA (WS-RECV-IDX) (1:WS-REC-LEN)
011510             SET WS-DATA-DIFFER-YES TO TRUE
011520         END-IF
011530         GO TO 3100-COMPARE-DATA-EXIT
011540     END-IF
011550     PERFORM 3110-COMPARE-ONE-BYTE
011560         THRU 3110-COMPARE-ONE-BYTE-EXIT
011570         VARYING WS-CMP-IDX FROM 1 BY 1
011580         UNTIL WS-CMP-IDX > WS-REC-LEN OR WS-DATA-DIFFER-YES
011590     .
011600 3100-COMPARE-DATA-EXIT.
011610     EXIT.
011620 3110-COMPARE-ONE-BYTE.
011630     IF WS-COMPARE-MASK-BYTE (WS-CMP-IDX) = "Y"
011640             AND WS-IN-CUR-DATA (WS-SEND-IDX) (WS-CMP-IDX:1)
011650             NOT = WS-IN-CUR-DATA (WS-RECV-IDX) (WS-CMP-IDX:1)
011660         SET WS-DATA-DIFFER-YES TO TRUE
011670     END-IF
011680     .
011690 3110-COMPARE-ONE-BYTE-EXIT.
011700     EXIT.
011710*----------------------------------------------------------------*
011720* 3500 - ONE EXTRACT RECORD FOR A HOP EXCEPTION: THE SENDING
011730* IMAGE AS FILE A, THE RECEIVING IMAGE AS FILE B, EACH LEFT
011740* BLANK WHEN THE KEY IS NOT ON THAT SIDE.
011750*----------------------------------------------------------------*
011760 3500-WRITE-EXTRACT.
011770     MOVE SPACES TO RECEXT-RECORD
011780     MOVE WS-LOW-KEY TO RECEXT-KEY
011790     MOVE WS-HOP-REASON TO RECEXT-REASON-CODE
011800     IF WS-IN-PRESENT-YES (WS-SEND-IDX)
011810         MOVE WS-IN-CUR-DATA (WS-SEND-IDX) (1:WS-REC-LEN)
011820             TO RECEXT-FILEA-DATA (1:WS-REC-LEN)
011830     END-IF
011840     IF WS-IN-PRESENT-YES (WS-RECV-IDX)
011850         MOVE WS-IN-CUR-DATA (WS-RECV-IDX) (1:WS-REC-LEN)
011860             TO RECEXT-FILEB-DATA (1:WS-REC-LEN)
011870     END-IF
011880     MOVE WS-RUN-DATE TO RECEXT-RUN-DATE
011890     MOVE WS-PAIR-ID TO RECEXT-PAIR-ID
011900     WRITE RECEXT-RECORD
011910     IF NOT WS-FILE-STATUS-EXT-OK
011920         DISPLAY "RECON3: WRITE FAILED FOR EXTFILE - FILE STATUS "
011930             WS-FILE-STATUS-EXT
011940         MOVE 16 TO RETURN-CODE
011950         GOBACK
011960     END-IF
011970     ADD 1 TO WS-EXT-WRITTEN-COUNT
011980     .
011990 3500-WRITE-EXTRACT-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------*
012020* 7000 - GRADE ONE HOP AGAINST THE TOLERANCE CARDS, AS RECON
012030* GRADES A RUN: RC=0 CLEAN, RC=4 WITHIN TOLERANCE OR AMOUNTS
012040* OUT OF BALANCE, RC=8 OVER TOLERANCE OR NO TOLERANCE GIVEN.
012050*----------------------------------------------------------------*
012060 7000-GRADE-HOP.
012070     MOVE WS-HOP-SEND-IDX (WS-HOP-IDX) TO WS-SEND-IDX
012080     MOVE WS-HOP-RECV-IDX (WS-HOP-IDX) TO WS-RECV-IDX
012090     COMPUTE WS-EXCEPTION-TOTAL = WS-HOP-LOST-COUNT (WS-HOP-IDX)
012100         + WS-HOP-CHANGED-COUNT (WS-HOP-IDX)
012110         + WS-HOP-ADDED-COUNT (WS-HOP-IDX)
012120     COMPUTE WS-KEY-TOTAL = WS-HOP-MATCH-COUNT (WS-HOP-IDX)
012130         + WS-EXCEPTION-TOTAL
012140     IF WS-EXCEPTION-TOTAL = 0
012150         MOVE 0 TO WS-HOP-RC (WS-HOP-IDX)
012160         IF WS-AMT-DEFINED-YES
012170                 AND WS-IN-AMT-SUM (WS-SEND-IDX)
012180                 NOT = WS-IN-AMT-SUM (WS-RECV-IDX)
012190             MOVE 4 TO WS-HOP-RC (WS-HOP-IDX)
012200         END-IF
012210         GO TO 7000-GRADE-HOP-EXIT
012220     END-IF
012230     SET WS-TOL-BREACH-NO TO TRUE
012240     IF WS-TOL-COUNT-GIVEN-NO AND WS-TOL-PCT-GIVEN-NO
012250         SET WS-TOL-BREACH-YES TO TRUE
012260     END-IF
012270     IF WS-TOL-COUNT-GIVEN-YES
012280             AND WS-EXCEPTION-TOTAL > WS-TOL-COUNT
012290         SET WS-TOL-BREACH-YES TO TRUE
012300     END-IF
012310     IF WS-TOL-PCT-GIVEN-YES AND WS-KEY-TOTAL > 0
012320         COMPUTE WS-EXC-PCT ROUNDED =
012330             WS-EXCEPTION-TOTAL * 100 / WS-KEY-TOTAL
012340         IF WS-EXC-PCT > WS-TOL-PCT
012350             SET WS-TOL-BREACH-YES TO TRUE
012360         END-IF
012370     END-IF
012380     IF WS-TOL-BREACH-YES
012390         MOVE 8 TO WS-HOP-RC (WS-HOP-IDX)
012400     ELSE
012410         MOVE 4 TO WS-HOP-RC (WS-HOP-IDX)
012420     END-IF
012430     .
012440 7000-GRADE-HOP-EXIT.
012450     EXIT.
012460*----------------------------------------------------------------*
012470* 8000 - PRTFILE: THE INPUT COUNTS, THEN ONE SECTION PER HOP
012480* WITH ITS OWN CLASS COUNTS, AMOUNT BALANCE AND GRADE, THEN
012490* THE FIRST OFFENDING KEYS WHEN THE INPUTS WERE OUT OF ORDER.
012500*----------------------------------------------------------------*
012510 8000-PRINT-SUMMARY.
012520     MOVE SPACES TO WS-PRINT-LINE
012530     STRING "RECON3 - IN-FLIGHT RECONCILIATION - RUN "
012540         DELIMITED BY SIZE
012550         WS-RUN-DATE DELIMITED BY SIZE
012560         " " DELIMITED BY SIZE
012570         WS-RUN-TIME DELIMITED BY SIZE
012580         "   FEED " DELIMITED BY SIZE
012590         WS-PAIR-ID DELIMITED BY SIZE
012600         INTO WS-PRINT-LINE
012610     PERFORM 8900-WRITE-PRINT-LINE
012620         THRU 8900-WRITE-PRINT-LINE-EXIT
012630     MOVE SPACES TO WS-PRINT-LINE
012640     PERFORM 8900-WRITE-PRINT-LINE
012650         THRU 8900-WRITE-PRINT-LINE-EXIT
012660     PERFORM 8100-PRINT-INPUT-LINE THRU 8100-PRINT-INPUT-LINE-EXIT
012670         VARYING WS-IN-IDX FROM 1 BY 1
012680         UNTIL WS-IN-IDX > 3
012690     PERFORM 8200-PRINT-HOP-SECTION
012700         THRU 8200-PRINT-HOP-SECTION-EXIT
012710         VARYING WS-HOP-IDX FROM 1 BY 1
012720         UNTIL WS-HOP-IDX > 2
012730     IF WS-SEQ-ERR-SHOWN > 0
012740         MOVE SPACES TO WS-PRINT-LINE
012750         PERFORM 8900-WRITE-PRINT-LINE
012760             THRU 8900-WRITE-PRINT-LINE-EXIT
012770         MOVE WS-SEQ-ERR-TOTAL TO WS-EDIT-COUNT
012780         MOVE SPACES TO WS-PRINT-LINE
012790         STRING "SEQUENCE ERRORS     : " DELIMITED BY SIZE
012800             WS-EDIT-COUNT DELIMITED BY SIZE
012810             "   FIRST OFFENDING KEYS FOLLOW" DELIMITED BY SIZE
012820             INTO WS-PRINT-LINE
012830         PERFORM 8900-WRITE-PRINT-LINE
012840             THRU 8900-WRITE-PRINT-LINE-EXIT
012850         PERFORM 8300-PRINT-SEQ-ERR-LINE
012860             THRU 8300-PRINT-SEQ-ERR-LINE-EXIT
012870             VARYING WS-SEQ-IDX FROM 1 BY 1
012880             UNTIL WS-SEQ-IDX > WS-SEQ-ERR-SHOWN
012890     END-IF
012900     .
012910 8000-PRINT-SUMMARY-EXIT.
012920     EXIT.
012930 8100-PRINT-INPUT-LINE.
012940     MOVE SPACES TO WS-PRINT-LINE
012950     MOVE WS-IN-READ-COUNT (WS-IN-IDX) TO WS-EDIT-COUNT
012960     STRING WS-IN-DDNAME (WS-IN-IDX) DELIMITED BY SIZE
012970         " RECORDS READ  : " DELIMITED BY SIZE
012980         WS-EDIT-COUNT DELIMITED BY SIZE
012990         INTO WS-PRINT-LINE
013000     IF WS-AMT-DEFINED-YES
013010         MOVE WS-IN-AMT-SUM (WS-IN-IDX) TO WS-EDIT-AMOUNT
013020         MOVE "AMOUNT TOTAL :" TO WS-PRINT-LINE (40:14)
013030         MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE (55:15)
013040         IF WS-IN-AMT-ERRS (WS-IN-IDX) > 0
013050             MOVE WS-IN-AMT-ERRS (WS-IN-IDX) TO WS-EDIT-COUNT
013060             MOVE "PARSE ERRORS :" TO WS-PRINT-LINE (72:14)
013070             MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (87:9)
013080         END-IF
013090     END-IF
013100     PERFORM 8900-WRITE-PRINT-LINE
013110         THRU 8900-WRITE-PRINT-LINE-EXIT
013120     .
013130 8100-PRINT-INPUT-LINE-EXIT.
013140     EXIT.
013150 8200-PRINT-HOP-SECTION.
013160     MOVE WS-HOP-SEND-IDX (WS-HOP-IDX) TO WS-SEND-IDX
013170     MOVE WS-HOP-RECV-IDX (WS-HOP-IDX) TO WS-RECV-IDX
013180     MOVE SPACES TO WS-PRINT-LINE
013190     PERFORM 8900-WRITE-PRINT-LINE
013200         THRU 8900-WRITE-PRINT-LINE-EXIT
013210     MOVE SPACES TO WS-PRINT-LINE
013220     STRING WS-HOP-NAME (WS-HOP-IDX) DELIMITED BY SPACE
013230         " HOP (" DELIMITED BY SIZE
013240         WS-IN-DDNAME (WS-SEND-IDX) DELIMITED BY SPACE
013250         " -> " DELIMITED BY SIZE
013260         WS-IN-DDNAME (WS-RECV-IDX) DELIMITED BY SPACE
013270         ")" DELIMITED BY SIZE
013280         INTO WS-PRINT-LINE
013290     PERFORM 8900-WRITE-PRINT-LINE
013300         THRU 8900-WRITE-PRINT-LINE-EXIT
013310     MOVE SPACES TO WS-PRINT-LINE
013320     MOVE WS-HOP-MATCH-COUNT (WS-HOP-IDX) TO WS-EDIT-COUNT
013330     STRING "  CAME THROUGH INTACT    : " DELIMITED BY SIZE
013340         WS-EDIT-COUNT DELIMITED BY SIZE
013350         INTO WS-PRINT-LINE
013360     PERFORM 8900-WRITE-PRINT-LINE
013370         THRU 8900-WRITE-PRINT-LINE-EXIT
013380     MOVE SPACES TO WS-PRINT-LINE
013390     MOVE WS-HOP-LOST-COUNT (WS-HOP-IDX) TO WS-EDIT-COUNT
013400     STRING "  LOST          (" DELIMITED BY SIZE
013410         WS-HOP-LOST-RSN (WS-HOP-IDX) DELIMITED BY SIZE
013420         ")     : " DELIMITED BY SIZE
013430         WS-EDIT-COUNT DELIMITED BY SIZE
013440         INTO WS-PRINT-LINE
013450     PERFORM 8900-WRITE-PRINT-LINE
013460         THRU 8900-WRITE-PRINT-LINE-EXIT
013470     MOVE SPACES TO WS-PRINT-LINE
013480     MOVE WS-HOP-CHANGED-COUNT (WS-HOP-IDX) TO WS-EDIT-COUNT
013490     STRING "  CHANGED       (" DELIMITED BY SIZE
013500         WS-HOP-CHANGED-RSN (WS-HOP-IDX) DELIMITED BY SIZE
013510         ")     : " DELIMITED BY SIZE
013520         WS-EDIT-COUNT DELIMITED BY SIZE
013530         INTO WS-PRINT-LINE
013540     PERFORM 8900-WRITE-PRINT-LINE
013550         THRU 8900-WRITE-PRINT-LINE-EXIT
013560     MOVE SPACES TO WS-PRINT-LINE
013570     MOVE WS-HOP-ADDED-COUNT (WS-HOP-IDX) TO WS-EDIT-COUNT
013580     STRING "  ADDED         (" DELIMITED BY SIZE
013590         WS-HOP-ADDED-RSN (WS-HOP-IDX) DELIMITED BY SIZE
013600         ")     : " DELIMITED BY SIZE
013610         WS-EDIT-COUNT DELIMITED BY SIZE
013620         INTO WS-PRINT-LINE
013630     PERFORM 8900-WRITE-PRINT-LINE
013640         THRU 8900-WRITE-PRINT-LINE-EXIT
013650     IF WS-AMT-DEFINED-YES
013660         COMPUTE WS-AMT-DIFF = WS-IN-AMT-SUM (WS-RECV-IDX)
013670             - WS-IN-AMT-SUM (WS-SEND-IDX)
013680         MOVE WS-AMT-DIFF TO WS-EDIT-AMOUNT
013690         MOVE SPACES TO WS-PRINT-LINE
013700         STRING "  AMOUNT DIFFERENCE      : " DELIMITED BY SIZE
013710             WS-EDIT-AMOUNT DELIMITED BY SIZE
013720             INTO WS-PRINT-LINE
013730         PERFORM 8900-WRITE-PRINT-LINE
013740             THRU 8900-WRITE-PRINT-LINE-EXIT
013750     END-IF
013760     MOVE SPACES TO WS-PRINT-LINE
013770     MOVE WS-HOP-RC (WS-HOP-IDX) TO WS-EDIT-COUNT
013780     STRING "  HOP GRADE              : " DELIMITED BY SIZE
013790         WS-EDIT-COUNT DELIMITED BY SIZE
013800         INTO WS-PRINT-LINE
013810     PERFORM 8900-WRITE-PRINT-LINE
013820         THRU 8900-WRITE-PRINT-LINE-EXIT
013830     .
013840 8200-PRINT-HOP-SECTION-EXIT.
013850     EXIT.
013860 8300-PRINT-SEQ-ERR-LINE.
013870     MOVE SPACES TO WS-PRINT-LINE
013880     STRING "  " DELIMITED BY SIZE
013890         WS-SEQ-ERR-FILE (WS-SEQ-IDX) DELIMITED BY SIZE
013900         " " DELIMITED BY SIZE
013910         WS-SEQ-ERR-KEY (WS-SEQ-IDX) DELIMITED BY SIZE
013920         " " DELIMITED BY SIZE
013930         WS-SEQ-ERR-TYPE (WS-SEQ-IDX) DELIMITED BY SIZE
013940         INTO WS-PRINT-LINE
013950     PERFORM 8900-WRITE-PRINT-LINE
013960         THRU 8900-WRITE-PRINT-LINE-EXIT
013970     .
013980 8300-PRINT-SEQ-ERR-LINE-EXIT.
013990     EXIT.
014000 8900-WRITE-PRINT-LINE.
014010     WRITE PRINT-RECORD FROM WS-PRINT-LINE
014020     IF NOT WS-FILE-STATUS-PRT-OK
014030         DISPLAY "RECON3: WRITE FAILED FOR PRTFILE - FILE STATUS "
014040             WS-FILE-STATUS-PRT
014050         MOVE 16 TO RETURN-CODE
014060         GOBACK
014070     END-IF
014080     .
014090 8900-WRITE-PRINT-LINE-EXIT.
014100     EXIT.
014110*----------------------------------------------------------------*
014120* 9999 - CLOSE DOWN.  THE RUN ENDS ON THE WORST HOP GRADE, OR
014130* RC=12 WHEN ANY INPUT WAS OUT OF SEQUENCE; THEN THE ALERTS,
014140* THE PER-HOP RUN HISTORY AND THE STEP-CONTROL RECORDS.
014150*----------------------------------------------------------------*
014160 9999-TERMINATE.
014170     CLOSE FILEA-FILE
014180     CLOSE FILEI-FILE
014190     CLOSE FILEB-FILE
014200     CLOSE PRINT-FILE
014210     CLOSE EXTRACT-FILE
014220     MOVE WS-HOP-RC (1) TO WS-MAX-RC
014230     IF WS-HOP-RC (2) > WS-MAX-RC
014240         MOVE WS-HOP-RC (2) TO WS-MAX-RC
014250     END-IF
014260     IF WS-SEQ-ERR-TOTAL > 0
014270         MOVE 12 TO WS-MAX-RC
014280     END-IF
014290     ACCEPT WS-RUN-TIME-RAW FROM TIME
014300     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
014310     PERFORM 9300-ISSUE-ALERTS THRU 9300-ISSUE-ALERTS-EXIT
014320     PERFORM 9200-WRITE-RUN-HISTORY
014330         THRU 9200-WRITE-RUN-HISTORY-EXIT
014340     PERFORM 9400-WRITE-STEP-CONTROL
014350         THRU 9400-WRITE-STEP-CONTROL-EXIT
014360     MOVE WS-MAX-RC TO RETURN-CODE
014370     .
014380 9999-TERMINATE-EXIT.
014390     EXIT.
014400*----------------------------------------------------------------*
014410* 9200 - ONE RUN-HISTORY RECORD PER HOP, TAGGED WITH THE HOP ID,
014420* SO EACH OWNING TEAM TRENDS ITS OWN HOP.  THE SENDING SIDE
014430* STANDS AS FILE A AND THE RECEIVING SIDE AS FILE B.
014440*----------------------------------------------------------------*
014450 9200-WRITE-RUN-HISTORY.
014460     OPEN EXTEND RUNHIST-FILE
014470     IF WS-FILE-STATUS-HIST-NOTFND
014480         OPEN OUTPUT RUNHIST-FILE
014490     END-IF
014500     IF NOT WS-FILE-STATUS-HIST-OK
014510         DISPLAY "RECON3: OPEN FAILED FOR RUNHIST - FILE STATUS "
014520             WS-FILE-STATUS-HIST
014530         MOVE 16 TO RETURN-CODE
014540         GOBACK
014550     END-IF
014560     PERFORM 9210-WRITE-ONE-HOP-HISTORY
014570         THRU 9210-WRITE-ONE-HOP-HISTORY-EXIT
014580         VARYING WS-HOP-IDX FROM 1 BY 1
014590         UNTIL WS-HOP-IDX > 2
014600     CLOSE RUNHIST-FILE
014610     .
014620 9200-WRITE-RUN-HISTORY-EXIT.
014630     EXIT.
014640 9210-WRITE-ONE-HOP-HISTORY.
014650     MOVE WS-HOP-SEND-IDX (WS-HOP-IDX) TO WS-SEND-IDX
014660     MOVE WS-HOP-RECV-IDX (WS-HOP-IDX) TO WS-RECV-IDX
014670     MOVE SPACES TO RECHST-RECORD
014680     MOVE WS-RUN-DATE TO RECHST-RUN-DATE
014690     MOVE WS-RUN-TIME TO RECHST-RUN-TIME
014700     MOVE WS-HOP-MATCH-COUNT (WS-HOP-IDX) TO RECHST-MATCH-COUNT
014710     MOVE WS-HOP-ADDED-COUNT (WS-HOP-IDX)
014720         TO RECHST-NOT-ON-A-COUNT
014730     MOVE WS-HOP-LOST-COUNT (WS-HOP-IDX)
014740         TO RECHST-NOT-ON-B-COUNT
014750     MOVE WS-HOP-CHANGED-COUNT (WS-HOP-IDX)
014760         TO RECHST-FIELD-MM-COUNT
014770     IF WS-SEQ-ERR-TOTAL > 0
014780         MOVE 12 TO RECHST-RETURN-CODE
014790     ELSE
014800         MOVE WS-HOP-RC (WS-HOP-IDX) TO RECHST-RETURN-CODE
014810     END-IF
014820     MOVE WS-IN-READ-COUNT (WS-SEND-IDX)
014830         TO RECHST-RECORDS-READ-A
014840     MOVE WS-IN-READ-COUNT (WS-RECV-IDX)
014850         TO RECHST-RECORDS-READ-B
014860     MOVE WS-HOP-ID (WS-HOP-IDX) TO RECHST-HOP-ID
014870     WRITE RECHST-RECORD
014880     IF NOT WS-FILE-STATUS-HIST-OK
014890         DISPLAY "RECON3: WRITE FAILED FOR RUNHIST - FILE STATUS "
014900             WS-FILE-STATUS-HIST
014910         MOVE 16 TO RETURN-CODE
014920         GOBACK
014930     END-IF
014940     .
014950 9210-WRITE-ONE-HOP-HISTORY-EXIT.
014960     EXIT.
014970*----------------------------------------------------------------*
014980* 9300 - OPERATOR ALERTING.  SEQUENCE ERRORS RAISE ONE
014990* RECON303E FOR THE WHOLE RUN; OTHERWISE EACH HOP OVER
015000* TOLERANCE RAISES ITS OWN MESSAGE ID SO AUTOMATION ROUTES IT
015010* TO THE TEAM THAT OWNS THE HOP.
015020*----------------------------------------------------------------*
015030 9300-ISSUE-ALERTS.
015040     IF WS-MAX-RC < 8
015050         GO TO 9300-ISSUE-ALERTS-EXIT
015060     END-IF
015070     OPEN EXTEND ALERT-FILE
015080     IF WS-FILE-STATUS-ALERT-NOTFND
015090         OPEN OUTPUT ALERT-FILE
015100     END-IF
015110     IF NOT WS-FILE-STATUS-ALERT-OK
015120         DISPLAY "RECON3: OPEN FAILED FOR ALERTS - FILE STATUS "
015130             WS-FILE-STATUS-ALERT
015140         MOVE 16 TO RETURN-CODE
015150         GOBACK
015160     END-IF
015170     IF WS-SEQ-ERR-TOTAL > 0
015180         DISPLAY "RECON303E SEQUENCE ERRORS ON INPUT - "
015190             "DOWNSTREAM HELD" UPON OPER-CONSOLE
015200         MOVE SPACES TO RECALT-RECORD
015210         MOVE "RECON303E" TO RECALT-MSG-ID
015220         MOVE ZERO TO RECALT-NOT-ON-A-COUNT
015230         MOVE ZERO TO RECALT-NOT-ON-B-COUNT
015240         MOVE ZERO TO RECALT-FIELD-MM-COUNT
015250         PERFORM 9320-WRITE-ONE-ALERT
015260             THRU 9320-WRITE-ONE-ALERT-EXIT
015270     ELSE
015280         PERFORM 9310-ALERT-ONE-HOP THRU 9310-ALERT-ONE-HOP-EXIT
015290             VARYING WS-HOP-IDX FROM 1 BY 1
015300             UNTIL WS-HOP-IDX > 2
015310     END-IF
015320     CLOSE ALERT-FILE
015330     .
015340 9300-ISSUE-ALERTS-EXIT.
015350     EXIT.
015360 9310-ALERT-ONE-HOP.
015370     IF WS-HOP-RC (WS-HOP-IDX) < 8
015380         GO TO 9310-ALERT-ONE-HOP-EXIT
015390     END-IF
015400     DISPLAY WS-HOP-MSG-ID (WS-HOP-IDX) " "
015410         WS-HOP-NAME (WS-HOP-IDX)
015420         " HOP OVER TOLERANCE - HOP OWNER ATTENTION NEEDED"
015430         UPON OPER-CONSOLE
015440     MOVE SPACES TO RECALT-RECORD
015450     MOVE WS-HOP-MSG-ID (WS-HOP-IDX) TO RECALT-MSG-ID
015460     MOVE WS-HOP-ADDED-COUNT (WS-HOP-IDX)
015470         TO RECALT-NOT-ON-A-COUNT
015480     MOVE WS-HOP-LOST-COUNT (WS-HOP-IDX)
015490         TO RECALT-NOT-ON-B-COUNT
015500     MOVE WS-HOP-CHANGED-COUNT (WS-HOP-IDX)
015510         TO RECALT-FIELD-MM-COUNT
015520     PERFORM 9320-WRITE-ONE-ALERT THRU 9320-WRITE-ONE-ALERT-EXIT
015530     .
015540 9310-ALERT-ONE-HOP-EXIT.
015550     EXIT.
015560 9320-WRITE-ONE-ALERT.
015570     MOVE WS-RUN-DATE TO RECALT-RUN-DATE
015580     MOVE WS-RUN-TIME TO RECALT-RUN-TIME
015590     MOVE "E" TO RECALT-SEVERITY
015600     MOVE WS-MAX-RC TO RECALT-RETURN-CODE
015610     MOVE WS-SEQ-ERR-TOTAL TO RECALT-SEQ-ERR-COUNT
015620     ACCEPT RECALT-ISSUE-DATE FROM DATE YYYYMMDD
015630     ACCEPT WS-ALERT-TIME-RAW FROM TIME
015640     MOVE WS-ALERT-TIME-RAW TO RECALT-ISSUE-TIME
015650     WRITE RECALT-RECORD
015660     IF NOT WS-FILE-STATUS-ALERT-OK
015670         DISPLAY "RECON3: WRITE FAILED FOR ALERTS - FILE STATUS "
015680             WS-FILE-STATUS-ALERT
015690         MOVE 16 TO RETURN-CODE
015700         GOBACK
015710     END-IF
015720     .
015730 9320-WRITE-ONE-ALERT-EXIT.
015740     EXIT.
015750*----------------------------------------------------------------*
015760* 9400 - STEP-CONTROL HANDOFF FOR JOBCHECK: THE THREE INPUTS
015770* READ AND THE EXTRACT WRITTEN.
015780*----------------------------------------------------------------*
015790 9400-WRITE-STEP-CONTROL.
015800     OPEN EXTEND CONTROL-FILE
015810     IF WS-FILE-STATUS-CTL-NOTFND
015820         OPEN OUTPUT CONTROL-FILE
015830     END-IF
015840     IF NOT WS-FILE-STATUS-CTL-OK
015850         DISPLAY "RECON3: OPEN FAILED FOR CTLFILE - STATUS "
015860             WS-FILE-STATUS-CTL
015870         MOVE 16 TO RETURN-CODE
015880         GOBACK
015890     END-IF
015900     PERFORM 9405-CONTROL-ONE-INPUT
015910         THRU 9405-CONTROL-ONE-INPUT-EXIT
015920         VARYING WS-IN-IDX FROM 1 BY 1
015930         UNTIL WS-IN-IDX > 3
015940     MOVE "EXTFILE" TO WS-CTL-FILE-NAME
015950     MOVE "O" TO WS-CTL-ROLE
015960     MOVE WS-EXT-WRITTEN-COUNT TO WS-CTL-COUNT
015970     MOVE ZERO TO WS-CTL-HASH
015980     PERFORM 9410-WRITE-ONE-CONTROL
015990         THRU 9410-WRITE-ONE-CONTROL-EXIT
016000     CLOSE CONTROL-FILE
016010     .
016020 9400-WRITE-STEP-CONTROL-EXIT.
016030     EXIT.
016040 9405-CONTROL-ONE-INPUT.
016050     MOVE WS-IN-DDNAME (WS-IN-IDX) TO WS-CTL-FILE-NAME
016060     MOVE "I" TO WS-CTL-ROLE
016070     MOVE WS-IN-READ-COUNT (WS-IN-IDX) TO WS-CTL-COUNT
016080     MOVE WS-IN-AMT-SUM (WS-IN-IDX) TO WS-CTL-HASH
016090     PERFORM 9410-WRITE-ONE-CONTROL
016100         THRU 9410-WRITE-ONE-CONTROL-EXIT
016110     .
016120 9405-CONTROL-ONE-INPUT-EXIT.
016130     EXIT.
016140 9410-WRITE-ONE-CONTROL.
016150     MOVE SPACES TO RECCTL-RECORD
016160     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
016170     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
016180     MOVE "RECON3" TO RECCTL-PROGRAM-ID
016190     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
016200     MOVE WS-CTL-ROLE TO RECCTL-ROLE
016210     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
016220     MOVE WS-CTL-HASH TO WS-CTL-HASH-DSP
016230     MOVE WS-CTL-HASH-DSP TO RECCTL-AMT-HASH
016240     WRITE RECCTL-RECORD
016250     IF NOT WS-FILE-STATUS-CTL-OK
016260         DISPLAY "RECON3: WRITE FAILED FOR CTLFILE - STATUS "
016270             WS-FILE-STATUS-CTL
016280         MOVE 16 TO RETURN-CODE
016290         GOBACK
016300     END-IF
016310     .
016320 9410-WRITE-ONE-CONTROL-EXIT.
016330     EXIT.
016340*----------------------------------------------------------------*
016350* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
016360*----------------------------------------------------------------*
016370 COPY "RECSTP.cpy".
016380 END PROGRAM RECON3.
