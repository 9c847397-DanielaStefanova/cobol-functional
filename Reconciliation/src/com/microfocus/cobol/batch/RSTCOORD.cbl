000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RSTCOORD.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* RSTCOORD - NIGHTLY STREAM RESTART COORDINATOR.
000090*
000100* RUN AS THE FIRST STEP OF A RESTARTED NIGHT.  WHEN THE STREAM
000110* FAILS PART WAY THE ANSWERS TO "WHAT FINISHED" ARE ALREADY ON
000120* DISK: RUNCTL (RECRUN.CPY) HOLDS A RECORD FOR EVERY COMPLETED
000130* RUN OF THE LOCKING PROGRAMS, CTLFILE (RECCTL.CPY) HOLDS THE
000140* END-OF-JOB CONTROL RECORDS OF EVERY STEP THAT GOT THAT FAR,
000150* AND A NON-EMPTY RESTART DATASET MEANS RECON OR DELTAAPL
000160* STOPPED AFTER A CHECKPOINT.  THIS STEP READS THEM ALL FOR THE
000170* CYCLE DATE AND CLASSES EACH STEP OF THE CHAIN AS COMPLETED,
000180* STOPPED AT A CHECKPOINT, OR NOT RUN, THEN PRINTS THE RESTART
000190* PLAN ON RSTPRT AND WRITES IT TO RSTCTL (RECRSC.CPY), ONE
000200* RECORD PER STEP.  RECON, EXCAGE, GLWOFF, DELTAGEN AND DELTAAPL
000210* READ RSTCTL AS THEY START: A COMPLETED STEP SKIPS ITSELF, SO
000220* THE RESTART NEVER AGES THE EXCEPTIONS OR APPLIES THE DELTAS
000230* TWICE, AND NO FORCE CARD IS EVER NEEDED TO GET PAST RUNCTL.
000240* A STEP WITH NO TRACE AT ALL EITHER NEVER STARTED OR FAILED
000250* BEFORE ITS FIRST CHECKPOINT; BOTH RUN FROM THE START.
000260*
000270* DDNAMES: RUNCTL, CTLFILE, RSTRECON (RECON'S RESTART DATASET),
000280* RSTDLTAP (DELTAAPL'S RESTART DATASET), RSTPRT, RSTCTL.  A
000290* MISSING INPUT DATASET IS READ AS EMPTY.  SYSIN:
000300*     CYCLE YYYYMMDD       (DEFAULT THE RUN DATE - THE DATE THE
000310*                           STEPS STAMP ON RUNCTL AND CTLFILE)
000320*     STEP PROGRAM         (THE CHAIN IN STREAM ORDER, UP TO 20
000330*                           CARDS.  WITHOUT THEM THE CHAIN IS
000340*                           RECON, EXCAGE, GLWOFF, DELTAGEN,
000350*                           DELTAAPL)
000360* RC=0 PLAN WRITTEN.  RC=4 PLAN WRITTEN BUT SOMETHING ON IT
000370* WANTS A LOOK FIRST - A STEP COMPLETED AHEAD OF AN EARLIER STEP
000380* THAT DID NOT, OR A CHECKPOINT LEFT BEHIND BY A STEP THAT SINCE
000390* COMPLETED.  RC=16 A DATASET OR CARD ERROR, NO PLAN WRITTEN.
000400*
000410* MODIFICATION HISTORY.
000420*   2026-10-15 DS   INITIAL VERSION.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-RCT.
000510     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-CTL.
000540     SELECT RECON-RESTART-FILE ASSIGN TO RSTRECON
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-RRST.
000570     SELECT APPLY-RESTART-FILE ASSIGN TO RSTDLTAP
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FILE-STATUS-ARST.
000600     SELECT REPORT-FILE ASSIGN TO RSTPRT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-RPT.
000630     SELECT RSTCTL-FILE ASSIGN TO RSTCTL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-PLAN.
000660     SELECT PARM-FILE ASSIGN TO SYSIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-PARM.
000690     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS RECSTW-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  RUNCTL-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "RECRUN.cpy".
000770 FD  CONTROL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY "RECCTL.cpy".
000800*----------------------------------------------------------------*
000810* THE TWO RESTART DATASETS, LAID OUT AS RECON AND DELTAAPL
000820* WRITE THEM.
000830*----------------------------------------------------------------*
000840 FD  RECON-RESTART-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  RRST-RECORD.
000870     05  RRST-KEY                    PIC X(10).
000880     05  RRST-KEYS-PROCESSED         PIC 9(09).
000890     05  RRST-MATCH-COUNT            PIC 9(07).
000900     05  RRST-NOT-ON-A-COUNT         PIC 9(07).
000910     05  RRST-NOT-ON-B-COUNT         PIC 9(07).
000920     05  RRST-FIELD-MM-COUNT         PIC 9(07).
000930     05  FILLER                      PIC X(13).
000940 FD  APPLY-RESTART-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  ARST-RECORD.
000970     05  ARST-KEY                    PIC X(10).
000980     05  ARST-TRANS-PROCESSED        PIC 9(09).
000990     05  ARST-ACCEPT-COUNT           PIC 9(07).
001000     05  ARST-REJECT-COUNT           PIC 9(07).
001010     05  FILLER                      PIC X(47).
001020 FD  REPORT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  REPORT-RECORD                   PIC X(132).
001050 FD  RSTCTL-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "RECRSC.cpy".
001080 FD  PARM-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  PARM-RECORD                     PIC X(80).
001110 FD  STEPTIME-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY "RECSTM.cpy".
001140 WORKING-STORAGE SECTION.
001150 01  WS-EOF-SWITCHES.
001160     05  WS-EOF-RCT-SW               PIC X(01) VALUE "N".
001170         88  WS-EOF-RCT-YES                     VALUE "Y".
001180         88  WS-EOF-RCT-NO                      VALUE "N".
001190     05  WS-EOF-CTL-SW               PIC X(01) VALUE "N".
001200         88  WS-EOF-CTL-YES                     VALUE "Y".
001210         88  WS-EOF-CTL-NO                      VALUE "N".
001220 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001230     88  WS-PARM-EOF-YES                        VALUE "Y".
001240     88  WS-PARM-EOF-NO                         VALUE "N".
001250 01  WS-FILE-STATUSES.
001260     05  WS-FILE-STATUS-RCT          PIC X(02) VALUE "00".
001270         88  WS-FILE-STATUS-RCT-OK             VALUE "00".
001280         88  WS-FILE-STATUS-RCT-NOTFND         VALUE "35".
001290     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001300         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001310         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001320     05  WS-FILE-STATUS-RRST         PIC X(02) VALUE "00".
001330         88  WS-FILE-STATUS-RRST-OK            VALUE "00".
001340         88  WS-FILE-STATUS-RRST-NOTFND        VALUE "35".
001350     05  WS-FILE-STATUS-ARST         PIC X(02) VALUE "00".
001360         88  WS-FILE-STATUS-ARST-OK            VALUE "00".
001370         88  WS-FILE-STATUS-ARST-NOTFND        VALUE "35".
001380     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001390         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001400     05  WS-FILE-STATUS-PLAN         PIC X(02) VALUE "00".
001410         88  WS-FILE-STATUS-PLAN-OK            VALUE "00".
001420     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001430         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001440         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001450 01  WS-PARM-CARD.
001460     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001470     05  FILLER                      PIC X(79).
001480 01  WS-CARD-FIELDS.
001490     05  WS-CARD-VERB                PIC X(10).
001500     05  WS-CARD-OPERAND-1           PIC X(10).
001510     05  WS-CARD-OPERAND-2           PIC X(10).
001520 01  WS-CARD-DATE-X                  PIC X(08).
001530 01  WS-CARD-DATE REDEFINES WS-CARD-DATE-X
001540                                     PIC 9(08).
001550 01  WS-CYCLE-DATE                   PIC X(08).
001560 01  WS-RUN-DATE                     PIC X(08).
001570 01  WS-RUN-TIME-RAW                 PIC X(08).
001580 01  WS-RUN-TIME                     PIC X(06).
001590*----------------------------------------------------------------*
001600* THE CHAIN.  WITHOUT STEP CARDS IT IS THE NIGHTLY STREAM'S
001610* OWN ORDER, LOADED FROM THE LIST BELOW.  PER STEP, WHAT THE
001620* DATASETS SHOWED AND WHAT THE PLAN SAYS.
001630*----------------------------------------------------------------*
001640 01  WS-DEFAULT-CHAIN-LIST.
001650     05  FILLER                      PIC X(08) VALUE "RECON".
001660     05  FILLER                      PIC X(08) VALUE "EXCAGE".
001670     05  FILLER                      PIC X(08) VALUE "GLWOFF".
001680     05  FILLER                      PIC X(08) VALUE "DELTAGEN".
001690     05  FILLER                      PIC X(08) VALUE "DELTAAPL".
001700 01  WS-DEFAULT-CHAIN-TBL REDEFINES WS-DEFAULT-CHAIN-LIST.
001710     05  WS-DEFAULT-STEP OCCURS 5 TIMES
001720                                     PIC X(08).
001730 01  WS-DEFAULT-STEP-COUNT           PIC S9(04) COMP VALUE 5.
001740 01  WS-CHAIN-TABLE.
001750     05  WS-STEP-COUNT               PIC S9(04) COMP VALUE ZERO.
001760     05  WS-STEP-MAX                 PIC S9(04) COMP VALUE 20.
001770     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001780         10  WS-STEP-PROGRAM         PIC X(08).
001790         10  WS-STEP-RUNCTL-SW       PIC X(01).
001800             88  WS-STEP-RUNCTL-DONE            VALUE "C".
001810             88  WS-STEP-RUNCTL-FORCED          VALUE "F".
001820             88  WS-STEP-RUNCTL-NONE            VALUE "N".
001830         10  WS-STEP-CTL-COUNT       PIC S9(04) COMP.
001840         10  WS-STEP-CHECKPOINT-SW   PIC X(01).
001850             88  WS-STEP-CHECKPOINT-YES         VALUE "Y".
001860             88  WS-STEP-CHECKPOINT-NO          VALUE "N".
001870         10  WS-STEP-CP-KEY          PIC X(10).
001880         10  WS-STEP-CP-PROCESSED    PIC 9(09).
001890         10  WS-STEP-FOUND           PIC X(01).
001900         10  WS-STEP-ACTION          PIC X(01).
001910 01  WS-STEP-IDX                     PIC S9(04) COMP.
001920 01  WS-STEP-FOUND-IDX               PIC S9(04) COMP.
001930 01  WS-FIND-IDX                     PIC S9(04) COMP.
001940 01  WS-FIND-PROGRAM                 PIC X(08).
001950 01  WS-RESTART-AT-IDX               PIC S9(04) COMP VALUE ZERO.
001960 01  WS-PLAN-COUNTERS COMP-3.
001970     05  WS-SKIP-COUNT               PIC 9(05) VALUE ZERO.
001980     05  WS-RESUME-COUNT             PIC 9(05) VALUE ZERO.
001990     05  WS-RUN-COUNT                PIC 9(05) VALUE ZERO.
002000     05  WS-WARNING-COUNT            PIC 9(05) VALUE ZERO.
002010     05  WS-RCT-READ                 PIC 9(09) VALUE ZERO.
002020     05  WS-CTL-READ                 PIC 9(09) VALUE ZERO.
002030 01  WS-EDIT-SEQ                     PIC Z9.
002040 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002050 01  WS-EDIT-FOUND                   PIC X(24).
002060 01  WS-EDIT-ACTION                  PIC X(07).
002070 01  WS-EDIT-NOTE                    PIC X(60).
002080 01  WS-REPORT-LINE                  PIC X(132).
002090 COPY "RECSTW.cpy".
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     MOVE "RSTCOORD" TO RECSTW-PROGRAM-ID
002130     PERFORM 9800-START-STEP-TIMING
002140         THRU 9800-START-STEP-TIMING-EXIT
002150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002160     PERFORM 2000-SCAN-RUNCTL THRU 2000-SCAN-RUNCTL-EXIT
002170     PERFORM 2100-SCAN-CTLFILE THRU 2100-SCAN-CTLFILE-EXIT
002180     PERFORM 2200-READ-RECON-RESTART
002190         THRU 2200-READ-RECON-RESTART-EXIT
002200     PERFORM 2300-READ-APPLY-RESTART
002210         THRU 2300-READ-APPLY-RESTART-EXIT
002220     PERFORM 3000-PLAN-ONE-STEP THRU 3000-PLAN-ONE-STEP-EXIT
002230         VARYING WS-STEP-IDX FROM 1 BY 1
002240         UNTIL WS-STEP-IDX > WS-STEP-COUNT
002250     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
002260     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002270     COMPUTE RECSTW-RECORD-COUNT = WS-RCT-READ + WS-CTL-READ
002280     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002290     PERFORM 9810-WRITE-STEP-TIMING
002300         THRU 9810-WRITE-STEP-TIMING-EXIT
002310     GOBACK
002320     .
002330 0000-MAINLINE-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------*
002360* 1000 - CARDS, THE CHAIN, THE OUTPUT OPENS AND THE HEADINGS.
002370*----------------------------------------------------------------*
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002400     ACCEPT WS-RUN-TIME-RAW FROM TIME
002410     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
002420     MOVE WS-RUN-DATE TO WS-CYCLE-DATE
002430     PERFORM 1100-READ-PARM-CARDS
002440         THRU 1100-READ-PARM-CARDS-EXIT
002450     IF WS-STEP-COUNT = 0
002460         PERFORM 1200-LOAD-DEFAULT-STEP
002470             THRU 1200-LOAD-DEFAULT-STEP-EXIT
002480             VARYING WS-STEP-IDX FROM 1 BY 1
002490             UNTIL WS-STEP-IDX > WS-DEFAULT-STEP-COUNT
002500     END-IF
002510     OPEN OUTPUT REPORT-FILE
002520     IF NOT WS-FILE-STATUS-RPT-OK
002530         DISPLAY "RSTCOORD: OPEN FAILED FOR RSTPRT - STATUS "
002540             WS-FILE-STATUS-RPT
002550         MOVE 16 TO RETURN-CODE
002560         GOBACK
002570     END-IF
002580     OPEN OUTPUT RSTCTL-FILE
002590     IF NOT WS-FILE-STATUS-PLAN-OK
002600         DISPLAY "RSTCOORD: OPEN FAILED FOR RSTCTL - STATUS "
002610             WS-FILE-STATUS-PLAN
002620         MOVE 16 TO RETURN-CODE
002630         GOBACK
002640     END-IF
002650     MOVE SPACES TO WS-REPORT-LINE
002660     STRING "NIGHTLY STREAM RESTART PLAN - CYCLE "
002670         DELIMITED BY SIZE
002680         WS-CYCLE-DATE DELIMITED BY SIZE
002690         " - RUN " DELIMITED BY SIZE
002700         WS-RUN-DATE DELIMITED BY SIZE
002710         " " DELIMITED BY SIZE
002720         WS-RUN-TIME DELIMITED BY SIZE
002730         INTO WS-REPORT-LINE
002740     PERFORM 8900-WRITE-REPORT-LINE
002750         THRU 8900-WRITE-REPORT-LINE-EXIT
002760     MOVE SPACES TO WS-REPORT-LINE
002770     PERFORM 8900-WRITE-REPORT-LINE
002780         THRU 8900-WRITE-REPORT-LINE-EXIT
002790     MOVE "SEQ STEP     FOUND                    ACTION  NOTE"
002800         TO WS-REPORT-LINE
002810     PERFORM 8900-WRITE-REPORT-LINE
002820         THRU 8900-WRITE-REPORT-LINE-EXIT
002830     .
002840 1000-INITIALIZE-EXIT.
002850     EXIT.
002860 1100-READ-PARM-CARDS.
002870     OPEN INPUT PARM-FILE
002880     IF WS-FILE-STATUS-PARM-NOTFND
002890         SET WS-PARM-EOF-YES TO TRUE
002900         GO TO 1100-READ-PARM-CARDS-EXIT
002910     END-IF
002920     IF NOT WS-FILE-STATUS-PARM-OK
002930         DISPLAY "RSTCOORD: OPEN FAILED FOR SYSIN - STATUS "
002940             WS-FILE-STATUS-PARM
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     PERFORM 1110-READ-PARM-CARD
002990         THRU 1110-READ-PARM-CARD-EXIT
003000         UNTIL WS-PARM-EOF-YES
003010     CLOSE PARM-FILE
003020     .
003030 1100-READ-PARM-CARDS-EXIT.
003040     EXIT.
003050 1110-READ-PARM-CARD.
003060     READ PARM-FILE INTO WS-PARM-CARD
003070         AT END
003080             SET WS-PARM-EOF-YES TO TRUE
003090             GO TO 1110-READ-PARM-CARD-EXIT
003100     END-READ
003110     IF NOT WS-FILE-STATUS-PARM-OK
003120         DISPLAY "RSTCOORD: READ FAILED FOR SYSIN - STATUS "
003130             WS-FILE-STATUS-PARM
003140         MOVE 16 TO RETURN-CODE
003150         GOBACK
003160     END-IF
003170     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003180         GO TO 1110-READ-PARM-CARD-EXIT
003190     END-IF
003200     MOVE SPACES TO WS-CARD-FIELDS
003210     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003220         INTO WS-CARD-VERB WS-CARD-OPERAND-1 WS-CARD-OPERAND-2
003230     END-UNSTRING
003240     EVALUATE WS-CARD-VERB
003250         WHEN "CYCLE"
003260             MOVE WS-CARD-OPERAND-1 TO WS-CARD-DATE-X
003270             IF WS-CARD-DATE NOT NUMERIC
003280                     OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
003290                 DISPLAY "RSTCOORD: CYCLE MUST BE YYYYMMDD - "
003300                     WS-CARD-OPERAND-1
003310                 MOVE 16 TO RETURN-CODE
003320                 GOBACK
003330             END-IF
003340             MOVE WS-CARD-DATE-X TO WS-CYCLE-DATE
003350         WHEN "STEP"
003360             PERFORM 1150-ADD-STEP-CARD
003370                 THRU 1150-ADD-STEP-CARD-EXIT
003380         WHEN OTHER
003390             DISPLAY "RSTCOORD: UNRECOGNIZED PARM CARD - "
003400                 WS-PARM-CARD
003410             MOVE 16 TO RETURN-CODE
003420             GOBACK
003430     END-EVALUATE
003440     .
003450 1110-READ-PARM-CARD-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480* 1150 - STEP PROGRAM: THE NEXT STEP OF THE CHAIN.  A STEP
003490* NAMED TWICE IS A CARD ERROR - THE PLAN HAS ONE RECORD A STEP.
003500*----------------------------------------------------------------*
003510 1150-ADD-STEP-CARD.
003520     IF WS-CARD-OPERAND-1 = SPACES
003530             OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
003540         DISPLAY "RSTCOORD: STEP NEEDS A PROGRAM NAME - "
003550             WS-PARM-CARD
003560         MOVE 16 TO RETURN-CODE
003570         GOBACK
003580     END-IF
003590     MOVE WS-CARD-OPERAND-1 TO WS-FIND-PROGRAM
003600     PERFORM 3900-FIND-STEP THRU 3900-FIND-STEP-EXIT
003610     IF WS-STEP-FOUND-IDX > 0
003620         DISPLAY "RSTCOORD: STEP NAMED TWICE - " WS-FIND-PROGRAM
003630         MOVE 16 TO RETURN-CODE
003640         GOBACK
003650     END-IF
003660     IF WS-STEP-COUNT = WS-STEP-MAX
003670         DISPLAY "RSTCOORD: MORE THAN 20 STEP CARDS"
003680         MOVE 16 TO RETURN-CODE
003690         GOBACK
003700     END-IF
003710     ADD 1 TO WS-STEP-COUNT
003720     MOVE WS-STEP-COUNT TO WS-STEP-IDX
003730     MOVE WS-FIND-PROGRAM TO WS-STEP-PROGRAM (WS-STEP-IDX)
003740     PERFORM 1210-CLEAR-STEP THRU 1210-CLEAR-STEP-EXIT
003750     .
003760 1150-ADD-STEP-CARD-EXIT.
003770     EXIT.
003780 1200-LOAD-DEFAULT-STEP.
003790     ADD 1 TO WS-STEP-COUNT
003800     MOVE WS-DEFAULT-STEP (WS-STEP-IDX)
003810         TO WS-STEP-PROGRAM (WS-STEP-IDX)
003820     PERFORM 1210-CLEAR-STEP THRU 1210-CLEAR-STEP-EXIT
003830     .
003840 1200-LOAD-DEFAULT-STEP-EXIT.
003850     EXIT.
003860 1210-CLEAR-STEP.
003870     SET WS-STEP-RUNCTL-NONE (WS-STEP-IDX) TO TRUE
003880     MOVE ZERO TO WS-STEP-CTL-COUNT (WS-STEP-IDX)
003890     SET WS-STEP-CHECKPOINT-NO (WS-STEP-IDX) TO TRUE
003900     MOVE SPACES TO WS-STEP-CP-KEY (WS-STEP-IDX)
003910     MOVE ZERO TO WS-STEP-CP-PROCESSED (WS-STEP-IDX)
003920     MOVE SPACE TO WS-STEP-FOUND (WS-STEP-IDX)
003930     MOVE SPACE TO WS-STEP-ACTION (WS-STEP-IDX)
003940     .
003950 1210-CLEAR-STEP-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------*
003980* 2000 - RUNCTL: A RECORD FOR THE CYCLE MARKS A LOCKING STEP
003990* COMPLETED (OR COMPLETED UNDER FORCE).
004000*----------------------------------------------------------------*
004010 2000-SCAN-RUNCTL.
004020     OPEN INPUT RUNCTL-FILE
004030     IF WS-FILE-STATUS-RCT-NOTFND
004040         GO TO 2000-SCAN-RUNCTL-EXIT
004050     END-IF
004060     IF NOT WS-FILE-STATUS-RCT-OK
004070         DISPLAY "RSTCOORD: OPEN FAILED FOR RUNCTL - STATUS "
004080             WS-FILE-STATUS-RCT
004090         MOVE 16 TO RETURN-CODE
004100         GOBACK
004110     END-IF
004120     PERFORM 2010-READ-ONE-RUNCTL THRU 2010-READ-ONE-RUNCTL-EXIT
004130         UNTIL WS-EOF-RCT-YES
004140     CLOSE RUNCTL-FILE
004150     .
004160 2000-SCAN-RUNCTL-EXIT.
004170     EXIT.
004180 2010-READ-ONE-RUNCTL.
004190     READ RUNCTL-FILE
004200         AT END
004210             SET WS-EOF-RCT-YES TO TRUE
004220             GO TO 2010-READ-ONE-RUNCTL-EXIT
004230     END-READ
004240     IF NOT WS-FILE-STATUS-RCT-OK
004250         DISPLAY "RSTCOORD: READ FAILED FOR RUNCTL - STATUS "
004260             WS-FILE-STATUS-RCT
004270         MOVE 16 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     ADD 1 TO WS-RCT-READ
004310     IF RECRUN-CYCLE-DATE NOT = WS-CYCLE-DATE
004320         GO TO 2010-READ-ONE-RUNCTL-EXIT
004330     END-IF
004340     MOVE RECRUN-PROGRAM-ID TO WS-FIND-PROGRAM
004350     PERFORM 3900-FIND-STEP THRU 3900-FIND-STEP-EXIT
004360     IF WS-STEP-FOUND-IDX = 0
004370         GO TO 2010-READ-ONE-RUNCTL-EXIT
004380     END-IF
004390     IF RECRUN-FORCED
004400         SET WS-STEP-RUNCTL-FORCED (WS-STEP-FOUND-IDX) TO TRUE
004410     ELSE
004420         IF WS-STEP-RUNCTL-NONE (WS-STEP-FOUND-IDX)
004430             SET WS-STEP-RUNCTL-DONE (WS-STEP-FOUND-IDX) TO TRUE
004440         END-IF
004450     END-IF
004460     .
004470 2010-READ-ONE-RUNCTL-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500* 2100 - CTLFILE: EVERY STEP WRITES ITS CONTROL RECORDS AT END
004510* OF JOB, SO ANY RECORD FOR THE CYCLE MEANS THE STEP GOT THERE.
004520*----------------------------------------------------------------*
004530 2100-SCAN-CTLFILE.
004540     OPEN INPUT CONTROL-FILE
004550     IF WS-FILE-STATUS-CTL-NOTFND
004560         GO TO 2100-SCAN-CTLFILE-EXIT
004570     END-IF
004580     IF NOT WS-FILE-STATUS-CTL-OK
004590         DISPLAY "RSTCOORD: OPEN FAILED FOR CTLFILE - STATUS "
004600             WS-FILE-STATUS-CTL
004610         MOVE 16 TO RETURN-CODE
004620         GOBACK
004630     END-IF
004640     PERFORM 2110-READ-ONE-CTL THRU 2110-READ-ONE-CTL-EXIT
004650         UNTIL WS-EOF-CTL-YES
004660     CLOSE CONTROL-FILE
004670     .
004680 2100-SCAN-CTLFILE-EXIT.
004690     EXIT.
004700 2110-READ-ONE-CTL.
004710     READ CONTROL-FILE
004720         AT END
004730             SET WS-EOF-CTL-YES TO TRUE
004740             GO TO 2110-READ-ONE-CTL-EXIT
004750     END-READ
004760     IF NOT WS-FILE-STATUS-CTL-OK
004770         DISPLAY "RSTCOORD: READ FAILED FOR CTLFILE - STATUS "
004780             WS-FILE-STATUS-CTL
004790         MOVE 16 TO RETURN-CODE
004800         GOBACK
004810     END-IF
004820     ADD 1 TO WS-CTL-READ
004830     IF RECCTL-RUN-DATE NOT = WS-CYCLE-DATE
004840         GO TO 2110-READ-ONE-CTL-EXIT
004850     END-IF
004860     MOVE RECCTL-PROGRAM-ID TO WS-FIND-PROGRAM
004870     PERFORM 3900-FIND-STEP THRU 3900-FIND-STEP-EXIT
004880     IF WS-STEP-FOUND-IDX > 0
004890         ADD 1 TO WS-STEP-CTL-COUNT (WS-STEP-FOUND-IDX)
004900     END-IF
004910     .
004920 2110-READ-ONE-CTL-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950* 2200/2300 - THE RESTART DATASETS.  EACH STEP EMPTIES ITS OWN
004960* ON A CLEAN END OF JOB, SO A RECORD ON ONE IS A STEP STOPPED
004970* AFTER A CHECKPOINT - THE KEY AND COUNT IT GOT TO ARE KEPT FOR
004980* THE PLAN.
004990*----------------------------------------------------------------*
005000 2200-READ-RECON-RESTART.
005010     OPEN INPUT RECON-RESTART-FILE
005020     IF WS-FILE-STATUS-RRST-NOTFND
005030         GO TO 2200-READ-RECON-RESTART-EXIT
005040     END-IF
005050     IF NOT WS-FILE-STATUS-RRST-OK
005060         DISPLAY "RSTCOORD: OPEN FAILED FOR RSTRECON - STATUS "
005070             WS-FILE-STATUS-RRST
005080         MOVE 16 TO RETURN-CODE
005090         GOBACK
005100     END-IF
005110     READ RECON-RESTART-FILE
005120         AT END
005130             CLOSE RECON-RESTART-FILE
005140             GO TO 2200-READ-RECON-RESTART-EXIT
005150     END-READ
005160     IF NOT WS-FILE-STATUS-RRST-OK
005170         DISPLAY "RSTCOORD: READ FAILED FOR RSTRECON - STATUS "
005180             WS-FILE-STATUS-RRST
005190         MOVE 16 TO RETURN-CODE
005200         GOBACK
005210     END-IF
005220     CLOSE RECON-RESTART-FILE
005230     MOVE "RECON" TO WS-FIND-PROGRAM
005240     PERFORM 3900-FIND-STEP THRU 3900-FIND-STEP-EXIT
005250     IF WS-STEP-FOUND-IDX = 0
005260         GO TO 2200-READ-RECON-RESTART-EXIT
005270     END-IF
005280     SET WS-STEP-CHECKPOINT-YES (WS-STEP-FOUND-IDX) TO TRUE
005290     MOVE RRST-KEY TO WS-STEP-CP-KEY (WS-STEP-FOUND-IDX)
005300     IF RRST-KEYS-PROCESSED NUMERIC
005310         MOVE RRST-KEYS-PROCESSED
005320             TO WS-STEP-CP-PROCESSED (WS-STEP-FOUND-IDX)
005330     END-IF
005340     .
005350 2200-READ-RECON-RESTART-EXIT.
005360     EXIT.
005370 2300-READ-APPLY-RESTART.
005380     OPEN INPUT APPLY-RESTART-FILE
005390     IF WS-FILE-STATUS-ARST-NOTFND
005400         GO TO 2300-READ-APPLY-RESTART-EXIT
005410     END-IF
005420     IF NOT WS-FILE-STATUS-ARST-OK
005430         DISPLAY "RSTCOORD: OPEN FAILED FOR RSTDLTAP - STATUS "
005440             WS-FILE-STATUS-ARST
005450         MOVE 16 TO RETURN-CODE
005460         GOBACK
005470     END-IF
005480     READ APPLY-RESTART-FILE
005490         AT END
005500             CLOSE APPLY-RESTART-FILE
005510             GO TO 2300-READ-APPLY-RESTART-EXIT
005520     END-READ
005530     IF NOT WS-FILE-STATUS-ARST-OK
005540         DISPLAY "RSTCOORD: READ FAILED FOR RSTDLTAP - STATUS "
005550             WS-FILE-STATUS-ARST
005560         MOVE 16 TO RETURN-CODE
005570         GOBACK
005580     END-IF
005590     CLOSE APPLY-RESTART-FILE
005600     MOVE "DELTAAPL" TO WS-FIND-PROGRAM
005610     PERFORM 3900-FIND-STEP THRU 3900-FIND-STEP-EXIT
005620     IF WS-STEP-FOUND-IDX = 0
005630         GO TO 2300-READ-APPLY-RESTART-EXIT
005640     END-IF
005650     SET WS-STEP-CHECKPOINT-YES (WS-STEP-FOUND-IDX) TO TRUE
005660     MOVE ARST-KEY TO WS-STEP-CP-KEY (WS-STEP-FOUND-IDX)
005670     IF ARST-TRANS-PROCESSED NUMERIC
005680         MOVE ARST-TRANS-PROCESSED
005690             TO WS-STEP-CP-PROCESSED (WS-STEP-FOUND-IDX)
005700     END-IF
005710     .
005720 2300-READ-APPLY-RESTART-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------*
005750* 3000 - ONE STEP'S PLAN.  COMPLETION (RUNCTL OR CTLFILE) WINS
005760* OVER A CHECKPOINT: THE STEP IS SKIPPED AND THE LEFTOVER
005770* CHECKPOINT IS FLAGGED.  THE FIRST STEP NOT COMPLETED IS WHERE
005780* THE STREAM RESTARTS; A COMPLETED STEP AFTER IT IS STILL
005790* SKIPPED, BUT FLAGGED, AS ITS INPUTS CAME FROM AN UNFINISHED
005800* NIGHT.
005810*----------------------------------------------------------------*
005820 3000-PLAN-ONE-STEP.
005830     MOVE SPACES TO WS-EDIT-NOTE
005840     EVALUATE TRUE
005850         WHEN WS-STEP-RUNCTL-FORCED (WS-STEP-IDX)
005860             MOVE "F" TO WS-STEP-FOUND (WS-STEP-IDX)
005870             MOVE "COMPLETED UNDER FORCE" TO WS-EDIT-FOUND
005880         WHEN WS-STEP-RUNCTL-DONE (WS-STEP-IDX)
005890                 OR WS-STEP-CTL-COUNT (WS-STEP-IDX) > 0
005900             MOVE "C" TO WS-STEP-FOUND (WS-STEP-IDX)
005910             MOVE "COMPLETED" TO WS-EDIT-FOUND
005920         WHEN WS-STEP-CHECKPOINT-YES (WS-STEP-IDX)
005930             MOVE "P" TO WS-STEP-FOUND (WS-STEP-IDX)
005940             MOVE "STOPPED AT A CHECKPOINT" TO WS-EDIT-FOUND
005950         WHEN OTHER
005960             MOVE "N" TO WS-STEP-FOUND (WS-STEP-IDX)
005970             MOVE "NO TRACE" TO WS-EDIT-FOUND
005980     END-EVALUATE
005990     EVALUATE WS-STEP-FOUND (WS-STEP-IDX)
006000         WHEN "C"
006010         WHEN "F"
006020             MOVE "S" TO WS-STEP-ACTION (WS-STEP-IDX)
006030             MOVE "SKIP" TO WS-EDIT-ACTION
006040             ADD 1 TO WS-SKIP-COUNT
006050             PERFORM 3100-NOTE-COMPLETED-STEP
006060                 THRU 3100-NOTE-COMPLETED-STEP-EXIT
006070         WHEN "P"
006080             MOVE "R" TO WS-STEP-ACTION (WS-STEP-IDX)
006090             MOVE "RESUME" TO WS-EDIT-ACTION
006100             ADD 1 TO WS-RESUME-COUNT
006110             MOVE WS-STEP-CP-PROCESSED (WS-STEP-IDX)
006120                 TO WS-EDIT-COUNT
006130             STRING "AFTER KEY " DELIMITED BY SIZE
006140                 WS-STEP-CP-KEY (WS-STEP-IDX) DELIMITED BY SIZE
006150                 " - " DELIMITED BY SIZE
006160                 WS-EDIT-COUNT DELIMITED BY SIZE
006170                 " DONE" DELIMITED BY SIZE
006180                 INTO WS-EDIT-NOTE
006190         WHEN OTHER
006200             MOVE "N" TO WS-STEP-ACTION (WS-STEP-IDX)
006210             MOVE "RUN" TO WS-EDIT-ACTION
006220             ADD 1 TO WS-RUN-COUNT
006230             IF WS-STEP-PROGRAM (WS-STEP-IDX) = "RECON"
006240                     OR WS-STEP-PROGRAM (WS-STEP-IDX) = "EXCAGE"
006250                 MOVE "FROM THE START - NO FORCE NEEDED"
006260                     TO WS-EDIT-NOTE
006270             ELSE
006280                 MOVE "FROM THE START" TO WS-EDIT-NOTE
006290             END-IF
006300     END-EVALUATE
006310     IF WS-STEP-ACTION (WS-STEP-IDX) NOT = "S"
006320             AND WS-RESTART-AT-IDX = 0
006330         MOVE WS-STEP-IDX TO WS-RESTART-AT-IDX
006340     END-IF
006350     PERFORM 3200-WRITE-PLAN-RECORD
006360         THRU 3200-WRITE-PLAN-RECORD-EXIT
006370     MOVE WS-STEP-IDX TO WS-EDIT-SEQ
006380     MOVE SPACES TO WS-REPORT-LINE
006390     STRING " " DELIMITED BY SIZE
006400         WS-EDIT-SEQ DELIMITED BY SIZE
006410         " " DELIMITED BY SIZE
006420         WS-STEP-PROGRAM (WS-STEP-IDX) DELIMITED BY SIZE
006430         " " DELIMITED BY SIZE
006440         WS-EDIT-FOUND DELIMITED BY SIZE
006450         " " DELIMITED BY SIZE
006460         WS-EDIT-ACTION DELIMITED BY SIZE
006470         " " DELIMITED BY SIZE
006480         WS-EDIT-NOTE DELIMITED BY SIZE
006490         INTO WS-REPORT-LINE
006500     PERFORM 8900-WRITE-REPORT-LINE
006510         THRU 8900-WRITE-REPORT-LINE-EXIT
006520     .
006530 3000-PLAN-ONE-STEP-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------*
006560* 3100 - THE NOTE ON A SKIPPED STEP; THE TWO ODD CASES ARE
006570* WARNINGS (RC=4).
006580*----------------------------------------------------------------*
006590 3100-NOTE-COMPLETED-STEP.
006600     IF WS-RESTART-AT-IDX > 0
006610         ADD 1 TO WS-WARNING-COUNT
006620         MOVE "CHECK - COMPLETED AHEAD OF AN UNFINISHED STEP"
006630             TO WS-EDIT-NOTE
006640         GO TO 3100-NOTE-COMPLETED-STEP-EXIT
006650     END-IF
006660     IF WS-STEP-CHECKPOINT-YES (WS-STEP-IDX)
006670         ADD 1 TO WS-WARNING-COUNT
006680         MOVE "CHECK - STALE CHECKPOINT, CLEAR ITS RESTART DSN"
006690             TO WS-EDIT-NOTE
006700         GO TO 3100-NOTE-COMPLETED-STEP-EXIT
006710     END-IF
006720     IF WS-STEP-RUNCTL-SW (WS-STEP-IDX) NOT = "N"
006730         MOVE "DONE FOR THE CYCLE - DO NOT SUPPLY FORCE"
006740             TO WS-EDIT-NOTE
006750     ELSE
006760         MOVE "DONE FOR THE CYCLE" TO WS-EDIT-NOTE
006770     END-IF
006780     .
006790 3100-NOTE-COMPLETED-STEP-EXIT.
006800     EXIT.
006810 3200-WRITE-PLAN-RECORD.
006820     MOVE SPACES TO RECRSC-RECORD
006830     MOVE WS-CYCLE-DATE TO RECRSC-CYCLE-DATE
006840     MOVE WS-STEP-PROGRAM (WS-STEP-IDX) TO RECRSC-PROGRAM-ID
006850     MOVE WS-STEP-IDX TO RECRSC-STEP-SEQ
006860     MOVE WS-STEP-ACTION (WS-STEP-IDX) TO RECRSC-ACTION
006870     MOVE WS-STEP-FOUND (WS-STEP-IDX) TO RECRSC-FOUND
006880     MOVE WS-STEP-CP-KEY (WS-STEP-IDX) TO RECRSC-CHECKPOINT-KEY
006890     MOVE WS-STEP-CP-PROCESSED (WS-STEP-IDX)
006900         TO RECRSC-KEYS-PROCESSED
006910     MOVE WS-RUN-DATE TO RECRSC-PLAN-DATE
006920     MOVE WS-RUN-TIME TO RECRSC-PLAN-TIME
006930     WRITE RECRSC-RECORD
006940     IF NOT WS-FILE-STATUS-PLAN-OK
006950         DISPLAY "RSTCOORD: WRITE FAILED FOR RSTCTL - STATUS "
006960             WS-FILE-STATUS-PLAN
006970         MOVE 16 TO RETURN-CODE
006980         GOBACK
006990     END-IF
007000     .
007010 3200-WRITE-PLAN-RECORD-EXIT.
007020     EXIT.
007030 3900-FIND-STEP.
007040     MOVE ZERO TO WS-STEP-FOUND-IDX
007050     PERFORM 3910-MATCH-ONE-STEP THRU 3910-MATCH-ONE-STEP-EXIT
007060         VARYING WS-FIND-IDX FROM 1 BY 1
007070         UNTIL WS-FIND-IDX > WS-STEP-COUNT
007080             OR WS-STEP-FOUND-IDX > 0
007090     .
007100 3900-FIND-STEP-EXIT.
007110     EXIT.
007120 3910-MATCH-ONE-STEP.
007130     IF WS-STEP-PROGRAM (WS-FIND-IDX) = WS-FIND-PROGRAM
007140         MOVE WS-FIND-IDX TO WS-STEP-FOUND-IDX
007150     END-IF
007160     .
007170 3910-MATCH-ONE-STEP-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------*
007200* 8000 - THE PLAN'S TOTALS AND WHERE THE STREAM PICKS UP.
007210*----------------------------------------------------------------*
007220 8000-PRINT-TOTALS.
007230     MOVE SPACES TO WS-REPORT-LINE
007240     PERFORM 8900-WRITE-REPORT-LINE
007250         THRU 8900-WRITE-REPORT-LINE-EXIT
007260     MOVE SPACES TO WS-REPORT-LINE
007270     MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT
007280     STRING "STEPS TO SKIP       : " DELIMITED BY SIZE
007290         WS-EDIT-COUNT DELIMITED BY SIZE
007300         INTO WS-REPORT-LINE
007310     PERFORM 8900-WRITE-REPORT-LINE
007320         THRU 8900-WRITE-REPORT-LINE-EXIT
007330     MOVE SPACES TO WS-REPORT-LINE
007340     MOVE WS-RESUME-COUNT TO WS-EDIT-COUNT
007350     STRING "STEPS TO RESUME     : " DELIMITED BY SIZE
007360         WS-EDIT-COUNT DELIMITED BY SIZE
007370         INTO WS-REPORT-LINE
007380     PERFORM 8900-WRITE-REPORT-LINE
007390         THRU 8900-WRITE-REPORT-LINE-EXIT
007400     MOVE SPACES TO WS-REPORT-LINE
007410     MOVE WS-RUN-COUNT TO WS-EDIT-COUNT
007420     STRING "STEPS TO RUN        : " DELIMITED BY SIZE
007430         WS-EDIT-COUNT DELIMITED BY SIZE
007440         INTO WS-REPORT-LINE
007450     PERFORM 8900-WRITE-REPORT-LINE
007460         THRU 8900-WRITE-REPORT-LINE-EXIT
007470     MOVE SPACES TO WS-REPORT-LINE
007480     MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
007490     STRING "STEPS TO CHECK      : " DELIMITED BY SIZE
007500         WS-EDIT-COUNT DELIMITED BY SIZE
007510         INTO WS-REPORT-LINE
007520     PERFORM 8900-WRITE-REPORT-LINE
007530         THRU 8900-WRITE-REPORT-LINE-EXIT
007540     MOVE SPACES TO WS-REPORT-LINE
007550     IF WS-RESTART-AT-IDX = 0
007560         MOVE "EVERY STEP COMPLETED - NOTHING TO RESTART"
007570             TO WS-REPORT-LINE
007580     ELSE
007590         STRING "RESTART THE STREAM AT STEP " DELIMITED BY SIZE
007600             WS-STEP-PROGRAM (WS-RESTART-AT-IDX)
007610                 DELIMITED BY SPACE
007620             " - COMPLETED STEPS SKIP THEMSELVES FROM RSTCTL"
007630             DELIMITED BY SIZE
007640             INTO WS-REPORT-LINE
007650     END-IF
007660     PERFORM 8900-WRITE-REPORT-LINE
007670         THRU 8900-WRITE-REPORT-LINE-EXIT
007680     .
007690 8000-PRINT-TOTALS-EXIT.
007700     EXIT.
007710 8900-WRITE-REPORT-LINE.
007720     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007730     IF NOT WS-FILE-STATUS-RPT-OK
007740         DISPLAY "RSTCOORD: WRITE FAILED FOR RSTPRT - STATUS "
007750             WS-FILE-STATUS-RPT
007760         MOVE 16 TO RETURN-CODE
007770         GOBACK
007780     END-IF
007790     .
007800 8900-WRITE-REPORT-LINE-EXIT.
007810     EXIT.
007820 9999-TERMINATE.
007830     CLOSE REPORT-FILE
007840     CLOSE RSTCTL-FILE
007850     IF WS-RESTART-AT-IDX = 0
007860         DISPLAY "RSTCOORD: CYCLE " WS-CYCLE-DATE
007870             " COMPLETE - NOTHING TO RESTART"
007880     ELSE
007890         DISPLAY "RSTCOORD: CYCLE " WS-CYCLE-DATE
007900             " RESTARTS AT STEP "
007910             WS-STEP-PROGRAM (WS-RESTART-AT-IDX)
007920     END-IF
007930     IF WS-WARNING-COUNT > 0
007940         MOVE 4 TO RETURN-CODE
007950     END-IF
007960     .
007970 9999-TERMINATE-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------*
008000* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
008010*----------------------------------------------------------------*
008020 COPY "RECSTP.cpy".
008030 END PROGRAM RSTCOORD.
