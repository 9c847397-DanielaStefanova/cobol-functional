000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DLTMERGE.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* DLTMERGE - MULTI-SOURCE DELTA MERGE.
000090*
000100* DELTA TRANSACTIONS NOW COME FROM SEVERAL PLACES - DELTAGEN,
000110* APPROVED CORRGEN CORRECTIONS, THE SUSPRECY RECYCLE AND FILES
000120* THE UPSTREAM SYSTEMS SUPPLY.  THIS STEP MERGES UP TO EIGHT
000130* RECDLT INPUTS (DLTIN01 - DLTIN08) INTO THE ONE ASCENDING
000140* TRANSACTION FILE (DLTOUT) DELTAAPL TAKES.  EACH INPUT IS NAMED
000150* BY A SYSIN CARD WITH ITS SOURCE ID AND PRIORITY:
000160*     SOURCE NN SOURCEID PPP   DLTINNN IS SOURCE SOURCEID AT
000170*                              PRIORITY PPP (1-999, HIGHER WINS;
000180*                              NO TWO SOURCES MAY SHARE ONE)
000190* AN INPUT WITH NO CARD IS NOT READ; ONE WITH A CARD BUT NO
000200* DATASET IS AN EMPTY SOURCE AND IS SHOWN AS NOT PRESENT.  THE
000210* INPUTS NEED NOT BE IN KEY ORDER - EVERY TRANSACTION IS SORTED
000220* ON KEY, PRIORITY (HIGHEST FIRST) AND ARRIVAL.
000230* WHERE TWO SOURCES TOUCH THE SAME KEY THE HIGHER PRIORITY
000240* TRANSACTION GOES TO DLTOUT AND EVERY OTHER ONE GOES TO THE
000250* CONFLICT FILE (DLTCONF, RECDLT LAYOUT, SUSPENSE REASON CF) AND
000260* IS SHOWN BESIDE THE WINNER ON THE CONFLICT REPORT (DLTMRPT),
000270* SO A CORRECTION IS NEVER OVERWRITTEN BY THE NIGHTLY FEED
000280* WITHOUT A TRACE.  A SECOND TRANSACTION FOR A KEY FROM THE SAME
000290* SOURCE IS TREATED THE SAME WAY.  A KEY CHANGE LEG WHOSE
000300* PARTNER LEG LOST A CONFLICT IS WITHDRAWN TO DLTCONF AS WELL -
000310* HALF A KEY CHANGE WOULD LEAVE THE RECORD ON BOTH KEYS OR
000320* NEITHER.
000330* RC=0 CLEAN, RC=4 ANY CONFLICT OR WITHDRAWN LEG, RC=16 CARD OR
000340* I/O ERROR.
000350*
000360* MODIFICATION HISTORY.
000370*   2026-10-15 DS   INITIAL VERSION.
000380*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000390*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000400*                   THE STEPSLA BATCH-WINDOW REPORT.
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DLTIN01-FILE ASSIGN TO DLTIN01
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS-IN.
000490     SELECT DLTIN02-FILE ASSIGN TO DLTIN02
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-IN.
000520     SELECT DLTIN03-FILE ASSIGN TO DLTIN03
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-IN.
000550     SELECT DLTIN04-FILE ASSIGN TO DLTIN04
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-IN.
000580     SELECT DLTIN05-FILE ASSIGN TO DLTIN05
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FILE-STATUS-IN.
000610     SELECT DLTIN06-FILE ASSIGN TO DLTIN06
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FILE-STATUS-IN.
000640     SELECT DLTIN07-FILE ASSIGN TO DLTIN07
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FILE-STATUS-IN.
000670     SELECT DLTIN08-FILE ASSIGN TO DLTIN08
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FILE-STATUS-IN.
000700     SELECT SORT-FILE ASSIGN TO SORTWK.
000710     SELECT WORK-FILE ASSIGN TO DLTMWK
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FILE-STATUS-WRK.
000740     SELECT DLTOUT-FILE ASSIGN TO DLTOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-FILE-STATUS-DOUT.
000770     SELECT CONFLICT-FILE ASSIGN TO DLTCONF
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FILE-STATUS-CONF.
000800     SELECT REPORT-FILE ASSIGN TO DLTMRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-FILE-STATUS-RPT.
000830     SELECT PARM-FILE ASSIGN TO SYSIN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-FILE-STATUS-PARM.
000860     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS RECSTW-FILE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  DLTIN01-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  DLTIN01-RECORD                  PIC X(1060).
000940 FD  DLTIN02-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  DLTIN02-RECORD                  PIC X(1060).
000970 FD  DLTIN03-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  DLTIN03-RECORD                  PIC X(1060).
001000 FD  DLTIN04-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  DLTIN04-RECORD                  PIC X(1060).
001030 FD  DLTIN05-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  DLTIN05-RECORD                  PIC X(1060).
001060 FD  DLTIN06-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  DLTIN06-RECORD                  PIC X(1060).
001090 FD  DLTIN07-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  DLTIN07-RECORD                  PIC X(1060).
001120 FD  DLTIN08-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  DLTIN08-RECORD                  PIC X(1060).
001150*----------------------------------------------------------------*
001160* SORT RECORD - THE TRANSACTION BEHIND ITS KEY, ITS SOURCE'S
001170* PRIORITY AND ITS ARRIVAL NUMBER, SO EACH KEY'S TRANSACTIONS
001180* COME BACK WINNER FIRST.
001190*----------------------------------------------------------------*
001200 SD  SORT-FILE.
001210 01  SORT-RECORD.
001220     05  SRT-KEY                     PIC X(10).
001230     05  SRT-PRIORITY                PIC 9(03).
001240     05  SRT-SEQ                     PIC 9(09).
001250     05  SRT-SRC-IDX                 PIC 9(02).
001260     05  SRT-TRAN                    PIC X(1060).
001270 FD  WORK-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  WORK-RECORD.
001300     05  WORK-SRC-IDX                PIC 9(02).
001310     05  WORK-TRAN                   PIC X(1060).
001320 FD  DLTOUT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY "RECDLT.cpy".
001350 FD  CONFLICT-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==CONF-==.
001380 FD  REPORT-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  REPORT-RECORD                   PIC X(80).
001410 FD  PARM-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  PARM-RECORD                     PIC X(80).
001440 FD  STEPTIME-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 COPY "RECSTM.cpy".
001470 WORKING-STORAGE SECTION.
001480 01  WS-EOF-SWITCHES.
001490     05  WS-EOF-IN-SW                PIC X(01) VALUE "N".
001500         88  WS-EOF-IN-YES                      VALUE "Y".
001510         88  WS-EOF-IN-NO                       VALUE "N".
001520     05  WS-EOF-SORT-SW              PIC X(01) VALUE "N".
001530         88  WS-EOF-SORT-YES                    VALUE "Y".
001540         88  WS-EOF-SORT-NO                     VALUE "N".
001550     05  WS-EOF-WRK-SW               PIC X(01) VALUE "N".
001560         88  WS-EOF-WRK-YES                     VALUE "Y".
001570         88  WS-EOF-WRK-NO                      VALUE "N".
001580     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001590         88  WS-PARM-EOF-YES                    VALUE "Y".
001600         88  WS-PARM-EOF-NO                     VALUE "N".
001610 01  WS-FILE-STATUSES.
001620     05  WS-FILE-STATUS-IN           PIC X(02) VALUE "00".
001630         88  WS-FILE-STATUS-IN-OK              VALUE "00".
001640         88  WS-FILE-STATUS-IN-NOTFND          VALUE "35".
001650     05  WS-FILE-STATUS-WRK          PIC X(02) VALUE "00".
001660         88  WS-FILE-STATUS-WRK-OK             VALUE "00".
001670     05  WS-FILE-STATUS-DOUT         PIC X(02) VALUE "00".
001680         88  WS-FILE-STATUS-DOUT-OK            VALUE "00".
001690     05  WS-FILE-STATUS-CONF         PIC X(02) VALUE "00".
001700         88  WS-FILE-STATUS-CONF-OK            VALUE "00".
001710     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001720         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001730     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001740         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001750         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001760 01  WS-COUNTERS COMP-3.
001770     05  WS-ARRIVAL-SEQ              PIC 9(09) VALUE ZERO.
001780     05  WS-KEY-COUNT                PIC 9(09) VALUE ZERO.
001790     05  WS-WRITTEN-COUNT            PIC 9(09) VALUE ZERO.
001800     05  WS-CONFLICT-COUNT           PIC 9(07) VALUE ZERO.
001810     05  WS-WITHDRAWN-COUNT          PIC 9(07) VALUE ZERO.
001820 01  WS-PARM-CARD.
001830     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001840     05  FILLER                      PIC X(79).
001850 01  WS-CARD-FIELDS.
001860     05  WS-CARD-VERB                PIC X(10).
001870     05  WS-CARD-OPERAND-1           PIC X(10).
001880     05  WS-CARD-OPERAND-2           PIC X(10).
001890     05  WS-CARD-OPERAND-3           PIC X(10).
001900 01  WS-CARD-NN-X                    PIC X(02).
001910 01  WS-CARD-NN REDEFINES WS-CARD-NN-X
001920                                     PIC 9(02).
001930 01  WS-CARD-PRI-X                   PIC X(03).
001940 01  WS-CARD-PRI REDEFINES WS-CARD-PRI-X
001950                                     PIC 9(03).
001960*----------------------------------------------------------------*
001970* THE SOURCES THE SYSIN CARDS NAME, ONE SLOT PER DLTINNN DD,
001980* WITH WHAT EACH CONTRIBUTED.
001990*----------------------------------------------------------------*
002000 01  WS-SOURCE-TABLE.
002010     05  WS-SRC-MAX                  PIC S9(04) COMP VALUE 8.
002020     05  WS-SRC-DECLARED-COUNT       PIC S9(04) COMP VALUE ZERO.
002030     05  WS-SRC-ENTRY OCCURS 8 TIMES.
002040         10  WS-SRC-DECLARED-SW      PIC X(01).
002050             88  WS-SRC-DECLARED-YES            VALUE "Y".
002060         10  WS-SRC-PRESENT-SW       PIC X(01).
002070             88  WS-SRC-PRESENT-YES             VALUE "Y".
002080         10  WS-SRC-ID               PIC X(08).
002090         10  WS-SRC-PRIORITY         PIC 9(03).
002100         10  WS-SRC-READ             PIC 9(07) COMP-3.
002110         10  WS-SRC-WON              PIC 9(07) COMP-3.
002120         10  WS-SRC-LOST             PIC 9(07) COMP-3.
002130 01  WS-SRC-IDX                      PIC S9(04) COMP.
002140 01  WS-SRC-IDX2                     PIC S9(04) COMP.
002150 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WS-IN-==.
002160*----------------------------------------------------------------*
002170* THE WINNING TRANSACTION FOR THE KEY IN HAND, AND THE LOSER
002180* BEING SHOWN BESIDE IT.
002190*----------------------------------------------------------------*
002200 01  WS-GRP-KEY                      PIC X(10) VALUE LOW-VALUES.
002210 01  WS-WIN-SRC-IDX                  PIC S9(04) COMP.
002220 01  WS-LOSE-SRC-IDX                 PIC S9(04) COMP.
002230 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WS-WIN-==.
002240 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WS-LOSE-==.
002250*----------------------------------------------------------------*
002260* KEY CHANGE LEGS THAT LOST A CONFLICT, EACH WITH ITS PARTNER
002270* KEY.  THE WINNING LEG AT THE PARTNER KEY IS WITHDRAWN WHEN THE
002280* WORK FILE IS COPIED TO DLTOUT.
002290*----------------------------------------------------------------*
002300 01  WS-KC-TABLE.
002310     05  WS-KC-COUNT                 PIC S9(04) COMP VALUE ZERO.
002320     05  WS-KC-MAX                   PIC S9(04) COMP VALUE 2000.
002330     05  WS-KC-ENTRY OCCURS 2000 TIMES.
002340         10  WS-KC-LOST-KEY          PIC X(10).
002350         10  WS-KC-PARTNER-KEY       PIC X(10).
002360 01  WS-KC-IDX                       PIC S9(04) COMP.
002370 01  WS-KC-HIT                       PIC S9(04) COMP.
002380 01  WS-KC-PARTNER                   PIC X(10).
002390*----------------------------------------------------------------*
002400* WHERE THE TWO AFTER IMAGES FIRST DIFFER - THE CONFLICT REPORT
002410* SHOWS THIRTY BYTES OF EACH FROM THERE.
002420*----------------------------------------------------------------*
002430 01  WS-DIFF-POS                     PIC S9(04) COMP.
002440 01  WS-DIFF-IDX                     PIC S9(04) COMP.
002450 01  WS-EDIT-POS                     PIC ZZ9.
002460 01  WS-EDIT-PRI                     PIC 9(03).
002470 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002480 01  WS-EDIT-SRC-NN                  PIC 9(02).
002490 01  WS-REPORT-LINE                  PIC X(80).
002500 01  WS-RUN-DATE                     PIC X(08).
002510*----------------------------------------------------------------*
002520* SIDE-BY-SIDE LINE OF THE CONFLICT REPORT.
002530*----------------------------------------------------------------*
002540 01  WS-SBS-LINE.
002550     05  WS-SBS-LABEL                PIC X(16).
002560     05  WS-SBS-WIN                  PIC X(31).
002570     05  FILLER                      PIC X(01) VALUE SPACES.
002580     05  WS-SBS-LOSE                 PIC X(31).
002590     05  FILLER                      PIC X(01) VALUE SPACES.
002600*----------------------------------------------------------------*
002610* SOURCE SUMMARY LINE.
002620*----------------------------------------------------------------*
002630 01  WS-SRC-LINE.
002640     05  FILLER                      PIC X(05) VALUE "DLTIN".
002650     05  WS-SL-NN                    PIC 9(02).
002660     05  FILLER                      PIC X(02) VALUE SPACES.
002670     05  WS-SL-ID                    PIC X(08).
002680     05  FILLER                      PIC X(02) VALUE SPACES.
002690     05  WS-SL-PRIORITY              PIC 9(03).
002700     05  FILLER                      PIC X(02) VALUE SPACES.
002710     05  WS-SL-READ                  PIC ZZZZZZ9.
002720     05  FILLER                      PIC X(02) VALUE SPACES.
002730     05  WS-SL-WON                   PIC ZZZZZZ9.
002740     05  FILLER                      PIC X(02) VALUE SPACES.
002750     05  WS-SL-LOST                  PIC ZZZZZZ9.
002760     05  FILLER                      PIC X(02) VALUE SPACES.
002770     05  WS-SL-NOTE                  PIC X(29).
002780 COPY "RECSTW.cpy".
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
002810     MOVE "DLTMERGE" TO RECSTW-PROGRAM-ID
002820     PERFORM 9800-START-STEP-TIMING
002830         THRU 9800-START-STEP-TIMING-EXIT
002840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002850     SORT SORT-FILE
002860         ON ASCENDING KEY SRT-KEY
002870         ON DESCENDING KEY SRT-PRIORITY
002880         ON ASCENDING KEY SRT-SEQ
002890         INPUT PROCEDURE IS 2000-RELEASE-SOURCES
002900             THRU 2000-RELEASE-SOURCES-EXIT
002910         OUTPUT PROCEDURE IS 3000-PICK-WINNERS
002920             THRU 3000-PICK-WINNERS-EXIT
002930     IF SORT-RETURN NOT = ZERO
002940         DISPLAY "DLTMERGE: TRANSACTION SORT FAILED"
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     PERFORM 6000-WRITE-DLTOUT THRU 6000-WRITE-DLTOUT-EXIT
002990     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
003000     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
003010     COMPUTE RECSTW-RECORD-COUNT = WS-WRITTEN-COUNT
003020         + WS-CONFLICT-COUNT
003030     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003040     PERFORM 9810-WRITE-STEP-TIMING
003050         THRU 9810-WRITE-STEP-TIMING-EXIT
003060     GOBACK
003070     .
003080 0000-MAINLINE-EXIT.
003090     EXIT.
003100 1000-INITIALIZE.
003110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003120     PERFORM 1050-CLEAR-SOURCE THRU 1050-CLEAR-SOURCE-EXIT
003130         VARYING WS-SRC-IDX FROM 1 BY 1
003140         UNTIL WS-SRC-IDX > WS-SRC-MAX
003150     PERFORM 1100-READ-PARM-CARDS
003160         THRU 1100-READ-PARM-CARDS-EXIT
003170     IF WS-SRC-DECLARED-COUNT = 0
003180         DISPLAY "DLTMERGE: NO SOURCE CARD ON SYSIN"
003190         MOVE 16 TO RETURN-CODE
003200         GOBACK
003210     END-IF
003220     OPEN OUTPUT CONFLICT-FILE
003230     IF NOT WS-FILE-STATUS-CONF-OK
003240         DISPLAY "DLTMERGE: OPEN FAILED FOR DLTCONF - STATUS "
003250             WS-FILE-STATUS-CONF
003260         MOVE 16 TO RETURN-CODE
003270         GOBACK
003280     END-IF
003290     OPEN OUTPUT REPORT-FILE
003300     IF NOT WS-FILE-STATUS-RPT-OK
003310         DISPLAY "DLTMERGE: OPEN FAILED FOR DLTMRPT - STATUS "
003320             WS-FILE-STATUS-RPT
003330         MOVE 16 TO RETURN-CODE
003340         GOBACK
003350     END-IF
003360     MOVE SPACES TO WS-REPORT-LINE
003370     STRING "DELTA MERGE CONFLICT REPORT - RUN " WS-RUN-DATE
003380         DELIMITED BY SIZE
003390         INTO WS-REPORT-LINE
003400     PERFORM 8900-WRITE-REPORT-LINE
003410         THRU 8900-WRITE-REPORT-LINE-EXIT
003420     MOVE SPACES TO WS-REPORT-LINE
003430     PERFORM 8900-WRITE-REPORT-LINE
003440         THRU 8900-WRITE-REPORT-LINE-EXIT
003450     .
003460 1000-INITIALIZE-EXIT.
003470     EXIT.
003480 1050-CLEAR-SOURCE.
003490     MOVE "N" TO WS-SRC-DECLARED-SW (WS-SRC-IDX)
003500     MOVE "N" TO WS-SRC-PRESENT-SW (WS-SRC-IDX)
003510     MOVE SPACES TO WS-SRC-ID (WS-SRC-IDX)
003520     MOVE ZERO TO WS-SRC-PRIORITY (WS-SRC-IDX)
003530     MOVE ZERO TO WS-SRC-READ (WS-SRC-IDX)
003540     MOVE ZERO TO WS-SRC-WON (WS-SRC-IDX)
003550     MOVE ZERO TO WS-SRC-LOST (WS-SRC-IDX)
003560     .
003570 1050-CLEAR-SOURCE-EXIT.
003580     EXIT.
003590 1100-READ-PARM-CARDS.
003600     OPEN INPUT PARM-FILE
003610     IF WS-FILE-STATUS-PARM-NOTFND
003620         SET WS-PARM-EOF-YES TO TRUE
003630         GO TO 1100-READ-PARM-CARDS-EXIT
003640     END-IF
003650     IF NOT WS-FILE-STATUS-PARM-OK
003660         DISPLAY "DLTMERGE: OPEN FAILED FOR SYSIN - STATUS "
003670             WS-FILE-STATUS-PARM
003680         MOVE 16 TO RETURN-CODE
003690         GOBACK
003700     END-IF
003710     PERFORM 1110-READ-PARM-CARD
003720         THRU 1110-READ-PARM-CARD-EXIT
003730         UNTIL WS-PARM-EOF-YES
003740     CLOSE PARM-FILE
003750     .
003760 1100-READ-PARM-CARDS-EXIT.
003770     EXIT.
003780 1110-READ-PARM-CARD.
003790     READ PARM-FILE INTO WS-PARM-CARD
003800         AT END
003810             SET WS-PARM-EOF-YES TO TRUE
003820             GO TO 1110-READ-PARM-CARD-EXIT
003830     END-READ
003840     IF NOT WS-FILE-STATUS-PARM-OK
003850         DISPLAY "DLTMERGE: READ FAILED FOR SYSIN - STATUS "
003860             WS-FILE-STATUS-PARM
003870         MOVE 16 TO RETURN-CODE
003880         GOBACK
003890     END-IF
003900     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003910         GO TO 1110-READ-PARM-CARD-EXIT
003920     END-IF
003930     MOVE SPACES TO WS-CARD-FIELDS
003940     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003950         INTO WS-CARD-VERB WS-CARD-OPERAND-1 WS-CARD-OPERAND-2
003960             WS-CARD-OPERAND-3
003970     END-UNSTRING
003980     IF WS-CARD-VERB NOT = "SOURCE"
003990         DISPLAY "DLTMERGE: UNRECOGNIZED PARM CARD - "
004000             WS-PARM-CARD
004010         MOVE 16 TO RETURN-CODE
004020         GOBACK
004030     END-IF
004040     PERFORM 1150-APPLY-SOURCE-CARD
004050         THRU 1150-APPLY-SOURCE-CARD-EXIT
004060     .
004070 1110-READ-PARM-CARD-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------*
004100* 1150 - SOURCE NN SOURCEID PPP.  NN IS 01-08; THE SOURCE ID IS
004110* ONE TO EIGHT CHARACTERS; PPP IS ONE TO THREE DIGITS, 1-999.
004120* A SECOND CARD FOR ONE DD, OR TWO SOURCES AT ONE PRIORITY,
004130* WOULD LEAVE THE WINNER OF A CONFLICT UNDECIDED AND STOPS THE
004140* RUN.
004150*----------------------------------------------------------------*
004160 1150-APPLY-SOURCE-CARD.
004170     MOVE WS-CARD-OPERAND-1 TO WS-CARD-NN-X
004180     IF WS-CARD-NN NOT NUMERIC
004190             OR WS-CARD-OPERAND-1 (3:) NOT = SPACES
004200             OR WS-CARD-NN = 0 OR WS-CARD-NN > WS-SRC-MAX
004210         DISPLAY "DLTMERGE: BAD SOURCE NUMBER - "
004220             WS-CARD-OPERAND-1
004230         MOVE 16 TO RETURN-CODE
004240         GOBACK
004250     END-IF
004260     MOVE WS-CARD-NN TO WS-SRC-IDX
004270     IF WS-SRC-DECLARED-YES (WS-SRC-IDX)
004280         DISPLAY "DLTMERGE: SOURCE " WS-CARD-NN-X
004290             " DECLARED TWICE"
004300         MOVE 16 TO RETURN-CODE
004310         GOBACK
004320     END-IF
004330     IF WS-CARD-OPERAND-2 = SPACES
004340             OR WS-CARD-OPERAND-2 (9:) NOT = SPACES
004350         DISPLAY "DLTMERGE: BAD SOURCE ID - " WS-CARD-OPERAND-2
004360         MOVE 16 TO RETURN-CODE
004370         GOBACK
004380     END-IF
004390     MOVE ZERO TO WS-CARD-PRI
004400     EVALUATE TRUE
004410         WHEN WS-CARD-OPERAND-3 (4:) NOT = SPACES
004420             MOVE "XXX" TO WS-CARD-PRI-X
004430         WHEN WS-CARD-OPERAND-3 (3:1) NOT = SPACE
004440             MOVE WS-CARD-OPERAND-3 (1:3) TO WS-CARD-PRI-X
004450         WHEN WS-CARD-OPERAND-3 (2:1) NOT = SPACE
004460             MOVE WS-CARD-OPERAND-3 (1:2) TO WS-CARD-PRI-X (2:2)
004470         WHEN OTHER
004480             MOVE WS-CARD-OPERAND-3 (1:1) TO WS-CARD-PRI-X (3:1)
004490     END-EVALUATE
004500     IF WS-CARD-PRI NOT NUMERIC OR WS-CARD-PRI = 0
004510         DISPLAY "DLTMERGE: BAD SOURCE PRIORITY - "
004520             WS-CARD-OPERAND-3
004530         MOVE 16 TO RETURN-CODE
004540         GOBACK
004550     END-IF
004560     PERFORM 1160-CHECK-PRIORITY THRU 1160-CHECK-PRIORITY-EXIT
004570         VARYING WS-SRC-IDX2 FROM 1 BY 1
004580         UNTIL WS-SRC-IDX2 > WS-SRC-MAX
004590     SET WS-SRC-DECLARED-YES (WS-SRC-IDX) TO TRUE
004600     MOVE WS-CARD-OPERAND-2 TO WS-SRC-ID (WS-SRC-IDX)
004610     MOVE WS-CARD-PRI TO WS-SRC-PRIORITY (WS-SRC-IDX)
004620     ADD 1 TO WS-SRC-DECLARED-COUNT
004630     .
004640 1150-APPLY-SOURCE-CARD-EXIT.
004650     EXIT.
004660 1160-CHECK-PRIORITY.
004670     IF WS-SRC-DECLARED-YES (WS-SRC-IDX2)
004680             AND WS-SRC-PRIORITY (WS-SRC-IDX2) = WS-CARD-PRI
004690         DISPLAY "DLTMERGE: PRIORITY " WS-CARD-PRI-X
004700             " GIVEN TO TWO SOURCES"
004710         MOVE 16 TO RETURN-CODE
004720         GOBACK
004730     END-IF
004740     .
004750 1160-CHECK-PRIORITY-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780* 2000 - SORT INPUT: EVERY DECLARED SOURCE IN DD ORDER, EACH
004790* TRANSACTION NUMBERED AS IT ARRIVES AND TAGGED WITH ITS
004800* SOURCE'S SLOT AND PRIORITY.
004810*----------------------------------------------------------------*
004820 2000-RELEASE-SOURCES.
004830     PERFORM 2100-RELEASE-ONE-SOURCE
004840         THRU 2100-RELEASE-ONE-SOURCE-EXIT
004850         VARYING WS-SRC-IDX FROM 1 BY 1
004860         UNTIL WS-SRC-IDX > WS-SRC-MAX
004870     .
004880 2000-RELEASE-SOURCES-EXIT.
004890     EXIT.
004900 2100-RELEASE-ONE-SOURCE.
004910     IF NOT WS-SRC-DECLARED-YES (WS-SRC-IDX)
004920         GO TO 2100-RELEASE-ONE-SOURCE-EXIT
004930     END-IF
004940     PERFORM 2200-OPEN-SOURCE THRU 2200-OPEN-SOURCE-EXIT
004950     IF WS-FILE-STATUS-IN-NOTFND
004960         GO TO 2100-RELEASE-ONE-SOURCE-EXIT
004970     END-IF
004980     IF NOT WS-FILE-STATUS-IN-OK
004990         MOVE WS-SRC-IDX TO WS-EDIT-SRC-NN
005000         DISPLAY "DLTMERGE: OPEN FAILED FOR DLTIN" WS-EDIT-SRC-NN
005010             " - STATUS " WS-FILE-STATUS-IN
005020         MOVE 16 TO RETURN-CODE
005030         GOBACK
005040     END-IF
005050     SET WS-SRC-PRESENT-YES (WS-SRC-IDX) TO TRUE
005060     SET WS-EOF-IN-NO TO TRUE
005070     PERFORM 2300-RELEASE-ONE-TRAN
005080         THRU 2300-RELEASE-ONE-TRAN-EXIT
005090         UNTIL WS-EOF-IN-YES
005100     PERFORM 2500-CLOSE-SOURCE THRU 2500-CLOSE-SOURCE-EXIT
005110     .
005120 2100-RELEASE-ONE-SOURCE-EXIT.
005130     EXIT.
005140 2200-OPEN-SOURCE.
005150     EVALUATE WS-SRC-IDX
005160         WHEN 1
005170             OPEN INPUT DLTIN01-FILE
005180         WHEN 2
005190             OPEN INPUT DLTIN02-FILE
005200         WHEN 3
005210             OPEN INPUT DLTIN03-FILE
005220         WHEN 4
005230             OPEN INPUT DLTIN04-FILE
005240         WHEN 5
005250             OPEN INPUT DLTIN05-FILE
005260         WHEN 6
005270             OPEN INPUT DLTIN06-FILE
005280         WHEN 7
005290             OPEN INPUT DLTIN07-FILE
005300         WHEN OTHER
005310             OPEN INPUT DLTIN08-FILE
005320     END-EVALUATE
005330     .
005340 2200-OPEN-SOURCE-EXIT.
005350     EXIT.
005360 2300-RELEASE-ONE-TRAN.
005370     PERFORM 2400-READ-SOURCE THRU 2400-READ-SOURCE-EXIT
005380     IF WS-EOF-IN-YES
005390         GO TO 2300-RELEASE-ONE-TRAN-EXIT
005400     END-IF
005410     IF NOT WS-FILE-STATUS-IN-OK
005420         MOVE WS-SRC-IDX TO WS-EDIT-SRC-NN
005430         DISPLAY "DLTMERGE: READ FAILED FOR DLTIN" WS-EDIT-SRC-NN
005440             " - STATUS " WS-FILE-STATUS-IN
005450         MOVE 16 TO RETURN-CODE
005460         GOBACK
005470     END-IF
005480     ADD 1 TO WS-SRC-READ (WS-SRC-IDX)
005490     ADD 1 TO WS-ARRIVAL-SEQ
005500     MOVE WS-IN-KEY TO SRT-KEY
005510     MOVE WS-SRC-PRIORITY (WS-SRC-IDX) TO SRT-PRIORITY
005520     MOVE WS-ARRIVAL-SEQ TO SRT-SEQ
005530     MOVE WS-SRC-IDX TO SRT-SRC-IDX
005540     MOVE WS-IN-RECORD TO SRT-TRAN
005550     RELEASE SORT-RECORD
005560     .
005570 2300-RELEASE-ONE-TRAN-EXIT.
005580     EXIT.
005590 2400-READ-SOURCE.
005600     EVALUATE WS-SRC-IDX
005610         WHEN 1
005620             READ DLTIN01-FILE INTO WS-IN-RECORD
005630                 AT END
005640                     SET WS-EOF-IN-YES TO TRUE
005650             END-READ
005660         WHEN 2
005670             READ DLTIN02-FILE INTO WS-IN-RECORD
005680                 AT END
005690                     SET WS-EOF-IN-YES TO TRUE
005700             END-READ
005710         WHEN 3
005720             READ DLTIN03-FILE INTO WS-IN-RECORD
005730                 AT END
005740                     SET WS-EOF-IN-YES TO TRUE
005750             END-READ
005760         WHEN 4
005770             READ DLTIN04-FILE INTO WS-IN-RECORD
005780                 AT END
005790                     SET WS-EOF-IN-YES TO TRUE
005800             END-READ
005810         WHEN 5
005820             READ DLTIN05-FILE INTO WS-IN-RECORD
005830                 AT END
005840                     SET WS-EOF-IN-YES TO TRUE
005850             END-READ
005860         WHEN 6
005870             READ DLTIN06-FILE INTO WS-IN-RECORD
005880                 AT END
005890                     SET WS-EOF-IN-YES TO TRUE
005900             END-READ
005910         WHEN 7
005920             READ DLTIN07-FILE INTO WS-IN-RECORD
005930                 AT END
005940                     SET WS-EOF-IN-YES TO TRUE
005950             END-READ
005960         WHEN OTHER
005970             READ DLTIN08-FILE INTO WS-IN-RECORD
005980                 AT END
005990                     SET WS-EOF-IN-YES TO TRUE
006000             END-READ
006010     END-EVALUATE
006020     .
006030 2400-READ-SOURCE-EXIT.
006040     EXIT.
006050 2500-CLOSE-SOURCE.
006060     EVALUATE WS-SRC-IDX
006070         WHEN 1
006080             CLOSE DLTIN01-FILE
006090         WHEN 2
006100             CLOSE DLTIN02-FILE
006110         WHEN 3
006120             CLOSE DLTIN03-FILE
006130         WHEN 4
006140             CLOSE DLTIN04-FILE
006150         WHEN 5
006160             CLOSE DLTIN05-FILE
006170         WHEN 6
006180             CLOSE DLTIN06-FILE
006190         WHEN 7
006200             CLOSE DLTIN07-FILE
006210         WHEN OTHER
006220             CLOSE DLTIN08-FILE
006230     END-EVALUATE
006240     .
006250 2500-CLOSE-SOURCE-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------*
006280* 3000 - SORT OUTPUT: EACH KEY'S TRANSACTIONS, HIGHEST PRIORITY
006290* FIRST.  THE FIRST IS THE WINNER AND GOES TO THE WORK FILE;
006300* EVERY OTHER ONE LOSES TO IT.
006310*----------------------------------------------------------------*
006320 3000-PICK-WINNERS.
006330     OPEN OUTPUT WORK-FILE
006340     IF NOT WS-FILE-STATUS-WRK-OK
006350         DISPLAY "DLTMERGE: OPEN FAILED FOR DLTMWK - STATUS "
006360             WS-FILE-STATUS-WRK
006370         MOVE 16 TO RETURN-CODE
006380         GOBACK
006390     END-IF
006400     PERFORM 3100-RETURN-ONE-TRAN
006410         THRU 3100-RETURN-ONE-TRAN-EXIT
006420         UNTIL WS-EOF-SORT-YES
006430     CLOSE WORK-FILE
006440     .
006450 3000-PICK-WINNERS-EXIT.
006460     EXIT.
006470 3100-RETURN-ONE-TRAN.
006480     RETURN SORT-FILE
006490         AT END
006500             SET WS-EOF-SORT-YES TO TRUE
006510             GO TO 3100-RETURN-ONE-TRAN-EXIT
006520     END-RETURN
006530     IF SRT-KEY NOT = WS-GRP-KEY
006540         MOVE SRT-KEY TO WS-GRP-KEY
006550         ADD 1 TO WS-KEY-COUNT
006560         MOVE SRT-TRAN TO WS-WIN-RECORD
006570         MOVE SRT-SRC-IDX TO WS-WIN-SRC-IDX
006580         MOVE SRT-SRC-IDX TO WORK-SRC-IDX
006590         MOVE SRT-TRAN TO WORK-TRAN
006600         WRITE WORK-RECORD
006610         IF NOT WS-FILE-STATUS-WRK-OK
006620             DISPLAY "DLTMERGE: WRITE FAILED FOR DLTMWK - STATUS "
006630                 WS-FILE-STATUS-WRK
006640             MOVE 16 TO RETURN-CODE
006650             GOBACK
006660         END-IF
006670         GO TO 3100-RETURN-ONE-TRAN-EXIT
006680     END-IF
006690     MOVE SRT-TRAN TO WS-LOSE-RECORD
006700     MOVE SRT-SRC-IDX TO WS-LOSE-SRC-IDX
006710     PERFORM 3200-LOSE-CONFLICT THRU 3200-LOSE-CONFLICT-EXIT
006720     .
006730 3100-RETURN-ONE-TRAN-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760* 3200 - A TRANSACTION THAT LOST TO THE KEY'S WINNER: ONTO THE
006770* CONFLICT FILE WITH REASON CF, BESIDE THE WINNER ON THE REPORT.
006780* A LOSING KEY CHANGE LEG IS NOTED SO ITS PARTNER IS WITHDRAWN.
006790*----------------------------------------------------------------*
006800 3200-LOSE-CONFLICT.
006810     ADD 1 TO WS-CONFLICT-COUNT
006820     ADD 1 TO WS-SRC-LOST (WS-LOSE-SRC-IDX)
006830     MOVE WS-LOSE-RECORD TO CONF-RECORD
006840     MOVE "CF" TO CONF-SUSP-REASON
006850     PERFORM 7000-WRITE-CONFLICT THRU 7000-WRITE-CONFLICT-EXIT
006860     PERFORM 3300-SHOW-CONFLICT THRU 3300-SHOW-CONFLICT-EXIT
006870     IF WS-LOSE-ACTION-KEYCHG
006880         IF WS-KC-COUNT < WS-KC-MAX
006890             ADD 1 TO WS-KC-COUNT
006900             MOVE WS-LOSE-KEY TO WS-KC-LOST-KEY (WS-KC-COUNT)
006910             IF WS-LOSE-KC-LEG-IN
006920                 MOVE WS-LOSE-KC-FROM-KEY
006930                     TO WS-KC-PARTNER-KEY (WS-KC-COUNT)
006940             ELSE
006950                 MOVE WS-LOSE-KC-TO-KEY
006960                     TO WS-KC-PARTNER-KEY (WS-KC-COUNT)
006970             END-IF
006980         ELSE
006990             DISPLAY "DLTMERGE: MORE THAN 2000 LOSING KEY CHANGE "
007000                 "LEGS - RUN STOPPED"
007010             MOVE 16 TO RETURN-CODE
007020             GOBACK
007030         END-IF
007040     END-IF
007050     .
007060 3200-LOSE-CONFLICT-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------*
007090* 3300 - THE WINNER AND THE LOSER SIDE BY SIDE: SOURCE AND
007100* PRIORITY, ACTION, ORIGIN AND PREPARER, EFFECTIVE AND DELTA RUN
007110* DATES, AND THIRTY BYTES OF EACH AFTER IMAGE FROM THE FIRST
007120* BYTE WHERE THEY DIFFER.
007130*----------------------------------------------------------------*
007140 3300-SHOW-CONFLICT.
007150     MOVE SPACES TO WS-REPORT-LINE
007160     STRING "CONFLICT AT KEY " WS-GRP-KEY
007170         DELIMITED BY SIZE
007180         INTO WS-REPORT-LINE
007190     PERFORM 8900-WRITE-REPORT-LINE
007200         THRU 8900-WRITE-REPORT-LINE-EXIT
007210     MOVE SPACES TO WS-SBS-LINE
007220     MOVE "WINNER - TO DLTOUT" TO WS-SBS-WIN
007230     MOVE "LOSER - TO DLTCONF" TO WS-SBS-LOSE
007240     PERFORM 3390-WRITE-SBS-LINE THRU 3390-WRITE-SBS-LINE-EXIT
007250     MOVE SPACES TO WS-SBS-LINE
007260     MOVE "SOURCE/PRIORITY" TO WS-SBS-LABEL
007270     MOVE WS-SRC-PRIORITY (WS-WIN-SRC-IDX) TO WS-EDIT-PRI
007280     STRING WS-SRC-ID (WS-WIN-SRC-IDX) " " WS-EDIT-PRI
007290         DELIMITED BY SIZE
007300         INTO WS-SBS-WIN
007310     MOVE WS-SRC-PRIORITY (WS-LOSE-SRC-IDX) TO WS-EDIT-PRI
007320     STRING WS-SRC-ID (WS-LOSE-SRC-IDX) " " WS-EDIT-PRI
007330         DELIMITED BY SIZE
007340         INTO WS-SBS-LOSE
007350     PERFORM 3390-WRITE-SBS-LINE THRU 3390-WRITE-SBS-LINE-EXIT
007360     MOVE SPACES TO WS-SBS-LINE
007370     MOVE "ACTION/LEG" TO WS-SBS-LABEL
007380     STRING WS-WIN-ACTION " " WS-WIN-KC-LEG
007390         DELIMITED BY SIZE
007400         INTO WS-SBS-WIN
007410     STRING WS-LOSE-ACTION " " WS-LOSE-KC-LEG
007420         DELIMITED BY SIZE
007430         INTO WS-SBS-LOSE
007440     PERFORM 3390-WRITE-SBS-LINE THRU 3390-WRITE-SBS-LINE-EXIT
007450     MOVE SPACES TO WS-SBS-LINE
007460     MOVE "ORIGIN/PREPARER" TO WS-SBS-LABEL
007470     STRING WS-WIN-ORIGIN " " WS-WIN-PREPARER-ID
007480         DELIMITED BY SIZE
007490         INTO WS-SBS-WIN
007500     STRING WS-LOSE-ORIGIN " " WS-LOSE-PREPARER-ID
007510         DELIMITED BY SIZE
007520         INTO WS-SBS-LOSE
007530     PERFORM 3390-WRITE-SBS-LINE THRU 3390-WRITE-SBS-LINE-EXIT
007540     MOVE SPACES TO WS-SBS-LINE
007550     MOVE "EFFECTIVE/RUN" TO WS-SBS-LABEL
007560     STRING WS-WIN-EFFECTIVE-DATE " " WS-WIN-RUN-DATE
007570         DELIMITED BY SIZE
007580         INTO WS-SBS-WIN
007590     STRING WS-LOSE-EFFECTIVE-DATE " " WS-LOSE-RUN-DATE
007600         DELIMITED BY SIZE
007610         INTO WS-SBS-LOSE
007620     PERFORM 3390-WRITE-SBS-LINE THRU 3390-WRITE-SBS-LINE-EXIT
007630     MOVE 1 TO WS-DIFF-POS
007640     MOVE ZERO TO WS-DIFF-IDX
007650     PERFORM 3350-FIND-DIFFERENCE THRU 3350-FIND-DIFFERENCE-EXIT
007660         VARYING WS-DIFF-IDX FROM 1 BY 1
007670         UNTIL WS-DIFF-IDX > 500 OR WS-DIFF-POS > 1
007680     IF WS-DIFF-POS > 471
007690         MOVE 471 TO WS-DIFF-POS
007700     END-IF
007710     MOVE SPACES TO WS-SBS-LINE
007720     MOVE WS-DIFF-POS TO WS-EDIT-POS
007730     STRING "AFTER FROM " WS-EDIT-POS
007740         DELIMITED BY SIZE
007750         INTO WS-SBS-LABEL
007760     MOVE WS-WIN-AFTER-DATA (WS-DIFF-POS:30) TO WS-SBS-WIN
007770     MOVE WS-LOSE-AFTER-DATA (WS-DIFF-POS:30) TO WS-SBS-LOSE
007780     PERFORM 3390-WRITE-SBS-LINE THRU 3390-WRITE-SBS-LINE-EXIT
007790     MOVE SPACES TO WS-REPORT-LINE
007800     PERFORM 8900-WRITE-REPORT-LINE
007810         THRU 8900-WRITE-REPORT-LINE-EXIT
007820     .
007830 3300-SHOW-CONFLICT-EXIT.
007840     EXIT.
007850 3350-FIND-DIFFERENCE.
007860     IF WS-WIN-AFTER-DATA (WS-DIFF-IDX:1)
007870             NOT = WS-LOSE-AFTER-DATA (WS-DIFF-IDX:1)
007880         MOVE WS-DIFF-IDX TO WS-DIFF-POS
007890         IF WS-DIFF-POS = 1
007900             MOVE 501 TO WS-DIFF-IDX
007910         END-IF
007920     END-IF
007930     .
007940 3350-FIND-DIFFERENCE-EXIT.
007950     EXIT.
007960 3390-WRITE-SBS-LINE.
007970     MOVE WS-SBS-LINE TO WS-REPORT-LINE
007980     PERFORM 8900-WRITE-REPORT-LINE
007990         THRU 8900-WRITE-REPORT-LINE-EXIT
008000     .
008010 3390-WRITE-SBS-LINE-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------*
008040* 6000 - COPY THE WINNERS TO DLTOUT.  A KEY CHANGE LEG WHOSE
008050* PARTNER LEG LOST A CONFLICT IS WITHDRAWN TO DLTCONF INSTEAD.
008060*----------------------------------------------------------------*
008070 6000-WRITE-DLTOUT.
008080     OPEN INPUT WORK-FILE
008090     IF NOT WS-FILE-STATUS-WRK-OK
008100         DISPLAY "DLTMERGE: OPEN FAILED FOR DLTMWK - STATUS "
008110             WS-FILE-STATUS-WRK
008120         MOVE 16 TO RETURN-CODE
008130         GOBACK
008140     END-IF
008150     OPEN OUTPUT DLTOUT-FILE
008160     IF NOT WS-FILE-STATUS-DOUT-OK
008170         DISPLAY "DLTMERGE: OPEN FAILED FOR DLTOUT - STATUS "
008180             WS-FILE-STATUS-DOUT
008190         MOVE 16 TO RETURN-CODE
008200         GOBACK
008210     END-IF
008220     PERFORM 6100-COPY-ONE-WINNER THRU 6100-COPY-ONE-WINNER-EXIT
008230         UNTIL WS-EOF-WRK-YES
008240     CLOSE WORK-FILE
008250     CLOSE DLTOUT-FILE
008260     .
008270 6000-WRITE-DLTOUT-EXIT.
008280     EXIT.
008290 6100-COPY-ONE-WINNER.
008300     READ WORK-FILE
008310         AT END
008320             SET WS-EOF-WRK-YES TO TRUE
008330             GO TO 6100-COPY-ONE-WINNER-EXIT
008340     END-READ
008350     IF NOT WS-FILE-STATUS-WRK-OK
008360         DISPLAY "DLTMERGE: READ FAILED FOR DLTMWK - STATUS "
008370             WS-FILE-STATUS-WRK
008380         MOVE 16 TO RETURN-CODE
008390         GOBACK
008400     END-IF
008410     MOVE WORK-TRAN TO RECDLT-RECORD
008420     MOVE WORK-SRC-IDX TO WS-WIN-SRC-IDX
008430     MOVE ZERO TO WS-KC-HIT
008440     IF RECDLT-ACTION-KEYCHG AND WS-KC-COUNT > 0
008450         IF RECDLT-KC-LEG-IN
008460             MOVE RECDLT-KC-FROM-KEY TO WS-KC-PARTNER
008470         ELSE
008480             MOVE RECDLT-KC-TO-KEY TO WS-KC-PARTNER
008490         END-IF
008500         PERFORM 6200-MATCH-LOST-LEG THRU 6200-MATCH-LOST-LEG-EXIT
008510             VARYING WS-KC-IDX FROM 1 BY 1
008520             UNTIL WS-KC-IDX > WS-KC-COUNT OR WS-KC-HIT > 0
008530     END-IF
008540     IF WS-KC-HIT > 0
008550         PERFORM 6300-WITHDRAW-LEG THRU 6300-WITHDRAW-LEG-EXIT
008560         GO TO 6100-COPY-ONE-WINNER-EXIT
008570     END-IF
008580     WRITE RECDLT-RECORD
008590     IF NOT WS-FILE-STATUS-DOUT-OK
008600         DISPLAY "DLTMERGE: WRITE FAILED FOR DLTOUT - STATUS "
008610             WS-FILE-STATUS-DOUT
008620         MOVE 16 TO RETURN-CODE
008630         GOBACK
008640     END-IF
008650     ADD 1 TO WS-WRITTEN-COUNT
008660     ADD 1 TO WS-SRC-WON (WS-WIN-SRC-IDX)
008670     .
008680 6100-COPY-ONE-WINNER-EXIT.
008690     EXIT.
008700 6200-MATCH-LOST-LEG.
008710     IF WS-KC-LOST-KEY (WS-KC-IDX) = WS-KC-PARTNER
008720             AND WS-KC-PARTNER-KEY (WS-KC-IDX) = RECDLT-KEY
008730         MOVE WS-KC-IDX TO WS-KC-HIT
008740     END-IF
008750     .
008760 6200-MATCH-LOST-LEG-EXIT.
008770     EXIT.
008780 6300-WITHDRAW-LEG.
008790     ADD 1 TO WS-WITHDRAWN-COUNT
008800     ADD 1 TO WS-SRC-LOST (WS-WIN-SRC-IDX)
008810     MOVE RECDLT-RECORD TO CONF-RECORD
008820     MOVE "CF" TO CONF-SUSP-REASON
008830     PERFORM 7000-WRITE-CONFLICT THRU 7000-WRITE-CONFLICT-EXIT
008840     MOVE SPACES TO WS-REPORT-LINE
008850     STRING "WITHDRAWN KEY " RECDLT-KEY
008860         " - KEY CHANGE LEG WHOSE PARTNER AT "
008870         WS-KC-PARTNER " LOST"
008880         DELIMITED BY SIZE
008890         INTO WS-REPORT-LINE
008900     PERFORM 8900-WRITE-REPORT-LINE
008910         THRU 8900-WRITE-REPORT-LINE-EXIT
008920     .
008930 6300-WITHDRAW-LEG-EXIT.
008940     EXIT.
008950 7000-WRITE-CONFLICT.
008960     WRITE CONF-RECORD
008970     IF NOT WS-FILE-STATUS-CONF-OK
008980         DISPLAY "DLTMERGE: WRITE FAILED FOR DLTCONF - STATUS "
008990             WS-FILE-STATUS-CONF
009000         MOVE 16 TO RETURN-CODE
009010         GOBACK
009020     END-IF
009030     .
009040 7000-WRITE-CONFLICT-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------*
009070* 8000 - WHAT EACH SOURCE CONTRIBUTED, AND THE RUN TOTALS.
009080*----------------------------------------------------------------*
009090 8000-PRINT-TOTALS.
009100     IF WS-CONFLICT-COUNT = 0 AND WS-WITHDRAWN-COUNT = 0
009110         MOVE "NO CONFLICTS" TO WS-REPORT-LINE
009120         PERFORM 8900-WRITE-REPORT-LINE
009130             THRU 8900-WRITE-REPORT-LINE-EXIT
009140         MOVE SPACES TO WS-REPORT-LINE
009150         PERFORM 8900-WRITE-REPORT-LINE
009160             THRU 8900-WRITE-REPORT-LINE-EXIT
009170     END-IF
009180     MOVE "DD       SOURCE    PRI     READ      WON     LOST"
009190         TO WS-REPORT-LINE
009200     PERFORM 8900-WRITE-REPORT-LINE
009210         THRU 8900-WRITE-REPORT-LINE-EXIT
009220     PERFORM 8100-PRINT-SOURCE-LINE
009230         THRU 8100-PRINT-SOURCE-LINE-EXIT
009240         VARYING WS-SRC-IDX FROM 1 BY 1
009250         UNTIL WS-SRC-IDX > WS-SRC-MAX
009260     MOVE SPACES TO WS-REPORT-LINE
009270     PERFORM 8900-WRITE-REPORT-LINE
009280         THRU 8900-WRITE-REPORT-LINE-EXIT
009290     MOVE SPACES TO WS-REPORT-LINE
009300     MOVE WS-ARRIVAL-SEQ TO WS-EDIT-COUNT
009310     STRING "TRANSACTIONS READ   : " WS-EDIT-COUNT
009320         DELIMITED BY SIZE
009330         INTO WS-REPORT-LINE
009340     PERFORM 8900-WRITE-REPORT-LINE
009350         THRU 8900-WRITE-REPORT-LINE-EXIT
009360     MOVE SPACES TO WS-REPORT-LINE
009370     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT
009380     STRING "DISTINCT KEYS       : " WS-EDIT-COUNT
009390         DELIMITED BY SIZE
009400         INTO WS-REPORT-LINE
009410     PERFORM 8900-WRITE-REPORT-LINE
009420         THRU 8900-WRITE-REPORT-LINE-EXIT
009430     MOVE SPACES TO WS-REPORT-LINE
009440     MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT
009450     STRING "WRITTEN TO DLTOUT   : " WS-EDIT-COUNT
009460         DELIMITED BY SIZE
009470         INTO WS-REPORT-LINE
009480     PERFORM 8900-WRITE-REPORT-LINE
009490         THRU 8900-WRITE-REPORT-LINE-EXIT
009500     MOVE SPACES TO WS-REPORT-LINE
009510     MOVE WS-CONFLICT-COUNT TO WS-EDIT-COUNT
009520     STRING "LOST A CONFLICT     : " WS-EDIT-COUNT
009530         DELIMITED BY SIZE
009540         INTO WS-REPORT-LINE
009550     PERFORM 8900-WRITE-REPORT-LINE
009560         THRU 8900-WRITE-REPORT-LINE-EXIT
009570     MOVE SPACES TO WS-REPORT-LINE
009580     MOVE WS-WITHDRAWN-COUNT TO WS-EDIT-COUNT
009590     STRING "KEY CHG LEGS WITHDRN: " WS-EDIT-COUNT
009600         DELIMITED BY SIZE
009610         INTO WS-REPORT-LINE
009620     PERFORM 8900-WRITE-REPORT-LINE
009630         THRU 8900-WRITE-REPORT-LINE-EXIT
009640     .
009650 8000-PRINT-TOTALS-EXIT.
009660     EXIT.
009670 8100-PRINT-SOURCE-LINE.
009680     IF NOT WS-SRC-DECLARED-YES (WS-SRC-IDX)
009690         GO TO 8100-PRINT-SOURCE-LINE-EXIT
009700     END-IF
009710     MOVE WS-SRC-IDX TO WS-SL-NN
009720     MOVE WS-SRC-ID (WS-SRC-IDX) TO WS-SL-ID
009730     MOVE WS-SRC-PRIORITY (WS-SRC-IDX) TO WS-SL-PRIORITY
009740     MOVE WS-SRC-READ (WS-SRC-IDX) TO WS-SL-READ
009750     MOVE WS-SRC-WON (WS-SRC-IDX) TO WS-SL-WON
009760     MOVE WS-SRC-LOST (WS-SRC-IDX) TO WS-SL-LOST
009770     MOVE SPACES TO WS-SL-NOTE
009780     IF NOT WS-SRC-PRESENT-YES (WS-SRC-IDX)
009790         MOVE "NOT PRESENT" TO WS-SL-NOTE
009800     END-IF
009810     MOVE WS-SRC-LINE TO WS-REPORT-LINE
009820     PERFORM 8900-WRITE-REPORT-LINE
009830         THRU 8900-WRITE-REPORT-LINE-EXIT
009840     .
009850 8100-PRINT-SOURCE-LINE-EXIT.
009860     EXIT.
009870 8900-WRITE-REPORT-LINE.
009880     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009890     IF NOT WS-FILE-STATUS-RPT-OK
009900         DISPLAY "DLTMERGE: WRITE FAILED FOR DLTMRPT - STATUS "
009910             WS-FILE-STATUS-RPT
009920         MOVE 16 TO RETURN-CODE
009930         GOBACK
009940     END-IF
009950     .
009960 8900-WRITE-REPORT-LINE-EXIT.
009970     EXIT.
009980 9999-TERMINATE.
009990     CLOSE CONFLICT-FILE
010000     CLOSE REPORT-FILE
010010     IF WS-CONFLICT-COUNT > 0 OR WS-WITHDRAWN-COUNT > 0
010020         DISPLAY "DLTMERGE: SOURCE CONFLICTS - SEE DLTMRPT"
010030         MOVE 4 TO RETURN-CODE
010040     END-IF
010050     .
010060 9999-TERMINATE-EXIT.
010070     EXIT.
010080*----------------------------------------------------------------*
010090* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
010100*----------------------------------------------------------------*
010110 COPY "RECSTP.cpy".
010120 END PROGRAM DLTMERGE.
