000230*                   DATASET (RECPHS.CPY) FILTERED TO THAT PAIR,
000240*                   SO ONE FEED'S MOVEMENT NO LONGER HIDES IN
000250*                   THE PORTFOLIO TOTALS.
000260*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000270*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000280*                   THE STEPSLA BATCH-WINDOW REPORT.
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-FILE-STATUS-HIST.
000370     SELECT REPORT-FILE ASSIGN TO TRNDRPT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-FILE-STATUS-RPT.
000400     SELECT PAIRHIST-FILE ASSIGN TO PAIRHIST
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-FILE-STATUS-PHS.
000430     SELECT PARM-FILE ASSIGN TO SYSIN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FILE-STATUS-PARM.
000460     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS RECSTW-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RUNHIST-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY "RECHST.cpy".
000540 FD  REPORT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  REPORT-RECORD                   PIC X(132).
000570 FD  PAIRHIST-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY "RECPHS.cpy".
000600 FD  PARM-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  PARM-RECORD                     PIC X(80).
000630 FD  STEPTIME-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY "RECSTM.cpy".
000660 WORKING-STORAGE SECTION.
000670 01  WS-EOF-HIST-SW                  PIC X(01) VALUE "N".
000680     88  WS-EOF-HIST-YES                        VALUE "Y".
000690     88  WS-EOF-HIST-NO                         VALUE "N".
000700 01  WS-FILE-STATUSES.
000710     05  WS-FILE-STATUS-HIST         PIC X(02) VALUE "00".
000720         88  WS-FILE-STATUS-HIST-OK            VALUE "00".
000730     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000740         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000750     05  WS-FILE-STATUS-PHS          PIC X(02) VALUE "00".
000760         88  WS-FILE-STATUS-PHS-OK             VALUE "00".
000770     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000780         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000790         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000800 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000810     88  WS-PARM-EOF-YES                        VALUE "Y".
000820 01  WS-PAIR-MODE-SW                 PIC X(01) VALUE "N".
000830     88  WS-PAIR-MODE-YES                       VALUE "Y".
000840     88  WS-PAIR-MODE-NO                        VALUE "N".
000850 01  WS-PAIR-FILTER                  PIC X(08) VALUE SPACES.
000860 01  WS-PARM-CARD.
000870     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000880     05  FILLER                      PIC X(79).
000890 01  WS-CARD-FIELDS.
000900     05  WS-CARD-VERB                PIC X(10).
000910     05  WS-CARD-OPERAND-1          PIC X(10).
000920*----------------------------------------------------------------*
000930* RING OF THE LAST TWELVE HISTORY RECORDS, OLDEST FIRST ONCE
000940* UNROLLED.  READING KEEPS ONLY THE NEWEST TWELVE BY SHIFTING
000950* THE TABLE UP WHEN IT IS FULL.
000960*----------------------------------------------------------------*
000970 01  WS-CYCLE-TABLE.
000980     05  WS-CYCLE-COUNT              PIC S9(04) COMP VALUE ZERO.
000990     05  WS-CYCLE-MAX                PIC S9(04) COMP VALUE 12.
001000     05  WS-CYCLE-ENTRY OCCURS 12 TIMES.
001010         10  WS-CYC-RUN-DATE         PIC X(08).
001020         10  WS-CYC-MATCH            PIC 9(07).
001030         10  WS-CYC-NOT-ON-A         PIC 9(07).
001040         10  WS-CYC-NOT-ON-B         PIC 9(07).
001050         10  WS-CYC-FIELD-MM         PIC 9(07).
001060 01  WS-CYC-IDX                      PIC S9(04) COMP.
001070 01  WS-TREND-LINE.
001080     05  WS-TREND-LABEL              PIC X(12).
001090     05  WS-TREND-COL OCCURS 12 TIMES
001100                                     PIC X(10).
001110 01  WS-COL-COUNT-EDIT               PIC ZZZZZZ9.
001120 01  WS-COL-PCT-EDIT                 PIC +ZZ9.9.
001130 01  WS-COL-WORK                     PIC X(10).
001140 01  WS-PCT-WORK                     PIC S9(05)V9 COMP-3.
001150 01  WS-PREV-VALUE                   PIC 9(07) COMP-3.
001160 01  WS-CURR-VALUE                   PIC 9(07) COMP-3.
001170 01  WS-MEASURE                      PIC X(02).
001180 COPY "RECSTW.cpy".
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     MOVE "RECTREND" TO RECSTW-PROGRAM-ID
001220     PERFORM 9800-START-STEP-TIMING
001230         THRU 9800-START-STEP-TIMING-EXIT
001240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001250     IF WS-PAIR-MODE-YES
001260         PERFORM 2500-READ-PAIR-HISTORY
001270             THRU 2500-READ-PAIR-HISTORY-EXIT
001280             UNTIL WS-EOF-HIST-YES
001290     ELSE
001300         PERFORM 2000-READ-HISTORY THRU 2000-READ-HISTORY-EXIT
001310             UNTIL WS-EOF-HIST-YES
001320     END-IF
001330     PERFORM 8000-PRINT-TREND THRU 8000-PRINT-TREND-EXIT
001340     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001350     MOVE WS-CYCLE-COUNT TO RECSTW-RECORD-COUNT
001360     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001370     PERFORM 9810-WRITE-STEP-TIMING
001380         THRU 9810-WRITE-STEP-TIMING-EXIT
001390     GOBACK
001400     .
001410 0000-MAINLINE-EXIT.
001420     EXIT.
001430 1000-INITIALIZE.
001440     PERFORM 1100-READ-PARM-CARDS
001450         THRU 1100-READ-PARM-CARDS-EXIT
001460     IF WS-PAIR-MODE-YES
001470         OPEN INPUT PAIRHIST-FILE
001480         IF NOT WS-FILE-STATUS-PHS-OK
001490             DISPLAY "RECTREND: OPEN FAILED FOR PAIRHIST - "
001500                 "STATUS " WS-FILE-STATUS-PHS
001510             MOVE 16 TO RETURN-CODE
001520             GOBACK
001530         END-IF
001540     ELSE
001550         OPEN INPUT RUNHIST-FILE
001560         IF NOT WS-FILE-STATUS-HIST-OK
001570             DISPLAY "RECTREND: OPEN FAILED FOR RUNHIST - STATUS "
001580                 WS-FILE-STATUS-HIST
001590             MOVE 16 TO RETURN-CODE
001600             GOBACK
001610         END-IF
001620     END-IF
001630     OPEN OUTPUT REPORT-FILE
001640     IF NOT WS-FILE-STATUS-RPT-OK
001650         DISPLAY "RECTREND: OPEN FAILED FOR TRNDRPT - STATUS "
001660             WS-FILE-STATUS-RPT
001670         MOVE 16 TO RETURN-CODE
001680         GOBACK
001690     END-IF
001700     .
001710 1000-INITIALIZE-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------*
001740* 1100 - SYSIN CARDS.  ONLY ONE VERB IS KNOWN HERE:
001750*     PAIR XXXXXXXX  (TREND THAT PAIR FROM PAIRHIST INSTEAD OF
001760*                     THE GRAND TOTALS FROM RUNHIST)
001770* NO SYSIN DATASET MEANS THE CLASSIC PORTFOLIO TREND.
001780*----------------------------------------------------------------*
001790 1100-READ-PARM-CARDS.
001800     OPEN INPUT PARM-FILE
001810     IF WS-FILE-STATUS-PARM-NOTFND
001820         SET WS-PARM-EOF-YES TO TRUE
001830         GO TO 1100-READ-PARM-CARDS-EXIT
001840     END-IF
001850     IF NOT WS-FILE-STATUS-PARM-OK
001860         DISPLAY "RECTREND: OPEN FAILED FOR SYSIN - STATUS "
001870             WS-FILE-STATUS-PARM
001880         MOVE 16 TO RETURN-CODE
001890         GOBACK
001900     END-IF
001910     PERFORM 1110-READ-PARM-CARD
001920         THRU 1110-READ-PARM-CARD-EXIT
001930         UNTIL WS-PARM-EOF-YES
001940     CLOSE PARM-FILE
001950     .
001960 1100-READ-PARM-CARDS-EXIT.
001970     EXIT.
001980 1110-READ-PARM-CARD.
001990     READ PARM-FILE INTO WS-PARM-CARD
002000         AT END
002010             SET WS-PARM-EOF-YES TO TRUE
002020             GO TO 1110-READ-PARM-CARD-EXIT
002030     END-READ
002040     IF NOT WS-FILE-STATUS-PARM-OK
002050         DISPLAY "RECTREND: READ FAILED FOR SYSIN - STATUS "
002060             WS-FILE-STATUS-PARM
002070         MOVE 16 TO RETURN-CODE
002080         GOBACK
002090     END-IF
002100     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002110         GO TO 1110-READ-PARM-CARD-EXIT
002120     END-IF
002130     MOVE SPACES TO WS-CARD-FIELDS
002140     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002150         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002160     END-UNSTRING
002170     IF WS-CARD-VERB NOT = "PAIR"
002180         DISPLAY "RECTREND: UNRECOGNIZED PARM CARD - "
002190             WS-PARM-CARD
002200         MOVE 16 TO RETURN-CODE
002210         GOBACK
002220     END-IF
002230     IF WS-CARD-OPERAND-1 = SPACES
002240         DISPLAY "RECTREND: PAIR CARD NEEDS A PAIR ID"
002250         MOVE 16 TO RETURN-CODE
002260         GOBACK
002270     END-IF
002280     MOVE WS-CARD-OPERAND-1 TO WS-PAIR-FILTER
002290     SET WS-PAIR-MODE-YES TO TRUE
002300     .
002310 1110-READ-PARM-CARD-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------*
002340* 2000 - ROLL THE HISTORY THROUGH THE TWELVE-SLOT TABLE.  WHEN
002350* THE TABLE IS FULL THE OLDEST SLOT FALLS OFF THE TOP, SO THE
002360* TABLE ALWAYS HOLDS THE NEWEST TWELVE IN ARRIVAL ORDER.
002370*----------------------------------------------------------------*
002380 2000-READ-HISTORY.
002390     READ RUNHIST-FILE
002400         AT END
002410             SET WS-EOF-HIST-YES TO TRUE
002420             GO TO 2000-READ-HISTORY-EXIT
002430     END-READ
002440     IF NOT WS-FILE-STATUS-HIST-OK
002450         DISPLAY "RECTREND: READ FAILED FOR RUNHIST - STATUS "
002460             WS-FILE-STATUS-HIST
002470         MOVE 16 TO RETURN-CODE
002480         GOBACK
002490     END-IF
002500     IF RECHST-MATCH-COUNT NOT NUMERIC
002510             OR RECHST-NOT-ON-A-COUNT NOT NUMERIC
002520             OR RECHST-NOT-ON-B-COUNT NOT NUMERIC
002530             OR RECHST-FIELD-MM-COUNT NOT NUMERIC
002540         DISPLAY "RECTREND: RUNHIST RECORD UNREADABLE - SKIPPED"
002550         GO TO 2000-READ-HISTORY-EXIT
002560     END-IF
002570     IF WS-CYCLE-COUNT = WS-CYCLE-MAX
002580         PERFORM 2100-SHIFT-CYCLES THRU 2100-SHIFT-CYCLES-EXIT
002590             VARYING WS-CYC-IDX FROM 1 BY 1
002600             UNTIL WS-CYC-IDX = WS-CYCLE-MAX
002610     ELSE
002620         ADD 1 TO WS-CYCLE-COUNT
002630     END-IF
002640     MOVE RECHST-RUN-DATE
002650         TO WS-CYC-RUN-DATE (WS-CYCLE-COUNT)
002660     MOVE RECHST-MATCH-COUNT TO WS-CYC-MATCH (WS-CYCLE-COUNT)
002670     MOVE RECHST-NOT-ON-A-COUNT
002680         TO WS-CYC-NOT-ON-A (WS-CYCLE-COUNT)
002690     MOVE RECHST-NOT-ON-B-COUNT
002700         TO WS-CYC-NOT-ON-B (WS-CYCLE-COUNT)
002710     MOVE RECHST-FIELD-MM-COUNT
002720         TO WS-CYC-FIELD-MM (WS-CYCLE-COUNT)
002730     .
002740 2000-READ-HISTORY-EXIT.
002750     EXIT.
002760 2100-SHIFT-CYCLES.
002770     MOVE WS-CYCLE-ENTRY (WS-CYC-IDX + 1)
002780         TO WS-CYCLE-ENTRY (WS-CYC-IDX)
002790     .
002800 2100-SHIFT-CYCLES-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------*
002830* 2500 - PAIR-MODE READER: THE SAME ROLLING TABLE FED FROM THE
002840* PAIR-LEVEL HISTORY, TAKING ONLY THE ASKED-FOR PAIR'S RECORDS.
002850*----------------------------------------------------------------*
002860 2500-READ-PAIR-HISTORY.
002870     READ PAIRHIST-FILE
002880         AT END
002890             SET WS-EOF-HIST-YES TO TRUE
002900             GO TO 2500-READ-PAIR-HISTORY-EXIT
002910     END-READ
002920     IF NOT WS-FILE-STATUS-PHS-OK
002930         DISPLAY "RECTREND: READ FAILED FOR PAIRHIST - STATUS "
002940             WS-FILE-STATUS-PHS
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     IF RECPHS-PAIR-ID NOT = WS-PAIR-FILTER
002990         GO TO 2500-READ-PAIR-HISTORY-EXIT
003000     END-IF
003010     IF RECPHS-MATCH-COUNT NOT NUMERIC
003020             OR RECPHS-NOT-ON-A-COUNT NOT NUMERIC
003030             OR RECPHS-NOT-ON-B-COUNT NOT NUMERIC
003040             OR RECPHS-FIELD-MM-COUNT NOT NUMERIC
003050         DISPLAY "RECTREND: PAIRHIST RECORD UNREADABLE - SKIPPED"
003060         GO TO 2500-READ-PAIR-HISTORY-EXIT
003070     END-IF
003080     IF WS-CYCLE-COUNT = WS-CYCLE-MAX
003090         PERFORM 2100-SHIFT-CYCLES THRU 2100-SHIFT-CYCLES-EXIT
003100             VARYING WS-CYC-IDX FROM 1 BY 1
003110             UNTIL WS-CYC-IDX = WS-CYCLE-MAX
003120     ELSE
003130         ADD 1 TO WS-CYCLE-COUNT
003140     END-IF
003150     MOVE RECPHS-RUN-DATE
003160         TO WS-CYC-RUN-DATE (WS-CYCLE-COUNT)
003170     MOVE RECPHS-MATCH-COUNT TO WS-CYC-MATCH (WS-CYCLE-COUNT)
003180     MOVE RECPHS-NOT-ON-A-COUNT
003190         TO WS-CYC-NOT-ON-A (WS-CYCLE-COUNT)
003200     MOVE RECPHS-NOT-ON-B-COUNT
003210         TO WS-CYC-NOT-ON-B (WS-CYCLE-COUNT)
003220     MOVE RECPHS-FIELD-MM-COUNT
003230         TO WS-CYC-FIELD-MM (WS-CYCLE-COUNT)
003240     .
003250 2500-READ-PAIR-HISTORY-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------*
003280* 8000 - THE SIDE-BY-SIDE TREND PAGE.
003290*----------------------------------------------------------------*
003300 8000-PRINT-TREND.
003310     MOVE SPACES TO REPORT-RECORD
003320     IF WS-PAIR-MODE-YES
003330         STRING "RECONCILIATION TREND - PAIR " DELIMITED BY SIZE
003340             WS-PAIR-FILTER DELIMITED BY SIZE
003350             " - LAST 12 CYCLES" DELIMITED BY SIZE
003360             INTO REPORT-RECORD
003370     ELSE
003380         MOVE "RECONCILIATION TREND - LAST 12 CYCLES"
003390             TO REPORT-RECORD
003400     END-IF
003410     PERFORM 8900-WRITE-REPORT THRU 8900-WRITE-REPORT-EXIT
003420     MOVE SPACES TO WS-TREND-LINE
003430     MOVE "RUN DATE" TO WS-TREND-LABEL
003440     PERFORM 8100-SET-DATE-COL THRU 8100-SET-DATE-COL-EXIT
003450         VARYING WS-CYC-IDX FROM 1 BY 1
003460         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
003470     PERFORM 8950-WRITE-TREND-LINE
003480         THRU 8950-WRITE-TREND-LINE-EXIT
003490     MOVE "MATCHED" TO WS-MEASURE
003500     MOVE "MATCHED" TO WS-TREND-LABEL
003510     PERFORM 8200-PRINT-COUNT-ROW
003520         THRU 8200-PRINT-COUNT-ROW-EXIT
003530     MOVE "NA" TO WS-MEASURE
003540     MOVE "NOT ON A" TO WS-TREND-LABEL
003550     PERFORM 8200-PRINT-COUNT-ROW
003560         THRU 8200-PRINT-COUNT-ROW-EXIT
003570     MOVE "NB" TO WS-MEASURE
003580     MOVE "NOT ON B" TO WS-TREND-LABEL
003590     PERFORM 8200-PRINT-COUNT-ROW
003600         THRU 8200-PRINT-COUNT-ROW-EXIT
003610     MOVE "FM" TO WS-MEASURE
003620     MOVE "FIELD MM" TO WS-TREND-LABEL
003630     PERFORM 8200-PRINT-COUNT-ROW
003640         THRU 8200-PRINT-COUNT-ROW-EXIT
003650     MOVE SPACES TO REPORT-RECORD
003660     MOVE "PCT MOVEMENT CYCLE OVER CYCLE" TO REPORT-RECORD
003670     PERFORM 8900-WRITE-REPORT THRU 8900-WRITE-REPORT-EXIT
003680     MOVE "NA" TO WS-MEASURE
003690     MOVE "NOT ON A %" TO WS-TREND-LABEL
003700     PERFORM 8300-PRINT-PCT-ROW THRU 8300-PRINT-PCT-ROW-EXIT
003710     MOVE "NB" TO WS-MEASURE
003720     MOVE "NOT ON B %" TO WS-TREND-LABEL
003730     PERFORM 8300-PRINT-PCT-ROW THRU 8300-PRINT-PCT-ROW-EXIT
003740     MOVE "FM" TO WS-MEASURE
003750     MOVE "FIELD MM %" TO WS-TREND-LABEL
003760     PERFORM 8300-PRINT-PCT-ROW THRU 8300-PRINT-PCT-ROW-EXIT
003770     .
003780 8000-PRINT-TREND-EXIT.
003790     EXIT.
003800 8100-SET-DATE-COL.
003810     MOVE WS-CYC-RUN-DATE (WS-CYC-IDX)
003820         TO WS-TREND-COL (WS-CYC-IDX)
003830     .
003840 8100-SET-DATE-COL-EXIT.
003850     EXIT.
003860 8200-PRINT-COUNT-ROW.
003870     PERFORM 8210-SET-COUNT-COL THRU 8210-SET-COUNT-COL-EXIT
003880         VARYING WS-CYC-IDX FROM 1 BY 1
003890         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
003900     PERFORM 8950-WRITE-TREND-LINE
003910         THRU 8950-WRITE-TREND-LINE-EXIT
003920     .
003930 8200-PRINT-COUNT-ROW-EXIT.
003940     EXIT.
003950 8210-SET-COUNT-COL.
003960     PERFORM 8400-GET-MEASURE-VALUE
003970         THRU 8400-GET-MEASURE-VALUE-EXIT
003980     MOVE WS-CURR-VALUE TO WS-COL-COUNT-EDIT
003990     MOVE WS-COL-COUNT-EDIT TO WS-COL-WORK
004000     MOVE WS-COL-WORK TO WS-TREND-COL (WS-CYC-IDX)
004010     .
004020 8210-SET-COUNT-COL-EXIT.
004030     EXIT.
004040 8300-PRINT-PCT-ROW.
004050     PERFORM 8310-SET-PCT-COL THRU 8310-SET-PCT-COL-EXIT
004060         VARYING WS-CYC-IDX FROM 1 BY 1
004070         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
004080     PERFORM 8950-WRITE-TREND-LINE
004090         THRU 8950-WRITE-TREND-LINE-EXIT
004100     .
004110 8300-PRINT-PCT-ROW-EXIT.
004120     EXIT.
004130 8310-SET-PCT-COL.
004140     IF WS-CYC-IDX = 1
004150         MOVE SPACES TO WS-TREND-COL (WS-CYC-IDX)
004160         GO TO 8310-SET-PCT-COL-EXIT
004170     END-IF
004180     SUBTRACT 1 FROM WS-CYC-IDX
004190     PERFORM 8400-GET-MEASURE-VALUE
004200         THRU 8400-GET-MEASURE-VALUE-EXIT
004210     MOVE WS-CURR-VALUE TO WS-PREV-VALUE
004220     ADD 1 TO WS-CYC-IDX
004230     PERFORM 8400-GET-MEASURE-VALUE
004240         THRU 8400-GET-MEASURE-VALUE-EXIT
004250     IF WS-PREV-VALUE = 0
004260         MOVE "     N/A" TO WS-TREND-COL (WS-CYC-IDX)
004270     ELSE
004280         COMPUTE WS-PCT-WORK ROUNDED =
004290             ((WS-CURR-VALUE - WS-PREV-VALUE) * 100)
004300                 / WS-PREV-VALUE
004310         IF WS-PCT-WORK > 999.9
004320             MOVE 999.9 TO WS-PCT-WORK
004330         END-IF
004340         IF WS-PCT-WORK < -999.9
004350             MOVE -999.9 TO WS-PCT-WORK
004360         END-IF
004370         MOVE WS-PCT-WORK TO WS-COL-PCT-EDIT
004380         MOVE WS-COL-PCT-EDIT TO WS-COL-WORK
004390         MOVE WS-COL-WORK TO WS-TREND-COL (WS-CYC-IDX)
004400     END-IF
004410     .
004420 8310-SET-PCT-COL-EXIT.
004430     EXIT.
004440 8400-GET-MEASURE-VALUE.
004450     EVALUATE WS-MEASURE
004460         WHEN "NA"
004470             MOVE WS-CYC-NOT-ON-A (WS-CYC-IDX) TO WS-CURR-VALUE
004480         WHEN "NB"
004490             MOVE WS-CYC-NOT-ON-B (WS-CYC-IDX) TO WS-CURR-VALUE
004500         WHEN "FM"
004510             MOVE WS-CYC-FIELD-MM (WS-CYC-IDX) TO WS-CURR-VALUE
004520         WHEN OTHER
004530             MOVE WS-CYC-MATCH (WS-CYC-IDX) TO WS-CURR-VALUE
004540     END-EVALUATE
004550     .
004560 8400-GET-MEASURE-VALUE-EXIT.
004570     EXIT.
004580 8900-WRITE-REPORT.
004590     WRITE REPORT-RECORD
004600     IF NOT WS-FILE-STATUS-RPT-OK
004610         DISPLAY "RECTREND: WRITE FAILED FOR TRNDRPT - STATUS "
004620             WS-FILE-STATUS-RPT
004630         MOVE 16 TO RETURN-CODE
004640         GOBACK
004650     END-IF
004660     .
004670 8900-WRITE-REPORT-EXIT.
004680     EXIT.
004690 8950-WRITE-TREND-LINE.
004700     MOVE SPACES TO REPORT-RECORD
004710     MOVE WS-TREND-LINE TO REPORT-RECORD
004720     PERFORM 8900-WRITE-REPORT THRU 8900-WRITE-REPORT-EXIT
004730     MOVE SPACES TO WS-TREND-LINE
004740     .
004750 8950-WRITE-TREND-LINE-EXIT.
004760     EXIT.
004770 9999-TERMINATE.
004780     IF WS-PAIR-MODE-YES
004790         CLOSE PAIRHIST-FILE
004800     ELSE
004810         CLOSE RUNHIST-FILE
004820     END-IF
004830     CLOSE REPORT-FILE
004840     .
004850 9999-TERMINATE-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004880* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
004890*----------------------------------------------------------------*
004900 COPY "RECSTP.cpy".
004910 END PROGRAM RECTREND.
