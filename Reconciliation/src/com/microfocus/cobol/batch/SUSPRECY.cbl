000280*
000290* MODIFICATION HISTORY.
000300*   2026-09-02 DS   INITIAL VERSION.
000310*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000320*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000330*                   THE STEPSLA BATCH-WINDOW REPORT.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SUSPIN-FILE ASSIGN TO SUSPIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FILE-STATUS-SIN.
000420     SELECT SUSPWK-FILE ASSIGN TO SUSPWK
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FILE-STATUS-SWK.
000450     SELECT SORT-FILE ASSIGN TO SORTWK.
000460     SELECT DLTIN-FILE ASSIGN TO DLTIN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS-DIN.
000490     SELECT DLTOUT-FILE ASSIGN TO DLTOUT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-DOUT.
000520     SELECT REPORT-FILE ASSIGN TO SUSPRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-RPT.
000550     SELECT PARM-FILE ASSIGN TO SYSIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-PARM.
000580     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS RECSTW-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SUSPIN-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==SUSPIN-==.
000660 FD  SUSPWK-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==SUSPWK-==.
000690 SD  SORT-FILE.
000700 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==SORT-==.
000710 FD  DLTIN-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==DLTIN-==.
000740 FD  DLTOUT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "RECDLT.cpy".
000770 FD  REPORT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  REPORT-RECORD                   PIC X(80).
000800 FD  PARM-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  PARM-RECORD                     PIC X(80).
000830 FD  STEPTIME-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY "RECSTM.cpy".
000860 WORKING-STORAGE SECTION.
000870 01  WS-EOF-SWITCHES.
000880     05  WS-EOF-S-SW                 PIC X(01) VALUE "N".
000890         88  WS-EOF-S-YES                       VALUE "Y".
000900         88  WS-EOF-S-NO                        VALUE "N".
000910     05  WS-EOF-D-SW                 PIC X(01) VALUE "N".
000920         88  WS-EOF-D-YES                       VALUE "Y".
000930         88  WS-EOF-D-NO                        VALUE "N".
000940     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
000950         88  WS-PARM-EOF-YES                    VALUE "Y".
000960         88  WS-PARM-EOF-NO                     VALUE "N".
000970     05  WS-SUSPIN-MISSING-SW        PIC X(01) VALUE "N".
000980         88  WS-SUSPIN-MISSING-YES              VALUE "Y".
000990         88  WS-SUSPIN-MISSING-NO               VALUE "N".
001000 01  WS-FILE-STATUSES.
001010     05  WS-FILE-STATUS-SIN          PIC X(02) VALUE "00".
001020         88  WS-FILE-STATUS-SIN-OK             VALUE "00".
001030         88  WS-FILE-STATUS-SIN-NOTFND         VALUE "35".
001040     05  WS-FILE-STATUS-SWK         PIC X(02) VALUE "00".
001050         88  WS-FILE-STATUS-SWK-OK            VALUE "00".
001060     05  WS-FILE-STATUS-DIN          PIC X(02) VALUE "00".
001070         88  WS-FILE-STATUS-DIN-OK             VALUE "00".
001080     05  WS-FILE-STATUS-DOUT         PIC X(02) VALUE "00".
001090         88  WS-FILE-STATUS-DOUT-OK            VALUE "00".
001100     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001110         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001120     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001130         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001140         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001150 01  WS-COUNTERS COMP-3.
001160     05  WS-RECYCLED-COUNT           PIC 9(07) VALUE ZERO.
001170     05  WS-AGED-OUT-COUNT           PIC 9(07) VALUE ZERO.
001180     05  WS-SUPERSEDED-COUNT         PIC 9(07) VALUE ZERO.
001190     05  WS-DUP-DROP-COUNT           PIC 9(07) VALUE ZERO.
001200     05  WS-NEW-COUNT                PIC 9(07) VALUE ZERO.
001210 01  WS-AGE-LIMIT                    PIC 9(03) VALUE 003.
001220 01  WS-PREV-SUSP-KEY                PIC X(10) VALUE LOW-VALUES.
001230 01  WS-SUSP-AGE                     PIC 9(03) VALUE ZERO.
001240 01  WS-PARM-CARD.
001250     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001260     05  FILLER                      PIC X(79).
001270 01  WS-CARD-FIELDS.
001280     05  WS-CARD-VERB                PIC X(10).
001290     05  WS-CARD-OPERAND-1          PIC X(10).
001300 01  WS-CARD-AGE-X                   PIC X(03).
001310 01  WS-CARD-AGE REDEFINES WS-CARD-AGE-X
001320                                     PIC 9(03).
001330*----------------------------------------------------------------*
001340* THE PER-REASON AGING TABLE.  ONE SLOT PER DISTINCT REJECTION
001350* REASON SEEN ON THE SUSPENSE FILE THIS CYCLE.
001360*----------------------------------------------------------------*
001370 01  WS-REASON-TABLE.
001380     05  WS-RSN-COUNT                PIC S9(04) COMP VALUE ZERO.
001390     05  WS-RSN-MAX                  PIC S9(04) COMP VALUE 10.
001400     05  WS-RSN-ENTRY OCCURS 10 TIMES.
001410         10  WS-RSN-CODE             PIC X(02).
001420         10  WS-RSN-RECYCLED         PIC 9(07) COMP-3.
001430         10  WS-RSN-AGED-OUT         PIC 9(07) COMP-3.
001440         10  WS-RSN-OLDEST           PIC 9(03) COMP-3.
001450 01  WS-RSN-IDX                      PIC S9(04) COMP.
001460 01  WS-RSN-FOUND                    PIC S9(04) COMP.
001470*----------------------------------------------------------------*
001480* AGED-OUT DETAIL - THE FIRST FIFTY KEYS DROPPED, SO THE CLERKS
001490* HAVE THE CASUALTY LIST IN HAND WITHOUT DUMPING THE FILE.
001500*----------------------------------------------------------------*
001510 01  WS-AGED-TABLE.
001520     05  WS-AGED-SHOWN               PIC S9(04) COMP VALUE ZERO.
001530     05  WS-AGED-LIMIT               PIC S9(04) COMP VALUE 50.
001540     05  WS-AGED-ENTRY OCCURS 50 TIMES.
001550         10  WS-AGED-KEY             PIC X(10).
001560         10  WS-AGED-REASON          PIC X(02).
001570         10  WS-AGED-AGE             PIC 9(03).
001580 01  WS-AGED-IDX                     PIC S9(04) COMP.
001590 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001600 01  WS-EDIT-AGE                     PIC ZZ9.
001610 01  WS-REPORT-LINE                  PIC X(80).
001620 01  WS-RUN-DATE                     PIC X(08).
001630 COPY "RECSTW.cpy".
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     MOVE "SUSPRECY" TO RECSTW-PROGRAM-ID
001670     PERFORM 9800-START-STEP-TIMING
001680         THRU 9800-START-STEP-TIMING-EXIT
001690     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001700     PERFORM 2000-MERGE-FILES THRU 2000-MERGE-FILES-EXIT
001710         UNTIL WS-EOF-S-YES AND WS-EOF-D-YES
001720     PERFORM 8000-PRINT-AGING-REPORT
001730         THRU 8000-PRINT-AGING-REPORT-EXIT
001740     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001750     COMPUTE RECSTW-RECORD-COUNT = WS-RECYCLED-COUNT
001760         + WS-AGED-OUT-COUNT + WS-NEW-COUNT
001770     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001780     PERFORM 9810-WRITE-STEP-TIMING
001790         THRU 9810-WRITE-STEP-TIMING-EXIT
001800     GOBACK
001810     .
001820 0000-MAINLINE-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------*
001850* 1000 - SORT THE SUSPENSE INPUT ON KEY (DELTAAPL WRITES IT IN
001860* ARRIVAL ORDER), THEN OPEN EVERYTHING AND PRIME BOTH READ-
001870* AHEADS.  A MISSING SUSPENSE DATASET IS AN EMPTY RECYCLE - THE
001880* NEW DELTA FILE PASSES STRAIGHT THROUGH.
001890*----------------------------------------------------------------*
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001920     PERFORM 1100-READ-PARM-CARDS
001930         THRU 1100-READ-PARM-CARDS-EXIT
001940     OPEN INPUT SUSPIN-FILE
001950     IF WS-FILE-STATUS-SIN-NOTFND
001960         SET WS-SUSPIN-MISSING-YES TO TRUE
001970         SET WS-EOF-S-YES TO TRUE
001980     ELSE
001990         IF NOT WS-FILE-STATUS-SIN-OK
002000             DISPLAY "SUSPRECY: OPEN FAILED FOR SUSPIN - STATUS "
002010                 WS-FILE-STATUS-SIN
002020             MOVE 16 TO RETURN-CODE
002030             GOBACK
002040         END-IF
002050         CLOSE SUSPIN-FILE
002060         SORT SORT-FILE
002070             ON ASCENDING KEY SORT-KEY
002080             USING SUSPIN-FILE
002090             GIVING SUSPWK-FILE
002100         IF SORT-RETURN NOT = ZERO
002110             DISPLAY "SUSPRECY: SUSPENSE SORT FAILED"
002120             MOVE 16 TO RETURN-CODE
002130             GOBACK
002140         END-IF
002150         OPEN INPUT SUSPWK-FILE
002160         IF NOT WS-FILE-STATUS-SWK-OK
002170             DISPLAY "SUSPRECY: OPEN FAILED FOR SUSPWK - STATUS "
002180                 WS-FILE-STATUS-SWK
002190             MOVE 16 TO RETURN-CODE
002200             GOBACK
002210         END-IF
002220     END-IF
002230     OPEN INPUT DLTIN-FILE
002240     IF NOT WS-FILE-STATUS-DIN-OK
002250         DISPLAY "SUSPRECY: OPEN FAILED FOR DLTIN - STATUS "
002260             WS-FILE-STATUS-DIN
002270         MOVE 16 TO RETURN-CODE
002280         GOBACK
002290     END-IF
002300     OPEN OUTPUT DLTOUT-FILE
002310     IF NOT WS-FILE-STATUS-DOUT-OK
002320         DISPLAY "SUSPRECY: OPEN FAILED FOR DLTOUT - STATUS "
002330             WS-FILE-STATUS-DOUT
002340         MOVE 16 TO RETURN-CODE
002350         GOBACK
002360     END-IF
002370     OPEN OUTPUT REPORT-FILE
002380     IF NOT WS-FILE-STATUS-RPT-OK
002390         DISPLAY "SUSPRECY: OPEN FAILED FOR SUSPRPT - STATUS "
002400             WS-FILE-STATUS-RPT
002410         MOVE 16 TO RETURN-CODE
002420         GOBACK
002430     END-IF
002440     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT
002450     PERFORM 2200-READ-DELTA THRU 2200-READ-DELTA-EXIT
002460     .
002470 1000-INITIALIZE-EXIT.
002480     EXIT.
002490 1100-READ-PARM-CARDS.
002500     OPEN INPUT PARM-FILE
002510     IF WS-FILE-STATUS-PARM-NOTFND
002520         SET WS-PARM-EOF-YES TO TRUE
002530         GO TO 1100-READ-PARM-CARDS-EXIT
002540     END-IF
002550     IF NOT WS-FILE-STATUS-PARM-OK
002560         DISPLAY "SUSPRECY: OPEN FAILED FOR SYSIN - STATUS "
002570             WS-FILE-STATUS-PARM
002580         MOVE 16 TO RETURN-CODE
002590         GOBACK
002600     END-IF
002610     PERFORM 1110-READ-PARM-CARD
002620         THRU 1110-READ-PARM-CARD-EXIT
002630         UNTIL WS-PARM-EOF-YES
002640     CLOSE PARM-FILE
002650     .
002660 1100-READ-PARM-CARDS-EXIT.
002670     EXIT.
002680 1110-READ-PARM-CARD.
002690     READ PARM-FILE INTO WS-PARM-CARD
002700         AT END
002710             SET WS-PARM-EOF-YES TO TRUE
002720             GO TO 1110-READ-PARM-CARD-EXIT
002730     END-READ
002740     IF NOT WS-FILE-STATUS-PARM-OK
002750         DISPLAY "SUSPRECY: READ FAILED FOR SYSIN - STATUS "
002760             WS-FILE-STATUS-PARM
002770         MOVE 16 TO RETURN-CODE
002780         GOBACK
002790     END-IF
002800     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002810         GO TO 1110-READ-PARM-CARD-EXIT
002820     END-IF
002830     MOVE SPACES TO WS-CARD-FIELDS
002840     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002850         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002860     END-UNSTRING
002870     IF WS-CARD-VERB NOT = "AGELIMIT"
002880         DISPLAY "SUSPRECY: UNRECOGNIZED PARM CARD - "
002890             WS-PARM-CARD
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF
002930     MOVE WS-CARD-OPERAND-1 TO WS-CARD-AGE-X
002940     IF WS-CARD-AGE NOT NUMERIC
002950         DISPLAY "SUSPRECY: BAD AGELIMIT - " WS-CARD-OPERAND-1
002960         MOVE 16 TO RETURN-CODE
002970         GOBACK
002980     END-IF
002990     MOVE WS-CARD-AGE TO WS-AGE-LIMIT
003000     .
003010 1110-READ-PARM-CARD-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------*
003040* 2000 - KEYED MERGE.  A SUSPENSE-ONLY KEY IS RECYCLED (OR AGED
003050* OUT); A NEW-ONLY KEY PASSES THROUGH; AN EQUAL KEY MEANS THE
003060* NEW TRANSACTION SUPERSEDES THE SUSPENSE COPY.
003070*----------------------------------------------------------------*
003080 2000-MERGE-FILES.
003090     EVALUATE TRUE
003100         WHEN WS-EOF-S-YES AND WS-EOF-D-NO
003110             PERFORM 3200-PASS-NEW-DELTA
003120                 THRU 3200-PASS-NEW-DELTA-EXIT
003130             PERFORM 2200-READ-DELTA THRU 2200-READ-DELTA-EXIT
003140         WHEN WS-EOF-D-YES AND WS-EOF-S-NO
003150             PERFORM 3100-RECYCLE-SUSPENSE
003160                 THRU 3100-RECYCLE-SUSPENSE-EXIT
003170             PERFORM 2100-READ-SUSPENSE
003180                 THRU 2100-READ-SUSPENSE-EXIT
003190         WHEN SUSPWK-KEY < DLTIN-KEY
003200             PERFORM 3100-RECYCLE-SUSPENSE
003210                 THRU 3100-RECYCLE-SUSPENSE-EXIT
003220             PERFORM 2100-READ-SUSPENSE
003230                 THRU 2100-READ-SUSPENSE-EXIT
003240         WHEN DLTIN-KEY < SUSPWK-KEY
003250             PERFORM 3200-PASS-NEW-DELTA
003260                 THRU 3200-PASS-NEW-DELTA-EXIT
003270             PERFORM 2200-READ-DELTA THRU 2200-READ-DELTA-EXIT
003280         WHEN OTHER
003290             PERFORM 3300-SUPERSEDE-SUSPENSE
003300                 THRU 3300-SUPERSEDE-SUSPENSE-EXIT
003310             PERFORM 3200-PASS-NEW-DELTA
003320                 THRU 3200-PASS-NEW-DELTA-EXIT
003330             PERFORM 2100-READ-SUSPENSE
003340                 THRU 2100-READ-SUSPENSE-EXIT
003350             PERFORM 2200-READ-DELTA THRU 2200-READ-DELTA-EXIT
003360     END-EVALUATE
003370     .
003380 2000-MERGE-FILES-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------*
003410* 2100 - NEXT SORTED SUSPENSE RECORD.  A SECOND COPY OF A KEY
003420* IS DROPPED HERE SO THE MERGE SEES EACH SUSPENSE KEY ONCE.
003430*----------------------------------------------------------------*
003440 2100-READ-SUSPENSE.
003450     IF WS-EOF-S-YES
003460         GO TO 2100-READ-SUSPENSE-EXIT
003470     END-IF
003480     READ SUSPWK-FILE
003490         AT END
003500             SET WS-EOF-S-YES TO TRUE
003510             GO TO 2100-READ-SUSPENSE-EXIT
003520     END-READ
003530     IF NOT WS-FILE-STATUS-SWK-OK
003540         DISPLAY "SUSPRECY: READ FAILED FOR SUSPWK - STATUS "
003550             WS-FILE-STATUS-SWK
003560         MOVE 16 TO RETURN-CODE
003570         GOBACK
003580     END-IF
003590     IF SUSPWK-KEY = WS-PREV-SUSP-KEY
003600         ADD 1 TO WS-DUP-DROP-COUNT
003610         GO TO 2100-READ-SUSPENSE
003620     END-IF
003630     MOVE SUSPWK-KEY TO WS-PREV-SUSP-KEY
003640     .
003650 2100-READ-SUSPENSE-EXIT.
003660     EXIT.
003670 2200-READ-DELTA.
003680     IF WS-EOF-D-YES
003690         GO TO 2200-READ-DELTA-EXIT
003700     END-IF
003710     READ DLTIN-FILE
003720         AT END
003730             SET WS-EOF-D-YES TO TRUE
003740             GO TO 2200-READ-DELTA-EXIT
003750     END-READ
003760     IF NOT WS-FILE-STATUS-DIN-OK
003770         DISPLAY "SUSPRECY: READ FAILED FOR DLTIN - STATUS "
003780             WS-FILE-STATUS-DIN
003790         MOVE 16 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     .
003830 2200-READ-DELTA-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860* 3100 - ONE SUSPENSE TRANSACTION: BUMP ITS AGE, TALLY IT BY
003870* REASON, THEN RECYCLE OR AGE IT OUT.  A BLANK OR UNREADABLE
003880* AGE COUNTS AS ZERO - THE FILE PREDATES THE COUNTER.
003890*----------------------------------------------------------------*
003900 3100-RECYCLE-SUSPENSE.
003910     IF SUSPWK-SUSP-CYCLES NUMERIC
003920         MOVE SUSPWK-SUSP-CYCLES TO WS-SUSP-AGE
003930     ELSE
003940         MOVE ZERO TO WS-SUSP-AGE
003950     END-IF
003960     IF WS-SUSP-AGE < 999
003970         ADD 1 TO WS-SUSP-AGE
003980     END-IF
003990     PERFORM 4000-TALLY-REASON THRU 4000-TALLY-REASON-EXIT
004000     IF WS-SUSP-AGE > WS-AGE-LIMIT
004010         PERFORM 3150-AGE-OUT THRU 3150-AGE-OUT-EXIT
004020         GO TO 3100-RECYCLE-SUSPENSE-EXIT
004030     END-IF
004040     ADD 1 TO WS-RECYCLED-COUNT
004050     MOVE SUSPWK-RECORD TO RECDLT-RECORD
004060     MOVE WS-SUSP-AGE TO RECDLT-SUSP-CYCLES
004070     PERFORM 7000-WRITE-DLTOUT THRU 7000-WRITE-DLTOUT-EXIT
004080     .
004090 3100-RECYCLE-SUSPENSE-EXIT.
004100     EXIT.
004110 3150-AGE-OUT.
004120     ADD 1 TO WS-AGED-OUT-COUNT
004130     IF WS-RSN-FOUND > 0
004140         ADD 1 TO WS-RSN-AGED-OUT (WS-RSN-FOUND)
004150     END-IF
004160     IF WS-AGED-SHOWN < WS-AGED-LIMIT
004170         ADD 1 TO WS-AGED-SHOWN
004180         MOVE SUSPWK-KEY TO WS-AGED-KEY (WS-AGED-SHOWN)
004190         MOVE SUSPWK-SUSP-REASON
004200             TO WS-AGED-REASON (WS-AGED-SHOWN)
004210         MOVE WS-SUSP-AGE TO WS-AGED-AGE (WS-AGED-SHOWN)
004220     END-IF
004230     .
004240 3150-AGE-OUT-EXIT.
004250     EXIT.
004260 3200-PASS-NEW-DELTA.
004270     ADD 1 TO WS-NEW-COUNT
004280     MOVE DLTIN-RECORD TO RECDLT-RECORD
004290     PERFORM 7000-WRITE-DLTOUT THRU 7000-WRITE-DLTOUT-EXIT
004300     .
004310 3200-PASS-NEW-DELTA-EXIT.
004320     EXIT.
004330 3300-SUPERSEDE-SUSPENSE.
004340     ADD 1 TO WS-SUPERSEDED-COUNT
004350     .
004360 3300-SUPERSEDE-SUSPENSE-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390* 4000 - FIND OR OPEN THE REASON SLOT FOR THE SUSPENSE RECORD
004400* IN HAND AND BUMP ITS COUNTS.  WS-RSN-FOUND IS LEFT POINTING
004410* AT THE SLOT FOR THE AGE-OUT TALLY.
004420*----------------------------------------------------------------*
004430 4000-TALLY-REASON.
004440     MOVE ZERO TO WS-RSN-FOUND
004450     PERFORM 4100-MATCH-REASON THRU 4100-MATCH-REASON-EXIT
004460         VARYING WS-RSN-IDX FROM 1 BY 1
004470         UNTIL WS-RSN-IDX > WS-RSN-COUNT OR WS-RSN-FOUND > 0
004480     IF WS-RSN-FOUND = 0 AND WS-RSN-COUNT < WS-RSN-MAX
004490         ADD 1 TO WS-RSN-COUNT
004500         MOVE WS-RSN-COUNT TO WS-RSN-FOUND
004510         MOVE SUSPWK-SUSP-REASON TO WS-RSN-CODE (WS-RSN-FOUND)
004520         MOVE ZERO TO WS-RSN-RECYCLED (WS-RSN-FOUND)
004530         MOVE ZERO TO WS-RSN-AGED-OUT (WS-RSN-FOUND)
004540         MOVE ZERO TO WS-RSN-OLDEST (WS-RSN-FOUND)
004550     END-IF
004560     IF WS-RSN-FOUND > 0
004570         ADD 1 TO WS-RSN-RECYCLED (WS-RSN-FOUND)
004580         IF WS-SUSP-AGE > WS-RSN-OLDEST (WS-RSN-FOUND)
004590             MOVE WS-SUSP-AGE TO WS-RSN-OLDEST (WS-RSN-FOUND)
004600         END-IF
004610     END-IF
004620     .
004630 4000-TALLY-REASON-EXIT.
004640     EXIT.
004650 4100-MATCH-REASON.
004660     IF WS-RSN-CODE (WS-RSN-IDX) = SUSPWK-SUSP-REASON
004670         MOVE WS-RSN-IDX TO WS-RSN-FOUND
004680     END-IF
004690     .
004700 4100-MATCH-REASON-EXIT.
004710     EXIT.
004720 7000-WRITE-DLTOUT.
004730     WRITE RECDLT-RECORD
004740     IF NOT WS-FILE-STATUS-DOUT-OK
004750         DISPLAY "SUSPRECY: WRITE FAILED FOR DLTOUT - STATUS "
004760             WS-FILE-STATUS-DOUT
004770         MOVE 16 TO RETURN-CODE
004780         GOBACK
004790     END-IF
004800     .
004810 7000-WRITE-DLTOUT-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------*
004840* 8000 - THE SUSPENSE AGING REPORT, GROUPED BY REJECTION
004850* REASON, PLUS THE CYCLE TOTALS AND THE AGED-OUT CASUALTY LIST.
004860*----------------------------------------------------------------*
004870 8000-PRINT-AGING-REPORT.
004880     MOVE SPACES TO WS-REPORT-LINE
004890     STRING "SUSPENSE AGING REPORT - RUN " DELIMITED BY SIZE
004900         WS-RUN-DATE DELIMITED BY SIZE
004910         INTO WS-REPORT-LINE
004920     PERFORM 8900-WRITE-REPORT-LINE
004930         THRU 8900-WRITE-REPORT-LINE-EXIT
004940     MOVE SPACES TO WS-REPORT-LINE
004950     MOVE "REASON  IN SUSPENSE  AGED OUT  OLDEST"
004960         TO WS-REPORT-LINE
004970     PERFORM 8900-WRITE-REPORT-LINE
004980         THRU 8900-WRITE-REPORT-LINE-EXIT
004990     PERFORM 8100-PRINT-REASON-LINE
005000         THRU 8100-PRINT-REASON-LINE-EXIT
005010         VARYING WS-RSN-IDX FROM 1 BY 1
005020         UNTIL WS-RSN-IDX > WS-RSN-COUNT
005030     MOVE SPACES TO WS-REPORT-LINE
005040     PERFORM 8900-WRITE-REPORT-LINE
005050         THRU 8900-WRITE-REPORT-LINE-EXIT
005060     MOVE SPACES TO WS-REPORT-LINE
005070     MOVE WS-RECYCLED-COUNT TO WS-EDIT-COUNT
005080     STRING "RECYCLED            : " DELIMITED BY SIZE
005090         WS-EDIT-COUNT DELIMITED BY SIZE
005100         INTO WS-REPORT-LINE
005110     PERFORM 8900-WRITE-REPORT-LINE
005120         THRU 8900-WRITE-REPORT-LINE-EXIT
005130     MOVE SPACES TO WS-REPORT-LINE
005140     MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
005150     STRING "NEW TRANSACTIONS    : " DELIMITED BY SIZE
005160         WS-EDIT-COUNT DELIMITED BY SIZE
005170         INTO WS-REPORT-LINE
005180     PERFORM 8900-WRITE-REPORT-LINE
005190         THRU 8900-WRITE-REPORT-LINE-EXIT
005200     MOVE SPACES TO WS-REPORT-LINE
005210     MOVE WS-AGED-OUT-COUNT TO WS-EDIT-COUNT
005220     STRING "AGED OUT            : " DELIMITED BY SIZE
005230         WS-EDIT-COUNT DELIMITED BY SIZE
005240         INTO WS-REPORT-LINE
005250     PERFORM 8900-WRITE-REPORT-LINE
005260         THRU 8900-WRITE-REPORT-LINE-EXIT
005270     MOVE SPACES TO WS-REPORT-LINE
005280     MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-COUNT
005290     STRING "SUPERSEDED BY NEW   : " DELIMITED BY SIZE
005300         WS-EDIT-COUNT DELIMITED BY SIZE
005310         INTO WS-REPORT-LINE
005320     PERFORM 8900-WRITE-REPORT-LINE
005330         THRU 8900-WRITE-REPORT-LINE-EXIT
005340     MOVE SPACES TO WS-REPORT-LINE
005350     MOVE WS-DUP-DROP-COUNT TO WS-EDIT-COUNT
005360     STRING "DUPLICATES DROPPED  : " DELIMITED BY SIZE
005370         WS-EDIT-COUNT DELIMITED BY SIZE
005380         INTO WS-REPORT-LINE
005390     PERFORM 8900-WRITE-REPORT-LINE
005400         THRU 8900-WRITE-REPORT-LINE-EXIT
005410     IF WS-SUSPIN-MISSING-YES
005420         MOVE SPACES TO WS-REPORT-LINE
005430         MOVE "NO SUSPENSE DATASET - NEW FILE PASSED THROUGH"
005440             TO WS-REPORT-LINE
005450         PERFORM 8900-WRITE-REPORT-LINE
005460             THRU 8900-WRITE-REPORT-LINE-EXIT
005470     END-IF
005480     IF WS-AGED-SHOWN > 0
005490         MOVE SPACES TO WS-REPORT-LINE
005500         PERFORM 8900-WRITE-REPORT-LINE
005510             THRU 8900-WRITE-REPORT-LINE-EXIT
005520         MOVE SPACES TO WS-REPORT-LINE
005530         MOVE "AGED OUT THIS CYCLE (FIRST 50 SHOWN)"
005540             TO WS-REPORT-LINE
005550         PERFORM 8900-WRITE-REPORT-LINE
005560             THRU 8900-WRITE-REPORT-LINE-EXIT
005570         PERFORM 8200-PRINT-AGED-LINE
005580             THRU 8200-PRINT-AGED-LINE-EXIT
005590             VARYING WS-AGED-IDX FROM 1 BY 1
005600             UNTIL WS-AGED-IDX > WS-AGED-SHOWN
005610     END-IF
005620     .
005630 8000-PRINT-AGING-REPORT-EXIT.
005640     EXIT.
005650 8100-PRINT-REASON-LINE.
005660     MOVE SPACES TO WS-REPORT-LINE
005670     MOVE WS-RSN-CODE (WS-RSN-IDX) TO WS-REPORT-LINE (1:2)
005680     MOVE WS-RSN-RECYCLED (WS-RSN-IDX) TO WS-EDIT-COUNT
005690     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (9:7)
005700     MOVE WS-RSN-AGED-OUT (WS-RSN-IDX) TO WS-EDIT-COUNT
005710     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (22:7)
005720     MOVE WS-RSN-OLDEST (WS-RSN-IDX) TO WS-EDIT-AGE
005730     MOVE WS-EDIT-AGE TO WS-REPORT-LINE (33:3)
005740     PERFORM 8900-WRITE-REPORT-LINE
005750         THRU 8900-WRITE-REPORT-LINE-EXIT
005760     .
005770 8100-PRINT-REASON-LINE-EXIT.
005780     EXIT.
005790 8200-PRINT-AGED-LINE.
005800     MOVE SPACES TO WS-REPORT-LINE
005810     MOVE WS-AGED-KEY (WS-AGED-IDX) TO WS-REPORT-LINE (1:10)
005820     MOVE WS-AGED-REASON (WS-AGED-IDX)
005830         TO WS-REPORT-LINE (12:2)
005840     MOVE WS-AGED-AGE (WS-AGED-IDX) TO WS-EDIT-AGE
005850     MOVE WS-EDIT-AGE TO WS-REPORT-LINE (15:3)
005860     PERFORM 8900-WRITE-REPORT-LINE
005870         THRU 8900-WRITE-REPORT-LINE-EXIT
005880     .
005890 8200-PRINT-AGED-LINE-EXIT.
005900     EXIT.
005910 8900-WRITE-REPORT-LINE.
005920     WRITE REPORT-RECORD FROM WS-REPORT-LINE
005930     IF NOT WS-FILE-STATUS-RPT-OK
005940         DISPLAY "SUSPRECY: WRITE FAILED FOR SUSPRPT - STATUS "
005950             WS-FILE-STATUS-RPT
005960         MOVE 16 TO RETURN-CODE
005970         GOBACK
005980     END-IF
005990     .
006000 8900-WRITE-REPORT-LINE-EXIT.
006010     EXIT.
006020 9999-TERMINATE.
006030     IF WS-SUSPIN-MISSING-NO
006040         CLOSE SUSPWK-FILE
006050     END-IF
006060     CLOSE DLTIN-FILE
006070     CLOSE DLTOUT-FILE
006080     CLOSE REPORT-FILE
006090     IF WS-AGED-OUT-COUNT > 0 OR WS-DUP-DROP-COUNT > 0
006100             OR WS-SUPERSEDED-COUNT > 0
006110         MOVE 4 TO RETURN-CODE
006120     END-IF
006130     .
006140 9999-TERMINATE-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------*
006170* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
006180*----------------------------------------------------------------*
006190 COPY "RECSTP.cpy".
006200 END PROGRAM SUSPRECY.
