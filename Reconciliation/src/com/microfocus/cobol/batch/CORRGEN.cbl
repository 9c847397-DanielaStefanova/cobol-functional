000250* FILE B MASTER.  A REASON WHOSE WINNER IS THE TARGET'S OWN
000260* IMAGE NEEDS NO CORRECTION AND IS COUNTED AS SKIPPED.  THE
000270* TRANSACTIONS COME OUT IN EXTRACT (KEY) ORDER, SO A SINGLE-
000280* PAIR EXTRACT FEEDS CORRAPRV AND DELTAAPL AS IS; A MULTI-PAIR
000290* EXTRACT SHOULD BE CUT PER PAIR WITH THE PAIR CARD FIRST.
000300*
000310* EVERY TRANSACTION IS STAMPED AS A CORRECTION (RECDLT ORIGIN
000320* "C") PREPARED BY THE USER ID ON THE PREPARER CARD, AND IS HELD
000330* ON THE CORRPEND PENDING FILE: DELTAAPL REJECTS IT UNTIL CORRAPRV
000340* HAS RECORDED AN APPROVER OTHER THAN THE PREPARER.
000350*     PREPARER USERID             (REQUIRED)
000360*
000370* WHEN AN ORPHCAND DATASET (RECOPC.CPY) IS SUPPLIED, EACH
000380* CANDIDATE THE DESK HAS CONFIRMED (FLAG "Y") TURNS ITS NA AND NB
000390* EXCEPTIONS INTO ONE KEY CHANGE - A RECDLT "K" OUT LEG AT THE
000400* KEY THE TARGET HOLDS THE RECORD UNDER AND AN IN LEG AT THE KEY
000410* IT SHOULD HAVE - INSTEAD OF A DELETE AND AN ADD; THE DISPOSE
000420* CARDS DO NOT APPLY TO THEM.  THE MOVED IMAGE IS THE OTHER
000430* SIDE'S.  A CONFIRMED CANDIDATE WHOSE NA OR NB IS NOT IN THIS
000440* EXTRACT IS NOT USED (BOTH LEGS OR NEITHER), IS LISTED, AND
000450* ENDS THE RUN AT RC=4.
000460*
000470* MODIFICATION HISTORY.
000480*   2026-09-02 DS   INITIAL VERSION.
000490*   2026-10-15 DS   KEY CHANGES FOR CONFIRMED ORPHAN PAIRS.
000500*   2026-10-15 DS   CORRECTIONS STAMPED WITH ORIGIN AND PREPARER
000510*                   AND HELD ON CORRPEND FOR MAKER-CHECKER
000520*                   APPROVAL BEFORE THEY CAN BE APPLIED.
000530*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000540*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000550*                   THE STEPSLA BATCH-WINDOW REPORT.
000560*----------------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FILE-STATUS-EXT.
000640     SELECT DELTA-FILE ASSIGN TO CORRPEND
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FILE-STATUS-DELTA.
000670     SELECT REPORT-FILE ASSIGN TO CORRRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FILE-STATUS-RPT.
000700     SELECT PARM-FILE ASSIGN TO SYSIN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FILE-STATUS-PARM.
000730     SELECT CAND-FILE ASSIGN TO ORPHCAND
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FILE-STATUS-CAND.
000760     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RECSTW-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EXTRACT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "RECEXT.cpy".
000840 FD  DELTA-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "RECDLT.cpy".
000870 FD  REPORT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  REPORT-RECORD                   PIC X(80).
000900 FD  PARM-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  PARM-RECORD                     PIC X(80).
000930 FD  CAND-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY "RECOPC.cpy".
000960 FD  STEPTIME-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY "RECSTM.cpy".
000990 WORKING-STORAGE SECTION.
001000 01  WS-EOF-EXT-SW                   PIC X(01) VALUE "N".
001010     88  WS-EOF-EXT-YES                         VALUE "Y".
001020     88  WS-EOF-EXT-NO                          VALUE "N".
001030 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001040     88  WS-PARM-EOF-YES                        VALUE "Y".
001050     88  WS-PARM-EOF-NO                         VALUE "N".
001060 01  WS-FILE-STATUSES.
001070     05  WS-FILE-STATUS-EXT          PIC X(02) VALUE "00".
001080         88  WS-FILE-STATUS-EXT-OK             VALUE "00".
001090     05  WS-FILE-STATUS-DELTA        PIC X(02) VALUE "00".
001100         88  WS-FILE-STATUS-DELTA-OK           VALUE "00".
001110     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001120         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001130     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001140         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001150         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001160     05  WS-FILE-STATUS-CAND         PIC X(02) VALUE "00".
001170         88  WS-FILE-STATUS-CAND-OK            VALUE "00".
001180         88  WS-FILE-STATUS-CAND-NOTFND        VALUE "35".
001190 01  WS-COUNTERS COMP-3.
001200     05  WS-ADD-COUNT                PIC 9(07) VALUE ZERO.
001210     05  WS-CHANGE-COUNT             PIC 9(07) VALUE ZERO.
001220     05  WS-DELETE-COUNT             PIC 9(07) VALUE ZERO.
001230     05  WS-SKIP-COUNT               PIC 9(07) VALUE ZERO.
001240     05  WS-PAIR-SKIP-COUNT          PIC 9(07) VALUE ZERO.
001250     05  WS-BADRSN-COUNT             PIC 9(07) VALUE ZERO.
001260     05  WS-KEYCHG-COUNT             PIC 9(07) VALUE ZERO.
001270     05  WS-KC-INCOMPLETE-COUNT      PIC 9(07) VALUE ZERO.
001280*----------------------------------------------------------------*
001290* CONFIRMED ORPHAN PAIRS.  THE EXTRACT IS SCANNED ONCE BEFORE THE
001300* CORRECTIONS ARE BUILT TO SEE THAT BOTH HALVES OF EACH ARE IN IT.
001310*----------------------------------------------------------------*
001320 01  WS-EOF-CAND-SW                  PIC X(01) VALUE "N".
001330     88  WS-EOF-CAND-YES                        VALUE "Y".
001340     88  WS-EOF-CAND-NO                         VALUE "N".
001350 01  WS-KC-TABLE.
001360     05  WS-KC-COUNT                 PIC S9(04) COMP VALUE ZERO.
001370     05  WS-KC-MAX                   PIC S9(04) COMP VALUE 1000.
001380     05  WS-KC-ENTRY OCCURS 1000 TIMES.
001390         10  WS-KC-PAIR-ID           PIC X(08).
001400         10  WS-KC-NA-KEY            PIC X(10).
001410         10  WS-KC-NB-KEY            PIC X(10).
001420         10  WS-KC-NA-SEEN-SW        PIC X(01).
001430             88  WS-KC-NA-SEEN                  VALUE "Y".
001440         10  WS-KC-NB-SEEN-SW        PIC X(01).
001450             88  WS-KC-NB-SEEN                  VALUE "Y".
001460 01  WS-KC-IDX                       PIC S9(04) COMP.
001470 01  WS-KC-HIT                       PIC S9(04) COMP.
001480 01  WS-DISPOSITIONS.
001490     05  WS-TARGET-SIDE              PIC X(01) VALUE "B".
001500     05  WS-WIN-NA                   PIC X(01) VALUE "A".
001510     05  WS-WIN-NB                   PIC X(01) VALUE "A".
001520     05  WS-WIN-FM                   PIC X(01) VALUE "A".
001530     05  WS-WINNER                   PIC X(01).
001540 01  WS-PAIR-FILTER                  PIC X(08) VALUE SPACES.
001550 01  WS-PREPARER-ID                  PIC X(08) VALUE SPACES.
001560 01  WS-PARM-CARD.
001570     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001580     05  FILLER                      PIC X(79).
001590 01  WS-CARD-FIELDS.
001600     05  WS-CARD-VERB                PIC X(10).
001610     05  WS-CARD-OPERAND-1          PIC X(10).
001620     05  WS-CARD-OPERAND-2          PIC X(10).
001630 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001640 01  WS-REPORT-LINE                  PIC X(80).
001650 01  WS-RUN-DATE                     PIC X(08).
001660 COPY "RECSTW.cpy".
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     MOVE "CORRGEN" TO RECSTW-PROGRAM-ID
001700     PERFORM 9800-START-STEP-TIMING
001710         THRU 9800-START-STEP-TIMING-EXIT
001720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001730     PERFORM 2000-PROCESS-EXTRACT
001740         THRU 2000-PROCESS-EXTRACT-EXIT
001750         UNTIL WS-EOF-EXT-YES
001760     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001770     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001780     COMPUTE RECSTW-RECORD-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
001790         + WS-DELETE-COUNT + WS-KEYCHG-COUNT
001800     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001810     PERFORM 9810-WRITE-STEP-TIMING
001820         THRU 9810-WRITE-STEP-TIMING-EXIT
001830     GOBACK
001840     .
001850 0000-MAINLINE-EXIT.
001860     EXIT.
001870 1000-INITIALIZE.
001880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001890     PERFORM 1100-READ-PARM-CARDS
001900         THRU 1100-READ-PARM-CARDS-EXIT
001910     IF WS-PREPARER-ID = SPACES
001920         DISPLAY "CORRGEN: NO PREPARER CARD ON SYSIN"
001930         MOVE 16 TO RETURN-CODE
001940         GOBACK
001950     END-IF
001960     PERFORM 1300-LOAD-CANDIDATES
001970         THRU 1300-LOAD-CANDIDATES-EXIT
001980     OPEN INPUT EXTRACT-FILE
001990     IF NOT WS-FILE-STATUS-EXT-OK
002000         DISPLAY "CORRGEN: OPEN FAILED FOR EXTFILE - STATUS "
002010             WS-FILE-STATUS-EXT
002020         MOVE 16 TO RETURN-CODE
002030         GOBACK
002040     END-IF
002050     OPEN OUTPUT DELTA-FILE
002060     IF NOT WS-FILE-STATUS-DELTA-OK
002070         DISPLAY "CORRGEN: OPEN FAILED FOR CORRPEND - STATUS "
002080             WS-FILE-STATUS-DELTA
002090         MOVE 16 TO RETURN-CODE
002100         GOBACK
002110     END-IF
002120     OPEN OUTPUT REPORT-FILE
002130     IF NOT WS-FILE-STATUS-RPT-OK
002140         DISPLAY "CORRGEN: OPEN FAILED FOR CORRRPT - STATUS "
002150             WS-FILE-STATUS-RPT
002160         MOVE 16 TO RETURN-CODE
002170         GOBACK
002180     END-IF
002190     .
002200 1000-INITIALIZE-EXIT.
002210     EXIT.
002220 1100-READ-PARM-CARDS.
002230     OPEN INPUT PARM-FILE
002240     IF WS-FILE-STATUS-PARM-NOTFND
002250         SET WS-PARM-EOF-YES TO TRUE
002260         GO TO 1100-READ-PARM-CARDS-EXIT
002270     END-IF
002280     IF NOT WS-FILE-STATUS-PARM-OK
002290         DISPLAY "CORRGEN: OPEN FAILED FOR SYSIN - STATUS "
002300             WS-FILE-STATUS-PARM
002310         MOVE 16 TO RETURN-CODE
002320         GOBACK
002330     END-IF
002340     PERFORM 1110-READ-PARM-CARD
002350         THRU 1110-READ-PARM-CARD-EXIT
002360         UNTIL WS-PARM-EOF-YES
002370     CLOSE PARM-FILE
002380     .
002390 1100-READ-PARM-CARDS-EXIT.
002400     EXIT.
002410 1110-READ-PARM-CARD.
002420     READ PARM-FILE INTO WS-PARM-CARD
002430         AT END
002440             SET WS-PARM-EOF-YES TO TRUE
002450             GO TO 1110-READ-PARM-CARD-EXIT
002460     END-READ
002470     IF NOT WS-FILE-STATUS-PARM-OK
002480         DISPLAY "CORRGEN: READ FAILED FOR SYSIN - STATUS "
002490             WS-FILE-STATUS-PARM
002500         MOVE 16 TO RETURN-CODE
002510         GOBACK
002520     END-IF
002530     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002540         GO TO 1110-READ-PARM-CARD-EXIT
002550     END-IF
002560     MOVE SPACES TO WS-CARD-FIELDS
002570     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002580         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002590             WS-CARD-OPERAND-2
002600     END-UNSTRING
002610     EVALUATE WS-CARD-VERB
002620         WHEN "TARGET"
002630             IF WS-CARD-OPERAND-1 NOT = "A"
002640                     AND WS-CARD-OPERAND-1 NOT = "B"
002650                 DISPLAY "CORRGEN: TARGET MUST BE A OR B"
002660                 MOVE 16 TO RETURN-CODE
002670                 GOBACK
002680             END-IF
002690             MOVE WS-CARD-OPERAND-1 TO WS-TARGET-SIDE
002700         WHEN "DISPOSE"
002710             PERFORM 1120-APPLY-DISPOSE-CARD
002720                 THRU 1120-APPLY-DISPOSE-CARD-EXIT
002730         WHEN "PAIR"
002740             MOVE WS-CARD-OPERAND-1 TO WS-PAIR-FILTER
002750         WHEN "PREPARER"
002760             MOVE WS-CARD-OPERAND-1 TO WS-PREPARER-ID
002770         WHEN OTHER
002780             DISPLAY "CORRGEN: UNRECOGNIZED PARM CARD - "
002790                 WS-PARM-CARD
002800             MOVE 16 TO RETURN-CODE
002810             GOBACK
002820     END-EVALUATE
002830     .
002840 1110-READ-PARM-CARD-EXIT.
002850     EXIT.
002860 1120-APPLY-DISPOSE-CARD.
002870     IF WS-CARD-OPERAND-2 NOT = "A"
002880             AND WS-CARD-OPERAND-2 NOT = "B"
002890         DISPLAY "CORRGEN: DISPOSE WINNER MUST BE A OR B"
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF
002930     EVALUATE WS-CARD-OPERAND-1
002940         WHEN "NA"
002950             MOVE WS-CARD-OPERAND-2 (1:1) TO WS-WIN-NA
002960         WHEN "NB"
002970             MOVE WS-CARD-OPERAND-2 (1:1) TO WS-WIN-NB
002980         WHEN "FM"
002990             MOVE WS-CARD-OPERAND-2 (1:1) TO WS-WIN-FM
003000         WHEN OTHER
003010             DISPLAY "CORRGEN: BAD DISPOSE REASON - "
003020                 WS-CARD-OPERAND-1
003030             MOVE 16 TO RETURN-CODE
003040             GOBACK
003050     END-EVALUATE
003060     .
003070 1120-APPLY-DISPOSE-CARD-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------*
003100* 1300 - CONFIRMED ORPHAN PAIRS FROM ORPHCAND, WHEN ONE IS GIVEN,
003110* THEN ONE PASS OF THE EXTRACT TO MARK WHICH HALVES ARE PRESENT.
003120* PENDING AND TURNED-DOWN CANDIDATES ARE IGNORED.
003130*----------------------------------------------------------------*
003140 1300-LOAD-CANDIDATES.
003150     OPEN INPUT CAND-FILE
003160     IF WS-FILE-STATUS-CAND-NOTFND
003170         GO TO 1300-LOAD-CANDIDATES-EXIT
003180     END-IF
003190     IF NOT WS-FILE-STATUS-CAND-OK
003200         DISPLAY "CORRGEN: OPEN FAILED FOR ORPHCAND - STATUS "
003210             WS-FILE-STATUS-CAND
003220         MOVE 16 TO RETURN-CODE
003230         GOBACK
003240     END-IF
003250     PERFORM 1310-READ-CANDIDATE
003260         THRU 1310-READ-CANDIDATE-EXIT
003270         UNTIL WS-EOF-CAND-YES
003280     CLOSE CAND-FILE
003290     IF WS-KC-COUNT = 0
003300         GO TO 1300-LOAD-CANDIDATES-EXIT
003310     END-IF
003320     OPEN INPUT EXTRACT-FILE
003330     IF NOT WS-FILE-STATUS-EXT-OK
003340         DISPLAY "CORRGEN: OPEN FAILED FOR EXTFILE - STATUS "
003350             WS-FILE-STATUS-EXT
003360         MOVE 16 TO RETURN-CODE
003370         GOBACK
003380     END-IF
003390     PERFORM 1320-SCAN-EXTRACT
003400         THRU 1320-SCAN-EXTRACT-EXIT
003410         UNTIL WS-EOF-EXT-YES
003420     CLOSE EXTRACT-FILE
003430     SET WS-EOF-EXT-NO TO TRUE
003440     .
003450 1300-LOAD-CANDIDATES-EXIT.
003460     EXIT.
003470 1310-READ-CANDIDATE.
003480     READ CAND-FILE
003490         AT END
003500             SET WS-EOF-CAND-YES TO TRUE
003510             GO TO 1310-READ-CANDIDATE-EXIT
003520     END-READ
003530     IF NOT WS-FILE-STATUS-CAND-OK
003540         DISPLAY "CORRGEN: READ FAILED FOR ORPHCAND - STATUS "
003550             WS-FILE-STATUS-CAND
003560         MOVE 16 TO RETURN-CODE
003570         GOBACK
003580     END-IF
003590     IF NOT RECOPC-CONFIRMED
003600         GO TO 1310-READ-CANDIDATE-EXIT
003610     END-IF
003620     IF WS-PAIR-FILTER NOT = SPACES
003630             AND RECOPC-PAIR-ID NOT = WS-PAIR-FILTER
003640         GO TO 1310-READ-CANDIDATE-EXIT
003650     END-IF
003660     IF WS-KC-COUNT = WS-KC-MAX
003670         DISPLAY "CORRGEN: TOO MANY CONFIRMED ORPHAN PAIRS"
003680         MOVE 16 TO RETURN-CODE
003690         GOBACK
003700     END-IF
003710     ADD 1 TO WS-KC-COUNT
003720     MOVE RECOPC-PAIR-ID TO WS-KC-PAIR-ID (WS-KC-COUNT)
003730     MOVE RECOPC-NA-KEY TO WS-KC-NA-KEY (WS-KC-COUNT)
003740     MOVE RECOPC-NB-KEY TO WS-KC-NB-KEY (WS-KC-COUNT)
003750     MOVE "N" TO WS-KC-NA-SEEN-SW (WS-KC-COUNT)
003760     MOVE "N" TO WS-KC-NB-SEEN-SW (WS-KC-COUNT)
003770     .
003780 1310-READ-CANDIDATE-EXIT.
003790     EXIT.
003800 1320-SCAN-EXTRACT.
003810     READ EXTRACT-FILE
003820         AT END
003830             SET WS-EOF-EXT-YES TO TRUE
003840             GO TO 1320-SCAN-EXTRACT-EXIT
003850     END-READ
003860     IF NOT WS-FILE-STATUS-EXT-OK
003870         DISPLAY "CORRGEN: READ FAILED FOR EXTFILE - STATUS "
003880             WS-FILE-STATUS-EXT
003890         MOVE 16 TO RETURN-CODE
003900         GOBACK
003910     END-IF
003920     PERFORM 1400-FIND-KEY-CHANGE
003930         THRU 1400-FIND-KEY-CHANGE-EXIT
003940     IF WS-KC-HIT = 0
003950         GO TO 1320-SCAN-EXTRACT-EXIT
003960     END-IF
003970     IF RECEXT-REASON-NOT-ON-A
003980         MOVE "Y" TO WS-KC-NA-SEEN-SW (WS-KC-HIT)
003990     ELSE
004000         MOVE "Y" TO WS-KC-NB-SEEN-SW (WS-KC-HIT)
004010     END-IF
004020     .
004030 1320-SCAN-EXTRACT-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060* 1400 - THE CONFIRMED PAIR THIS EXTRACT RECORD IS A HALF OF, IN
004070* WS-KC-HIT (ZERO FOR NONE): AN NA BY ITS NA KEY, AN NB BY ITS NB
004080* KEY, ALWAYS WITHIN THE SAME PAIR.
004090*----------------------------------------------------------------*
004100 1400-FIND-KEY-CHANGE.
004110     MOVE ZERO TO WS-KC-HIT
004120     IF NOT RECEXT-REASON-NOT-ON-A AND NOT RECEXT-REASON-NOT-ON-B
004130         GO TO 1400-FIND-KEY-CHANGE-EXIT
004140     END-IF
004150     PERFORM 1410-CHECK-ONE-KEY-CHANGE
004160         THRU 1410-CHECK-ONE-KEY-CHANGE-EXIT
004170         VARYING WS-KC-IDX FROM 1 BY 1
004180         UNTIL WS-KC-IDX > WS-KC-COUNT OR WS-KC-HIT > 0
004190     .
004200 1400-FIND-KEY-CHANGE-EXIT.
004210     EXIT.
004220 1410-CHECK-ONE-KEY-CHANGE.
004230     IF WS-KC-PAIR-ID (WS-KC-IDX) NOT = RECEXT-PAIR-ID
004240         GO TO 1410-CHECK-ONE-KEY-CHANGE-EXIT
004250     END-IF
004260     IF RECEXT-REASON-NOT-ON-A
004270             AND WS-KC-NA-KEY (WS-KC-IDX) = RECEXT-KEY
004280         MOVE WS-KC-IDX TO WS-KC-HIT
004290     END-IF
004300     IF RECEXT-REASON-NOT-ON-B
004310             AND WS-KC-NB-KEY (WS-KC-IDX) = RECEXT-KEY
004320         MOVE WS-KC-IDX TO WS-KC-HIT
004330     END-IF
004340     .
004350 1410-CHECK-ONE-KEY-CHANGE-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380* 2000 - ONE EXTRACT RECORD INTO AT MOST ONE CORRECTION.  THE
004390* WINNER FOR THE REASON DECIDES; A WINNER THAT IS THE TARGET'S
004400* OWN SIDE MEANS THE MASTER IS ALREADY RIGHT AND NOTHING IS
004410* EMITTED.
004420*----------------------------------------------------------------*
004430 2000-PROCESS-EXTRACT.
004440     READ EXTRACT-FILE
004450         AT END
004460             SET WS-EOF-EXT-YES TO TRUE
004470             GO TO 2000-PROCESS-EXTRACT-EXIT
004480     END-READ
004490     IF NOT WS-FILE-STATUS-EXT-OK
004500         DISPLAY "CORRGEN: READ FAILED FOR EXTFILE - STATUS "
004510             WS-FILE-STATUS-EXT
004520         MOVE 16 TO RETURN-CODE
004530         GOBACK
004540     END-IF
004550     IF WS-PAIR-FILTER NOT = SPACES
004560             AND RECEXT-PAIR-ID NOT = WS-PAIR-FILTER
004570         ADD 1 TO WS-PAIR-SKIP-COUNT
004580         GO TO 2000-PROCESS-EXTRACT-EXIT
004590     END-IF
004600     IF WS-KC-COUNT > 0
004610         PERFORM 1400-FIND-KEY-CHANGE
004620             THRU 1400-FIND-KEY-CHANGE-EXIT
004630         IF WS-KC-HIT > 0
004640             IF WS-KC-NA-SEEN (WS-KC-HIT)
004650                     AND WS-KC-NB-SEEN (WS-KC-HIT)
004660                 PERFORM 3500-BUILD-KEY-CHANGE-LEG
004670                     THRU 3500-BUILD-KEY-CHANGE-LEG-EXIT
004680                 GO TO 2000-PROCESS-EXTRACT-EXIT
004690             END-IF
004700         END-IF
004710     END-IF
004720     EVALUATE TRUE
004730         WHEN RECEXT-REASON-NOT-ON-A
004740             MOVE WS-WIN-NA TO WS-WINNER
004750         WHEN RECEXT-REASON-NOT-ON-B
004760             MOVE WS-WIN-NB TO WS-WINNER
004770         WHEN RECEXT-REASON-FIELD-MISM
004780             MOVE WS-WIN-FM TO WS-WINNER
004790         WHEN OTHER
004800             ADD 1 TO WS-BADRSN-COUNT
004810             GO TO 2000-PROCESS-EXTRACT-EXIT
004820     END-EVALUATE
004830     IF WS-WINNER = WS-TARGET-SIDE
004840         ADD 1 TO WS-SKIP-COUNT
004850         GO TO 2000-PROCESS-EXTRACT-EXIT
004860     END-IF
004870     PERFORM 3000-BUILD-CORRECTION
004880         THRU 3000-BUILD-CORRECTION-EXIT
004890     .
004900 2000-PROCESS-EXTRACT-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------*
004930* 3000 - SHAPE THE DELTA.  THE EXCEPTION SAYS WHICH SIDE HOLDS
004940* THE RECORD; THE TARGET SAYS WHICH MASTER IS BEING CORRECTED;
004950* TOGETHER THEY PICK ADD, CHANGE OR DELETE AND THE IMAGES.
004960*----------------------------------------------------------------*
004970 3000-BUILD-CORRECTION.
004980     MOVE SPACES TO RECDLT-RECORD
004990     MOVE RECEXT-KEY TO RECDLT-KEY
005000     EVALUATE TRUE
005010*----------------------------------------------------------------*
005020* KEY ONLY ON FILE B.  CORRECTING B: THE RECORD SHOULD NOT BE
005030* THERE - DELETE IT.  CORRECTING A: THE RECORD IS MISSING -
005040* ADD THE FILE B IMAGE.
005050*----------------------------------------------------------------*
005060         WHEN RECEXT-REASON-NOT-ON-A
005070             IF WS-TARGET-SIDE = "B"
005080                 SET RECDLT-ACTION-DELETE TO TRUE
005090                 MOVE RECEXT-FILEB-DATA TO RECDLT-BEFORE-DATA
005100                 ADD 1 TO WS-DELETE-COUNT
005110             ELSE
005120                 SET RECDLT-ACTION-ADD TO TRUE
005130                 MOVE RECEXT-FILEB-DATA TO RECDLT-AFTER-DATA
005140                 ADD 1 TO WS-ADD-COUNT
005150             END-IF
005160*----------------------------------------------------------------*
005170* KEY ONLY ON FILE A - THE MIRROR.
005180*----------------------------------------------------------------*
005190         WHEN RECEXT-REASON-NOT-ON-B
005200             IF WS-TARGET-SIDE = "B"
005210                 SET RECDLT-ACTION-ADD TO TRUE
005220                 MOVE RECEXT-FILEA-DATA TO RECDLT-AFTER-DATA
005230                 ADD 1 TO WS-ADD-COUNT
005240             ELSE
005250                 SET RECDLT-ACTION-DELETE TO TRUE
005260                 MOVE RECEXT-FILEA-DATA TO RECDLT-BEFORE-DATA
005270                 ADD 1 TO WS-DELETE-COUNT
005280             END-IF
005290*----------------------------------------------------------------*
005300* BOTH SIDES HOLD THE KEY, THE IMAGES DIFFER: A CHANGE FROM THE
005310* TARGET'S IMAGE TO THE WINNER'S.
005320*----------------------------------------------------------------*
005330         WHEN OTHER
005340             SET RECDLT-ACTION-CHANGE TO TRUE
005350             IF WS-TARGET-SIDE = "B"
005360                 MOVE RECEXT-FILEB-DATA TO RECDLT-BEFORE-DATA
005370                 MOVE RECEXT-FILEA-DATA TO RECDLT-AFTER-DATA
005380             ELSE
005390                 MOVE RECEXT-FILEA-DATA TO RECDLT-BEFORE-DATA
005400                 MOVE RECEXT-FILEB-DATA TO RECDLT-AFTER-DATA
005410             END-IF
005420             ADD 1 TO WS-CHANGE-COUNT
005430     END-EVALUATE
005440     MOVE WS-RUN-DATE TO RECDLT-RUN-DATE
005450     SET RECDLT-ORIGIN-CORRECTION TO TRUE
005460     MOVE WS-PREPARER-ID TO RECDLT-PREPARER-ID
005470     WRITE RECDLT-RECORD
005480     IF NOT WS-FILE-STATUS-DELTA-OK
005490         DISPLAY "CORRGEN: WRITE FAILED FOR CORRPEND - STATUS "
005500             WS-FILE-STATUS-DELTA
005510         MOVE 16 TO RETURN-CODE
005520         GOBACK
005530     END-IF
005540     .
005550 3000-BUILD-CORRECTION-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------*
005580* 3500 - ONE LEG OF A CONFIRMED KEY CHANGE.  THE TARGET HOLDS THE
005590* RECORD UNDER ITS OWN ORPHAN'S KEY (NA ON FILE B, NB ON FILE A):
005600* THAT KEY GETS THE OUT LEG WITH THE TARGET'S IMAGE AND THE NEW
005610* KEY, THE OTHER ORPHAN'S KEY THE IN LEG WITH THE OTHER SIDE'S
005620* IMAGE AND THE OLD KEY.  THE PAIR IS COUNTED ON ITS OUT LEG.
005630*----------------------------------------------------------------*
005640 3500-BUILD-KEY-CHANGE-LEG.
005650     MOVE SPACES TO RECDLT-RECORD
005660     SET RECDLT-ACTION-KEYCHG TO TRUE
005670     MOVE RECEXT-KEY TO RECDLT-KEY
005680     EVALUATE TRUE
005690         WHEN RECEXT-REASON-NOT-ON-A AND WS-TARGET-SIDE = "B"
005700             SET RECDLT-KC-LEG-OUT TO TRUE
005710             MOVE RECEXT-FILEB-DATA TO RECDLT-BEFORE-DATA
005720             MOVE SPACES TO RECDLT-AFTER-DATA
005730             MOVE WS-KC-NB-KEY (WS-KC-HIT) TO RECDLT-KC-TO-KEY
005740             ADD 1 TO WS-KEYCHG-COUNT
005750         WHEN RECEXT-REASON-NOT-ON-B AND WS-TARGET-SIDE = "A"
005760             SET RECDLT-KC-LEG-OUT TO TRUE
005770             MOVE RECEXT-FILEA-DATA TO RECDLT-BEFORE-DATA
005780             MOVE SPACES TO RECDLT-AFTER-DATA
005790             MOVE WS-KC-NA-KEY (WS-KC-HIT) TO RECDLT-KC-TO-KEY
005800             ADD 1 TO WS-KEYCHG-COUNT
005810         WHEN RECEXT-REASON-NOT-ON-B
005820             SET RECDLT-KC-LEG-IN TO TRUE
005830             MOVE SPACES TO RECDLT-BEFORE-DATA
005840             MOVE WS-KC-NA-KEY (WS-KC-HIT) TO RECDLT-KC-FROM-KEY
005850             MOVE RECEXT-FILEA-DATA TO RECDLT-AFTER-DATA
005860         WHEN OTHER
005870             SET RECDLT-KC-LEG-IN TO TRUE
005880             MOVE SPACES TO RECDLT-BEFORE-DATA
005890             MOVE WS-KC-NB-KEY (WS-KC-HIT) TO RECDLT-KC-FROM-KEY
005900             MOVE RECEXT-FILEB-DATA TO RECDLT-AFTER-DATA
005910     END-EVALUATE
005920     MOVE WS-RUN-DATE TO RECDLT-RUN-DATE
005930     SET RECDLT-ORIGIN-CORRECTION TO TRUE
005940     MOVE WS-PREPARER-ID TO RECDLT-PREPARER-ID
005950     WRITE RECDLT-RECORD
005960     IF NOT WS-FILE-STATUS-DELTA-OK
005970         DISPLAY "CORRGEN: WRITE FAILED FOR CORRPEND - STATUS "
005980             WS-FILE-STATUS-DELTA
005990         MOVE 16 TO RETURN-CODE
006000         GOBACK
006010     END-IF
006020     .
006030 3500-BUILD-KEY-CHANGE-LEG-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------*
006060* 8000 - CONTROL TOTALS FOR THE GENERATED CORRECTIONS.
006070*----------------------------------------------------------------*
006080 8000-PRINT-SUMMARY.
006090     MOVE SPACES TO WS-REPORT-LINE
006100     STRING "CORRECTION GENERATION SUMMARY - RUN "
006110         DELIMITED BY SIZE
006120         WS-RUN-DATE DELIMITED BY SIZE
006130         INTO WS-REPORT-LINE
006140     PERFORM 8900-WRITE-REPORT-LINE
006150         THRU 8900-WRITE-REPORT-LINE-EXIT
006160     MOVE SPACES TO WS-REPORT-LINE
006170     STRING "TARGET MASTER       : FILE " DELIMITED BY SIZE
006180         WS-TARGET-SIDE DELIMITED BY SIZE
006190         INTO WS-REPORT-LINE
006200     PERFORM 8900-WRITE-REPORT-LINE
006210         THRU 8900-WRITE-REPORT-LINE-EXIT
006220     MOVE SPACES TO WS-REPORT-LINE
006230     STRING "PREPARED BY         : " DELIMITED BY SIZE
006240         WS-PREPARER-ID DELIMITED BY SIZE
006250         "  - PENDING APPROVAL ON CORRPEND" DELIMITED BY SIZE
006260         INTO WS-REPORT-LINE
006270     PERFORM 8900-WRITE-REPORT-LINE
006280         THRU 8900-WRITE-REPORT-LINE-EXIT
006290     MOVE SPACES TO WS-REPORT-LINE
006300     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
006310     STRING "ADDS                : " DELIMITED BY SIZE
006320         WS-EDIT-COUNT DELIMITED BY SIZE
006330         INTO WS-REPORT-LINE
006340     PERFORM 8900-WRITE-REPORT-LINE
006350         THRU 8900-WRITE-REPORT-LINE-EXIT
006360     MOVE SPACES TO WS-REPORT-LINE
006370     MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
006380     STRING "CHANGES             : " DELIMITED BY SIZE
006390         WS-EDIT-COUNT DELIMITED BY SIZE
006400         INTO WS-REPORT-LINE
006410     PERFORM 8900-WRITE-REPORT-LINE
006420         THRU 8900-WRITE-REPORT-LINE-EXIT
006430     MOVE SPACES TO WS-REPORT-LINE
006440     MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
006450     STRING "DELETES             : " DELIMITED BY SIZE
006460         WS-EDIT-COUNT DELIMITED BY SIZE
006470         INTO WS-REPORT-LINE
006480     PERFORM 8900-WRITE-REPORT-LINE
006490         THRU 8900-WRITE-REPORT-LINE-EXIT
006500     MOVE SPACES TO WS-REPORT-LINE
006510     MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT
006520     STRING "NO CORRECTION NEEDED: " DELIMITED BY SIZE
006530         WS-EDIT-COUNT DELIMITED BY SIZE
006540         INTO WS-REPORT-LINE
006550     PERFORM 8900-WRITE-REPORT-LINE
006560         THRU 8900-WRITE-REPORT-LINE-EXIT
006570     IF WS-KC-COUNT > 0
006580         MOVE SPACES TO WS-REPORT-LINE
006590         MOVE WS-KEYCHG-COUNT TO WS-EDIT-COUNT
006600         STRING "KEY CHANGES         : " DELIMITED BY SIZE
006610             WS-EDIT-COUNT DELIMITED BY SIZE
006620             INTO WS-REPORT-LINE
006630         PERFORM 8900-WRITE-REPORT-LINE
006640             THRU 8900-WRITE-REPORT-LINE-EXIT
006650         PERFORM 8100-LIST-INCOMPLETE-PAIR
006660             THRU 8100-LIST-INCOMPLETE-PAIR-EXIT
006670             VARYING WS-KC-IDX FROM 1 BY 1
006680             UNTIL WS-KC-IDX > WS-KC-COUNT
006690     END-IF
006700     IF WS-PAIR-SKIP-COUNT > 0
006710         MOVE SPACES TO WS-REPORT-LINE
006720         MOVE WS-PAIR-SKIP-COUNT TO WS-EDIT-COUNT
006730         STRING "OTHER PAIRS SKIPPED : " DELIMITED BY SIZE
006740             WS-EDIT-COUNT DELIMITED BY SIZE
006750             INTO WS-REPORT-LINE
006760         PERFORM 8900-WRITE-REPORT-LINE
006770             THRU 8900-WRITE-REPORT-LINE-EXIT
006780     END-IF
006790     IF WS-BADRSN-COUNT > 0
006800         MOVE SPACES TO WS-REPORT-LINE
006810         MOVE WS-BADRSN-COUNT TO WS-EDIT-COUNT
006820         STRING "UNKNOWN REASON CODES: " DELIMITED BY SIZE
006830             WS-EDIT-COUNT DELIMITED BY SIZE
006840             INTO WS-REPORT-LINE
006850         PERFORM 8900-WRITE-REPORT-LINE
006860             THRU 8900-WRITE-REPORT-LINE-EXIT
006870     END-IF
006880     .
006890 8000-PRINT-SUMMARY-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------*
006920* 8100 - A CONFIRMED PAIR WITH A HALF MISSING FROM THE EXTRACT -
006930* ALREADY CLEARED OR RE-KEYED SINCE THE PAIRING RAN.  ITS OTHER
006940* HALF WAS CORRECTED THE ORDINARY WAY.
006950*----------------------------------------------------------------*
006960 8100-LIST-INCOMPLETE-PAIR.
006970     IF WS-KC-NA-SEEN (WS-KC-IDX) AND WS-KC-NB-SEEN (WS-KC-IDX)
006980         GO TO 8100-LIST-INCOMPLETE-PAIR-EXIT
006990     END-IF
007000     ADD 1 TO WS-KC-INCOMPLETE-COUNT
007010     MOVE SPACES TO WS-REPORT-LINE
007020     STRING "  PAIRING NOT USED  : " DELIMITED BY SIZE
007030         WS-KC-PAIR-ID (WS-KC-IDX) DELIMITED BY SIZE
007040         " NA " DELIMITED BY SIZE
007050         WS-KC-NA-KEY (WS-KC-IDX) DELIMITED BY SIZE
007060         " NB " DELIMITED BY SIZE
007070         WS-KC-NB-KEY (WS-KC-IDX) DELIMITED BY SIZE
007080         " - HALF NOT IN EXTRACT" DELIMITED BY SIZE
007090         INTO WS-REPORT-LINE
007100     PERFORM 8900-WRITE-REPORT-LINE
007110         THRU 8900-WRITE-REPORT-LINE-EXIT
007120     .
007130 8100-LIST-INCOMPLETE-PAIR-EXIT.
007140     EXIT.
007150 8900-WRITE-REPORT-LINE.
007160     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007170     IF NOT WS-FILE-STATUS-RPT-OK
007180         DISPLAY "CORRGEN: WRITE FAILED FOR CORRRPT - STATUS "
007190             WS-FILE-STATUS-RPT
007200         MOVE 16 TO RETURN-CODE
007210         GOBACK
007220     END-IF
007230     .
007240 8900-WRITE-REPORT-LINE-EXIT.
007250     EXIT.
007260 9999-TERMINATE.
007270     CLOSE EXTRACT-FILE
007280     CLOSE DELTA-FILE
007290     CLOSE REPORT-FILE
007300     IF WS-BADRSN-COUNT > 0 OR WS-KC-INCOMPLETE-COUNT > 0
007310         MOVE 4 TO RETURN-CODE
007320     END-IF
007330     .
007340 9999-TERMINATE-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------*
007370* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
007380*----------------------------------------------------------------*
007390 COPY "RECSTP.cpy".
007400 END PROGRAM CORRGEN.
