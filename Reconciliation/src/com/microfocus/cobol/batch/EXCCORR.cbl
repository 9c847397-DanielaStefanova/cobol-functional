000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCCORR.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* EXCCORR - CROSS-PAIR EXCEPTION CORRELATION REPORT.
000090*
000100* PAIRS FORM CHAINS - THE SAME ACCOUNT FLOWS THROUGH THE LEDGER-
000110* TO-SUBLEDGER PAIR AND THEN THE SUBLEDGER-TO-STATEMENT PAIR - SO
000120* ONE UPSTREAM FAULT SHOWS AS AN EXCEPTION IN EVERY PAIR BELOW
000130* IT.  THIS REPORT GROUPS THE OPEN EXCEPTIONS ON THE CUMULATIVE
000140* FILE (EXCIN, RECEXC.CPY) BY KEY ACROSS PAIR IDS AND LISTS EVERY
000150* KEY THAT IS AN EXCEPTION IN MORE THAN ONE PAIR, WITH EACH
000160* PAIR'S REASON, AGE, FIRST-SEEN DATE AND DISPOSITION (DSPOUT,
000170* RECDSP.CPY) SIDE BY SIDE.  WITHIN A DECLARED CHAIN THE PAIR
000180* NEAREST THE HEAD OF THE CHAIN IS FLAGGED AS THE PROBABLE
000190* ORIGIN, AND ITS OWNER IS NAMED AS THE OWNER FOR THE WHOLE
000200* CHAIN, SO ONE PERSON WORKS THE FAULT INSTEAD OF THREE.
000210* SYSIN:
000220*     CHAIN PAIR1 PAIR2 [... PAIR8]
000230*                     (UP TO 10 CHAINS, HEAD OF THE CHAIN FIRST;
000240*                      A PAIR MAY BELONG TO ONLY ONE CHAIN.  KEYS
000250*                      SHARED BY PAIRS NO CHAIN LINKS ARE STILL
000260*                      LISTED, WITHOUT AN ORIGIN.)
000270* DDNAMES: EXCIN, DSPOUT (A MISSING DATASET MEANS NOTHING IS
000280* OWNED), CORRPT, SYSIN.
000290* RC=0 NO KEY IS AN EXCEPTION IN MORE THAN ONE PAIR, RC=4 SUCH
000300* KEYS LISTED, RC=16 I/O OR PARAMETER ERROR.
000310*
000320* MODIFICATION HISTORY.
000330*   2026-10-15 DS   INITIAL VERSION.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DSPFILE-FILE ASSIGN TO DSPOUT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FILE-STATUS-DSP.
000420     SELECT EXCIN-FILE ASSIGN TO EXCIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FILE-STATUS-EXC.
000450     SELECT REPORT-FILE ASSIGN TO CORRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FILE-STATUS-RPT.
000480     SELECT PARM-FILE ASSIGN TO SYSIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-PARM.
000510     SELECT SORT-FILE ASSIGN TO SORTWK01.
000520     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS RECSTW-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DSPFILE-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY "RECDSP.cpy".
000600 FD  EXCIN-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY "RECEXC.cpy".
000630 FD  REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  REPORT-RECORD                   PIC X(80).
000660 FD  PARM-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  PARM-RECORD                     PIC X(80).
000690*----------------------------------------------------------------*
000700* CORRELATION SORT RECORD.  BY KEY, THEN CHAIN AND POSITION IN
000710* THE CHAIN SO THE HEAD OF EACH CHAIN COMES FIRST; PAIRS IN NO
000720* CHAIN SORT AFTER THE CHAINED ONES.
000730*----------------------------------------------------------------*
000740 SD  SORT-FILE.
000750 01  SORT-RECORD.
000760     05  SRT-KEY                     PIC X(10).
000770     05  SRT-CHAIN-NO                PIC 9(02).
000780     05  SRT-CHAIN-POS               PIC 9(02).
000790     05  SRT-PAIR-ID                 PIC X(08).
000800     05  SRT-REASON-CODE             PIC X(02).
000810     05  SRT-AGE-CYCLES              PIC 9(03).
000820     05  SRT-FIRST-DATE              PIC X(08).
000830     05  SRT-STATUS                  PIC X(02).
000840     05  SRT-OWNER                   PIC X(08).
000850 FD  STEPTIME-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY "RECSTM.cpy".
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-EOF-DSP-SW               PIC X(01) VALUE "N".
000910         88  WS-EOF-DSP-YES                     VALUE "Y".
000920         88  WS-EOF-DSP-NO                      VALUE "N".
000930     05  WS-EOF-EXC-SW               PIC X(01) VALUE "N".
000940         88  WS-EOF-EXC-YES                     VALUE "Y".
000950         88  WS-EOF-EXC-NO                      VALUE "N".
000960     05  WS-EOF-SORT-SW              PIC X(01) VALUE "N".
000970         88  WS-EOF-SORT-YES                    VALUE "Y".
000980         88  WS-EOF-SORT-NO                     VALUE "N".
000990     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001000         88  WS-PARM-EOF-YES                    VALUE "Y".
001010 01  WS-FILE-STATUSES.
001020     05  WS-FILE-STATUS-DSP          PIC X(02) VALUE "00".
001030         88  WS-FILE-STATUS-DSP-OK             VALUE "00".
001040         88  WS-FILE-STATUS-DSP-NOTFND         VALUE "35".
001050     05  WS-FILE-STATUS-EXC          PIC X(02) VALUE "00".
001060         88  WS-FILE-STATUS-EXC-OK             VALUE "00".
001070         88  WS-FILE-STATUS-EXC-NOTFND         VALUE "35".
001080     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001090         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001100     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001110         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001120         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001130 01  WS-PARM-CARD.
001140     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001150     05  FILLER                      PIC X(79).
001160 01  WS-CARD-FIELDS.
001170     05  WS-CARD-VERB                PIC X(10).
001180     05  WS-CARD-PAIR OCCURS 9 TIMES PIC X(10).
001190 01  WS-CARD-IDX                     PIC S9(04) COMP.
001200 01  WS-RUN-DATE                     PIC X(08).
001210 01  WS-RUN-TIME-RAW                 PIC X(08).
001220*----------------------------------------------------------------*
001230* THE DECLARED CHAINS: ONE SLOT PER CHAINED PAIR WITH ITS CHAIN
001240* NUMBER AND ITS POSITION FROM THE HEAD OF THE CHAIN.
001250*----------------------------------------------------------------*
001260 01  WS-CHAIN-TABLE.
001270     05  WS-CHAIN-COUNT              PIC S9(04) COMP VALUE ZERO.
001280     05  WS-CHAIN-MAX                PIC S9(04) COMP VALUE 10.
001290     05  WS-CP-COUNT                 PIC S9(04) COMP VALUE ZERO.
001300     05  WS-CP-ENTRY OCCURS 80 TIMES.
001310         10  WS-CP-PAIR              PIC X(08).
001320         10  WS-CP-CHAIN-NO          PIC 9(02).
001330         10  WS-CP-POS               PIC 9(02).
001340 01  WS-CP-IDX                       PIC S9(04) COMP.
001350 01  WS-CP-FOUND                     PIC S9(04) COMP.
001360 01  WS-CP-POS-NEXT                  PIC 9(02).
001370 01  WS-SRCH-CHAIN-PAIR              PIC X(08).
001380*----------------------------------------------------------------*
001390* DISPOSITION TABLE, LOADED FROM DSPOUT.  A LATER RECORD FOR THE
001400* SAME EXCEPTION SUPERSEDES AN EARLIER ONE, AS IN EXCAGE.
001410*----------------------------------------------------------------*
001420 01  WS-DISP-TABLE.
001430     05  WS-DSP-COUNT                PIC S9(04) COMP VALUE ZERO.
001440     05  WS-DSP-MAX                  PIC S9(04) COMP VALUE 2000.
001450     05  WS-DSP-ENTRY OCCURS 2000 TIMES.
001460         10  WS-DSP-KEY              PIC X(10).
001470         10  WS-DSP-REASON           PIC X(02).
001480         10  WS-DSP-PAIR             PIC X(08).
001490         10  WS-DSP-STATUS           PIC X(02).
001500         10  WS-DSP-OWNER            PIC X(08).
001510 01  WS-DSP-IDX                      PIC S9(04) COMP.
001520 01  WS-DSP-FOUND                    PIC S9(04) COMP.
001530 01  WS-DSP-OVERFLOW                 PIC 9(05) COMP-3 VALUE ZERO.
001540 01  WS-SRCH-FIELDS.
001550     05  WS-SRCH-KEY                 PIC X(10).
001560     05  WS-SRCH-REASON              PIC X(02).
001570     05  WS-SRCH-PAIR                PIC X(08).
001580*----------------------------------------------------------------*
001590* THE EXCEPTIONS OF THE KEY IN HAND, AS THEY COME OFF THE SORT.
001600* A KEY WITH MORE ROWS THAN THE TABLE HOLDS IS LISTED FROM THE
001610* ROWS HELD AND THE REST COUNTED.
001620*----------------------------------------------------------------*
001630 01  WS-GROUP-TABLE.
001640     05  WS-GR-COUNT                 PIC S9(04) COMP VALUE ZERO.
001650     05  WS-GR-MAX                   PIC S9(04) COMP VALUE 20.
001660     05  WS-GR-DROPPED               PIC S9(04) COMP VALUE ZERO.
001670     05  WS-GR-PAIRS                 PIC S9(04) COMP VALUE ZERO.
001680     05  WS-GR-ENTRY OCCURS 20 TIMES.
001690         10  WS-GR-CHAIN-NO          PIC 9(02).
001700         10  WS-GR-PAIR-ID           PIC X(08).
001710         10  WS-GR-REASON-CODE       PIC X(02).
001720         10  WS-GR-AGE-CYCLES        PIC 9(03).
001730         10  WS-GR-FIRST-DATE        PIC X(08).
001740         10  WS-GR-STATUS            PIC X(02).
001750         10  WS-GR-OWNER             PIC X(08).
001760         10  WS-GR-ORIGIN-SW         PIC X(01).
001770             88  WS-GR-ORIGIN                   VALUE "Y".
001780 01  WS-GR-IDX                       PIC S9(04) COMP.
001790 01  WS-GR-SCAN                      PIC S9(04) COMP.
001800 01  WS-GR-SCAN-END-SW               PIC X(01).
001810     88  WS-GR-SCAN-END-YES                     VALUE "Y".
001820     88  WS-GR-SCAN-END-NO                      VALUE "N".
001830 01  WS-GR-KEY                       PIC X(10) VALUE HIGH-VALUES.
001840 01  WS-GR-LAST-PAIR                 PIC X(08).
001850 01  WS-ORIGIN-PAIR                  PIC X(08).
001860 01  WS-ORIGIN-OWNER                 PIC X(08).
001870 01  WS-ORIGIN-SW                    PIC X(01).
001880     88  WS-ORIGIN-YES                          VALUE "Y".
001890     88  WS-ORIGIN-NO                           VALUE "N".
001900 01  WS-COUNTERS COMP-3.
001910     05  WS-EXC-READ-COUNT           PIC 9(07) VALUE ZERO.
001920     05  WS-KEY-COUNT                PIC 9(07) VALUE ZERO.
001930     05  WS-MULTI-KEY-COUNT          PIC 9(07) VALUE ZERO.
001940     05  WS-MULTI-EXC-COUNT          PIC 9(07) VALUE ZERO.
001950     05  WS-ORIGIN-KEY-COUNT         PIC 9(07) VALUE ZERO.
001960     05  WS-UNOWNED-CHAIN-COUNT      PIC 9(07) VALUE ZERO.
001970 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001980 01  WS-EDIT-PAIRS                   PIC Z9.
001990 01  WS-REPORT-LINE                  PIC X(80).
002000 01  WS-DETAIL-LINE.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  WS-DL-FLAG                  PIC X(06).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  WS-DL-PAIR                  PIC X(08).
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  WS-DL-CHAIN                 PIC Z9.
002070     05  WS-DL-CHAIN-X REDEFINES WS-DL-CHAIN
002080                                     PIC X(02).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  WS-DL-REASON                PIC X(02).
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002120     05  WS-DL-AGE                   PIC ZZ9.
002130     05  FILLER                      PIC X(02) VALUE SPACES.
002140     05  WS-DL-FIRST-DATE            PIC X(08).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  WS-DL-STATUS                PIC X(02).
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  WS-DL-OWNER                 PIC X(08).
002190     05  FILLER                      PIC X(26) VALUE SPACES.
002200 COPY "RECSTW.cpy".
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE.
002230     MOVE "EXCCORR" TO RECSTW-PROGRAM-ID
002240     PERFORM 9800-START-STEP-TIMING
002250         THRU 9800-START-STEP-TIMING-EXIT
002260     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002270     SORT SORT-FILE
002280         ON ASCENDING KEY SRT-KEY SRT-CHAIN-NO SRT-CHAIN-POS
002290             SRT-PAIR-ID SRT-REASON-CODE
002300         INPUT PROCEDURE IS 2000-RELEASE-EXCEPTIONS
002310             THRU 2000-RELEASE-EXCEPTIONS-EXIT
002320         OUTPUT PROCEDURE IS 5000-PRINT-CORRELATION
002330             THRU 5000-PRINT-CORRELATION-EXIT
002340     IF SORT-RETURN NOT = ZERO
002350         DISPLAY "EXCCORR: CORRELATION SORT FAILED"
002360         MOVE 16 TO RETURN-CODE
002370         GOBACK
002380     END-IF
002390     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
002400     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002410     MOVE WS-EXC-READ-COUNT TO RECSTW-RECORD-COUNT
002420     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002430     PERFORM 9810-WRITE-STEP-TIMING
002440         THRU 9810-WRITE-STEP-TIMING-EXIT
002450     GOBACK
002460     .
002470 0000-MAINLINE-EXIT.
002480     EXIT.
002490 1000-INITIALIZE.
002500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002510     ACCEPT WS-RUN-TIME-RAW FROM TIME
002520     PERFORM 1100-READ-PARM-CARDS
002530         THRU 1100-READ-PARM-CARDS-EXIT
002540     PERFORM 1300-LOAD-DISPOSITIONS
002550         THRU 1300-LOAD-DISPOSITIONS-EXIT
002560     OPEN OUTPUT REPORT-FILE
002570     IF NOT WS-FILE-STATUS-RPT-OK
002580         DISPLAY "EXCCORR: OPEN FAILED FOR CORRPT - STATUS "
002590             WS-FILE-STATUS-RPT
002600         MOVE 16 TO RETURN-CODE
002610         GOBACK
002620     END-IF
002630     MOVE SPACES TO WS-REPORT-LINE
002640     STRING "CROSS-PAIR EXCEPTION CORRELATION - RUN "
002650         DELIMITED BY SIZE
002660         WS-RUN-DATE DELIMITED BY SIZE
002670         INTO WS-REPORT-LINE
002680     PERFORM 8900-WRITE-REPORT-LINE
002690         THRU 8900-WRITE-REPORT-LINE-EXIT
002700     IF WS-CHAIN-COUNT = 0
002710         MOVE "NO CHAIN CARDS - NO ORIGIN IS FLAGGED"
002720             TO WS-REPORT-LINE
002730         PERFORM 8900-WRITE-REPORT-LINE
002740             THRU 8900-WRITE-REPORT-LINE-EXIT
002750     END-IF
002760     .
002770 1000-INITIALIZE-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------*
002800* 1100 - SYSIN CARDS.  NO SYSIN DATASET MEANS NO CHAINS.
002810*----------------------------------------------------------------*
002820 1100-READ-PARM-CARDS.
002830     OPEN INPUT PARM-FILE
002840     IF WS-FILE-STATUS-PARM-NOTFND
002850         SET WS-PARM-EOF-YES TO TRUE
002860         GO TO 1100-READ-PARM-CARDS-EXIT
002870     END-IF
002880     IF NOT WS-FILE-STATUS-PARM-OK
002890         DISPLAY "EXCCORR: OPEN FAILED FOR SYSIN - STATUS "
002900             WS-FILE-STATUS-PARM
002910         MOVE 16 TO RETURN-CODE
002920         GOBACK
002930     END-IF
002940     PERFORM 1110-READ-PARM-CARD
002950         THRU 1110-READ-PARM-CARD-EXIT
002960         UNTIL WS-PARM-EOF-YES
002970     CLOSE PARM-FILE
002980     .
002990 1100-READ-PARM-CARDS-EXIT.
003000     EXIT.
003010 1110-READ-PARM-CARD.
003020     READ PARM-FILE INTO WS-PARM-CARD
003030         AT END
003040             SET WS-PARM-EOF-YES TO TRUE
003050             GO TO 1110-READ-PARM-CARD-EXIT
003060     END-READ
003070     IF NOT WS-FILE-STATUS-PARM-OK
003080         DISPLAY "EXCCORR: READ FAILED FOR SYSIN - STATUS "
003090             WS-FILE-STATUS-PARM
003100         MOVE 16 TO RETURN-CODE
003110         GOBACK
003120     END-IF
003130     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003140         GO TO 1110-READ-PARM-CARD-EXIT
003150     END-IF
003160     MOVE SPACES TO WS-CARD-FIELDS
003170     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003180         INTO WS-CARD-VERB WS-CARD-PAIR (1) WS-CARD-PAIR (2)
003190             WS-CARD-PAIR (3) WS-CARD-PAIR (4) WS-CARD-PAIR (5)
003200             WS-CARD-PAIR (6) WS-CARD-PAIR (7) WS-CARD-PAIR (8)
003210             WS-CARD-PAIR (9)
003220     END-UNSTRING
003230     IF WS-CARD-VERB NOT = "CHAIN"
003240         DISPLAY "EXCCORR: UNRECOGNIZED PARM CARD - "
003250             WS-PARM-CARD
003260         MOVE 16 TO RETURN-CODE
003270         GOBACK
003280     END-IF
003290     IF WS-CARD-PAIR (2) = SPACES
003300         DISPLAY "EXCCORR: A CHAIN NEEDS AT LEAST TWO PAIRS - "
003310             WS-PARM-CARD
003320         MOVE 16 TO RETURN-CODE
003330         GOBACK
003340     END-IF
003350     IF WS-CARD-PAIR (9) NOT = SPACES
003360         DISPLAY "EXCCORR: MORE THAN 8 PAIRS IN A CHAIN - "
003370             WS-PARM-CARD
003380         MOVE 16 TO RETURN-CODE
003390         GOBACK
003400     END-IF
003410     IF WS-CHAIN-COUNT = WS-CHAIN-MAX
003420         DISPLAY "EXCCORR: MORE THAN 10 CHAIN CARDS"
003430         MOVE 16 TO RETURN-CODE
003440         GOBACK
003450     END-IF
003460     ADD 1 TO WS-CHAIN-COUNT
003470     MOVE ZERO TO WS-CP-POS-NEXT
003480     PERFORM 1120-ADD-CHAIN-PAIR THRU 1120-ADD-CHAIN-PAIR-EXIT
003490         VARYING WS-CARD-IDX FROM 1 BY 1
003500         UNTIL WS-CARD-IDX > 8
003510             OR WS-CARD-PAIR (WS-CARD-IDX) = SPACES
003520     .
003530 1110-READ-PARM-CARD-EXIT.
003540     EXIT.
003550 1120-ADD-CHAIN-PAIR.
003560     IF WS-CARD-PAIR (WS-CARD-IDX) (9:) NOT = SPACES
003570         DISPLAY "EXCCORR: BAD CHAIN PAIR ID - "
003580             WS-CARD-PAIR (WS-CARD-IDX)
003590         MOVE 16 TO RETURN-CODE
003600         GOBACK
003610     END-IF
003620     MOVE WS-CARD-PAIR (WS-CARD-IDX) TO WS-SRCH-CHAIN-PAIR
003630     PERFORM 2200-FIND-CHAIN-PAIR THRU 2200-FIND-CHAIN-PAIR-EXIT
003640     IF WS-CP-FOUND > 0
003650         DISPLAY "EXCCORR: PAIR " WS-SRCH-CHAIN-PAIR
003660             " IS ALREADY IN A CHAIN"
003670         MOVE 16 TO RETURN-CODE
003680         GOBACK
003690     END-IF
003700     ADD 1 TO WS-CP-COUNT
003710     ADD 1 TO WS-CP-POS-NEXT
003720     MOVE WS-SRCH-CHAIN-PAIR TO WS-CP-PAIR (WS-CP-COUNT)
003730     MOVE WS-CHAIN-COUNT TO WS-CP-CHAIN-NO (WS-CP-COUNT)
003740     MOVE WS-CP-POS-NEXT TO WS-CP-POS (WS-CP-COUNT)
003750     .
003760 1120-ADD-CHAIN-PAIR-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------*
003790* 1300 - LOAD THE DISPOSITIONS.  A MISSING DSPOUT DATASET MEANS
003800* NOBODY OWNS ANYTHING YET.
003810*----------------------------------------------------------------*
003820 1300-LOAD-DISPOSITIONS.
003830     OPEN INPUT DSPFILE-FILE
003840     IF WS-FILE-STATUS-DSP-NOTFND
003850         GO TO 1300-LOAD-DISPOSITIONS-EXIT
003860     END-IF
003870     IF NOT WS-FILE-STATUS-DSP-OK
003880         DISPLAY "EXCCORR: OPEN FAILED FOR DSPOUT - STATUS "
003890             WS-FILE-STATUS-DSP
003900         MOVE 16 TO RETURN-CODE
003910         GOBACK
003920     END-IF
003930     PERFORM 1310-LOAD-ONE-DISPOSITION
003940         THRU 1310-LOAD-ONE-DISPOSITION-EXIT
003950         UNTIL WS-EOF-DSP-YES
003960     CLOSE DSPFILE-FILE
003970     .
003980 1300-LOAD-DISPOSITIONS-EXIT.
003990     EXIT.
004000 1310-LOAD-ONE-DISPOSITION.
004010     READ DSPFILE-FILE
004020         AT END
004030             SET WS-EOF-DSP-YES TO TRUE
004040             GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004050     END-READ
004060     IF NOT WS-FILE-STATUS-DSP-OK
004070         DISPLAY "EXCCORR: READ FAILED FOR DSPOUT - STATUS "
004080             WS-FILE-STATUS-DSP
004090         MOVE 16 TO RETURN-CODE
004100         GOBACK
004110     END-IF
004120     IF RECDSP-RECORD = SPACES
004130         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004140     END-IF
004150     MOVE RECDSP-KEY TO WS-SRCH-KEY
004160     MOVE RECDSP-REASON-CODE TO WS-SRCH-REASON
004170     MOVE RECDSP-PAIR-ID TO WS-SRCH-PAIR
004180     PERFORM 2300-FIND-DISPOSITION
004190         THRU 2300-FIND-DISPOSITION-EXIT
004200     IF WS-DSP-FOUND = 0
004210         IF WS-DSP-COUNT = WS-DSP-MAX
004220             ADD 1 TO WS-DSP-OVERFLOW
004230             GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004240         END-IF
004250         ADD 1 TO WS-DSP-COUNT
004260         MOVE WS-DSP-COUNT TO WS-DSP-FOUND
004270         MOVE RECDSP-KEY TO WS-DSP-KEY (WS-DSP-FOUND)
004280         MOVE RECDSP-REASON-CODE TO WS-DSP-REASON (WS-DSP-FOUND)
004290         MOVE RECDSP-PAIR-ID TO WS-DSP-PAIR (WS-DSP-FOUND)
004300     END-IF
004310     MOVE RECDSP-STATUS TO WS-DSP-STATUS (WS-DSP-FOUND)
004320     MOVE RECDSP-OWNER-ID TO WS-DSP-OWNER (WS-DSP-FOUND)
004330     .
004340 1310-LOAD-ONE-DISPOSITION-EXIT.
004350     EXIT.
004360*----------------------------------------------------------------*
004370* 2000 - SORT INPUT: EVERY OPEN EXCEPTION WITH ITS PLACE IN THE
004380* CHAINS AND ITS DISPOSITION.
004390*----------------------------------------------------------------*
004400 2000-RELEASE-EXCEPTIONS.
004410     OPEN INPUT EXCIN-FILE
004420     IF WS-FILE-STATUS-EXC-NOTFND
004430         GO TO 2000-RELEASE-EXCEPTIONS-EXIT
004440     END-IF
004450     IF NOT WS-FILE-STATUS-EXC-OK
004460         DISPLAY "EXCCORR: OPEN FAILED FOR EXCIN - STATUS "
004470             WS-FILE-STATUS-EXC
004480         MOVE 16 TO RETURN-CODE
004490         GOBACK
004500     END-IF
004510     PERFORM 2100-RELEASE-ONE-EXCEPTION
004520         THRU 2100-RELEASE-ONE-EXCEPTION-EXIT
004530         UNTIL WS-EOF-EXC-YES
004540     CLOSE EXCIN-FILE
004550     .
004560 2000-RELEASE-EXCEPTIONS-EXIT.
004570     EXIT.
004580 2100-RELEASE-ONE-EXCEPTION.
004590     READ EXCIN-FILE
004600         AT END
004610             SET WS-EOF-EXC-YES TO TRUE
004620             GO TO 2100-RELEASE-ONE-EXCEPTION-EXIT
004630     END-READ
004640     IF NOT WS-FILE-STATUS-EXC-OK
004650         DISPLAY "EXCCORR: READ FAILED FOR EXCIN - STATUS "
004660             WS-FILE-STATUS-EXC
004670         MOVE 16 TO RETURN-CODE
004680         GOBACK
004690     END-IF
004700     ADD 1 TO WS-EXC-READ-COUNT
004710     MOVE SPACES TO SORT-RECORD
004720     MOVE RECEXC-KEY TO SRT-KEY
004730     MOVE RECEXC-PAIR-ID TO SRT-PAIR-ID
004740     MOVE RECEXC-REASON-CODE TO SRT-REASON-CODE
004750     MOVE RECEXC-AGE-CYCLES TO SRT-AGE-CYCLES
004760     MOVE RECEXC-FIRST-DATE TO SRT-FIRST-DATE
004770     MOVE RECEXC-PAIR-ID TO WS-SRCH-CHAIN-PAIR
004780     PERFORM 2200-FIND-CHAIN-PAIR THRU 2200-FIND-CHAIN-PAIR-EXIT
004790     IF WS-CP-FOUND > 0
004800         MOVE WS-CP-CHAIN-NO (WS-CP-FOUND) TO SRT-CHAIN-NO
004810         MOVE WS-CP-POS (WS-CP-FOUND) TO SRT-CHAIN-POS
004820     ELSE
004830         MOVE 99 TO SRT-CHAIN-NO
004840         MOVE 99 TO SRT-CHAIN-POS
004850     END-IF
004860     MOVE RECEXC-KEY TO WS-SRCH-KEY
004870     MOVE RECEXC-REASON-CODE TO WS-SRCH-REASON
004880     MOVE RECEXC-PAIR-ID TO WS-SRCH-PAIR
004890     PERFORM 2300-FIND-DISPOSITION
004900         THRU 2300-FIND-DISPOSITION-EXIT
004910     IF WS-DSP-FOUND > 0
004920         MOVE WS-DSP-STATUS (WS-DSP-FOUND) TO SRT-STATUS
004930         MOVE WS-DSP-OWNER (WS-DSP-FOUND) TO SRT-OWNER
004940     END-IF
004950     RELEASE SORT-RECORD
004960     .
004970 2100-RELEASE-ONE-EXCEPTION-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------*
005000* 2200 - THE CHAIN SLOT OF WS-SRCH-CHAIN-PAIR; WS-CP-FOUND IS
005010* ZERO WHEN NO CHAIN NAMES THE PAIR.
005020*----------------------------------------------------------------*
005030 2200-FIND-CHAIN-PAIR.
005040     MOVE ZERO TO WS-CP-FOUND
005050     PERFORM 2210-MATCH-CHAIN-PAIR THRU 2210-MATCH-CHAIN-PAIR-EXIT
005060         VARYING WS-CP-IDX FROM 1 BY 1
005070         UNTIL WS-CP-IDX > WS-CP-COUNT OR WS-CP-FOUND > 0
005080     .
005090 2200-FIND-CHAIN-PAIR-EXIT.
005100     EXIT.
005110 2210-MATCH-CHAIN-PAIR.
005120     IF WS-CP-PAIR (WS-CP-IDX) = WS-SRCH-CHAIN-PAIR
005130         MOVE WS-CP-IDX TO WS-CP-FOUND
005140     END-IF
005150     .
005160 2210-MATCH-CHAIN-PAIR-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------*
005190* 2300 - LOOK UP THE DISPOSITION FOR THE SEARCH KEY, REASON AND
005200* PAIR; WS-DSP-FOUND IS ZERO WHEN THERE IS NONE.
005210*----------------------------------------------------------------*
005220 2300-FIND-DISPOSITION.
005230     MOVE ZERO TO WS-DSP-FOUND
005240     PERFORM 2310-MATCH-DISPOSITION
005250         THRU 2310-MATCH-DISPOSITION-EXIT
005260         VARYING WS-DSP-IDX FROM 1 BY 1
005270         UNTIL WS-DSP-IDX > WS-DSP-COUNT OR WS-DSP-FOUND > 0
005280     .
005290 2300-FIND-DISPOSITION-EXIT.
005300     EXIT.
005310 2310-MATCH-DISPOSITION.
005320     IF WS-DSP-KEY (WS-DSP-IDX) = WS-SRCH-KEY
005330             AND WS-DSP-REASON (WS-DSP-IDX) = WS-SRCH-REASON
005340             AND WS-DSP-PAIR (WS-DSP-IDX) = WS-SRCH-PAIR
005350         MOVE WS-DSP-IDX TO WS-DSP-FOUND
005360     END-IF
005370     .
005380 2310-MATCH-DISPOSITION-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------*
005410* 5000 - SORT OUTPUT: THE ROWS OF EACH KEY ARE GATHERED AND THE
005420* KEY IS PRINTED WHEN IT CLOSES, IF MORE THAN ONE PAIR HAS IT.
005430*----------------------------------------------------------------*
005440 5000-PRINT-CORRELATION.
005450     PERFORM 5100-RETURN-ONE-ROW THRU 5100-RETURN-ONE-ROW-EXIT
005460         UNTIL WS-EOF-SORT-YES
005470     IF WS-GR-KEY NOT = HIGH-VALUES
005480         PERFORM 5200-CLOSE-KEY THRU 5200-CLOSE-KEY-EXIT
005490     END-IF
005500     .
005510 5000-PRINT-CORRELATION-EXIT.
005520     EXIT.
005530 5100-RETURN-ONE-ROW.
005540     RETURN SORT-FILE
005550         AT END
005560             SET WS-EOF-SORT-YES TO TRUE
005570             GO TO 5100-RETURN-ONE-ROW-EXIT
005580     END-RETURN
005590     IF SRT-KEY NOT = WS-GR-KEY
005600         IF WS-GR-KEY NOT = HIGH-VALUES
005610             PERFORM 5200-CLOSE-KEY THRU 5200-CLOSE-KEY-EXIT
005620         END-IF
005630         MOVE SRT-KEY TO WS-GR-KEY
005640         MOVE ZERO TO WS-GR-COUNT
005650         MOVE ZERO TO WS-GR-DROPPED
005660         MOVE ZERO TO WS-GR-PAIRS
005670         ADD 1 TO WS-KEY-COUNT
005680     END-IF
005690     IF WS-GR-PAIRS = 0 OR SRT-PAIR-ID NOT = WS-GR-LAST-PAIR
005700         ADD 1 TO WS-GR-PAIRS
005710         MOVE SRT-PAIR-ID TO WS-GR-LAST-PAIR
005720     END-IF
005730     IF WS-GR-COUNT = WS-GR-MAX
005740         ADD 1 TO WS-GR-DROPPED
005750         GO TO 5100-RETURN-ONE-ROW-EXIT
005760     END-IF
005770     ADD 1 TO WS-GR-COUNT
005780     MOVE SRT-CHAIN-NO TO WS-GR-CHAIN-NO (WS-GR-COUNT)
005790     MOVE SRT-PAIR-ID TO WS-GR-PAIR-ID (WS-GR-COUNT)
005800     MOVE SRT-REASON-CODE TO WS-GR-REASON-CODE (WS-GR-COUNT)
005810     MOVE SRT-AGE-CYCLES TO WS-GR-AGE-CYCLES (WS-GR-COUNT)
005820     MOVE SRT-FIRST-DATE TO WS-GR-FIRST-DATE (WS-GR-COUNT)
005830     MOVE SRT-STATUS TO WS-GR-STATUS (WS-GR-COUNT)
005840     MOVE SRT-OWNER TO WS-GR-OWNER (WS-GR-COUNT)
005850     MOVE "N" TO WS-GR-ORIGIN-SW (WS-GR-COUNT)
005860     .
005870 5100-RETURN-ONE-ROW-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------*
005900* 5200 - A KEY HELD BY ONE PAIR IS NOT A CHAIN AND IS PASSED
005910* OVER.  OTHERWISE THE HEAD PAIR OF EACH CHAIN WITH TWO OR MORE
005920* OF ITS PAIRS PRESENT IS MARKED AS THE ORIGIN AND THE KEY IS
005930* PRINTED, FOLLOWED BY WHO SHOULD TAKE THE WHOLE CHAIN.
005940*----------------------------------------------------------------*
005950 5200-CLOSE-KEY.
005960     IF WS-GR-PAIRS < 2
005970         GO TO 5200-CLOSE-KEY-EXIT
005980     END-IF
005990     ADD 1 TO WS-MULTI-KEY-COUNT
006000     ADD WS-GR-COUNT TO WS-MULTI-EXC-COUNT
006010     ADD WS-GR-DROPPED TO WS-MULTI-EXC-COUNT
006020     SET WS-ORIGIN-NO TO TRUE
006030     MOVE SPACES TO WS-ORIGIN-PAIR
006040     MOVE SPACES TO WS-ORIGIN-OWNER
006050     PERFORM 5210-MARK-CHAIN-HEAD THRU 5210-MARK-CHAIN-HEAD-EXIT
006060         VARYING WS-GR-IDX FROM 1 BY 1
006070         UNTIL WS-GR-IDX > WS-GR-COUNT
006080     MOVE SPACES TO WS-REPORT-LINE
006090     PERFORM 8900-WRITE-REPORT-LINE
006100         THRU 8900-WRITE-REPORT-LINE-EXIT
006110     MOVE WS-GR-PAIRS TO WS-EDIT-PAIRS
006120     MOVE SPACES TO WS-REPORT-LINE
006130     STRING "KEY " DELIMITED BY SIZE
006140         WS-GR-KEY DELIMITED BY SIZE
006150         "  EXCEPTION IN " DELIMITED BY SIZE
006160         WS-EDIT-PAIRS DELIMITED BY SIZE
006170         " PAIRS" DELIMITED BY SIZE
006180         INTO WS-REPORT-LINE
006190     PERFORM 8900-WRITE-REPORT-LINE
006200         THRU 8900-WRITE-REPORT-LINE-EXIT
006210     MOVE "  FLAG    PAIR     CH  RC  AGE  FIRST SEEN  ST  OWNER"
006220         TO WS-REPORT-LINE
006230     PERFORM 8900-WRITE-REPORT-LINE
006240         THRU 8900-WRITE-REPORT-LINE-EXIT
006250     PERFORM 5300-PRINT-ONE-ROW THRU 5300-PRINT-ONE-ROW-EXIT
006260         VARYING WS-GR-IDX FROM 1 BY 1
006270         UNTIL WS-GR-IDX > WS-GR-COUNT
006280     IF WS-GR-DROPPED > 0
006290         MOVE WS-GR-DROPPED TO WS-EDIT-COUNT
006300         MOVE SPACES TO WS-REPORT-LINE
006310         STRING "  ... AND " DELIMITED BY SIZE
006320             WS-EDIT-COUNT DELIMITED BY SIZE
006330             " MORE EXCEPTIONS FOR THIS KEY NOT LISTED"
006340             DELIMITED BY SIZE
006350             INTO WS-REPORT-LINE
006360         PERFORM 8900-WRITE-REPORT-LINE
006370             THRU 8900-WRITE-REPORT-LINE-EXIT
006380     END-IF
006390     MOVE SPACES TO WS-REPORT-LINE
006400     EVALUATE TRUE
006410         WHEN WS-ORIGIN-NO
006420             MOVE "  NO DECLARED CHAIN LINKS THESE PAIRS"
006430                 TO WS-REPORT-LINE
006440         WHEN WS-ORIGIN-OWNER = SPACES
006450             ADD 1 TO WS-UNOWNED-CHAIN-COUNT
006460             STRING "  CHAIN OWNER: NONE - ORIGIN PAIR "
006470                 DELIMITED BY SIZE
006480                 WS-ORIGIN-PAIR DELIMITED BY SPACE
006490                 " IS UNOWNED" DELIMITED BY SIZE
006500                 INTO WS-REPORT-LINE
006510         WHEN OTHER
006520             STRING "  CHAIN OWNER: " DELIMITED BY SIZE
006530                 WS-ORIGIN-OWNER DELIMITED BY SPACE
006540                 " (OWNER AT ORIGIN PAIR " DELIMITED BY SIZE
006550                 WS-ORIGIN-PAIR DELIMITED BY SPACE
006560                 ")" DELIMITED BY SIZE
006570                 INTO WS-REPORT-LINE
006580     END-EVALUATE
006590     PERFORM 8900-WRITE-REPORT-LINE
006600         THRU 8900-WRITE-REPORT-LINE-EXIT
006610     .
006620 5200-CLOSE-KEY-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------*
006650* 5210 - A ROW THAT STARTS ITS CHAIN'S RUN OF ROWS BELONGS TO THE
006660* PAIR NEAREST THE HEAD.  IF A LATER ROW OF THE SAME CHAIN IS A
006670* DIFFERENT PAIR, EVERY ROW OF THE HEAD PAIR IS MARKED ORIGIN.
006680* THE FIRST ORIGIN FOUND NAMES THE CHAIN OWNER.
006690*----------------------------------------------------------------*
006700 5210-MARK-CHAIN-HEAD.
006710     IF WS-GR-CHAIN-NO (WS-GR-IDX) = 99
006720         GO TO 5210-MARK-CHAIN-HEAD-EXIT
006730     END-IF
006740     IF WS-GR-IDX > 1
006750         IF WS-GR-CHAIN-NO (WS-GR-IDX - 1)
006760                 = WS-GR-CHAIN-NO (WS-GR-IDX)
006770             GO TO 5210-MARK-CHAIN-HEAD-EXIT
006780         END-IF
006790     END-IF
006800     MOVE WS-GR-IDX TO WS-GR-SCAN
006810     SET WS-GR-SCAN-END-NO TO TRUE
006820     PERFORM 5220-PASS-HEAD-PAIR THRU 5220-PASS-HEAD-PAIR-EXIT
006830         UNTIL WS-GR-SCAN > WS-GR-COUNT
006840             OR WS-GR-SCAN-END-YES
006850     IF WS-GR-SCAN > WS-GR-COUNT
006860         GO TO 5210-MARK-CHAIN-HEAD-EXIT
006870     END-IF
006880     IF WS-GR-CHAIN-NO (WS-GR-SCAN)
006890             NOT = WS-GR-CHAIN-NO (WS-GR-IDX)
006900         GO TO 5210-MARK-CHAIN-HEAD-EXIT
006910     END-IF
006920     IF WS-ORIGIN-NO
006930         SET WS-ORIGIN-YES TO TRUE
006940         ADD 1 TO WS-ORIGIN-KEY-COUNT
006950         MOVE WS-GR-PAIR-ID (WS-GR-IDX) TO WS-ORIGIN-PAIR
006960     END-IF
006970     MOVE WS-GR-IDX TO WS-GR-SCAN
006980     SET WS-GR-SCAN-END-NO TO TRUE
006990     PERFORM 5230-MARK-ORIGIN-ROW THRU 5230-MARK-ORIGIN-ROW-EXIT
007000         UNTIL WS-GR-SCAN > WS-GR-COUNT
007010             OR WS-GR-SCAN-END-YES
007020     .
007030 5210-MARK-CHAIN-HEAD-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------*
007060* 5220 - STEP PAST THE HEAD PAIR'S ROWS OF THE CHAIN, STOPPING ON
007070* THE FIRST ROW OF ANOTHER PAIR OR ANOTHER CHAIN.
007080*----------------------------------------------------------------*
007090 5220-PASS-HEAD-PAIR.
007100     IF WS-GR-CHAIN-NO (WS-GR-SCAN)
007110                 NOT = WS-GR-CHAIN-NO (WS-GR-IDX)
007120             OR WS-GR-PAIR-ID (WS-GR-SCAN)
007130                 NOT = WS-GR-PAIR-ID (WS-GR-IDX)
007140         SET WS-GR-SCAN-END-YES TO TRUE
007150         GO TO 5220-PASS-HEAD-PAIR-EXIT
007160     END-IF
007170     ADD 1 TO WS-GR-SCAN
007180     .
007190 5220-PASS-HEAD-PAIR-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------*
007220* 5230 - MARK ONE ROW OF THE HEAD PAIR ORIGIN, STOPPING ON THE
007230* FIRST ROW OF ANOTHER PAIR.
007240*----------------------------------------------------------------*
007250 5230-MARK-ORIGIN-ROW.
007260     IF WS-GR-PAIR-ID (WS-GR-SCAN)
007270             NOT = WS-GR-PAIR-ID (WS-GR-IDX)
007280         SET WS-GR-SCAN-END-YES TO TRUE
007290         GO TO 5230-MARK-ORIGIN-ROW-EXIT
007300     END-IF
007310     MOVE "Y" TO WS-GR-ORIGIN-SW (WS-GR-SCAN)
007320     IF WS-GR-PAIR-ID (WS-GR-SCAN) = WS-ORIGIN-PAIR
007330             AND WS-ORIGIN-OWNER = SPACES
007340         MOVE WS-GR-OWNER (WS-GR-SCAN) TO WS-ORIGIN-OWNER
007350     END-IF
007360     ADD 1 TO WS-GR-SCAN
007370     .
007380 5230-MARK-ORIGIN-ROW-EXIT.
007390     EXIT.
007400 5300-PRINT-ONE-ROW.
007410     MOVE SPACES TO WS-DL-FLAG
007420     IF WS-GR-ORIGIN (WS-GR-IDX)
007430         MOVE "ORIGIN" TO WS-DL-FLAG
007440     END-IF
007450     MOVE WS-GR-PAIR-ID (WS-GR-IDX) TO WS-DL-PAIR
007460     IF WS-GR-CHAIN-NO (WS-GR-IDX) = 99
007470         MOVE " -" TO WS-DL-CHAIN-X
007480     ELSE
007490         MOVE WS-GR-CHAIN-NO (WS-GR-IDX) TO WS-DL-CHAIN
007500     END-IF
007510     MOVE WS-GR-REASON-CODE (WS-GR-IDX) TO WS-DL-REASON
007520     MOVE WS-GR-AGE-CYCLES (WS-GR-IDX) TO WS-DL-AGE
007530     MOVE WS-GR-FIRST-DATE (WS-GR-IDX) TO WS-DL-FIRST-DATE
007540     MOVE WS-GR-STATUS (WS-GR-IDX) TO WS-DL-STATUS
007550     MOVE WS-GR-OWNER (WS-GR-IDX) TO WS-DL-OWNER
007560     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
007570     PERFORM 8900-WRITE-REPORT-LINE
007580         THRU 8900-WRITE-REPORT-LINE-EXIT
007590     .
007600 5300-PRINT-ONE-ROW-EXIT.
007610     EXIT.
007620 8000-PRINT-TOTALS.
007630     MOVE SPACES TO WS-REPORT-LINE
007640     PERFORM 8900-WRITE-REPORT-LINE
007650         THRU 8900-WRITE-REPORT-LINE-EXIT
007660     MOVE "TOTALS" TO WS-REPORT-LINE
007670     PERFORM 8900-WRITE-REPORT-LINE
007680         THRU 8900-WRITE-REPORT-LINE-EXIT
007690     MOVE SPACES TO WS-REPORT-LINE
007700     MOVE WS-EXC-READ-COUNT TO WS-EDIT-COUNT
007710     STRING "OPEN EXCEPTIONS READ       : " DELIMITED BY SIZE
007720         WS-EDIT-COUNT DELIMITED BY SIZE
007730         INTO WS-REPORT-LINE
007740     PERFORM 8900-WRITE-REPORT-LINE
007750         THRU 8900-WRITE-REPORT-LINE-EXIT
007760     MOVE SPACES TO WS-REPORT-LINE
007770     MOVE WS-KEY-COUNT TO WS-EDIT-COUNT
007780     STRING "DISTINCT KEYS              : " DELIMITED BY SIZE
007790         WS-EDIT-COUNT DELIMITED BY SIZE
007800         INTO WS-REPORT-LINE
007810     PERFORM 8900-WRITE-REPORT-LINE
007820         THRU 8900-WRITE-REPORT-LINE-EXIT
007830     MOVE SPACES TO WS-REPORT-LINE
007840     MOVE WS-MULTI-KEY-COUNT TO WS-EDIT-COUNT
007850     STRING "KEYS IN MORE THAN ONE PAIR : " DELIMITED BY SIZE
007860         WS-EDIT-COUNT DELIMITED BY SIZE
007870         INTO WS-REPORT-LINE
007880     PERFORM 8900-WRITE-REPORT-LINE
007890         THRU 8900-WRITE-REPORT-LINE-EXIT
007900     MOVE SPACES TO WS-REPORT-LINE
007910     MOVE WS-MULTI-EXC-COUNT TO WS-EDIT-COUNT
007920     STRING "  THEIR EXCEPTIONS         : " DELIMITED BY SIZE
007930         WS-EDIT-COUNT DELIMITED BY SIZE
007940         INTO WS-REPORT-LINE
007950     PERFORM 8900-WRITE-REPORT-LINE
007960         THRU 8900-WRITE-REPORT-LINE-EXIT
007970     MOVE SPACES TO WS-REPORT-LINE
007980     MOVE WS-ORIGIN-KEY-COUNT TO WS-EDIT-COUNT
007990     STRING "  WITH A CHAIN ORIGIN      : " DELIMITED BY SIZE
008000         WS-EDIT-COUNT DELIMITED BY SIZE
008010         INTO WS-REPORT-LINE
008020     PERFORM 8900-WRITE-REPORT-LINE
008030         THRU 8900-WRITE-REPORT-LINE-EXIT
008040     MOVE SPACES TO WS-REPORT-LINE
008050     MOVE WS-UNOWNED-CHAIN-COUNT TO WS-EDIT-COUNT
008060     STRING "  ORIGIN NOT YET OWNED     : " DELIMITED BY SIZE
008070         WS-EDIT-COUNT DELIMITED BY SIZE
008080         INTO WS-REPORT-LINE
008090     PERFORM 8900-WRITE-REPORT-LINE
008100         THRU 8900-WRITE-REPORT-LINE-EXIT
008110     IF WS-DSP-OVERFLOW > 0
008120         MOVE SPACES TO WS-REPORT-LINE
008130         MOVE WS-DSP-OVERFLOW TO WS-EDIT-COUNT
008140         STRING "DISPOSITIONS NOT HELD      : " DELIMITED BY SIZE
008150             WS-EDIT-COUNT DELIMITED BY SIZE
008160             INTO WS-REPORT-LINE
008170         PERFORM 8900-WRITE-REPORT-LINE
008180             THRU 8900-WRITE-REPORT-LINE-EXIT
008190     END-IF
008200     .
008210 8000-PRINT-TOTALS-EXIT.
008220     EXIT.
008230 8900-WRITE-REPORT-LINE.
008240     WRITE REPORT-RECORD FROM WS-REPORT-LINE
008250     IF NOT WS-FILE-STATUS-RPT-OK
008260         DISPLAY "EXCCORR: WRITE FAILED FOR CORRPT - STATUS "
008270             WS-FILE-STATUS-RPT
008280         MOVE 16 TO RETURN-CODE
008290         GOBACK
008300     END-IF
008310     .
008320 8900-WRITE-REPORT-LINE-EXIT.
008330     EXIT.
008340 9999-TERMINATE.
008350     CLOSE REPORT-FILE
008360     IF WS-MULTI-KEY-COUNT > 0
008370         MOVE 4 TO RETURN-CODE
008380     ELSE
008390         MOVE 0 TO RETURN-CODE
008400     END-IF
008410     .
008420 9999-TERMINATE-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------*
008450* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
008460*----------------------------------------------------------------*
008470 COPY "RECSTP.cpy".
008480 END PROGRAM EXCCORR.
