000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APLBKOUT.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* APLBKOUT - BACKOUT OF A DELTAAPL RUN FROM THE APPLY AUDIT.
000090*
000100* WHEN A BAD DELTA FILE HAS BEEN APPLIED, THIS JOB READS THE
000110* CUMULATIVE APLAUDIT TRAIL (RECAUD.CPY) AND WRITES THE INVERSE
000120* TRANSACTIONS (RECDLT.CPY) FOR EVERY ENTRY THE CHOSEN APPLY RUN
000130* ACCEPTED - A DELETE FOR AN ADD, A RE-ADD OF THE BEFORE IMAGE
000140* FOR A DELETE, A CHANGE BACK TO THE BEFORE IMAGE FOR A CHANGE,
000150* AND THE MIRROR LEG FOR EACH KEY CHANGE LEG.  DLTOUT GOES
000160* STRAIGHT INTO DELTAAPL AGAINST THE CURRENT MASTER, SO THE BAD
000170* APPLY IS REVERSED IN ONE STEP AND THE REVERSAL IS ITSELF
000180* AUDITED ON APLAUDIT (DELTA RUN DATE = THIS JOB'S RUN DATE).
000190* A MASS-CHANGE GUARD ON THAT DELTAAPL STEP MAY NEED ITS
000200* OVERRIDE CARD FOR A LARGE BACKOUT.
000210*
000220* THE TRAIL ENTRIES FROM THE APPLY DATE ON ARE SORTED ON KEY AND
000230* TRAIL POSITION.  A KEY ANY LATER ENTRY TOUCHES - A LATER APPLY,
000240* OR A SECOND DIFFERENT ENTRY IN THE SAME RUN - IS REFUSED AND
000250* LISTED: REVERSING IT WOULD THROW AWAY THE LATER CHANGE.  AN
000260* ENTRY IDENTICAL TO ONE ALREADY SEEN IS THE REPLAY A CHECKPOINT
000270* RESTART AUDITS TWICE AND IS PASSED OVER.  A KEY CHANGE LEG IS
000280* ONLY BACKED OUT TOGETHER WITH ITS PARTNER LEG.
000290* SYSIN:
000300*     APPLY YYYYMMDD         APPLY RUN DATE TO BACK OUT (REQUIRED)
000310*     DELTA YYYYMMDD         ONLY THE ENTRIES FROM THE DELTA FILE
000320*                            OF THAT RUN DATE (OPTIONAL)
000330*     KEYS FROMKEY TOKEY     ONLY KEYS IN THAT RANGE (OPTIONAL)
000340* RC=0 EVERY SELECTED ENTRY REVERSED, RC=4 SOME KEYS REFUSED OR
000350* WITHHELD, RC=8 NOTHING ON THE TRAIL FOR THE SELECTION, RC=16
000360* CARD OR I/O ERROR.
000370*
000380* MODIFICATION HISTORY.
000390*   2026-10-15 DS   INITIAL VERSION.
000400*   2026-10-15 DS   A FIELD UPDATE (ACTION U) IS BACKED OUT AS A
000410*                   CHANGE BACK TO ITS AUDITED BEFORE IMAGE.
000420*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000430*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000440*                   THE STEPSLA BATCH-WINDOW REPORT.
000450*----------------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-FILE ASSIGN TO APLAUDIT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-FILE-STATUS-AUD.
000530     SELECT SORT-FILE ASSIGN TO SORTWK.
000540     SELECT WORK-FILE ASSIGN TO BKOUTWK
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-WRK.
000570     SELECT DLTOUT-FILE ASSIGN TO DLTOUT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FILE-STATUS-DOUT.
000600     SELECT REPORT-FILE ASSIGN TO BKOUTRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-RPT.
000630     SELECT PARM-FILE ASSIGN TO SYSIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-PARM.
000660     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS RECSTW-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AUDIT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY "RECAUD.cpy".
000740*----------------------------------------------------------------*
000750* SORT RECORD - THE AUDIT ENTRY BEHIND ITS TRAIL POSITION, SO
000760* EACH KEY'S ENTRIES COME BACK IN THE ORDER THEY WERE APPLIED.
000770*----------------------------------------------------------------*
000780 SD  SORT-FILE.
000790 01  SORT-RECORD.
000800     05  SRT-SEQ                     PIC 9(09).
000810     05  SRT-AUDIT.
000820         10  FILLER                  PIC X(09).
000830         10  SRT-KEY                 PIC X(10).
000840         10  FILLER                  PIC X(1061).
000850 FD  WORK-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WORK-==.
000880 FD  DLTOUT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY "RECDLT.cpy".
000910 FD  REPORT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  REPORT-RECORD                   PIC X(80).
000940 FD  PARM-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  PARM-RECORD                     PIC X(80).
000970 FD  STEPTIME-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY "RECSTM.cpy".
001000 WORKING-STORAGE SECTION.
001010 01  WS-EOF-SWITCHES.
001020     05  WS-EOF-AUD-SW               PIC X(01) VALUE "N".
001030         88  WS-EOF-AUD-YES                     VALUE "Y".
001040         88  WS-EOF-AUD-NO                      VALUE "N".
001050     05  WS-EOF-SORT-SW              PIC X(01) VALUE "N".
001060         88  WS-EOF-SORT-YES                    VALUE "Y".
001070         88  WS-EOF-SORT-NO                     VALUE "N".
001080     05  WS-EOF-WRK-SW               PIC X(01) VALUE "N".
001090         88  WS-EOF-WRK-YES                     VALUE "Y".
001100         88  WS-EOF-WRK-NO                      VALUE "N".
001110     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001120         88  WS-PARM-EOF-YES                    VALUE "Y".
001130         88  WS-PARM-EOF-NO                     VALUE "N".
001140 01  WS-FILE-STATUSES.
001150     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
001160         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
001170         88  WS-FILE-STATUS-AUD-NOTFND         VALUE "35".
001180     05  WS-FILE-STATUS-WRK          PIC X(02) VALUE "00".
001190         88  WS-FILE-STATUS-WRK-OK             VALUE "00".
001200     05  WS-FILE-STATUS-DOUT         PIC X(02) VALUE "00".
001210         88  WS-FILE-STATUS-DOUT-OK            VALUE "00".
001220     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001230         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001240     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001250         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001260         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001270 01  WS-COUNTERS COMP-3.
001280     05  WS-TRAIL-READ-COUNT         PIC 9(09) VALUE ZERO.
001290     05  WS-RELEASED-COUNT           PIC 9(09) VALUE ZERO.
001300     05  WS-SELECTED-COUNT           PIC 9(07) VALUE ZERO.
001310     05  WS-REPLAY-COUNT             PIC 9(07) VALUE ZERO.
001320     05  WS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.
001330     05  WS-WITHHELD-COUNT           PIC 9(07) VALUE ZERO.
001340     05  WS-WRITTEN-COUNT            PIC 9(07) VALUE ZERO.
001350     05  WS-INV-ADD-COUNT            PIC 9(07) VALUE ZERO.
001360     05  WS-INV-CHANGE-COUNT         PIC 9(07) VALUE ZERO.
001370     05  WS-INV-DELETE-COUNT         PIC 9(07) VALUE ZERO.
001380     05  WS-INV-KEYCHG-COUNT         PIC 9(07) VALUE ZERO.
001390 01  WS-PARM-CARD.
001400     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001410     05  FILLER                      PIC X(79).
001420 01  WS-CARD-FIELDS.
001430     05  WS-CARD-VERB                PIC X(10).
001440     05  WS-CARD-OPERAND-1           PIC X(10).
001450     05  WS-CARD-OPERAND-2           PIC X(10).
001460 01  WS-CARD-DATE-X                  PIC X(08).
001470 01  WS-CARD-DATE REDEFINES WS-CARD-DATE-X
001480                                     PIC 9(08).
001490*----------------------------------------------------------------*
001500* THE SELECTION THE SYSIN CARDS NAME.
001510*----------------------------------------------------------------*
001520 01  WS-SELECTION.
001530     05  WS-APPLY-DATE               PIC X(08) VALUE SPACES.
001540     05  WS-DELTA-DATE               PIC X(08) VALUE SPACES.
001550     05  WS-KEY-LOW                  PIC X(10) VALUE LOW-VALUES.
001560     05  WS-KEY-HIGH                 PIC X(10) VALUE HIGH-VALUES.
001570     05  WS-KEY-RANGE-SW             PIC X(01) VALUE "N".
001580         88  WS-KEY-RANGE-YES                   VALUE "Y".
001590         88  WS-KEY-RANGE-NO                    VALUE "N".
001600*----------------------------------------------------------------*
001610* ONE KEY'S GROUP OF SORTED ENTRIES: THE FIRST ENTRY OF THE RUN
001620* BEING BACKED OUT, AND WHETHER ANYTHING AFTER IT REFUSES THE
001630* KEY.
001640*----------------------------------------------------------------*
001650 01  WS-GROUP-CONTROLS.
001660     05  WS-GRP-KEY                  PIC X(10) VALUE LOW-VALUES.
001670     05  WS-GRP-SELECTED-SW          PIC X(01) VALUE "N".
001680         88  WS-GRP-SELECTED-YES                VALUE "Y".
001690         88  WS-GRP-SELECTED-NO                 VALUE "N".
001700     05  WS-GRP-REFUSED-SW           PIC X(01) VALUE "N".
001710         88  WS-GRP-REFUSED-YES                 VALUE "Y".
001720         88  WS-GRP-REFUSED-NO                  VALUE "N".
001730     05  WS-GRP-REASON               PIC X(49) VALUE SPACES.
001740 01  WS-ENTRY-SELECTED-SW            PIC X(01) VALUE "N".
001750     88  WS-ENTRY-SELECTED-YES                  VALUE "Y".
001760     88  WS-ENTRY-SELECTED-NO                   VALUE "N".
001770 COPY "RECAUD.cpy" REPLACING LEADING ==RECAUD-== BY ==WS-AUD-==.
001780 COPY "RECAUD.cpy" REPLACING LEADING ==RECAUD-== BY ==WS-SEL-==.
001790*----------------------------------------------------------------*
001800* KEYS WHOSE KEY CHANGE LEG REACHED THE WORK FILE.  A LEG GOES
001810* TO DLTOUT ONLY WHEN ITS PARTNER KEY IS HERE TOO - HALF A KEY
001820* CHANGE REVERSED WOULD LEAVE THE RECORD ON BOTH KEYS OR NEITHER.
001830*----------------------------------------------------------------*
001840 01  WS-KC-TABLE.
001850     05  WS-KC-COUNT                 PIC S9(04) COMP VALUE ZERO.
001860     05  WS-KC-MAX                   PIC S9(04) COMP VALUE 2000.
001870     05  WS-KC-ENTRY OCCURS 2000 TIMES.
001880         10  WS-KC-KEY               PIC X(10).
001890 01  WS-KC-IDX                       PIC S9(04) COMP.
001900 01  WS-KC-HIT                       PIC S9(04) COMP.
001910 01  WS-KC-PARTNER                   PIC X(10).
001920 01  WS-INV-ACTION                   PIC X(01).
001930 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
001940 01  WS-REPORT-LINE                  PIC X(80).
001950 01  WS-RUN-DATE                     PIC X(08).
001960*----------------------------------------------------------------*
001970* DETAIL LINE - ONE PER KEY REVERSED, REFUSED OR WITHHELD.
001980*----------------------------------------------------------------*
001990 01  WS-DETAIL-LINE.
002000     05  WS-DTL-KEY                  PIC X(10).
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  WS-DTL-ACTION               PIC X(01).
002030     05  FILLER                      PIC X(04) VALUE SPACES.
002040     05  WS-DTL-INV-ACTION           PIC X(01).
002050     05  FILLER                      PIC X(03) VALUE SPACES.
002060     05  WS-DTL-TEXT                 PIC X(59).
002070 COPY "RECSTW.cpy".
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     MOVE "APLBKOUT" TO RECSTW-PROGRAM-ID
002110     PERFORM 9800-START-STEP-TIMING
002120         THRU 9800-START-STEP-TIMING-EXIT
002130     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002140     SORT SORT-FILE
002150         ON ASCENDING KEY SRT-KEY SRT-SEQ
002160         INPUT PROCEDURE IS 2000-RELEASE-TRAIL
002170             THRU 2000-RELEASE-TRAIL-EXIT
002180         OUTPUT PROCEDURE IS 3000-BUILD-INVERSES
002190             THRU 3000-BUILD-INVERSES-EXIT
002200     IF SORT-RETURN NOT = ZERO
002210         DISPLAY "APLBKOUT: APPLY-AUDIT SORT FAILED"
002220         MOVE 16 TO RETURN-CODE
002230         GOBACK
002240     END-IF
002250     PERFORM 6000-WRITE-DLTOUT THRU 6000-WRITE-DLTOUT-EXIT
002260     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
002270     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002280     MOVE WS-TRAIL-READ-COUNT TO RECSTW-RECORD-COUNT
002290     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002300     PERFORM 9810-WRITE-STEP-TIMING
002310         THRU 9810-WRITE-STEP-TIMING-EXIT
002320     GOBACK
002330     .
002340 0000-MAINLINE-EXIT.
002350     EXIT.
002360 1000-INITIALIZE.
002370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002380     PERFORM 1100-READ-PARM-CARDS
002390         THRU 1100-READ-PARM-CARDS-EXIT
002400     IF WS-APPLY-DATE = SPACES
002410         DISPLAY "APLBKOUT: NO APPLY CARD ON SYSIN"
002420         MOVE 16 TO RETURN-CODE
002430         GOBACK
002440     END-IF
002450     OPEN OUTPUT REPORT-FILE
002460     IF NOT WS-FILE-STATUS-RPT-OK
002470         DISPLAY "APLBKOUT: OPEN FAILED FOR BKOUTRPT - STATUS "
002480             WS-FILE-STATUS-RPT
002490         MOVE 16 TO RETURN-CODE
002500         GOBACK
002510     END-IF
002520     MOVE SPACES TO WS-REPORT-LINE
002530     STRING "APPLY BACKOUT - RUN " WS-RUN-DATE
002540         " - BACKING OUT APPLY OF " WS-APPLY-DATE
002550         DELIMITED BY SIZE
002560         INTO WS-REPORT-LINE
002570     PERFORM 8900-WRITE-REPORT-LINE
002580         THRU 8900-WRITE-REPORT-LINE-EXIT
002590     IF WS-DELTA-DATE NOT = SPACES
002600         MOVE SPACES TO WS-REPORT-LINE
002610         STRING "  ONLY DELTA FILE OF RUN DATE " WS-DELTA-DATE
002620             DELIMITED BY SIZE
002630             INTO WS-REPORT-LINE
002640         PERFORM 8900-WRITE-REPORT-LINE
002650             THRU 8900-WRITE-REPORT-LINE-EXIT
002660     END-IF
002670     IF WS-KEY-RANGE-YES
002680         MOVE SPACES TO WS-REPORT-LINE
002690         STRING "  ONLY KEYS " WS-KEY-LOW " THROUGH " WS-KEY-HIGH
002700             DELIMITED BY SIZE
002710             INTO WS-REPORT-LINE
002720         PERFORM 8900-WRITE-REPORT-LINE
002730             THRU 8900-WRITE-REPORT-LINE-EXIT
002740     END-IF
002750     MOVE SPACES TO WS-REPORT-LINE
002760     PERFORM 8900-WRITE-REPORT-LINE
002770         THRU 8900-WRITE-REPORT-LINE-EXIT
002780     MOVE "KEY         WAS INV" TO WS-REPORT-LINE
002790     PERFORM 8900-WRITE-REPORT-LINE
002800         THRU 8900-WRITE-REPORT-LINE-EXIT
002810     .
002820 1000-INITIALIZE-EXIT.
002830     EXIT.
002840 1100-READ-PARM-CARDS.
002850     OPEN INPUT PARM-FILE
002860     IF WS-FILE-STATUS-PARM-NOTFND
002870         SET WS-PARM-EOF-YES TO TRUE
002880         GO TO 1100-READ-PARM-CARDS-EXIT
002890     END-IF
002900     IF NOT WS-FILE-STATUS-PARM-OK
002910         DISPLAY "APLBKOUT: OPEN FAILED FOR SYSIN - STATUS "
002920             WS-FILE-STATUS-PARM
002930         MOVE 16 TO RETURN-CODE
002940         GOBACK
002950     END-IF
002960     PERFORM 1110-READ-PARM-CARD
002970         THRU 1110-READ-PARM-CARD-EXIT
002980         UNTIL WS-PARM-EOF-YES
002990     CLOSE PARM-FILE
003000     .
003010 1100-READ-PARM-CARDS-EXIT.
003020     EXIT.
003030 1110-READ-PARM-CARD.
003040     READ PARM-FILE INTO WS-PARM-CARD
003050         AT END
003060             SET WS-PARM-EOF-YES TO TRUE
003070             GO TO 1110-READ-PARM-CARD-EXIT
003080     END-READ
003090     IF NOT WS-FILE-STATUS-PARM-OK
003100         DISPLAY "APLBKOUT: READ FAILED FOR SYSIN - STATUS "
003110             WS-FILE-STATUS-PARM
003120         MOVE 16 TO RETURN-CODE
003130         GOBACK
003140     END-IF
003150     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003160         GO TO 1110-READ-PARM-CARD-EXIT
003170     END-IF
003180     MOVE SPACES TO WS-CARD-FIELDS
003190     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003200         INTO WS-CARD-VERB WS-CARD-OPERAND-1 WS-CARD-OPERAND-2
003210     END-UNSTRING
003220     EVALUATE WS-CARD-VERB
003230         WHEN "APPLY"
003240             MOVE WS-CARD-OPERAND-1 TO WS-CARD-DATE-X
003250             IF WS-CARD-DATE NOT NUMERIC
003260                     OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
003270                 DISPLAY "APLBKOUT: BAD APPLY DATE - "
003280                     WS-CARD-OPERAND-1
003290                 MOVE 16 TO RETURN-CODE
003300                 GOBACK
003310             END-IF
003320             MOVE WS-CARD-DATE-X TO WS-APPLY-DATE
003330         WHEN "DELTA"
003340             MOVE WS-CARD-OPERAND-1 TO WS-CARD-DATE-X
003350             IF WS-CARD-DATE NOT NUMERIC
003360                     OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
003370                 DISPLAY "APLBKOUT: BAD DELTA DATE - "
003380                     WS-CARD-OPERAND-1
003390                 MOVE 16 TO RETURN-CODE
003400                 GOBACK
003410             END-IF
003420             MOVE WS-CARD-DATE-X TO WS-DELTA-DATE
003430         WHEN "KEYS"
003440             IF WS-CARD-OPERAND-1 = SPACES
003450                     OR WS-CARD-OPERAND-2 = SPACES
003460                     OR WS-CARD-OPERAND-1 > WS-CARD-OPERAND-2
003470                 DISPLAY "APLBKOUT: BAD KEYS RANGE - "
003480                     WS-CARD-OPERAND-1 " " WS-CARD-OPERAND-2
003490                 MOVE 16 TO RETURN-CODE
003500                 GOBACK
003510             END-IF
003520             MOVE WS-CARD-OPERAND-1 TO WS-KEY-LOW
003530             MOVE WS-CARD-OPERAND-2 TO WS-KEY-HIGH
003540             SET WS-KEY-RANGE-YES TO TRUE
003550         WHEN OTHER
003560             DISPLAY "APLBKOUT: UNRECOGNIZED PARM CARD - "
003570                 WS-PARM-CARD
003580             MOVE 16 TO RETURN-CODE
003590             GOBACK
003600     END-EVALUATE
003610     .
003620 1110-READ-PARM-CARD-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650* 2000 - SORT INPUT: THE TRAIL IN APPEND ORDER, NUMBERED.  ONLY
003660* ENTRIES FROM THE APPLY DATE ON CAN BELONG TO THE RUN OR
003670* POSTDATE IT, AND ONLY KEYS IN THE KEYS RANGE MATTER.
003680*----------------------------------------------------------------*
003690 2000-RELEASE-TRAIL.
003700     OPEN INPUT AUDIT-FILE
003710     IF WS-FILE-STATUS-AUD-NOTFND
003720         DISPLAY "APLBKOUT: APLAUDIT NOT FOUND - NO APPLY HAS RUN"
003730         MOVE 16 TO RETURN-CODE
003740         GOBACK
003750     END-IF
003760     IF NOT WS-FILE-STATUS-AUD-OK
003770         DISPLAY "APLBKOUT: OPEN FAILED FOR APLAUDIT - STATUS "
003780             WS-FILE-STATUS-AUD
003790         MOVE 16 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     PERFORM 2100-RELEASE-ONE-ENTRY
003830         THRU 2100-RELEASE-ONE-ENTRY-EXIT
003840         UNTIL WS-EOF-AUD-YES
003850     CLOSE AUDIT-FILE
003860     .
003870 2000-RELEASE-TRAIL-EXIT.
003880     EXIT.
003890 2100-RELEASE-ONE-ENTRY.
003900     READ AUDIT-FILE
003910         AT END
003920             SET WS-EOF-AUD-YES TO TRUE
003930             GO TO 2100-RELEASE-ONE-ENTRY-EXIT
003940     END-READ
003950     IF NOT WS-FILE-STATUS-AUD-OK
003960         DISPLAY "APLBKOUT: READ FAILED FOR APLAUDIT - STATUS "
003970             WS-FILE-STATUS-AUD
003980         MOVE 16 TO RETURN-CODE
003990         GOBACK
004000     END-IF
004010     ADD 1 TO WS-TRAIL-READ-COUNT
004020     IF RECAUD-RUN-DATE < WS-APPLY-DATE
004030             OR RECAUD-KEY < WS-KEY-LOW
004040             OR RECAUD-KEY > WS-KEY-HIGH
004050         GO TO 2100-RELEASE-ONE-ENTRY-EXIT
004060     END-IF
004070     MOVE WS-TRAIL-READ-COUNT TO SRT-SEQ
004080     MOVE RECAUD-RECORD TO SRT-AUDIT
004090     RELEASE SORT-RECORD
004100     ADD 1 TO WS-RELEASED-COUNT
004110     .
004120 2100-RELEASE-ONE-ENTRY-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------*
004150* 3000 - SORT OUTPUT: EACH KEY'S ENTRIES IN APPLY ORDER.  THE
004160* FIRST ENTRY OF THE RUN BEING BACKED OUT IS HELD; ANY LATER
004170* ENTRY FOR THE KEY THAT IS NOT A BYTE-FOR-BYTE REPLAY OF IT
004180* REFUSES THE KEY.  AT EACH KEY BREAK THE HELD ENTRY IS EITHER
004190* REVERSED ONTO THE WORK FILE OR LISTED AS REFUSED.
004200*----------------------------------------------------------------*
004210 3000-BUILD-INVERSES.
004220     OPEN OUTPUT WORK-FILE
004230     IF NOT WS-FILE-STATUS-WRK-OK
004240         DISPLAY "APLBKOUT: OPEN FAILED FOR BKOUTWK - STATUS "
004250             WS-FILE-STATUS-WRK
004260         MOVE 16 TO RETURN-CODE
004270         GOBACK
004280     END-IF
004290     PERFORM 3100-RETURN-ONE-ENTRY
004300         THRU 3100-RETURN-ONE-ENTRY-EXIT
004310         UNTIL WS-EOF-SORT-YES
004320     PERFORM 3200-CLOSE-KEY THRU 3200-CLOSE-KEY-EXIT
004330     CLOSE WORK-FILE
004340     .
004350 3000-BUILD-INVERSES-EXIT.
004360     EXIT.
004370 3100-RETURN-ONE-ENTRY.
004380     RETURN SORT-FILE
004390         AT END
004400             SET WS-EOF-SORT-YES TO TRUE
004410             GO TO 3100-RETURN-ONE-ENTRY-EXIT
004420     END-RETURN
004430     MOVE SRT-AUDIT TO WS-AUD-RECORD
004440     IF WS-AUD-KEY NOT = WS-GRP-KEY
004450         PERFORM 3200-CLOSE-KEY THRU 3200-CLOSE-KEY-EXIT
004460         MOVE WS-AUD-KEY TO WS-GRP-KEY
004470         SET WS-GRP-SELECTED-NO TO TRUE
004480         SET WS-GRP-REFUSED-NO TO TRUE
004490         MOVE SPACES TO WS-GRP-REASON
004500     END-IF
004510     SET WS-ENTRY-SELECTED-NO TO TRUE
004520     IF WS-AUD-RUN-DATE = WS-APPLY-DATE
004530         IF WS-DELTA-DATE = SPACES
004540                 OR WS-AUD-DELTA-RUN-DATE = WS-DELTA-DATE
004550             SET WS-ENTRY-SELECTED-YES TO TRUE
004560         END-IF
004570     END-IF
004580     IF WS-GRP-SELECTED-NO
004590         IF WS-ENTRY-SELECTED-YES
004600             MOVE WS-AUD-RECORD TO WS-SEL-RECORD
004610             SET WS-GRP-SELECTED-YES TO TRUE
004620             ADD 1 TO WS-SELECTED-COUNT
004630         END-IF
004640         GO TO 3100-RETURN-ONE-ENTRY-EXIT
004650     END-IF
004660     IF WS-AUD-RECORD = WS-SEL-RECORD
004670         ADD 1 TO WS-REPLAY-COUNT
004680         GO TO 3100-RETURN-ONE-ENTRY-EXIT
004690     END-IF
004700     IF WS-GRP-REFUSED-YES
004710         GO TO 3100-RETURN-ONE-ENTRY-EXIT
004720     END-IF
004730     SET WS-GRP-REFUSED-YES TO TRUE
004740     IF WS-ENTRY-SELECTED-YES
004750         MOVE "REFUSED - APPLIED TWICE IN THE RUN"
004760             TO WS-GRP-REASON
004770     ELSE
004780         STRING "REFUSED - CHANGED AGAIN BY APPLY OF "
004790             WS-AUD-RUN-DATE DELIMITED BY SIZE
004800             INTO WS-GRP-REASON
004810     END-IF
004820     .
004830 3100-RETURN-ONE-ENTRY-EXIT.
004840     EXIT.
004850 3200-CLOSE-KEY.
004860     IF WS-GRP-SELECTED-NO
004870         GO TO 3200-CLOSE-KEY-EXIT
004880     END-IF
004890     MOVE SPACES TO WS-DETAIL-LINE
004900     MOVE WS-SEL-KEY TO WS-DTL-KEY
004910     MOVE WS-SEL-ACTION TO WS-DTL-ACTION
004920     IF WS-GRP-REFUSED-YES
004930         ADD 1 TO WS-REFUSED-COUNT
004940         MOVE "-" TO WS-DTL-INV-ACTION
004950         MOVE WS-GRP-REASON TO WS-DTL-TEXT
004960         MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
004970         PERFORM 8900-WRITE-REPORT-LINE
004980             THRU 8900-WRITE-REPORT-LINE-EXIT
004990         SET WS-GRP-SELECTED-NO TO TRUE
005000         GO TO 3200-CLOSE-KEY-EXIT
005010     END-IF
005020     PERFORM 3300-BUILD-ONE-INVERSE
005030         THRU 3300-BUILD-ONE-INVERSE-EXIT
005040     SET WS-GRP-SELECTED-NO TO TRUE
005050     .
005060 3200-CLOSE-KEY-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------*
005090* 3300 - THE INVERSE OF THE HELD ENTRY.  A KEY CHANGE OUT LEG
005100* (NO AFTER IMAGE) BECOMES AN IN LEG PUTTING THE RECORD BACK AT
005110* ITS OLD KEY; AN IN LEG BECOMES AN OUT LEG TAKING IT OFF THE
005120* NEW ONE.  THE RUN DATE STAMPED IS THIS JOB'S, SO THE REVERSAL
005130* IS TOLD APART FROM THE BAD APPLY ON APLAUDIT.  A FIELD UPDATE
005140* IS AUDITED WITH ITS WHOLE BEFORE AND AFTER IMAGES, SO IT IS
005150* REVERSED AS A CHANGE BACK TO THE WHOLE BEFORE IMAGE.
005160*----------------------------------------------------------------*
005170 3300-BUILD-ONE-INVERSE.
005180     MOVE SPACES TO WORK-RECORD
005190     MOVE WS-SEL-KEY TO WORK-KEY
005200     MOVE WS-RUN-DATE TO WORK-RUN-DATE
005210     MOVE ZERO TO WORK-SUSP-CYCLES
005220     EVALUATE WS-SEL-ACTION
005230         WHEN "A"
005240             MOVE "D" TO WORK-ACTION
005250             MOVE WS-SEL-AFTER-DATA TO WORK-BEFORE-DATA
005260             ADD 1 TO WS-INV-DELETE-COUNT
005270         WHEN "D"
005280             MOVE "A" TO WORK-ACTION
005290             MOVE WS-SEL-BEFORE-DATA TO WORK-AFTER-DATA
005300             ADD 1 TO WS-INV-ADD-COUNT
005310         WHEN "C"
005320         WHEN "U"
005330             MOVE "C" TO WORK-ACTION
005340             MOVE WS-SEL-AFTER-DATA TO WORK-BEFORE-DATA
005350             MOVE WS-SEL-BEFORE-DATA TO WORK-AFTER-DATA
005360             ADD 1 TO WS-INV-CHANGE-COUNT
005370         WHEN "K"
005380             MOVE "K" TO WORK-ACTION
005390             IF WS-SEL-AFTER-DATA = SPACES
005400                 SET WORK-KC-LEG-IN TO TRUE
005410                 MOVE WS-SEL-BEFORE-DATA TO WORK-AFTER-DATA
005420                 MOVE WS-SEL-PARTNER-KEY TO WORK-KC-FROM-KEY
005430             ELSE
005440                 SET WORK-KC-LEG-OUT TO TRUE
005450                 MOVE WS-SEL-AFTER-DATA TO WORK-BEFORE-DATA
005460                 MOVE WS-SEL-PARTNER-KEY TO WORK-KC-TO-KEY
005470             END-IF
005480             PERFORM 3400-NOTE-KEY-CHANGE-LEG
005490                 THRU 3400-NOTE-KEY-CHANGE-LEG-EXIT
005500         WHEN OTHER
005510             ADD 1 TO WS-REFUSED-COUNT
005520             MOVE "-" TO WS-DTL-INV-ACTION
005530             MOVE "REFUSED - UNKNOWN ACTION ON THE TRAIL"
005540                 TO WS-DTL-TEXT
005550             MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
005560             PERFORM 8900-WRITE-REPORT-LINE
005570                 THRU 8900-WRITE-REPORT-LINE-EXIT
005580             GO TO 3300-BUILD-ONE-INVERSE-EXIT
005590     END-EVALUATE
005600     WRITE WORK-RECORD
005610     IF NOT WS-FILE-STATUS-WRK-OK
005620         DISPLAY "APLBKOUT: WRITE FAILED FOR BKOUTWK - STATUS "
005630             WS-FILE-STATUS-WRK
005640         MOVE 16 TO RETURN-CODE
005650         GOBACK
005660     END-IF
005670     .
005680 3300-BUILD-ONE-INVERSE-EXIT.
005690     EXIT.
005700 3400-NOTE-KEY-CHANGE-LEG.
005710     IF WS-KC-COUNT = WS-KC-MAX
005720         DISPLAY "APLBKOUT: OVER 2000 KEY CHANGE LEGS TO BACK OUT"
005730         MOVE 16 TO RETURN-CODE
005740         GOBACK
005750     END-IF
005760     ADD 1 TO WS-KC-COUNT
005770     MOVE WS-SEL-KEY TO WS-KC-KEY (WS-KC-COUNT)
005780     .
005790 3400-NOTE-KEY-CHANGE-LEG-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------*
005820* 6000 - THE WORK FILE, ALREADY IN ASCENDING KEY ORDER WITH ONE
005830* TRANSACTION PER KEY, BECOMES DLTOUT.  A KEY CHANGE LEG WHOSE
005840* PARTNER LEG WAS REFUSED OR LIES OUTSIDE THE KEYS RANGE IS
005850* WITHHELD.
005860*----------------------------------------------------------------*
005870 6000-WRITE-DLTOUT.
005880     OPEN INPUT WORK-FILE
005890     IF NOT WS-FILE-STATUS-WRK-OK
005900         DISPLAY "APLBKOUT: OPEN FAILED FOR BKOUTWK - STATUS "
005910             WS-FILE-STATUS-WRK
005920         MOVE 16 TO RETURN-CODE
005930         GOBACK
005940     END-IF
005950     OPEN OUTPUT DLTOUT-FILE
005960     IF NOT WS-FILE-STATUS-DOUT-OK
005970         DISPLAY "APLBKOUT: OPEN FAILED FOR DLTOUT - STATUS "
005980             WS-FILE-STATUS-DOUT
005990         MOVE 16 TO RETURN-CODE
006000         GOBACK
006010     END-IF
006020     PERFORM 6100-COPY-ONE-INVERSE
006030         THRU 6100-COPY-ONE-INVERSE-EXIT
006040         UNTIL WS-EOF-WRK-YES
006050     CLOSE WORK-FILE
006060     CLOSE DLTOUT-FILE
006070     .
006080 6000-WRITE-DLTOUT-EXIT.
006090     EXIT.
006100 6100-COPY-ONE-INVERSE.
006110     READ WORK-FILE
006120         AT END
006130             SET WS-EOF-WRK-YES TO TRUE
006140             GO TO 6100-COPY-ONE-INVERSE-EXIT
006150     END-READ
006160     IF NOT WS-FILE-STATUS-WRK-OK
006170         DISPLAY "APLBKOUT: READ FAILED FOR BKOUTWK - STATUS "
006180             WS-FILE-STATUS-WRK
006190         MOVE 16 TO RETURN-CODE
006200         GOBACK
006210     END-IF
006220     MOVE SPACES TO WS-DETAIL-LINE
006230     MOVE WORK-KEY TO WS-DTL-KEY
006240     MOVE WORK-ACTION TO WS-DTL-INV-ACTION
006250     EVALUATE WORK-ACTION
006260         WHEN "A"
006270             MOVE "D" TO WS-DTL-ACTION
006280         WHEN "D"
006290             MOVE "A" TO WS-DTL-ACTION
006300         WHEN OTHER
006310             MOVE WORK-ACTION TO WS-DTL-ACTION
006320     END-EVALUATE
006330     IF WORK-ACTION-KEYCHG
006340         IF WORK-KC-LEG-IN
006350             MOVE WORK-KC-FROM-KEY TO WS-KC-PARTNER
006360         ELSE
006370             MOVE WORK-KC-TO-KEY TO WS-KC-PARTNER
006380         END-IF
006390         PERFORM 6200-FIND-PARTNER THRU 6200-FIND-PARTNER-EXIT
006400         IF WS-KC-HIT = 0
006410             ADD 1 TO WS-WITHHELD-COUNT
006420             MOVE "-" TO WS-DTL-INV-ACTION
006430             STRING "WITHHELD - PARTNER " DELIMITED BY SIZE
006440                 WS-KC-PARTNER DELIMITED BY SPACE
006450                 " NOT BACKED OUT" DELIMITED BY SIZE
006460                 INTO WS-DTL-TEXT
006470             MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
006480             PERFORM 8900-WRITE-REPORT-LINE
006490                 THRU 8900-WRITE-REPORT-LINE-EXIT
006500             GO TO 6100-COPY-ONE-INVERSE-EXIT
006510         END-IF
006520         ADD 1 TO WS-INV-KEYCHG-COUNT
006530         STRING "REVERSED - PARTNER " WS-KC-PARTNER
006540             DELIMITED BY SIZE
006550             INTO WS-DTL-TEXT
006560     ELSE
006570         MOVE "REVERSED" TO WS-DTL-TEXT
006580     END-IF
006590     MOVE WORK-RECORD TO RECDLT-RECORD
006600     WRITE RECDLT-RECORD
006610     IF NOT WS-FILE-STATUS-DOUT-OK
006620         DISPLAY "APLBKOUT: WRITE FAILED FOR DLTOUT - STATUS "
006630             WS-FILE-STATUS-DOUT
006640         MOVE 16 TO RETURN-CODE
006650         GOBACK
006660     END-IF
006670     ADD 1 TO WS-WRITTEN-COUNT
006680     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
006690     PERFORM 8900-WRITE-REPORT-LINE
006700         THRU 8900-WRITE-REPORT-LINE-EXIT
006710     .
006720 6100-COPY-ONE-INVERSE-EXIT.
006730     EXIT.
006740 6200-FIND-PARTNER.
006750     MOVE ZERO TO WS-KC-HIT
006760     PERFORM 6210-MATCH-ONE-LEG THRU 6210-MATCH-ONE-LEG-EXIT
006770         VARYING WS-KC-IDX FROM 1 BY 1
006780         UNTIL WS-KC-IDX > WS-KC-COUNT OR WS-KC-HIT > 0
006790     .
006800 6200-FIND-PARTNER-EXIT.
006810     EXIT.
006820 6210-MATCH-ONE-LEG.
006830     IF WS-KC-KEY (WS-KC-IDX) = WS-KC-PARTNER
006840         MOVE WS-KC-IDX TO WS-KC-HIT
006850     END-IF
006860     .
006870 6210-MATCH-ONE-LEG-EXIT.
006880     EXIT.
006890 8000-PRINT-TOTALS.
006900     MOVE SPACES TO WS-REPORT-LINE
006910     PERFORM 8900-WRITE-REPORT-LINE
006920         THRU 8900-WRITE-REPORT-LINE-EXIT
006930     IF WS-SELECTED-COUNT = 0
006940         MOVE "NO APPLY-AUDIT ENTRIES MATCH THE SELECTION"
006950             TO WS-REPORT-LINE
006960         PERFORM 8900-WRITE-REPORT-LINE
006970             THRU 8900-WRITE-REPORT-LINE-EXIT
006980     END-IF
006990     MOVE WS-TRAIL-READ-COUNT TO WS-EDIT-COUNT
007000     MOVE SPACES TO WS-REPORT-LINE
007010     STRING "TRAIL ENTRIES READ      : " WS-EDIT-COUNT
007020         DELIMITED BY SIZE INTO WS-REPORT-LINE
007030     PERFORM 8900-WRITE-REPORT-LINE
007040         THRU 8900-WRITE-REPORT-LINE-EXIT
007050     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
007060     MOVE SPACES TO WS-REPORT-LINE
007070     STRING "ENTRIES SINCE THE APPLY : " WS-EDIT-COUNT
007080         DELIMITED BY SIZE INTO WS-REPORT-LINE
007090     PERFORM 8900-WRITE-REPORT-LINE
007100         THRU 8900-WRITE-REPORT-LINE-EXIT
007110     MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
007120     MOVE SPACES TO WS-REPORT-LINE
007130     STRING "KEYS IN THE RUN         : " WS-EDIT-COUNT
007140         DELIMITED BY SIZE INTO WS-REPORT-LINE
007150     PERFORM 8900-WRITE-REPORT-LINE
007160         THRU 8900-WRITE-REPORT-LINE-EXIT
007170     MOVE WS-REPLAY-COUNT TO WS-EDIT-COUNT
007180     MOVE SPACES TO WS-REPORT-LINE
007190     STRING "RESTART REPLAYS SKIPPED : " WS-EDIT-COUNT
007200         DELIMITED BY SIZE INTO WS-REPORT-LINE
007210     PERFORM 8900-WRITE-REPORT-LINE
007220         THRU 8900-WRITE-REPORT-LINE-EXIT
007230     MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
007240     MOVE SPACES TO WS-REPORT-LINE
007250     STRING "KEYS REFUSED            : " WS-EDIT-COUNT
007260         DELIMITED BY SIZE INTO WS-REPORT-LINE
007270     PERFORM 8900-WRITE-REPORT-LINE
007280         THRU 8900-WRITE-REPORT-LINE-EXIT
007290     MOVE WS-WITHHELD-COUNT TO WS-EDIT-COUNT
007300     MOVE SPACES TO WS-REPORT-LINE
007310     STRING "KEY CHANGE LEGS WITHHELD: " WS-EDIT-COUNT
007320         DELIMITED BY SIZE INTO WS-REPORT-LINE
007330     PERFORM 8900-WRITE-REPORT-LINE
007340         THRU 8900-WRITE-REPORT-LINE-EXIT
007350     MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT
007360     MOVE SPACES TO WS-REPORT-LINE
007370     STRING "INVERSE TRANSACTIONS    : " WS-EDIT-COUNT
007380         DELIMITED BY SIZE INTO WS-REPORT-LINE
007390     PERFORM 8900-WRITE-REPORT-LINE
007400         THRU 8900-WRITE-REPORT-LINE-EXIT
007410     MOVE WS-INV-ADD-COUNT TO WS-EDIT-COUNT
007420     MOVE SPACES TO WS-REPORT-LINE
007430     STRING "  RE-ADDS               : " WS-EDIT-COUNT
007440         DELIMITED BY SIZE INTO WS-REPORT-LINE
007450     PERFORM 8900-WRITE-REPORT-LINE
007460         THRU 8900-WRITE-REPORT-LINE-EXIT
007470     MOVE WS-INV-CHANGE-COUNT TO WS-EDIT-COUNT
007480     MOVE SPACES TO WS-REPORT-LINE
007490     STRING "  CHANGES BACK          : " WS-EDIT-COUNT
007500         DELIMITED BY SIZE INTO WS-REPORT-LINE
007510     PERFORM 8900-WRITE-REPORT-LINE
007520         THRU 8900-WRITE-REPORT-LINE-EXIT
007530     MOVE WS-INV-DELETE-COUNT TO WS-EDIT-COUNT
007540     MOVE SPACES TO WS-REPORT-LINE
007550     STRING "  DELETES               : " WS-EDIT-COUNT
007560         DELIMITED BY SIZE INTO WS-REPORT-LINE
007570     PERFORM 8900-WRITE-REPORT-LINE
007580         THRU 8900-WRITE-REPORT-LINE-EXIT
007590     MOVE WS-INV-KEYCHG-COUNT TO WS-EDIT-COUNT
007600     MOVE SPACES TO WS-REPORT-LINE
007610     STRING "  KEY CHANGE LEGS       : " WS-EDIT-COUNT
007620         DELIMITED BY SIZE INTO WS-REPORT-LINE
007630     PERFORM 8900-WRITE-REPORT-LINE
007640         THRU 8900-WRITE-REPORT-LINE-EXIT
007650     .
007660 8000-PRINT-TOTALS-EXIT.
007670     EXIT.
007680 8900-WRITE-REPORT-LINE.
007690     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007700     IF NOT WS-FILE-STATUS-RPT-OK
007710         DISPLAY "APLBKOUT: WRITE FAILED FOR BKOUTRPT - STATUS "
007720             WS-FILE-STATUS-RPT
007730         MOVE 16 TO RETURN-CODE
007740         GOBACK
007750     END-IF
007760     .
007770 8900-WRITE-REPORT-LINE-EXIT.
007780     EXIT.
007790 9999-TERMINATE.
007800     CLOSE REPORT-FILE
007810     IF WS-SELECTED-COUNT = 0
007820         DISPLAY "APLBKOUT: NOTHING ON APLAUDIT FOR THE SELECTION"
007830         MOVE 8 TO RETURN-CODE
007840         GO TO 9999-TERMINATE-EXIT
007850     END-IF
007860     IF WS-REFUSED-COUNT > 0 OR WS-WITHHELD-COUNT > 0
007870         MOVE 4 TO RETURN-CODE
007880     END-IF
007890     .
007900 9999-TERMINATE-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------*
007930* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
007940*----------------------------------------------------------------*
007950 COPY "RECSTP.cpy".
007960 END PROGRAM APLBKOUT.
