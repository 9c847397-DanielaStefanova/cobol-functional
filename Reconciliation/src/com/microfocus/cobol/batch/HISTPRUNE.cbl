000370*                   TRAIL NOW PRUNES ON ITS OWN RETENTION,
000380*                   KEPT MONTHS TO APLAUDO AND OLDER MONTHS
000390*                   TO THE AUDARCH ARCHIVE.
000400*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000410*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000420*                   THE STEPSLA BATCH-WINDOW REPORT.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-HIST.
000510     SELECT HISTOUT-FILE ASSIGN TO HISTOUT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-OUT.
000540     SELECT ARCHIVE-FILE ASSIGN TO HISTARCH
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-ARC.
000570     SELECT ROLLUP-FILE ASSIGN TO HISTROLL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FILE-STATUS-ROL.
000600     SELECT AUDIT-FILE ASSIGN TO APLAUDIT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-AUD.
000630     SELECT AUDOUT-FILE ASSIGN TO APLAUDO
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-AUO.
000660     SELECT AUDARCH-FILE ASSIGN TO AUDARCH
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-AUA.
000690     SELECT REPORT-FILE ASSIGN TO PRUNRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FILE-STATUS-RPT.
000720     SELECT PARM-FILE ASSIGN TO SYSIN
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FILE-STATUS-PARM.
000750     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS RECSTW-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RUNHIST-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY "RECHST.cpy".
000830 FD  HISTOUT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY "RECHST.cpy" REPLACING LEADING ==RECHST-== BY ==HOUT-==.
000860 FD  ARCHIVE-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY "RECHST.cpy" REPLACING LEADING ==RECHST-== BY ==HARC-==.
000890 FD  ROLLUP-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY "RECHRL.cpy".
000920 FD  AUDIT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY "RECAUD.cpy".
000950 FD  AUDOUT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY "RECAUD.cpy" REPLACING LEADING ==RECAUD-==
000980     BY ==AOUT-==.
000990 FD  AUDARCH-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "RECAUD.cpy" REPLACING LEADING ==RECAUD-==
001020     BY ==AARC-==.
001030 FD  REPORT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  REPORT-RECORD                   PIC X(80).
001060 FD  PARM-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  PARM-RECORD                     PIC X(80).
001090 FD  STEPTIME-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY "RECSTM.cpy".
001120 WORKING-STORAGE SECTION.
001130 01  WS-EOF-HIST-SW                  PIC X(01) VALUE "N".
001140     88  WS-EOF-HIST-YES                        VALUE "Y".
001150     88  WS-EOF-HIST-NO                         VALUE "N".
001160 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001170     88  WS-PARM-EOF-YES                        VALUE "Y".
001180     88  WS-PARM-EOF-NO                         VALUE "N".
001190 01  WS-EOF-AUD-SW                   PIC X(01) VALUE "N".
001200     88  WS-EOF-AUD-YES                         VALUE "Y".
001210     88  WS-EOF-AUD-NO                          VALUE "N".
001220 01  WS-FILE-STATUSES.
001230     05  WS-FILE-STATUS-HIST         PIC X(02) VALUE "00".
001240         88  WS-FILE-STATUS-HIST-OK            VALUE "00".
001250     05  WS-FILE-STATUS-OUT          PIC X(02) VALUE "00".
001260         88  WS-FILE-STATUS-OUT-OK             VALUE "00".
001270     05  WS-FILE-STATUS-ARC          PIC X(02) VALUE "00".
001280         88  WS-FILE-STATUS-ARC-OK             VALUE "00".
001290         88  WS-FILE-STATUS-ARC-NOTFND         VALUE "35".
001300     05  WS-FILE-STATUS-ROL          PIC X(02) VALUE "00".
001310         88  WS-FILE-STATUS-ROL-OK             VALUE "00".
001320         88  WS-FILE-STATUS-ROL-NOTFND         VALUE "35".
001330     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
001340         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
001350         88  WS-FILE-STATUS-AUD-NOTFND         VALUE "35".
001360     05  WS-FILE-STATUS-AUO          PIC X(02) VALUE "00".
001370         88  WS-FILE-STATUS-AUO-OK             VALUE "00".
001380     05  WS-FILE-STATUS-AUA          PIC X(02) VALUE "00".
001390         88  WS-FILE-STATUS-AUA-OK             VALUE "00".
001400         88  WS-FILE-STATUS-AUA-NOTFND         VALUE "35".
001410     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001420         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001430     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001440         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001450         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001460 01  WS-COUNTERS COMP-3.
001470     05  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO.
001480     05  WS-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO.
001490     05  WS-ROLLUP-COUNT             PIC 9(05) VALUE ZERO.
001500     05  WS-BAD-COUNT                PIC 9(05) VALUE ZERO.
001510     05  WS-AUD-KEPT-COUNT           PIC 9(07) VALUE ZERO.
001520     05  WS-AUD-ARCH-COUNT           PIC 9(07) VALUE ZERO.
001530     05  WS-AUD-BAD-COUNT            PIC 9(05) VALUE ZERO.
001540 01  WS-RETAIN-MONTHS                PIC 9(02) VALUE 06.
001550 01  WS-AUD-RETAIN-MONTHS            PIC 9(02) VALUE ZERO.
001560     88  WS-AUDIT-PRUNE-WANTED         VALUE 01 THRU 99.
001570 01  WS-AUD-CUTOFF-MONTH             PIC X(06).
001580 01  WS-PARM-CARD.
001590     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001600     05  FILLER                      PIC X(79).
001610 01  WS-CARD-FIELDS.
001620     05  WS-CARD-VERB                PIC X(10).
001630     05  WS-CARD-OPERAND-1          PIC X(10).
001640 01  WS-CARD-MM-X                    PIC X(02).
001650 01  WS-CARD-MM REDEFINES WS-CARD-MM-X
001660                                     PIC 9(02).
001670*----------------------------------------------------------------*
001680* THE RETENTION CUTOFF IS A CALENDAR MONTH: EVERYTHING BEFORE
001690* IT MOVES.  COMPUTED AS RUN MONTH MINUS (RETAIN - 1) MONTHS,
001700* SO RETAIN 06 KEEPS THE CURRENT MONTH AND FIVE BEFORE IT.
001710*----------------------------------------------------------------*
001720 01  WS-CUTOFF-WORK.
001730     05  WS-CUT-YYYY                 PIC 9(04).
001740     05  WS-CUT-MM                   PIC 9(02).
001750     05  WS-CUT-TOTAL                PIC S9(07) COMP-3.
001760 01  WS-CUTOFF-MONTH                 PIC X(06).
001770 01  WS-REC-MONTH                    PIC X(06).
001780*----------------------------------------------------------------*
001790* ROLLUP TABLE - ONE SLOT PER CALENDAR MONTH ARCHIVED THIS RUN.
001800* THE HISTORY ARRIVES IN APPEND ORDER, BUT THE TABLE TOLERATES
001810* A STRAGGLER MONTH OUT OF ORDER.
001820*----------------------------------------------------------------*
001830 01  WS-MONTH-TABLE.
001840     05  WS-MON-COUNT                PIC S9(04) COMP VALUE ZERO.
001850     05  WS-MON-MAX                  PIC S9(04) COMP VALUE 120.
001860     05  WS-MON-ENTRY OCCURS 120 TIMES.
001870         10  WS-MON-MONTH            PIC X(06).
001880         10  WS-MON-RUNS             PIC 9(05) COMP-3.
001890         10  WS-MON-MATCH            PIC 9(11) COMP-3.
001900         10  WS-MON-NOT-ON-A         PIC 9(11) COMP-3.
001910         10  WS-MON-NOT-ON-B         PIC 9(11) COMP-3.
001920         10  WS-MON-FIELD-MM         PIC 9(11) COMP-3.
001930         10  WS-MON-WORST-NA         PIC 9(07) COMP-3.
001940         10  WS-MON-WORST-NB         PIC 9(07) COMP-3.
001950         10  WS-MON-WORST-FM         PIC 9(07) COMP-3.
001960         10  WS-MON-WORST-RC         PIC 9(02) COMP-3.
001970 01  WS-MON-IDX                      PIC S9(04) COMP.
001980 01  WS-MON-FOUND                    PIC S9(04) COMP.
001990 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
002000 01  WS-REPORT-LINE                  PIC X(80).
002010 01  WS-RUN-DATE                     PIC X(08).
002020 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002030     05  WS-RUN-YYYY                 PIC 9(04).
002040     05  WS-RUN-MM                   PIC 9(02).
002050     05  WS-RUN-DD                   PIC 9(02).
002060 COPY "RECSTW.cpy".
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     MOVE "HISTPRUNE" TO RECSTW-PROGRAM-ID
002100     PERFORM 9800-START-STEP-TIMING
002110         THRU 9800-START-STEP-TIMING-EXIT
002120     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002130     PERFORM 2000-SPLIT-HISTORY THRU 2000-SPLIT-HISTORY-EXIT
002140         UNTIL WS-EOF-HIST-YES
002150     PERFORM 3000-WRITE-ROLLUPS THRU 3000-WRITE-ROLLUPS-EXIT
002160     IF WS-AUDIT-PRUNE-WANTED
002170         PERFORM 5000-PRUNE-AUDIT-TRAIL
002180             THRU 5000-PRUNE-AUDIT-TRAIL-EXIT
002190     END-IF
002200     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002210     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002220     COMPUTE RECSTW-RECORD-COUNT = WS-KEPT-COUNT
002230         + WS-ARCHIVED-COUNT + WS-BAD-COUNT
002240     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002250     PERFORM 9810-WRITE-STEP-TIMING
002260         THRU 9810-WRITE-STEP-TIMING-EXIT
002270     GOBACK
002280     .
002290 0000-MAINLINE-EXIT.
002300     EXIT.
002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002330     PERFORM 1100-READ-PARM-CARDS
002340         THRU 1100-READ-PARM-CARDS-EXIT
002350     PERFORM 1200-SET-CUTOFF-MONTH
002360         THRU 1200-SET-CUTOFF-MONTH-EXIT
002370     OPEN INPUT RUNHIST-FILE
002380     IF NOT WS-FILE-STATUS-HIST-OK
002390         DISPLAY "HISTPRUNE: OPEN FAILED FOR RUNHIST - STATUS "
002400             WS-FILE-STATUS-HIST
002410         MOVE 16 TO RETURN-CODE
002420         GOBACK
002430     END-IF
002440     OPEN OUTPUT HISTOUT-FILE
002450     IF NOT WS-FILE-STATUS-OUT-OK
002460         DISPLAY "HISTPRUNE: OPEN FAILED FOR HISTOUT - STATUS "
002470             WS-FILE-STATUS-OUT
002480         MOVE 16 TO RETURN-CODE
002490         GOBACK
002500     END-IF
002510     OPEN EXTEND ARCHIVE-FILE
002520     IF WS-FILE-STATUS-ARC-NOTFND
002530         OPEN OUTPUT ARCHIVE-FILE
002540     END-IF
002550     IF NOT WS-FILE-STATUS-ARC-OK
002560         DISPLAY "HISTPRUNE: OPEN FAILED FOR HISTARCH - STATUS "
002570             WS-FILE-STATUS-ARC
002580         MOVE 16 TO RETURN-CODE
002590         GOBACK
002600     END-IF
002610     OPEN OUTPUT REPORT-FILE
002620     IF NOT WS-FILE-STATUS-RPT-OK
002630         DISPLAY "HISTPRUNE: OPEN FAILED FOR PRUNRPT - STATUS "
002640             WS-FILE-STATUS-RPT
002650         MOVE 16 TO RETURN-CODE
002660         GOBACK
002670     END-IF
002680     .
002690 1000-INITIALIZE-EXIT.
002700     EXIT.
002710 1100-READ-PARM-CARDS.
002720     OPEN INPUT PARM-FILE
002730     IF WS-FILE-STATUS-PARM-NOTFND
002740         SET WS-PARM-EOF-YES TO TRUE
002750         GO TO 1100-READ-PARM-CARDS-EXIT
002760     END-IF
002770     IF NOT WS-FILE-STATUS-PARM-OK
002780         DISPLAY "HISTPRUNE: OPEN FAILED FOR SYSIN - STATUS "
002790             WS-FILE-STATUS-PARM
002800         MOVE 16 TO RETURN-CODE
002810         GOBACK
002820     END-IF
002830     PERFORM 1110-READ-PARM-CARD
002840         THRU 1110-READ-PARM-CARD-EXIT
002850         UNTIL WS-PARM-EOF-YES
002860     CLOSE PARM-FILE
002870     .
002880 1100-READ-PARM-CARDS-EXIT.
002890     EXIT.
002900 1110-READ-PARM-CARD.
002910     READ PARM-FILE INTO WS-PARM-CARD
002920         AT END
002930             SET WS-PARM-EOF-YES TO TRUE
002940             GO TO 1110-READ-PARM-CARD-EXIT
002950     END-READ
002960     IF NOT WS-FILE-STATUS-PARM-OK
002970         DISPLAY "HISTPRUNE: READ FAILED FOR SYSIN - STATUS "
002980             WS-FILE-STATUS-PARM
002990         MOVE 16 TO RETURN-CODE
003000         GOBACK
003010     END-IF
003020     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003030         GO TO 1110-READ-PARM-CARD-EXIT
003040     END-IF
003050     MOVE SPACES TO WS-CARD-FIELDS
003060     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003070         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003080     END-UNSTRING
003090     IF WS-CARD-VERB NOT = "RETAIN"
003100             AND WS-CARD-VERB NOT = "AUDRETAIN"
003110         DISPLAY "HISTPRUNE: UNRECOGNIZED PARM CARD - "
003120             WS-PARM-CARD
003130         MOVE 16 TO RETURN-CODE
003140         GOBACK
003150     END-IF
003160     MOVE WS-CARD-OPERAND-1 TO WS-CARD-MM-X
003170     IF WS-CARD-MM NOT NUMERIC OR WS-CARD-MM = 0
003180         DISPLAY "HISTPRUNE: BAD RETAIN MONTHS - "
003190             WS-CARD-OPERAND-1
003200         MOVE 16 TO RETURN-CODE
003210         GOBACK
003220     END-IF
003230     IF WS-CARD-VERB = "RETAIN"
003240         MOVE WS-CARD-MM TO WS-RETAIN-MONTHS
003250     ELSE
003260         MOVE WS-CARD-MM TO WS-AUD-RETAIN-MONTHS
003270     END-IF
003280     .
003290 1110-READ-PARM-CARD-EXIT.
003300     EXIT.
003310 1200-SET-CUTOFF-MONTH.
003320     COMPUTE WS-CUT-TOTAL =
003330         (WS-RUN-YYYY * 12) + WS-RUN-MM
003340             - (WS-RETAIN-MONTHS - 1)
003350     COMPUTE WS-CUT-YYYY = (WS-CUT-TOTAL - 1) / 12
003360     COMPUTE WS-CUT-MM =
003370         WS-CUT-TOTAL - (WS-CUT-YYYY * 12)
003380     MOVE WS-CUT-YYYY TO WS-CUTOFF-MONTH (1:4)
003390     MOVE WS-CUT-MM TO WS-CUTOFF-MONTH (5:2)
003400     IF WS-AUDIT-PRUNE-WANTED
003410         COMPUTE WS-CUT-TOTAL =
003420             (WS-RUN-YYYY * 12) + WS-RUN-MM
003430                 - (WS-AUD-RETAIN-MONTHS - 1)
003440         COMPUTE WS-CUT-YYYY = (WS-CUT-TOTAL - 1) / 12
003450         COMPUTE WS-CUT-MM =
003460             WS-CUT-TOTAL - (WS-CUT-YYYY * 12)
003470         MOVE WS-CUT-YYYY TO WS-AUD-CUTOFF-MONTH (1:4)
003480         MOVE WS-CUT-MM TO WS-AUD-CUTOFF-MONTH (5:2)
003490     END-IF
003500     .
003510 1200-SET-CUTOFF-MONTH-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------*
003540* 2000 - ONE HISTORY RECORD: KEEP, OR ARCHIVE AND ROLL UP.  A
003550* RECORD WITH AN UNREADABLE DATE OR COUNTERS IS KEPT ON THE
003560* OPERATIONAL FILE AND COUNTED - PRUNING MUST NEVER EAT
003570* EVIDENCE IT CANNOT CLASSIFY.
003580*----------------------------------------------------------------*
003590 2000-SPLIT-HISTORY.
003600     READ RUNHIST-FILE
003610         AT END
003620             SET WS-EOF-HIST-YES TO TRUE
003630             GO TO 2000-SPLIT-HISTORY-EXIT
003640     END-READ
003650     IF NOT WS-FILE-STATUS-HIST-OK
003660         DISPLAY "HISTPRUNE: READ FAILED FOR RUNHIST - STATUS "
003670             WS-FILE-STATUS-HIST
003680         MOVE 16 TO RETURN-CODE
003690         GOBACK
003700     END-IF
003710     IF RECHST-RUN-DATE NOT NUMERIC
003720             OR RECHST-MATCH-COUNT NOT NUMERIC
003730             OR RECHST-NOT-ON-A-COUNT NOT NUMERIC
003740             OR RECHST-NOT-ON-B-COUNT NOT NUMERIC
003750             OR RECHST-FIELD-MM-COUNT NOT NUMERIC
003760         ADD 1 TO WS-BAD-COUNT
003770         PERFORM 7100-WRITE-HISTOUT
003780             THRU 7100-WRITE-HISTOUT-EXIT
003790         GO TO 2000-SPLIT-HISTORY-EXIT
003800     END-IF
003810     MOVE RECHST-RUN-DATE (1:6) TO WS-REC-MONTH
003820     IF WS-REC-MONTH < WS-CUTOFF-MONTH
003830         PERFORM 7200-WRITE-ARCHIVE
003840             THRU 7200-WRITE-ARCHIVE-EXIT
003850         PERFORM 4000-TALLY-MONTH THRU 4000-TALLY-MONTH-EXIT
003860     ELSE
003870         PERFORM 7100-WRITE-HISTOUT
003880             THRU 7100-WRITE-HISTOUT-EXIT
003890     END-IF
003900     .
003910 2000-SPLIT-HISTORY-EXIT.
003920     EXIT.
003930 4000-TALLY-MONTH.
003940     MOVE ZERO TO WS-MON-FOUND
003950     PERFORM 4100-MATCH-MONTH THRU 4100-MATCH-MONTH-EXIT
003960         VARYING WS-MON-IDX FROM 1 BY 1
003970         UNTIL WS-MON-IDX > WS-MON-COUNT OR WS-MON-FOUND > 0
003980     IF WS-MON-FOUND = 0
003990         IF WS-MON-COUNT = WS-MON-MAX
004000             DISPLAY "HISTPRUNE: TOO MANY ARCHIVE MONTHS"
004010             MOVE 16 TO RETURN-CODE
004020             GOBACK
004030         END-IF
004040         ADD 1 TO WS-MON-COUNT
004050         MOVE WS-MON-COUNT TO WS-MON-FOUND
004060         MOVE WS-REC-MONTH TO WS-MON-MONTH (WS-MON-FOUND)
004070         MOVE ZERO TO WS-MON-RUNS (WS-MON-FOUND)
004080         MOVE ZERO TO WS-MON-MATCH (WS-MON-FOUND)
004090         MOVE ZERO TO WS-MON-NOT-ON-A (WS-MON-FOUND)
004100         MOVE ZERO TO WS-MON-NOT-ON-B (WS-MON-FOUND)
004110         MOVE ZERO TO WS-MON-FIELD-MM (WS-MON-FOUND)
004120         MOVE ZERO TO WS-MON-WORST-NA (WS-MON-FOUND)
004130         MOVE ZERO TO WS-MON-WORST-NB (WS-MON-FOUND)
004140         MOVE ZERO TO WS-MON-WORST-FM (WS-MON-FOUND)
004150         MOVE ZERO TO WS-MON-WORST-RC (WS-MON-FOUND)
004160     END-IF
004170     ADD 1 TO WS-MON-RUNS (WS-MON-FOUND)
004180     ADD RECHST-MATCH-COUNT TO WS-MON-MATCH (WS-MON-FOUND)
004190     ADD RECHST-NOT-ON-A-COUNT
004200         TO WS-MON-NOT-ON-A (WS-MON-FOUND)
004210     ADD RECHST-NOT-ON-B-COUNT
004220         TO WS-MON-NOT-ON-B (WS-MON-FOUND)
004230     ADD RECHST-FIELD-MM-COUNT
004240         TO WS-MON-FIELD-MM (WS-MON-FOUND)
004250     IF RECHST-NOT-ON-A-COUNT > WS-MON-WORST-NA (WS-MON-FOUND)
004260         MOVE RECHST-NOT-ON-A-COUNT
004270             TO WS-MON-WORST-NA (WS-MON-FOUND)
004280     END-IF
004290     IF RECHST-NOT-ON-B-COUNT > WS-MON-WORST-NB (WS-MON-FOUND)
004300         MOVE RECHST-NOT-ON-B-COUNT
004310             TO WS-MON-WORST-NB (WS-MON-FOUND)
004320     END-IF
004330     IF RECHST-FIELD-MM-COUNT > WS-MON-WORST-FM (WS-MON-FOUND)
004340         MOVE RECHST-FIELD-MM-COUNT
004350             TO WS-MON-WORST-FM (WS-MON-FOUND)
004360     END-IF
004370     IF RECHST-RETURN-CODE NUMERIC
004380         IF RECHST-RETURN-CODE > WS-MON-WORST-RC (WS-MON-FOUND)
004390             MOVE RECHST-RETURN-CODE
004400                 TO WS-MON-WORST-RC (WS-MON-FOUND)
004410         END-IF
004420     END-IF
004430     .
004440 4000-TALLY-MONTH-EXIT.
004450     EXIT.
004460 4100-MATCH-MONTH.
004470     IF WS-MON-MONTH (WS-MON-IDX) = WS-REC-MONTH
004480         MOVE WS-MON-IDX TO WS-MON-FOUND
004490     END-IF
004500     .
004510 4100-MATCH-MONTH-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------*
004540* 3000 - APPEND ONE ROLLUP RECORD PER ARCHIVED MONTH.  THE
004550* ROLLUP FILE IS ONLY OPENED WHEN THERE IS SOMETHING TO WRITE.
004560*----------------------------------------------------------------*
004570 3000-WRITE-ROLLUPS.
004580     IF WS-MON-COUNT = 0
004590         GO TO 3000-WRITE-ROLLUPS-EXIT
004600     END-IF
004610     OPEN EXTEND ROLLUP-FILE
004620     IF WS-FILE-STATUS-ROL-NOTFND
004630         OPEN OUTPUT ROLLUP-FILE
004640     END-IF
004650     IF NOT WS-FILE-STATUS-ROL-OK
004660         DISPLAY "HISTPRUNE: OPEN FAILED FOR HISTROLL - STATUS "
004670             WS-FILE-STATUS-ROL
004680         MOVE 16 TO RETURN-CODE
004690         GOBACK
004700     END-IF
004710     PERFORM 3100-WRITE-ONE-ROLLUP
004720         THRU 3100-WRITE-ONE-ROLLUP-EXIT
004730         VARYING WS-MON-IDX FROM 1 BY 1
004740         UNTIL WS-MON-IDX > WS-MON-COUNT
004750     CLOSE ROLLUP-FILE
004760     .
004770 3000-WRITE-ROLLUPS-EXIT.
004780     EXIT.
004790 3100-WRITE-ONE-ROLLUP.
004800     MOVE SPACES TO RECHRL-RECORD
004810     MOVE WS-MON-MONTH (WS-MON-IDX) TO RECHRL-MONTH
004820     MOVE WS-MON-RUNS (WS-MON-IDX) TO RECHRL-RUN-COUNT
004830     MOVE WS-MON-MATCH (WS-MON-IDX) TO RECHRL-MATCH-TOTAL
004840     MOVE WS-MON-NOT-ON-A (WS-MON-IDX)
004850         TO RECHRL-NOT-ON-A-TOTAL
004860     MOVE WS-MON-NOT-ON-B (WS-MON-IDX)
004870         TO RECHRL-NOT-ON-B-TOTAL
004880     MOVE WS-MON-FIELD-MM (WS-MON-IDX)
004890         TO RECHRL-FIELD-MM-TOTAL
004900     MOVE WS-MON-WORST-NA (WS-MON-IDX)
004910         TO RECHRL-WORST-NOT-ON-A
004920     MOVE WS-MON-WORST-NB (WS-MON-IDX)
004930         TO RECHRL-WORST-NOT-ON-B
004940     MOVE WS-MON-WORST-FM (WS-MON-IDX)
004950         TO RECHRL-WORST-FIELD-MM
004960     MOVE WS-MON-WORST-RC (WS-MON-IDX) TO RECHRL-WORST-RC
004970     WRITE RECHRL-RECORD
004980     IF NOT WS-FILE-STATUS-ROL-OK
004990         DISPLAY "HISTPRUNE: WRITE FAILED FOR HISTROLL - STATUS "
005000             WS-FILE-STATUS-ROL
005010         MOVE 16 TO RETURN-CODE
005020         GOBACK
005030     END-IF
005040     ADD 1 TO WS-ROLLUP-COUNT
005050     .
005060 3100-WRITE-ONE-ROLLUP-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------*
005090* 5000 - APPLY-AUDIT RETENTION.  SAME SPLIT AS THE RUN HISTORY
005100* BUT ON ITS OWN AUDRETAIN WINDOW AND WITH NO ROLLUP - AUDIT
005110* EVIDENCE IS ONLY EVER MOVED WHOLE, NEVER SUMMARIZED.  A
005120* MISSING APLAUDIT (NO APPLY HAS RUN YET) IS NOT AN ERROR.
005130* RECORDS WITH AN UNREADABLE DATE STAY ON THE OPERATIONAL
005140* FILE, LIKE THE HISTORY PASS KEEPS ITS UNREADABLES.
005150*----------------------------------------------------------------*
005160 5000-PRUNE-AUDIT-TRAIL.
005170     OPEN INPUT AUDIT-FILE
005180     IF WS-FILE-STATUS-AUD-NOTFND
005190         GO TO 5000-PRUNE-AUDIT-TRAIL-EXIT
005200     END-IF
005210     IF NOT WS-FILE-STATUS-AUD-OK
005220         DISPLAY "HISTPRUNE: OPEN FAILED FOR APLAUDIT - STATUS "
005230             WS-FILE-STATUS-AUD
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     OPEN OUTPUT AUDOUT-FILE
005280     IF NOT WS-FILE-STATUS-AUO-OK
005290         DISPLAY "HISTPRUNE: OPEN FAILED FOR APLAUDO - STATUS "
005300             WS-FILE-STATUS-AUO
005310         MOVE 16 TO RETURN-CODE
005320         GOBACK
005330     END-IF
005340     OPEN EXTEND AUDARCH-FILE
005350     IF WS-FILE-STATUS-AUA-NOTFND
005360         OPEN OUTPUT AUDARCH-FILE
005370     END-IF
005380     IF NOT WS-FILE-STATUS-AUA-OK
005390         DISPLAY "HISTPRUNE: OPEN FAILED FOR AUDARCH - STATUS "
005400             WS-FILE-STATUS-AUA
005410         MOVE 16 TO RETURN-CODE
005420         GOBACK
005430     END-IF
005440     PERFORM 5100-SPLIT-AUDIT THRU 5100-SPLIT-AUDIT-EXIT
005450         UNTIL WS-EOF-AUD-YES
005460     CLOSE AUDIT-FILE
005470     CLOSE AUDOUT-FILE
005480     CLOSE AUDARCH-FILE
005490     .
005500 5000-PRUNE-AUDIT-TRAIL-EXIT.
005510     EXIT.
005520 5100-SPLIT-AUDIT.
005530     READ AUDIT-FILE
005540         AT END
005550             SET WS-EOF-AUD-YES TO TRUE
005560             GO TO 5100-SPLIT-AUDIT-EXIT
005570     END-READ
005580     IF NOT WS-FILE-STATUS-AUD-OK
005590         DISPLAY "HISTPRUNE: READ FAILED FOR APLAUDIT - STATUS "
005600             WS-FILE-STATUS-AUD
005610         MOVE 16 TO RETURN-CODE
005620         GOBACK
005630     END-IF
005640     IF RECAUD-RUN-DATE NOT NUMERIC
005650         ADD 1 TO WS-AUD-BAD-COUNT
005660         PERFORM 5200-WRITE-AUDOUT
005670             THRU 5200-WRITE-AUDOUT-EXIT
005680         GO TO 5100-SPLIT-AUDIT-EXIT
005690     END-IF
005700     MOVE RECAUD-RUN-DATE (1:6) TO WS-REC-MONTH
005710     IF WS-REC-MONTH < WS-AUD-CUTOFF-MONTH
005720         PERFORM 5300-WRITE-AUDARCH
005730             THRU 5300-WRITE-AUDARCH-EXIT
005740     ELSE
005750         PERFORM 5200-WRITE-AUDOUT
005760             THRU 5200-WRITE-AUDOUT-EXIT
005770     END-IF
005780     .
005790 5100-SPLIT-AUDIT-EXIT.
005800     EXIT.
005810 5200-WRITE-AUDOUT.
005820     MOVE RECAUD-RECORD TO AOUT-RECORD
005830     WRITE AOUT-RECORD
005840     IF NOT WS-FILE-STATUS-AUO-OK
005850         DISPLAY "HISTPRUNE: WRITE FAILED FOR APLAUDO - STATUS "
005860             WS-FILE-STATUS-AUO
005870         MOVE 16 TO RETURN-CODE
005880         GOBACK
005890     END-IF
005900     ADD 1 TO WS-AUD-KEPT-COUNT
005910     .
005920 5200-WRITE-AUDOUT-EXIT.
005930     EXIT.
005940 5300-WRITE-AUDARCH.
005950     MOVE RECAUD-RECORD TO AARC-RECORD
005960     WRITE AARC-RECORD
005970     IF NOT WS-FILE-STATUS-AUA-OK
005980         DISPLAY "HISTPRUNE: WRITE FAILED FOR AUDARCH - STATUS "
005990             WS-FILE-STATUS-AUA
006000         MOVE 16 TO RETURN-CODE
006010         GOBACK
006020     END-IF
006030     ADD 1 TO WS-AUD-ARCH-COUNT
006040     .
006050 5300-WRITE-AUDARCH-EXIT.
006060     EXIT.
006070 7100-WRITE-HISTOUT.
006080     MOVE RECHST-RECORD TO HOUT-RECORD
006090     WRITE HOUT-RECORD
006100     IF NOT WS-FILE-STATUS-OUT-OK
006110         DISPLAY "HISTPRUNE: WRITE FAILED FOR HISTOUT - STATUS "
006120             WS-FILE-STATUS-OUT
006130         MOVE 16 TO RETURN-CODE
006140         GOBACK
006150     END-IF
006160     ADD 1 TO WS-KEPT-COUNT
006170     .
006180 7100-WRITE-HISTOUT-EXIT.
006190     EXIT.
006200 7200-WRITE-ARCHIVE.
006210     MOVE RECHST-RECORD TO HARC-RECORD
006220     WRITE HARC-RECORD
006230     IF NOT WS-FILE-STATUS-ARC-OK
006240         DISPLAY "HISTPRUNE: WRITE FAILED FOR HISTARCH - STATUS "
006250             WS-FILE-STATUS-ARC
006260         MOVE 16 TO RETURN-CODE
006270         GOBACK
006280     END-IF
006290     ADD 1 TO WS-ARCHIVED-COUNT
006300     .
006310 7200-WRITE-ARCHIVE-EXIT.
006320     EXIT.
006330 8000-PRINT-SUMMARY.
006340     MOVE SPACES TO WS-REPORT-LINE
006350     STRING "RUN-HISTORY RETENTION SUMMARY - RUN "
006360         DELIMITED BY SIZE
006370         WS-RUN-DATE DELIMITED BY SIZE
006380         INTO WS-REPORT-LINE
006390     PERFORM 8900-WRITE-REPORT-LINE
006400         THRU 8900-WRITE-REPORT-LINE-EXIT
006410     MOVE SPACES TO WS-REPORT-LINE
006420     STRING "CUTOFF MONTH        : " DELIMITED BY SIZE
006430         WS-CUTOFF-MONTH DELIMITED BY SIZE
006440         INTO WS-REPORT-LINE
006450     PERFORM 8900-WRITE-REPORT-LINE
006460         THRU 8900-WRITE-REPORT-LINE-EXIT
006470     MOVE SPACES TO WS-REPORT-LINE
006480     MOVE WS-KEPT-COUNT TO WS-EDIT-COUNT
006490     STRING "RECORDS KEPT        : " DELIMITED BY SIZE
006500         WS-EDIT-COUNT DELIMITED BY SIZE
006510         INTO WS-REPORT-LINE
006520     PERFORM 8900-WRITE-REPORT-LINE
006530         THRU 8900-WRITE-REPORT-LINE-EXIT
006540     MOVE SPACES TO WS-REPORT-LINE
006550     MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT
006560     STRING "RECORDS ARCHIVED    : " DELIMITED BY SIZE
006570         WS-EDIT-COUNT DELIMITED BY SIZE
006580         INTO WS-REPORT-LINE
006590     PERFORM 8900-WRITE-REPORT-LINE
006600         THRU 8900-WRITE-REPORT-LINE-EXIT
006610     MOVE SPACES TO WS-REPORT-LINE
006620     MOVE WS-ROLLUP-COUNT TO WS-EDIT-COUNT
006630     STRING "ROLLUP MONTHS       : " DELIMITED BY SIZE
006640         WS-EDIT-COUNT DELIMITED BY SIZE
006650         INTO WS-REPORT-LINE
006660     PERFORM 8900-WRITE-REPORT-LINE
006670         THRU 8900-WRITE-REPORT-LINE-EXIT
006680     IF WS-AUDIT-PRUNE-WANTED
006690         MOVE SPACES TO WS-REPORT-LINE
006700         STRING "AUDIT CUTOFF MONTH  : " DELIMITED BY SIZE
006710             WS-AUD-CUTOFF-MONTH DELIMITED BY SIZE
006720             INTO WS-REPORT-LINE
006730         PERFORM 8900-WRITE-REPORT-LINE
006740             THRU 8900-WRITE-REPORT-LINE-EXIT
006750         MOVE SPACES TO WS-REPORT-LINE
006760         MOVE WS-AUD-KEPT-COUNT TO WS-EDIT-COUNT
006770         STRING "AUDIT RECORDS KEPT  : " DELIMITED BY SIZE
006780             WS-EDIT-COUNT DELIMITED BY SIZE
006790             INTO WS-REPORT-LINE
006800         PERFORM 8900-WRITE-REPORT-LINE
006810             THRU 8900-WRITE-REPORT-LINE-EXIT
006820         MOVE SPACES TO WS-REPORT-LINE
006830         MOVE WS-AUD-ARCH-COUNT TO WS-EDIT-COUNT
006840         STRING "AUDIT RECS ARCHIVED : " DELIMITED BY SIZE
006850             WS-EDIT-COUNT DELIMITED BY SIZE
006860             INTO WS-REPORT-LINE
006870         PERFORM 8900-WRITE-REPORT-LINE
006880             THRU 8900-WRITE-REPORT-LINE-EXIT
006890         IF WS-AUD-BAD-COUNT > 0
006900             MOVE SPACES TO WS-REPORT-LINE
006910             MOVE WS-AUD-BAD-COUNT TO WS-EDIT-COUNT
006920             STRING "AUDIT UNREADABLE    : " DELIMITED BY SIZE
006930                 WS-EDIT-COUNT DELIMITED BY SIZE
006940                 INTO WS-REPORT-LINE
006950             PERFORM 8900-WRITE-REPORT-LINE
006960                 THRU 8900-WRITE-REPORT-LINE-EXIT
006970         END-IF
006980     END-IF
006990     IF WS-BAD-COUNT > 0
007000         MOVE SPACES TO WS-REPORT-LINE
007010         MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
007020         STRING "UNREADABLE (KEPT)   : " DELIMITED BY SIZE
007030             WS-EDIT-COUNT DELIMITED BY SIZE
007040             INTO WS-REPORT-LINE
007050         PERFORM 8900-WRITE-REPORT-LINE
007060             THRU 8900-WRITE-REPORT-LINE-EXIT
007070     END-IF
007080     .
007090 8000-PRINT-SUMMARY-EXIT.
007100     EXIT.
007110 8900-WRITE-REPORT-LINE.
007120     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007130     IF NOT WS-FILE-STATUS-RPT-OK
007140         DISPLAY "HISTPRUNE: WRITE FAILED FOR PRUNRPT - STATUS "
007150             WS-FILE-STATUS-RPT
007160         MOVE 16 TO RETURN-CODE
007170         GOBACK
007180     END-IF
007190     .
007200 8900-WRITE-REPORT-LINE-EXIT.
007210     EXIT.
007220 9999-TERMINATE.
007230     CLOSE RUNHIST-FILE
007240     CLOSE HISTOUT-FILE
007250     CLOSE ARCHIVE-FILE
007260     CLOSE REPORT-FILE
007270     .
007280 9999-TERMINATE-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------*
007310* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
007320*----------------------------------------------------------------*
007330 COPY "RECSTP.cpy".
007340 END PROGRAM HISTPRUNE.
