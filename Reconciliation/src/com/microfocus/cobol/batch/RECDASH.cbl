000100* ONE PAGE, PRINTED RIGHT AFTER THE LAST STEP, THAT SAYS
000110* WHETHER THE NIGHT BALANCED - INSTEAD OF THE SUPERVISOR
000120* ASSEMBLING THE PICTURE FROM PRTFILE, THE AGING REPORT, THE
000130* EDIT REPORT AND THE TREND.  THE PAGE IS BUILT FROM FIVE
000140* DATASETS THE SUITE ALREADY MAINTAINS:
000150*   - RUNHIST (RECHST.CPY): LAST NIGHT'S COUNTERS WITH THE
000160*     MOVEMENT AGAINST THE PRIOR CYCLE AND THE FINAL GRADE.
000200*   - THE STEP-CONTROL DATASET (RECCTL.CPY ON CTLFILE): ONE
000210*     TIE-OUT STATUS LINE PER HANDED-OFF FILE, THE JOBCHECK
000220*     CROSS-FOOT IN MINIATURE.
000230*   - THE CERTIFICATION DATASET (RECCRT.CPY ON CERTFILE): WHO
000240*     CERTIFIED OR REJECTED THE LAST AND THE PRIOR CYCLE, FOR
000250*     WHICH PAIR AND WHEN - THE LATEST SIGN-OFF PER PAIR - OR
000260*     NOT YET CERTIFIED.  A MISSING CERTFILE IS READ AS EMPTY.
000270* THE CLOSING LINE SAYS "NIGHT BALANCED: YES" ONLY WHEN THE
000280* LAST GRADE IS 4 OR BETTER AND EVERY HANDOFF TIED OUT.
000290* RC=0 ALWAYS UNLESS AN I/O ERROR STOPS THE RUN AT 16.
000300*
000310* MODIFICATION HISTORY.
000320*   2026-09-02 DS   INITIAL VERSION.
000330*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000340*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000350*                   THE STEPSLA BATCH-WINDOW REPORT.
000360*   2026-10-15 DS   SIGN-OFF SECTION FROM THE RECCERT CERTFILE
000370*                   DATASET - WHO CERTIFIED EACH CYCLE AND WHEN.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FILE-STATUS-HIST.
000460     SELECT EXCIN-FILE ASSIGN TO EXCIN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS-EXC.
000490     SELECT SUSPIN-FILE ASSIGN TO SUSPFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-SUS.
000520     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-CTL.
000550     SELECT CERT-FILE ASSIGN TO CERTFILE
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-CRT.
000580     SELECT REPORT-FILE ASSIGN TO DASHRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FILE-STATUS-RPT.
000610     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS RECSTW-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RUNHIST-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY "RECHST.cpy".
000690 FD  EXCIN-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY "RECEXC.cpy".
000720 FD  SUSPIN-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY "RECDLT.cpy".
000750 FD  CONTROL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "RECCTL.cpy".
000780 FD  CERT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY "RECCRT.cpy".
000810 FD  REPORT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  REPORT-RECORD                   PIC X(80).
000840 FD  STEPTIME-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "RECSTM.cpy".
000870 WORKING-STORAGE SECTION.
000880 01  WS-EOF-SWITCHES.
000890     05  WS-EOF-HIST-SW              PIC X(01) VALUE "N".
000900         88  WS-EOF-HIST-YES                    VALUE "Y".
000910     05  WS-EOF-EXC-SW               PIC X(01) VALUE "N".
000920         88  WS-EOF-EXC-YES                     VALUE "Y".
000930     05  WS-EOF-SUS-SW               PIC X(01) VALUE "N".
000940         88  WS-EOF-SUS-YES                     VALUE "Y".
000950     05  WS-EOF-CTL-SW               PIC X(01) VALUE "N".
000960         88  WS-EOF-CTL-YES                     VALUE "Y".
000970     05  WS-EOF-CRT-SW               PIC X(01) VALUE "N".
000980         88  WS-EOF-CRT-YES                     VALUE "Y".
000990 01  WS-FILE-STATUSES.
001000     05  WS-FILE-STATUS-HIST         PIC X(02) VALUE "00".
001010         88  WS-FILE-STATUS-HIST-OK            VALUE "00".
001020     05  WS-FILE-STATUS-EXC          PIC X(02) VALUE "00".
001030         88  WS-FILE-STATUS-EXC-OK             VALUE "00".
001040         88  WS-FILE-STATUS-EXC-NOTFND         VALUE "35".
001050     05  WS-FILE-STATUS-SUS          PIC X(02) VALUE "00".
001060         88  WS-FILE-STATUS-SUS-OK             VALUE "00".
001070         88  WS-FILE-STATUS-SUS-NOTFND         VALUE "35".
001080     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001090         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001100         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001110     05  WS-FILE-STATUS-CRT          PIC X(02) VALUE "00".
001120         88  WS-FILE-STATUS-CRT-OK             VALUE "00".
001130         88  WS-FILE-STATUS-CRT-NOTFND         VALUE "35".
001140     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001150         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001160*----------------------------------------------------------------*
001170* LAST AND PRIOR CYCLE COUNTERS OUT OF THE RUN HISTORY - THE
001180* READER JUST KEEPS SHIFTING, SO THE LAST TWO RECORDS SURVIVE.
001190*----------------------------------------------------------------*
001200 01  WS-CYCLE-PAIR.
001210     05  WS-HIST-SEEN                PIC 9(05) COMP-3 VALUE ZERO.
001220     05  WS-LAST-CYCLE.
001230         10  WS-LAST-DATE            PIC X(08).
001240         10  WS-LAST-MATCH           PIC 9(07).
001250         10  WS-LAST-NA              PIC 9(07).
001260         10  WS-LAST-NB              PIC 9(07).
001270         10  WS-LAST-FM              PIC 9(07).
001280         10  WS-LAST-RC              PIC 9(02).
001290     05  WS-PRIOR-CYCLE.
001300         10  WS-PRIOR-DATE           PIC X(08).
001310         10  WS-PRIOR-MATCH          PIC 9(07).
001320         10  WS-PRIOR-NA             PIC 9(07).
001330         10  WS-PRIOR-NB             PIC 9(07).
001340         10  WS-PRIOR-FM             PIC 9(07).
001350         10  WS-PRIOR-RC             PIC 9(02).
001360 01  WS-MOVEMENT                     PIC S9(08) COMP-3.
001370 01  WS-EDIT-MOVE                    PIC +ZZZZZZ9.
001380 01  WS-ROW-LABEL                    PIC X(14).
001390 01  WS-ROW-TONIGHT                  PIC 9(07).
001400 01  WS-ROW-PRIOR                    PIC 9(07).
001410*----------------------------------------------------------------*
001420* OPEN-EXCEPTION TALLIES BY REASON, PLUS THE OLDEST AGE.
001430*----------------------------------------------------------------*
001440 01  WS-EXC-TALLIES COMP-3.
001450     05  WS-EXC-NA-COUNT             PIC 9(07) VALUE ZERO.
001460     05  WS-EXC-NB-COUNT             PIC 9(07) VALUE ZERO.
001470     05  WS-EXC-FM-COUNT             PIC 9(07) VALUE ZERO.
001480     05  WS-EXC-OTH-COUNT            PIC 9(07) VALUE ZERO.
001490     05  WS-EXC-OLDEST               PIC 9(03) VALUE ZERO.
001500     05  WS-SUSP-DEPTH               PIC 9(07) VALUE ZERO.
001510*----------------------------------------------------------------*
001520* TIE-OUT TABLE, THE JOBCHECK CROSS-FOOT IN MINIATURE: LAST
001530* OUT AND LAST IN PER FILE FOR THE NEWEST CONTROL DATE.
001540*----------------------------------------------------------------*
001550 01  WS-FILE-TABLE.
001560     05  WS-FT-COUNT                 PIC S9(04) COMP VALUE ZERO.
001570     05  WS-FT-MAX                   PIC S9(04) COMP VALUE 30.
001580     05  WS-FT-ENTRY OCCURS 30 TIMES.
001590         10  WS-FT-NAME              PIC X(08).
001600         10  WS-FT-OUT-SW            PIC X(01).
001610         10  WS-FT-OUT-COUNT         PIC 9(09) COMP-3.
001620         10  WS-FT-IN-SW             PIC X(01).
001630         10  WS-FT-IN-COUNT          PIC 9(09) COMP-3.
001640 01  WS-FT-IDX                       PIC S9(04) COMP.
001650 01  WS-FT-FOUND                     PIC S9(04) COMP.
001660 01  WS-CTL-NEWEST-DATE              PIC X(08) VALUE LOW-VALUES.
001670 01  WS-CTL-PASS                     PIC X(01) VALUE "1".
001680 01  WS-TIE-BROKEN-SW                PIC X(01) VALUE "N".
001690     88  WS-TIE-BROKEN-YES                      VALUE "Y".
001700     88  WS-TIE-BROKEN-NO                       VALUE "N".
001710*----------------------------------------------------------------*
001720* SIGN-OFF TABLE - THE LATEST CERTFILE RECORD PER CYCLE AND PAIR
001730* FOR THE LAST AND PRIOR CYCLES.
001740*----------------------------------------------------------------*
001750 01  WS-CERT-TABLE.
001760     05  WS-CT-COUNT                 PIC S9(04) COMP VALUE ZERO.
001770     05  WS-CT-MAX                   PIC S9(04) COMP VALUE 40.
001780     05  WS-CT-ENTRY OCCURS 40 TIMES.
001790         10  WS-CT-CYCLE-DATE        PIC X(08).
001800         10  WS-CT-PAIR-ID           PIC X(08).
001810         10  WS-CT-DECISION          PIC X(01).
001820             88  WS-CT-CERTIFIED                VALUE "C".
001830         10  WS-CT-USER-ID           PIC X(08).
001840         10  WS-CT-CERT-DATE         PIC X(08).
001850         10  WS-CT-CERT-TIME         PIC X(06).
001860         10  WS-CT-HELD-COUNT        PIC 9(03).
001870 01  WS-CT-IDX                       PIC S9(04) COMP.
001880 01  WS-CT-FOUND                     PIC S9(04) COMP.
001890 01  WS-CT-PRINTED                   PIC S9(04) COMP.
001900 01  WS-CT-WANTED-DATE               PIC X(08).
001910 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
001920 01  WS-REPORT-LINE                  PIC X(80).
001930 01  WS-RUN-DATE                     PIC X(08).
001940 COPY "RECSTW.cpy".
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     MOVE "RECDASH" TO RECSTW-PROGRAM-ID
001980     PERFORM 9800-START-STEP-TIMING
001990         THRU 9800-START-STEP-TIMING-EXIT
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002010     PERFORM 2000-READ-HISTORY THRU 2000-READ-HISTORY-EXIT
002020         UNTIL WS-EOF-HIST-YES
002030     PERFORM 3000-TALLY-EXCEPTIONS
002040         THRU 3000-TALLY-EXCEPTIONS-EXIT
002050     PERFORM 4000-COUNT-SUSPENSE THRU 4000-COUNT-SUSPENSE-EXIT
002060     PERFORM 5000-LOAD-CONTROLS THRU 5000-LOAD-CONTROLS-EXIT
002070     PERFORM 6000-LOAD-SIGN-OFFS THRU 6000-LOAD-SIGN-OFFS-EXIT
002080     PERFORM 8000-PRINT-DASHBOARD
002090         THRU 8000-PRINT-DASHBOARD-EXIT
002100     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002110     MOVE WS-HIST-SEEN TO RECSTW-RECORD-COUNT
002120     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002130     PERFORM 9810-WRITE-STEP-TIMING
002140         THRU 9810-WRITE-STEP-TIMING-EXIT
002150     GOBACK
002160     .
002170 0000-MAINLINE-EXIT.
002180     EXIT.
002190 1000-INITIALIZE.
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002210     OPEN INPUT RUNHIST-FILE
002220     IF NOT WS-FILE-STATUS-HIST-OK
002230         DISPLAY "RECDASH: OPEN FAILED FOR RUNHIST - STATUS "
002240             WS-FILE-STATUS-HIST
002250         MOVE 16 TO RETURN-CODE
002260         GOBACK
002270     END-IF
002280     OPEN OUTPUT REPORT-FILE
002290     IF NOT WS-FILE-STATUS-RPT-OK
002300         DISPLAY "RECDASH: OPEN FAILED FOR DASHRPT - STATUS "
002310             WS-FILE-STATUS-RPT
002320         MOVE 16 TO RETURN-CODE
002330         GOBACK
002340     END-IF
002350     .
002360 1000-INITIALIZE-EXIT.
002370     EXIT.
002380 2000-READ-HISTORY.
002390     READ RUNHIST-FILE
002400         AT END
002410             SET WS-EOF-HIST-YES TO TRUE
002420             GO TO 2000-READ-HISTORY-EXIT
002430     END-READ
002440     IF NOT WS-FILE-STATUS-HIST-OK
002450         DISPLAY "RECDASH: READ FAILED FOR RUNHIST - STATUS "
002460             WS-FILE-STATUS-HIST
002470         MOVE 16 TO RETURN-CODE
002480         GOBACK
002490     END-IF
002500     IF RECHST-MATCH-COUNT NOT NUMERIC
002510             OR RECHST-NOT-ON-A-COUNT NOT NUMERIC
002520             OR RECHST-NOT-ON-B-COUNT NOT NUMERIC
002530             OR RECHST-FIELD-MM-COUNT NOT NUMERIC
002540         GO TO 2000-READ-HISTORY-EXIT
002550     END-IF
002560     MOVE WS-LAST-CYCLE TO WS-PRIOR-CYCLE
002570     MOVE RECHST-RUN-DATE TO WS-LAST-DATE
002580     MOVE RECHST-MATCH-COUNT TO WS-LAST-MATCH
002590     MOVE RECHST-NOT-ON-A-COUNT TO WS-LAST-NA
002600     MOVE RECHST-NOT-ON-B-COUNT TO WS-LAST-NB
002610     MOVE RECHST-FIELD-MM-COUNT TO WS-LAST-FM
002620     IF RECHST-RETURN-CODE NUMERIC
002630         MOVE RECHST-RETURN-CODE TO WS-LAST-RC
002640     ELSE
002650         MOVE 16 TO WS-LAST-RC
002660     END-IF
002670     ADD 1 TO WS-HIST-SEEN
002680     .
002690 2000-READ-HISTORY-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------*
002720* 3000 - OPEN EXCEPTIONS BY REASON AND THE OLDEST AGE.  A
002730* MISSING EXCEPTIONS DATASET MEANS A CLEAN BOOK.
002740*----------------------------------------------------------------*
002750 3000-TALLY-EXCEPTIONS.
002760     OPEN INPUT EXCIN-FILE
002770     IF WS-FILE-STATUS-EXC-NOTFND
002780         SET WS-EOF-EXC-YES TO TRUE
002790         GO TO 3000-TALLY-EXCEPTIONS-EXIT
002800     END-IF
002810     IF NOT WS-FILE-STATUS-EXC-OK
002820         DISPLAY "RECDASH: OPEN FAILED FOR EXCIN - STATUS "
002830             WS-FILE-STATUS-EXC
002840         MOVE 16 TO RETURN-CODE
002850         GOBACK
002860     END-IF
002870     PERFORM 3100-TALLY-ONE-EXCEPTION
002880         THRU 3100-TALLY-ONE-EXCEPTION-EXIT
002890         UNTIL WS-EOF-EXC-YES
002900     CLOSE EXCIN-FILE
002910     .
002920 3000-TALLY-EXCEPTIONS-EXIT.
002930     EXIT.
002940 3100-TALLY-ONE-EXCEPTION.
002950     READ EXCIN-FILE
002960         AT END
002970             SET WS-EOF-EXC-YES TO TRUE
002980             GO TO 3100-TALLY-ONE-EXCEPTION-EXIT
002990     END-READ
003000     IF NOT WS-FILE-STATUS-EXC-OK
003010         DISPLAY "RECDASH: READ FAILED FOR EXCIN - STATUS "
003020             WS-FILE-STATUS-EXC
003030         MOVE 16 TO RETURN-CODE
003040         GOBACK
003050     END-IF
003060     EVALUATE RECEXC-REASON-CODE
003070         WHEN "NA"
003080             ADD 1 TO WS-EXC-NA-COUNT
003090         WHEN "NB"
003100             ADD 1 TO WS-EXC-NB-COUNT
003110         WHEN "FM"
003120             ADD 1 TO WS-EXC-FM-COUNT
003130         WHEN OTHER
003140             ADD 1 TO WS-EXC-OTH-COUNT
003150     END-EVALUATE
003160     IF RECEXC-AGE-CYCLES NUMERIC
003170         IF RECEXC-AGE-CYCLES > WS-EXC-OLDEST
003180             MOVE RECEXC-AGE-CYCLES TO WS-EXC-OLDEST
003190         END-IF
003200     END-IF
003210     .
003220 3100-TALLY-ONE-EXCEPTION-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------*
003250* 4000 - SUSPENSE DEPTH.  A MISSING SUSPENSE DATASET IS EMPTY.
003260*----------------------------------------------------------------*
003270 4000-COUNT-SUSPENSE.
003280     OPEN INPUT SUSPIN-FILE
003290     IF WS-FILE-STATUS-SUS-NOTFND
003300         SET WS-EOF-SUS-YES TO TRUE
003310         GO TO 4000-COUNT-SUSPENSE-EXIT
003320     END-IF
003330     IF NOT WS-FILE-STATUS-SUS-OK
003340         DISPLAY "RECDASH: OPEN FAILED FOR SUSPFILE - STATUS "
003350             WS-FILE-STATUS-SUS
003360         MOVE 16 TO RETURN-CODE
003370         GOBACK
003380     END-IF
003390     PERFORM 4100-COUNT-ONE-SUSPENSE
003400         THRU 4100-COUNT-ONE-SUSPENSE-EXIT
003410         UNTIL WS-EOF-SUS-YES
003420     CLOSE SUSPIN-FILE
003430     .
003440 4000-COUNT-SUSPENSE-EXIT.
003450     EXIT.
003460 4100-COUNT-ONE-SUSPENSE.
003470     READ SUSPIN-FILE
003480         AT END
003490             SET WS-EOF-SUS-YES TO TRUE
003500             GO TO 4100-COUNT-ONE-SUSPENSE-EXIT
003510     END-READ
003520     IF NOT WS-FILE-STATUS-SUS-OK
003530         DISPLAY "RECDASH: READ FAILED FOR SUSPFILE - STATUS "
003540             WS-FILE-STATUS-SUS
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580     ADD 1 TO WS-SUSP-DEPTH
003590     .
003600 4100-COUNT-ONE-SUSPENSE-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------*
003630* 5000 - STEP-CONTROL TIE-OUT.  PASS ONE FINDS THE NEWEST RUN
003640* DATE, PASS TWO LOADS THAT DATE'S LAST OUT/IN PER FILE.  A
003650* MISSING CONTROL DATASET LEAVES THE SECTION EMPTY.
003660*----------------------------------------------------------------*
003670 5000-LOAD-CONTROLS.
003680     OPEN INPUT CONTROL-FILE
003690     IF WS-FILE-STATUS-CTL-NOTFND
003700         SET WS-EOF-CTL-YES TO TRUE
003710         GO TO 5000-LOAD-CONTROLS-EXIT
003720     END-IF
003730     IF NOT WS-FILE-STATUS-CTL-OK
003740         DISPLAY "RECDASH: OPEN FAILED FOR CTLFILE - STATUS "
003750             WS-FILE-STATUS-CTL
003760         MOVE 16 TO RETURN-CODE
003770         GOBACK
003780     END-IF
003790     MOVE "1" TO WS-CTL-PASS
003800     PERFORM 5100-READ-ONE-CONTROL
003810         THRU 5100-READ-ONE-CONTROL-EXIT
003820         UNTIL WS-EOF-CTL-YES
003830     CLOSE CONTROL-FILE
003840     MOVE "N" TO WS-EOF-CTL-SW
003850     OPEN INPUT CONTROL-FILE
003860     IF NOT WS-FILE-STATUS-CTL-OK
003870         DISPLAY "RECDASH: OPEN FAILED FOR CTLFILE - STATUS "
003880             WS-FILE-STATUS-CTL
003890         MOVE 16 TO RETURN-CODE
003900         GOBACK
003910     END-IF
003920     MOVE "2" TO WS-CTL-PASS
003930     PERFORM 5100-READ-ONE-CONTROL
003940         THRU 5100-READ-ONE-CONTROL-EXIT
003950         UNTIL WS-EOF-CTL-YES
003960     CLOSE CONTROL-FILE
003970     .
003980 5000-LOAD-CONTROLS-EXIT.
003990     EXIT.
004000 5100-READ-ONE-CONTROL.
004010     READ CONTROL-FILE
004020         AT END
004030             SET WS-EOF-CTL-YES TO TRUE
004040             GO TO 5100-READ-ONE-CONTROL-EXIT
004050     END-READ
004060     IF NOT WS-FILE-STATUS-CTL-OK
004070         DISPLAY "RECDASH: READ FAILED FOR CTLFILE - STATUS "
004080             WS-FILE-STATUS-CTL
004090         MOVE 16 TO RETURN-CODE
004100         GOBACK
004110     END-IF
004120     IF WS-CTL-PASS = "1"
004130         IF RECCTL-RUN-DATE > WS-CTL-NEWEST-DATE
004140             MOVE RECCTL-RUN-DATE TO WS-CTL-NEWEST-DATE
004150         END-IF
004160         GO TO 5100-READ-ONE-CONTROL-EXIT
004170     END-IF
004180     IF RECCTL-RUN-DATE NOT = WS-CTL-NEWEST-DATE
004190             OR RECCTL-RECORD-COUNT NOT NUMERIC
004200         GO TO 5100-READ-ONE-CONTROL-EXIT
004210     END-IF
004220     MOVE ZERO TO WS-FT-FOUND
004230     PERFORM 5200-MATCH-FILE THRU 5200-MATCH-FILE-EXIT
004240         VARYING WS-FT-IDX FROM 1 BY 1
004250         UNTIL WS-FT-IDX > WS-FT-COUNT OR WS-FT-FOUND > 0
004260     IF WS-FT-FOUND = 0
004270         IF WS-FT-COUNT = WS-FT-MAX
004280             GO TO 5100-READ-ONE-CONTROL-EXIT
004290         END-IF
004300         ADD 1 TO WS-FT-COUNT
004310         MOVE WS-FT-COUNT TO WS-FT-FOUND
004320         MOVE RECCTL-FILE-NAME TO WS-FT-NAME (WS-FT-FOUND)
004330         MOVE "N" TO WS-FT-OUT-SW (WS-FT-FOUND)
004340         MOVE "N" TO WS-FT-IN-SW (WS-FT-FOUND)
004350     END-IF
004360     IF RECCTL-ROLE-OUT
004370         MOVE "Y" TO WS-FT-OUT-SW (WS-FT-FOUND)
004380         MOVE RECCTL-RECORD-COUNT
004390             TO WS-FT-OUT-COUNT (WS-FT-FOUND)
004400     ELSE
004410         MOVE "Y" TO WS-FT-IN-SW (WS-FT-FOUND)
004420         MOVE RECCTL-RECORD-COUNT
004430             TO WS-FT-IN-COUNT (WS-FT-FOUND)
004440     END-IF
004450     .
004460 5100-READ-ONE-CONTROL-EXIT.
004470     EXIT.
004480 5200-MATCH-FILE.
004490     IF WS-FT-NAME (WS-FT-IDX) = RECCTL-FILE-NAME
004500         MOVE WS-FT-IDX TO WS-FT-FOUND
004510     END-IF
004520     .
004530 5200-MATCH-FILE-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560* 6000 - SIGN-OFFS FOR THE LAST AND PRIOR CYCLES.  CERTFILE IS
004570* ONLY APPENDED TO, SO A LATER RECORD FOR THE SAME CYCLE AND PAIR
004580* REPLACES THE EARLIER ONE IN THE TABLE.
004590*----------------------------------------------------------------*
004600 6000-LOAD-SIGN-OFFS.
004610     IF WS-HIST-SEEN = 0
004620         GO TO 6000-LOAD-SIGN-OFFS-EXIT
004630     END-IF
004640     OPEN INPUT CERT-FILE
004650     IF WS-FILE-STATUS-CRT-NOTFND
004660         SET WS-EOF-CRT-YES TO TRUE
004670         GO TO 6000-LOAD-SIGN-OFFS-EXIT
004680     END-IF
004690     IF NOT WS-FILE-STATUS-CRT-OK
004700         DISPLAY "RECDASH: OPEN FAILED FOR CERTFILE - STATUS "
004710             WS-FILE-STATUS-CRT
004720         MOVE 16 TO RETURN-CODE
004730         GOBACK
004740     END-IF
004750     PERFORM 6100-READ-ONE-SIGN-OFF
004760         THRU 6100-READ-ONE-SIGN-OFF-EXIT
004770         UNTIL WS-EOF-CRT-YES
004780     CLOSE CERT-FILE
004790     .
004800 6000-LOAD-SIGN-OFFS-EXIT.
004810     EXIT.
004820 6100-READ-ONE-SIGN-OFF.
004830     READ CERT-FILE
004840         AT END
004850             SET WS-EOF-CRT-YES TO TRUE
004860             GO TO 6100-READ-ONE-SIGN-OFF-EXIT
004870     END-READ
004880     IF NOT WS-FILE-STATUS-CRT-OK
004890         DISPLAY "RECDASH: READ FAILED FOR CERTFILE - STATUS "
004900             WS-FILE-STATUS-CRT
004910         MOVE 16 TO RETURN-CODE
004920         GOBACK
004930     END-IF
004940     IF RECCRT-CYCLE-DATE NOT = WS-LAST-DATE
004950             AND (WS-HIST-SEEN < 2
004960                 OR RECCRT-CYCLE-DATE NOT = WS-PRIOR-DATE)
004970         GO TO 6100-READ-ONE-SIGN-OFF-EXIT
004980     END-IF
004990     MOVE ZERO TO WS-CT-FOUND
005000     PERFORM 6200-MATCH-SIGN-OFF THRU 6200-MATCH-SIGN-OFF-EXIT
005010         VARYING WS-CT-IDX FROM 1 BY 1
005020         UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-FOUND > 0
005030     IF WS-CT-FOUND = 0
005040         IF WS-CT-COUNT = WS-CT-MAX
005050             GO TO 6100-READ-ONE-SIGN-OFF-EXIT
005060         END-IF
005070         ADD 1 TO WS-CT-COUNT
005080         MOVE WS-CT-COUNT TO WS-CT-FOUND
005090         MOVE RECCRT-CYCLE-DATE TO WS-CT-CYCLE-DATE (WS-CT-FOUND)
005100         MOVE RECCRT-PAIR-ID TO WS-CT-PAIR-ID (WS-CT-FOUND)
005110     END-IF
005120     MOVE RECCRT-DECISION TO WS-CT-DECISION (WS-CT-FOUND)
005130     MOVE RECCRT-USER-ID TO WS-CT-USER-ID (WS-CT-FOUND)
005140     MOVE RECCRT-CERT-DATE TO WS-CT-CERT-DATE (WS-CT-FOUND)
005150     MOVE RECCRT-CERT-TIME TO WS-CT-CERT-TIME (WS-CT-FOUND)
005160     MOVE RECCRT-HELD-COUNT TO WS-CT-HELD-COUNT (WS-CT-FOUND)
005170     .
005180 6100-READ-ONE-SIGN-OFF-EXIT.
005190     EXIT.
005200 6200-MATCH-SIGN-OFF.
005210     IF WS-CT-CYCLE-DATE (WS-CT-IDX) = RECCRT-CYCLE-DATE
005220             AND WS-CT-PAIR-ID (WS-CT-IDX) = RECCRT-PAIR-ID
005230         MOVE WS-CT-IDX TO WS-CT-FOUND
005240     END-IF
005250     .
005260 6200-MATCH-SIGN-OFF-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290* 8000 - THE ONE PAGE.
005300*----------------------------------------------------------------*
005310 8000-PRINT-DASHBOARD.
005320     MOVE SPACES TO WS-REPORT-LINE
005330     STRING "MORNING BALANCING DASHBOARD - PRINTED "
005340         DELIMITED BY SIZE
005350         WS-RUN-DATE DELIMITED BY SIZE
005360         INTO WS-REPORT-LINE
005370     PERFORM 8900-WRITE-REPORT-LINE
005380         THRU 8900-WRITE-REPORT-LINE-EXIT
005390     IF WS-HIST-SEEN = 0
005400         MOVE SPACES TO WS-REPORT-LINE
005410         MOVE "NO RUN HISTORY - NOTHING TO JUDGE"
005420             TO WS-REPORT-LINE
005430         PERFORM 8900-WRITE-REPORT-LINE
005440             THRU 8900-WRITE-REPORT-LINE-EXIT
005450         GO TO 8000-PRINT-DASHBOARD-EXIT
005460     END-IF
005470     MOVE SPACES TO WS-REPORT-LINE
005480     STRING "CYCLE " DELIMITED BY SIZE
005490         WS-LAST-DATE DELIMITED BY SIZE
005500         "   GRADE RC=" DELIMITED BY SIZE
005510         WS-LAST-RC DELIMITED BY SIZE
005520         INTO WS-REPORT-LINE
005530     PERFORM 8900-WRITE-REPORT-LINE
005540         THRU 8900-WRITE-REPORT-LINE-EXIT
005550     MOVE SPACES TO WS-REPORT-LINE
005560     PERFORM 8900-WRITE-REPORT-LINE
005570         THRU 8900-WRITE-REPORT-LINE-EXIT
005580     MOVE "COUNTER        TONIGHT  MOVEMENT"
005590         TO WS-REPORT-LINE
005600     PERFORM 8900-WRITE-REPORT-LINE
005610         THRU 8900-WRITE-REPORT-LINE-EXIT
005620     MOVE "MATCHED" TO WS-ROW-LABEL
005630     MOVE WS-LAST-MATCH TO WS-ROW-TONIGHT
005640     MOVE WS-PRIOR-MATCH TO WS-ROW-PRIOR
005650     PERFORM 8100-PRINT-COUNTER-ROW
005660         THRU 8100-PRINT-COUNTER-ROW-EXIT
005670     MOVE "NOT ON A" TO WS-ROW-LABEL
005680     MOVE WS-LAST-NA TO WS-ROW-TONIGHT
005690     MOVE WS-PRIOR-NA TO WS-ROW-PRIOR
005700     PERFORM 8100-PRINT-COUNTER-ROW
005710         THRU 8100-PRINT-COUNTER-ROW-EXIT
005720     MOVE "NOT ON B" TO WS-ROW-LABEL
005730     MOVE WS-LAST-NB TO WS-ROW-TONIGHT
005740     MOVE WS-PRIOR-NB TO WS-ROW-PRIOR
005750     PERFORM 8100-PRINT-COUNTER-ROW
005760         THRU 8100-PRINT-COUNTER-ROW-EXIT
005770     MOVE "FIELD MM" TO WS-ROW-LABEL
005780     MOVE WS-LAST-FM TO WS-ROW-TONIGHT
005790     MOVE WS-PRIOR-FM TO WS-ROW-PRIOR
005800     PERFORM 8100-PRINT-COUNTER-ROW
005810         THRU 8100-PRINT-COUNTER-ROW-EXIT
005820     MOVE SPACES TO WS-REPORT-LINE
005830     PERFORM 8900-WRITE-REPORT-LINE
005840         THRU 8900-WRITE-REPORT-LINE-EXIT
005850     MOVE "OPEN EXCEPTIONS" TO WS-REPORT-LINE
005860     PERFORM 8900-WRITE-REPORT-LINE
005870         THRU 8900-WRITE-REPORT-LINE-EXIT
005880     MOVE SPACES TO WS-REPORT-LINE
005890     MOVE WS-EXC-NA-COUNT TO WS-EDIT-COUNT
005900     STRING "  NOT ON A        : " DELIMITED BY SIZE
005910         WS-EDIT-COUNT DELIMITED BY SIZE
005920         INTO WS-REPORT-LINE
005930     PERFORM 8900-WRITE-REPORT-LINE
005940         THRU 8900-WRITE-REPORT-LINE-EXIT
005950     MOVE SPACES TO WS-REPORT-LINE
005960     MOVE WS-EXC-NB-COUNT TO WS-EDIT-COUNT
005970     STRING "  NOT ON B        : " DELIMITED BY SIZE
005980         WS-EDIT-COUNT DELIMITED BY SIZE
005990         INTO WS-REPORT-LINE
006000     PERFORM 8900-WRITE-REPORT-LINE
006010         THRU 8900-WRITE-REPORT-LINE-EXIT
006020     MOVE SPACES TO WS-REPORT-LINE
006030     MOVE WS-EXC-FM-COUNT TO WS-EDIT-COUNT
006040     STRING "  FIELD MISMATCH  : " DELIMITED BY SIZE
006050         WS-EDIT-COUNT DELIMITED BY SIZE
006060         INTO WS-REPORT-LINE
006070     PERFORM 8900-WRITE-REPORT-LINE
006080         THRU 8900-WRITE-REPORT-LINE-EXIT
006090     MOVE SPACES TO WS-REPORT-LINE
006100     MOVE WS-EXC-OLDEST TO WS-EDIT-COUNT
006110     STRING "  OLDEST AGE      : " DELIMITED BY SIZE
006120         WS-EDIT-COUNT DELIMITED BY SIZE
006130         " CYCLES" DELIMITED BY SIZE
006140         INTO WS-REPORT-LINE
006150     PERFORM 8900-WRITE-REPORT-LINE
006160         THRU 8900-WRITE-REPORT-LINE-EXIT
006170     MOVE SPACES TO WS-REPORT-LINE
006180     MOVE WS-SUSP-DEPTH TO WS-EDIT-COUNT
006190     STRING "SUSPENSE DEPTH    : " DELIMITED BY SIZE
006200         WS-EDIT-COUNT DELIMITED BY SIZE
006210         INTO WS-REPORT-LINE
006220     PERFORM 8900-WRITE-REPORT-LINE
006230         THRU 8900-WRITE-REPORT-LINE-EXIT
006240     MOVE SPACES TO WS-REPORT-LINE
006250     PERFORM 8900-WRITE-REPORT-LINE
006260         THRU 8900-WRITE-REPORT-LINE-EXIT
006270     MOVE "STEP TIE-OUT" TO WS-REPORT-LINE
006280     PERFORM 8900-WRITE-REPORT-LINE
006290         THRU 8900-WRITE-REPORT-LINE-EXIT
006300     PERFORM 8200-PRINT-TIE-LINE THRU 8200-PRINT-TIE-LINE-EXIT
006310         VARYING WS-FT-IDX FROM 1 BY 1
006320         UNTIL WS-FT-IDX > WS-FT-COUNT
006330     MOVE SPACES TO WS-REPORT-LINE
006340     PERFORM 8900-WRITE-REPORT-LINE
006350         THRU 8900-WRITE-REPORT-LINE-EXIT
006360     MOVE "SIGN-OFF" TO WS-REPORT-LINE
006370     PERFORM 8900-WRITE-REPORT-LINE
006380         THRU 8900-WRITE-REPORT-LINE-EXIT
006390     MOVE WS-LAST-DATE TO WS-CT-WANTED-DATE
006400     PERFORM 8300-PRINT-CYCLE-SIGN-OFF
006410         THRU 8300-PRINT-CYCLE-SIGN-OFF-EXIT
006420     IF WS-HIST-SEEN > 1 AND WS-PRIOR-DATE NOT = WS-LAST-DATE
006430         MOVE WS-PRIOR-DATE TO WS-CT-WANTED-DATE
006440         PERFORM 8300-PRINT-CYCLE-SIGN-OFF
006450             THRU 8300-PRINT-CYCLE-SIGN-OFF-EXIT
006460     END-IF
006470     MOVE SPACES TO WS-REPORT-LINE
006480     PERFORM 8900-WRITE-REPORT-LINE
006490         THRU 8900-WRITE-REPORT-LINE-EXIT
006500     MOVE SPACES TO WS-REPORT-LINE
006510     IF WS-LAST-RC NOT > 4 AND WS-TIE-BROKEN-NO
006520         MOVE "NIGHT BALANCED    : YES" TO WS-REPORT-LINE
006530     ELSE
006540         MOVE "NIGHT BALANCED    : NO - SEE ABOVE"
006550             TO WS-REPORT-LINE
006560     END-IF
006570     PERFORM 8900-WRITE-REPORT-LINE
006580         THRU 8900-WRITE-REPORT-LINE-EXIT
006590     .
006600 8000-PRINT-DASHBOARD-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------*
006630* 8100 - ONE COUNTER ROW: TONIGHT'S VALUE AND THE SIGNED
006640* MOVEMENT AGAINST THE PRIOR CYCLE (N/A ON THE FIRST CYCLE).
006650*----------------------------------------------------------------*
006660 8100-PRINT-COUNTER-ROW.
006670     MOVE SPACES TO WS-REPORT-LINE
006680     MOVE WS-ROW-LABEL TO WS-REPORT-LINE (1:14)
006690     MOVE WS-ROW-TONIGHT TO WS-EDIT-COUNT
006700     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (15:9)
006710     IF WS-HIST-SEEN > 1
006720         COMPUTE WS-MOVEMENT = WS-ROW-TONIGHT - WS-ROW-PRIOR
006730         MOVE WS-MOVEMENT TO WS-EDIT-MOVE
006740         MOVE WS-EDIT-MOVE TO WS-REPORT-LINE (26:8)
006750     ELSE
006760         MOVE "N/A" TO WS-REPORT-LINE (26:3)
006770     END-IF
006780     PERFORM 8900-WRITE-REPORT-LINE
006790         THRU 8900-WRITE-REPORT-LINE-EXIT
006800     .
006810 8100-PRINT-COUNTER-ROW-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------*
006840* 8200 - ONE TIE-OUT LINE, AND THE BROKEN SWITCH FOR THE
006850* CLOSING VERDICT.
006860*----------------------------------------------------------------*
006870 8200-PRINT-TIE-LINE.
006880     MOVE SPACES TO WS-REPORT-LINE
006890     MOVE WS-FT-NAME (WS-FT-IDX) TO WS-REPORT-LINE (3:8)
006900     EVALUATE TRUE
006910         WHEN WS-FT-OUT-SW (WS-FT-IDX) = "Y"
006920                 AND WS-FT-IN-SW (WS-FT-IDX) = "Y"
006930                 AND WS-FT-OUT-COUNT (WS-FT-IDX)
006940                     = WS-FT-IN-COUNT (WS-FT-IDX)
006950             MOVE "TIED" TO WS-REPORT-LINE (13:8)
006960         WHEN WS-FT-OUT-SW (WS-FT-IDX) = "Y"
006970                 AND WS-FT-IN-SW (WS-FT-IDX) = "Y"
006980             MOVE "MISMATCH" TO WS-REPORT-LINE (13:8)
006990             SET WS-TIE-BROKEN-YES TO TRUE
007000         WHEN OTHER
007010             MOVE "ONE SIDE" TO WS-REPORT-LINE (13:8)
007020     END-EVALUATE
007030     PERFORM 8900-WRITE-REPORT-LINE
007040         THRU 8900-WRITE-REPORT-LINE-EXIT
007050     .
007060 8200-PRINT-TIE-LINE-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------*
007090* 8300 - THE SIGN-OFFS FOR ONE CYCLE, ONE LINE PER PAIR SIGNED
007100* FOR, OR NOT YET CERTIFIED.  A CERTIFICATION GIVEN OVER A HELD
007110* PAIR IS MARKED OVERRIDE.
007120*----------------------------------------------------------------*
007130 8300-PRINT-CYCLE-SIGN-OFF.
007140     MOVE ZERO TO WS-CT-PRINTED
007150     PERFORM 8310-PRINT-SIGN-OFF-LINE
007160         THRU 8310-PRINT-SIGN-OFF-LINE-EXIT
007170         VARYING WS-CT-IDX FROM 1 BY 1
007180         UNTIL WS-CT-IDX > WS-CT-COUNT
007190     IF WS-CT-PRINTED = 0
007200         MOVE SPACES TO WS-REPORT-LINE
007210         STRING "  CYCLE " WS-CT-WANTED-DATE
007220             "  NOT YET CERTIFIED"
007230             DELIMITED BY SIZE INTO WS-REPORT-LINE
007240         PERFORM 8900-WRITE-REPORT-LINE
007250             THRU 8900-WRITE-REPORT-LINE-EXIT
007260     END-IF
007270     .
007280 8300-PRINT-CYCLE-SIGN-OFF-EXIT.
007290     EXIT.
007300 8310-PRINT-SIGN-OFF-LINE.
007310     IF WS-CT-CYCLE-DATE (WS-CT-IDX) NOT = WS-CT-WANTED-DATE
007320         GO TO 8310-PRINT-SIGN-OFF-LINE-EXIT
007330     END-IF
007340     ADD 1 TO WS-CT-PRINTED
007350     MOVE SPACES TO WS-REPORT-LINE
007360     MOVE "  CYCLE " TO WS-REPORT-LINE (1:8)
007370     MOVE WS-CT-WANTED-DATE TO WS-REPORT-LINE (9:8)
007380     MOVE WS-CT-PAIR-ID (WS-CT-IDX) TO WS-REPORT-LINE (18:8)
007390     IF WS-CT-CERTIFIED (WS-CT-IDX)
007400         MOVE "CERTIFIED BY" TO WS-REPORT-LINE (27:12)
007410     ELSE
007420         MOVE "REJECTED BY" TO WS-REPORT-LINE (27:12)
007430     END-IF
007440     MOVE WS-CT-USER-ID (WS-CT-IDX) TO WS-REPORT-LINE (40:8)
007450     MOVE "ON" TO WS-REPORT-LINE (49:2)
007460     MOVE WS-CT-CERT-DATE (WS-CT-IDX) TO WS-REPORT-LINE (52:8)
007470     MOVE WS-CT-CERT-TIME (WS-CT-IDX) (1:2)
007480         TO WS-REPORT-LINE (61:2)
007490     MOVE ":" TO WS-REPORT-LINE (63:1)
007500     MOVE WS-CT-CERT-TIME (WS-CT-IDX) (3:2)
007510         TO WS-REPORT-LINE (64:2)
007520     IF WS-CT-CERTIFIED (WS-CT-IDX)
007530             AND WS-CT-HELD-COUNT (WS-CT-IDX) > 0
007540         MOVE "OVERRIDE" TO WS-REPORT-LINE (67:8)
007550     END-IF
007560     PERFORM 8900-WRITE-REPORT-LINE
007570         THRU 8900-WRITE-REPORT-LINE-EXIT
007580     .
007590 8310-PRINT-SIGN-OFF-LINE-EXIT.
007600     EXIT.
007610 8900-WRITE-REPORT-LINE.
007620     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007630     IF NOT WS-FILE-STATUS-RPT-OK
007640         DISPLAY "RECDASH: WRITE FAILED FOR DASHRPT - STATUS "
007650             WS-FILE-STATUS-RPT
007660         MOVE 16 TO RETURN-CODE
007670         GOBACK
007680     END-IF
007690     .
007700 8900-WRITE-REPORT-LINE-EXIT.
007710     EXIT.
007720 9999-TERMINATE.
007730     CLOSE RUNHIST-FILE
007740     CLOSE REPORT-FILE
007750     .
007760 9999-TERMINATE-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------*
007790* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
007800*----------------------------------------------------------------*
007810 COPY "RECSTP.cpy".
007820 END PROGRAM RECDASH.
