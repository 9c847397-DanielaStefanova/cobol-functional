000300*
000310* MODIFICATION HISTORY.
000320*   2026-09-02 DS   INITIAL VERSION.
000330*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000340*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000350*                   THE STEPSLA BATCH-WINDOW REPORT.
000360*   2026-10-15 DS   ALERTS CARRY AN ISSUE STAMP (RECALT.CPY) -
000370*                   THE DATE AND TIME THE ALERT WAS WRITTEN -
000380*                   SO ALRTESC TIMES ESCALATION FROM THE ALERT,
000390*                   NOT FROM THE START OF THE RUN.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FILE-STATUS-HIST.
000480     SELECT REPORT-FILE ASSIGN TO STATRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-RPT.
000510     SELECT ALERT-FILE ASSIGN TO ALERTS
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-ALERT.
000540     SELECT PARM-FILE ASSIGN TO SYSIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-PARM.
000570     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS RECSTW-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RUNHIST-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY "RECHST.cpy".
000650 FD  REPORT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  REPORT-RECORD                   PIC X(132).
000680 FD  ALERT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY "RECALT.cpy".
000710 FD  PARM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  PARM-RECORD                     PIC X(80).
000740 FD  STEPTIME-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "RECSTM.cpy".
000770 WORKING-STORAGE SECTION.
000780 01  WS-EOF-HIST-SW                  PIC X(01) VALUE "N".
000790     88  WS-EOF-HIST-YES                        VALUE "Y".
000800     88  WS-EOF-HIST-NO                         VALUE "N".
000810 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000820     88  WS-PARM-EOF-YES                        VALUE "Y".
000830     88  WS-PARM-EOF-NO                         VALUE "N".
000840 01  WS-FILE-STATUSES.
000850     05  WS-FILE-STATUS-HIST         PIC X(02) VALUE "00".
000860         88  WS-FILE-STATUS-HIST-OK            VALUE "00".
000870     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000880         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000890     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
000900         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
000910         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
000920     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000930         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000940         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000950 01  WS-PARM-CARD.
000960     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000970     05  FILLER                      PIC X(79).
000980 01  WS-CARD-FIELDS.
000990     05  WS-CARD-VERB                PIC X(10).
001000     05  WS-CARD-OPERAND-1          PIC X(10).
001010 01  WS-CARD-VALUE-X                 PIC X(05).
001020 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
001030                                     PIC 9(05).
001040 01  WS-CARD-JUST-WORK               PIC X(05).
001050*----------------------------------------------------------------*
001060* THE ROLLING CONTROLS.  WINDOW CYCLES FEED EACH MEAN/SPREAD;
001070* THE HISTORY TABLE KEEPS THE NEWEST 120 CYCLES THE SAME WAY
001080* RECTREND KEEPS ITS TWELVE - THE OLDEST SLOT FALLS OFF THE TOP.
001090*----------------------------------------------------------------*
001100 01  WS-STAT-CONTROLS COMP-3.
001110     05  WS-WINDOW                   PIC 9(02) VALUE 12.
001120     05  WS-BAND-TENTHS              PIC 9(02) VALUE 30.
001130     05  WS-MIN-DEV                  PIC 9(05) VALUE 10.
001140     05  WS-FLAGGED-COUNT            PIC 9(05) VALUE ZERO.
001150     05  WS-LATEST-FLAGGED           PIC 9(01) VALUE ZERO.
001160 01  WS-CYCLE-TABLE.
001170     05  WS-CYCLE-COUNT              PIC S9(04) COMP VALUE ZERO.
001180     05  WS-CYCLE-MAX                PIC S9(04) COMP VALUE 120.
001190     05  WS-CYCLE-ENTRY OCCURS 120 TIMES.
001200         10  WS-CYC-RUN-DATE         PIC X(08).
001210         10  WS-CYC-VALUE OCCURS 5 TIMES
001220                                     PIC 9(09) COMP-3.
001230 01  WS-CYC-IDX                      PIC S9(04) COMP.
001240 01  WS-WIN-IDX                      PIC S9(04) COMP.
001250 01  WS-MEA-IDX                      PIC S9(04) COMP.
001260 01  WS-MEASURE-NAMES.
001270     05  FILLER                      PIC X(10) VALUE "NOT ON A".
001280     05  FILLER                      PIC X(10) VALUE "NOT ON B".
001290     05  FILLER                      PIC X(10) VALUE "FIELD MM".
001300     05  FILLER                      PIC X(10) VALUE "READ A".
001310     05  FILLER                      PIC X(10) VALUE "READ B".
001320 01  WS-MEASURE-NAMES-TBL REDEFINES WS-MEASURE-NAMES.
001330     05  WS-MEASURE-NAME OCCURS 5 TIMES
001340                                     PIC X(10).
001350 01  WS-STAT-WORK COMP-3.
001360     05  WS-WIN-FROM                 PIC S9(04) VALUE ZERO.
001370     05  WS-WIN-SUM                  PIC S9(13) VALUE ZERO.
001380     05  WS-WIN-MEAN                 PIC S9(09) VALUE ZERO.
001390     05  WS-WIN-DEV-SUM              PIC S9(13) VALUE ZERO.
001400     05  WS-WIN-SPREAD               PIC S9(09) VALUE ZERO.
001410     05  WS-WIN-ONE-DEV              PIC S9(09) VALUE ZERO.
001420     05  WS-CUR-DEV                  PIC S9(09) VALUE ZERO.
001430     05  WS-BAND-LIMIT               PIC S9(11) VALUE ZERO.
001440 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
001450 01  WS-EDIT-MEAN                    PIC ZZZZZZZZ9.
001460 01  WS-EDIT-SPREAD                  PIC ZZZZZZZZ9.
001470 01  WS-EDIT-DEV                     PIC ZZZZZZZZ9.
001480 01  WS-REPORT-LINE                  PIC X(132).
001490 01  WS-RUN-DATE                     PIC X(08).
001500 01  WS-RUN-TIME-RAW                 PIC X(08).
001510 01  WS-RUN-TIME                     PIC X(06).
001520 01  WS-ALERT-TIME-RAW               PIC X(08).
001530 COPY "RECSTW.cpy".
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     MOVE "RECSTAT" TO RECSTW-PROGRAM-ID
001570     PERFORM 9800-START-STEP-TIMING
001580         THRU 9800-START-STEP-TIMING-EXIT
001590     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001600     PERFORM 2000-READ-HISTORY THRU 2000-READ-HISTORY-EXIT
001610         UNTIL WS-EOF-HIST-YES
001620     PERFORM 3000-JUDGE-CYCLES THRU 3000-JUDGE-CYCLES-EXIT
001630     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001640     IF WS-LATEST-FLAGGED > 0
001650         PERFORM 9300-ISSUE-ALERT THRU 9300-ISSUE-ALERT-EXIT
001660     END-IF
001670     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001680     MOVE WS-CYCLE-COUNT TO RECSTW-RECORD-COUNT
001690     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001700     PERFORM 9810-WRITE-STEP-TIMING
001710         THRU 9810-WRITE-STEP-TIMING-EXIT
001720     GOBACK
001730     .
001740 0000-MAINLINE-EXIT.
001750     EXIT.
001760 1000-INITIALIZE.
001770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001780     ACCEPT WS-RUN-TIME-RAW FROM TIME
001790     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
001800     PERFORM 1100-READ-PARM-CARDS
001810         THRU 1100-READ-PARM-CARDS-EXIT
001820     OPEN INPUT RUNHIST-FILE
001830     IF NOT WS-FILE-STATUS-HIST-OK
001840         DISPLAY "RECSTAT: OPEN FAILED FOR RUNHIST - STATUS "
001850             WS-FILE-STATUS-HIST
001860         MOVE 16 TO RETURN-CODE
001870         GOBACK
001880     END-IF
001890     OPEN OUTPUT REPORT-FILE
001900     IF NOT WS-FILE-STATUS-RPT-OK
001910         DISPLAY "RECSTAT: OPEN FAILED FOR STATRPT - STATUS "
001920             WS-FILE-STATUS-RPT
001930         MOVE 16 TO RETURN-CODE
001940         GOBACK
001950     END-IF
001960     MOVE SPACES TO WS-REPORT-LINE
001970     STRING "RUN-HISTORY ANOMALY REPORT - RUN "
001980         DELIMITED BY SIZE
001990         WS-RUN-DATE DELIMITED BY SIZE
002000         INTO WS-REPORT-LINE
002010     PERFORM 8900-WRITE-REPORT-LINE
002020         THRU 8900-WRITE-REPORT-LINE-EXIT
002030     MOVE SPACES TO WS-REPORT-LINE
002040     MOVE "CYCLE    MEASURE        VALUE      MEAN    SPREAD DEVIA
002050-        "TION" TO WS-REPORT-LINE
002060     PERFORM 8900-WRITE-REPORT-LINE
002070         THRU 8900-WRITE-REPORT-LINE-EXIT
002080     .
002090 1000-INITIALIZE-EXIT.
002100     EXIT.
002110 1100-READ-PARM-CARDS.
002120     OPEN INPUT PARM-FILE
002130     IF WS-FILE-STATUS-PARM-NOTFND
002140         SET WS-PARM-EOF-YES TO TRUE
002150         GO TO 1100-READ-PARM-CARDS-EXIT
002160     END-IF
002170     IF NOT WS-FILE-STATUS-PARM-OK
002180         DISPLAY "RECSTAT: OPEN FAILED FOR SYSIN - STATUS "
002190             WS-FILE-STATUS-PARM
002200         MOVE 16 TO RETURN-CODE
002210         GOBACK
002220     END-IF
002230     PERFORM 1110-READ-PARM-CARD
002240         THRU 1110-READ-PARM-CARD-EXIT
002250         UNTIL WS-PARM-EOF-YES
002260     CLOSE PARM-FILE
002270     .
002280 1100-READ-PARM-CARDS-EXIT.
002290     EXIT.
002300 1110-READ-PARM-CARD.
002310     READ PARM-FILE INTO WS-PARM-CARD
002320         AT END
002330             SET WS-PARM-EOF-YES TO TRUE
002340             GO TO 1110-READ-PARM-CARD-EXIT
002350     END-READ
002360     IF NOT WS-FILE-STATUS-PARM-OK
002370         DISPLAY "RECSTAT: READ FAILED FOR SYSIN - STATUS "
002380             WS-FILE-STATUS-PARM
002390         MOVE 16 TO RETURN-CODE
002400         GOBACK
002410     END-IF
002420     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002430         GO TO 1110-READ-PARM-CARD-EXIT
002440     END-IF
002450     MOVE SPACES TO WS-CARD-FIELDS
002460     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002470         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002480     END-UNSTRING
002490     EVALUATE WS-CARD-VERB
002500         WHEN "WINDOW"
002510             PERFORM 1120-GET-CARD-VALUE
002520                 THRU 1120-GET-CARD-VALUE-EXIT
002530             IF WS-CARD-VALUE < 2 OR WS-CARD-VALUE > 60
002540                 DISPLAY "RECSTAT: WINDOW MUST BE 2 TO 60"
002550                 MOVE 16 TO RETURN-CODE
002560                 GOBACK
002570             END-IF
002580             MOVE WS-CARD-VALUE TO WS-WINDOW
002590         WHEN "BAND"
002600             PERFORM 1120-GET-CARD-VALUE
002610                 THRU 1120-GET-CARD-VALUE-EXIT
002620             IF WS-CARD-VALUE = 0 OR WS-CARD-VALUE > 99
002630                 DISPLAY "RECSTAT: BAND MUST BE 1 TO 99"
002640                 MOVE 16 TO RETURN-CODE
002650                 GOBACK
002660             END-IF
002670             MOVE WS-CARD-VALUE TO WS-BAND-TENTHS
002680         WHEN "MINDEV"
002690             PERFORM 1120-GET-CARD-VALUE
002700                 THRU 1120-GET-CARD-VALUE-EXIT
002710             MOVE WS-CARD-VALUE TO WS-MIN-DEV
002720         WHEN OTHER
002730             DISPLAY "RECSTAT: UNRECOGNIZED PARM CARD - "
002740                 WS-PARM-CARD
002750             MOVE 16 TO RETURN-CODE
002760             GOBACK
002770     END-EVALUATE
002780     .
002790 1110-READ-PARM-CARD-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------*
002820* 1120 - THE CARD OPERAND AS A NUMBER.  THE UNSTRING TOKEN IS
002830* LEFT-JUSTIFIED, SO IT IS SHIFTED RIGHT BEFORE THE LEADING
002840* SPACES ZERO-FILL - FILLING IN PLACE WOULD TURN THE TRAILING
002850* SPACES OF "12" INTO ZEROS AND SCALE THE VALUE TO 12000.
002860*----------------------------------------------------------------*
002870 1120-GET-CARD-VALUE.
002880     IF WS-CARD-OPERAND-1 = SPACES
002890         DISPLAY "RECSTAT: MISSING NUMERIC OPERAND"
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF
002930     MOVE WS-CARD-OPERAND-1 TO WS-CARD-VALUE-X
002940     PERFORM 1130-JUSTIFY-VALUE THRU 1130-JUSTIFY-VALUE-EXIT
002950         UNTIL WS-CARD-VALUE-X (5:1) NOT = SPACE
002960     INSPECT WS-CARD-VALUE-X REPLACING LEADING SPACE BY ZERO
002970     IF WS-CARD-VALUE NOT NUMERIC
002980         DISPLAY "RECSTAT: BAD NUMERIC OPERAND - "
002990             WS-CARD-OPERAND-1
003000         MOVE 16 TO RETURN-CODE
003010         GOBACK
003020     END-IF
003030     .
003040 1120-GET-CARD-VALUE-EXIT.
003050     EXIT.
003060 1130-JUSTIFY-VALUE.
003070     MOVE WS-CARD-VALUE-X TO WS-CARD-JUST-WORK
003080     MOVE SPACE TO WS-CARD-VALUE-X (1:1)
003090     MOVE WS-CARD-JUST-WORK (1:4) TO WS-CARD-VALUE-X (2:4)
003100     .
003110 1130-JUSTIFY-VALUE-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------*
003140* 2000 - ROLL THE HISTORY THROUGH THE TABLE, NEWEST AT THE
003150* BOTTOM, THE SAME SHAPE AS RECTREND'S READER.  AN UNREADABLE
003160* RECORD IS SKIPPED WITH A NOTE, NOT FATAL - ONE BAD APPEND
003170* MUST NOT BLIND THE DETECTOR.
003180*----------------------------------------------------------------*
003190 2000-READ-HISTORY.
003200     READ RUNHIST-FILE
003210         AT END
003220             SET WS-EOF-HIST-YES TO TRUE
003230             GO TO 2000-READ-HISTORY-EXIT
003240     END-READ
003250     IF NOT WS-FILE-STATUS-HIST-OK
003260         DISPLAY "RECSTAT: READ FAILED FOR RUNHIST - STATUS "
003270             WS-FILE-STATUS-HIST
003280         MOVE 16 TO RETURN-CODE
003290         GOBACK
003300     END-IF
003310     IF RECHST-NOT-ON-A-COUNT NOT NUMERIC
003320             OR RECHST-NOT-ON-B-COUNT NOT NUMERIC
003330             OR RECHST-FIELD-MM-COUNT NOT NUMERIC
003340             OR RECHST-RECORDS-READ-A NOT NUMERIC
003350             OR RECHST-RECORDS-READ-B NOT NUMERIC
003360         DISPLAY "RECSTAT: RUNHIST RECORD UNREADABLE - SKIPPED"
003370         GO TO 2000-READ-HISTORY-EXIT
003380     END-IF
003390     IF WS-CYCLE-COUNT = WS-CYCLE-MAX
003400         PERFORM 2100-SHIFT-CYCLES THRU 2100-SHIFT-CYCLES-EXIT
003410             VARYING WS-CYC-IDX FROM 1 BY 1
003420             UNTIL WS-CYC-IDX = WS-CYCLE-MAX
003430     ELSE
003440         ADD 1 TO WS-CYCLE-COUNT
003450     END-IF
003460     MOVE RECHST-RUN-DATE
003470         TO WS-CYC-RUN-DATE (WS-CYCLE-COUNT)
003480     MOVE RECHST-NOT-ON-A-COUNT
003490         TO WS-CYC-VALUE (WS-CYCLE-COUNT 1)
003500     MOVE RECHST-NOT-ON-B-COUNT
003510         TO WS-CYC-VALUE (WS-CYCLE-COUNT 2)
003520     MOVE RECHST-FIELD-MM-COUNT
003530         TO WS-CYC-VALUE (WS-CYCLE-COUNT 3)
003540     MOVE RECHST-RECORDS-READ-A
003550         TO WS-CYC-VALUE (WS-CYCLE-COUNT 4)
003560     MOVE RECHST-RECORDS-READ-B
003570         TO WS-CYC-VALUE (WS-CYCLE-COUNT 5)
003580     .
003590 2000-READ-HISTORY-EXIT.
003600     EXIT.
003610 2100-SHIFT-CYCLES.
003620     MOVE WS-CYCLE-ENTRY (WS-CYC-IDX + 1)
003630         TO WS-CYCLE-ENTRY (WS-CYC-IDX)
003640     .
003650 2100-SHIFT-CYCLES-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------*
003680* 3000 - JUDGE EVERY CYCLE THAT HAS A FULL WINDOW BEHIND IT,
003690* EACH MEASURE ON ITS OWN.  THE WINDOW IS THE CYCLES BEFORE THE
003700* ONE IN HAND, SO TONIGHT NEVER DILUTES ITS OWN BASELINE.
003710*----------------------------------------------------------------*
003720 3000-JUDGE-CYCLES.
003730     IF WS-CYCLE-COUNT NOT > WS-WINDOW
003740         GO TO 3000-JUDGE-CYCLES-EXIT
003750     END-IF
003760     COMPUTE WS-CYC-IDX = WS-WINDOW + 1
003770     PERFORM 3100-JUDGE-ONE-CYCLE
003780         THRU 3100-JUDGE-ONE-CYCLE-EXIT
003790         VARYING WS-CYC-IDX FROM WS-CYC-IDX BY 1
003800         UNTIL WS-CYC-IDX > WS-CYCLE-COUNT
003810     .
003820 3000-JUDGE-CYCLES-EXIT.
003830     EXIT.
003840 3100-JUDGE-ONE-CYCLE.
003850     PERFORM 3200-JUDGE-ONE-MEASURE
003860         THRU 3200-JUDGE-ONE-MEASURE-EXIT
003870         VARYING WS-MEA-IDX FROM 1 BY 1
003880         UNTIL WS-MEA-IDX > 5
003890     .
003900 3100-JUDGE-ONE-CYCLE-EXIT.
003910     EXIT.
003920 3200-JUDGE-ONE-MEASURE.
003930     COMPUTE WS-WIN-FROM = WS-CYC-IDX - WS-WINDOW
003940     MOVE ZERO TO WS-WIN-SUM
003950     PERFORM 3300-SUM-ONE-SLOT THRU 3300-SUM-ONE-SLOT-EXIT
003960         VARYING WS-WIN-IDX FROM WS-WIN-FROM BY 1
003970         UNTIL WS-WIN-IDX = WS-CYC-IDX
003980     COMPUTE WS-WIN-MEAN ROUNDED = WS-WIN-SUM / WS-WINDOW
003990     MOVE ZERO TO WS-WIN-DEV-SUM
004000     PERFORM 3400-SPREAD-ONE-SLOT
004010         THRU 3400-SPREAD-ONE-SLOT-EXIT
004020         VARYING WS-WIN-IDX FROM WS-WIN-FROM BY 1
004030         UNTIL WS-WIN-IDX = WS-CYC-IDX
004040     COMPUTE WS-WIN-SPREAD ROUNDED = WS-WIN-DEV-SUM / WS-WINDOW
004050     COMPUTE WS-CUR-DEV =
004060         WS-CYC-VALUE (WS-CYC-IDX WS-MEA-IDX) - WS-WIN-MEAN
004070     IF WS-CUR-DEV < 0
004080         COMPUTE WS-CUR-DEV = 0 - WS-CUR-DEV
004090     END-IF
004100     IF WS-CUR-DEV < WS-MIN-DEV
004110         GO TO 3200-JUDGE-ONE-MEASURE-EXIT
004120     END-IF
004130     COMPUTE WS-BAND-LIMIT =
004140         (WS-WIN-SPREAD * WS-BAND-TENTHS) / 10
004150     IF WS-CUR-DEV > WS-BAND-LIMIT
004160         PERFORM 3500-FLAG-CYCLE THRU 3500-FLAG-CYCLE-EXIT
004170     END-IF
004180     .
004190 3200-JUDGE-ONE-MEASURE-EXIT.
004200     EXIT.
004210 3300-SUM-ONE-SLOT.
004220     ADD WS-CYC-VALUE (WS-WIN-IDX WS-MEA-IDX) TO WS-WIN-SUM
004230     .
004240 3300-SUM-ONE-SLOT-EXIT.
004250     EXIT.
004260 3400-SPREAD-ONE-SLOT.
004270     COMPUTE WS-WIN-ONE-DEV =
004280         WS-CYC-VALUE (WS-WIN-IDX WS-MEA-IDX) - WS-WIN-MEAN
004290     IF WS-WIN-ONE-DEV < 0
004300         COMPUTE WS-WIN-ONE-DEV = 0 - WS-WIN-ONE-DEV
004310     END-IF
004320     ADD WS-WIN-ONE-DEV TO WS-WIN-DEV-SUM
004330     .
004340 3400-SPREAD-ONE-SLOT-EXIT.
004350     EXIT.
004360 3500-FLAG-CYCLE.
004370     ADD 1 TO WS-FLAGGED-COUNT
004380     IF WS-CYC-IDX = WS-CYCLE-COUNT
004390         MOVE 1 TO WS-LATEST-FLAGGED
004400     END-IF
004410     MOVE WS-CYC-VALUE (WS-CYC-IDX WS-MEA-IDX) TO WS-EDIT-COUNT
004420     MOVE WS-WIN-MEAN TO WS-EDIT-MEAN
004430     MOVE WS-WIN-SPREAD TO WS-EDIT-SPREAD
004440     MOVE WS-CUR-DEV TO WS-EDIT-DEV
004450     MOVE SPACES TO WS-REPORT-LINE
004460     STRING WS-CYC-RUN-DATE (WS-CYC-IDX) DELIMITED BY SIZE
004470         " " DELIMITED BY SIZE
004480         WS-MEASURE-NAME (WS-MEA-IDX) DELIMITED BY SIZE
004490         WS-EDIT-COUNT DELIMITED BY SIZE
004500         WS-EDIT-MEAN DELIMITED BY SIZE
004510         WS-EDIT-SPREAD DELIMITED BY SIZE
004520         WS-EDIT-DEV DELIMITED BY SIZE
004530         INTO WS-REPORT-LINE
004540     PERFORM 8900-WRITE-REPORT-LINE
004550         THRU 8900-WRITE-REPORT-LINE-EXIT
004560     .
004570 3500-FLAG-CYCLE-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------*
004600* 8000 - CYCLE TOTALS AND THE FINAL GRADE.
004610*----------------------------------------------------------------*
004620 8000-PRINT-TOTALS.
004630     MOVE SPACES TO WS-REPORT-LINE
004640     PERFORM 8900-WRITE-REPORT-LINE
004650         THRU 8900-WRITE-REPORT-LINE-EXIT
004660     MOVE SPACES TO WS-REPORT-LINE
004670     MOVE WS-CYCLE-COUNT TO WS-EDIT-COUNT
004680     STRING "CYCLES EXAMINED     : " DELIMITED BY SIZE
004690         WS-EDIT-COUNT DELIMITED BY SIZE
004700         INTO WS-REPORT-LINE
004710     PERFORM 8900-WRITE-REPORT-LINE
004720         THRU 8900-WRITE-REPORT-LINE-EXIT
004730     MOVE SPACES TO WS-REPORT-LINE
004740     MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
004750     STRING "ANOMALIES FLAGGED   : " DELIMITED BY SIZE
004760         WS-EDIT-COUNT DELIMITED BY SIZE
004770         INTO WS-REPORT-LINE
004780     PERFORM 8900-WRITE-REPORT-LINE
004790         THRU 8900-WRITE-REPORT-LINE-EXIT
004800     IF WS-CYCLE-COUNT NOT > WS-WINDOW
004810         MOVE SPACES TO WS-REPORT-LINE
004820         MOVE "HISTORY SHORTER THAN THE WINDOW - NOTHING JUDGED"
004830             TO WS-REPORT-LINE
004840         PERFORM 8900-WRITE-REPORT-LINE
004850             THRU 8900-WRITE-REPORT-LINE-EXIT
004860     END-IF
004870     .
004880 8000-PRINT-TOTALS-EXIT.
004890     EXIT.
004900 8900-WRITE-REPORT-LINE.
004910     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004920     IF NOT WS-FILE-STATUS-RPT-OK
004930         DISPLAY "RECSTAT: WRITE FAILED FOR STATRPT - STATUS "
004940             WS-FILE-STATUS-RPT
004950         MOVE 16 TO RETURN-CODE
004960         GOBACK
004970     END-IF
004980     .
004990 8900-WRITE-REPORT-LINE-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------*
005020* 9300 - THE NEWEST CYCLE IS ABNORMAL: CONSOLE MESSAGE FOR
005030* AUTOMATION AND AN ALERT RECORD ON THE SAME NOTIFICATION PATH
005040* RECON'S TOLERANCE BREACHES USE.  THE COUNTS CARRIED ARE THE
005050* NEWEST CYCLE'S OWN.
005060*----------------------------------------------------------------*
005070 9300-ISSUE-ALERT.
005080     DISPLAY "RECSTAT1E COUNTER OUTSIDE ROLLING BAND - "
005090         "BALANCING ATTENTION NEEDED"
005100     OPEN EXTEND ALERT-FILE
005110     IF WS-FILE-STATUS-ALERT-NOTFND
005120         OPEN OUTPUT ALERT-FILE
005130     END-IF
005140     IF NOT WS-FILE-STATUS-ALERT-OK
005150         DISPLAY "RECSTAT: OPEN FAILED FOR ALERTS - STATUS "
005160             WS-FILE-STATUS-ALERT
005170         MOVE 16 TO RETURN-CODE
005180         GOBACK
005190     END-IF
005200     MOVE SPACES TO RECALT-RECORD
005210     MOVE WS-RUN-DATE TO RECALT-RUN-DATE
005220     MOVE WS-RUN-TIME TO RECALT-RUN-TIME
005230     MOVE "RECSTAT1E" TO RECALT-MSG-ID
005240     MOVE "E" TO RECALT-SEVERITY
005250     MOVE 08 TO RECALT-RETURN-CODE
005260     MOVE WS-CYC-VALUE (WS-CYCLE-COUNT 1)
005270         TO RECALT-NOT-ON-A-COUNT
005280     MOVE WS-CYC-VALUE (WS-CYCLE-COUNT 2)
005290         TO RECALT-NOT-ON-B-COUNT
005300     MOVE WS-CYC-VALUE (WS-CYCLE-COUNT 3)
005310         TO RECALT-FIELD-MM-COUNT
005320     MOVE ZERO TO RECALT-SEQ-ERR-COUNT
005330     ACCEPT RECALT-ISSUE-DATE FROM DATE YYYYMMDD
005340     ACCEPT WS-ALERT-TIME-RAW FROM TIME
005350     MOVE WS-ALERT-TIME-RAW TO RECALT-ISSUE-TIME
005360     WRITE RECALT-RECORD
005370     IF NOT WS-FILE-STATUS-ALERT-OK
005380         DISPLAY "RECSTAT: WRITE FAILED FOR ALERTS - STATUS "
005390             WS-FILE-STATUS-ALERT
005400         MOVE 16 TO RETURN-CODE
005410         GOBACK
005420     END-IF
005430     CLOSE ALERT-FILE
005440     .
005450 9300-ISSUE-ALERT-EXIT.
005460     EXIT.
005470 9999-TERMINATE.
005480     CLOSE RUNHIST-FILE
005490     CLOSE REPORT-FILE
005500     IF WS-LATEST-FLAGGED > 0
005510         MOVE 8 TO RETURN-CODE
005520     ELSE
005530         IF WS-FLAGGED-COUNT > 0
005540             MOVE 4 TO RETURN-CODE
005550         END-IF
005560     END-IF
005570     .
005580 9999-TERMINATE-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
005620*----------------------------------------------------------------*
005630 COPY "RECSTP.cpy".
005640 END PROGRAM RECSTAT.
