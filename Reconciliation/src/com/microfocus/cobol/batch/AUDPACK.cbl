000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDPACK.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* AUDPACK - CONTROL-AUDIT EVIDENCE PACK.
000090*
000100* THE AUDITORS ASK THE SAME QUESTIONS EVERY QUARTER, AND THE
000110* ANSWERS ARE SPREAD OVER A DOZEN DATASETS.  THIS STEP TAKES A
000120* FROM/TO DATE RANGE AND PRINTS ONE PAGINATED REPORT (AUDRPT)
000130* WITH A SECTION PER QUESTION, EACH STARTING ON A NEW PAGE:
000140*   1. EVERY CYCLE RUN IN THE PERIOD AND ITS GRADE (RUNHIST,
000150*      WITH THE HISTARCH ARCHIVE READ FIRST SO A PERIOD THAT
000160*      HISTPRUNE HAS ALREADY ARCHIVED IS STILL COVERED).
000170*   2. EVERY FORCED RERUN AND WHO FORCED IT (RUNCTL).  RUNS
000180*      FORCED BEFORE THE FORCE CARD CARRIED A USER SHOW
000190*      NOT RECORDED.
000200*   3. EVERY CYCLE WITH A JOBCHECK BREAK - A DATASET WHOSE LAST
000210*      OUT COUNT AND LAST IN COUNT FOR THE DATE DO NOT TIE ON
000220*      CTLFILE, JUDGED THE WAY JOBCHECK JUDGES THEM.
000230*   4. EVERY SUPPRESS-LIST ENTRY IN FORCE DURING THE PERIOD -
000240*      MAINTAINED ON OR BEFORE THE TO DATE AND NOT EXPIRED
000250*      BEFORE THE FROM DATE.  SUPRLIST IS THE CURRENT LIST, SO
000260*      AN ENTRY SUPMAINT HAS SINCE REMOVED IS NOT SHOWN.
000270*   5. ACCEPTED DIFFERENCES (DISPOSITION AD) IN FORCE DURING THE
000280*      PERIOD WITH THE USER WHO ACCEPTED THEM, FROM THE DSPAUDIT
000290*      TRAIL, AND THE DATE EACH STOPPED BEING ACCEPTED - A LATER
000300*      DISPOSITION CHANGE OR THE EXCEPTION CLEARING ON CLRHIST.
000310*   6. THE BALANCING SIGN-OFFS FOR CYCLES IN THE PERIOD
000320*      (CERTFILE, WRITTEN BY RECCERT).
000330*   7. CYCLES WITH NO RUN AT ALL - BUSINESS DAYS IN THE PERIOD
000340*      WITH NO RUNHIST RECORD.  BUSINESS DAYS ARE WORKED THE WAY
000350*      SUPMAINT AND THE BUSINESS CALENDAR WORK THEM: SATURDAYS,
000360*      SUNDAYS AND THE CHOSEN CALENDAR'S HOLIDAYS ARE SKIPPED.
000370*   8. SUMMARY COUNTS.
000380*
000390* DDNAMES: RUNHIST, HISTARCH, RUNCTL, CTLFILE, SUPRLIST,
000400* DSPAUDIT, CLRHIST, CERTFILE, HOLIDAYS (A MISSING DATASET IS
000410* READ AS EMPTY), AUDRPT.  SYSIN:
000420*     FROM YYYYMMDD        (FIRST DATE OF THE PERIOD - REQUIRED)
000430*     TO YYYYMMDD          (LAST DATE OF THE PERIOD - REQUIRED)
000440*     CALENDAR ID          (HOLIDAYS CALENDAR, DEFAULT BLANK)
000450* RC=0 NOTHING TO REPORT AGAINST.  RC=4 THE PERIOD HAS A
000460* BUSINESS DAY WITH NO RUN OR A CYCLE WITH A JOBCHECK BREAK.
000470* RC=16 CARD OR I/O ERROR, OR A TABLE FULL.
000480*
000490* MODIFICATION HISTORY.
000500*   2026-10-15 DS   INITIAL VERSION.
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT RUNHIST-FILE ASSIGN TO RUNHIST
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FILE-STATUS-HST.
000590     SELECT ARCHIVE-FILE ASSIGN TO HISTARCH
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FILE-STATUS-ARC.
000620     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FILE-STATUS-RUN.
000650     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FILE-STATUS-CTL.
000680     SELECT SUPPRESS-FILE ASSIGN TO SUPRLIST
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FILE-STATUS-SUP.
000710     SELECT DSPAUDIT-FILE ASSIGN TO DSPAUDIT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FILE-STATUS-DAU.
000740     SELECT CLRHIST-FILE ASSIGN TO CLRHIST
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-FILE-STATUS-CLR.
000770     SELECT CERT-FILE ASSIGN TO CERTFILE
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FILE-STATUS-CRT.
000800     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-FILE-STATUS-HOL.
000830     SELECT PRINT-FILE ASSIGN TO AUDRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-FILE-STATUS-PRINT.
000860     SELECT PARM-FILE ASSIGN TO SYSIN
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-FILE-STATUS-PARM.
000890     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS RECSTW-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RUNHIST-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "RECHST.cpy".
000970 FD  ARCHIVE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY "RECHST.cpy" REPLACING LEADING ==RECHST-== BY ==HARC-==.
001000 FD  RUNCTL-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY "RECRUN.cpy".
001030 FD  CONTROL-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY "RECCTL.cpy".
001060 FD  SUPPRESS-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "RECSUP.cpy".
001090 FD  DSPAUDIT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY "RECDAU.cpy".
001120 FD  CLRHIST-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY "RECCLR.cpy".
001150 FD  CERT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY "RECCRT.cpy".
001180 FD  HOLIDAY-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  HOLIDAY-RECORD.
001210     05  HOLIDAY-DATE                PIC X(08).
001220     05  FILLER                      PIC X(01).
001230     05  HOLIDAY-CAL-ID              PIC X(08).
001240     05  FILLER                      PIC X(63).
001250 FD  PRINT-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  PRINT-RECORD.
001280     05  PRINT-CC                    PIC X(01).
001290     05  PRINT-DATA                  PIC X(132).
001300 FD  PARM-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  PARM-RECORD                     PIC X(80).
001330 FD  STEPTIME-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 COPY "RECSTM.cpy".
001360 WORKING-STORAGE SECTION.
001370 01  WS-EOF-SW                       PIC X(01) VALUE "N".
001380     88  WS-EOF-YES                             VALUE "Y".
001390     88  WS-EOF-NO                              VALUE "N".
001400 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001410     88  WS-PARM-EOF-YES                        VALUE "Y".
001420     88  WS-PARM-EOF-NO                         VALUE "N".
001430 01  WS-FILE-STATUSES.
001440     05  WS-FILE-STATUS-HST          PIC X(02) VALUE "00".
001450         88  WS-FILE-STATUS-HST-OK             VALUE "00".
001460         88  WS-FILE-STATUS-HST-NOTFND         VALUE "35".
001470     05  WS-FILE-STATUS-ARC          PIC X(02) VALUE "00".
001480         88  WS-FILE-STATUS-ARC-OK             VALUE "00".
001490         88  WS-FILE-STATUS-ARC-NOTFND         VALUE "35".
001500     05  WS-FILE-STATUS-RUN          PIC X(02) VALUE "00".
001510         88  WS-FILE-STATUS-RUN-OK             VALUE "00".
001520         88  WS-FILE-STATUS-RUN-NOTFND         VALUE "35".
001530     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001540         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001550         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001560     05  WS-FILE-STATUS-SUP          PIC X(02) VALUE "00".
001570         88  WS-FILE-STATUS-SUP-OK             VALUE "00".
001580         88  WS-FILE-STATUS-SUP-NOTFND         VALUE "35".
001590     05  WS-FILE-STATUS-DAU          PIC X(02) VALUE "00".
001600         88  WS-FILE-STATUS-DAU-OK             VALUE "00".
001610         88  WS-FILE-STATUS-DAU-NOTFND         VALUE "35".
001620     05  WS-FILE-STATUS-CLR          PIC X(02) VALUE "00".
001630         88  WS-FILE-STATUS-CLR-OK             VALUE "00".
001640         88  WS-FILE-STATUS-CLR-NOTFND         VALUE "35".
001650     05  WS-FILE-STATUS-CRT          PIC X(02) VALUE "00".
001660         88  WS-FILE-STATUS-CRT-OK             VALUE "00".
001670         88  WS-FILE-STATUS-CRT-NOTFND         VALUE "35".
001680     05  WS-FILE-STATUS-HOL          PIC X(02) VALUE "00".
001690         88  WS-FILE-STATUS-HOL-OK             VALUE "00".
001700         88  WS-FILE-STATUS-HOL-NOTFND         VALUE "35".
001710     05  WS-FILE-STATUS-PRINT        PIC X(02) VALUE "00".
001720         88  WS-FILE-STATUS-PRINT-OK           VALUE "00".
001730     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001740         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001750         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001760 01  WS-COUNTERS COMP-3.
001770     05  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
001780     05  WS-RUN-RECORD-COUNT         PIC 9(07) VALUE ZERO.
001790     05  WS-FORCED-COUNT             PIC 9(07) VALUE ZERO.
001800     05  WS-FORCED-NO-USER-COUNT     PIC 9(07) VALUE ZERO.
001810     05  WS-BREAK-FILE-COUNT         PIC 9(07) VALUE ZERO.
001820     05  WS-SUPPRESS-COUNT           PIC 9(07) VALUE ZERO.
001830     05  WS-ACCEPTED-COUNT           PIC 9(07) VALUE ZERO.
001840     05  WS-CERTIFIED-COUNT          PIC 9(07) VALUE ZERO.
001850     05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
001860     05  WS-BUS-DAYS                 PIC 9(07) VALUE ZERO.
001870     05  WS-NO-RUN-COUNT             PIC 9(07) VALUE ZERO.
001880     05  WS-SECTION-LINES            PIC 9(07) VALUE ZERO.
001890 01  WS-PARM-CARD.
001900     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001910     05  FILLER                      PIC X(79).
001920 01  WS-CARD-FIELDS.
001930     05  WS-CARD-VERB                PIC X(10).
001940     05  WS-CARD-OPERAND-1           PIC X(10).
001950 01  WS-FROM-DATE                    PIC X(08) VALUE SPACES.
001960 01  WS-TO-DATE                      PIC X(08) VALUE SPACES.
001970 01  WS-CAL-ID                       PIC X(08) VALUE SPACES.
001980 01  WS-RUN-DATE                     PIC X(08).
001990 01  WS-RUN-TIME-RAW                 PIC X(08).
002000 01  WS-RUN-TIME                     PIC X(06).
002010*----------------------------------------------------------------*
002020* DATE WORK FOR THE CARD CHECKS AND THE BUSINESS-DAY WALK, AS IN
002030* SUPMAINT.
002040*----------------------------------------------------------------*
002050 01  WS-DATE-WORK                    PIC X(08).
002060 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002070     05  WS-DW-YYYY                  PIC 9(04).
002080     05  WS-DW-MM                    PIC 9(02).
002090     05  WS-DW-DD                    PIC 9(02).
002100 01  WS-DATE-VALID-SW                PIC X(01).
002110     88  WS-DATE-VALID-YES                      VALUE "Y".
002120     88  WS-DATE-VALID-NO                       VALUE "N".
002130 01  WS-STEP-DATE                    PIC X(08).
002140 01  WS-SERIAL-WORK COMP-3.
002150     05  WS-SER-Y                    PIC S9(05).
002160     05  WS-SER-M                    PIC S9(03).
002170     05  WS-SER-Q                    PIC S9(07).
002180     05  WS-SER-R                    PIC S9(07).
002190     05  WS-DAY-SERIAL               PIC S9(07).
002200     05  WS-DOW                      PIC 9(01).
002210 01  WS-LEAP-WORK COMP-3.
002220     05  WS-LEAP-QUOT                PIC S9(05).
002230     05  WS-LEAP-REM                 PIC S9(05).
002240*----------------------------------------------------------------*
002250* HOLIDAYS OF THE CHOSEN CALENDAR, FOR THE BUSINESS-DAY WALK.
002260*----------------------------------------------------------------*
002270 01  WS-HOL-TABLE.
002280     05  WS-HOL-COUNT                PIC S9(04) COMP VALUE ZERO.
002290     05  WS-HOL-MAX                  PIC S9(04) COMP VALUE 1000.
002300     05  WS-HOL-DATE OCCURS 1000 TIMES
002310                                     PIC X(08).
002320 01  WS-HOL-IDX                      PIC S9(04) COMP.
002330 01  WS-HOL-HIT-SW                   PIC X(01).
002340     88  WS-HOL-HIT-YES                         VALUE "Y".
002350     88  WS-HOL-HIT-NO                          VALUE "N".
002360*----------------------------------------------------------------*
002370* THE DISTINCT RUN DATES SEEN ON THE HISTORY IN THE PERIOD.
002380*----------------------------------------------------------------*
002390 01  WS-RUN-DATE-TABLE.
002400     05  WS-RD-COUNT                 PIC S9(04) COMP VALUE ZERO.
002410     05  WS-RD-MAX                   PIC S9(04) COMP VALUE 4000.
002420     05  WS-RD-DATE OCCURS 4000 TIMES
002430                                     PIC X(08).
002440 01  WS-RD-IDX                       PIC S9(04) COMP.
002450 01  WS-RD-HIT                       PIC S9(04) COMP.
002460 01  WS-LOOKUP-DATE                  PIC X(08).
002470*----------------------------------------------------------------*
002480* ONE SLOT PER RUN DATE AND DATASET NAME ON CTLFILE IN THE
002490* PERIOD, HOLDING THE LAST OUT AND LAST IN RECORD, AS JOBCHECK
002500* HOLDS THEM FOR ONE DATE.
002510*----------------------------------------------------------------*
002520 01  WS-FILE-TABLE.
002530     05  WS-FT-COUNT                 PIC S9(04) COMP VALUE ZERO.
002540     05  WS-FT-MAX                   PIC S9(04) COMP VALUE 3000.
002550     05  WS-FT-ENTRY OCCURS 3000 TIMES.
002560         10  WS-FT-DATE              PIC X(08).
002570         10  WS-FT-NAME              PIC X(08).
002580         10  WS-FT-OUT-SW            PIC X(01).
002590         10  WS-FT-OUT-PROG          PIC X(08).
002600         10  WS-FT-OUT-COUNT         PIC 9(09) COMP-3.
002610         10  WS-FT-IN-SW             PIC X(01).
002620         10  WS-FT-IN-PROG           PIC X(08).
002630         10  WS-FT-IN-COUNT          PIC 9(09) COMP-3.
002640 01  WS-FT-IDX                       PIC S9(04) COMP.
002650 01  WS-FT-FOUND                     PIC S9(04) COMP.
002660 01  WS-BREAK-DATE-TABLE.
002670     05  WS-BD-COUNT                 PIC S9(04) COMP VALUE ZERO.
002680     05  WS-BD-MAX                   PIC S9(04) COMP VALUE 400.
002690     05  WS-BD-DATE OCCURS 400 TIMES PIC X(08).
002700 01  WS-BD-IDX                       PIC S9(04) COMP.
002710 01  WS-BD-HIT                       PIC S9(04) COMP.
002720*----------------------------------------------------------------*
002730* ONE SLOT PER EXCEPTION EVER ACCEPTED UP TO THE TO DATE: WHEN
002740* AND BY WHOM, AND WHEN THE ACCEPTANCE ENDED IF IT HAS.
002750*----------------------------------------------------------------*
002760 01  WS-ACCEPT-TABLE.
002770     05  WS-AC-COUNT                 PIC S9(04) COMP VALUE ZERO.
002780     05  WS-AC-MAX                   PIC S9(04) COMP VALUE 2000.
002790     05  WS-AC-ENTRY OCCURS 2000 TIMES.
002800         10  WS-AC-KEY               PIC X(10).
002810         10  WS-AC-REASON            PIC X(02).
002820         10  WS-AC-PAIR              PIC X(08).
002830         10  WS-AC-DATE              PIC X(08).
002840         10  WS-AC-USER              PIC X(08).
002850         10  WS-AC-OWNER             PIC X(08).
002860         10  WS-AC-NOTE              PIC X(30).
002870         10  WS-AC-ENDED             PIC X(08).
002880         10  WS-AC-CLEARED           PIC X(08).
002890 01  WS-AC-IDX                       PIC S9(04) COMP.
002900 01  WS-AC-FOUND                     PIC S9(04) COMP.
002910 01  WS-LOOKUP-KEY.
002920     05  WS-LOOKUP-EXC-KEY           PIC X(10).
002930     05  WS-LOOKUP-REASON            PIC X(02).
002940     05  WS-LOOKUP-PAIR              PIC X(08).
002950*----------------------------------------------------------------*
002960* THE HISTORY RECORD IN HAND, FROM THE ARCHIVE OR RUNHIST.
002970*----------------------------------------------------------------*
002980 COPY "RECHST.cpy" REPLACING LEADING ==RECHST-== BY ==WS-HST-==.
002990 01  WS-PAGE-CONTROLS COMP-3.
003000     05  WS-PRT-LINE-COUNT           PIC 9(03) VALUE 999.
003010     05  WS-PRT-PAGE-NO              PIC 9(04) VALUE ZERO.
003020     05  WS-PAGE-SIZE                PIC 9(03) VALUE 55.
003030 01  WS-PAGE-EDIT                    PIC ZZZ9.
003040 01  WS-HEAD-LINE                    PIC X(132).
003050 01  WS-SECTION-TITLE                PIC X(132).
003060 01  WS-COLUMN-HEAD                  PIC X(132).
003070 01  WS-PRINT-LINE                   PIC X(132).
003080 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
003090 01  WS-EDIT-BIG                     PIC ZZZZZZZZ9.
003100 COPY "RECSTW.cpy".
003110 PROCEDURE DIVISION.
003120 0000-MAINLINE.
003130     MOVE "AUDPACK" TO RECSTW-PROGRAM-ID
003140     PERFORM 9800-START-STEP-TIMING
003150         THRU 9800-START-STEP-TIMING-EXIT
003160     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003170     PERFORM 2000-CYCLES-RUN THRU 2000-CYCLES-RUN-EXIT
003180     PERFORM 2500-FORCED-RERUNS THRU 2500-FORCED-RERUNS-EXIT
003190     PERFORM 3000-JOBCHECK-BREAKS THRU 3000-JOBCHECK-BREAKS-EXIT
003200     PERFORM 3500-SUPPRESS-IN-FORCE
003210         THRU 3500-SUPPRESS-IN-FORCE-EXIT
003220     PERFORM 4000-ACCEPTED-DIFFS THRU 4000-ACCEPTED-DIFFS-EXIT
003230     PERFORM 5000-SIGN-OFFS THRU 5000-SIGN-OFFS-EXIT
003240     PERFORM 6000-CYCLES-NOT-RUN THRU 6000-CYCLES-NOT-RUN-EXIT
003250     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
003260     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
003270     MOVE WS-READ-COUNT TO RECSTW-RECORD-COUNT
003280     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003290     PERFORM 9810-WRITE-STEP-TIMING
003300         THRU 9810-WRITE-STEP-TIMING-EXIT
003310     GOBACK
003320     .
003330 0000-MAINLINE-EXIT.
003340     EXIT.
003350 1000-INITIALIZE.
003360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003370     ACCEPT WS-RUN-TIME-RAW FROM TIME
003380     MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
003390     PERFORM 1100-READ-PARM-CARDS
003400         THRU 1100-READ-PARM-CARDS-EXIT
003410     IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
003420         DISPLAY "AUDPACK: FROM AND TO CARDS ARE BOTH REQUIRED"
003430         MOVE 16 TO RETURN-CODE
003440         GOBACK
003450     END-IF
003460     IF WS-FROM-DATE > WS-TO-DATE
003470         DISPLAY "AUDPACK: FROM DATE " WS-FROM-DATE
003480             " IS AFTER TO DATE " WS-TO-DATE
003490         MOVE 16 TO RETURN-CODE
003500         GOBACK
003510     END-IF
003520     OPEN OUTPUT PRINT-FILE
003530     IF NOT WS-FILE-STATUS-PRINT-OK
003540         DISPLAY "AUDPACK: OPEN FAILED FOR AUDRPT - STATUS "
003550             WS-FILE-STATUS-PRINT
003560         MOVE 16 TO RETURN-CODE
003570         GOBACK
003580     END-IF
003590     .
003600 1000-INITIALIZE-EXIT.
003610     EXIT.
003620 1100-READ-PARM-CARDS.
003630     OPEN INPUT PARM-FILE
003640     IF WS-FILE-STATUS-PARM-NOTFND
003650         SET WS-PARM-EOF-YES TO TRUE
003660         GO TO 1100-READ-PARM-CARDS-EXIT
003670     END-IF
003680     IF NOT WS-FILE-STATUS-PARM-OK
003690         DISPLAY "AUDPACK: OPEN FAILED FOR SYSIN - STATUS "
003700             WS-FILE-STATUS-PARM
003710         MOVE 16 TO RETURN-CODE
003720         GOBACK
003730     END-IF
003740     PERFORM 1110-READ-PARM-CARD
003750         THRU 1110-READ-PARM-CARD-EXIT
003760         UNTIL WS-PARM-EOF-YES
003770     CLOSE PARM-FILE
003780     .
003790 1100-READ-PARM-CARDS-EXIT.
003800     EXIT.
003810 1110-READ-PARM-CARD.
003820     READ PARM-FILE INTO WS-PARM-CARD
003830         AT END
003840             SET WS-PARM-EOF-YES TO TRUE
003850             GO TO 1110-READ-PARM-CARD-EXIT
003860     END-READ
003870     IF NOT WS-FILE-STATUS-PARM-OK
003880         DISPLAY "AUDPACK: READ FAILED FOR SYSIN - STATUS "
003890             WS-FILE-STATUS-PARM
003900         MOVE 16 TO RETURN-CODE
003910         GOBACK
003920     END-IF
003930     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003940         GO TO 1110-READ-PARM-CARD-EXIT
003950     END-IF
003960     MOVE SPACES TO WS-CARD-FIELDS
003970     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003980         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003990     END-UNSTRING
004000     EVALUATE WS-CARD-VERB
004010         WHEN "FROM"
004020             PERFORM 1120-CHECK-CARD-DATE
004030                 THRU 1120-CHECK-CARD-DATE-EXIT
004040             MOVE WS-DATE-WORK TO WS-FROM-DATE
004050         WHEN "TO"
004060             PERFORM 1120-CHECK-CARD-DATE
004070                 THRU 1120-CHECK-CARD-DATE-EXIT
004080             MOVE WS-DATE-WORK TO WS-TO-DATE
004090         WHEN "CALENDAR"
004100             MOVE WS-CARD-OPERAND-1 TO WS-CAL-ID
004110         WHEN OTHER
004120             DISPLAY "AUDPACK: UNRECOGNIZED PARM CARD - "
004130                 WS-PARM-CARD
004140             MOVE 16 TO RETURN-CODE
004150             GOBACK
004160     END-EVALUATE
004170     .
004180 1110-READ-PARM-CARD-EXIT.
004190     EXIT.
004200 1120-CHECK-CARD-DATE.
004210     MOVE WS-CARD-OPERAND-1 (1:8) TO WS-DATE-WORK
004220     PERFORM 7500-VALIDATE-ONE-DATE
004230         THRU 7500-VALIDATE-ONE-DATE-EXIT
004240     IF WS-DATE-VALID-NO OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
004250         DISPLAY "AUDPACK: NOT A VALID DATE - " WS-PARM-CARD
004260         MOVE 16 TO RETURN-CODE
004270         GOBACK
004280     END-IF
004290     .
004300 1120-CHECK-CARD-DATE-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------*
004330* 2000 - SECTION 1, EVERY CYCLE RUN IN THE PERIOD.  THE ARCHIVE
004340* HOLDS THE OLDER RUNS, SO IT IS LISTED FIRST.  THE RUN DATES
004350* ARE KEPT FOR THE BUSINESS-DAY WALK IN 6000.
004360*----------------------------------------------------------------*
004370 2000-CYCLES-RUN.
004380     MOVE "SECTION 1 - CYCLES RUN AND THEIR GRADES"
004390         TO WS-SECTION-TITLE
004400     MOVE SPACES TO WS-COLUMN-HEAD
004410     STRING "  RUN DATE RUN TIME HOP GRADE    MATCHED  NOT ON A"
004420         DELIMITED BY SIZE
004430         "  NOT ON B  FIELD MM     READ A     READ B  FORCED"
004440         DELIMITED BY SIZE
004450         INTO WS-COLUMN-HEAD
004460     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
004470     OPEN INPUT ARCHIVE-FILE
004480     IF NOT WS-FILE-STATUS-ARC-NOTFND
004490         IF NOT WS-FILE-STATUS-ARC-OK
004500             DISPLAY "AUDPACK: OPEN FAILED FOR HISTARCH - STATUS "
004510                 WS-FILE-STATUS-ARC
004520             MOVE 16 TO RETURN-CODE
004530             GOBACK
004540         END-IF
004550         SET WS-EOF-NO TO TRUE
004560         PERFORM 2100-LIST-ONE-ARCHIVED
004570             THRU 2100-LIST-ONE-ARCHIVED-EXIT
004580             UNTIL WS-EOF-YES
004590         CLOSE ARCHIVE-FILE
004600     END-IF
004610     OPEN INPUT RUNHIST-FILE
004620     IF NOT WS-FILE-STATUS-HST-NOTFND
004630         IF NOT WS-FILE-STATUS-HST-OK
004640             DISPLAY "AUDPACK: OPEN FAILED FOR RUNHIST - STATUS "
004650                 WS-FILE-STATUS-HST
004660             MOVE 16 TO RETURN-CODE
004670             GOBACK
004680         END-IF
004690         SET WS-EOF-NO TO TRUE
004700         PERFORM 2200-LIST-ONE-RUN THRU 2200-LIST-ONE-RUN-EXIT
004710             UNTIL WS-EOF-YES
004720         CLOSE RUNHIST-FILE
004730     END-IF
004740     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
004750     .
004760 2000-CYCLES-RUN-EXIT.
004770     EXIT.
004780 2100-LIST-ONE-ARCHIVED.
004790     READ ARCHIVE-FILE INTO WS-HST-RECORD
004800         AT END
004810             SET WS-EOF-YES TO TRUE
004820             GO TO 2100-LIST-ONE-ARCHIVED-EXIT
004830     END-READ
004840     IF NOT WS-FILE-STATUS-ARC-OK
004850         DISPLAY "AUDPACK: READ FAILED FOR HISTARCH - STATUS "
004860             WS-FILE-STATUS-ARC
004870         MOVE 16 TO RETURN-CODE
004880         GOBACK
004890     END-IF
004900     ADD 1 TO WS-READ-COUNT
004910     IF WS-HST-RUN-DATE < WS-FROM-DATE
004920             OR WS-HST-RUN-DATE > WS-TO-DATE
004930         GO TO 2100-LIST-ONE-ARCHIVED-EXIT
004940     END-IF
004950     PERFORM 2300-PRINT-RUN THRU 2300-PRINT-RUN-EXIT
004960     .
004970 2100-LIST-ONE-ARCHIVED-EXIT.
004980     EXIT.
004990 2200-LIST-ONE-RUN.
005000     READ RUNHIST-FILE INTO WS-HST-RECORD
005010         AT END
005020             SET WS-EOF-YES TO TRUE
005030             GO TO 2200-LIST-ONE-RUN-EXIT
005040     END-READ
005050     IF NOT WS-FILE-STATUS-HST-OK
005060         DISPLAY "AUDPACK: READ FAILED FOR RUNHIST - STATUS "
005070             WS-FILE-STATUS-HST
005080         MOVE 16 TO RETURN-CODE
005090         GOBACK
005100     END-IF
005110     ADD 1 TO WS-READ-COUNT
005120     IF WS-HST-RUN-DATE < WS-FROM-DATE
005130             OR WS-HST-RUN-DATE > WS-TO-DATE
005140         GO TO 2200-LIST-ONE-RUN-EXIT
005150     END-IF
005160     PERFORM 2300-PRINT-RUN THRU 2300-PRINT-RUN-EXIT
005170     .
005180 2200-LIST-ONE-RUN-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------*
005210* 2300 - ONE LINE PER RUN, THE GRADE BEING THE RETURN CODE THE
005220* RUN ENDED WITH.  THE RUN DATE IS ADDED TO THE DATE TABLE.
005230*----------------------------------------------------------------*
005240 2300-PRINT-RUN.
005250     ADD 1 TO WS-RUN-RECORD-COUNT
005260     MOVE SPACES TO WS-PRINT-LINE
005270     MOVE WS-HST-RUN-DATE TO WS-PRINT-LINE (3:8)
005280     MOVE WS-HST-RUN-TIME TO WS-PRINT-LINE (12:6)
005290     MOVE WS-HST-HOP-ID TO WS-PRINT-LINE (23:1)
005300     MOVE WS-HST-RETURN-CODE TO WS-PRINT-LINE (28:2)
005310     MOVE WS-HST-MATCH-COUNT TO WS-EDIT-COUNT
005320     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (34:7)
005330     MOVE WS-HST-NOT-ON-A-COUNT TO WS-EDIT-COUNT
005340     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (44:7)
005350     MOVE WS-HST-NOT-ON-B-COUNT TO WS-EDIT-COUNT
005360     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (54:7)
005370     MOVE WS-HST-FIELD-MM-COUNT TO WS-EDIT-COUNT
005380     MOVE WS-EDIT-COUNT TO WS-PRINT-LINE (64:7)
005390     MOVE WS-HST-RECORDS-READ-A TO WS-EDIT-BIG
005400     MOVE WS-EDIT-BIG TO WS-PRINT-LINE (72:9)
005410     MOVE WS-HST-RECORDS-READ-B TO WS-EDIT-BIG
005420     MOVE WS-EDIT-BIG TO WS-PRINT-LINE (83:9)
005430     IF WS-HST-FORCED-RERUN
005440         MOVE "FORCED" TO WS-PRINT-LINE (94:6)
005450     END-IF
005460     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
005470     MOVE WS-HST-RUN-DATE TO WS-LOOKUP-DATE
005480     PERFORM 2400-FIND-RUN-DATE THRU 2400-FIND-RUN-DATE-EXIT
005490     IF WS-RD-HIT = 0
005500         IF WS-RD-COUNT = WS-RD-MAX
005510             DISPLAY "AUDPACK: RUN DATE TABLE FULL - RUN STOPPED"
005520             MOVE 16 TO RETURN-CODE
005530             GOBACK
005540         END-IF
005550         ADD 1 TO WS-RD-COUNT
005560         MOVE WS-HST-RUN-DATE TO WS-RD-DATE (WS-RD-COUNT)
005570     END-IF
005580     .
005590 2300-PRINT-RUN-EXIT.
005600     EXIT.
005610 2400-FIND-RUN-DATE.
005620     MOVE ZERO TO WS-RD-HIT
005630     PERFORM 2410-MATCH-ONE-RUN-DATE
005640         THRU 2410-MATCH-ONE-RUN-DATE-EXIT
005650         VARYING WS-RD-IDX FROM 1 BY 1
005660         UNTIL WS-RD-IDX > WS-RD-COUNT OR WS-RD-HIT > 0
005670     .
005680 2400-FIND-RUN-DATE-EXIT.
005690     EXIT.
005700 2410-MATCH-ONE-RUN-DATE.
005710     IF WS-RD-DATE (WS-RD-IDX) = WS-LOOKUP-DATE
005720         MOVE WS-RD-IDX TO WS-RD-HIT
005730     END-IF
005740     .
005750 2410-MATCH-ONE-RUN-DATE-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------*
005780* 2500 - SECTION 2, EVERY FORCED RERUN OF A CYCLE IN THE PERIOD
005790* AND THE USER WHO FORCED IT, FROM THE RUN-CONTROL DATASET.
005800*----------------------------------------------------------------*
005810 2500-FORCED-RERUNS.
005820     MOVE "SECTION 2 - FORCED RERUNS AND WHO FORCED THEM"
005830         TO WS-SECTION-TITLE
005840     MOVE "  CYCLE    PROGRAM  PAIR     RUN TIME FORCED BY"
005850         TO WS-COLUMN-HEAD
005860     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
005870     OPEN INPUT RUNCTL-FILE
005880     IF NOT WS-FILE-STATUS-RUN-NOTFND
005890         IF NOT WS-FILE-STATUS-RUN-OK
005900             DISPLAY "AUDPACK: OPEN FAILED FOR RUNCTL - STATUS "
005910                 WS-FILE-STATUS-RUN
005920             MOVE 16 TO RETURN-CODE
005930             GOBACK
005940         END-IF
005950         SET WS-EOF-NO TO TRUE
005960         PERFORM 2600-LIST-ONE-FORCED
005970             THRU 2600-LIST-ONE-FORCED-EXIT
005980             UNTIL WS-EOF-YES
005990         CLOSE RUNCTL-FILE
006000     END-IF
006010     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
006020     .
006030 2500-FORCED-RERUNS-EXIT.
006040     EXIT.
006050 2600-LIST-ONE-FORCED.
006060     READ RUNCTL-FILE
006070         AT END
006080             SET WS-EOF-YES TO TRUE
006090             GO TO 2600-LIST-ONE-FORCED-EXIT
006100     END-READ
006110     IF NOT WS-FILE-STATUS-RUN-OK
006120         DISPLAY "AUDPACK: READ FAILED FOR RUNCTL - STATUS "
006130             WS-FILE-STATUS-RUN
006140         MOVE 16 TO RETURN-CODE
006150         GOBACK
006160     END-IF
006170     ADD 1 TO WS-READ-COUNT
006180     IF NOT RECRUN-FORCED
006190             OR RECRUN-CYCLE-DATE < WS-FROM-DATE
006200             OR RECRUN-CYCLE-DATE > WS-TO-DATE
006210         GO TO 2600-LIST-ONE-FORCED-EXIT
006220     END-IF
006230     ADD 1 TO WS-FORCED-COUNT
006240     MOVE SPACES TO WS-PRINT-LINE
006250     MOVE RECRUN-CYCLE-DATE TO WS-PRINT-LINE (3:8)
006260     MOVE RECRUN-PROGRAM-ID TO WS-PRINT-LINE (12:8)
006270     MOVE RECRUN-PAIR-ID TO WS-PRINT-LINE (21:8)
006280     MOVE RECRUN-RUN-TIME TO WS-PRINT-LINE (30:6)
006290     IF RECRUN-FORCED-BY = SPACES
006300         MOVE "NOT RECORDED" TO WS-PRINT-LINE (39:12)
006310         ADD 1 TO WS-FORCED-NO-USER-COUNT
006320     ELSE
006330         MOVE RECRUN-FORCED-BY TO WS-PRINT-LINE (39:8)
006340     END-IF
006350     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
006360     .
006370 2600-LIST-ONE-FORCED-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------*
006400* 3000 - SECTION 3, JOBCHECK BREAKS.  THE LAST OUT AND LAST IN
006410* RECORD PER RUN DATE AND DATASET ARE COLLECTED FOR THE PERIOD;
006420* A DATASET WITH BOTH AND UNEQUAL COUNTS IS A BREAK, AS IT IS
006430* TO JOBCHECK.  A DATASET SEEN ON ONE SIDE ONLY IS NOT.
006440*----------------------------------------------------------------*
006450 3000-JOBCHECK-BREAKS.
006460     MOVE "SECTION 3 - CYCLES WITH A JOBCHECK BREAK"
006470         TO WS-SECTION-TITLE
006480     MOVE SPACES TO WS-COLUMN-HEAD
006490     STRING "  CYCLE    DATASET  WRITTEN BY   OUT COUNT"
006500         DELIMITED BY SIZE
006510         "  READ BY       IN COUNT" DELIMITED BY SIZE
006520         INTO WS-COLUMN-HEAD
006530     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
006540     OPEN INPUT CONTROL-FILE
006550     IF NOT WS-FILE-STATUS-CTL-NOTFND
006560         IF NOT WS-FILE-STATUS-CTL-OK
006570             DISPLAY "AUDPACK: OPEN FAILED FOR CTLFILE - STATUS "
006580                 WS-FILE-STATUS-CTL
006590             MOVE 16 TO RETURN-CODE
006600             GOBACK
006610         END-IF
006620         SET WS-EOF-NO TO TRUE
006630         PERFORM 3100-LOAD-ONE-CONTROL
006640             THRU 3100-LOAD-ONE-CONTROL-EXIT
006650             UNTIL WS-EOF-YES
006660         CLOSE CONTROL-FILE
006670     END-IF
006680     PERFORM 3200-JUDGE-ONE-FILE THRU 3200-JUDGE-ONE-FILE-EXIT
006690         VARYING WS-FT-IDX FROM 1 BY 1
006700         UNTIL WS-FT-IDX > WS-FT-COUNT
006710     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
006720     .
006730 3000-JOBCHECK-BREAKS-EXIT.
006740     EXIT.
006750 3100-LOAD-ONE-CONTROL.
006760     READ CONTROL-FILE
006770         AT END
006780             SET WS-EOF-YES TO TRUE
006790             GO TO 3100-LOAD-ONE-CONTROL-EXIT
006800     END-READ
006810     IF NOT WS-FILE-STATUS-CTL-OK
006820         DISPLAY "AUDPACK: READ FAILED FOR CTLFILE - STATUS "
006830             WS-FILE-STATUS-CTL
006840         MOVE 16 TO RETURN-CODE
006850         GOBACK
006860     END-IF
006870     ADD 1 TO WS-READ-COUNT
006880     IF RECCTL-RUN-DATE < WS-FROM-DATE
006890             OR RECCTL-RUN-DATE > WS-TO-DATE
006900         GO TO 3100-LOAD-ONE-CONTROL-EXIT
006910     END-IF
006920     MOVE ZERO TO WS-FT-FOUND
006930     PERFORM 3110-MATCH-ONE-FILE THRU 3110-MATCH-ONE-FILE-EXIT
006940         VARYING WS-FT-IDX FROM 1 BY 1
006950         UNTIL WS-FT-IDX > WS-FT-COUNT OR WS-FT-FOUND > 0
006960     IF WS-FT-FOUND = 0
006970         IF WS-FT-COUNT = WS-FT-MAX
006980             DISPLAY "AUDPACK: CONTROL TABLE FULL - RUN STOPPED"
006990             MOVE 16 TO RETURN-CODE
007000             GOBACK
007010         END-IF
007020         ADD 1 TO WS-FT-COUNT
007030         MOVE WS-FT-COUNT TO WS-FT-FOUND
007040         MOVE RECCTL-RUN-DATE TO WS-FT-DATE (WS-FT-FOUND)
007050         MOVE RECCTL-FILE-NAME TO WS-FT-NAME (WS-FT-FOUND)
007060         MOVE "N" TO WS-FT-OUT-SW (WS-FT-FOUND)
007070         MOVE "N" TO WS-FT-IN-SW (WS-FT-FOUND)
007080     END-IF
007090     IF RECCTL-ROLE-OUT
007100         MOVE "Y" TO WS-FT-OUT-SW (WS-FT-FOUND)
007110         MOVE RECCTL-PROGRAM-ID TO WS-FT-OUT-PROG (WS-FT-FOUND)
007120         MOVE RECCTL-RECORD-COUNT
007130             TO WS-FT-OUT-COUNT (WS-FT-FOUND)
007140     END-IF
007150     IF RECCTL-ROLE-IN
007160         MOVE "Y" TO WS-FT-IN-SW (WS-FT-FOUND)
007170         MOVE RECCTL-PROGRAM-ID TO WS-FT-IN-PROG (WS-FT-FOUND)
007180         MOVE RECCTL-RECORD-COUNT
007190             TO WS-FT-IN-COUNT (WS-FT-FOUND)
007200     END-IF
007210     .
007220 3100-LOAD-ONE-CONTROL-EXIT.
007230     EXIT.
007240 3110-MATCH-ONE-FILE.
007250     IF WS-FT-DATE (WS-FT-IDX) = RECCTL-RUN-DATE
007260             AND WS-FT-NAME (WS-FT-IDX) = RECCTL-FILE-NAME
007270         MOVE WS-FT-IDX TO WS-FT-FOUND
007280     END-IF
007290     .
007300 3110-MATCH-ONE-FILE-EXIT.
007310     EXIT.
007320 3200-JUDGE-ONE-FILE.
007330     IF WS-FT-OUT-SW (WS-FT-IDX) NOT = "Y"
007340             OR WS-FT-IN-SW (WS-FT-IDX) NOT = "Y"
007350             OR WS-FT-OUT-COUNT (WS-FT-IDX)
007360                 = WS-FT-IN-COUNT (WS-FT-IDX)
007370         GO TO 3200-JUDGE-ONE-FILE-EXIT
007380     END-IF
007390     ADD 1 TO WS-BREAK-FILE-COUNT
007400     MOVE SPACES TO WS-PRINT-LINE
007410     MOVE WS-FT-DATE (WS-FT-IDX) TO WS-PRINT-LINE (3:8)
007420     MOVE WS-FT-NAME (WS-FT-IDX) TO WS-PRINT-LINE (12:8)
007430     MOVE WS-FT-OUT-PROG (WS-FT-IDX) TO WS-PRINT-LINE (21:8)
007440     MOVE WS-FT-OUT-COUNT (WS-FT-IDX) TO WS-EDIT-BIG
007450     MOVE WS-EDIT-BIG TO WS-PRINT-LINE (33:9)
007460     MOVE WS-FT-IN-PROG (WS-FT-IDX) TO WS-PRINT-LINE (44:8)
007470     MOVE WS-FT-IN-COUNT (WS-FT-IDX) TO WS-EDIT-BIG
007480     MOVE WS-EDIT-BIG TO WS-PRINT-LINE (58:9)
007490     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
007500     MOVE ZERO TO WS-BD-HIT
007510     PERFORM 3210-MATCH-ONE-BREAK-DATE
007520         THRU 3210-MATCH-ONE-BREAK-DATE-EXIT
007530         VARYING WS-BD-IDX FROM 1 BY 1
007540         UNTIL WS-BD-IDX > WS-BD-COUNT OR WS-BD-HIT > 0
007550     IF WS-BD-HIT = 0
007560         IF WS-BD-COUNT = WS-BD-MAX
007570             DISPLAY "AUDPACK: BREAK TABLE FULL - RUN STOPPED"
007580             MOVE 16 TO RETURN-CODE
007590             GOBACK
007600         END-IF
007610         ADD 1 TO WS-BD-COUNT
007620         MOVE WS-FT-DATE (WS-FT-IDX) TO WS-BD-DATE (WS-BD-COUNT)
007630     END-IF
007640     .
007650 3200-JUDGE-ONE-FILE-EXIT.
007660     EXIT.
007670 3210-MATCH-ONE-BREAK-DATE.
007680     IF WS-BD-DATE (WS-BD-IDX) = WS-FT-DATE (WS-FT-IDX)
007690         MOVE WS-BD-IDX TO WS-BD-HIT
007700     END-IF
007710     .
007720 3210-MATCH-ONE-BREAK-DATE-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------*
007750* 3500 - SECTION 4, SUPPRESS-LIST ENTRIES IN FORCE DURING THE
007760* PERIOD: MAINTAINED BY THE TO DATE AND NOT EXPIRED BEFORE THE
007770* FROM DATE.
007780*----------------------------------------------------------------*
007790 3500-SUPPRESS-IN-FORCE.
007800     MOVE "SECTION 4 - SUPPRESS-LIST ENTRIES IN FORCE"
007810         TO WS-SECTION-TITLE
007820     MOVE SPACES TO WS-COLUMN-HEAD
007830     STRING "  KEY        RSN PAIR     MAINTAINED EXPIRES"
007840         DELIMITED BY SIZE
007850         "   AUTHORIZED REQUESTED" DELIMITED BY SIZE
007860         INTO WS-COLUMN-HEAD
007870     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
007880     OPEN INPUT SUPPRESS-FILE
007890     IF NOT WS-FILE-STATUS-SUP-NOTFND
007900         IF NOT WS-FILE-STATUS-SUP-OK
007910             DISPLAY "AUDPACK: OPEN FAILED FOR SUPRLIST - STATUS "
007920                 WS-FILE-STATUS-SUP
007930             MOVE 16 TO RETURN-CODE
007940             GOBACK
007950         END-IF
007960         SET WS-EOF-NO TO TRUE
007970         PERFORM 3600-LIST-ONE-SUPPRESS
007980             THRU 3600-LIST-ONE-SUPPRESS-EXIT
007990             UNTIL WS-EOF-YES
008000         CLOSE SUPPRESS-FILE
008010     END-IF
008020     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
008030     .
008040 3500-SUPPRESS-IN-FORCE-EXIT.
008050     EXIT.
008060 3600-LIST-ONE-SUPPRESS.
008070     READ SUPPRESS-FILE
008080         AT END
008090             SET WS-EOF-YES TO TRUE
008100             GO TO 3600-LIST-ONE-SUPPRESS-EXIT
008110     END-READ
008120     IF NOT WS-FILE-STATUS-SUP-OK
008130         DISPLAY "AUDPACK: READ FAILED FOR SUPRLIST - STATUS "
008140             WS-FILE-STATUS-SUP
008150         MOVE 16 TO RETURN-CODE
008160         GOBACK
008170     END-IF
008180     ADD 1 TO WS-READ-COUNT
008190     IF RECSUP-MAINT-DATE > WS-TO-DATE
008200             OR RECSUP-EXPIRY-DATE < WS-FROM-DATE
008210         GO TO 3600-LIST-ONE-SUPPRESS-EXIT
008220     END-IF
008230     ADD 1 TO WS-SUPPRESS-COUNT
008240     MOVE SPACES TO WS-PRINT-LINE
008250     MOVE RECSUP-KEY TO WS-PRINT-LINE (3:10)
008260     MOVE RECSUP-REASON-CODE TO WS-PRINT-LINE (14:2)
008270     MOVE RECSUP-PAIR-ID TO WS-PRINT-LINE (18:8)
008280     MOVE RECSUP-MAINT-DATE TO WS-PRINT-LINE (27:8)
008290     MOVE RECSUP-EXPIRY-DATE TO WS-PRINT-LINE (38:8)
008300     MOVE RECSUP-AUTH-USER TO WS-PRINT-LINE (48:8)
008310     MOVE RECSUP-REQ-USER TO WS-PRINT-LINE (59:8)
008320     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
008330     .
008340 3600-LIST-ONE-SUPPRESS-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------*
008370* 4000 - SECTION 5, ACCEPTED DIFFERENCES IN FORCE DURING THE
008380* PERIOD.  THE DSPAUDIT TRAIL UP TO THE TO DATE IS WALKED IN
008390* ORDER: A CHANGE TO DISPOSITION AD OPENS (OR REOPENS) THE
008400* ACCEPTANCE WITH THE USER WHO MADE IT, AND A LATER CHANGE AWAY
008410* FROM AD ENDS IT.  CLRHIST THEN GIVES THE DATE THE EXCEPTION
008420* CLEARED, IF IT DID AFTER BEING ACCEPTED.  AN ACCEPTANCE THAT
008430* ENDED OR CLEARED BEFORE THE FROM DATE IS NOT LISTED.
008440*----------------------------------------------------------------*
008450 4000-ACCEPTED-DIFFS.
008460     MOVE "SECTION 5 - ACCEPTED DIFFERENCES AND THEIR AUTHORIZERS"
008470         TO WS-SECTION-TITLE
008480     MOVE SPACES TO WS-COLUMN-HEAD
008490     STRING "  KEY        RSN PAIR     ACCEPTED AUTHORIZER OWNER"
008500         DELIMITED BY SIZE
008510         "    ENDED    CLEARED  NOTE" DELIMITED BY SIZE
008520         INTO WS-COLUMN-HEAD
008530     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
008540     OPEN INPUT DSPAUDIT-FILE
008550     IF NOT WS-FILE-STATUS-DAU-NOTFND
008560         IF NOT WS-FILE-STATUS-DAU-OK
008570             DISPLAY "AUDPACK: OPEN FAILED FOR DSPAUDIT - STATUS "
008580                 WS-FILE-STATUS-DAU
008590             MOVE 16 TO RETURN-CODE
008600             GOBACK
008610         END-IF
008620         SET WS-EOF-NO TO TRUE
008630         PERFORM 4100-APPLY-ONE-AUDIT
008640             THRU 4100-APPLY-ONE-AUDIT-EXIT
008650             UNTIL WS-EOF-YES
008660         CLOSE DSPAUDIT-FILE
008670     END-IF
008680     OPEN INPUT CLRHIST-FILE
008690     IF NOT WS-FILE-STATUS-CLR-NOTFND
008700         IF NOT WS-FILE-STATUS-CLR-OK
008710             DISPLAY "AUDPACK: OPEN FAILED FOR CLRHIST - STATUS "
008720                 WS-FILE-STATUS-CLR
008730             MOVE 16 TO RETURN-CODE
008740             GOBACK
008750         END-IF
008760         SET WS-EOF-NO TO TRUE
008770         PERFORM 4200-APPLY-ONE-CLEARED
008780             THRU 4200-APPLY-ONE-CLEARED-EXIT
008790             UNTIL WS-EOF-YES
008800         CLOSE CLRHIST-FILE
008810     END-IF
008820     PERFORM 4300-LIST-ONE-ACCEPTED
008830         THRU 4300-LIST-ONE-ACCEPTED-EXIT
008840         VARYING WS-AC-IDX FROM 1 BY 1
008850         UNTIL WS-AC-IDX > WS-AC-COUNT
008860     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
008870     .
008880 4000-ACCEPTED-DIFFS-EXIT.
008890     EXIT.
008900 4100-APPLY-ONE-AUDIT.
008910     READ DSPAUDIT-FILE
008920         AT END
008930             SET WS-EOF-YES TO TRUE
008940             GO TO 4100-APPLY-ONE-AUDIT-EXIT
008950     END-READ
008960     IF NOT WS-FILE-STATUS-DAU-OK
008970         DISPLAY "AUDPACK: READ FAILED FOR DSPAUDIT - STATUS "
008980             WS-FILE-STATUS-DAU
008990         MOVE 16 TO RETURN-CODE
009000         GOBACK
009010     END-IF
009020     ADD 1 TO WS-READ-COUNT
009030     IF RECDAU-RUN-DATE > WS-TO-DATE
009040         GO TO 4100-APPLY-ONE-AUDIT-EXIT
009050     END-IF
009060     MOVE RECDAU-KEY TO WS-LOOKUP-EXC-KEY
009070     MOVE RECDAU-REASON-CODE TO WS-LOOKUP-REASON
009080     MOVE RECDAU-PAIR-ID TO WS-LOOKUP-PAIR
009090     PERFORM 4400-FIND-ACCEPTED THRU 4400-FIND-ACCEPTED-EXIT
009100     IF RECDAU-AFTER-STATUS NOT = "AD"
009110         IF WS-AC-FOUND > 0
009120             IF WS-AC-ENDED (WS-AC-FOUND) = SPACES
009130                 MOVE RECDAU-RUN-DATE TO WS-AC-ENDED (WS-AC-FOUND)
009140             END-IF
009150         END-IF
009160         GO TO 4100-APPLY-ONE-AUDIT-EXIT
009170     END-IF
009180     IF WS-AC-FOUND = 0
009190         IF WS-AC-COUNT = WS-AC-MAX
009200             DISPLAY "AUDPACK: ACCEPTED TABLE FULL - RUN STOPPED"
009210             MOVE 16 TO RETURN-CODE
009220             GOBACK
009230         END-IF
009240         ADD 1 TO WS-AC-COUNT
009250         MOVE WS-AC-COUNT TO WS-AC-FOUND
009260         MOVE RECDAU-KEY TO WS-AC-KEY (WS-AC-FOUND)
009270         MOVE RECDAU-REASON-CODE TO WS-AC-REASON (WS-AC-FOUND)
009280         MOVE RECDAU-PAIR-ID TO WS-AC-PAIR (WS-AC-FOUND)
009290     ELSE
009300         IF WS-AC-ENDED (WS-AC-FOUND) = SPACES
009310             GO TO 4100-APPLY-ONE-AUDIT-EXIT
009320         END-IF
009330     END-IF
009340     MOVE RECDAU-RUN-DATE TO WS-AC-DATE (WS-AC-FOUND)
009350     MOVE RECDAU-USER-ID TO WS-AC-USER (WS-AC-FOUND)
009360     MOVE RECDAU-AFTER-OWNER TO WS-AC-OWNER (WS-AC-FOUND)
009370     MOVE RECDAU-AFTER-NOTE TO WS-AC-NOTE (WS-AC-FOUND)
009380     MOVE SPACES TO WS-AC-ENDED (WS-AC-FOUND)
009390     MOVE SPACES TO WS-AC-CLEARED (WS-AC-FOUND)
009400     .
009410 4100-APPLY-ONE-AUDIT-EXIT.
009420     EXIT.
009430 4200-APPLY-ONE-CLEARED.
009440     READ CLRHIST-FILE
009450         AT END
009460             SET WS-EOF-YES TO TRUE
009470             GO TO 4200-APPLY-ONE-CLEARED-EXIT
009480     END-READ
009490     IF NOT WS-FILE-STATUS-CLR-OK
009500         DISPLAY "AUDPACK: READ FAILED FOR CLRHIST - STATUS "
009510             WS-FILE-STATUS-CLR
009520         MOVE 16 TO RETURN-CODE
009530         GOBACK
009540     END-IF
009550     ADD 1 TO WS-READ-COUNT
009560     MOVE RECCLR-KEY TO WS-LOOKUP-EXC-KEY
009570     MOVE RECCLR-REASON-CODE TO WS-LOOKUP-REASON
009580     MOVE RECCLR-PAIR-ID TO WS-LOOKUP-PAIR
009590     PERFORM 4400-FIND-ACCEPTED THRU 4400-FIND-ACCEPTED-EXIT
009600     IF WS-AC-FOUND = 0
009610         GO TO 4200-APPLY-ONE-CLEARED-EXIT
009620     END-IF
009630     IF RECCLR-CLEARED-DATE < WS-AC-DATE (WS-AC-FOUND)
009640         GO TO 4200-APPLY-ONE-CLEARED-EXIT
009650     END-IF
009660     IF WS-AC-CLEARED (WS-AC-FOUND) = SPACES
009670             OR RECCLR-CLEARED-DATE < WS-AC-CLEARED (WS-AC-FOUND)
009680         MOVE RECCLR-CLEARED-DATE TO WS-AC-CLEARED (WS-AC-FOUND)
009690     END-IF
009700     .
009710 4200-APPLY-ONE-CLEARED-EXIT.
009720     EXIT.
009730 4300-LIST-ONE-ACCEPTED.
009740     IF WS-AC-ENDED (WS-AC-IDX) NOT = SPACES
009750             AND WS-AC-ENDED (WS-AC-IDX) < WS-FROM-DATE
009760         GO TO 4300-LIST-ONE-ACCEPTED-EXIT
009770     END-IF
009780     IF WS-AC-CLEARED (WS-AC-IDX) NOT = SPACES
009790             AND WS-AC-CLEARED (WS-AC-IDX) < WS-FROM-DATE
009800         GO TO 4300-LIST-ONE-ACCEPTED-EXIT
009810     END-IF
009820     ADD 1 TO WS-ACCEPTED-COUNT
009830     MOVE SPACES TO WS-PRINT-LINE
009840     MOVE WS-AC-KEY (WS-AC-IDX) TO WS-PRINT-LINE (3:10)
009850     MOVE WS-AC-REASON (WS-AC-IDX) TO WS-PRINT-LINE (14:2)
009860     MOVE WS-AC-PAIR (WS-AC-IDX) TO WS-PRINT-LINE (18:8)
009870     MOVE WS-AC-DATE (WS-AC-IDX) TO WS-PRINT-LINE (27:8)
009880     MOVE WS-AC-USER (WS-AC-IDX) TO WS-PRINT-LINE (36:8)
009890     MOVE WS-AC-OWNER (WS-AC-IDX) TO WS-PRINT-LINE (47:8)
009900     MOVE WS-AC-ENDED (WS-AC-IDX) TO WS-PRINT-LINE (56:8)
009910     MOVE WS-AC-CLEARED (WS-AC-IDX) TO WS-PRINT-LINE (65:8)
009920     MOVE WS-AC-NOTE (WS-AC-IDX) TO WS-PRINT-LINE (74:30)
009930     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
009940     .
009950 4300-LIST-ONE-ACCEPTED-EXIT.
009960     EXIT.
009970 4400-FIND-ACCEPTED.
009980     MOVE ZERO TO WS-AC-FOUND
009990     PERFORM 4410-MATCH-ONE-ACCEPTED
010000         THRU 4410-MATCH-ONE-ACCEPTED-EXIT
010010         VARYING WS-AC-IDX FROM 1 BY 1
010020         UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-AC-FOUND > 0
010030     .
010040 4400-FIND-ACCEPTED-EXIT.
010050     EXIT.
010060 4410-MATCH-ONE-ACCEPTED.
010070     IF WS-AC-KEY (WS-AC-IDX) = WS-LOOKUP-EXC-KEY
010080             AND WS-AC-REASON (WS-AC-IDX) = WS-LOOKUP-REASON
010090             AND WS-AC-PAIR (WS-AC-IDX) = WS-LOOKUP-PAIR
010100         MOVE WS-AC-IDX TO WS-AC-FOUND
010110     END-IF
010120     .
010130 4410-MATCH-ONE-ACCEPTED-EXIT.
010140     EXIT.
010150*----------------------------------------------------------------*
010160* 5000 - SECTION 6, THE BALANCING SIGN-OFFS FOR CYCLES IN THE
010170* PERIOD, IN THE ORDER RECCERT WROTE THEM.  AN OVERRIDE REASON
010180* GOES ON A SECOND LINE.
010190*----------------------------------------------------------------*
010200 5000-SIGN-OFFS.
010210     MOVE "SECTION 6 - BALANCING SIGN-OFFS" TO WS-SECTION-TITLE
010220     MOVE SPACES TO WS-COLUMN-HEAD
010230     STRING "  CYCLE    PAIR     DECISION  USER     SIGNED ON"
010240         DELIMITED BY SIZE
010250         "       HELD  COMMENT" DELIMITED BY SIZE
010260         INTO WS-COLUMN-HEAD
010270     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
010280     OPEN INPUT CERT-FILE
010290     IF NOT WS-FILE-STATUS-CRT-NOTFND
010300         IF NOT WS-FILE-STATUS-CRT-OK
010310             DISPLAY "AUDPACK: OPEN FAILED FOR CERTFILE - STATUS "
010320                 WS-FILE-STATUS-CRT
010330             MOVE 16 TO RETURN-CODE
010340             GOBACK
010350         END-IF
010360         SET WS-EOF-NO TO TRUE
010370         PERFORM 5100-LIST-ONE-SIGN-OFF
010380             THRU 5100-LIST-ONE-SIGN-OFF-EXIT
010390             UNTIL WS-EOF-YES
010400         CLOSE CERT-FILE
010410     END-IF
010420     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
010430     .
010440 5000-SIGN-OFFS-EXIT.
010450     EXIT.
010460 5100-LIST-ONE-SIGN-OFF.
010470     READ CERT-FILE
010480         AT END
010490             SET WS-EOF-YES TO TRUE
010500             GO TO 5100-LIST-ONE-SIGN-OFF-EXIT
010510     END-READ
010520     IF NOT WS-FILE-STATUS-CRT-OK
010530         DISPLAY "AUDPACK: READ FAILED FOR CERTFILE - STATUS "
010540             WS-FILE-STATUS-CRT
010550         MOVE 16 TO RETURN-CODE
010560         GOBACK
010570     END-IF
010580     ADD 1 TO WS-READ-COUNT
010590     IF RECCRT-CYCLE-DATE < WS-FROM-DATE
010600             OR RECCRT-CYCLE-DATE > WS-TO-DATE
010610         GO TO 5100-LIST-ONE-SIGN-OFF-EXIT
010620     END-IF
010630     MOVE SPACES TO WS-PRINT-LINE
010640     MOVE RECCRT-CYCLE-DATE TO WS-PRINT-LINE (3:8)
010650     MOVE RECCRT-PAIR-ID TO WS-PRINT-LINE (12:8)
010660     IF RECCRT-CERTIFIED
010670         MOVE "CERTIFIED" TO WS-PRINT-LINE (21:9)
010680         ADD 1 TO WS-CERTIFIED-COUNT
010690     ELSE
010700         MOVE "REJECTED" TO WS-PRINT-LINE (21:8)
010710         ADD 1 TO WS-REJECTED-COUNT
010720     END-IF
010730     MOVE RECCRT-USER-ID TO WS-PRINT-LINE (31:8)
010740     MOVE RECCRT-CERT-DATE TO WS-PRINT-LINE (40:8)
010750     MOVE RECCRT-CERT-TIME (1:2) TO WS-PRINT-LINE (49:2)
010760     MOVE ":" TO WS-PRINT-LINE (51:1)
010770     MOVE RECCRT-CERT-TIME (3:2) TO WS-PRINT-LINE (52:2)
010780     MOVE RECCRT-HELD-COUNT TO WS-PRINT-LINE (57:3)
010790     MOVE RECCRT-COMMENT TO WS-PRINT-LINE (62:60)
010800     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
010810     IF RECCRT-OVERRIDE-REASON NOT = SPACES
010820         MOVE SPACES TO WS-PRINT-LINE
010830         MOVE "OVERRIDE:" TO WS-PRINT-LINE (50:9)
010840         MOVE RECCRT-OVERRIDE-REASON TO WS-PRINT-LINE (62:60)
010850         PERFORM 8800-WRITE-PRINT-LINE
010860             THRU 8800-WRITE-PRINT-LINE-EXIT
010870     END-IF
010880     .
010890 5100-LIST-ONE-SIGN-OFF-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------*
010920* 6000 - SECTION 7, CYCLES WITH NO RUN AT ALL.  EVERY DAY FROM
010930* THE FROM DATE TO THE TO DATE IS STEPPED THROUGH; A BUSINESS
010940* DAY (NOT A SATURDAY, SUNDAY OR CALENDAR HOLIDAY) WITH NO RUN
010950* ON THE HISTORY IS LISTED.
010960*----------------------------------------------------------------*
010970 6000-CYCLES-NOT-RUN.
010980     MOVE "SECTION 7 - BUSINESS DAYS WITH NO CYCLE RUN"
010990         TO WS-SECTION-TITLE
011000     MOVE SPACES TO WS-COLUMN-HEAD
011010     STRING "  CYCLE    (CALENDAR " DELIMITED BY SIZE
011020         WS-CAL-ID DELIMITED BY SPACE
011030         ")" DELIMITED BY SIZE
011040         INTO WS-COLUMN-HEAD
011050     PERFORM 8700-START-SECTION THRU 8700-START-SECTION-EXIT
011060     PERFORM 6050-LOAD-HOLIDAYS THRU 6050-LOAD-HOLIDAYS-EXIT
011070     MOVE WS-FROM-DATE TO WS-STEP-DATE
011080     PERFORM 6100-JUDGE-ONE-DAY THRU 6100-JUDGE-ONE-DAY-EXIT
011090         UNTIL WS-STEP-DATE > WS-TO-DATE
011100     PERFORM 8750-END-SECTION THRU 8750-END-SECTION-EXIT
011110     .
011120 6000-CYCLES-NOT-RUN-EXIT.
011130     EXIT.
011140*----------------------------------------------------------------*
011150* 6050 - THE CHOSEN CALENDAR'S HOLIDAYS.  NO HOLIDAYS DATASET
011160* MEANS WEEKENDS ARE THE ONLY NON-BUSINESS DAYS.
011170*----------------------------------------------------------------*
011180 6050-LOAD-HOLIDAYS.
011190     OPEN INPUT HOLIDAY-FILE
011200     IF WS-FILE-STATUS-HOL-NOTFND
011210         GO TO 6050-LOAD-HOLIDAYS-EXIT
011220     END-IF
011230     IF NOT WS-FILE-STATUS-HOL-OK
011240         DISPLAY "AUDPACK: OPEN FAILED FOR HOLIDAYS - STATUS "
011250             WS-FILE-STATUS-HOL
011260         MOVE 16 TO RETURN-CODE
011270         GOBACK
011280     END-IF
011290     SET WS-EOF-NO TO TRUE
011300     PERFORM 6060-LOAD-ONE-HOLIDAY
011310         THRU 6060-LOAD-ONE-HOLIDAY-EXIT
011320         UNTIL WS-EOF-YES
011330     CLOSE HOLIDAY-FILE
011340     .
011350 6050-LOAD-HOLIDAYS-EXIT.
011360     EXIT.
011370 6060-LOAD-ONE-HOLIDAY.
011380     READ HOLIDAY-FILE
011390         AT END
011400             SET WS-EOF-YES TO TRUE
011410             GO TO 6060-LOAD-ONE-HOLIDAY-EXIT
011420     END-READ
011430     IF NOT WS-FILE-STATUS-HOL-OK
011440         DISPLAY "AUDPACK: READ FAILED FOR HOLIDAYS - STATUS "
011450             WS-FILE-STATUS-HOL
011460         MOVE 16 TO RETURN-CODE
011470         GOBACK
011480     END-IF
011490     IF HOLIDAY-DATE = SPACES OR HOLIDAY-CAL-ID NOT = WS-CAL-ID
011500         GO TO 6060-LOAD-ONE-HOLIDAY-EXIT
011510     END-IF
011520     IF WS-HOL-COUNT = WS-HOL-MAX
011530         DISPLAY "AUDPACK: HOLIDAY TABLE FULL - RUN STOPPED"
011540         MOVE 16 TO RETURN-CODE
011550         GOBACK
011560     END-IF
011570     ADD 1 TO WS-HOL-COUNT
011580     MOVE HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
011590     .
011600 6060-LOAD-ONE-HOLIDAY-EXIT.
011610     EXIT.
011620*----------------------------------------------------------------*
011630* 6100 - JUDGE THE STEP DATE, THEN ADVANCE IT ONE CALENDAR DAY.
011640*----------------------------------------------------------------*
011650 6100-JUDGE-ONE-DAY.
011660     MOVE WS-STEP-DATE TO WS-DATE-WORK
011670     PERFORM 7700-COMPUTE-DAY-SERIAL
011680         THRU 7700-COMPUTE-DAY-SERIAL-EXIT
011690     IF WS-DOW = 4 OR WS-DOW = 5
011700         GO TO 6100-NEXT-DAY
011710     END-IF
011720     SET WS-HOL-HIT-NO TO TRUE
011730     PERFORM 6150-MATCH-ONE-HOLIDAY
011740         THRU 6150-MATCH-ONE-HOLIDAY-EXIT
011750         VARYING WS-HOL-IDX FROM 1 BY 1
011760         UNTIL WS-HOL-IDX > WS-HOL-COUNT OR WS-HOL-HIT-YES
011770     IF WS-HOL-HIT-YES
011780         GO TO 6100-NEXT-DAY
011790     END-IF
011800     ADD 1 TO WS-BUS-DAYS
011810     MOVE WS-STEP-DATE TO WS-LOOKUP-DATE
011820     PERFORM 2400-FIND-RUN-DATE THRU 2400-FIND-RUN-DATE-EXIT
011830     IF WS-RD-HIT = 0
011840         ADD 1 TO WS-NO-RUN-COUNT
011850         MOVE SPACES TO WS-PRINT-LINE
011860         MOVE WS-STEP-DATE TO WS-PRINT-LINE (3:8)
011870         MOVE "NO RUN ON THE HISTORY" TO WS-PRINT-LINE (12:21)
011880         PERFORM 8800-WRITE-PRINT-LINE
011890             THRU 8800-WRITE-PRINT-LINE-EXIT
011900     END-IF
011910     .
011920 6100-NEXT-DAY.
011930     MOVE WS-STEP-DATE TO WS-DATE-WORK
011940     ADD 1 TO WS-DW-DD
011950     PERFORM 7500-VALIDATE-ONE-DATE
011960         THRU 7500-VALIDATE-ONE-DATE-EXIT
011970     IF WS-DATE-VALID-NO
011980         MOVE 1 TO WS-DW-DD
011990         ADD 1 TO WS-DW-MM
012000         IF WS-DW-MM > 12
012010             MOVE 1 TO WS-DW-MM
012020             ADD 1 TO WS-DW-YYYY
012030         END-IF
012040     END-IF
012050     MOVE WS-DATE-WORK TO WS-STEP-DATE
012060     .
012070 6100-JUDGE-ONE-DAY-EXIT.
012080     EXIT.
012090 6150-MATCH-ONE-HOLIDAY.
012100     IF WS-HOL-DATE (WS-HOL-IDX) = WS-STEP-DATE
012110         SET WS-HOL-HIT-YES TO TRUE
012120     END-IF
012130     .
012140 6150-MATCH-ONE-HOLIDAY-EXIT.
012150     EXIT.
012160*----------------------------------------------------------------*
012170* 7500 - VALIDATE WS-DATE-WORK AS A REAL CALENDAR DATE.
012180*----------------------------------------------------------------*
012190 7500-VALIDATE-ONE-DATE.
012200     SET WS-DATE-VALID-YES TO TRUE
012210     IF WS-DATE-WORK NOT NUMERIC
012220         SET WS-DATE-VALID-NO TO TRUE
012230         GO TO 7500-VALIDATE-ONE-DATE-EXIT
012240     END-IF
012250     IF WS-DW-MM < 1 OR WS-DW-MM > 12
012260             OR WS-DW-DD < 1 OR WS-DW-DD > 31
012270         SET WS-DATE-VALID-NO TO TRUE
012280         GO TO 7500-VALIDATE-ONE-DATE-EXIT
012290     END-IF
012300     EVALUATE WS-DW-MM
012310         WHEN 04
012320         WHEN 06
012330         WHEN 09
012340         WHEN 11
012350             IF WS-DW-DD > 30
012360                 SET WS-DATE-VALID-NO TO TRUE
012370             END-IF
012380         WHEN 02
012390             IF WS-DW-DD > 29
012400                 SET WS-DATE-VALID-NO TO TRUE
012410             END-IF
012420             IF WS-DW-DD = 29
012430                 PERFORM 7550-CHECK-LEAP-YEAR
012440                     THRU 7550-CHECK-LEAP-YEAR-EXIT
012450             END-IF
012460     END-EVALUATE
012470     .
012480 7500-VALIDATE-ONE-DATE-EXIT.
012490     EXIT.
012500 7550-CHECK-LEAP-YEAR.
012510     DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
012520         REMAINDER WS-LEAP-REM
012530     IF WS-LEAP-REM NOT = 0
012540         SET WS-DATE-VALID-NO TO TRUE
012550         GO TO 7550-CHECK-LEAP-YEAR-EXIT
012560     END-IF
012570     DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
012580         REMAINDER WS-LEAP-REM
012590     IF WS-LEAP-REM NOT = 0
012600         GO TO 7550-CHECK-LEAP-YEAR-EXIT
012610     END-IF
012620     DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
012630         REMAINDER WS-LEAP-REM
012640     IF WS-LEAP-REM NOT = 0
012650         SET WS-DATE-VALID-NO TO TRUE
012660     END-IF
012670     .
012680 7550-CHECK-LEAP-YEAR-EXIT.
012690     EXIT.
012700*----------------------------------------------------------------*
012710* 7700 - DAY SERIAL AND DAY OF WEEK OF WS-DATE-WORK, COUNTED
012720* FROM A MARCH-BASED YEAR.  DAY OF WEEK 4 IS SATURDAY AND 5 IS
012730* SUNDAY.
012740*----------------------------------------------------------------*
012750 7700-COMPUTE-DAY-SERIAL.
012760     MOVE WS-DW-YYYY TO WS-SER-Y
012770     MOVE WS-DW-MM TO WS-SER-M
012780     IF WS-SER-M < 3
012790         SUBTRACT 1 FROM WS-SER-Y
012800         ADD 9 TO WS-SER-M
012810     ELSE
012820         SUBTRACT 3 FROM WS-SER-M
012830     END-IF
012840     COMPUTE WS-DAY-SERIAL = (365 * WS-SER-Y) + WS-DW-DD
012850     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q
012860     ADD WS-SER-Q TO WS-DAY-SERIAL
012870     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q
012880     SUBTRACT WS-SER-Q FROM WS-DAY-SERIAL
012890     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q
012900     ADD WS-SER-Q TO WS-DAY-SERIAL
012910     COMPUTE WS-SER-R = (153 * WS-SER-M) + 2
012920     DIVIDE WS-SER-R BY 5 GIVING WS-SER-Q
012930     ADD WS-SER-Q TO WS-DAY-SERIAL
012940     DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-SER-Q
012950         REMAINDER WS-SER-R
012960     MOVE WS-SER-R TO WS-DOW
012970     .
012980 7700-COMPUTE-DAY-SERIAL-EXIT.
012990     EXIT.
013000*----------------------------------------------------------------*
013010* 8000 - SECTION 8, SUMMARY COUNTS AND THE RETURN CODE.
013020*----------------------------------------------------------------*
013030 8000-PRINT-SUMMARY.
013040     MOVE "SECTION 8 - SUMMARY" TO WS-SECTION-TITLE
013050     MOVE SPACES TO WS-COLUMN-HEAD
013060     MOVE 999 TO WS-PRT-LINE-COUNT
013070     MOVE WS-RUN-RECORD-COUNT TO WS-EDIT-COUNT
013080     MOVE SPACES TO WS-PRINT-LINE
013090     STRING "  RUNS ON THE HISTORY          : " DELIMITED BY SIZE
013100         WS-EDIT-COUNT DELIMITED BY SIZE
013110         INTO WS-PRINT-LINE
013120     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013130     MOVE WS-RD-COUNT TO WS-EDIT-COUNT
013140     MOVE SPACES TO WS-PRINT-LINE
013150     STRING "  CYCLES RUN                   : " DELIMITED BY SIZE
013160         WS-EDIT-COUNT DELIMITED BY SIZE
013170         INTO WS-PRINT-LINE
013180     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013190     MOVE WS-FORCED-COUNT TO WS-EDIT-COUNT
013200     MOVE SPACES TO WS-PRINT-LINE
013210     STRING "  FORCED RERUNS                : " DELIMITED BY SIZE
013220         WS-EDIT-COUNT DELIMITED BY SIZE
013230         INTO WS-PRINT-LINE
013240     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013250     MOVE WS-FORCED-NO-USER-COUNT TO WS-EDIT-COUNT
013260     MOVE SPACES TO WS-PRINT-LINE
013270     STRING "    WITH NO USER RECORDED      : " DELIMITED BY SIZE
013280         WS-EDIT-COUNT DELIMITED BY SIZE
013290         INTO WS-PRINT-LINE
013300     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013310     MOVE WS-BD-COUNT TO WS-EDIT-COUNT
013320     MOVE SPACES TO WS-PRINT-LINE
013330     STRING "  CYCLES WITH A JOBCHECK BREAK : " DELIMITED BY SIZE
013340         WS-EDIT-COUNT DELIMITED BY SIZE
013350         INTO WS-PRINT-LINE
013360     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013370     MOVE WS-BREAK-FILE-COUNT TO WS-EDIT-COUNT
013380     MOVE SPACES TO WS-PRINT-LINE
013390     STRING "    DATASETS NOT TYING         : " DELIMITED BY SIZE
013400         WS-EDIT-COUNT DELIMITED BY SIZE
013410         INTO WS-PRINT-LINE
013420     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013430     MOVE WS-SUPPRESS-COUNT TO WS-EDIT-COUNT
013440     MOVE SPACES TO WS-PRINT-LINE
013450     STRING "  SUPPRESS ENTRIES IN FORCE    : " DELIMITED BY SIZE
013460         WS-EDIT-COUNT DELIMITED BY SIZE
013470         INTO WS-PRINT-LINE
013480     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013490     MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
013500     MOVE SPACES TO WS-PRINT-LINE
013510     STRING "  ACCEPTED DIFFERENCES         : " DELIMITED BY SIZE
013520         WS-EDIT-COUNT DELIMITED BY SIZE
013530         INTO WS-PRINT-LINE
013540     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013550     MOVE WS-CERTIFIED-COUNT TO WS-EDIT-COUNT
013560     MOVE SPACES TO WS-PRINT-LINE
013570     STRING "  SIGN-OFFS CERTIFIED          : " DELIMITED BY SIZE
013580         WS-EDIT-COUNT DELIMITED BY SIZE
013590         INTO WS-PRINT-LINE
013600     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013610     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
013620     MOVE SPACES TO WS-PRINT-LINE
013630     STRING "  SIGN-OFFS REJECTED           : " DELIMITED BY SIZE
013640         WS-EDIT-COUNT DELIMITED BY SIZE
013650         INTO WS-PRINT-LINE
013660     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013670     MOVE WS-BUS-DAYS TO WS-EDIT-COUNT
013680     MOVE SPACES TO WS-PRINT-LINE
013690     STRING "  BUSINESS DAYS IN THE PERIOD  : " DELIMITED BY SIZE
013700         WS-EDIT-COUNT DELIMITED BY SIZE
013710         INTO WS-PRINT-LINE
013720     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013730     MOVE WS-NO-RUN-COUNT TO WS-EDIT-COUNT
013740     MOVE SPACES TO WS-PRINT-LINE
013750     STRING "  BUSINESS DAYS WITH NO RUN    : " DELIMITED BY SIZE
013760         WS-EDIT-COUNT DELIMITED BY SIZE
013770         INTO WS-PRINT-LINE
013780     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013790     MOVE SPACES TO WS-PRINT-LINE
013800     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013810     IF WS-NO-RUN-COUNT > 0 OR WS-BD-COUNT > 0
013820         MOVE "  EXCEPTIONS TO EXPLAIN - SEE SECTIONS 3 AND 7"
013830             TO WS-PRINT-LINE
013840         MOVE 4 TO RETURN-CODE
013850     ELSE
013860         MOVE "  NO MISSED CYCLES AND NO JOBCHECK BREAKS"
013870             TO WS-PRINT-LINE
013880         MOVE 0 TO RETURN-CODE
013890     END-IF
013900     PERFORM 8800-WRITE-PRINT-LINE THRU 8800-WRITE-PRINT-LINE-EXIT
013910     .
013920 8000-PRINT-SUMMARY-EXIT.
013930     EXIT.
013940*----------------------------------------------------------------*
013950* 8700 - OPEN A SECTION ON A NEW PAGE.  8750 - CLOSE ONE, SAYING
013960* SO WHEN IT HAD NOTHING TO LIST.
013970*----------------------------------------------------------------*
013980 8700-START-SECTION.
013990     MOVE 999 TO WS-PRT-LINE-COUNT
014000     MOVE ZERO TO WS-SECTION-LINES
014010     .
014020 8700-START-SECTION-EXIT.
014030     EXIT.
014040 8750-END-SECTION.
014050     IF WS-SECTION-LINES = 0
014060         MOVE "  NONE IN THE PERIOD" TO WS-PRINT-LINE
014070         PERFORM 8800-WRITE-PRINT-LINE
014080             THRU 8800-WRITE-PRINT-LINE-EXIT
014090     END-IF
014100     .
014110 8750-END-SECTION-EXIT.
014120     EXIT.
014130 8800-WRITE-PRINT-LINE.
014140     IF WS-PRT-LINE-COUNT NOT < WS-PAGE-SIZE
014150         PERFORM 8810-PRINT-PAGE-HEADING
014160             THRU 8810-PRINT-PAGE-HEADING-EXIT
014170     END-IF
014180     MOVE SPACES TO PRINT-RECORD
014190     MOVE SPACE TO PRINT-CC
014200     MOVE WS-PRINT-LINE TO PRINT-DATA
014210     WRITE PRINT-RECORD
014220     PERFORM 8900-CHECK-PRINT-STATUS
014230         THRU 8900-CHECK-PRINT-STATUS-EXIT
014240     ADD 1 TO WS-PRT-LINE-COUNT
014250     ADD 1 TO WS-SECTION-LINES
014260     .
014270 8800-WRITE-PRINT-LINE-EXIT.
014280     EXIT.
014290 8810-PRINT-PAGE-HEADING.
014300     ADD 1 TO WS-PRT-PAGE-NO
014310     MOVE WS-PRT-PAGE-NO TO WS-PAGE-EDIT
014320     MOVE SPACES TO WS-HEAD-LINE
014330     STRING "CONTROL-AUDIT EVIDENCE PACK" DELIMITED BY SIZE
014340         "   FROM " DELIMITED BY SIZE
014350         WS-FROM-DATE DELIMITED BY SIZE
014360         " TO " DELIMITED BY SIZE
014370         WS-TO-DATE DELIMITED BY SIZE
014380         "   RUN " DELIMITED BY SIZE
014390         WS-RUN-DATE DELIMITED BY SIZE
014400         " " DELIMITED BY SIZE
014410         WS-RUN-TIME DELIMITED BY SIZE
014420         "   PAGE " DELIMITED BY SIZE
014430         WS-PAGE-EDIT DELIMITED BY SIZE
014440         INTO WS-HEAD-LINE
014450     MOVE SPACES TO PRINT-RECORD
014460     MOVE "1" TO PRINT-CC
014470     MOVE WS-HEAD-LINE TO PRINT-DATA
014480     WRITE PRINT-RECORD
014490     PERFORM 8900-CHECK-PRINT-STATUS
014500         THRU 8900-CHECK-PRINT-STATUS-EXIT
014510     MOVE SPACES TO PRINT-RECORD
014520     MOVE SPACE TO PRINT-CC
014530     MOVE WS-SECTION-TITLE TO PRINT-DATA
014540     WRITE PRINT-RECORD
014550     PERFORM 8900-CHECK-PRINT-STATUS
014560         THRU 8900-CHECK-PRINT-STATUS-EXIT
014570     MOVE SPACES TO PRINT-RECORD
014580     MOVE SPACE TO PRINT-CC
014590     MOVE WS-COLUMN-HEAD TO PRINT-DATA
014600     WRITE PRINT-RECORD
014610     PERFORM 8900-CHECK-PRINT-STATUS
014620         THRU 8900-CHECK-PRINT-STATUS-EXIT
014630     MOVE SPACES TO PRINT-RECORD
014640     MOVE SPACE TO PRINT-CC
014650     WRITE PRINT-RECORD
014660     PERFORM 8900-CHECK-PRINT-STATUS
014670         THRU 8900-CHECK-PRINT-STATUS-EXIT
014680     MOVE 4 TO WS-PRT-LINE-COUNT
014690     .
014700 8810-PRINT-PAGE-HEADING-EXIT.
014710     EXIT.
014720 8900-CHECK-PRINT-STATUS.
014730     IF NOT WS-FILE-STATUS-PRINT-OK
014740         DISPLAY "AUDPACK: WRITE FAILED FOR AUDRPT - STATUS "
014750             WS-FILE-STATUS-PRINT
014760         MOVE 16 TO RETURN-CODE
014770         GOBACK
014780     END-IF
014790     .
014800 8900-CHECK-PRINT-STATUS-EXIT.
014810     EXIT.
014820 9999-TERMINATE.
014830     CLOSE PRINT-FILE
014840     .
014850 9999-TERMINATE-EXIT.
014860     EXIT.
014870*----------------------------------------------------------------*
014880* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
014890*----------------------------------------------------------------*
014900 COPY "RECSTP.cpy".
014910 END PROGRAM AUDPACK.
