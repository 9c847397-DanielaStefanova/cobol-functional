000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STEPSLA.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* STEPSLA - BATCH-WINDOW STEP TIMING AND SLA REPORT.
000090*
000100* EVERY SUITE PROGRAM APPENDS A STEP-TIMING RECORD (RECSTM.CPY)
000110* TO THE SHARED STEPTIME DATASET AS IT ENDS.  THIS JOB READS
000120* THE DATASET ONCE AND PRINTS, FOR ONE NIGHT'S WINDOW, EVERY
000130* STEP THAT RAN - START, END, DURATION, THE ROLLING AVERAGE OF
000140* ITS DURATION OVER THE NIGHTS BEFORE, ITS SLA TIME AND RECORDS
000150* PROCESSED - SO THE NIGHT A STEP STARTS TO GROW IS VISIBLE ON
000160* THE NIGHT IT HAPPENS.  IT THEN PROJECTS THE NIGHT'S FINISH:
000170* THE LAST END STAMP SO FAR PLUS, FOR EVERY SCHEDULED STEP NOT
000180* YET RUN, ITS ROLLING AVERAGE (ITS SLA TIME WHEN IT HAS NO
000190* HISTORY).  A PROJECTED FINISH PAST THE START OF THE ONLINE DAY
000200* RAISES A WARNING ALERT (RECALT.CPY) ON THE ALERTS DATASET THE
000210* PAGING BRIDGE POLLS.
000220* A NIGHT RUNS FROM THE WINDOW OPENING ON ITS DATE TO THE SAME
000230* TIME NEXT DAY, SO A STEP STARTED AT 01:30 BELONGS TO THE NIGHT
000240* BEFORE.  DEFAULT IS THE NIGHT THE CLOCK IS IN NOW.  SYSIN:
000250*     WINDOW HHMM          (WINDOW OPENS, DEFAULT 1800)
000260*     ONLINE HHMM          (ONLINE DAY STARTS, DEFAULT 0600)
000270*     NIGHT YYYYMMDD       (REPORT AN EARLIER NIGHT)
000280*     AVERAGE NN           (PRIOR NIGHTS IN THE ROLLING AVERAGE,
000290*                           1 TO 20, DEFAULT 5)
000300*     SLA PROGRAM MMMMM [PAIRID]
000310*                          (THE STEP'S SLA TIME IN MINUTES; ONE
000320*                           CARD PER SCHEDULED STEP, UP TO 100 -
000330*                           THE CARDS ARE THE NIGHT'S SCHEDULE
000340*                           FOR THE PROJECTION.  A PAIR ID TIMES
000350*                           ONE OF RECON'S SERIAL PAIRS)
000360* THE HISTORY AVERAGE TAKES THE LAST RUN OF A STEP ON EACH PRIOR
000370* NIGHT, SO A RERUN DOES NOT COUNT TWICE.  RC=0 ALL WITHIN SLA,
000380* RC=4 A STEP RAN OVER ITS SLA TIME, RC=8 THE PROJECTED FINISH
000390* BREACHES THE ONLINE DAY (ALERT WRITTEN).
000400*
000410* MODIFICATION HISTORY.
000420*   2026-10-15 DS   INITIAL VERSION.
000430*   2026-10-15 DS   ALERTS CARRY AN ISSUE STAMP (RECALT.CPY) -
000440*                   THE DATE AND TIME THE ALERT WAS WRITTEN -
000450*                   SO ALRTESC TIMES ESCALATION FROM THE ALERT,
000460*                   NOT FROM THE START OF THE RUN.
000470*----------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT STEPIN-FILE ASSIGN TO STEPTIME
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-STP.
000550     SELECT REPORT-FILE ASSIGN TO SLARPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-RPT.
000580     SELECT ALERT-FILE ASSIGN TO ALERTS
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FILE-STATUS-ALERT.
000610     SELECT PARM-FILE ASSIGN TO SYSIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FILE-STATUS-PARM.
000640     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS RECSTW-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  STEPIN-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY "RECSTM.cpy" REPLACING LEADING ==RECSTM-== BY ==STPIN-==.
000720 FD  REPORT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  REPORT-RECORD                   PIC X(132).
000750 FD  ALERT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "RECALT.cpy".
000780 FD  PARM-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  PARM-RECORD                     PIC X(80).
000810 FD  STEPTIME-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "RECSTM.cpy".
000840 WORKING-STORAGE SECTION.
000850 01  WS-EOF-STP-SW                   PIC X(01) VALUE "N".
000860     88  WS-EOF-STP-YES                         VALUE "Y".
000870     88  WS-EOF-STP-NO                          VALUE "N".
000880 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000890     88  WS-PARM-EOF-YES                        VALUE "Y".
000900     88  WS-PARM-EOF-NO                         VALUE "N".
000910 01  WS-NIGHT-GIVEN-SW               PIC X(01) VALUE "N".
000920     88  WS-NIGHT-GIVEN-YES                     VALUE "Y".
000930     88  WS-NIGHT-GIVEN-NO                      VALUE "N".
000940 01  WS-FOUND-SW                     PIC X(01) VALUE "N".
000950     88  WS-FOUND-YES                           VALUE "Y".
000960     88  WS-FOUND-NO                            VALUE "N".
000970 01  WS-FILE-STATUSES.
000980     05  WS-FILE-STATUS-STP          PIC X(02) VALUE "00".
000990         88  WS-FILE-STATUS-STP-OK             VALUE "00".
001000         88  WS-FILE-STATUS-STP-NOTFND         VALUE "35".
001010     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001020         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001030     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
001040         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
001050         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
001060     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001070         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001080         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001090 01  WS-PARM-CARD.
001100     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001110     05  FILLER                      PIC X(79).
001120 01  WS-CARD-FIELDS.
001130     05  WS-CARD-VERB                PIC X(10).
001140     05  WS-CARD-OPERAND-1           PIC X(10).
001150     05  WS-CARD-OPERAND-2           PIC X(10).
001160     05  WS-CARD-OPERAND-3           PIC X(10).
001170 01  WS-CARD-NUMBER                  PIC X(10).
001180 01  WS-CARD-VALUE-X                 PIC X(05).
001190 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
001200                                     PIC 9(05).
001210 01  WS-CARD-JUST-WORK               PIC X(05).
001220 01  WS-CARD-DATE-X                  PIC X(08).
001230 01  WS-CARD-DATE REDEFINES WS-CARD-DATE-X
001240                                     PIC 9(08).
001250*----------------------------------------------------------------*
001260* THE WINDOW CONTROLS.  EVERY TIME OF THE NIGHT IS HELD AS
001270* SECONDS FROM MIDNIGHT STARTING THE NIGHT'S DATE, SO A STEP
001280* AFTER MIDNIGHT SITS PAST 86400 AND ORDERING NEEDS NO DATES.
001290*----------------------------------------------------------------*
001300 01  WS-WINDOW-CONTROLS COMP-3.
001310     05  WS-WINDOW-HHMM              PIC 9(04) VALUE 1800.
001320     05  WS-ONLINE-HHMM              PIC 9(04) VALUE 0600.
001330     05  WS-AVERAGE-NIGHTS           PIC 9(02) VALUE 5.
001340     05  WS-WINDOW-SECS              PIC 9(07) VALUE ZERO.
001350     05  WS-ONLINE-REL               PIC 9(07) VALUE ZERO.
001360     05  WS-LAST-END-REL             PIC 9(07) VALUE ZERO.
001370     05  WS-PROJECTED-REL            PIC 9(07) VALUE ZERO.
001380     05  WS-PROJECTED-LATE           PIC 9(07) VALUE ZERO.
001390     05  WS-CLOCK-HH                 PIC 9(02) VALUE ZERO.
001400     05  WS-CLOCK-MM                 PIC 9(02) VALUE ZERO.
001410 01  WS-NIGHT-DATE                   PIC X(08).
001420 01  WS-ONLINE-DATE                  PIC X(08).
001430 01  WS-PROJECTED-DATE               PIC X(08).
001440 01  WS-REL-DAYS                     PIC S9(04) COMP VALUE ZERO.
001450 01  WS-REL-WORK                     PIC 9(07) COMP-3 VALUE ZERO.
001460*----------------------------------------------------------------*
001470* CALENDAR STEP - ONE DAY BACK OR FORWARD FROM WS-DAY-DATE.
001480*----------------------------------------------------------------*
001490 01  WS-DAY-DATE-X                   PIC X(08).
001500 01  WS-DAY-DATE REDEFINES WS-DAY-DATE-X.
001510     05  WS-DAY-YYYY                 PIC 9(04).
001520     05  WS-DAY-MM                   PIC 9(02).
001530     05  WS-DAY-DD                   PIC 9(02).
001540 01  WS-MONTH-DAYS-LIST.
001550     05  FILLER                      PIC X(24)
001560                     VALUE "312831303130313130313031".
001570 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-LIST.
001580     05  WS-MONTH-DAYS OCCURS 12 TIMES
001590                                     PIC 9(02).
001600 01  WS-MONTH-END                    PIC 9(02).
001610 01  WS-LEAP-WORK COMP-3.
001620     05  WS-LEAP-QUOT                PIC 9(04).
001630     05  WS-LEAP-REM-4               PIC 9(04).
001640     05  WS-LEAP-REM-100             PIC 9(04).
001650     05  WS-LEAP-REM-400             PIC 9(04).
001660*----------------------------------------------------------------*
001670* THE SCHEDULE - ONE ENTRY PER SLA CARD.
001680*----------------------------------------------------------------*
001690 01  WS-SLA-TABLE.
001700     05  WS-SLA-COUNT                PIC S9(04) COMP VALUE ZERO.
001710     05  WS-SLA-MAX                  PIC S9(04) COMP VALUE 100.
001720     05  WS-SLA-ENTRY OCCURS 100 TIMES.
001730         10  WS-SLA-KEY.
001740             15  WS-SLA-PROGRAM      PIC X(08).
001750             15  WS-SLA-PAIR-ID      PIC X(08).
001760         10  WS-SLA-SECS             PIC 9(07) COMP-3.
001770         10  WS-SLA-RAN-SW           PIC X(01).
001780             88  WS-SLA-RAN-YES                 VALUE "Y".
001790             88  WS-SLA-RAN-NO                  VALUE "N".
001800*----------------------------------------------------------------*
001810* STEP HISTORY - THE NIGHTS BEFORE THE ONE REPORTED.  EACH KEY
001820* KEEPS A RING OF ITS LAST AVERAGE-NIGHTS DURATIONS; A SECOND
001830* RUN ON THE SAME NIGHT OVERWRITES THAT NIGHT'S SLOT.
001840*----------------------------------------------------------------*
001850 01  WS-HIST-TABLE.
001860     05  WS-HK-COUNT                 PIC S9(04) COMP VALUE ZERO.
001870     05  WS-HK-MAX                   PIC S9(04) COMP VALUE 300.
001880     05  WS-HK-ENTRY OCCURS 300 TIMES.
001890         10  WS-HK-KEY.
001900             15  WS-HK-PROGRAM       PIC X(08).
001910             15  WS-HK-PAIR-ID       PIC X(08).
001920         10  WS-HK-LAST-NIGHT        PIC X(08).
001930         10  WS-HK-FILLED            PIC S9(04) COMP.
001940         10  WS-HK-NEXT              PIC S9(04) COMP.
001950         10  WS-HK-LAST-SLOT         PIC S9(04) COMP.
001960         10  WS-HK-DUR OCCURS 20 TIMES
001970                                     PIC 9(07) COMP-3.
001980*----------------------------------------------------------------*
001990* THE NIGHT REPORTED - ONE ENTRY PER STEPTIME RECORD, IN THE
002000* ORDER THE STEPS ENDED.
002010*----------------------------------------------------------------*
002020 01  WS-NIGHT-TABLE.
002030     05  WS-NT-COUNT                 PIC S9(04) COMP VALUE ZERO.
002040     05  WS-NT-MAX                   PIC S9(04) COMP VALUE 300.
002050     05  WS-NT-ENTRY OCCURS 300 TIMES.
002060         10  WS-NT-KEY.
002070             15  WS-NT-PROGRAM       PIC X(08).
002080             15  WS-NT-PAIR-ID       PIC X(08).
002090         10  WS-NT-START-REL         PIC 9(07) COMP-3.
002100         10  WS-NT-END-REL           PIC 9(07) COMP-3.
002110         10  WS-NT-DURATION          PIC 9(07) COMP-3.
002120         10  WS-NT-RECORDS           PIC 9(09) COMP-3.
002130         10  WS-NT-RC                PIC 9(02).
002140 01  WS-STEP-KEY.
002150     05  WS-STEP-PROGRAM             PIC X(08).
002160     05  WS-STEP-PAIR-ID             PIC X(08).
002170 01  WS-STEP-NIGHT                   PIC X(08).
002180 01  WS-STEP-WORK COMP-3.
002190     05  WS-STEP-START-SECS          PIC 9(07) VALUE ZERO.
002200     05  WS-STEP-END-SECS            PIC 9(07) VALUE ZERO.
002210     05  WS-STEP-START-REL           PIC 9(07) VALUE ZERO.
002220     05  WS-STEP-DURATION            PIC S9(07) VALUE ZERO.
002230     05  WS-STEP-AVERAGE             PIC 9(07) VALUE ZERO.
002240     05  WS-STEP-SLA-SECS            PIC 9(07) VALUE ZERO.
002250     05  WS-STEP-PROJECTED           PIC 9(07) VALUE ZERO.
002260     05  WS-DUR-SUM                  PIC 9(09) VALUE ZERO.
002270 01  WS-AVERAGE-SW                   PIC X(01) VALUE "N".
002280     88  WS-AVERAGE-YES                         VALUE "Y".
002290     88  WS-AVERAGE-NO                          VALUE "N".
002300 01  WS-SLA-SW                       PIC X(01) VALUE "N".
002310     88  WS-SLA-YES                             VALUE "Y".
002320     88  WS-SLA-NO                              VALUE "N".
002330 01  WS-NT-IDX                       PIC S9(04) COMP.
002340 01  WS-HK-IDX                       PIC S9(04) COMP.
002350 01  WS-HK-FOUND                     PIC S9(04) COMP.
002360 01  WS-SLA-IDX                      PIC S9(04) COMP.
002370 01  WS-SLA-FOUND                    PIC S9(04) COMP.
002380 01  WS-DUR-IDX                      PIC S9(04) COMP.
002390 01  WS-SLA-COUNTERS COMP-3.
002400     05  WS-STEPS-RUN                PIC 9(05) VALUE ZERO.
002410     05  WS-BREACH-COUNT             PIC 9(05) VALUE ZERO.
002420     05  WS-OUTSTANDING-COUNT        PIC 9(05) VALUE ZERO.
002430     05  WS-BAD-COUNT                PIC 9(05) VALUE ZERO.
002440     05  WS-OVERFLOW-COUNT           PIC 9(05) VALUE ZERO.
002450     05  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
002460 01  WS-WINDOW-BREACH-SW             PIC X(01) VALUE "N".
002470     88  WS-WINDOW-BREACH-YES                   VALUE "Y".
002480     88  WS-WINDOW-BREACH-NO                    VALUE "N".
002490*----------------------------------------------------------------*
002500* HH:MM:SS EDIT OF A SECONDS VALUE.
002510*----------------------------------------------------------------*
002520 01  WS-HMS-SECS                     PIC 9(07) COMP-3.
002530 01  WS-HMS-REST                     PIC 9(07) COMP-3.
002540 01  WS-HMS-EDIT.
002550     05  WS-HMS-HH                   PIC 9(02).
002560     05  FILLER                      PIC X(01) VALUE ":".
002570     05  WS-HMS-MM                   PIC 9(02).
002580     05  FILLER                      PIC X(01) VALUE ":".
002590     05  WS-HMS-SS                   PIC 9(02).
002600 01  WS-EDIT-START                   PIC X(08).
002610 01  WS-EDIT-END                     PIC X(08).
002620 01  WS-EDIT-DURATION                PIC X(08).
002630 01  WS-EDIT-AVERAGE                 PIC X(08).
002640 01  WS-EDIT-SLA                     PIC ZZZZ9.
002650 01  WS-EDIT-SLA-X                   PIC X(05).
002660 01  WS-EDIT-RECORDS                 PIC ZZZZZZZZ9.
002670 01  WS-EDIT-RC                      PIC Z9.
002680 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002690 01  WS-EDIT-NOTE                    PIC X(20).
002700 01  WS-REPORT-LINE                  PIC X(132).
002710 01  WS-RUN-DATE                     PIC X(08).
002720 01  WS-RUN-TIME-RAW                 PIC X(08).
002730 01  WS-RUN-TIME                     PIC X(06).
002740 01  WS-RUN-CLOCK REDEFINES WS-RUN-TIME.
002750     05  WS-RUN-HHMM                 PIC 9(04).
002760     05  FILLER                      PIC X(02).
002770 01  WS-ALERT-TIME-RAW               PIC X(08).
002780 COPY "RECSTW.cpy".
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
002810     MOVE "STEPSLA" TO RECSTW-PROGRAM-ID
002820     PERFORM 9800-START-STEP-TIMING
002830         THRU 9800-START-STEP-TIMING-EXIT
002840     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002850     PERFORM 2000-READ-STEPTIME THRU 2000-READ-STEPTIME-EXIT
002860         UNTIL WS-EOF-STP-YES
002870     PERFORM 3000-PRINT-ONE-STEP THRU 3000-PRINT-ONE-STEP-EXIT
002880         VARYING WS-NT-IDX FROM 1 BY 1
002890         UNTIL WS-NT-IDX > WS-NT-COUNT
002900     PERFORM 4000-PROJECT-FINISH THRU 4000-PROJECT-FINISH-EXIT
002910     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
002920     IF WS-WINDOW-BREACH-YES
002930         PERFORM 9300-ISSUE-ALERT THRU 9300-ISSUE-ALERT-EXIT
002940     END-IF
002950     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002960     MOVE WS-RECORDS-READ TO RECSTW-RECORD-COUNT
002970     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002980     PERFORM 9810-WRITE-STEP-TIMING
002990         THRU 9810-WRITE-STEP-TIMING-EXIT
003000     GOBACK
003010     .
003020 0000-MAINLINE-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------*
003050* 1000 - CARDS, THE NIGHT AND ITS ONLINE START, OPENS AND THE
003060* REPORT HEADINGS.  A MISSING STEPTIME DATASET IS AN EMPTY
003070* NIGHT, NOT AN ERROR - NOTHING HAS BEEN TIMED YET.
003080*----------------------------------------------------------------*
003090 1000-INITIALIZE.
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003110     ACCEPT WS-RUN-TIME-RAW FROM TIME
003120     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
003130     PERFORM 1100-READ-PARM-CARDS
003140         THRU 1100-READ-PARM-CARDS-EXIT
003150     PERFORM 1200-SET-NIGHT THRU 1200-SET-NIGHT-EXIT
003160     OPEN INPUT STEPIN-FILE
003170     IF WS-FILE-STATUS-STP-NOTFND
003180         SET WS-EOF-STP-YES TO TRUE
003190     ELSE
003200         IF NOT WS-FILE-STATUS-STP-OK
003210             DISPLAY "STEPSLA: OPEN FAILED FOR STEPTIME - STATUS "
003220                 WS-FILE-STATUS-STP
003230             MOVE 16 TO RETURN-CODE
003240             GOBACK
003250         END-IF
003260     END-IF
003270     OPEN OUTPUT REPORT-FILE
003280     IF NOT WS-FILE-STATUS-RPT-OK
003290         DISPLAY "STEPSLA: OPEN FAILED FOR SLARPT - STATUS "
003300             WS-FILE-STATUS-RPT
003310         MOVE 16 TO RETURN-CODE
003320         GOBACK
003330     END-IF
003340     MOVE SPACES TO WS-REPORT-LINE
003350     STRING "BATCH-WINDOW SLA REPORT - NIGHT OF "
003360         DELIMITED BY SIZE
003370         WS-NIGHT-DATE DELIMITED BY SIZE
003380         " - RUN " DELIMITED BY SIZE
003390         WS-RUN-DATE DELIMITED BY SIZE
003400         INTO WS-REPORT-LINE
003410     PERFORM 8900-WRITE-REPORT-LINE
003420         THRU 8900-WRITE-REPORT-LINE-EXIT
003430     MOVE SPACES TO WS-REPORT-LINE
003440     PERFORM 8900-WRITE-REPORT-LINE
003450         THRU 8900-WRITE-REPORT-LINE-EXIT
003460     MOVE SPACES TO WS-REPORT-LINE
003470     STRING "PROGRAM  PAIR     START    END      DURATION "
003480         DELIMITED BY SIZE
003490         "AVERAGE   SLA MIN   RECORDS RC NOTE" DELIMITED BY SIZE
003500         INTO WS-REPORT-LINE
003510     PERFORM 8900-WRITE-REPORT-LINE
003520         THRU 8900-WRITE-REPORT-LINE-EXIT
003530     .
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560 1100-READ-PARM-CARDS.
003570     OPEN INPUT PARM-FILE
003580     IF WS-FILE-STATUS-PARM-NOTFND
003590         SET WS-PARM-EOF-YES TO TRUE
003600         GO TO 1100-READ-PARM-CARDS-EXIT
003610     END-IF
003620     IF NOT WS-FILE-STATUS-PARM-OK
003630         DISPLAY "STEPSLA: OPEN FAILED FOR SYSIN - STATUS "
003640             WS-FILE-STATUS-PARM
003650         MOVE 16 TO RETURN-CODE
003660         GOBACK
003670     END-IF
003680     PERFORM 1110-READ-PARM-CARD
003690         THRU 1110-READ-PARM-CARD-EXIT
003700         UNTIL WS-PARM-EOF-YES
003710     CLOSE PARM-FILE
003720     .
003730 1100-READ-PARM-CARDS-EXIT.
003740     EXIT.
003750 1110-READ-PARM-CARD.
003760     READ PARM-FILE INTO WS-PARM-CARD
003770         AT END
003780             SET WS-PARM-EOF-YES TO TRUE
003790             GO TO 1110-READ-PARM-CARD-EXIT
003800     END-READ
003810     IF NOT WS-FILE-STATUS-PARM-OK
003820         DISPLAY "STEPSLA: READ FAILED FOR SYSIN - STATUS "
003830             WS-FILE-STATUS-PARM
003840         MOVE 16 TO RETURN-CODE
003850         GOBACK
003860     END-IF
003870     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003880         GO TO 1110-READ-PARM-CARD-EXIT
003890     END-IF
003900     MOVE SPACES TO WS-CARD-FIELDS
003910     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003920         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003930             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
003940     END-UNSTRING
003950     EVALUATE WS-CARD-VERB
003960         WHEN "WINDOW"
003970             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NUMBER
003980             PERFORM 1130-GET-CLOCK-VALUE
003990                 THRU 1130-GET-CLOCK-VALUE-EXIT
004000             MOVE WS-CARD-VALUE TO WS-WINDOW-HHMM
004010         WHEN "ONLINE"
004020             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NUMBER
004030             PERFORM 1130-GET-CLOCK-VALUE
004040                 THRU 1130-GET-CLOCK-VALUE-EXIT
004050             MOVE WS-CARD-VALUE TO WS-ONLINE-HHMM
004060         WHEN "NIGHT"
004070             MOVE WS-CARD-OPERAND-1 TO WS-CARD-DATE-X
004080             IF WS-CARD-DATE NOT NUMERIC
004090                     OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
004100                 DISPLAY "STEPSLA: NIGHT MUST BE YYYYMMDD - "
004110                     WS-CARD-OPERAND-1
004120                 MOVE 16 TO RETURN-CODE
004130                 GOBACK
004140             END-IF
004150             MOVE WS-CARD-DATE-X TO WS-NIGHT-DATE
004160             SET WS-NIGHT-GIVEN-YES TO TRUE
004170         WHEN "AVERAGE"
004180             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NUMBER
004190             PERFORM 1120-GET-CARD-VALUE
004200                 THRU 1120-GET-CARD-VALUE-EXIT
004210             IF WS-CARD-VALUE = 0 OR WS-CARD-VALUE > 20
004220                 DISPLAY "STEPSLA: AVERAGE MUST BE 1 TO 20"
004230                 MOVE 16 TO RETURN-CODE
004240                 GOBACK
004250             END-IF
004260             MOVE WS-CARD-VALUE TO WS-AVERAGE-NIGHTS
004270         WHEN "SLA"
004280             PERFORM 1150-ADD-SLA-CARD
004290                 THRU 1150-ADD-SLA-CARD-EXIT
004300         WHEN OTHER
004310             DISPLAY "STEPSLA: UNRECOGNIZED PARM CARD - "
004320                 WS-PARM-CARD
004330             MOVE 16 TO RETURN-CODE
004340             GOBACK
004350     END-EVALUATE
004360     .
004370 1110-READ-PARM-CARD-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------*
004400* 1120 - THE OPERAND IN WS-CARD-NUMBER AS A NUMBER, SHIFTED
004410* RIGHT BEFORE THE LEADING SPACES ZERO-FILL (SEE RECSTAT).
004420*----------------------------------------------------------------*
004430 1120-GET-CARD-VALUE.
004440     IF WS-CARD-NUMBER = SPACES
004450         DISPLAY "STEPSLA: MISSING NUMERIC OPERAND - "
004460             WS-PARM-CARD
004470         MOVE 16 TO RETURN-CODE
004480         GOBACK
004490     END-IF
004500     IF WS-CARD-NUMBER (6:5) NOT = SPACES
004510         DISPLAY "STEPSLA: BAD NUMERIC OPERAND - "
004520             WS-CARD-NUMBER
004530         MOVE 16 TO RETURN-CODE
004540         GOBACK
004550     END-IF
004560     MOVE WS-CARD-NUMBER TO WS-CARD-VALUE-X
004570     PERFORM 1125-JUSTIFY-VALUE THRU 1125-JUSTIFY-VALUE-EXIT
004580         UNTIL WS-CARD-VALUE-X (5:1) NOT = SPACE
004590     INSPECT WS-CARD-VALUE-X REPLACING LEADING SPACE BY ZERO
004600     IF WS-CARD-VALUE NOT NUMERIC
004610         DISPLAY "STEPSLA: BAD NUMERIC OPERAND - "
004620             WS-CARD-NUMBER
004630         MOVE 16 TO RETURN-CODE
004640         GOBACK
004650     END-IF
004660     .
004670 1120-GET-CARD-VALUE-EXIT.
004680     EXIT.
004690 1125-JUSTIFY-VALUE.
004700     MOVE WS-CARD-VALUE-X TO WS-CARD-JUST-WORK
004710     MOVE SPACE TO WS-CARD-VALUE-X (1:1)
004720     MOVE WS-CARD-JUST-WORK (1:4) TO WS-CARD-VALUE-X (2:4)
004730     .
004740 1125-JUSTIFY-VALUE-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770* 1130 - A CLOCK TIME HHMM: FOUR DIGITS, HOURS 00-23, MINUTES
004780* 00-59.
004790*----------------------------------------------------------------*
004800 1130-GET-CLOCK-VALUE.
004810     IF WS-CARD-NUMBER (5:6) NOT = SPACES
004820             OR WS-CARD-NUMBER (4:1) = SPACE
004830         DISPLAY "STEPSLA: TIME MUST BE HHMM - " WS-CARD-NUMBER
004840         MOVE 16 TO RETURN-CODE
004850         GOBACK
004860     END-IF
004870     PERFORM 1120-GET-CARD-VALUE THRU 1120-GET-CARD-VALUE-EXIT
004880     DIVIDE WS-CARD-VALUE BY 100 GIVING WS-CLOCK-HH
004890         REMAINDER WS-CLOCK-MM
004900     IF WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59
004910         DISPLAY "STEPSLA: TIME MUST BE HHMM - " WS-CARD-NUMBER
004920         MOVE 16 TO RETURN-CODE
004930         GOBACK
004940     END-IF
004950     .
004960 1130-GET-CLOCK-VALUE-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------*
004990* 1150 - SLA PROGRAM MMMMM [PAIRID]: ONE SCHEDULED STEP.  THE
005000* SAME STEP TWICE IS A CARD ERROR.
005010*----------------------------------------------------------------*
005020 1150-ADD-SLA-CARD.
005030     IF WS-CARD-OPERAND-1 = SPACES
005040             OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
005050         DISPLAY "STEPSLA: SLA NEEDS A PROGRAM NAME - "
005060             WS-PARM-CARD
005070         MOVE 16 TO RETURN-CODE
005080         GOBACK
005090     END-IF
005100     IF WS-CARD-OPERAND-3 (9:2) NOT = SPACES
005110         DISPLAY "STEPSLA: SLA PAIR ID TOO LONG - "
005120             WS-CARD-OPERAND-3
005130         MOVE 16 TO RETURN-CODE
005140         GOBACK
005150     END-IF
005160     MOVE WS-CARD-OPERAND-2 TO WS-CARD-NUMBER
005170     PERFORM 1120-GET-CARD-VALUE THRU 1120-GET-CARD-VALUE-EXIT
005180     IF WS-CARD-VALUE = 0
005190         DISPLAY "STEPSLA: SLA MINUTES MUST BE 1 TO 99999"
005200         MOVE 16 TO RETURN-CODE
005210         GOBACK
005220     END-IF
005230     MOVE WS-CARD-OPERAND-1 TO WS-STEP-PROGRAM
005240     MOVE WS-CARD-OPERAND-3 TO WS-STEP-PAIR-ID
005250     PERFORM 3110-FIND-SLA THRU 3110-FIND-SLA-EXIT
005260     IF WS-SLA-YES
005270         DISPLAY "STEPSLA: DUPLICATE SLA CARD - " WS-PARM-CARD
005280         MOVE 16 TO RETURN-CODE
005290         GOBACK
005300     END-IF
005310     IF WS-SLA-COUNT = WS-SLA-MAX
005320         DISPLAY "STEPSLA: MORE THAN 100 SLA CARDS"
005330         MOVE 16 TO RETURN-CODE
005340         GOBACK
005350     END-IF
005360     ADD 1 TO WS-SLA-COUNT
005370     MOVE WS-STEP-KEY TO WS-SLA-KEY (WS-SLA-COUNT)
005380     COMPUTE WS-SLA-SECS (WS-SLA-COUNT) = WS-CARD-VALUE * 60
005390     SET WS-SLA-RAN-NO (WS-SLA-COUNT) TO TRUE
005400     .
005410 1150-ADD-SLA-CARD-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------*
005440* 1200 - THE NIGHT REPORTED AND WHERE ITS ONLINE DAY STARTS.
005450* WITHOUT A NIGHT CARD IT IS THE NIGHT THE CLOCK IS IN: TODAY
005460* FROM THE WINDOW OPENING ON, YESTERDAY BEFORE IT.  THE ONLINE
005470* DAY STARTS THE MORNING AFTER UNLESS ITS TIME FALLS LATER THAN
005480* THE WINDOW OPENING ON THE SAME DATE.
005490*----------------------------------------------------------------*
005500 1200-SET-NIGHT.
005510     DIVIDE WS-WINDOW-HHMM BY 100 GIVING WS-CLOCK-HH
005520         REMAINDER WS-CLOCK-MM
005530     COMPUTE WS-WINDOW-SECS = WS-CLOCK-HH * 3600
005540         + WS-CLOCK-MM * 60
005550     IF WS-NIGHT-GIVEN-NO
005560         MOVE WS-RUN-DATE TO WS-NIGHT-DATE
005570         IF WS-RUN-HHMM < WS-WINDOW-HHMM
005580             MOVE WS-NIGHT-DATE TO WS-DAY-DATE-X
005590             PERFORM 7000-PREVIOUS-DAY
005600                 THRU 7000-PREVIOUS-DAY-EXIT
005610             MOVE WS-DAY-DATE-X TO WS-NIGHT-DATE
005620         END-IF
005630     END-IF
005640     DIVIDE WS-ONLINE-HHMM BY 100 GIVING WS-CLOCK-HH
005650         REMAINDER WS-CLOCK-MM
005660     COMPUTE WS-ONLINE-REL = WS-CLOCK-HH * 3600
005670         + WS-CLOCK-MM * 60
005680     MOVE WS-NIGHT-DATE TO WS-ONLINE-DATE
005690     IF WS-ONLINE-HHMM NOT > WS-WINDOW-HHMM
005700         ADD 86400 TO WS-ONLINE-REL
005710         MOVE WS-NIGHT-DATE TO WS-DAY-DATE-X
005720         PERFORM 7100-NEXT-DAY THRU 7100-NEXT-DAY-EXIT
005730         MOVE WS-DAY-DATE-X TO WS-ONLINE-DATE
005740     END-IF
005750     .
005760 1200-SET-NIGHT-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------*
005790* 2000 - ONE STEPTIME RECORD: PLACE IT ON ITS NIGHT, THEN ROLL
005800* IT INTO THE HISTORY (AN EARLIER NIGHT) OR THE NIGHT TABLE
005810* (THE NIGHT REPORTED).  LATER NIGHTS ARE IGNORED, SO AN OLD
005820* NIGHT CAN BE REPORTED AGAIN.  AN UNREADABLE RECORD IS SKIPPED
005830* AND COUNTED, NOT FATAL.
005840*----------------------------------------------------------------*
005850 2000-READ-STEPTIME.
005860     READ STEPIN-FILE
005870         AT END
005880             SET WS-EOF-STP-YES TO TRUE
005890             GO TO 2000-READ-STEPTIME-EXIT
005900     END-READ
005910     IF NOT WS-FILE-STATUS-STP-OK
005920         DISPLAY "STEPSLA: READ FAILED FOR STEPTIME - STATUS "
005930             WS-FILE-STATUS-STP
005940         MOVE 16 TO RETURN-CODE
005950         GOBACK
005960     END-IF
005970     ADD 1 TO WS-RECORDS-READ
005980     IF STPIN-START-DATE NOT NUMERIC
005990             OR STPIN-END-DATE NOT NUMERIC
006000             OR STPIN-START-TIME NOT NUMERIC
006010             OR STPIN-END-TIME NOT NUMERIC
006020             OR STPIN-RECORD-COUNT NOT NUMERIC
006030             OR STPIN-RETURN-CODE NOT NUMERIC
006040             OR STPIN-PROGRAM-ID = SPACES
006050         ADD 1 TO WS-BAD-COUNT
006060         GO TO 2000-READ-STEPTIME-EXIT
006070     END-IF
006080     PERFORM 2100-PLACE-STEP THRU 2100-PLACE-STEP-EXIT
006090     IF WS-STEP-NIGHT > WS-NIGHT-DATE
006100         GO TO 2000-READ-STEPTIME-EXIT
006110     END-IF
006120     MOVE STPIN-PROGRAM-ID TO WS-STEP-PROGRAM
006130     MOVE STPIN-PAIR-ID TO WS-STEP-PAIR-ID
006140     IF WS-STEP-NIGHT < WS-NIGHT-DATE
006150         PERFORM 2200-ADD-HISTORY THRU 2200-ADD-HISTORY-EXIT
006160     ELSE
006170         PERFORM 2300-ADD-NIGHT THRU 2300-ADD-NIGHT-EXIT
006180     END-IF
006190     .
006200 2000-READ-STEPTIME-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------*
006230* 2100 - THE RECORD'S NIGHT, ITS START IN SECONDS FROM THAT
006240* NIGHT'S MIDNIGHT, AND ITS DURATION.  A STEP THAT ENDS ON A
006250* LATER DATE THAN IT STARTED CROSSED MIDNIGHT ONCE.
006260*----------------------------------------------------------------*
006270 2100-PLACE-STEP.
006280     COMPUTE WS-STEP-START-SECS = STPIN-START-HH * 3600
006290         + STPIN-START-MM * 60 + STPIN-START-SS
006300     COMPUTE WS-STEP-END-SECS = STPIN-END-HH * 3600
006310         + STPIN-END-MM * 60 + STPIN-END-SS
006320     MOVE STPIN-START-DATE TO WS-STEP-NIGHT
006330     MOVE WS-STEP-START-SECS TO WS-STEP-START-REL
006340     IF WS-STEP-START-SECS < WS-WINDOW-SECS
006350         MOVE STPIN-START-DATE TO WS-DAY-DATE-X
006360         PERFORM 7000-PREVIOUS-DAY THRU 7000-PREVIOUS-DAY-EXIT
006370         MOVE WS-DAY-DATE-X TO WS-STEP-NIGHT
006380         ADD 86400 TO WS-STEP-START-REL
006390     END-IF
006400     COMPUTE WS-STEP-DURATION =
006410         WS-STEP-END-SECS - WS-STEP-START-SECS
006420     IF STPIN-END-DATE NOT = STPIN-START-DATE
006430         ADD 86400 TO WS-STEP-DURATION
006440     END-IF
006450     IF WS-STEP-DURATION < 0
006460         MOVE ZERO TO WS-STEP-DURATION
006470     END-IF
006480     .
006490 2100-PLACE-STEP-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------*
006520* 2200 - AN EARLIER NIGHT'S RUN INTO ITS KEY'S RING.
006530*----------------------------------------------------------------*
006540 2200-ADD-HISTORY.
006550     PERFORM 3120-FIND-HISTORY THRU 3120-FIND-HISTORY-EXIT
006560     IF WS-HK-FOUND = 0
006570         IF WS-HK-COUNT = WS-HK-MAX
006580             ADD 1 TO WS-OVERFLOW-COUNT
006590             GO TO 2200-ADD-HISTORY-EXIT
006600         END-IF
006610         ADD 1 TO WS-HK-COUNT
006620         MOVE WS-HK-COUNT TO WS-HK-FOUND
006630         MOVE WS-STEP-KEY TO WS-HK-KEY (WS-HK-FOUND)
006640         MOVE SPACES TO WS-HK-LAST-NIGHT (WS-HK-FOUND)
006650         MOVE ZERO TO WS-HK-FILLED (WS-HK-FOUND)
006660         MOVE 1 TO WS-HK-NEXT (WS-HK-FOUND)
006670         MOVE 1 TO WS-HK-LAST-SLOT (WS-HK-FOUND)
006680     END-IF
006690     IF WS-STEP-NIGHT = WS-HK-LAST-NIGHT (WS-HK-FOUND)
006700         MOVE WS-STEP-DURATION TO WS-HK-DUR (WS-HK-FOUND
006710             WS-HK-LAST-SLOT (WS-HK-FOUND))
006720         GO TO 2200-ADD-HISTORY-EXIT
006730     END-IF
006740     MOVE WS-STEP-NIGHT TO WS-HK-LAST-NIGHT (WS-HK-FOUND)
006750     MOVE WS-HK-NEXT (WS-HK-FOUND)
006760         TO WS-HK-LAST-SLOT (WS-HK-FOUND)
006770     MOVE WS-STEP-DURATION TO WS-HK-DUR (WS-HK-FOUND
006780         WS-HK-LAST-SLOT (WS-HK-FOUND))
006790     IF WS-HK-FILLED (WS-HK-FOUND) < WS-AVERAGE-NIGHTS
006800         ADD 1 TO WS-HK-FILLED (WS-HK-FOUND)
006810     END-IF
006820     IF WS-HK-NEXT (WS-HK-FOUND) = WS-AVERAGE-NIGHTS
006830         MOVE 1 TO WS-HK-NEXT (WS-HK-FOUND)
006840     ELSE
006850         ADD 1 TO WS-HK-NEXT (WS-HK-FOUND)
006860     END-IF
006870     .
006880 2200-ADD-HISTORY-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------*
006910* 2300 - A RUN ON THE NIGHT REPORTED.
006920*----------------------------------------------------------------*
006930 2300-ADD-NIGHT.
006940     IF WS-NT-COUNT = WS-NT-MAX
006950         ADD 1 TO WS-OVERFLOW-COUNT
006960         GO TO 2300-ADD-NIGHT-EXIT
006970     END-IF
006980     ADD 1 TO WS-NT-COUNT
006990     MOVE WS-STEP-KEY TO WS-NT-KEY (WS-NT-COUNT)
007000     MOVE WS-STEP-START-REL TO WS-NT-START-REL (WS-NT-COUNT)
007010     MOVE WS-STEP-DURATION TO WS-NT-DURATION (WS-NT-COUNT)
007020     COMPUTE WS-NT-END-REL (WS-NT-COUNT) =
007030         WS-STEP-START-REL + WS-STEP-DURATION
007040     MOVE STPIN-RECORD-COUNT TO WS-NT-RECORDS (WS-NT-COUNT)
007050     MOVE STPIN-RETURN-CODE TO WS-NT-RC (WS-NT-COUNT)
007060     IF WS-NT-END-REL (WS-NT-COUNT) > WS-LAST-END-REL
007070         MOVE WS-NT-END-REL (WS-NT-COUNT) TO WS-LAST-END-REL
007080     END-IF
007090     .
007100 2300-ADD-NIGHT-EXIT.
007110     EXIT.
007120*----------------------------------------------------------------*
007130* 3000 - ONE STEP OF THE NIGHT AGAINST ITS AVERAGE AND ITS SLA.
007140* THE STEP IS MARKED RUN ON THE SCHEDULE FOR THE PROJECTION.
007150*----------------------------------------------------------------*
007160 3000-PRINT-ONE-STEP.
007170     ADD 1 TO WS-STEPS-RUN
007180     MOVE WS-NT-KEY (WS-NT-IDX) TO WS-STEP-KEY
007190     MOVE SPACES TO WS-EDIT-NOTE
007200     MOVE WS-NT-START-REL (WS-NT-IDX) TO WS-HMS-SECS
007210     PERFORM 7300-EDIT-CLOCK THRU 7300-EDIT-CLOCK-EXIT
007220     MOVE WS-HMS-EDIT TO WS-EDIT-START
007230     MOVE WS-NT-END-REL (WS-NT-IDX) TO WS-HMS-SECS
007240     PERFORM 7300-EDIT-CLOCK THRU 7300-EDIT-CLOCK-EXIT
007250     MOVE WS-HMS-EDIT TO WS-EDIT-END
007260     MOVE WS-NT-DURATION (WS-NT-IDX) TO WS-HMS-SECS
007270     PERFORM 7310-EDIT-HMS THRU 7310-EDIT-HMS-EXIT
007280     MOVE WS-HMS-EDIT TO WS-EDIT-DURATION
007290     PERFORM 3120-FIND-HISTORY THRU 3120-FIND-HISTORY-EXIT
007300     PERFORM 3130-AVERAGE-HISTORY THRU 3130-AVERAGE-HISTORY-EXIT
007310     IF WS-AVERAGE-YES
007320         MOVE WS-STEP-AVERAGE TO WS-HMS-SECS
007330         PERFORM 7310-EDIT-HMS THRU 7310-EDIT-HMS-EXIT
007340         MOVE WS-HMS-EDIT TO WS-EDIT-AVERAGE
007350     ELSE
007360         MOVE "NO HIST" TO WS-EDIT-AVERAGE
007370     END-IF
007380     PERFORM 3110-FIND-SLA THRU 3110-FIND-SLA-EXIT
007390     IF WS-SLA-YES
007400         SET WS-SLA-RAN-YES (WS-SLA-FOUND) TO TRUE
007410         COMPUTE WS-EDIT-SLA = WS-SLA-SECS (WS-SLA-FOUND) / 60
007420         MOVE WS-EDIT-SLA TO WS-EDIT-SLA-X
007430         IF WS-NT-DURATION (WS-NT-IDX)
007440                 > WS-SLA-SECS (WS-SLA-FOUND)
007450             ADD 1 TO WS-BREACH-COUNT
007460             MOVE "SLA BREACH" TO WS-EDIT-NOTE
007470         END-IF
007480     ELSE
007490         MOVE "    -" TO WS-EDIT-SLA-X
007500     END-IF
007510     MOVE WS-NT-RECORDS (WS-NT-IDX) TO WS-EDIT-RECORDS
007520     MOVE WS-NT-RC (WS-NT-IDX) TO WS-EDIT-RC
007530     MOVE SPACES TO WS-REPORT-LINE
007540     STRING WS-STEP-PROGRAM DELIMITED BY SIZE
007550         " " DELIMITED BY SIZE
007560         WS-STEP-PAIR-ID DELIMITED BY SIZE
007570         " " DELIMITED BY SIZE
007580         WS-EDIT-START DELIMITED BY SIZE
007590         " " DELIMITED BY SIZE
007600         WS-EDIT-END DELIMITED BY SIZE
007610         " " DELIMITED BY SIZE
007620         WS-EDIT-DURATION DELIMITED BY SIZE
007630         " " DELIMITED BY SIZE
007640         WS-EDIT-AVERAGE DELIMITED BY SIZE
007650         "    " DELIMITED BY SIZE
007660         WS-EDIT-SLA-X DELIMITED BY SIZE
007670         " " DELIMITED BY SIZE
007680         WS-EDIT-RECORDS DELIMITED BY SIZE
007690         " " DELIMITED BY SIZE
007700         WS-EDIT-RC DELIMITED BY SIZE
007710         " " DELIMITED BY SIZE
007720         WS-EDIT-NOTE DELIMITED BY SIZE
007730         INTO WS-REPORT-LINE
007740     PERFORM 8900-WRITE-REPORT-LINE
007750         THRU 8900-WRITE-REPORT-LINE-EXIT
007760     .
007770 3000-PRINT-ONE-STEP-EXIT.
007780     EXIT.
007790 3110-FIND-SLA.
007800     SET WS-SLA-NO TO TRUE
007810     MOVE ZERO TO WS-SLA-FOUND
007820     PERFORM 3115-MATCH-ONE-SLA THRU 3115-MATCH-ONE-SLA-EXIT
007830         VARYING WS-SLA-IDX FROM 1 BY 1
007840         UNTIL WS-SLA-IDX > WS-SLA-COUNT OR WS-SLA-YES
007850     .
007860 3110-FIND-SLA-EXIT.
007870     EXIT.
007880 3115-MATCH-ONE-SLA.
007890     IF WS-SLA-KEY (WS-SLA-IDX) = WS-STEP-KEY
007900         SET WS-SLA-YES TO TRUE
007910         MOVE WS-SLA-IDX TO WS-SLA-FOUND
007920     END-IF
007930     .
007940 3115-MATCH-ONE-SLA-EXIT.
007950     EXIT.
007960 3120-FIND-HISTORY.
007970     MOVE ZERO TO WS-HK-FOUND
007980     PERFORM 3125-MATCH-ONE-HISTORY
007990         THRU 3125-MATCH-ONE-HISTORY-EXIT
008000         VARYING WS-HK-IDX FROM 1 BY 1
008010         UNTIL WS-HK-IDX > WS-HK-COUNT OR WS-HK-FOUND > 0
008020     .
008030 3120-FIND-HISTORY-EXIT.
008040     EXIT.
008050 3125-MATCH-ONE-HISTORY.
008060     IF WS-HK-KEY (WS-HK-IDX) = WS-STEP-KEY
008070         MOVE WS-HK-IDX TO WS-HK-FOUND
008080     END-IF
008090     .
008100 3125-MATCH-ONE-HISTORY-EXIT.
008110     EXIT.
008120*----------------------------------------------------------------*
008130* 3130 - THE ROLLING AVERAGE OF THE KEY FOUND BY 3120, IN WHOLE
008140* SECONDS.  NO HISTORY LEAVES WS-AVERAGE-NO.
008150*----------------------------------------------------------------*
008160 3130-AVERAGE-HISTORY.
008170     SET WS-AVERAGE-NO TO TRUE
008180     MOVE ZERO TO WS-STEP-AVERAGE
008190     IF WS-HK-FOUND = 0
008200         GO TO 3130-AVERAGE-HISTORY-EXIT
008210     END-IF
008220     IF WS-HK-FILLED (WS-HK-FOUND) = 0
008230         GO TO 3130-AVERAGE-HISTORY-EXIT
008240     END-IF
008250     MOVE ZERO TO WS-DUR-SUM
008260     PERFORM 3135-SUM-ONE-DURATION
008270         THRU 3135-SUM-ONE-DURATION-EXIT
008280         VARYING WS-DUR-IDX FROM 1 BY 1
008290         UNTIL WS-DUR-IDX > WS-HK-FILLED (WS-HK-FOUND)
008300     COMPUTE WS-STEP-AVERAGE ROUNDED =
008310         WS-DUR-SUM / WS-HK-FILLED (WS-HK-FOUND)
008320     SET WS-AVERAGE-YES TO TRUE
008330     .
008340 3130-AVERAGE-HISTORY-EXIT.
008350     EXIT.
008360 3135-SUM-ONE-DURATION.
008370     ADD WS-HK-DUR (WS-HK-FOUND WS-DUR-IDX) TO WS-DUR-SUM
008380     .
008390 3135-SUM-ONE-DURATION-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------*
008420* 4000 - THE PROJECTED FINISH: THE LAST END SO FAR (THE WINDOW
008430* OPENING WHEN NOTHING HAS RUN) PLUS EVERY SCHEDULED STEP NOT
008440* YET RUN AT ITS AVERAGE, OR ITS SLA TIME WITHOUT HISTORY.
008450* THE STEPS RUN ONE AFTER ANOTHER IN THE STREAM, SO THEIR TIMES
008460* ADD.
008470*----------------------------------------------------------------*
008480 4000-PROJECT-FINISH.
008490     IF WS-NT-COUNT = 0
008500         MOVE WS-WINDOW-SECS TO WS-LAST-END-REL
008510     END-IF
008520     MOVE WS-LAST-END-REL TO WS-PROJECTED-REL
008530     IF WS-SLA-COUNT > 0
008540         MOVE SPACES TO WS-REPORT-LINE
008550         PERFORM 8900-WRITE-REPORT-LINE
008560             THRU 8900-WRITE-REPORT-LINE-EXIT
008570         MOVE "SCHEDULED STEPS NOT YET RUN  PROJECTED  BASIS"
008580             TO WS-REPORT-LINE
008590         PERFORM 8900-WRITE-REPORT-LINE
008600             THRU 8900-WRITE-REPORT-LINE-EXIT
008610         PERFORM 4100-PROJECT-ONE-STEP
008620             THRU 4100-PROJECT-ONE-STEP-EXIT
008630             VARYING WS-SLA-IDX FROM 1 BY 1
008640             UNTIL WS-SLA-IDX > WS-SLA-COUNT
008650         IF WS-OUTSTANDING-COUNT = 0
008660             MOVE "  (NONE - EVERY SCHEDULED STEP HAS RUN)"
008670                 TO WS-REPORT-LINE
008680             PERFORM 8900-WRITE-REPORT-LINE
008690                 THRU 8900-WRITE-REPORT-LINE-EXIT
008700         END-IF
008710     END-IF
008720     IF WS-PROJECTED-REL > WS-ONLINE-REL
008730         SET WS-WINDOW-BREACH-YES TO TRUE
008740         COMPUTE WS-PROJECTED-LATE =
008750             (WS-PROJECTED-REL - WS-ONLINE-REL + 59) / 60
008760     END-IF
008770     MOVE WS-NIGHT-DATE TO WS-PROJECTED-DATE
008780     MOVE WS-PROJECTED-REL TO WS-REL-WORK
008790     PERFORM 4200-ROLL-PROJECTED-DATE
008800         THRU 4200-ROLL-PROJECTED-DATE-EXIT
008810         UNTIL WS-REL-WORK < 86400
008820     .
008830 4000-PROJECT-FINISH-EXIT.
008840     EXIT.
008850 4100-PROJECT-ONE-STEP.
008860     IF WS-SLA-RAN-YES (WS-SLA-IDX)
008870         GO TO 4100-PROJECT-ONE-STEP-EXIT
008880     END-IF
008890     ADD 1 TO WS-OUTSTANDING-COUNT
008900     MOVE WS-SLA-KEY (WS-SLA-IDX) TO WS-STEP-KEY
008910     PERFORM 3120-FIND-HISTORY THRU 3120-FIND-HISTORY-EXIT
008920     PERFORM 3130-AVERAGE-HISTORY THRU 3130-AVERAGE-HISTORY-EXIT
008930     IF WS-AVERAGE-YES
008940         MOVE WS-STEP-AVERAGE TO WS-STEP-PROJECTED
008950         MOVE "ROLLING AVERAGE" TO WS-EDIT-NOTE
008960     ELSE
008970         MOVE WS-SLA-SECS (WS-SLA-IDX) TO WS-STEP-PROJECTED
008980         MOVE "SLA TIME - NO HIST" TO WS-EDIT-NOTE
008990     END-IF
009000     ADD WS-STEP-PROJECTED TO WS-PROJECTED-REL
009010     MOVE WS-STEP-PROJECTED TO WS-HMS-SECS
009020     PERFORM 7310-EDIT-HMS THRU 7310-EDIT-HMS-EXIT
009030     MOVE SPACES TO WS-REPORT-LINE
009040     STRING WS-STEP-PROGRAM DELIMITED BY SIZE
009050         " " DELIMITED BY SIZE
009060         WS-STEP-PAIR-ID DELIMITED BY SIZE
009070         "            " DELIMITED BY SIZE
009080         WS-HMS-EDIT DELIMITED BY SIZE
009090         "   " DELIMITED BY SIZE
009100         WS-EDIT-NOTE DELIMITED BY SIZE
009110         INTO WS-REPORT-LINE
009120     PERFORM 8900-WRITE-REPORT-LINE
009130         THRU 8900-WRITE-REPORT-LINE-EXIT
009140     .
009150 4100-PROJECT-ONE-STEP-EXIT.
009160     EXIT.
009170 4200-ROLL-PROJECTED-DATE.
009180     SUBTRACT 86400 FROM WS-REL-WORK
009190     MOVE WS-PROJECTED-DATE TO WS-DAY-DATE-X
009200     PERFORM 7100-NEXT-DAY THRU 7100-NEXT-DAY-EXIT
009210     MOVE WS-DAY-DATE-X TO WS-PROJECTED-DATE
009220     .
009230 4200-ROLL-PROJECTED-DATE-EXIT.
009240     EXIT.
009250*----------------------------------------------------------------*
009260* 7000/7100 - ONE CALENDAR DAY BACK OR FORWARD FROM
009270* WS-DAY-DATE, WITH THE GREGORIAN LEAP-YEAR RULE FOR FEBRUARY.
009280*----------------------------------------------------------------*
009290 7000-PREVIOUS-DAY.
009300     IF WS-DAY-DD > 1
009310         SUBTRACT 1 FROM WS-DAY-DD
009320         GO TO 7000-PREVIOUS-DAY-EXIT
009330     END-IF
009340     IF WS-DAY-MM > 1
009350         SUBTRACT 1 FROM WS-DAY-MM
009360     ELSE
009370         MOVE 12 TO WS-DAY-MM
009380         SUBTRACT 1 FROM WS-DAY-YYYY
009390     END-IF
009400     PERFORM 7200-SET-MONTH-END THRU 7200-SET-MONTH-END-EXIT
009410     MOVE WS-MONTH-END TO WS-DAY-DD
009420     .
009430 7000-PREVIOUS-DAY-EXIT.
009440     EXIT.
009450 7100-NEXT-DAY.
009460     PERFORM 7200-SET-MONTH-END THRU 7200-SET-MONTH-END-EXIT
009470     IF WS-DAY-DD < WS-MONTH-END
009480         ADD 1 TO WS-DAY-DD
009490         GO TO 7100-NEXT-DAY-EXIT
009500     END-IF
009510     MOVE 1 TO WS-DAY-DD
009520     IF WS-DAY-MM < 12
009530         ADD 1 TO WS-DAY-MM
009540     ELSE
009550         MOVE 1 TO WS-DAY-MM
009560         ADD 1 TO WS-DAY-YYYY
009570     END-IF
009580     .
009590 7100-NEXT-DAY-EXIT.
009600     EXIT.
009610 7200-SET-MONTH-END.
009620     MOVE WS-MONTH-DAYS (WS-DAY-MM) TO WS-MONTH-END
009630     IF WS-DAY-MM NOT = 2
009640         GO TO 7200-SET-MONTH-END-EXIT
009650     END-IF
009660     DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOT
009670         REMAINDER WS-LEAP-REM-4
009680     DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOT
009690         REMAINDER WS-LEAP-REM-100
009700     DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOT
009710         REMAINDER WS-LEAP-REM-400
009720     IF WS-LEAP-REM-4 = 0
009730             AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
009740         MOVE 29 TO WS-MONTH-END
009750     END-IF
009760     .
009770 7200-SET-MONTH-END-EXIT.
009780     EXIT.
009790*----------------------------------------------------------------*
009800* 7300 - A TIME OF THE NIGHT AS A CLOCK (PAST MIDNIGHT WRAPS);
009810* 7310 - A LENGTH OF TIME AS HOURS, MINUTES AND SECONDS.
009820*----------------------------------------------------------------*
009830 7300-EDIT-CLOCK.
009840     IF WS-HMS-SECS NOT < 86400
009850         SUBTRACT 86400 FROM WS-HMS-SECS
009860     END-IF
009870     PERFORM 7310-EDIT-HMS THRU 7310-EDIT-HMS-EXIT
009880     .
009890 7300-EDIT-CLOCK-EXIT.
009900     EXIT.
009910 7310-EDIT-HMS.
009920     IF WS-HMS-SECS > 359999
009930         MOVE 359999 TO WS-HMS-SECS
009940     END-IF
009950     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
009960         REMAINDER WS-HMS-REST
009970     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
009980         REMAINDER WS-HMS-SS
009990     .
010000 7310-EDIT-HMS-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------*
010030* 8000 - THE NIGHT'S TOTALS, THE PROJECTION AND THE GRADE.
010040*----------------------------------------------------------------*
010050 8000-PRINT-TOTALS.
010060     MOVE SPACES TO WS-REPORT-LINE
010070     PERFORM 8900-WRITE-REPORT-LINE
010080         THRU 8900-WRITE-REPORT-LINE-EXIT
010090     MOVE SPACES TO WS-REPORT-LINE
010100     MOVE WS-STEPS-RUN TO WS-EDIT-COUNT
010110     STRING "STEPS RUN           : " DELIMITED BY SIZE
010120         WS-EDIT-COUNT DELIMITED BY SIZE
010130         INTO WS-REPORT-LINE
010140     PERFORM 8900-WRITE-REPORT-LINE
010150         THRU 8900-WRITE-REPORT-LINE-EXIT
010160     MOVE SPACES TO WS-REPORT-LINE
010170     MOVE WS-BREACH-COUNT TO WS-EDIT-COUNT
010180     STRING "SLA BREACHES        : " DELIMITED BY SIZE
010190         WS-EDIT-COUNT DELIMITED BY SIZE
010200         INTO WS-REPORT-LINE
010210     PERFORM 8900-WRITE-REPORT-LINE
010220         THRU 8900-WRITE-REPORT-LINE-EXIT
010230     MOVE SPACES TO WS-REPORT-LINE
010240     MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
010250     STRING "STEPS STILL TO RUN  : " DELIMITED BY SIZE
010260         WS-EDIT-COUNT DELIMITED BY SIZE
010270         INTO WS-REPORT-LINE
010280     PERFORM 8900-WRITE-REPORT-LINE
010290         THRU 8900-WRITE-REPORT-LINE-EXIT
010300     IF WS-BAD-COUNT > 0
010310         MOVE SPACES TO WS-REPORT-LINE
010320         MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
010330         STRING "UNREADABLE SKIPPED  : " DELIMITED BY SIZE
010340             WS-EDIT-COUNT DELIMITED BY SIZE
010350             INTO WS-REPORT-LINE
010360         PERFORM 8900-WRITE-REPORT-LINE
010370             THRU 8900-WRITE-REPORT-LINE-EXIT
010380     END-IF
010390     IF WS-OVERFLOW-COUNT > 0
010400         MOVE SPACES TO WS-REPORT-LINE
010410         MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
010420         STRING "TABLE FULL - DROPPED: " DELIMITED BY SIZE
010430             WS-EDIT-COUNT DELIMITED BY SIZE
010440             INTO WS-REPORT-LINE
010450         PERFORM 8900-WRITE-REPORT-LINE
010460             THRU 8900-WRITE-REPORT-LINE-EXIT
010470     END-IF
010480     MOVE WS-PROJECTED-REL TO WS-HMS-SECS
010490     PERFORM 7300-EDIT-CLOCK THRU 7300-EDIT-CLOCK-EXIT
010500     IF WS-HMS-SECS NOT < 86400
010510         MOVE WS-REL-WORK TO WS-HMS-SECS
010520         PERFORM 7310-EDIT-HMS THRU 7310-EDIT-HMS-EXIT
010530     END-IF
010540     MOVE SPACES TO WS-REPORT-LINE
010550     STRING "PROJECTED FINISH    : " DELIMITED BY SIZE
010560         WS-PROJECTED-DATE DELIMITED BY SIZE
010570         " " DELIMITED BY SIZE
010580         WS-HMS-EDIT DELIMITED BY SIZE
010590         INTO WS-REPORT-LINE
010600     PERFORM 8900-WRITE-REPORT-LINE
010610         THRU 8900-WRITE-REPORT-LINE-EXIT
010620     MOVE WS-ONLINE-REL TO WS-HMS-SECS
010630     PERFORM 7300-EDIT-CLOCK THRU 7300-EDIT-CLOCK-EXIT
010640     MOVE SPACES TO WS-REPORT-LINE
010650     STRING "ONLINE DAY STARTS   : " DELIMITED BY SIZE
010660         WS-ONLINE-DATE DELIMITED BY SIZE
010670         " " DELIMITED BY SIZE
010680         WS-HMS-EDIT DELIMITED BY SIZE
010690         INTO WS-REPORT-LINE
010700     PERFORM 8900-WRITE-REPORT-LINE
010710         THRU 8900-WRITE-REPORT-LINE-EXIT
010720     MOVE SPACES TO WS-REPORT-LINE
010730     IF WS-WINDOW-BREACH-YES
010740         MOVE WS-PROJECTED-LATE TO WS-EDIT-COUNT
010750         STRING "PROJECTED FINISH BREACHES THE ONLINE DAY BY"
010760             DELIMITED BY SIZE
010770             WS-EDIT-COUNT DELIMITED BY SIZE
010780             " MINUTES - ALERT RAISED" DELIMITED BY SIZE
010790             INTO WS-REPORT-LINE
010800     ELSE
010810         MOVE "PROJECTED FINISH IS INSIDE THE BATCH WINDOW"
010820             TO WS-REPORT-LINE
010830     END-IF
010840     PERFORM 8900-WRITE-REPORT-LINE
010850         THRU 8900-WRITE-REPORT-LINE-EXIT
010860     .
010870 8000-PRINT-TOTALS-EXIT.
010880     EXIT.
010890 8900-WRITE-REPORT-LINE.
010900     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010910     IF NOT WS-FILE-STATUS-RPT-OK
010920         DISPLAY "STEPSLA: WRITE FAILED FOR SLARPT - STATUS "
010930             WS-FILE-STATUS-RPT
010940         MOVE 16 TO RETURN-CODE
010950         GOBACK
010960     END-IF
010970     .
010980 8900-WRITE-REPORT-LINE-EXIT.
010990     EXIT.
011000*----------------------------------------------------------------*
011010* 9300 - THE NIGHT WILL NOT FINISH BEFORE THE ONLINE DAY: A
011020* CONSOLE MESSAGE FOR AUTOMATION AND A WARNING ALERT RECORD ON
011030* THE PAGING PATH.  THE COUNTS CARRIED ARE STEPS RUN, STEPS
011040* STILL TO RUN, SLA BREACHES AND THE MINUTES PROJECTED LATE.
011050*----------------------------------------------------------------*
011060 9300-ISSUE-ALERT.
011070     DISPLAY "STEPSLA1W PROJECTED FINISH BREACHES THE ONLINE "
011080         "DAY - BATCH WINDOW AT RISK"
011090     OPEN EXTEND ALERT-FILE
011100     IF WS-FILE-STATUS-ALERT-NOTFND
011110         OPEN OUTPUT ALERT-FILE
011120     END-IF
011130     IF NOT WS-FILE-STATUS-ALERT-OK
011140         DISPLAY "STEPSLA: OPEN FAILED FOR ALERTS - STATUS "
011150             WS-FILE-STATUS-ALERT
011160         MOVE 16 TO RETURN-CODE
011170         GOBACK
011180     END-IF
011190     MOVE SPACES TO RECALT-RECORD
011200     MOVE WS-RUN-DATE TO RECALT-RUN-DATE
011210     MOVE WS-RUN-TIME TO RECALT-RUN-TIME
011220     MOVE "STEPSLA1W" TO RECALT-MSG-ID
011230     MOVE "W" TO RECALT-SEVERITY
011240     MOVE 08 TO RECALT-RETURN-CODE
011250     MOVE WS-STEPS-RUN TO RECALT-NOT-ON-A-COUNT
011260     MOVE WS-OUTSTANDING-COUNT TO RECALT-NOT-ON-B-COUNT
011270     MOVE WS-BREACH-COUNT TO RECALT-FIELD-MM-COUNT
011280     MOVE WS-PROJECTED-LATE TO RECALT-SEQ-ERR-COUNT
011290     ACCEPT RECALT-ISSUE-DATE FROM DATE YYYYMMDD
011300     ACCEPT WS-ALERT-TIME-RAW FROM TIME
011310     MOVE WS-ALERT-TIME-RAW TO RECALT-ISSUE-TIME
011320     WRITE RECALT-RECORD
011330     IF NOT WS-FILE-STATUS-ALERT-OK
011340         DISPLAY "STEPSLA: WRITE FAILED FOR ALERTS - STATUS "
011350             WS-FILE-STATUS-ALERT
011360         MOVE 16 TO RETURN-CODE
011370         GOBACK
011380     END-IF
011390     CLOSE ALERT-FILE
011400     .
011410 9300-ISSUE-ALERT-EXIT.
011420     EXIT.
011430 9999-TERMINATE.
011440     IF NOT WS-FILE-STATUS-STP-NOTFND
011450         CLOSE STEPIN-FILE
011460     END-IF
011470     CLOSE REPORT-FILE
011480     IF WS-WINDOW-BREACH-YES
011490         MOVE 8 TO RETURN-CODE
011500     ELSE
011510         IF WS-BREACH-COUNT > 0
011520             MOVE 4 TO RETURN-CODE
011530         END-IF
011540     END-IF
011550     .
011560 9999-TERMINATE-EXIT.
011570     EXIT.
011580*----------------------------------------------------------------*
011590* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
011600*----------------------------------------------------------------*
011610 COPY "RECSTP.cpy".
011620 END PROGRAM STEPSLA.
