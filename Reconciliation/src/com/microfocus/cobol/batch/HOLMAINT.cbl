000310*
000320* MODIFICATION HISTORY.
000330*   2026-09-02 DS   INITIAL VERSION.
000340*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000350*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000360*                   THE STEPSLA BATCH-WINDOW REPORT.
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT HOLIN-FILE ASSIGN TO HOLIDAYS
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FILE-STATUS-HIN.
000450     SELECT HOLOUT-FILE ASSIGN TO HOLOUT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FILE-STATUS-HOU.
000480     SELECT REPORT-FILE ASSIGN TO HOLRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-RPT.
000510     SELECT PARM-FILE ASSIGN TO SYSIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-PARM.
000540     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RECSTW-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  HOLIN-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  HOLIN-RECORD.
000620     05  HOLIN-DATE                  PIC X(08).
000630     05  FILLER                      PIC X(01).
000640     05  HOLIN-CAL-ID                PIC X(08).
000650     05  FILLER                      PIC X(63).
000660 FD  HOLOUT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  HOLOUT-RECORD.
000690     05  HOLOUT-DATE                 PIC X(08).
000700     05  FILLER                      PIC X(01).
000710     05  HOLOUT-CAL-ID               PIC X(08).
000720     05  FILLER                      PIC X(63).
000730 FD  REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  REPORT-RECORD                   PIC X(80).
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  PARM-RECORD                     PIC X(80).
000790 FD  STEPTIME-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "RECSTM.cpy".
000820 WORKING-STORAGE SECTION.
000830 01  WS-EOF-HIN-SW                   PIC X(01) VALUE "N".
000840     88  WS-EOF-HIN-YES                         VALUE "Y".
000850     88  WS-EOF-HIN-NO                          VALUE "N".
000860 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000870     88  WS-PARM-EOF-YES                        VALUE "Y".
000880 01  WS-FILE-STATUSES.
000890     05  WS-FILE-STATUS-HIN          PIC X(02) VALUE "00".
000900         88  WS-FILE-STATUS-HIN-OK             VALUE "00".
000910         88  WS-FILE-STATUS-HIN-NOTFND         VALUE "35".
000920     05  WS-FILE-STATUS-HOU          PIC X(02) VALUE "00".
000930         88  WS-FILE-STATUS-HOU-OK             VALUE "00".
000940     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000950         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000960     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000970         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000980         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000990 01  WS-COUNTERS COMP-3.
001000     05  WS-LOADED-COUNT             PIC 9(05) VALUE ZERO.
001010     05  WS-WRITTEN-COUNT            PIC 9(05) VALUE ZERO.
001020     05  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
001030     05  WS-REMOVED-COUNT            PIC 9(05) VALUE ZERO.
001040     05  WS-ERROR-COUNT              PIC 9(05) VALUE ZERO.
001050     05  WS-WARN-COUNT               PIC 9(05) VALUE ZERO.
001060 01  WS-COVERAGE-MONTHS              PIC 9(02) VALUE 02.
001070 01  WS-PARM-CARD.
001080     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001090     05  FILLER                      PIC X(79).
001100 01  WS-CARD-FIELDS.
001110     05  WS-CARD-VERB                PIC X(10).
001120     05  WS-CARD-OPERAND-1          PIC X(10).
001130     05  WS-CARD-OPERAND-2          PIC X(10).
001140 01  WS-CARD-MM-X                    PIC X(02).
001150 01  WS-CARD-MM REDEFINES WS-CARD-MM-X
001160                                     PIC 9(02).
001170*----------------------------------------------------------------*
001180* THE HOLIDAY TABLE.  LOADED IN FILE ORDER, MAINTAINED IN
001190* PLACE, WRITTEN BACK OUT AND THEN PROVED.
001200*----------------------------------------------------------------*
001210 01  WS-HOL-TABLE.
001220     05  WS-HOL-COUNT                PIC S9(04) COMP VALUE ZERO.
001230     05  WS-HOL-MAX                  PIC S9(04) COMP VALUE 1000.
001240     05  WS-HOL-ENTRY OCCURS 1000 TIMES.
001250         10  WS-HOL-CAL              PIC X(08).
001260         10  WS-HOL-DATE             PIC X(08).
001270         10  WS-HOL-DROP-SW          PIC X(01).
001280 01  WS-HOL-IDX                      PIC S9(04) COMP.
001290 01  WS-HOL-INS                      PIC S9(04) COMP.
001300 01  WS-HOL-FOUND                    PIC S9(04) COMP.
001310*----------------------------------------------------------------*
001320* DATE WORK.  THE VALIDATOR AND THE DAY-OF-WEEK ARITHMETIC
001330* BOTH RUN OFF THIS AREA.
001340*----------------------------------------------------------------*
001350 01  WS-DATE-WORK                    PIC X(08).
001360 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001370     05  WS-DW-YYYY                  PIC 9(04).
001380     05  WS-DW-MM                    PIC 9(02).
001390     05  WS-DW-DD                    PIC 9(02).
001400 01  WS-DATE-VALID-SW                PIC X(01).
001410     88  WS-DATE-VALID-YES                      VALUE "Y".
001420     88  WS-DATE-VALID-NO                       VALUE "N".
001430 01  WS-DOW-WORK COMP-3.
001440     05  WS-DOW-Y                    PIC 9(04).
001450     05  WS-DOW-M                    PIC 9(02).
001460     05  WS-DOW-K                    PIC 9(02).
001470     05  WS-DOW-J                    PIC 9(02).
001480     05  WS-DOW-SUM                  PIC S9(09).
001490     05  WS-DOW-QUOT                 PIC S9(09).
001500     05  WS-DOW                      PIC 9(01).
001510 01  WS-MONTH-SERIAL                 PIC S9(07) COMP-3.
001520 01  WS-PREV-SERIAL                  PIC S9(07) COMP-3.
001530 01  WS-CUTOFF-SERIAL                PIC S9(07) COMP-3.
001540 01  WS-MAX-SERIAL                   PIC S9(07) COMP-3.
001550 01  WS-PREV-CAL                     PIC X(08).
001560 01  WS-PREV-DATE                    PIC X(08).
001570 01  WS-FIRST-IN-CAL-SW              PIC X(01).
001580     88  WS-FIRST-IN-CAL                        VALUE "Y".
001590 01  WS-EDIT-COUNT                   PIC ZZZZ9.
001600 01  WS-REPORT-LINE                  PIC X(80).
001610 01  WS-RUN-DATE                     PIC X(08).
001620 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001630     05  WS-RUN-YYYY                 PIC 9(04).
001640     05  WS-RUN-MM                   PIC 9(02).
001650     05  WS-RUN-DD                   PIC 9(02).
001660 COPY "RECSTW.cpy".
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     MOVE "HOLMAINT" TO RECSTW-PROGRAM-ID
001700     PERFORM 9800-START-STEP-TIMING
001710         THRU 9800-START-STEP-TIMING-EXIT
001720     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001730     PERFORM 2000-LOAD-HOLIDAYS THRU 2000-LOAD-HOLIDAYS-EXIT
001740     PERFORM 3000-READ-MAINT-CARDS
001750         THRU 3000-READ-MAINT-CARDS-EXIT
001760     PERFORM 5000-VALIDATE-TABLE THRU 5000-VALIDATE-TABLE-EXIT
001770     PERFORM 7000-WRITE-HOLOUT THRU 7000-WRITE-HOLOUT-EXIT
001780     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001790     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001800     MOVE WS-LOADED-COUNT TO RECSTW-RECORD-COUNT
001810     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001820     PERFORM 9810-WRITE-STEP-TIMING
001830         THRU 9810-WRITE-STEP-TIMING-EXIT
001840     GOBACK
001850     .
001860 0000-MAINLINE-EXIT.
001870     EXIT.
001880 1000-INITIALIZE.
001890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001900     OPEN INPUT HOLIN-FILE
001910     IF NOT WS-FILE-STATUS-HIN-OK
001920         DISPLAY "HOLMAINT: OPEN FAILED FOR HOLIDAYS - STATUS "
001930             WS-FILE-STATUS-HIN
001940         MOVE 16 TO RETURN-CODE
001950         GOBACK
001960     END-IF
001970     OPEN OUTPUT HOLOUT-FILE
001980     IF NOT WS-FILE-STATUS-HOU-OK
001990         DISPLAY "HOLMAINT: OPEN FAILED FOR HOLOUT - STATUS "
002000             WS-FILE-STATUS-HOU
002010         MOVE 16 TO RETURN-CODE
002020         GOBACK
002030     END-IF
002040     OPEN OUTPUT REPORT-FILE
002050     IF NOT WS-FILE-STATUS-RPT-OK
002060         DISPLAY "HOLMAINT: OPEN FAILED FOR HOLRPT - STATUS "
002070             WS-FILE-STATUS-RPT
002080         MOVE 16 TO RETURN-CODE
002090         GOBACK
002100     END-IF
002110     MOVE SPACES TO WS-REPORT-LINE
002120     STRING "HOLIDAY DATASET MAINTENANCE - RUN "
002130         DELIMITED BY SIZE
002140         WS-RUN-DATE DELIMITED BY SIZE
002150         INTO WS-REPORT-LINE
002160     PERFORM 8900-WRITE-REPORT-LINE
002170         THRU 8900-WRITE-REPORT-LINE-EXIT
002180     .
002190 1000-INITIALIZE-EXIT.
002200     EXIT.
002210 2000-LOAD-HOLIDAYS.
002220     PERFORM 2100-LOAD-ONE-HOLIDAY
002230         THRU 2100-LOAD-ONE-HOLIDAY-EXIT
002240         UNTIL WS-EOF-HIN-YES
002250     CLOSE HOLIN-FILE
002260     .
002270 2000-LOAD-HOLIDAYS-EXIT.
002280     EXIT.
002290 2100-LOAD-ONE-HOLIDAY.
002300     READ HOLIN-FILE
002310         AT END
002320             SET WS-EOF-HIN-YES TO TRUE
002330             GO TO 2100-LOAD-ONE-HOLIDAY-EXIT
002340     END-READ
002350     IF NOT WS-FILE-STATUS-HIN-OK
002360         DISPLAY "HOLMAINT: READ FAILED FOR HOLIDAYS - STATUS "
002370             WS-FILE-STATUS-HIN
002380         MOVE 16 TO RETURN-CODE
002390         GOBACK
002400     END-IF
002410     IF HOLIN-DATE = SPACES
002420         GO TO 2100-LOAD-ONE-HOLIDAY-EXIT
002430     END-IF
002440     IF WS-HOL-COUNT = WS-HOL-MAX
002450         DISPLAY "HOLMAINT: HOLIDAY TABLE FULL - RUN STOPPED"
002460         MOVE 16 TO RETURN-CODE
002470         GOBACK
002480     END-IF
002490     ADD 1 TO WS-HOL-COUNT
002500     MOVE HOLIN-CAL-ID TO WS-HOL-CAL (WS-HOL-COUNT)
002510     MOVE HOLIN-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
002520     MOVE "N" TO WS-HOL-DROP-SW (WS-HOL-COUNT)
002530     ADD 1 TO WS-LOADED-COUNT
002540     .
002550 2100-LOAD-ONE-HOLIDAY-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------*
002580* 3000 - MAINTENANCE CARDS, APPLIED TO THE TABLE WITH AN AUDIT
002590* LINE PER CHANGE.  NO SYSIN MEANS VALIDATE-ONLY.
002600*----------------------------------------------------------------*
002610 3000-READ-MAINT-CARDS.
002620     OPEN INPUT PARM-FILE
002630     IF WS-FILE-STATUS-PARM-NOTFND
002640         SET WS-PARM-EOF-YES TO TRUE
002650         GO TO 3000-READ-MAINT-CARDS-EXIT
002660     END-IF
002670     IF NOT WS-FILE-STATUS-PARM-OK
002680         DISPLAY "HOLMAINT: OPEN FAILED FOR SYSIN - STATUS "
002690             WS-FILE-STATUS-PARM
002700         MOVE 16 TO RETURN-CODE
002710         GOBACK
002720     END-IF
002730     PERFORM 3100-READ-ONE-CARD THRU 3100-READ-ONE-CARD-EXIT
002740         UNTIL WS-PARM-EOF-YES
002750     CLOSE PARM-FILE
002760     .
002770 3000-READ-MAINT-CARDS-EXIT.
002780     EXIT.
002790 3100-READ-ONE-CARD.
002800     READ PARM-FILE INTO WS-PARM-CARD
002810         AT END
002820             SET WS-PARM-EOF-YES TO TRUE
002830             GO TO 3100-READ-ONE-CARD-EXIT
002840     END-READ
002850     IF NOT WS-FILE-STATUS-PARM-OK
002860         DISPLAY "HOLMAINT: READ FAILED FOR SYSIN - STATUS "
002870             WS-FILE-STATUS-PARM
002880         MOVE 16 TO RETURN-CODE
002890         GOBACK
002900     END-IF
002910     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002920         GO TO 3100-READ-ONE-CARD-EXIT
002930     END-IF
002940     MOVE SPACES TO WS-CARD-FIELDS
002950     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002960         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002970             WS-CARD-OPERAND-2
002980     END-UNSTRING
002990     EVALUATE WS-CARD-VERB
003000         WHEN "COVERAGE"
003010             MOVE WS-CARD-OPERAND-1 TO WS-CARD-MM-X
003020             IF WS-CARD-MM NOT NUMERIC
003030                 DISPLAY "HOLMAINT: BAD COVERAGE - "
003040                     WS-CARD-OPERAND-1
003050                 MOVE 16 TO RETURN-CODE
003060                 GOBACK
003070             END-IF
003080             MOVE WS-CARD-MM TO WS-COVERAGE-MONTHS
003090         WHEN "ADD"
003100             PERFORM 3200-APPLY-ADD THRU 3200-APPLY-ADD-EXIT
003110         WHEN "REMOVE"
003120             PERFORM 3300-APPLY-REMOVE
003130                 THRU 3300-APPLY-REMOVE-EXIT
003140         WHEN OTHER
003150             DISPLAY "HOLMAINT: UNRECOGNIZED CARD - "
003160                 WS-PARM-CARD
003170             MOVE 16 TO RETURN-CODE
003180             GOBACK
003190     END-EVALUATE
003200     .
003210 3100-READ-ONE-CARD-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------*
003240* 3200 - INSERT ONE DATE IN CALENDAR/DATE ORDER.  A DATE THAT
003250* WILL NOT PARSE OR IS ALREADY PRESENT IS A CARD ERROR - THE
003260* FILE NEVER PICKS UP WHAT THE PROOFS WOULD THEN REJECT.
003270*----------------------------------------------------------------*
003280 3200-APPLY-ADD.
003290     MOVE WS-CARD-OPERAND-1 (1:8) TO WS-DATE-WORK
003300     PERFORM 5500-VALIDATE-ONE-DATE
003310         THRU 5500-VALIDATE-ONE-DATE-EXIT
003320     IF WS-DATE-VALID-NO
003330         DISPLAY "HOLMAINT: BAD ADD DATE - " WS-CARD-OPERAND-1
003340         MOVE 16 TO RETURN-CODE
003350         GOBACK
003360     END-IF
003370     IF WS-HOL-COUNT = WS-HOL-MAX
003380         DISPLAY "HOLMAINT: HOLIDAY TABLE FULL - RUN STOPPED"
003390         MOVE 16 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     MOVE ZERO TO WS-HOL-FOUND
003430     COMPUTE WS-HOL-INS = WS-HOL-COUNT + 1
003440     PERFORM 3250-FIND-ADD-SLOT THRU 3250-FIND-ADD-SLOT-EXIT
003450         VARYING WS-HOL-IDX FROM 1 BY 1
003460         UNTIL WS-HOL-IDX > WS-HOL-COUNT
003470     IF WS-HOL-FOUND > 0
003480         DISPLAY "HOLMAINT: ADD DATE ALREADY PRESENT - "
003490             WS-CARD-OPERAND-1
003500         MOVE 16 TO RETURN-CODE
003510         GOBACK
003520     END-IF
003530     ADD 1 TO WS-HOL-COUNT
003540     PERFORM 3270-SHIFT-TABLE-DOWN
003550         THRU 3270-SHIFT-TABLE-DOWN-EXIT
003560         VARYING WS-HOL-IDX FROM WS-HOL-COUNT BY -1
003570         UNTIL WS-HOL-IDX NOT > WS-HOL-INS
003580     MOVE WS-CARD-OPERAND-2 (1:8) TO WS-HOL-CAL (WS-HOL-INS)
003590     MOVE WS-DATE-WORK TO WS-HOL-DATE (WS-HOL-INS)
003600     MOVE "N" TO WS-HOL-DROP-SW (WS-HOL-INS)
003610     ADD 1 TO WS-ADDED-COUNT
003620     MOVE SPACES TO WS-REPORT-LINE
003630     STRING "ADDED   " DELIMITED BY SIZE
003640         WS-DATE-WORK DELIMITED BY SIZE
003650         " " DELIMITED BY SIZE
003660         WS-CARD-OPERAND-2 (1:8) DELIMITED BY SIZE
003670         INTO WS-REPORT-LINE
003680     PERFORM 8900-WRITE-REPORT-LINE
003690         THRU 8900-WRITE-REPORT-LINE-EXIT
003700     .
003710 3200-APPLY-ADD-EXIT.
003720     EXIT.
003730 3250-FIND-ADD-SLOT.
003740     IF WS-HOL-CAL (WS-HOL-IDX) = WS-CARD-OPERAND-2 (1:8)
003750             AND WS-HOL-DATE (WS-HOL-IDX) = WS-DATE-WORK
003760             AND WS-HOL-DROP-SW (WS-HOL-IDX) = "N"
003770         MOVE WS-HOL-IDX TO WS-HOL-FOUND
003780     END-IF
003790     IF WS-HOL-IDX < WS-HOL-INS
003800         IF WS-HOL-CAL (WS-HOL-IDX) > WS-CARD-OPERAND-2 (1:8)
003810                 OR (WS-HOL-CAL (WS-HOL-IDX)
003820                         = WS-CARD-OPERAND-2 (1:8)
003830                     AND WS-HOL-DATE (WS-HOL-IDX)
003840                         > WS-DATE-WORK)
003850             MOVE WS-HOL-IDX TO WS-HOL-INS
003860         END-IF
003870     END-IF
003880     .
003890 3250-FIND-ADD-SLOT-EXIT.
003900     EXIT.
003910 3270-SHIFT-TABLE-DOWN.
003920     IF WS-HOL-IDX > 1
003930         MOVE WS-HOL-ENTRY (WS-HOL-IDX - 1)
003940             TO WS-HOL-ENTRY (WS-HOL-IDX)
003950     END-IF
003960     .
003970 3270-SHIFT-TABLE-DOWN-EXIT.
003980     EXIT.
003990 3300-APPLY-REMOVE.
004000     MOVE ZERO TO WS-HOL-FOUND
004010     PERFORM 3350-FIND-REMOVE THRU 3350-FIND-REMOVE-EXIT
004020         VARYING WS-HOL-IDX FROM 1 BY 1
004030         UNTIL WS-HOL-IDX > WS-HOL-COUNT OR WS-HOL-FOUND > 0
004040     IF WS-HOL-FOUND = 0
004050         ADD 1 TO WS-WARN-COUNT
004060         MOVE SPACES TO WS-REPORT-LINE
004070         STRING "REMOVE NOT FOUND - " DELIMITED BY SIZE
004080             WS-CARD-OPERAND-1 (1:8) DELIMITED BY SIZE
004090             INTO WS-REPORT-LINE
004100         PERFORM 8900-WRITE-REPORT-LINE
004110             THRU 8900-WRITE-REPORT-LINE-EXIT
004120         GO TO 3300-APPLY-REMOVE-EXIT
004130     END-IF
004140     MOVE "Y" TO WS-HOL-DROP-SW (WS-HOL-FOUND)
004150     ADD 1 TO WS-REMOVED-COUNT
004160     MOVE SPACES TO WS-REPORT-LINE
004170     STRING "REMOVED " DELIMITED BY SIZE
004180         WS-CARD-OPERAND-1 (1:8) DELIMITED BY SIZE
004190         " " DELIMITED BY SIZE
004200         WS-CARD-OPERAND-2 (1:8) DELIMITED BY SIZE
004210         INTO WS-REPORT-LINE
004220     PERFORM 8900-WRITE-REPORT-LINE
004230         THRU 8900-WRITE-REPORT-LINE-EXIT
004240     .
004250 3300-APPLY-REMOVE-EXIT.
004260     EXIT.
004270 3350-FIND-REMOVE.
004280     IF WS-HOL-DATE (WS-HOL-IDX) = WS-CARD-OPERAND-1 (1:8)
004290             AND WS-HOL-CAL (WS-HOL-IDX)
004300                 = WS-CARD-OPERAND-2 (1:8)
004310             AND WS-HOL-DROP-SW (WS-HOL-IDX) = "N"
004320         MOVE WS-HOL-IDX TO WS-HOL-FOUND
004330     END-IF
004340     .
004350 3350-FIND-REMOVE-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380* 5000 - THE PROOFS OVER THE MAINTAINED TABLE: DATE VALIDITY,
004390* ORDER AND DUPLICATES WITHIN A CALENDAR, WEEKEND ENTRIES,
004400* LONG GAPS AND FORWARD COVERAGE.
004410*----------------------------------------------------------------*
004420 5000-VALIDATE-TABLE.
004430     MOVE LOW-VALUES TO WS-PREV-CAL
004440     MOVE SPACES TO WS-PREV-DATE
004450     MOVE ZERO TO WS-PREV-SERIAL
004460     MOVE ZERO TO WS-MAX-SERIAL
004470     MOVE "Y" TO WS-FIRST-IN-CAL-SW
004480     COMPUTE WS-CUTOFF-SERIAL =
004490         (WS-RUN-YYYY * 12) + WS-RUN-MM + WS-COVERAGE-MONTHS
004500     PERFORM 5100-VALIDATE-ONE-ENTRY
004510         THRU 5100-VALIDATE-ONE-ENTRY-EXIT
004520         VARYING WS-HOL-IDX FROM 1 BY 1
004530         UNTIL WS-HOL-IDX > WS-HOL-COUNT
004540     IF WS-HOL-COUNT > 0
004550         PERFORM 5400-CHECK-COVERAGE
004560             THRU 5400-CHECK-COVERAGE-EXIT
004570     END-IF
004580     .
004590 5000-VALIDATE-TABLE-EXIT.
004600     EXIT.
004610 5100-VALIDATE-ONE-ENTRY.
004620     IF WS-HOL-DROP-SW (WS-HOL-IDX) = "Y"
004630         GO TO 5100-VALIDATE-ONE-ENTRY-EXIT
004640     END-IF
004650     MOVE WS-HOL-DATE (WS-HOL-IDX) TO WS-DATE-WORK
004660     PERFORM 5500-VALIDATE-ONE-DATE
004670         THRU 5500-VALIDATE-ONE-DATE-EXIT
004680     IF WS-DATE-VALID-NO
004690         ADD 1 TO WS-ERROR-COUNT
004700         MOVE SPACES TO WS-REPORT-LINE
004710         STRING "BAD DATE          - " DELIMITED BY SIZE
004720             WS-DATE-WORK DELIMITED BY SIZE
004730             INTO WS-REPORT-LINE
004740         PERFORM 8900-WRITE-REPORT-LINE
004750             THRU 8900-WRITE-REPORT-LINE-EXIT
004760         GO TO 5100-VALIDATE-ONE-ENTRY-EXIT
004770     END-IF
004780     COMPUTE WS-MONTH-SERIAL =
004790         (WS-DW-YYYY * 12) + WS-DW-MM
004800     IF WS-HOL-CAL (WS-HOL-IDX) NOT = WS-PREV-CAL
004810         IF WS-PREV-CAL NOT = LOW-VALUES
004820             PERFORM 5400-CHECK-COVERAGE
004830                 THRU 5400-CHECK-COVERAGE-EXIT
004840         END-IF
004850         MOVE WS-HOL-CAL (WS-HOL-IDX) TO WS-PREV-CAL
004860         MOVE "Y" TO WS-FIRST-IN-CAL-SW
004870         MOVE ZERO TO WS-MAX-SERIAL
004880     END-IF
004890     IF NOT WS-FIRST-IN-CAL
004900         IF WS-DATE-WORK = WS-PREV-DATE
004910             ADD 1 TO WS-ERROR-COUNT
004920             MOVE SPACES TO WS-REPORT-LINE
004930             STRING "DUPLICATE DATE    - " DELIMITED BY SIZE
004940                 WS-DATE-WORK DELIMITED BY SIZE
004950                 INTO WS-REPORT-LINE
004960             PERFORM 8900-WRITE-REPORT-LINE
004970                 THRU 8900-WRITE-REPORT-LINE-EXIT
004980         END-IF
004990         IF WS-DATE-WORK < WS-PREV-DATE
005000             ADD 1 TO WS-ERROR-COUNT
005010             MOVE SPACES TO WS-REPORT-LINE
005020             STRING "OUT OF ORDER      - " DELIMITED BY SIZE
005030                 WS-DATE-WORK DELIMITED BY SIZE
005040                 INTO WS-REPORT-LINE
005050             PERFORM 8900-WRITE-REPORT-LINE
005060                 THRU 8900-WRITE-REPORT-LINE-EXIT
005070         END-IF
005080         IF WS-MONTH-SERIAL - WS-PREV-SERIAL > 6
005090             ADD 1 TO WS-WARN-COUNT
005100             MOVE SPACES TO WS-REPORT-LINE
005110             STRING "LONG GAP BEFORE   - " DELIMITED BY SIZE
005120                 WS-DATE-WORK DELIMITED BY SIZE
005130                 INTO WS-REPORT-LINE
005140             PERFORM 8900-WRITE-REPORT-LINE
005150                 THRU 8900-WRITE-REPORT-LINE-EXIT
005160         END-IF
005170     END-IF
005180     PERFORM 5600-CHECK-WEEKEND THRU 5600-CHECK-WEEKEND-EXIT
005190     MOVE WS-DATE-WORK TO WS-PREV-DATE
005200     MOVE WS-MONTH-SERIAL TO WS-PREV-SERIAL
005210     IF WS-MONTH-SERIAL > WS-MAX-SERIAL
005220         MOVE WS-MONTH-SERIAL TO WS-MAX-SERIAL
005230     END-IF
005240     MOVE "N" TO WS-FIRST-IN-CAL-SW
005250     .
005260 5100-VALIDATE-ONE-ENTRY-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290* 5400 - A CALENDAR WHOSE NEWEST DATE SITS INSIDE THE COVERAGE
005300* WINDOW IS THE LAST-YEAR'S-FILE FAILURE - AN ERROR, NOT A
005310* WARNING.
005320*----------------------------------------------------------------*
005330 5400-CHECK-COVERAGE.
005340     IF WS-MAX-SERIAL < WS-CUTOFF-SERIAL
005350         ADD 1 TO WS-ERROR-COUNT
005360         MOVE SPACES TO WS-REPORT-LINE
005370         STRING "COVERAGE SHORT FOR CALENDAR "
005380             DELIMITED BY SIZE
005390             WS-PREV-CAL DELIMITED BY SIZE
005400             INTO WS-REPORT-LINE
005410         PERFORM 8900-WRITE-REPORT-LINE
005420             THRU 8900-WRITE-REPORT-LINE-EXIT
005430     END-IF
005440     .
005450 5400-CHECK-COVERAGE-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------*
005480* 5500 - REAL-DATE PROOF: NUMERIC, MONTH 1-12, DAY WITHIN THE
005490* MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.
005500*----------------------------------------------------------------*
005510 5500-VALIDATE-ONE-DATE.
005520     SET WS-DATE-VALID-YES TO TRUE
005530     IF WS-DATE-WORK NOT NUMERIC
005540         SET WS-DATE-VALID-NO TO TRUE
005550         GO TO 5500-VALIDATE-ONE-DATE-EXIT
005560     END-IF
005570     IF WS-DW-MM < 1 OR WS-DW-MM > 12
005580             OR WS-DW-DD < 1 OR WS-DW-DD > 31
005590         SET WS-DATE-VALID-NO TO TRUE
005600         GO TO 5500-VALIDATE-ONE-DATE-EXIT
005610     END-IF
005620     EVALUATE WS-DW-MM
005630         WHEN 04
005640         WHEN 06
005650         WHEN 09
005660         WHEN 11
005670             IF WS-DW-DD > 30
005680                 SET WS-DATE-VALID-NO TO TRUE
005690             END-IF
005700         WHEN 02
005710             IF WS-DW-DD > 29
005720                 SET WS-DATE-VALID-NO TO TRUE
005730             END-IF
005740             IF WS-DW-DD = 29
005750                 PERFORM 5550-CHECK-LEAP-YEAR
005760                     THRU 5550-CHECK-LEAP-YEAR-EXIT
005770             END-IF
005780     END-EVALUATE
005790     .
005800 5500-VALIDATE-ONE-DATE-EXIT.
005810     EXIT.
005820 5550-CHECK-LEAP-YEAR.
005830     DIVIDE WS-DW-YYYY BY 4 GIVING WS-DOW-QUOT
005840         REMAINDER WS-DOW-SUM
005850     IF WS-DOW-SUM NOT = 0
005860         SET WS-DATE-VALID-NO TO TRUE
005870         GO TO 5550-CHECK-LEAP-YEAR-EXIT
005880     END-IF
005890     DIVIDE WS-DW-YYYY BY 100 GIVING WS-DOW-QUOT
005900         REMAINDER WS-DOW-SUM
005910     IF WS-DOW-SUM NOT = 0
005920         GO TO 5550-CHECK-LEAP-YEAR-EXIT
005930     END-IF
005940     DIVIDE WS-DW-YYYY BY 400 GIVING WS-DOW-QUOT
005950         REMAINDER WS-DOW-SUM
005960     IF WS-DOW-SUM NOT = 0
005970         SET WS-DATE-VALID-NO TO TRUE
005980     END-IF
005990     .
006000 5550-CHECK-LEAP-YEAR-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------*
006030* 5600 - ZELLER'S CONGRUENCE; 0 IS SATURDAY AND 1 IS SUNDAY.
006040* A WEEKEND-DATED HOLIDAY IS USUALLY A KEYING SLIP AND IS
006050* REPORTED AS A WARNING.
006060*----------------------------------------------------------------*
006070 5600-CHECK-WEEKEND.
006080     MOVE WS-DW-YYYY TO WS-DOW-Y
006090     MOVE WS-DW-MM TO WS-DOW-M
006100     IF WS-DOW-M < 3
006110         ADD 12 TO WS-DOW-M
006120         SUBTRACT 1 FROM WS-DOW-Y
006130     END-IF
006140     DIVIDE WS-DOW-Y BY 100 GIVING WS-DOW-J
006150         REMAINDER WS-DOW-K
006160     COMPUTE WS-DOW-SUM = WS-DW-DD
006170         + ((13 * (WS-DOW-M + 1)) / 5)
006180         + WS-DOW-K + (WS-DOW-K / 4)
006190         + (WS-DOW-J / 4) + (5 * WS-DOW-J)
006200     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
006210         REMAINDER WS-DOW
006220     IF WS-DOW < 2
006230         ADD 1 TO WS-WARN-COUNT
006240         MOVE SPACES TO WS-REPORT-LINE
006250         STRING "WEEKEND DATE      - " DELIMITED BY SIZE
006260             WS-DATE-WORK DELIMITED BY SIZE
006270             INTO WS-REPORT-LINE
006280         PERFORM 8900-WRITE-REPORT-LINE
006290             THRU 8900-WRITE-REPORT-LINE-EXIT
006300     END-IF
006310     .
006320 5600-CHECK-WEEKEND-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------*
006350* 7000 - THE MAINTAINED FILE, DROPPED ENTRIES LEFT BEHIND.
006360*----------------------------------------------------------------*
006370 7000-WRITE-HOLOUT.
006380     PERFORM 7100-WRITE-ONE-HOLOUT
006390         THRU 7100-WRITE-ONE-HOLOUT-EXIT
006400         VARYING WS-HOL-IDX FROM 1 BY 1
006410         UNTIL WS-HOL-IDX > WS-HOL-COUNT
006420     .
006430 7000-WRITE-HOLOUT-EXIT.
006440     EXIT.
006450 7100-WRITE-ONE-HOLOUT.
006460     IF WS-HOL-DROP-SW (WS-HOL-IDX) = "Y"
006470         GO TO 7100-WRITE-ONE-HOLOUT-EXIT
006480     END-IF
006490     MOVE SPACES TO HOLOUT-RECORD
006500     MOVE WS-HOL-DATE (WS-HOL-IDX) TO HOLOUT-DATE
006510     MOVE WS-HOL-CAL (WS-HOL-IDX) TO HOLOUT-CAL-ID
006520     WRITE HOLOUT-RECORD
006530     IF NOT WS-FILE-STATUS-HOU-OK
006540         DISPLAY "HOLMAINT: WRITE FAILED FOR HOLOUT - STATUS "
006550             WS-FILE-STATUS-HOU
006560         MOVE 16 TO RETURN-CODE
006570         GOBACK
006580     END-IF
006590     ADD 1 TO WS-WRITTEN-COUNT
006600     .
006610 7100-WRITE-ONE-HOLOUT-EXIT.
006620     EXIT.
006630 8000-PRINT-TOTALS.
006640     MOVE SPACES TO WS-REPORT-LINE
006650     PERFORM 8900-WRITE-REPORT-LINE
006660         THRU 8900-WRITE-REPORT-LINE-EXIT
006670     MOVE SPACES TO WS-REPORT-LINE
006680     MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT
006690     STRING "ENTRIES READ        : " DELIMITED BY SIZE
006700         WS-EDIT-COUNT DELIMITED BY SIZE
006710         INTO WS-REPORT-LINE
006720     PERFORM 8900-WRITE-REPORT-LINE
006730         THRU 8900-WRITE-REPORT-LINE-EXIT
006740     MOVE SPACES TO WS-REPORT-LINE
006750     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT
006760     STRING "ENTRIES ADDED       : " DELIMITED BY SIZE
006770         WS-EDIT-COUNT DELIMITED BY SIZE
006780         INTO WS-REPORT-LINE
006790     PERFORM 8900-WRITE-REPORT-LINE
006800         THRU 8900-WRITE-REPORT-LINE-EXIT
006810     MOVE SPACES TO WS-REPORT-LINE
006820     MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT
006830     STRING "ENTRIES REMOVED     : " DELIMITED BY SIZE
006840         WS-EDIT-COUNT DELIMITED BY SIZE
006850         INTO WS-REPORT-LINE
006860     PERFORM 8900-WRITE-REPORT-LINE
006870         THRU 8900-WRITE-REPORT-LINE-EXIT
006880     MOVE SPACES TO WS-REPORT-LINE
006890     MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT
006900     STRING "ENTRIES WRITTEN     : " DELIMITED BY SIZE
006910         WS-EDIT-COUNT DELIMITED BY SIZE
006920         INTO WS-REPORT-LINE
006930     PERFORM 8900-WRITE-REPORT-LINE
006940         THRU 8900-WRITE-REPORT-LINE-EXIT
006950     MOVE SPACES TO WS-REPORT-LINE
006960     MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
006970     STRING "VALIDATION ERRORS   : " DELIMITED BY SIZE
006980         WS-EDIT-COUNT DELIMITED BY SIZE
006990         INTO WS-REPORT-LINE
007000     PERFORM 8900-WRITE-REPORT-LINE
007010         THRU 8900-WRITE-REPORT-LINE-EXIT
007020     MOVE SPACES TO WS-REPORT-LINE
007030     MOVE WS-WARN-COUNT TO WS-EDIT-COUNT
007040     STRING "WARNINGS            : " DELIMITED BY SIZE
007050         WS-EDIT-COUNT DELIMITED BY SIZE
007060         INTO WS-REPORT-LINE
007070     PERFORM 8900-WRITE-REPORT-LINE
007080         THRU 8900-WRITE-REPORT-LINE-EXIT
007090     .
007100 8000-PRINT-TOTALS-EXIT.
007110     EXIT.
007120 8900-WRITE-REPORT-LINE.
007130     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007140     IF NOT WS-FILE-STATUS-RPT-OK
007150         DISPLAY "HOLMAINT: WRITE FAILED FOR HOLRPT - STATUS "
007160             WS-FILE-STATUS-RPT
007170         MOVE 16 TO RETURN-CODE
007180         GOBACK
007190     END-IF
007200     .
007210 8900-WRITE-REPORT-LINE-EXIT.
007220     EXIT.
007230 9999-TERMINATE.
007240     CLOSE HOLOUT-FILE
007250     CLOSE REPORT-FILE
007260     IF WS-ERROR-COUNT > 0
007270         DISPLAY "HOLMAINT: HOLIDAY DATASET NOT PROVED - RC 8"
007280         MOVE 8 TO RETURN-CODE
007290     ELSE
007300         IF WS-WARN-COUNT > 0
007310             MOVE 4 TO RETURN-CODE
007320         END-IF
007330     END-IF
007340     .
007350 9999-TERMINATE-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------*
007380* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
007390*----------------------------------------------------------------*
007400 COPY "RECSTP.cpy".
007410 END PROGRAM HOLMAINT.
