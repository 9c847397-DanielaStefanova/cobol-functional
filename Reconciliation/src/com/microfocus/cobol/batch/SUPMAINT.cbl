000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUPMAINT.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* SUPMAINT - SUPPRESS-LIST MAINTENANCE AND EXPIRY FORECAST.
000090*
000100* THE SUPRLIST DATASET (RECSUP.CPY) KEEPS ACCEPTED EXCEPTIONS
000110* OFF EVERY RECONCILIATION EXTRACT, AND UNTIL NOW IT WAS KEYED
000120* BY HAND WITH NOTHING CHECKING WHAT WENT IN.  THIS JOB APPLIES
000130* MAINTENANCE CARDS UNDER EDIT AND WRITES THE NEW LIST TO
000140* SUPOUT, EACH CHANGE LEAVING AN AUDIT LINE ON THE REPORT AND
000150* ITS REQUESTER, AUTHORIZER AND DATE ON THE ENTRY ITSELF:
000160*     HORIZON NNN               (MAXIMUM DAYS AN EXPIRY MAY SIT
000170*                                PAST TODAY, DEFAULT 090)
000180*     FORECAST NN               (BUSINESS DAYS AHEAD, DEFAULT 05)
000190*     UNUSED NN                 (CYCLES WITHOUT A HIT, DEFAULT 05)
000200*     CALENDAR ID               (HOLIDAYS CALENDAR, DEFAULT BLANK)
000210*     ADD KEY RC PAIR YYYYMMDD REQUESTER AUTHORIZER
000220*     RENEW KEY RC PAIR YYYYMMDD REQUESTER AUTHORIZER
000230*     REMOVE KEY RC PAIR REQUESTER AUTHORIZER
000240* PAIR IS THE PAIR ID OR * FOR EVERY PAIR.  PARAMETER CARDS
000250* COME BEFORE THE MAINTENANCE CARDS THEY GOVERN.  A CHANGE IS
000260* REJECTED - AND THE LIST LEFT AS IT WAS - WHEN THE REASON CODE
000270* IS NOT NA, NB, FM OR GT, THE EXPIRY IS NOT A REAL DATE AFTER
000280* TODAY AND WITHIN THE HORIZON, THE AUTHORIZER OR REQUESTER IS
000290* MISSING, OR THE AUTHORIZER IS THE REQUESTER.  AN ADD FOR AN
000300* ENTRY ALREADY ON THE LIST AND A RENEW FOR ONE THAT IS NOT ARE
000310* REJECTED TOO; AN UNMATCHED REMOVE IS A WARNING.
000320* AFTER MAINTENANCE THE REPORT FORECASTS THE ENTRIES EXPIRING
000330* WITHIN THE NEXT FORECAST BUSINESS DAYS (WEEKENDS AND THE
000340* CALENDAR'S HOLIDAYS SKIPPED), LISTS ENTRIES ALREADY EXPIRED,
000350* AND FROM THE SUPUSAGE DATASET RECON APPENDS (RECSUS.CPY)
000360* LISTS ENTRIES THAT SUPPRESSED NOTHING IN EACH OF THE LAST
000370* UNUSED CYCLES, SO THEY CAN BE RETIRED.
000380* RC=0 CLEAN, RC=4 WARNINGS ONLY (FORECAST, EXPIRED OR UNUSED
000390* ENTRIES, UNMATCHED REMOVE), RC=8 REJECTED CARDS, RC=16
000400* CARD/IO ERROR.
000410*
000420* MODIFICATION HISTORY.
000430*   2026-10-15 DS   INITIAL VERSION.
000440*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000450*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000460*                   THE STEPSLA BATCH-WINDOW REPORT.
000470*----------------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SUPIN-FILE ASSIGN TO SUPRLIST
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-SIN.
000550     SELECT SUPOUT-FILE ASSIGN TO SUPOUT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-SOU.
000580     SELECT USAGE-FILE ASSIGN TO SUPUSAGE
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FILE-STATUS-USE.
000610     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FILE-STATUS-HOL.
000640     SELECT REPORT-FILE ASSIGN TO SUPRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FILE-STATUS-RPT.
000670     SELECT PARM-FILE ASSIGN TO SYSIN
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FILE-STATUS-PARM.
000700     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS RECSTW-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SUPIN-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "RECSUP.cpy".
000780 FD  SUPOUT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY "RECSUP.cpy" REPLACING LEADING ==RECSUP-== BY ==SUPOUT-==.
000810 FD  USAGE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "RECSUS.cpy".
000840 FD  HOLIDAY-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  HOLIDAY-RECORD.
000870     05  HOLIDAY-DATE                PIC X(08).
000880     05  FILLER                      PIC X(01).
000890     05  HOLIDAY-CAL-ID              PIC X(08).
000900     05  FILLER                      PIC X(63).
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
001010 01  WS-EOF-SIN-SW                   PIC X(01) VALUE "N".
001020     88  WS-EOF-SIN-YES                         VALUE "Y".
001030 01  WS-EOF-USE-SW                   PIC X(01) VALUE "N".
001040     88  WS-EOF-USE-YES                         VALUE "Y".
001050     88  WS-EOF-USE-NO                          VALUE "N".
001060 01  WS-EOF-HOL-SW                   PIC X(01) VALUE "N".
001070     88  WS-EOF-HOL-YES                         VALUE "Y".
001080 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001090     88  WS-PARM-EOF-YES                        VALUE "Y".
001100 01  WS-FILE-STATUSES.
001110     05  WS-FILE-STATUS-SIN          PIC X(02) VALUE "00".
001120         88  WS-FILE-STATUS-SIN-OK             VALUE "00".
001130         88  WS-FILE-STATUS-SIN-NOTFND         VALUE "35".
001140     05  WS-FILE-STATUS-SOU          PIC X(02) VALUE "00".
001150         88  WS-FILE-STATUS-SOU-OK             VALUE "00".
001160     05  WS-FILE-STATUS-USE          PIC X(02) VALUE "00".
001170         88  WS-FILE-STATUS-USE-OK             VALUE "00".
001180         88  WS-FILE-STATUS-USE-NOTFND         VALUE "35".
001190     05  WS-FILE-STATUS-HOL          PIC X(02) VALUE "00".
001200         88  WS-FILE-STATUS-HOL-OK             VALUE "00".
001210         88  WS-FILE-STATUS-HOL-NOTFND         VALUE "35".
001220     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001230         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001240     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001250         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001260         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001270 01  WS-COUNTERS COMP-3.
001280     05  WS-LOADED-COUNT             PIC 9(05) VALUE ZERO.
001290     05  WS-WRITTEN-COUNT            PIC 9(05) VALUE ZERO.
001300     05  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
001310     05  WS-RENEWED-COUNT            PIC 9(05) VALUE ZERO.
001320     05  WS-REMOVED-COUNT            PIC 9(05) VALUE ZERO.
001330     05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
001340     05  WS-FORECAST-COUNT           PIC 9(05) VALUE ZERO.
001350     05  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
001360     05  WS-UNUSED-COUNT             PIC 9(05) VALUE ZERO.
001370     05  WS-WARN-COUNT               PIC 9(05) VALUE ZERO.
001380     05  WS-USAGE-READ-COUNT         PIC 9(07) VALUE ZERO.
001390*----------------------------------------------------------------*
001400* RUN PARAMETERS FROM THE SYSIN CARDS.
001410*----------------------------------------------------------------*
001420 01  WS-HORIZON-DAYS                 PIC 9(03) VALUE 090.
001430 01  WS-FORECAST-DAYS                PIC 9(02) VALUE 05.
001440 01  WS-UNUSED-CYCLES                PIC 9(02) VALUE 05.
001450 01  WS-CAL-ID                       PIC X(08) VALUE SPACES.
001460 01  WS-PARM-CARD.
001470     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001480     05  FILLER                      PIC X(79).
001490 01  WS-CARD-FIELDS.
001500     05  WS-CARD-VERB                PIC X(10).
001510     05  WS-CARD-OPERAND-1           PIC X(10).
001520     05  WS-CARD-OPERAND-2           PIC X(10).
001530     05  WS-CARD-OPERAND-3           PIC X(10).
001540     05  WS-CARD-OPERAND-4           PIC X(10).
001550     05  WS-CARD-OPERAND-5           PIC X(10).
001560     05  WS-CARD-OPERAND-6           PIC X(10).
001570 01  WS-CARD-NN-X                    PIC X(02).
001580 01  WS-CARD-NN REDEFINES WS-CARD-NN-X
001590                                     PIC 9(02).
001600 01  WS-CARD-NNN-X                   PIC X(03).
001610 01  WS-CARD-NNN REDEFINES WS-CARD-NNN-X
001620                                     PIC 9(03).
001630*----------------------------------------------------------------*
001640* THE CHANGE IN HAND, STAGED FROM ITS CARD SO THE EDITS AND THE
001650* AUDIT LINES READ THE SAME FIELDS WHATEVER THE VERB.
001660*----------------------------------------------------------------*
001670 01  WS-CHANGE.
001680     05  WS-CHG-VERB                 PIC X(08).
001690     05  WS-CHG-KEY                  PIC X(10).
001700     05  WS-CHG-REASON               PIC X(02).
001710         88  WS-CHG-REASON-VALID               VALUE "NA" "NB"
001720                                                     "FM" "GT".
001730     05  WS-CHG-PAIR                 PIC X(08).
001740     05  WS-CHG-PAIR-TOKEN           PIC X(10).
001750     05  WS-CHG-EXPIRY               PIC X(08).
001760     05  WS-CHG-REQ-USER             PIC X(08).
001770     05  WS-CHG-AUTH-USER            PIC X(08).
001780 01  WS-CHG-EXPIRY-SW                PIC X(01).
001790     88  WS-CHG-EXPIRY-YES                      VALUE "Y".
001800     88  WS-CHG-EXPIRY-NO                       VALUE "N".
001810 01  WS-REJECT-TEXT                  PIC X(36).
001820 01  WS-REJECT-SW                    PIC X(01).
001830     88  WS-REJECT-YES                          VALUE "Y".
001840     88  WS-REJECT-NO                           VALUE "N".
001850*----------------------------------------------------------------*
001860* THE SUPPRESS TABLE.  LOADED IN FILE ORDER, MAINTAINED IN
001870* PLACE (ADDS GO ON THE END) AND WRITTEN BACK OUT.  THE USAGE
001880* COUNTERS ARE FILLED FROM SUPUSAGE FOR THE UNUSED LIST.
001890*----------------------------------------------------------------*
001900 01  WS-SUP-TABLE.
001910     05  WS-SUP-COUNT                PIC S9(04) COMP VALUE ZERO.
001920     05  WS-SUP-MAX                  PIC S9(04) COMP VALUE 2000.
001930     05  WS-SUP-ENTRY OCCURS 2000 TIMES.
001940         10  WS-SUP-KEY              PIC X(10).
001950         10  WS-SUP-REASON           PIC X(02).
001960         10  WS-SUP-PAIR             PIC X(08).
001970         10  WS-SUP-EXPIRY           PIC X(08).
001980         10  WS-SUP-AUTH-USER        PIC X(08).
001990         10  WS-SUP-REQ-USER         PIC X(08).
002000         10  WS-SUP-MAINT-DATE       PIC X(08).
002010         10  WS-SUP-DROP-SW          PIC X(01).
002020         10  WS-SUP-CYCLES           PIC 9(03) COMP-3.
002030         10  WS-SUP-HITS             PIC 9(09) COMP-3.
002040         10  WS-SUP-LAST-CYCLE       PIC X(08).
002050 01  WS-SUP-IDX                      PIC S9(04) COMP.
002060 01  WS-SUP-FOUND                    PIC S9(04) COMP.
002070 01  WS-FIND-KEY                     PIC X(10).
002080 01  WS-FIND-REASON                  PIC X(02).
002090 01  WS-FIND-PAIR                    PIC X(08).
002100*----------------------------------------------------------------*
002110* HOLIDAYS OF THE CHOSEN CALENDAR, FOR THE BUSINESS-DAY COUNT.
002120*----------------------------------------------------------------*
002130 01  WS-HOL-TABLE.
002140     05  WS-HOL-COUNT                PIC S9(04) COMP VALUE ZERO.
002150     05  WS-HOL-MAX                  PIC S9(04) COMP VALUE 1000.
002160     05  WS-HOL-DATE OCCURS 1000 TIMES
002170                                     PIC X(08).
002180 01  WS-HOL-IDX                      PIC S9(04) COMP.
002190 01  WS-HOL-HIT-SW                   PIC X(01).
002200     88  WS-HOL-HIT-YES                         VALUE "Y".
002210     88  WS-HOL-HIT-NO                          VALUE "N".
002220*----------------------------------------------------------------*
002230* THE LATEST UNUSED-CYCLES DISTINCT RUN DATES ON SUPUSAGE,
002240* NEWEST FIRST.  THE LAST ONE KEPT IS THE WINDOW'S OLDEST CYCLE.
002250*----------------------------------------------------------------*
002260 01  WS-CYC-TABLE.
002270     05  WS-CYC-COUNT                PIC S9(04) COMP VALUE ZERO.
002280     05  WS-CYC-DATE OCCURS 99 TIMES PIC X(08).
002290 01  WS-CYC-IDX                      PIC S9(04) COMP.
002300 01  WS-CYC-INS                      PIC S9(04) COMP.
002310 01  WS-CYC-FOUND-SW                 PIC X(01).
002320     88  WS-CYC-FOUND-YES                       VALUE "Y".
002330     88  WS-CYC-FOUND-NO                        VALUE "N".
002340 01  WS-CYC-CUTOFF                   PIC X(08).
002350*----------------------------------------------------------------*
002360* DATE WORK.  THE VALIDATOR, THE DAY SERIAL AND THE ONE-DAY STEP
002370* ALL RUN OFF THIS AREA.  A DAY SERIAL DIVIDED BY 7 LEAVES 4 ON
002380* A SATURDAY AND 5 ON A SUNDAY.
002390*----------------------------------------------------------------*
002400 01  WS-DATE-WORK                    PIC X(08).
002410 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002420     05  WS-DW-YYYY                  PIC 9(04).
002430     05  WS-DW-MM                    PIC 9(02).
002440     05  WS-DW-DD                    PIC 9(02).
002450 01  WS-DATE-VALID-SW                PIC X(01).
002460     88  WS-DATE-VALID-YES                      VALUE "Y".
002470     88  WS-DATE-VALID-NO                       VALUE "N".
002480 01  WS-SERIAL-WORK COMP-3.
002490     05  WS-SER-Y                    PIC S9(05).
002500     05  WS-SER-M                    PIC S9(03).
002510     05  WS-SER-Q                    PIC S9(07).
002520     05  WS-SER-R                    PIC S9(07).
002530     05  WS-DAY-SERIAL               PIC S9(07).
002540     05  WS-RUN-SERIAL               PIC S9(07).
002550     05  WS-DOW                      PIC 9(01).
002560 01  WS-LEAP-WORK COMP-3.
002570     05  WS-LEAP-QUOT                PIC S9(05).
002580     05  WS-LEAP-REM                 PIC S9(05).
002590 01  WS-STEP-DATE                    PIC X(08).
002600 01  WS-BUS-DAYS                     PIC 9(03) COMP-3.
002610 01  WS-THROUGH-DATE                 PIC X(08).
002620 01  WS-EDIT-COUNT                   PIC ZZZZ9.
002630 01  WS-EDIT-NNN                     PIC ZZ9.
002640 01  WS-PAIR-SHOW                    PIC X(08).
002650 01  WS-REPORT-LINE                  PIC X(80).
002660 01  WS-RUN-DATE                     PIC X(08).
002670 COPY "RECSTW.cpy".
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     MOVE "SUPMAINT" TO RECSTW-PROGRAM-ID
002710     PERFORM 9800-START-STEP-TIMING
002720         THRU 9800-START-STEP-TIMING-EXIT
002730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002740     PERFORM 2000-LOAD-SUPPRESS-LIST
002750         THRU 2000-LOAD-SUPPRESS-LIST-EXIT
002760     PERFORM 3000-READ-MAINT-CARDS
002770         THRU 3000-READ-MAINT-CARDS-EXIT
002780     PERFORM 7000-WRITE-SUPOUT THRU 7000-WRITE-SUPOUT-EXIT
002790     PERFORM 5000-EXPIRY-FORECAST THRU 5000-EXPIRY-FORECAST-EXIT
002800     PERFORM 6000-UNUSED-ENTRIES THRU 6000-UNUSED-ENTRIES-EXIT
002810     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
002820     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002830     MOVE WS-LOADED-COUNT TO RECSTW-RECORD-COUNT
002840     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002850     PERFORM 9810-WRITE-STEP-TIMING
002860         THRU 9810-WRITE-STEP-TIMING-EXIT
002870     GOBACK
002880     .
002890 0000-MAINLINE-EXIT.
002900     EXIT.
002910 1000-INITIALIZE.
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002930     MOVE WS-RUN-DATE TO WS-DATE-WORK
002940     PERFORM 5700-COMPUTE-DAY-SERIAL
002950         THRU 5700-COMPUTE-DAY-SERIAL-EXIT
002960     MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL
002970     OPEN INPUT SUPIN-FILE
002980     IF WS-FILE-STATUS-SIN-NOTFND
002990         SET WS-EOF-SIN-YES TO TRUE
003000         MOVE "00" TO WS-FILE-STATUS-SIN
003010     END-IF
003020     IF NOT WS-FILE-STATUS-SIN-OK
003030         DISPLAY "SUPMAINT: OPEN FAILED FOR SUPRLIST - STATUS "
003040             WS-FILE-STATUS-SIN
003050         MOVE 16 TO RETURN-CODE
003060         GOBACK
003070     END-IF
003080     OPEN OUTPUT SUPOUT-FILE
003090     IF NOT WS-FILE-STATUS-SOU-OK
003100         DISPLAY "SUPMAINT: OPEN FAILED FOR SUPOUT - STATUS "
003110             WS-FILE-STATUS-SOU
003120         MOVE 16 TO RETURN-CODE
003130         GOBACK
003140     END-IF
003150     OPEN OUTPUT REPORT-FILE
003160     IF NOT WS-FILE-STATUS-RPT-OK
003170         DISPLAY "SUPMAINT: OPEN FAILED FOR SUPRPT - STATUS "
003180             WS-FILE-STATUS-RPT
003190         MOVE 16 TO RETURN-CODE
003200         GOBACK
003210     END-IF
003220     MOVE SPACES TO WS-REPORT-LINE
003230     STRING "SUPPRESS LIST MAINTENANCE - RUN "
003240         DELIMITED BY SIZE
003250         WS-RUN-DATE DELIMITED BY SIZE
003260         INTO WS-REPORT-LINE
003270     PERFORM 8900-WRITE-REPORT-LINE
003280         THRU 8900-WRITE-REPORT-LINE-EXIT
003290     MOVE SPACES TO WS-REPORT-LINE
003300     PERFORM 8900-WRITE-REPORT-LINE
003310         THRU 8900-WRITE-REPORT-LINE-EXIT
003320     .
003330 1000-INITIALIZE-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360* 2000 - LOAD THE CURRENT LIST.  A MISSING SUPRLIST IS AN EMPTY
003370* ONE - THE FIRST ADD CARDS BUILD IT.
003380*----------------------------------------------------------------*
003390 2000-LOAD-SUPPRESS-LIST.
003400     IF WS-EOF-SIN-YES
003410         GO TO 2000-LOAD-SUPPRESS-LIST-EXIT
003420     END-IF
003430     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-LOAD-ONE-ENTRY-EXIT
003440         UNTIL WS-EOF-SIN-YES
003450     CLOSE SUPIN-FILE
003460     .
003470 2000-LOAD-SUPPRESS-LIST-EXIT.
003480     EXIT.
003490 2100-LOAD-ONE-ENTRY.
003500     READ SUPIN-FILE
003510         AT END
003520             SET WS-EOF-SIN-YES TO TRUE
003530             GO TO 2100-LOAD-ONE-ENTRY-EXIT
003540     END-READ
003550     IF NOT WS-FILE-STATUS-SIN-OK
003560         DISPLAY "SUPMAINT: READ FAILED FOR SUPRLIST - STATUS "
003570             WS-FILE-STATUS-SIN
003580         MOVE 16 TO RETURN-CODE
003590         GOBACK
003600     END-IF
003610     IF RECSUP-RECORD = SPACES
003620         GO TO 2100-LOAD-ONE-ENTRY-EXIT
003630     END-IF
003640     IF WS-SUP-COUNT = WS-SUP-MAX
003650         DISPLAY "SUPMAINT: SUPPRESS LIST OVER 2000 ENTRIES"
003660         MOVE 16 TO RETURN-CODE
003670         GOBACK
003680     END-IF
003690     ADD 1 TO WS-SUP-COUNT
003700     MOVE RECSUP-KEY TO WS-SUP-KEY (WS-SUP-COUNT)
003710     MOVE RECSUP-REASON-CODE TO WS-SUP-REASON (WS-SUP-COUNT)
003720     MOVE RECSUP-PAIR-ID TO WS-SUP-PAIR (WS-SUP-COUNT)
003730     MOVE RECSUP-EXPIRY-DATE TO WS-SUP-EXPIRY (WS-SUP-COUNT)
003740     MOVE RECSUP-AUTH-USER TO WS-SUP-AUTH-USER (WS-SUP-COUNT)
003750     MOVE RECSUP-REQ-USER TO WS-SUP-REQ-USER (WS-SUP-COUNT)
003760     MOVE RECSUP-MAINT-DATE TO WS-SUP-MAINT-DATE (WS-SUP-COUNT)
003770     MOVE "N" TO WS-SUP-DROP-SW (WS-SUP-COUNT)
003780     MOVE ZERO TO WS-SUP-CYCLES (WS-SUP-COUNT)
003790     MOVE ZERO TO WS-SUP-HITS (WS-SUP-COUNT)
003800     MOVE SPACES TO WS-SUP-LAST-CYCLE (WS-SUP-COUNT)
003810     ADD 1 TO WS-LOADED-COUNT
003820     .
003830 2100-LOAD-ONE-ENTRY-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860* 3000 - PARAMETER AND MAINTENANCE CARDS, APPLIED TO THE TABLE
003870* WITH AN AUDIT LINE PER CHANGE.  NO SYSIN MEANS FORECAST-ONLY.
003880*----------------------------------------------------------------*
003890 3000-READ-MAINT-CARDS.
003900     OPEN INPUT PARM-FILE
003910     IF WS-FILE-STATUS-PARM-NOTFND
003920         SET WS-PARM-EOF-YES TO TRUE
003930         GO TO 3000-READ-MAINT-CARDS-EXIT
003940     END-IF
003950     IF NOT WS-FILE-STATUS-PARM-OK
003960         DISPLAY "SUPMAINT: OPEN FAILED FOR SYSIN - STATUS "
003970             WS-FILE-STATUS-PARM
003980         MOVE 16 TO RETURN-CODE
003990         GOBACK
004000     END-IF
004010     PERFORM 3100-READ-ONE-CARD THRU 3100-READ-ONE-CARD-EXIT
004020         UNTIL WS-PARM-EOF-YES
004030     CLOSE PARM-FILE
004040     .
004050 3000-READ-MAINT-CARDS-EXIT.
004060     EXIT.
004070 3100-READ-ONE-CARD.
004080     READ PARM-FILE INTO WS-PARM-CARD
004090         AT END
004100             SET WS-PARM-EOF-YES TO TRUE
004110             GO TO 3100-READ-ONE-CARD-EXIT
004120     END-READ
004130     IF NOT WS-FILE-STATUS-PARM-OK
004140         DISPLAY "SUPMAINT: READ FAILED FOR SYSIN - STATUS "
004150             WS-FILE-STATUS-PARM
004160         MOVE 16 TO RETURN-CODE
004170         GOBACK
004180     END-IF
004190     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
004200         GO TO 3100-READ-ONE-CARD-EXIT
004210     END-IF
004220     MOVE SPACES TO WS-CARD-FIELDS
004230     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
004240         INTO WS-CARD-VERB WS-CARD-OPERAND-1
004250             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
004260             WS-CARD-OPERAND-4 WS-CARD-OPERAND-5
004270             WS-CARD-OPERAND-6
004280     END-UNSTRING
004290     EVALUATE WS-CARD-VERB
004300         WHEN "HORIZON"
004310             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NNN-X
004320             IF WS-CARD-NNN NOT NUMERIC OR WS-CARD-NNN = 0
004330                 DISPLAY "SUPMAINT: BAD HORIZON - "
004340                     WS-CARD-OPERAND-1
004350                 MOVE 16 TO RETURN-CODE
004360                 GOBACK
004370             END-IF
004380             MOVE WS-CARD-NNN TO WS-HORIZON-DAYS
004390         WHEN "FORECAST"
004400             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NN-X
004410             IF WS-CARD-NN NOT NUMERIC
004420                 DISPLAY "SUPMAINT: BAD FORECAST - "
004430                     WS-CARD-OPERAND-1
004440                 MOVE 16 TO RETURN-CODE
004450                 GOBACK
004460             END-IF
004470             MOVE WS-CARD-NN TO WS-FORECAST-DAYS
004480         WHEN "UNUSED"
004490             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NN-X
004500             IF WS-CARD-NN NOT NUMERIC
004510                 DISPLAY "SUPMAINT: BAD UNUSED - "
004520                     WS-CARD-OPERAND-1
004530                 MOVE 16 TO RETURN-CODE
004540                 GOBACK
004550             END-IF
004560             MOVE WS-CARD-NN TO WS-UNUSED-CYCLES
004570         WHEN "CALENDAR"
004580             MOVE WS-CARD-OPERAND-1 (1:8) TO WS-CAL-ID
004590         WHEN "ADD"
004600             PERFORM 3200-APPLY-ADD THRU 3200-APPLY-ADD-EXIT
004610         WHEN "RENEW"
004620             PERFORM 3300-APPLY-RENEW THRU 3300-APPLY-RENEW-EXIT
004630         WHEN "REMOVE"
004640             PERFORM 3400-APPLY-REMOVE
004650                 THRU 3400-APPLY-REMOVE-EXIT
004660         WHEN OTHER
004670             DISPLAY "SUPMAINT: UNRECOGNIZED CARD - "
004680                 WS-PARM-CARD
004690             MOVE 16 TO RETURN-CODE
004700             GOBACK
004710     END-EVALUATE
004720     .
004730 3100-READ-ONE-CARD-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------*
004760* 3200 - A NEW ENTRY, ON THE END OF THE LIST.  THE SAME KEY,
004770* REASON AND PAIR ALREADY LISTED IS A RENEWAL, NOT AN ADD.
004780*----------------------------------------------------------------*
004790 3200-APPLY-ADD.
004800     MOVE "ADD" TO WS-CHG-VERB
004810     SET WS-CHG-EXPIRY-YES TO TRUE
004820     PERFORM 3800-STAGE-AND-EDIT THRU 3800-STAGE-AND-EDIT-EXIT
004830     IF WS-REJECT-YES
004840         GO TO 3200-APPLY-ADD-EXIT
004850     END-IF
004860     PERFORM 3700-FIND-CHANGE-ENTRY
004870         THRU 3700-FIND-CHANGE-ENTRY-EXIT
004880     IF WS-SUP-FOUND > 0
004890         MOVE "ALREADY LISTED - USE RENEW" TO WS-REJECT-TEXT
004900         PERFORM 3900-REJECT-CARD THRU 3900-REJECT-CARD-EXIT
004910         GO TO 3200-APPLY-ADD-EXIT
004920     END-IF
004930     IF WS-SUP-COUNT = WS-SUP-MAX
004940         DISPLAY "SUPMAINT: SUPPRESS LIST OVER 2000 ENTRIES"
004950         MOVE 16 TO RETURN-CODE
004960         GOBACK
004970     END-IF
004980     ADD 1 TO WS-SUP-COUNT
004990     MOVE WS-CHG-KEY TO WS-SUP-KEY (WS-SUP-COUNT)
005000     MOVE WS-CHG-REASON TO WS-SUP-REASON (WS-SUP-COUNT)
005010     MOVE WS-CHG-PAIR TO WS-SUP-PAIR (WS-SUP-COUNT)
005020     MOVE WS-CHG-EXPIRY TO WS-SUP-EXPIRY (WS-SUP-COUNT)
005030     MOVE WS-CHG-AUTH-USER TO WS-SUP-AUTH-USER (WS-SUP-COUNT)
005040     MOVE WS-CHG-REQ-USER TO WS-SUP-REQ-USER (WS-SUP-COUNT)
005050     MOVE WS-RUN-DATE TO WS-SUP-MAINT-DATE (WS-SUP-COUNT)
005060     MOVE "N" TO WS-SUP-DROP-SW (WS-SUP-COUNT)
005070     MOVE ZERO TO WS-SUP-CYCLES (WS-SUP-COUNT)
005080     MOVE ZERO TO WS-SUP-HITS (WS-SUP-COUNT)
005090     MOVE SPACES TO WS-SUP-LAST-CYCLE (WS-SUP-COUNT)
005100     ADD 1 TO WS-ADDED-COUNT
005110     MOVE SPACES TO WS-REPORT-LINE
005120     STRING "ADDED    " DELIMITED BY SIZE
005130         WS-CHG-KEY DELIMITED BY SIZE
005140         " " DELIMITED BY SIZE
005150         WS-CHG-REASON DELIMITED BY SIZE
005160         " " DELIMITED BY SIZE
005170         WS-CHG-PAIR-TOKEN (1:8) DELIMITED BY SIZE
005180         " EXP " DELIMITED BY SIZE
005190         WS-CHG-EXPIRY DELIMITED BY SIZE
005200         " REQ " DELIMITED BY SIZE
005210         WS-CHG-REQ-USER DELIMITED BY SIZE
005220         " AUTH " DELIMITED BY SIZE
005230         WS-CHG-AUTH-USER DELIMITED BY SIZE
005240         INTO WS-REPORT-LINE
005250     PERFORM 8900-WRITE-REPORT-LINE
005260         THRU 8900-WRITE-REPORT-LINE-EXIT
005270     .
005280 3200-APPLY-ADD-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------*
005310* 3300 - A NEW EXPIRY FOR AN ENTRY ALREADY LISTED.  THE RENEWAL
005320* IS RE-AUTHORIZED, SO THE ENTRY TAKES THE NEW REQUESTER AND
005330* AUTHORIZER AND TODAY'S DATE.
005340*----------------------------------------------------------------*
005350 3300-APPLY-RENEW.
005360     MOVE "RENEW" TO WS-CHG-VERB
005370     SET WS-CHG-EXPIRY-YES TO TRUE
005380     PERFORM 3800-STAGE-AND-EDIT THRU 3800-STAGE-AND-EDIT-EXIT
005390     IF WS-REJECT-YES
005400         GO TO 3300-APPLY-RENEW-EXIT
005410     END-IF
005420     PERFORM 3700-FIND-CHANGE-ENTRY
005430         THRU 3700-FIND-CHANGE-ENTRY-EXIT
005440     IF WS-SUP-FOUND = 0
005450         MOVE "NOT ON THE LIST - USE ADD" TO WS-REJECT-TEXT
005460         PERFORM 3900-REJECT-CARD THRU 3900-REJECT-CARD-EXIT
005470         GO TO 3300-APPLY-RENEW-EXIT
005480     END-IF
005490     ADD 1 TO WS-RENEWED-COUNT
005500     MOVE SPACES TO WS-REPORT-LINE
005510     STRING "RENEWED  " DELIMITED BY SIZE
005520         WS-CHG-KEY DELIMITED BY SIZE
005530         " " DELIMITED BY SIZE
005540         WS-CHG-REASON DELIMITED BY SIZE
005550         " " DELIMITED BY SIZE
005560         WS-CHG-PAIR-TOKEN (1:8) DELIMITED BY SIZE
005570         " " DELIMITED BY SIZE
005580         WS-SUP-EXPIRY (WS-SUP-FOUND) DELIMITED BY SIZE
005590         " TO " DELIMITED BY SIZE
005600         WS-CHG-EXPIRY DELIMITED BY SIZE
005610         " REQ " DELIMITED BY SIZE
005620         WS-CHG-REQ-USER DELIMITED BY SIZE
005630         " AUTH " DELIMITED BY SIZE
005640         WS-CHG-AUTH-USER DELIMITED BY SIZE
005650         INTO WS-REPORT-LINE
005660     PERFORM 8900-WRITE-REPORT-LINE
005670         THRU 8900-WRITE-REPORT-LINE-EXIT
005680     MOVE WS-CHG-EXPIRY TO WS-SUP-EXPIRY (WS-SUP-FOUND)
005690     MOVE WS-CHG-AUTH-USER TO WS-SUP-AUTH-USER (WS-SUP-FOUND)
005700     MOVE WS-CHG-REQ-USER TO WS-SUP-REQ-USER (WS-SUP-FOUND)
005710     MOVE WS-RUN-DATE TO WS-SUP-MAINT-DATE (WS-SUP-FOUND)
005720     .
005730 3300-APPLY-RENEW-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760* 3400 - DROP AN ENTRY.  A REMOVE THAT MATCHES NOTHING CHANGES
005770* NOTHING AND IS A WARNING, AS ON THE HOLIDAY DATASET.
005780*----------------------------------------------------------------*
005790 3400-APPLY-REMOVE.
005800     MOVE "REMOVE" TO WS-CHG-VERB
005810     SET WS-CHG-EXPIRY-NO TO TRUE
005820     PERFORM 3800-STAGE-AND-EDIT THRU 3800-STAGE-AND-EDIT-EXIT
005830     IF WS-REJECT-YES
005840         GO TO 3400-APPLY-REMOVE-EXIT
005850     END-IF
005860     PERFORM 3700-FIND-CHANGE-ENTRY
005870         THRU 3700-FIND-CHANGE-ENTRY-EXIT
005880     IF WS-SUP-FOUND = 0
005890         ADD 1 TO WS-WARN-COUNT
005900         MOVE SPACES TO WS-REPORT-LINE
005910         STRING "REMOVE NOT FOUND - " DELIMITED BY SIZE
005920             WS-CHG-KEY DELIMITED BY SIZE
005930             " " DELIMITED BY SIZE
005940             WS-CHG-REASON DELIMITED BY SIZE
005950             " " DELIMITED BY SIZE
005960             WS-CHG-PAIR-TOKEN (1:8) DELIMITED BY SIZE
005970             INTO WS-REPORT-LINE
005980         PERFORM 8900-WRITE-REPORT-LINE
005990             THRU 8900-WRITE-REPORT-LINE-EXIT
006000         GO TO 3400-APPLY-REMOVE-EXIT
006010     END-IF
006020     MOVE "Y" TO WS-SUP-DROP-SW (WS-SUP-FOUND)
006030     ADD 1 TO WS-REMOVED-COUNT
006040     MOVE SPACES TO WS-REPORT-LINE
006050     STRING "REMOVED  " DELIMITED BY SIZE
006060         WS-CHG-KEY DELIMITED BY SIZE
006070         " " DELIMITED BY SIZE
006080         WS-CHG-REASON DELIMITED BY SIZE
006090         " " DELIMITED BY SIZE
006100         WS-CHG-PAIR-TOKEN (1:8) DELIMITED BY SIZE
006110         " EXP " DELIMITED BY SIZE
006120         WS-SUP-EXPIRY (WS-SUP-FOUND) DELIMITED BY SIZE
006130         " REQ " DELIMITED BY SIZE
006140         WS-CHG-REQ-USER DELIMITED BY SIZE
006150         " AUTH " DELIMITED BY SIZE
006160         WS-CHG-AUTH-USER DELIMITED BY SIZE
006170         INTO WS-REPORT-LINE
006180     PERFORM 8900-WRITE-REPORT-LINE
006190         THRU 8900-WRITE-REPORT-LINE-EXIT
006200     .
006210 3400-APPLY-REMOVE-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------*
006240* 3700 - THE LIVE TABLE ENTRY FOR THE CHANGE'S KEY, REASON AND
006250* PAIR, OR ZERO.
006260*----------------------------------------------------------------*
006270 3700-FIND-CHANGE-ENTRY.
006280     MOVE WS-CHG-KEY TO WS-FIND-KEY
006290     MOVE WS-CHG-REASON TO WS-FIND-REASON
006300     MOVE WS-CHG-PAIR TO WS-FIND-PAIR
006310     PERFORM 3750-FIND-ENTRY THRU 3750-FIND-ENTRY-EXIT
006320     .
006330 3700-FIND-CHANGE-ENTRY-EXIT.
006340     EXIT.
006350 3750-FIND-ENTRY.
006360     MOVE ZERO TO WS-SUP-FOUND
006370     PERFORM 3760-MATCH-ONE-ENTRY THRU 3760-MATCH-ONE-ENTRY-EXIT
006380         VARYING WS-SUP-IDX FROM 1 BY 1
006390         UNTIL WS-SUP-IDX > WS-SUP-COUNT OR WS-SUP-FOUND > 0
006400     .
006410 3750-FIND-ENTRY-EXIT.
006420     EXIT.
006430 3760-MATCH-ONE-ENTRY.
006440     IF WS-SUP-KEY (WS-SUP-IDX) = WS-FIND-KEY
006450             AND WS-SUP-REASON (WS-SUP-IDX) = WS-FIND-REASON
006460             AND WS-SUP-PAIR (WS-SUP-IDX) = WS-FIND-PAIR
006470             AND WS-SUP-DROP-SW (WS-SUP-IDX) = "N"
006480         MOVE WS-SUP-IDX TO WS-SUP-FOUND
006490     END-IF
006500     .
006510 3760-MATCH-ONE-ENTRY-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------*
006540* 3800 - STAGE THE CARD'S OPERANDS AND RUN THE EDITS.  THE FIRST
006550* FAILING EDIT REJECTS THE CARD.  ADD AND RENEW CARRY AN EXPIRY
006560* AHEAD OF THE TWO USER IDS; REMOVE DOES NOT.
006570*----------------------------------------------------------------*
006580 3800-STAGE-AND-EDIT.
006590     SET WS-REJECT-NO TO TRUE
006600     MOVE WS-CARD-OPERAND-1 TO WS-CHG-KEY
006610     MOVE WS-CARD-OPERAND-2 (1:2) TO WS-CHG-REASON
006620     MOVE WS-CARD-OPERAND-3 TO WS-CHG-PAIR-TOKEN
006630     IF WS-CHG-PAIR-TOKEN = "*"
006640         MOVE SPACES TO WS-CHG-PAIR
006650     ELSE
006660         MOVE WS-CHG-PAIR-TOKEN (1:8) TO WS-CHG-PAIR
006670     END-IF
006680     IF WS-CHG-EXPIRY-YES
006690         MOVE WS-CARD-OPERAND-4 (1:8) TO WS-CHG-EXPIRY
006700         MOVE WS-CARD-OPERAND-5 (1:8) TO WS-CHG-REQ-USER
006710         MOVE WS-CARD-OPERAND-6 (1:8) TO WS-CHG-AUTH-USER
006720     ELSE
006730         MOVE SPACES TO WS-CHG-EXPIRY
006740         MOVE WS-CARD-OPERAND-4 (1:8) TO WS-CHG-REQ-USER
006750         MOVE WS-CARD-OPERAND-5 (1:8) TO WS-CHG-AUTH-USER
006760     END-IF
006770     IF WS-CHG-KEY = SPACES
006780         MOVE "KEY MISSING" TO WS-REJECT-TEXT
006790         GO TO 3800-REJECT
006800     END-IF
006810     IF NOT WS-CHG-REASON-VALID
006820         MOVE "REASON NOT NA, NB, FM OR GT" TO WS-REJECT-TEXT
006830         GO TO 3800-REJECT
006840     END-IF
006850     IF WS-CHG-PAIR-TOKEN = SPACES
006860         MOVE "PAIR MISSING - * FOR ALL PAIRS" TO WS-REJECT-TEXT
006870         GO TO 3800-REJECT
006880     END-IF
006890     IF WS-CHG-EXPIRY-YES
006900         MOVE WS-CHG-EXPIRY TO WS-DATE-WORK
006910         PERFORM 5500-VALIDATE-ONE-DATE
006920             THRU 5500-VALIDATE-ONE-DATE-EXIT
006930         IF WS-DATE-VALID-NO
006940             MOVE "EXPIRY NOT A REAL DATE" TO WS-REJECT-TEXT
006950             GO TO 3800-REJECT
006960         END-IF
006970         IF WS-CHG-EXPIRY NOT > WS-RUN-DATE
006980             MOVE "EXPIRY NOT AFTER THE RUN DATE"
006990                 TO WS-REJECT-TEXT
007000             GO TO 3800-REJECT
007010         END-IF
007020         PERFORM 5700-COMPUTE-DAY-SERIAL
007030             THRU 5700-COMPUTE-DAY-SERIAL-EXIT
007040         IF WS-DAY-SERIAL - WS-RUN-SERIAL > WS-HORIZON-DAYS
007050             MOVE WS-HORIZON-DAYS TO WS-EDIT-NNN
007060             MOVE SPACES TO WS-REJECT-TEXT
007070             STRING "EXPIRY BEYOND " DELIMITED BY SIZE
007080                 WS-EDIT-NNN DELIMITED BY SIZE
007090                 "-DAY HORIZON" DELIMITED BY SIZE
007100                 INTO WS-REJECT-TEXT
007110             GO TO 3800-REJECT
007120         END-IF
007130     END-IF
007140     IF WS-CHG-REQ-USER = SPACES
007150         MOVE "NO REQUESTER" TO WS-REJECT-TEXT
007160         GO TO 3800-REJECT
007170     END-IF
007180     IF WS-CHG-AUTH-USER = SPACES
007190         MOVE "NO AUTHORIZER" TO WS-REJECT-TEXT
007200         GO TO 3800-REJECT
007210     END-IF
007220     IF WS-CHG-AUTH-USER = WS-CHG-REQ-USER
007230         MOVE "AUTHORIZER IS THE REQUESTER" TO WS-REJECT-TEXT
007240         GO TO 3800-REJECT
007250     END-IF
007260     GO TO 3800-STAGE-AND-EDIT-EXIT
007270     .
007280 3800-REJECT.
007290     PERFORM 3900-REJECT-CARD THRU 3900-REJECT-CARD-EXIT
007300     .
007310 3800-STAGE-AND-EDIT-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------*
007340* 3900 - A REJECTED CARD LEAVES THE LIST AS IT WAS, AN AUDIT
007350* LINE SAYING WHY, AND RC 8 FOR THE STEP.
007360*----------------------------------------------------------------*
007370 3900-REJECT-CARD.
007380     SET WS-REJECT-YES TO TRUE
007390     ADD 1 TO WS-REJECTED-COUNT
007400     MOVE SPACES TO WS-REPORT-LINE
007410     STRING "REJECTED " DELIMITED BY SIZE
007420         WS-CHG-VERB DELIMITED BY SIZE
007430         " " DELIMITED BY SIZE
007440         WS-CHG-KEY DELIMITED BY SIZE
007450         " " DELIMITED BY SIZE
007460         WS-CHG-REASON DELIMITED BY SIZE
007470         " " DELIMITED BY SIZE
007480         WS-CHG-PAIR-TOKEN (1:8) DELIMITED BY SIZE
007490         " - " DELIMITED BY SIZE
007500         WS-REJECT-TEXT DELIMITED BY SIZE
007510         INTO WS-REPORT-LINE
007520     PERFORM 8900-WRITE-REPORT-LINE
007530         THRU 8900-WRITE-REPORT-LINE-EXIT
007540     .
007550 3900-REJECT-CARD-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------*
007580* 5000 - EXPIRY FORECAST.  STEP FORWARD FROM TODAY OVER THE
007590* FORECAST NUMBER OF BUSINESS DAYS; EVERY LIVE ENTRY EXPIRING
007600* ON OR BEFORE THE DAY REACHED IS LISTED FOR RENEWAL OR
007610* RETIREMENT, AND ONE ALREADY PAST ITS EXPIRY IS LISTED AS
007620* EXPIRED - RECON IS NO LONGER HONOURING IT.
007630*----------------------------------------------------------------*
007640 5000-EXPIRY-FORECAST.
007650     PERFORM 5050-LOAD-HOLIDAYS THRU 5050-LOAD-HOLIDAYS-EXIT
007660     MOVE WS-RUN-DATE TO WS-STEP-DATE
007670     MOVE ZERO TO WS-BUS-DAYS
007680     PERFORM 5100-STEP-ONE-DAY THRU 5100-STEP-ONE-DAY-EXIT
007690         UNTIL WS-BUS-DAYS NOT < WS-FORECAST-DAYS
007700     MOVE WS-STEP-DATE TO WS-THROUGH-DATE
007710     MOVE SPACES TO WS-REPORT-LINE
007720     PERFORM 8900-WRITE-REPORT-LINE
007730         THRU 8900-WRITE-REPORT-LINE-EXIT
007740     MOVE SPACES TO WS-REPORT-LINE
007750     MOVE WS-FORECAST-DAYS TO WS-EDIT-NNN
007760     STRING "EXPIRING WITHIN " DELIMITED BY SIZE
007770         WS-EDIT-NNN DELIMITED BY SIZE
007780         " BUSINESS DAYS (THROUGH " DELIMITED BY SIZE
007790         WS-THROUGH-DATE DELIMITED BY SIZE
007800         ")" DELIMITED BY SIZE
007810         INTO WS-REPORT-LINE
007820     PERFORM 8900-WRITE-REPORT-LINE
007830         THRU 8900-WRITE-REPORT-LINE-EXIT
007840     PERFORM 5200-FORECAST-ONE-ENTRY
007850         THRU 5200-FORECAST-ONE-ENTRY-EXIT
007860         VARYING WS-SUP-IDX FROM 1 BY 1
007870         UNTIL WS-SUP-IDX > WS-SUP-COUNT
007880     IF WS-FORECAST-COUNT = 0
007890         MOVE "  NONE" TO WS-REPORT-LINE
007900         PERFORM 8900-WRITE-REPORT-LINE
007910             THRU 8900-WRITE-REPORT-LINE-EXIT
007920     END-IF
007930     MOVE SPACES TO WS-REPORT-LINE
007940     PERFORM 8900-WRITE-REPORT-LINE
007950         THRU 8900-WRITE-REPORT-LINE-EXIT
007960     MOVE "EXPIRED - NO LONGER SUPPRESSING" TO WS-REPORT-LINE
007970     PERFORM 8900-WRITE-REPORT-LINE
007980         THRU 8900-WRITE-REPORT-LINE-EXIT
007990     PERFORM 5300-LIST-ONE-EXPIRED
008000         THRU 5300-LIST-ONE-EXPIRED-EXIT
008010         VARYING WS-SUP-IDX FROM 1 BY 1
008020         UNTIL WS-SUP-IDX > WS-SUP-COUNT
008030     IF WS-EXPIRED-COUNT = 0
008040         MOVE "  NONE" TO WS-REPORT-LINE
008050         PERFORM 8900-WRITE-REPORT-LINE
008060             THRU 8900-WRITE-REPORT-LINE-EXIT
008070     END-IF
008080     .
008090 5000-EXPIRY-FORECAST-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------*
008120* 5050 - THE CHOSEN CALENDAR'S HOLIDAYS.  NO HOLIDAYS DATASET
008130* MEANS WEEKENDS ARE THE ONLY NON-BUSINESS DAYS.
008140*----------------------------------------------------------------*
008150 5050-LOAD-HOLIDAYS.
008160     OPEN INPUT HOLIDAY-FILE
008170     IF WS-FILE-STATUS-HOL-NOTFND
008180         GO TO 5050-LOAD-HOLIDAYS-EXIT
008190     END-IF
008200     IF NOT WS-FILE-STATUS-HOL-OK
008210         DISPLAY "SUPMAINT: OPEN FAILED FOR HOLIDAYS - STATUS "
008220             WS-FILE-STATUS-HOL
008230         MOVE 16 TO RETURN-CODE
008240         GOBACK
008250     END-IF
008260     PERFORM 5060-LOAD-ONE-HOLIDAY
008270         THRU 5060-LOAD-ONE-HOLIDAY-EXIT
008280         UNTIL WS-EOF-HOL-YES
008290     CLOSE HOLIDAY-FILE
008300     .
008310 5050-LOAD-HOLIDAYS-EXIT.
008320     EXIT.
008330 5060-LOAD-ONE-HOLIDAY.
008340     READ HOLIDAY-FILE
008350         AT END
008360             SET WS-EOF-HOL-YES TO TRUE
008370             GO TO 5060-LOAD-ONE-HOLIDAY-EXIT
008380     END-READ
008390     IF NOT WS-FILE-STATUS-HOL-OK
008400         DISPLAY "SUPMAINT: READ FAILED FOR HOLIDAYS - STATUS "
008410             WS-FILE-STATUS-HOL
008420         MOVE 16 TO RETURN-CODE
008430         GOBACK
008440     END-IF
008450     IF HOLIDAY-DATE = SPACES OR HOLIDAY-CAL-ID NOT = WS-CAL-ID
008460         GO TO 5060-LOAD-ONE-HOLIDAY-EXIT
008470     END-IF
008480     IF WS-HOL-COUNT = WS-HOL-MAX
008490         DISPLAY "SUPMAINT: HOLIDAY TABLE FULL - RUN STOPPED"
008500         MOVE 16 TO RETURN-CODE
008510         GOBACK
008520     END-IF
008530     ADD 1 TO WS-HOL-COUNT
008540     MOVE HOLIDAY-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
008550     .
008560 5060-LOAD-ONE-HOLIDAY-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------*
008590* 5100 - ADVANCE THE STEP DATE ONE CALENDAR DAY AND COUNT IT IF
008600* IT IS A BUSINESS DAY.
008610*----------------------------------------------------------------*
008620 5100-STEP-ONE-DAY.
008630     MOVE WS-STEP-DATE TO WS-DATE-WORK
008640     ADD 1 TO WS-DW-DD
008650     PERFORM 5500-VALIDATE-ONE-DATE
008660         THRU 5500-VALIDATE-ONE-DATE-EXIT
008670     IF WS-DATE-VALID-NO
008680         MOVE 1 TO WS-DW-DD
008690         ADD 1 TO WS-DW-MM
008700         IF WS-DW-MM > 12
008710             MOVE 1 TO WS-DW-MM
008720             ADD 1 TO WS-DW-YYYY
008730         END-IF
008740     END-IF
008750     MOVE WS-DATE-WORK TO WS-STEP-DATE
008760     PERFORM 5700-COMPUTE-DAY-SERIAL
008770         THRU 5700-COMPUTE-DAY-SERIAL-EXIT
008780     IF WS-DOW = 4 OR WS-DOW = 5
008790         GO TO 5100-STEP-ONE-DAY-EXIT
008800     END-IF
008810     SET WS-HOL-HIT-NO TO TRUE
008820     PERFORM 5150-MATCH-ONE-HOLIDAY
008830         THRU 5150-MATCH-ONE-HOLIDAY-EXIT
008840         VARYING WS-HOL-IDX FROM 1 BY 1
008850         UNTIL WS-HOL-IDX > WS-HOL-COUNT OR WS-HOL-HIT-YES
008860     IF WS-HOL-HIT-NO
008870         ADD 1 TO WS-BUS-DAYS
008880     END-IF
008890     .
008900 5100-STEP-ONE-DAY-EXIT.
008910     EXIT.
008920 5150-MATCH-ONE-HOLIDAY.
008930     IF WS-HOL-DATE (WS-HOL-IDX) = WS-STEP-DATE
008940         SET WS-HOL-HIT-YES TO TRUE
008950     END-IF
008960     .
008970 5150-MATCH-ONE-HOLIDAY-EXIT.
008980     EXIT.
008990 5200-FORECAST-ONE-ENTRY.
009000     IF WS-SUP-DROP-SW (WS-SUP-IDX) = "Y"
009010             OR WS-SUP-EXPIRY (WS-SUP-IDX) < WS-RUN-DATE
009020             OR WS-SUP-EXPIRY (WS-SUP-IDX) > WS-THROUGH-DATE
009030         GO TO 5200-FORECAST-ONE-ENTRY-EXIT
009040     END-IF
009050     ADD 1 TO WS-FORECAST-COUNT
009060     ADD 1 TO WS-WARN-COUNT
009070     PERFORM 8500-BUILD-ENTRY-LINE THRU 8500-BUILD-ENTRY-LINE-EXIT
009080     PERFORM 8900-WRITE-REPORT-LINE
009090         THRU 8900-WRITE-REPORT-LINE-EXIT
009100     .
009110 5200-FORECAST-ONE-ENTRY-EXIT.
009120     EXIT.
009130 5300-LIST-ONE-EXPIRED.
009140     IF WS-SUP-DROP-SW (WS-SUP-IDX) = "Y"
009150             OR WS-SUP-EXPIRY (WS-SUP-IDX) NOT < WS-RUN-DATE
009160         GO TO 5300-LIST-ONE-EXPIRED-EXIT
009170     END-IF
009180     ADD 1 TO WS-EXPIRED-COUNT
009190     ADD 1 TO WS-WARN-COUNT
009200     PERFORM 8500-BUILD-ENTRY-LINE THRU 8500-BUILD-ENTRY-LINE-EXIT
009210     PERFORM 8900-WRITE-REPORT-LINE
009220         THRU 8900-WRITE-REPORT-LINE-EXIT
009230     .
009240 5300-LIST-ONE-EXPIRED-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------*
009270* 5500 - REAL-DATE PROOF: NUMERIC, MONTH 1-12, DAY WITHIN THE
009280* MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.
009290*----------------------------------------------------------------*
009300 5500-VALIDATE-ONE-DATE.
009310     SET WS-DATE-VALID-YES TO TRUE
009320     IF WS-DATE-WORK NOT NUMERIC
009330         SET WS-DATE-VALID-NO TO TRUE
009340         GO TO 5500-VALIDATE-ONE-DATE-EXIT
009350     END-IF
009360     IF WS-DW-MM < 1 OR WS-DW-MM > 12
009370             OR WS-DW-DD < 1 OR WS-DW-DD > 31
009380         SET WS-DATE-VALID-NO TO TRUE
009390         GO TO 5500-VALIDATE-ONE-DATE-EXIT
009400     END-IF
009410     EVALUATE WS-DW-MM
009420         WHEN 04
009430         WHEN 06
009440         WHEN 09
009450         WHEN 11
009460             IF WS-DW-DD > 30
009470                 SET WS-DATE-VALID-NO TO TRUE
009480             END-IF
009490         WHEN 02
009500             IF WS-DW-DD > 29
009510                 SET WS-DATE-VALID-NO TO TRUE
009520             END-IF
009530             IF WS-DW-DD = 29
009540                 PERFORM 5550-CHECK-LEAP-YEAR
009550                     THRU 5550-CHECK-LEAP-YEAR-EXIT
009560             END-IF
009570     END-EVALUATE
009580     .
009590 5500-VALIDATE-ONE-DATE-EXIT.
009600     EXIT.
009610 5550-CHECK-LEAP-YEAR.
009620     DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
009630         REMAINDER WS-LEAP-REM
009640     IF WS-LEAP-REM NOT = 0
009650         SET WS-DATE-VALID-NO TO TRUE
009660         GO TO 5550-CHECK-LEAP-YEAR-EXIT
009670     END-IF
009680     DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
009690         REMAINDER WS-LEAP-REM
009700     IF WS-LEAP-REM NOT = 0
009710         GO TO 5550-CHECK-LEAP-YEAR-EXIT
009720     END-IF
009730     DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
009740         REMAINDER WS-LEAP-REM
009750     IF WS-LEAP-REM NOT = 0
009760         SET WS-DATE-VALID-NO TO TRUE
009770     END-IF
009780     .
009790 5550-CHECK-LEAP-YEAR-EXIT.
009800     EXIT.
009810*----------------------------------------------------------------*
009820* 5700 - DAY SERIAL OF THE (VALID) DATE IN WS-DATE-WORK, COUNTING
009830* FROM A MARCH-BASED YEAR SO THE LEAP DAY FALLS LAST, AND ITS
009840* DAY OF THE WEEK.  EACH DIVISION IS A SEPARATE DIVIDE SO EVERY
009850* QUOTIENT IS TRUNCATED WHERE THE ARITHMETIC NEEDS IT.
009860*----------------------------------------------------------------*
009870 5700-COMPUTE-DAY-SERIAL.
009880     MOVE WS-DW-YYYY TO WS-SER-Y
009890     MOVE WS-DW-MM TO WS-SER-M
009900     IF WS-SER-M < 3
009910         SUBTRACT 1 FROM WS-SER-Y
009920         ADD 9 TO WS-SER-M
009930     ELSE
009940         SUBTRACT 3 FROM WS-SER-M
009950     END-IF
009960     COMPUTE WS-DAY-SERIAL = (365 * WS-SER-Y) + WS-DW-DD
009970     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q
009980     ADD WS-SER-Q TO WS-DAY-SERIAL
009990     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q
010000     SUBTRACT WS-SER-Q FROM WS-DAY-SERIAL
010010     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q
010020     ADD WS-SER-Q TO WS-DAY-SERIAL
010030     COMPUTE WS-SER-R = (153 * WS-SER-M) + 2
010040     DIVIDE WS-SER-R BY 5 GIVING WS-SER-Q
010050     ADD WS-SER-Q TO WS-DAY-SERIAL
010060     DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-SER-Q
010070         REMAINDER WS-SER-R
010080     MOVE WS-SER-R TO WS-DOW
010090     .
010100 5700-COMPUTE-DAY-SERIAL-EXIT.
010110     EXIT.
010120*----------------------------------------------------------------*
010130* 6000 - ENTRIES THAT SUPPRESSED NOTHING.  THE FIRST PASS OVER
010140* SUPUSAGE FINDS THE LATEST UNUSED-CYCLES RUN DATES; THE SECOND
010150* TOTALS EACH LIVE ENTRY'S CYCLES AND HITS INSIDE THAT WINDOW.
010160* AN ENTRY LOADED IN EVERY CYCLE OF THE WINDOW WITHOUT A SINGLE
010170* HIT IS LISTED FOR RETIREMENT.  AN ENTRY TOO NEW TO HAVE BEEN
010180* SEEN IN EVERY CYCLE IS GIVEN THE BENEFIT OF THE DOUBT.
010190*----------------------------------------------------------------*
010200 6000-UNUSED-ENTRIES.
010210     IF WS-UNUSED-CYCLES = 0
010220         GO TO 6000-UNUSED-ENTRIES-EXIT
010230     END-IF
010240     MOVE SPACES TO WS-REPORT-LINE
010250     PERFORM 8900-WRITE-REPORT-LINE
010260         THRU 8900-WRITE-REPORT-LINE-EXIT
010270     MOVE SPACES TO WS-REPORT-LINE
010280     MOVE WS-UNUSED-CYCLES TO WS-EDIT-NNN
010290     STRING "NO SUPPRESSIONS IN THE LAST " DELIMITED BY SIZE
010300         WS-EDIT-NNN DELIMITED BY SIZE
010310         " CYCLES - CANDIDATES TO RETIRE" DELIMITED BY SIZE
010320         INTO WS-REPORT-LINE
010330     PERFORM 8900-WRITE-REPORT-LINE
010340         THRU 8900-WRITE-REPORT-LINE-EXIT
010350     OPEN INPUT USAGE-FILE
010360     IF WS-FILE-STATUS-USE-NOTFND
010370         MOVE "  NO SUPUSAGE DATASET - CHECK SKIPPED"
010380             TO WS-REPORT-LINE
010390         PERFORM 8900-WRITE-REPORT-LINE
010400             THRU 8900-WRITE-REPORT-LINE-EXIT
010410         GO TO 6000-UNUSED-ENTRIES-EXIT
010420     END-IF
010430     IF NOT WS-FILE-STATUS-USE-OK
010440         DISPLAY "SUPMAINT: OPEN FAILED FOR SUPUSAGE - STATUS "
010450             WS-FILE-STATUS-USE
010460         MOVE 16 TO RETURN-CODE
010470         GOBACK
010480     END-IF
010490     PERFORM 6100-NOTE-ONE-CYCLE THRU 6100-NOTE-ONE-CYCLE-EXIT
010500         UNTIL WS-EOF-USE-YES
010510     CLOSE USAGE-FILE
010520     IF WS-CYC-COUNT < WS-UNUSED-CYCLES
010530         MOVE WS-CYC-COUNT TO WS-EDIT-NNN
010540         MOVE SPACES TO WS-REPORT-LINE
010550         STRING "  ONLY " DELIMITED BY SIZE
010560             WS-EDIT-NNN DELIMITED BY SIZE
010570             " CYCLES ON SUPUSAGE - CHECK SKIPPED"
010580             DELIMITED BY SIZE
010590             INTO WS-REPORT-LINE
010600         PERFORM 8900-WRITE-REPORT-LINE
010610             THRU 8900-WRITE-REPORT-LINE-EXIT
010620         GO TO 6000-UNUSED-ENTRIES-EXIT
010630     END-IF
010640     MOVE WS-CYC-DATE (WS-CYC-COUNT) TO WS-CYC-CUTOFF
010650     OPEN INPUT USAGE-FILE
010660     IF NOT WS-FILE-STATUS-USE-OK
010670         DISPLAY "SUPMAINT: OPEN FAILED FOR SUPUSAGE - STATUS "
010680             WS-FILE-STATUS-USE
010690         MOVE 16 TO RETURN-CODE
010700         GOBACK
010710     END-IF
010720     SET WS-EOF-USE-NO TO TRUE
010730     PERFORM 6200-TOTAL-ONE-USAGE THRU 6200-TOTAL-ONE-USAGE-EXIT
010740         UNTIL WS-EOF-USE-YES
010750     CLOSE USAGE-FILE
010760     PERFORM 6300-LIST-ONE-UNUSED THRU 6300-LIST-ONE-UNUSED-EXIT
010770         VARYING WS-SUP-IDX FROM 1 BY 1
010780         UNTIL WS-SUP-IDX > WS-SUP-COUNT
010790     IF WS-UNUSED-COUNT = 0
010800         MOVE "  NONE" TO WS-REPORT-LINE
010810         PERFORM 8900-WRITE-REPORT-LINE
010820             THRU 8900-WRITE-REPORT-LINE-EXIT
010830     END-IF
010840     .
010850 6000-UNUSED-ENTRIES-EXIT.
010860     EXIT.
010870*----------------------------------------------------------------*
010880* 6100 - KEEP THE RUN DATE IF IT IS AMONG THE LATEST UNUSED-
010890* CYCLES DISTINCT DATES SEEN SO FAR, NEWEST FIRST.
010900*----------------------------------------------------------------*
010910 6100-NOTE-ONE-CYCLE.
010920     READ USAGE-FILE
010930         AT END
010940             SET WS-EOF-USE-YES TO TRUE
010950             GO TO 6100-NOTE-ONE-CYCLE-EXIT
010960     END-READ
010970     IF NOT WS-FILE-STATUS-USE-OK
010980         DISPLAY "SUPMAINT: READ FAILED FOR SUPUSAGE - STATUS "
010990             WS-FILE-STATUS-USE
011000         MOVE 16 TO RETURN-CODE
011010         GOBACK
011020     END-IF
011030     ADD 1 TO WS-USAGE-READ-COUNT
011040     SET WS-CYC-FOUND-NO TO TRUE
011050     COMPUTE WS-CYC-INS = WS-CYC-COUNT + 1
011060     PERFORM 6110-PLACE-ONE-CYCLE THRU 6110-PLACE-ONE-CYCLE-EXIT
011070         VARYING WS-CYC-IDX FROM 1 BY 1
011080         UNTIL WS-CYC-IDX > WS-CYC-COUNT OR WS-CYC-FOUND-YES
011090     IF WS-CYC-FOUND-YES OR WS-CYC-INS > WS-UNUSED-CYCLES
011100         GO TO 6100-NOTE-ONE-CYCLE-EXIT
011110     END-IF
011120     IF WS-CYC-COUNT < WS-UNUSED-CYCLES
011130         ADD 1 TO WS-CYC-COUNT
011140     END-IF
011150     PERFORM 6150-SHIFT-CYCLE-DOWN THRU 6150-SHIFT-CYCLE-DOWN-EXIT
011160         VARYING WS-CYC-IDX FROM WS-CYC-COUNT BY -1
011170         UNTIL WS-CYC-IDX NOT > WS-CYC-INS
011180     MOVE RECSUS-RUN-DATE TO WS-CYC-DATE (WS-CYC-INS)
011190     .
011200 6100-NOTE-ONE-CYCLE-EXIT.
011210     EXIT.
011220 6110-PLACE-ONE-CYCLE.
011230     IF WS-CYC-DATE (WS-CYC-IDX) = RECSUS-RUN-DATE
011240         SET WS-CYC-FOUND-YES TO TRUE
011250         GO TO 6110-PLACE-ONE-CYCLE-EXIT
011260     END-IF
011270     IF WS-CYC-IDX < WS-CYC-INS
011280             AND RECSUS-RUN-DATE > WS-CYC-DATE (WS-CYC-IDX)
011290         MOVE WS-CYC-IDX TO WS-CYC-INS
011300     END-IF
011310     .
011320 6110-PLACE-ONE-CYCLE-EXIT.
011330     EXIT.
011340 6150-SHIFT-CYCLE-DOWN.
011350     IF WS-CYC-IDX > 1
011360         MOVE WS-CYC-DATE (WS-CYC-IDX - 1)
011370             TO WS-CYC-DATE (WS-CYC-IDX)
011380     END-IF
011390     .
011400 6150-SHIFT-CYCLE-DOWN-EXIT.
011410     EXIT.
011420 6200-TOTAL-ONE-USAGE.
011430     READ USAGE-FILE
011440         AT END
011450             SET WS-EOF-USE-YES TO TRUE
011460             GO TO 6200-TOTAL-ONE-USAGE-EXIT
011470     END-READ
011480     IF NOT WS-FILE-STATUS-USE-OK
011490         DISPLAY "SUPMAINT: READ FAILED FOR SUPUSAGE - STATUS "
011500             WS-FILE-STATUS-USE
011510         MOVE 16 TO RETURN-CODE
011520         GOBACK
011530     END-IF
011540     IF RECSUS-RUN-DATE < WS-CYC-CUTOFF
011550         GO TO 6200-TOTAL-ONE-USAGE-EXIT
011560     END-IF
011570     MOVE RECSUS-KEY TO WS-FIND-KEY
011580     MOVE RECSUS-REASON-CODE TO WS-FIND-REASON
011590     MOVE RECSUS-PAIR-ID TO WS-FIND-PAIR
011600     PERFORM 3750-FIND-ENTRY THRU 3750-FIND-ENTRY-EXIT
011610     IF WS-SUP-FOUND = 0
011620         GO TO 6200-TOTAL-ONE-USAGE-EXIT
011630     END-IF
011640     IF WS-SUP-LAST-CYCLE (WS-SUP-FOUND) NOT = RECSUS-RUN-DATE
011650         ADD 1 TO WS-SUP-CYCLES (WS-SUP-FOUND)
011660         MOVE RECSUS-RUN-DATE TO WS-SUP-LAST-CYCLE (WS-SUP-FOUND)
011670     END-IF
011680     IF RECSUS-HIT-COUNT NUMERIC
011690         ADD RECSUS-HIT-COUNT TO WS-SUP-HITS (WS-SUP-FOUND)
011700     END-IF
011710     .
011720 6200-TOTAL-ONE-USAGE-EXIT.
011730     EXIT.
011740 6300-LIST-ONE-UNUSED.
011750     IF WS-SUP-DROP-SW (WS-SUP-IDX) = "Y"
011760             OR WS-SUP-CYCLES (WS-SUP-IDX) < WS-UNUSED-CYCLES
011770             OR WS-SUP-HITS (WS-SUP-IDX) > 0
011780         GO TO 6300-LIST-ONE-UNUSED-EXIT
011790     END-IF
011800     ADD 1 TO WS-UNUSED-COUNT
011810     ADD 1 TO WS-WARN-COUNT
011820     PERFORM 8500-BUILD-ENTRY-LINE THRU 8500-BUILD-ENTRY-LINE-EXIT
011830     PERFORM 8900-WRITE-REPORT-LINE
011840         THRU 8900-WRITE-REPORT-LINE-EXIT
011850     .
011860 6300-LIST-ONE-UNUSED-EXIT.
011870     EXIT.
011880*----------------------------------------------------------------*
011890* 7000 - THE MAINTAINED LIST, DROPPED ENTRIES LEFT BEHIND.
011900*----------------------------------------------------------------*
011910 7000-WRITE-SUPOUT.
011920     PERFORM 7100-WRITE-ONE-SUPOUT
011930         THRU 7100-WRITE-ONE-SUPOUT-EXIT
011940         VARYING WS-SUP-IDX FROM 1 BY 1
011950         UNTIL WS-SUP-IDX > WS-SUP-COUNT
011960     .
011970 7000-WRITE-SUPOUT-EXIT.
011980     EXIT.
011990 7100-WRITE-ONE-SUPOUT.
012000     IF WS-SUP-DROP-SW (WS-SUP-IDX) = "Y"
012010         GO TO 7100-WRITE-ONE-SUPOUT-EXIT
012020     END-IF
012030     MOVE SPACES TO SUPOUT-RECORD
012040     MOVE WS-SUP-KEY (WS-SUP-IDX) TO SUPOUT-KEY
012050     MOVE WS-SUP-REASON (WS-SUP-IDX) TO SUPOUT-REASON-CODE
012060     MOVE WS-SUP-PAIR (WS-SUP-IDX) TO SUPOUT-PAIR-ID
012070     MOVE WS-SUP-EXPIRY (WS-SUP-IDX) TO SUPOUT-EXPIRY-DATE
012080     MOVE WS-SUP-AUTH-USER (WS-SUP-IDX) TO SUPOUT-AUTH-USER
012090     MOVE WS-SUP-REQ-USER (WS-SUP-IDX) TO SUPOUT-REQ-USER
012100     MOVE WS-SUP-MAINT-DATE (WS-SUP-IDX) TO SUPOUT-MAINT-DATE
012110     WRITE SUPOUT-RECORD
012120     IF NOT WS-FILE-STATUS-SOU-OK
012130         DISPLAY "SUPMAINT: WRITE FAILED FOR SUPOUT - STATUS "
012140             WS-FILE-STATUS-SOU
012150         MOVE 16 TO RETURN-CODE
012160         GOBACK
012170     END-IF
012180     ADD 1 TO WS-WRITTEN-COUNT
012190     .
012200 7100-WRITE-ONE-SUPOUT-EXIT.
012210     EXIT.
012220 8000-PRINT-TOTALS.
012230     MOVE SPACES TO WS-REPORT-LINE
012240     PERFORM 8900-WRITE-REPORT-LINE
012250         THRU 8900-WRITE-REPORT-LINE-EXIT
012260     MOVE SPACES TO WS-REPORT-LINE
012270     MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT
012280     STRING "ENTRIES READ        : " DELIMITED BY SIZE
012290         WS-EDIT-COUNT DELIMITED BY SIZE
012300         INTO WS-REPORT-LINE
012310     PERFORM 8900-WRITE-REPORT-LINE
012320         THRU 8900-WRITE-REPORT-LINE-EXIT
012330     MOVE SPACES TO WS-REPORT-LINE
012340     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT
012350     STRING "ENTRIES ADDED       : " DELIMITED BY SIZE
012360         WS-EDIT-COUNT DELIMITED BY SIZE
012370         INTO WS-REPORT-LINE
012380     PERFORM 8900-WRITE-REPORT-LINE
012390         THRU 8900-WRITE-REPORT-LINE-EXIT
012400     MOVE SPACES TO WS-REPORT-LINE
012410     MOVE WS-RENEWED-COUNT TO WS-EDIT-COUNT
012420     STRING "ENTRIES RENEWED     : " DELIMITED BY SIZE
012430         WS-EDIT-COUNT DELIMITED BY SIZE
012440         INTO WS-REPORT-LINE
012450     PERFORM 8900-WRITE-REPORT-LINE
012460         THRU 8900-WRITE-REPORT-LINE-EXIT
012470     MOVE SPACES TO WS-REPORT-LINE
012480     MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT
012490     STRING "ENTRIES REMOVED     : " DELIMITED BY SIZE
012500         WS-EDIT-COUNT DELIMITED BY SIZE
012510         INTO WS-REPORT-LINE
012520     PERFORM 8900-WRITE-REPORT-LINE
012530         THRU 8900-WRITE-REPORT-LINE-EXIT
012540     MOVE SPACES TO WS-REPORT-LINE
012550     MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT
012560     STRING "ENTRIES WRITTEN     : " DELIMITED BY SIZE
012570         WS-EDIT-COUNT DELIMITED BY SIZE
012580         INTO WS-REPORT-LINE
012590     PERFORM 8900-WRITE-REPORT-LINE
012600         THRU 8900-WRITE-REPORT-LINE-EXIT
012610     MOVE SPACES TO WS-REPORT-LINE
012620     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
012630     STRING "CARDS REJECTED      : " DELIMITED BY SIZE
012640         WS-EDIT-COUNT DELIMITED BY SIZE
012650         INTO WS-REPORT-LINE
012660     PERFORM 8900-WRITE-REPORT-LINE
012670         THRU 8900-WRITE-REPORT-LINE-EXIT
012680     MOVE SPACES TO WS-REPORT-LINE
012690     MOVE WS-FORECAST-COUNT TO WS-EDIT-COUNT
012700     STRING "EXPIRING SOON       : " DELIMITED BY SIZE
012710         WS-EDIT-COUNT DELIMITED BY SIZE
012720         INTO WS-REPORT-LINE
012730     PERFORM 8900-WRITE-REPORT-LINE
012740         THRU 8900-WRITE-REPORT-LINE-EXIT
012750     MOVE SPACES TO WS-REPORT-LINE
012760     MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
012770     STRING "ALREADY EXPIRED     : " DELIMITED BY SIZE
012780         WS-EDIT-COUNT DELIMITED BY SIZE
012790         INTO WS-REPORT-LINE
012800     PERFORM 8900-WRITE-REPORT-LINE
012810         THRU 8900-WRITE-REPORT-LINE-EXIT
012820     MOVE SPACES TO WS-REPORT-LINE
012830     MOVE WS-UNUSED-COUNT TO WS-EDIT-COUNT
012840     STRING "UNUSED - RETIRE     : " DELIMITED BY SIZE
012850         WS-EDIT-COUNT DELIMITED BY SIZE
012860         INTO WS-REPORT-LINE
012870     PERFORM 8900-WRITE-REPORT-LINE
012880         THRU 8900-WRITE-REPORT-LINE-EXIT
012890     MOVE SPACES TO WS-REPORT-LINE
012900     MOVE WS-WARN-COUNT TO WS-EDIT-COUNT
012910     STRING "WARNINGS            : " DELIMITED BY SIZE
012920         WS-EDIT-COUNT DELIMITED BY SIZE
012930         INTO WS-REPORT-LINE
012940     PERFORM 8900-WRITE-REPORT-LINE
012950         THRU 8900-WRITE-REPORT-LINE-EXIT
012960     .
012970 8000-PRINT-TOTALS-EXIT.
012980     EXIT.
012990*----------------------------------------------------------------*
013000* 8500 - ONE ENTRY'S LISTING LINE: KEY, REASON, PAIR (* FOR
013010* EVERY PAIR), EXPIRY, AND WHO ASKED, WHO AUTHORIZED AND WHEN.
013020*----------------------------------------------------------------*
013030 8500-BUILD-ENTRY-LINE.
013040     MOVE WS-SUP-PAIR (WS-SUP-IDX) TO WS-PAIR-SHOW
013050     IF WS-PAIR-SHOW = SPACES
013060         MOVE "*" TO WS-PAIR-SHOW
013070     END-IF
013080     MOVE SPACES TO WS-REPORT-LINE
013090     STRING "  " DELIMITED BY SIZE
013100         WS-SUP-KEY (WS-SUP-IDX) DELIMITED BY SIZE
013110         " " DELIMITED BY SIZE
013120         WS-SUP-REASON (WS-SUP-IDX) DELIMITED BY SIZE
013130         " " DELIMITED BY SIZE
013140         WS-PAIR-SHOW DELIMITED BY SIZE
013150         " EXP " DELIMITED BY SIZE
013160         WS-SUP-EXPIRY (WS-SUP-IDX) DELIMITED BY SIZE
013170         " REQ " DELIMITED BY SIZE
013180         WS-SUP-REQ-USER (WS-SUP-IDX) DELIMITED BY SIZE
013190         " AUTH " DELIMITED BY SIZE
013200         WS-SUP-AUTH-USER (WS-SUP-IDX) DELIMITED BY SIZE
013210         " ON " DELIMITED BY SIZE
013220         WS-SUP-MAINT-DATE (WS-SUP-IDX) DELIMITED BY SIZE
013230         INTO WS-REPORT-LINE
013240     .
013250 8500-BUILD-ENTRY-LINE-EXIT.
013260     EXIT.
013270 8900-WRITE-REPORT-LINE.
013280     WRITE REPORT-RECORD FROM WS-REPORT-LINE
013290     IF NOT WS-FILE-STATUS-RPT-OK
013300         DISPLAY "SUPMAINT: WRITE FAILED FOR SUPRPT - STATUS "
013310             WS-FILE-STATUS-RPT
013320         MOVE 16 TO RETURN-CODE
013330         GOBACK
013340     END-IF
013350     .
013360 8900-WRITE-REPORT-LINE-EXIT.
013370     EXIT.
013380 9999-TERMINATE.
013390     CLOSE SUPOUT-FILE
013400     CLOSE REPORT-FILE
013410     IF WS-REJECTED-COUNT > 0
013420         DISPLAY "SUPMAINT: MAINTENANCE CARDS REJECTED - RC 8"
013430         MOVE 8 TO RETURN-CODE
013440     ELSE
013450         IF WS-WARN-COUNT > 0
013460             MOVE 4 TO RETURN-CODE
013470         END-IF
013480     END-IF
013490     .
013500 9999-TERMINATE-EXIT.
013510     EXIT.
013520*----------------------------------------------------------------*
013530* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
013540*----------------------------------------------------------------*
013550 COPY "RECSTP.cpy".
013560 END PROGRAM SUPMAINT.
