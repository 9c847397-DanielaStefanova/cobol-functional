000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLWOFF.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* GLWOFF - GENERAL LEDGER WRITE-OFF JOURNAL FOR ACCEPTED
000090* DIFFERENCES.
000100*
000110* AN EXCEPTION THE DESK HAS MARKED AD (ACCEPTED DIFFERENCE) ON
000120* ITS DISPOSITION STILL NEEDS ITS AMOUNT WRITTEN OFF IN THE
000130* LEDGER.  THIS STEP RUNS AFTER EXCAGE AND FINDS THE
000140* DISPOSITIONS THAT MOVED TO AD THIS CYCLE - AD ON THIS CYCLE'S
000150* DSPOUT BUT NOT AD ON THE PRIOR GENERATION (DSPPRV) - JOINS EACH
000160* TO ITS EXCEPTION ON THIS CYCLE'S EXCOUT (RECEXC.CPY), AND
000170* PRICES IT THROUGH THE AMOUNT CARD THE WAY EXCVAR DOES: FILE A
000180* LESS FILE B WHEN BOTH IMAGES ARE THERE, THE ONE-SIDED AMOUNT
000190* (FILE B NEGATIVE) WHEN ONLY ONE IS.  EACH PRICED ITEM POSTS A
000200* BALANCED PAIR OF LINES TO THE GLJRNL INTERFACE FILE
000210* (RECGLJ.CPY) USING THE ACCOUNTS THE GLMAP DATASET (RECGLM.CPY)
000220* GIVES ITS PAIR:
000230*   - FILE A OVER FILE B:  DEBIT THE WRITE-OFF ACCOUNT, CREDIT
000240*     THE CONTROL ACCOUNT.
000250*   - FILE B OVER FILE A:  DEBIT THE CONTROL ACCOUNT, CREDIT THE
000260*     WRITE-OFF ACCOUNT.
000270* THE POSTING DATE IS THE CYCLE DATE FROM THE LIBRARY BUSINESS
000280* CALENDAR, BUILT FROM THE HOLIDAYS DATASET: FOR THE DAILY CYCLE
000290* THE RUN DATE, OR THE BUSINESS DAY BEFORE IT WHEN THE JOB RUNS
000300* ON A WEEKEND OR HOLIDAY; FOR THE MONTH-END CYCLE THE LAST
000310* BUSINESS DAY OF THE RUN MONTH.
000320* AN ACCEPTED ITEM THAT CANNOT BE PRICED, HAS NO GL ACCOUNT OR
000330* HAS NO EXCEPTION IMAGE IS LISTED ON THE CONTROL REPORT AND NOT
000340* JOURNALED.  A STEP-CONTROL RECORD (RECCTL.CPY) FOR THE
000350* JOURNAL LINES WRITTEN, WITH THEIR DEBIT TOTAL AS THE AMOUNT
000360* HASH, AND ONE FOR THE EXCEPTIONS READ GO TO CTLFILE FOR
000370* JOBCHECK.
000380* SYSIN:
000390*     AMOUNT ZONED FF-TT / AMOUNT SIGNED FF-TT /
000400*     AMOUNT PACKED FF-TT
000410*                     (REQUIRED - AS ON THE RECON AMOUNT CARD)
000420*     CYCLE DAILY | CYCLE MONTHEND
000430*                     (POSTING-DATE RULE; DEFAULT DAILY)
000440*     CALENDAR XXXXXXXX
000450*                     (THE HOLIDAYS CALENDAR ID TO POST BY;
000460*                      DEFAULT THE BLANK CALENDAR)
000470* RC=0 EVERY ACCEPTED ITEM JOURNALED, RC=4 ITEMS LEFT FOR A
000480* MANUAL JOURNAL, RC=16 I/O OR PARAMETER ERROR.
000490*
000500* MODIFICATION HISTORY.
000510*   2026-10-15 DS   INITIAL VERSION.
000520*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000530*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000540*                   THE STEPSLA BATCH-WINDOW REPORT.
000550*   2026-10-15 DS   READS THE RSTCTL RESTART PLAN (RECRSC.CPY)
000560*                   THAT RSTCOORD WRITES FOR A RESTARTED STREAM -
000570*                   A STEP ALREADY COMPLETED FOR THE CYCLE SKIPS
000580*                   ITSELF AT RC=0 INSTEAD OF RUNNING IT TWICE.
000590*----------------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PRIOR-DSP-FILE ASSIGN TO DSPPRV
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FILE-STATUS-PRV.
000670     SELECT DSPFILE-FILE ASSIGN TO DSPOUT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FILE-STATUS-DSP.
000700     SELECT EXCEPT-FILE ASSIGN TO EXCOUT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FILE-STATUS-EXC.
000730     SELECT GLMAP-FILE ASSIGN TO GLMAP
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FILE-STATUS-MAP.
000760     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FILE-STATUS-JRN.
000790     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-FILE-STATUS-HOL.
000820     SELECT REPORT-FILE ASSIGN TO GLWRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-FILE-STATUS-RPT.
000850     SELECT PARM-FILE ASSIGN TO SYSIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-FILE-STATUS-PARM.
000880     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-FILE-STATUS-CTL.
000910     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS RECSTW-FILE-STATUS.
000940     SELECT RSTCTL-FILE ASSIGN TO RSTCTL
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS RECRSW-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PRIOR-DSP-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "RECDSP.cpy" REPLACING LEADING ==RECDSP-== BY ==DSPPRV-==.
001020 FD  DSPFILE-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY "RECDSP.cpy".
001050 FD  EXCEPT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "RECEXC.cpy".
001080 FD  GLMAP-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY "RECGLM.cpy".
001110 FD  JOURNAL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY "RECGLJ.cpy".
001140 FD  HOLIDAY-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  HOLIDAY-RECORD.
001170     05  HOLIDAY-DATE                PIC X(08).
001180     05  FILLER                      PIC X(01).
001190     05  HOLIDAY-CAL-ID              PIC X(08).
001200     05  FILLER                      PIC X(63).
001210 FD  REPORT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  REPORT-RECORD                   PIC X(80).
001240 FD  PARM-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  PARM-RECORD                     PIC X(80).
001270 FD  CONTROL-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY "RECCTL.cpy".
001300 FD  STEPTIME-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 COPY "RECSTM.cpy".
001330 FD  RSTCTL-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 COPY "RECRSC.cpy".
001360 WORKING-STORAGE SECTION.
001370 01  WS-SWITCHES.
001380     05  WS-EOF-PRV-SW               PIC X(01) VALUE "N".
001390         88  WS-EOF-PRV-YES                     VALUE "Y".
001400     05  WS-EOF-DSP-SW               PIC X(01) VALUE "N".
001410         88  WS-EOF-DSP-YES                     VALUE "Y".
001420     05  WS-EOF-EXC-SW               PIC X(01) VALUE "N".
001430         88  WS-EOF-EXC-YES                     VALUE "Y".
001440     05  WS-EOF-MAP-SW               PIC X(01) VALUE "N".
001450         88  WS-EOF-MAP-YES                     VALUE "Y".
001460     05  WS-HOL-EOF-SW               PIC X(01) VALUE "N".
001470         88  WS-HOL-EOF-YES                     VALUE "Y".
001480     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001490         88  WS-PARM-EOF-YES                    VALUE "Y".
001500     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
001510         88  WS-AMT-DEFINED-YES                 VALUE "Y".
001520         88  WS-AMT-DEFINED-NO                  VALUE "N".
001530     05  WS-RANGE-VALID-SW           PIC X(01) VALUE "Y".
001540         88  WS-RANGE-VALID-YES                 VALUE "Y".
001550         88  WS-RANGE-VALID-NO                  VALUE "N".
001560     05  WS-PRICED-SW                PIC X(01) VALUE "N".
001570         88  WS-PRICED-YES                      VALUE "Y".
001580         88  WS-PRICED-NO                       VALUE "N".
001590 01  WS-FILE-STATUSES.
001600     05  WS-FILE-STATUS-PRV          PIC X(02) VALUE "00".
001610         88  WS-FILE-STATUS-PRV-OK             VALUE "00".
001620         88  WS-FILE-STATUS-PRV-NOTFND         VALUE "35".
001630     05  WS-FILE-STATUS-DSP          PIC X(02) VALUE "00".
001640         88  WS-FILE-STATUS-DSP-OK             VALUE "00".
001650         88  WS-FILE-STATUS-DSP-NOTFND         VALUE "35".
001660     05  WS-FILE-STATUS-EXC          PIC X(02) VALUE "00".
001670         88  WS-FILE-STATUS-EXC-OK             VALUE "00".
001680         88  WS-FILE-STATUS-EXC-NOTFND         VALUE "35".
001690     05  WS-FILE-STATUS-MAP          PIC X(02) VALUE "00".
001700         88  WS-FILE-STATUS-MAP-OK             VALUE "00".
001710         88  WS-FILE-STATUS-MAP-NOTFND         VALUE "35".
001720     05  WS-FILE-STATUS-JRN          PIC X(02) VALUE "00".
001730         88  WS-FILE-STATUS-JRN-OK             VALUE "00".
001740     05  WS-FILE-STATUS-HOL          PIC X(02) VALUE "00".
001750         88  WS-FILE-STATUS-HOL-OK             VALUE "00".
001760         88  WS-FILE-STATUS-HOL-NOTFND         VALUE "35".
001770     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001780         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001790     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001800         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001810         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001820     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001830         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001840         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001850 01  WS-PARM-CARD.
001860     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001870     05  FILLER                      PIC X(79).
001880 01  WS-CARD-FIELDS.
001890     05  WS-CARD-VERB                PIC X(10).
001900     05  WS-CARD-OPERAND-1           PIC X(10).
001910     05  WS-CARD-OPERAND-2           PIC X(10).
001920 01  WS-CARD-RANGE.
001930     05  WS-CARD-FROM-X              PIC X(03).
001940     05  WS-CARD-TO-X                PIC X(03).
001950 01  WS-CARD-FROM                    PIC 9(03).
001960 01  WS-CARD-TO                      PIC 9(03).
001970 01  WS-RNG-PART                     PIC X(03).
001980 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
001990     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
002000 01  WS-RNG-VALUE                    PIC 9(03).
002010 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
002020 01  WS-RNG-IDX                      PIC S9(04) COMP.
002030 01  WS-RNG-DIGIT-X                  PIC X(01).
002040 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
002050                                     PIC 9(01).
002060 01  WS-RUN-DATE                     PIC X(08).
002070 01  WS-RUN-TIME-RAW                 PIC X(08).
002080 01  WS-RUN-TIME                     PIC X(06).
002090*----------------------------------------------------------------*
002100* POSTING DATE.  THE HOLIDAYS DATASET MAY BE PARTITIONED BY A
002110* CALENDAR ID IN BYTES 10-17, AS FOR RECON; THE CALENDAR CARD
002120* PICKS THE ONE THE LEDGER POSTS BY.
002130*----------------------------------------------------------------*
002140 01  WS-CYCLE-FREQ                   PIC X(08) VALUE "DAILY".
002150 01  WS-CYCLE-DATE                   PIC X(08) VALUE SPACES.
002160 01  WS-ACTIVE-CAL-ID                PIC X(08) VALUE SPACES.
002170 01  WS-CAL-MATCH-COUNT              PIC S9(04) COMP VALUE ZERO.
002180 01  WS-HOLTAB.
002190     05  WS-HT-COUNT                 PIC S9(04) COMP VALUE ZERO.
002200     05  WS-HT-MAX                   PIC S9(04) COMP VALUE 1000.
002210     05  WS-HT-ENTRY OCCURS 1000 TIMES.
002220         10  WS-HT-CAL               PIC X(08).
002230         10  WS-HT-DATE              PIC X(08).
002240 01  WS-HT-IDX                       PIC S9(04) COMP.
002250 01  WS-CALENDAR                     type BusinessCalendar.
002260 01  WS-HOLIDAY-SEQ                  type Seq[string].
002270 01  WS-HOLIDAY-BOXED                string.
002280 01  WS-RUN-DATE-BOXED               string.
002290 01  WS-CYCLE-DATE-BOXED             string.
002300*----------------------------------------------------------------*
002310* AMOUNT DEFINITION, FROM THE AMOUNT CARD - A RANGE OF THE DATA
002320* PORTION.  TYPE Z = ZONED, S = SIGNED ZONED, P = PACKED.
002330*----------------------------------------------------------------*
002340 01  WS-AMOUNT-CONTROLS.
002350     05  WS-AMT-TYPE                 PIC X(01) VALUE SPACE.
002360     05  WS-AMT-FROM                 PIC S9(04) COMP VALUE ZERO.
002370     05  WS-AMT-LEN                  PIC S9(04) COMP VALUE ZERO.
002380 01  WS-EXTRACT-CONTROLS.
002390     05  WS-EXT-LEN                  PIC S9(04) COMP.
002400     05  WS-EXT-IDX                  PIC S9(04) COMP.
002410     05  WS-EXT-SIGN                 PIC S9(01) COMP.
002420     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
002430         88  WS-EXT-SIGNED-YES                  VALUE "Y".
002440         88  WS-EXT-SIGNED-NO                   VALUE "N".
002450     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
002460         88  WS-EXT-VALID-YES                   VALUE "Y".
002470         88  WS-EXT-VALID-NO                    VALUE "N".
002480 01  WS-EXT-FIELD                    PIC X(40).
002490 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
002500     05  WS-EXT-CHAR OCCURS 40 TIMES
002510                                     PIC X(01).
002520 01  WS-DIGIT-X                      PIC X(01).
002530 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
002540 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
002550 01  WS-PACKED-X                     PIC X(08).
002560 01  WS-PACKED-9 REDEFINES WS-PACKED-X
002570                                     PIC S9(15) COMP-3.
002580 01  WS-VALUE-A                      PIC S9(15) COMP-3.
002590 01  WS-VALUE-B                      PIC S9(15) COMP-3.
002600 01  WS-NET-VALUE                    PIC S9(15) COMP-3.
002610 01  WS-POST-AMOUNT                  PIC 9(15) COMP-3.
002620*----------------------------------------------------------------*
002630* PRIOR-CYCLE AD DISPOSITIONS.  AN ITEM ALREADY AD LAST CYCLE WAS
002640* JOURNALED THEN AND IS NOT WRITTEN OFF TWICE.
002650*----------------------------------------------------------------*
002660 01  WS-PRIOR-TABLE.
002670     05  WS-PRV-COUNT                PIC S9(04) COMP VALUE ZERO.
002680     05  WS-PRV-MAX                  PIC S9(04) COMP VALUE 2000.
002690     05  WS-PRV-ENTRY OCCURS 2000 TIMES.
002700         10  WS-PRV-KEY              PIC X(10).
002710         10  WS-PRV-REASON           PIC X(02).
002720         10  WS-PRV-PAIR             PIC X(08).
002730 01  WS-PRV-IDX                      PIC S9(04) COMP.
002740 01  WS-PRV-FOUND                    PIC S9(04) COMP.
002750*----------------------------------------------------------------*
002760* THIS CYCLE'S NEWLY ACCEPTED ITEMS, WAITING FOR THEIR EXCEPTION
002770* IMAGE.  AN ENTRY STILL UNMATCHED AT END OF EXCOUT HAS NO IMAGE.
002780*----------------------------------------------------------------*
002790 01  WS-CAND-TABLE.
002800     05  WS-CND-COUNT                PIC S9(04) COMP VALUE ZERO.
002810     05  WS-CND-MAX                  PIC S9(04) COMP VALUE 2000.
002820     05  WS-CND-ENTRY OCCURS 2000 TIMES.
002830         10  WS-CND-KEY              PIC X(10).
002840         10  WS-CND-REASON           PIC X(02).
002850         10  WS-CND-PAIR             PIC X(08).
002860         10  WS-CND-OWNER            PIC X(08).
002870         10  WS-CND-NOTE             PIC X(30).
002880         10  WS-CND-MATCHED-SW       PIC X(01).
002890 01  WS-CND-IDX                      PIC S9(04) COMP.
002900 01  WS-CND-FOUND                    PIC S9(04) COMP.
002910 01  WS-SRCH-FIELDS.
002920     05  WS-SRCH-KEY                 PIC X(10).
002930     05  WS-SRCH-REASON              PIC X(02).
002940     05  WS-SRCH-PAIR                PIC X(08).
002950*----------------------------------------------------------------*
002960* GL ACCOUNT MAP, LOADED FROM GLMAP.
002970*----------------------------------------------------------------*
002980 01  WS-MAP-TABLE.
002990     05  WS-MAP-COUNT                PIC S9(04) COMP VALUE ZERO.
003000     05  WS-MAP-MAX                  PIC S9(04) COMP VALUE 200.
003010     05  WS-MAP-ENTRY OCCURS 200 TIMES.
003020         10  WS-MAP-PAIR             PIC X(08).
003030         10  WS-MAP-CONTROL          PIC X(12).
003040         10  WS-MAP-WRITEOFF         PIC X(12).
003050 01  WS-MAP-IDX                      PIC S9(04) COMP.
003060 01  WS-MAP-FOUND                    PIC S9(04) COMP.
003070 01  WS-DEBIT-ACCOUNT                PIC X(12).
003080 01  WS-CREDIT-ACCOUNT               PIC X(12).
003090 01  WS-COUNTERS COMP-3.
003100     05  WS-PRV-READ-COUNT           PIC 9(07) VALUE ZERO.
003110     05  WS-DSP-READ-COUNT           PIC 9(07) VALUE ZERO.
003120     05  WS-ALREADY-AD-COUNT         PIC 9(07) VALUE ZERO.
003130     05  WS-EXC-READ-COUNT           PIC 9(07) VALUE ZERO.
003140     05  WS-JOURNALED-COUNT          PIC 9(07) VALUE ZERO.
003150     05  WS-ZERO-VALUE-COUNT         PIC 9(07) VALUE ZERO.
003160     05  WS-UNPRICED-COUNT           PIC 9(07) VALUE ZERO.
003170     05  WS-UNMAPPED-COUNT           PIC 9(07) VALUE ZERO.
003180     05  WS-NO-IMAGE-COUNT           PIC 9(07) VALUE ZERO.
003190     05  WS-LINE-COUNT               PIC 9(07) VALUE ZERO.
003200     05  WS-DEBIT-TOTAL              PIC 9(15) VALUE ZERO.
003210     05  WS-CREDIT-TOTAL             PIC 9(15) VALUE ZERO.
003220 01  WS-CTL-FIELDS.
003230     05  WS-CTL-FILE-NAME            PIC X(08).
003240     05  WS-CTL-ROLE                 PIC X(01).
003250     05  WS-CTL-COUNT                PIC 9(09).
003260     05  WS-CTL-HASH                 PIC 9(11).
003270 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
003280 01  WS-EDIT-AMOUNT                  PIC Z(14)9.
003290 01  WS-REPORT-LINE                  PIC X(80).
003300 01  WS-DETAIL-LINE.
003310     05  FILLER                      PIC X(02) VALUE SPACES.
003320     05  WS-DL-KEY                   PIC X(10).
003330     05  FILLER                      PIC X(01) VALUE SPACE.
003340     05  WS-DL-REASON                PIC X(02).
003350     05  FILLER                      PIC X(01) VALUE SPACE.
003360     05  WS-DL-PAIR                  PIC X(08).
003370     05  FILLER                      PIC X(01) VALUE SPACE.
003380     05  WS-DL-BODY.
003390         10  WS-DL-DEBIT             PIC X(12).
003400         10  FILLER                  PIC X(01).
003410         10  WS-DL-CREDIT            PIC X(12).
003420         10  FILLER                  PIC X(01).
003430         10  WS-DL-AMOUNT            PIC Z(14)9.
003440     05  WS-DL-MESSAGE REDEFINES WS-DL-BODY
003450                                     PIC X(41).
003460     05  FILLER                      PIC X(14) VALUE SPACES.
003470 COPY "RECSTW.cpy".
003480 COPY "RECRSW.cpy".
003490 PROCEDURE DIVISION.
003500 0000-MAINLINE.
003510     MOVE "GLWOFF" TO RECSTW-PROGRAM-ID
003520     PERFORM 9800-START-STEP-TIMING
003530         THRU 9800-START-STEP-TIMING-EXIT
003540     MOVE "GLWOFF" TO RECRSW-PROGRAM-ID
003550     PERFORM 9820-CHECK-RESTART-PLAN
003560         THRU 9820-CHECK-RESTART-PLAN-EXIT
003570     IF RECRSW-ACTION-SKIP
003580         GOBACK
003590     END-IF
003600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003610     PERFORM 2000-LOAD-PRIOR-ACCEPTED
003620         THRU 2000-LOAD-PRIOR-ACCEPTED-EXIT
003630     PERFORM 3000-SELECT-NEW-ACCEPTED
003640         THRU 3000-SELECT-NEW-ACCEPTED-EXIT
003650     PERFORM 4000-JOURNAL-EXCEPTIONS
003660         THRU 4000-JOURNAL-EXCEPTIONS-EXIT
003670     PERFORM 4900-LIST-NO-IMAGE THRU 4900-LIST-NO-IMAGE-EXIT
003680         VARYING WS-CND-IDX FROM 1 BY 1
003690         UNTIL WS-CND-IDX > WS-CND-COUNT
003700     PERFORM 9000-WRITE-TRAILER THRU 9000-WRITE-TRAILER-EXIT
003710     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
003720     PERFORM 9400-WRITE-STEP-CONTROL
003730         THRU 9400-WRITE-STEP-CONTROL-EXIT
003740     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
003750     MOVE WS-EXC-READ-COUNT TO RECSTW-RECORD-COUNT
003760     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003770     PERFORM 9810-WRITE-STEP-TIMING
003780         THRU 9810-WRITE-STEP-TIMING-EXIT
003790     GOBACK
003800     .
003810 0000-MAINLINE-EXIT.
003820     EXIT.
003830 1000-INITIALIZE.
003840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003850     ACCEPT WS-RUN-TIME-RAW FROM TIME
003860     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
003870     PERFORM 1100-READ-PARM-CARDS
003880         THRU 1100-READ-PARM-CARDS-EXIT
003890     IF WS-AMT-DEFINED-NO
003900         DISPLAY "GLWOFF: AN AMOUNT CARD IS REQUIRED"
003910         MOVE 16 TO RETURN-CODE
003920         GOBACK
003930     END-IF
003940     PERFORM 1300-LOAD-GL-MAP THRU 1300-LOAD-GL-MAP-EXIT
003950     PERFORM 1400-DERIVE-CYCLE-DATE
003960         THRU 1400-DERIVE-CYCLE-DATE-EXIT
003970     OPEN OUTPUT JOURNAL-FILE
003980     IF NOT WS-FILE-STATUS-JRN-OK
003990         DISPLAY "GLWOFF: OPEN FAILED FOR GLJRNL - STATUS "
004000             WS-FILE-STATUS-JRN
004010         MOVE 16 TO RETURN-CODE
004020         GOBACK
004030     END-IF
004040     OPEN OUTPUT REPORT-FILE
004050     IF NOT WS-FILE-STATUS-RPT-OK
004060         DISPLAY "GLWOFF: OPEN FAILED FOR GLWRPT - STATUS "
004070             WS-FILE-STATUS-RPT
004080         MOVE 16 TO RETURN-CODE
004090         GOBACK
004100     END-IF
004110     MOVE SPACES TO WS-REPORT-LINE
004120     STRING "ACCEPTED-DIFFERENCE WRITE-OFF JOURNAL - RUN "
004130         DELIMITED BY SIZE
004140         WS-RUN-DATE DELIMITED BY SIZE
004150         INTO WS-REPORT-LINE
004160     PERFORM 8900-WRITE-REPORT-LINE
004170         THRU 8900-WRITE-REPORT-LINE-EXIT
004180     MOVE SPACES TO WS-REPORT-LINE
004190     STRING "POSTING DATE " DELIMITED BY SIZE
004200         WS-CYCLE-DATE DELIMITED BY SIZE
004210         " (" DELIMITED BY SIZE
004220         WS-CYCLE-FREQ DELIMITED BY SPACE
004230         " CYCLE)" DELIMITED BY SIZE
004240         INTO WS-REPORT-LINE
004250     PERFORM 8900-WRITE-REPORT-LINE
004260         THRU 8900-WRITE-REPORT-LINE-EXIT
004270     MOVE SPACES TO WS-REPORT-LINE
004280     PERFORM 8900-WRITE-REPORT-LINE
004290         THRU 8900-WRITE-REPORT-LINE-EXIT
004300     MOVE "  KEY        RC PAIR     DEBIT        CREDIT"
004310         TO WS-REPORT-LINE
004320     MOVE "AMOUNT" TO WS-REPORT-LINE (61:6)
004330     PERFORM 8900-WRITE-REPORT-LINE
004340         THRU 8900-WRITE-REPORT-LINE-EXIT
004350     .
004360 1000-INITIALIZE-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390* 1100 - SYSIN CARDS.  THE AMOUNT CARD IS REQUIRED, SO A MISSING
004400* SYSIN DATASET STOPS THE RUN AT 1000.
004410*----------------------------------------------------------------*
004420 1100-READ-PARM-CARDS.
004430     OPEN INPUT PARM-FILE
004440     IF WS-FILE-STATUS-PARM-NOTFND
004450         SET WS-PARM-EOF-YES TO TRUE
004460         GO TO 1100-READ-PARM-CARDS-EXIT
004470     END-IF
004480     IF NOT WS-FILE-STATUS-PARM-OK
004490         DISPLAY "GLWOFF: OPEN FAILED FOR SYSIN - STATUS "
004500             WS-FILE-STATUS-PARM
004510         MOVE 16 TO RETURN-CODE
004520         GOBACK
004530     END-IF
004540     PERFORM 1110-READ-PARM-CARD
004550         THRU 1110-READ-PARM-CARD-EXIT
004560         UNTIL WS-PARM-EOF-YES
004570     CLOSE PARM-FILE
004580     .
004590 1100-READ-PARM-CARDS-EXIT.
004600     EXIT.
004610 1110-READ-PARM-CARD.
004620     READ PARM-FILE INTO WS-PARM-CARD
004630         AT END
004640             SET WS-PARM-EOF-YES TO TRUE
004650             GO TO 1110-READ-PARM-CARD-EXIT
004660     END-READ
004670     IF NOT WS-FILE-STATUS-PARM-OK
004680         DISPLAY "GLWOFF: READ FAILED FOR SYSIN - STATUS "
004690             WS-FILE-STATUS-PARM
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF
004730     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
004740         GO TO 1110-READ-PARM-CARD-EXIT
004750     END-IF
004760     MOVE SPACES TO WS-CARD-FIELDS
004770     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
004780         INTO WS-CARD-VERB WS-CARD-OPERAND-1 WS-CARD-OPERAND-2
004790     END-UNSTRING
004800     EVALUATE WS-CARD-VERB
004810         WHEN "AMOUNT"
004820             PERFORM 1120-APPLY-AMOUNT-CARD
004830                 THRU 1120-APPLY-AMOUNT-CARD-EXIT
004840         WHEN "CYCLE"
004850             IF WS-CARD-OPERAND-1 NOT = "MONTHEND"
004860                     AND WS-CARD-OPERAND-1 NOT = "DAILY"
004870                 DISPLAY "GLWOFF: BAD CYCLE FREQUENCY - "
004880                     WS-CARD-OPERAND-1
004890                 MOVE 16 TO RETURN-CODE
004900                 GOBACK
004910             END-IF
004920             MOVE WS-CARD-OPERAND-1 TO WS-CYCLE-FREQ
004930         WHEN "CALENDAR"
004940             IF WS-CARD-OPERAND-1 (9:) NOT = SPACES
004950                 DISPLAY "GLWOFF: BAD CALENDAR ID - "
004960                     WS-CARD-OPERAND-1
004970                 MOVE 16 TO RETURN-CODE
004980                 GOBACK
004990             END-IF
005000             MOVE WS-CARD-OPERAND-1 TO WS-ACTIVE-CAL-ID
005010         WHEN OTHER
005020             DISPLAY "GLWOFF: UNRECOGNIZED PARM CARD - "
005030                 WS-PARM-CARD
005040             MOVE 16 TO RETURN-CODE
005050             GOBACK
005060     END-EVALUATE
005070     .
005080 1110-READ-PARM-CARD-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------*
005110* 1120 - AMOUNT CARD, EDITED AS RECON EDITS IT.  ONE ONLY.
005120*----------------------------------------------------------------*
005130 1120-APPLY-AMOUNT-CARD.
005140     IF WS-AMT-DEFINED-YES
005150         DISPLAY "GLWOFF: ONLY ONE AMOUNT CARD IS ALLOWED"
005160         MOVE 16 TO RETURN-CODE
005170         GOBACK
005180     END-IF
005190     MOVE SPACES TO WS-CARD-RANGE
005200     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
005210         INTO WS-CARD-FROM-X WS-CARD-TO-X
005220     END-UNSTRING
005230     PERFORM 1125-PARSE-CARD-RANGE
005240         THRU 1125-PARSE-CARD-RANGE-EXIT
005250     IF WS-RANGE-VALID-NO
005260             OR WS-CARD-FROM < 1 OR WS-CARD-TO > 500
005270             OR WS-CARD-FROM > WS-CARD-TO
005280         DISPLAY "GLWOFF: BAD AMOUNT RANGE - " WS-CARD-OPERAND-2
005290         MOVE 16 TO RETURN-CODE
005300         GOBACK
005310     END-IF
005320     EVALUATE WS-CARD-OPERAND-1
005330         WHEN "ZONED"
005340             MOVE "Z" TO WS-AMT-TYPE
005350         WHEN "SIGNED"
005360             MOVE "S" TO WS-AMT-TYPE
005370         WHEN "PACKED"
005380             MOVE "P" TO WS-AMT-TYPE
005390         WHEN OTHER
005400             DISPLAY "GLWOFF: BAD AMOUNT TYPE - "
005410                 WS-CARD-OPERAND-1
005420             MOVE 16 TO RETURN-CODE
005430             GOBACK
005440     END-EVALUATE
005450     MOVE WS-CARD-FROM TO WS-AMT-FROM
005460     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
005470     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
005480         DISPLAY "GLWOFF: PACKED AMOUNT OVER 8 BYTES"
005490         MOVE 16 TO RETURN-CODE
005500         GOBACK
005510     END-IF
005520     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
005530         DISPLAY "GLWOFF: ZONED AMOUNT OVER 15 DIGITS"
005540         MOVE 16 TO RETURN-CODE
005550         GOBACK
005560     END-IF
005570     SET WS-AMT-DEFINED-YES TO TRUE
005580     .
005590 1120-APPLY-AMOUNT-CARD-EXIT.
005600     EXIT.
005610 1125-PARSE-CARD-RANGE.
005620     SET WS-RANGE-VALID-YES TO TRUE
005630     MOVE WS-CARD-FROM-X TO WS-RNG-PART
005640     PERFORM 1128-PARSE-RANGE-PART
005650         THRU 1128-PARSE-RANGE-PART-EXIT
005660     MOVE WS-RNG-VALUE TO WS-CARD-FROM
005670     MOVE WS-CARD-TO-X TO WS-RNG-PART
005680     PERFORM 1128-PARSE-RANGE-PART
005690         THRU 1128-PARSE-RANGE-PART-EXIT
005700     MOVE WS-RNG-VALUE TO WS-CARD-TO
005710     .
005720 1125-PARSE-CARD-RANGE-EXIT.
005730     EXIT.
005740 1128-PARSE-RANGE-PART.
005750     MOVE ZERO TO WS-RNG-VALUE
005760     MOVE ZERO TO WS-RNG-DIGITS
005770     PERFORM 1129-PARSE-ONE-DIGIT
005780         THRU 1129-PARSE-ONE-DIGIT-EXIT
005790         VARYING WS-RNG-IDX FROM 1 BY 1
005800         UNTIL WS-RNG-IDX > 3
005810     IF WS-RNG-DIGITS = 0
005820         SET WS-RANGE-VALID-NO TO TRUE
005830     END-IF
005840     .
005850 1128-PARSE-RANGE-PART-EXIT.
005860     EXIT.
005870 1129-PARSE-ONE-DIGIT.
005880     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
005890     EVALUATE TRUE
005900         WHEN WS-RNG-DIGIT-X = SPACE
005910             CONTINUE
005920         WHEN WS-RNG-DIGIT-X NUMERIC
005930             COMPUTE WS-RNG-VALUE =
005940                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
005950             ADD 1 TO WS-RNG-DIGITS
005960         WHEN OTHER
005970             SET WS-RANGE-VALID-NO TO TRUE
005980     END-EVALUATE
005990     .
006000 1129-PARSE-ONE-DIGIT-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------*
006030* 1300 - LOAD THE GL ACCOUNT MAP.  IT IS REQUIRED: WITHOUT IT NO
006040* ITEM CAN BE POSTED.  A DUPLICATE PAIR OR A BLANK ACCOUNT
006050* REJECTS THE DATASET RATHER THAN POSTING TO THE WRONG PLACE.
006060*----------------------------------------------------------------*
006070 1300-LOAD-GL-MAP.
006080     OPEN INPUT GLMAP-FILE
006090     IF NOT WS-FILE-STATUS-MAP-OK
006100         DISPLAY "GLWOFF: OPEN FAILED FOR GLMAP - STATUS "
006110             WS-FILE-STATUS-MAP
006120         MOVE 16 TO RETURN-CODE
006130         GOBACK
006140     END-IF
006150     PERFORM 1310-LOAD-ONE-MAPPING
006160         THRU 1310-LOAD-ONE-MAPPING-EXIT
006170         UNTIL WS-EOF-MAP-YES
006180     CLOSE GLMAP-FILE
006190     .
006200 1300-LOAD-GL-MAP-EXIT.
006210     EXIT.
006220 1310-LOAD-ONE-MAPPING.
006230     READ GLMAP-FILE
006240         AT END
006250             SET WS-EOF-MAP-YES TO TRUE
006260             GO TO 1310-LOAD-ONE-MAPPING-EXIT
006270     END-READ
006280     IF NOT WS-FILE-STATUS-MAP-OK
006290         DISPLAY "GLWOFF: READ FAILED FOR GLMAP - STATUS "
006300             WS-FILE-STATUS-MAP
006310         MOVE 16 TO RETURN-CODE
006320         GOBACK
006330     END-IF
006340     IF RECGLM-RECORD = SPACES
006350         GO TO 1310-LOAD-ONE-MAPPING-EXIT
006360     END-IF
006370     IF RECGLM-CONTROL-ACCOUNT = SPACES
006380             OR RECGLM-WRITEOFF-ACCOUNT = SPACES
006390         DISPLAY "GLWOFF: GLMAP ENTRY WITHOUT AN ACCOUNT - PAIR "
006400             RECGLM-PAIR-ID
006410         MOVE 16 TO RETURN-CODE
006420         GOBACK
006430     END-IF
006440     MOVE RECGLM-PAIR-ID TO WS-SRCH-PAIR
006450     PERFORM 4300-FIND-MAPPING THRU 4300-FIND-MAPPING-EXIT
006460     IF WS-MAP-FOUND > 0
006470         DISPLAY "GLWOFF: DUPLICATE GLMAP ENTRY - PAIR "
006480             RECGLM-PAIR-ID
006490         MOVE 16 TO RETURN-CODE
006500         GOBACK
006510     END-IF
006520     IF WS-MAP-COUNT = WS-MAP-MAX
006530         DISPLAY "GLWOFF: GLMAP TABLE FULL - RUN STOPPED"
006540         MOVE 16 TO RETURN-CODE
006550         GOBACK
006560     END-IF
006570     ADD 1 TO WS-MAP-COUNT
006580     MOVE RECGLM-PAIR-ID TO WS-MAP-PAIR (WS-MAP-COUNT)
006590     MOVE RECGLM-CONTROL-ACCOUNT TO WS-MAP-CONTROL (WS-MAP-COUNT)
006600     MOVE RECGLM-WRITEOFF-ACCOUNT
006610         TO WS-MAP-WRITEOFF (WS-MAP-COUNT)
006620     .
006630 1310-LOAD-ONE-MAPPING-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------*
006660* 1400 - THE POSTING DATE FROM THE LIBRARY BUSINESS CALENDAR,
006670* BUILT FROM THE ACTIVE CALENDAR'S HOLIDAYS.  A JOURNAL DATED
006680* ON A NON-BUSINESS DAY IS REFUSED BY THE LEDGER, SO THE
006690* HOLIDAYS DATASET IS REQUIRED.
006700*----------------------------------------------------------------*
006710 1400-DERIVE-CYCLE-DATE.
006720     PERFORM 1405-LOAD-HOLIDAYS THRU 1405-LOAD-HOLIDAYS-EXIT
006730     SET WS-HOLIDAY-SEQ TO type Seq[string]::empty()
006740     MOVE ZERO TO WS-CAL-MATCH-COUNT
006750     PERFORM 1420-PICK-ONE-HOLIDAY
006760         THRU 1420-PICK-ONE-HOLIDAY-EXIT
006770         VARYING WS-HT-IDX FROM 1 BY 1
006780         UNTIL WS-HT-IDX > WS-HT-COUNT
006790     IF WS-ACTIVE-CAL-ID NOT = SPACES
006800             AND WS-CAL-MATCH-COUNT = 0
006810         DISPLAY "GLWOFF: NO HOLIDAYS FOR CALENDAR "
006820             WS-ACTIVE-CAL-ID
006830         MOVE 16 TO RETURN-CODE
006840         GOBACK
006850     END-IF
006860     MOVE WS-RUN-DATE TO WS-RUN-DATE-BOXED
006870     SET WS-CALENDAR TO type BusinessCalendar::of(
006880         WS-HOLIDAY-SEQ, WS-RUN-DATE-BOXED)
006890     IF WS-CYCLE-FREQ = "MONTHEND"
006900         SET WS-CYCLE-DATE-BOXED TO
006910             WS-CALENDAR::lastBusinessDayOfMonth(
006920                 WS-RUN-DATE-BOXED)
006930     ELSE
006940         IF WS-CALENDAR::isBusinessDay(WS-RUN-DATE-BOXED)
006950             MOVE WS-RUN-DATE TO WS-CYCLE-DATE-BOXED
006960         ELSE
006970             SET WS-CYCLE-DATE-BOXED TO
006980                 WS-CALENDAR::previousBusinessDay(
006990                     WS-RUN-DATE-BOXED)
007000         END-IF
007010     END-IF
007020     MOVE WS-CYCLE-DATE-BOXED TO WS-CYCLE-DATE
007030     .
007040 1400-DERIVE-CYCLE-DATE-EXIT.
007050     EXIT.
007060 1405-LOAD-HOLIDAYS.
007070     OPEN INPUT HOLIDAY-FILE
007080     IF WS-FILE-STATUS-HOL-NOTFND
007090         DISPLAY "GLWOFF: A HOLIDAYS DATASET IS REQUIRED"
007100         MOVE 16 TO RETURN-CODE
007110         GOBACK
007120     END-IF
007130     IF NOT WS-FILE-STATUS-HOL-OK
007140         DISPLAY "GLWOFF: OPEN FAILED FOR HOLIDAYS - STATUS "
007150             WS-FILE-STATUS-HOL
007160         MOVE 16 TO RETURN-CODE
007170         GOBACK
007180     END-IF
007190     PERFORM 1410-LOAD-HOLIDAY THRU 1410-LOAD-HOLIDAY-EXIT
007200         UNTIL WS-HOL-EOF-YES
007210     CLOSE HOLIDAY-FILE
007220     .
007230 1405-LOAD-HOLIDAYS-EXIT.
007240     EXIT.
007250 1410-LOAD-HOLIDAY.
007260     READ HOLIDAY-FILE
007270         AT END
007280             SET WS-HOL-EOF-YES TO TRUE
007290             GO TO 1410-LOAD-HOLIDAY-EXIT
007300     END-READ
007310     IF NOT WS-FILE-STATUS-HOL-OK
007320         DISPLAY "GLWOFF: READ FAILED FOR HOLIDAYS - STATUS "
007330             WS-FILE-STATUS-HOL
007340         MOVE 16 TO RETURN-CODE
007350         GOBACK
007360     END-IF
007370     IF HOLIDAY-DATE = SPACES
007380         GO TO 1410-LOAD-HOLIDAY-EXIT
007390     END-IF
007400     IF HOLIDAY-DATE NOT NUMERIC
007410         DISPLAY "GLWOFF: BAD HOLIDAY DATE - " HOLIDAY-DATE
007420         MOVE 16 TO RETURN-CODE
007430         GOBACK
007440     END-IF
007450     IF WS-HT-COUNT = WS-HT-MAX
007460         DISPLAY "GLWOFF: HOLIDAY TABLE FULL - RUN STOPPED"
007470         MOVE 16 TO RETURN-CODE
007480         GOBACK
007490     END-IF
007500     ADD 1 TO WS-HT-COUNT
007510     MOVE HOLIDAY-CAL-ID TO WS-HT-CAL (WS-HT-COUNT)
007520     MOVE HOLIDAY-DATE TO WS-HT-DATE (WS-HT-COUNT)
007530     .
007540 1410-LOAD-HOLIDAY-EXIT.
007550     EXIT.
007560 1420-PICK-ONE-HOLIDAY.
007570     IF WS-HT-CAL (WS-HT-IDX) = WS-ACTIVE-CAL-ID
007580         ADD 1 TO WS-CAL-MATCH-COUNT
007590         MOVE WS-HT-DATE (WS-HT-IDX) TO WS-HOLIDAY-BOXED
007600         SET WS-HOLIDAY-SEQ TO
007610             WS-HOLIDAY-SEQ::append(WS-HOLIDAY-BOXED)
007620     END-IF
007630     .
007640 1420-PICK-ONE-HOLIDAY-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------*
007670* 2000 - LAST CYCLE'S AD DISPOSITIONS.  NO PRIOR GENERATION (THE
007680* FIRST CYCLE) MEANS NOTHING WAS ACCEPTED BEFORE.
007690*----------------------------------------------------------------*
007700 2000-LOAD-PRIOR-ACCEPTED.
007710     OPEN INPUT PRIOR-DSP-FILE
007720     IF WS-FILE-STATUS-PRV-NOTFND
007730         GO TO 2000-LOAD-PRIOR-ACCEPTED-EXIT
007740     END-IF
007750     IF NOT WS-FILE-STATUS-PRV-OK
007760         DISPLAY "GLWOFF: OPEN FAILED FOR DSPPRV - STATUS "
007770             WS-FILE-STATUS-PRV
007780         MOVE 16 TO RETURN-CODE
007790         GOBACK
007800     END-IF
007810     PERFORM 2100-LOAD-ONE-PRIOR THRU 2100-LOAD-ONE-PRIOR-EXIT
007820         UNTIL WS-EOF-PRV-YES
007830     CLOSE PRIOR-DSP-FILE
007840     .
007850 2000-LOAD-PRIOR-ACCEPTED-EXIT.
007860     EXIT.
007870 2100-LOAD-ONE-PRIOR.
007880     READ PRIOR-DSP-FILE
007890         AT END
007900             SET WS-EOF-PRV-YES TO TRUE
007910             GO TO 2100-LOAD-ONE-PRIOR-EXIT
007920     END-READ
007930     IF NOT WS-FILE-STATUS-PRV-OK
007940         DISPLAY "GLWOFF: READ FAILED FOR DSPPRV - STATUS "
007950             WS-FILE-STATUS-PRV
007960         MOVE 16 TO RETURN-CODE
007970         GOBACK
007980     END-IF
007990     ADD 1 TO WS-PRV-READ-COUNT
008000     IF NOT DSPPRV-STATUS-ACCEPTED
008010         GO TO 2100-LOAD-ONE-PRIOR-EXIT
008020     END-IF
008030     IF WS-PRV-COUNT = WS-PRV-MAX
008040         DISPLAY "GLWOFF: PRIOR DISPOSITION TABLE FULL - "
008050             "RUN STOPPED"
008060         MOVE 16 TO RETURN-CODE
008070         GOBACK
008080     END-IF
008090     ADD 1 TO WS-PRV-COUNT
008100     MOVE DSPPRV-KEY TO WS-PRV-KEY (WS-PRV-COUNT)
008110     MOVE DSPPRV-REASON-CODE TO WS-PRV-REASON (WS-PRV-COUNT)
008120     MOVE DSPPRV-PAIR-ID TO WS-PRV-PAIR (WS-PRV-COUNT)
008130     .
008140 2100-LOAD-ONE-PRIOR-EXIT.
008150     EXIT.
008160 2200-FIND-PRIOR.
008170     MOVE ZERO TO WS-PRV-FOUND
008180     PERFORM 2210-MATCH-PRIOR THRU 2210-MATCH-PRIOR-EXIT
008190         VARYING WS-PRV-IDX FROM 1 BY 1
008200         UNTIL WS-PRV-IDX > WS-PRV-COUNT OR WS-PRV-FOUND > 0
008210     .
008220 2200-FIND-PRIOR-EXIT.
008230     EXIT.
008240 2210-MATCH-PRIOR.
008250     IF WS-PRV-KEY (WS-PRV-IDX) = WS-SRCH-KEY
008260             AND WS-PRV-REASON (WS-PRV-IDX) = WS-SRCH-REASON
008270             AND WS-PRV-PAIR (WS-PRV-IDX) = WS-SRCH-PAIR
008280         MOVE WS-PRV-IDX TO WS-PRV-FOUND
008290     END-IF
008300     .
008310 2210-MATCH-PRIOR-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------*
008340* 3000 - THIS CYCLE'S AD DISPOSITIONS THAT WERE NOT AD LAST
008350* CYCLE ARE THE ITEMS TO WRITE OFF.  THE TABLE IS SIZED FOR THE
008360* WHOLE DISPOSITION FILE; A FULL TABLE STOPS THE RUN RATHER THAN
008370* POSTING PART OF THE CYCLE.
008380*----------------------------------------------------------------*
008390 3000-SELECT-NEW-ACCEPTED.
008400     OPEN INPUT DSPFILE-FILE
008410     IF WS-FILE-STATUS-DSP-NOTFND
008420         GO TO 3000-SELECT-NEW-ACCEPTED-EXIT
008430     END-IF
008440     IF NOT WS-FILE-STATUS-DSP-OK
008450         DISPLAY "GLWOFF: OPEN FAILED FOR DSPOUT - STATUS "
008460             WS-FILE-STATUS-DSP
008470         MOVE 16 TO RETURN-CODE
008480         GOBACK
008490     END-IF
008500     PERFORM 3100-SELECT-ONE-DISPOSITION
008510         THRU 3100-SELECT-ONE-DISPOSITION-EXIT
008520         UNTIL WS-EOF-DSP-YES
008530     CLOSE DSPFILE-FILE
008540     .
008550 3000-SELECT-NEW-ACCEPTED-EXIT.
008560     EXIT.
008570 3100-SELECT-ONE-DISPOSITION.
008580     READ DSPFILE-FILE
008590         AT END
008600             SET WS-EOF-DSP-YES TO TRUE
008610             GO TO 3100-SELECT-ONE-DISPOSITION-EXIT
008620     END-READ
008630     IF NOT WS-FILE-STATUS-DSP-OK
008640         DISPLAY "GLWOFF: READ FAILED FOR DSPOUT - STATUS "
008650             WS-FILE-STATUS-DSP
008660         MOVE 16 TO RETURN-CODE
008670         GOBACK
008680     END-IF
008690     ADD 1 TO WS-DSP-READ-COUNT
008700     IF NOT RECDSP-STATUS-ACCEPTED
008710         GO TO 3100-SELECT-ONE-DISPOSITION-EXIT
008720     END-IF
008730     MOVE RECDSP-KEY TO WS-SRCH-KEY
008740     MOVE RECDSP-REASON-CODE TO WS-SRCH-REASON
008750     MOVE RECDSP-PAIR-ID TO WS-SRCH-PAIR
008760     PERFORM 2200-FIND-PRIOR THRU 2200-FIND-PRIOR-EXIT
008770     IF WS-PRV-FOUND > 0
008780         ADD 1 TO WS-ALREADY-AD-COUNT
008790         GO TO 3100-SELECT-ONE-DISPOSITION-EXIT
008800     END-IF
008810     IF WS-CND-COUNT = WS-CND-MAX
008820         DISPLAY "GLWOFF: ACCEPTED-ITEM TABLE FULL - RUN STOPPED"
008830         MOVE 16 TO RETURN-CODE
008840         GOBACK
008850     END-IF
008860     ADD 1 TO WS-CND-COUNT
008870     MOVE RECDSP-KEY TO WS-CND-KEY (WS-CND-COUNT)
008880     MOVE RECDSP-REASON-CODE TO WS-CND-REASON (WS-CND-COUNT)
008890     MOVE RECDSP-PAIR-ID TO WS-CND-PAIR (WS-CND-COUNT)
008900     MOVE RECDSP-OWNER-ID TO WS-CND-OWNER (WS-CND-COUNT)
008910     MOVE RECDSP-NOTE TO WS-CND-NOTE (WS-CND-COUNT)
008920     MOVE "N" TO WS-CND-MATCHED-SW (WS-CND-COUNT)
008930     .
008940 3100-SELECT-ONE-DISPOSITION-EXIT.
008950     EXIT.
008960 3200-FIND-CANDIDATE.
008970     MOVE ZERO TO WS-CND-FOUND
008980     PERFORM 3210-MATCH-CANDIDATE
008990         THRU 3210-MATCH-CANDIDATE-EXIT
009000         VARYING WS-CND-IDX FROM 1 BY 1
009010         UNTIL WS-CND-IDX > WS-CND-COUNT OR WS-CND-FOUND > 0
009020     .
009030 3200-FIND-CANDIDATE-EXIT.
009040     EXIT.
009050 3210-MATCH-CANDIDATE.
009060     IF WS-CND-KEY (WS-CND-IDX) = WS-SRCH-KEY
009070             AND WS-CND-REASON (WS-CND-IDX) = WS-SRCH-REASON
009080             AND WS-CND-PAIR (WS-CND-IDX) = WS-SRCH-PAIR
009090         MOVE WS-CND-IDX TO WS-CND-FOUND
009100     END-IF
009110     .
009120 3210-MATCH-CANDIDATE-EXIT.
009130     EXIT.
009140*----------------------------------------------------------------*
009150* 4000 - PASS THE CYCLE'S EXCEPTIONS; EACH ONE WITH A NEWLY
009160* ACCEPTED DISPOSITION IS PRICED AND JOURNALED.
009170*----------------------------------------------------------------*
009180 4000-JOURNAL-EXCEPTIONS.
009190     OPEN INPUT EXCEPT-FILE
009200     IF WS-FILE-STATUS-EXC-NOTFND
009210         GO TO 4000-JOURNAL-EXCEPTIONS-EXIT
009220     END-IF
009230     IF NOT WS-FILE-STATUS-EXC-OK
009240         DISPLAY "GLWOFF: OPEN FAILED FOR EXCOUT - STATUS "
009250             WS-FILE-STATUS-EXC
009260         MOVE 16 TO RETURN-CODE
009270         GOBACK
009280     END-IF
009290     PERFORM 4100-JOURNAL-ONE-EXCEPTION
009300         THRU 4100-JOURNAL-ONE-EXCEPTION-EXIT
009310         UNTIL WS-EOF-EXC-YES
009320     CLOSE EXCEPT-FILE
009330     .
009340 4000-JOURNAL-EXCEPTIONS-EXIT.
009350     EXIT.
009360 4100-JOURNAL-ONE-EXCEPTION.
009370     READ EXCEPT-FILE
009380         AT END
009390             SET WS-EOF-EXC-YES TO TRUE
009400             GO TO 4100-JOURNAL-ONE-EXCEPTION-EXIT
009410     END-READ
009420     IF NOT WS-FILE-STATUS-EXC-OK
009430         DISPLAY "GLWOFF: READ FAILED FOR EXCOUT - STATUS "
009440             WS-FILE-STATUS-EXC
009450         MOVE 16 TO RETURN-CODE
009460         GOBACK
009470     END-IF
009480     ADD 1 TO WS-EXC-READ-COUNT
009490     MOVE RECEXC-KEY TO WS-SRCH-KEY
009500     MOVE RECEXC-REASON-CODE TO WS-SRCH-REASON
009510     MOVE RECEXC-PAIR-ID TO WS-SRCH-PAIR
009520     PERFORM 3200-FIND-CANDIDATE THRU 3200-FIND-CANDIDATE-EXIT
009530     IF WS-CND-FOUND = 0
009540         GO TO 4100-JOURNAL-ONE-EXCEPTION-EXIT
009550     END-IF
009560     MOVE "Y" TO WS-CND-MATCHED-SW (WS-CND-FOUND)
009570     MOVE SPACES TO WS-DL-BODY
009580     MOVE RECEXC-KEY TO WS-DL-KEY
009590     MOVE RECEXC-REASON-CODE TO WS-DL-REASON
009600     MOVE RECEXC-PAIR-ID TO WS-DL-PAIR
009610     PERFORM 4200-VALUE-EXCEPTION THRU 4200-VALUE-EXCEPTION-EXIT
009620     IF WS-PRICED-NO
009630         ADD 1 TO WS-UNPRICED-COUNT
009640         MOVE "NOT JOURNALED - AMOUNT WILL NOT PARSE"
009650             TO WS-DL-MESSAGE
009660         GO TO 4100-PRINT-DETAIL
009670     END-IF
009680     IF WS-NET-VALUE = 0
009690         ADD 1 TO WS-ZERO-VALUE-COUNT
009700         MOVE "NOTHING TO POST - ZERO DIFFERENCE"
009710             TO WS-DL-MESSAGE
009720         GO TO 4100-PRINT-DETAIL
009730     END-IF
009740     PERFORM 4300-FIND-MAPPING THRU 4300-FIND-MAPPING-EXIT
009750     IF WS-MAP-FOUND = 0
009760         ADD 1 TO WS-UNMAPPED-COUNT
009770         MOVE "NOT JOURNALED - NO GLMAP ENTRY FOR PAIR"
009780             TO WS-DL-MESSAGE
009790         GO TO 4100-PRINT-DETAIL
009800     END-IF
009810     IF WS-NET-VALUE > 0
009820         MOVE WS-NET-VALUE TO WS-POST-AMOUNT
009830         MOVE WS-MAP-WRITEOFF (WS-MAP-FOUND) TO WS-DEBIT-ACCOUNT
009840         MOVE WS-MAP-CONTROL (WS-MAP-FOUND) TO WS-CREDIT-ACCOUNT
009850     ELSE
009860         COMPUTE WS-POST-AMOUNT = 0 - WS-NET-VALUE
009870         MOVE WS-MAP-CONTROL (WS-MAP-FOUND) TO WS-DEBIT-ACCOUNT
009880         MOVE WS-MAP-WRITEOFF (WS-MAP-FOUND) TO WS-CREDIT-ACCOUNT
009890     END-IF
009900     PERFORM 4400-POST-ITEM THRU 4400-POST-ITEM-EXIT
009910     MOVE WS-DEBIT-ACCOUNT TO WS-DL-DEBIT
009920     MOVE WS-CREDIT-ACCOUNT TO WS-DL-CREDIT
009930     MOVE WS-POST-AMOUNT TO WS-DL-AMOUNT
009940     .
009950 4100-PRINT-DETAIL.
009960     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
009970     PERFORM 8900-WRITE-REPORT-LINE
009980         THRU 8900-WRITE-REPORT-LINE-EXIT
009990     .
010000 4100-JOURNAL-ONE-EXCEPTION-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------*
010030* 4200 - THE VALUE OF ONE EXCEPTION: FILE A LESS FILE B, A
010040* MISSING IMAGE COUNTING AS ZERO.  AN IMAGE THAT WILL NOT PARSE
010050* LEAVES IT UNPRICED.
010060*----------------------------------------------------------------*
010070 4200-VALUE-EXCEPTION.
010080     SET WS-PRICED-NO TO TRUE
010090     MOVE ZERO TO WS-NET-VALUE
010100     MOVE ZERO TO WS-VALUE-A
010110     MOVE ZERO TO WS-VALUE-B
010120     IF RECEXC-FILEA-DATA = SPACES AND RECEXC-FILEB-DATA = SPACES
010130         GO TO 4200-VALUE-EXCEPTION-EXIT
010140     END-IF
010150     IF RECEXC-FILEA-DATA NOT = SPACES
010160         MOVE SPACES TO WS-EXT-FIELD
010170         MOVE RECEXC-FILEA-DATA (WS-AMT-FROM:WS-AMT-LEN)
010180             TO WS-EXT-FIELD (1:WS-AMT-LEN)
010190         PERFORM 4600-EXTRACT-AMOUNT
010200             THRU 4600-EXTRACT-AMOUNT-EXIT
010210         IF WS-EXT-VALID-NO
010220             GO TO 4200-VALUE-EXCEPTION-EXIT
010230         END-IF
010240         MOVE WS-EXT-VALUE TO WS-VALUE-A
010250     END-IF
010260     IF RECEXC-FILEB-DATA NOT = SPACES
010270         MOVE SPACES TO WS-EXT-FIELD
010280         MOVE RECEXC-FILEB-DATA (WS-AMT-FROM:WS-AMT-LEN)
010290             TO WS-EXT-FIELD (1:WS-AMT-LEN)
010300         PERFORM 4600-EXTRACT-AMOUNT
010310             THRU 4600-EXTRACT-AMOUNT-EXIT
010320         IF WS-EXT-VALID-NO
010330             GO TO 4200-VALUE-EXCEPTION-EXIT
010340         END-IF
010350         MOVE WS-EXT-VALUE TO WS-VALUE-B
010360     END-IF
010370     COMPUTE WS-NET-VALUE = WS-VALUE-A - WS-VALUE-B
010380     SET WS-PRICED-YES TO TRUE
010390     .
010400 4200-VALUE-EXCEPTION-EXIT.
010410     EXIT.
010420 4300-FIND-MAPPING.
010430     MOVE ZERO TO WS-MAP-FOUND
010440     PERFORM 4310-MATCH-MAPPING THRU 4310-MATCH-MAPPING-EXIT
010450         VARYING WS-MAP-IDX FROM 1 BY 1
010460         UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND > 0
010470     .
010480 4300-FIND-MAPPING-EXIT.
010490     EXIT.
010500 4310-MATCH-MAPPING.
010510     IF WS-MAP-PAIR (WS-MAP-IDX) = WS-SRCH-PAIR
010520         MOVE WS-MAP-IDX TO WS-MAP-FOUND
010530     END-IF
010540     .
010550 4310-MATCH-MAPPING-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------*
010580* 4400 - ONE ACCEPTED ITEM INTO THE JOURNAL: THE DEBIT LINE AND
010590* THE CREDIT LINE FOR THE SAME AMOUNT.
010600*----------------------------------------------------------------*
010610 4400-POST-ITEM.
010620     ADD 1 TO WS-JOURNALED-COUNT
010630     MOVE SPACES TO RECGLJ-RECORD
010640     SET RECGLJ-TYPE-LINE TO TRUE
010650     MOVE WS-CYCLE-DATE TO RECGLJ-CYCLE-DATE
010660     MOVE WS-RUN-DATE TO RECGLJ-RUN-DATE
010670     MOVE WS-POST-AMOUNT TO RECGLJ-AMOUNT
010680     MOVE RECEXC-KEY TO RECGLJ-KEY
010690     MOVE RECEXC-REASON-CODE TO RECGLJ-REASON-CODE
010700     MOVE RECEXC-PAIR-ID TO RECGLJ-PAIR-ID
010710     MOVE WS-CND-OWNER (WS-CND-FOUND) TO RECGLJ-OWNER-ID
010720     MOVE WS-CND-NOTE (WS-CND-FOUND) TO RECGLJ-NARRATIVE
010730     MOVE WS-DEBIT-ACCOUNT TO RECGLJ-ACCOUNT
010740     SET RECGLJ-DEBIT TO TRUE
010750     ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
010760     PERFORM 4410-WRITE-JOURNAL-LINE
010770         THRU 4410-WRITE-JOURNAL-LINE-EXIT
010780     MOVE WS-CREDIT-ACCOUNT TO RECGLJ-ACCOUNT
010790     SET RECGLJ-CREDIT TO TRUE
010800     ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
010810     PERFORM 4410-WRITE-JOURNAL-LINE
010820         THRU 4410-WRITE-JOURNAL-LINE-EXIT
010830     .
010840 4400-POST-ITEM-EXIT.
010850     EXIT.
010860 4410-WRITE-JOURNAL-LINE.
010870     ADD 1 TO WS-LINE-COUNT
010880     MOVE WS-LINE-COUNT TO RECGLJ-LINE-NO
010890     WRITE RECGLJ-RECORD
010900     IF NOT WS-FILE-STATUS-JRN-OK
010910         DISPLAY "GLWOFF: WRITE FAILED FOR GLJRNL - STATUS "
010920             WS-FILE-STATUS-JRN
010930         MOVE 16 TO RETURN-CODE
010940         GOBACK
010950     END-IF
010960     .
010970 4410-WRITE-JOURNAL-LINE-EXIT.
010980     EXIT.
010990*----------------------------------------------------------------*
011000* 4600 - PARSE THE AMOUNT BYTES IN WS-EXT-FIELD INTO WS-EXT-VALUE
011010* BY THE AMOUNT CARD'S TYPE, AS RECON'S AMOUNT BALANCING DOES.
011020*----------------------------------------------------------------*
011030 4600-EXTRACT-AMOUNT.
011040     MOVE WS-AMT-LEN TO WS-EXT-LEN
011050     IF WS-AMT-TYPE = "P"
011060         PERFORM 4700-EXTRACT-PACKED
011070             THRU 4700-EXTRACT-PACKED-EXIT
011080     ELSE
011090         IF WS-AMT-TYPE = "S"
011100             SET WS-EXT-SIGNED-YES TO TRUE
011110         ELSE
011120             SET WS-EXT-SIGNED-NO TO TRUE
011130         END-IF
011140         PERFORM 4610-EXTRACT-ZONED
011150             THRU 4610-EXTRACT-ZONED-EXIT
011160     END-IF
011170     .
011180 4600-EXTRACT-AMOUNT-EXIT.
011190     EXIT.
011200 4610-EXTRACT-ZONED.
011210     MOVE ZERO TO WS-EXT-VALUE
011220     MOVE 1 TO WS-EXT-SIGN
011230     SET WS-EXT-VALID-YES TO TRUE
011240     PERFORM 4615-EXTRACT-ONE-CHAR
011250         THRU 4615-EXTRACT-ONE-CHAR-EXIT
011260         VARYING WS-EXT-IDX FROM 1 BY 1
011270         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
011280     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
011290     .
011300 4610-EXTRACT-ZONED-EXIT.
011310     EXIT.
011320 4615-EXTRACT-ONE-CHAR.
011330     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
011340     EVALUATE TRUE
011350         WHEN WS-DIGIT-X = SPACE
011360             CONTINUE
011370         WHEN WS-DIGIT-X NUMERIC
011380             COMPUTE WS-EXT-VALUE =
011390                 WS-EXT-VALUE * 10 + WS-DIGIT
011400         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
011410             MOVE -1 TO WS-EXT-SIGN
011420         WHEN WS-EXT-SIGNED-YES
011430                 AND WS-EXT-IDX = WS-EXT-LEN
011440             PERFORM 4618-OVERPUNCH-SIGN
011450                 THRU 4618-OVERPUNCH-SIGN-EXIT
011460         WHEN OTHER
011470             SET WS-EXT-VALID-NO TO TRUE
011480     END-EVALUATE
011490     .
011500 4615-EXTRACT-ONE-CHAR-EXIT.
011510     EXIT.
011520 4618-OVERPUNCH-SIGN.
011530     EVALUATE WS-DIGIT-X
011540         WHEN "{"
011550             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
011560         WHEN "A"
011570             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
011580         WHEN "B"
011590             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
011600         WHEN "C"
011610             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
011620         WHEN "D"
011630             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
011640         WHEN "E"
011650             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
011660         WHEN "F"
011670             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
011680         WHEN "G"
011690             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
011700         WHEN "H"
011710             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
011720         WHEN "I"
011730             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
011740         WHEN "}"
011750             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
011760             MOVE -1 TO WS-EXT-SIGN
011770         WHEN "J"
011780             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
011790             MOVE -1 TO WS-EXT-SIGN
011800         WHEN "K"
011810             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
011820             MOVE -1 TO WS-EXT-SIGN
011830         WHEN "L"
011840             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
011850             MOVE -1 TO WS-EXT-SIGN
011860         WHEN "M"
011870             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
011880             MOVE -1 TO WS-EXT-SIGN
011890         WHEN "N"
011900             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
011910             MOVE -1 TO WS-EXT-SIGN
011920         WHEN "O"
011930             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
011940             MOVE -1 TO WS-EXT-SIGN
011950         WHEN "P"
011960             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
011970             MOVE -1 TO WS-EXT-SIGN
011980         WHEN "Q"
011990             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
012000             MOVE -1 TO WS-EXT-SIGN
012010         WHEN "R"
012020             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
012030             MOVE -1 TO WS-EXT-SIGN
012040         WHEN OTHER
012050             SET WS-EXT-VALID-NO TO TRUE
012060     END-EVALUATE
012070     .
012080 4618-OVERPUNCH-SIGN-EXIT.
012090     EXIT.
012100 4700-EXTRACT-PACKED.
012110     MOVE LOW-VALUES TO WS-PACKED-X
012120     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
012130     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
012140         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
012150     IF WS-PACKED-9 NUMERIC
012160         MOVE WS-PACKED-9 TO WS-EXT-VALUE
012170         SET WS-EXT-VALID-YES TO TRUE
012180     ELSE
012190         MOVE ZERO TO WS-EXT-VALUE
012200         SET WS-EXT-VALID-NO TO TRUE
012210     END-IF
012220     .
012230 4700-EXTRACT-PACKED-EXIT.
012240     EXIT.
012250*----------------------------------------------------------------*
012260* 4900 - AN ACCEPTED ITEM WHOSE EXCEPTION IS NOT ON EXCOUT CANNOT
012270* BE PRICED HERE AND NEEDS A MANUAL JOURNAL.
012280*----------------------------------------------------------------*
012290 4900-LIST-NO-IMAGE.
012300     IF WS-CND-MATCHED-SW (WS-CND-IDX) = "Y"
012310         GO TO 4900-LIST-NO-IMAGE-EXIT
012320     END-IF
012330     ADD 1 TO WS-NO-IMAGE-COUNT
012340     MOVE SPACES TO WS-DL-BODY
012350     MOVE WS-CND-KEY (WS-CND-IDX) TO WS-DL-KEY
012360     MOVE WS-CND-REASON (WS-CND-IDX) TO WS-DL-REASON
012370     MOVE WS-CND-PAIR (WS-CND-IDX) TO WS-DL-PAIR
012380     MOVE "NOT JOURNALED - NO EXCEPTION ON EXCOUT"
012390         TO WS-DL-MESSAGE
012400     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
012410     PERFORM 8900-WRITE-REPORT-LINE
012420         THRU 8900-WRITE-REPORT-LINE-EXIT
012430     .
012440 4900-LIST-NO-IMAGE-EXIT.
012450     EXIT.
012460 8000-PRINT-TOTALS.
012470     MOVE SPACES TO WS-REPORT-LINE
012480     PERFORM 8900-WRITE-REPORT-LINE
012490         THRU 8900-WRITE-REPORT-LINE-EXIT
012500     MOVE SPACES TO WS-REPORT-LINE
012510     MOVE "CONTROL TOTALS" TO WS-REPORT-LINE
012520     PERFORM 8900-WRITE-REPORT-LINE
012530         THRU 8900-WRITE-REPORT-LINE-EXIT
012540     MOVE WS-DSP-READ-COUNT TO WS-EDIT-COUNT
012550     MOVE "DISPOSITIONS READ        : " TO WS-REPORT-LINE
012560     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012570     MOVE WS-ALREADY-AD-COUNT TO WS-EDIT-COUNT
012580     MOVE "ALREADY AD LAST CYCLE    : " TO WS-REPORT-LINE
012590     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012600     MOVE WS-CND-COUNT TO WS-EDIT-COUNT
012610     MOVE "NEWLY ACCEPTED (AD)      : " TO WS-REPORT-LINE
012620     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012630     MOVE WS-JOURNALED-COUNT TO WS-EDIT-COUNT
012640     MOVE "  JOURNALED              : " TO WS-REPORT-LINE
012650     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012660     MOVE WS-ZERO-VALUE-COUNT TO WS-EDIT-COUNT
012670     MOVE "  ZERO DIFFERENCE        : " TO WS-REPORT-LINE
012680     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012690     MOVE WS-UNPRICED-COUNT TO WS-EDIT-COUNT
012700     MOVE "  UNPRICED               : " TO WS-REPORT-LINE
012710     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012720     MOVE WS-UNMAPPED-COUNT TO WS-EDIT-COUNT
012730     MOVE "  NO GL ACCOUNT          : " TO WS-REPORT-LINE
012740     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012750     MOVE WS-NO-IMAGE-COUNT TO WS-EDIT-COUNT
012760     MOVE "  NO EXCEPTION IMAGE     : " TO WS-REPORT-LINE
012770     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012780     MOVE WS-EXC-READ-COUNT TO WS-EDIT-COUNT
012790     MOVE "EXCEPTIONS READ          : " TO WS-REPORT-LINE
012800     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012810     MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
012820     MOVE "JOURNAL LINES WRITTEN    : " TO WS-REPORT-LINE
012830     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-PRINT-COUNT-LINE-EXIT
012840     MOVE SPACES TO WS-REPORT-LINE
012850     MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
012860     STRING "TOTAL DEBITS             : " DELIMITED BY SIZE
012870         WS-EDIT-AMOUNT DELIMITED BY SIZE
012880         INTO WS-REPORT-LINE
012890     PERFORM 8900-WRITE-REPORT-LINE
012900         THRU 8900-WRITE-REPORT-LINE-EXIT
012910     MOVE SPACES TO WS-REPORT-LINE
012920     MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
012930     STRING "TOTAL CREDITS            : " DELIMITED BY SIZE
012940         WS-EDIT-AMOUNT DELIMITED BY SIZE
012950         INTO WS-REPORT-LINE
012960     PERFORM 8900-WRITE-REPORT-LINE
012970         THRU 8900-WRITE-REPORT-LINE-EXIT
012980     MOVE SPACES TO WS-REPORT-LINE
012990     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
013000         MOVE "JOURNAL BALANCES" TO WS-REPORT-LINE
013010     ELSE
013020         MOVE "JOURNAL DOES NOT BALANCE" TO WS-REPORT-LINE
013030     END-IF
013040     PERFORM 8900-WRITE-REPORT-LINE
013050         THRU 8900-WRITE-REPORT-LINE-EXIT
013060     .
013070 8000-PRINT-TOTALS-EXIT.
013080     EXIT.
013090 8100-PRINT-COUNT-LINE.
013100     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (28:7)
013110     PERFORM 8900-WRITE-REPORT-LINE
013120         THRU 8900-WRITE-REPORT-LINE-EXIT
013130     .
013140 8100-PRINT-COUNT-LINE-EXIT.
013150     EXIT.
013160 8900-WRITE-REPORT-LINE.
013170     WRITE REPORT-RECORD FROM WS-REPORT-LINE
013180     IF NOT WS-FILE-STATUS-RPT-OK
013190         DISPLAY "GLWOFF: WRITE FAILED FOR GLWRPT - STATUS "
013200             WS-FILE-STATUS-RPT
013210         MOVE 16 TO RETURN-CODE
013220         GOBACK
013230     END-IF
013240     .
013250 8900-WRITE-REPORT-LINE-EXIT.
013260     EXIT.
013270*----------------------------------------------------------------*
013280* 9000 - THE JOURNAL TRAILER: LINE COUNT AND BOTH TOTALS, WRITTEN
013290* EVEN FOR AN EMPTY JOURNAL SO THE LEDGER LOAD SEES A COMPLETE
013300* FILE.
013310*----------------------------------------------------------------*
013320 9000-WRITE-TRAILER.
013330     MOVE SPACES TO RECGLJ-RECORD
013340     SET RECGLJ-TYPE-TRAILER TO TRUE
013350     MOVE WS-CYCLE-DATE TO RECGLJ-CYCLE-DATE
013360     MOVE WS-RUN-DATE TO RECGLJ-RUN-DATE
013370     MOVE WS-LINE-COUNT TO RECGLJ-TRL-LINE-COUNT
013380     MOVE WS-DEBIT-TOTAL TO RECGLJ-TRL-DEBIT-TOTAL
013390     MOVE WS-CREDIT-TOTAL TO RECGLJ-TRL-CREDIT-TOTAL
013400     WRITE RECGLJ-RECORD
013410     IF NOT WS-FILE-STATUS-JRN-OK
013420         DISPLAY "GLWOFF: WRITE FAILED FOR GLJRNL - STATUS "
013430             WS-FILE-STATUS-JRN
013440         MOVE 16 TO RETURN-CODE
013450         GOBACK
013460     END-IF
013470     CLOSE JOURNAL-FILE
013480     .
013490 9000-WRITE-TRAILER-EXIT.
013500     EXIT.
013510*----------------------------------------------------------------*
013520* 9400 - STEP-CONTROL HANDOFF FOR JOBCHECK: THE EXCEPTIONS READ,
013530* UNDER THE EXCOUT NAME EXCAGE WROTE THEM WITH, AND THE JOURNAL
013540* LINES WRITTEN (TRAILER EXCLUDED) WITH THE DEBIT TOTAL AS THE
013550* AMOUNT HASH FOR THE LEDGER LOAD TO CROSS-FOOT.
013560*----------------------------------------------------------------*
013570 9400-WRITE-STEP-CONTROL.
013580     ACCEPT WS-RUN-TIME-RAW FROM TIME
013590     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
013600     OPEN EXTEND CONTROL-FILE
013610     IF WS-FILE-STATUS-CTL-NOTFND
013620         OPEN OUTPUT CONTROL-FILE
013630     END-IF
013640     IF NOT WS-FILE-STATUS-CTL-OK
013650         DISPLAY "GLWOFF: OPEN FAILED FOR CTLFILE - STATUS "
013660             WS-FILE-STATUS-CTL
013670         MOVE 16 TO RETURN-CODE
013680         GOBACK
013690     END-IF
013700     MOVE "EXCOUT" TO WS-CTL-FILE-NAME
013710     MOVE "I" TO WS-CTL-ROLE
013720     MOVE WS-EXC-READ-COUNT TO WS-CTL-COUNT
013730     MOVE ZERO TO WS-CTL-HASH
013740     PERFORM 9410-WRITE-ONE-CONTROL
013750         THRU 9410-WRITE-ONE-CONTROL-EXIT
013760     MOVE "GLJRNL" TO WS-CTL-FILE-NAME
013770     MOVE "O" TO WS-CTL-ROLE
013780     MOVE WS-LINE-COUNT TO WS-CTL-COUNT
013790     MOVE WS-DEBIT-TOTAL TO WS-CTL-HASH
013800     PERFORM 9410-WRITE-ONE-CONTROL
013810         THRU 9410-WRITE-ONE-CONTROL-EXIT
013820     CLOSE CONTROL-FILE
013830     .
013840 9400-WRITE-STEP-CONTROL-EXIT.
013850     EXIT.
013860 9410-WRITE-ONE-CONTROL.
013870     MOVE SPACES TO RECCTL-RECORD
013880     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
013890     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
013900     MOVE "GLWOFF" TO RECCTL-PROGRAM-ID
013910     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
013920     MOVE WS-CTL-ROLE TO RECCTL-ROLE
013930     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
013940     MOVE WS-CTL-HASH TO RECCTL-AMT-HASH
013950     WRITE RECCTL-RECORD
013960     IF NOT WS-FILE-STATUS-CTL-OK
013970         DISPLAY "GLWOFF: WRITE FAILED FOR CTLFILE - STATUS "
013980             WS-FILE-STATUS-CTL
013990         MOVE 16 TO RETURN-CODE
014000         GOBACK
014010     END-IF
014020     .
014030 9410-WRITE-ONE-CONTROL-EXIT.
014040     EXIT.
014050 9999-TERMINATE.
014060     CLOSE REPORT-FILE
014070     IF WS-UNPRICED-COUNT > 0 OR WS-UNMAPPED-COUNT > 0
014080             OR WS-NO-IMAGE-COUNT > 0
014090         MOVE 4 TO RETURN-CODE
014100     ELSE
014110         MOVE 0 TO RETURN-CODE
014120     END-IF
014130     .
014140 9999-TERMINATE-EXIT.
014150     EXIT.
014160*----------------------------------------------------------------*
014170* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
014180*----------------------------------------------------------------*
014190 COPY "RECSTP.cpy".
014200*----------------------------------------------------------------*
014210* 9820 - THE RESTART PLAN FOR A RESTARTED STREAM.
014220*----------------------------------------------------------------*
014230 COPY "RECRSP.cpy".
014240 END PROGRAM GLWOFF.
