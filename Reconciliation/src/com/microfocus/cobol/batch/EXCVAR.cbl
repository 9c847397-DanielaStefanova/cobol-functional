000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCVAR.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* EXCVAR - EXCEPTION VALUE-AT-RISK REPORT.
000090*
000100* PRICES EVERY OPEN EXCEPTION ON THE CUMULATIVE EXCEPTIONS FILE
000110* (RECEXC.CPY) THROUGH THE SAME AMOUNT CARD RECON BALANCES WITH,
000120* APPLIED TO THE FILE A AND FILE B DATA IMAGES THE EXCEPTION
000130* CARRIES:
000140*   - BOTH IMAGES PRESENT (FM AND THE LIKE): THE VALUE IS THE
000150*     AMOUNT DIFFERENCE, FILE A LESS FILE B.
000160*   - ONE IMAGE PRESENT (NA/NB): THE VALUE IS THE ONE-SIDED
000170*     AMOUNT OF THE RECORD THAT IS THERE.
000180* THE VALUE AT RISK OF AN EXCEPTION IS THE SIZE OF THAT VALUE
000190* WHATEVER ITS SIGN.  THE REPORT TOTALS COUNT, NET VALUE AND
000200* VALUE AT RISK BY REASON CODE, BY PAIR ID AND BY AGE BAND, AND
000210* LISTS THE TOP N EXCEPTIONS BY VALUE AT RISK - THE MONTH-END
000220* FIGURE FINANCE ASKED FOR, WHERE THE AGING REPORT ONLY COUNTS.
000230* AMOUNTS ARE IN STORED UNITS, AS ON RECON'S AMOUNT SUMMARY.
000240* AN IMAGE WHOSE AMOUNT BYTES DO NOT PARSE LEAVES ITS EXCEPTION
000250* UNPRICED; UNPRICED ITEMS ARE COUNTED BY REASON, NOT GUESSED.
000260* SYSIN:
000270*     AMOUNT ZONED FF-TT / AMOUNT SIGNED FF-TT /
000280*     AMOUNT PACKED FF-TT
000290*                     (REQUIRED - THE AMOUNT BYTES OF THE DATA
000300*                      PORTION, AS ON THE RECON AMOUNT CARD)
000310*     BAND NNN        (AN AGE-BAND UPPER BOUND IN CYCLES, UP TO
000320*                      FIVE, ASCENDING; DEFAULT 005 010 030)
000330*     TOP NNN         (EXCEPTIONS LISTED BY VALUE, 1 TO 100;
000340*                      DEFAULT 020)
000350* RC=0 ALL EXCEPTIONS PRICED, RC=4 SOME EXCEPTIONS UNPRICED,
000360* RC=16 I/O OR PARAMETER ERROR.
000370*
000380* MODIFICATION HISTORY.
000390*   2026-10-15 DS   INITIAL VERSION.
000400*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000410*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000420*                   THE STEPSLA BATCH-WINDOW REPORT.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXCIN-FILE ASSIGN TO EXCIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-EXC.
000510     SELECT REPORT-FILE ASSIGN TO VARRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-RPT.
000540     SELECT PARM-FILE ASSIGN TO SYSIN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-PARM.
000570     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS RECSTW-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EXCIN-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY "RECEXC.cpy".
000650 FD  REPORT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  REPORT-RECORD                   PIC X(80).
000680 FD  PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  PARM-RECORD                     PIC X(80).
000710 FD  STEPTIME-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY "RECSTM.cpy".
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-EOF-EXC-SW               PIC X(01) VALUE "N".
000770         88  WS-EOF-EXC-YES                     VALUE "Y".
000780         88  WS-EOF-EXC-NO                      VALUE "N".
000790     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
000800         88  WS-PARM-EOF-YES                    VALUE "Y".
000810     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
000820         88  WS-AMT-DEFINED-YES                 VALUE "Y".
000830         88  WS-AMT-DEFINED-NO                  VALUE "N".
000840     05  WS-RANGE-VALID-SW           PIC X(01) VALUE "Y".
000850         88  WS-RANGE-VALID-YES                 VALUE "Y".
000860         88  WS-RANGE-VALID-NO                  VALUE "N".
000870     05  WS-PRICED-SW                PIC X(01) VALUE "N".
000880         88  WS-PRICED-YES                      VALUE "Y".
000890         88  WS-PRICED-NO                       VALUE "N".
000900 01  WS-FILE-STATUSES.
000910     05  WS-FILE-STATUS-EXC          PIC X(02) VALUE "00".
000920         88  WS-FILE-STATUS-EXC-OK             VALUE "00".
000930         88  WS-FILE-STATUS-EXC-NOTFND         VALUE "35".
000940     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000950         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000960     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000970         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000980         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000990 01  WS-PARM-CARD.
001000     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001010     05  FILLER                      PIC X(79).
001020 01  WS-CARD-FIELDS.
001030     05  WS-CARD-VERB                PIC X(10).
001040     05  WS-CARD-OPERAND-1           PIC X(10).
001050     05  WS-CARD-OPERAND-2           PIC X(10).
001060 01  WS-CARD-LIM-X                   PIC X(03).
001070 01  WS-CARD-LIM REDEFINES WS-CARD-LIM-X
001080                                     PIC 9(03).
001090 01  WS-CARD-JUST-WORK               PIC X(03).
001100 01  WS-CARD-RANGE.
001110     05  WS-CARD-FROM-X              PIC X(03).
001120     05  WS-CARD-TO-X                PIC X(03).
001130 01  WS-CARD-FROM                    PIC 9(03).
001140 01  WS-CARD-TO                      PIC 9(03).
001150 01  WS-RNG-PART                     PIC X(03).
001160 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
001170     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
001180 01  WS-RNG-VALUE                    PIC 9(03).
001190 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
001200 01  WS-RNG-IDX                      PIC S9(04) COMP.
001210 01  WS-RNG-DIGIT-X                  PIC X(01).
001220 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
001230                                     PIC 9(01).
001240 01  WS-RUN-DATE                     PIC X(08).
001250*----------------------------------------------------------------*
001260* AMOUNT DEFINITION, FROM THE AMOUNT CARD.  THE RANGE IS OF THE
001270* DATA PORTION, WHICH IS WHAT RECEXC-FILEA-DATA AND -FILEB-DATA
001280* HOLD.  TYPE Z = ZONED, S = SIGNED ZONED, P = PACKED.
001290*----------------------------------------------------------------*
001300 01  WS-AMOUNT-CONTROLS.
001310     05  WS-AMT-TYPE                 PIC X(01) VALUE SPACE.
001320     05  WS-AMT-TYPE-NAME            PIC X(10) VALUE SPACES.
001330     05  WS-AMT-FROM                 PIC S9(04) COMP VALUE ZERO.
001340     05  WS-AMT-LEN                  PIC S9(04) COMP VALUE ZERO.
001350 01  WS-EXTRACT-CONTROLS.
001360     05  WS-EXT-LEN                  PIC S9(04) COMP.
001370     05  WS-EXT-IDX                  PIC S9(04) COMP.
001380     05  WS-EXT-SIGN                 PIC S9(01) COMP.
001390     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
001400         88  WS-EXT-SIGNED-YES                  VALUE "Y".
001410         88  WS-EXT-SIGNED-NO                   VALUE "N".
001420     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
001430         88  WS-EXT-VALID-YES                   VALUE "Y".
001440         88  WS-EXT-VALID-NO                    VALUE "N".
001450 01  WS-EXT-FIELD                    PIC X(40).
001460 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
001470     05  WS-EXT-CHAR OCCURS 40 TIMES
001480                                     PIC X(01).
001490 01  WS-DIGIT-X                      PIC X(01).
001500 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
001510 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
001520 01  WS-PACKED-X                     PIC X(08).
001530 01  WS-PACKED-9 REDEFINES WS-PACKED-X
001540                                     PIC S9(15) COMP-3.
001550 01  WS-VALUE-A                      PIC S9(15) COMP-3.
001560 01  WS-VALUE-B                      PIC S9(15) COMP-3.
001570 01  WS-NET-VALUE                    PIC S9(15) COMP-3.
001580 01  WS-RISK-VALUE                   PIC S9(15) COMP-3.
001590*----------------------------------------------------------------*
001600* AGE BANDS.  EACH BAND CARD NAMES AN UPPER BOUND IN CYCLES,
001610* ASCENDING, THE WAY EXCAGE'S ESCALATE CARDS NAME TIERS; AN
001620* ITEM'S BAND IS ONE MORE THAN THE NUMBER OF BOUNDS ITS AGE
001630* EXCEEDS, SO N CARDS MAKE N + 1 BANDS, THE LAST OPEN-ENDED.
001640*----------------------------------------------------------------*
001650 01  WS-BAND-CONTROLS.
001660     05  WS-BND-COUNT                PIC S9(04) COMP VALUE ZERO.
001670     05  WS-BND-MAX                  PIC S9(04) COMP VALUE 5.
001680     05  WS-BND-BOUND OCCURS 5 TIMES PIC 9(03).
001690 01  WS-BND-IDX                      PIC S9(04) COMP.
001700 01  WS-BND-RESULT                   PIC S9(04) COMP.
001710 01  WS-BND-AGE                      PIC 9(03).
001720 01  WS-BND-LOW                      PIC 9(03).
001730 01  WS-BND-TOTALS.
001740     05  WS-BND-ENTRY OCCURS 6 TIMES.
001750         10  WS-BND-ITEMS            PIC 9(07) COMP-3.
001760         10  WS-BND-UNPRICED         PIC 9(07) COMP-3.
001770         10  WS-BND-NET              PIC S9(15) COMP-3.
001780         10  WS-BND-RISK             PIC S9(15) COMP-3.
001790*----------------------------------------------------------------*
001800* REASON AND PAIR TOTALS, EACH KEPT IN ASCENDING ORDER AS IT IS
001810* BUILT SO THE REPORT PRINTS THEM SORTED.  A PAIR TABLE THAT
001820* FILLS COUNTS THE OVERFLOW INTO THE GRAND TOTAL ONLY AND SAYS
001830* SO ON THE TOTALS PAGE.
001840*----------------------------------------------------------------*
001850 01  WS-REASON-TABLE.
001860     05  WS-RSN-COUNT                PIC S9(04) COMP VALUE ZERO.
001870     05  WS-RSN-MAX                  PIC S9(04) COMP VALUE 20.
001880     05  WS-RSN-ENTRY OCCURS 20 TIMES.
001890         10  WS-RSN-CODE             PIC X(02).
001900         10  WS-RSN-ITEMS            PIC 9(07) COMP-3.
001910         10  WS-RSN-UNPRICED         PIC 9(07) COMP-3.
001920         10  WS-RSN-NET              PIC S9(15) COMP-3.
001930         10  WS-RSN-RISK             PIC S9(15) COMP-3.
001940 01  WS-RSN-IDX                      PIC S9(04) COMP.
001950 01  WS-RSN-INS                      PIC S9(04) COMP.
001960 01  WS-RSN-FOUND                    PIC S9(04) COMP.
001970 01  WS-PAIR-TABLE.
001980     05  WS-PR-COUNT                 PIC S9(04) COMP VALUE ZERO.
001990     05  WS-PR-MAX                   PIC S9(04) COMP VALUE 200.
002000     05  WS-PR-ENTRY OCCURS 200 TIMES.
002010         10  WS-PR-ID                PIC X(08).
002020         10  WS-PR-ITEMS             PIC 9(07) COMP-3.
002030         10  WS-PR-UNPRICED          PIC 9(07) COMP-3.
002040         10  WS-PR-NET               PIC S9(15) COMP-3.
002050         10  WS-PR-RISK              PIC S9(15) COMP-3.
002060 01  WS-PR-IDX                       PIC S9(04) COMP.
002070 01  WS-PR-INS                       PIC S9(04) COMP.
002080 01  WS-PR-FOUND                     PIC S9(04) COMP.
002090*----------------------------------------------------------------*
002100* TOP-N TABLE, LARGEST VALUE AT RISK FIRST.  A FULL TABLE DROPS
002110* THE SMALLEST, THE SAME INSERTION EXCAGE'S AGING TABLE USES.
002120*----------------------------------------------------------------*
002130 01  WS-TOP-TABLE.
002140     05  WS-TOP-COUNT                PIC S9(04) COMP VALUE ZERO.
002150     05  WS-TOP-MAX                  PIC S9(04) COMP VALUE 20.
002160     05  WS-TOP-ENTRY OCCURS 100 TIMES.
002170         10  WS-TOP-RISK             PIC S9(15) COMP-3.
002180         10  WS-TOP-NET              PIC S9(15) COMP-3.
002190         10  WS-TOP-KEY              PIC X(10).
002200         10  WS-TOP-REASON           PIC X(02).
002210         10  WS-TOP-PAIR             PIC X(08).
002220         10  WS-TOP-AGE              PIC 9(03).
002230         10  WS-TOP-FIRST-DATE       PIC X(08).
002240 01  WS-TOP-IDX                      PIC S9(04) COMP.
002250 01  WS-TOP-INS                      PIC S9(04) COMP.
002260 01  WS-COUNTERS COMP-3.
002270     05  WS-EXC-READ-COUNT           PIC 9(07) VALUE ZERO.
002280     05  WS-PRICED-COUNT             PIC 9(07) VALUE ZERO.
002290     05  WS-UNPRICED-COUNT           PIC 9(07) VALUE ZERO.
002300     05  WS-PR-OVERFLOW              PIC 9(07) VALUE ZERO.
002310     05  WS-RSN-OVERFLOW             PIC 9(07) VALUE ZERO.
002320 01  WS-GRAND-TOTALS.
002330     05  WS-GRAND-NET                PIC S9(15) COMP-3 VALUE ZERO.
002340     05  WS-GRAND-RISK               PIC S9(15) COMP-3 VALUE ZERO.
002350 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
002360 01  WS-EDIT-BOUND                   PIC ZZ9.
002370 01  WS-EDIT-BOUND-2                 PIC ZZ9.
002380 01  WS-REPORT-LINE                  PIC X(80).
002390 01  WS-TOTAL-LINE.
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  WS-TL-LABEL                 PIC X(12).
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430     05  WS-TL-ITEMS                 PIC ZZZZZZ9.
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  WS-TL-UNPRICED              PIC ZZZZZZ9.
002460     05  FILLER                      PIC X(01) VALUE SPACE.
002470     05  WS-TL-NET                   PIC -(14)9.
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  WS-TL-RISK                  PIC -(14)9.
002500     05  FILLER                      PIC X(18) VALUE SPACES.
002510 01  WS-TOP-LINE.
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  WS-TP-RANK                  PIC ZZ9.
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  WS-TP-KEY                   PIC X(10).
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  WS-TP-REASON                PIC X(02).
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  WS-TP-PAIR                  PIC X(08).
002600     05  FILLER                      PIC X(01) VALUE SPACE.
002610     05  WS-TP-AGE                   PIC ZZ9.
002620     05  FILLER                      PIC X(01) VALUE SPACE.
002630     05  WS-TP-FIRST-DATE            PIC X(08).
002640     05  FILLER                      PIC X(01) VALUE SPACE.
002650     05  WS-TP-NET                   PIC -(14)9.
002660     05  FILLER                      PIC X(01) VALUE SPACE.
002670     05  WS-TP-RISK                  PIC -(14)9.
002680     05  FILLER                      PIC X(07) VALUE SPACES.
002690 COPY "RECSTW.cpy".
002700 PROCEDURE DIVISION.
002710 0000-MAINLINE.
002720     MOVE "EXCVAR" TO RECSTW-PROGRAM-ID
002730     PERFORM 9800-START-STEP-TIMING
002740         THRU 9800-START-STEP-TIMING-EXIT
002750     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002760     PERFORM 2000-PRICE-EXCEPTIONS
002770         THRU 2000-PRICE-EXCEPTIONS-EXIT
002780     PERFORM 8000-PRINT-REPORT THRU 8000-PRINT-REPORT-EXIT
002790     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002800     COMPUTE RECSTW-RECORD-COUNT = WS-PRICED-COUNT
002810         + WS-UNPRICED-COUNT
002820     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002830     PERFORM 9810-WRITE-STEP-TIMING
002840         THRU 9810-WRITE-STEP-TIMING-EXIT
002850     GOBACK
002860     .
002870 0000-MAINLINE-EXIT.
002880     EXIT.
002890 1000-INITIALIZE.
002900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002910     PERFORM 1100-READ-PARM-CARDS
002920         THRU 1100-READ-PARM-CARDS-EXIT
002930     IF WS-AMT-DEFINED-NO
002940         DISPLAY "EXCVAR: AN AMOUNT CARD IS REQUIRED"
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     IF WS-BND-COUNT = 0
002990         MOVE 3 TO WS-BND-COUNT
003000         MOVE 005 TO WS-BND-BOUND (1)
003010         MOVE 010 TO WS-BND-BOUND (2)
003020         MOVE 030 TO WS-BND-BOUND (3)
003030     END-IF
003040     INITIALIZE WS-BND-TOTALS
003050     OPEN OUTPUT REPORT-FILE
003060     IF NOT WS-FILE-STATUS-RPT-OK
003070         DISPLAY "EXCVAR: OPEN FAILED FOR VARRPT - STATUS "
003080             WS-FILE-STATUS-RPT
003090         MOVE 16 TO RETURN-CODE
003100         GOBACK
003110     END-IF
003120     MOVE SPACES TO WS-REPORT-LINE
003130     STRING "EXCEPTION VALUE AT RISK - RUN " DELIMITED BY SIZE
003140         WS-RUN-DATE DELIMITED BY SIZE
003150         INTO WS-REPORT-LINE
003160     PERFORM 8900-WRITE-REPORT-LINE
003170         THRU 8900-WRITE-REPORT-LINE-EXIT
003180     MOVE SPACES TO WS-REPORT-LINE
003190     MOVE WS-AMT-FROM TO WS-EDIT-BOUND
003200     COMPUTE WS-EDIT-BOUND-2 = WS-AMT-FROM + WS-AMT-LEN - 1
003210     STRING "AMOUNT " DELIMITED BY SIZE
003220         WS-AMT-TYPE-NAME DELIMITED BY SPACE
003230         " BYTES " DELIMITED BY SIZE
003240         WS-EDIT-BOUND DELIMITED BY SIZE
003250         " TO " DELIMITED BY SIZE
003260         WS-EDIT-BOUND-2 DELIMITED BY SIZE
003270         " OF THE DATA - VALUES IN STORED UNITS"
003280             DELIMITED BY SIZE
003290         INTO WS-REPORT-LINE
003300     PERFORM 8900-WRITE-REPORT-LINE
003310         THRU 8900-WRITE-REPORT-LINE-EXIT
003320     .
003330 1000-INITIALIZE-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360* 1100 - SYSIN CARDS.  THE AMOUNT CARD IS REQUIRED, SO A MISSING
003370* SYSIN DATASET STOPS THE RUN AT 1000.
003380*----------------------------------------------------------------*
003390 1100-READ-PARM-CARDS.
003400     OPEN INPUT PARM-FILE
003410     IF WS-FILE-STATUS-PARM-NOTFND
003420         SET WS-PARM-EOF-YES TO TRUE
003430         GO TO 1100-READ-PARM-CARDS-EXIT
003440     END-IF
003450     IF NOT WS-FILE-STATUS-PARM-OK
003460         DISPLAY "EXCVAR: OPEN FAILED FOR SYSIN - STATUS "
003470             WS-FILE-STATUS-PARM
003480         MOVE 16 TO RETURN-CODE
003490         GOBACK
003500     END-IF
003510     PERFORM 1110-READ-PARM-CARD
003520         THRU 1110-READ-PARM-CARD-EXIT
003530         UNTIL WS-PARM-EOF-YES
003540     CLOSE PARM-FILE
003550     .
003560 1100-READ-PARM-CARDS-EXIT.
003570     EXIT.
003580 1110-READ-PARM-CARD.
003590     READ PARM-FILE INTO WS-PARM-CARD
003600         AT END
003610             SET WS-PARM-EOF-YES TO TRUE
003620             GO TO 1110-READ-PARM-CARD-EXIT
003630     END-READ
003640     IF NOT WS-FILE-STATUS-PARM-OK
003650         DISPLAY "EXCVAR: READ FAILED FOR SYSIN - STATUS "
003660             WS-FILE-STATUS-PARM
003670         MOVE 16 TO RETURN-CODE
003680         GOBACK
003690     END-IF
003700     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003710         GO TO 1110-READ-PARM-CARD-EXIT
003720     END-IF
003730     MOVE SPACES TO WS-CARD-FIELDS
003740     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003750         INTO WS-CARD-VERB WS-CARD-OPERAND-1 WS-CARD-OPERAND-2
003760     END-UNSTRING
003770     EVALUATE WS-CARD-VERB
003780         WHEN "AMOUNT"
003790             PERFORM 1120-APPLY-AMOUNT-CARD
003800                 THRU 1120-APPLY-AMOUNT-CARD-EXIT
003810         WHEN "BAND"
003820             PERFORM 1130-APPLY-BAND-CARD
003830                 THRU 1130-APPLY-BAND-CARD-EXIT
003840         WHEN "TOP"
003850             PERFORM 1140-APPLY-TOP-CARD
003860                 THRU 1140-APPLY-TOP-CARD-EXIT
003870         WHEN OTHER
003880             DISPLAY "EXCVAR: UNRECOGNIZED PARM CARD - "
003890                 WS-PARM-CARD
003900             MOVE 16 TO RETURN-CODE
003910             GOBACK
003920     END-EVALUATE
003930     .
003940 1110-READ-PARM-CARD-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970* 1120 - AMOUNT CARD, EDITED AS RECON EDITS IT: A RANGE WITHIN
003980* THE 500-BYTE DATA IMAGE, NO MORE THAN 15 ZONED DIGITS OR 8
003990* PACKED BYTES.  ONE AMOUNT CARD ONLY.
004000*----------------------------------------------------------------*
004010 1120-APPLY-AMOUNT-CARD.
004020     IF WS-AMT-DEFINED-YES
004030         DISPLAY "EXCVAR: ONLY ONE AMOUNT CARD IS ALLOWED"
004040         MOVE 16 TO RETURN-CODE
004050         GOBACK
004060     END-IF
004070     MOVE SPACES TO WS-CARD-RANGE
004080     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
004090         INTO WS-CARD-FROM-X WS-CARD-TO-X
004100     END-UNSTRING
004110     PERFORM 1125-PARSE-CARD-RANGE
004120         THRU 1125-PARSE-CARD-RANGE-EXIT
004130     IF WS-RANGE-VALID-NO
004140             OR WS-CARD-FROM < 1 OR WS-CARD-TO > 500
004150             OR WS-CARD-FROM > WS-CARD-TO
004160         DISPLAY "EXCVAR: BAD AMOUNT RANGE - " WS-CARD-OPERAND-2
004170         MOVE 16 TO RETURN-CODE
004180         GOBACK
004190     END-IF
004200     EVALUATE WS-CARD-OPERAND-1
004210         WHEN "ZONED"
004220             MOVE "Z" TO WS-AMT-TYPE
004230         WHEN "SIGNED"
004240             MOVE "S" TO WS-AMT-TYPE
004250         WHEN "PACKED"
004260             MOVE "P" TO WS-AMT-TYPE
004270         WHEN OTHER
004280             DISPLAY "EXCVAR: BAD AMOUNT TYPE - "
004290                 WS-CARD-OPERAND-1
004300             MOVE 16 TO RETURN-CODE
004310             GOBACK
004320     END-EVALUATE
004330     MOVE WS-CARD-OPERAND-1 TO WS-AMT-TYPE-NAME
004340     MOVE WS-CARD-FROM TO WS-AMT-FROM
004350     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
004360     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
004370         DISPLAY "EXCVAR: PACKED AMOUNT OVER 8 BYTES"
004380         MOVE 16 TO RETURN-CODE
004390         GOBACK
004400     END-IF
004410     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
004420         DISPLAY "EXCVAR: ZONED AMOUNT OVER 15 DIGITS"
004430         MOVE 16 TO RETURN-CODE
004440         GOBACK
004450     END-IF
004460     SET WS-AMT-DEFINED-YES TO TRUE
004470     .
004480 1120-APPLY-AMOUNT-CARD-EXIT.
004490     EXIT.
004500 1125-PARSE-CARD-RANGE.
004510     SET WS-RANGE-VALID-YES TO TRUE
004520     MOVE WS-CARD-FROM-X TO WS-RNG-PART
004530     PERFORM 1128-PARSE-RANGE-PART
004540         THRU 1128-PARSE-RANGE-PART-EXIT
004550     MOVE WS-RNG-VALUE TO WS-CARD-FROM
004560     MOVE WS-CARD-TO-X TO WS-RNG-PART
004570     PERFORM 1128-PARSE-RANGE-PART
004580         THRU 1128-PARSE-RANGE-PART-EXIT
004590     MOVE WS-RNG-VALUE TO WS-CARD-TO
004600     .
004610 1125-PARSE-CARD-RANGE-EXIT.
004620     EXIT.
004630 1128-PARSE-RANGE-PART.
004640     MOVE ZERO TO WS-RNG-VALUE
004650     MOVE ZERO TO WS-RNG-DIGITS
004660     PERFORM 1129-PARSE-ONE-DIGIT
004670         THRU 1129-PARSE-ONE-DIGIT-EXIT
004680         VARYING WS-RNG-IDX FROM 1 BY 1
004690         UNTIL WS-RNG-IDX > 3
004700     IF WS-RNG-DIGITS = 0
004710         SET WS-RANGE-VALID-NO TO TRUE
004720     END-IF
004730     .
004740 1128-PARSE-RANGE-PART-EXIT.
004750     EXIT.
004760 1129-PARSE-ONE-DIGIT.
004770     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
004780     EVALUATE TRUE
004790         WHEN WS-RNG-DIGIT-X = SPACE
004800             CONTINUE
004810         WHEN WS-RNG-DIGIT-X NUMERIC
004820             COMPUTE WS-RNG-VALUE =
004830                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
004840             ADD 1 TO WS-RNG-DIGITS
004850         WHEN OTHER
004860             SET WS-RANGE-VALID-NO TO TRUE
004870     END-EVALUATE
004880     .
004890 1129-PARSE-ONE-DIGIT-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------*
004920* 1130 - ONE BAND CARD.  BOUNDS MUST ARRIVE ASCENDING SO THE BAND
004930* OF AN AGE IS SIMPLY ONE MORE THAN HOW MANY IT EXCEEDS.
004940*----------------------------------------------------------------*
004950 1130-APPLY-BAND-CARD.
004960     PERFORM 1145-EDIT-LIMIT THRU 1145-EDIT-LIMIT-EXIT
004970     IF WS-CARD-LIM = 0
004980         DISPLAY "EXCVAR: BAD BAND VALUE - " WS-CARD-OPERAND-1
004990         MOVE 16 TO RETURN-CODE
005000         GOBACK
005010     END-IF
005020     IF WS-BND-COUNT = WS-BND-MAX
005030         DISPLAY "EXCVAR: TOO MANY BAND CARDS"
005040         MOVE 16 TO RETURN-CODE
005050         GOBACK
005060     END-IF
005070     IF WS-BND-COUNT > 0
005080         IF WS-CARD-LIM NOT > WS-BND-BOUND (WS-BND-COUNT)
005090             DISPLAY "EXCVAR: BAND BOUNDS MUST ASCEND"
005100             MOVE 16 TO RETURN-CODE
005110             GOBACK
005120         END-IF
005130     END-IF
005140     ADD 1 TO WS-BND-COUNT
005150     MOVE WS-CARD-LIM TO WS-BND-BOUND (WS-BND-COUNT)
005160     .
005170 1130-APPLY-BAND-CARD-EXIT.
005180     EXIT.
005190 1140-APPLY-TOP-CARD.
005200     PERFORM 1145-EDIT-LIMIT THRU 1145-EDIT-LIMIT-EXIT
005210     IF WS-CARD-LIM = 0 OR WS-CARD-LIM > 100
005220         DISPLAY "EXCVAR: TOP MUST BE 1 TO 100 - "
005230             WS-CARD-OPERAND-1
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     MOVE WS-CARD-LIM TO WS-TOP-MAX
005280     .
005290 1140-APPLY-TOP-CARD-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------*
005320* 1145 - A ONE-TO-THREE DIGIT OPERAND INTO WS-CARD-LIM.
005330*----------------------------------------------------------------*
005340 1145-EDIT-LIMIT.
005350     IF WS-CARD-OPERAND-1 = SPACES
005360             OR WS-CARD-OPERAND-1 (4:) NOT = SPACES
005370         DISPLAY "EXCVAR: BAD " WS-CARD-VERB " VALUE - "
005380             WS-CARD-OPERAND-1
005390         MOVE 16 TO RETURN-CODE
005400         GOBACK
005410     END-IF
005420     MOVE WS-CARD-OPERAND-1 TO WS-CARD-LIM-X
005430*    THE TOKEN IS LEFT-JUSTIFIED: SHIFT IT RIGHT BEFORE THE
005440*    ZERO-FILL, OR THE TRAILING SPACES OF "5" SCALE IT TO 500.
005450     PERFORM 1150-JUSTIFY-LIMIT THRU 1150-JUSTIFY-LIMIT-EXIT
005460         UNTIL WS-CARD-LIM-X (3:1) NOT = SPACE
005470     INSPECT WS-CARD-LIM-X REPLACING LEADING SPACE BY ZERO
005480     IF WS-CARD-LIM NOT NUMERIC
005490         DISPLAY "EXCVAR: BAD " WS-CARD-VERB " VALUE - "
005500             WS-CARD-OPERAND-1
005510         MOVE 16 TO RETURN-CODE
005520         GOBACK
005530     END-IF
005540     .
005550 1145-EDIT-LIMIT-EXIT.
005560     EXIT.
005570 1150-JUSTIFY-LIMIT.
005580     MOVE WS-CARD-LIM-X TO WS-CARD-JUST-WORK
005590     MOVE SPACE TO WS-CARD-LIM-X (1:1)
005600     MOVE WS-CARD-JUST-WORK (1:2) TO WS-CARD-LIM-X (2:2)
005610     .
005620 1150-JUSTIFY-LIMIT-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------*
005650* 2000 - PRICE EVERY OPEN EXCEPTION.  NO EXCIN DATASET MEANS
005660* NOTHING IS OPEN AND THE REPORT PRINTS ZEROS.
005670*----------------------------------------------------------------*
005680 2000-PRICE-EXCEPTIONS.
005690     OPEN INPUT EXCIN-FILE
005700     IF WS-FILE-STATUS-EXC-NOTFND
005710         GO TO 2000-PRICE-EXCEPTIONS-EXIT
005720     END-IF
005730     IF NOT WS-FILE-STATUS-EXC-OK
005740         DISPLAY "EXCVAR: OPEN FAILED FOR EXCIN - STATUS "
005750             WS-FILE-STATUS-EXC
005760         MOVE 16 TO RETURN-CODE
005770         GOBACK
005780     END-IF
005790     PERFORM 2100-PRICE-ONE-EXCEPTION
005800         THRU 2100-PRICE-ONE-EXCEPTION-EXIT
005810         UNTIL WS-EOF-EXC-YES
005820     CLOSE EXCIN-FILE
005830     .
005840 2000-PRICE-EXCEPTIONS-EXIT.
005850     EXIT.
005860 2100-PRICE-ONE-EXCEPTION.
005870     READ EXCIN-FILE
005880         AT END
005890             SET WS-EOF-EXC-YES TO TRUE
005900             GO TO 2100-PRICE-ONE-EXCEPTION-EXIT
005910     END-READ
005920     IF NOT WS-FILE-STATUS-EXC-OK
005930         DISPLAY "EXCVAR: READ FAILED FOR EXCIN - STATUS "
005940             WS-FILE-STATUS-EXC
005950         MOVE 16 TO RETURN-CODE
005960         GOBACK
005970     END-IF
005980     ADD 1 TO WS-EXC-READ-COUNT
005990     PERFORM 2200-VALUE-EXCEPTION THRU 2200-VALUE-EXCEPTION-EXIT
006000     IF RECEXC-AGE-CYCLES NUMERIC
006010         MOVE RECEXC-AGE-CYCLES TO WS-BND-AGE
006020     ELSE
006030         MOVE ZERO TO WS-BND-AGE
006040     END-IF
006050     PERFORM 2500-COMPUTE-BAND THRU 2500-COMPUTE-BAND-EXIT
006060     PERFORM 2300-FIND-REASON THRU 2300-FIND-REASON-EXIT
006070     PERFORM 2400-FIND-PAIR THRU 2400-FIND-PAIR-EXIT
006080     IF WS-PRICED-NO
006090         ADD 1 TO WS-UNPRICED-COUNT
006100         ADD 1 TO WS-BND-UNPRICED (WS-BND-RESULT)
006110         IF WS-RSN-FOUND > 0
006120             ADD 1 TO WS-RSN-UNPRICED (WS-RSN-FOUND)
006130         END-IF
006140         IF WS-PR-FOUND > 0
006150             ADD 1 TO WS-PR-UNPRICED (WS-PR-FOUND)
006160         END-IF
006170         GO TO 2100-PRICE-ONE-EXCEPTION-EXIT
006180     END-IF
006190     ADD 1 TO WS-PRICED-COUNT
006200     ADD WS-NET-VALUE TO WS-GRAND-NET
006210     ADD WS-RISK-VALUE TO WS-GRAND-RISK
006220     ADD 1 TO WS-BND-ITEMS (WS-BND-RESULT)
006230     ADD WS-NET-VALUE TO WS-BND-NET (WS-BND-RESULT)
006240     ADD WS-RISK-VALUE TO WS-BND-RISK (WS-BND-RESULT)
006250     IF WS-RSN-FOUND > 0
006260         ADD 1 TO WS-RSN-ITEMS (WS-RSN-FOUND)
006270         ADD WS-NET-VALUE TO WS-RSN-NET (WS-RSN-FOUND)
006280         ADD WS-RISK-VALUE TO WS-RSN-RISK (WS-RSN-FOUND)
006290     END-IF
006300     IF WS-PR-FOUND > 0
006310         ADD 1 TO WS-PR-ITEMS (WS-PR-FOUND)
006320         ADD WS-NET-VALUE TO WS-PR-NET (WS-PR-FOUND)
006330         ADD WS-RISK-VALUE TO WS-PR-RISK (WS-PR-FOUND)
006340     END-IF
006350     PERFORM 3000-CONSIDER-FOR-TOP
006360         THRU 3000-CONSIDER-FOR-TOP-EXIT
006370     .
006380 2100-PRICE-ONE-EXCEPTION-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410* 2200 - THE VALUE OF ONE EXCEPTION.  BOTH IMAGES PRESENT GIVES
006420* THE DIFFERENCE A LESS B; ONE IMAGE GIVES ITS OWN AMOUNT, SIGNED
006430* AS THE SIDE IT IS ON (A POSITIVE, B NEGATIVE) SO AN NA AND AN
006440* NB FOR THE SAME AMOUNT NET TO NOTHING.  AN IMAGE THAT WILL NOT
006450* PARSE, OR NO IMAGE AT ALL, LEAVES THE EXCEPTION UNPRICED.
006460*----------------------------------------------------------------*
006470 2200-VALUE-EXCEPTION.
006480     SET WS-PRICED-NO TO TRUE
006490     MOVE ZERO TO WS-NET-VALUE
006500     MOVE ZERO TO WS-RISK-VALUE
006510     MOVE ZERO TO WS-VALUE-A
006520     MOVE ZERO TO WS-VALUE-B
006530     IF RECEXC-FILEA-DATA = SPACES AND RECEXC-FILEB-DATA = SPACES
006540         GO TO 2200-VALUE-EXCEPTION-EXIT
006550     END-IF
006560     IF RECEXC-FILEA-DATA NOT = SPACES
006570         MOVE SPACES TO WS-EXT-FIELD
006580         MOVE RECEXC-FILEA-DATA (WS-AMT-FROM:WS-AMT-LEN)
006590             TO WS-EXT-FIELD (1:WS-AMT-LEN)
006600         PERFORM 2600-EXTRACT-AMOUNT
006610             THRU 2600-EXTRACT-AMOUNT-EXIT
006620         IF WS-EXT-VALID-NO
006630             GO TO 2200-VALUE-EXCEPTION-EXIT
006640         END-IF
006650         MOVE WS-EXT-VALUE TO WS-VALUE-A
006660     END-IF
006670     IF RECEXC-FILEB-DATA NOT = SPACES
006680         MOVE SPACES TO WS-EXT-FIELD
006690         MOVE RECEXC-FILEB-DATA (WS-AMT-FROM:WS-AMT-LEN)
006700             TO WS-EXT-FIELD (1:WS-AMT-LEN)
006710         PERFORM 2600-EXTRACT-AMOUNT
006720             THRU 2600-EXTRACT-AMOUNT-EXIT
006730         IF WS-EXT-VALID-NO
006740             GO TO 2200-VALUE-EXCEPTION-EXIT
006750         END-IF
006760         MOVE WS-EXT-VALUE TO WS-VALUE-B
006770     END-IF
006780     COMPUTE WS-NET-VALUE = WS-VALUE-A - WS-VALUE-B
006790     IF WS-NET-VALUE < 0
006800         COMPUTE WS-RISK-VALUE = 0 - WS-NET-VALUE
006810     ELSE
006820         MOVE WS-NET-VALUE TO WS-RISK-VALUE
006830     END-IF
006840     SET WS-PRICED-YES TO TRUE
006850     .
006860 2200-VALUE-EXCEPTION-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------*
006890* 2300 - FIND OR OPEN THE REASON SLOT, KEPT IN CODE ORDER.
006900* WS-RSN-FOUND IS ZERO WHEN THE TABLE IS FULL.
006910*----------------------------------------------------------------*
006920 2300-FIND-REASON.
006930     MOVE ZERO TO WS-RSN-FOUND
006940     MOVE WS-RSN-COUNT TO WS-RSN-INS
006950     ADD 1 TO WS-RSN-INS
006960     PERFORM 2310-MATCH-REASON THRU 2310-MATCH-REASON-EXIT
006970         VARYING WS-RSN-IDX FROM 1 BY 1
006980         UNTIL WS-RSN-IDX > WS-RSN-COUNT OR WS-RSN-FOUND > 0
006990     IF WS-RSN-FOUND > 0
007000         GO TO 2300-FIND-REASON-EXIT
007010     END-IF
007020     IF WS-RSN-COUNT = WS-RSN-MAX
007030         ADD 1 TO WS-RSN-OVERFLOW
007040         GO TO 2300-FIND-REASON-EXIT
007050     END-IF
007060     ADD 1 TO WS-RSN-COUNT
007070     PERFORM 2320-SHIFT-REASON-DOWN
007080         THRU 2320-SHIFT-REASON-DOWN-EXIT
007090         VARYING WS-RSN-IDX FROM WS-RSN-COUNT BY -1
007100         UNTIL WS-RSN-IDX NOT > WS-RSN-INS
007110     MOVE WS-RSN-INS TO WS-RSN-FOUND
007120     MOVE RECEXC-REASON-CODE TO WS-RSN-CODE (WS-RSN-FOUND)
007130     MOVE ZERO TO WS-RSN-ITEMS (WS-RSN-FOUND)
007140     MOVE ZERO TO WS-RSN-UNPRICED (WS-RSN-FOUND)
007150     MOVE ZERO TO WS-RSN-NET (WS-RSN-FOUND)
007160     MOVE ZERO TO WS-RSN-RISK (WS-RSN-FOUND)
007170     .
007180 2300-FIND-REASON-EXIT.
007190     EXIT.
007200 2310-MATCH-REASON.
007210     IF WS-RSN-CODE (WS-RSN-IDX) = RECEXC-REASON-CODE
007220         MOVE WS-RSN-IDX TO WS-RSN-FOUND
007230     END-IF
007240     IF WS-RSN-CODE (WS-RSN-IDX) > RECEXC-REASON-CODE
007250             AND WS-RSN-IDX < WS-RSN-INS
007260         MOVE WS-RSN-IDX TO WS-RSN-INS
007270     END-IF
007280     .
007290 2310-MATCH-REASON-EXIT.
007300     EXIT.
007310 2320-SHIFT-REASON-DOWN.
007320     IF WS-RSN-IDX > 1
007330         MOVE WS-RSN-ENTRY (WS-RSN-IDX - 1)
007340             TO WS-RSN-ENTRY (WS-RSN-IDX)
007350     END-IF
007360     .
007370 2320-SHIFT-REASON-DOWN-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------*
007400* 2400 - FIND OR OPEN THE PAIR SLOT, KEPT IN PAIR-ID ORDER.
007410* WS-PR-FOUND IS ZERO WHEN THE TABLE IS FULL.
007420*----------------------------------------------------------------*
007430 2400-FIND-PAIR.
007440     MOVE ZERO TO WS-PR-FOUND
007450     MOVE WS-PR-COUNT TO WS-PR-INS
007460     ADD 1 TO WS-PR-INS
007470     PERFORM 2410-MATCH-PAIR THRU 2410-MATCH-PAIR-EXIT
007480         VARYING WS-PR-IDX FROM 1 BY 1
007490         UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND > 0
007500     IF WS-PR-FOUND > 0
007510         GO TO 2400-FIND-PAIR-EXIT
007520     END-IF
007530     IF WS-PR-COUNT = WS-PR-MAX
007540         ADD 1 TO WS-PR-OVERFLOW
007550         GO TO 2400-FIND-PAIR-EXIT
007560     END-IF
007570     ADD 1 TO WS-PR-COUNT
007580     PERFORM 2420-SHIFT-PAIR-DOWN
007590         THRU 2420-SHIFT-PAIR-DOWN-EXIT
007600         VARYING WS-PR-IDX FROM WS-PR-COUNT BY -1
007610         UNTIL WS-PR-IDX NOT > WS-PR-INS
007620     MOVE WS-PR-INS TO WS-PR-FOUND
007630     MOVE RECEXC-PAIR-ID TO WS-PR-ID (WS-PR-FOUND)
007640     MOVE ZERO TO WS-PR-ITEMS (WS-PR-FOUND)
007650     MOVE ZERO TO WS-PR-UNPRICED (WS-PR-FOUND)
007660     MOVE ZERO TO WS-PR-NET (WS-PR-FOUND)
007670     MOVE ZERO TO WS-PR-RISK (WS-PR-FOUND)
007680     .
007690 2400-FIND-PAIR-EXIT.
007700     EXIT.
007710 2410-MATCH-PAIR.
007720     IF WS-PR-ID (WS-PR-IDX) = RECEXC-PAIR-ID
007730         MOVE WS-PR-IDX TO WS-PR-FOUND
007740     END-IF
007750     IF WS-PR-ID (WS-PR-IDX) > RECEXC-PAIR-ID
007760             AND WS-PR-IDX < WS-PR-INS
007770         MOVE WS-PR-IDX TO WS-PR-INS
007780     END-IF
007790     .
007800 2410-MATCH-PAIR-EXIT.
007810     EXIT.
007820 2420-SHIFT-PAIR-DOWN.
007830     IF WS-PR-IDX > 1
007840         MOVE WS-PR-ENTRY (WS-PR-IDX - 1)
007850             TO WS-PR-ENTRY (WS-PR-IDX)
007860     END-IF
007870     .
007880 2420-SHIFT-PAIR-DOWN-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------*
007910* 2500 - THE AGE BAND OF WS-BND-AGE INTO WS-BND-RESULT.
007920*----------------------------------------------------------------*
007930 2500-COMPUTE-BAND.
007940     MOVE 1 TO WS-BND-RESULT
007950     PERFORM 2510-JUDGE-ONE-BAND THRU 2510-JUDGE-ONE-BAND-EXIT
007960         VARYING WS-BND-IDX FROM 1 BY 1
007970         UNTIL WS-BND-IDX > WS-BND-COUNT
007980     .
007990 2500-COMPUTE-BAND-EXIT.
008000     EXIT.
008010 2510-JUDGE-ONE-BAND.
008020     IF WS-BND-AGE > WS-BND-BOUND (WS-BND-IDX)
008030         COMPUTE WS-BND-RESULT = WS-BND-IDX + 1
008040     END-IF
008050     .
008060 2510-JUDGE-ONE-BAND-EXIT.
008070     EXIT.
008080*----------------------------------------------------------------*
008090* 2600 - PARSE THE AMOUNT BYTES IN WS-EXT-FIELD INTO WS-EXT-VALUE
008100* BY THE AMOUNT CARD'S TYPE - THE RULES RECON'S AMOUNT BALANCING
008110* APPLIES, SO THE TWO PROGRAMS VALUE A RECORD ALIKE.
008120*----------------------------------------------------------------*
008130 2600-EXTRACT-AMOUNT.
008140     MOVE WS-AMT-LEN TO WS-EXT-LEN
008150     IF WS-AMT-TYPE = "P"
008160         PERFORM 2700-EXTRACT-PACKED
008170             THRU 2700-EXTRACT-PACKED-EXIT
008180     ELSE
008190         IF WS-AMT-TYPE = "S"
008200             SET WS-EXT-SIGNED-YES TO TRUE
008210         ELSE
008220             SET WS-EXT-SIGNED-NO TO TRUE
008230         END-IF
008240         PERFORM 2610-EXTRACT-ZONED
008250             THRU 2610-EXTRACT-ZONED-EXIT
008260     END-IF
008270     .
008280 2600-EXTRACT-AMOUNT-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------*
008310* 2610 - A ZONED/SIGNED DISPLAY FIELD.  BLANKS ARE IGNORED, A
008320* LEADING "-" OR A TRAILING OVERPUNCH SIGNS A SIGNED FIELD, AND
008330* ANY OTHER CHARACTER MARKS THE FIELD NOT PARSEABLE.
008340*----------------------------------------------------------------*
008350 2610-EXTRACT-ZONED.
008360     MOVE ZERO TO WS-EXT-VALUE
008370     MOVE 1 TO WS-EXT-SIGN
008380     SET WS-EXT-VALID-YES TO TRUE
008390     PERFORM 2615-EXTRACT-ONE-CHAR
008400         THRU 2615-EXTRACT-ONE-CHAR-EXIT
008410         VARYING WS-EXT-IDX FROM 1 BY 1
008420         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
008430     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
008440     .
008450 2610-EXTRACT-ZONED-EXIT.
008460     EXIT.
008470 2615-EXTRACT-ONE-CHAR.
008480     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
008490     EVALUATE TRUE
008500         WHEN WS-DIGIT-X = SPACE
008510             CONTINUE
008520         WHEN WS-DIGIT-X NUMERIC
008530             COMPUTE WS-EXT-VALUE =
008540                 WS-EXT-VALUE * 10 + WS-DIGIT
008550         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
008560             MOVE -1 TO WS-EXT-SIGN
008570         WHEN WS-EXT-SIGNED-YES
008580                 AND WS-EXT-IDX = WS-EXT-LEN
008590             PERFORM 2618-OVERPUNCH-SIGN
008600                 THRU 2618-OVERPUNCH-SIGN-EXIT
008610         WHEN OTHER
008620             SET WS-EXT-VALID-NO TO TRUE
008630     END-EVALUATE
008640     .
008650 2615-EXTRACT-ONE-CHAR-EXIT.
008660     EXIT.
008670 2618-OVERPUNCH-SIGN.
008680     EVALUATE WS-DIGIT-X
008690         WHEN "{"
008700             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
008710         WHEN "A"
008720             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
008730         WHEN "B"
008740             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
008750         WHEN "C"
008760             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
008770         WHEN "D"
008780             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
008790         WHEN "E"
008800             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
008810         WHEN "F"
008820             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
008830         WHEN "G"
008840             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
008850         WHEN "H"
008860             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
008870         WHEN "I"
008880             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
008890         WHEN "}"
008900             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
008910             MOVE -1 TO WS-EXT-SIGN
008920         WHEN "J"
008930             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
008940             MOVE -1 TO WS-EXT-SIGN
008950         WHEN "K"
008960             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
008970             MOVE -1 TO WS-EXT-SIGN
008980         WHEN "L"
008990             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
009000             MOVE -1 TO WS-EXT-SIGN
009010         WHEN "M"
009020             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
009030             MOVE -1 TO WS-EXT-SIGN
009040         WHEN "N"
009050             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
009060             MOVE -1 TO WS-EXT-SIGN
009070         WHEN "O"
009080             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
009090             MOVE -1 TO WS-EXT-SIGN
009100         WHEN "P"
009110             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
009120             MOVE -1 TO WS-EXT-SIGN
009130         WHEN "Q"
009140             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
009150             MOVE -1 TO WS-EXT-SIGN
009160         WHEN "R"
009170             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
009180             MOVE -1 TO WS-EXT-SIGN
009190         WHEN OTHER
009200             SET WS-EXT-VALID-NO TO TRUE
009210     END-EVALUATE
009220     .
009230 2618-OVERPUNCH-SIGN-EXIT.
009240     EXIT.
009250*----------------------------------------------------------------*
009260* 2700 - A PACKED FIELD: RIGHT-ALIGN ITS BYTES IN AN EIGHT-BYTE
009270* AREA PADDED WITH X"00" AND LET THE CLASS TEST DECIDE WHETHER
009280* THE RESULT IS A VALID COMP-3 VALUE.
009290*----------------------------------------------------------------*
009300 2700-EXTRACT-PACKED.
009310     MOVE LOW-VALUES TO WS-PACKED-X
009320     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
009330     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
009340         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
009350     IF WS-PACKED-9 NUMERIC
009360         MOVE WS-PACKED-9 TO WS-EXT-VALUE
009370         SET WS-EXT-VALID-YES TO TRUE
009380     ELSE
009390         MOVE ZERO TO WS-EXT-VALUE
009400         SET WS-EXT-VALID-NO TO TRUE
009410     END-IF
009420     .
009430 2700-EXTRACT-PACKED-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------*
009460* 3000 - INSERT THE EXCEPTION JUST PRICED INTO THE TOP-N TABLE,
009470* LARGEST VALUE AT RISK FIRST; AN EQUAL VALUE GOES AFTER THOSE
009480* ALREADY THERE, SO TIES KEEP FILE ORDER.  ZERO-VALUE ITEMS ARE
009490* NEVER LISTED.
009500*----------------------------------------------------------------*
009510 3000-CONSIDER-FOR-TOP.
009520     IF WS-RISK-VALUE = 0
009530         GO TO 3000-CONSIDER-FOR-TOP-EXIT
009540     END-IF
009550     MOVE WS-TOP-COUNT TO WS-TOP-INS
009560     ADD 1 TO WS-TOP-INS
009570     PERFORM 3100-FIND-INSERT-POINT
009580         THRU 3100-FIND-INSERT-POINT-EXIT
009590         VARYING WS-TOP-IDX FROM 1 BY 1
009600         UNTIL WS-TOP-IDX > WS-TOP-COUNT
009610     IF WS-TOP-INS > WS-TOP-MAX
009620         GO TO 3000-CONSIDER-FOR-TOP-EXIT
009630     END-IF
009640     IF WS-TOP-COUNT < WS-TOP-MAX
009650         ADD 1 TO WS-TOP-COUNT
009660     END-IF
009670     PERFORM 3200-SHIFT-TABLE-DOWN
009680         THRU 3200-SHIFT-TABLE-DOWN-EXIT
009690         VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
009700         UNTIL WS-TOP-IDX NOT > WS-TOP-INS
009710     MOVE WS-RISK-VALUE TO WS-TOP-RISK (WS-TOP-INS)
009720     MOVE WS-NET-VALUE TO WS-TOP-NET (WS-TOP-INS)
009730     MOVE RECEXC-KEY TO WS-TOP-KEY (WS-TOP-INS)
009740     MOVE RECEXC-REASON-CODE TO WS-TOP-REASON (WS-TOP-INS)
009750     MOVE RECEXC-PAIR-ID TO WS-TOP-PAIR (WS-TOP-INS)
009760     MOVE WS-BND-AGE TO WS-TOP-AGE (WS-TOP-INS)
009770     MOVE RECEXC-FIRST-DATE TO WS-TOP-FIRST-DATE (WS-TOP-INS)
009780     .
009790 3000-CONSIDER-FOR-TOP-EXIT.
009800     EXIT.
009810 3100-FIND-INSERT-POINT.
009820     IF WS-RISK-VALUE > WS-TOP-RISK (WS-TOP-IDX)
009830             AND WS-TOP-IDX < WS-TOP-INS
009840         MOVE WS-TOP-IDX TO WS-TOP-INS
009850     END-IF
009860     .
009870 3100-FIND-INSERT-POINT-EXIT.
009880     EXIT.
009890 3200-SHIFT-TABLE-DOWN.
009900     IF WS-TOP-IDX > 1
009910         MOVE WS-TOP-ENTRY (WS-TOP-IDX - 1)
009920             TO WS-TOP-ENTRY (WS-TOP-IDX)
009930     END-IF
009940     .
009950 3200-SHIFT-TABLE-DOWN-EXIT.
009960     EXIT.
009970*----------------------------------------------------------------*
009980* 8000 - THE REPORT: BY REASON, BY PAIR, BY AGE BAND, THE TOP N,
009990* THEN THE GRAND TOTALS.
010000*----------------------------------------------------------------*
010010 8000-PRINT-REPORT.
010020     PERFORM 8050-PRINT-TOTAL-HEADING
010030         THRU 8050-PRINT-TOTAL-HEADING-EXIT
010040     MOVE "BY REASON CODE" TO WS-REPORT-LINE
010050     PERFORM 8900-WRITE-REPORT-LINE
010060         THRU 8900-WRITE-REPORT-LINE-EXIT
010070     PERFORM 8100-PRINT-ONE-REASON THRU 8100-PRINT-ONE-REASON-EXIT
010080         VARYING WS-RSN-IDX FROM 1 BY 1
010090         UNTIL WS-RSN-IDX > WS-RSN-COUNT
010100     PERFORM 8050-PRINT-TOTAL-HEADING
010110         THRU 8050-PRINT-TOTAL-HEADING-EXIT
010120     MOVE "BY PAIR ID" TO WS-REPORT-LINE
010130     PERFORM 8900-WRITE-REPORT-LINE
010140         THRU 8900-WRITE-REPORT-LINE-EXIT
010150     PERFORM 8200-PRINT-ONE-PAIR THRU 8200-PRINT-ONE-PAIR-EXIT
010160         VARYING WS-PR-IDX FROM 1 BY 1
010170         UNTIL WS-PR-IDX > WS-PR-COUNT
010180     PERFORM 8050-PRINT-TOTAL-HEADING
010190         THRU 8050-PRINT-TOTAL-HEADING-EXIT
010200     MOVE "BY AGE BAND (CYCLES)" TO WS-REPORT-LINE
010210     PERFORM 8900-WRITE-REPORT-LINE
010220         THRU 8900-WRITE-REPORT-LINE-EXIT
010230     MOVE 1 TO WS-BND-LOW
010240     COMPUTE WS-BND-COUNT = WS-BND-COUNT + 1
010250     PERFORM 8300-PRINT-ONE-BAND THRU 8300-PRINT-ONE-BAND-EXIT
010260         VARYING WS-BND-IDX FROM 1 BY 1
010270         UNTIL WS-BND-IDX > WS-BND-COUNT
010280     SUBTRACT 1 FROM WS-BND-COUNT
010290     PERFORM 8400-PRINT-TOP THRU 8400-PRINT-TOP-EXIT
010300     PERFORM 8500-PRINT-TOTALS THRU 8500-PRINT-TOTALS-EXIT
010310     .
010320 8000-PRINT-REPORT-EXIT.
010330     EXIT.
010340 8050-PRINT-TOTAL-HEADING.
010350     MOVE SPACES TO WS-REPORT-LINE
010360     PERFORM 8900-WRITE-REPORT-LINE
010370         THRU 8900-WRITE-REPORT-LINE-EXIT
010380     MOVE SPACES TO WS-REPORT-LINE
010390     .
010400 8050-PRINT-TOTAL-HEADING-EXIT.
010410     EXIT.
010420 8060-PRINT-COLUMN-HEADS.
010430     MOVE SPACES TO WS-REPORT-LINE
010440     MOVE "                ITEMS UNPRICED       NET VALUE"
010450         TO WS-REPORT-LINE
010460     MOVE "   VALUE AT RISK" TO WS-REPORT-LINE (47:16)
010470     PERFORM 8900-WRITE-REPORT-LINE
010480         THRU 8900-WRITE-REPORT-LINE-EXIT
010490     .
010500 8060-PRINT-COLUMN-HEADS-EXIT.
010510     EXIT.
010520 8100-PRINT-ONE-REASON.
010530     IF WS-RSN-IDX = 1
010540         PERFORM 8060-PRINT-COLUMN-HEADS
010550             THRU 8060-PRINT-COLUMN-HEADS-EXIT
010560     END-IF
010570     MOVE WS-RSN-CODE (WS-RSN-IDX) TO WS-TL-LABEL
010580     MOVE WS-RSN-ITEMS (WS-RSN-IDX) TO WS-TL-ITEMS
010590     MOVE WS-RSN-UNPRICED (WS-RSN-IDX) TO WS-TL-UNPRICED
010600     MOVE WS-RSN-NET (WS-RSN-IDX) TO WS-TL-NET
010610     MOVE WS-RSN-RISK (WS-RSN-IDX) TO WS-TL-RISK
010620     MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
010630     PERFORM 8900-WRITE-REPORT-LINE
010640         THRU 8900-WRITE-REPORT-LINE-EXIT
010650     .
010660 8100-PRINT-ONE-REASON-EXIT.
010670     EXIT.
010680 8200-PRINT-ONE-PAIR.
010690     IF WS-PR-IDX = 1
010700         PERFORM 8060-PRINT-COLUMN-HEADS
010710             THRU 8060-PRINT-COLUMN-HEADS-EXIT
010720     END-IF
010730     IF WS-PR-ID (WS-PR-IDX) = SPACES
010740         MOVE "(NONE)" TO WS-TL-LABEL
010750     ELSE
010760         MOVE WS-PR-ID (WS-PR-IDX) TO WS-TL-LABEL
010770     END-IF
010780     MOVE WS-PR-ITEMS (WS-PR-IDX) TO WS-TL-ITEMS
010790     MOVE WS-PR-UNPRICED (WS-PR-IDX) TO WS-TL-UNPRICED
010800     MOVE WS-PR-NET (WS-PR-IDX) TO WS-TL-NET
010810     MOVE WS-PR-RISK (WS-PR-IDX) TO WS-TL-RISK
010820     MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
010830     PERFORM 8900-WRITE-REPORT-LINE
010840         THRU 8900-WRITE-REPORT-LINE-EXIT
010850     .
010860 8200-PRINT-ONE-PAIR-EXIT.
010870     EXIT.
010880*----------------------------------------------------------------*
010890* 8300 - ONE AGE BAND.  WS-BND-COUNT IS ONE PAST THE LAST BOUND
010900* WHILE THIS RUNS, SO THE OPEN-ENDED BAND PRINTS AS "NNN +".
010910*----------------------------------------------------------------*
010920 8300-PRINT-ONE-BAND.
010930     IF WS-BND-IDX = 1
010940         PERFORM 8060-PRINT-COLUMN-HEADS
010950             THRU 8060-PRINT-COLUMN-HEADS-EXIT
010960     END-IF
010970     MOVE SPACES TO WS-TL-LABEL
010980     MOVE WS-BND-LOW TO WS-EDIT-BOUND
010990     IF WS-BND-IDX < WS-BND-COUNT
011000         MOVE WS-BND-BOUND (WS-BND-IDX) TO WS-EDIT-BOUND-2
011010         STRING WS-EDIT-BOUND DELIMITED BY SIZE
011020             " - " DELIMITED BY SIZE
011030             WS-EDIT-BOUND-2 DELIMITED BY SIZE
011040             INTO WS-TL-LABEL
011050         COMPUTE WS-BND-LOW = WS-BND-BOUND (WS-BND-IDX) + 1
011060     ELSE
011070         STRING WS-EDIT-BOUND DELIMITED BY SIZE
011080             " +" DELIMITED BY SIZE
011090             INTO WS-TL-LABEL
011100     END-IF
011110     MOVE WS-BND-ITEMS (WS-BND-IDX) TO WS-TL-ITEMS
011120     MOVE WS-BND-UNPRICED (WS-BND-IDX) TO WS-TL-UNPRICED
011130     MOVE WS-BND-NET (WS-BND-IDX) TO WS-TL-NET
011140     MOVE WS-BND-RISK (WS-BND-IDX) TO WS-TL-RISK
011150     MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
011160     PERFORM 8900-WRITE-REPORT-LINE
011170         THRU 8900-WRITE-REPORT-LINE-EXIT
011180     .
011190 8300-PRINT-ONE-BAND-EXIT.
011200     EXIT.
011210 8400-PRINT-TOP.
011220     MOVE SPACES TO WS-REPORT-LINE
011230     PERFORM 8900-WRITE-REPORT-LINE
011240         THRU 8900-WRITE-REPORT-LINE-EXIT
011250     MOVE SPACES TO WS-REPORT-LINE
011260     MOVE WS-TOP-MAX TO WS-EDIT-BOUND
011270     STRING "TOP " DELIMITED BY SIZE
011280         WS-EDIT-BOUND DELIMITED BY SIZE
011290         " EXCEPTIONS BY VALUE AT RISK" DELIMITED BY SIZE
011300         INTO WS-REPORT-LINE
011310     PERFORM 8900-WRITE-REPORT-LINE
011320         THRU 8900-WRITE-REPORT-LINE-EXIT
011330     MOVE SPACES TO WS-REPORT-LINE
011340     MOVE "  RNK KEY        RC PAIR     AGE FIRST"
011350         TO WS-REPORT-LINE
011360     MOVE "      NET VALUE" TO WS-REPORT-LINE (43:15)
011370     MOVE "  VALUE AT RISK" TO WS-REPORT-LINE (59:15)
011380     PERFORM 8900-WRITE-REPORT-LINE
011390         THRU 8900-WRITE-REPORT-LINE-EXIT
011400     PERFORM 8410-PRINT-ONE-TOP THRU 8410-PRINT-ONE-TOP-EXIT
011410         VARYING WS-TOP-IDX FROM 1 BY 1
011420         UNTIL WS-TOP-IDX > WS-TOP-COUNT
011430     .
011440 8400-PRINT-TOP-EXIT.
011450     EXIT.
011460 8410-PRINT-ONE-TOP.
011470     MOVE WS-TOP-IDX TO WS-TP-RANK
011480     MOVE WS-TOP-KEY (WS-TOP-IDX) TO WS-TP-KEY
011490     MOVE WS-TOP-REASON (WS-TOP-IDX) TO WS-TP-REASON
011500     MOVE WS-TOP-PAIR (WS-TOP-IDX) TO WS-TP-PAIR
011510     MOVE WS-TOP-AGE (WS-TOP-IDX) TO WS-TP-AGE
011520     MOVE WS-TOP-FIRST-DATE (WS-TOP-IDX) TO WS-TP-FIRST-DATE
011530     MOVE WS-TOP-NET (WS-TOP-IDX) TO WS-TP-NET
011540     MOVE WS-TOP-RISK (WS-TOP-IDX) TO WS-TP-RISK
011550     MOVE WS-TOP-LINE TO WS-REPORT-LINE
011560     PERFORM 8900-WRITE-REPORT-LINE
011570         THRU 8900-WRITE-REPORT-LINE-EXIT
011580     .
011590 8410-PRINT-ONE-TOP-EXIT.
011600     EXIT.
011610 8500-PRINT-TOTALS.
011620     MOVE SPACES TO WS-REPORT-LINE
011630     PERFORM 8900-WRITE-REPORT-LINE
011640         THRU 8900-WRITE-REPORT-LINE-EXIT
011650     MOVE SPACES TO WS-REPORT-LINE
011660     MOVE "TOTALS" TO WS-REPORT-LINE
011670     PERFORM 8900-WRITE-REPORT-LINE
011680         THRU 8900-WRITE-REPORT-LINE-EXIT
011690     MOVE SPACES TO WS-REPORT-LINE
011700     MOVE WS-EXC-READ-COUNT TO WS-EDIT-COUNT
011710     STRING "OPEN EXCEPTIONS READ     : " DELIMITED BY SIZE
011720         WS-EDIT-COUNT DELIMITED BY SIZE
011730         INTO WS-REPORT-LINE
011740     PERFORM 8900-WRITE-REPORT-LINE
011750         THRU 8900-WRITE-REPORT-LINE-EXIT
011760     MOVE SPACES TO WS-REPORT-LINE
011770     MOVE WS-PRICED-COUNT TO WS-EDIT-COUNT
011780     STRING "PRICED                   : " DELIMITED BY SIZE
011790         WS-EDIT-COUNT DELIMITED BY SIZE
011800         INTO WS-REPORT-LINE
011810     PERFORM 8900-WRITE-REPORT-LINE
011820         THRU 8900-WRITE-REPORT-LINE-EXIT
011830     MOVE SPACES TO WS-REPORT-LINE
011840     MOVE WS-UNPRICED-COUNT TO WS-EDIT-COUNT
011850     STRING "UNPRICED (NO AMOUNT)     : " DELIMITED BY SIZE
011860         WS-EDIT-COUNT DELIMITED BY SIZE
011870         INTO WS-REPORT-LINE
011880     PERFORM 8900-WRITE-REPORT-LINE
011890         THRU 8900-WRITE-REPORT-LINE-EXIT
011900     MOVE SPACES TO WS-REPORT-LINE
011910     MOVE WS-GRAND-NET TO WS-TL-NET
011920     STRING "NET VALUE                : " DELIMITED BY SIZE
011930         WS-TL-NET DELIMITED BY SIZE
011940         INTO WS-REPORT-LINE
011950     PERFORM 8900-WRITE-REPORT-LINE
011960         THRU 8900-WRITE-REPORT-LINE-EXIT
011970     MOVE SPACES TO WS-REPORT-LINE
011980     MOVE WS-GRAND-RISK TO WS-TL-RISK
011990     STRING "TOTAL VALUE AT RISK      : " DELIMITED BY SIZE
012000         WS-TL-RISK DELIMITED BY SIZE
012010         INTO WS-REPORT-LINE
012020     PERFORM 8900-WRITE-REPORT-LINE
012030         THRU 8900-WRITE-REPORT-LINE-EXIT
012040     IF WS-RSN-OVERFLOW > 0 OR WS-PR-OVERFLOW > 0
012050         MOVE SPACES TO WS-REPORT-LINE
012060         MOVE WS-PR-OVERFLOW TO WS-EDIT-COUNT
012070         STRING "ITEMS IN TOTALS ONLY (PAIR TABLE FULL)  : "
012080             DELIMITED BY SIZE
012090             WS-EDIT-COUNT DELIMITED BY SIZE
012100             INTO WS-REPORT-LINE
012110         PERFORM 8900-WRITE-REPORT-LINE
012120             THRU 8900-WRITE-REPORT-LINE-EXIT
012130         MOVE SPACES TO WS-REPORT-LINE
012140         MOVE WS-RSN-OVERFLOW TO WS-EDIT-COUNT
012150         STRING "ITEMS IN TOTALS ONLY (REASON TABLE FULL): "
012160             DELIMITED BY SIZE
012170             WS-EDIT-COUNT DELIMITED BY SIZE
012180             INTO WS-REPORT-LINE
012190         PERFORM 8900-WRITE-REPORT-LINE
012200             THRU 8900-WRITE-REPORT-LINE-EXIT
012210     END-IF
012220     .
012230 8500-PRINT-TOTALS-EXIT.
012240     EXIT.
012250 8900-WRITE-REPORT-LINE.
012260     WRITE REPORT-RECORD FROM WS-REPORT-LINE
012270     IF NOT WS-FILE-STATUS-RPT-OK
012280         DISPLAY "EXCVAR: WRITE FAILED FOR VARRPT - STATUS "
012290             WS-FILE-STATUS-RPT
012300         MOVE 16 TO RETURN-CODE
012310         GOBACK
012320     END-IF
012330     .
012340 8900-WRITE-REPORT-LINE-EXIT.
012350     EXIT.
012360 9999-TERMINATE.
012370     CLOSE REPORT-FILE
012380     IF WS-UNPRICED-COUNT > 0
012390         MOVE 4 TO RETURN-CODE
012400     ELSE
012410         MOVE 0 TO RETURN-CODE
012420     END-IF
012430     .
012440 9999-TERMINATE-EXIT.
012450     EXIT.
012460*----------------------------------------------------------------*
012470* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
012480*----------------------------------------------------------------*
012490 COPY "RECSTP.cpy".
012500 END PROGRAM EXCVAR.
