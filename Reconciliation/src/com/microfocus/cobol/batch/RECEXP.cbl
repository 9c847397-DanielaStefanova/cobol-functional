000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECEXP.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* RECEXP - DELIMITED EXPORT FOR SPREADSHEETS.
000090*
000100* THE OUTBOUND COUNTERPART OF CSVLOAD.  CONVERTS ONE OF THE
000110* SUITE'S FIXED-LAYOUT DATASETS TO A DELIMITED FILE WITH A
000120* HEADER ROW OF READABLE COLUMN NAMES, SO THE DESK AND THE
000130* BUSINESS OWNERS OPEN THE NUMBERS IN A SPREADSHEET INSTEAD OF
000140* COPYING THEM OFF THE PRINT.  THE SOURCE IS READ UNDER THE
000150* DDNAME ITS PRODUCER WRITES IT TO:
000160*     SOURCE EXT   MISMATCH EXTRACT (RECEXT.CPY)    DD EXTFILE
000170*     SOURCE FLD   FIELD DETAIL (RECFLD.CPY)        DD FLDFILE
000180*     SOURCE EXC   AGED EXCEPTIONS (RECEXC.CPY)     DD EXCOUT
000190*     SOURCE DSP   DISPOSITIONS (RECDSP.CPY)        DD DSPOUT
000200*     SOURCE PRS   PAIR RESULTS (RECPRS.CPY)        DD PAIRRSLT
000210* DATES GO OUT AS YYYY-MM-DD, COUNTS AND AMOUNTS ZERO-SUPPRESSED
000220* WITH A LEADING MINUS (AMOUNTS IN STORED UNITS, AS ON RECON'S
000230* AMOUNT SUMMARY), CODES WITH THEIR MEANING IN THE NEXT COLUMN.
000240* A VALUE HOLDING THE DELIMITER OR A QUOTE IS QUOTED, ITS OWN
000250* QUOTES DOUBLED.  THE OTHER SYSIN CARDS:
000260*     DELIM X              (DELIMITER CHARACTER, DEFAULT ",")
000270*     PAIR PAIRID          (EXPORT ONLY THESE PAIRS; UP TO 10)
000280*     REASON CC            (EXPORT ONLY THESE REASONS; UP TO
000290*                           10.  A FIELD-DETAIL ROW IS AN FM
000300*                           EXCEPTION.  NOT FOR SOURCE PRS)
000310*     MINAGE NNN           (EXCEPTIONS AGED AT LEAST NNN CYCLES;
000320*                           SOURCE EXC ONLY)
000330* THE DATA IMAGES OF EXT AND EXC ROWS, AND THE FIELD VALUES OF
000340* FLD ROWS, ARE MASKED BY RECON'S OWN CARDS, WITH RECON'S
000350* LIMITS, AND RECON'S OTHER CARDS ARE PASSED OVER, SO THE PAIR'S
000360* OWN SYSIN DECK MASKS THE EXPORT EXACTLY AS IT MASKS THE PRINT:
000370*     RECLEN NNN           DATA BYTES (1-500, DEFAULT 20)
000380*     RECTYPE AT FF-TT     RECORD-TYPE BYTES, AND
000390*     RECTYPE FOR TYPE|ALL THE TYPE LATER CARDS APPLY TO
000400*     MASKFIELD FF-TT      BYTES SHOWN AS ASTERISKS
000410*     FIELD TYPE FF-TT     A TYPED FIELD OF THE IMAGE
000420*     AMOUNT TYPE FF-TT    THE RECORD AMOUNT OF THE IMAGE
000430*     DICTIONARY FEEDID    THE FEED'S FLDDICT ENTRIES (RECDIC.CPY)
000440*                          IN PLACE OF THE LAST THREE CARDS
000450* WITHOUT FIELD, AMOUNT OR DICTIONARY CARDS EACH IMAGE GOES OUT
000460* WHOLE, RECLEN BYTES, IN ONE COLUMN.  WITH THEM EACH IMAGE IS
000470* BROKEN OUT INTO ONE EDITED COLUMN PER FIELD, NAMED A_NAME AND
000480* B_NAME BY ITS DICTIONARY NAME (FIELDNN FOR THE NTH FIELD CARD,
000490* AMOUNT FOR THE AMOUNT CARD).  A FIELD OVERLAPPING A MASKFIELD
000500* RANGE GOES OUT AS ASTERISKS.  A FIELD-DETAIL ROW CARRIES NO
000510* RECORD TYPE, SO EVERY MASKFIELD RANGE APPLIES TO IT WHATEVER
000520* TYPE THE RANGE IS SCOPED TO.  A DISPOSITION OR PAIR-RESULT ROW
000530* CARRIES NO DATA IMAGE TO MASK.
000540*
000550* STEP-CONTROL RECORDS (RECCTL.CPY) ARE APPENDED TO THE SHARED
000560* CTLFILE: AN IN RECORD FOR THE SOURCE, WHICH JOBCHECK TIES TO
000570* THE OUT RECORD ITS PRODUCER WROTE (RECON FOR EXTFILE, FLDFILE
000580* AND PAIRRSLT, EXCAGE FOR EXCOUT AND DSPOUT); AN OUT RECORD FOR
000590* EXPOUT WITH THE ROWS WRITTEN; AND AN IN RECORD FOR EXPOUT WITH
000600* THE RECORDS READ LESS THOSE THE FILTERS DROPPED, SO JOBCHECK
000610* PROVES EVERY RECORD THE FILTERS KEPT REACHED THE FILE.  THE
000620* REPORT FOOTS THE ROWS EXPORTED PLUS THE ROWS FILTERED OUT TO
000630* THE RECORDS READ.  THE HEADER ROW IS NOT COUNTED.
000640* RC=0 CLEAN, RC=4 SOME VALUES COULD NOT BE EDITED AS THEIR
000650* TYPE (THE COLUMN IS LEFT EMPTY OR RAW), RC=16 CARD OR I/O
000660* ERROR, OR A ROW OVER 2000 BYTES.
000670*
000680* DDNAMES: THE SOURCE'S, EXPOUT, EXPRPT, SYSIN, CTLFILE,
000690* STEPTIME, FLDDICT (DICTIONARY CARD ONLY).
000700*
000710* MODIFICATION HISTORY.
000720*   2026-10-15 DS   INITIAL VERSION.
000730*   2026-10-15 DS   EXPOUT IN RECORD (RECORDS KEPT BY THE FILTERS)
000740*                   BESIDE ITS OUT RECORD, SO JOBCHECK HAS TWO
000750*                   SIDES TO TIE.
000760*----------------------------------------------------------------*
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810*----------------------------------------------------------------*
000820* ONE SOURCE IS OPENED PER RUN, SO THE FIVE SHARE A STATUS.
000830*----------------------------------------------------------------*
000840     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-FILE-STATUS-IN.
000870     SELECT FIELD-FILE ASSIGN TO FLDFILE
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-FILE-STATUS-IN.
000900     SELECT EXCOUT-FILE ASSIGN TO EXCOUT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-FILE-STATUS-IN.
000930     SELECT DSPOUT-FILE ASSIGN TO DSPOUT
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-FILE-STATUS-IN.
000960     SELECT PAIRRSLT-FILE ASSIGN TO PAIRRSLT
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-FILE-STATUS-IN.
000990     SELECT EXPORT-FILE ASSIGN TO EXPOUT
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-FILE-STATUS-OUT.
001020     SELECT REPORT-FILE ASSIGN TO EXPRPT
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-FILE-STATUS-RPT.
001050     SELECT PARM-FILE ASSIGN TO SYSIN
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-FILE-STATUS-PARM.
001080     SELECT CONTROL-FILE ASSIGN TO CTLFILE
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-FILE-STATUS-CTL.
001110     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS RECSTW-FILE-STATUS.
001140     SELECT DICT-FILE ASSIGN TO FLDDICT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS RECDIW-FILE-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  EXTRACT-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY "RECEXT.cpy".
001220 FD  FIELD-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 COPY "RECFLD.cpy".
001250 FD  EXCOUT-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY "RECEXC.cpy".
001280 FD  DSPOUT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY "RECDSP.cpy".
001310 FD  PAIRRSLT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY "RECPRS.cpy".
001340 FD  EXPORT-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  EXPORT-RECORD                   PIC X(2000).
001370 FD  REPORT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  REPORT-RECORD                   PIC X(80).
001400 FD  PARM-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  PARM-RECORD                     PIC X(80).
001430 FD  CONTROL-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 COPY "RECCTL.cpy".
001460 FD  STEPTIME-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 COPY "RECSTM.cpy".
001490 FD  DICT-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY "RECDIC.cpy".
001520 WORKING-STORAGE SECTION.
001530 01  WS-EOF-IN-SW                    PIC X(01) VALUE "N".
001540     88  WS-EOF-IN-YES                          VALUE "Y".
001550     88  WS-EOF-IN-NO                           VALUE "N".
001560 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001570     88  WS-PARM-EOF-YES                        VALUE "Y".
001580     88  WS-PARM-EOF-NO                         VALUE "N".
001590 01  WS-FILE-STATUSES.
001600     05  WS-FILE-STATUS-IN           PIC X(02) VALUE "00".
001610         88  WS-FILE-STATUS-IN-OK              VALUE "00".
001620     05  WS-FILE-STATUS-OUT          PIC X(02) VALUE "00".
001630         88  WS-FILE-STATUS-OUT-OK             VALUE "00".
001640     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001650         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001660     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001670         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001680         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001690     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001700         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001710         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001720*----------------------------------------------------------------*
001730* THE SOURCE DATASET AND THE DDNAME IT IS READ UNDER, WHICH IS
001740* ALSO THE FILE NAME ON ITS STEP-CONTROL RECORD.
001750*----------------------------------------------------------------*
001760 01  WS-SOURCE                       PIC X(03) VALUE SPACES.
001770     88  WS-SOURCE-EXT                          VALUE "EXT".
001780     88  WS-SOURCE-FLD                          VALUE "FLD".
001790     88  WS-SOURCE-EXC                          VALUE "EXC".
001800     88  WS-SOURCE-DSP                          VALUE "DSP".
001810     88  WS-SOURCE-PRS                          VALUE "PRS".
001820     88  WS-SOURCE-VALID                        VALUE "EXT" "FLD"
001830                                                      "EXC" "DSP"
001840                                                      "PRS".
001850 01  WS-SOURCE-DD                    PIC X(08) VALUE SPACES.
001860 01  WS-DELIM                        PIC X(01) VALUE ",".
001870 01  WS-REC-LEN                      PIC S9(04) COMP VALUE 20.
001880 01  WS-COUNTERS COMP-3.
001890     05  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
001900     05  WS-ROWS-WRITTEN             PIC 9(09) VALUE ZERO.
001910     05  WS-DROP-PAIR-COUNT          PIC 9(09) VALUE ZERO.
001920     05  WS-DROP-REASON-COUNT        PIC 9(09) VALUE ZERO.
001930     05  WS-DROP-AGE-COUNT           PIC 9(09) VALUE ZERO.
001940     05  WS-MASKED-COUNT             PIC 9(09) VALUE ZERO.
001950     05  WS-UNEDITED-COUNT           PIC 9(09) VALUE ZERO.
001960     05  WS-FOOT-TOTAL               PIC 9(09) VALUE ZERO.
001970 01  WS-PARM-CARD.
001980     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001990     05  FILLER                      PIC X(79).
002000 01  WS-CARD-FIELDS.
002010     05  WS-CARD-VERB                PIC X(10).
002020     05  WS-CARD-OPERAND-1           PIC X(10).
002030     05  WS-CARD-OPERAND-2           PIC X(10).
002040     05  WS-CARD-OPERAND-3           PIC X(10).
002050     05  WS-CARD-OPERAND-4           PIC X(10).
002060 01  WS-CARD-RANGE.
002070     05  WS-CARD-FROM-X              PIC X(03).
002080     05  WS-CARD-TO-X                PIC X(03).
002090 01  WS-CARD-FROM                    PIC 9(03).
002100 01  WS-CARD-TO                      PIC 9(03).
002110 01  WS-RNG-PART                     PIC X(03).
002120 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
002130     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
002140 01  WS-RNG-VALUE                    PIC 9(03).
002150 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
002160 01  WS-RNG-IDX                      PIC S9(04) COMP.
002170 01  WS-RNG-DIGIT-X                  PIC X(01).
002180 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
002190                                     PIC 9(01).
002200 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
002210     88  WS-RANGE-VALID-YES                     VALUE "Y".
002220     88  WS-RANGE-VALID-NO                      VALUE "N".
002230*----------------------------------------------------------------*
002240* ROW FILTERS.  AN EMPTY TABLE PASSES EVERY VALUE.
002250*----------------------------------------------------------------*
002260 01  WS-FILTER-CONTROLS.
002270     05  WS-PAIR-COUNT               PIC S9(04) COMP VALUE ZERO.
002280     05  WS-PAIR-MAX                 PIC S9(04) COMP VALUE 10.
002290     05  WS-PAIR-FILTER OCCURS 10 TIMES
002300                                     PIC X(08).
002310     05  WS-RSN-COUNT                PIC S9(04) COMP VALUE ZERO.
002320     05  WS-RSN-MAX                  PIC S9(04) COMP VALUE 10.
002330     05  WS-RSN-FILTER OCCURS 10 TIMES
002340                                     PIC X(02).
002350     05  WS-MINAGE-SW                PIC X(01) VALUE "N".
002360         88  WS-MINAGE-YES                      VALUE "Y".
002370         88  WS-MINAGE-NO                       VALUE "N".
002380     05  WS-MINAGE                   PIC 9(03) VALUE ZERO.
002390 01  WS-FLT-IDX                      PIC S9(04) COMP.
002400 01  WS-FLT-HIT-SW                   PIC X(01) VALUE "N".
002410     88  WS-FLT-HIT-YES                         VALUE "Y".
002420     88  WS-FLT-HIT-NO                          VALUE "N".
002430 01  WS-FLT-PAIR                     PIC X(08).
002440 01  WS-FLT-REASON                   PIC X(02).
002450 01  WS-FLT-AGE                      PIC 9(03).
002460 01  WS-KEEP-SW                      PIC X(01) VALUE "Y".
002470     88  WS-KEEP-YES                            VALUE "Y".
002480     88  WS-KEEP-NO                             VALUE "N".
002490*----------------------------------------------------------------*
002500* MASKFIELD RANGES, AS RECON'S: A RANGE SCOPED TO A RECORD TYPE
002510* MASKS ONLY THAT TYPE'S IMAGES.
002520*----------------------------------------------------------------*
002530 01  WS-MASK-CONTROLS.
002540     05  WS-MASK-COUNT               PIC S9(04) COMP VALUE ZERO.
002550     05  WS-MASK-MAX                 PIC S9(04) COMP VALUE 10.
002560     05  WS-MASK-ENTRY OCCURS 10 TIMES.
002570         10  WS-MASK-FROM            PIC 9(03).
002580         10  WS-MASK-LEN             PIC 9(03).
002590         10  WS-MASK-RECTYPE         PIC X(04).
002600 01  WS-MASK-IDX                     PIC S9(04) COMP.
002610 01  WS-MASK-WORK                    PIC X(500).
002620 01  WS-MASK-HIT-SW                  PIC X(01) VALUE "N".
002630     88  WS-MASK-HIT-YES                        VALUE "Y".
002640     88  WS-MASK-HIT-NO                         VALUE "N".
002650 01  WS-MASK-ANY-TYPE-SW             PIC X(01) VALUE "N".
002660     88  WS-MASK-ANY-TYPE-YES                   VALUE "Y".
002670     88  WS-MASK-ANY-TYPE-NO                    VALUE "N".
002680 01  WS-OVL-FROM                     PIC 9(03).
002690 01  WS-OVL-LEN                      PIC 9(03).
002700*----------------------------------------------------------------*
002710* RECORD-TYPE SCOPING, AS RECON'S RECTYPE CARDS.  THE TYPE OF AN
002720* EXCEPTION IS READ OFF ITS FILE A IMAGE, OR ITS FILE B IMAGE
002730* WHEN FILE A IS ABSENT.
002740*----------------------------------------------------------------*
002750 01  WS-RECTYPE-CONTROLS.
002760     05  WS-RT-GIVEN-SW              PIC X(01) VALUE "N".
002770         88  WS-RT-GIVEN-YES                    VALUE "Y".
002780         88  WS-RT-GIVEN-NO                     VALUE "N".
002790     05  WS-RT-FROM                  PIC 9(03) VALUE ZERO.
002800     05  WS-RT-LEN                   PIC 9(03) VALUE ZERO.
002810     05  WS-RT-SCOPE                 PIC X(04) VALUE SPACES.
002820     05  WS-RT-CUR                   PIC X(04) VALUE SPACES.
002830*----------------------------------------------------------------*
002840* THE IMAGE COLUMNS - ONE PER FIELD CARD, AMOUNT CARD OR
002850* DICTIONARY ENTRY, IN CARD OR DATASET ORDER.  NONE MEANS EACH
002860* IMAGE GOES OUT WHOLE.
002870*----------------------------------------------------------------*
002880 01  WS-IMAGE-COLUMNS.
002890     05  WS-IC-COUNT                 PIC S9(04) COMP VALUE ZERO.
002900     05  WS-IC-MAX                   PIC S9(04) COMP VALUE 30.
002910     05  WS-FIELD-CARD-COUNT         PIC S9(04) COMP VALUE ZERO.
002920     05  WS-IC-ENTRY OCCURS 30 TIMES.
002930         10  WS-IC-NAME              PIC X(08).
002940         10  WS-IC-TYPE              PIC X(01).
002950         10  WS-IC-FROM              PIC 9(03).
002960         10  WS-IC-LEN               PIC 9(03).
002970         10  WS-IC-RECTYPE           PIC X(04).
002980 01  WS-IC-IDX                       PIC S9(04) COMP.
002990 01  WS-IC-NEW-NAME                  PIC X(08).
003000 01  WS-IC-NEW-TYPE                  PIC X(01).
003010 01  WS-IC-NEW-FROM                  PIC 9(03).
003020 01  WS-IC-NEW-LEN                   PIC 9(03).
003030 01  WS-IC-NEW-RECTYPE               PIC X(04).
003040 01  WS-EDIT-FIELD-NO                PIC 9(02).
003050 01  WS-IMAGE-SIDE                   PIC X(01).
003060 01  WS-IMAGE-IN                     PIC X(500).
003070 01  WS-IMAGE-A                      PIC X(500).
003080 01  WS-IMAGE-B                      PIC X(500).
003090 01  WS-IMAGE-BLANK-SW               PIC X(01) VALUE "N".
003100     88  WS-IMAGE-BLANK-YES                     VALUE "Y".
003110     88  WS-IMAGE-BLANK-NO                      VALUE "N".
003120*----------------------------------------------------------------*
003130* ONE ROW OF THE EXPORT, BUILT A COLUMN AT A TIME.  THE CALLER
003140* LEAVES THE VALUE LEFT-JUSTIFIED IN WS-COL-TEXT; ITS TRAILING
003150* SPACES ARE DROPPED.
003160*----------------------------------------------------------------*
003170 01  WS-ROW                          PIC X(2000).
003180 01  WS-ROW-MAX                      PIC S9(04) COMP VALUE 2000.
003190 01  WS-ROW-PTR                      PIC S9(04) COMP.
003200 01  WS-ROW-COLS                     PIC S9(04) COMP.
003210 01  WS-ROW-OVFL-SW                  PIC X(01) VALUE "N".
003220     88  WS-ROW-OVFL-YES                        VALUE "Y".
003230     88  WS-ROW-OVFL-NO                         VALUE "N".
003240 01  WS-COL-TEXT                     PIC X(500).
003250 01  WS-COL-TEXT-TBL REDEFINES WS-COL-TEXT.
003260     05  WS-COL-CHAR OCCURS 500 TIMES
003270                                     PIC X(01).
003280 01  WS-COL-LEN                      PIC S9(04) COMP.
003290 01  WS-COL-IDX                      PIC S9(04) COMP.
003300 01  WS-COL-END-SW                   PIC X(01) VALUE "N".
003310     88  WS-COL-END-YES                         VALUE "Y".
003320     88  WS-COL-END-NO                          VALUE "N".
003330 01  WS-COL-QUOTES                   PIC S9(04) COMP.
003340 01  WS-PUT-CHAR                     PIC X(01).
003350*----------------------------------------------------------------*
003360* VALUE EDITING.  THE AMOUNT RULES ARE RECON'S, SO A VALUE READS
003370* HERE AS IT BALANCES THERE.
003380*----------------------------------------------------------------*
003390 01  WS-EXT-CONTROLS.
003400     05  WS-EXT-TYPE                 PIC X(01).
003410     05  WS-EXT-LEN                  PIC S9(04) COMP.
003420     05  WS-EXT-IDX                  PIC S9(04) COMP.
003430     05  WS-EXT-SIGN                 PIC S9(01) COMP.
003440     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
003450         88  WS-EXT-SIGNED-YES                  VALUE "Y".
003460         88  WS-EXT-SIGNED-NO                   VALUE "N".
003470     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
003480         88  WS-EXT-VALID-YES                   VALUE "Y".
003490         88  WS-EXT-VALID-NO                    VALUE "N".
003500 01  WS-EXT-FIELD                    PIC X(40).
003510 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
003520     05  WS-EXT-CHAR OCCURS 40 TIMES
003530                                     PIC X(01).
003540 01  WS-DIGIT-X                      PIC X(01).
003550 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
003560 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
003570 01  WS-PACKED-X                     PIC X(08).
003580 01  WS-PACKED-9 REDEFINES WS-PACKED-X
003590                                     PIC S9(15) COMP-3.
003600 01  WS-NUM-VALUE                    PIC S9(15) COMP-3.
003610 01  WS-NUM-EDIT                     PIC -(15)9.
003620 01  WS-NUM-LEAD                     PIC S9(04) COMP.
003630 01  WS-DATE-IN                      PIC X(08).
003640 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
003650     05  WS-DI-YYYY                  PIC X(04).
003660     05  WS-DI-MM                    PIC X(02).
003670     05  WS-DI-DD                    PIC X(02).
003680*----------------------------------------------------------------*
003690* DATE NORMALIZATION, AS RECON'S: YYYYMMDD, DD/MM/YYYY OR
003700* YYYY-MM-DD, THEN A REAL-DATE PROOF OF THE RESULT.
003710*----------------------------------------------------------------*
003720 01  WS-DATE-OUT                     PIC X(08).
003730 01  WS-DATE-OUT-R REDEFINES WS-DATE-OUT.
003740     05  WS-DO-YYYY                  PIC 9(04).
003750     05  WS-DO-MM                    PIC 9(02).
003760     05  WS-DO-DD                    PIC 9(02).
003770 01  WS-DATE-WORK                    PIC X(10).
003780 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
003790     05  WS-DW-DD                    PIC X(02).
003800     05  WS-DW-S1                    PIC X(01).
003810     05  WS-DW-MM                    PIC X(02).
003820     05  WS-DW-S2                    PIC X(01).
003830     05  WS-DW-YYYY                  PIC X(04).
003840 01  WS-DATE-WORK-D REDEFINES WS-DATE-WORK.
003850     05  WS-DD-YYYY                  PIC X(04).
003860     05  WS-DD-S1                    PIC X(01).
003870     05  WS-DD-MM                    PIC X(02).
003880     05  WS-DD-S2                    PIC X(01).
003890     05  WS-DD-DD                    PIC X(02).
003900 01  WS-LEAP-WORK COMP-3.
003910     05  WS-LEAP-QUOT                PIC S9(05).
003920     05  WS-LEAP-REM                 PIC S9(05).
003930 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
003940 01  WS-EDIT-AGE                     PIC ZZ9.
003950 01  WS-EDIT-LEN                     PIC ZZ9.
003960 01  WS-REPORT-LINE                  PIC X(80).
003970 01  WS-RPT-PTR                      PIC S9(04) COMP.
003980 01  WS-RUN-DATE                     PIC X(08).
003990 01  WS-RUN-TIME-RAW                 PIC X(08).
004000 01  WS-RUN-TIME                     PIC X(06).
004010 01  WS-CTL-STAGING.
004020     05  WS-CTL-FILE-NAME            PIC X(08).
004030     05  WS-CTL-ROLE                 PIC X(01).
004040     05  WS-CTL-COUNT                PIC 9(09) COMP-3.
004050 COPY "RECSTW.cpy".
004060 COPY "RECDIW.cpy".
004070 PROCEDURE DIVISION.
004080 0000-MAINLINE.
004090     MOVE "RECEXP" TO RECSTW-PROGRAM-ID
004100     PERFORM 9800-START-STEP-TIMING
004110         THRU 9800-START-STEP-TIMING-EXIT
004120     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004130     PERFORM 3000-WRITE-HEADER-ROW
004140         THRU 3000-WRITE-HEADER-ROW-EXIT
004150     PERFORM 2000-EXPORT-ONE-RECORD
004160         THRU 2000-EXPORT-ONE-RECORD-EXIT
004170         UNTIL WS-EOF-IN-YES
004180     PERFORM 8000-PRINT-EXPORT-REPORT
004190         THRU 8000-PRINT-EXPORT-REPORT-EXIT
004200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
004210     MOVE WS-RECORDS-READ TO RECSTW-RECORD-COUNT
004220     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
004230     PERFORM 9810-WRITE-STEP-TIMING
004240         THRU 9810-WRITE-STEP-TIMING-EXIT
004250     GOBACK
004260     .
004270 0000-MAINLINE-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------*
004300* 1000 - SYSIN, THEN THE OPENS.  THE SOURCE CARD DECIDES WHICH
004310* DATASET IS READ.
004320*----------------------------------------------------------------*
004330 1000-INITIALIZE.
004340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004350     ACCEPT WS-RUN-TIME-RAW FROM TIME
004360     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
004370     PERFORM 1100-READ-PARM-CARDS
004380         THRU 1100-READ-PARM-CARDS-EXIT
004390     IF RECDIW-GIVEN-YES
004400         PERFORM 1195-APPLY-FIELD-DICTIONARY
004410             THRU 1195-APPLY-FIELD-DICTIONARY-EXIT
004420     END-IF
004430     PERFORM 1190-CHECK-CARD-RULES
004440         THRU 1190-CHECK-CARD-RULES-EXIT
004450     PERFORM 1200-OPEN-SOURCE
004460         THRU 1200-OPEN-SOURCE-EXIT
004470     OPEN OUTPUT EXPORT-FILE
004480     IF NOT WS-FILE-STATUS-OUT-OK
004490         DISPLAY "RECEXP: OPEN FAILED FOR EXPOUT - STATUS "
004500             WS-FILE-STATUS-OUT
004510         MOVE 16 TO RETURN-CODE
004520         GOBACK
004530     END-IF
004540     OPEN OUTPUT REPORT-FILE
004550     IF NOT WS-FILE-STATUS-RPT-OK
004560         DISPLAY "RECEXP: OPEN FAILED FOR EXPRPT - STATUS "
004570             WS-FILE-STATUS-RPT
004580         MOVE 16 TO RETURN-CODE
004590         GOBACK
004600     END-IF
004610     .
004620 1000-INITIALIZE-EXIT.
004630     EXIT.
004640 1100-READ-PARM-CARDS.
004650     OPEN INPUT PARM-FILE
004660     IF WS-FILE-STATUS-PARM-NOTFND
004670         SET WS-PARM-EOF-YES TO TRUE
004680         GO TO 1100-READ-PARM-CARDS-EXIT
004690     END-IF
004700     IF NOT WS-FILE-STATUS-PARM-OK
004710         DISPLAY "RECEXP: OPEN FAILED FOR SYSIN - STATUS "
004720             WS-FILE-STATUS-PARM
004730         MOVE 16 TO RETURN-CODE
004740         GOBACK
004750     END-IF
004760     PERFORM 1110-READ-PARM-CARD
004770         THRU 1110-READ-PARM-CARD-EXIT
004780         UNTIL WS-PARM-EOF-YES
004790     CLOSE PARM-FILE
004800     .
004810 1100-READ-PARM-CARDS-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------*
004840* 1110 - ONE CARD.  THE CARDS ONLY RECON ACTS ON ARE ACCEPTED
004850* AND PASSED OVER SO THE PAIR'S OWN DECK CAN BE USED AS IT IS.
004860*----------------------------------------------------------------*
004870 1110-READ-PARM-CARD.
004880     READ PARM-FILE INTO WS-PARM-CARD
004890         AT END
004900             SET WS-PARM-EOF-YES TO TRUE
004910             GO TO 1110-READ-PARM-CARD-EXIT
004920     END-READ
004930     IF NOT WS-FILE-STATUS-PARM-OK
004940         DISPLAY "RECEXP: READ FAILED FOR SYSIN - STATUS "
004950             WS-FILE-STATUS-PARM
004960         MOVE 16 TO RETURN-CODE
004970         GOBACK
004980     END-IF
004990     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
005000         GO TO 1110-READ-PARM-CARD-EXIT
005010     END-IF
005020     MOVE SPACES TO WS-CARD-FIELDS
005030     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
005040         INTO WS-CARD-VERB WS-CARD-OPERAND-1
005050             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
005060             WS-CARD-OPERAND-4
005070     END-UNSTRING
005080     EVALUATE WS-CARD-VERB
005090         WHEN "SOURCE"
005100             PERFORM 1120-APPLY-SOURCE-CARD
005110                 THRU 1120-APPLY-SOURCE-CARD-EXIT
005120         WHEN "DELIM"
005130             MOVE WS-CARD-OPERAND-1 (1:1) TO WS-DELIM
005140         WHEN "PAIR"
005150             PERFORM 1130-APPLY-PAIR-CARD
005160                 THRU 1130-APPLY-PAIR-CARD-EXIT
005170         WHEN "REASON"
005180             PERFORM 1140-APPLY-REASON-CARD
005190                 THRU 1140-APPLY-REASON-CARD-EXIT
005200         WHEN "MINAGE"
005210             PERFORM 1150-APPLY-MINAGE-CARD
005220                 THRU 1150-APPLY-MINAGE-CARD-EXIT
005230         WHEN "RECLEN"
005240             PERFORM 1175-APPLY-RECLEN-CARD
005250                 THRU 1175-APPLY-RECLEN-CARD-EXIT
005260         WHEN "RECTYPE"
005270             PERFORM 1177-APPLY-RECTYPE-CARD
005280                 THRU 1177-APPLY-RECTYPE-CARD-EXIT
005290         WHEN "MASKFIELD"
005300             PERFORM 1135-APPLY-MASKFIELD-CARD
005310                 THRU 1135-APPLY-MASKFIELD-CARD-EXIT
005320         WHEN "FIELD"
005330             PERFORM 1180-APPLY-FIELD-CARD
005340                 THRU 1180-APPLY-FIELD-CARD-EXIT
005350         WHEN "AMOUNT"
005360             PERFORM 1185-APPLY-AMOUNT-CARD
005370                 THRU 1185-APPLY-AMOUNT-CARD-EXIT
005380         WHEN "DICTIONARY"
005390             PERFORM 1170-APPLY-DICTIONARY-CARD
005400                 THRU 1170-APPLY-DICTIONARY-CARD-EXIT
005410         WHEN "INPUT"
005420         WHEN "CYCLE"
005430         WHEN "PRESORT"
005440         WHEN "PARALLEL"
005450         WHEN "PARTITION"
005460         WHEN "PARTKEY"
005470         WHEN "MODE"
005480         WHEN "KEY"
005490         WHEN "CHECKPOINT"
005500         WHEN "TOLERANCE"
005510         WHEN "COMPARE"
005520         WHEN "CLEAREXTRACT"
005530         WHEN "FORCE"
005540         WHEN "PROGRESS"
005550         WHEN "AGGREGATE"
005560         WHEN "CURRENCY"
005570         WHEN "SAMPLE"
005580             CONTINUE
005590         WHEN OTHER
005600             DISPLAY "RECEXP: UNRECOGNIZED PARM CARD - "
005610                 WS-PARM-CARD
005620             MOVE 16 TO RETURN-CODE
005630             GOBACK
005640     END-EVALUATE
005650     .
005660 1110-READ-PARM-CARD-EXIT.
005670     EXIT.
005680 1120-APPLY-SOURCE-CARD.
005690     IF WS-SOURCE NOT = SPACES
005700         DISPLAY "RECEXP: ONLY ONE SOURCE CARD IS ALLOWED"
005710         MOVE 16 TO RETURN-CODE
005720         GOBACK
005730     END-IF
005740     MOVE WS-CARD-OPERAND-1 TO WS-SOURCE
005750     IF NOT WS-SOURCE-VALID
005760             OR WS-CARD-OPERAND-1 (4:) NOT = SPACES
005770         DISPLAY "RECEXP: BAD SOURCE - " WS-CARD-OPERAND-1
005780         MOVE 16 TO RETURN-CODE
005790         GOBACK
005800     END-IF
005810     .
005820 1120-APPLY-SOURCE-CARD-EXIT.
005830     EXIT.
005840 1130-APPLY-PAIR-CARD.
005850     IF WS-CARD-OPERAND-1 = SPACES
005860             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
005870         DISPLAY "RECEXP: BAD PAIR ID - " WS-CARD-OPERAND-1
005880         MOVE 16 TO RETURN-CODE
005890         GOBACK
005900     END-IF
005910     IF WS-PAIR-COUNT = WS-PAIR-MAX
005920         DISPLAY "RECEXP: TOO MANY PAIR CARDS"
005930         MOVE 16 TO RETURN-CODE
005940         GOBACK
005950     END-IF
005960     ADD 1 TO WS-PAIR-COUNT
005970     MOVE WS-CARD-OPERAND-1 TO WS-PAIR-FILTER (WS-PAIR-COUNT)
005980     .
005990 1130-APPLY-PAIR-CARD-EXIT.
006000     EXIT.
006010 1140-APPLY-REASON-CARD.
006020     IF WS-CARD-OPERAND-1 = SPACES
006030             OR WS-CARD-OPERAND-1 (3:) NOT = SPACES
006040         DISPLAY "RECEXP: BAD REASON CODE - " WS-CARD-OPERAND-1
006050         MOVE 16 TO RETURN-CODE
006060         GOBACK
006070     END-IF
006080     IF WS-RSN-COUNT = WS-RSN-MAX
006090         DISPLAY "RECEXP: TOO MANY REASON CARDS"
006100         MOVE 16 TO RETURN-CODE
006110         GOBACK
006120     END-IF
006130     ADD 1 TO WS-RSN-COUNT
006140     MOVE WS-CARD-OPERAND-1 TO WS-RSN-FILTER (WS-RSN-COUNT)
006150     .
006160 1140-APPLY-REASON-CARD-EXIT.
006170     EXIT.
006180 1150-APPLY-MINAGE-CARD.
006190     IF WS-MINAGE-YES
006200         DISPLAY "RECEXP: ONLY ONE MINAGE CARD IS ALLOWED"
006210         MOVE 16 TO RETURN-CODE
006220         GOBACK
006230     END-IF
006240     SET WS-RANGE-VALID-YES TO TRUE
006250     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
006260     PERFORM 1128-PARSE-RANGE-PART
006270         THRU 1128-PARSE-RANGE-PART-EXIT
006280     IF WS-RANGE-VALID-NO
006290             OR WS-CARD-OPERAND-1 (4:) NOT = SPACES
006300         DISPLAY "RECEXP: BAD MINAGE - " WS-CARD-OPERAND-1
006310         MOVE 16 TO RETURN-CODE
006320         GOBACK
006330     END-IF
006340     MOVE WS-RNG-VALUE TO WS-MINAGE
006350     SET WS-MINAGE-YES TO TRUE
006360     .
006370 1150-APPLY-MINAGE-CARD-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------*
006400* 1125 - PARSE ONE FF-TT CARD RANGE, ONE TO THREE DIGITS A SIDE.
006410* THE CALLER CHECKS ITS OWN BOUNDS; THIS ONLY PROVES THE DIGITS.
006420*----------------------------------------------------------------*
006430 1125-PARSE-CARD-RANGE.
006440     SET WS-RANGE-VALID-YES TO TRUE
006450     MOVE WS-CARD-FROM-X TO WS-RNG-PART
006460     PERFORM 1128-PARSE-RANGE-PART
006470         THRU 1128-PARSE-RANGE-PART-EXIT
006480     MOVE WS-RNG-VALUE TO WS-CARD-FROM
006490     MOVE WS-CARD-TO-X TO WS-RNG-PART
006500     PERFORM 1128-PARSE-RANGE-PART
006510         THRU 1128-PARSE-RANGE-PART-EXIT
006520     MOVE WS-RNG-VALUE TO WS-CARD-TO
006530     .
006540 1125-PARSE-CARD-RANGE-EXIT.
006550     EXIT.
006560 1128-PARSE-RANGE-PART.
006570     MOVE ZERO TO WS-RNG-VALUE
006580     MOVE ZERO TO WS-RNG-DIGITS
006590     PERFORM 1129-PARSE-ONE-DIGIT
006600         THRU 1129-PARSE-ONE-DIGIT-EXIT
006610         VARYING WS-RNG-IDX FROM 1 BY 1
006620         UNTIL WS-RNG-IDX > 3
006630     IF WS-RNG-DIGITS = 0
006640         SET WS-RANGE-VALID-NO TO TRUE
006650     END-IF
006660     .
006670 1128-PARSE-RANGE-PART-EXIT.
006680     EXIT.
006690 1129-PARSE-ONE-DIGIT.
006700     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
006710     EVALUATE TRUE
006720         WHEN WS-RNG-DIGIT-X = SPACE
006730             CONTINUE
006740         WHEN WS-RNG-DIGIT-X NUMERIC
006750             COMPUTE WS-RNG-VALUE =
006760                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
006770             ADD 1 TO WS-RNG-DIGITS
006780         WHEN OTHER
006790             SET WS-RANGE-VALID-NO TO TRUE
006800     END-EVALUATE
006810     .
006820 1129-PARSE-ONE-DIGIT-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------*
006850* 1135 - ONE MASKFIELD CARD: A DATA-PORTION BYTE RANGE WHOSE
006860* CONTENT MUST NEVER LEAVE THE SHOP IN CLEAR.
006870*----------------------------------------------------------------*
006880 1135-APPLY-MASKFIELD-CARD.
006890     MOVE SPACES TO WS-CARD-RANGE
006900     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
006910         INTO WS-CARD-FROM-X WS-CARD-TO-X
006920     END-UNSTRING
006930     PERFORM 1125-PARSE-CARD-RANGE
006940         THRU 1125-PARSE-CARD-RANGE-EXIT
006950     IF WS-RANGE-VALID-NO
006960             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
006970             OR WS-CARD-FROM > WS-CARD-TO
006980         DISPLAY "RECEXP: BAD MASKFIELD RANGE - "
006990             WS-CARD-OPERAND-1
007000         MOVE 16 TO RETURN-CODE
007010         GOBACK
007020     END-IF
007030     PERFORM 1136-ADD-MASK-RANGE
007040         THRU 1136-ADD-MASK-RANGE-EXIT
007050     .
007060 1135-APPLY-MASKFIELD-CARD-EXIT.
007070     EXIT.
007080 1136-ADD-MASK-RANGE.
007090     IF WS-MASK-COUNT = WS-MASK-MAX
007100         DISPLAY "RECEXP: TOO MANY MASKFIELD CARDS"
007110         MOVE 16 TO RETURN-CODE
007120         GOBACK
007130     END-IF
007140     ADD 1 TO WS-MASK-COUNT
007150     MOVE WS-CARD-FROM TO WS-MASK-FROM (WS-MASK-COUNT)
007160     COMPUTE WS-MASK-LEN (WS-MASK-COUNT) =
007170         WS-CARD-TO - WS-CARD-FROM + 1
007180     MOVE WS-RT-SCOPE TO WS-MASK-RECTYPE (WS-MASK-COUNT)
007190     .
007200 1136-ADD-MASK-RANGE-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------*
007230* 1170 - DICTIONARY FEEDID: LOAD THE FEED'S FLDDICT ENTRIES.  THEY
007240* ARE APPLIED ONCE EVERY CARD IS READ (1195), SO THE RECLEN AND
007250* RECTYPE AT CARDS MAY FOLLOW THE DICTIONARY CARD.
007260*----------------------------------------------------------------*
007270 1170-APPLY-DICTIONARY-CARD.
007280     IF RECDIW-GIVEN-YES
007290         DISPLAY "RECEXP: ONLY ONE DICTIONARY CARD IS ALLOWED"
007300         MOVE 16 TO RETURN-CODE
007310         GOBACK
007320     END-IF
007330     IF WS-CARD-OPERAND-1 = SPACES
007340             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
007350         DISPLAY "RECEXP: BAD DICTIONARY FEED ID - "
007360             WS-CARD-OPERAND-1
007370         MOVE 16 TO RETURN-CODE
007380         GOBACK
007390     END-IF
007400     MOVE WS-CARD-OPERAND-1 TO RECDIW-FEED-ID
007410     PERFORM 9840-LOAD-FIELD-DICTIONARY
007420         THRU 9840-LOAD-FIELD-DICTIONARY-EXIT
007430     .
007440 1170-APPLY-DICTIONARY-CARD-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------*
007470* 1175 - RECLEN CARD: THE DATA-PORTION LENGTH, 1 TO 500.  IT MUST
007480* PRECEDE ANY CARD THAT NAMES BYTE RANGES.
007490*----------------------------------------------------------------*
007500 1175-APPLY-RECLEN-CARD.
007510     SET WS-RANGE-VALID-YES TO TRUE
007520     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
007530     PERFORM 1128-PARSE-RANGE-PART
007540         THRU 1128-PARSE-RANGE-PART-EXIT
007550     IF WS-RANGE-VALID-NO
007560             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
007570         DISPLAY "RECEXP: BAD RECLEN - " WS-CARD-OPERAND-1
007580         MOVE 16 TO RETURN-CODE
007590         GOBACK
007600     END-IF
007610     MOVE WS-RNG-VALUE TO WS-REC-LEN
007620     .
007630 1175-APPLY-RECLEN-CARD-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------*
007660* 1177 - RECTYPE AT FF-TT NAMES THE TYPE BYTES (ONE TO FOUR, ONE
007670* CARD ONLY); RECTYPE FOR XXXX SCOPES THE FIELD, AMOUNT AND
007680* MASKFIELD CARDS THAT FOLLOW; RECTYPE FOR ALL ENDS THE SCOPE.
007690*----------------------------------------------------------------*
007700 1177-APPLY-RECTYPE-CARD.
007710     EVALUATE WS-CARD-OPERAND-1
007720         WHEN "AT"
007730             IF WS-RT-GIVEN-YES
007740                 DISPLAY "RECEXP: ONLY ONE RECTYPE AT CARD"
007750                     " ALLOWED"
007760                 MOVE 16 TO RETURN-CODE
007770                 GOBACK
007780             END-IF
007790             MOVE SPACES TO WS-CARD-RANGE
007800             UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
007810                 INTO WS-CARD-FROM-X WS-CARD-TO-X
007820             END-UNSTRING
007830             PERFORM 1125-PARSE-CARD-RANGE
007840                 THRU 1125-PARSE-CARD-RANGE-EXIT
007850             IF WS-RANGE-VALID-NO
007860                     OR WS-CARD-FROM < 1
007870                     OR WS-CARD-TO > WS-REC-LEN
007880                     OR WS-CARD-FROM > WS-CARD-TO
007890                     OR WS-CARD-TO - WS-CARD-FROM + 1 > 4
007900                 DISPLAY "RECEXP: BAD RECTYPE RANGE - "
007910                     WS-CARD-OPERAND-2
007920                 MOVE 16 TO RETURN-CODE
007930                 GOBACK
007940             END-IF
007950             MOVE WS-CARD-FROM TO WS-RT-FROM
007960             COMPUTE WS-RT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
007970             SET WS-RT-GIVEN-YES TO TRUE
007980         WHEN "FOR"
007990             IF WS-RT-GIVEN-NO
008000                 DISPLAY "RECEXP: RECTYPE FOR NEEDS A RECTYPE AT"
008010                     " CARD BEFORE IT"
008020                 MOVE 16 TO RETURN-CODE
008030                 GOBACK
008040             END-IF
008050             IF WS-CARD-OPERAND-2 = "ALL"
008060                 MOVE SPACES TO WS-RT-SCOPE
008070                 GO TO 1177-APPLY-RECTYPE-CARD-EXIT
008080             END-IF
008090             IF WS-CARD-OPERAND-2 = SPACES
008100                     OR WS-CARD-OPERAND-2 (WS-RT-LEN + 1:)
008110                         NOT = SPACES
008120                 DISPLAY "RECEXP: BAD RECTYPE FOR VALUE - "
008130                     WS-CARD-OPERAND-2
008140                 MOVE 16 TO RETURN-CODE
008150                 GOBACK
008160             END-IF
008170             MOVE WS-CARD-OPERAND-2 TO WS-RT-SCOPE
008180         WHEN OTHER
008190             DISPLAY "RECEXP: BAD RECTYPE CARD - "
008200                 WS-CARD-OPERAND-1
008210             MOVE 16 TO RETURN-CODE
008220             GOBACK
008230     END-EVALUATE
008240     .
008250 1177-APPLY-RECTYPE-CARD-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------*
008280* 1180 - FIELD TYPE FF-TT [TOL [BASE]]: ONE IMAGE COLUMN, NAMED
008290* FOR ITS PLACE AMONG THE FIELD CARDS.  THE TOLERANCE IS RECON'S
008300* BUSINESS AND IS NOT LOOKED AT HERE.
008310*----------------------------------------------------------------*
008320 1180-APPLY-FIELD-CARD.
008330     MOVE SPACES TO WS-CARD-RANGE
008340     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
008350         INTO WS-CARD-FROM-X WS-CARD-TO-X
008360     END-UNSTRING
008370     PERFORM 1125-PARSE-CARD-RANGE
008380         THRU 1125-PARSE-CARD-RANGE-EXIT
008390     IF WS-RANGE-VALID-NO
008400         DISPLAY "RECEXP: BAD FIELD RANGE - " WS-CARD-OPERAND-2
008410         MOVE 16 TO RETURN-CODE
008420         GOBACK
008430     END-IF
008440     EVALUATE WS-CARD-OPERAND-1
008450         WHEN "CHAR"
008460             MOVE "C" TO WS-IC-NEW-TYPE
008470         WHEN "ZONED"
008480             MOVE "Z" TO WS-IC-NEW-TYPE
008490         WHEN "SIGNED"
008500             MOVE "S" TO WS-IC-NEW-TYPE
008510         WHEN "PACKED"
008520             MOVE "P" TO WS-IC-NEW-TYPE
008530         WHEN "DATE"
008540             MOVE "D" TO WS-IC-NEW-TYPE
008550         WHEN OTHER
008560             DISPLAY "RECEXP: BAD FIELD TYPE - "
008570                 WS-CARD-OPERAND-1
008580             MOVE 16 TO RETURN-CODE
008590             GOBACK
008600     END-EVALUATE
008610     ADD 1 TO WS-FIELD-CARD-COUNT
008620     MOVE WS-FIELD-CARD-COUNT TO WS-EDIT-FIELD-NO
008630     MOVE SPACES TO WS-IC-NEW-NAME
008640     STRING "FIELD" DELIMITED BY SIZE
008650         WS-EDIT-FIELD-NO DELIMITED BY SIZE
008660         INTO WS-IC-NEW-NAME
008670     PERFORM 1182-ADD-IMAGE-COLUMN
008680         THRU 1182-ADD-IMAGE-COLUMN-EXIT
008690     .
008700 1180-APPLY-FIELD-CARD-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------*
008730* 1182 - ADD THE COLUMN STAGED IN WS-IC-NEW-NAME/-TYPE AND THE
008740* CARD RANGE, SCOPED TO THE RECORD TYPE IN FORCE, UNDER RECON'S
008750* LIMITS FOR ITS TYPE.
008760*----------------------------------------------------------------*
008770 1182-ADD-IMAGE-COLUMN.
008780     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
008790             OR WS-CARD-FROM > WS-CARD-TO
008800         DISPLAY "RECEXP: FIELD RANGE OUT OF BOUNDS - "
008810             WS-IC-NEW-NAME
008820         MOVE 16 TO RETURN-CODE
008830         GOBACK
008840     END-IF
008850     MOVE WS-CARD-FROM TO WS-IC-NEW-FROM
008860     COMPUTE WS-IC-NEW-LEN = WS-CARD-TO - WS-CARD-FROM + 1
008870     EVALUATE WS-IC-NEW-TYPE
008880         WHEN "P"
008890             IF WS-IC-NEW-LEN > 8
008900                 DISPLAY "RECEXP: PACKED FIELD OVER 8 BYTES - "
008910                     WS-IC-NEW-NAME
008920                 MOVE 16 TO RETURN-CODE
008930                 GOBACK
008940             END-IF
008950         WHEN "Z"
008960         WHEN "S"
008970             IF WS-IC-NEW-LEN > 15
008980                 DISPLAY "RECEXP: ZONED FIELD OVER 15 DIGITS - "
008990                     WS-IC-NEW-NAME
009000                 MOVE 16 TO RETURN-CODE
009010                 GOBACK
009020             END-IF
009030         WHEN "D"
009040             IF WS-IC-NEW-LEN NOT = 8 AND WS-IC-NEW-LEN NOT = 10
009050                 DISPLAY "RECEXP: DATE FIELD MUST BE 8 OR 10 - "
009060                     WS-IC-NEW-NAME
009070                 MOVE 16 TO RETURN-CODE
009080                 GOBACK
009090             END-IF
009100     END-EVALUATE
009110     IF WS-IC-COUNT = WS-IC-MAX
009120         DISPLAY "RECEXP: TOO MANY FIELD AND AMOUNT CARDS"
009130         MOVE 16 TO RETURN-CODE
009140         GOBACK
009150     END-IF
009160     ADD 1 TO WS-IC-COUNT
009170     MOVE WS-IC-NEW-NAME TO WS-IC-NAME (WS-IC-COUNT)
009180     MOVE WS-IC-NEW-TYPE TO WS-IC-TYPE (WS-IC-COUNT)
009190     MOVE WS-IC-NEW-FROM TO WS-IC-FROM (WS-IC-COUNT)
009200     MOVE WS-IC-NEW-LEN TO WS-IC-LEN (WS-IC-COUNT)
009210     MOVE WS-RT-SCOPE TO WS-IC-RECTYPE (WS-IC-COUNT)
009220     .
009230 1182-ADD-IMAGE-COLUMN-EXIT.
009240     EXIT.
009250*----------------------------------------------------------------*
009260* 1185 - AMOUNT ZONED|SIGNED|PACKED FF-TT: THE AMOUNT COLUMN, ONE
009270* PER RECORD TYPE AS ON RECON.  A TYPE'S AMOUNT IS NAMED AMT AND
009280* THE TYPE.
009290*----------------------------------------------------------------*
009300 1185-APPLY-AMOUNT-CARD.
009310     MOVE SPACES TO WS-CARD-RANGE
009320     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
009330         INTO WS-CARD-FROM-X WS-CARD-TO-X
009340     END-UNSTRING
009350     PERFORM 1125-PARSE-CARD-RANGE
009360         THRU 1125-PARSE-CARD-RANGE-EXIT
009370     IF WS-RANGE-VALID-NO
009380         DISPLAY "RECEXP: BAD AMOUNT RANGE - " WS-CARD-OPERAND-2
009390         MOVE 16 TO RETURN-CODE
009400         GOBACK
009410     END-IF
009420     EVALUATE WS-CARD-OPERAND-1
009430         WHEN "ZONED"
009440             MOVE "Z" TO WS-IC-NEW-TYPE
009450         WHEN "SIGNED"
009460             MOVE "S" TO WS-IC-NEW-TYPE
009470         WHEN "PACKED"
009480             MOVE "P" TO WS-IC-NEW-TYPE
009490         WHEN OTHER
009500             DISPLAY "RECEXP: BAD AMOUNT TYPE - "
009510                 WS-CARD-OPERAND-1
009520             MOVE 16 TO RETURN-CODE
009530             GOBACK
009540     END-EVALUATE
009550     MOVE SPACES TO WS-IC-NEW-NAME
009560     IF WS-RT-SCOPE = SPACES
009570         MOVE "AMOUNT" TO WS-IC-NEW-NAME
009580     ELSE
009590         STRING "AMT" DELIMITED BY SIZE
009600             WS-RT-SCOPE DELIMITED BY SPACE
009610             INTO WS-IC-NEW-NAME
009620     END-IF
009630     PERFORM 1182-ADD-IMAGE-COLUMN
009640         THRU 1182-ADD-IMAGE-COLUMN-EXIT
009650     .
009660 1185-APPLY-AMOUNT-CARD-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------*
009690* 1190 - THE CARDS TAKEN TOGETHER: A SOURCE IS REQUIRED, AND THE
009700* REASON AND AGE FILTERS ONLY WHERE THE SOURCE CARRIES THEM.
009710*----------------------------------------------------------------*
009720 1190-CHECK-CARD-RULES.
009730     IF WS-SOURCE = SPACES
009740         DISPLAY "RECEXP: NO SOURCE CARD - NOTHING TO EXPORT"
009750         MOVE 16 TO RETURN-CODE
009760         GOBACK
009770     END-IF
009780     IF WS-DELIM = SPACE OR WS-DELIM = QUOTE
009790         DISPLAY "RECEXP: BAD DELIMITER - A SPACE OR A QUOTE"
009800             " CANNOT SEPARATE COLUMNS"
009810         MOVE 16 TO RETURN-CODE
009820         GOBACK
009830     END-IF
009840     IF WS-RSN-COUNT > 0 AND WS-SOURCE-PRS
009850         DISPLAY "RECEXP: REASON CARDS DO NOT APPLY TO SOURCE PRS"
009860         MOVE 16 TO RETURN-CODE
009870         GOBACK
009880     END-IF
009890     IF WS-MINAGE-YES AND NOT WS-SOURCE-EXC
009900         DISPLAY "RECEXP: MINAGE APPLIES TO SOURCE EXC ONLY"
009910         MOVE 16 TO RETURN-CODE
009920         GOBACK
009930     END-IF
009940     .
009950 1190-CHECK-CARD-RULES-EXIT.
009960     EXIT.
009970*----------------------------------------------------------------*
009980* 1195 - EVERY DICTIONARY ENTRY IS AN IMAGE COLUMN UNDER ITS NAME,
009990* AND A SENSITIVE ENTRY A MASKFIELD RANGE AS WELL.  AN ENTRY'S
010000* RECORD TYPE SCOPES IT AS A RECTYPE FOR CARD WOULD.  AS ON
010010* RECON, THE DICTIONARY DOES NOT MIX WITH FIELD, AMOUNT OR
010020* MASKFIELD CARDS.
010030*----------------------------------------------------------------*
010040 1195-APPLY-FIELD-DICTIONARY.
010050     IF WS-IC-COUNT > 0 OR WS-MASK-COUNT > 0
010060         DISPLAY "RECEXP: DICTIONARY CARD EXCLUDES FIELD, AMOUNT"
010070             " AND MASKFIELD CARDS"
010080         MOVE 16 TO RETURN-CODE
010090         GOBACK
010100     END-IF
010110     PERFORM 1196-APPLY-ONE-DICT-ENTRY
010120         THRU 1196-APPLY-ONE-DICT-ENTRY-EXIT
010130         VARYING RECDIW-IDX FROM 1 BY 1
010140         UNTIL RECDIW-IDX > RECDIW-COUNT
010150     MOVE SPACES TO WS-RT-SCOPE
010160     .
010170 1195-APPLY-FIELD-DICTIONARY-EXIT.
010180     EXIT.
010190 1196-APPLY-ONE-DICT-ENTRY.
010200     MOVE RECDIW-RECTYPE (RECDIW-IDX) TO WS-RT-SCOPE
010210     IF WS-RT-SCOPE NOT = SPACES
010220         IF WS-RT-GIVEN-NO
010230             DISPLAY "RECEXP: FLDDICT RECORD TYPE NEEDS A RECTYPE"
010240                 " AT CARD - " RECDIW-NAME (RECDIW-IDX)
010250             MOVE 16 TO RETURN-CODE
010260             GOBACK
010270         END-IF
010280         IF WS-RT-LEN < 4
010290             IF WS-RT-SCOPE (WS-RT-LEN + 1:) NOT = SPACES
010300                 DISPLAY "RECEXP: FLDDICT RECORD TYPE LONGER THAN"
010310                     " RECTYPE AT RANGE - "
010320                     RECDIW-NAME (RECDIW-IDX)
010330                 MOVE 16 TO RETURN-CODE
010340                 GOBACK
010350             END-IF
010360         END-IF
010370     END-IF
010380     MOVE RECDIW-START (RECDIW-IDX) TO WS-CARD-FROM
010390     COMPUTE WS-CARD-TO = RECDIW-START (RECDIW-IDX)
010400         + RECDIW-LEN (RECDIW-IDX) - 1
010410     MOVE RECDIW-NAME (RECDIW-IDX) TO WS-IC-NEW-NAME
010420     MOVE RECDIW-TYPE-CODE (RECDIW-IDX) TO WS-IC-NEW-TYPE
010430     PERFORM 1182-ADD-IMAGE-COLUMN
010440         THRU 1182-ADD-IMAGE-COLUMN-EXIT
010450     IF RECDIW-SENSITIVE-YES (RECDIW-IDX)
010460         PERFORM 1136-ADD-MASK-RANGE
010470             THRU 1136-ADD-MASK-RANGE-EXIT
010480     END-IF
010490     .
010500 1196-APPLY-ONE-DICT-ENTRY-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------*
010530* 1200 - OPEN THE SOURCE UNDER ITS PRODUCER'S DDNAME.
010540*----------------------------------------------------------------*
010550 1200-OPEN-SOURCE.
010560     EVALUATE TRUE
010570         WHEN WS-SOURCE-EXT
010580             MOVE "EXTFILE" TO WS-SOURCE-DD
010590             OPEN INPUT EXTRACT-FILE
010600         WHEN WS-SOURCE-FLD
010610             MOVE "FLDFILE" TO WS-SOURCE-DD
010620             OPEN INPUT FIELD-FILE
010630         WHEN WS-SOURCE-EXC
010640             MOVE "EXCOUT" TO WS-SOURCE-DD
010650             OPEN INPUT EXCOUT-FILE
010660         WHEN WS-SOURCE-DSP
010670             MOVE "DSPOUT" TO WS-SOURCE-DD
010680             OPEN INPUT DSPOUT-FILE
010690         WHEN WS-SOURCE-PRS
010700             MOVE "PAIRRSLT" TO WS-SOURCE-DD
010710             OPEN INPUT PAIRRSLT-FILE
010720     END-EVALUATE
010730     IF NOT WS-FILE-STATUS-IN-OK
010740         DISPLAY "RECEXP: OPEN FAILED FOR " WS-SOURCE-DD
010750             " - STATUS " WS-FILE-STATUS-IN
010760         MOVE 16 TO RETURN-CODE
010770         GOBACK
010780     END-IF
010790     .
010800 1200-OPEN-SOURCE-EXIT.
010810     EXIT.
010820*----------------------------------------------------------------*
010830* 2000 - ONE SOURCE RECORD: FILTER IT, THEN BUILD AND WRITE ITS
010840* ROW.
010850*----------------------------------------------------------------*
010860 2000-EXPORT-ONE-RECORD.
010870     PERFORM 2010-READ-SOURCE THRU 2010-READ-SOURCE-EXIT
010880     IF WS-EOF-IN-YES
010890         GO TO 2000-EXPORT-ONE-RECORD-EXIT
010900     END-IF
010910     ADD 1 TO WS-RECORDS-READ
010920     PERFORM 2100-APPLY-FILTERS THRU 2100-APPLY-FILTERS-EXIT
010930     IF WS-KEEP-NO
010940         GO TO 2000-EXPORT-ONE-RECORD-EXIT
010950     END-IF
010960     PERFORM 4000-START-ROW THRU 4000-START-ROW-EXIT
010970     EVALUATE TRUE
010980         WHEN WS-SOURCE-EXT
010990             PERFORM 4100-BUILD-EXTRACT-ROW
011000                 THRU 4100-BUILD-EXTRACT-ROW-EXIT
011010         WHEN WS-SOURCE-FLD
011020             PERFORM 4200-BUILD-FIELD-ROW
011030                 THRU 4200-BUILD-FIELD-ROW-EXIT
011040         WHEN WS-SOURCE-EXC
011050             PERFORM 4300-BUILD-EXCEPTION-ROW
011060                 THRU 4300-BUILD-EXCEPTION-ROW-EXIT
011070         WHEN WS-SOURCE-DSP
011080             PERFORM 4400-BUILD-DISPOSITION-ROW
011090                 THRU 4400-BUILD-DISPOSITION-ROW-EXIT
011100         WHEN WS-SOURCE-PRS
011110             PERFORM 4500-BUILD-PAIR-RESULT-ROW
011120                 THRU 4500-BUILD-PAIR-RESULT-ROW-EXIT
011130     END-EVALUATE
011140     PERFORM 4900-WRITE-ROW THRU 4900-WRITE-ROW-EXIT
011150     ADD 1 TO WS-ROWS-WRITTEN
011160     .
011170 2000-EXPORT-ONE-RECORD-EXIT.
011180     EXIT.
011190*----------------------------------------------------------------*
011200* 2010 - READ THE NEXT SOURCE RECORD AND STAGE ITS FILTER KEYS.
011210* A FIELD-DETAIL RECORD STANDS FOR AN FM EXCEPTION.
011220*----------------------------------------------------------------*
011230 2010-READ-SOURCE.
011240     MOVE SPACES TO WS-FLT-PAIR
011250     MOVE SPACES TO WS-FLT-REASON
011260     MOVE ZERO TO WS-FLT-AGE
011270     EVALUATE TRUE
011280         WHEN WS-SOURCE-EXT
011290             READ EXTRACT-FILE
011300                 AT END
011310                     SET WS-EOF-IN-YES TO TRUE
011320                     GO TO 2010-READ-SOURCE-EXIT
011330             END-READ
011340             MOVE RECEXT-PAIR-ID TO WS-FLT-PAIR
011350             MOVE RECEXT-REASON-CODE TO WS-FLT-REASON
011360         WHEN WS-SOURCE-FLD
011370             READ FIELD-FILE
011380                 AT END
011390                     SET WS-EOF-IN-YES TO TRUE
011400                     GO TO 2010-READ-SOURCE-EXIT
011410             END-READ
011420             MOVE RECFLD-PAIR-ID TO WS-FLT-PAIR
011430             MOVE "FM" TO WS-FLT-REASON
011440         WHEN WS-SOURCE-EXC
011450             READ EXCOUT-FILE
011460                 AT END
011470                     SET WS-EOF-IN-YES TO TRUE
011480                     GO TO 2010-READ-SOURCE-EXIT
011490             END-READ
011500             MOVE RECEXC-PAIR-ID TO WS-FLT-PAIR
011510             MOVE RECEXC-REASON-CODE TO WS-FLT-REASON
011520             MOVE RECEXC-AGE-CYCLES TO WS-FLT-AGE
011530         WHEN WS-SOURCE-DSP
011540             READ DSPOUT-FILE
011550                 AT END
011560                     SET WS-EOF-IN-YES TO TRUE
011570                     GO TO 2010-READ-SOURCE-EXIT
011580             END-READ
011590             MOVE RECDSP-PAIR-ID TO WS-FLT-PAIR
011600             MOVE RECDSP-REASON-CODE TO WS-FLT-REASON
011610         WHEN WS-SOURCE-PRS
011620             READ PAIRRSLT-FILE
011630                 AT END
011640                     SET WS-EOF-IN-YES TO TRUE
011650                     GO TO 2010-READ-SOURCE-EXIT
011660             END-READ
011670             MOVE RECPRS-PAIR-ID TO WS-FLT-PAIR
011680     END-EVALUATE
011690     IF NOT WS-FILE-STATUS-IN-OK
011700         DISPLAY "RECEXP: READ FAILED FOR " WS-SOURCE-DD
011710             " - STATUS " WS-FILE-STATUS-IN
011720         MOVE 16 TO RETURN-CODE
011730         GOBACK
011740     END-IF
011750     .
011760 2010-READ-SOURCE-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------*
011790* 2100 - THE PAIR, REASON AND AGE FILTERS, COUNTED BY THE FIRST
011800* ONE THAT DROPS THE ROW.
011810*----------------------------------------------------------------*
011820 2100-APPLY-FILTERS.
011830     SET WS-KEEP-YES TO TRUE
011840     IF WS-PAIR-COUNT > 0
011850         SET WS-FLT-HIT-NO TO TRUE
011860         PERFORM 2110-MATCH-ONE-PAIR
011870             THRU 2110-MATCH-ONE-PAIR-EXIT
011880             VARYING WS-FLT-IDX FROM 1 BY 1
011890             UNTIL WS-FLT-IDX > WS-PAIR-COUNT OR WS-FLT-HIT-YES
011900         IF WS-FLT-HIT-NO
011910             SET WS-KEEP-NO TO TRUE
011920             ADD 1 TO WS-DROP-PAIR-COUNT
011930             GO TO 2100-APPLY-FILTERS-EXIT
011940         END-IF
011950     END-IF
011960     IF WS-RSN-COUNT > 0
011970         SET WS-FLT-HIT-NO TO TRUE
011980         PERFORM 2120-MATCH-ONE-REASON
011990             THRU 2120-MATCH-ONE-REASON-EXIT
012000             VARYING WS-FLT-IDX FROM 1 BY 1
012010             UNTIL WS-FLT-IDX > WS-RSN-COUNT OR WS-FLT-HIT-YES
012020         IF WS-FLT-HIT-NO
012030             SET WS-KEEP-NO TO TRUE
012040             ADD 1 TO WS-DROP-REASON-COUNT
012050             GO TO 2100-APPLY-FILTERS-EXIT
012060         END-IF
012070     END-IF
012080     IF WS-MINAGE-YES AND WS-FLT-AGE < WS-MINAGE
012090         SET WS-KEEP-NO TO TRUE
012100         ADD 1 TO WS-DROP-AGE-COUNT
012110     END-IF
012120     .
012130 2100-APPLY-FILTERS-EXIT.
012140     EXIT.
012150 2110-MATCH-ONE-PAIR.
012160     IF WS-PAIR-FILTER (WS-FLT-IDX) = WS-FLT-PAIR
012170         SET WS-FLT-HIT-YES TO TRUE
012180     END-IF
012190     .
012200 2110-MATCH-ONE-PAIR-EXIT.
012210     EXIT.
012220 2120-MATCH-ONE-REASON.
012230     IF WS-RSN-FILTER (WS-FLT-IDX) = WS-FLT-REASON
012240         SET WS-FLT-HIT-YES TO TRUE
012250     END-IF
012260     .
012270 2120-MATCH-ONE-REASON-EXIT.
012280     EXIT.
012290*----------------------------------------------------------------*
012300* 2600 - PARSE THE AMOUNT BYTES IN WS-EXT-FIELD INTO WS-EXT-VALUE
012310* BY WS-EXT-TYPE - THE RULES RECON'S AMOUNT BALANCING APPLIES.
012320*----------------------------------------------------------------*
012330 2600-EXTRACT-AMOUNT.
012340     IF WS-EXT-TYPE = "P"
012350         PERFORM 2700-EXTRACT-PACKED
012360             THRU 2700-EXTRACT-PACKED-EXIT
012370     ELSE
012380         IF WS-EXT-TYPE = "S"
012390             SET WS-EXT-SIGNED-YES TO TRUE
012400         ELSE
012410             SET WS-EXT-SIGNED-NO TO TRUE
012420         END-IF
012430         PERFORM 2610-EXTRACT-ZONED
012440             THRU 2610-EXTRACT-ZONED-EXIT
012450     END-IF
012460     .
012470 2600-EXTRACT-AMOUNT-EXIT.
012480     EXIT.
012490*----------------------------------------------------------------*
012500* 2610 - A ZONED/SIGNED DISPLAY FIELD.  BLANKS ARE IGNORED, A
012510* LEADING "-" OR A TRAILING OVERPUNCH SIGNS A SIGNED FIELD, AND
012520* ANY OTHER CHARACTER MARKS THE FIELD NOT PARSEABLE.
012530*----------------------------------------------------------------*
012540 2610-EXTRACT-ZONED.
012550     MOVE ZERO TO WS-EXT-VALUE
012560     MOVE 1 TO WS-EXT-SIGN
012570     SET WS-EXT-VALID-YES TO TRUE
012580     PERFORM 2615-EXTRACT-ONE-CHAR
012590         THRU 2615-EXTRACT-ONE-CHAR-EXIT
012600         VARYING WS-EXT-IDX FROM 1 BY 1
012610         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
012620     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
012630     .
012640 2610-EXTRACT-ZONED-EXIT.
012650     EXIT.
012660 2615-EXTRACT-ONE-CHAR.
012670     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
012680     EVALUATE TRUE
012690         WHEN WS-DIGIT-X = SPACE
012700             CONTINUE
012710         WHEN WS-DIGIT-X NUMERIC
012720             COMPUTE WS-EXT-VALUE =
012730                 WS-EXT-VALUE * 10 + WS-DIGIT
012740         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
012750             MOVE -1 TO WS-EXT-SIGN
012760         WHEN WS-EXT-SIGNED-YES
012770                 AND WS-EXT-IDX = WS-EXT-LEN
012780             PERFORM 2618-OVERPUNCH-SIGN
012790                 THRU 2618-OVERPUNCH-SIGN-EXIT
012800         WHEN OTHER
012810             SET WS-EXT-VALID-NO TO TRUE
012820     END-EVALUATE
012830     .
012840 2615-EXTRACT-ONE-CHAR-EXIT.
012850     EXIT.
012860 2618-OVERPUNCH-SIGN.
012870     EVALUATE WS-DIGIT-X
012880         WHEN "{"
012890             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
012900         WHEN "A"
012910             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
012920         WHEN "B"
012930             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
012940         WHEN "C"
012950             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
012960         WHEN "D"
012970             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
012980         WHEN "E"
012990             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
013000         WHEN "F"
013010             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
013020         WHEN "G"
013030             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
013040         WHEN "H"
013050             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
013060         WHEN "I"
013070             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
013080         WHEN "}"
013090             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
013100             MOVE -1 TO WS-EXT-SIGN
013110         WHEN "J"
013120             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
013130             MOVE -1 TO WS-EXT-SIGN
013140         WHEN "K"
013150             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
013160             MOVE -1 TO WS-EXT-SIGN
013170         WHEN "L"
013180             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
013190             MOVE -1 TO WS-EXT-SIGN
013200         WHEN "M"
013210             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
013220             MOVE -1 TO WS-EXT-SIGN
013230         WHEN "N"
013240             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
013250             MOVE -1 TO WS-EXT-SIGN
013260         WHEN "O"
013270             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
013280             MOVE -1 TO WS-EXT-SIGN
013290         WHEN "P"
013300             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
013310             MOVE -1 TO WS-EXT-SIGN
013320         WHEN "Q"
013330             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
013340             MOVE -1 TO WS-EXT-SIGN
013350         WHEN "R"
013360             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
013370             MOVE -1 TO WS-EXT-SIGN
013380         WHEN OTHER
013390             SET WS-EXT-VALID-NO TO TRUE
013400     END-EVALUATE
013410     .
013420 2618-OVERPUNCH-SIGN-EXIT.
013430     EXIT.
013440*----------------------------------------------------------------*
013450* 2700 - A PACKED FIELD: RIGHT-ALIGN ITS BYTES IN AN EIGHT-BYTE
013460* AREA PADDED WITH X"00" AND LET THE CLASS TEST DECIDE WHETHER
013470* THE RESULT IS A VALID COMP-3 VALUE.
013480*----------------------------------------------------------------*
013490 2700-EXTRACT-PACKED.
013500     MOVE LOW-VALUES TO WS-PACKED-X
013510     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
013520     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
013530         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
013540     IF WS-PACKED-9 NUMERIC
013550         MOVE WS-PACKED-9 TO WS-EXT-VALUE
013560         SET WS-EXT-VALID-YES TO TRUE
013570     ELSE
013580         MOVE ZERO TO WS-EXT-VALUE
013590         SET WS-EXT-VALID-NO TO TRUE
013600     END-IF
013610     .
013620 2700-EXTRACT-PACKED-EXIT.
013630     EXIT.
013640*----------------------------------------------------------------*
013650* 2730 - NORMALIZE A DATE TO YYYYMMDD AS RECON DOES, THEN PROVE
013660* IT IS A REAL CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH,
013670* FEBRUARY 29 ONLY IN A LEAP YEAR.
013680*----------------------------------------------------------------*
013690 2730-CHECK-DATE.
013700     MOVE SPACES TO WS-DATE-OUT
013710     SET WS-EXT-VALID-NO TO TRUE
013720     IF WS-EXT-LEN = 8
013730         MOVE WS-EXT-FIELD (1:8) TO WS-DATE-OUT
013740     ELSE
013750         MOVE WS-EXT-FIELD (1:10) TO WS-DATE-WORK
013760         IF WS-DW-S1 = "/" AND WS-DW-S2 = "/"
013770             STRING WS-DW-YYYY DELIMITED BY SIZE
013780                 WS-DW-MM DELIMITED BY SIZE
013790                 WS-DW-DD DELIMITED BY SIZE
013800                 INTO WS-DATE-OUT
013810         END-IF
013820         IF WS-DD-S1 = "-" AND WS-DD-S2 = "-"
013830             STRING WS-DD-YYYY DELIMITED BY SIZE
013840                 WS-DD-MM DELIMITED BY SIZE
013850                 WS-DD-DD DELIMITED BY SIZE
013860                 INTO WS-DATE-OUT
013870         END-IF
013880     END-IF
013890     IF WS-DATE-OUT NOT NUMERIC
013900         GO TO 2730-CHECK-DATE-EXIT
013910     END-IF
013920     IF WS-DO-MM < 1 OR WS-DO-MM > 12
013930             OR WS-DO-DD < 1 OR WS-DO-DD > 31
013940         GO TO 2730-CHECK-DATE-EXIT
013950     END-IF
013960     SET WS-EXT-VALID-YES TO TRUE
013970     EVALUATE WS-DO-MM
013980         WHEN 04
013990         WHEN 06
014000         WHEN 09
014010         WHEN 11
014020             IF WS-DO-DD > 30
014030                 SET WS-EXT-VALID-NO TO TRUE
014040             END-IF
014050         WHEN 02
014060             IF WS-DO-DD > 29
014070                 SET WS-EXT-VALID-NO TO TRUE
014080             END-IF
014090             IF WS-DO-DD = 29
014100                 PERFORM 2750-CHECK-LEAP-YEAR
014110                     THRU 2750-CHECK-LEAP-YEAR-EXIT
014120             END-IF
014130     END-EVALUATE
014140     .
014150 2730-CHECK-DATE-EXIT.
014160     EXIT.
014170 2750-CHECK-LEAP-YEAR.
014180     DIVIDE WS-DO-YYYY BY 4 GIVING WS-LEAP-QUOT
014190         REMAINDER WS-LEAP-REM
014200     IF WS-LEAP-REM NOT = 0
014210         SET WS-EXT-VALID-NO TO TRUE
014220         GO TO 2750-CHECK-LEAP-YEAR-EXIT
014230     END-IF
014240     DIVIDE WS-DO-YYYY BY 100 GIVING WS-LEAP-QUOT
014250         REMAINDER WS-LEAP-REM
014260     IF WS-LEAP-REM NOT = 0
014270         GO TO 2750-CHECK-LEAP-YEAR-EXIT
014280     END-IF
014290     DIVIDE WS-DO-YYYY BY 400 GIVING WS-LEAP-QUOT
014300         REMAINDER WS-LEAP-REM
014310     IF WS-LEAP-REM NOT = 0
014320         SET WS-EXT-VALID-NO TO TRUE
014330     END-IF
014340     .
014350 2750-CHECK-LEAP-YEAR-EXIT.
014360     EXIT.
014370*----------------------------------------------------------------*
014380* 3000 - THE HEADER ROW: ONE READABLE NAME PER COLUMN, IN THE
014390* ORDER THE 4000 PARAGRAPHS WRITE THE VALUES.
014400*----------------------------------------------------------------*
014410 3000-WRITE-HEADER-ROW.
014420     PERFORM 4000-START-ROW THRU 4000-START-ROW-EXIT
014430     EVALUATE TRUE
014440         WHEN WS-SOURCE-EXT
014450             MOVE "RUN_DATE" TO WS-COL-TEXT
014460             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014470             MOVE "PAIR_ID" TO WS-COL-TEXT
014480             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014490             MOVE "KEY" TO WS-COL-TEXT
014500             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014510             PERFORM 3100-ADD-REASON-HEADINGS
014520                 THRU 3100-ADD-REASON-HEADINGS-EXIT
014530             PERFORM 3200-ADD-IMAGE-HEADINGS
014540                 THRU 3200-ADD-IMAGE-HEADINGS-EXIT
014550         WHEN WS-SOURCE-FLD
014560             MOVE "RUN_DATE" TO WS-COL-TEXT
014570             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014580             MOVE "PAIR_ID" TO WS-COL-TEXT
014590             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014600             MOVE "KEY" TO WS-COL-TEXT
014610             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014620             MOVE "FIELD_NO" TO WS-COL-TEXT
014630             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014640             MOVE "FIELD_NAME" TO WS-COL-TEXT
014650             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014660             MOVE "FIELD_TYPE" TO WS-COL-TEXT
014670             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014680             MOVE "FROM_BYTE" TO WS-COL-TEXT
014690             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014700             MOVE "LENGTH" TO WS-COL-TEXT
014710             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014720             MOVE "FILEA_VALUE" TO WS-COL-TEXT
014730             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014740             MOVE "FILEB_VALUE" TO WS-COL-TEXT
014750             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014760             MOVE "DIFFERENCE" TO WS-COL-TEXT
014770             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014780         WHEN WS-SOURCE-EXC
014790             MOVE "PAIR_ID" TO WS-COL-TEXT
014800             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014810             MOVE "KEY" TO WS-COL-TEXT
014820             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014830             PERFORM 3100-ADD-REASON-HEADINGS
014840                 THRU 3100-ADD-REASON-HEADINGS-EXIT
014850             MOVE "FIRST_SEEN" TO WS-COL-TEXT
014860             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014870             MOVE "LAST_SEEN" TO WS-COL-TEXT
014880             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014890             MOVE "AGE_CYCLES" TO WS-COL-TEXT
014900             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014910             MOVE "RECUR_COUNT" TO WS-COL-TEXT
014920             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014930             MOVE "ORIG_FIRST_SEEN" TO WS-COL-TEXT
014940             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
014950             PERFORM 3200-ADD-IMAGE-HEADINGS
014960                 THRU 3200-ADD-IMAGE-HEADINGS-EXIT
014970         WHEN WS-SOURCE-DSP
014980             MOVE "PAIR_ID" TO WS-COL-TEXT
014990             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015000             MOVE "KEY" TO WS-COL-TEXT
015010             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015020             PERFORM 3100-ADD-REASON-HEADINGS
015030                 THRU 3100-ADD-REASON-HEADINGS-EXIT
015040             MOVE "STATUS" TO WS-COL-TEXT
015050             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015060             MOVE "STATUS_TEXT" TO WS-COL-TEXT
015070             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015080             MOVE "OWNER" TO WS-COL-TEXT
015090             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015100             MOVE "NOTE" TO WS-COL-TEXT
015110             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015120             MOVE "REVIEW_DATE" TO WS-COL-TEXT
015130             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015140         WHEN WS-SOURCE-PRS
015150             MOVE "RUN_DATE" TO WS-COL-TEXT
015160             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015170             MOVE "PAIR_ID" TO WS-COL-TEXT
015180             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015190             MOVE "GRADE" TO WS-COL-TEXT
015200             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015210             MOVE "STATUS" TO WS-COL-TEXT
015220             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015230             MOVE "MATCHED" TO WS-COL-TEXT
015240             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015250             MOVE "NOT_ON_A" TO WS-COL-TEXT
015260             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015270             MOVE "NOT_ON_B" TO WS-COL-TEXT
015280             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015290             MOVE "FIELD_MISMATCH" TO WS-COL-TEXT
015300             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015310             MOVE "READ_A" TO WS-COL-TEXT
015320             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015330             MOVE "READ_B" TO WS-COL-TEXT
015340             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015350     END-EVALUATE
015360     PERFORM 4900-WRITE-ROW THRU 4900-WRITE-ROW-EXIT
015370     .
015380 3000-WRITE-HEADER-ROW-EXIT.
015390     EXIT.
015400 3100-ADD-REASON-HEADINGS.
015410     MOVE "REASON" TO WS-COL-TEXT
015420     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015430     MOVE "REASON_TEXT" TO WS-COL-TEXT
015440     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015450     .
015460 3100-ADD-REASON-HEADINGS-EXIT.
015470     EXIT.
015480*----------------------------------------------------------------*
015490* 3200 - THE IMAGE HEADINGS: THE RECORD TYPE WHEN THERE IS ONE,
015500* THEN EACH IMAGE WHOLE OR ONE HEADING PER IMAGE COLUMN.
015510*----------------------------------------------------------------*
015520 3200-ADD-IMAGE-HEADINGS.
015530     IF WS-RT-GIVEN-YES
015540         MOVE "RECORD_TYPE" TO WS-COL-TEXT
015550         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015560     END-IF
015570     MOVE "A" TO WS-IMAGE-SIDE
015580     PERFORM 3210-ADD-ONE-SIDE-HEADINGS
015590         THRU 3210-ADD-ONE-SIDE-HEADINGS-EXIT
015600     MOVE "B" TO WS-IMAGE-SIDE
015610     PERFORM 3210-ADD-ONE-SIDE-HEADINGS
015620         THRU 3210-ADD-ONE-SIDE-HEADINGS-EXIT
015630     .
015640 3200-ADD-IMAGE-HEADINGS-EXIT.
015650     EXIT.
015660 3210-ADD-ONE-SIDE-HEADINGS.
015670     IF WS-IC-COUNT = 0
015680         MOVE SPACES TO WS-COL-TEXT
015690         STRING "FILE" DELIMITED BY SIZE
015700             WS-IMAGE-SIDE DELIMITED BY SIZE
015710             "_DATA" DELIMITED BY SIZE
015720             INTO WS-COL-TEXT
015730         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015740     ELSE
015750         PERFORM 3220-ADD-ONE-FIELD-HEADING
015760             THRU 3220-ADD-ONE-FIELD-HEADING-EXIT
015770             VARYING WS-IC-IDX FROM 1 BY 1
015780             UNTIL WS-IC-IDX > WS-IC-COUNT
015790     END-IF
015800     .
015810 3210-ADD-ONE-SIDE-HEADINGS-EXIT.
015820     EXIT.
015830 3220-ADD-ONE-FIELD-HEADING.
015840     MOVE SPACES TO WS-COL-TEXT
015850     STRING WS-IMAGE-SIDE DELIMITED BY SIZE
015860         "_" DELIMITED BY SIZE
015870         WS-IC-NAME (WS-IC-IDX) DELIMITED BY SPACE
015880         INTO WS-COL-TEXT
015890     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
015900     .
015910 3220-ADD-ONE-FIELD-HEADING-EXIT.
015920     EXIT.
015930*----------------------------------------------------------------*
015940* 3700 - OVERLAY EVERY MASKFIELD RANGE OF THE WORK AREA WITH
015950* ASTERISKS, AS RECON DOES TO ITS PRINTED IMAGES.  A RANGE
015960* SCOPED TO A RECORD TYPE MASKS ONLY THAT TYPE'S IMAGES.
015970*----------------------------------------------------------------*
015980 3700-MASK-WORK-AREA.
015990     SET WS-MASK-HIT-NO TO TRUE
016000     PERFORM 3710-MASK-ONE-RANGE
016010         THRU 3710-MASK-ONE-RANGE-EXIT
016020         VARYING WS-MASK-IDX FROM 1 BY 1
016030         UNTIL WS-MASK-IDX > WS-MASK-COUNT
016040     .
016050 3700-MASK-WORK-AREA-EXIT.
016060     EXIT.
016070 3710-MASK-ONE-RANGE.
016080     IF WS-MASK-RECTYPE (WS-MASK-IDX) NOT = SPACES
016090             AND WS-MASK-RECTYPE (WS-MASK-IDX) NOT = WS-RT-CUR
016100         GO TO 3710-MASK-ONE-RANGE-EXIT
016110     END-IF
016120     MOVE ALL "*"
016130         TO WS-MASK-WORK (WS-MASK-FROM (WS-MASK-IDX):
016140             WS-MASK-LEN (WS-MASK-IDX))
016150     SET WS-MASK-HIT-YES TO TRUE
016160     .
016170 3710-MASK-ONE-RANGE-EXIT.
016180     EXIT.
016190*----------------------------------------------------------------*
016200* 3720 - DOES THE FIELD AT WS-OVL-FROM FOR WS-OVL-LEN OVERLAP ANY
016210* MASKFIELD RANGE?  A FIELD-DETAIL VALUE HAS NO RECORD TYPE, SO
016220* WS-MASK-ANY-TYPE-YES TAKES EVERY RANGE WHATEVER ITS SCOPE.
016230*----------------------------------------------------------------*
016240 3720-JUDGE-MASK-OVERLAP.
016250     SET WS-MASK-HIT-NO TO TRUE
016260     PERFORM 3730-JUDGE-ONE-OVERLAP
016270         THRU 3730-JUDGE-ONE-OVERLAP-EXIT
016280         VARYING WS-MASK-IDX FROM 1 BY 1
016290         UNTIL WS-MASK-IDX > WS-MASK-COUNT OR WS-MASK-HIT-YES
016300     .
016310 3720-JUDGE-MASK-OVERLAP-EXIT.
016320     EXIT.
016330 3730-JUDGE-ONE-OVERLAP.
016340     IF WS-MASK-ANY-TYPE-NO
016350             AND WS-MASK-RECTYPE (WS-MASK-IDX) NOT = SPACES
016360             AND WS-MASK-RECTYPE (WS-MASK-IDX) NOT = WS-RT-CUR
016370         GO TO 3730-JUDGE-ONE-OVERLAP-EXIT
016380     END-IF
016390     IF WS-OVL-FROM
016400             NOT > WS-MASK-FROM (WS-MASK-IDX)
016410             + WS-MASK-LEN (WS-MASK-IDX) - 1
016420         AND WS-MASK-FROM (WS-MASK-IDX)
016430             NOT > WS-OVL-FROM + WS-OVL-LEN - 1
016440         SET WS-MASK-HIT-YES TO TRUE
016450     END-IF
016460     .
016470 3730-JUDGE-ONE-OVERLAP-EXIT.
016480     EXIT.
016490*----------------------------------------------------------------*
016500* 4000 - AN EMPTY ROW.
016510*----------------------------------------------------------------*
016520 4000-START-ROW.
016530     MOVE SPACES TO WS-ROW
016540     MOVE 1 TO WS-ROW-PTR
016550     MOVE ZERO TO WS-ROW-COLS
016560     SET WS-ROW-OVFL-NO TO TRUE
016570     .
016580 4000-START-ROW-EXIT.
016590     EXIT.
016600 4100-BUILD-EXTRACT-ROW.
016610     MOVE RECEXT-RUN-DATE TO WS-DATE-IN
016620     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
016630     MOVE RECEXT-PAIR-ID TO WS-COL-TEXT
016640     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
016650     MOVE RECEXT-KEY TO WS-COL-TEXT
016660     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
016670     PERFORM 5400-ADD-REASON THRU 5400-ADD-REASON-EXIT
016680     MOVE RECEXT-FILEA-DATA TO WS-IMAGE-A
016690     MOVE RECEXT-FILEB-DATA TO WS-IMAGE-B
016700     PERFORM 4600-ADD-IMAGES THRU 4600-ADD-IMAGES-EXIT
016710     .
016720 4100-BUILD-EXTRACT-ROW-EXIT.
016730     EXIT.
016740*----------------------------------------------------------------*
016750* 4200 - A FIELD-DETAIL ROW.  EACH SIDE'S VALUE IS EDITED BY THE
016760* FIELD'S TYPE; THE DIFFERENCE ONLY MEANS SOMETHING FOR THE
016770* NUMERIC TYPES.
016780*----------------------------------------------------------------*
016790 4200-BUILD-FIELD-ROW.
016800     MOVE RECFLD-RUN-DATE TO WS-DATE-IN
016810     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
016820     MOVE RECFLD-PAIR-ID TO WS-COL-TEXT
016830     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
016840     MOVE RECFLD-KEY TO WS-COL-TEXT
016850     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
016860     MOVE RECFLD-FIELD-NO TO WS-NUM-VALUE
016870     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
016880     MOVE RECFLD-FIELD-NAME TO WS-COL-TEXT
016890     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
016900     EVALUATE RECFLD-FIELD-TYPE
016910         WHEN "C"
016920             MOVE "CHAR" TO WS-COL-TEXT
016930         WHEN "Z"
016940             MOVE "ZONED" TO WS-COL-TEXT
016950         WHEN "S"
016960             MOVE "SIGNED" TO WS-COL-TEXT
016970         WHEN "P"
016980             MOVE "PACKED" TO WS-COL-TEXT
016990         WHEN "D"
017000             MOVE "DATE" TO WS-COL-TEXT
017010         WHEN OTHER
017020             MOVE RECFLD-FIELD-TYPE TO WS-COL-TEXT
017030     END-EVALUATE
017040     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017050     MOVE RECFLD-FIELD-FROM TO WS-NUM-VALUE
017060     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
017070     MOVE RECFLD-FIELD-LEN TO WS-NUM-VALUE
017080     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
017090     MOVE RECFLD-A-VALUE TO WS-EXT-FIELD
017100     PERFORM 4210-ADD-FIELD-VALUE THRU 4210-ADD-FIELD-VALUE-EXIT
017110     MOVE RECFLD-B-VALUE TO WS-EXT-FIELD
017120     PERFORM 4210-ADD-FIELD-VALUE THRU 4210-ADD-FIELD-VALUE-EXIT
017130     IF RECFLD-FIELD-TYPE = "Z" OR "S" OR "P"
017140         MOVE RECFLD-DIFFERENCE TO WS-NUM-VALUE
017150         PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
017160     ELSE
017170         MOVE SPACES TO WS-COL-TEXT
017180         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017190     END-IF
017200     .
017210 4200-BUILD-FIELD-ROW-EXIT.
017220     EXIT.
017230*----------------------------------------------------------------*
017240* 4210 - ONE SIDE'S VALUE, STAGED IN WS-EXT-FIELD.  A VALUE RECON
017250* ALREADY MASKED STAYS MASKED; ONE UNDER A MASKFIELD RANGE OF
017260* THIS DECK IS MASKED HERE.
017270*----------------------------------------------------------------*
017280 4210-ADD-FIELD-VALUE.
017290     MOVE RECFLD-FIELD-TYPE TO WS-EXT-TYPE
017300     MOVE RECFLD-FIELD-LEN TO WS-EXT-LEN
017310     IF WS-EXT-LEN > 40
017320         MOVE 40 TO WS-EXT-LEN
017330     END-IF
017340     IF WS-EXT-LEN < 1
017350         MOVE 1 TO WS-EXT-LEN
017360     END-IF
017370     MOVE RECFLD-FIELD-FROM TO WS-OVL-FROM
017380     MOVE RECFLD-FIELD-LEN TO WS-OVL-LEN
017390     SET WS-MASK-ANY-TYPE-YES TO TRUE
017400     PERFORM 3720-JUDGE-MASK-OVERLAP
017410         THRU 3720-JUDGE-MASK-OVERLAP-EXIT
017420     SET WS-MASK-ANY-TYPE-NO TO TRUE
017430     IF WS-MASK-HIT-YES
017440             OR WS-EXT-FIELD (1:WS-EXT-LEN) = ALL "*"
017450         MOVE SPACES TO WS-COL-TEXT
017460         MOVE ALL "*" TO WS-COL-TEXT (1:WS-EXT-LEN)
017470         ADD 1 TO WS-MASKED-COUNT
017480         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017490         GO TO 4210-ADD-FIELD-VALUE-EXIT
017500     END-IF
017510     PERFORM 5300-ADD-TYPED-VALUE THRU 5300-ADD-TYPED-VALUE-EXIT
017520     .
017530 4210-ADD-FIELD-VALUE-EXIT.
017540     EXIT.
017550 4300-BUILD-EXCEPTION-ROW.
017560     MOVE RECEXC-PAIR-ID TO WS-COL-TEXT
017570     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017580     MOVE RECEXC-KEY TO WS-COL-TEXT
017590     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017600     PERFORM 5400-ADD-REASON THRU 5400-ADD-REASON-EXIT
017610     MOVE RECEXC-FIRST-DATE TO WS-DATE-IN
017620     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
017630     MOVE RECEXC-LAST-DATE TO WS-DATE-IN
017640     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
017650     MOVE RECEXC-AGE-CYCLES TO WS-NUM-VALUE
017660     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
017670     IF RECEXC-RECUR-COUNT NUMERIC
017680         MOVE RECEXC-RECUR-COUNT TO WS-NUM-VALUE
017690     ELSE
017700         MOVE ZERO TO WS-NUM-VALUE
017710     END-IF
017720     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
017730     MOVE RECEXC-ORIG-FIRST-DATE TO WS-DATE-IN
017740     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
017750     MOVE RECEXC-FILEA-DATA TO WS-IMAGE-A
017760     MOVE RECEXC-FILEB-DATA TO WS-IMAGE-B
017770     PERFORM 4600-ADD-IMAGES THRU 4600-ADD-IMAGES-EXIT
017780     .
017790 4300-BUILD-EXCEPTION-ROW-EXIT.
017800     EXIT.
017810 4400-BUILD-DISPOSITION-ROW.
017820     MOVE RECDSP-PAIR-ID TO WS-COL-TEXT
017830     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017840     MOVE RECDSP-KEY TO WS-COL-TEXT
017850     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017860     PERFORM 5400-ADD-REASON THRU 5400-ADD-REASON-EXIT
017870     MOVE RECDSP-STATUS TO WS-COL-TEXT
017880     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
017890     EVALUATE RECDSP-STATUS
017900         WHEN "IN"
017910             MOVE "UNDER INVESTIGATION" TO WS-COL-TEXT
017920         WHEN "AD"
017930             MOVE "ACCEPTED DIFFERENCE" TO WS-COL-TEXT
017940         WHEN "PU"
017950             MOVE "PENDING UPSTREAM FIX" TO WS-COL-TEXT
017960         WHEN OTHER
017970             MOVE SPACES TO WS-COL-TEXT
017980     END-EVALUATE
017990     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018000     MOVE RECDSP-OWNER-ID TO WS-COL-TEXT
018010     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018020     MOVE RECDSP-NOTE TO WS-COL-TEXT
018030     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018040     MOVE RECDSP-REVIEW-DATE TO WS-DATE-IN
018050     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
018060     .
018070 4400-BUILD-DISPOSITION-ROW-EXIT.
018080     EXIT.
018090 4500-BUILD-PAIR-RESULT-ROW.
018100     MOVE RECPRS-RUN-DATE TO WS-DATE-IN
018110     PERFORM 5200-ADD-RECORD-DATE THRU 5200-ADD-RECORD-DATE-EXIT
018120     MOVE RECPRS-PAIR-ID TO WS-COL-TEXT
018130     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018140     MOVE RECPRS-GRADE TO WS-NUM-VALUE
018150     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018160     EVALUATE TRUE
018170         WHEN RECPRS-RELEASED
018180             MOVE "RELEASED" TO WS-COL-TEXT
018190         WHEN RECPRS-HELD
018200             MOVE "HELD" TO WS-COL-TEXT
018210         WHEN OTHER
018220             MOVE RECPRS-HELD-SW TO WS-COL-TEXT
018230     END-EVALUATE
018240     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018250     MOVE RECPRS-MATCH-COUNT TO WS-NUM-VALUE
018260     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018270     MOVE RECPRS-NOT-ON-A-COUNT TO WS-NUM-VALUE
018280     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018290     MOVE RECPRS-NOT-ON-B-COUNT TO WS-NUM-VALUE
018300     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018310     MOVE RECPRS-FIELD-MM-COUNT TO WS-NUM-VALUE
018320     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018330     MOVE RECPRS-RECORDS-READ-A TO WS-NUM-VALUE
018340     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018350     MOVE RECPRS-RECORDS-READ-B TO WS-NUM-VALUE
018360     PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
018370     .
018380 4500-BUILD-PAIR-RESULT-ROW-EXIT.
018390     EXIT.
018400*----------------------------------------------------------------*
018410* 4600 - THE RECORD TYPE AND BOTH IMAGES OF AN EXCEPTION, STAGED
018420* IN WS-IMAGE-A AND WS-IMAGE-B.
018430*----------------------------------------------------------------*
018440 4600-ADD-IMAGES.
018450     MOVE SPACES TO WS-RT-CUR
018460     IF WS-RT-GIVEN-YES
018470         MOVE WS-IMAGE-A (WS-RT-FROM:WS-RT-LEN) TO WS-RT-CUR
018480         IF WS-RT-CUR = SPACES
018490             MOVE WS-IMAGE-B (WS-RT-FROM:WS-RT-LEN) TO WS-RT-CUR
018500         END-IF
018510         MOVE WS-RT-CUR TO WS-COL-TEXT
018520         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018530     END-IF
018540     MOVE WS-IMAGE-A TO WS-IMAGE-IN
018550     PERFORM 4700-ADD-IMAGE-COLUMNS
018560         THRU 4700-ADD-IMAGE-COLUMNS-EXIT
018570     MOVE WS-IMAGE-B TO WS-IMAGE-IN
018580     PERFORM 4700-ADD-IMAGE-COLUMNS
018590         THRU 4700-ADD-IMAGE-COLUMNS-EXIT
018600     .
018610 4600-ADD-IMAGES-EXIT.
018620     EXIT.
018630*----------------------------------------------------------------*
018640* 4700 - ONE IMAGE, MASKED, THEN WHOLE OR A COLUMN PER FIELD.  AN
018650* ABSENT IMAGE (THE MISSING SIDE OF AN NA OR NB) LEAVES ITS
018660* COLUMNS EMPTY.
018670*----------------------------------------------------------------*
018680 4700-ADD-IMAGE-COLUMNS.
018690     MOVE SPACES TO WS-MASK-WORK
018700     MOVE WS-IMAGE-IN (1:WS-REC-LEN) TO WS-MASK-WORK
018710     IF WS-MASK-WORK = SPACES
018720         SET WS-IMAGE-BLANK-YES TO TRUE
018730     ELSE
018740         SET WS-IMAGE-BLANK-NO TO TRUE
018750         PERFORM 3700-MASK-WORK-AREA
018760             THRU 3700-MASK-WORK-AREA-EXIT
018770     END-IF
018780     IF WS-IC-COUNT = 0
018790         IF WS-IMAGE-BLANK-NO AND WS-MASK-HIT-YES
018800             ADD 1 TO WS-MASKED-COUNT
018810         END-IF
018820         MOVE WS-MASK-WORK TO WS-COL-TEXT
018830         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018840         GO TO 4700-ADD-IMAGE-COLUMNS-EXIT
018850     END-IF
018860     PERFORM 4710-ADD-ONE-IMAGE-FIELD
018870         THRU 4710-ADD-ONE-IMAGE-FIELD-EXIT
018880         VARYING WS-IC-IDX FROM 1 BY 1
018890         UNTIL WS-IC-IDX > WS-IC-COUNT
018900     .
018910 4700-ADD-IMAGE-COLUMNS-EXIT.
018920     EXIT.
018930 4710-ADD-ONE-IMAGE-FIELD.
018940     MOVE SPACES TO WS-COL-TEXT
018950     IF WS-IMAGE-BLANK-YES
018960         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
018970         GO TO 4710-ADD-ONE-IMAGE-FIELD-EXIT
018980     END-IF
018990     IF WS-IC-RECTYPE (WS-IC-IDX) NOT = SPACES
019000             AND WS-IC-RECTYPE (WS-IC-IDX) NOT = WS-RT-CUR
019010         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
019020         GO TO 4710-ADD-ONE-IMAGE-FIELD-EXIT
019030     END-IF
019040     MOVE WS-IC-FROM (WS-IC-IDX) TO WS-OVL-FROM
019050     MOVE WS-IC-LEN (WS-IC-IDX) TO WS-OVL-LEN
019060     PERFORM 3720-JUDGE-MASK-OVERLAP
019070         THRU 3720-JUDGE-MASK-OVERLAP-EXIT
019080     IF WS-MASK-HIT-YES
019090         MOVE ALL "*" TO WS-COL-TEXT (1:WS-OVL-LEN)
019100         ADD 1 TO WS-MASKED-COUNT
019110         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
019120         GO TO 4710-ADD-ONE-IMAGE-FIELD-EXIT
019130     END-IF
019140     IF WS-IC-TYPE (WS-IC-IDX) = "C"
019150         MOVE WS-MASK-WORK (WS-OVL-FROM:WS-OVL-LEN) TO WS-COL-TEXT
019160         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
019170         GO TO 4710-ADD-ONE-IMAGE-FIELD-EXIT
019180     END-IF
019190     MOVE SPACES TO WS-EXT-FIELD
019200     MOVE WS-MASK-WORK (WS-OVL-FROM:WS-OVL-LEN) TO WS-EXT-FIELD
019210     MOVE WS-OVL-LEN TO WS-EXT-LEN
019220     MOVE WS-IC-TYPE (WS-IC-IDX) TO WS-EXT-TYPE
019230     PERFORM 5300-ADD-TYPED-VALUE THRU 5300-ADD-TYPED-VALUE-EXIT
019240     .
019250 4710-ADD-ONE-IMAGE-FIELD-EXIT.
019260     EXIT.
019270*----------------------------------------------------------------*
019280* 4900 - WRITE THE ROW BUILT.
019290*----------------------------------------------------------------*
019300 4900-WRITE-ROW.
019310     IF WS-ROW-OVFL-YES
019320         MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
019330         DISPLAY "RECEXP: EXPORT ROW OVER 2000 BYTES AT SOURCE"
019340             " RECORD " WS-EDIT-COUNT
019350         MOVE 16 TO RETURN-CODE
019360         GOBACK
019370     END-IF
019380     WRITE EXPORT-RECORD FROM WS-ROW
019390     IF NOT WS-FILE-STATUS-OUT-OK
019400         DISPLAY "RECEXP: WRITE FAILED FOR EXPOUT - STATUS "
019410             WS-FILE-STATUS-OUT
019420         MOVE 16 TO RETURN-CODE
019430         GOBACK
019440     END-IF
019450     .
019460 4900-WRITE-ROW-EXIT.
019470     EXIT.
019480*----------------------------------------------------------------*
019490* 5000 - APPEND WS-COL-TEXT AS THE NEXT COLUMN.  TRAILING SPACES
019500* ARE DROPPED; A VALUE HOLDING THE DELIMITER OR A QUOTE GOES OUT
019510* QUOTED WITH ITS QUOTES DOUBLED, AS A SPREADSHEET READS IT.
019520*----------------------------------------------------------------*
019530 5000-ADD-COLUMN.
019540     IF WS-ROW-COLS > 0
019550         MOVE WS-DELIM TO WS-PUT-CHAR
019560         PERFORM 5050-PUT-CHAR THRU 5050-PUT-CHAR-EXIT
019570     END-IF
019580     ADD 1 TO WS-ROW-COLS
019590     MOVE 500 TO WS-COL-LEN
019600     SET WS-COL-END-NO TO TRUE
019610     PERFORM 5010-FIND-COLUMN-END
019620         THRU 5010-FIND-COLUMN-END-EXIT
019630         UNTIL WS-COL-END-YES
019640     IF WS-COL-LEN = 0
019650         GO TO 5000-ADD-COLUMN-EXIT
019660     END-IF
019670     MOVE ZERO TO WS-COL-QUOTES
019680     INSPECT WS-COL-TEXT (1:WS-COL-LEN) TALLYING WS-COL-QUOTES
019690         FOR ALL WS-DELIM ALL QUOTE
019700     IF WS-COL-QUOTES = 0
019710         IF WS-ROW-PTR + WS-COL-LEN - 1 > WS-ROW-MAX
019720             SET WS-ROW-OVFL-YES TO TRUE
019730             GO TO 5000-ADD-COLUMN-EXIT
019740         END-IF
019750         MOVE WS-COL-TEXT (1:WS-COL-LEN)
019760             TO WS-ROW (WS-ROW-PTR:WS-COL-LEN)
019770         ADD WS-COL-LEN TO WS-ROW-PTR
019780         GO TO 5000-ADD-COLUMN-EXIT
019790     END-IF
019800     MOVE QUOTE TO WS-PUT-CHAR
019810     PERFORM 5050-PUT-CHAR THRU 5050-PUT-CHAR-EXIT
019820     PERFORM 5020-PUT-QUOTED-CHAR
019830         THRU 5020-PUT-QUOTED-CHAR-EXIT
019840         VARYING WS-COL-IDX FROM 1 BY 1
019850         UNTIL WS-COL-IDX > WS-COL-LEN
019860     MOVE QUOTE TO WS-PUT-CHAR
019870     PERFORM 5050-PUT-CHAR THRU 5050-PUT-CHAR-EXIT
019880     .
019890 5000-ADD-COLUMN-EXIT.
019900     EXIT.
019910 5010-FIND-COLUMN-END.
019920     IF WS-COL-LEN = 0
019930         SET WS-COL-END-YES TO TRUE
019940         GO TO 5010-FIND-COLUMN-END-EXIT
019950     END-IF
019960     IF WS-COL-CHAR (WS-COL-LEN) NOT = SPACE
019970         SET WS-COL-END-YES TO TRUE
019980     ELSE
019990         SUBTRACT 1 FROM WS-COL-LEN
020000     END-IF
020010     .
020020 5010-FIND-COLUMN-END-EXIT.
020030     EXIT.
020040 5020-PUT-QUOTED-CHAR.
020050     MOVE WS-COL-CHAR (WS-COL-IDX) TO WS-PUT-CHAR
020060     PERFORM 5050-PUT-CHAR THRU 5050-PUT-CHAR-EXIT
020070     IF WS-PUT-CHAR = QUOTE
020080         PERFORM 5050-PUT-CHAR THRU 5050-PUT-CHAR-EXIT
020090     END-IF
020100     .
020110 5020-PUT-QUOTED-CHAR-EXIT.
020120     EXIT.
020130 5050-PUT-CHAR.
020140     IF WS-ROW-PTR > WS-ROW-MAX
020150         SET WS-ROW-OVFL-YES TO TRUE
020160         GO TO 5050-PUT-CHAR-EXIT
020170     END-IF
020180     MOVE WS-PUT-CHAR TO WS-ROW (WS-ROW-PTR:1)
020190     ADD 1 TO WS-ROW-PTR
020200     .
020210 5050-PUT-CHAR-EXIT.
020220     EXIT.
020230*----------------------------------------------------------------*
020240* 5100 - WS-NUM-VALUE AS A COLUMN: ZERO-SUPPRESSED, LEADING MINUS.
020250*----------------------------------------------------------------*
020260 5100-ADD-NUMBER.
020270     MOVE WS-NUM-VALUE TO WS-NUM-EDIT
020280     MOVE ZERO TO WS-NUM-LEAD
020290     INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD FOR LEADING SPACE
020300     MOVE SPACES TO WS-COL-TEXT
020310     MOVE WS-NUM-EDIT (WS-NUM-LEAD + 1:) TO WS-COL-TEXT
020320     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
020330     .
020340 5100-ADD-NUMBER-EXIT.
020350     EXIT.
020360*----------------------------------------------------------------*
020370* 5200 - A YYYYMMDD RECORD DATE IN WS-DATE-IN AS YYYY-MM-DD.  A
020380* BLANK DATE STAYS EMPTY AND ANYTHING ELSE GOES OUT AS IT IS.
020390*----------------------------------------------------------------*
020400 5200-ADD-RECORD-DATE.
020410     MOVE SPACES TO WS-COL-TEXT
020420     IF WS-DATE-IN NUMERIC
020430         STRING WS-DI-YYYY DELIMITED BY SIZE
020440             "-" DELIMITED BY SIZE
020450             WS-DI-MM DELIMITED BY SIZE
020460             "-" DELIMITED BY SIZE
020470             WS-DI-DD DELIMITED BY SIZE
020480             INTO WS-COL-TEXT
020490     ELSE
020500         MOVE WS-DATE-IN TO WS-COL-TEXT
020510     END-IF
020520     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
020530     .
020540 5200-ADD-RECORD-DATE-EXIT.
020550     EXIT.
020560*----------------------------------------------------------------*
020570* 5300 - A FIELD VALUE STAGED IN WS-EXT-FIELD FOR WS-EXT-LEN
020580* BYTES, EDITED BY WS-EXT-TYPE.  A BLANK VALUE STAYS EMPTY.  A
020590* VALUE THAT WILL NOT EDIT AS ITS TYPE IS COUNTED AND GOES OUT
020600* AS IT IS - EMPTY FOR PACKED, WHOSE BYTES ARE NOT PRINTABLE.
020610*----------------------------------------------------------------*
020620 5300-ADD-TYPED-VALUE.
020630     MOVE SPACES TO WS-COL-TEXT
020640     IF WS-EXT-FIELD (1:WS-EXT-LEN) = SPACES
020650         PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
020660         GO TO 5300-ADD-TYPED-VALUE-EXIT
020670     END-IF
020680     EVALUATE WS-EXT-TYPE
020690         WHEN "C"
020700             MOVE WS-EXT-FIELD (1:WS-EXT-LEN) TO WS-COL-TEXT
020710             PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
020720             GO TO 5300-ADD-TYPED-VALUE-EXIT
020730         WHEN "D"
020740             PERFORM 2730-CHECK-DATE THRU 2730-CHECK-DATE-EXIT
020750             IF WS-EXT-VALID-YES
020760                 MOVE WS-DATE-OUT TO WS-DATE-IN
020770                 PERFORM 5200-ADD-RECORD-DATE
020780                     THRU 5200-ADD-RECORD-DATE-EXIT
020790                 GO TO 5300-ADD-TYPED-VALUE-EXIT
020800             END-IF
020810         WHEN OTHER
020820             PERFORM 2600-EXTRACT-AMOUNT
020830                 THRU 2600-EXTRACT-AMOUNT-EXIT
020840             IF WS-EXT-VALID-YES
020850                 MOVE WS-EXT-VALUE TO WS-NUM-VALUE
020860                 PERFORM 5100-ADD-NUMBER THRU 5100-ADD-NUMBER-EXIT
020870                 GO TO 5300-ADD-TYPED-VALUE-EXIT
020880             END-IF
020890     END-EVALUATE
020900     ADD 1 TO WS-UNEDITED-COUNT
020910     IF WS-EXT-TYPE NOT = "P"
020920         MOVE WS-EXT-FIELD (1:WS-EXT-LEN) TO WS-COL-TEXT
020930     END-IF
020940     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
020950     .
020960 5300-ADD-TYPED-VALUE-EXIT.
020970     EXIT.
020980*----------------------------------------------------------------*
020990* 5400 - THE REASON CODE STAGED IN WS-FLT-REASON AND ITS MEANING.
021000*----------------------------------------------------------------*
021010 5400-ADD-REASON.
021020     MOVE WS-FLT-REASON TO WS-COL-TEXT
021030     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
021040     EVALUATE WS-FLT-REASON
021050         WHEN "NA"
021060             MOVE "KEY NOT ON FILE A" TO WS-COL-TEXT
021070         WHEN "NB"
021080             MOVE "KEY NOT ON FILE B" TO WS-COL-TEXT
021090         WHEN "FM"
021100             MOVE "KEY MATCHED BUT FIELDS DIFFER" TO WS-COL-TEXT
021110         WHEN "GT"
021120             MOVE "GROUP TOTAL DIFFERS" TO WS-COL-TEXT
021130         WHEN "LT"
021140             MOVE "LOST IN TRANSFORMATION" TO WS-COL-TEXT
021150         WHEN "CT"
021160             MOVE "CHANGED IN TRANSFORMATION" TO WS-COL-TEXT
021170         WHEN "AT"
021180             MOVE "ADDED IN TRANSFORMATION" TO WS-COL-TEXT
021190         WHEN "LL"
021200             MOVE "LOST IN LOAD" TO WS-COL-TEXT
021210         WHEN "CL"
021220             MOVE "CHANGED IN LOAD" TO WS-COL-TEXT
021230         WHEN "AL"
021240             MOVE "ADDED IN LOAD" TO WS-COL-TEXT
021250         WHEN OTHER
021260             MOVE SPACES TO WS-COL-TEXT
021270     END-EVALUATE
021280     PERFORM 5000-ADD-COLUMN THRU 5000-ADD-COLUMN-EXIT
021290     .
021300 5400-ADD-REASON-EXIT.
021310     EXIT.
021320*----------------------------------------------------------------*
021330* 8000 - THE EXPORT REPORT: WHAT WAS ASKED FOR AND WHERE EVERY
021340* SOURCE RECORD WENT.  ROWS EXPORTED AND ROWS DROPPED MUST FOOT
021350* TO THE RECORDS READ.
021360*----------------------------------------------------------------*
021370 8000-PRINT-EXPORT-REPORT.
021380     MOVE SPACES TO WS-REPORT-LINE
021390     STRING "DELIMITED EXPORT REPORT - RUN " DELIMITED BY SIZE
021400         WS-RUN-DATE DELIMITED BY SIZE
021410         INTO WS-REPORT-LINE
021420     PERFORM 8900-WRITE-REPORT-LINE
021430         THRU 8900-WRITE-REPORT-LINE-EXIT
021440     MOVE SPACES TO WS-REPORT-LINE
021450     PERFORM 8900-WRITE-REPORT-LINE
021460         THRU 8900-WRITE-REPORT-LINE-EXIT
021470     MOVE SPACES TO WS-REPORT-LINE
021480     STRING "SOURCE              : " DELIMITED BY SIZE
021490         WS-SOURCE DELIMITED BY SIZE
021500         " FROM " DELIMITED BY SIZE
021510         WS-SOURCE-DD DELIMITED BY SPACE
021520         INTO WS-REPORT-LINE
021530     PERFORM 8900-WRITE-REPORT-LINE
021540         THRU 8900-WRITE-REPORT-LINE-EXIT
021550     MOVE SPACES TO WS-REPORT-LINE
021560     STRING "DELIMITER           : " DELIMITED BY SIZE
021570         WS-DELIM DELIMITED BY SIZE
021580         INTO WS-REPORT-LINE
021590     PERFORM 8900-WRITE-REPORT-LINE
021600         THRU 8900-WRITE-REPORT-LINE-EXIT
021610     IF WS-SOURCE-EXT OR WS-SOURCE-EXC
021620         MOVE SPACES TO WS-REPORT-LINE
021630         IF WS-IC-COUNT = 0
021640             MOVE WS-REC-LEN TO WS-EDIT-LEN
021650             STRING "IMAGE COLUMNS       : WHOLE RECORD, "
021660                 DELIMITED BY SIZE
021670                 WS-EDIT-LEN DELIMITED BY SIZE
021680                 " BYTES" DELIMITED BY SIZE
021690                 INTO WS-REPORT-LINE
021700         ELSE
021710             MOVE WS-IC-COUNT TO WS-EDIT-LEN
021720             STRING "IMAGE COLUMNS       : " DELIMITED BY SIZE
021730                 WS-EDIT-LEN DELIMITED BY SIZE
021740                 " FIELDS PER SIDE" DELIMITED BY SIZE
021750                 INTO WS-REPORT-LINE
021760         END-IF
021770         PERFORM 8900-WRITE-REPORT-LINE
021780             THRU 8900-WRITE-REPORT-LINE-EXIT
021790     END-IF
021800     MOVE SPACES TO WS-REPORT-LINE
021810     MOVE WS-MASK-COUNT TO WS-EDIT-LEN
021820     STRING "MASKED RANGES       : " DELIMITED BY SIZE
021830         WS-EDIT-LEN DELIMITED BY SIZE
021840         INTO WS-REPORT-LINE
021850     PERFORM 8900-WRITE-REPORT-LINE
021860         THRU 8900-WRITE-REPORT-LINE-EXIT
021870     IF WS-PAIR-COUNT = 0
021880         MOVE SPACES TO WS-REPORT-LINE
021890         MOVE "PAIR FILTER         : ALL PAIRS" TO WS-REPORT-LINE
021900         PERFORM 8900-WRITE-REPORT-LINE
021910             THRU 8900-WRITE-REPORT-LINE-EXIT
021920     ELSE
021930         PERFORM 8100-PRINT-ONE-PAIR-FILTER
021940             THRU 8100-PRINT-ONE-PAIR-FILTER-EXIT
021950             VARYING WS-FLT-IDX FROM 1 BY 1
021960             UNTIL WS-FLT-IDX > WS-PAIR-COUNT
021970     END-IF
021980     MOVE SPACES TO WS-REPORT-LINE
021990     IF WS-RSN-COUNT = 0
022000         MOVE "REASON FILTER       : ALL REASONS"
022010             TO WS-REPORT-LINE
022020     ELSE
022030         MOVE "REASON FILTER       :" TO WS-REPORT-LINE
022040         MOVE 22 TO WS-RPT-PTR
022050         PERFORM 8110-ADD-ONE-REASON-FILTER
022060             THRU 8110-ADD-ONE-REASON-FILTER-EXIT
022070             VARYING WS-FLT-IDX FROM 1 BY 1
022080             UNTIL WS-FLT-IDX > WS-RSN-COUNT
022090     END-IF
022100     PERFORM 8900-WRITE-REPORT-LINE
022110         THRU 8900-WRITE-REPORT-LINE-EXIT
022120     IF WS-MINAGE-YES
022130         MOVE SPACES TO WS-REPORT-LINE
022140         MOVE WS-MINAGE TO WS-EDIT-AGE
022150         STRING "MINIMUM AGE         : " DELIMITED BY SIZE
022160             WS-EDIT-AGE DELIMITED BY SIZE
022170             " CYCLES" DELIMITED BY SIZE
022180             INTO WS-REPORT-LINE
022190         PERFORM 8900-WRITE-REPORT-LINE
022200             THRU 8900-WRITE-REPORT-LINE-EXIT
022210     END-IF
022220     MOVE SPACES TO WS-REPORT-LINE
022230     PERFORM 8900-WRITE-REPORT-LINE
022240         THRU 8900-WRITE-REPORT-LINE-EXIT
022250     MOVE SPACES TO WS-REPORT-LINE
022260     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
022270     STRING "RECORDS READ        : " DELIMITED BY SIZE
022280         WS-EDIT-COUNT DELIMITED BY SIZE
022290         INTO WS-REPORT-LINE
022300     PERFORM 8900-WRITE-REPORT-LINE
022310         THRU 8900-WRITE-REPORT-LINE-EXIT
022320     MOVE SPACES TO WS-REPORT-LINE
022330     MOVE WS-DROP-PAIR-COUNT TO WS-EDIT-COUNT
022340     STRING "DROPPED BY PAIR     : " DELIMITED BY SIZE
022350         WS-EDIT-COUNT DELIMITED BY SIZE
022360         INTO WS-REPORT-LINE
022370     PERFORM 8900-WRITE-REPORT-LINE
022380         THRU 8900-WRITE-REPORT-LINE-EXIT
022390     MOVE SPACES TO WS-REPORT-LINE
022400     MOVE WS-DROP-REASON-COUNT TO WS-EDIT-COUNT
022410     STRING "DROPPED BY REASON   : " DELIMITED BY SIZE
022420         WS-EDIT-COUNT DELIMITED BY SIZE
022430         INTO WS-REPORT-LINE
022440     PERFORM 8900-WRITE-REPORT-LINE
022450         THRU 8900-WRITE-REPORT-LINE-EXIT
022460     MOVE SPACES TO WS-REPORT-LINE
022470     MOVE WS-DROP-AGE-COUNT TO WS-EDIT-COUNT
022480     STRING "DROPPED BY AGE      : " DELIMITED BY SIZE
022490         WS-EDIT-COUNT DELIMITED BY SIZE
022500         INTO WS-REPORT-LINE
022510     PERFORM 8900-WRITE-REPORT-LINE
022520         THRU 8900-WRITE-REPORT-LINE-EXIT
022530     MOVE SPACES TO WS-REPORT-LINE
022540     MOVE WS-ROWS-WRITTEN TO WS-EDIT-COUNT
022550     STRING "ROWS EXPORTED       : " DELIMITED BY SIZE
022560         WS-EDIT-COUNT DELIMITED BY SIZE
022570         " PLUS HEADING ROW" DELIMITED BY SIZE
022580         INTO WS-REPORT-LINE
022590     PERFORM 8900-WRITE-REPORT-LINE
022600         THRU 8900-WRITE-REPORT-LINE-EXIT
022610     MOVE SPACES TO WS-REPORT-LINE
022620     MOVE WS-MASKED-COUNT TO WS-EDIT-COUNT
022630     STRING "VALUES MASKED       : " DELIMITED BY SIZE
022640         WS-EDIT-COUNT DELIMITED BY SIZE
022650         INTO WS-REPORT-LINE
022660     PERFORM 8900-WRITE-REPORT-LINE
022670         THRU 8900-WRITE-REPORT-LINE-EXIT
022680     MOVE SPACES TO WS-REPORT-LINE
022690     MOVE WS-UNEDITED-COUNT TO WS-EDIT-COUNT
022700     STRING "VALUES NOT EDITED   : " DELIMITED BY SIZE
022710         WS-EDIT-COUNT DELIMITED BY SIZE
022720         INTO WS-REPORT-LINE
022730     PERFORM 8900-WRITE-REPORT-LINE
022740         THRU 8900-WRITE-REPORT-LINE-EXIT
022750     COMPUTE WS-FOOT-TOTAL = WS-ROWS-WRITTEN + WS-DROP-PAIR-COUNT
022760         + WS-DROP-REASON-COUNT + WS-DROP-AGE-COUNT
022770     IF WS-FOOT-TOTAL NOT = WS-RECORDS-READ
022780         MOVE SPACES TO WS-REPORT-LINE
022790         MOVE "*** EXPORTED PLUS DROPPED NOT EQUAL TO READ ***"
022800             TO WS-REPORT-LINE
022810         PERFORM 8900-WRITE-REPORT-LINE
022820             THRU 8900-WRITE-REPORT-LINE-EXIT
022830         DISPLAY "RECEXP: ROWS EXPORTED PLUS DROPPED DO NOT FOOT"
022840             " TO RECORDS READ"
022850         MOVE 16 TO RETURN-CODE
022860         GOBACK
022870     END-IF
022880     .
022890 8000-PRINT-EXPORT-REPORT-EXIT.
022900     EXIT.
022910 8100-PRINT-ONE-PAIR-FILTER.
022920     MOVE SPACES TO WS-REPORT-LINE
022930     STRING "PAIR FILTER         : " DELIMITED BY SIZE
022940         WS-PAIR-FILTER (WS-FLT-IDX) DELIMITED BY SIZE
022950         INTO WS-REPORT-LINE
022960     PERFORM 8900-WRITE-REPORT-LINE
022970         THRU 8900-WRITE-REPORT-LINE-EXIT
022980     .
022990 8100-PRINT-ONE-PAIR-FILTER-EXIT.
023000     EXIT.
023010 8110-ADD-ONE-REASON-FILTER.
023020     STRING " " DELIMITED BY SIZE
023030         WS-RSN-FILTER (WS-FLT-IDX) DELIMITED BY SIZE
023040         INTO WS-REPORT-LINE
023050         WITH POINTER WS-RPT-PTR
023060     .
023070 8110-ADD-ONE-REASON-FILTER-EXIT.
023080     EXIT.
023090 8900-WRITE-REPORT-LINE.
023100     WRITE REPORT-RECORD FROM WS-REPORT-LINE
023110     IF NOT WS-FILE-STATUS-RPT-OK
023120         DISPLAY "RECEXP: WRITE FAILED FOR EXPRPT - STATUS "
023130             WS-FILE-STATUS-RPT
023140         MOVE 16 TO RETURN-CODE
023150         GOBACK
023160     END-IF
023170     .
023180 8900-WRITE-REPORT-LINE-EXIT.
023190     EXIT.
023200 9999-TERMINATE.
023210     EVALUATE TRUE
023220         WHEN WS-SOURCE-EXT
023230             CLOSE EXTRACT-FILE
023240         WHEN WS-SOURCE-FLD
023250             CLOSE FIELD-FILE
023260         WHEN WS-SOURCE-EXC
023270             CLOSE EXCOUT-FILE
023280         WHEN WS-SOURCE-DSP
023290             CLOSE DSPOUT-FILE
023300         WHEN WS-SOURCE-PRS
023310             CLOSE PAIRRSLT-FILE
023320     END-EVALUATE
023330     CLOSE EXPORT-FILE
023340     CLOSE REPORT-FILE
023350     PERFORM 9400-WRITE-STEP-CONTROL
023360         THRU 9400-WRITE-STEP-CONTROL-EXIT
023370     IF WS-UNEDITED-COUNT > 0
023380         MOVE 4 TO RETURN-CODE
023390     ELSE
023400         MOVE 0 TO RETURN-CODE
023410     END-IF
023420     .
023430 9999-TERMINATE-EXIT.
023440     EXIT.
023450*----------------------------------------------------------------*
023460* 9400 - STEP-CONTROL HANDOFF: THE SOURCE RECORDS READ, FOR
023470* JOBCHECK TO CROSS-FOOT AGAINST THE STEP THAT WROTE THE SOURCE,
023480* AND EXPOUT'S ROWS EXPORTED (HEADING ROW NOT COUNTED) AGAINST
023490* THE RECORDS THE FILTERS KEPT.
023500*----------------------------------------------------------------*
023510 9400-WRITE-STEP-CONTROL.
023520     ACCEPT WS-RUN-TIME-RAW FROM TIME
023530     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
023540     OPEN EXTEND CONTROL-FILE
023550     IF WS-FILE-STATUS-CTL-NOTFND
023560         OPEN OUTPUT CONTROL-FILE
023570     END-IF
023580     IF NOT WS-FILE-STATUS-CTL-OK
023590         DISPLAY "RECEXP: OPEN FAILED FOR CTLFILE - STATUS "
023600             WS-FILE-STATUS-CTL
023610         MOVE 16 TO RETURN-CODE
023620         GOBACK
023630     END-IF
023640     MOVE WS-SOURCE-DD TO WS-CTL-FILE-NAME
023650     MOVE "I" TO WS-CTL-ROLE
023660     MOVE WS-RECORDS-READ TO WS-CTL-COUNT
023670     PERFORM 9410-WRITE-ONE-CONTROL
023680         THRU 9410-WRITE-ONE-CONTROL-EXIT
023690     MOVE "EXPOUT" TO WS-CTL-FILE-NAME
023700     MOVE "O" TO WS-CTL-ROLE
023710     MOVE WS-ROWS-WRITTEN TO WS-CTL-COUNT
023720     PERFORM 9410-WRITE-ONE-CONTROL
023730         THRU 9410-WRITE-ONE-CONTROL-EXIT
023740     MOVE "EXPOUT" TO WS-CTL-FILE-NAME
023750     MOVE "I" TO WS-CTL-ROLE
023760     COMPUTE WS-CTL-COUNT = WS-RECORDS-READ - WS-DROP-PAIR-COUNT
023770         - WS-DROP-REASON-COUNT - WS-DROP-AGE-COUNT
023780     PERFORM 9410-WRITE-ONE-CONTROL
023790         THRU 9410-WRITE-ONE-CONTROL-EXIT
023800     CLOSE CONTROL-FILE
023810     .
023820 9400-WRITE-STEP-CONTROL-EXIT.
023830     EXIT.
023840 9410-WRITE-ONE-CONTROL.
023850     MOVE SPACES TO RECCTL-RECORD
023860     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
023870     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
023880     MOVE "RECEXP" TO RECCTL-PROGRAM-ID
023890     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
023900     MOVE WS-CTL-ROLE TO RECCTL-ROLE
023910     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
023920     MOVE ZERO TO RECCTL-AMT-HASH
023930     WRITE RECCTL-RECORD
023940     IF NOT WS-FILE-STATUS-CTL-OK
023950         DISPLAY "RECEXP: WRITE FAILED FOR CTLFILE - STATUS "
023960             WS-FILE-STATUS-CTL
023970         MOVE 16 TO RETURN-CODE
023980         GOBACK
023990     END-IF
024000     .
024010 9410-WRITE-ONE-CONTROL-EXIT.
024020     EXIT.
024030*----------------------------------------------------------------*
024040* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
024050*----------------------------------------------------------------*
024060 COPY "RECSTP.cpy".
024070*----------------------------------------------------------------*
024080* 9840 - THE FEED'S FIELD DICTIONARY.
024090*----------------------------------------------------------------*
024100 COPY "RECDIP.cpy".
024110 END PROGRAM RECEXP.
