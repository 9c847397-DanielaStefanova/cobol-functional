000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNCOMP.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* RUNCOMP - PARALLEL-RUN COMPARATOR FOR RECON OUTPUTS.
000090*
000100* WHEN A NEW VERSION OF RECON IS PARALLEL-RUN AGAINST THE OLD
000110* ONE ON THE SAME INPUTS, THIS STEP DECIDES WHETHER THE TWO RUNS
000120* AGREE.  IT TAKES THE OUTPUTS OF BOTH RUNS - THE EXCEPTION
000130* EXTRACT (RECEXT.CPY), THE FIELD DETAIL (RECFLD.CPY), THE
000140* CONTROL COUNTS (RECCTL.CPY) AND THE PAIR RESULTS (RECPRS.CPY)
000150* - SORTS EACH PAIR OF DATASETS TOGETHER AND MATCH-MERGES THEM:
000160*   - EXTRACT ON PAIR, KEY AND REASON.  AN EXCEPTION ON ONE RUN
000170*     ONLY IS LISTED; ON BOTH, THE FILE A AND FILE B IMAGES MUST
000180*     AGREE, AND A DIFFERING IMAGE IS SHOWN FROM ITS FIRST
000190*     DIFFERING BYTE.
000200*   - FIELD DETAIL ON PAIR, KEY AND FIELD NUMBER.  A FIELD ROW ON
000210*     ONE RUN ONLY IS LISTED; ON BOTH, THE TYPE, POSITION,
000220*     VALUES, DIFFERENCE AND NAME MUST AGREE.
000230*   - CONTROL COUNTS ON PROGRAM, FILE AND ROLE.  A RECORD COUNT
000240*     OR AMOUNT HASH THAT MOVED IS LISTED WITH BOTH FIGURES.
000250*   - PAIR RESULTS ON PAIR.  EVERY COUNTER, THE GRADE AND THE
000260*     RELEASE FLAG THAT MOVED IS LISTED WITH BOTH FIGURES.
000270* THE RUN DATE AND RUN TIME STAMPED ON THE RECORDS ARE NEVER
000280* COMPARED; EVERYTHING ELSE IS.  ROWS THAT SHARE A MATCH KEY ARE
000290* PAIRED IN THE ORDER EACH RUN WROTE THEM, SO POINT CTLOLD AND
000300* CTLNEW AT THE CONTROL RECORDS OF THE TWO RUNS BEING COMPARED,
000310* NOT AT A SHARED DATASET HOLDING OTHER CYCLES.  A KEY WITH MORE
000320* THAN 50 ROWS ON A RUN IS LISTED AS NOT COMPARED AND COUNTS AS
000330* A DIFFERENCE, SINCE ITS AGREEMENT CANNOT BE SHOWN.
000340* DDNAMES: EXTOLD, EXTNEW, FLDOLD, FLDNEW, CTLOLD, CTLNEW,
000350* PRSOLD, PRSNEW (A MISSING DATASET IS TAKEN AS EMPTY - A RUN
000360* WITHOUT FIELD CARDS WRITES NO FIELD DETAIL), CMPRPT, SORTWK01.
000370* RC=0 THE RUNS ARE EQUIVALENT APART FROM RUN DATE AND TIME,
000380* RC=8 ANY DIFFERENCE WAS FOUND, RC=16 I/O ERROR OR NO DATASET
000390* SUPPLIED FOR EITHER RUN.
000400*
000410* MODIFICATION HISTORY.
000420*   2026-10-15 DS   INITIAL VERSION.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EXTOLD-FILE ASSIGN TO EXTOLD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-EXO.
000510     SELECT EXTNEW-FILE ASSIGN TO EXTNEW
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-EXN.
000540     SELECT FLDOLD-FILE ASSIGN TO FLDOLD
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FILE-STATUS-FDO.
000570     SELECT FLDNEW-FILE ASSIGN TO FLDNEW
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FILE-STATUS-FDN.
000600     SELECT CTLOLD-FILE ASSIGN TO CTLOLD
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-CTO.
000630     SELECT CTLNEW-FILE ASSIGN TO CTLNEW
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-CTN.
000660     SELECT PRSOLD-FILE ASSIGN TO PRSOLD
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-PRO.
000690     SELECT PRSNEW-FILE ASSIGN TO PRSNEW
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FILE-STATUS-PRN.
000720     SELECT REPORT-FILE ASSIGN TO CMPRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FILE-STATUS-RPT.
000750     SELECT SORT-FILE ASSIGN TO SORTWK01.
000760     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RECSTW-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EXTOLD-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  EXTOLD-RECORD                   PIC X(1030).
000840 FD  EXTNEW-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  EXTNEW-RECORD                   PIC X(1030).
000870 FD  FLDOLD-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  FLDOLD-RECORD                   PIC X(140).
000900 FD  FLDNEW-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  FLDNEW-RECORD                   PIC X(140).
000930 FD  CTLOLD-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  CTLOLD-RECORD                   PIC X(80).
000960 FD  CTLNEW-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  CTLNEW-RECORD                   PIC X(80).
000990 FD  PRSOLD-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  PRSOLD-RECORD                   PIC X(80).
001020 FD  PRSNEW-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  PRSNEW-RECORD                   PIC X(80).
001050 FD  REPORT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  REPORT-RECORD                   PIC X(132).
001080*----------------------------------------------------------------*
001090* COMPARISON SORT RECORD.  BY MATCH KEY, THEN THE OLD RUN'S ROWS
001100* AHEAD OF THE NEW RUN'S, EACH IN THE ORDER ITS RUN WROTE THEM.
001110*----------------------------------------------------------------*
001120 SD  SORT-FILE.
001130 01  SORT-RECORD.
001140     05  SRT-KEY                     PIC X(20).
001150     05  SRT-RUN                     PIC X(01).
001160         88  SRT-RUN-OLD                        VALUE "O".
001170         88  SRT-RUN-NEW                        VALUE "N".
001180     05  SRT-SEQ                     PIC 9(09).
001190     05  SRT-DATA                    PIC X(1030).
001200 FD  STEPTIME-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY "RECSTM.cpy".
001230 WORKING-STORAGE SECTION.
001240 01  WS-SWITCHES.
001250     05  WS-EOF-IN-SW                PIC X(01) VALUE "N".
001260         88  WS-EOF-IN-YES                      VALUE "Y".
001270         88  WS-EOF-IN-NO                       VALUE "N".
001280     05  WS-EOF-SORT-SW              PIC X(01) VALUE "N".
001290         88  WS-EOF-SORT-YES                    VALUE "Y".
001300         88  WS-EOF-SORT-NO                     VALUE "N".
001310     05  WS-SET-SW                   PIC X(01) VALUE SPACE.
001320         88  WS-SET-EXTRACT                     VALUE "E".
001330         88  WS-SET-FIELDS                      VALUE "F".
001340         88  WS-SET-CONTROLS                    VALUE "C".
001350         88  WS-SET-PAIR-RESULTS                VALUE "P".
001360     05  WS-ROW-DIFF-SW              PIC X(01) VALUE "N".
001370         88  WS-ROW-DIFF-YES                    VALUE "Y".
001380         88  WS-ROW-DIFF-NO                     VALUE "N".
001390 01  WS-FILE-STATUSES.
001400     05  WS-FILE-STATUS-EXO          PIC X(02) VALUE "00".
001410         88  WS-FILE-STATUS-EXO-OK             VALUE "00".
001420         88  WS-FILE-STATUS-EXO-NOTFND         VALUE "35".
001430     05  WS-FILE-STATUS-EXN          PIC X(02) VALUE "00".
001440         88  WS-FILE-STATUS-EXN-OK             VALUE "00".
001450         88  WS-FILE-STATUS-EXN-NOTFND         VALUE "35".
001460     05  WS-FILE-STATUS-FDO          PIC X(02) VALUE "00".
001470         88  WS-FILE-STATUS-FDO-OK             VALUE "00".
001480         88  WS-FILE-STATUS-FDO-NOTFND         VALUE "35".
001490     05  WS-FILE-STATUS-FDN          PIC X(02) VALUE "00".
001500         88  WS-FILE-STATUS-FDN-OK             VALUE "00".
001510         88  WS-FILE-STATUS-FDN-NOTFND         VALUE "35".
001520     05  WS-FILE-STATUS-CTO          PIC X(02) VALUE "00".
001530         88  WS-FILE-STATUS-CTO-OK             VALUE "00".
001540         88  WS-FILE-STATUS-CTO-NOTFND         VALUE "35".
001550     05  WS-FILE-STATUS-CTN          PIC X(02) VALUE "00".
001560         88  WS-FILE-STATUS-CTN-OK             VALUE "00".
001570         88  WS-FILE-STATUS-CTN-NOTFND         VALUE "35".
001580     05  WS-FILE-STATUS-PRO          PIC X(02) VALUE "00".
001590         88  WS-FILE-STATUS-PRO-OK             VALUE "00".
001600         88  WS-FILE-STATUS-PRO-NOTFND         VALUE "35".
001610     05  WS-FILE-STATUS-PRN          PIC X(02) VALUE "00".
001620         88  WS-FILE-STATUS-PRN-OK             VALUE "00".
001630         88  WS-FILE-STATUS-PRN-NOTFND         VALUE "35".
001640     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001650         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001660 01  WS-RUN-DATE                     PIC X(08).
001670 01  WS-RUN-TIME-RAW                 PIC X(08).
001680*----------------------------------------------------------------*
001690* EACH RUN'S RECORD AS IT IS COMPARED, ONE VIEW PER DATASET.
001700*----------------------------------------------------------------*
001710 COPY "RECEXT.cpy" REPLACING LEADING ==RECEXT-== BY ==EXTO-==.
001720 COPY "RECEXT.cpy" REPLACING LEADING ==RECEXT-== BY ==EXTN-==.
001730 COPY "RECFLD.cpy" REPLACING LEADING ==RECFLD-== BY ==FLDO-==.
001740 COPY "RECFLD.cpy" REPLACING LEADING ==RECFLD-== BY ==FLDN-==.
001750 COPY "RECCTL.cpy" REPLACING LEADING ==RECCTL-== BY ==CTLO-==.
001760 COPY "RECCTL.cpy" REPLACING LEADING ==RECCTL-== BY ==CTLN-==.
001770 COPY "RECPRS.cpy" REPLACING LEADING ==RECPRS-== BY ==PRSO-==.
001780 COPY "RECPRS.cpy" REPLACING LEADING ==RECPRS-== BY ==PRSN-==.
001790*----------------------------------------------------------------*
001800* THE ROW BEING RELEASED TO THE SORT.
001810*----------------------------------------------------------------*
001820 01  WS-REL-KEY                      PIC X(20).
001830 01  WS-REL-KEY-PARTS REDEFINES WS-REL-KEY.
001840     05  WS-REL-KEY-1                PIC X(08).
001850     05  WS-REL-KEY-2                PIC X(10).
001860     05  WS-REL-KEY-3                PIC X(02).
001870 01  WS-REL-CTL-KEY REDEFINES WS-REL-KEY.
001880     05  WS-REL-CTL-PROGRAM          PIC X(08).
001890     05  WS-REL-CTL-FILE             PIC X(08).
001900     05  WS-REL-CTL-ROLE             PIC X(01).
001910     05  FILLER                      PIC X(03).
001920 01  WS-REL-RUN                      PIC X(01).
001930 01  WS-REL-DATA                     PIC X(1030).
001940*----------------------------------------------------------------*
001950* THE ROWS OF THE MATCH KEY IN HAND, OLD RUN AND NEW RUN.
001960*----------------------------------------------------------------*
001970 01  WS-GROUP-TABLE.
001980     05  WS-GRO-COUNT                PIC S9(04) COMP VALUE ZERO.
001990     05  WS-GRN-COUNT                PIC S9(04) COMP VALUE ZERO.
002000     05  WS-GR-MAX                   PIC S9(04) COMP VALUE 50.
002010     05  WS-GRO-DROPPED              PIC S9(04) COMP VALUE ZERO.
002020     05  WS-GRN-DROPPED              PIC S9(04) COMP VALUE ZERO.
002030     05  WS-GRO-ROW OCCURS 50 TIMES  PIC X(1030).
002040     05  WS-GRN-ROW OCCURS 50 TIMES  PIC X(1030).
002050 01  WS-GR-KEY                       PIC X(20) VALUE HIGH-VALUES.
002060 01  WS-GR-OCC                       PIC S9(04) COMP.
002070 01  WS-GR-OCC-MAX                   PIC S9(04) COMP.
002080 01  WS-GR-MULTI-SW                  PIC X(01).
002090     88  WS-GR-MULTI                            VALUE "Y".
002100*----------------------------------------------------------------*
002110* IMAGE SCAN FOR THE FIRST DIFFERING BYTE, AND THE SEGMENT SHOWN
002120* FROM IT.
002130*----------------------------------------------------------------*
002140 01  WS-CMP-OLD                      PIC X(500).
002150 01  WS-CMP-NEW                      PIC X(500).
002160 01  WS-CMP-POS                      PIC S9(04) COMP.
002170 01  WS-CMP-FROM                     PIC S9(04) COMP.
002180 01  WS-CMP-SEG-LEN                  PIC S9(04) COMP VALUE 60.
002190 01  WS-CMP-SIDE                     PIC X(01).
002200*----------------------------------------------------------------*
002210* A COUNTER THAT MOVED, AS PRINTED.
002220*----------------------------------------------------------------*
002230 01  WS-CTR-NAME                     PIC X(16).
002240 01  WS-CTR-OLD                      PIC 9(11).
002250 01  WS-CTR-NEW                      PIC 9(11).
002260 01  WS-ROW-DESC                     PIC X(60).
002270 01  WS-ROW-TAG                      PIC X(14).
002280 01  WS-SET-TITLE                    PIC X(40).
002290 01  WS-SET-OLD-DD                   PIC X(08).
002300 01  WS-SET-NEW-DD                   PIC X(08).
002310 01  WS-SET-OLD-MISSING-SW           PIC X(01).
002320     88  WS-SET-OLD-MISSING                     VALUE "Y".
002330 01  WS-SET-NEW-MISSING-SW           PIC X(01).
002340     88  WS-SET-NEW-MISSING                     VALUE "Y".
002350 01  WS-SET-COUNTERS COMP-3.
002360     05  WS-SET-OLD-ROWS             PIC 9(09) VALUE ZERO.
002370     05  WS-SET-NEW-ROWS             PIC 9(09) VALUE ZERO.
002380     05  WS-SET-AGREE                PIC 9(09) VALUE ZERO.
002390     05  WS-SET-ONLY-OLD             PIC 9(09) VALUE ZERO.
002400     05  WS-SET-ONLY-NEW             PIC 9(09) VALUE ZERO.
002410     05  WS-SET-DIFFERING            PIC 9(09) VALUE ZERO.
002420     05  WS-SET-UNCOMPARED           PIC 9(09) VALUE ZERO.
002430 01  WS-COUNTERS COMP-3.
002440     05  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
002450     05  WS-DIFF-COUNT               PIC 9(09) VALUE ZERO.
002460     05  WS-SUPPLIED-COUNT           PIC 9(03) VALUE ZERO.
002470     05  WS-REL-SEQ                  PIC 9(09) VALUE ZERO.
002480 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002490 01  WS-EDIT-COUNT-2                 PIC ZZZZZZZZ9.
002500 01  WS-EDIT-AMT-OLD                 PIC ZZZZZZZZZZ9.
002510 01  WS-EDIT-AMT-NEW                 PIC ZZZZZZZZZZ9.
002520 01  WS-EDIT-POS                     PIC ZZ9.
002530 01  WS-EDIT-OCC                     PIC Z9.
002540 01  WS-EDIT-FIELD-NO                PIC 99.
002550 01  WS-REPORT-LINE                  PIC X(132).
002560 01  WS-ONLY-LINE.
002570     05  FILLER                      PIC X(02) VALUE SPACES.
002580     05  WS-OL-TAG                   PIC X(14).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  WS-OL-DESC                  PIC X(60).
002610     05  FILLER                      PIC X(54) VALUE SPACES.
002620 01  WS-IMAGE-LINE.
002630     05  FILLER                      PIC X(06) VALUE SPACES.
002640     05  WS-IL-RUN                   PIC X(03).
002650     05  FILLER                      PIC X(06) VALUE " FILE ".
002660     05  WS-IL-SIDE                  PIC X(01).
002670     05  FILLER                      PIC X(07) VALUE "  BYTE ".
002680     05  WS-IL-POS                   PIC ZZ9.
002690     05  FILLER                      PIC X(02) VALUE ": ".
002700     05  WS-IL-SEGMENT               PIC X(60).
002710     05  FILLER                      PIC X(44) VALUE SPACES.
002720 01  WS-FIELD-LINE.
002730     05  FILLER                      PIC X(04) VALUE SPACES.
002740     05  WS-FL-RUN                   PIC X(03).
002750     05  FILLER                      PIC X(01) VALUE SPACE.
002760     05  WS-FL-TYPE                  PIC X(01).
002770     05  FILLER                      PIC X(01) VALUE SPACE.
002780     05  WS-FL-FROM                  PIC 9(03).
002790     05  FILLER                      PIC X(01) VALUE "/".
002800     05  WS-FL-LEN                   PIC 9(03).
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  WS-FL-NAME                  PIC X(08).
002830     05  FILLER                      PIC X(03) VALUE " A ".
002840     05  WS-FL-A-VALUE               PIC X(40).
002850     05  FILLER                      PIC X(03) VALUE " B ".
002860     05  WS-FL-B-VALUE               PIC X(40).
002870     05  FILLER                      PIC X(03) VALUE " D ".
002880     05  WS-FL-DIFFERENCE            PIC -(15)9.
002890     05  FILLER                      PIC X(01) VALUE SPACE.
002900 COPY "RECSTW.cpy".
002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930     MOVE "RUNCOMP" TO RECSTW-PROGRAM-ID
002940     PERFORM 9800-START-STEP-TIMING
002950         THRU 9800-START-STEP-TIMING-EXIT
002960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002970     SET WS-SET-EXTRACT TO TRUE
002980     PERFORM 1500-COMPARE-ONE-SET THRU 1500-COMPARE-ONE-SET-EXIT
002990     SET WS-SET-FIELDS TO TRUE
003000     PERFORM 1500-COMPARE-ONE-SET THRU 1500-COMPARE-ONE-SET-EXIT
003010     SET WS-SET-CONTROLS TO TRUE
003020     PERFORM 1500-COMPARE-ONE-SET THRU 1500-COMPARE-ONE-SET-EXIT
003030     SET WS-SET-PAIR-RESULTS TO TRUE
003040     PERFORM 1500-COMPARE-ONE-SET THRU 1500-COMPARE-ONE-SET-EXIT
003050     PERFORM 8000-PRINT-VERDICT THRU 8000-PRINT-VERDICT-EXIT
003060     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
003070     MOVE WS-ROWS-READ TO RECSTW-RECORD-COUNT
003080     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003090     PERFORM 9810-WRITE-STEP-TIMING
003100         THRU 9810-WRITE-STEP-TIMING-EXIT
003110     GOBACK
003120     .
003130 0000-MAINLINE-EXIT.
003140     EXIT.
003150 1000-INITIALIZE.
003160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003170     ACCEPT WS-RUN-TIME-RAW FROM TIME
003180     OPEN OUTPUT REPORT-FILE
003190     IF NOT WS-FILE-STATUS-RPT-OK
003200         DISPLAY "RUNCOMP: OPEN FAILED FOR CMPRPT - STATUS "
003210             WS-FILE-STATUS-RPT
003220         MOVE 16 TO RETURN-CODE
003230         GOBACK
003240     END-IF
003250     MOVE SPACES TO WS-REPORT-LINE
003260     STRING "RECON PARALLEL-RUN COMPARISON - RUN "
003270         DELIMITED BY SIZE
003280         WS-RUN-DATE DELIMITED BY SIZE
003290         INTO WS-REPORT-LINE
003300     PERFORM 8900-WRITE-REPORT-LINE
003310         THRU 8900-WRITE-REPORT-LINE-EXIT
003320     MOVE SPACES TO WS-REPORT-LINE
003330     STRING "OLD RUN ON THE ...OLD DATASETS, NEW RUN ON THE "
003340         DELIMITED BY SIZE
003350         "...NEW DATASETS; RUN DATE AND TIME ARE NOT COMPARED"
003360         DELIMITED BY SIZE
003370         INTO WS-REPORT-LINE
003380     PERFORM 8900-WRITE-REPORT-LINE
003390         THRU 8900-WRITE-REPORT-LINE-EXIT
003400     .
003410 1000-INITIALIZE-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------*
003440* 1500 - COMPARE ONE PAIR OF DATASETS: BOTH RUNS' ROWS THROUGH
003450* ONE SORT, MATCHED AS THEY COME BACK, THEN THE SET'S TOTALS.
003460*----------------------------------------------------------------*
003470 1500-COMPARE-ONE-SET.
003480     INITIALIZE WS-SET-COUNTERS
003490     MOVE "N" TO WS-SET-OLD-MISSING-SW
003500     MOVE "N" TO WS-SET-NEW-MISSING-SW
003510     MOVE HIGH-VALUES TO WS-GR-KEY
003520     SET WS-EOF-SORT-NO TO TRUE
003530     EVALUATE TRUE
003540         WHEN WS-SET-EXTRACT
003550             MOVE "EXCEPTION EXTRACT" TO WS-SET-TITLE
003560             MOVE "EXTOLD" TO WS-SET-OLD-DD
003570             MOVE "EXTNEW" TO WS-SET-NEW-DD
003580         WHEN WS-SET-FIELDS
003590             MOVE "FIELD DETAIL" TO WS-SET-TITLE
003600             MOVE "FLDOLD" TO WS-SET-OLD-DD
003610             MOVE "FLDNEW" TO WS-SET-NEW-DD
003620         WHEN WS-SET-CONTROLS
003630             MOVE "CONTROL COUNTS" TO WS-SET-TITLE
003640             MOVE "CTLOLD" TO WS-SET-OLD-DD
003650             MOVE "CTLNEW" TO WS-SET-NEW-DD
003660         WHEN OTHER
003670             MOVE "PAIR RESULTS" TO WS-SET-TITLE
003680             MOVE "PRSOLD" TO WS-SET-OLD-DD
003690             MOVE "PRSNEW" TO WS-SET-NEW-DD
003700     END-EVALUATE
003710     MOVE SPACES TO WS-REPORT-LINE
003720     PERFORM 8900-WRITE-REPORT-LINE
003730         THRU 8900-WRITE-REPORT-LINE-EXIT
003740     MOVE SPACES TO WS-REPORT-LINE
003750     STRING WS-SET-TITLE DELIMITED BY "  "
003760         " (" DELIMITED BY SIZE
003770         WS-SET-OLD-DD DELIMITED BY SPACE
003780         " / " DELIMITED BY SIZE
003790         WS-SET-NEW-DD DELIMITED BY SPACE
003800         ")" DELIMITED BY SIZE
003810         INTO WS-REPORT-LINE
003820     PERFORM 8900-WRITE-REPORT-LINE
003830         THRU 8900-WRITE-REPORT-LINE-EXIT
003840     EVALUATE TRUE
003850         WHEN WS-SET-EXTRACT
003860             SORT SORT-FILE
003870                 ON ASCENDING KEY SRT-KEY SRT-RUN SRT-SEQ
003880                 INPUT PROCEDURE IS 2000-RELEASE-EXTRACTS
003890                     THRU 2000-RELEASE-EXTRACTS-EXIT
003900                 OUTPUT PROCEDURE IS 5000-COMPARE-ROWS
003910                     THRU 5000-COMPARE-ROWS-EXIT
003920         WHEN WS-SET-FIELDS
003930             SORT SORT-FILE
003940                 ON ASCENDING KEY SRT-KEY SRT-RUN SRT-SEQ
003950                 INPUT PROCEDURE IS 2200-RELEASE-FIELDS
003960                     THRU 2200-RELEASE-FIELDS-EXIT
003970                 OUTPUT PROCEDURE IS 5000-COMPARE-ROWS
003980                     THRU 5000-COMPARE-ROWS-EXIT
003990         WHEN WS-SET-CONTROLS
004000             SORT SORT-FILE
004010                 ON ASCENDING KEY SRT-KEY SRT-RUN SRT-SEQ
004020                 INPUT PROCEDURE IS 2400-RELEASE-CONTROLS
004030                     THRU 2400-RELEASE-CONTROLS-EXIT
004040                 OUTPUT PROCEDURE IS 5000-COMPARE-ROWS
004050                     THRU 5000-COMPARE-ROWS-EXIT
004060         WHEN OTHER
004070             SORT SORT-FILE
004080                 ON ASCENDING KEY SRT-KEY SRT-RUN SRT-SEQ
004090                 INPUT PROCEDURE IS 2600-RELEASE-PAIR-RESULTS
004100                     THRU 2600-RELEASE-PAIR-RESULTS-EXIT
004110                 OUTPUT PROCEDURE IS 5000-COMPARE-ROWS
004120                     THRU 5000-COMPARE-ROWS-EXIT
004130     END-EVALUATE
004140     IF SORT-RETURN NOT = ZERO
004150         DISPLAY "RUNCOMP: COMPARISON SORT FAILED FOR "
004160             WS-SET-OLD-DD
004170         MOVE 16 TO RETURN-CODE
004180         GOBACK
004190     END-IF
004200     PERFORM 5900-PRINT-SET-TOTALS
004210         THRU 5900-PRINT-SET-TOTALS-EXIT
004220     .
004230 1500-COMPARE-ONE-SET-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------*
004260* 2000 - SORT INPUT: BOTH EXCEPTION EXTRACTS, MATCHED ON PAIR,
004270* KEY AND REASON.
004280*----------------------------------------------------------------*
004290 2000-RELEASE-EXTRACTS.
004300     MOVE "O" TO WS-REL-RUN
004310     MOVE ZERO TO WS-REL-SEQ
004320     SET WS-EOF-IN-NO TO TRUE
004330     OPEN INPUT EXTOLD-FILE
004340     IF WS-FILE-STATUS-EXO-NOTFND
004350         SET WS-SET-OLD-MISSING TO TRUE
004360     ELSE
004370         IF NOT WS-FILE-STATUS-EXO-OK
004380             DISPLAY "RUNCOMP: OPEN FAILED FOR EXTOLD - STATUS "
004390                 WS-FILE-STATUS-EXO
004400             MOVE 16 TO RETURN-CODE
004410             GOBACK
004420         END-IF
004430         ADD 1 TO WS-SUPPLIED-COUNT
004440         PERFORM 2010-RELEASE-EXTOLD-ROW
004450             THRU 2010-RELEASE-EXTOLD-ROW-EXIT
004460             UNTIL WS-EOF-IN-YES
004470         CLOSE EXTOLD-FILE
004480     END-IF
004490     MOVE "N" TO WS-REL-RUN
004500     MOVE ZERO TO WS-REL-SEQ
004510     SET WS-EOF-IN-NO TO TRUE
004520     OPEN INPUT EXTNEW-FILE
004530     IF WS-FILE-STATUS-EXN-NOTFND
004540         SET WS-SET-NEW-MISSING TO TRUE
004550         GO TO 2000-RELEASE-EXTRACTS-EXIT
004560     END-IF
004570     IF NOT WS-FILE-STATUS-EXN-OK
004580         DISPLAY "RUNCOMP: OPEN FAILED FOR EXTNEW - STATUS "
004590             WS-FILE-STATUS-EXN
004600         MOVE 16 TO RETURN-CODE
004610         GOBACK
004620     END-IF
004630     ADD 1 TO WS-SUPPLIED-COUNT
004640     PERFORM 2020-RELEASE-EXTNEW-ROW
004650         THRU 2020-RELEASE-EXTNEW-ROW-EXIT
004660         UNTIL WS-EOF-IN-YES
004670     CLOSE EXTNEW-FILE
004680     .
004690 2000-RELEASE-EXTRACTS-EXIT.
004700     EXIT.
004710 2010-RELEASE-EXTOLD-ROW.
004720     READ EXTOLD-FILE INTO EXTO-RECORD
004730         AT END
004740             SET WS-EOF-IN-YES TO TRUE
004750             GO TO 2010-RELEASE-EXTOLD-ROW-EXIT
004760     END-READ
004770     IF NOT WS-FILE-STATUS-EXO-OK
004780         DISPLAY "RUNCOMP: READ FAILED FOR EXTOLD - STATUS "
004790             WS-FILE-STATUS-EXO
004800         MOVE 16 TO RETURN-CODE
004810         GOBACK
004820     END-IF
004830     MOVE SPACES TO WS-REL-KEY
004840     MOVE EXTO-PAIR-ID TO WS-REL-KEY-1
004850     MOVE EXTO-KEY TO WS-REL-KEY-2
004860     MOVE EXTO-REASON-CODE TO WS-REL-KEY-3
004870     MOVE EXTO-RECORD TO WS-REL-DATA
004880     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
004890     .
004900 2010-RELEASE-EXTOLD-ROW-EXIT.
004910     EXIT.
004920 2020-RELEASE-EXTNEW-ROW.
004930     READ EXTNEW-FILE INTO EXTN-RECORD
004940         AT END
004950             SET WS-EOF-IN-YES TO TRUE
004960             GO TO 2020-RELEASE-EXTNEW-ROW-EXIT
004970     END-READ
004980     IF NOT WS-FILE-STATUS-EXN-OK
004990         DISPLAY "RUNCOMP: READ FAILED FOR EXTNEW - STATUS "
005000             WS-FILE-STATUS-EXN
005010         MOVE 16 TO RETURN-CODE
005020         GOBACK
005030     END-IF
005040     MOVE SPACES TO WS-REL-KEY
005050     MOVE EXTN-PAIR-ID TO WS-REL-KEY-1
005060     MOVE EXTN-KEY TO WS-REL-KEY-2
005070     MOVE EXTN-REASON-CODE TO WS-REL-KEY-3
005080     MOVE EXTN-RECORD TO WS-REL-DATA
005090     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
005100     .
005110 2020-RELEASE-EXTNEW-ROW-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------*
005140* 2200 - SORT INPUT: BOTH FIELD DETAIL FILES, MATCHED ON PAIR,
005150* KEY AND FIELD NUMBER.
005160*----------------------------------------------------------------*
005170 2200-RELEASE-FIELDS.
005180     MOVE "O" TO WS-REL-RUN
005190     MOVE ZERO TO WS-REL-SEQ
005200     SET WS-EOF-IN-NO TO TRUE
005210     OPEN INPUT FLDOLD-FILE
005220     IF WS-FILE-STATUS-FDO-NOTFND
005230         SET WS-SET-OLD-MISSING TO TRUE
005240     ELSE
005250         IF NOT WS-FILE-STATUS-FDO-OK
005260             DISPLAY "RUNCOMP: OPEN FAILED FOR FLDOLD - STATUS "
005270                 WS-FILE-STATUS-FDO
005280             MOVE 16 TO RETURN-CODE
005290             GOBACK
005300         END-IF
005310         ADD 1 TO WS-SUPPLIED-COUNT
005320         PERFORM 2210-RELEASE-FLDOLD-ROW
005330             THRU 2210-RELEASE-FLDOLD-ROW-EXIT
005340             UNTIL WS-EOF-IN-YES
005350         CLOSE FLDOLD-FILE
005360     END-IF
005370     MOVE "N" TO WS-REL-RUN
005380     MOVE ZERO TO WS-REL-SEQ
005390     SET WS-EOF-IN-NO TO TRUE
005400     OPEN INPUT FLDNEW-FILE
005410     IF WS-FILE-STATUS-FDN-NOTFND
005420         SET WS-SET-NEW-MISSING TO TRUE
005430         GO TO 2200-RELEASE-FIELDS-EXIT
005440     END-IF
005450     IF NOT WS-FILE-STATUS-FDN-OK
005460         DISPLAY "RUNCOMP: OPEN FAILED FOR FLDNEW - STATUS "
005470             WS-FILE-STATUS-FDN
005480         MOVE 16 TO RETURN-CODE
005490         GOBACK
005500     END-IF
005510     ADD 1 TO WS-SUPPLIED-COUNT
005520     PERFORM 2220-RELEASE-FLDNEW-ROW
005530         THRU 2220-RELEASE-FLDNEW-ROW-EXIT
005540         UNTIL WS-EOF-IN-YES
005550     CLOSE FLDNEW-FILE
005560     .
005570 2200-RELEASE-FIELDS-EXIT.
005580     EXIT.
005590 2210-RELEASE-FLDOLD-ROW.
005600     READ FLDOLD-FILE INTO FLDO-RECORD
005610         AT END
005620             SET WS-EOF-IN-YES TO TRUE
005630             GO TO 2210-RELEASE-FLDOLD-ROW-EXIT
005640     END-READ
005650     IF NOT WS-FILE-STATUS-FDO-OK
005660         DISPLAY "RUNCOMP: READ FAILED FOR FLDOLD - STATUS "
005670             WS-FILE-STATUS-FDO
005680         MOVE 16 TO RETURN-CODE
005690         GOBACK
005700     END-IF
005710     MOVE SPACES TO WS-REL-KEY
005720     MOVE FLDO-PAIR-ID TO WS-REL-KEY-1
005730     MOVE FLDO-KEY TO WS-REL-KEY-2
005740     MOVE FLDO-FIELD-NO TO WS-REL-KEY-3
005750     MOVE FLDO-RECORD TO WS-REL-DATA
005760     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
005770     .
005780 2210-RELEASE-FLDOLD-ROW-EXIT.
005790     EXIT.
005800 2220-RELEASE-FLDNEW-ROW.
005810     READ FLDNEW-FILE INTO FLDN-RECORD
005820         AT END
005830             SET WS-EOF-IN-YES TO TRUE
005840             GO TO 2220-RELEASE-FLDNEW-ROW-EXIT
005850     END-READ
005860     IF NOT WS-FILE-STATUS-FDN-OK
005870         DISPLAY "RUNCOMP: READ FAILED FOR FLDNEW - STATUS "
005880             WS-FILE-STATUS-FDN
005890         MOVE 16 TO RETURN-CODE
005900         GOBACK
005910     END-IF
005920     MOVE SPACES TO WS-REL-KEY
005930     MOVE FLDN-PAIR-ID TO WS-REL-KEY-1
005940     MOVE FLDN-KEY TO WS-REL-KEY-2
005950     MOVE FLDN-FIELD-NO TO WS-REL-KEY-3
005960     MOVE FLDN-RECORD TO WS-REL-DATA
005970     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
005980     .
005990 2220-RELEASE-FLDNEW-ROW-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------*
006020* 2400 - SORT INPUT: BOTH RUNS' CONTROL RECORDS, MATCHED ON
006030* PROGRAM, FILE AND ROLE.
006040*----------------------------------------------------------------*
006050 2400-RELEASE-CONTROLS.
006060     MOVE "O" TO WS-REL-RUN
006070     MOVE ZERO TO WS-REL-SEQ
006080     SET WS-EOF-IN-NO TO TRUE
006090     OPEN INPUT CTLOLD-FILE
006100     IF WS-FILE-STATUS-CTO-NOTFND
006110         SET WS-SET-OLD-MISSING TO TRUE
006120     ELSE
006130         IF NOT WS-FILE-STATUS-CTO-OK
006140             DISPLAY "RUNCOMP: OPEN FAILED FOR CTLOLD - STATUS "
006150                 WS-FILE-STATUS-CTO
006160             MOVE 16 TO RETURN-CODE
006170             GOBACK
006180         END-IF
006190         ADD 1 TO WS-SUPPLIED-COUNT
006200         PERFORM 2410-RELEASE-CTLOLD-ROW
006210             THRU 2410-RELEASE-CTLOLD-ROW-EXIT
006220             UNTIL WS-EOF-IN-YES
006230         CLOSE CTLOLD-FILE
006240     END-IF
006250     MOVE "N" TO WS-REL-RUN
006260     MOVE ZERO TO WS-REL-SEQ
006270     SET WS-EOF-IN-NO TO TRUE
006280     OPEN INPUT CTLNEW-FILE
006290     IF WS-FILE-STATUS-CTN-NOTFND
006300         SET WS-SET-NEW-MISSING TO TRUE
006310         GO TO 2400-RELEASE-CONTROLS-EXIT
006320     END-IF
006330     IF NOT WS-FILE-STATUS-CTN-OK
006340         DISPLAY "RUNCOMP: OPEN FAILED FOR CTLNEW - STATUS "
006350             WS-FILE-STATUS-CTN
006360         MOVE 16 TO RETURN-CODE
006370         GOBACK
006380     END-IF
006390     ADD 1 TO WS-SUPPLIED-COUNT
006400     PERFORM 2420-RELEASE-CTLNEW-ROW
006410         THRU 2420-RELEASE-CTLNEW-ROW-EXIT
006420         UNTIL WS-EOF-IN-YES
006430     CLOSE CTLNEW-FILE
006440     .
006450 2400-RELEASE-CONTROLS-EXIT.
006460     EXIT.
006470 2410-RELEASE-CTLOLD-ROW.
006480     READ CTLOLD-FILE INTO CTLO-RECORD
006490         AT END
006500             SET WS-EOF-IN-YES TO TRUE
006510             GO TO 2410-RELEASE-CTLOLD-ROW-EXIT
006520     END-READ
006530     IF NOT WS-FILE-STATUS-CTO-OK
006540         DISPLAY "RUNCOMP: READ FAILED FOR CTLOLD - STATUS "
006550             WS-FILE-STATUS-CTO
006560         MOVE 16 TO RETURN-CODE
006570         GOBACK
006580     END-IF
006590     MOVE SPACES TO WS-REL-KEY
006600     MOVE CTLO-PROGRAM-ID TO WS-REL-CTL-PROGRAM
006610     MOVE CTLO-FILE-NAME TO WS-REL-CTL-FILE
006620     MOVE CTLO-ROLE TO WS-REL-CTL-ROLE
006630     MOVE CTLO-RECORD TO WS-REL-DATA
006640     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
006650     .
006660 2410-RELEASE-CTLOLD-ROW-EXIT.
006670     EXIT.
006680 2420-RELEASE-CTLNEW-ROW.
006690     READ CTLNEW-FILE INTO CTLN-RECORD
006700         AT END
006710             SET WS-EOF-IN-YES TO TRUE
006720             GO TO 2420-RELEASE-CTLNEW-ROW-EXIT
006730     END-READ
006740     IF NOT WS-FILE-STATUS-CTN-OK
006750         DISPLAY "RUNCOMP: READ FAILED FOR CTLNEW - STATUS "
006760             WS-FILE-STATUS-CTN
006770         MOVE 16 TO RETURN-CODE
006780         GOBACK
006790     END-IF
006800     MOVE SPACES TO WS-REL-KEY
006810     MOVE CTLN-PROGRAM-ID TO WS-REL-CTL-PROGRAM
006820     MOVE CTLN-FILE-NAME TO WS-REL-CTL-FILE
006830     MOVE CTLN-ROLE TO WS-REL-CTL-ROLE
006840     MOVE CTLN-RECORD TO WS-REL-DATA
006850     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
006860     .
006870 2420-RELEASE-CTLNEW-ROW-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900* 2600 - SORT INPUT: BOTH RUNS' PAIR RESULTS, MATCHED ON PAIR.
006910*----------------------------------------------------------------*
006920 2600-RELEASE-PAIR-RESULTS.
006930     MOVE "O" TO WS-REL-RUN
006940     MOVE ZERO TO WS-REL-SEQ
006950     SET WS-EOF-IN-NO TO TRUE
006960     OPEN INPUT PRSOLD-FILE
006970     IF WS-FILE-STATUS-PRO-NOTFND
006980         SET WS-SET-OLD-MISSING TO TRUE
006990     ELSE
007000         IF NOT WS-FILE-STATUS-PRO-OK
007010             DISPLAY "RUNCOMP: OPEN FAILED FOR PRSOLD - STATUS "
007020                 WS-FILE-STATUS-PRO
007030             MOVE 16 TO RETURN-CODE
007040             GOBACK
007050         END-IF
007060         ADD 1 TO WS-SUPPLIED-COUNT
007070         PERFORM 2610-RELEASE-PRSOLD-ROW
007080             THRU 2610-RELEASE-PRSOLD-ROW-EXIT
007090             UNTIL WS-EOF-IN-YES
007100         CLOSE PRSOLD-FILE
007110     END-IF
007120     MOVE "N" TO WS-REL-RUN
007130     MOVE ZERO TO WS-REL-SEQ
007140     SET WS-EOF-IN-NO TO TRUE
007150     OPEN INPUT PRSNEW-FILE
007160     IF WS-FILE-STATUS-PRN-NOTFND
007170         SET WS-SET-NEW-MISSING TO TRUE
007180         GO TO 2600-RELEASE-PAIR-RESULTS-EXIT
007190     END-IF
007200     IF NOT WS-FILE-STATUS-PRN-OK
007210         DISPLAY "RUNCOMP: OPEN FAILED FOR PRSNEW - STATUS "
007220             WS-FILE-STATUS-PRN
007230         MOVE 16 TO RETURN-CODE
007240         GOBACK
007250     END-IF
007260     ADD 1 TO WS-SUPPLIED-COUNT
007270     PERFORM 2620-RELEASE-PRSNEW-ROW
007280         THRU 2620-RELEASE-PRSNEW-ROW-EXIT
007290         UNTIL WS-EOF-IN-YES
007300     CLOSE PRSNEW-FILE
007310     .
007320 2600-RELEASE-PAIR-RESULTS-EXIT.
007330     EXIT.
007340 2610-RELEASE-PRSOLD-ROW.
007350     READ PRSOLD-FILE INTO PRSO-RECORD
007360         AT END
007370             SET WS-EOF-IN-YES TO TRUE
007380             GO TO 2610-RELEASE-PRSOLD-ROW-EXIT
007390     END-READ
007400     IF NOT WS-FILE-STATUS-PRO-OK
007410         DISPLAY "RUNCOMP: READ FAILED FOR PRSOLD - STATUS "
007420             WS-FILE-STATUS-PRO
007430         MOVE 16 TO RETURN-CODE
007440         GOBACK
007450     END-IF
007460     MOVE SPACES TO WS-REL-KEY
007470     MOVE PRSO-PAIR-ID TO WS-REL-KEY-1
007480     MOVE PRSO-RECORD TO WS-REL-DATA
007490     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
007500     .
007510 2610-RELEASE-PRSOLD-ROW-EXIT.
007520     EXIT.
007530 2620-RELEASE-PRSNEW-ROW.
007540     READ PRSNEW-FILE INTO PRSN-RECORD
007550         AT END
007560             SET WS-EOF-IN-YES TO TRUE
007570             GO TO 2620-RELEASE-PRSNEW-ROW-EXIT
007580     END-READ
007590     IF NOT WS-FILE-STATUS-PRN-OK
007600         DISPLAY "RUNCOMP: READ FAILED FOR PRSNEW - STATUS "
007610             WS-FILE-STATUS-PRN
007620         MOVE 16 TO RETURN-CODE
007630         GOBACK
007640     END-IF
007650     MOVE SPACES TO WS-REL-KEY
007660     MOVE PRSN-PAIR-ID TO WS-REL-KEY-1
007670     MOVE PRSN-RECORD TO WS-REL-DATA
007680     PERFORM 2900-RELEASE-ROW THRU 2900-RELEASE-ROW-EXIT
007690     .
007700 2620-RELEASE-PRSNEW-ROW-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------*
007730* 2900 - RELEASE THE ROW IN HAND, NUMBERED WITHIN ITS RUN SO THE
007740* ROWS OF ONE MATCH KEY PAIR OFF IN THE ORDER THEY WERE WRITTEN.
007750*----------------------------------------------------------------*
007760 2900-RELEASE-ROW.
007770     ADD 1 TO WS-REL-SEQ
007780     ADD 1 TO WS-ROWS-READ
007790     IF WS-REL-RUN = "O"
007800         ADD 1 TO WS-SET-OLD-ROWS
007810     ELSE
007820         ADD 1 TO WS-SET-NEW-ROWS
007830     END-IF
007840     MOVE WS-REL-KEY TO SRT-KEY
007850     MOVE WS-REL-RUN TO SRT-RUN
007860     MOVE WS-REL-SEQ TO SRT-SEQ
007870     MOVE WS-REL-DATA TO SRT-DATA
007880     RELEASE SORT-RECORD
007890     .
007900 2900-RELEASE-ROW-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------*
007930* 5000 - SORT OUTPUT: THE ROWS OF EACH MATCH KEY ARE GATHERED BY
007940* RUN AND COMPARED WHEN THE KEY CLOSES.
007950*----------------------------------------------------------------*
007960 5000-COMPARE-ROWS.
007970     PERFORM 5100-RETURN-ONE-ROW THRU 5100-RETURN-ONE-ROW-EXIT
007980         UNTIL WS-EOF-SORT-YES
007990     IF WS-GR-KEY NOT = HIGH-VALUES
008000         PERFORM 5200-CLOSE-KEY THRU 5200-CLOSE-KEY-EXIT
008010     END-IF
008020     .
008030 5000-COMPARE-ROWS-EXIT.
008040     EXIT.
008050 5100-RETURN-ONE-ROW.
008060     RETURN SORT-FILE
008070         AT END
008080             SET WS-EOF-SORT-YES TO TRUE
008090             GO TO 5100-RETURN-ONE-ROW-EXIT
008100     END-RETURN
008110     IF SRT-KEY NOT = WS-GR-KEY
008120         IF WS-GR-KEY NOT = HIGH-VALUES
008130             PERFORM 5200-CLOSE-KEY THRU 5200-CLOSE-KEY-EXIT
008140         END-IF
008150         MOVE SRT-KEY TO WS-GR-KEY
008160         MOVE ZERO TO WS-GRO-COUNT
008170         MOVE ZERO TO WS-GRN-COUNT
008180         MOVE ZERO TO WS-GRO-DROPPED
008190         MOVE ZERO TO WS-GRN-DROPPED
008200     END-IF
008210     IF SRT-RUN-OLD
008220         IF WS-GRO-COUNT = WS-GR-MAX
008230             ADD 1 TO WS-GRO-DROPPED
008240         ELSE
008250             ADD 1 TO WS-GRO-COUNT
008260             MOVE SRT-DATA TO WS-GRO-ROW (WS-GRO-COUNT)
008270         END-IF
008280     ELSE
008290         IF WS-GRN-COUNT = WS-GR-MAX
008300             ADD 1 TO WS-GRN-DROPPED
008310         ELSE
008320             ADD 1 TO WS-GRN-COUNT
008330             MOVE SRT-DATA TO WS-GRN-ROW (WS-GRN-COUNT)
008340         END-IF
008350     END-IF
008360     .
008370 5100-RETURN-ONE-ROW-EXIT.
008380     EXIT.
008390*----------------------------------------------------------------*
008400* 5200 - PAIR THE KEY'S OLD AND NEW ROWS OFF IN WRITTEN ORDER.  A
008410* ROW LEFT OVER ON EITHER SIDE IS ON THAT RUN ONLY; ROWS BEYOND
008420* THE TABLE ARE LISTED AS NOT COMPARED.
008430*----------------------------------------------------------------*
008440 5200-CLOSE-KEY.
008450     MOVE WS-GRO-COUNT TO WS-GR-OCC-MAX
008460     IF WS-GRN-COUNT > WS-GR-OCC-MAX
008470         MOVE WS-GRN-COUNT TO WS-GR-OCC-MAX
008480     END-IF
008490     MOVE "N" TO WS-GR-MULTI-SW
008500     IF WS-GR-OCC-MAX > 1
008510         MOVE "Y" TO WS-GR-MULTI-SW
008520     END-IF
008530     PERFORM 5210-COMPARE-OCCURRENCE
008540         THRU 5210-COMPARE-OCCURRENCE-EXIT
008550         VARYING WS-GR-OCC FROM 1 BY 1
008560         UNTIL WS-GR-OCC > WS-GR-OCC-MAX
008570     IF WS-GRO-DROPPED > 0 OR WS-GRN-DROPPED > 0
008580         ADD WS-GRO-DROPPED TO WS-SET-UNCOMPARED
008590         ADD WS-GRN-DROPPED TO WS-SET-UNCOMPARED
008600         ADD WS-GRO-DROPPED TO WS-DIFF-COUNT
008610         ADD WS-GRN-DROPPED TO WS-DIFF-COUNT
008620         MOVE 1 TO WS-GR-OCC
008630         IF WS-GRO-COUNT > 0
008640             MOVE WS-GRO-ROW (1) TO WS-REL-DATA
008650         ELSE
008660             MOVE WS-GRN-ROW (1) TO WS-REL-DATA
008670         END-IF
008680         MOVE "N" TO WS-GR-MULTI-SW
008690         PERFORM 5250-DESCRIBE-ROW THRU 5250-DESCRIBE-ROW-EXIT
008700         MOVE "NOT COMPARED" TO WS-ROW-TAG
008710         PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
008720         MOVE WS-GRO-DROPPED TO WS-EDIT-COUNT
008730         MOVE WS-GRN-DROPPED TO WS-EDIT-COUNT-2
008740         MOVE SPACES TO WS-REPORT-LINE
008750         STRING "      MORE THAN 50 ROWS ON A RUN - "
008760             DELIMITED BY SIZE
008770             "OLD ROWS NOT HELD " DELIMITED BY SIZE
008780             WS-EDIT-COUNT DELIMITED BY SIZE
008790             "  NEW ROWS NOT HELD " DELIMITED BY SIZE
008800             WS-EDIT-COUNT-2 DELIMITED BY SIZE
008810             INTO WS-REPORT-LINE
008820         PERFORM 8900-WRITE-REPORT-LINE
008830             THRU 8900-WRITE-REPORT-LINE-EXIT
008840     END-IF
008850     .
008860 5200-CLOSE-KEY-EXIT.
008870     EXIT.
008880 5210-COMPARE-OCCURRENCE.
008890     IF WS-GR-OCC > WS-GRN-COUNT
008900         MOVE WS-GRO-ROW (WS-GR-OCC) TO WS-REL-DATA
008910         PERFORM 5250-DESCRIBE-ROW THRU 5250-DESCRIBE-ROW-EXIT
008920         MOVE "ONLY IN OLD" TO WS-ROW-TAG
008930         PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
008940         ADD 1 TO WS-SET-ONLY-OLD
008950         ADD 1 TO WS-DIFF-COUNT
008960         GO TO 5210-COMPARE-OCCURRENCE-EXIT
008970     END-IF
008980     IF WS-GR-OCC > WS-GRO-COUNT
008990         MOVE WS-GRN-ROW (WS-GR-OCC) TO WS-REL-DATA
009000         PERFORM 5250-DESCRIBE-ROW THRU 5250-DESCRIBE-ROW-EXIT
009010         MOVE "ONLY IN NEW" TO WS-ROW-TAG
009020         PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
009030         ADD 1 TO WS-SET-ONLY-NEW
009040         ADD 1 TO WS-DIFF-COUNT
009050         GO TO 5210-COMPARE-OCCURRENCE-EXIT
009060     END-IF
009070     MOVE WS-GRO-ROW (WS-GR-OCC) TO WS-REL-DATA
009080     PERFORM 5250-DESCRIBE-ROW THRU 5250-DESCRIBE-ROW-EXIT
009090     SET WS-ROW-DIFF-NO TO TRUE
009100     EVALUATE TRUE
009110         WHEN WS-SET-EXTRACT
009120             PERFORM 5400-COMPARE-EXTRACT
009130                 THRU 5400-COMPARE-EXTRACT-EXIT
009140         WHEN WS-SET-FIELDS
009150             PERFORM 5500-COMPARE-FIELD
009160                 THRU 5500-COMPARE-FIELD-EXIT
009170         WHEN WS-SET-CONTROLS
009180             PERFORM 5600-COMPARE-CONTROL
009190                 THRU 5600-COMPARE-CONTROL-EXIT
009200         WHEN OTHER
009210             PERFORM 5700-COMPARE-PAIR-RESULT
009220                 THRU 5700-COMPARE-PAIR-RESULT-EXIT
009230     END-EVALUATE
009240     IF WS-ROW-DIFF-YES
009250         ADD 1 TO WS-SET-DIFFERING
009260         ADD 1 TO WS-DIFF-COUNT
009270     ELSE
009280         ADD 1 TO WS-SET-AGREE
009290     END-IF
009300     .
009310 5210-COMPARE-OCCURRENCE-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------*
009340* 5250 - DESCRIBE THE ROW IN WS-REL-DATA BY ITS MATCH KEY, WITH
009350* ITS PLACE AMONG THE KEY'S ROWS WHEN THERE IS MORE THAN ONE.
009360*----------------------------------------------------------------*
009370 5250-DESCRIBE-ROW.
009380     MOVE SPACES TO WS-ROW-DESC
009390     EVALUATE TRUE
009400         WHEN WS-SET-EXTRACT
009410             MOVE WS-REL-DATA TO EXTO-RECORD
009420             STRING "PAIR " DELIMITED BY SIZE
009430                 EXTO-PAIR-ID DELIMITED BY SIZE
009440                 " KEY " DELIMITED BY SIZE
009450                 EXTO-KEY DELIMITED BY SIZE
009460                 " REASON " DELIMITED BY SIZE
009470                 EXTO-REASON-CODE DELIMITED BY SIZE
009480                 INTO WS-ROW-DESC
009490         WHEN WS-SET-FIELDS
009500             MOVE WS-REL-DATA TO FLDO-RECORD
009510             MOVE FLDO-FIELD-NO TO WS-EDIT-FIELD-NO
009520             STRING "PAIR " DELIMITED BY SIZE
009530                 FLDO-PAIR-ID DELIMITED BY SIZE
009540                 " KEY " DELIMITED BY SIZE
009550                 FLDO-KEY DELIMITED BY SIZE
009560                 " FIELD " DELIMITED BY SIZE
009570                 WS-EDIT-FIELD-NO DELIMITED BY SIZE
009580                 INTO WS-ROW-DESC
009590         WHEN WS-SET-CONTROLS
009600             MOVE WS-REL-DATA TO CTLO-RECORD
009610             STRING "PROGRAM " DELIMITED BY SIZE
009620                 CTLO-PROGRAM-ID DELIMITED BY SIZE
009630                 " FILE " DELIMITED BY SIZE
009640                 CTLO-FILE-NAME DELIMITED BY SIZE
009650                 " ROLE " DELIMITED BY SIZE
009660                 CTLO-ROLE DELIMITED BY SIZE
009670                 INTO WS-ROW-DESC
009680         WHEN OTHER
009690             MOVE WS-REL-DATA TO PRSO-RECORD
009700             STRING "PAIR " DELIMITED BY SIZE
009710                 PRSO-PAIR-ID DELIMITED BY SIZE
009720                 INTO WS-ROW-DESC
009730     END-EVALUATE
009740     IF WS-GR-MULTI
009750         MOVE WS-GR-OCC TO WS-EDIT-OCC
009760         MOVE "#" TO WS-ROW-DESC (52:1)
009770         MOVE WS-EDIT-OCC TO WS-ROW-DESC (53:2)
009780     END-IF
009790     .
009800 5250-DESCRIBE-ROW-EXIT.
009810     EXIT.
009820 5300-PRINT-ROW-LINE.
009830     MOVE WS-ROW-TAG TO WS-OL-TAG
009840     MOVE WS-ROW-DESC TO WS-OL-DESC
009850     MOVE WS-ONLY-LINE TO WS-REPORT-LINE
009860     PERFORM 8900-WRITE-REPORT-LINE
009870         THRU 8900-WRITE-REPORT-LINE-EXIT
009880     .
009890 5300-PRINT-ROW-LINE-EXIT.
009900     EXIT.
009910*----------------------------------------------------------------*
009920* 5400 - AN EXCEPTION ON BOTH RUNS: BOTH IMAGES MUST AGREE.  EACH
009930* IMAGE THAT DIFFERS IS SHOWN FROM ITS FIRST DIFFERING BYTE.
009940*----------------------------------------------------------------*
009950 5400-COMPARE-EXTRACT.
009960     MOVE WS-GRO-ROW (WS-GR-OCC) TO EXTO-RECORD
009970     MOVE WS-GRN-ROW (WS-GR-OCC) TO EXTN-RECORD
009980     IF EXTO-FILEA-DATA = EXTN-FILEA-DATA
009990             AND EXTO-FILEB-DATA = EXTN-FILEB-DATA
010000         GO TO 5400-COMPARE-EXTRACT-EXIT
010010     END-IF
010020     SET WS-ROW-DIFF-YES TO TRUE
010030     MOVE "IMAGE DIFFERS" TO WS-ROW-TAG
010040     PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
010050     IF EXTO-FILEA-DATA NOT = EXTN-FILEA-DATA
010060         MOVE "A" TO WS-CMP-SIDE
010070         MOVE EXTO-FILEA-DATA TO WS-CMP-OLD
010080         MOVE EXTN-FILEA-DATA TO WS-CMP-NEW
010090         PERFORM 5410-PRINT-IMAGE-DIFF
010100             THRU 5410-PRINT-IMAGE-DIFF-EXIT
010110     END-IF
010120     IF EXTO-FILEB-DATA NOT = EXTN-FILEB-DATA
010130         MOVE "B" TO WS-CMP-SIDE
010140         MOVE EXTO-FILEB-DATA TO WS-CMP-OLD
010150         MOVE EXTN-FILEB-DATA TO WS-CMP-NEW
010160         PERFORM 5410-PRINT-IMAGE-DIFF
010170             THRU 5410-PRINT-IMAGE-DIFF-EXIT
010180     END-IF
010190     .
010200 5400-COMPARE-EXTRACT-EXIT.
010210     EXIT.
010220 5410-PRINT-IMAGE-DIFF.
010230     PERFORM 5420-SCAN-IMAGE THRU 5420-SCAN-IMAGE-EXIT
010240         VARYING WS-CMP-POS FROM 1 BY 1
010250         UNTIL WS-CMP-POS > 500
010260             OR WS-CMP-OLD (WS-CMP-POS:1)
010270                 NOT = WS-CMP-NEW (WS-CMP-POS:1)
010280     MOVE WS-CMP-POS TO WS-CMP-FROM
010290     IF WS-CMP-FROM > 500 - WS-CMP-SEG-LEN + 1
010300         COMPUTE WS-CMP-FROM = 500 - WS-CMP-SEG-LEN + 1
010310     END-IF
010320     MOVE WS-CMP-SIDE TO WS-IL-SIDE
010330     MOVE WS-CMP-FROM TO WS-IL-POS
010340     MOVE "OLD" TO WS-IL-RUN
010350     MOVE WS-CMP-OLD (WS-CMP-FROM:WS-CMP-SEG-LEN) TO WS-IL-SEGMENT
010360     MOVE WS-IMAGE-LINE TO WS-REPORT-LINE
010370     PERFORM 8900-WRITE-REPORT-LINE
010380         THRU 8900-WRITE-REPORT-LINE-EXIT
010390     MOVE "NEW" TO WS-IL-RUN
010400     MOVE WS-CMP-NEW (WS-CMP-FROM:WS-CMP-SEG-LEN) TO WS-IL-SEGMENT
010410     MOVE WS-IMAGE-LINE TO WS-REPORT-LINE
010420     PERFORM 8900-WRITE-REPORT-LINE
010430         THRU 8900-WRITE-REPORT-LINE-EXIT
010440     .
010450 5410-PRINT-IMAGE-DIFF-EXIT.
010460     EXIT.
010470 5420-SCAN-IMAGE.
010480     CONTINUE
010490     .
010500 5420-SCAN-IMAGE-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------*
010530* 5500 - A FIELD ROW ON BOTH RUNS: EVERYTHING BUT THE RUN DATE
010540* MUST AGREE.  BOTH ROWS ARE SHOWN WHEN ANY OF IT DIFFERS.
010550*----------------------------------------------------------------*
010560 5500-COMPARE-FIELD.
010570     MOVE WS-GRO-ROW (WS-GR-OCC) TO FLDO-RECORD
010580     MOVE WS-GRN-ROW (WS-GR-OCC) TO FLDN-RECORD
010590     IF FLDO-FIELD-TYPE = FLDN-FIELD-TYPE
010600             AND FLDO-FIELD-FROM = FLDN-FIELD-FROM
010610             AND FLDO-FIELD-LEN = FLDN-FIELD-LEN
010620             AND FLDO-A-VALUE = FLDN-A-VALUE
010630             AND FLDO-B-VALUE = FLDN-B-VALUE
010640             AND FLDO-DIFFERENCE = FLDN-DIFFERENCE
010650             AND FLDO-FIELD-NAME = FLDN-FIELD-NAME
010660         GO TO 5500-COMPARE-FIELD-EXIT
010670     END-IF
010680     SET WS-ROW-DIFF-YES TO TRUE
010690     MOVE "FIELD DIFFERS" TO WS-ROW-TAG
010700     PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
010710     MOVE "OLD" TO WS-FL-RUN
010720     MOVE FLDO-FIELD-TYPE TO WS-FL-TYPE
010730     MOVE FLDO-FIELD-FROM TO WS-FL-FROM
010740     MOVE FLDO-FIELD-LEN TO WS-FL-LEN
010750     MOVE FLDO-FIELD-NAME TO WS-FL-NAME
010760     MOVE FLDO-A-VALUE TO WS-FL-A-VALUE
010770     MOVE FLDO-B-VALUE TO WS-FL-B-VALUE
010780     MOVE FLDO-DIFFERENCE TO WS-FL-DIFFERENCE
010790     MOVE WS-FIELD-LINE TO WS-REPORT-LINE
010800     PERFORM 8900-WRITE-REPORT-LINE
010810         THRU 8900-WRITE-REPORT-LINE-EXIT
010820     MOVE "NEW" TO WS-FL-RUN
010830     MOVE FLDN-FIELD-TYPE TO WS-FL-TYPE
010840     MOVE FLDN-FIELD-FROM TO WS-FL-FROM
010850     MOVE FLDN-FIELD-LEN TO WS-FL-LEN
010860     MOVE FLDN-FIELD-NAME TO WS-FL-NAME
010870     MOVE FLDN-A-VALUE TO WS-FL-A-VALUE
010880     MOVE FLDN-B-VALUE TO WS-FL-B-VALUE
010890     MOVE FLDN-DIFFERENCE TO WS-FL-DIFFERENCE
010900     MOVE WS-FIELD-LINE TO WS-REPORT-LINE
010910     PERFORM 8900-WRITE-REPORT-LINE
010920         THRU 8900-WRITE-REPORT-LINE-EXIT
010930     .
010940 5500-COMPARE-FIELD-EXIT.
010950     EXIT.
010960*----------------------------------------------------------------*
010970* 5600 - A CONTROL RECORD ON BOTH RUNS: THE RECORD COUNT AND THE
010980* AMOUNT HASH MUST AGREE.
010990*----------------------------------------------------------------*
011000 5600-COMPARE-CONTROL.
011010     MOVE WS-GRO-ROW (WS-GR-OCC) TO CTLO-RECORD
011020     MOVE WS-GRN-ROW (WS-GR-OCC) TO CTLN-RECORD
011030     IF CTLO-RECORD-COUNT = CTLN-RECORD-COUNT
011040             AND CTLO-AMT-HASH = CTLN-AMT-HASH
011050         GO TO 5600-COMPARE-CONTROL-EXIT
011060     END-IF
011070     SET WS-ROW-DIFF-YES TO TRUE
011080     MOVE "COUNT MOVED" TO WS-ROW-TAG
011090     PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
011100     MOVE "RECORD COUNT" TO WS-CTR-NAME
011110     MOVE CTLO-RECORD-COUNT TO WS-CTR-OLD
011120     MOVE CTLN-RECORD-COUNT TO WS-CTR-NEW
011130     PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011140     MOVE "AMOUNT HASH" TO WS-CTR-NAME
011150     MOVE CTLO-AMT-HASH TO WS-CTR-OLD
011160     MOVE CTLN-AMT-HASH TO WS-CTR-NEW
011170     PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011180     .
011190 5600-COMPARE-CONTROL-EXIT.
011200     EXIT.
011210*----------------------------------------------------------------*
011220* 5700 - A PAIR RESULT ON BOTH RUNS: THE GRADE, THE RELEASE FLAG
011230* AND EVERY COUNTER MUST AGREE.  EACH ONE THAT MOVED IS LISTED.
011240*----------------------------------------------------------------*
011250 5700-COMPARE-PAIR-RESULT.
011260     MOVE WS-GRO-ROW (WS-GR-OCC) TO PRSO-RECORD
011270     MOVE WS-GRN-ROW (WS-GR-OCC) TO PRSN-RECORD
011280     IF PRSO-GRADE = PRSN-GRADE
011290             AND PRSO-HELD-SW = PRSN-HELD-SW
011300             AND PRSO-MATCH-COUNT = PRSN-MATCH-COUNT
011310             AND PRSO-NOT-ON-A-COUNT = PRSN-NOT-ON-A-COUNT
011320             AND PRSO-NOT-ON-B-COUNT = PRSN-NOT-ON-B-COUNT
011330             AND PRSO-FIELD-MM-COUNT = PRSN-FIELD-MM-COUNT
011340             AND PRSO-RECORDS-READ-A = PRSN-RECORDS-READ-A
011350             AND PRSO-RECORDS-READ-B = PRSN-RECORDS-READ-B
011360         GO TO 5700-COMPARE-PAIR-RESULT-EXIT
011370     END-IF
011380     SET WS-ROW-DIFF-YES TO TRUE
011390     MOVE "COUNTER MOVED" TO WS-ROW-TAG
011400     PERFORM 5300-PRINT-ROW-LINE THRU 5300-PRINT-ROW-LINE-EXIT
011410     IF PRSO-HELD-SW NOT = PRSN-HELD-SW
011420         MOVE SPACES TO WS-REPORT-LINE
011430         STRING "      RELEASE FLAG      OLD " DELIMITED BY SIZE
011440             PRSO-HELD-SW DELIMITED BY SIZE
011450             "  NEW " DELIMITED BY SIZE
011460             PRSN-HELD-SW DELIMITED BY SIZE
011470             INTO WS-REPORT-LINE
011480         PERFORM 8900-WRITE-REPORT-LINE
011490             THRU 8900-WRITE-REPORT-LINE-EXIT
011500     END-IF
011510     IF PRSO-GRADE NOT = PRSN-GRADE
011520         MOVE "GRADE" TO WS-CTR-NAME
011530         MOVE PRSO-GRADE TO WS-CTR-OLD
011540         MOVE PRSN-GRADE TO WS-CTR-NEW
011550         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011560     END-IF
011570     IF PRSO-MATCH-COUNT NOT = PRSN-MATCH-COUNT
011580         MOVE "MATCHED" TO WS-CTR-NAME
011590         MOVE PRSO-MATCH-COUNT TO WS-CTR-OLD
011600         MOVE PRSN-MATCH-COUNT TO WS-CTR-NEW
011610         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011620     END-IF
011630     IF PRSO-NOT-ON-A-COUNT NOT = PRSN-NOT-ON-A-COUNT
011640         MOVE "NOT ON FILE A" TO WS-CTR-NAME
011650         MOVE PRSO-NOT-ON-A-COUNT TO WS-CTR-OLD
011660         MOVE PRSN-NOT-ON-A-COUNT TO WS-CTR-NEW
011670         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011680     END-IF
011690     IF PRSO-NOT-ON-B-COUNT NOT = PRSN-NOT-ON-B-COUNT
011700         MOVE "NOT ON FILE B" TO WS-CTR-NAME
011710         MOVE PRSO-NOT-ON-B-COUNT TO WS-CTR-OLD
011720         MOVE PRSN-NOT-ON-B-COUNT TO WS-CTR-NEW
011730         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011740     END-IF
011750     IF PRSO-FIELD-MM-COUNT NOT = PRSN-FIELD-MM-COUNT
011760         MOVE "FIELD MISMATCH" TO WS-CTR-NAME
011770         MOVE PRSO-FIELD-MM-COUNT TO WS-CTR-OLD
011780         MOVE PRSN-FIELD-MM-COUNT TO WS-CTR-NEW
011790         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011800     END-IF
011810     IF PRSO-RECORDS-READ-A NOT = PRSN-RECORDS-READ-A
011820         MOVE "READ FROM FILE A" TO WS-CTR-NAME
011830         MOVE PRSO-RECORDS-READ-A TO WS-CTR-OLD
011840         MOVE PRSN-RECORDS-READ-A TO WS-CTR-NEW
011850         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011860     END-IF
011870     IF PRSO-RECORDS-READ-B NOT = PRSN-RECORDS-READ-B
011880         MOVE "READ FROM FILE B" TO WS-CTR-NAME
011890         MOVE PRSO-RECORDS-READ-B TO WS-CTR-OLD
011900         MOVE PRSN-RECORDS-READ-B TO WS-CTR-NEW
011910         PERFORM 5800-PRINT-COUNTER THRU 5800-PRINT-COUNTER-EXIT
011920     END-IF
011930     .
011940 5700-COMPARE-PAIR-RESULT-EXIT.
011950     EXIT.
011960 5800-PRINT-COUNTER.
011970     MOVE WS-CTR-OLD TO WS-EDIT-AMT-OLD
011980     MOVE WS-CTR-NEW TO WS-EDIT-AMT-NEW
011990     MOVE SPACES TO WS-REPORT-LINE
012000     STRING "      " DELIMITED BY SIZE
012010         WS-CTR-NAME DELIMITED BY SIZE
012020         "  OLD " DELIMITED BY SIZE
012030         WS-EDIT-AMT-OLD DELIMITED BY SIZE
012040         "  NEW " DELIMITED BY SIZE
012050         WS-EDIT-AMT-NEW DELIMITED BY SIZE
012060         INTO WS-REPORT-LINE
012070     PERFORM 8900-WRITE-REPORT-LINE
012080         THRU 8900-WRITE-REPORT-LINE-EXIT
012090     .
012100 5800-PRINT-COUNTER-EXIT.
012110     EXIT.
012120*----------------------------------------------------------------*
012130* 5900 - THE SET'S TOTALS, AND A NOTE FOR ANY DATASET NOT
012140* SUPPLIED.
012150*----------------------------------------------------------------*
012160 5900-PRINT-SET-TOTALS.
012170     IF WS-SET-OLD-MISSING
012180         MOVE SPACES TO WS-REPORT-LINE
012190         STRING "  " DELIMITED BY SIZE
012200             WS-SET-OLD-DD DELIMITED BY SPACE
012210             " NOT SUPPLIED - TAKEN AS EMPTY" DELIMITED BY SIZE
012220             INTO WS-REPORT-LINE
012230         PERFORM 8900-WRITE-REPORT-LINE
012240             THRU 8900-WRITE-REPORT-LINE-EXIT
012250     END-IF
012260     IF WS-SET-NEW-MISSING
012270         MOVE SPACES TO WS-REPORT-LINE
012280         STRING "  " DELIMITED BY SIZE
012290             WS-SET-NEW-DD DELIMITED BY SPACE
012300             " NOT SUPPLIED - TAKEN AS EMPTY" DELIMITED BY SIZE
012310             INTO WS-REPORT-LINE
012320         PERFORM 8900-WRITE-REPORT-LINE
012330             THRU 8900-WRITE-REPORT-LINE-EXIT
012340     END-IF
012350     MOVE SPACES TO WS-REPORT-LINE
012360     MOVE WS-SET-OLD-ROWS TO WS-EDIT-COUNT
012370     MOVE WS-SET-NEW-ROWS TO WS-EDIT-COUNT-2
012380     STRING "  OLD RUN ROWS " DELIMITED BY SIZE
012390         WS-EDIT-COUNT DELIMITED BY SIZE
012400         "   NEW RUN ROWS " DELIMITED BY SIZE
012410         WS-EDIT-COUNT-2 DELIMITED BY SIZE
012420         INTO WS-REPORT-LINE
012430     PERFORM 8900-WRITE-REPORT-LINE
012440         THRU 8900-WRITE-REPORT-LINE-EXIT
012450     MOVE SPACES TO WS-REPORT-LINE
012460     MOVE WS-SET-AGREE TO WS-EDIT-COUNT
012470     MOVE WS-SET-DIFFERING TO WS-EDIT-COUNT-2
012480     STRING "  AGREE        " DELIMITED BY SIZE
012490         WS-EDIT-COUNT DELIMITED BY SIZE
012500         "   DIFFER       " DELIMITED BY SIZE
012510         WS-EDIT-COUNT-2 DELIMITED BY SIZE
012520         INTO WS-REPORT-LINE
012530     PERFORM 8900-WRITE-REPORT-LINE
012540         THRU 8900-WRITE-REPORT-LINE-EXIT
012550     MOVE SPACES TO WS-REPORT-LINE
012560     MOVE WS-SET-ONLY-OLD TO WS-EDIT-COUNT
012570     MOVE WS-SET-ONLY-NEW TO WS-EDIT-COUNT-2
012580     STRING "  ONLY IN OLD  " DELIMITED BY SIZE
012590         WS-EDIT-COUNT DELIMITED BY SIZE
012600         "   ONLY IN NEW  " DELIMITED BY SIZE
012610         WS-EDIT-COUNT-2 DELIMITED BY SIZE
012620         INTO WS-REPORT-LINE
012630     PERFORM 8900-WRITE-REPORT-LINE
012640         THRU 8900-WRITE-REPORT-LINE-EXIT
012650     IF WS-SET-UNCOMPARED > 0
012660         MOVE SPACES TO WS-REPORT-LINE
012670         MOVE WS-SET-UNCOMPARED TO WS-EDIT-COUNT
012680         STRING "  NOT COMPARED " DELIMITED BY SIZE
012690             WS-EDIT-COUNT DELIMITED BY SIZE
012700             INTO WS-REPORT-LINE
012710         PERFORM 8900-WRITE-REPORT-LINE
012720             THRU 8900-WRITE-REPORT-LINE-EXIT
012730     END-IF
012740     .
012750 5900-PRINT-SET-TOTALS-EXIT.
012760     EXIT.
012770*----------------------------------------------------------------*
012780* 8000 - THE VERDICT.  EQUIVALENT ONLY WHEN NOTHING DIFFERED AND
012790* AT LEAST ONE OUTPUT OF EITHER RUN WAS THERE TO COMPARE.
012800*----------------------------------------------------------------*
012810 8000-PRINT-VERDICT.
012820     MOVE SPACES TO WS-REPORT-LINE
012830     PERFORM 8900-WRITE-REPORT-LINE
012840         THRU 8900-WRITE-REPORT-LINE-EXIT
012850     IF WS-SUPPLIED-COUNT = 0
012860         MOVE "VERDICT: NO OUTPUT OF EITHER RUN TO COMPARE"
012870             TO WS-REPORT-LINE
012880         PERFORM 8900-WRITE-REPORT-LINE
012890             THRU 8900-WRITE-REPORT-LINE-EXIT
012900         GO TO 8000-PRINT-VERDICT-EXIT
012910     END-IF
012920     IF WS-DIFF-COUNT = 0
012930         MOVE "VERDICT: EQUIVALENT APART FROM RUN DATE AND TIME"
012940             TO WS-REPORT-LINE
012950     ELSE
012960         MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT
012970         MOVE SPACES TO WS-REPORT-LINE
012980         STRING "VERDICT: NOT EQUIVALENT - " DELIMITED BY SIZE
012990             WS-EDIT-COUNT DELIMITED BY SIZE
013000             " DIFFERENCES" DELIMITED BY SIZE
013010             INTO WS-REPORT-LINE
013020     END-IF
013030     PERFORM 8900-WRITE-REPORT-LINE
013040         THRU 8900-WRITE-REPORT-LINE-EXIT
013050     .
013060 8000-PRINT-VERDICT-EXIT.
013070     EXIT.
013080 8900-WRITE-REPORT-LINE.
013090     WRITE REPORT-RECORD FROM WS-REPORT-LINE
013100     IF NOT WS-FILE-STATUS-RPT-OK
013110         DISPLAY "RUNCOMP: WRITE FAILED FOR CMPRPT - STATUS "
013120             WS-FILE-STATUS-RPT
013130         MOVE 16 TO RETURN-CODE
013140         GOBACK
013150     END-IF
013160     .
013170 8900-WRITE-REPORT-LINE-EXIT.
013180     EXIT.
013190 9999-TERMINATE.
013200     CLOSE REPORT-FILE
013210     EVALUATE TRUE
013220         WHEN WS-SUPPLIED-COUNT = 0
013230             DISPLAY "RUNCOMP: NO RUN OUTPUTS SUPPLIED - "
013240                 "NOTHING COMPARED"
013250             MOVE 16 TO RETURN-CODE
013260         WHEN WS-DIFF-COUNT > 0
013270             MOVE 8 TO RETURN-CODE
013280         WHEN OTHER
013290             MOVE 0 TO RETURN-CODE
013300     END-EVALUATE
013310     .
013320 9999-TERMINATE-EXIT.
013330     EXIT.
013340*----------------------------------------------------------------*
013350* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
013360*----------------------------------------------------------------*
013370 COPY "RECSTP.cpy".
013380 END PROGRAM RUNCOMP.
