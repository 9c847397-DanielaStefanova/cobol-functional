000370*                   WORK FILES AND NETS THE DELTAS ACROSS THE
000380*                   DAY, SO DELTAAPL APPLIES ONE FILE ONCE
000390*                   INSTEAD OF FOUR INTRA-DAY PASSES.
000400*   2026-10-15 DS   KEY CROSS-REFERENCE - WHEN THE XREF DATASET
000410*                   (RECXRF) IS PRESENT THE BEFORE SNAPSHOT IS
000420*                   RE-KEYED THROUGH IT AND SORTED BEFORE THE
000430*                   MATCH-MERGE, AS RECON DOES, SO A CONVERTED
000440*                   ACCOUNT YIELDS NO DELETE/ADD PAIR.
000450*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000460*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000470*                   THE STEPSLA BATCH-WINDOW REPORT.
000480*   2026-10-15 DS   READS THE RSTCTL RESTART PLAN (RECRSC.CPY)
000490*                   THAT RSTCOORD WRITES FOR A RESTARTED STREAM -
000500*                   A STEP ALREADY COMPLETED FOR THE CYCLE SKIPS
000510*                   ITSELF AT RC=0 INSTEAD OF RUNNING IT TWICE.
000520*----------------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT FILEA-FILE ASSIGN TO DYNAMIC WS-FILEA-NAME
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-FILE-STATUS-A.
000600     SELECT FILEB-FILE ASSIGN TO DYNAMIC WS-FILEB-NAME
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-B.
000630     SELECT WRKACC1-FILE ASSIGN TO DLTWRK1
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-W1.
000660     SELECT WRKACC2-FILE ASSIGN TO DLTWRK2
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-W2.
000690     SELECT WRKPASS-FILE ASSIGN TO DLTWRK3
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FILE-STATUS-W3.
000720     SELECT DELTA-FILE ASSIGN TO DLTFILE
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FILE-STATUS-DELTA.
000750     SELECT PRINT-FILE ASSIGN TO PRTFILE
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FILE-STATUS-PRINT.
000780     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FILE-STATUS-CTL.
000810     SELECT PARM-FILE ASSIGN TO SYSIN
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-FILE-STATUS-PARM.
000840     SELECT XREF-FILE ASSIGN TO XREF
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-FILE-STATUS-XRF.
000870     SELECT SORT-FILE ASSIGN TO SORTWK.
000880     SELECT FILEAS-FILE ASSIGN TO FILEASRT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-FILE-STATUS-AS.
000910     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS RECSTW-FILE-STATUS.
000940     SELECT RSTCTL-FILE ASSIGN TO RSTCTL
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS RECRSW-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  FILEA-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEA-==.
001020 FD  FILEB-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEB-==.
001050 FD  DELTA-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "RECDLT.cpy".
001080 FD  WRKACC1-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WACC1-==.
001110 FD  WRKACC2-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WACC2-==.
001140 FD  WRKPASS-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==WPAS-==.
001170 FD  PRINT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  PRINT-RECORD                    PIC X(80).
001200 FD  CONTROL-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY "RECCTL.cpy".
001230 FD  PARM-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  PARM-RECORD                     PIC X(80).
001260 FD  XREF-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 COPY "RECXRF.cpy".
001290 SD  SORT-FILE.
001300 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==SORT-==.
001310 FD  FILEAS-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==FILEAS-==.
001340 FD  STEPTIME-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY "RECSTM.cpy".
001370 FD  RSTCTL-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 COPY "RECRSC.cpy".
001400 WORKING-STORAGE SECTION.
001410 01  WS-EOF-SWITCHES.
001420     05  WS-EOF-A-SW                 PIC X(01) VALUE "N".
001430         88  WS-EOF-A-YES                       VALUE "Y".
001440         88  WS-EOF-A-NO                         VALUE "N".
001450     05  WS-EOF-B-SW                 PIC X(01) VALUE "N".
001460         88  WS-EOF-B-YES                       VALUE "Y".
001470         88  WS-EOF-B-NO                         VALUE "N".
001480 01  WS-FILE-STATUSES.
001490     05  WS-FILE-STATUS-A            PIC X(02) VALUE "00".
001500         88  WS-FILE-STATUS-A-OK               VALUE "00".
001510     05  WS-FILE-STATUS-B            PIC X(02) VALUE "00".
001520         88  WS-FILE-STATUS-B-OK               VALUE "00".
001530     05  WS-FILE-STATUS-DELTA        PIC X(02) VALUE "00".
001540         88  WS-FILE-STATUS-DELTA-OK           VALUE "00".
001550     05  WS-FILE-STATUS-PRINT        PIC X(02) VALUE "00".
001560         88  WS-FILE-STATUS-PRINT-OK           VALUE "00".
001570     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
001580         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
001590         88  WS-FILE-STATUS-CTL-NOTFND         VALUE "35".
001600     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001610         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001620         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001630     05  WS-FILE-STATUS-W1           PIC X(02) VALUE "00".
001640         88  WS-FILE-STATUS-W1-OK              VALUE "00".
001650     05  WS-FILE-STATUS-W2           PIC X(02) VALUE "00".
001660         88  WS-FILE-STATUS-W2-OK              VALUE "00".
001670     05  WS-FILE-STATUS-W3           PIC X(02) VALUE "00".
001680         88  WS-FILE-STATUS-W3-OK              VALUE "00".
001690     05  WS-FILE-STATUS-XRF          PIC X(02) VALUE "00".
001700         88  WS-FILE-STATUS-XRF-OK             VALUE "00".
001710         88  WS-FILE-STATUS-XRF-NOTFND         VALUE "35".
001720     05  WS-FILE-STATUS-AS           PIC X(02) VALUE "00".
001730         88  WS-FILE-STATUS-AS-OK              VALUE "00".
001740 01  WS-COUNTERS COMP-3.
001750     05  WS-MATCH-COUNT              PIC 9(07) VALUE ZERO.
001760     05  WS-ADD-COUNT                PIC 9(07) VALUE ZERO.
001770     05  WS-CHANGE-COUNT             PIC 9(07) VALUE ZERO.
001780     05  WS-DELETE-COUNT             PIC 9(07) VALUE ZERO.
001790 01  WS-HDR-TRL-CONTROLS.
001800     05  WS-HEADER-SEEN-A-SW         PIC X(01) VALUE "N".
001810         88  WS-HEADER-SEEN-A-YES               VALUE "Y".
001820         88  WS-HEADER-SEEN-A-NO                VALUE "N".
001830     05  WS-TRAILER-SEEN-A-SW        PIC X(01) VALUE "N".
001840         88  WS-TRAILER-SEEN-A-YES              VALUE "Y".
001850         88  WS-TRAILER-SEEN-A-NO               VALUE "N".
001860     05  WS-HEADER-SEEN-B-SW         PIC X(01) VALUE "N".
001870         88  WS-HEADER-SEEN-B-YES               VALUE "Y".
001880         88  WS-HEADER-SEEN-B-NO                VALUE "N".
001890     05  WS-TRAILER-SEEN-B-SW        PIC X(01) VALUE "N".
001900         88  WS-TRAILER-SEEN-B-YES              VALUE "Y".
001910         88  WS-TRAILER-SEEN-B-NO               VALUE "N".
001920     05  WS-RECORDS-READ-A           PIC 9(09) COMP-3 VALUE ZERO.
001930     05  WS-RECORDS-READ-B           PIC 9(09) COMP-3 VALUE ZERO.
001940     05  WS-TRAILER-COUNT-A          PIC 9(09) COMP-3 VALUE ZERO.
001950     05  WS-TRAILER-COUNT-B          PIC 9(09) COMP-3 VALUE ZERO.
001960 01  WS-BOXED-VALUES.
001970     05  WS-FILEA-DATA-BOXED         string.
001980     05  WS-FILEB-DATA-BOXED         string.
001990 01  WS-RESULT
002000         type Either[type MismatchReason,
002010                 type MatchedPair[string, string]].
002020 01  WS-LEFT-REASON              type MismatchReason.
002030 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
002040 01  WS-PRINT-LINE                   PIC X(80).
002050 01  WS-RUN-DATE                     PIC X(08).
002060 01  WS-RUN-TIME-RAW                 PIC X(08).
002070 01  WS-RUN-TIME                     PIC X(06).
002080 01  WS-CTL-STAGING.
002090     05  WS-CTL-FILE-NAME            PIC X(08).
002100     05  WS-CTL-ROLE                 PIC X(01).
002110     05  WS-CTL-COUNT                PIC 9(09) COMP-3.
002120*----------------------------------------------------------------*
002130* DECLARED-KEY DEFINITION, THE SAME KEY CARDS RECON TAKES, BUT
002140* CAPPED AT TEN BYTES IN ALL SO THE COMPOSITE FITS THE RECDLT
002150* KEY FIELD THE APPLY STEP MERGES ON.  WITH NO KEY CARD THE
002160* ONE DEFAULT PART IS BYTES 1-10.
002170*----------------------------------------------------------------*
002180 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
002190     88  WS-PARM-EOF-YES                        VALUE "Y".
002200 01  WS-PARM-CARD.
002210     05  WS-PARM-CARD-BYTE-1         PIC X(01).
002220     05  FILLER                      PIC X(79).
002230 01  WS-CARD-FIELDS.
002240     05  WS-CARD-VERB                PIC X(10).
002250     05  WS-CARD-OPERAND-1          PIC X(10).
002260 01  WS-CARD-RANGE.
002270     05  WS-CARD-FROM-X              PIC X(03).
002280     05  WS-CARD-TO-X                PIC X(03).
002290 01  WS-CARD-FROM                    PIC 9(03).
002300 01  WS-CARD-TO                      PIC 9(03).
002310 01  WS-RNG-PART                     PIC X(03).
002320 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
002330     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
002340 01  WS-RNG-VALUE                    PIC 9(03).
002350 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
002360 01  WS-RNG-IDX                      PIC S9(04) COMP.
002370 01  WS-RNG-DIGIT-X                  PIC X(01).
002380 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
002390                                     PIC 9(01).
002400 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
002410     88  WS-RANGE-VALID-YES                     VALUE "Y".
002420     88  WS-RANGE-VALID-NO                      VALUE "N".
002430 01  WS-KEYDEF-CONTROLS.
002440     05  WS-KEYDEF-GIVEN-SW          PIC X(01) VALUE "N".
002450         88  WS-KEYDEF-GIVEN-YES                VALUE "Y".
002460         88  WS-KEYDEF-GIVEN-NO                 VALUE "N".
002470     05  WS-KEYDEF-COUNT             PIC S9(04) COMP VALUE ZERO.
002480     05  WS-KEYDEF-MAX               PIC S9(04) COMP VALUE 5.
002490     05  WS-KEYDEF-LEN               PIC S9(04) COMP VALUE ZERO.
002500     05  WS-KEYDEF-ENTRY OCCURS 5 TIMES.
002510         10  WS-KD-FROM              PIC 9(03).
002520         10  WS-KD-LEN               PIC 9(03).
002530 01  WS-KD-IDX                       PIC S9(04) COMP.
002540 01  WS-KD-POS                       PIC S9(04) COMP.
002550 01  WS-CMP-KEY-A                    PIC X(10) VALUE LOW-VALUES.
002560 01  WS-CMP-KEY-B                    PIC X(10) VALUE LOW-VALUES.
002570 01  WS-FILEA-NAME                   PIC X(44) VALUE "FILEA".
002580 01  WS-FILEB-NAME                   PIC X(44) VALUE "FILEB".
002590*----------------------------------------------------------------*
002600* MULTI-SNAPSHOT NET-CHANGE MODE.  SNAPSHOT CARDS NAME THE
002610* DAY'S SNAPSHOTS IN ORDER; THE RUN WALKS THEM PAIRWISE AND
002620* NETS THE DELTAS ACROSS THE DAY - AN ADD THEN A CHANGE IS ONE
002630* ADD WITH THE FINAL IMAGE, AN ADD THEN A DELETE CANCELS OUT,
002640* SUCCESSIVE CHANGES KEEP THE FIRST BEFORE-IMAGE AND THE LAST
002650* AFTER-IMAGE - SO DELTAAPL APPLIES ONE FILE, ONCE.
002660*----------------------------------------------------------------*
002670 01  WS-SNAP-CONTROLS.
002680     05  WS-SNAP-COUNT               PIC S9(04) COMP VALUE ZERO.
002690     05  WS-SNAP-MAX                 PIC S9(04) COMP VALUE 9.
002700     05  WS-SNAP-NAME OCCURS 9 TIMES
002710                                     PIC X(44).
002720 01  WS-SNAP-IDX                     PIC S9(04) COMP.
002730 01  WS-PASS-NO                      PIC S9(04) COMP VALUE ZERO.
002740 01  WS-DLT-TARGET                   PIC X(01) VALUE "D".
002750     88  WS-DLT-TO-DLTFILE                      VALUE "D".
002760     88  WS-DLT-TO-PASS                         VALUE "P".
002770 01  WS-ACC-CURRENT                  PIC X(01) VALUE "1".
002780 01  WS-NET-EOF-SWITCHES.
002790     05  WS-EOF-ACC-SW               PIC X(01) VALUE "N".
002800         88  WS-EOF-ACC-YES                     VALUE "Y".
002810         88  WS-EOF-ACC-NO                      VALUE "N".
002820     05  WS-EOF-PAS-SW               PIC X(01) VALUE "N".
002830         88  WS-EOF-PAS-YES                     VALUE "Y".
002840         88  WS-EOF-PAS-NO                      VALUE "N".
002850 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==ACCR-==.
002860 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==PASR-==.
002870 01  WS-NET-COUNTERS COMP-3.
002880     05  WS-NET-WRITTEN              PIC 9(07) VALUE ZERO.
002890     05  WS-NET-CANCELLED            PIC 9(07) VALUE ZERO.
002900     05  WS-NET-ANOMALY              PIC 9(07) VALUE ZERO.
002910 01  WS-SNAP-PARSE.
002920     05  WS-SNAP-PARSE-VERB          PIC X(10).
002930     05  WS-SNAP-PARSE-NAME          PIC X(44).
002940 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==NETO-==.
002950 01  WS-ACC-KEY                      PIC X(10) VALUE HIGH-VALUES.
002960 01  WS-PAS-KEY                      PIC X(10) VALUE HIGH-VALUES.
002970 01  WS-TOT-READ-A                   PIC 9(09) COMP-3 VALUE ZERO.
002980 01  WS-TOT-READ-B                   PIC 9(09) COMP-3 VALUE ZERO.
002990 01  WS-REASON-KEY-BOXED             string.
003000*----------------------------------------------------------------*
003010* KEY CROSS-REFERENCE, LOADED AND APPLIED EXACTLY AS IN RECON:
003020* THE XREF ROWS GO THROUGH THE LIBRARY DICTLOADER, ANY REJECT
003030* STOPS THE RUN, AND THE BEFORE SNAPSHOT IS RE-KEYED INTO THE
003040* SORT WORK DATASET BEFORE THE CLASSIC MATCH-MERGE.
003050*----------------------------------------------------------------*
003060 01  WS-XREF-CONTROLS.
003070     05  WS-XREF-ACTIVE-SW           PIC X(01) VALUE "N".
003080         88  WS-XREF-ACTIVE-YES                 VALUE "Y".
003090         88  WS-XREF-ACTIVE-NO                  VALUE "N".
003100     05  WS-XREF-EOF-SW              PIC X(01) VALUE "N".
003110         88  WS-XREF-EOF-YES                    VALUE "Y".
003120         88  WS-XREF-EOF-NO                     VALUE "N".
003130     05  WS-XREF-A-EOF-SW            PIC X(01) VALUE "N".
003140         88  WS-XREF-A-EOF-YES                  VALUE "Y".
003150         88  WS-XREF-A-EOF-NO                   VALUE "N".
003160     05  WS-XREF-ROW-IDX             PIC S9(09) COMP VALUE ZERO.
003170     05  WS-XREF-ENTRY-COUNT         PIC S9(09) COMP VALUE ZERO.
003180     05  WS-XREF-USED-COUNT          PIC S9(09) COMP VALUE ZERO.
003190     05  WS-XREF-TRANSLATED          PIC 9(07) COMP-3 VALUE ZERO.
003200     05  WS-XREF-NO-ENTRY            PIC 9(07) COMP-3 VALUE ZERO.
003210     05  WS-XREF-NOT-EFFECTIVE       PIC 9(07) COMP-3 VALUE ZERO.
003220     05  WS-XREF-UNUSED              PIC 9(07) COMP-3 VALUE ZERO.
003230 01  WS-XREF-VALUE.
003240     05  WS-XREF-VAL-NEW-KEY         PIC X(10).
003250     05  WS-XREF-VAL-EFF-DATE        PIC X(08).
003260 01  WS-XREF-ROWS                    type Seq[string].
003270 01  WS-XREF-SUPPLIER
003280         type Supplier[type Option[string]].
003290 01  WS-XREF-RESULT                  type Either[
003300         type Pair[type ErrorList[string],
003310             type Dictionary[string, string]],
003320         type Dictionary[string, string]].
003330 01  WS-XREF-REJECTS
003340         type Pair[type ErrorList[string],
003350             type Dictionary[string, string]].
003360 01  WS-XREF-ERRORS                  type ErrorList[string].
003370 01  WS-XREF-DICT
003380         type Dictionary[string, string].
003390 01  WS-XREF-USED-DICT
003400         type Dictionary[string, string].
003410 01  WS-XREF-HIT                     type Option[string].
003420 01  WS-XREF-ROW-BOXED               string.
003430 01  WS-XREF-KEY-BOXED               string.
003440 01  WS-XREF-VALUE-BOXED             string.
003450 01  WS-XREF-MSG                     string.
003460 COPY "RECSTW.cpy".
003470 COPY "RECRSW.cpy".
003480 PROCEDURE DIVISION.
003490 0000-MAINLINE.
003500     MOVE "DELTAGEN" TO RECSTW-PROGRAM-ID
003510     PERFORM 9800-START-STEP-TIMING
003520         THRU 9800-START-STEP-TIMING-EXIT
003530     MOVE "DELTAGEN" TO RECRSW-PROGRAM-ID
003540     PERFORM 9820-CHECK-RESTART-PLAN
003550         THRU 9820-CHECK-RESTART-PLAN-EXIT
003560     IF RECRSW-ACTION-SKIP
003570         GOBACK
003580     END-IF
003590     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003600     IF WS-SNAP-COUNT > 0
003610         PERFORM 6000-NET-CHANGE-MODE
003620             THRU 6000-NET-CHANGE-MODE-EXIT
003630         COMPUTE RECSTW-RECORD-COUNT = WS-TOT-READ-A
003640             + WS-TOT-READ-B
003650         MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003660         PERFORM 9810-WRITE-STEP-TIMING
003670             THRU 9810-WRITE-STEP-TIMING-EXIT
003680         GOBACK
003690     END-IF
003700     PERFORM 1200-OPEN-CLASSIC THRU 1200-OPEN-CLASSIC-EXIT
003710     PERFORM 2000-PROCESS-FILES THRU 2000-PROCESS-FILES-EXIT
003720         UNTIL WS-EOF-A-YES AND WS-EOF-B-YES
003730     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
003740     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
003750     COMPUTE RECSTW-RECORD-COUNT = WS-RECORDS-READ-A
003760         + WS-RECORDS-READ-B
003770     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
003780     PERFORM 9810-WRITE-STEP-TIMING
003790         THRU 9810-WRITE-STEP-TIMING-EXIT
003800     GOBACK
003810     .
003820 0000-MAINLINE-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850* 1000 - OPEN THE FILES AND PRIME BOTH READ-AHEAD BUFFERS, THE
003860* SAME SHAPE AS RECON'S INITIALIZATION.
003870*----------------------------------------------------------------*
003880 1000-INITIALIZE.
003890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003900     PERFORM 1100-READ-PARM-CARDS
003910         THRU 1100-READ-PARM-CARDS-EXIT
003920     IF WS-KEYDEF-GIVEN-NO
003930         MOVE 1 TO WS-KEYDEF-COUNT
003940         MOVE 01 TO WS-KD-FROM (1)
003950         MOVE 10 TO WS-KD-LEN (1)
003960         MOVE 10 TO WS-KEYDEF-LEN
003970     END-IF
003980     PERFORM 1800-LOAD-XREF
003990         THRU 1800-LOAD-XREF-EXIT
004000     IF WS-XREF-ACTIVE-YES
004010             AND (WS-KEYDEF-GIVEN-YES OR WS-SNAP-COUNT > 0)
004020         DISPLAY "DELTAGEN: XREF EXCLUDES KEY CARDS AND SNAPSHOT"
004030             " RUNNING"
004040         MOVE 16 TO RETURN-CODE
004050         GOBACK
004060     END-IF
004070     IF WS-XREF-ACTIVE-YES
004080         PERFORM 1850-XREF-SORT-FILEA
004090             THRU 1850-XREF-SORT-FILEA-EXIT
004100     END-IF
004110     .
004120 1000-INITIALIZE-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------*
004150* 1200 - CLASSIC TWO-SNAPSHOT OPENS AND READ-AHEAD PRIMING.
004160*----------------------------------------------------------------*
004170 1200-OPEN-CLASSIC.
004180     OPEN INPUT FILEA-FILE
004190     IF NOT WS-FILE-STATUS-A-OK
004200         DISPLAY "DELTAGEN: OPEN FAILED FOR FILEA - FILE STATUS "
004210             WS-FILE-STATUS-A
004220         MOVE 16 TO RETURN-CODE
004230         GOBACK
004240     END-IF
004250     OPEN INPUT FILEB-FILE
004260     IF NOT WS-FILE-STATUS-B-OK
004270         DISPLAY "DELTAGEN: OPEN FAILED FOR FILEB - FILE STATUS "
004280             WS-FILE-STATUS-B
004290         MOVE 16 TO RETURN-CODE
004300         GOBACK
004310     END-IF
004320     OPEN OUTPUT DELTA-FILE
004330     IF NOT WS-FILE-STATUS-DELTA-OK
004340         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTFILE - STATUS "
004350             WS-FILE-STATUS-DELTA
004360         MOVE 16 TO RETURN-CODE
004370         GOBACK
004380     END-IF
004390     OPEN OUTPUT PRINT-FILE
004400     IF NOT WS-FILE-STATUS-PRINT-OK
004410         DISPLAY "DELTAGEN: OPEN FAILED FOR PRTFILE - STATUS "
004420             WS-FILE-STATUS-PRINT
004430         MOVE 16 TO RETURN-CODE
004440         GOBACK
004450     END-IF
004460     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
004470     PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
004480     .
004490 1200-OPEN-CLASSIC-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------*
004520* 1800 - LOAD THE KEY CROSS-REFERENCE.  A MISSING DATASET MEANS
004530* NO TRANSLATION.  THE ROWS ARE READ INTO A SEQ AND HANDED TO THE
004540* LIBRARY DICTLOADER THROUGH A SUPPLIER THAT WALKS IT; EVERY
004550* REJECT IS LISTED BEFORE THE RUN STOPS.
004560*----------------------------------------------------------------*
004570 1800-LOAD-XREF.
004580     OPEN INPUT XREF-FILE
004590     IF WS-FILE-STATUS-XRF-NOTFND
004600         GO TO 1800-LOAD-XREF-EXIT
004610     END-IF
004620     IF NOT WS-FILE-STATUS-XRF-OK
004630         DISPLAY "DELTAGEN: OPEN FAILED FOR XREF - STATUS "
004640             WS-FILE-STATUS-XRF
004650         MOVE 16 TO RETURN-CODE
004660         GOBACK
004670     END-IF
004680     SET WS-XREF-ACTIVE-YES TO TRUE
004690     SET WS-XREF-ROWS TO type Seq[string]::empty()
004700     PERFORM 1810-READ-ONE-XREF
004710         THRU 1810-READ-ONE-XREF-EXIT
004720         UNTIL WS-XREF-EOF-YES
004730     CLOSE XREF-FILE
004740     MOVE ZERO TO WS-XREF-ROW-IDX
004750     SET WS-XREF-SUPPLIER TO delegate
004760             returning return-value as type Option[string]
004770         ADD 1 TO WS-XREF-ROW-IDX
004780         IF WS-XREF-ROW-IDX > WS-XREF-ROWS::size()
004790             SET return-value TO type Option[string]::none-value()
004800         ELSE
004810             SET return-value TO type Option[string]::some-value(
004820                 WS-XREF-ROWS::get(WS-XREF-ROW-IDX))
004830         END-IF
004840     end-delegate
004850     SET WS-XREF-RESULT TO type DictLoader::load(
004860         WS-XREF-SUPPLIER, 1, 10, 11, 18)
004870     IF WS-XREF-RESULT::isLeft()
004880         SET WS-XREF-REJECTS TO WS-XREF-RESULT::fold(
004890             delegate using v as type Pair[type ErrorList[string],
004900                     type Dictionary[string, string]]
004910                 returning return-value as
004920                     type Pair[type ErrorList[string],
004930                         type Dictionary[string, string]]
004940                 SET return-value TO v
004950             end-delegate,
004960             delegate using v as type Dictionary[string, string]
004970                 returning return-value as
004980                     type Pair[type ErrorList[string],
004990                         type Dictionary[string, string]]
005000                 raise new NullPointerException()
005010             end-delegate)
005020         SET WS-XREF-ERRORS TO WS-XREF-REJECTS::getFirst()
005030         SET WS-XREF-EOF-NO TO TRUE
005040         PERFORM 1820-SHOW-ONE-XREF-REJECT
005050             THRU 1820-SHOW-ONE-XREF-REJECT-EXIT
005060             UNTIL WS-XREF-EOF-YES
005070         DISPLAY "DELTAGEN: XREF DATASET REJECTED - RUN STOPPED"
005080         MOVE 16 TO RETURN-CODE
005090         GOBACK
005100     END-IF
005110     SET WS-XREF-DICT TO WS-XREF-RESULT::fold(
005120         delegate using v as type Pair[type ErrorList[string],
005130                 type Dictionary[string, string]]
005140             returning return-value as
005150                 type Dictionary[string, string]
005160             raise new NullPointerException()
005170         end-delegate,
005180         delegate using v as type Dictionary[string, string]
005190             returning return-value as
005200                 type Dictionary[string, string]
005210             SET return-value TO v
005220         end-delegate)
005230     SET WS-XREF-USED-DICT TO
005240         type Dictionary[string, string]::empty()
005250     MOVE WS-XREF-DICT::size() TO WS-XREF-ENTRY-COUNT
005260     .
005270 1800-LOAD-XREF-EXIT.
005280     EXIT.
005290 1810-READ-ONE-XREF.
005300     READ XREF-FILE
005310         AT END
005320             SET WS-XREF-EOF-YES TO TRUE
005330             GO TO 1810-READ-ONE-XREF-EXIT
005340     END-READ
005350     IF NOT WS-FILE-STATUS-XRF-OK
005360         DISPLAY "DELTAGEN: READ FAILED FOR XREF - STATUS "
005370             WS-FILE-STATUS-XRF
005380         MOVE 16 TO RETURN-CODE
005390         GOBACK
005400     END-IF
005410     IF RECXRF-RECORD = SPACES
005420         GO TO 1810-READ-ONE-XREF-EXIT
005430     END-IF
005440     MOVE RECXRF-RECORD TO WS-XREF-ROW-BOXED
005450     SET WS-XREF-ROWS TO WS-XREF-ROWS::append(WS-XREF-ROW-BOXED)
005460     .
005470 1810-READ-ONE-XREF-EXIT.
005480     EXIT.
005490 1820-SHOW-ONE-XREF-REJECT.
005500     IF WS-XREF-ERRORS::isEmpty()
005510         SET WS-XREF-EOF-YES TO TRUE
005520         GO TO 1820-SHOW-ONE-XREF-REJECT-EXIT
005530     END-IF
005540     SET WS-XREF-MSG TO WS-XREF-ERRORS::getHead()
005550     DISPLAY "DELTAGEN: XREF " WS-XREF-MSG
005560     SET WS-XREF-ERRORS TO WS-XREF-ERRORS::getTail()
005570     .
005580 1820-SHOW-ONE-XREF-REJECT-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610* 1850 - RE-KEY FILE A THROUGH THE CROSS-REFERENCE.  THE NEW KEYS
005620* NO LONGER FOLLOW THE OLD KEY ORDER, SO THE RECORDS ARE RELEASED
005630* INTO THE SORT AND THE DYNAMIC FILE NAME SWINGS ONTO THE SORTED
005640* WORK DATASET BEFORE 1200 OPENS IT.  HEADER AND TRAILER PASS
005650* THROUGH UNCHANGED.
005660*----------------------------------------------------------------*
005670 1850-XREF-SORT-FILEA.
005680     SORT SORT-FILE
005690         ON ASCENDING KEY SORT-KEY
005700         INPUT PROCEDURE IS 1860-XREF-RELEASE-FILEA
005710             THRU 1860-XREF-RELEASE-FILEA-EXIT
005720         GIVING FILEAS-FILE
005730     IF SORT-RETURN NOT = ZERO
005740         DISPLAY "DELTAGEN: XREF SORT OF FILEA FAILED"
005750         MOVE 16 TO RETURN-CODE
005760         GOBACK
005770     END-IF
005780     MOVE "FILEASRT" TO WS-FILEA-NAME
005790     .
005800 1850-XREF-SORT-FILEA-EXIT.
005810     EXIT.
005820 1860-XREF-RELEASE-FILEA.
005830     OPEN INPUT FILEA-FILE
005840     IF NOT WS-FILE-STATUS-A-OK
005850         DISPLAY "DELTAGEN: OPEN FAILED FOR FILEA - STATUS "
005860             WS-FILE-STATUS-A
005870         MOVE 16 TO RETURN-CODE
005880         GOBACK
005890     END-IF
005900     PERFORM 1870-XREF-ONE-FILEA
005910         THRU 1870-XREF-ONE-FILEA-EXIT
005920         UNTIL WS-XREF-A-EOF-YES
005930     CLOSE FILEA-FILE
005940     .
005950 1860-XREF-RELEASE-FILEA-EXIT.
005960     EXIT.
005970 1870-XREF-ONE-FILEA.
005980     READ FILEA-FILE
005990         AT END
006000             SET WS-XREF-A-EOF-YES TO TRUE
006010             GO TO 1870-XREF-ONE-FILEA-EXIT
006020     END-READ
006030     IF NOT WS-FILE-STATUS-A-OK
006040         DISPLAY "DELTAGEN: READ FAILED FOR FILEA - STATUS "
006050             WS-FILE-STATUS-A
006060         MOVE 16 TO RETURN-CODE
006070         GOBACK
006080     END-IF
006090     IF FILEA-HEADER-KEY OR FILEA-TRAILER-KEY
006100         GO TO 1870-XREF-RELEASE
006110     END-IF
006120     MOVE FILEA-KEY TO WS-XREF-KEY-BOXED
006130     SET WS-XREF-HIT TO WS-XREF-DICT::get(WS-XREF-KEY-BOXED)
006140     IF NOT WS-XREF-HIT::isDefined()
006150         ADD 1 TO WS-XREF-NO-ENTRY
006160         GO TO 1870-XREF-RELEASE
006170     END-IF
006180     SET WS-XREF-VALUE-BOXED TO
006190         WS-XREF-HIT::getOrElse(WS-XREF-KEY-BOXED)
006200     MOVE WS-XREF-VALUE-BOXED TO WS-XREF-VALUE
006210     IF WS-XREF-VAL-EFF-DATE > WS-RUN-DATE
006220         ADD 1 TO WS-XREF-NOT-EFFECTIVE
006230         GO TO 1870-XREF-RELEASE
006240     END-IF
006250     IF NOT WS-XREF-USED-DICT::containsKey(WS-XREF-KEY-BOXED)
006260         SET WS-XREF-USED-DICT TO WS-XREF-USED-DICT::put(
006270             WS-XREF-KEY-BOXED, WS-XREF-KEY-BOXED)
006280     END-IF
006290     MOVE WS-XREF-VAL-NEW-KEY TO FILEA-KEY
006300     ADD 1 TO WS-XREF-TRANSLATED
006310     .
006320 1870-XREF-RELEASE.
006330     RELEASE SORT-RECORD FROM FILEA-RECORD
006340     .
006350 1870-XREF-ONE-FILEA-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------*
006380* 1100 - SYSIN CARDS.  ONLY THE KEY CARD IS KNOWN HERE; NO
006390* SYSIN DATASET AT ALL MEANS THE CLASSIC BYTES-1-10 KEY.
006400*----------------------------------------------------------------*
006410 1100-READ-PARM-CARDS.
006420     OPEN INPUT PARM-FILE
006430     IF WS-FILE-STATUS-PARM-NOTFND
006440         SET WS-PARM-EOF-YES TO TRUE
006450         GO TO 1100-READ-PARM-CARDS-EXIT
006460     END-IF
006470     IF NOT WS-FILE-STATUS-PARM-OK
006480         DISPLAY "DELTAGEN: OPEN FAILED FOR SYSIN - STATUS "
006490             WS-FILE-STATUS-PARM
006500         MOVE 16 TO RETURN-CODE
006510         GOBACK
006520     END-IF
006530     PERFORM 1110-READ-PARM-CARD
006540         THRU 1110-READ-PARM-CARD-EXIT
006550         UNTIL WS-PARM-EOF-YES
006560     CLOSE PARM-FILE
006570     .
006580 1100-READ-PARM-CARDS-EXIT.
006590     EXIT.
006600 1110-READ-PARM-CARD.
006610     READ PARM-FILE INTO WS-PARM-CARD
006620         AT END
006630             SET WS-PARM-EOF-YES TO TRUE
006640             GO TO 1110-READ-PARM-CARD-EXIT
006650     END-READ
006660     IF NOT WS-FILE-STATUS-PARM-OK
006670         DISPLAY "DELTAGEN: READ FAILED FOR SYSIN - STATUS "
006680             WS-FILE-STATUS-PARM
006690         MOVE 16 TO RETURN-CODE
006700         GOBACK
006710     END-IF
006720     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
006730         GO TO 1110-READ-PARM-CARD-EXIT
006740     END-IF
006750     MOVE SPACES TO WS-CARD-FIELDS
006760     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
006770         INTO WS-CARD-VERB WS-CARD-OPERAND-1
006780     END-UNSTRING
006790     EVALUATE WS-CARD-VERB
006800         WHEN "KEY"
006810             PERFORM 1165-APPLY-KEY-CARD
006820                 THRU 1165-APPLY-KEY-CARD-EXIT
006830         WHEN "SNAPSHOT"
006840             PERFORM 1168-APPLY-SNAPSHOT-CARD
006850                 THRU 1168-APPLY-SNAPSHOT-CARD-EXIT
006860         WHEN OTHER
006870             DISPLAY "DELTAGEN: UNRECOGNIZED PARM CARD - "
006880                 WS-PARM-CARD
006890             MOVE 16 TO RETURN-CODE
006900             GOBACK
006910     END-EVALUATE
006920     .
006930 1110-READ-PARM-CARD-EXIT.
006940     EXIT.
006950 1165-APPLY-KEY-CARD.
006960     MOVE SPACES TO WS-CARD-RANGE
006970     UNSTRING WS-CARD-OPERAND-1 DELIMITED BY "-"
006980         INTO WS-CARD-FROM-X WS-CARD-TO-X
006990     END-UNSTRING
007000     PERFORM 1125-PARSE-CARD-RANGE
007010         THRU 1125-PARSE-CARD-RANGE-EXIT
007020     IF WS-RANGE-VALID-NO
007030         DISPLAY "DELTAGEN: BAD KEY RANGE - " WS-CARD-OPERAND-1
007040         MOVE 16 TO RETURN-CODE
007050         GOBACK
007060     END-IF
007070     IF WS-CARD-FROM < 1 OR WS-CARD-TO > 510
007080             OR WS-CARD-FROM > WS-CARD-TO
007090         DISPLAY "DELTAGEN: KEY RANGE OUT OF BOUNDS - "
007100             WS-CARD-OPERAND-1
007110         MOVE 16 TO RETURN-CODE
007120         GOBACK
007130     END-IF
007140     IF WS-KEYDEF-COUNT = WS-KEYDEF-MAX
007150         DISPLAY "DELTAGEN: TOO MANY KEY CARDS"
007160         MOVE 16 TO RETURN-CODE
007170         GOBACK
007180     END-IF
007190     ADD 1 TO WS-KEYDEF-COUNT
007200     MOVE WS-CARD-FROM TO WS-KD-FROM (WS-KEYDEF-COUNT)
007210     COMPUTE WS-KD-LEN (WS-KEYDEF-COUNT) =
007220         WS-CARD-TO - WS-CARD-FROM + 1
007230     ADD WS-KD-LEN (WS-KEYDEF-COUNT) TO WS-KEYDEF-LEN
007240     IF WS-KEYDEF-LEN > 10
007250         DISPLAY "DELTAGEN: COMPOSITE KEY OVER THE TEN-BYTE"
007260             " DELTA KEY FIELD"
007270         MOVE 16 TO RETURN-CODE
007280         GOBACK
007290     END-IF
007300     SET WS-KEYDEF-GIVEN-YES TO TRUE
007310     .
007320 1165-APPLY-KEY-CARD-EXIT.
007330     EXIT.
007340*----------------------------------------------------------------*
007350* 1168 - ONE SNAPSHOT CARD, IN DAY ORDER.  THE NAME IS PARSED
007360* OFF THE RAW CARD - DATASET NAMES RUN PAST THE TEN-BYTE
007370* OPERAND FIELDS.
007380*----------------------------------------------------------------*
007390 1168-APPLY-SNAPSHOT-CARD.
007400     MOVE SPACES TO WS-SNAP-PARSE
007410     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
007420         INTO WS-SNAP-PARSE-VERB WS-SNAP-PARSE-NAME
007430     END-UNSTRING
007440     IF WS-SNAP-PARSE-NAME = SPACES
007450         DISPLAY "DELTAGEN: SNAPSHOT CARD NEEDS A NAME"
007460         MOVE 16 TO RETURN-CODE
007470         GOBACK
007480     END-IF
007490     IF WS-SNAP-COUNT = WS-SNAP-MAX
007500         DISPLAY "DELTAGEN: TOO MANY SNAPSHOT CARDS"
007510         MOVE 16 TO RETURN-CODE
007520         GOBACK
007530     END-IF
007540     ADD 1 TO WS-SNAP-COUNT
007550     MOVE WS-SNAP-PARSE-NAME TO WS-SNAP-NAME (WS-SNAP-COUNT)
007560     .
007570 1168-APPLY-SNAPSHOT-CARD-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------*
007600* 1125 - PARSE ONE FF-TT CARD RANGE, ONE TO THREE DIGITS PER
007610* COLUMN, THE SAME SHAPE AS RECON'S PARSER.
007620*----------------------------------------------------------------*
007630 1125-PARSE-CARD-RANGE.
007640     SET WS-RANGE-VALID-YES TO TRUE
007650     MOVE WS-CARD-FROM-X TO WS-RNG-PART
007660     PERFORM 1128-PARSE-RANGE-PART
007670         THRU 1128-PARSE-RANGE-PART-EXIT
007680     MOVE WS-RNG-VALUE TO WS-CARD-FROM
007690     MOVE WS-CARD-TO-X TO WS-RNG-PART
007700     PERFORM 1128-PARSE-RANGE-PART
007710         THRU 1128-PARSE-RANGE-PART-EXIT
007720     MOVE WS-RNG-VALUE TO WS-CARD-TO
007730     .
007740 1125-PARSE-CARD-RANGE-EXIT.
007750     EXIT.
007760 1128-PARSE-RANGE-PART.
007770     MOVE ZERO TO WS-RNG-VALUE
007780     MOVE ZERO TO WS-RNG-DIGITS
007790     PERFORM 1129-PARSE-ONE-DIGIT
007800         THRU 1129-PARSE-ONE-DIGIT-EXIT
007810         VARYING WS-RNG-IDX FROM 1 BY 1
007820         UNTIL WS-RNG-IDX > 3
007830     IF WS-RNG-DIGITS = 0
007840         SET WS-RANGE-VALID-NO TO TRUE
007850     END-IF
007860     .
007870 1128-PARSE-RANGE-PART-EXIT.
007880     EXIT.
007890 1129-PARSE-ONE-DIGIT.
007900     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
007910     EVALUATE TRUE
007920         WHEN WS-RNG-DIGIT-X = SPACE
007930             CONTINUE
007940         WHEN WS-RNG-DIGIT-X NUMERIC
007950             COMPUTE WS-RNG-VALUE =
007960                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
007970             ADD 1 TO WS-RNG-DIGITS
007980         WHEN OTHER
007990             SET WS-RANGE-VALID-NO TO TRUE
008000     END-EVALUATE
008010     .
008020 1129-PARSE-ONE-DIGIT-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------*
008050* 2000 - THE SAME KEYED MATCH-MERGE AS RECON'S 2000-PROCESS-
008060* FILES: A KEY ONLY ON THE BEFORE FILE BECOMES A DELETE, A KEY
008070* ONLY ON THE AFTER FILE BECOMES AN ADD, AND A KEY ON BOTH IS
008080* COMPARED FOR A CHANGE.
008090*----------------------------------------------------------------*
008100 2000-PROCESS-FILES.
008110     EVALUATE TRUE
008120         WHEN WS-EOF-A-YES AND WS-EOF-B-NO
008130             PERFORM 3200-KEY-ADDED THRU 3200-KEY-ADDED-EXIT
008140             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
008150         WHEN WS-EOF-B-YES AND WS-EOF-A-NO
008160             PERFORM 3100-KEY-DELETED
008170                 THRU 3100-KEY-DELETED-EXIT
008180             PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
008190         WHEN WS-CMP-KEY-A < WS-CMP-KEY-B
008200             PERFORM 3100-KEY-DELETED
008210                 THRU 3100-KEY-DELETED-EXIT
008220             PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
008230         WHEN WS-CMP-KEY-B < WS-CMP-KEY-A
008240             PERFORM 3200-KEY-ADDED THRU 3200-KEY-ADDED-EXIT
008250             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
008260         WHEN OTHER
008270             PERFORM 3300-COMPARE-MATCH
008280                 THRU 3300-COMPARE-MATCH-EXIT
008290             PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
008300             PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
008310     END-EVALUATE
008320     .
008330 2000-PROCESS-FILES-EXIT.
008340     EXIT.
008350 2100-READ-FILEA.
008360     READ FILEA-FILE
008370         AT END
008380             SET WS-EOF-A-YES TO TRUE
008390             PERFORM 2150-VERIFY-FILEA-TRAILER
008400                 THRU 2150-VERIFY-FILEA-TRAILER-EXIT
008410             GO TO 2100-READ-FILEA-EXIT
008420     END-READ
008430     IF NOT WS-FILE-STATUS-A-OK AND NOT WS-EOF-A-YES
008440         DISPLAY "DELTAGEN: READ FAILED FOR FILEA - FILE STATUS "
008450             WS-FILE-STATUS-A
008460         MOVE 16 TO RETURN-CODE
008470         GOBACK
008480     END-IF
008490     IF FILEA-HEADER-KEY
008500         IF WS-HEADER-SEEN-A-YES OR WS-RECORDS-READ-A > 0
008510             DISPLAY "DELTAGEN: FILEA HEADER OUT OF PLACE"
008520             MOVE 16 TO RETURN-CODE
008530             GOBACK
008540         END-IF
008550         SET WS-HEADER-SEEN-A-YES TO TRUE
008560         GO TO 2100-READ-FILEA
008570     END-IF
008580     IF FILEA-TRAILER-KEY
008590         IF WS-TRAILER-SEEN-A-YES
008600             DISPLAY "DELTAGEN: FILEA TRAILER DUPLICATED"
008610             MOVE 16 TO RETURN-CODE
008620             GOBACK
008630         END-IF
008640         IF FILEA-TRL-REC-COUNT NOT NUMERIC
008650             DISPLAY "DELTAGEN: FILEA TRAILER COUNT NOT NUMERIC"
008660             MOVE 16 TO RETURN-CODE
008670             GOBACK
008680         END-IF
008690         SET WS-TRAILER-SEEN-A-YES TO TRUE
008700         MOVE FILEA-TRL-REC-COUNT TO WS-TRAILER-COUNT-A
008710         GO TO 2100-READ-FILEA
008720     END-IF
008730     IF WS-HEADER-SEEN-A-NO
008740         DISPLAY "DELTAGEN: FILEA DATA RECORD BEFORE HEADER"
008750         MOVE 16 TO RETURN-CODE
008760         GOBACK
008770     END-IF
008780     IF WS-TRAILER-SEEN-A-YES
008790         DISPLAY "DELTAGEN: FILEA DATA RECORD AFTER TRAILER"
008800         MOVE 16 TO RETURN-CODE
008810         GOBACK
008820     END-IF
008830     ADD 1 TO WS-RECORDS-READ-A
008840     PERFORM 2700-BUILD-CMP-KEY-A
008850         THRU 2700-BUILD-CMP-KEY-A-EXIT
008860     MOVE FILEA-DATA TO WS-FILEA-DATA-BOXED
008870     .
008880 2100-READ-FILEA-EXIT.
008890     EXIT.
008900 2150-VERIFY-FILEA-TRAILER.
008910     IF WS-TRAILER-SEEN-A-NO
008920         DISPLAY "DELTAGEN: FILEA TRAILER MISSING - TRUNCATED?"
008930         MOVE 16 TO RETURN-CODE
008940         GOBACK
008950     END-IF
008960     IF WS-TRAILER-COUNT-A NOT = WS-RECORDS-READ-A
008970         DISPLAY "DELTAGEN: FILEA INCOMPLETE - RUN STOPPED"
008980         MOVE 16 TO RETURN-CODE
008990         GOBACK
009000     END-IF
009010     .
009020 2150-VERIFY-FILEA-TRAILER-EXIT.
009030     EXIT.
009040 2200-READ-FILEB.
009050     READ FILEB-FILE
009060         AT END
009070             SET WS-EOF-B-YES TO TRUE
009080             PERFORM 2250-VERIFY-FILEB-TRAILER
009090                 THRU 2250-VERIFY-FILEB-TRAILER-EXIT
009100             GO TO 2200-READ-FILEB-EXIT
009110     END-READ
009120     IF NOT WS-FILE-STATUS-B-OK AND NOT WS-EOF-B-YES
009130         DISPLAY "DELTAGEN: READ FAILED FOR FILEB - FILE STATUS "
009140             WS-FILE-STATUS-B
009150         MOVE 16 TO RETURN-CODE
009160         GOBACK
009170     END-IF
009180     IF FILEB-HEADER-KEY
009190         IF WS-HEADER-SEEN-B-YES OR WS-RECORDS-READ-B > 0
009200             DISPLAY "DELTAGEN: FILEB HEADER OUT OF PLACE"
009210             MOVE 16 TO RETURN-CODE
009220             GOBACK
009230         END-IF
009240         SET WS-HEADER-SEEN-B-YES TO TRUE
009250         GO TO 2200-READ-FILEB
009260     END-IF
009270     IF FILEB-TRAILER-KEY
009280         IF WS-TRAILER-SEEN-B-YES
009290             DISPLAY "DELTAGEN: FILEB TRAILER DUPLICATED"
009300             MOVE 16 TO RETURN-CODE
009310             GOBACK
009320         END-IF
009330         IF FILEB-TRL-REC-COUNT NOT NUMERIC
009340             DISPLAY "DELTAGEN: FILEB TRAILER COUNT NOT NUMERIC"
009350             MOVE 16 TO RETURN-CODE
009360             GOBACK
009370         END-IF
009380         SET WS-TRAILER-SEEN-B-YES TO TRUE
009390         MOVE FILEB-TRL-REC-COUNT TO WS-TRAILER-COUNT-B
009400         GO TO 2200-READ-FILEB
009410     END-IF
009420     IF WS-HEADER-SEEN-B-NO
009430         DISPLAY "DELTAGEN: FILEB DATA RECORD BEFORE HEADER"
009440         MOVE 16 TO RETURN-CODE
009450         GOBACK
009460     END-IF
009470     IF WS-TRAILER-SEEN-B-YES
009480         DISPLAY "DELTAGEN: FILEB DATA RECORD AFTER TRAILER"
009490         MOVE 16 TO RETURN-CODE
009500         GOBACK
009510     END-IF
009520     ADD 1 TO WS-RECORDS-READ-B
009530     PERFORM 2750-BUILD-CMP-KEY-B
009540         THRU 2750-BUILD-CMP-KEY-B-EXIT
009550     MOVE FILEB-DATA TO WS-FILEB-DATA-BOXED
009560     .
009570 2200-READ-FILEB-EXIT.
009580     EXIT.
009590 2250-VERIFY-FILEB-TRAILER.
009600     IF WS-TRAILER-SEEN-B-NO
009610         DISPLAY "DELTAGEN: FILEB TRAILER MISSING - TRUNCATED?"
009620         MOVE 16 TO RETURN-CODE
009630         GOBACK
009640     END-IF
009650     IF WS-TRAILER-COUNT-B NOT = WS-RECORDS-READ-B
009660         DISPLAY "DELTAGEN: FILEB INCOMPLETE - RUN STOPPED"
009670         MOVE 16 TO RETURN-CODE
009680         GOBACK
009690     END-IF
009700     .
009710 2250-VERIFY-FILEB-TRAILER-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------*
009740* 2700/2750 - BUILD THE COMPOSITE COMPARE KEY FOR THE RECORD IN
009750* HAND FROM THE DECLARED KEY PARTS, THE SAME SHAPE AS RECON'S.
009760*----------------------------------------------------------------*
009770 2700-BUILD-CMP-KEY-A.
009780     MOVE LOW-VALUES TO WS-CMP-KEY-A
009790     MOVE 1 TO WS-KD-POS
009800     PERFORM 2710-BUILD-ONE-PART-A
009810         THRU 2710-BUILD-ONE-PART-A-EXIT
009820         VARYING WS-KD-IDX FROM 1 BY 1
009830         UNTIL WS-KD-IDX > WS-KEYDEF-COUNT
009840     .
009850 2700-BUILD-CMP-KEY-A-EXIT.
009860     EXIT.
009870 2710-BUILD-ONE-PART-A.
009880     MOVE FILEA-RECORD (WS-KD-FROM (WS-KD-IDX):
009890             WS-KD-LEN (WS-KD-IDX))
009900         TO WS-CMP-KEY-A (WS-KD-POS:WS-KD-LEN (WS-KD-IDX))
009910     ADD WS-KD-LEN (WS-KD-IDX) TO WS-KD-POS
009920     .
009930 2710-BUILD-ONE-PART-A-EXIT.
009940     EXIT.
009950 2750-BUILD-CMP-KEY-B.
009960     MOVE LOW-VALUES TO WS-CMP-KEY-B
009970     MOVE 1 TO WS-KD-POS
009980     PERFORM 2760-BUILD-ONE-PART-B
009990         THRU 2760-BUILD-ONE-PART-B-EXIT
010000         VARYING WS-KD-IDX FROM 1 BY 1
010010         UNTIL WS-KD-IDX > WS-KEYDEF-COUNT
010020     .
010030 2750-BUILD-CMP-KEY-B-EXIT.
010040     EXIT.
010050 2760-BUILD-ONE-PART-B.
010060     MOVE FILEB-RECORD (WS-KD-FROM (WS-KD-IDX):
010070             WS-KD-LEN (WS-KD-IDX))
010080         TO WS-CMP-KEY-B (WS-KD-POS:WS-KD-LEN (WS-KD-IDX))
010090     ADD WS-KD-LEN (WS-KD-IDX) TO WS-KD-POS
010100     .
010110 2760-BUILD-ONE-PART-B-EXIT.
010120     EXIT.
010130*----------------------------------------------------------------*
010140* 3000 - ONE EITHER[MISMATCHREASON, MATCHEDPAIR] PER KEY, THE
010150* SAME CLASSIFICATION RECON BUILDS.  EACH PARAGRAPH ONLY BUILDS
010160* THE EITHER AND STAGES THE KEY AND IMAGES; 3400 DERIVES THE
010170* DELTA ACTION AND THE COUNTS FROM THE EITHER ITSELF, SO THE
010180* DELTA FILE AND THE CLASSIFICATION CANNOT DRIFT APART.
010190*----------------------------------------------------------------*
010200 3100-KEY-DELETED.
010210     MOVE WS-CMP-KEY-A TO WS-REASON-KEY-BOXED
010220     SET WS-RESULT TO
010230         type Either[type MismatchReason,
010240                 type MatchedPair[string, string]]
010250             ::left(type MismatchReason::notOnFileBFor(
010260                 WS-REASON-KEY-BOXED))
010270     MOVE SPACES TO RECDLT-RECORD
010280     MOVE WS-CMP-KEY-A TO RECDLT-KEY
010290     MOVE FILEA-DATA TO RECDLT-BEFORE-DATA
010300     MOVE SPACES TO RECDLT-AFTER-DATA
010310     PERFORM 3400-APPLY-RESULT THRU 3400-APPLY-RESULT-EXIT
010320     .
010330 3100-KEY-DELETED-EXIT.
010340     EXIT.
010350 3200-KEY-ADDED.
010360     MOVE WS-CMP-KEY-B TO WS-REASON-KEY-BOXED
010370     SET WS-RESULT TO
010380         type Either[type MismatchReason,
010390                 type MatchedPair[string, string]]
010400             ::left(type MismatchReason::notOnFileAFor(
010410                 WS-REASON-KEY-BOXED))
010420     MOVE SPACES TO RECDLT-RECORD
010430     MOVE WS-CMP-KEY-B TO RECDLT-KEY
010440     MOVE SPACES TO RECDLT-BEFORE-DATA
010450     MOVE FILEB-DATA TO RECDLT-AFTER-DATA
010460     PERFORM 3400-APPLY-RESULT THRU 3400-APPLY-RESULT-EXIT
010470     .
010480 3200-KEY-ADDED-EXIT.
010490     EXIT.
010500 3300-COMPARE-MATCH.
010510     MOVE WS-CMP-KEY-A TO WS-REASON-KEY-BOXED
010520     IF FILEA-DATA = FILEB-DATA
010530         SET WS-RESULT TO
010540             type Either[type MismatchReason,
010550                     type MatchedPair[string, string]]
010560                 ::right(new type MatchedPair[string, string](
010570                     WS-FILEA-DATA-BOXED, WS-FILEB-DATA-BOXED))
010580     ELSE
010590         SET WS-RESULT TO
010600             type Either[type MismatchReason,
010610                     type MatchedPair[string, string]]
010620                 ::left(type MismatchReason::fieldMismatchFor(
010630                     WS-REASON-KEY-BOXED, 1, 500,
010640                     WS-FILEA-DATA-BOXED, WS-FILEB-DATA-BOXED))
010650         MOVE SPACES TO RECDLT-RECORD
010660         MOVE WS-CMP-KEY-A TO RECDLT-KEY
010670         MOVE FILEA-DATA TO RECDLT-BEFORE-DATA
010680         MOVE FILEB-DATA TO RECDLT-AFTER-DATA
010690     END-IF
010700     PERFORM 3400-APPLY-RESULT THRU 3400-APPLY-RESULT-EXIT
010710     .
010720 3300-COMPARE-MATCH-EXIT.
010730     EXIT.
010740*----------------------------------------------------------------*
010750* 3400 - TURN THE EITHER INTO A DELTA ACTION, THE SAME FOLD-
010760* AND-EVALUATE SHAPE AS RECON'S 3400-TALLY-RESULT.
010770*----------------------------------------------------------------*
010780 3400-APPLY-RESULT.
010790     IF WS-RESULT::isRight()
010800         ADD 1 TO WS-MATCH-COUNT
010810         GO TO 3400-APPLY-RESULT-EXIT
010820     END-IF
010830     SET WS-LEFT-REASON TO WS-RESULT::fold(
010840         delegate using v as type MismatchReason
010850             returning return-value as type MismatchReason
010860             SET return-value TO v
010870         end-delegate,
010880         delegate using v as type MatchedPair[string, string]
010890             returning return-value as type MismatchReason
010900             raise new NullPointerException()
010910         end-delegate)
010920     EVALUATE TRUE
010930         WHEN WS-LEFT-REASON::sameReasonAs(
010940                 type MismatchReason::notOnFileA())
010950             SET RECDLT-ACTION-ADD TO TRUE
010960             ADD 1 TO WS-ADD-COUNT
010970         WHEN WS-LEFT-REASON::sameReasonAs(
010980                 type MismatchReason::notOnFileB())
010990             SET RECDLT-ACTION-DELETE TO TRUE
011000             ADD 1 TO WS-DELETE-COUNT
011010         WHEN OTHER
011020             SET RECDLT-ACTION-CHANGE TO TRUE
011030             ADD 1 TO WS-CHANGE-COUNT
011040     END-EVALUATE
011050     PERFORM 3500-WRITE-DELTA THRU 3500-WRITE-DELTA-EXIT
011060     .
011070 3400-APPLY-RESULT-EXIT.
011080     EXIT.
011090 3500-WRITE-DELTA.
011100     MOVE WS-RUN-DATE TO RECDLT-RUN-DATE
011110     IF WS-DLT-TO-PASS
011120         MOVE RECDLT-RECORD TO WPAS-RECORD
011130         WRITE WPAS-RECORD
011140         IF NOT WS-FILE-STATUS-W3-OK
011150             DISPLAY "DELTAGEN: WRITE FAILED FOR DLTWRK3 - "
011160                 "STATUS " WS-FILE-STATUS-W3
011170             MOVE 16 TO RETURN-CODE
011180             GOBACK
011190         END-IF
011200         GO TO 3500-WRITE-DELTA-EXIT
011210     END-IF
011220     WRITE RECDLT-RECORD
011230     IF NOT WS-FILE-STATUS-DELTA-OK
011240         DISPLAY "DELTAGEN: WRITE FAILED FOR DLTFILE - STATUS "
011250             WS-FILE-STATUS-DELTA
011260         MOVE 16 TO RETURN-CODE
011270         GOBACK
011280     END-IF
011290     .
011300 3500-WRITE-DELTA-EXIT.
011310     EXIT.
011320*----------------------------------------------------------------*
011330* 6000 - MULTI-SNAPSHOT NET-CHANGE DRIVER.  THE ACCUMULATOR
011340* STARTS EMPTY; EACH PASS COMPARES SNAPSHOT I AGAINST I+1 INTO
011350* THE PASS WORK FILE AND THE NETTING MERGE FOLDS IT INTO THE
011360* ACCUMULATOR, ALTERNATING BETWEEN THE TWO WORK DATASETS.  THE
011370* FINAL ACCUMULATOR IS COPIED TO DLTFILE.
011380*----------------------------------------------------------------*
011390 6000-NET-CHANGE-MODE.
011400     IF WS-SNAP-COUNT < 2
011410         DISPLAY "DELTAGEN: NET MODE NEEDS AT LEAST TWO"
011420             " SNAPSHOT CARDS"
011430         MOVE 16 TO RETURN-CODE
011440         GOBACK
011450     END-IF
011460     OPEN OUTPUT DELTA-FILE
011470     IF NOT WS-FILE-STATUS-DELTA-OK
011480         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTFILE - STATUS "
011490             WS-FILE-STATUS-DELTA
011500         MOVE 16 TO RETURN-CODE
011510         GOBACK
011520     END-IF
011530     OPEN OUTPUT PRINT-FILE
011540     IF NOT WS-FILE-STATUS-PRINT-OK
011550         DISPLAY "DELTAGEN: OPEN FAILED FOR PRTFILE - STATUS "
011560             WS-FILE-STATUS-PRINT
011570         MOVE 16 TO RETURN-CODE
011580         GOBACK
011590     END-IF
011600     OPEN OUTPUT WRKACC1-FILE
011610     IF NOT WS-FILE-STATUS-W1-OK
011620         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK1 - STATUS "
011630             WS-FILE-STATUS-W1
011640         MOVE 16 TO RETURN-CODE
011650         GOBACK
011660     END-IF
011670     CLOSE WRKACC1-FILE
011680     MOVE "1" TO WS-ACC-CURRENT
011690     PERFORM 6100-RUN-ONE-PASS THRU 6100-RUN-ONE-PASS-EXIT
011700         VARYING WS-PASS-NO FROM 1 BY 1
011710         UNTIL WS-PASS-NO NOT < WS-SNAP-COUNT
011720     PERFORM 6600-COPY-ACC-TO-DELTA
011730         THRU 6600-COPY-ACC-TO-DELTA-EXIT
011740     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
011750     CLOSE DELTA-FILE
011760     CLOSE PRINT-FILE
011770     PERFORM 9400-WRITE-STEP-CONTROL
011780         THRU 9400-WRITE-STEP-CONTROL-EXIT
011790     .
011800 6000-NET-CHANGE-MODE-EXIT.
011810     EXIT.
011820 6100-RUN-ONE-PASS.
011830     MOVE WS-SNAP-NAME (WS-PASS-NO) TO WS-FILEA-NAME
011840     COMPUTE WS-SNAP-IDX = WS-PASS-NO + 1
011850     MOVE WS-SNAP-NAME (WS-SNAP-IDX) TO WS-FILEB-NAME
011860     PERFORM 6200-RESET-PASS-STATE
011870         THRU 6200-RESET-PASS-STATE-EXIT
011880     SET WS-DLT-TO-PASS TO TRUE
011890     OPEN OUTPUT WRKPASS-FILE
011900     IF NOT WS-FILE-STATUS-W3-OK
011910         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK3 - STATUS "
011920             WS-FILE-STATUS-W3
011930         MOVE 16 TO RETURN-CODE
011940         GOBACK
011950     END-IF
011960     OPEN INPUT FILEA-FILE
011970     IF NOT WS-FILE-STATUS-A-OK
011980         DISPLAY "DELTAGEN: OPEN FAILED FOR SNAPSHOT "
011990             WS-FILEA-NAME
012000         MOVE 16 TO RETURN-CODE
012010         GOBACK
012020     END-IF
012030     OPEN INPUT FILEB-FILE
012040     IF NOT WS-FILE-STATUS-B-OK
012050         DISPLAY "DELTAGEN: OPEN FAILED FOR SNAPSHOT "
012060             WS-FILEB-NAME
012070         MOVE 16 TO RETURN-CODE
012080         GOBACK
012090     END-IF
012100     PERFORM 2100-READ-FILEA THRU 2100-READ-FILEA-EXIT
012110     PERFORM 2200-READ-FILEB THRU 2200-READ-FILEB-EXIT
012120     PERFORM 2000-PROCESS-FILES THRU 2000-PROCESS-FILES-EXIT
012130         UNTIL WS-EOF-A-YES AND WS-EOF-B-YES
012140     ADD WS-RECORDS-READ-A TO WS-TOT-READ-A
012150     ADD WS-RECORDS-READ-B TO WS-TOT-READ-B
012160     CLOSE FILEA-FILE
012170     CLOSE FILEB-FILE
012180     CLOSE WRKPASS-FILE
012190     SET WS-DLT-TO-DLTFILE TO TRUE
012200     PERFORM 6300-NET-MERGE THRU 6300-NET-MERGE-EXIT
012210     .
012220 6100-RUN-ONE-PASS-EXIT.
012230     EXIT.
012240 6200-RESET-PASS-STATE.
012250     SET WS-EOF-A-NO TO TRUE
012260     SET WS-EOF-B-NO TO TRUE
012270     SET WS-HEADER-SEEN-A-NO TO TRUE
012280     SET WS-TRAILER-SEEN-A-NO TO TRUE
012290     SET WS-HEADER-SEEN-B-NO TO TRUE
012300     SET WS-TRAILER-SEEN-B-NO TO TRUE
012310     MOVE ZERO TO WS-RECORDS-READ-A
012320     MOVE ZERO TO WS-RECORDS-READ-B
012330     MOVE ZERO TO WS-TRAILER-COUNT-A
012340     MOVE ZERO TO WS-TRAILER-COUNT-B
012350     MOVE LOW-VALUES TO WS-CMP-KEY-A
012360     MOVE LOW-VALUES TO WS-CMP-KEY-B
012370     .
012380 6200-RESET-PASS-STATE-EXIT.
012390     EXIT.
012400*----------------------------------------------------------------*
012410* 6300 - THE NETTING MERGE: FOLD THE PASS DELTAS INTO THE
012420* ACCUMULATOR BY KEY.  AN ADD THEN A CHANGE IS ONE ADD WITH
012430* THE FINAL IMAGE; AN ADD THEN A DELETE CANCELS; SUCCESSIVE
012440* CHANGES KEEP FIRST BEFORE AND LAST AFTER (AND CANCEL WHEN
012450* THEY MEET); A DELETE THEN AN ADD NETS TO A CHANGE OR, WITH
012460* EQUAL IMAGES, TO NOTHING.  A COMBINATION CLEAN PAIRWISE
012470* GENERATION CANNOT PRODUCE IS COUNTED AND THE LATER
012480* TRANSACTION KEPT.
012490*----------------------------------------------------------------*
012500 6300-NET-MERGE.
012510     SET WS-EOF-ACC-NO TO TRUE
012520     SET WS-EOF-PAS-NO TO TRUE
012530     MOVE HIGH-VALUES TO WS-ACC-KEY
012540     MOVE HIGH-VALUES TO WS-PAS-KEY
012550     IF WS-ACC-CURRENT = "1"
012560         OPEN INPUT WRKACC1-FILE
012570         OPEN OUTPUT WRKACC2-FILE
012580     ELSE
012590         OPEN INPUT WRKACC2-FILE
012600         OPEN OUTPUT WRKACC1-FILE
012610     END-IF
012620     IF NOT WS-FILE-STATUS-W1-OK
012630         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK1 - STATUS "
012640             WS-FILE-STATUS-W1
012650         MOVE 16 TO RETURN-CODE
012660         GOBACK
012670     END-IF
012680     IF NOT WS-FILE-STATUS-W2-OK
012690         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK2 - STATUS "
012700             WS-FILE-STATUS-W2
012710         MOVE 16 TO RETURN-CODE
012720         GOBACK
012730     END-IF
012740     OPEN INPUT WRKPASS-FILE
012750     IF NOT WS-FILE-STATUS-W3-OK
012760         DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK3 - STATUS "
012770             WS-FILE-STATUS-W3
012780         MOVE 16 TO RETURN-CODE
012790         GOBACK
012800     END-IF
012810     PERFORM 6410-READ-ACC THRU 6410-READ-ACC-EXIT
012820     PERFORM 6420-READ-PASS THRU 6420-READ-PASS-EXIT
012830     PERFORM 6430-MERGE-ONE-KEY THRU 6430-MERGE-ONE-KEY-EXIT
012840         UNTIL WS-EOF-ACC-YES AND WS-EOF-PAS-YES
012850     CLOSE WRKACC1-FILE
012860     CLOSE WRKACC2-FILE
012870     CLOSE WRKPASS-FILE
012880     IF WS-ACC-CURRENT = "1"
012890         MOVE "2" TO WS-ACC-CURRENT
012900     ELSE
012910         MOVE "1" TO WS-ACC-CURRENT
012920     END-IF
012930     .
012940 6300-NET-MERGE-EXIT.
012950     EXIT.
012960 6410-READ-ACC.
012970     IF WS-ACC-CURRENT = "1"
012980         READ WRKACC1-FILE INTO ACCR-RECORD
012990             AT END
013000                 SET WS-EOF-ACC-YES TO TRUE
013010                 MOVE HIGH-VALUES TO WS-ACC-KEY
013020                 GO TO 6410-READ-ACC-EXIT
013030         END-READ
013040         IF NOT WS-FILE-STATUS-W1-OK
013050             DISPLAY "DELTAGEN: READ FAILED FOR DLTWRK1 - "
013060                 "STATUS " WS-FILE-STATUS-W1
013070             MOVE 16 TO RETURN-CODE
013080             GOBACK
013090         END-IF
013100     ELSE
013110         READ WRKACC2-FILE INTO ACCR-RECORD
013120             AT END
013130                 SET WS-EOF-ACC-YES TO TRUE
013140                 MOVE HIGH-VALUES TO WS-ACC-KEY
013150                 GO TO 6410-READ-ACC-EXIT
013160         END-READ
013170         IF NOT WS-FILE-STATUS-W2-OK
013180             DISPLAY "DELTAGEN: READ FAILED FOR DLTWRK2 - "
013190                 "STATUS " WS-FILE-STATUS-W2
013200             MOVE 16 TO RETURN-CODE
013210             GOBACK
013220         END-IF
013230     END-IF
013240     MOVE ACCR-KEY TO WS-ACC-KEY
013250     .
013260 6410-READ-ACC-EXIT.
013270     EXIT.
013280 6420-READ-PASS.
013290     READ WRKPASS-FILE INTO PASR-RECORD
013300         AT END
013310             SET WS-EOF-PAS-YES TO TRUE
013320             MOVE HIGH-VALUES TO WS-PAS-KEY
013330             GO TO 6420-READ-PASS-EXIT
013340     END-READ
013350     IF NOT WS-FILE-STATUS-W3-OK
013360         DISPLAY "DELTAGEN: READ FAILED FOR DLTWRK3 - "
013370             "STATUS " WS-FILE-STATUS-W3
013380         MOVE 16 TO RETURN-CODE
013390         GOBACK
013400     END-IF
013410     MOVE PASR-KEY TO WS-PAS-KEY
013420     .
013430 6420-READ-PASS-EXIT.
013440     EXIT.
013450 6430-MERGE-ONE-KEY.
013460     EVALUATE TRUE
013470         WHEN WS-ACC-KEY < WS-PAS-KEY
013480             MOVE ACCR-RECORD TO NETO-RECORD
013490             PERFORM 6500-WRITE-ACC-OUT
013500                 THRU 6500-WRITE-ACC-OUT-EXIT
013510             PERFORM 6410-READ-ACC THRU 6410-READ-ACC-EXIT
013520         WHEN WS-PAS-KEY < WS-ACC-KEY
013530             MOVE PASR-RECORD TO NETO-RECORD
013540             PERFORM 6500-WRITE-ACC-OUT
013550                 THRU 6500-WRITE-ACC-OUT-EXIT
013560             PERFORM 6420-READ-PASS THRU 6420-READ-PASS-EXIT
013570         WHEN OTHER
013580             PERFORM 6440-COMBINE-ONE-KEY
013590                 THRU 6440-COMBINE-ONE-KEY-EXIT
013600             PERFORM 6410-READ-ACC THRU 6410-READ-ACC-EXIT
013610             PERFORM 6420-READ-PASS THRU 6420-READ-PASS-EXIT
013620     END-EVALUATE
013630     .
013640 6430-MERGE-ONE-KEY-EXIT.
013650     EXIT.
013660 6440-COMBINE-ONE-KEY.
013670     EVALUATE TRUE
013680         WHEN ACCR-ACTION-ADD AND PASR-ACTION-CHANGE
013690             MOVE ACCR-RECORD TO NETO-RECORD
013700             MOVE PASR-AFTER-DATA TO NETO-AFTER-DATA
013710             PERFORM 6500-WRITE-ACC-OUT
013720                 THRU 6500-WRITE-ACC-OUT-EXIT
013730         WHEN ACCR-ACTION-ADD AND PASR-ACTION-DELETE
013740             ADD 1 TO WS-NET-CANCELLED
013750         WHEN ACCR-ACTION-CHANGE AND PASR-ACTION-CHANGE
013760             MOVE ACCR-RECORD TO NETO-RECORD
013770             MOVE PASR-AFTER-DATA TO NETO-AFTER-DATA
013780             IF NETO-BEFORE-DATA = NETO-AFTER-DATA
013790                 ADD 1 TO WS-NET-CANCELLED
013800             ELSE
013810                 PERFORM 6500-WRITE-ACC-OUT
013820                     THRU 6500-WRITE-ACC-OUT-EXIT
013830             END-IF
013840         WHEN ACCR-ACTION-CHANGE AND PASR-ACTION-DELETE
013850             MOVE SPACES TO NETO-RECORD
013860             SET NETO-ACTION-DELETE TO TRUE
013870             MOVE ACCR-KEY TO NETO-KEY
013880             MOVE ACCR-BEFORE-DATA TO NETO-BEFORE-DATA
013890             PERFORM 6500-WRITE-ACC-OUT
013900                 THRU 6500-WRITE-ACC-OUT-EXIT
013910         WHEN ACCR-ACTION-DELETE AND PASR-ACTION-ADD
013920             IF ACCR-BEFORE-DATA = PASR-AFTER-DATA
013930                 ADD 1 TO WS-NET-CANCELLED
013940             ELSE
013950                 MOVE SPACES TO NETO-RECORD
013960                 SET NETO-ACTION-CHANGE TO TRUE
013970                 MOVE ACCR-KEY TO NETO-KEY
013980                 MOVE ACCR-BEFORE-DATA TO NETO-BEFORE-DATA
013990                 MOVE PASR-AFTER-DATA TO NETO-AFTER-DATA
014000                 PERFORM 6500-WRITE-ACC-OUT
014010                     THRU 6500-WRITE-ACC-OUT-EXIT
014020             END-IF
014030         WHEN OTHER
014040             ADD 1 TO WS-NET-ANOMALY
014050             MOVE PASR-RECORD TO NETO-RECORD
014060             PERFORM 6500-WRITE-ACC-OUT
014070                 THRU 6500-WRITE-ACC-OUT-EXIT
014080     END-EVALUATE
014090     .
014100 6440-COMBINE-ONE-KEY-EXIT.
014110     EXIT.
014120 6500-WRITE-ACC-OUT.
014130     MOVE WS-RUN-DATE TO NETO-RUN-DATE
014140     IF WS-ACC-CURRENT = "1"
014150         WRITE WACC2-RECORD FROM NETO-RECORD
014160         IF NOT WS-FILE-STATUS-W2-OK
014170             DISPLAY "DELTAGEN: WRITE FAILED FOR DLTWRK2 - "
014180                 "STATUS " WS-FILE-STATUS-W2
014190             MOVE 16 TO RETURN-CODE
014200             GOBACK
014210         END-IF
014220     ELSE
014230         WRITE WACC1-RECORD FROM NETO-RECORD
014240         IF NOT WS-FILE-STATUS-W1-OK
014250             DISPLAY "DELTAGEN: WRITE FAILED FOR DLTWRK1 - "
014260                 "STATUS " WS-FILE-STATUS-W1
014270             MOVE 16 TO RETURN-CODE
014280             GOBACK
014290         END-IF
014300     END-IF
014310     .
014320 6500-WRITE-ACC-OUT-EXIT.
014330     EXIT.
014340 6600-COPY-ACC-TO-DELTA.
014350     SET WS-EOF-ACC-NO TO TRUE
014360     IF WS-ACC-CURRENT = "1"
014370         OPEN INPUT WRKACC1-FILE
014380         IF NOT WS-FILE-STATUS-W1-OK
014390             DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK1 - "
014400                 "STATUS " WS-FILE-STATUS-W1
014410             MOVE 16 TO RETURN-CODE
014420             GOBACK
014430         END-IF
014440     ELSE
014450         OPEN INPUT WRKACC2-FILE
014460         IF NOT WS-FILE-STATUS-W2-OK
014470             DISPLAY "DELTAGEN: OPEN FAILED FOR DLTWRK2 - "
014480                 "STATUS " WS-FILE-STATUS-W2
014490             MOVE 16 TO RETURN-CODE
014500             GOBACK
014510         END-IF
014520     END-IF
014530     PERFORM 6610-COPY-ONE-NET THRU 6610-COPY-ONE-NET-EXIT
014540         UNTIL WS-EOF-ACC-YES
014550     IF WS-ACC-CURRENT = "1"
014560         CLOSE WRKACC1-FILE
014570     ELSE
014580         CLOSE WRKACC2-FILE
014590     END-IF
014600     .
014610 6600-COPY-ACC-TO-DELTA-EXIT.
014620     EXIT.
014630 6610-COPY-ONE-NET.
014640     PERFORM 6410-READ-ACC THRU 6410-READ-ACC-EXIT
014650     IF WS-EOF-ACC-YES
014660         GO TO 6610-COPY-ONE-NET-EXIT
014670     END-IF
014680     MOVE ACCR-RECORD TO RECDLT-RECORD
014690     WRITE RECDLT-RECORD
014700     IF NOT WS-FILE-STATUS-DELTA-OK
014710         DISPLAY "DELTAGEN: WRITE FAILED FOR DLTFILE - STATUS "
014720             WS-FILE-STATUS-DELTA
014730         MOVE 16 TO RETURN-CODE
014740         GOBACK
014750     END-IF
014760     ADD 1 TO WS-NET-WRITTEN
014770     .
014780 6610-COPY-ONE-NET-EXIT.
014790     EXIT.
014800*----------------------------------------------------------------*
014810* 8000 - CONTROL TOTALS FOR THE GENERATED DELTA FILE.
014820*----------------------------------------------------------------*
014830 8000-PRINT-SUMMARY.
014840     MOVE SPACES TO WS-PRINT-LINE
014850     MOVE "DELTA GENERATION SUMMARY" TO WS-PRINT-LINE
014860     WRITE PRINT-RECORD FROM WS-PRINT-LINE
014870     PERFORM 8900-CHECK-PRINT-STATUS
014880         THRU 8900-CHECK-PRINT-STATUS-EXIT
014890     MOVE SPACES TO WS-PRINT-LINE
014900     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT
014910     STRING "UNCHANGED           : " DELIMITED BY SIZE
014920         WS-EDIT-COUNT DELIMITED BY SIZE
014930         INTO WS-PRINT-LINE
014940     WRITE PRINT-RECORD FROM WS-PRINT-LINE
014950     PERFORM 8900-CHECK-PRINT-STATUS
014960         THRU 8900-CHECK-PRINT-STATUS-EXIT
014970     MOVE SPACES TO WS-PRINT-LINE
014980     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
014990     STRING "ADDS                : " DELIMITED BY SIZE
015000         WS-EDIT-COUNT DELIMITED BY SIZE
015010         INTO WS-PRINT-LINE
015020     WRITE PRINT-RECORD FROM WS-PRINT-LINE
015030     PERFORM 8900-CHECK-PRINT-STATUS
015040         THRU 8900-CHECK-PRINT-STATUS-EXIT
015050     MOVE SPACES TO WS-PRINT-LINE
015060     MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
015070     STRING "CHANGES             : " DELIMITED BY SIZE
015080         WS-EDIT-COUNT DELIMITED BY SIZE
015090         INTO WS-PRINT-LINE
015100     WRITE PRINT-RECORD FROM WS-PRINT-LINE
015110     PERFORM 8900-CHECK-PRINT-STATUS
015120         THRU 8900-CHECK-PRINT-STATUS-EXIT
015130     MOVE SPACES TO WS-PRINT-LINE
015140     MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
015150     STRING "DELETES             : " DELIMITED BY SIZE
015160         WS-EDIT-COUNT DELIMITED BY SIZE
015170         INTO WS-PRINT-LINE
015180     WRITE PRINT-RECORD FROM WS-PRINT-LINE
015190     PERFORM 8900-CHECK-PRINT-STATUS
015200         THRU 8900-CHECK-PRINT-STATUS-EXIT
015210     IF WS-SNAP-COUNT > 0
015220         MOVE SPACES TO WS-PRINT-LINE
015230         MOVE WS-NET-WRITTEN TO WS-EDIT-COUNT
015240         STRING "NET TRANSACTIONS    : " DELIMITED BY SIZE
015250             WS-EDIT-COUNT DELIMITED BY SIZE
015260             INTO WS-PRINT-LINE
015270         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015280         PERFORM 8900-CHECK-PRINT-STATUS
015290             THRU 8900-CHECK-PRINT-STATUS-EXIT
015300         MOVE SPACES TO WS-PRINT-LINE
015310         MOVE WS-NET-CANCELLED TO WS-EDIT-COUNT
015320         STRING "CANCELLED OUT       : " DELIMITED BY SIZE
015330             WS-EDIT-COUNT DELIMITED BY SIZE
015340             INTO WS-PRINT-LINE
015350         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015360         PERFORM 8900-CHECK-PRINT-STATUS
015370             THRU 8900-CHECK-PRINT-STATUS-EXIT
015380         MOVE SPACES TO WS-PRINT-LINE
015390         MOVE WS-NET-ANOMALY TO WS-EDIT-COUNT
015400         STRING "NETTING ANOMALIES   : " DELIMITED BY SIZE
015410             WS-EDIT-COUNT DELIMITED BY SIZE
015420             INTO WS-PRINT-LINE
015430         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015440         PERFORM 8900-CHECK-PRINT-STATUS
015450             THRU 8900-CHECK-PRINT-STATUS-EXIT
015460     END-IF
015470     IF WS-XREF-ACTIVE-YES
015480         MOVE WS-XREF-USED-DICT::size() TO WS-XREF-USED-COUNT
015490         COMPUTE WS-XREF-UNUSED =
015500             WS-XREF-ENTRY-COUNT - WS-XREF-USED-COUNT
015510         MOVE SPACES TO WS-PRINT-LINE
015520         MOVE WS-XREF-TRANSLATED TO WS-EDIT-COUNT
015530         STRING "XREF KEYS TRANSLATED: " DELIMITED BY SIZE
015540             WS-EDIT-COUNT DELIMITED BY SIZE
015550             INTO WS-PRINT-LINE
015560         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015570         PERFORM 8900-CHECK-PRINT-STATUS
015580             THRU 8900-CHECK-PRINT-STATUS-EXIT
015590         MOVE SPACES TO WS-PRINT-LINE
015600         MOVE WS-XREF-NO-ENTRY TO WS-EDIT-COUNT
015610         STRING "XREF NO ENTRY       : " DELIMITED BY SIZE
015620             WS-EDIT-COUNT DELIMITED BY SIZE
015630             INTO WS-PRINT-LINE
015640         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015650         PERFORM 8900-CHECK-PRINT-STATUS
015660             THRU 8900-CHECK-PRINT-STATUS-EXIT
015670         MOVE SPACES TO WS-PRINT-LINE
015680         MOVE WS-XREF-NOT-EFFECTIVE TO WS-EDIT-COUNT
015690         STRING "XREF NOT YET EFFECT.: " DELIMITED BY SIZE
015700             WS-EDIT-COUNT DELIMITED BY SIZE
015710             INTO WS-PRINT-LINE
015720         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015730         PERFORM 8900-CHECK-PRINT-STATUS
015740             THRU 8900-CHECK-PRINT-STATUS-EXIT
015750         MOVE SPACES TO WS-PRINT-LINE
015760         MOVE WS-XREF-UNUSED TO WS-EDIT-COUNT
015770         STRING "XREF ENTRIES UNUSED : " DELIMITED BY SIZE
015780             WS-EDIT-COUNT DELIMITED BY SIZE
015790             INTO WS-PRINT-LINE
015800         WRITE PRINT-RECORD FROM WS-PRINT-LINE
015810         PERFORM 8900-CHECK-PRINT-STATUS
015820             THRU 8900-CHECK-PRINT-STATUS-EXIT
015830     END-IF
015840     .
015850 8000-PRINT-SUMMARY-EXIT.
015860     EXIT.
015870 8900-CHECK-PRINT-STATUS.
015880     IF NOT WS-FILE-STATUS-PRINT-OK
015890         DISPLAY "DELTAGEN: WRITE FAILED FOR PRTFILE - STATUS "
015900             WS-FILE-STATUS-PRINT
015910         MOVE 16 TO RETURN-CODE
015920         GOBACK
015930     END-IF
015940     .
015950 8900-CHECK-PRINT-STATUS-EXIT.
015960     EXIT.
015970 9999-TERMINATE.
015980     CLOSE FILEA-FILE
015990     CLOSE FILEB-FILE
016000     CLOSE DELTA-FILE
016010     CLOSE PRINT-FILE
016020     PERFORM 9400-WRITE-STEP-CONTROL
016030         THRU 9400-WRITE-STEP-CONTROL-EXIT
016040     .
016050 9999-TERMINATE-EXIT.
016060     EXIT.
016070*----------------------------------------------------------------*
016080* 9400 - STEP-CONTROL HANDOFF: WHAT THIS RUN READ AND WROTE,
016090* ONE RECCTL RECORD PER FILE, FOR JOBCHECK TO CROSS-FOOT
016100* AGAINST THE APPLY STEP.
016110*----------------------------------------------------------------*
016120 9400-WRITE-STEP-CONTROL.
016130     ACCEPT WS-RUN-TIME-RAW FROM TIME
016140     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
016150     OPEN EXTEND CONTROL-FILE
016160     IF WS-FILE-STATUS-CTL-NOTFND
016170         OPEN OUTPUT CONTROL-FILE
016180     END-IF
016190     IF NOT WS-FILE-STATUS-CTL-OK
016200         DISPLAY "DELTAGEN: OPEN FAILED FOR CTLFILE - STATUS "
016210             WS-FILE-STATUS-CTL
016220         MOVE 16 TO RETURN-CODE
016230         GOBACK
016240     END-IF
016250     MOVE "FILEA" TO WS-CTL-FILE-NAME
016260     MOVE "I" TO WS-CTL-ROLE
016270     IF WS-SNAP-COUNT > 0
016280         MOVE WS-TOT-READ-A TO WS-CTL-COUNT
016290     ELSE
016300         MOVE WS-RECORDS-READ-A TO WS-CTL-COUNT
016310     END-IF
016320     PERFORM 9410-WRITE-ONE-CONTROL
016330         THRU 9410-WRITE-ONE-CONTROL-EXIT
016340     MOVE "FILEB" TO WS-CTL-FILE-NAME
016350     MOVE "I" TO WS-CTL-ROLE
016360     IF WS-SNAP-COUNT > 0
016370         MOVE WS-TOT-READ-B TO WS-CTL-COUNT
016380     ELSE
016390         MOVE WS-RECORDS-READ-B TO WS-CTL-COUNT
016400     END-IF
016410     PERFORM 9410-WRITE-ONE-CONTROL
016420         THRU 9410-WRITE-ONE-CONTROL-EXIT
016430     MOVE "DLTFILE" TO WS-CTL-FILE-NAME
016440     MOVE "O" TO WS-CTL-ROLE
016450     IF WS-SNAP-COUNT > 0
016460         MOVE WS-NET-WRITTEN TO WS-CTL-COUNT
016470     ELSE
016480         COMPUTE WS-CTL-COUNT = WS-ADD-COUNT
016490             + WS-CHANGE-COUNT + WS-DELETE-COUNT
016500     END-IF
016510     PERFORM 9410-WRITE-ONE-CONTROL
016520         THRU 9410-WRITE-ONE-CONTROL-EXIT
016530     CLOSE CONTROL-FILE
016540     .
016550 9400-WRITE-STEP-CONTROL-EXIT.
016560     EXIT.
016570 9410-WRITE-ONE-CONTROL.
016580     MOVE SPACES TO RECCTL-RECORD
016590     MOVE WS-RUN-DATE TO RECCTL-RUN-DATE
016600     MOVE WS-RUN-TIME TO RECCTL-RUN-TIME
016610     MOVE "DELTAGEN" TO RECCTL-PROGRAM-ID
016620     MOVE WS-CTL-FILE-NAME TO RECCTL-FILE-NAME
016630     MOVE WS-CTL-ROLE TO RECCTL-ROLE
016640     MOVE WS-CTL-COUNT TO RECCTL-RECORD-COUNT
016650     MOVE ZERO TO RECCTL-AMT-HASH
016660     WRITE RECCTL-RECORD
016670     IF NOT WS-FILE-STATUS-CTL-OK
016680         DISPLAY "DELTAGEN: WRITE FAILED FOR CTLFILE - STATUS "
016690             WS-FILE-STATUS-CTL
016700         MOVE 16 TO RETURN-CODE
016710         GOBACK
016720     END-IF
016730     .
016740 9410-WRITE-ONE-CONTROL-EXIT.
016750     EXIT.
016760*----------------------------------------------------------------*
016770* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
016780*----------------------------------------------------------------*
016790 COPY "RECSTP.cpy".
016800*----------------------------------------------------------------*
016810* 9820 - THE RESTART PLAN FOR A RESTARTED STREAM.
016820*----------------------------------------------------------------*
016830 COPY "RECRSP.cpy".
016840 END PROGRAM DELTAGEN.
