000190* THE SAME FORM RECON TAKES:
000200*     AMOUNT ZONED FF-TT / AMOUNT SIGNED FF-TT /
000210*     AMOUNT PACKED FF-TT
000220* OR TAKEN FROM THE AMOUNT ENTRY OF THE FEED'S FLDDICT FIELD
000230* DICTIONARY (RECDIC.CPY) ON A DICTIONARY CARD INSTEAD:
000240*     DICTIONARY FEEDID
000250* UNLIKE THE IN-LINE PROOFS, EVERY CHECK RUNS TO COMPLETION
000260* AND ALL RESULTS GO ON A ONE-PAGE PROOF REPORT, SO ONE BAD
000270* PROOF DOES NOT HIDE THE OTHERS.  GRADUATED RETURN CODES:
000280*     RC=00  EVERY PROOF PASSED
000290*     RC=04  AMOUNT PARSE ERRORS, HASH STILL PROVED
000300*     RC=08  AMOUNT HASH DOES NOT MATCH THE TRAILER
000310*     RC=12  DUPLICATE OR OUT-OF-SEQUENCE KEYS
000320*     RC=16  BRACKET BROKEN (HEADER/TRAILER/COUNT) OR I/O ERROR
000330* AN EXTRACT NAMED ON A SNAPSHOT CARD IS CATALOGUED WHEN IT
000340* PROVES (RC 0 OR 4) - ONE RECSNP.CPY RECORD APPENDED TO SNAPCAT
000350* WITH ITS FEED, CYCLE DATE, DATASET NAME, RECORD COUNT AND
000360* AMOUNT HASH, FOR RECON TO RESOLVE PAIRLIST SNAPSHOT ENTRIES:
000370*     SNAPSHOT FEEDID [YYYYMMDD]  FEED ID, AND CYCLE DATE (THE
000380*                                 RUN DATE WHEN OMITTED)
000390*     DSNAME DATASET.NAME         THE DATASET INFILE IS (REQUIRED
000400*                                 WITH SNAPSHOT)
000410*
000420* MODIFICATION HISTORY.
000430*   2026-09-02 DS   INITIAL VERSION.
000440*   2026-10-15 DS   SNAPSHOT CATALOG - SNAPSHOT AND DSNAME CARDS;
000450*                   A PROVED EXTRACT IS APPENDED TO SNAPCAT
000460*                   (RECSNP.CPY) FOR RECON'S FEED/CYCLE-DATE PAIR
000470*                   RESOLUTION.
000480*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000490*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000500*                   THE STEPSLA BATCH-WINDOW REPORT.
000510*   2026-10-15 DS   DICTIONARY FEEDID CARD - THE AMOUNT COMES FROM
000520*                   THE FEED'S FLDDICT FIELD DICTIONARY AND ITS
000530*                   NAME IS PRINTED ON THE HASH PROOF LINE.
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT INPUT-FILE ASSIGN TO INFILE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FILE-STATUS-IN.
000620     SELECT REPORT-FILE ASSIGN TO PROVRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FILE-STATUS-RPT.
000650     SELECT PARM-FILE ASSIGN TO SYSIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FILE-STATUS-PARM.
000680     SELECT SNAPCAT-FILE ASSIGN TO SNAPCAT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FILE-STATUS-SNAP.
000710     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RECSTW-FILE-STATUS.
000740     SELECT DICT-FILE ASSIGN TO FLDDICT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS RECDIW-FILE-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INPUT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==INREC-==.
000820 FD  REPORT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  REPORT-RECORD                   PIC X(80).
000850 FD  PARM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  PARM-RECORD                     PIC X(80).
000880 FD  SNAPCAT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY "RECSNP.cpy".
000910 FD  STEPTIME-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY "RECSTM.cpy".
000940 FD  DICT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "RECDIC.cpy".
000970 WORKING-STORAGE SECTION.
000980 01  WS-EOF-IN-SW                    PIC X(01) VALUE "N".
000990     88  WS-EOF-IN-YES                          VALUE "Y".
001000     88  WS-EOF-IN-NO                           VALUE "N".
001010 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001020     88  WS-PARM-EOF-YES                        VALUE "Y".
001030     88  WS-PARM-EOF-NO                         VALUE "N".
001040 01  WS-FILE-STATUSES.
001050     05  WS-FILE-STATUS-IN           PIC X(02) VALUE "00".
001060         88  WS-FILE-STATUS-IN-OK              VALUE "00".
001070     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001080         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001090     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001100         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001110         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001120     05  WS-FILE-STATUS-SNAP         PIC X(02) VALUE "00".
001130         88  WS-FILE-STATUS-SNAP-OK            VALUE "00".
001140         88  WS-FILE-STATUS-SNAP-NOTFND        VALUE "35".
001150*----------------------------------------------------------------*
001160* PROOF SWITCHES.  EVERY CHECK RECORDS ITS VERDICT HERE AND THE
001170* RUN KEEPS READING, SO THE REPORT SHOWS EVERY BROKEN PROOF AT
001180* ONCE AND THE WORST ONE SETS THE RETURN CODE AT END OF JOB.
001190*----------------------------------------------------------------*
001200 01  WS-PROOF-SWITCHES.
001210     05  WS-HEADER-SEEN-SW           PIC X(01) VALUE "N".
001220         88  WS-HEADER-SEEN-YES                 VALUE "Y".
001230         88  WS-HEADER-SEEN-NO                  VALUE "N".
001240     05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
001250         88  WS-TRAILER-SEEN-YES                VALUE "Y".
001260         88  WS-TRAILER-SEEN-NO                 VALUE "N".
001270     05  WS-BRACKET-OK-SW            PIC X(01) VALUE "Y".
001280         88  WS-BRACKET-OK                      VALUE "Y".
001290         88  WS-BRACKET-BROKEN                  VALUE "N".
001300     05  WS-COUNT-OK-SW              PIC X(01) VALUE "Y".
001310         88  WS-COUNT-OK                        VALUE "Y".
001320         88  WS-COUNT-BROKEN                    VALUE "N".
001330     05  WS-HASH-OK-SW               PIC X(01) VALUE "Y".
001340         88  WS-HASH-OK                         VALUE "Y".
001350         88  WS-HASH-BROKEN                     VALUE "N".
001360 01  WS-COUNTERS COMP-3.
001370     05  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
001380     05  WS-TRAILER-COUNT            PIC 9(09) VALUE ZERO.
001390     05  WS-SEQ-ERR-COUNT            PIC 9(07) VALUE ZERO.
001400     05  WS-DUP-ERR-COUNT            PIC 9(07) VALUE ZERO.
001410     05  WS-BRACKET-ERR-COUNT        PIC 9(07) VALUE ZERO.
001420 01  WS-PREV-KEY                     PIC X(10) VALUE LOW-VALUES.
001430 01  WS-SEQ-ERR-SHOWN                PIC 9(02) COMP-3 VALUE ZERO.
001440 01  WS-SEQ-ERR-LIMIT                PIC 9(02) COMP-3 VALUE 10.
001450 01  WS-SEQ-ERR-TABLE.
001460     05  WS-SEQ-ERR-ENTRY OCCURS 10 TIMES.
001470         10  WS-SEQ-ERR-KEY          PIC X(10).
001480         10  WS-SEQ-ERR-TYPE         PIC X(16).
001490 01  WS-SEQ-IDX                      PIC S9(04) COMP.
001500 01  WS-SEQ-ERR-TYPE-WK              PIC X(16).
001510 01  WS-PARM-CARD.
001520     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001530     05  FILLER                      PIC X(79).
001540 01  WS-CARD-FIELDS.
001550     05  WS-CARD-VERB                PIC X(10).
001560     05  WS-CARD-OPERAND-1          PIC X(10).
001570     05  WS-CARD-OPERAND-2          PIC X(20).
001580 01  WS-CARD-RANGE.
001590     05  WS-CARD-FROM-X              PIC X(03).
001600     05  WS-CARD-TO-X                PIC X(03).
001610 01  WS-CARD-FROM                    PIC 9(03).
001620 01  WS-CARD-TO                      PIC 9(03).
001630 01  WS-RNG-PART                     PIC X(03).
001640 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
001650     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
001660 01  WS-RNG-VALUE                    PIC 9(03).
001670 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
001680 01  WS-RNG-IDX                      PIC S9(04) COMP.
001690 01  WS-RNG-DIGIT-X2                 PIC X(01).
001700 01  WS-RNG-DIGIT2 REDEFINES WS-RNG-DIGIT-X2
001710                                     PIC 9(01).
001720 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
001730     88  WS-RANGE-VALID-YES                     VALUE "Y".
001740     88  WS-RANGE-VALID-NO                      VALUE "N".
001750*----------------------------------------------------------------*
001760* AMOUNT HASHING, THE MIRROR OF RECON'S READ-SIDE: THE CARD
001770* NAMES THE AMOUNT BYTES, EVERY DATA RECORD ADDS ITS AMOUNT IN
001780* STORED UNITS, AND THE ELEVEN LOW-ORDER DIGITS ARE PROVED
001790* AGAINST THE TRAILER HASH BYTES.
001800*----------------------------------------------------------------*
001810 01  WS-AMOUNT-CONTROLS.
001820     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
001830         88  WS-AMT-DEFINED-YES                 VALUE "Y".
001840         88  WS-AMT-DEFINED-NO                  VALUE "N".
001850     05  WS-AMT-TYPE                 PIC X(01).
001860     05  WS-AMT-FROM                 PIC 9(03).
001870     05  WS-AMT-LEN                  PIC 9(03).
001880     05  WS-AMT-NAME                 PIC X(08) VALUE SPACES.
001890     05  WS-AMT-SUM                  PIC S9(15) COMP-3
001900                                               VALUE ZERO.
001910     05  WS-AMT-ERRS                 PIC 9(07) COMP-3 VALUE ZERO.
001920 01  WS-AMT-HASH-DSP                 PIC 9(11).
001930 01  WS-AMT-HASH-X REDEFINES WS-AMT-HASH-DSP
001940                                     PIC X(11).
001950 01  WS-TRL-HASH-X                   PIC X(11).
001960 01  WS-EXT-CONTROLS.
001970     05  WS-EXT-LEN                  PIC S9(04) COMP.
001980     05  WS-EXT-IDX                  PIC S9(04) COMP.
001990     05  WS-EXT-SIGN                 PIC S9(01) COMP.
002000     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
002010         88  WS-EXT-SIGNED-YES                  VALUE "Y".
002020         88  WS-EXT-SIGNED-NO                   VALUE "N".
002030     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
002040         88  WS-EXT-VALID-YES                   VALUE "Y".
002050         88  WS-EXT-VALID-NO                    VALUE "N".
002060 01  WS-EXT-FIELD                    PIC X(20).
002070 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
002080     05  WS-EXT-CHAR OCCURS 20 TIMES
002090                                     PIC X(01).
002100 01  WS-DIGIT-X                      PIC X(01).
002110 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
002120 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
002130 01  WS-PACKED-X                     PIC X(08).
002140 01  WS-PACKED-9 REDEFINES WS-PACKED-X
002150                                     PIC S9(15) COMP-3.
002160 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002170 01  WS-REPORT-LINE                  PIC X(80).
002180 01  WS-VERDICT                      PIC X(04).
002190 01  WS-RUN-DATE                     PIC X(08).
002200 01  WS-RUN-TIME-RAW                 PIC X(08).
002210 01  WS-RUN-TIME                     PIC X(06).
002220 01  WS-FINAL-RC                     PIC 9(02) VALUE ZERO.
002230*----------------------------------------------------------------*
002240* SNAPSHOT CATALOGUING, FROM THE SNAPSHOT AND DSNAME CARDS.
002250*----------------------------------------------------------------*
002260 01  WS-SNAP-CONTROLS.
002270     05  WS-SNAP-REQUESTED-SW        PIC X(01) VALUE "N".
002280         88  WS-SNAP-REQUESTED-YES              VALUE "Y".
002290         88  WS-SNAP-REQUESTED-NO               VALUE "N".
002300     05  WS-SNAP-DONE-SW             PIC X(01) VALUE "N".
002310         88  WS-SNAP-DONE-YES                   VALUE "Y".
002320         88  WS-SNAP-DONE-NO                    VALUE "N".
002330     05  WS-SNAP-FEED-ID             PIC X(08) VALUE SPACES.
002340     05  WS-SNAP-CYCLE-DATE          PIC X(08) VALUE SPACES.
002350     05  WS-SNAP-CYCLE-DATE-N REDEFINES WS-SNAP-CYCLE-DATE
002360                                     PIC 9(08).
002370     05  WS-SNAP-DSNAME              PIC X(44) VALUE SPACES.
002380 01  WS-CARD-DSN-VERB                PIC X(10).
002390 01  WS-CARD-DSN-REST                PIC X(60).
002400 COPY "RECSTW.cpy".
002410 COPY "RECDIW.cpy".
002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440     MOVE "FILEPROV" TO RECSTW-PROGRAM-ID
002450     PERFORM 9800-START-STEP-TIMING
002460         THRU 9800-START-STEP-TIMING-EXIT
002470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002480     PERFORM 2000-READ-INPUT THRU 2000-READ-INPUT-EXIT
002490         UNTIL WS-EOF-IN-YES
002500     PERFORM 3000-JUDGE-PROOFS THRU 3000-JUDGE-PROOFS-EXIT
002510     PERFORM 8000-PRINT-PROOF-REPORT
002520         THRU 8000-PRINT-PROOF-REPORT-EXIT
002530     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002540     MOVE WS-RECORDS-READ TO RECSTW-RECORD-COUNT
002550     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002560     PERFORM 9810-WRITE-STEP-TIMING
002570         THRU 9810-WRITE-STEP-TIMING-EXIT
002580     GOBACK
002590     .
002600 0000-MAINLINE-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------*
002630* 1000 - SYSIN, OPENS.  A MISSING SYSIN DATASET MEANS NO AMOUNT
002640* PROOF - THE BRACKET AND SEQUENCE PROOFS ALWAYS RUN.
002650*----------------------------------------------------------------*
002660 1000-INITIALIZE.
002670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002680     ACCEPT WS-RUN-TIME-RAW FROM TIME
002690     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
002700     PERFORM 1100-READ-PARM-CARDS
002710         THRU 1100-READ-PARM-CARDS-EXIT
002720     IF RECDIW-GIVEN-YES
002730         PERFORM 1180-APPLY-DICTIONARY-AMOUNT
002740             THRU 1180-APPLY-DICTIONARY-AMOUNT-EXIT
002750     END-IF
002760     IF WS-SNAP-REQUESTED-YES AND WS-SNAP-DSNAME = SPACES
002770         DISPLAY "FILEPROV: SNAPSHOT CARD NEEDS A DSNAME CARD"
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002800     END-IF
002810     IF WS-SNAP-REQUESTED-NO AND WS-SNAP-DSNAME NOT = SPACES
002820         DISPLAY "FILEPROV: DSNAME CARD NEEDS A SNAPSHOT CARD"
002830         MOVE 16 TO RETURN-CODE
002840         GOBACK
002850     END-IF
002860     OPEN INPUT INPUT-FILE
002870     IF NOT WS-FILE-STATUS-IN-OK
002880         DISPLAY "FILEPROV: OPEN FAILED FOR INFILE - STATUS "
002890             WS-FILE-STATUS-IN
002900         MOVE 16 TO RETURN-CODE
002910         GOBACK
002920     END-IF
002930     OPEN OUTPUT REPORT-FILE
002940     IF NOT WS-FILE-STATUS-RPT-OK
002950         DISPLAY "FILEPROV: OPEN FAILED FOR PROVRPT - STATUS "
002960             WS-FILE-STATUS-RPT
002970         MOVE 16 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     .
003010 1000-INITIALIZE-EXIT.
003020     EXIT.
003030 1100-READ-PARM-CARDS.
003040     OPEN INPUT PARM-FILE
003050     IF WS-FILE-STATUS-PARM-NOTFND
003060         SET WS-PARM-EOF-YES TO TRUE
003070         GO TO 1100-READ-PARM-CARDS-EXIT
003080     END-IF
003090     IF NOT WS-FILE-STATUS-PARM-OK
003100         DISPLAY "FILEPROV: OPEN FAILED FOR SYSIN - STATUS "
003110             WS-FILE-STATUS-PARM
003120         MOVE 16 TO RETURN-CODE
003130         GOBACK
003140     END-IF
003150     PERFORM 1110-READ-PARM-CARD
003160         THRU 1110-READ-PARM-CARD-EXIT
003170         UNTIL WS-PARM-EOF-YES
003180     CLOSE PARM-FILE
003190     .
003200 1100-READ-PARM-CARDS-EXIT.
003210     EXIT.
003220 1110-READ-PARM-CARD.
003230     READ PARM-FILE INTO WS-PARM-CARD
003240         AT END
003250             SET WS-PARM-EOF-YES TO TRUE
003260             GO TO 1110-READ-PARM-CARD-EXIT
003270     END-READ
003280     IF NOT WS-FILE-STATUS-PARM-OK
003290         DISPLAY "FILEPROV: READ FAILED FOR SYSIN - STATUS "
003300             WS-FILE-STATUS-PARM
003310         MOVE 16 TO RETURN-CODE
003320         GOBACK
003330     END-IF
003340     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003350         GO TO 1110-READ-PARM-CARD-EXIT
003360     END-IF
003370     MOVE SPACES TO WS-CARD-FIELDS
003380     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003390         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003400             WS-CARD-OPERAND-2
003410     END-UNSTRING
003420     EVALUATE WS-CARD-VERB
003430         WHEN "AMOUNT"
003440             PERFORM 1190-APPLY-AMOUNT-CARD
003450                 THRU 1190-APPLY-AMOUNT-CARD-EXIT
003460         WHEN "SNAPSHOT"
003470             PERFORM 1150-APPLY-SNAPSHOT-CARD
003480                 THRU 1150-APPLY-SNAPSHOT-CARD-EXIT
003490         WHEN "DSNAME"
003500             PERFORM 1160-APPLY-DSNAME-CARD
003510                 THRU 1160-APPLY-DSNAME-CARD-EXIT
003520         WHEN "DICTIONARY"
003530             PERFORM 1170-APPLY-DICTIONARY-CARD
003540                 THRU 1170-APPLY-DICTIONARY-CARD-EXIT
003550         WHEN OTHER
003560             DISPLAY "FILEPROV: UNRECOGNIZED PARM CARD - "
003570                 WS-PARM-CARD
003580             MOVE 16 TO RETURN-CODE
003590             GOBACK
003600     END-EVALUATE
003610     .
003620 1110-READ-PARM-CARD-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650* 1150 - SNAPSHOT FEEDID [YYYYMMDD]: CATALOG THIS EXTRACT AS THE
003660* FEED'S SNAPSHOT FOR THE CYCLE DATE (THE RUN DATE WHEN NONE IS
003670* GIVEN) ONCE IT PROVES.
003680*----------------------------------------------------------------*
003690 1150-APPLY-SNAPSHOT-CARD.
003700     IF WS-SNAP-REQUESTED-YES
003710         DISPLAY "FILEPROV: ONLY ONE SNAPSHOT CARD IS ALLOWED"
003720         MOVE 16 TO RETURN-CODE
003730         GOBACK
003740     END-IF
003750     IF WS-CARD-OPERAND-1 = SPACES
003760             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
003770         DISPLAY "FILEPROV: BAD SNAPSHOT FEED ID - "
003780             WS-CARD-OPERAND-1
003790         MOVE 16 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     MOVE WS-CARD-OPERAND-1 TO WS-SNAP-FEED-ID
003830     IF WS-CARD-OPERAND-2 = SPACES
003840         MOVE WS-RUN-DATE TO WS-SNAP-CYCLE-DATE
003850     ELSE
003860         MOVE WS-CARD-OPERAND-2 TO WS-SNAP-CYCLE-DATE
003870         IF WS-SNAP-CYCLE-DATE-N NOT NUMERIC
003880                 OR WS-CARD-OPERAND-2 (9:) NOT = SPACES
003890             DISPLAY "FILEPROV: BAD SNAPSHOT CYCLE DATE - "
003900                 WS-CARD-OPERAND-2
003910             MOVE 16 TO RETURN-CODE
003920             GOBACK
003930         END-IF
003940     END-IF
003950     SET WS-SNAP-REQUESTED-YES TO TRUE
003960     .
003970 1150-APPLY-SNAPSHOT-CARD-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------*
004000* 1160 - DSNAME DATASET.NAME: THE CATALOGUED NAME OF THE DATASET
004010* ON INFILE, UP TO 44 CHARACTERS - WHAT RECON WILL OPEN.
004020*----------------------------------------------------------------*
004030 1160-APPLY-DSNAME-CARD.
004040     MOVE SPACES TO WS-CARD-DSN-VERB
004050     MOVE SPACES TO WS-CARD-DSN-REST
004060     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
004070         INTO WS-CARD-DSN-VERB WS-CARD-DSN-REST
004080     END-UNSTRING
004090     IF WS-CARD-DSN-REST = SPACES
004100             OR WS-CARD-DSN-REST (45:) NOT = SPACES
004110         DISPLAY "FILEPROV: BAD DSNAME - " WS-CARD-DSN-REST
004120         MOVE 16 TO RETURN-CODE
004130         GOBACK
004140     END-IF
004150     MOVE WS-CARD-DSN-REST TO WS-SNAP-DSNAME
004160     .
004170 1160-APPLY-DSNAME-CARD-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------*
004200* 1170 - DICTIONARY FEEDID: LOAD THE FEED'S FLDDICT ENTRIES.
004210* ONE CARD ONLY.
004220*----------------------------------------------------------------*
004230 1170-APPLY-DICTIONARY-CARD.
004240     IF RECDIW-GIVEN-YES
004250         DISPLAY "FILEPROV: ONLY ONE DICTIONARY CARD IS ALLOWED"
004260         MOVE 16 TO RETURN-CODE
004270         GOBACK
004280     END-IF
004290     IF WS-CARD-OPERAND-1 = SPACES
004300             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
004310         DISPLAY "FILEPROV: BAD DICTIONARY FEED ID - "
004320             WS-CARD-OPERAND-1
004330         MOVE 16 TO RETURN-CODE
004340         GOBACK
004350     END-IF
004360     MOVE WS-CARD-OPERAND-1 TO RECDIW-FEED-ID
004370     PERFORM 9840-LOAD-FIELD-DICTIONARY
004380         THRU 9840-LOAD-FIELD-DICTIONARY-EXIT
004390     .
004400 1170-APPLY-DICTIONARY-CARD-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430* 1180 - THE DICTIONARY'S AMOUNT ENTRY STANDS FOR THE AMOUNT
004440* CARD AND IS PROVED BY IT.  AN EXTRACT HAS ONE HASH, SO ONE
004450* AMOUNT ENTRY ONLY; A DICTIONARY WITHOUT ONE LEAVES THE HASH
004460* UNPROVED, AS A RUN WITHOUT AN AMOUNT CARD DOES.
004470*----------------------------------------------------------------*
004480 1180-APPLY-DICTIONARY-AMOUNT.
004490     IF RECDIW-AMOUNT-COUNT = 0
004500         GO TO 1180-APPLY-DICTIONARY-AMOUNT-EXIT
004510     END-IF
004520     IF WS-AMT-DEFINED-YES
004530         DISPLAY "FILEPROV: DICTIONARY CARD EXCLUDES THE AMOUNT"
004540             " CARD"
004550         MOVE 16 TO RETURN-CODE
004560         GOBACK
004570     END-IF
004580     IF RECDIW-AMOUNT-COUNT > 1
004590         DISPLAY "FILEPROV: MORE THAN ONE FLDDICT AMOUNT ENTRY"
004600             " FOR FEED " RECDIW-FEED-ID
004610         MOVE 16 TO RETURN-CODE
004620         GOBACK
004630     END-IF
004640     MOVE SPACES TO WS-CARD-FIELDS
004650     MOVE "AMOUNT" TO WS-CARD-VERB
004660     MOVE RECDIW-TYPE (RECDIW-AMOUNT-IDX) TO WS-CARD-OPERAND-1
004670     MOVE RECDIW-RANGE (RECDIW-AMOUNT-IDX) TO WS-CARD-OPERAND-2
004680     PERFORM 1190-APPLY-AMOUNT-CARD
004690         THRU 1190-APPLY-AMOUNT-CARD-EXIT
004700     MOVE RECDIW-NAME (RECDIW-AMOUNT-IDX) TO WS-AMT-NAME
004710     .
004720 1180-APPLY-DICTIONARY-AMOUNT-EXIT.
004730     EXIT.
004740 1190-APPLY-AMOUNT-CARD.
004750     IF WS-AMT-DEFINED-YES
004760         DISPLAY "FILEPROV: ONLY ONE AMOUNT CARD IS ALLOWED"
004770         MOVE 16 TO RETURN-CODE
004780         GOBACK
004790     END-IF
004800     MOVE SPACES TO WS-CARD-RANGE
004810     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
004820         INTO WS-CARD-FROM-X WS-CARD-TO-X
004830     END-UNSTRING
004840     PERFORM 1125-PARSE-CARD-RANGE
004850         THRU 1125-PARSE-CARD-RANGE-EXIT
004860     IF WS-RANGE-VALID-NO
004870             OR WS-CARD-FROM < 1 OR WS-CARD-TO > 500
004880             OR WS-CARD-FROM > WS-CARD-TO
004890         DISPLAY "FILEPROV: BAD AMOUNT RANGE - "
004900             WS-CARD-OPERAND-2
004910         MOVE 16 TO RETURN-CODE
004920         GOBACK
004930     END-IF
004940     EVALUATE WS-CARD-OPERAND-1
004950         WHEN "ZONED"
004960             MOVE "Z" TO WS-AMT-TYPE
004970         WHEN "SIGNED"
004980             MOVE "S" TO WS-AMT-TYPE
004990         WHEN "PACKED"
005000             MOVE "P" TO WS-AMT-TYPE
005010         WHEN OTHER
005020             DISPLAY "FILEPROV: BAD AMOUNT TYPE - "
005030                 WS-CARD-OPERAND-1
005040             MOVE 16 TO RETURN-CODE
005050             GOBACK
005060     END-EVALUATE
005070     MOVE WS-CARD-FROM TO WS-AMT-FROM
005080     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
005090     IF WS-AMT-TYPE = "P" AND WS-AMT-LEN > 8
005100         DISPLAY "FILEPROV: PACKED AMOUNT OVER 8 BYTES"
005110         MOVE 16 TO RETURN-CODE
005120         GOBACK
005130     END-IF
005140     IF WS-AMT-TYPE NOT = "P" AND WS-AMT-LEN > 15
005150         DISPLAY "FILEPROV: ZONED AMOUNT OVER 15 DIGITS"
005160         MOVE 16 TO RETURN-CODE
005170         GOBACK
005180     END-IF
005190     SET WS-AMT-DEFINED-YES TO TRUE
005200     .
005210 1190-APPLY-AMOUNT-CARD-EXIT.
005220     EXIT.
005230 1125-PARSE-CARD-RANGE.
005240     SET WS-RANGE-VALID-YES TO TRUE
005250     MOVE WS-CARD-FROM-X TO WS-RNG-PART
005260     PERFORM 1128-PARSE-RANGE-PART
005270         THRU 1128-PARSE-RANGE-PART-EXIT
005280     MOVE WS-RNG-VALUE TO WS-CARD-FROM
005290     MOVE WS-CARD-TO-X TO WS-RNG-PART
005300     PERFORM 1128-PARSE-RANGE-PART
005310         THRU 1128-PARSE-RANGE-PART-EXIT
005320     MOVE WS-RNG-VALUE TO WS-CARD-TO
005330     .
005340 1125-PARSE-CARD-RANGE-EXIT.
005350     EXIT.
005360 1128-PARSE-RANGE-PART.
005370     MOVE ZERO TO WS-RNG-VALUE
005380     MOVE ZERO TO WS-RNG-DIGITS
005390     PERFORM 1129-PARSE-ONE-DIGIT
005400         THRU 1129-PARSE-ONE-DIGIT-EXIT
005410         VARYING WS-RNG-IDX FROM 1 BY 1
005420         UNTIL WS-RNG-IDX > 3
005430     IF WS-RNG-DIGITS = 0
005440         SET WS-RANGE-VALID-NO TO TRUE
005450     END-IF
005460     .
005470 1128-PARSE-RANGE-PART-EXIT.
005480     EXIT.
005490 1129-PARSE-ONE-DIGIT.
005500     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X2
005510     EVALUATE TRUE
005520         WHEN WS-RNG-DIGIT-X2 = SPACE
005530             CONTINUE
005540         WHEN WS-RNG-DIGIT-X2 NUMERIC
005550             COMPUTE WS-RNG-VALUE =
005560                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT2
005570             ADD 1 TO WS-RNG-DIGITS
005580         WHEN OTHER
005590             SET WS-RANGE-VALID-NO TO TRUE
005600     END-EVALUATE
005610     .
005620 1129-PARSE-ONE-DIGIT-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------*
005650* 2000 - ONE RECORD OF THE DATASET.  UNLIKE THE RECONCILIATION
005660* READ PARAGRAPHS, A BROKEN BRACKET IS TALLIED AND THE READ
005670* CARRIES ON, SO ONE PASS JUDGES EVERY PROOF.
005680*----------------------------------------------------------------*
005690 2000-READ-INPUT.
005700     READ INPUT-FILE
005710         AT END
005720             SET WS-EOF-IN-YES TO TRUE
005730             GO TO 2000-READ-INPUT-EXIT
005740     END-READ
005750     IF NOT WS-FILE-STATUS-IN-OK
005760         DISPLAY "FILEPROV: READ FAILED FOR INFILE - STATUS "
005770             WS-FILE-STATUS-IN
005780         MOVE 16 TO RETURN-CODE
005790         GOBACK
005800     END-IF
005810     IF INREC-HEADER-KEY
005820         IF WS-HEADER-SEEN-YES OR WS-RECORDS-READ > 0
005830             ADD 1 TO WS-BRACKET-ERR-COUNT
005840             SET WS-BRACKET-BROKEN TO TRUE
005850         END-IF
005860         SET WS-HEADER-SEEN-YES TO TRUE
005870         GO TO 2000-READ-INPUT-EXIT
005880     END-IF
005890     IF INREC-TRAILER-KEY
005900         IF WS-TRAILER-SEEN-YES
005910             ADD 1 TO WS-BRACKET-ERR-COUNT
005920             SET WS-BRACKET-BROKEN TO TRUE
005930             GO TO 2000-READ-INPUT-EXIT
005940         END-IF
005950         SET WS-TRAILER-SEEN-YES TO TRUE
005960         IF INREC-TRL-REC-COUNT NUMERIC
005970             MOVE INREC-TRL-REC-COUNT TO WS-TRAILER-COUNT
005980         ELSE
005990             ADD 1 TO WS-BRACKET-ERR-COUNT
006000             SET WS-BRACKET-BROKEN TO TRUE
006010         END-IF
006020         MOVE INREC-DATA (10:11) TO WS-TRL-HASH-X
006030         GO TO 2000-READ-INPUT-EXIT
006040     END-IF
006050     IF WS-HEADER-SEEN-NO OR WS-TRAILER-SEEN-YES
006060         ADD 1 TO WS-BRACKET-ERR-COUNT
006070         SET WS-BRACKET-BROKEN TO TRUE
006080     END-IF
006090     ADD 1 TO WS-RECORDS-READ
006100     PERFORM 2400-ACCUMULATE-AMT
006110         THRU 2400-ACCUMULATE-AMT-EXIT
006120     IF WS-RECORDS-READ > 1
006130         IF INREC-KEY = WS-PREV-KEY
006140             ADD 1 TO WS-DUP-ERR-COUNT
006150             MOVE "DUPLICATE KEY" TO WS-SEQ-ERR-TYPE-WK
006160             PERFORM 2300-LOG-SEQ-ERROR
006170                 THRU 2300-LOG-SEQ-ERROR-EXIT
006180         END-IF
006190         IF INREC-KEY < WS-PREV-KEY
006200             ADD 1 TO WS-SEQ-ERR-COUNT
006210             MOVE "OUT OF SEQUENCE" TO WS-SEQ-ERR-TYPE-WK
006220             PERFORM 2300-LOG-SEQ-ERROR
006230                 THRU 2300-LOG-SEQ-ERROR-EXIT
006240         END-IF
006250     END-IF
006260     MOVE INREC-KEY TO WS-PREV-KEY
006270     .
006280 2000-READ-INPUT-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------*
006310* 2300 - KEEP THE FIRST FEW OFFENDING KEYS FOR THE REPORT.  THE
006320* CALLER HAS ALREADY STAGED THE ERROR TYPE; THE ENTRY IS ONLY
006330* KEPT WHEN THERE IS STILL ROOM.
006340*----------------------------------------------------------------*
006350 2300-LOG-SEQ-ERROR.
006360     IF WS-SEQ-ERR-SHOWN < WS-SEQ-ERR-LIMIT
006370         ADD 1 TO WS-SEQ-ERR-SHOWN
006380         MOVE WS-SEQ-ERR-TYPE-WK
006390             TO WS-SEQ-ERR-TYPE (WS-SEQ-ERR-SHOWN)
006400         MOVE INREC-KEY TO WS-SEQ-ERR-KEY (WS-SEQ-ERR-SHOWN)
006410     END-IF
006420     .
006430 2300-LOG-SEQ-ERROR-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------*
006460* 2400 - ADD THE CURRENT RECORD'S AMOUNT TO THE RUNNING TOTAL.
006470* AN AMOUNT THAT WILL NOT PARSE AS ITS TYPE COUNTS AS ZERO AND
006480* IS TALLIED AS AN AMOUNT ERROR RATHER THAN SILENTLY SKEWING
006490* THE HASH.  THE PARSERS MIRROR RECON'S.
006500*----------------------------------------------------------------*
006510 2400-ACCUMULATE-AMT.
006520     IF WS-AMT-DEFINED-NO
006530         GO TO 2400-ACCUMULATE-AMT-EXIT
006540     END-IF
006550     MOVE WS-AMT-LEN TO WS-EXT-LEN
006560     MOVE SPACES TO WS-EXT-FIELD
006570     MOVE INREC-DATA (WS-AMT-FROM:WS-AMT-LEN)
006580         TO WS-EXT-FIELD (1:WS-EXT-LEN)
006590     IF WS-AMT-TYPE = "P"
006600         PERFORM 2420-EXTRACT-PACKED
006610             THRU 2420-EXTRACT-PACKED-EXIT
006620     ELSE
006630         IF WS-AMT-TYPE = "S"
006640             SET WS-EXT-SIGNED-YES TO TRUE
006650         ELSE
006660             SET WS-EXT-SIGNED-NO TO TRUE
006670         END-IF
006680         PERFORM 2410-EXTRACT-ZONED
006690             THRU 2410-EXTRACT-ZONED-EXIT
006700     END-IF
006710     IF WS-EXT-VALID-YES
006720         ADD WS-EXT-VALUE TO WS-AMT-SUM
006730     ELSE
006740         ADD 1 TO WS-AMT-ERRS
006750     END-IF
006760     .
006770 2400-ACCUMULATE-AMT-EXIT.
006780     EXIT.
006790 2410-EXTRACT-ZONED.
006800     MOVE ZERO TO WS-EXT-VALUE
006810     MOVE 1 TO WS-EXT-SIGN
006820     SET WS-EXT-VALID-YES TO TRUE
006830     PERFORM 2415-EXTRACT-ONE-CHAR
006840         THRU 2415-EXTRACT-ONE-CHAR-EXIT
006850         VARYING WS-EXT-IDX FROM 1 BY 1
006860         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
006870     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
006880     .
006890 2410-EXTRACT-ZONED-EXIT.
006900     EXIT.
006910 2415-EXTRACT-ONE-CHAR.
006920     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
006930     EVALUATE TRUE
006940         WHEN WS-DIGIT-X = SPACE
006950             CONTINUE
006960         WHEN WS-DIGIT-X NUMERIC
006970             COMPUTE WS-EXT-VALUE =
006980                 WS-EXT-VALUE * 10 + WS-DIGIT
006990         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
007000             MOVE -1 TO WS-EXT-SIGN
007010         WHEN WS-EXT-SIGNED-YES
007020                 AND WS-EXT-IDX = WS-EXT-LEN
007030             PERFORM 2418-OVERPUNCH-SIGN
007040                 THRU 2418-OVERPUNCH-SIGN-EXIT
007050         WHEN OTHER
007060             SET WS-EXT-VALID-NO TO TRUE
007070     END-EVALUATE
007080     .
007090 2415-EXTRACT-ONE-CHAR-EXIT.
007100     EXIT.
007110 2418-OVERPUNCH-SIGN.
007120     EVALUATE WS-DIGIT-X
007130         WHEN "{"
007140             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
007150         WHEN "A"
007160             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
007170         WHEN "B"
007180             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
007190         WHEN "C"
007200             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
007210         WHEN "D"
007220             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
007230         WHEN "E"
007240             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
007250         WHEN "F"
007260             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
007270         WHEN "G"
007280             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
007290         WHEN "H"
007300             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
007310         WHEN "I"
007320             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
007330         WHEN "}"
007340             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
007350             MOVE -1 TO WS-EXT-SIGN
007360         WHEN "J"
007370             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
007380             MOVE -1 TO WS-EXT-SIGN
007390         WHEN "K"
007400             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
007410             MOVE -1 TO WS-EXT-SIGN
007420         WHEN "L"
007430             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
007440             MOVE -1 TO WS-EXT-SIGN
007450         WHEN "M"
007460             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
007470             MOVE -1 TO WS-EXT-SIGN
007480         WHEN "N"
007490             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
007500             MOVE -1 TO WS-EXT-SIGN
007510         WHEN "O"
007520             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
007530             MOVE -1 TO WS-EXT-SIGN
007540         WHEN "P"
007550             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
007560             MOVE -1 TO WS-EXT-SIGN
007570         WHEN "Q"
007580             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
007590             MOVE -1 TO WS-EXT-SIGN
007600         WHEN "R"
007610             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
007620             MOVE -1 TO WS-EXT-SIGN
007630         WHEN OTHER
007640             SET WS-EXT-VALID-NO TO TRUE
007650     END-EVALUATE
007660     .
007670 2418-OVERPUNCH-SIGN-EXIT.
007680     EXIT.
007690 2420-EXTRACT-PACKED.
007700     MOVE LOW-VALUES TO WS-PACKED-X
007710     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
007720     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
007730         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
007740     IF WS-PACKED-9 NUMERIC
007750         MOVE WS-PACKED-9 TO WS-EXT-VALUE
007760         SET WS-EXT-VALID-YES TO TRUE
007770     ELSE
007780         MOVE ZERO TO WS-EXT-VALUE
007790         SET WS-EXT-VALID-NO TO TRUE
007800     END-IF
007810     .
007820 2420-EXTRACT-PACKED-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------*
007850* 3000 - JUDGE EVERY PROOF AND SET THE FINAL RETURN CODE - THE
007860* WORST VERDICT WINS.
007870*----------------------------------------------------------------*
007880 3000-JUDGE-PROOFS.
007890     IF WS-HEADER-SEEN-NO OR WS-TRAILER-SEEN-NO
007900         SET WS-BRACKET-BROKEN TO TRUE
007910     END-IF
007920     IF WS-TRAILER-SEEN-YES
007930             AND WS-TRAILER-COUNT NOT = WS-RECORDS-READ
007940         SET WS-COUNT-BROKEN TO TRUE
007950     END-IF
007960     IF WS-TRAILER-SEEN-NO
007970         SET WS-COUNT-BROKEN TO TRUE
007980     END-IF
007990     IF WS-AMT-DEFINED-YES AND WS-TRAILER-SEEN-YES
008000         MOVE WS-AMT-SUM TO WS-AMT-HASH-DSP
008010         IF WS-AMT-HASH-X NOT = WS-TRL-HASH-X
008020             SET WS-HASH-BROKEN TO TRUE
008030         END-IF
008040     END-IF
008050     MOVE ZERO TO WS-FINAL-RC
008060     IF WS-AMT-ERRS > 0
008070         MOVE 4 TO WS-FINAL-RC
008080     END-IF
008090     IF WS-HASH-BROKEN
008100         MOVE 8 TO WS-FINAL-RC
008110     END-IF
008120     IF WS-SEQ-ERR-COUNT > 0 OR WS-DUP-ERR-COUNT > 0
008130         MOVE 12 TO WS-FINAL-RC
008140     END-IF
008150     IF WS-BRACKET-BROKEN OR WS-COUNT-BROKEN
008160         MOVE 16 TO WS-FINAL-RC
008170     END-IF
008180     IF WS-SNAP-REQUESTED-YES AND WS-FINAL-RC NOT > 4
008190         PERFORM 3500-CATALOG-SNAPSHOT
008200             THRU 3500-CATALOG-SNAPSHOT-EXIT
008210     END-IF
008220     .
008230 3000-JUDGE-PROOFS-EXIT.
008240     EXIT.
008250*----------------------------------------------------------------*
008260* 3500 - APPEND THE PROVED EXTRACT TO THE SNAPSHOT CATALOG.  A
008270* FIRST RUN WITH NO SNAPCAT DATASET STARTS ONE.
008280*----------------------------------------------------------------*
008290 3500-CATALOG-SNAPSHOT.
008300     OPEN EXTEND SNAPCAT-FILE
008310     IF WS-FILE-STATUS-SNAP-NOTFND
008320         OPEN OUTPUT SNAPCAT-FILE
008330     END-IF
008340     IF NOT WS-FILE-STATUS-SNAP-OK
008350         DISPLAY "FILEPROV: OPEN FAILED FOR SNAPCAT - STATUS "
008360             WS-FILE-STATUS-SNAP
008370         MOVE 16 TO RETURN-CODE
008380         GOBACK
008390     END-IF
008400     MOVE SPACES TO RECSNP-RECORD
008410     MOVE WS-SNAP-FEED-ID TO RECSNP-FEED-ID
008420     MOVE WS-SNAP-CYCLE-DATE TO RECSNP-CYCLE-DATE
008430     MOVE WS-SNAP-DSNAME TO RECSNP-DSNAME
008440     MOVE WS-RECORDS-READ TO RECSNP-RECORD-COUNT
008450     IF WS-AMT-DEFINED-YES
008460         MOVE WS-TRL-HASH-X TO RECSNP-AMOUNT-HASH
008470     END-IF
008480     MOVE WS-FINAL-RC TO RECSNP-PROOF-RC
008490     MOVE WS-RUN-DATE TO RECSNP-PROVED-DATE
008500     MOVE WS-RUN-TIME TO RECSNP-PROVED-TIME
008510     WRITE RECSNP-RECORD
008520     IF NOT WS-FILE-STATUS-SNAP-OK
008530         DISPLAY "FILEPROV: WRITE FAILED FOR SNAPCAT - STATUS "
008540             WS-FILE-STATUS-SNAP
008550         MOVE 16 TO RETURN-CODE
008560         GOBACK
008570     END-IF
008580     CLOSE SNAPCAT-FILE
008590     SET WS-SNAP-DONE-YES TO TRUE
008600     .
008610 3500-CATALOG-SNAPSHOT-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------*
008640* 8000 - THE ONE-PAGE PROOF REPORT: A PASS/FAIL LINE PER PROOF,
008650* THE COUNTS BEHIND EACH, AND THE FIRST OFFENDING KEYS.
008660*----------------------------------------------------------------*
008670 8000-PRINT-PROOF-REPORT.
008680     MOVE SPACES TO WS-REPORT-LINE
008690     STRING "EXTRACT PROOF REPORT - RUN " DELIMITED BY SIZE
008700         WS-RUN-DATE DELIMITED BY SIZE
008710         " " DELIMITED BY SIZE
008720         WS-RUN-TIME DELIMITED BY SIZE
008730         INTO WS-REPORT-LINE
008740     PERFORM 8900-WRITE-REPORT-LINE
008750         THRU 8900-WRITE-REPORT-LINE-EXIT
008760     MOVE SPACES TO WS-REPORT-LINE
008770     PERFORM 8900-WRITE-REPORT-LINE
008780         THRU 8900-WRITE-REPORT-LINE-EXIT
008790     IF WS-BRACKET-OK
008800         MOVE "PASS" TO WS-VERDICT
008810     ELSE
008820         MOVE "FAIL" TO WS-VERDICT
008830     END-IF
008840     MOVE SPACES TO WS-REPORT-LINE
008850     STRING "HEADER/TRAILER BRACKET        : " DELIMITED BY SIZE
008860         WS-VERDICT DELIMITED BY SIZE
008870         INTO WS-REPORT-LINE
008880     PERFORM 8900-WRITE-REPORT-LINE
008890         THRU 8900-WRITE-REPORT-LINE-EXIT
008900     IF WS-COUNT-OK
008910         MOVE "PASS" TO WS-VERDICT
008920     ELSE
008930         MOVE "FAIL" TO WS-VERDICT
008940     END-IF
008950     MOVE SPACES TO WS-REPORT-LINE
008960     STRING "TRAILER COUNT VS RECORDS READ : " DELIMITED BY SIZE
008970         WS-VERDICT DELIMITED BY SIZE
008980         INTO WS-REPORT-LINE
008990     PERFORM 8900-WRITE-REPORT-LINE
009000         THRU 8900-WRITE-REPORT-LINE-EXIT
009010     IF WS-SEQ-ERR-COUNT = 0 AND WS-DUP-ERR-COUNT = 0
009020         MOVE "PASS" TO WS-VERDICT
009030     ELSE
009040         MOVE "FAIL" TO WS-VERDICT
009050     END-IF
009060     MOVE SPACES TO WS-REPORT-LINE
009070     STRING "ASCENDING KEYS, NO DUPLICATES : " DELIMITED BY SIZE
009080         WS-VERDICT DELIMITED BY SIZE
009090         INTO WS-REPORT-LINE
009100     PERFORM 8900-WRITE-REPORT-LINE
009110         THRU 8900-WRITE-REPORT-LINE-EXIT
009120     IF WS-AMT-DEFINED-YES
009130         IF WS-HASH-OK
009140             MOVE "PASS" TO WS-VERDICT
009150         ELSE
009160             MOVE "FAIL" TO WS-VERDICT
009170         END-IF
009180         MOVE SPACES TO WS-REPORT-LINE
009190         STRING "AMOUNT HASH VS TRAILER        : "
009200             DELIMITED BY SIZE
009210             WS-VERDICT DELIMITED BY SIZE
009220             INTO WS-REPORT-LINE
009230         IF WS-AMT-NAME NOT = SPACES
009240             MOVE "FIELD" TO WS-REPORT-LINE (40:5)
009250             MOVE WS-AMT-NAME TO WS-REPORT-LINE (46:8)
009260         END-IF
009270         PERFORM 8900-WRITE-REPORT-LINE
009280             THRU 8900-WRITE-REPORT-LINE-EXIT
009290     END-IF
009300     MOVE SPACES TO WS-REPORT-LINE
009310     PERFORM 8900-WRITE-REPORT-LINE
009320         THRU 8900-WRITE-REPORT-LINE-EXIT
009330     MOVE SPACES TO WS-REPORT-LINE
009340     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
009350     STRING "DATA RECORDS READ   : " DELIMITED BY SIZE
009360         WS-EDIT-COUNT DELIMITED BY SIZE
009370         INTO WS-REPORT-LINE
009380     PERFORM 8900-WRITE-REPORT-LINE
009390         THRU 8900-WRITE-REPORT-LINE-EXIT
009400     MOVE SPACES TO WS-REPORT-LINE
009410     MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
009420     STRING "TRAILER RECORD COUNT: " DELIMITED BY SIZE
009430         WS-EDIT-COUNT DELIMITED BY SIZE
009440         INTO WS-REPORT-LINE
009450     PERFORM 8900-WRITE-REPORT-LINE
009460         THRU 8900-WRITE-REPORT-LINE-EXIT
009470     MOVE SPACES TO WS-REPORT-LINE
009480     MOVE WS-DUP-ERR-COUNT TO WS-EDIT-COUNT
009490     STRING "DUPLICATE KEYS      : " DELIMITED BY SIZE
009500         WS-EDIT-COUNT DELIMITED BY SIZE
009510         INTO WS-REPORT-LINE
009520     PERFORM 8900-WRITE-REPORT-LINE
009530         THRU 8900-WRITE-REPORT-LINE-EXIT
009540     MOVE SPACES TO WS-REPORT-LINE
009550     MOVE WS-SEQ-ERR-COUNT TO WS-EDIT-COUNT
009560     STRING "OUT-OF-SEQUENCE KEYS: " DELIMITED BY SIZE
009570         WS-EDIT-COUNT DELIMITED BY SIZE
009580         INTO WS-REPORT-LINE
009590     PERFORM 8900-WRITE-REPORT-LINE
009600         THRU 8900-WRITE-REPORT-LINE-EXIT
009610     IF WS-AMT-DEFINED-YES AND WS-AMT-ERRS > 0
009620         MOVE SPACES TO WS-REPORT-LINE
009630         MOVE WS-AMT-ERRS TO WS-EDIT-COUNT
009640         STRING "AMOUNT PARSE ERRORS : " DELIMITED BY SIZE
009650             WS-EDIT-COUNT DELIMITED BY SIZE
009660             INTO WS-REPORT-LINE
009670         PERFORM 8900-WRITE-REPORT-LINE
009680             THRU 8900-WRITE-REPORT-LINE-EXIT
009690     END-IF
009700     IF WS-SEQ-ERR-SHOWN > 0
009710         MOVE SPACES TO WS-REPORT-LINE
009720         PERFORM 8900-WRITE-REPORT-LINE
009730             THRU 8900-WRITE-REPORT-LINE-EXIT
009740         MOVE SPACES TO WS-REPORT-LINE
009750         MOVE "FIRST OFFENDING KEYS" TO WS-REPORT-LINE
009760         PERFORM 8900-WRITE-REPORT-LINE
009770             THRU 8900-WRITE-REPORT-LINE-EXIT
009780         PERFORM 8100-PRINT-SEQ-ERR-LINE
009790             THRU 8100-PRINT-SEQ-ERR-LINE-EXIT
009800             VARYING WS-SEQ-IDX FROM 1 BY 1
009810             UNTIL WS-SEQ-IDX > WS-SEQ-ERR-SHOWN
009820     END-IF
009830     MOVE SPACES TO WS-REPORT-LINE
009840     PERFORM 8900-WRITE-REPORT-LINE
009850         THRU 8900-WRITE-REPORT-LINE-EXIT
009860     IF WS-SNAP-REQUESTED-YES
009870         MOVE SPACES TO WS-REPORT-LINE
009880         IF WS-SNAP-DONE-YES
009890             STRING "SNAPSHOT CATALOGUED : " DELIMITED BY SIZE
009900                 WS-SNAP-FEED-ID DELIMITED BY SIZE
009910                 " " DELIMITED BY SIZE
009920                 WS-SNAP-CYCLE-DATE DELIMITED BY SIZE
009930                 INTO WS-REPORT-LINE
009940         ELSE
009950             STRING "SNAPSHOT NOT CATALOGUED - PROOF FAILED: "
009960                 DELIMITED BY SIZE
009970                 WS-SNAP-FEED-ID DELIMITED BY SIZE
009980                 " " DELIMITED BY SIZE
009990                 WS-SNAP-CYCLE-DATE DELIMITED BY SIZE
010000                 INTO WS-REPORT-LINE
010010         END-IF
010020         PERFORM 8900-WRITE-REPORT-LINE
010030             THRU 8900-WRITE-REPORT-LINE-EXIT
010040         MOVE SPACES TO WS-REPORT-LINE
010050         STRING "SNAPSHOT DATASET    : " DELIMITED BY SIZE
010060             WS-SNAP-DSNAME DELIMITED BY SIZE
010070             INTO WS-REPORT-LINE
010080         PERFORM 8900-WRITE-REPORT-LINE
010090             THRU 8900-WRITE-REPORT-LINE-EXIT
010100         MOVE SPACES TO WS-REPORT-LINE
010110         PERFORM 8900-WRITE-REPORT-LINE
010120             THRU 8900-WRITE-REPORT-LINE-EXIT
010130     END-IF
010140     MOVE SPACES TO WS-REPORT-LINE
010150     MOVE WS-FINAL-RC TO WS-EDIT-COUNT
010160     STRING "FINAL RETURN CODE   : " DELIMITED BY SIZE
010170         WS-EDIT-COUNT DELIMITED BY SIZE
010180         INTO WS-REPORT-LINE
010190     PERFORM 8900-WRITE-REPORT-LINE
010200         THRU 8900-WRITE-REPORT-LINE-EXIT
010210     .
010220 8000-PRINT-PROOF-REPORT-EXIT.
010230     EXIT.
010240 8100-PRINT-SEQ-ERR-LINE.
010250     MOVE SPACES TO WS-REPORT-LINE
010260     STRING WS-SEQ-ERR-KEY (WS-SEQ-IDX) DELIMITED BY SIZE
010270         " " DELIMITED BY SIZE
010280         WS-SEQ-ERR-TYPE (WS-SEQ-IDX) DELIMITED BY SIZE
010290         INTO WS-REPORT-LINE
010300     PERFORM 8900-WRITE-REPORT-LINE
010310         THRU 8900-WRITE-REPORT-LINE-EXIT
010320     .
010330 8100-PRINT-SEQ-ERR-LINE-EXIT.
010340     EXIT.
010350 8900-WRITE-REPORT-LINE.
010360     WRITE REPORT-RECORD FROM WS-REPORT-LINE
010370     IF NOT WS-FILE-STATUS-RPT-OK
010380         DISPLAY "FILEPROV: WRITE FAILED FOR PROVRPT - STATUS "
010390             WS-FILE-STATUS-RPT
010400         MOVE 16 TO RETURN-CODE
010410         GOBACK
010420     END-IF
010430     .
010440 8900-WRITE-REPORT-LINE-EXIT.
010450     EXIT.
010460 9999-TERMINATE.
010470     CLOSE INPUT-FILE
010480     CLOSE REPORT-FILE
010490     IF WS-FINAL-RC > 0
010500         DISPLAY "FILEPROV: PROOF FAILED FOR EXTRACT - RC "
010510             WS-FINAL-RC
010520     END-IF
010530     MOVE WS-FINAL-RC TO RETURN-CODE
010540     .
010550 9999-TERMINATE-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------*
010580* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
010590*----------------------------------------------------------------*
010600 COPY "RECSTP.cpy".
010610*----------------------------------------------------------------*
010620* 9840 - THE FEED'S FIELD DICTIONARY.
010630*----------------------------------------------------------------*
010640 COPY "RECDIP.cpy".
010650 END PROGRAM FILEPROV.
