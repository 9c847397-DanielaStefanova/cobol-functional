000220*     AMOUNT ZONED FFF-TTT (DATA BYTES CARRYING THE RECORD
000230*                           AMOUNT, TOTALLED INTO THE TRAILER
000240*                           HASH; OPTIONAL, HASH ZERO WITHOUT)
000250*     DICTIONARY FEEDID    (THE FEED'S FLDDICT FIELD DICTIONARY:
000260*                           A DATACOL CARD AFTER IT MAY NAME A
000270*                           DICTIONARY FIELD INSTEAD OF FFF-TTT,
000280*                           AND ITS AMOUNT ENTRY REPLACES THE
000290*                           AMOUNT CARD)
000300* A ROW WITH A MISSING OR OVERLONG KEY, TOO FEW COLUMNS, OR A
000310* MAPPED VALUE WIDER THAN ITS TARGET RANGE GOES TO THE REJECT
000320* FILE AS READ AND IS COUNTED ON THE REPORT.  THE ROWS ARE
000330* WRITTEN IN ARRIVAL ORDER - THE UPSTREAM SENDS THEM UNSORTED,
000340* SO THE RECONCILIATION RUN NAMES THIS DATASET ON A PRESORT
000350* CARD OR A SORT STEP PRECEDES IT.  RC=0 CLEAN, RC=4 REJECTS,
000360* RC=16 CARD OR I/O ERROR.
000370*
000380* MODIFICATION HISTORY.
000390*   2026-09-02 DS   INITIAL VERSION.
000400*   2026-09-02 DS   THE SPLITTER NOW STOPS AT THE ROW'S LAST
000410*                   NON-BLANK BYTE, SO THE FIXED-RECORD PAD
000420*                   SPACES NO LONGER COUNT INTO THE LAST
000430*                   COLUMN'S WIDTH AND FAIL THE WIDTH PROOFS.
000440*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000450*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000460*                   THE STEPSLA BATCH-WINDOW REPORT.
000470*   2026-10-15 DS   DICTIONARY FEEDID CARD - DATACOL CARDS MAY
000480*                   NAME A FLDDICT FIELD DICTIONARY ENTRY AND THE
000490*                   AMOUNT COMES FROM ITS AMOUNT ENTRY; THE
000500*                   REPORT LISTS THE COLUMN MAP WITH THE NAMES.
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CSVIN-FILE ASSIGN TO CSVIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FILE-STATUS-CSV.
000590     SELECT CSVOUT-FILE ASSIGN TO CSVOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FILE-STATUS-OUT.
000620     SELECT REJECT-FILE ASSIGN TO CSVREJ
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FILE-STATUS-REJ.
000650     SELECT REPORT-FILE ASSIGN TO CSVRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FILE-STATUS-RPT.
000680     SELECT PARM-FILE ASSIGN TO SYSIN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FILE-STATUS-PARM.
000710     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RECSTW-FILE-STATUS.
000740     SELECT DICT-FILE ASSIGN TO FLDDICT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS RECDIW-FILE-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CSVIN-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  CSVIN-RECORD                    PIC X(600).
000820 FD  CSVOUT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "RECLAY.cpy".
000850 FD  REJECT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  REJECT-RECORD                   PIC X(600).
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-RECORD                   PIC X(80).
000910 FD  PARM-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  PARM-RECORD                     PIC X(80).
000940 FD  STEPTIME-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "RECSTM.cpy".
000970 FD  DICT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY "RECDIC.cpy".
001000 WORKING-STORAGE SECTION.
001010 01  WS-EOF-CSV-SW                   PIC X(01) VALUE "N".
001020     88  WS-EOF-CSV-YES                         VALUE "Y".
001030     88  WS-EOF-CSV-NO                          VALUE "N".
001040 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001050     88  WS-PARM-EOF-YES                        VALUE "Y".
001060     88  WS-PARM-EOF-NO                         VALUE "N".
001070 01  WS-FILE-STATUSES.
001080     05  WS-FILE-STATUS-CSV          PIC X(02) VALUE "00".
001090         88  WS-FILE-STATUS-CSV-OK             VALUE "00".
001100     05  WS-FILE-STATUS-OUT          PIC X(02) VALUE "00".
001110         88  WS-FILE-STATUS-OUT-OK             VALUE "00".
001120     05  WS-FILE-STATUS-REJ          PIC X(02) VALUE "00".
001130         88  WS-FILE-STATUS-REJ-OK             VALUE "00".
001140     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001150         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001160     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001170         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001180         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001190 01  WS-COUNTERS COMP-3.
001200     05  WS-ROWS-READ                PIC 9(09) VALUE ZERO.
001210     05  WS-ROWS-LOADED              PIC 9(09) VALUE ZERO.
001220     05  WS-ROWS-REJECTED            PIC 9(09) VALUE ZERO.
001230     05  WS-REJ-NO-KEY               PIC 9(07) VALUE ZERO.
001240     05  WS-REJ-SHORT-ROW            PIC 9(07) VALUE ZERO.
001250     05  WS-REJ-WIDE-VALUE           PIC 9(07) VALUE ZERO.
001260     05  WS-AMT-ERRS                 PIC 9(07) VALUE ZERO.
001270 01  WS-PARM-CARD.
001280     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001290     05  FILLER                      PIC X(79).
001300 01  WS-CARD-FIELDS.
001310     05  WS-CARD-VERB                PIC X(10).
001320     05  WS-CARD-OPERAND-1          PIC X(10).
001330     05  WS-CARD-OPERAND-2          PIC X(10).
001340 01  WS-CARD-RANGE.
001350     05  WS-CARD-FROM-X              PIC X(03).
001360     05  WS-CARD-TO-X                PIC X(03).
001370 01  WS-CARD-FROM                    PIC 9(03).
001380 01  WS-CARD-TO                      PIC 9(03).
001390 01  WS-RNG-PART                     PIC X(03).
001400 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
001410     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
001420 01  WS-RNG-VALUE                    PIC 9(03).
001430 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
001440 01  WS-RNG-IDX                      PIC S9(04) COMP.
001450 01  WS-RNG-DIGIT-X2                 PIC X(01).
001460 01  WS-RNG-DIGIT2 REDEFINES WS-RNG-DIGIT-X2
001470                                     PIC 9(01).
001480 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
001490     88  WS-RANGE-VALID-YES                     VALUE "Y".
001500     88  WS-RANGE-VALID-NO                      VALUE "N".
001510*----------------------------------------------------------------*
001520* THE COLUMN MAP.  ONE SLOT PER DATACOL CARD, PLUS THE KEY
001530* COLUMN ON ITS OWN; A ROW MUST SUPPLY EVERY MAPPED COLUMN.
001540*----------------------------------------------------------------*
001550 01  WS-MAP-CONTROLS.
001560     05  WS-DELIM                    PIC X(01) VALUE ",".
001570     05  WS-REC-LEN                  PIC S9(04) COMP VALUE 20.
001580     05  WS-KEY-COL                  PIC S9(04) COMP VALUE ZERO.
001590     05  WS-MAP-COUNT                PIC S9(04) COMP VALUE ZERO.
001600     05  WS-MAP-MAX                  PIC S9(04) COMP VALUE 20.
001610     05  WS-MAP-ENTRY OCCURS 20 TIMES.
001620         10  WS-MAP-COL              PIC 9(03).
001630         10  WS-MAP-FROM             PIC 9(03).
001640         10  WS-MAP-LEN              PIC 9(03).
001650         10  WS-MAP-NAME             PIC X(08).
001660     05  WS-HIGH-COL                 PIC S9(04) COMP VALUE ZERO.
001670 01  WS-MAP-IDX                      PIC S9(04) COMP.
001680 01  WS-MAP-DASHES                   PIC S9(04) COMP.
001690 01  WS-MAP-RANGE.
001700     05  WS-MAP-RANGE-FROM           PIC 9(03).
001710     05  FILLER                      PIC X(01) VALUE "-".
001720     05  WS-MAP-RANGE-TO             PIC 9(03).
001730 01  WS-EDIT-COL                     PIC Z9.
001740*----------------------------------------------------------------*
001750* ROW SPLITTING.  A PLAIN CHARACTER WALK CUTS THE ROW INTO UP
001760* TO FIFTY COLUMN VALUES OF UP TO EIGHTY BYTES EACH - WIDE
001770* ENOUGH FOR ANY FIELD THE MAP CAN TARGET.
001780*----------------------------------------------------------------*
001790 01  WS-COL-TABLE.
001800     05  WS-COL-COUNT                PIC S9(04) COMP VALUE ZERO.
001810     05  WS-COL-MAX                  PIC S9(04) COMP VALUE 50.
001820     05  WS-COL-ENTRY OCCURS 50 TIMES.
001830         10  WS-COL-VAL              PIC X(80).
001840         10  WS-COL-LEN              PIC S9(04) COMP.
001850 01  WS-COL-IDX                      PIC S9(04) COMP.
001860 01  WS-SCAN-IDX                     PIC S9(04) COMP.
001870 01  WS-SCAN-CHAR                    PIC X(01).
001880 01  WS-ROW-LEN                      PIC S9(04) COMP.
001890 01  WS-VAL-LEN                      PIC S9(04) COMP.
001900 01  WS-ROW-GOOD-SW                  PIC X(01).
001910     88  WS-ROW-GOOD                            VALUE "Y".
001920     88  WS-ROW-BAD                             VALUE "N".
001930*----------------------------------------------------------------*
001940* AMOUNT HASHING - ZONED ONLY ON THIS SIDE OF THE HOUSE; THE
001950* DISTRIBUTED EXTRACTS CARRY DISPLAY DIGITS.
001960*----------------------------------------------------------------*
001970 01  WS-AMOUNT-CONTROLS.
001980     05  WS-AMT-DEFINED-SW           PIC X(01) VALUE "N".
001990         88  WS-AMT-DEFINED-YES                 VALUE "Y".
002000         88  WS-AMT-DEFINED-NO                  VALUE "N".
002010     05  WS-AMT-FROM                 PIC 9(03).
002020     05  WS-AMT-LEN                  PIC 9(03).
002030     05  WS-AMT-NAME                 PIC X(08) VALUE SPACES.
002040     05  WS-AMT-SUM                  PIC S9(15) COMP-3
002050                                               VALUE ZERO.
002060 01  WS-AMT-HASH-DSP                 PIC 9(11).
002070 01  WS-AMT-HASH-X REDEFINES WS-AMT-HASH-DSP
002080                                     PIC X(11).
002090 01  WS-EXT-LEN                      PIC S9(04) COMP.
002100 01  WS-EXT-IDX                      PIC S9(04) COMP.
002110 01  WS-EXT-VALID-SW                 PIC X(01) VALUE "N".
002120     88  WS-EXT-VALID-YES                       VALUE "Y".
002130     88  WS-EXT-VALID-NO                        VALUE "N".
002140 01  WS-EXT-FIELD                    PIC X(15).
002150 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
002160     05  WS-EXT-CHAR OCCURS 15 TIMES
002170                                     PIC X(01).
002180 01  WS-DIGIT-X                      PIC X(01).
002190 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
002200 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
002210 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002220 01  WS-REPORT-LINE                  PIC X(80).
002230 01  WS-RUN-DATE                     PIC X(08).
002240 COPY "RECSTW.cpy".
002250 COPY "RECDIW.cpy".
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     MOVE "CSVLOAD" TO RECSTW-PROGRAM-ID
002290     PERFORM 9800-START-STEP-TIMING
002300         THRU 9800-START-STEP-TIMING-EXIT
002310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002320     PERFORM 2000-LOAD-ONE-ROW THRU 2000-LOAD-ONE-ROW-EXIT
002330         UNTIL WS-EOF-CSV-YES
002340     PERFORM 7500-WRITE-TRAILER THRU 7500-WRITE-TRAILER-EXIT
002350     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002360     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002370     MOVE WS-ROWS-READ TO RECSTW-RECORD-COUNT
002380     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002390     PERFORM 9810-WRITE-STEP-TIMING
002400         THRU 9810-WRITE-STEP-TIMING-EXIT
002410     GOBACK
002420     .
002430 0000-MAINLINE-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------*
002460* 1000 - CARDS, OPENS AND THE HEADER.  A KEYCOL CARD IS THE
002470* ONE THING THE LOAD CANNOT GUESS.
002480*----------------------------------------------------------------*
002490 1000-INITIALIZE.
002500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002510     PERFORM 1100-READ-PARM-CARDS
002520         THRU 1100-READ-PARM-CARDS-EXIT
002530     IF RECDIW-GIVEN-YES
002540         PERFORM 1180-APPLY-DICTIONARY-AMOUNT
002550             THRU 1180-APPLY-DICTIONARY-AMOUNT-EXIT
002560     END-IF
002570     IF WS-KEY-COL = 0
002580         DISPLAY "CSVLOAD: A KEYCOL CARD IS REQUIRED"
002590         MOVE 16 TO RETURN-CODE
002600         GOBACK
002610     END-IF
002620     OPEN INPUT CSVIN-FILE
002630     IF NOT WS-FILE-STATUS-CSV-OK
002640         DISPLAY "CSVLOAD: OPEN FAILED FOR CSVIN - STATUS "
002650             WS-FILE-STATUS-CSV
002660         MOVE 16 TO RETURN-CODE
002670         GOBACK
002680     END-IF
002690     OPEN OUTPUT CSVOUT-FILE
002700     IF NOT WS-FILE-STATUS-OUT-OK
002710         DISPLAY "CSVLOAD: OPEN FAILED FOR CSVOUT - STATUS "
002720             WS-FILE-STATUS-OUT
002730         MOVE 16 TO RETURN-CODE
002740         GOBACK
002750     END-IF
002760     OPEN OUTPUT REJECT-FILE
002770     IF NOT WS-FILE-STATUS-REJ-OK
002780         DISPLAY "CSVLOAD: OPEN FAILED FOR CSVREJ - STATUS "
002790             WS-FILE-STATUS-REJ
002800         MOVE 16 TO RETURN-CODE
002810         GOBACK
002820     END-IF
002830     OPEN OUTPUT REPORT-FILE
002840     IF NOT WS-FILE-STATUS-RPT-OK
002850         DISPLAY "CSVLOAD: OPEN FAILED FOR CSVRPT - STATUS "
002860             WS-FILE-STATUS-RPT
002870         MOVE 16 TO RETURN-CODE
002880         GOBACK
002890     END-IF
002900     MOVE LOW-VALUES TO RECLAY-RECORD
002910     MOVE WS-RUN-DATE TO RECLAY-HDR-RUN-DATE
002920     MOVE "CSVLOAD " TO RECLAY-HDR-SOURCE-SYS
002930     PERFORM 7000-WRITE-CSVOUT THRU 7000-WRITE-CSVOUT-EXIT
002940     .
002950 1000-INITIALIZE-EXIT.
002960     EXIT.
002970 1100-READ-PARM-CARDS.
002980     OPEN INPUT PARM-FILE
002990     IF WS-FILE-STATUS-PARM-NOTFND
003000         SET WS-PARM-EOF-YES TO TRUE
003010         GO TO 1100-READ-PARM-CARDS-EXIT
003020     END-IF
003030     IF NOT WS-FILE-STATUS-PARM-OK
003040         DISPLAY "CSVLOAD: OPEN FAILED FOR SYSIN - STATUS "
003050             WS-FILE-STATUS-PARM
003060         MOVE 16 TO RETURN-CODE
003070         GOBACK
003080     END-IF
003090     PERFORM 1110-READ-PARM-CARD
003100         THRU 1110-READ-PARM-CARD-EXIT
003110         UNTIL WS-PARM-EOF-YES
003120     CLOSE PARM-FILE
003130     .
003140 1100-READ-PARM-CARDS-EXIT.
003150     EXIT.
003160 1110-READ-PARM-CARD.
003170     READ PARM-FILE INTO WS-PARM-CARD
003180         AT END
003190             SET WS-PARM-EOF-YES TO TRUE
003200             GO TO 1110-READ-PARM-CARD-EXIT
003210     END-READ
003220     IF NOT WS-FILE-STATUS-PARM-OK
003230         DISPLAY "CSVLOAD: READ FAILED FOR SYSIN - STATUS "
003240             WS-FILE-STATUS-PARM
003250         MOVE 16 TO RETURN-CODE
003260         GOBACK
003270     END-IF
003280     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003290         GO TO 1110-READ-PARM-CARD-EXIT
003300     END-IF
003310     MOVE SPACES TO WS-CARD-FIELDS
003320     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003330         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003340             WS-CARD-OPERAND-2
003350     END-UNSTRING
003360     EVALUATE WS-CARD-VERB
003370         WHEN "DELIM"
003380             MOVE WS-CARD-OPERAND-1 (1:1) TO WS-DELIM
003390         WHEN "RECLEN"
003400             PERFORM 1130-APPLY-RECLEN-CARD
003410                 THRU 1130-APPLY-RECLEN-CARD-EXIT
003420         WHEN "KEYCOL"
003430             PERFORM 1140-APPLY-KEYCOL-CARD
003440                 THRU 1140-APPLY-KEYCOL-CARD-EXIT
003450         WHEN "DATACOL"
003460             PERFORM 1150-APPLY-DATACOL-CARD
003470                 THRU 1150-APPLY-DATACOL-CARD-EXIT
003480         WHEN "AMOUNT"
003490             PERFORM 1160-APPLY-AMOUNT-CARD
003500                 THRU 1160-APPLY-AMOUNT-CARD-EXIT
003510         WHEN "DICTIONARY"
003520             PERFORM 1170-APPLY-DICTIONARY-CARD
003530                 THRU 1170-APPLY-DICTIONARY-CARD-EXIT
003540         WHEN OTHER
003550             DISPLAY "CSVLOAD: UNRECOGNIZED PARM CARD - "
003560                 WS-PARM-CARD
003570             MOVE 16 TO RETURN-CODE
003580             GOBACK
003590     END-EVALUATE
003600     .
003610 1110-READ-PARM-CARD-EXIT.
003620     EXIT.
003630 1130-APPLY-RECLEN-CARD.
003640     SET WS-RANGE-VALID-YES TO TRUE
003650     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
003660     PERFORM 1128-PARSE-RANGE-PART
003670         THRU 1128-PARSE-RANGE-PART-EXIT
003680     IF WS-RANGE-VALID-NO
003690             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
003700         DISPLAY "CSVLOAD: BAD RECLEN - " WS-CARD-OPERAND-1
003710         MOVE 16 TO RETURN-CODE
003720         GOBACK
003730     END-IF
003740     MOVE WS-RNG-VALUE TO WS-REC-LEN
003750     .
003760 1130-APPLY-RECLEN-CARD-EXIT.
003770     EXIT.
003780 1140-APPLY-KEYCOL-CARD.
003790     SET WS-RANGE-VALID-YES TO TRUE
003800     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
003810     PERFORM 1128-PARSE-RANGE-PART
003820         THRU 1128-PARSE-RANGE-PART-EXIT
003830     IF WS-RANGE-VALID-NO OR WS-RNG-VALUE = 0
003840             OR WS-RNG-VALUE > 50
003850         DISPLAY "CSVLOAD: BAD KEYCOL - " WS-CARD-OPERAND-1
003860         MOVE 16 TO RETURN-CODE
003870         GOBACK
003880     END-IF
003890     MOVE WS-RNG-VALUE TO WS-KEY-COL
003900     IF WS-KEY-COL > WS-HIGH-COL
003910         MOVE WS-KEY-COL TO WS-HIGH-COL
003920     END-IF
003930     .
003940 1140-APPLY-KEYCOL-CARD-EXIT.
003950     EXIT.
003960 1150-APPLY-DATACOL-CARD.
003970     SET WS-RANGE-VALID-YES TO TRUE
003980     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
003990     PERFORM 1128-PARSE-RANGE-PART
004000         THRU 1128-PARSE-RANGE-PART-EXIT
004010     IF WS-RANGE-VALID-NO OR WS-RNG-VALUE = 0
004020             OR WS-RNG-VALUE > 50
004030         DISPLAY "CSVLOAD: BAD DATACOL COLUMN - "
004040             WS-CARD-OPERAND-1
004050         MOVE 16 TO RETURN-CODE
004060         GOBACK
004070     END-IF
004080     IF WS-MAP-COUNT = WS-MAP-MAX
004090         DISPLAY "CSVLOAD: TOO MANY DATACOL CARDS"
004100         MOVE 16 TO RETURN-CODE
004110         GOBACK
004120     END-IF
004130     ADD 1 TO WS-MAP-COUNT
004140     MOVE WS-RNG-VALUE TO WS-MAP-COL (WS-MAP-COUNT)
004150     IF WS-RNG-VALUE > WS-HIGH-COL
004160         MOVE WS-RNG-VALUE TO WS-HIGH-COL
004170     END-IF
004180     MOVE SPACES TO WS-MAP-NAME (WS-MAP-COUNT)
004190     MOVE ZERO TO WS-MAP-DASHES
004200     INSPECT WS-CARD-OPERAND-2 TALLYING WS-MAP-DASHES FOR ALL "-"
004210     IF WS-MAP-DASHES = 0
004220         PERFORM 1155-NAMED-DATACOL-RANGE
004230             THRU 1155-NAMED-DATACOL-RANGE-EXIT
004240     END-IF
004250     MOVE SPACES TO WS-CARD-RANGE
004260     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
004270         INTO WS-CARD-FROM-X WS-CARD-TO-X
004280     END-UNSTRING
004290     PERFORM 1125-PARSE-CARD-RANGE
004300         THRU 1125-PARSE-CARD-RANGE-EXIT
004310     IF WS-RANGE-VALID-NO
004320             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
004330             OR WS-CARD-FROM > WS-CARD-TO
004340         DISPLAY "CSVLOAD: BAD DATACOL RANGE - "
004350             WS-CARD-OPERAND-2
004360         MOVE 16 TO RETURN-CODE
004370         GOBACK
004380     END-IF
004390     MOVE WS-CARD-FROM TO WS-MAP-FROM (WS-MAP-COUNT)
004400     COMPUTE WS-MAP-LEN (WS-MAP-COUNT) =
004410         WS-CARD-TO - WS-CARD-FROM + 1
004420     IF WS-MAP-LEN (WS-MAP-COUNT) > 80
004430         DISPLAY "CSVLOAD: DATACOL RANGE OVER 80 BYTES"
004440         MOVE 16 TO RETURN-CODE
004450         GOBACK
004460     END-IF
004470     .
004480 1150-APPLY-DATACOL-CARD-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510* 1155 - A DATACOL CARD NAMING A DICTIONARY FIELD TAKES THE
004520* FIELD'S RANGE, WHICH THEN GOES THROUGH THE SAME PROOFS AS A
004530* RANGE WRITTEN ON THE CARD.
004540*----------------------------------------------------------------*
004550 1155-NAMED-DATACOL-RANGE.
004560     IF RECDIW-GIVEN-NO
004570         DISPLAY "CSVLOAD: DATACOL FIELD NAME NEEDS A DICTIONARY"
004580             " CARD BEFORE IT - " WS-CARD-OPERAND-2
004590         MOVE 16 TO RETURN-CODE
004600         GOBACK
004610     END-IF
004620     IF WS-CARD-OPERAND-2 (9:) NOT = SPACES
004630         DISPLAY "CSVLOAD: BAD DATACOL FIELD NAME - "
004640             WS-CARD-OPERAND-2
004650         MOVE 16 TO RETURN-CODE
004660         GOBACK
004670     END-IF
004680     MOVE WS-CARD-OPERAND-2 TO RECDIW-FIND-NAME
004690     PERFORM 9860-FIND-DICTIONARY-NAME
004700         THRU 9860-FIND-DICTIONARY-NAME-EXIT
004710     IF RECDIW-FOUND-IDX = 0
004720         DISPLAY "CSVLOAD: DATACOL FIELD NOT IN DICTIONARY - "
004730             WS-CARD-OPERAND-2
004740         MOVE 16 TO RETURN-CODE
004750         GOBACK
004760     END-IF
004770     MOVE RECDIW-NAME (RECDIW-FOUND-IDX)
004780         TO WS-MAP-NAME (WS-MAP-COUNT)
004790     MOVE RECDIW-RANGE (RECDIW-FOUND-IDX) TO WS-CARD-OPERAND-2
004800     .
004810 1155-NAMED-DATACOL-RANGE-EXIT.
004820     EXIT.
004830 1160-APPLY-AMOUNT-CARD.
004840     IF WS-CARD-OPERAND-1 NOT = "ZONED"
004850         DISPLAY "CSVLOAD: AMOUNT TYPE MUST BE ZONED"
004860         MOVE 16 TO RETURN-CODE
004870         GOBACK
004880     END-IF
004890     MOVE SPACES TO WS-CARD-RANGE
004900     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
004910         INTO WS-CARD-FROM-X WS-CARD-TO-X
004920     END-UNSTRING
004930     PERFORM 1125-PARSE-CARD-RANGE
004940         THRU 1125-PARSE-CARD-RANGE-EXIT
004950     IF WS-RANGE-VALID-NO
004960             OR WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
004970             OR WS-CARD-FROM > WS-CARD-TO
004980         DISPLAY "CSVLOAD: BAD AMOUNT RANGE - "
004990             WS-CARD-OPERAND-2
005000         MOVE 16 TO RETURN-CODE
005010         GOBACK
005020     END-IF
005030     MOVE WS-CARD-FROM TO WS-AMT-FROM
005040     COMPUTE WS-AMT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
005050     IF WS-AMT-LEN > 15
005060         DISPLAY "CSVLOAD: ZONED AMOUNT OVER 15 DIGITS"
005070         MOVE 16 TO RETURN-CODE
005080         GOBACK
005090     END-IF
005100     SET WS-AMT-DEFINED-YES TO TRUE
005110     .
005120 1160-APPLY-AMOUNT-CARD-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------*
005150* 1170 - DICTIONARY FEEDID: LOAD THE FEED'S FLDDICT ENTRIES.
005160* ONE CARD ONLY, AHEAD OF ANY DATACOL CARD THAT NAMES A FIELD.
005170*----------------------------------------------------------------*
005180 1170-APPLY-DICTIONARY-CARD.
005190     IF RECDIW-GIVEN-YES
005200         DISPLAY "CSVLOAD: ONLY ONE DICTIONARY CARD IS ALLOWED"
005210         MOVE 16 TO RETURN-CODE
005220         GOBACK
005230     END-IF
005240     IF WS-CARD-OPERAND-1 = SPACES
005250             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
005260         DISPLAY "CSVLOAD: BAD DICTIONARY FEED ID - "
005270             WS-CARD-OPERAND-1
005280         MOVE 16 TO RETURN-CODE
005290         GOBACK
005300     END-IF
005310     MOVE WS-CARD-OPERAND-1 TO RECDIW-FEED-ID
005320     PERFORM 9840-LOAD-FIELD-DICTIONARY
005330         THRU 9840-LOAD-FIELD-DICTIONARY-EXIT
005340     .
005350 1170-APPLY-DICTIONARY-CARD-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380* 1180 - THE DICTIONARY'S AMOUNT ENTRY STANDS FOR THE AMOUNT
005390* CARD AND IS PROVED BY IT, SO IT MUST BE ZONED HERE TOO.  THE
005400* LOAD WRITES ONE FLAT RECORD SHAPE, SO ONE AMOUNT ENTRY ONLY.
005410*----------------------------------------------------------------*
005420 1180-APPLY-DICTIONARY-AMOUNT.
005430     IF RECDIW-AMOUNT-COUNT = 0
005440         GO TO 1180-APPLY-DICTIONARY-AMOUNT-EXIT
005450     END-IF
005460     IF WS-AMT-DEFINED-YES
005470         DISPLAY "CSVLOAD: DICTIONARY CARD EXCLUDES THE AMOUNT"
005480             " CARD"
005490         MOVE 16 TO RETURN-CODE
005500         GOBACK
005510     END-IF
005520     IF RECDIW-AMOUNT-COUNT > 1
005530         DISPLAY "CSVLOAD: MORE THAN ONE FLDDICT AMOUNT ENTRY FOR"
005540             " FEED " RECDIW-FEED-ID
005550         MOVE 16 TO RETURN-CODE
005560         GOBACK
005570     END-IF
005580     MOVE SPACES TO WS-CARD-FIELDS
005590     MOVE "AMOUNT" TO WS-CARD-VERB
005600     MOVE RECDIW-TYPE (RECDIW-AMOUNT-IDX) TO WS-CARD-OPERAND-1
005610     MOVE RECDIW-RANGE (RECDIW-AMOUNT-IDX) TO WS-CARD-OPERAND-2
005620     PERFORM 1160-APPLY-AMOUNT-CARD
005630         THRU 1160-APPLY-AMOUNT-CARD-EXIT
005640     MOVE RECDIW-NAME (RECDIW-AMOUNT-IDX) TO WS-AMT-NAME
005650     .
005660 1180-APPLY-DICTIONARY-AMOUNT-EXIT.
005670     EXIT.
005680 1125-PARSE-CARD-RANGE.
005690     SET WS-RANGE-VALID-YES TO TRUE
005700     MOVE WS-CARD-FROM-X TO WS-RNG-PART
005710     PERFORM 1128-PARSE-RANGE-PART
005720         THRU 1128-PARSE-RANGE-PART-EXIT
005730     MOVE WS-RNG-VALUE TO WS-CARD-FROM
005740     MOVE WS-CARD-TO-X TO WS-RNG-PART
005750     PERFORM 1128-PARSE-RANGE-PART
005760         THRU 1128-PARSE-RANGE-PART-EXIT
005770     MOVE WS-RNG-VALUE TO WS-CARD-TO
005780     .
005790 1125-PARSE-CARD-RANGE-EXIT.
005800     EXIT.
005810 1128-PARSE-RANGE-PART.
005820     MOVE ZERO TO WS-RNG-VALUE
005830     MOVE ZERO TO WS-RNG-DIGITS
005840     PERFORM 1129-PARSE-ONE-DIGIT
005850         THRU 1129-PARSE-ONE-DIGIT-EXIT
005860         VARYING WS-RNG-IDX FROM 1 BY 1
005870         UNTIL WS-RNG-IDX > 3
005880     IF WS-RNG-DIGITS = 0
005890         SET WS-RANGE-VALID-NO TO TRUE
005900     END-IF
005910     .
005920 1128-PARSE-RANGE-PART-EXIT.
005930     EXIT.
005940 1129-PARSE-ONE-DIGIT.
005950     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X2
005960     EVALUATE TRUE
005970         WHEN WS-RNG-DIGIT-X2 = SPACE
005980             CONTINUE
005990         WHEN WS-RNG-DIGIT-X2 NUMERIC
006000             COMPUTE WS-RNG-VALUE =
006010                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT2
006020             ADD 1 TO WS-RNG-DIGITS
006030         WHEN OTHER
006040             SET WS-RANGE-VALID-NO TO TRUE
006050     END-EVALUATE
006060     .
006070 1129-PARSE-ONE-DIGIT-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------*
006100* 2000 - ONE DELIMITED ROW: SPLIT, PROVE, MAP, WRITE.  A ROW
006110* THAT FAILS ANY PROOF GOES TO THE REJECT FILE AS READ.
006120*----------------------------------------------------------------*
006130 2000-LOAD-ONE-ROW.
006140     READ CSVIN-FILE
006150         AT END
006160             SET WS-EOF-CSV-YES TO TRUE
006170             GO TO 2000-LOAD-ONE-ROW-EXIT
006180     END-READ
006190     IF NOT WS-FILE-STATUS-CSV-OK
006200         DISPLAY "CSVLOAD: READ FAILED FOR CSVIN - STATUS "
006210             WS-FILE-STATUS-CSV
006220         MOVE 16 TO RETURN-CODE
006230         GOBACK
006240     END-IF
006250     IF CSVIN-RECORD = SPACES
006260         GO TO 2000-LOAD-ONE-ROW-EXIT
006270     END-IF
006280     ADD 1 TO WS-ROWS-READ
006290     PERFORM 3000-SPLIT-ROW THRU 3000-SPLIT-ROW-EXIT
006300     SET WS-ROW-GOOD TO TRUE
006310     IF WS-COL-COUNT < WS-HIGH-COL
006320         ADD 1 TO WS-REJ-SHORT-ROW
006330         SET WS-ROW-BAD TO TRUE
006340     END-IF
006350     IF WS-ROW-GOOD
006360         PERFORM 4000-BUILD-RECORD THRU 4000-BUILD-RECORD-EXIT
006370     END-IF
006380     IF WS-ROW-BAD
006390         ADD 1 TO WS-ROWS-REJECTED
006400         WRITE REJECT-RECORD FROM CSVIN-RECORD
006410         IF NOT WS-FILE-STATUS-REJ-OK
006420             DISPLAY "CSVLOAD: WRITE FAILED FOR CSVREJ - STATUS "
006430                 WS-FILE-STATUS-REJ
006440             MOVE 16 TO RETURN-CODE
006450             GOBACK
006460         END-IF
006470     END-IF
006480     .
006490 2000-LOAD-ONE-ROW-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------*
006520* 3000 - CUT THE ROW INTO COLUMN VALUES ON THE DELIMITER.  THE
006530* SCAN STOPS AT THE LAST NON-BLANK BYTE SO THE FIXED-RECORD
006540* PAD SPACES DO NOT COUNT INTO THE LAST COLUMN'S WIDTH.  A
006550* VALUE WIDER THAN EIGHTY BYTES IS KEPT TO EIGHTY - THE MAP
006560* CANNOT TARGET MORE ANYWAY AND THE WIDTH PROOF CATCHES IT.
006570*----------------------------------------------------------------*
006580 3000-SPLIT-ROW.
006590     MOVE ZERO TO WS-COL-COUNT
006600     MOVE 1 TO WS-COL-IDX
006610     MOVE SPACES TO WS-COL-VAL (1)
006620     MOVE ZERO TO WS-COL-LEN (1)
006630     MOVE 600 TO WS-ROW-LEN
006640     PERFORM 3050-TRIM-ROW THRU 3050-TRIM-ROW-EXIT
006650         UNTIL WS-ROW-LEN = 0
006660             OR CSVIN-RECORD (WS-ROW-LEN:1) NOT = SPACE
006670     PERFORM 3100-SPLIT-ONE-CHAR THRU 3100-SPLIT-ONE-CHAR-EXIT
006680         VARYING WS-SCAN-IDX FROM 1 BY 1
006690         UNTIL WS-SCAN-IDX > WS-ROW-LEN
006700             OR WS-COL-IDX > WS-COL-MAX
006710     IF WS-COL-IDX NOT > WS-COL-MAX
006720         MOVE WS-COL-IDX TO WS-COL-COUNT
006730     ELSE
006740         MOVE WS-COL-MAX TO WS-COL-COUNT
006750     END-IF
006760     .
006770 3000-SPLIT-ROW-EXIT.
006780     EXIT.
006790 3050-TRIM-ROW.
006800     SUBTRACT 1 FROM WS-ROW-LEN
006810     .
006820 3050-TRIM-ROW-EXIT.
006830     EXIT.
006840 3100-SPLIT-ONE-CHAR.
006850     MOVE CSVIN-RECORD (WS-SCAN-IDX:1) TO WS-SCAN-CHAR
006860     IF WS-SCAN-CHAR = WS-DELIM
006870         ADD 1 TO WS-COL-IDX
006880         IF WS-COL-IDX NOT > WS-COL-MAX
006890             MOVE SPACES TO WS-COL-VAL (WS-COL-IDX)
006900             MOVE ZERO TO WS-COL-LEN (WS-COL-IDX)
006910         END-IF
006920         GO TO 3100-SPLIT-ONE-CHAR-EXIT
006930     END-IF
006940     IF WS-COL-LEN (WS-COL-IDX) < 80
006950         ADD 1 TO WS-COL-LEN (WS-COL-IDX)
006960         MOVE WS-SCAN-CHAR
006970             TO WS-COL-VAL (WS-COL-IDX)
006980                 (WS-COL-LEN (WS-COL-IDX):1)
006990     END-IF
007000     .
007010 3100-SPLIT-ONE-CHAR-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------*
007040* 4000 - MAP THE COLUMNS ONTO THE RECLAY SHAPE AND WRITE.  THE
007050* KEY MUST BE PRESENT AND FIT TEN BYTES; EVERY MAPPED VALUE
007060* MUST FIT ITS TARGET RANGE.
007070*----------------------------------------------------------------*
007080 4000-BUILD-RECORD.
007090     IF WS-COL-VAL (WS-KEY-COL) = SPACES
007100             OR WS-COL-LEN (WS-KEY-COL) > 10
007110         ADD 1 TO WS-REJ-NO-KEY
007120         SET WS-ROW-BAD TO TRUE
007130         GO TO 4000-BUILD-RECORD-EXIT
007140     END-IF
007150     PERFORM 4100-CHECK-ONE-WIDTH THRU 4100-CHECK-ONE-WIDTH-EXIT
007160         VARYING WS-MAP-IDX FROM 1 BY 1
007170         UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-ROW-BAD
007180     IF WS-ROW-BAD
007190         GO TO 4000-BUILD-RECORD-EXIT
007200     END-IF
007210     MOVE SPACES TO RECLAY-RECORD
007220     MOVE WS-COL-VAL (WS-KEY-COL) (1:10) TO RECLAY-KEY
007230     PERFORM 4200-MAP-ONE-COLUMN THRU 4200-MAP-ONE-COLUMN-EXIT
007240         VARYING WS-MAP-IDX FROM 1 BY 1
007250         UNTIL WS-MAP-IDX > WS-MAP-COUNT
007260     PERFORM 5000-ACCUMULATE-AMT THRU 5000-ACCUMULATE-AMT-EXIT
007270     PERFORM 7000-WRITE-CSVOUT THRU 7000-WRITE-CSVOUT-EXIT
007280     ADD 1 TO WS-ROWS-LOADED
007290     .
007300 4000-BUILD-RECORD-EXIT.
007310     EXIT.
007320 4100-CHECK-ONE-WIDTH.
007330     IF WS-COL-LEN (WS-MAP-COL (WS-MAP-IDX))
007340             > WS-MAP-LEN (WS-MAP-IDX)
007350         ADD 1 TO WS-REJ-WIDE-VALUE
007360         SET WS-ROW-BAD TO TRUE
007370     END-IF
007380     .
007390 4100-CHECK-ONE-WIDTH-EXIT.
007400     EXIT.
007410 4200-MAP-ONE-COLUMN.
007420     MOVE WS-COL-VAL (WS-MAP-COL (WS-MAP-IDX))
007430             (1:WS-MAP-LEN (WS-MAP-IDX))
007440         TO RECLAY-DATA (WS-MAP-FROM (WS-MAP-IDX):
007450             WS-MAP-LEN (WS-MAP-IDX))
007460     .
007470 4200-MAP-ONE-COLUMN-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------*
007500* 5000 - ADD THE BUILT RECORD'S AMOUNT TO THE TRAILER TOTAL.
007510* BLANKS COUNT AS ZEROS THE WAY THE HOUSE ZONED PARSER TAKES
007520* THEM; ANYTHING ELSE NON-NUMERIC COUNTS AS A PARSE ERROR AND
007530* ZERO, NEVER A SILENT SKEW.
007540*----------------------------------------------------------------*
007550 5000-ACCUMULATE-AMT.
007560     IF WS-AMT-DEFINED-NO
007570         GO TO 5000-ACCUMULATE-AMT-EXIT
007580     END-IF
007590     MOVE WS-AMT-LEN TO WS-EXT-LEN
007600     MOVE SPACES TO WS-EXT-FIELD
007610     MOVE RECLAY-DATA (WS-AMT-FROM:WS-AMT-LEN)
007620         TO WS-EXT-FIELD (1:WS-EXT-LEN)
007630     MOVE ZERO TO WS-EXT-VALUE
007640     SET WS-EXT-VALID-YES TO TRUE
007650     PERFORM 5100-EXTRACT-ONE-CHAR
007660         THRU 5100-EXTRACT-ONE-CHAR-EXIT
007670         VARYING WS-EXT-IDX FROM 1 BY 1
007680         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
007690     IF WS-EXT-VALID-YES
007700         ADD WS-EXT-VALUE TO WS-AMT-SUM
007710     ELSE
007720         ADD 1 TO WS-AMT-ERRS
007730     END-IF
007740     .
007750 5000-ACCUMULATE-AMT-EXIT.
007760     EXIT.
007770 5100-EXTRACT-ONE-CHAR.
007780     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
007790     EVALUATE TRUE
007800         WHEN WS-DIGIT-X = SPACE
007810            CONTINUE
007820         WHEN WS-DIGIT-X NUMERIC
007830             COMPUTE WS-EXT-VALUE =
007840                 WS-EXT-VALUE * 10 + WS-DIGIT
007850         WHEN OTHER
007860             SET WS-EXT-VALID-NO TO TRUE
007870     END-EVALUATE
007880     .
007890 5100-EXTRACT-ONE-CHAR-EXIT.
007900     EXIT.
007910 7000-WRITE-CSVOUT.
007920     WRITE RECLAY-RECORD
007930     IF NOT WS-FILE-STATUS-OUT-OK
007940         DISPLAY "CSVLOAD: WRITE FAILED FOR CSVOUT - STATUS "
007950             WS-FILE-STATUS-OUT
007960         MOVE 16 TO RETURN-CODE
007970         GOBACK
007980     END-IF
007990     .
008000 7000-WRITE-CSVOUT-EXIT.
008010     EXIT.
008020 7500-WRITE-TRAILER.
008030     MOVE HIGH-VALUES TO RECLAY-RECORD
008040     MOVE WS-ROWS-LOADED TO RECLAY-TRL-REC-COUNT
008050     IF WS-AMT-DEFINED-YES
008060         MOVE WS-AMT-SUM TO WS-AMT-HASH-DSP
008070         MOVE WS-AMT-HASH-X TO RECLAY-DATA (10:11)
008080     ELSE
008090         MOVE ZERO TO RECLAY-TRL-AMT-HASH
008100     END-IF
008110     PERFORM 7000-WRITE-CSVOUT THRU 7000-WRITE-CSVOUT-EXIT
008120     .
008130 7500-WRITE-TRAILER-EXIT.
008140     EXIT.
008150 8000-PRINT-SUMMARY.
008160     MOVE SPACES TO WS-REPORT-LINE
008170     STRING "CSV LOAD SUMMARY - RUN " DELIMITED BY SIZE
008180         WS-RUN-DATE DELIMITED BY SIZE
008190         INTO WS-REPORT-LINE
008200     PERFORM 8900-WRITE-REPORT-LINE
008210         THRU 8900-WRITE-REPORT-LINE-EXIT
008220     MOVE SPACES TO WS-REPORT-LINE
008230     MOVE WS-ROWS-READ TO WS-EDIT-COUNT
008240     STRING "ROWS READ           : " DELIMITED BY SIZE
008250         WS-EDIT-COUNT DELIMITED BY SIZE
008260         INTO WS-REPORT-LINE
008270     PERFORM 8900-WRITE-REPORT-LINE
008280         THRU 8900-WRITE-REPORT-LINE-EXIT
008290     MOVE SPACES TO WS-REPORT-LINE
008300     MOVE WS-ROWS-LOADED TO WS-EDIT-COUNT
008310     STRING "ROWS LOADED         : " DELIMITED BY SIZE
008320         WS-EDIT-COUNT DELIMITED BY SIZE
008330         INTO WS-REPORT-LINE
008340     PERFORM 8900-WRITE-REPORT-LINE
008350         THRU 8900-WRITE-REPORT-LINE-EXIT
008360     MOVE SPACES TO WS-REPORT-LINE
008370     MOVE WS-ROWS-REJECTED TO WS-EDIT-COUNT
008380     STRING "ROWS REJECTED       : " DELIMITED BY SIZE
008390         WS-EDIT-COUNT DELIMITED BY SIZE
008400         INTO WS-REPORT-LINE
008410     PERFORM 8900-WRITE-REPORT-LINE
008420         THRU 8900-WRITE-REPORT-LINE-EXIT
008430     MOVE SPACES TO WS-REPORT-LINE
008440     MOVE WS-REJ-SHORT-ROW TO WS-EDIT-COUNT
008450     STRING "  TOO FEW COLUMNS   : " DELIMITED BY SIZE
008460         WS-EDIT-COUNT DELIMITED BY SIZE
008470         INTO WS-REPORT-LINE
008480     PERFORM 8900-WRITE-REPORT-LINE
008490         THRU 8900-WRITE-REPORT-LINE-EXIT
008500     MOVE SPACES TO WS-REPORT-LINE
008510     MOVE WS-REJ-NO-KEY TO WS-EDIT-COUNT
008520     STRING "  KEY MISSING/LONG  : " DELIMITED BY SIZE
008530        WS-EDIT-COUNT DELIMITED BY SIZE
008540         INTO WS-REPORT-LINE
008550     PERFORM 8900-WRITE-REPORT-LINE
008560         THRU 8900-WRITE-REPORT-LINE-EXIT
008570     MOVE SPACES TO WS-REPORT-LINE
008580     MOVE WS-REJ-WIDE-VALUE TO WS-EDIT-COUNT
008590     STRING "  VALUE TOO WIDE    : " DELIMITED BY SIZE
008600         WS-EDIT-COUNT DELIMITED BY SIZE
008610         INTO WS-REPORT-LINE
008620     PERFORM 8900-WRITE-REPORT-LINE
008630         THRU 8900-WRITE-REPORT-LINE-EXIT
008640     IF WS-AMT-ERRS > 0
008650         MOVE SPACES TO WS-REPORT-LINE
008660         MOVE WS-AMT-ERRS TO WS-EDIT-COUNT
008670         STRING "AMOUNT PARSE ERRORS : " DELIMITED BY SIZE
008680             WS-EDIT-COUNT DELIMITED BY SIZE
008690             INTO WS-REPORT-LINE
008700         PERFORM 8900-WRITE-REPORT-LINE
008710             THRU 8900-WRITE-REPORT-LINE-EXIT
008720     END-IF
008730     MOVE SPACES TO WS-REPORT-LINE
008740     PERFORM 8900-WRITE-REPORT-LINE
008750         THRU 8900-WRITE-REPORT-LINE-EXIT
008760     MOVE SPACES TO WS-REPORT-LINE
008770     IF RECDIW-GIVEN-YES
008780         STRING "COLUMN MAP - DICTIONARY " DELIMITED BY SIZE
008790             RECDIW-FEED-ID DELIMITED BY SIZE
008800             INTO WS-REPORT-LINE
008810     ELSE
008820         MOVE "COLUMN MAP" TO WS-REPORT-LINE
008830     END-IF
008840     PERFORM 8900-WRITE-REPORT-LINE
008850         THRU 8900-WRITE-REPORT-LINE-EXIT
008860     PERFORM 8100-PRINT-MAP-LINE THRU 8100-PRINT-MAP-LINE-EXIT
008870         VARYING WS-MAP-IDX FROM 1 BY 1
008880         UNTIL WS-MAP-IDX > WS-MAP-COUNT
008890     IF WS-AMT-DEFINED-YES
008900         MOVE SPACES TO WS-REPORT-LINE
008910         MOVE WS-AMT-FROM TO WS-MAP-RANGE-FROM
008920         COMPUTE WS-MAP-RANGE-TO = WS-AMT-FROM + WS-AMT-LEN - 1
008930         STRING "  AMOUNT    -> BYTES " DELIMITED BY SIZE
008940             WS-MAP-RANGE DELIMITED BY SIZE
008950             "  " DELIMITED BY SIZE
008960             WS-AMT-NAME DELIMITED BY SIZE
008970             INTO WS-REPORT-LINE
008980         PERFORM 8900-WRITE-REPORT-LINE
008990             THRU 8900-WRITE-REPORT-LINE-EXIT
009000     END-IF
009010     .
009020 8000-PRINT-SUMMARY-EXIT.
009030     EXIT.
009040 8100-PRINT-MAP-LINE.
009050     MOVE SPACES TO WS-REPORT-LINE
009060     MOVE WS-MAP-COL (WS-MAP-IDX) TO WS-EDIT-COL
009070     MOVE WS-MAP-FROM (WS-MAP-IDX) TO WS-MAP-RANGE-FROM
009080     COMPUTE WS-MAP-RANGE-TO = WS-MAP-FROM (WS-MAP-IDX)
009090         + WS-MAP-LEN (WS-MAP-IDX) - 1
009100     STRING "  COLUMN " DELIMITED BY SIZE
009110         WS-EDIT-COL DELIMITED BY SIZE
009120         " -> BYTES " DELIMITED BY SIZE
009130         WS-MAP-RANGE DELIMITED BY SIZE
009140         "  " DELIMITED BY SIZE
009150         WS-MAP-NAME (WS-MAP-IDX) DELIMITED BY SIZE
009160         INTO WS-REPORT-LINE
009170     PERFORM 8900-WRITE-REPORT-LINE
009180         THRU 8900-WRITE-REPORT-LINE-EXIT
009190     .
009200 8100-PRINT-MAP-LINE-EXIT.
009210     EXIT.
009220 8900-WRITE-REPORT-LINE.
009230     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009240     IF NOT WS-FILE-STATUS-RPT-OK
009250         DISPLAY "CSVLOAD: WRITE FAILED FOR CSVRPT - STATUS "
009260             WS-FILE-STATUS-RPT
009270         MOVE 16 TO RETURN-CODE
009280         GOBACK
009290     END-IF
009300     .
009310 8900-WRITE-REPORT-LINE-EXIT.
009320     EXIT.
009330 9999-TERMINATE.
009340     CLOSE CSVIN-FILE
009350     CLOSE CSVOUT-FILE
009360     CLOSE REJECT-FILE
009370     CLOSE REPORT-FILE
009380     IF WS-ROWS-REJECTED > 0
009390         MOVE 4 TO RETURN-CODE
009400     END-IF
009410     .
009420 9999-TERMINATE-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------*
009450* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
009460*----------------------------------------------------------------*
009470 COPY "RECSTP.cpy".
009480*----------------------------------------------------------------*
009490* 9840 - THE FEED'S FIELD DICTIONARY.
009500*----------------------------------------------------------------*
009510 COPY "RECDIP.cpy".
009520 END PROGRAM CSVLOAD.
