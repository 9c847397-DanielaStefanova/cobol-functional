000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ORPHPAIR.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* ORPHPAIR - ORPHAN PAIRING.
000090*
000100* A RECORD LOADED UNDER A MIS-KEYED ACCOUNT NUMBER SURFACES IN
000110* THE RECONCILIATION AS TWO UNRELATED ORPHANS - A NOT-ON-FILE-A
000120* AT THE WRONG KEY AND A NOT-ON-FILE-B AT THE RIGHT ONE - AND
000130* CORRGEN WOULD CORRECT IT AS A DELETE PLUS AN ADD, LOSING THE
000140* TIE BETWEEN THE TWO.  THIS STEP SCORES EVERY NA EXCEPTION
000150* AGAINST EVERY NB EXCEPTION OF THE SAME PAIR ON HOW ALIKE
000160* THEIR IMAGES ARE OVER THE FIELD-CARD FIELDS, PRINTS THE
000170* PROBABLE SAME-RECORD MATCHES IN RANK ORDER AND WRITES THEM TO
000180* A CANDIDATE FILE (RECOPC.CPY) FOR THE DESK TO CONFIRM.  THE
000190* CONFIRMED CANDIDATES GO BACK INTO CORRGEN AS KEY CHANGES.
000200*
000210* THE NA IMAGE IS THE FILE B ONE (THE KEY IS ONLY ON B) AND THE
000220* NB IMAGE THE FILE A ONE.  EACH FIELD SCORES THE PERCENTAGE OF
000230* ITS BYTES THAT AGREE, SO A ONE-CHARACTER SLIP IN A NAME STILL
000240* SCORES HIGH; THE PAIRING SCORES THE AVERAGE OVER THE FIELDS.
000250* CANDIDATES ARE TAKEN BEST FIRST AND EACH ORPHAN PAIRS ONCE -
000260* A LOWER-SCORING CANDIDATE FOR AN ORPHAN ALREADY TAKEN IS
000270* PRINTED AS AN ALTERNATE FOR THE DESK BUT NOT WRITTEN.
000280*
000290* SYSIN CARDS:
000300*     SOURCE EXTRACT|EXCEPTIONS      READ THIS CYCLE'S RECEXT
000310*                                    (EXTFILE, DEFAULT) OR THE
000320*                                    AGED RECEXC FILE (EXCIN)
000330*     RECLEN NNN                     RECORD LENGTH (DEFAULT 20)
000340*     FIELD CHAR|ZONED|SIGNED|PACKED|DATE FF-TT [TOLERANCE]
000350*                                    AS RECON TAKES THEM, SO THE
000360*                                    PAIR'S OWN FIELD CARDS CAN
000370*                                    BE SHARED; THE TOLERANCE IS
000380*                                    ACCEPTED BUT THE SCORE IS
000390*                                    ON BYTES.  AT LEAST ONE IS
000400*                                    REQUIRED
000410*     THRESHOLD NNN                  LOWEST SCORE REPORTED, 1 TO
000420*                                    100 (DEFAULT 60)
000430*     PAIR XXXXXXXX                  TAKE ONLY THAT PAIR
000440*
000450* OUTPUTS: ORPHRPT RANKED REPORT AND SUMMARY; ORPHCAND ONE
000460* RECOPC RECORD PER BEST MATCH WITH THE CONFIRM FLAG BLANK.
000470* RC=0 NORMALLY, RC=4 WHEN AN ORPHAN OR CANDIDATE TABLE FILLED
000480* AND SOME ORPHANS WERE NOT SCORED, RC=16 ON A CARD OR FILE
000490* ERROR.
000500*
000510* MODIFICATION HISTORY.
000520*   2026-10-15 DS   INITIAL VERSION.
000530*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000540*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000550*                   THE STEPSLA BATCH-WINDOW REPORT.
000560*----------------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FILE-STATUS-EXT.
000640     SELECT EXCIN-FILE ASSIGN TO EXCIN
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FILE-STATUS-EXC.
000670     SELECT CAND-FILE ASSIGN TO ORPHCAND
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FILE-STATUS-CAND.
000700     SELECT REPORT-FILE ASSIGN TO ORPHRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FILE-STATUS-RPT.
000730     SELECT PARM-FILE ASSIGN TO SYSIN
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FILE-STATUS-PARM.
000760     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS RECSTW-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EXTRACT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "RECEXT.cpy".
000840 FD  EXCIN-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "RECEXC.cpy".
000870 FD  CAND-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY "RECOPC.cpy".
000900 FD  REPORT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  REPORT-RECORD                   PIC X(132).
000930 FD  PARM-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  PARM-RECORD                     PIC X(80).
000960 FD  STEPTIME-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY "RECSTM.cpy".
000990 WORKING-STORAGE SECTION.
001000 01  WS-EOF-IN-SW                    PIC X(01) VALUE "N".
001010     88  WS-EOF-IN-YES                          VALUE "Y".
001020     88  WS-EOF-IN-NO                           VALUE "N".
001030 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
001040     88  WS-PARM-EOF-YES                        VALUE "Y".
001050     88  WS-PARM-EOF-NO                         VALUE "N".
001060 01  WS-SOURCE-SW                    PIC X(01) VALUE "X".
001070     88  WS-SOURCE-EXTRACT                      VALUE "X".
001080     88  WS-SOURCE-EXCEPTIONS                   VALUE "C".
001090 01  WS-FILE-STATUSES.
001100     05  WS-FILE-STATUS-EXT          PIC X(02) VALUE "00".
001110         88  WS-FILE-STATUS-EXT-OK             VALUE "00".
001120     05  WS-FILE-STATUS-EXC          PIC X(02) VALUE "00".
001130         88  WS-FILE-STATUS-EXC-OK             VALUE "00".
001140     05  WS-FILE-STATUS-CAND         PIC X(02) VALUE "00".
001150         88  WS-FILE-STATUS-CAND-OK            VALUE "00".
001160     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001170         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001180     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001190         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001200         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001210 01  WS-COUNTERS COMP-3.
001220     05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001230     05  WS-PAIR-SKIP-COUNT          PIC 9(07) VALUE ZERO.
001240     05  WS-OTHER-RSN-COUNT          PIC 9(07) VALUE ZERO.
001250     05  WS-NA-OVFL-COUNT            PIC 9(07) VALUE ZERO.
001260     05  WS-NB-OVFL-COUNT            PIC 9(07) VALUE ZERO.
001270     05  WS-SCORED-COUNT             PIC 9(07) VALUE ZERO.
001280     05  WS-CAND-OVFL-COUNT          PIC 9(07) VALUE ZERO.
001290     05  WS-BEST-COUNT               PIC 9(07) VALUE ZERO.
001300     05  WS-ALT-COUNT                PIC 9(07) VALUE ZERO.
001310     05  WS-NA-UNPAIRED-COUNT        PIC 9(07) VALUE ZERO.
001320     05  WS-NB-UNPAIRED-COUNT        PIC 9(07) VALUE ZERO.
001330 01  WS-PAIR-FILTER                  PIC X(08) VALUE SPACES.
001340 01  WS-THRESHOLD                    PIC 9(03) VALUE 60.
001350*----------------------------------------------------------------*
001360* FIELD CARDS - THE SAME TABLE AND LIMITS AS RECON'S.
001370*----------------------------------------------------------------*
001380 01  WS-REC-LEN                      PIC S9(04) COMP VALUE 20.
001390 01  WS-FIELD-DEFS.
001400     05  WS-FIELD-COUNT              PIC S9(04) COMP VALUE ZERO.
001410     05  WS-FIELD-MAX                PIC S9(04) COMP VALUE 10.
001420     05  WS-FIELD-ENTRY OCCURS 10 TIMES.
001430         10  WS-FLD-TYPE             PIC X(01).
001440         10  WS-FLD-FROM             PIC 9(03).
001450         10  WS-FLD-LEN              PIC 9(03).
001460 01  WS-FLD-IDX                      PIC S9(04) COMP.
001470*----------------------------------------------------------------*
001480* THE ORPHANS OF THE RUN, NA AND NB APART, EACH WITH THE IMAGE
001490* OF THE SIDE THAT HOLDS IT AND A TAKEN SWITCH SET WHEN IT IS
001500* PAIRED IN THE RANKING.
001510*----------------------------------------------------------------*
001520 01  WS-NA-TABLE.
001530     05  WS-NA-COUNT                 PIC S9(04) COMP VALUE ZERO.
001540     05  WS-NA-MAX                   PIC S9(04) COMP VALUE 1000.
001550     05  WS-NA-ENTRY OCCURS 1000 TIMES.
001560         10  WS-NA-PAIR-ID           PIC X(08).
001570         10  WS-NA-KEY               PIC X(10).
001580         10  WS-NA-DATA              PIC X(500).
001590         10  WS-NA-TAKEN-SW          PIC X(01).
001600             88  WS-NA-TAKEN                    VALUE "Y".
001610 01  WS-NB-TABLE.
001620     05  WS-NB-COUNT                 PIC S9(04) COMP VALUE ZERO.
001630     05  WS-NB-MAX                   PIC S9(04) COMP VALUE 1000.
001640     05  WS-NB-ENTRY OCCURS 1000 TIMES.
001650         10  WS-NB-PAIR-ID           PIC X(08).
001660         10  WS-NB-KEY               PIC X(10).
001670         10  WS-NB-DATA              PIC X(500).
001680         10  WS-NB-TAKEN-SW          PIC X(01).
001690             88  WS-NB-TAKEN                    VALUE "Y".
001700 01  WS-NA-IDX                       PIC S9(04) COMP.
001710 01  WS-NB-IDX                       PIC S9(04) COMP.
001720*----------------------------------------------------------------*
001730* PAIRINGS AT OR ABOVE THE THRESHOLD, RANKED BY REPEATEDLY
001740* TAKING THE HIGHEST NOT YET RANKED.
001750*----------------------------------------------------------------*
001760 01  WS-CAND-TABLE.
001770     05  WS-CAND-COUNT               PIC S9(04) COMP VALUE ZERO.
001780     05  WS-CAND-MAX                 PIC S9(04) COMP VALUE 5000.
001790     05  WS-CAND-ENTRY OCCURS 5000 TIMES.
001800         10  WS-CAND-NA-IDX          PIC S9(04) COMP.
001810         10  WS-CAND-NB-IDX          PIC S9(04) COMP.
001820         10  WS-CAND-SCORE           PIC 9(03).
001830         10  WS-CAND-EQUAL           PIC 9(02).
001840         10  WS-CAND-RANKED-SW       PIC X(01).
001850             88  WS-CAND-RANKED                 VALUE "Y".
001860 01  WS-CAND-IDX                     PIC S9(04) COMP.
001870 01  WS-BEST-IDX                     PIC S9(04) COMP.
001880 01  WS-RANK                         PIC 9(04) VALUE ZERO.
001890 01  WS-SCORE-WORK.
001900     05  WS-SCORE-SUM                PIC 9(05) COMP-3.
001910     05  WS-SCORE                    PIC 9(03).
001920     05  WS-FIELDS-EQUAL             PIC 9(02).
001930     05  WS-BYTES-EQUAL              PIC 9(03) COMP-3.
001940     05  WS-BYTE-POS                 PIC S9(04) COMP.
001950     05  WS-BYTE-END                 PIC S9(04) COMP.
001960     05  WS-FLD-A-POS                PIC S9(04) COMP.
001970     05  WS-FLD-A-LEN                PIC S9(04) COMP.
001980 01  WS-CAND-STATUS                  PIC X(09).
001990 01  WS-PARM-CARD.
002000     05  WS-PARM-CARD-BYTE-1         PIC X(01).
002010     05  FILLER                      PIC X(79).
002020 01  WS-CARD-FIELDS.
002030     05  WS-CARD-VERB                PIC X(10).
002040     05  WS-CARD-OPERAND-1          PIC X(10).
002050     05  WS-CARD-OPERAND-2          PIC X(10).
002060     05  WS-CARD-OPERAND-3          PIC X(10).
002070 01  WS-CARD-VALUE-X                 PIC X(07).
002080 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
002090                                     PIC 9(07).
002100 01  WS-CARD-RANGE.
002110     05  WS-CARD-FROM-X              PIC X(03).
002120     05  WS-CARD-TO-X                PIC X(03).
002130 01  WS-CARD-FROM                    PIC 9(03).
002140 01  WS-CARD-TO                      PIC 9(03).
002150 01  WS-RNG-PART                     PIC X(03).
002160 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
002170     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
002180 01  WS-RNG-VALUE                    PIC 9(03).
002190 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
002200 01  WS-RNG-IDX                      PIC S9(04) COMP.
002210 01  WS-RNG-DIGIT-X                  PIC X(01).
002220 01  WS-RNG-DIGIT REDEFINES WS-RNG-DIGIT-X
002230                                     PIC 9(01).
002240 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
002250     88  WS-RANGE-VALID-YES                     VALUE "Y".
002260     88  WS-RANGE-VALID-NO                      VALUE "N".
002270 01  WS-IN-RECORD.
002280     05  WS-IN-KEY                   PIC X(10).
002290     05  WS-IN-REASON                PIC X(02).
002300     05  WS-IN-PAIR-ID               PIC X(08).
002310     05  WS-IN-FILEA-DATA            PIC X(500).
002320     05  WS-IN-FILEB-DATA            PIC X(500).
002330 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
002340 01  WS-EDIT-RANK                    PIC ZZZ9.
002350 01  WS-EDIT-SCORE                   PIC ZZ9.
002360 01  WS-EDIT-FIELDS                  PIC Z9.
002370 01  WS-REPORT-LINE                  PIC X(132).
002380 01  WS-RUN-DATE                     PIC X(08).
002390 COPY "RECSTW.cpy".
002400 PROCEDURE DIVISION.
002410 0000-MAINLINE.
002420     MOVE "ORPHPAIR" TO RECSTW-PROGRAM-ID
002430     PERFORM 9800-START-STEP-TIMING
002440         THRU 9800-START-STEP-TIMING-EXIT
002450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002460     PERFORM 2000-LOAD-ORPHAN
002470         THRU 2000-LOAD-ORPHAN-EXIT
002480         UNTIL WS-EOF-IN-YES
002490     PERFORM 3000-SCORE-ONE-NA
002500         THRU 3000-SCORE-ONE-NA-EXIT
002510         VARYING WS-NA-IDX FROM 1 BY 1
002520         UNTIL WS-NA-IDX > WS-NA-COUNT
002530     PERFORM 4000-PRINT-HEADINGS THRU 4000-PRINT-HEADINGS-EXIT
002540     PERFORM 4100-RANK-NEXT-CANDIDATE
002550         THRU 4100-RANK-NEXT-CANDIDATE-EXIT
002560         WS-CAND-COUNT TIMES
002570     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002580     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002590     MOVE WS-READ-COUNT TO RECSTW-RECORD-COUNT
002600     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002610     PERFORM 9810-WRITE-STEP-TIMING
002620         THRU 9810-WRITE-STEP-TIMING-EXIT
002630     GOBACK
002640     .
002650 0000-MAINLINE-EXIT.
002660     EXIT.
002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002690     PERFORM 1100-READ-PARM-CARDS
002700         THRU 1100-READ-PARM-CARDS-EXIT
002710     IF WS-FIELD-COUNT = 0
002720         DISPLAY "ORPHPAIR: AT LEAST ONE FIELD CARD IS REQUIRED"
002730         MOVE 16 TO RETURN-CODE
002740         GOBACK
002750     END-IF
002760     IF WS-SOURCE-EXTRACT
002770         OPEN INPUT EXTRACT-FILE
002780         IF NOT WS-FILE-STATUS-EXT-OK
002790             DISPLAY "ORPHPAIR: OPEN FAILED FOR EXTFILE - STATUS "
002800                 WS-FILE-STATUS-EXT
002810             MOVE 16 TO RETURN-CODE
002820             GOBACK
002830         END-IF
002840     ELSE
002850         OPEN INPUT EXCIN-FILE
002860         IF NOT WS-FILE-STATUS-EXC-OK
002870             DISPLAY "ORPHPAIR: OPEN FAILED FOR EXCIN - STATUS "
002880                 WS-FILE-STATUS-EXC
002890             MOVE 16 TO RETURN-CODE
002900             GOBACK
002910         END-IF
002920     END-IF
002930     OPEN OUTPUT CAND-FILE
002940     IF NOT WS-FILE-STATUS-CAND-OK
002950         DISPLAY "ORPHPAIR: OPEN FAILED FOR ORPHCAND - STATUS "
002960             WS-FILE-STATUS-CAND
002970         MOVE 16 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     OPEN OUTPUT REPORT-FILE
003010     IF NOT WS-FILE-STATUS-RPT-OK
003020         DISPLAY "ORPHPAIR: OPEN FAILED FOR ORPHRPT - STATUS "
003030             WS-FILE-STATUS-RPT
003040         MOVE 16 TO RETURN-CODE
003050         GOBACK
003060     END-IF
003070     .
003080 1000-INITIALIZE-EXIT.
003090     EXIT.
003100 1100-READ-PARM-CARDS.
003110     OPEN INPUT PARM-FILE
003120     IF WS-FILE-STATUS-PARM-NOTFND
003130         SET WS-PARM-EOF-YES TO TRUE
003140         GO TO 1100-READ-PARM-CARDS-EXIT
003150     END-IF
003160     IF NOT WS-FILE-STATUS-PARM-OK
003170         DISPLAY "ORPHPAIR: OPEN FAILED FOR SYSIN - STATUS "
003180             WS-FILE-STATUS-PARM
003190         MOVE 16 TO RETURN-CODE
003200         GOBACK
003210     END-IF
003220     PERFORM 1110-READ-PARM-CARD
003230         THRU 1110-READ-PARM-CARD-EXIT
003240         UNTIL WS-PARM-EOF-YES
003250     CLOSE PARM-FILE
003260     .
003270 1100-READ-PARM-CARDS-EXIT.
003280     EXIT.
003290 1110-READ-PARM-CARD.
003300     READ PARM-FILE INTO WS-PARM-CARD
003310         AT END
003320             SET WS-PARM-EOF-YES TO TRUE
003330             GO TO 1110-READ-PARM-CARD-EXIT
003340     END-READ
003350     IF NOT WS-FILE-STATUS-PARM-OK
003360         DISPLAY "ORPHPAIR: READ FAILED FOR SYSIN - STATUS "
003370             WS-FILE-STATUS-PARM
003380         MOVE 16 TO RETURN-CODE
003390         GOBACK
003400     END-IF
003410     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003420         GO TO 1110-READ-PARM-CARD-EXIT
003430     END-IF
003440     MOVE SPACES TO WS-CARD-FIELDS
003450     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003460         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003470             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
003480     END-UNSTRING
003490     EVALUATE WS-CARD-VERB
003500         WHEN "SOURCE"
003510             EVALUATE WS-CARD-OPERAND-1
003520                 WHEN "EXTRACT"
003530                     SET WS-SOURCE-EXTRACT TO TRUE
003540                 WHEN "EXCEPTIONS"
003550                     SET WS-SOURCE-EXCEPTIONS TO TRUE
003560                 WHEN OTHER
003570                     DISPLAY "ORPHPAIR: BAD SOURCE - "
003580                         WS-CARD-OPERAND-1
003590                     MOVE 16 TO RETURN-CODE
003600                     GOBACK
003610             END-EVALUATE
003620         WHEN "RECLEN"
003630             PERFORM 1175-APPLY-RECLEN-CARD
003640                 THRU 1175-APPLY-RECLEN-CARD-EXIT
003650         WHEN "FIELD"
003660             PERFORM 1180-APPLY-FIELD-CARD
003670                 THRU 1180-APPLY-FIELD-CARD-EXIT
003680         WHEN "THRESHOLD"
003690             PERFORM 1190-APPLY-THRESHOLD-CARD
003700                 THRU 1190-APPLY-THRESHOLD-CARD-EXIT
003710         WHEN "PAIR"
003720             MOVE WS-CARD-OPERAND-1 (1:8) TO WS-PAIR-FILTER
003730         WHEN OTHER
003740             DISPLAY "ORPHPAIR: UNRECOGNIZED PARM CARD - "
003750                 WS-PARM-CARD
003760             MOVE 16 TO RETURN-CODE
003770             GOBACK
003780     END-EVALUATE
003790     .
003800 1110-READ-PARM-CARD-EXIT.
003810     EXIT.
003820 1125-PARSE-CARD-RANGE.
003830     SET WS-RANGE-VALID-YES TO TRUE
003840     MOVE WS-CARD-FROM-X TO WS-RNG-PART
003850     PERFORM 1128-PARSE-RANGE-PART
003860         THRU 1128-PARSE-RANGE-PART-EXIT
003870     MOVE WS-RNG-VALUE TO WS-CARD-FROM
003880     MOVE WS-CARD-TO-X TO WS-RNG-PART
003890     PERFORM 1128-PARSE-RANGE-PART
003900         THRU 1128-PARSE-RANGE-PART-EXIT
003910     MOVE WS-RNG-VALUE TO WS-CARD-TO
003920     .
003930 1125-PARSE-CARD-RANGE-EXIT.
003940     EXIT.
003950 1128-PARSE-RANGE-PART.
003960     MOVE ZERO TO WS-RNG-VALUE
003970     MOVE ZERO TO WS-RNG-DIGITS
003980     PERFORM 1129-PARSE-ONE-DIGIT
003990         THRU 1129-PARSE-ONE-DIGIT-EXIT
004000         VARYING WS-RNG-IDX FROM 1 BY 1
004010         UNTIL WS-RNG-IDX > 3
004020     IF WS-RNG-DIGITS = 0
004030         SET WS-RANGE-VALID-NO TO TRUE
004040     END-IF
004050     .
004060 1128-PARSE-RANGE-PART-EXIT.
004070     EXIT.
004080 1129-PARSE-ONE-DIGIT.
004090     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X
004100     EVALUATE TRUE
004110         WHEN WS-RNG-DIGIT-X = SPACE
004120             CONTINUE
004130         WHEN WS-RNG-DIGIT-X NUMERIC
004140             COMPUTE WS-RNG-VALUE =
004150                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT
004160             ADD 1 TO WS-RNG-DIGITS
004170         WHEN OTHER
004180             SET WS-RANGE-VALID-NO TO TRUE
004190     END-EVALUATE
004200     .
004210 1129-PARSE-ONE-DIGIT-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------*
004240* 1175 - RECLEN CARD, AS RECON'S: 1 TO 500, DEFAULT 20.  IT MUST
004250* PRECEDE THE FIELD CARDS.
004260*----------------------------------------------------------------*
004270 1175-APPLY-RECLEN-CARD.
004280     SET WS-RANGE-VALID-YES TO TRUE
004290     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
004300     PERFORM 1128-PARSE-RANGE-PART
004310         THRU 1128-PARSE-RANGE-PART-EXIT
004320     IF WS-RANGE-VALID-NO
004330             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
004340         DISPLAY "ORPHPAIR: BAD RECLEN - " WS-CARD-OPERAND-1
004350         MOVE 16 TO RETURN-CODE
004360         GOBACK
004370     END-IF
004380     MOVE WS-RNG-VALUE TO WS-REC-LEN
004390     .
004400 1175-APPLY-RECLEN-CARD-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------*
004430* 1180 - ONE FIELD CARD, VALIDATED AS RECON VALIDATES IT SO A
004440* DECK RECON ACCEPTS IS ACCEPTED HERE TOO.
004450*----------------------------------------------------------------*
004460 1180-APPLY-FIELD-CARD.
004470     MOVE SPACES TO WS-CARD-RANGE
004480     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
004490         INTO WS-CARD-FROM-X WS-CARD-TO-X
004500     END-UNSTRING
004510     PERFORM 1125-PARSE-CARD-RANGE
004520         THRU 1125-PARSE-CARD-RANGE-EXIT
004530     IF WS-RANGE-VALID-NO
004540         DISPLAY "ORPHPAIR: BAD FIELD RANGE - " WS-CARD-OPERAND-2
004550         MOVE 16 TO RETURN-CODE
004560         GOBACK
004570     END-IF
004580     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
004590             OR WS-CARD-FROM > WS-CARD-TO
004600         DISPLAY "ORPHPAIR: FIELD RANGE OUT OF BOUNDS - "
004610             WS-CARD-OPERAND-2
004620         MOVE 16 TO RETURN-CODE
004630         GOBACK
004640     END-IF
004650     IF WS-FIELD-COUNT = WS-FIELD-MAX
004660         DISPLAY "ORPHPAIR: TOO MANY FIELD CARDS"
004670         MOVE 16 TO RETURN-CODE
004680         GOBACK
004690     END-IF
004700     ADD 1 TO WS-FIELD-COUNT
004710     MOVE WS-CARD-FROM TO WS-FLD-FROM (WS-FIELD-COUNT)
004720     COMPUTE WS-FLD-LEN (WS-FIELD-COUNT) =
004730         WS-CARD-TO - WS-CARD-FROM + 1
004740     EVALUATE WS-CARD-OPERAND-1
004750         WHEN "CHAR"
004760             MOVE "C" TO WS-FLD-TYPE (WS-FIELD-COUNT)
004770         WHEN "ZONED"
004780             MOVE "Z" TO WS-FLD-TYPE (WS-FIELD-COUNT)
004790         WHEN "SIGNED"
004800             MOVE "S" TO WS-FLD-TYPE (WS-FIELD-COUNT)
004810         WHEN "PACKED"
004820             MOVE "P" TO WS-FLD-TYPE (WS-FIELD-COUNT)
004830         WHEN "DATE"
004840             MOVE "D" TO WS-FLD-TYPE (WS-FIELD-COUNT)
004850         WHEN OTHER
004860             DISPLAY "ORPHPAIR: BAD FIELD TYPE - "
004870                 WS-CARD-OPERAND-1
004880             MOVE 16 TO RETURN-CODE
004890             GOBACK
004900     END-EVALUATE
004910     EVALUATE WS-FLD-TYPE (WS-FIELD-COUNT)
004920         WHEN "P"
004930             IF WS-FLD-LEN (WS-FIELD-COUNT) > 8
004940                 DISPLAY "ORPHPAIR: PACKED FIELD OVER 8 BYTES"
004950                 MOVE 16 TO RETURN-CODE
004960                 GOBACK
004970             END-IF
004980         WHEN "Z"
004990         WHEN "S"
005000             IF WS-FLD-LEN (WS-FIELD-COUNT) > 15
005010                 DISPLAY "ORPHPAIR: ZONED FIELD OVER 15 DIGITS"
005020                 MOVE 16 TO RETURN-CODE
005030                 GOBACK
005040             END-IF
005050         WHEN "D"
005060             IF WS-FLD-LEN (WS-FIELD-COUNT) NOT = 8
005070                     AND WS-FLD-LEN (WS-FIELD-COUNT) NOT = 10
005080                 DISPLAY "ORPHPAIR: DATE FIELD MUST BE 8 OR 10"
005090                 MOVE 16 TO RETURN-CODE
005100                 GOBACK
005110             END-IF
005120         WHEN "C"
005130             IF WS-FLD-LEN (WS-FIELD-COUNT) > 40
005140                 DISPLAY "ORPHPAIR: CHAR FIELD OVER 40 BYTES"
005150                 MOVE 16 TO RETURN-CODE
005160                 GOBACK
005170             END-IF
005180     END-EVALUATE
005190     IF WS-CARD-OPERAND-3 NOT = SPACES
005200         IF WS-FLD-TYPE (WS-FIELD-COUNT) = "C"
005210                 OR WS-FLD-TYPE (WS-FIELD-COUNT) = "D"
005220             DISPLAY "ORPHPAIR: TOLERANCE INVALID FOR FIELD TYPE"
005230             MOVE 16 TO RETURN-CODE
005240             GOBACK
005250         END-IF
005260         MOVE WS-CARD-OPERAND-3 TO WS-CARD-VALUE-X
005270         IF WS-CARD-VALUE NOT NUMERIC
005280             DISPLAY "ORPHPAIR: BAD FIELD TOLERANCE - "
005290                 WS-CARD-OPERAND-3
005300             MOVE 16 TO RETURN-CODE
005310             GOBACK
005320         END-IF
005330     END-IF
005340     .
005350 1180-APPLY-FIELD-CARD-EXIT.
005360     EXIT.
005370 1190-APPLY-THRESHOLD-CARD.
005380     SET WS-RANGE-VALID-YES TO TRUE
005390     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
005400     PERFORM 1128-PARSE-RANGE-PART
005410         THRU 1128-PARSE-RANGE-PART-EXIT
005420     IF WS-RANGE-VALID-NO
005430             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 100
005440         DISPLAY "ORPHPAIR: BAD THRESHOLD - " WS-CARD-OPERAND-1
005450         MOVE 16 TO RETURN-CODE
005460         GOBACK
005470     END-IF
005480     MOVE WS-RNG-VALUE TO WS-THRESHOLD
005490     .
005500 1190-APPLY-THRESHOLD-CARD-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------*
005530* 2000 - ONE INPUT RECORD.  BOTH SOURCES ARE BROUGHT TO ONE
005540* WORK LAYOUT; ONLY NA AND NB EXCEPTIONS OF THE PAIR WANTED ARE
005550* KEPT.  AN ORPHAN THAT DOES NOT FIT ITS TABLE IS COUNTED AND
005560* LEFT UNSCORED.
005570*----------------------------------------------------------------*
005580 2000-LOAD-ORPHAN.
005590     IF WS-SOURCE-EXTRACT
005600         READ EXTRACT-FILE
005610             AT END
005620                 SET WS-EOF-IN-YES TO TRUE
005630                 GO TO 2000-LOAD-ORPHAN-EXIT
005640         END-READ
005650         IF NOT WS-FILE-STATUS-EXT-OK
005660             DISPLAY "ORPHPAIR: READ FAILED FOR EXTFILE - STATUS "
005670                 WS-FILE-STATUS-EXT
005680             MOVE 16 TO RETURN-CODE
005690             GOBACK
005700         END-IF
005710         MOVE RECEXT-KEY TO WS-IN-KEY
005720         MOVE RECEXT-REASON-CODE TO WS-IN-REASON
005730         MOVE RECEXT-PAIR-ID TO WS-IN-PAIR-ID
005740         MOVE RECEXT-FILEA-DATA TO WS-IN-FILEA-DATA
005750         MOVE RECEXT-FILEB-DATA TO WS-IN-FILEB-DATA
005760     ELSE
005770         READ EXCIN-FILE
005780             AT END
005790                 SET WS-EOF-IN-YES TO TRUE
005800                 GO TO 2000-LOAD-ORPHAN-EXIT
005810         END-READ
005820         IF NOT WS-FILE-STATUS-EXC-OK
005830             DISPLAY "ORPHPAIR: READ FAILED FOR EXCIN - STATUS "
005840                 WS-FILE-STATUS-EXC
005850             MOVE 16 TO RETURN-CODE
005860             GOBACK
005870         END-IF
005880         MOVE RECEXC-KEY TO WS-IN-KEY
005890         MOVE RECEXC-REASON-CODE TO WS-IN-REASON
005900         MOVE RECEXC-PAIR-ID TO WS-IN-PAIR-ID
005910         MOVE RECEXC-FILEA-DATA TO WS-IN-FILEA-DATA
005920         MOVE RECEXC-FILEB-DATA TO WS-IN-FILEB-DATA
005930     END-IF
005940     ADD 1 TO WS-READ-COUNT
005950     IF WS-PAIR-FILTER NOT = SPACES
005960             AND WS-IN-PAIR-ID NOT = WS-PAIR-FILTER
005970         ADD 1 TO WS-PAIR-SKIP-COUNT
005980         GO TO 2000-LOAD-ORPHAN-EXIT
005990     END-IF
006000     EVALUATE WS-IN-REASON
006010         WHEN "NA"
006020             IF WS-NA-COUNT = WS-NA-MAX
006030                 ADD 1 TO WS-NA-OVFL-COUNT
006040                 GO TO 2000-LOAD-ORPHAN-EXIT
006050             END-IF
006060             ADD 1 TO WS-NA-COUNT
006070             MOVE WS-IN-PAIR-ID TO WS-NA-PAIR-ID (WS-NA-COUNT)
006080             MOVE WS-IN-KEY TO WS-NA-KEY (WS-NA-COUNT)
006090             MOVE WS-IN-FILEB-DATA TO WS-NA-DATA (WS-NA-COUNT)
006100             MOVE "N" TO WS-NA-TAKEN-SW (WS-NA-COUNT)
006110         WHEN "NB"
006120             IF WS-NB-COUNT = WS-NB-MAX
006130                 ADD 1 TO WS-NB-OVFL-COUNT
006140                 GO TO 2000-LOAD-ORPHAN-EXIT
006150             END-IF
006160             ADD 1 TO WS-NB-COUNT
006170             MOVE WS-IN-PAIR-ID TO WS-NB-PAIR-ID (WS-NB-COUNT)
006180             MOVE WS-IN-KEY TO WS-NB-KEY (WS-NB-COUNT)
006190             MOVE WS-IN-FILEA-DATA TO WS-NB-DATA (WS-NB-COUNT)
006200             MOVE "N" TO WS-NB-TAKEN-SW (WS-NB-COUNT)
006210         WHEN OTHER
006220             ADD 1 TO WS-OTHER-RSN-COUNT
006230     END-EVALUATE
006240     .
006250 2000-LOAD-ORPHAN-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------*
006280* 3000 - ONE NA ORPHAN AGAINST EVERY NB ORPHAN OF ITS PAIR.
006290*----------------------------------------------------------------*
006300 3000-SCORE-ONE-NA.
006310     PERFORM 3100-SCORE-ONE-PAIRING
006320         THRU 3100-SCORE-ONE-PAIRING-EXIT
006330         VARYING WS-NB-IDX FROM 1 BY 1
006340         UNTIL WS-NB-IDX > WS-NB-COUNT
006350     .
006360 3000-SCORE-ONE-NA-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------*
006390* 3100 - SCORE ONE NA/NB PAIRING: THE AVERAGE OF THE FIELD
006400* SCORES.  ONE AT OR ABOVE THE THRESHOLD BECOMES A CANDIDATE.
006410*----------------------------------------------------------------*
006420 3100-SCORE-ONE-PAIRING.
006430     IF WS-NB-PAIR-ID (WS-NB-IDX) NOT = WS-NA-PAIR-ID (WS-NA-IDX)
006440         GO TO 3100-SCORE-ONE-PAIRING-EXIT
006450     END-IF
006460     ADD 1 TO WS-SCORED-COUNT
006470     MOVE ZERO TO WS-SCORE-SUM
006480     MOVE ZERO TO WS-FIELDS-EQUAL
006490     PERFORM 3200-SCORE-ONE-FIELD
006500         THRU 3200-SCORE-ONE-FIELD-EXIT
006510         VARYING WS-FLD-IDX FROM 1 BY 1
006520         UNTIL WS-FLD-IDX > WS-FIELD-COUNT
006530     COMPUTE WS-SCORE = WS-SCORE-SUM / WS-FIELD-COUNT
006540     IF WS-SCORE < WS-THRESHOLD
006550         GO TO 3100-SCORE-ONE-PAIRING-EXIT
006560     END-IF
006570     IF WS-CAND-COUNT = WS-CAND-MAX
006580         ADD 1 TO WS-CAND-OVFL-COUNT
006590         GO TO 3100-SCORE-ONE-PAIRING-EXIT
006600     END-IF
006610     ADD 1 TO WS-CAND-COUNT
006620     MOVE WS-NA-IDX TO WS-CAND-NA-IDX (WS-CAND-COUNT)
006630     MOVE WS-NB-IDX TO WS-CAND-NB-IDX (WS-CAND-COUNT)
006640     MOVE WS-SCORE TO WS-CAND-SCORE (WS-CAND-COUNT)
006650     MOVE WS-FIELDS-EQUAL TO WS-CAND-EQUAL (WS-CAND-COUNT)
006660     MOVE "N" TO WS-CAND-RANKED-SW (WS-CAND-COUNT)
006670     .
006680 3100-SCORE-ONE-PAIRING-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------*
006710* 3200 - ONE FIELD: 100 WHEN THE TWO IMAGES AGREE ON IT,
006720* OTHERWISE THE PERCENTAGE OF ITS BYTES THAT AGREE POSITION
006730* BY POSITION.
006740*----------------------------------------------------------------*
006750 3200-SCORE-ONE-FIELD.
006760     MOVE WS-FLD-FROM (WS-FLD-IDX) TO WS-FLD-A-POS
006770     MOVE WS-FLD-LEN (WS-FLD-IDX) TO WS-FLD-A-LEN
006780     IF WS-NA-DATA (WS-NA-IDX) (WS-FLD-A-POS:WS-FLD-A-LEN) =
006790             WS-NB-DATA (WS-NB-IDX) (WS-FLD-A-POS:WS-FLD-A-LEN)
006800         ADD 100 TO WS-SCORE-SUM
006810         ADD 1 TO WS-FIELDS-EQUAL
006820         GO TO 3200-SCORE-ONE-FIELD-EXIT
006830     END-IF
006840     MOVE ZERO TO WS-BYTES-EQUAL
006850     COMPUTE WS-BYTE-END = WS-FLD-A-POS + WS-FLD-A-LEN - 1
006860     PERFORM 3210-COMPARE-ONE-BYTE
006870         THRU 3210-COMPARE-ONE-BYTE-EXIT
006880         VARYING WS-BYTE-POS FROM WS-FLD-A-POS BY 1
006890         UNTIL WS-BYTE-POS > WS-BYTE-END
006900     COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
006910         + (WS-BYTES-EQUAL * 100) / WS-FLD-A-LEN
006920     .
006930 3200-SCORE-ONE-FIELD-EXIT.
006940     EXIT.
006950 3210-COMPARE-ONE-BYTE.
006960     IF WS-NA-DATA (WS-NA-IDX) (WS-BYTE-POS:1) =
006970             WS-NB-DATA (WS-NB-IDX) (WS-BYTE-POS:1)
006980         ADD 1 TO WS-BYTES-EQUAL
006990     END-IF
007000     .
007010 3210-COMPARE-ONE-BYTE-EXIT.
007020     EXIT.
007030 4000-PRINT-HEADINGS.
007040     MOVE SPACES TO WS-REPORT-LINE
007050     STRING "ORPHAN PAIRING - PROBABLE SAME RECORD - RUN "
007060         DELIMITED BY SIZE
007070         WS-RUN-DATE DELIMITED BY SIZE
007080         INTO WS-REPORT-LINE
007090     PERFORM 8900-WRITE-REPORT-LINE
007100         THRU 8900-WRITE-REPORT-LINE-EXIT
007110     MOVE SPACES TO WS-REPORT-LINE
007120     MOVE WS-THRESHOLD TO WS-EDIT-SCORE
007130     MOVE WS-FIELD-COUNT TO WS-EDIT-FIELDS
007140     STRING "THRESHOLD SCORE " DELIMITED BY SIZE
007150         WS-EDIT-SCORE DELIMITED BY SIZE
007160         " OVER " DELIMITED BY SIZE
007170         WS-EDIT-FIELDS DELIMITED BY SIZE
007180         " FIELD(S)" DELIMITED BY SIZE
007190         INTO WS-REPORT-LINE
007200     PERFORM 8900-WRITE-REPORT-LINE
007210         THRU 8900-WRITE-REPORT-LINE-EXIT
007220     MOVE SPACES TO WS-REPORT-LINE
007230     PERFORM 8900-WRITE-REPORT-LINE
007240         THRU 8900-WRITE-REPORT-LINE-EXIT
007250     MOVE SPACES TO WS-REPORT-LINE
007260     STRING "RANK PAIR     NA KEY     NB KEY     SCORE "
007270         DELIMITED BY SIZE
007280         "FIELDS EQUAL  STATUS" DELIMITED BY SIZE
007290         INTO WS-REPORT-LINE
007300     PERFORM 8900-WRITE-REPORT-LINE
007310         THRU 8900-WRITE-REPORT-LINE-EXIT
007320     .
007330 4000-PRINT-HEADINGS-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------*
007360* 4100 - TAKE THE HIGHEST-SCORING CANDIDATE NOT YET RANKED (THE
007370* EARLIER ONE ON A TIE).  IF NEITHER ORPHAN IS TAKEN IT IS THE
007380* BEST MATCH FOR BOTH: THEY ARE MARKED TAKEN AND THE CANDIDATE
007390* IS WRITTEN.  OTHERWISE IT IS ONLY PRINTED, AS AN ALTERNATE.
007400*----------------------------------------------------------------*
007410 4100-RANK-NEXT-CANDIDATE.
007420     MOVE ZERO TO WS-BEST-IDX
007430     PERFORM 4110-CHECK-ONE-CANDIDATE
007440         THRU 4110-CHECK-ONE-CANDIDATE-EXIT
007450         VARYING WS-CAND-IDX FROM 1 BY 1
007460         UNTIL WS-CAND-IDX > WS-CAND-COUNT
007470     IF WS-BEST-IDX = 0
007480         GO TO 4100-RANK-NEXT-CANDIDATE-EXIT
007490     END-IF
007500     MOVE "Y" TO WS-CAND-RANKED-SW (WS-BEST-IDX)
007510     ADD 1 TO WS-RANK
007520     MOVE WS-CAND-NA-IDX (WS-BEST-IDX) TO WS-NA-IDX
007530     MOVE WS-CAND-NB-IDX (WS-BEST-IDX) TO WS-NB-IDX
007540     IF WS-NA-TAKEN (WS-NA-IDX) OR WS-NB-TAKEN (WS-NB-IDX)
007550         MOVE "ALTERNATE" TO WS-CAND-STATUS
007560         ADD 1 TO WS-ALT-COUNT
007570     ELSE
007580         MOVE "BEST" TO WS-CAND-STATUS
007590         ADD 1 TO WS-BEST-COUNT
007600         MOVE "Y" TO WS-NA-TAKEN-SW (WS-NA-IDX)
007610         MOVE "Y" TO WS-NB-TAKEN-SW (WS-NB-IDX)
007620         PERFORM 4200-WRITE-CANDIDATE
007630             THRU 4200-WRITE-CANDIDATE-EXIT
007640     END-IF
007650     PERFORM 4300-PRINT-CANDIDATE
007660         THRU 4300-PRINT-CANDIDATE-EXIT
007670     .
007680 4100-RANK-NEXT-CANDIDATE-EXIT.
007690     EXIT.
007700 4110-CHECK-ONE-CANDIDATE.
007710     IF WS-CAND-RANKED (WS-CAND-IDX)
007720         GO TO 4110-CHECK-ONE-CANDIDATE-EXIT
007730     END-IF
007740     IF WS-BEST-IDX = 0
007750         MOVE WS-CAND-IDX TO WS-BEST-IDX
007760         GO TO 4110-CHECK-ONE-CANDIDATE-EXIT
007770     END-IF
007780     IF WS-CAND-SCORE (WS-CAND-IDX) > WS-CAND-SCORE (WS-BEST-IDX)
007790         MOVE WS-CAND-IDX TO WS-BEST-IDX
007800     END-IF
007810     .
007820 4110-CHECK-ONE-CANDIDATE-EXIT.
007830     EXIT.
007840 4200-WRITE-CANDIDATE.
007850     MOVE SPACES TO RECOPC-RECORD
007860     MOVE WS-NA-PAIR-ID (WS-NA-IDX) TO RECOPC-PAIR-ID
007870     MOVE WS-NA-KEY (WS-NA-IDX) TO RECOPC-NA-KEY
007880     MOVE WS-NB-KEY (WS-NB-IDX) TO RECOPC-NB-KEY
007890     MOVE WS-CAND-SCORE (WS-BEST-IDX) TO RECOPC-SCORE
007900     MOVE WS-FIELD-COUNT TO RECOPC-FIELDS-COMPARED
007910     MOVE WS-CAND-EQUAL (WS-BEST-IDX) TO RECOPC-FIELDS-EQUAL
007920     MOVE WS-RANK TO RECOPC-RANK
007930     MOVE WS-RUN-DATE TO RECOPC-RUN-DATE
007940     SET RECOPC-PENDING TO TRUE
007950     WRITE RECOPC-RECORD
007960     IF NOT WS-FILE-STATUS-CAND-OK
007970         DISPLAY "ORPHPAIR: WRITE FAILED FOR ORPHCAND - STATUS "
007980             WS-FILE-STATUS-CAND
007990         MOVE 16 TO RETURN-CODE
008000         GOBACK
008010     END-IF
008020     .
008030 4200-WRITE-CANDIDATE-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------*
008060* 4300 - ONE RANKED LINE; A BEST MATCH ALSO SHOWS THE START OF
008070* BOTH IMAGES SO THE DESK CAN JUDGE IT WITHOUT A LOOKUP.
008080*----------------------------------------------------------------*
008090 4300-PRINT-CANDIDATE.
008100     MOVE SPACES TO WS-REPORT-LINE
008110     MOVE WS-RANK TO WS-EDIT-RANK
008120     MOVE WS-CAND-SCORE (WS-BEST-IDX) TO WS-EDIT-SCORE
008130     MOVE WS-CAND-EQUAL (WS-BEST-IDX) TO WS-EDIT-FIELDS
008140     STRING WS-EDIT-RANK DELIMITED BY SIZE
008150         " " DELIMITED BY SIZE
008160         WS-NA-PAIR-ID (WS-NA-IDX) DELIMITED BY SIZE
008170         " " DELIMITED BY SIZE
008180         WS-NA-KEY (WS-NA-IDX) DELIMITED BY SIZE
008190         " " DELIMITED BY SIZE
008200         WS-NB-KEY (WS-NB-IDX) DELIMITED BY SIZE
008210         "   " DELIMITED BY SIZE
008220         WS-EDIT-SCORE DELIMITED BY SIZE
008230         "       " DELIMITED BY SIZE
008240         WS-EDIT-FIELDS DELIMITED BY SIZE
008250         "       " DELIMITED BY SIZE
008260         WS-CAND-STATUS DELIMITED BY SPACE
008270         INTO WS-REPORT-LINE
008280     PERFORM 8900-WRITE-REPORT-LINE
008290         THRU 8900-WRITE-REPORT-LINE-EXIT
008300     IF WS-CAND-STATUS NOT = "BEST"
008310         GO TO 4300-PRINT-CANDIDATE-EXIT
008320     END-IF
008330     MOVE SPACES TO WS-REPORT-LINE
008340     STRING "       FILE A IMAGE (NB): " DELIMITED BY SIZE
008350         WS-NB-DATA (WS-NB-IDX) (1:WS-REC-LEN) DELIMITED BY SIZE
008360         INTO WS-REPORT-LINE
008370     PERFORM 8900-WRITE-REPORT-LINE
008380         THRU 8900-WRITE-REPORT-LINE-EXIT
008390     MOVE SPACES TO WS-REPORT-LINE
008400     STRING "       FILE B IMAGE (NA): " DELIMITED BY SIZE
008410         WS-NA-DATA (WS-NA-IDX) (1:WS-REC-LEN) DELIMITED BY SIZE
008420         INTO WS-REPORT-LINE
008430     PERFORM 8900-WRITE-REPORT-LINE
008440         THRU 8900-WRITE-REPORT-LINE-EXIT
008450     .
008460 4300-PRINT-CANDIDATE-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------*
008490* 8000 - CONTROL TOTALS.  AN ORPHAN LEFT UNTAKEN HAD NO PAIRING
008500* AT OR ABOVE THE THRESHOLD AND STAYS A PLAIN DELETE OR ADD.
008510*----------------------------------------------------------------*
008520 8000-PRINT-SUMMARY.
008530     PERFORM 8100-COUNT-UNPAIRED-NA
008540         THRU 8100-COUNT-UNPAIRED-NA-EXIT
008550         VARYING WS-NA-IDX FROM 1 BY 1
008560         UNTIL WS-NA-IDX > WS-NA-COUNT
008570     PERFORM 8110-COUNT-UNPAIRED-NB
008580         THRU 8110-COUNT-UNPAIRED-NB-EXIT
008590         VARYING WS-NB-IDX FROM 1 BY 1
008600         UNTIL WS-NB-IDX > WS-NB-COUNT
008610     MOVE SPACES TO WS-REPORT-LINE
008620     PERFORM 8900-WRITE-REPORT-LINE
008630         THRU 8900-WRITE-REPORT-LINE-EXIT
008640     MOVE SPACES TO WS-REPORT-LINE
008650     MOVE WS-READ-COUNT TO WS-EDIT-COUNT
008660     STRING "EXCEPTIONS READ     : " DELIMITED BY SIZE
008670         WS-EDIT-COUNT DELIMITED BY SIZE
008680         INTO WS-REPORT-LINE
008690     PERFORM 8900-WRITE-REPORT-LINE
008700         THRU 8900-WRITE-REPORT-LINE-EXIT
008710     MOVE SPACES TO WS-REPORT-LINE
008720     MOVE WS-NA-COUNT TO WS-EDIT-COUNT
008730     STRING "NA ORPHANS          : " DELIMITED BY SIZE
008740         WS-EDIT-COUNT DELIMITED BY SIZE
008750         INTO WS-REPORT-LINE
008760     PERFORM 8900-WRITE-REPORT-LINE
008770         THRU 8900-WRITE-REPORT-LINE-EXIT
008780     MOVE SPACES TO WS-REPORT-LINE
008790     MOVE WS-NB-COUNT TO WS-EDIT-COUNT
008800     STRING "NB ORPHANS          : " DELIMITED BY SIZE
008810         WS-EDIT-COUNT DELIMITED BY SIZE
008820         INTO WS-REPORT-LINE
008830     PERFORM 8900-WRITE-REPORT-LINE
008840         THRU 8900-WRITE-REPORT-LINE-EXIT
008850     MOVE SPACES TO WS-REPORT-LINE
008860     MOVE WS-SCORED-COUNT TO WS-EDIT-COUNT
008870     STRING "PAIRINGS SCORED     : " DELIMITED BY SIZE
008880         WS-EDIT-COUNT DELIMITED BY SIZE
008890         INTO WS-REPORT-LINE
008900     PERFORM 8900-WRITE-REPORT-LINE
008910         THRU 8900-WRITE-REPORT-LINE-EXIT
008920     MOVE SPACES TO WS-REPORT-LINE
008930     MOVE WS-BEST-COUNT TO WS-EDIT-COUNT
008940     STRING "BEST MATCHES WRITTEN: " DELIMITED BY SIZE
008950         WS-EDIT-COUNT DELIMITED BY SIZE
008960         INTO WS-REPORT-LINE
008970     PERFORM 8900-WRITE-REPORT-LINE
008980         THRU 8900-WRITE-REPORT-LINE-EXIT
008990     MOVE SPACES TO WS-REPORT-LINE
009000     MOVE WS-ALT-COUNT TO WS-EDIT-COUNT
009010     STRING "ALTERNATES          : " DELIMITED BY SIZE
009020         WS-EDIT-COUNT DELIMITED BY SIZE
009030         INTO WS-REPORT-LINE
009040     PERFORM 8900-WRITE-REPORT-LINE
009050         THRU 8900-WRITE-REPORT-LINE-EXIT
009060     MOVE SPACES TO WS-REPORT-LINE
009070     MOVE WS-NA-UNPAIRED-COUNT TO WS-EDIT-COUNT
009080     STRING "NA LEFT UNPAIRED    : " DELIMITED BY SIZE
009090         WS-EDIT-COUNT DELIMITED BY SIZE
009100         INTO WS-REPORT-LINE
009110     PERFORM 8900-WRITE-REPORT-LINE
009120         THRU 8900-WRITE-REPORT-LINE-EXIT
009130     MOVE SPACES TO WS-REPORT-LINE
009140     MOVE WS-NB-UNPAIRED-COUNT TO WS-EDIT-COUNT
009150     STRING "NB LEFT UNPAIRED    : " DELIMITED BY SIZE
009160         WS-EDIT-COUNT DELIMITED BY SIZE
009170         INTO WS-REPORT-LINE
009180     PERFORM 8900-WRITE-REPORT-LINE
009190         THRU 8900-WRITE-REPORT-LINE-EXIT
009200     IF WS-PAIR-SKIP-COUNT > 0
009210         MOVE SPACES TO WS-REPORT-LINE
009220         MOVE WS-PAIR-SKIP-COUNT TO WS-EDIT-COUNT
009230         STRING "OTHER PAIRS SKIPPED : " DELIMITED BY SIZE
009240             WS-EDIT-COUNT DELIMITED BY SIZE
009250             INTO WS-REPORT-LINE
009260         PERFORM 8900-WRITE-REPORT-LINE
009270             THRU 8900-WRITE-REPORT-LINE-EXIT
009280     END-IF
009290     IF WS-NA-OVFL-COUNT > 0 OR WS-NB-OVFL-COUNT > 0
009300         MOVE SPACES TO WS-REPORT-LINE
009310         COMPUTE WS-EDIT-COUNT =
009320             WS-NA-OVFL-COUNT + WS-NB-OVFL-COUNT
009330         STRING "ORPHANS NOT SCORED  : " DELIMITED BY SIZE
009340             WS-EDIT-COUNT DELIMITED BY SIZE
009350             "  (TABLE FULL)" DELIMITED BY SIZE
009360             INTO WS-REPORT-LINE
009370         PERFORM 8900-WRITE-REPORT-LINE
009380             THRU 8900-WRITE-REPORT-LINE-EXIT
009390     END-IF
009400     IF WS-CAND-OVFL-COUNT > 0
009410         MOVE SPACES TO WS-REPORT-LINE
009420         MOVE WS-CAND-OVFL-COUNT TO WS-EDIT-COUNT
009430         STRING "CANDIDATES DROPPED  : " DELIMITED BY SIZE
009440             WS-EDIT-COUNT DELIMITED BY SIZE
009450             "  (TABLE FULL)" DELIMITED BY SIZE
009460             INTO WS-REPORT-LINE
009470         PERFORM 8900-WRITE-REPORT-LINE
009480             THRU 8900-WRITE-REPORT-LINE-EXIT
009490     END-IF
009500     .
009510 8000-PRINT-SUMMARY-EXIT.
009520     EXIT.
009530 8100-COUNT-UNPAIRED-NA.
009540     IF NOT WS-NA-TAKEN (WS-NA-IDX)
009550         ADD 1 TO WS-NA-UNPAIRED-COUNT
009560     END-IF
009570     .
009580 8100-COUNT-UNPAIRED-NA-EXIT.
009590     EXIT.
009600 8110-COUNT-UNPAIRED-NB.
009610     IF NOT WS-NB-TAKEN (WS-NB-IDX)
009620         ADD 1 TO WS-NB-UNPAIRED-COUNT
009630     END-IF
009640     .
009650 8110-COUNT-UNPAIRED-NB-EXIT.
009660     EXIT.
009670 8900-WRITE-REPORT-LINE.
009680     WRITE REPORT-RECORD FROM WS-REPORT-LINE
009690     IF NOT WS-FILE-STATUS-RPT-OK
009700         DISPLAY "ORPHPAIR: WRITE FAILED FOR ORPHRPT - STATUS "
009710             WS-FILE-STATUS-RPT
009720         MOVE 16 TO RETURN-CODE
009730         GOBACK
009740     END-IF
009750     .
009760 8900-WRITE-REPORT-LINE-EXIT.
009770     EXIT.
009780 9999-TERMINATE.
009790     IF WS-SOURCE-EXTRACT
009800         CLOSE EXTRACT-FILE
009810     ELSE
009820         CLOSE EXCIN-FILE
009830     END-IF
009840     CLOSE CAND-FILE
009850     CLOSE REPORT-FILE
009860     IF WS-NA-OVFL-COUNT > 0 OR WS-NB-OVFL-COUNT > 0
009870             OR WS-CAND-OVFL-COUNT > 0
009880         MOVE 4 TO RETURN-CODE
009890     END-IF
009900     .
009910 9999-TERMINATE-EXIT.
009920     EXIT.
009930*----------------------------------------------------------------*
009940* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
009950*----------------------------------------------------------------*
009960 COPY "RECSTP.cpy".
009970 END PROGRAM ORPHPAIR.
