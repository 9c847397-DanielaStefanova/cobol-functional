000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FLDPROF.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* FLDPROF - FIELD-LEVEL DATA-QUALITY PROFILE OF AN EXTRACT.
000090*
000100* PROFILES THE FIELDS OF ONE RECLAY-FORMAT DATASET THE MOMENT IT
000110* LANDS, ALONGSIDE THE FILEPROV BRACKET PROOF, SO A FEED THAT IS
000120* STRUCTURALLY SOUND BUT FULL OF GARBAGE IS STOPPED AT ARRIVAL
000130* INSTEAD OF SURFACING AS THOUSANDS OF FIELD BREAKS INSIDE RECON.
000140* THE FIELDS ARE DESCRIBED BY THE SAME CARDS RECON TAKES, WITH
000150* THE SAME LIMITS, AND RECON'S OTHER CARDS ARE PASSED OVER, SO
000160* A PAIR'S OWN SYSIN DECK CAN DRIVE ITS PROFILE:
000170*     RECLEN NNN                  DATA BYTES (1-500, DEFAULT 20)
000180*     RECTYPE AT FF-TT            RECORD-TYPE BYTES, AND
000190*     RECTYPE FOR TYPE|ALL        THE TYPE LATER FIELDS APPLY TO
000200*     FIELD CHAR|ZONED|SIGNED|PACKED|DATE FF-TT [TOL [BASE]]
000210*                                 (THE TOLERANCE IS NOT USED HERE)
000220*     DICTIONARY FEEDID           PROFILE EVERY ENTRY OF THE
000230*                                 FEED'S FLDDICT DICTIONARY
000240*                                 (RECDIC.CPY) UNDER ITS NAME,
000250*                                 IN PLACE OF FIELD CARDS
000260* HEADER AND TRAILER RECORDS ARE NOT PROFILED.  FOR EVERY FIELD
000270* THE REPORT SHOWS THE RECORDS IT APPLIED TO, BLANK VALUES (ALL
000280* SPACES OR ALL LOW-VALUES), VALUES THAT WILL NOT PARSE AS THE
000290* FIELD'S TYPE - NON-NUMERIC ZONED/SIGNED/PACKED, OR A DATE THAT
000300* IS NOT A REAL CALENDAR DATE - WITH THE FIRST OFFENDING KEY,
000310* THE MINIMUM AND MAXIMUM VALID VALUES, THE DISTINCT-VALUE COUNT
000320* AND THE FIVE COMMONEST VALUES.  DISTINCT VALUES ARE KEPT FOR
000330* THE FIRST 50 PER FIELD; PAST THAT THE COUNT SHOWS AS OVER 50
000340* AND THE TOP VALUES ARE THOSE AMONG THE FIRST 50.  NUMERIC
000350* VALUES ARE SHOWN IN STORED UNITS.
000360*
000370* THRESHOLDS ARE WHOLE PERCENTAGES OF THE RECORDS A FIELD
000380* APPLIED TO; A FIELD OVER A THRESHOLD GRADES THE RUN:
000390*     BLANKS WARN [FAIL]          DEFAULT 100 100 (NEVER)
000400*     INVALID WARN [FAIL]         DEFAULT 0 5
000410*     RC=00  EVERY FIELD WITHIN ITS THRESHOLDS
000420*     RC=04  A FIELD OVER A WARN THRESHOLD
000430*     RC=08  A FIELD OVER A FAIL THRESHOLD
000440*     RC=16  CARD OR I/O ERROR, OR NO FIELD CARDS
000450*
000460* DDNAMES: INFILE, PROFRPT, SYSIN, FLDDICT (DICTIONARY CARD ONLY).
000470*
000480* MODIFICATION HISTORY.
000490*   2026-10-15 DS   INITIAL VERSION.
000500*   2026-10-15 DS   DICTIONARY FEEDID CARD - PROFILE THE FEED'S
000510*                   FLDDICT ENTRIES BY NAME; TABLE RAISED TO 30
000520*                   FIELDS TO HOLD A FULL DICTIONARY.
000530*   2026-10-15 DS   SAMPLE, PARTITION AND PARTKEY CARDS PASSED
000540*                   OVER WITH RECON'S OTHER RUN-TIME CARDS.
000550*----------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT INPUT-FILE ASSIGN TO INFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-IN.
000630     SELECT REPORT-FILE ASSIGN TO PROFRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-RPT.
000660     SELECT PARM-FILE ASSIGN TO SYSIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FILE-STATUS-PARM.
000690     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS RECSTW-FILE-STATUS.
000720     SELECT DICT-FILE ASSIGN TO FLDDICT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS RECDIW-FILE-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  INPUT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==INREC-==.
000800 FD  REPORT-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  REPORT-RECORD                   PIC X(80).
000830 FD  PARM-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  PARM-RECORD                     PIC X(80).
000860 FD  STEPTIME-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY "RECSTM.cpy".
000890 FD  DICT-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY "RECDIC.cpy".
000920 WORKING-STORAGE SECTION.
000930 01  WS-EOF-IN-SW                    PIC X(01) VALUE "N".
000940     88  WS-EOF-IN-YES                          VALUE "Y".
000950     88  WS-EOF-IN-NO                           VALUE "N".
000960 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000970     88  WS-PARM-EOF-YES                        VALUE "Y".
000980     88  WS-PARM-EOF-NO                         VALUE "N".
000990 01  WS-FILE-STATUSES.
001000     05  WS-FILE-STATUS-IN           PIC X(02) VALUE "00".
001010         88  WS-FILE-STATUS-IN-OK              VALUE "00".
001020     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001030         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001040     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001050         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001060         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001070 01  WS-RECORDS-READ                 PIC 9(09) COMP-3 VALUE ZERO.
001080 01  WS-REC-LEN                      PIC S9(04) COMP VALUE 20.
001090 01  WS-PARM-CARD.
001100     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001110     05  FILLER                      PIC X(79).
001120 01  WS-CARD-FIELDS.
001130     05  WS-CARD-VERB                PIC X(10).
001140     05  WS-CARD-OPERAND-1          PIC X(10).
001150     05  WS-CARD-OPERAND-2          PIC X(10).
001160     05  WS-CARD-OPERAND-3          PIC X(10).
001170     05  WS-CARD-OPERAND-4          PIC X(10).
001180 01  WS-CARD-VALUE-X                 PIC X(07).
001190 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
001200                                     PIC 9(05)V99.
001210 01  WS-CARD-RANGE.
001220     05  WS-CARD-FROM-X              PIC X(03).
001230     05  WS-CARD-TO-X                PIC X(03).
001240 01  WS-CARD-FROM                    PIC 9(03).
001250 01  WS-CARD-TO                      PIC 9(03).
001260 01  WS-RNG-PART                     PIC X(03).
001270 01  WS-RNG-PART-TBL REDEFINES WS-RNG-PART.
001280     05  WS-RNG-CHAR OCCURS 3 TIMES  PIC X(01).
001290 01  WS-RNG-VALUE                    PIC 9(03).
001300 01  WS-RNG-DIGITS                   PIC S9(04) COMP.
001310 01  WS-RNG-IDX                      PIC S9(04) COMP.
001320 01  WS-RNG-DIGIT-X2                 PIC X(01).
001330 01  WS-RNG-DIGIT2 REDEFINES WS-RNG-DIGIT-X2
001340                                     PIC 9(01).
001350 01  WS-RANGE-VALID-SW               PIC X(01) VALUE "N".
001360     88  WS-RANGE-VALID-YES                     VALUE "Y".
001370     88  WS-RANGE-VALID-NO                      VALUE "N".
001380*----------------------------------------------------------------*
001390* RECORD-TYPE SCOPING, AS RECON'S RECTYPE CARDS: A FIELD DEFINED
001400* UNDER A RECTYPE FOR CARD IS ONLY PROFILED ON RECORDS OF THAT
001410* TYPE.
001420*----------------------------------------------------------------*
001430 01  WS-RECTYPE-CONTROLS.
001440     05  WS-RT-GIVEN-SW              PIC X(01) VALUE "N".
001450         88  WS-RT-GIVEN-YES                    VALUE "Y".
001460         88  WS-RT-GIVEN-NO                     VALUE "N".
001470     05  WS-RT-FROM                  PIC 9(03) VALUE ZERO.
001480     05  WS-RT-LEN                   PIC 9(03) VALUE ZERO.
001490     05  WS-RT-SCOPE                 PIC X(04) VALUE SPACES.
001500     05  WS-RT-CUR                   PIC X(04) VALUE SPACES.
001510*----------------------------------------------------------------*
001520* THRESHOLDS, WHOLE PERCENTAGES OF THE RECORDS A FIELD APPLIED
001530* TO.  A FIELD IS OVER A THRESHOLD WHEN COUNT * 100 EXCEEDS
001540* THRESHOLD * RECORDS, SO A SINGLE BAD VALUE IN A MILLION STILL
001550* TRIPS A ZERO THRESHOLD.
001560*----------------------------------------------------------------*
001570 01  WS-THRESHOLDS.
001580     05  WS-BLANK-WARN-PCT           PIC 9(03) VALUE 100.
001590     05  WS-BLANK-FAIL-PCT           PIC 9(03) VALUE 100.
001600     05  WS-INVALID-WARN-PCT         PIC 9(03) VALUE 0.
001610     05  WS-INVALID-FAIL-PCT         PIC 9(03) VALUE 5.
001620 01  WS-THRESH-WARN                  PIC 9(03).
001630 01  WS-THRESH-FAIL                  PIC 9(03).
001640 01  WS-THRESH-WORK COMP-3.
001650     05  WS-THRESH-COUNT-X100        PIC 9(11).
001660     05  WS-THRESH-LIMIT             PIC 9(11).
001670*----------------------------------------------------------------*
001680* ONE ENTRY PER FIELD CARD OR DICTIONARY ENTRY.  EACH FIELD
001690* KEEPS ITS NAME (DICTIONARY FIELDS ONLY), ITS COUNTS, ITS
001700* VALID-VALUE RANGE AND A TABLE OF ITS FIRST 50 DISTINCT VALUES
001710* (RAW BYTES FOR CHAR, YYYYMMDD FOR DATE, THE EDITED NUMBER FOR
001720* THE NUMERIC TYPES) WITH HOW OFTEN EACH WAS SEEN.
001730*----------------------------------------------------------------*
001740 01  WS-FIELD-CONTROLS.
001750     05  WS-FIELD-COUNT              PIC S9(04) COMP VALUE ZERO.
001760     05  WS-FIELD-MAX                PIC S9(04) COMP VALUE 30.
001770     05  WS-VAL-MAX                  PIC S9(04) COMP VALUE 50.
001780 01  WS-FIELD-TABLE.
001790     05  WS-PF-ENTRY OCCURS 30 TIMES.
001800         10  WS-PF-NAME              PIC X(08).
001810         10  WS-PF-TYPE              PIC X(01).
001820         10  WS-PF-TYPE-NAME         PIC X(06).
001830         10  WS-PF-RANGE             PIC X(07).
001840         10  WS-PF-FROM              PIC 9(03).
001850         10  WS-PF-LEN               PIC 9(03).
001860         10  WS-PF-RECTYPE           PIC X(04).
001870         10  WS-PF-RECS              PIC 9(09) COMP-3.
001880         10  WS-PF-BLANKS            PIC 9(09) COMP-3.
001890         10  WS-PF-INVALID           PIC 9(09) COMP-3.
001900         10  WS-PF-VALID             PIC 9(09) COMP-3.
001910         10  WS-PF-BAD-KEY           PIC X(10).
001920         10  WS-PF-BAD-VALUE         PIC X(20).
001930         10  WS-PF-MIN-NUM           PIC S9(15) COMP-3.
001940         10  WS-PF-MAX-NUM           PIC S9(15) COMP-3.
001950         10  WS-PF-MIN-X             PIC X(40).
001960         10  WS-PF-MAX-X             PIC X(40).
001970         10  WS-PF-VERDICT           PIC X(04).
001980         10  WS-PF-OVERFLOW-SW       PIC X(01).
001990             88  WS-PF-OVERFLOW-YES             VALUE "Y".
002000             88  WS-PF-OVERFLOW-NO              VALUE "N".
002010         10  WS-PF-DISTINCT          PIC S9(04) COMP.
002020         10  WS-PF-VAL-ENTRY OCCURS 50 TIMES.
002030             15  WS-PF-VAL           PIC X(40).
002040             15  WS-PF-VAL-CNT       PIC 9(09) COMP-3.
002050             15  WS-PF-VAL-SHOWN-SW  PIC X(01).
002060                 88  WS-PF-VAL-SHOWN            VALUE "Y".
002070 01  WS-FLD-IDX                      PIC S9(04) COMP.
002080 01  WS-VAL-IDX                      PIC S9(04) COMP.
002090 01  WS-VAL-FOUND                    PIC S9(04) COMP.
002100 01  WS-TOP-RANK                     PIC S9(04) COMP.
002110 01  WS-TOP-BEST                     PIC S9(04) COMP.
002120 01  WS-VALUE-KEY                    PIC X(40).
002130 01  WS-NUM-EDIT                     PIC -(15)9.
002140 01  WS-EXT-CONTROLS.
002150     05  WS-EXT-LEN                  PIC S9(04) COMP.
002160     05  WS-EXT-IDX                  PIC S9(04) COMP.
002170     05  WS-EXT-SIGN                 PIC S9(01) COMP.
002180     05  WS-EXT-SIGNED-SW            PIC X(01) VALUE "N".
002190         88  WS-EXT-SIGNED-YES                  VALUE "Y".
002200         88  WS-EXT-SIGNED-NO                   VALUE "N".
002210     05  WS-EXT-VALID-SW             PIC X(01) VALUE "N".
002220         88  WS-EXT-VALID-YES                   VALUE "Y".
002230         88  WS-EXT-VALID-NO                    VALUE "N".
002240 01  WS-EXT-FIELD                    PIC X(40).
002250 01  WS-EXT-FIELD-TBL REDEFINES WS-EXT-FIELD.
002260     05  WS-EXT-CHAR OCCURS 40 TIMES
002270                                     PIC X(01).
002280 01  WS-DIGIT-X                      PIC X(01).
002290 01  WS-DIGIT REDEFINES WS-DIGIT-X   PIC 9(01).
002300 01  WS-EXT-VALUE                    PIC S9(15) COMP-3.
002310 01  WS-PACKED-X                     PIC X(08).
002320 01  WS-PACKED-9 REDEFINES WS-PACKED-X
002330                                     PIC S9(15) COMP-3.
002340*----------------------------------------------------------------*
002350* DATE NORMALIZATION, AS RECON'S: YYYYMMDD, DD/MM/YYYY OR
002360* YYYY-MM-DD, THEN A REAL-DATE PROOF OF THE RESULT.
002370*----------------------------------------------------------------*
002380 01  WS-DATE-OUT                     PIC X(08).
002390 01  WS-DATE-OUT-R REDEFINES WS-DATE-OUT.
002400     05  WS-DO-YYYY                  PIC 9(04).
002410     05  WS-DO-MM                    PIC 9(02).
002420     05  WS-DO-DD                    PIC 9(02).
002430 01  WS-DATE-WORK                    PIC X(10).
002440 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002450     05  WS-DW-DD                    PIC X(02).
002460     05  WS-DW-S1                    PIC X(01).
002470     05  WS-DW-MM                    PIC X(02).
002480     05  WS-DW-S2                    PIC X(01).
002490     05  WS-DW-YYYY                  PIC X(04).
002500 01  WS-DATE-WORK-D REDEFINES WS-DATE-WORK.
002510     05  WS-DD-YYYY                  PIC X(04).
002520     05  WS-DD-S1                    PIC X(01).
002530     05  WS-DD-MM                    PIC X(02).
002540     05  WS-DD-S2                    PIC X(01).
002550     05  WS-DD-DD                    PIC X(02).
002560 01  WS-LEAP-WORK COMP-3.
002570     05  WS-LEAP-QUOT                PIC S9(05).
002580     05  WS-LEAP-REM                 PIC S9(05).
002590 01  WS-PCT                          PIC 9(03)V99 COMP-3.
002600 01  WS-PCT-EDIT                     PIC ZZ9.99.
002610 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002620 01  WS-EDIT-PCT-CARD                PIC ZZ9.
002630 01  WS-EDIT-PCT-CARD-2              PIC ZZ9.
002640 01  WS-EDIT-FIELD-NO                PIC 99.
002650 01  WS-JUST-IN                      PIC X(40).
002660 01  WS-JUST-OUT                     PIC X(40).
002670 01  WS-JUST-LEAD                    PIC S9(04) COMP.
002680 01  WS-REPORT-LINE                  PIC X(80).
002690 01  WS-RUN-DATE                     PIC X(08).
002700 01  WS-RUN-TIME-RAW                 PIC X(08).
002710 01  WS-RUN-TIME                     PIC X(06).
002720 01  WS-FINAL-RC                     PIC 9(02) VALUE ZERO.
002730 COPY "RECSTW.cpy".
002740 COPY "RECDIW.cpy".
002750 PROCEDURE DIVISION.
002760 0000-MAINLINE.
002770     MOVE "FLDPROF" TO RECSTW-PROGRAM-ID
002780     PERFORM 9800-START-STEP-TIMING
002790         THRU 9800-START-STEP-TIMING-EXIT
002800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002810     PERFORM 2000-READ-INPUT THRU 2000-READ-INPUT-EXIT
002820         UNTIL WS-EOF-IN-YES
002830     PERFORM 3000-JUDGE-FIELDS THRU 3000-JUDGE-FIELDS-EXIT
002840     PERFORM 8000-PRINT-PROFILE-REPORT
002850         THRU 8000-PRINT-PROFILE-REPORT-EXIT
002860     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002870     MOVE WS-RECORDS-READ TO RECSTW-RECORD-COUNT
002880     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002890     PERFORM 9810-WRITE-STEP-TIMING
002900         THRU 9810-WRITE-STEP-TIMING-EXIT
002910     GOBACK
002920     .
002930 0000-MAINLINE-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------*
002960* 1000 - SYSIN, OPENS.  WITHOUT A FIELD CARD THERE IS NOTHING
002970* TO PROFILE, WHICH IS A SET-UP ERROR RATHER THAN A CLEAN FEED.
002980*----------------------------------------------------------------*
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003010     ACCEPT WS-RUN-TIME-RAW FROM TIME
003020     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
003030     PERFORM 1100-READ-PARM-CARDS
003040         THRU 1100-READ-PARM-CARDS-EXIT
003050     IF RECDIW-GIVEN-YES
003060         PERFORM 1195-APPLY-FIELD-DICTIONARY
003070             THRU 1195-APPLY-FIELD-DICTIONARY-EXIT
003080     END-IF
003090     IF WS-FIELD-COUNT = 0
003100         DISPLAY "FLDPROF: NO FIELD CARDS - NOTHING TO PROFILE"
003110         MOVE 16 TO RETURN-CODE
003120         GOBACK
003130     END-IF
003140     OPEN INPUT INPUT-FILE
003150     IF NOT WS-FILE-STATUS-IN-OK
003160         DISPLAY "FLDPROF: OPEN FAILED FOR INFILE - STATUS "
003170             WS-FILE-STATUS-IN
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF
003210     OPEN OUTPUT REPORT-FILE
003220     IF NOT WS-FILE-STATUS-RPT-OK
003230         DISPLAY "FLDPROF: OPEN FAILED FOR PROFRPT - STATUS "
003240             WS-FILE-STATUS-RPT
003250         MOVE 16 TO RETURN-CODE
003260         GOBACK
003270     END-IF
003280     .
003290 1000-INITIALIZE-EXIT.
003300     EXIT.
003310 1100-READ-PARM-CARDS.
003320     OPEN INPUT PARM-FILE
003330     IF WS-FILE-STATUS-PARM-NOTFND
003340         SET WS-PARM-EOF-YES TO TRUE
003350         GO TO 1100-READ-PARM-CARDS-EXIT
003360     END-IF
003370     IF NOT WS-FILE-STATUS-PARM-OK
003380         DISPLAY "FLDPROF: OPEN FAILED FOR SYSIN - STATUS "
003390             WS-FILE-STATUS-PARM
003400         MOVE 16 TO RETURN-CODE
003410         GOBACK
003420     END-IF
003430     PERFORM 1110-READ-PARM-CARD
003440         THRU 1110-READ-PARM-CARD-EXIT
003450         UNTIL WS-PARM-EOF-YES
003460     CLOSE PARM-FILE
003470     .
003480 1100-READ-PARM-CARDS-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------*
003510* 1110 - ONE CARD.  THE CARDS ONLY RECON ACTS ON ARE ACCEPTED
003520* AND PASSED OVER SO THE PAIR'S OWN DECK CAN BE USED AS IT IS.
003530*----------------------------------------------------------------*
003540 1110-READ-PARM-CARD.
003550     READ PARM-FILE INTO WS-PARM-CARD
003560         AT END
003570             SET WS-PARM-EOF-YES TO TRUE
003580             GO TO 1110-READ-PARM-CARD-EXIT
003590     END-READ
003600     IF NOT WS-FILE-STATUS-PARM-OK
003610         DISPLAY "FLDPROF: READ FAILED FOR SYSIN - STATUS "
003620             WS-FILE-STATUS-PARM
003630         MOVE 16 TO RETURN-CODE
003640         GOBACK
003650     END-IF
003660     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003670         GO TO 1110-READ-PARM-CARD-EXIT
003680     END-IF
003690     MOVE SPACES TO WS-CARD-FIELDS
003700     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003710         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003720             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
003730             WS-CARD-OPERAND-4
003740     END-UNSTRING
003750     EVALUATE WS-CARD-VERB
003760         WHEN "FIELD"
003770             PERFORM 1180-APPLY-FIELD-CARD
003780                 THRU 1180-APPLY-FIELD-CARD-EXIT
003790         WHEN "RECLEN"
003800             PERFORM 1175-APPLY-RECLEN-CARD
003810                 THRU 1175-APPLY-RECLEN-CARD-EXIT
003820         WHEN "RECTYPE"
003830             PERFORM 1177-APPLY-RECTYPE-CARD
003840                 THRU 1177-APPLY-RECTYPE-CARD-EXIT
003850         WHEN "DICTIONARY"
003860             PERFORM 1170-APPLY-DICTIONARY-CARD
003870                 THRU 1170-APPLY-DICTIONARY-CARD-EXIT
003880         WHEN "BLANKS"
003890         WHEN "INVALID"
003900             PERFORM 1190-APPLY-THRESHOLD-CARD
003910                 THRU 1190-APPLY-THRESHOLD-CARD-EXIT
003920         WHEN "INPUT"
003930         WHEN "CYCLE"
003940         WHEN "AMOUNT"
003950         WHEN "PRESORT"
003960         WHEN "PARALLEL"
003970         WHEN "PARTITION"
003980         WHEN "PARTKEY"
003990         WHEN "MODE"
004000         WHEN "KEY"
004010         WHEN "CHECKPOINT"
004020         WHEN "TOLERANCE"
004030         WHEN "COMPARE"
004040         WHEN "MASKFIELD"
004050         WHEN "CLEAREXTRACT"
004060         WHEN "FORCE"
004070         WHEN "PROGRESS"
004080         WHEN "AGGREGATE"
004090         WHEN "CURRENCY"
004100         WHEN "SAMPLE"
004110             CONTINUE
004120         WHEN OTHER
004130             DISPLAY "FLDPROF: UNRECOGNIZED PARM CARD - "
004140                 WS-PARM-CARD
004150             MOVE 16 TO RETURN-CODE
004160             GOBACK
004170     END-EVALUATE
004180     .
004190 1110-READ-PARM-CARD-EXIT.
004200     EXIT.
004210 1125-PARSE-CARD-RANGE.
004220     SET WS-RANGE-VALID-YES TO TRUE
004230     MOVE WS-CARD-FROM-X TO WS-RNG-PART
004240     PERFORM 1128-PARSE-RANGE-PART
004250         THRU 1128-PARSE-RANGE-PART-EXIT
004260     MOVE WS-RNG-VALUE TO WS-CARD-FROM
004270     MOVE WS-CARD-TO-X TO WS-RNG-PART
004280     PERFORM 1128-PARSE-RANGE-PART
004290         THRU 1128-PARSE-RANGE-PART-EXIT
004300     MOVE WS-RNG-VALUE TO WS-CARD-TO
004310     .
004320 1125-PARSE-CARD-RANGE-EXIT.
004330     EXIT.
004340 1128-PARSE-RANGE-PART.
004350     MOVE ZERO TO WS-RNG-VALUE
004360     MOVE ZERO TO WS-RNG-DIGITS
004370     PERFORM 1129-PARSE-ONE-DIGIT
004380         THRU 1129-PARSE-ONE-DIGIT-EXIT
004390         VARYING WS-RNG-IDX FROM 1 BY 1
004400         UNTIL WS-RNG-IDX > 3
004410     IF WS-RNG-DIGITS = 0
004420         SET WS-RANGE-VALID-NO TO TRUE
004430     END-IF
004440     .
004450 1128-PARSE-RANGE-PART-EXIT.
004460     EXIT.
004470 1129-PARSE-ONE-DIGIT.
004480     MOVE WS-RNG-CHAR (WS-RNG-IDX) TO WS-RNG-DIGIT-X2
004490     EVALUATE TRUE
004500         WHEN WS-RNG-DIGIT-X2 = SPACE
004510             CONTINUE
004520         WHEN WS-RNG-DIGIT-X2 NUMERIC
004530             COMPUTE WS-RNG-VALUE =
004540                 WS-RNG-VALUE * 10 + WS-RNG-DIGIT2
004550             ADD 1 TO WS-RNG-DIGITS
004560         WHEN OTHER
004570             SET WS-RANGE-VALID-NO TO TRUE
004580     END-EVALUATE
004590     .
004600 1129-PARSE-ONE-DIGIT-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------*
004630* 1170 - DICTIONARY FEEDID: LOAD THE FEED'S FLDDICT ENTRIES.  THEY
004640* ARE APPLIED ONCE EVERY CARD IS READ (1195), SO THE RECLEN AND
004650* RECTYPE AT CARDS MAY FOLLOW THE DICTIONARY CARD.
004660*----------------------------------------------------------------*
004670 1170-APPLY-DICTIONARY-CARD.
004680     IF RECDIW-GIVEN-YES
004690         DISPLAY "FLDPROF: ONLY ONE DICTIONARY CARD IS ALLOWED"
004700         MOVE 16 TO RETURN-CODE
004710         GOBACK
004720     END-IF
004730     IF WS-CARD-OPERAND-1 = SPACES
004740             OR WS-CARD-OPERAND-1 (9:) NOT = SPACES
004750         DISPLAY "FLDPROF: BAD DICTIONARY FEED ID - "
004760             WS-CARD-OPERAND-1
004770         MOVE 16 TO RETURN-CODE
004780         GOBACK
004790     END-IF
004800     MOVE WS-CARD-OPERAND-1 TO RECDIW-FEED-ID
004810     PERFORM 9840-LOAD-FIELD-DICTIONARY
004820         THRU 9840-LOAD-FIELD-DICTIONARY-EXIT
004830     .
004840 1170-APPLY-DICTIONARY-CARD-EXIT.
004850     EXIT.
004860 1175-APPLY-RECLEN-CARD.
004870     SET WS-RANGE-VALID-YES TO TRUE
004880     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
004890     PERFORM 1128-PARSE-RANGE-PART
004900         THRU 1128-PARSE-RANGE-PART-EXIT
004910     IF WS-RANGE-VALID-NO
004920             OR WS-RNG-VALUE = 0 OR WS-RNG-VALUE > 500
004930         DISPLAY "FLDPROF: BAD RECLEN - " WS-CARD-OPERAND-1
004940         MOVE 16 TO RETURN-CODE
004950         GOBACK
004960     END-IF
004970     MOVE WS-RNG-VALUE TO WS-REC-LEN
004980     .
004990 1175-APPLY-RECLEN-CARD-EXIT.
005000     EXIT.
005010 1177-APPLY-RECTYPE-CARD.
005020     EVALUATE WS-CARD-OPERAND-1
005030         WHEN "AT"
005040             IF WS-RT-GIVEN-YES
005050                 DISPLAY "FLDPROF: ONLY ONE RECTYPE AT CARD"
005060                     " ALLOWED"
005070                 MOVE 16 TO RETURN-CODE
005080                 GOBACK
005090             END-IF
005100             MOVE SPACES TO WS-CARD-RANGE
005110             UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
005120                 INTO WS-CARD-FROM-X WS-CARD-TO-X
005130             END-UNSTRING
005140             PERFORM 1125-PARSE-CARD-RANGE
005150                 THRU 1125-PARSE-CARD-RANGE-EXIT
005160             IF WS-RANGE-VALID-NO
005170                     OR WS-CARD-FROM < 1
005180                     OR WS-CARD-TO > WS-REC-LEN
005190                     OR WS-CARD-FROM > WS-CARD-TO
005200                     OR WS-CARD-TO - WS-CARD-FROM + 1 > 4
005210                 DISPLAY "FLDPROF: BAD RECTYPE RANGE - "
005220                     WS-CARD-OPERAND-2
005230                 MOVE 16 TO RETURN-CODE
005240                 GOBACK
005250             END-IF
005260             MOVE WS-CARD-FROM TO WS-RT-FROM
005270             COMPUTE WS-RT-LEN = WS-CARD-TO - WS-CARD-FROM + 1
005280             SET WS-RT-GIVEN-YES TO TRUE
005290         WHEN "FOR"
005300             IF WS-RT-GIVEN-NO
005310                 DISPLAY "FLDPROF: RECTYPE FOR NEEDS A RECTYPE AT"
005320                     " CARD BEFORE IT"
005330                 MOVE 16 TO RETURN-CODE
005340                 GOBACK
005350             END-IF
005360             IF WS-CARD-OPERAND-2 = "ALL"
005370                 MOVE SPACES TO WS-RT-SCOPE
005380                 GO TO 1177-APPLY-RECTYPE-CARD-EXIT
005390             END-IF
005400             IF WS-CARD-OPERAND-2 = SPACES
005410                     OR WS-CARD-OPERAND-2 (WS-RT-LEN + 1:)
005420                         NOT = SPACES
005430                 DISPLAY "FLDPROF: BAD RECTYPE FOR VALUE - "
005440                     WS-CARD-OPERAND-2
005450                 MOVE 16 TO RETURN-CODE
005460                 GOBACK
005470             END-IF
005480             MOVE WS-CARD-OPERAND-2 TO WS-RT-SCOPE
005490         WHEN OTHER
005500             DISPLAY "FLDPROF: BAD RECTYPE CARD - "
005510                 WS-CARD-OPERAND-1
005520             MOVE 16 TO RETURN-CODE
005530             GOBACK
005540     END-EVALUATE
005550     .
005560 1177-APPLY-RECTYPE-CARD-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------*
005590* 1180 - FIELD TYPE FF-TT [TOL [BASE]], VALIDATED AS RECON
005600* VALIDATES IT SO A DECK THAT PROFILES CLEANLY ALSO LOADS INTO
005610* RECON.  THE TOLERANCE IS CHECKED BUT HAS NO USE HERE.
005620*----------------------------------------------------------------*
005630 1180-APPLY-FIELD-CARD.
005640     MOVE SPACES TO WS-CARD-RANGE
005650     UNSTRING WS-CARD-OPERAND-2 DELIMITED BY "-"
005660         INTO WS-CARD-FROM-X WS-CARD-TO-X
005670     END-UNSTRING
005680     PERFORM 1125-PARSE-CARD-RANGE
005690         THRU 1125-PARSE-CARD-RANGE-EXIT
005700     IF WS-RANGE-VALID-NO
005710         DISPLAY "FLDPROF: BAD FIELD RANGE - " WS-CARD-OPERAND-2
005720         MOVE 16 TO RETURN-CODE
005730         GOBACK
005740     END-IF
005750     IF WS-CARD-FROM < 1 OR WS-CARD-TO > WS-REC-LEN
005760             OR WS-CARD-FROM > WS-CARD-TO
005770         DISPLAY "FLDPROF: FIELD RANGE OUT OF BOUNDS - "
005780             WS-CARD-OPERAND-2
005790         MOVE 16 TO RETURN-CODE
005800         GOBACK
005810     END-IF
005820     IF WS-FIELD-COUNT = WS-FIELD-MAX
005830         DISPLAY "FLDPROF: TOO MANY FIELD CARDS"
005840         MOVE 16 TO RETURN-CODE
005850         GOBACK
005860     END-IF
005870     ADD 1 TO WS-FIELD-COUNT
005880     MOVE WS-CARD-FROM TO WS-PF-FROM (WS-FIELD-COUNT)
005890     COMPUTE WS-PF-LEN (WS-FIELD-COUNT) =
005900         WS-CARD-TO - WS-CARD-FROM + 1
005910     MOVE WS-CARD-OPERAND-2 TO WS-PF-RANGE (WS-FIELD-COUNT)
005920     MOVE WS-CARD-OPERAND-1 TO WS-PF-TYPE-NAME (WS-FIELD-COUNT)
005930     MOVE WS-RT-SCOPE TO WS-PF-RECTYPE (WS-FIELD-COUNT)
005940     MOVE SPACES TO WS-PF-NAME (WS-FIELD-COUNT)
005950     MOVE ZERO TO WS-PF-RECS (WS-FIELD-COUNT)
005960     MOVE ZERO TO WS-PF-BLANKS (WS-FIELD-COUNT)
005970     MOVE ZERO TO WS-PF-INVALID (WS-FIELD-COUNT)
005980     MOVE ZERO TO WS-PF-VALID (WS-FIELD-COUNT)
005990     MOVE ZERO TO WS-PF-DISTINCT (WS-FIELD-COUNT)
006000     MOVE SPACES TO WS-PF-BAD-KEY (WS-FIELD-COUNT)
006010     MOVE SPACES TO WS-PF-BAD-VALUE (WS-FIELD-COUNT)
006020     SET WS-PF-OVERFLOW-NO (WS-FIELD-COUNT) TO TRUE
006030     EVALUATE WS-CARD-OPERAND-1
006040         WHEN "CHAR"
006050             MOVE "C" TO WS-PF-TYPE (WS-FIELD-COUNT)
006060         WHEN "ZONED"
006070             MOVE "Z" TO WS-PF-TYPE (WS-FIELD-COUNT)
006080         WHEN "SIGNED"
006090             MOVE "S" TO WS-PF-TYPE (WS-FIELD-COUNT)
006100         WHEN "PACKED"
006110             MOVE "P" TO WS-PF-TYPE (WS-FIELD-COUNT)
006120         WHEN "DATE"
006130             MOVE "D" TO WS-PF-TYPE (WS-FIELD-COUNT)
006140         WHEN OTHER
006150             DISPLAY "FLDPROF: BAD FIELD TYPE - "
006160                 WS-CARD-OPERAND-1
006170             MOVE 16 TO RETURN-CODE
006180             GOBACK
006190     END-EVALUATE
006200     EVALUATE WS-PF-TYPE (WS-FIELD-COUNT)
006210         WHEN "P"
006220             IF WS-PF-LEN (WS-FIELD-COUNT) > 8
006230                 DISPLAY "FLDPROF: PACKED FIELD OVER 8 BYTES"
006240                 MOVE 16 TO RETURN-CODE
006250                 GOBACK
006260             END-IF
006270         WHEN "Z"
006280         WHEN "S"
006290             IF WS-PF-LEN (WS-FIELD-COUNT) > 15
006300                 DISPLAY "FLDPROF: ZONED FIELD OVER 15 DIGITS"
006310                 MOVE 16 TO RETURN-CODE
006320                 GOBACK
006330             END-IF
006340         WHEN "D"
006350             IF WS-PF-LEN (WS-FIELD-COUNT) NOT = 8
006360                     AND WS-PF-LEN (WS-FIELD-COUNT) NOT = 10
006370                 DISPLAY "FLDPROF: DATE FIELD MUST BE 8 OR 10"
006380                 MOVE 16 TO RETURN-CODE
006390                 GOBACK
006400             END-IF
006410         WHEN "C"
006420             IF WS-PF-LEN (WS-FIELD-COUNT) > 40
006430                 DISPLAY "FLDPROF: CHAR FIELD OVER 40 BYTES"
006440                 MOVE 16 TO RETURN-CODE
006450                 GOBACK
006460             END-IF
006470     END-EVALUATE
006480     IF WS-CARD-OPERAND-3 NOT = SPACES
006490         IF WS-PF-TYPE (WS-FIELD-COUNT) = "C"
006500                 OR WS-PF-TYPE (WS-FIELD-COUNT) = "D"
006510             DISPLAY "FLDPROF: TOLERANCE INVALID FOR FIELD TYPE"
006520             MOVE 16 TO RETURN-CODE
006530             GOBACK
006540         END-IF
006550         MOVE WS-CARD-OPERAND-3 TO WS-CARD-VALUE-X
006560         IF WS-CARD-VALUE NOT NUMERIC
006570             DISPLAY "FLDPROF: BAD FIELD TOLERANCE - "
006580                 WS-CARD-OPERAND-3
006590             MOVE 16 TO RETURN-CODE
006600             GOBACK
006610         END-IF
006620     END-IF
006630     IF WS-CARD-OPERAND-4 NOT = SPACES
006640         IF WS-CARD-OPERAND-4 NOT = "BASE"
006650                 OR WS-CARD-OPERAND-3 = SPACES
006660             DISPLAY "FLDPROF: BAD FIELD TOLERANCE CURRENCY - "
006670                 WS-CARD-OPERAND-4
006680             MOVE 16 TO RETURN-CODE
006690             GOBACK
006700         END-IF
006710     END-IF
006720     .
006730 1180-APPLY-FIELD-CARD-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760* 1190 - BLANKS|INVALID WARN [FAIL]: WHOLE PERCENTAGES 0-100.
006770* A MISSING FAIL VALUE LEAVES THE FAIL LEVEL AS IT WAS, BUT
006780* NEVER BELOW THE WARN LEVEL.
006790*----------------------------------------------------------------*
006800 1190-APPLY-THRESHOLD-CARD.
006810     IF WS-CARD-VERB = "BLANKS"
006820         MOVE WS-BLANK-FAIL-PCT TO WS-THRESH-FAIL
006830     ELSE
006840         MOVE WS-INVALID-FAIL-PCT TO WS-THRESH-FAIL
006850     END-IF
006860     SET WS-RANGE-VALID-YES TO TRUE
006870     MOVE WS-CARD-OPERAND-1 (1:3) TO WS-RNG-PART
006880     PERFORM 1128-PARSE-RANGE-PART
006890         THRU 1128-PARSE-RANGE-PART-EXIT
006900     IF WS-RANGE-VALID-NO OR WS-RNG-VALUE > 100
006910             OR WS-CARD-OPERAND-1 (4:) NOT = SPACES
006920         DISPLAY "FLDPROF: BAD " WS-CARD-VERB " THRESHOLD - "
006930             WS-CARD-OPERAND-1
006940         MOVE 16 TO RETURN-CODE
006950         GOBACK
006960     END-IF
006970     MOVE WS-RNG-VALUE TO WS-THRESH-WARN
006980     IF WS-CARD-OPERAND-2 NOT = SPACES
006990         MOVE WS-CARD-OPERAND-2 (1:3) TO WS-RNG-PART
007000         PERFORM 1128-PARSE-RANGE-PART
007010             THRU 1128-PARSE-RANGE-PART-EXIT
007020         IF WS-RANGE-VALID-NO OR WS-RNG-VALUE > 100
007030                 OR WS-CARD-OPERAND-2 (4:) NOT = SPACES
007040                 OR WS-RNG-VALUE < WS-THRESH-WARN
007050             DISPLAY "FLDPROF: BAD " WS-CARD-VERB
007060                 " FAIL THRESHOLD - " WS-CARD-OPERAND-2
007070             MOVE 16 TO RETURN-CODE
007080             GOBACK
007090         END-IF
007100         MOVE WS-RNG-VALUE TO WS-THRESH-FAIL
007110     END-IF
007120     IF WS-THRESH-FAIL < WS-THRESH-WARN
007130         MOVE WS-THRESH-WARN TO WS-THRESH-FAIL
007140     END-IF
007150     IF WS-CARD-VERB = "BLANKS"
007160         MOVE WS-THRESH-WARN TO WS-BLANK-WARN-PCT
007170         MOVE WS-THRESH-FAIL TO WS-BLANK-FAIL-PCT
007180     ELSE
007190         MOVE WS-THRESH-WARN TO WS-INVALID-WARN-PCT
007200         MOVE WS-THRESH-FAIL TO WS-INVALID-FAIL-PCT
007210     END-IF
007220     .
007230 1190-APPLY-THRESHOLD-CARD-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------*
007260* 1195 - EVERY DICTIONARY ENTRY IS PROFILED, WHATEVER ITS USAGE -
007270* A COMPARE FIELD, THE AMOUNT OR A NAMED-ONLY FIELD - AS IF IT
007280* WERE A FIELD CARD UNDER ITS OWN RECORD TYPE, AND CARRIES ITS
007290* NAME TO THE REPORT.  THE DICTIONARY DESCRIBES THE WHOLE LAYOUT,
007300* SO FIELD CARDS ALONGSIDE IT ARE AN ERROR.
007310*----------------------------------------------------------------*
007320 1195-APPLY-FIELD-DICTIONARY.
007330     IF WS-FIELD-COUNT > 0
007340         DISPLAY "FLDPROF: DICTIONARY CARD EXCLUDES FIELD CARDS"
007350         MOVE 16 TO RETURN-CODE
007360         GOBACK
007370     END-IF
007380     PERFORM 1196-APPLY-ONE-DICT-ENTRY
007390         THRU 1196-APPLY-ONE-DICT-ENTRY-EXIT
007400         VARYING RECDIW-IDX FROM 1 BY 1
007410         UNTIL RECDIW-IDX > RECDIW-COUNT
007420     .
007430 1195-APPLY-FIELD-DICTIONARY-EXIT.
007440     EXIT.
007450 1196-APPLY-ONE-DICT-ENTRY.
007460     MOVE RECDIW-RECTYPE (RECDIW-IDX) TO WS-RT-SCOPE
007470     IF WS-RT-SCOPE NOT = SPACES
007480         IF WS-RT-GIVEN-NO
007490             DISPLAY "FLDPROF: FLDDICT RECORD TYPE NEEDS A"
007500                 " RECTYPE AT CARD - " RECDIW-NAME (RECDIW-IDX)
007510             MOVE 16 TO RETURN-CODE
007520             GOBACK
007530         END-IF
007540         IF WS-RT-LEN < 4
007550             IF WS-RT-SCOPE (WS-RT-LEN + 1:) NOT = SPACES
007560                 DISPLAY "FLDPROF: FLDDICT RECORD TYPE LONGER"
007570                     " THAN RECTYPE AT RANGE - "
007580                     RECDIW-NAME (RECDIW-IDX)
007590                 MOVE 16 TO RETURN-CODE
007600                 GOBACK
007610             END-IF
007620         END-IF
007630     END-IF
007640     MOVE SPACES TO WS-CARD-FIELDS
007650     MOVE "FIELD" TO WS-CARD-VERB
007660     MOVE RECDIW-TYPE (RECDIW-IDX) TO WS-CARD-OPERAND-1
007670     MOVE RECDIW-RANGE (RECDIW-IDX) TO WS-CARD-OPERAND-2
007680     MOVE RECDIW-TOLERANCE (RECDIW-IDX) TO WS-CARD-OPERAND-3
007690     MOVE RECDIW-TOL-CURRENCY (RECDIW-IDX) TO WS-CARD-OPERAND-4
007700     PERFORM 1180-APPLY-FIELD-CARD
007710         THRU 1180-APPLY-FIELD-CARD-EXIT
007720     MOVE RECDIW-NAME (RECDIW-IDX) TO WS-PF-NAME (WS-FIELD-COUNT)
007730     .
007740 1196-APPLY-ONE-DICT-ENTRY-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------*
007770* 2000 - ONE RECORD OF THE DATASET.  THE BRACKET RECORDS ARE
007780* FILEPROV'S CONCERN AND ARE PASSED OVER HERE.
007790*----------------------------------------------------------------*
007800 2000-READ-INPUT.
007810     READ INPUT-FILE
007820         AT END
007830             SET WS-EOF-IN-YES TO TRUE
007840             GO TO 2000-READ-INPUT-EXIT
007850     END-READ
007860     IF NOT WS-FILE-STATUS-IN-OK
007870         DISPLAY "FLDPROF: READ FAILED FOR INFILE - STATUS "
007880             WS-FILE-STATUS-IN
007890         MOVE 16 TO RETURN-CODE
007900         GOBACK
007910     END-IF
007920     IF INREC-HEADER-KEY OR INREC-TRAILER-KEY
007930         GO TO 2000-READ-INPUT-EXIT
007940     END-IF
007950     ADD 1 TO WS-RECORDS-READ
007960     IF WS-RT-GIVEN-YES
007970         MOVE SPACES TO WS-RT-CUR
007980         MOVE INREC-DATA (WS-RT-FROM:WS-RT-LEN)
007990             TO WS-RT-CUR (1:WS-RT-LEN)
008000     END-IF
008010     PERFORM 2100-PROFILE-ONE-FIELD
008020         THRU 2100-PROFILE-ONE-FIELD-EXIT
008030         VARYING WS-FLD-IDX FROM 1 BY 1
008040         UNTIL WS-FLD-IDX > WS-FIELD-COUNT
008050     .
008060 2000-READ-INPUT-EXIT.
008070     EXIT.
008080*----------------------------------------------------------------*
008090* 2100 - CLASSIFY ONE FIELD OF THE CURRENT RECORD AS BLANK,
008100* INVALID OR VALID.  A VALID VALUE WIDENS THE FIELD'S RANGE AND
008110* IS TALLIED IN ITS VALUE TABLE.
008120*----------------------------------------------------------------*
008130 2100-PROFILE-ONE-FIELD.
008140     IF WS-PF-RECTYPE (WS-FLD-IDX) NOT = SPACES
008150             AND WS-PF-RECTYPE (WS-FLD-IDX) NOT = WS-RT-CUR
008160         GO TO 2100-PROFILE-ONE-FIELD-EXIT
008170     END-IF
008180     ADD 1 TO WS-PF-RECS (WS-FLD-IDX)
008190     MOVE WS-PF-LEN (WS-FLD-IDX) TO WS-EXT-LEN
008200     MOVE SPACES TO WS-EXT-FIELD
008210     MOVE INREC-DATA (WS-PF-FROM (WS-FLD-IDX):WS-EXT-LEN)
008220         TO WS-EXT-FIELD (1:WS-EXT-LEN)
008230     IF WS-EXT-FIELD (1:WS-EXT-LEN) = SPACES
008240             OR WS-EXT-FIELD (1:WS-EXT-LEN) = LOW-VALUES
008250         ADD 1 TO WS-PF-BLANKS (WS-FLD-IDX)
008260         GO TO 2100-PROFILE-ONE-FIELD-EXIT
008270     END-IF
008280     MOVE SPACES TO WS-VALUE-KEY
008290     EVALUATE WS-PF-TYPE (WS-FLD-IDX)
008300         WHEN "C"
008310             SET WS-EXT-VALID-YES TO TRUE
008320             MOVE WS-EXT-FIELD TO WS-VALUE-KEY
008330         WHEN "D"
008340             PERFORM 2430-CHECK-DATE
008350                 THRU 2430-CHECK-DATE-EXIT
008360             MOVE WS-DATE-OUT TO WS-VALUE-KEY
008370         WHEN "P"
008380             PERFORM 2420-EXTRACT-PACKED
008390                 THRU 2420-EXTRACT-PACKED-EXIT
008400         WHEN OTHER
008410             IF WS-PF-TYPE (WS-FLD-IDX) = "S"
008420                 SET WS-EXT-SIGNED-YES TO TRUE
008430             ELSE
008440                 SET WS-EXT-SIGNED-NO TO TRUE
008450             END-IF
008460             PERFORM 2410-EXTRACT-ZONED
008470                 THRU 2410-EXTRACT-ZONED-EXIT
008480     END-EVALUATE
008490     IF WS-EXT-VALID-NO
008500         ADD 1 TO WS-PF-INVALID (WS-FLD-IDX)
008510         IF WS-PF-INVALID (WS-FLD-IDX) = 1
008520             MOVE INREC-KEY TO WS-PF-BAD-KEY (WS-FLD-IDX)
008530             IF WS-PF-TYPE (WS-FLD-IDX) NOT = "P"
008540                 MOVE WS-EXT-FIELD TO WS-PF-BAD-VALUE (WS-FLD-IDX)
008550             END-IF
008560         END-IF
008570         GO TO 2100-PROFILE-ONE-FIELD-EXIT
008580     END-IF
008590     ADD 1 TO WS-PF-VALID (WS-FLD-IDX)
008600     IF WS-PF-TYPE (WS-FLD-IDX) = "C" OR "D"
008610         IF WS-PF-VALID (WS-FLD-IDX) = 1
008620                 OR WS-VALUE-KEY < WS-PF-MIN-X (WS-FLD-IDX)
008630             MOVE WS-VALUE-KEY TO WS-PF-MIN-X (WS-FLD-IDX)
008640         END-IF
008650         IF WS-PF-VALID (WS-FLD-IDX) = 1
008660                 OR WS-VALUE-KEY > WS-PF-MAX-X (WS-FLD-IDX)
008670             MOVE WS-VALUE-KEY TO WS-PF-MAX-X (WS-FLD-IDX)
008680         END-IF
008690     ELSE
008700         IF WS-PF-VALID (WS-FLD-IDX) = 1
008710                 OR WS-EXT-VALUE < WS-PF-MIN-NUM (WS-FLD-IDX)
008720             MOVE WS-EXT-VALUE TO WS-PF-MIN-NUM (WS-FLD-IDX)
008730         END-IF
008740         IF WS-PF-VALID (WS-FLD-IDX) = 1
008750                 OR WS-EXT-VALUE > WS-PF-MAX-NUM (WS-FLD-IDX)
008760             MOVE WS-EXT-VALUE TO WS-PF-MAX-NUM (WS-FLD-IDX)
008770         END-IF
008780         MOVE WS-EXT-VALUE TO WS-NUM-EDIT
008790         MOVE WS-NUM-EDIT TO WS-VALUE-KEY
008800     END-IF
008810     PERFORM 2200-TALLY-VALUE THRU 2200-TALLY-VALUE-EXIT
008820     .
008830 2100-PROFILE-ONE-FIELD-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------*
008860* 2200 - COUNT THE VALUE IN THE FIELD'S TABLE; A NEW VALUE TAKES
008870* THE NEXT SLOT WHILE THERE IS ONE, AFTER WHICH THE FIELD IS
008880* MARKED AS HAVING MORE DISTINCT VALUES THAN THE TABLE HOLDS.
008890*----------------------------------------------------------------*
008900 2200-TALLY-VALUE.
008910     MOVE ZERO TO WS-VAL-FOUND
008920     PERFORM 2210-FIND-VALUE THRU 2210-FIND-VALUE-EXIT
008930         VARYING WS-VAL-IDX FROM 1 BY 1
008940         UNTIL WS-VAL-IDX > WS-PF-DISTINCT (WS-FLD-IDX)
008950             OR WS-VAL-FOUND > 0
008960     IF WS-VAL-FOUND > 0
008970         ADD 1 TO WS-PF-VAL-CNT (WS-FLD-IDX, WS-VAL-FOUND)
008980         GO TO 2200-TALLY-VALUE-EXIT
008990     END-IF
009000     IF WS-PF-DISTINCT (WS-FLD-IDX) = WS-VAL-MAX
009010         SET WS-PF-OVERFLOW-YES (WS-FLD-IDX) TO TRUE
009020         GO TO 2200-TALLY-VALUE-EXIT
009030     END-IF
009040     ADD 1 TO WS-PF-DISTINCT (WS-FLD-IDX)
009050     MOVE WS-PF-DISTINCT (WS-FLD-IDX) TO WS-VAL-IDX
009060     MOVE WS-VALUE-KEY TO WS-PF-VAL (WS-FLD-IDX, WS-VAL-IDX)
009070     MOVE 1 TO WS-PF-VAL-CNT (WS-FLD-IDX, WS-VAL-IDX)
009080     MOVE "N" TO WS-PF-VAL-SHOWN-SW (WS-FLD-IDX, WS-VAL-IDX)
009090     .
009100 2200-TALLY-VALUE-EXIT.
009110     EXIT.
009120 2210-FIND-VALUE.
009130     IF WS-PF-VAL (WS-FLD-IDX, WS-VAL-IDX) = WS-VALUE-KEY
009140         MOVE WS-VAL-IDX TO WS-VAL-FOUND
009150     END-IF
009160     .
009170 2210-FIND-VALUE-EXIT.
009180     EXIT.
009190 2410-EXTRACT-ZONED.
009200     MOVE ZERO TO WS-EXT-VALUE
009210     MOVE 1 TO WS-EXT-SIGN
009220     SET WS-EXT-VALID-YES TO TRUE
009230     PERFORM 2415-EXTRACT-ONE-CHAR
009240         THRU 2415-EXTRACT-ONE-CHAR-EXIT
009250         VARYING WS-EXT-IDX FROM 1 BY 1
009260         UNTIL WS-EXT-IDX > WS-EXT-LEN OR WS-EXT-VALID-NO
009270     COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * WS-EXT-SIGN
009280     .
009290 2410-EXTRACT-ZONED-EXIT.
009300     EXIT.
009310 2415-EXTRACT-ONE-CHAR.
009320     MOVE WS-EXT-CHAR (WS-EXT-IDX) TO WS-DIGIT-X
009330     EVALUATE TRUE
009340         WHEN WS-DIGIT-X = SPACE
009350             CONTINUE
009360         WHEN WS-DIGIT-X NUMERIC
009370             COMPUTE WS-EXT-VALUE =
009380                 WS-EXT-VALUE * 10 + WS-DIGIT
009390         WHEN WS-DIGIT-X = "-" AND WS-EXT-SIGNED-YES
009400             MOVE -1 TO WS-EXT-SIGN
009410         WHEN WS-EXT-SIGNED-YES
009420                 AND WS-EXT-IDX = WS-EXT-LEN
009430             PERFORM 2418-OVERPUNCH-SIGN
009440                 THRU 2418-OVERPUNCH-SIGN-EXIT
009450         WHEN OTHER
009460             SET WS-EXT-VALID-NO TO TRUE
009470     END-EVALUATE
009480     .
009490 2415-EXTRACT-ONE-CHAR-EXIT.
009500     EXIT.
009510 2418-OVERPUNCH-SIGN.
009520     EVALUATE WS-DIGIT-X
009530         WHEN "{"
009540             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
009550         WHEN "A"
009560             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
009570         WHEN "B"
009580             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
009590         WHEN "C"
009600             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
009610         WHEN "D"
009620             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
009630         WHEN "E"
009640             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
009650         WHEN "F"
009660             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
009670         WHEN "G"
009680             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
009690         WHEN "H"
009700             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
009710         WHEN "I"
009720             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
009730         WHEN "}"
009740             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10
009750             MOVE -1 TO WS-EXT-SIGN
009760         WHEN "J"
009770             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 1
009780             MOVE -1 TO WS-EXT-SIGN
009790         WHEN "K"
009800             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 2
009810             MOVE -1 TO WS-EXT-SIGN
009820         WHEN "L"
009830             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 3
009840             MOVE -1 TO WS-EXT-SIGN
009850         WHEN "M"
009860             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 4
009870             MOVE -1 TO WS-EXT-SIGN
009880         WHEN "N"
009890             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 5
009900             MOVE -1 TO WS-EXT-SIGN
009910         WHEN "O"
009920             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 6
009930             MOVE -1 TO WS-EXT-SIGN
009940         WHEN "P"
009950             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 7
009960             MOVE -1 TO WS-EXT-SIGN
009970         WHEN "Q"
009980             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 8
009990             MOVE -1 TO WS-EXT-SIGN
010000         WHEN "R"
010010             COMPUTE WS-EXT-VALUE = WS-EXT-VALUE * 10 + 9
010020             MOVE -1 TO WS-EXT-SIGN
010030         WHEN OTHER
010040             SET WS-EXT-VALID-NO TO TRUE
010050     END-EVALUATE
010060     .
010070 2418-OVERPUNCH-SIGN-EXIT.
010080     EXIT.
010090 2420-EXTRACT-PACKED.
010100     MOVE LOW-VALUES TO WS-PACKED-X
010110     COMPUTE WS-EXT-IDX = 9 - WS-EXT-LEN
010120     MOVE WS-EXT-FIELD (1:WS-EXT-LEN)
010130         TO WS-PACKED-X (WS-EXT-IDX:WS-EXT-LEN)
010140     IF WS-PACKED-9 NUMERIC
010150         MOVE WS-PACKED-9 TO WS-EXT-VALUE
010160         SET WS-EXT-VALID-YES TO TRUE
010170     ELSE
010180         MOVE ZERO TO WS-EXT-VALUE
010190         SET WS-EXT-VALID-NO TO TRUE
010200     END-IF
010210     .
010220 2420-EXTRACT-PACKED-EXIT.
010230     EXIT.
010240*----------------------------------------------------------------*
010250* 2430 - NORMALIZE A DATE TO YYYYMMDD AS RECON DOES, THEN PROVE
010260* IT IS A REAL CALENDAR DATE: MONTH 1-12, DAY WITHIN THE MONTH,
010270* FEBRUARY 29 ONLY IN A LEAP YEAR.  A ZERO DATE IS INVALID.
010280*----------------------------------------------------------------*
010290 2430-CHECK-DATE.
010300     MOVE SPACES TO WS-DATE-OUT
010310     SET WS-EXT-VALID-NO TO TRUE
010320     IF WS-EXT-LEN = 8
010330         MOVE WS-EXT-FIELD (1:8) TO WS-DATE-OUT
010340     ELSE
010350         MOVE WS-EXT-FIELD (1:10) TO WS-DATE-WORK
010360         IF WS-DW-S1 = "/" AND WS-DW-S2 = "/"
010370             STRING WS-DW-YYYY DELIMITED BY SIZE
010380                 WS-DW-MM DELIMITED BY SIZE
010390                 WS-DW-DD DELIMITED BY SIZE
010400                 INTO WS-DATE-OUT
010410         END-IF
010420         IF WS-DD-S1 = "-" AND WS-DD-S2 = "-"
010430             STRING WS-DD-YYYY DELIMITED BY SIZE
010440                 WS-DD-MM DELIMITED BY SIZE
010450                 WS-DD-DD DELIMITED BY SIZE
010460                 INTO WS-DATE-OUT
010470         END-IF
010480     END-IF
010490     IF WS-DATE-OUT NOT NUMERIC
010500         GO TO 2430-CHECK-DATE-EXIT
010510     END-IF
010520     IF WS-DO-MM < 1 OR WS-DO-MM > 12
010530             OR WS-DO-DD < 1 OR WS-DO-DD > 31
010540         GO TO 2430-CHECK-DATE-EXIT
010550     END-IF
010560     SET WS-EXT-VALID-YES TO TRUE
010570     EVALUATE WS-DO-MM
010580         WHEN 04
010590         WHEN 06
010600         WHEN 09
010610         WHEN 11
010620             IF WS-DO-DD > 30
010630                 SET WS-EXT-VALID-NO TO TRUE
010640             END-IF
010650         WHEN 02
010660             IF WS-DO-DD > 29
010670                 SET WS-EXT-VALID-NO TO TRUE
010680             END-IF
010690             IF WS-DO-DD = 29
010700                 PERFORM 2450-CHECK-LEAP-YEAR
010710                     THRU 2450-CHECK-LEAP-YEAR-EXIT
010720             END-IF
010730     END-EVALUATE
010740     .
010750 2430-CHECK-DATE-EXIT.
010760     EXIT.
010770 2450-CHECK-LEAP-YEAR.
010780     DIVIDE WS-DO-YYYY BY 4 GIVING WS-LEAP-QUOT
010790         REMAINDER WS-LEAP-REM
010800     IF WS-LEAP-REM NOT = 0
010810         SET WS-EXT-VALID-NO TO TRUE
010820         GO TO 2450-CHECK-LEAP-YEAR-EXIT
010830     END-IF
010840     DIVIDE WS-DO-YYYY BY 100 GIVING WS-LEAP-QUOT
010850         REMAINDER WS-LEAP-REM
010860     IF WS-LEAP-REM NOT = 0
010870         GO TO 2450-CHECK-LEAP-YEAR-EXIT
010880     END-IF
010890     DIVIDE WS-DO-YYYY BY 400 GIVING WS-LEAP-QUOT
010900         REMAINDER WS-LEAP-REM
010910     IF WS-LEAP-REM NOT = 0
010920         SET WS-EXT-VALID-NO TO TRUE
010930     END-IF
010940     .
010950 2450-CHECK-LEAP-YEAR-EXIT.
010960     EXIT.
010970*----------------------------------------------------------------*
010980* 3000 - GRADE EVERY FIELD AGAINST THE THRESHOLDS AND SET THE
010990* FINAL RETURN CODE - THE WORST FIELD WINS.
011000*----------------------------------------------------------------*
011010 3000-JUDGE-FIELDS.
011020     MOVE ZERO TO WS-FINAL-RC
011030     PERFORM 3100-JUDGE-ONE-FIELD
011040         THRU 3100-JUDGE-ONE-FIELD-EXIT
011050         VARYING WS-FLD-IDX FROM 1 BY 1
011060         UNTIL WS-FLD-IDX > WS-FIELD-COUNT
011070     .
011080 3000-JUDGE-FIELDS-EXIT.
011090     EXIT.
011100 3100-JUDGE-ONE-FIELD.
011110     MOVE "OK" TO WS-PF-VERDICT (WS-FLD-IDX)
011120     COMPUTE WS-THRESH-COUNT-X100 =
011130         WS-PF-BLANKS (WS-FLD-IDX) * 100
011140     COMPUTE WS-THRESH-LIMIT =
011150         WS-PF-RECS (WS-FLD-IDX) * WS-BLANK-WARN-PCT
011160     IF WS-THRESH-COUNT-X100 > WS-THRESH-LIMIT
011170         MOVE "WARN" TO WS-PF-VERDICT (WS-FLD-IDX)
011180     END-IF
011190     COMPUTE WS-THRESH-COUNT-X100 =
011200         WS-PF-INVALID (WS-FLD-IDX) * 100
011210     COMPUTE WS-THRESH-LIMIT =
011220         WS-PF-RECS (WS-FLD-IDX) * WS-INVALID-WARN-PCT
011230     IF WS-THRESH-COUNT-X100 > WS-THRESH-LIMIT
011240         MOVE "WARN" TO WS-PF-VERDICT (WS-FLD-IDX)
011250     END-IF
011260     COMPUTE WS-THRESH-COUNT-X100 =
011270         WS-PF-BLANKS (WS-FLD-IDX) * 100
011280     COMPUTE WS-THRESH-LIMIT =
011290         WS-PF-RECS (WS-FLD-IDX) * WS-BLANK-FAIL-PCT
011300     IF WS-THRESH-COUNT-X100 > WS-THRESH-LIMIT
011310         MOVE "FAIL" TO WS-PF-VERDICT (WS-FLD-IDX)
011320     END-IF
011330     COMPUTE WS-THRESH-COUNT-X100 =
011340         WS-PF-INVALID (WS-FLD-IDX) * 100
011350     COMPUTE WS-THRESH-LIMIT =
011360         WS-PF-RECS (WS-FLD-IDX) * WS-INVALID-FAIL-PCT
011370     IF WS-THRESH-COUNT-X100 > WS-THRESH-LIMIT
011380         MOVE "FAIL" TO WS-PF-VERDICT (WS-FLD-IDX)
011390     END-IF
011400     IF WS-PF-VERDICT (WS-FLD-IDX) = "WARN" AND WS-FINAL-RC < 4
011410         MOVE 4 TO WS-FINAL-RC
011420     END-IF
011430     IF WS-PF-VERDICT (WS-FLD-IDX) = "FAIL"
011440         MOVE 8 TO WS-FINAL-RC
011450     END-IF
011460     .
011470 3100-JUDGE-ONE-FIELD-EXIT.
011480     EXIT.
011490*----------------------------------------------------------------*
011500* 8000 - THE PROFILE REPORT: RUN HEADING, THRESHOLDS, ONE BLOCK
011510* PER FIELD, FINAL RETURN CODE.
011520*----------------------------------------------------------------*
011530 8000-PRINT-PROFILE-REPORT.
011540     MOVE SPACES TO WS-REPORT-LINE
011550     STRING "FIELD PROFILE REPORT - RUN " DELIMITED BY SIZE
011560         WS-RUN-DATE DELIMITED BY SIZE
011570         " " DELIMITED BY SIZE
011580         WS-RUN-TIME DELIMITED BY SIZE
011590         INTO WS-REPORT-LINE
011600     PERFORM 8900-WRITE-REPORT-LINE
011610         THRU 8900-WRITE-REPORT-LINE-EXIT
011620     MOVE SPACES TO WS-REPORT-LINE
011630     PERFORM 8900-WRITE-REPORT-LINE
011640         THRU 8900-WRITE-REPORT-LINE-EXIT
011650     MOVE SPACES TO WS-REPORT-LINE
011660     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
011670     STRING "DATA RECORDS READ   : " DELIMITED BY SIZE
011680         WS-EDIT-COUNT DELIMITED BY SIZE
011690         INTO WS-REPORT-LINE
011700     PERFORM 8900-WRITE-REPORT-LINE
011710         THRU 8900-WRITE-REPORT-LINE-EXIT
011720     MOVE SPACES TO WS-REPORT-LINE
011730     MOVE WS-BLANK-WARN-PCT TO WS-EDIT-PCT-CARD
011740     MOVE WS-BLANK-FAIL-PCT TO WS-EDIT-PCT-CARD-2
011750     STRING "BLANK THRESHOLD PCT : WARN OVER " DELIMITED BY SIZE
011760         WS-EDIT-PCT-CARD DELIMITED BY SIZE
011770         "  FAIL OVER " DELIMITED BY SIZE
011780         WS-EDIT-PCT-CARD-2 DELIMITED BY SIZE
011790         INTO WS-REPORT-LINE
011800     PERFORM 8900-WRITE-REPORT-LINE
011810         THRU 8900-WRITE-REPORT-LINE-EXIT
011820     MOVE SPACES TO WS-REPORT-LINE
011830     MOVE WS-INVALID-WARN-PCT TO WS-EDIT-PCT-CARD
011840     MOVE WS-INVALID-FAIL-PCT TO WS-EDIT-PCT-CARD-2
011850     STRING "INVALID THRESH. PCT : WARN OVER " DELIMITED BY SIZE
011860         WS-EDIT-PCT-CARD DELIMITED BY SIZE
011870         "  FAIL OVER " DELIMITED BY SIZE
011880         WS-EDIT-PCT-CARD-2 DELIMITED BY SIZE
011890         INTO WS-REPORT-LINE
011900     PERFORM 8900-WRITE-REPORT-LINE
011910         THRU 8900-WRITE-REPORT-LINE-EXIT
011920     PERFORM 8100-PRINT-ONE-FIELD
011930         THRU 8100-PRINT-ONE-FIELD-EXIT
011940         VARYING WS-FLD-IDX FROM 1 BY 1
011950         UNTIL WS-FLD-IDX > WS-FIELD-COUNT
011960     MOVE SPACES TO WS-REPORT-LINE
011970     PERFORM 8900-WRITE-REPORT-LINE
011980         THRU 8900-WRITE-REPORT-LINE-EXIT
011990     MOVE SPACES TO WS-REPORT-LINE
012000     MOVE WS-FINAL-RC TO WS-EDIT-COUNT
012010     STRING "FINAL RETURN CODE   : " DELIMITED BY SIZE
012020         WS-EDIT-COUNT DELIMITED BY SIZE
012030         INTO WS-REPORT-LINE
012040     PERFORM 8900-WRITE-REPORT-LINE
012050         THRU 8900-WRITE-REPORT-LINE-EXIT
012060     .
012070 8000-PRINT-PROFILE-REPORT-EXIT.
012080     EXIT.
012090*----------------------------------------------------------------*
012100* 8100 - ONE FIELD'S BLOCK.
012110*----------------------------------------------------------------*
012120 8100-PRINT-ONE-FIELD.
012130     MOVE SPACES TO WS-REPORT-LINE
012140     PERFORM 8900-WRITE-REPORT-LINE
012150         THRU 8900-WRITE-REPORT-LINE-EXIT
012160     MOVE SPACES TO WS-REPORT-LINE
012170     MOVE WS-FLD-IDX TO WS-EDIT-FIELD-NO
012180     STRING "FIELD " DELIMITED BY SIZE
012190         WS-EDIT-FIELD-NO DELIMITED BY SIZE
012200         "  " DELIMITED BY SIZE
012210         WS-PF-TYPE-NAME (WS-FLD-IDX) DELIMITED BY SIZE
012220         " " DELIMITED BY SIZE
012230         WS-PF-RANGE (WS-FLD-IDX) DELIMITED BY SIZE
012240         INTO WS-REPORT-LINE
012250     IF WS-PF-RECTYPE (WS-FLD-IDX) NOT = SPACES
012260         MOVE "RECTYPE" TO WS-REPORT-LINE (28:7)
012270         MOVE WS-PF-RECTYPE (WS-FLD-IDX) TO WS-REPORT-LINE (36:4)
012280     END-IF
012290     IF WS-PF-NAME (WS-FLD-IDX) NOT = SPACES
012300         MOVE "NAME" TO WS-REPORT-LINE (42:4)
012310         MOVE WS-PF-NAME (WS-FLD-IDX) TO WS-REPORT-LINE (47:8)
012320     END-IF
012330     MOVE "VERDICT" TO WS-REPORT-LINE (62:7)
012340     MOVE WS-PF-VERDICT (WS-FLD-IDX) TO WS-REPORT-LINE (70:4)
012350     PERFORM 8900-WRITE-REPORT-LINE
012360         THRU 8900-WRITE-REPORT-LINE-EXIT
012370     MOVE SPACES TO WS-REPORT-LINE
012380     MOVE WS-PF-RECS (WS-FLD-IDX) TO WS-EDIT-COUNT
012390     STRING "  RECORDS PROFILED  : " DELIMITED BY SIZE
012400         WS-EDIT-COUNT DELIMITED BY SIZE
012410         INTO WS-REPORT-LINE
012420     PERFORM 8900-WRITE-REPORT-LINE
012430         THRU 8900-WRITE-REPORT-LINE-EXIT
012440     MOVE SPACES TO WS-REPORT-LINE
012450     MOVE WS-PF-BLANKS (WS-FLD-IDX) TO WS-EDIT-COUNT
012460     MOVE ZERO TO WS-PCT
012470     IF WS-PF-RECS (WS-FLD-IDX) > 0
012480         COMPUTE WS-PCT ROUNDED = WS-PF-BLANKS (WS-FLD-IDX) * 100
012490             / WS-PF-RECS (WS-FLD-IDX)
012500     END-IF
012510     MOVE WS-PCT TO WS-PCT-EDIT
012520     STRING "  BLANK             : " DELIMITED BY SIZE
012530         WS-EDIT-COUNT DELIMITED BY SIZE
012540         "  (" DELIMITED BY SIZE
012550         WS-PCT-EDIT DELIMITED BY SIZE
012560         " PCT)" DELIMITED BY SIZE
012570         INTO WS-REPORT-LINE
012580     PERFORM 8900-WRITE-REPORT-LINE
012590         THRU 8900-WRITE-REPORT-LINE-EXIT
012600     MOVE SPACES TO WS-REPORT-LINE
012610     MOVE WS-PF-INVALID (WS-FLD-IDX) TO WS-EDIT-COUNT
012620     MOVE ZERO TO WS-PCT
012630     IF WS-PF-RECS (WS-FLD-IDX) > 0
012640         COMPUTE WS-PCT ROUNDED = WS-PF-INVALID (WS-FLD-IDX) * 100
012650             / WS-PF-RECS (WS-FLD-IDX)
012660     END-IF
012670     MOVE WS-PCT TO WS-PCT-EDIT
012680     STRING "  INVALID           : " DELIMITED BY SIZE
012690         WS-EDIT-COUNT DELIMITED BY SIZE
012700         "  (" DELIMITED BY SIZE
012710         WS-PCT-EDIT DELIMITED BY SIZE
012720         " PCT)" DELIMITED BY SIZE
012730         INTO WS-REPORT-LINE
012740     PERFORM 8900-WRITE-REPORT-LINE
012750         THRU 8900-WRITE-REPORT-LINE-EXIT
012760     IF WS-PF-INVALID (WS-FLD-IDX) > 0
012770         MOVE SPACES TO WS-REPORT-LINE
012780         STRING "  FIRST INVALID KEY : " DELIMITED BY SIZE
012790             WS-PF-BAD-KEY (WS-FLD-IDX) DELIMITED BY SIZE
012800             INTO WS-REPORT-LINE
012810         IF WS-PF-TYPE (WS-FLD-IDX) NOT = "P"
012820             MOVE "VALUE" TO WS-REPORT-LINE (35:5)
012830             MOVE WS-PF-BAD-VALUE (WS-FLD-IDX)
012840                 TO WS-REPORT-LINE (41:20)
012850         END-IF
012860         PERFORM 8900-WRITE-REPORT-LINE
012870             THRU 8900-WRITE-REPORT-LINE-EXIT
012880     END-IF
012890     IF WS-PF-VALID (WS-FLD-IDX) = 0
012900         GO TO 8100-PRINT-ONE-FIELD-EXIT
012910     END-IF
012920     IF WS-PF-TYPE (WS-FLD-IDX) = "C" OR "D"
012930         MOVE WS-PF-MIN-X (WS-FLD-IDX) TO WS-JUST-OUT
012940     ELSE
012950         MOVE WS-PF-MIN-NUM (WS-FLD-IDX) TO WS-NUM-EDIT
012960         MOVE WS-NUM-EDIT TO WS-JUST-IN
012970         PERFORM 8950-LEFT-JUSTIFY THRU 8950-LEFT-JUSTIFY-EXIT
012980     END-IF
012990     MOVE SPACES TO WS-REPORT-LINE
013000     STRING "  MINIMUM           : " DELIMITED BY SIZE
013010         WS-JUST-OUT DELIMITED BY SIZE
013020         INTO WS-REPORT-LINE
013030     PERFORM 8900-WRITE-REPORT-LINE
013040         THRU 8900-WRITE-REPORT-LINE-EXIT
013050     IF WS-PF-TYPE (WS-FLD-IDX) = "C" OR "D"
013060         MOVE WS-PF-MAX-X (WS-FLD-IDX) TO WS-JUST-OUT
013070     ELSE
013080         MOVE WS-PF-MAX-NUM (WS-FLD-IDX) TO WS-NUM-EDIT
013090         MOVE WS-NUM-EDIT TO WS-JUST-IN
013100         PERFORM 8950-LEFT-JUSTIFY THRU 8950-LEFT-JUSTIFY-EXIT
013110     END-IF
013120     MOVE SPACES TO WS-REPORT-LINE
013130     STRING "  MAXIMUM           : " DELIMITED BY SIZE
013140         WS-JUST-OUT DELIMITED BY SIZE
013150         INTO WS-REPORT-LINE
013160     PERFORM 8900-WRITE-REPORT-LINE
013170         THRU 8900-WRITE-REPORT-LINE-EXIT
013180     MOVE SPACES TO WS-REPORT-LINE
013190     IF WS-PF-OVERFLOW-YES (WS-FLD-IDX)
013200         MOVE WS-VAL-MAX TO WS-EDIT-COUNT
013210         STRING "  DISTINCT VALUES   : OVER" DELIMITED BY SIZE
013220             WS-EDIT-COUNT DELIMITED BY SIZE
013230             INTO WS-REPORT-LINE
013240     ELSE
013250         MOVE WS-PF-DISTINCT (WS-FLD-IDX) TO WS-EDIT-COUNT
013260         STRING "  DISTINCT VALUES   : " DELIMITED BY SIZE
013270             WS-EDIT-COUNT DELIMITED BY SIZE
013280             INTO WS-REPORT-LINE
013290     END-IF
013300     PERFORM 8900-WRITE-REPORT-LINE
013310         THRU 8900-WRITE-REPORT-LINE-EXIT
013320     MOVE SPACES TO WS-REPORT-LINE
013330     MOVE "  TOP VALUES" TO WS-REPORT-LINE
013340     MOVE "COUNT" TO WS-REPORT-LINE (58:5)
013350     PERFORM 8900-WRITE-REPORT-LINE
013360         THRU 8900-WRITE-REPORT-LINE-EXIT
013370     PERFORM 8150-PRINT-TOP-VALUE
013380         THRU 8150-PRINT-TOP-VALUE-EXIT
013390         VARYING WS-TOP-RANK FROM 1 BY 1
013400         UNTIL WS-TOP-RANK > 5
013410             OR WS-TOP-RANK > WS-PF-DISTINCT (WS-FLD-IDX)
013420     .
013430 8100-PRINT-ONE-FIELD-EXIT.
013440     EXIT.
013450*----------------------------------------------------------------*
013460* 8150 - THE NEXT COMMONEST VALUE NOT YET SHOWN.  A TIE GOES TO
013470* THE VALUE SEEN FIRST.
013480*----------------------------------------------------------------*
013490 8150-PRINT-TOP-VALUE.
013500     MOVE ZERO TO WS-TOP-BEST
013510     PERFORM 8160-PICK-TOP-VALUE THRU 8160-PICK-TOP-VALUE-EXIT
013520         VARYING WS-VAL-IDX FROM 1 BY 1
013530         UNTIL WS-VAL-IDX > WS-PF-DISTINCT (WS-FLD-IDX)
013540     IF WS-TOP-BEST = 0
013550         GO TO 8150-PRINT-TOP-VALUE-EXIT
013560     END-IF
013570     MOVE "Y" TO WS-PF-VAL-SHOWN-SW (WS-FLD-IDX, WS-TOP-BEST)
013580     IF WS-PF-TYPE (WS-FLD-IDX) = "C" OR "D"
013590         MOVE WS-PF-VAL (WS-FLD-IDX, WS-TOP-BEST) TO WS-JUST-OUT
013600     ELSE
013610         MOVE WS-PF-VAL (WS-FLD-IDX, WS-TOP-BEST) TO WS-JUST-IN
013620         PERFORM 8950-LEFT-JUSTIFY THRU 8950-LEFT-JUSTIFY-EXIT
013630     END-IF
013640     MOVE SPACES TO WS-REPORT-LINE
013650     MOVE WS-JUST-OUT TO WS-REPORT-LINE (5:40)
013660     MOVE WS-PF-VAL-CNT (WS-FLD-IDX, WS-TOP-BEST) TO WS-EDIT-COUNT
013670     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (54:9)
013680     PERFORM 8900-WRITE-REPORT-LINE
013690         THRU 8900-WRITE-REPORT-LINE-EXIT
013700     .
013710 8150-PRINT-TOP-VALUE-EXIT.
013720     EXIT.
013730 8160-PICK-TOP-VALUE.
013740     IF WS-PF-VAL-SHOWN (WS-FLD-IDX, WS-VAL-IDX)
013750         GO TO 8160-PICK-TOP-VALUE-EXIT
013760     END-IF
013770     IF WS-TOP-BEST = 0
013780         MOVE WS-VAL-IDX TO WS-TOP-BEST
013790         GO TO 8160-PICK-TOP-VALUE-EXIT
013800     END-IF
013810     IF WS-PF-VAL-CNT (WS-FLD-IDX, WS-VAL-IDX)
013820             > WS-PF-VAL-CNT (WS-FLD-IDX, WS-TOP-BEST)
013830         MOVE WS-VAL-IDX TO WS-TOP-BEST
013840     END-IF
013850     .
013860 8160-PICK-TOP-VALUE-EXIT.
013870     EXIT.
013880 8900-WRITE-REPORT-LINE.
013890     WRITE REPORT-RECORD FROM WS-REPORT-LINE
013900     IF NOT WS-FILE-STATUS-RPT-OK
013910         DISPLAY "FLDPROF: WRITE FAILED FOR PROFRPT - STATUS "
013920             WS-FILE-STATUS-RPT
013930         MOVE 16 TO RETURN-CODE
013940         GOBACK
013950     END-IF
013960     .
013970 8900-WRITE-REPORT-LINE-EXIT.
013980     EXIT.
013990*----------------------------------------------------------------*
014000* 8950 - DROP THE LEADING SPACES OF AN EDITED NUMBER.
014010*----------------------------------------------------------------*
014020 8950-LEFT-JUSTIFY.
014030     MOVE ZERO TO WS-JUST-LEAD
014040     INSPECT WS-JUST-IN TALLYING WS-JUST-LEAD FOR LEADING SPACE
014050     MOVE SPACES TO WS-JUST-OUT
014060     IF WS-JUST-LEAD < 40
014070         MOVE WS-JUST-IN (WS-JUST-LEAD + 1:) TO WS-JUST-OUT
014080     END-IF
014090     .
014100 8950-LEFT-JUSTIFY-EXIT.
014110     EXIT.
014120 9999-TERMINATE.
014130     CLOSE INPUT-FILE
014140     CLOSE REPORT-FILE
014150     IF WS-FINAL-RC > 0
014160         DISPLAY "FLDPROF: FIELD PROFILE OVER THRESHOLD - RC "
014170             WS-FINAL-RC
014180     END-IF
014190     MOVE WS-FINAL-RC TO RETURN-CODE
014200     .
014210 9999-TERMINATE-EXIT.
014220     EXIT.
014230*----------------------------------------------------------------*
014240* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
014250*----------------------------------------------------------------*
014260 COPY "RECSTP.cpy".
014270*----------------------------------------------------------------*
014280* 9840 - THE FEED'S FIELD DICTIONARY.
014290*----------------------------------------------------------------*
014300 COPY "RECDIP.cpy".
014310 END PROGRAM FLDPROF.
