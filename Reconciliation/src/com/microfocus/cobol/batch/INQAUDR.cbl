000100* THE COMPANION TO RECONINQ'S AUDIT TRAIL: READS THE
000110* CUMULATIVE INQAUDIT DATASET (RECIAU.CPY) AND PRINTS, FOR THE
000120* DATA-PRIVACY REVIEW, HOW MANY INQUIRIES EACH USER MADE AND
000130* WHICH KEYS WERE QUERIED UNUSUALLY OFTEN, AND WHO WAS REFUSED
000140* EXCEPTIONS ON PAIRS THEY ARE NOT GRANTED.  SYSIN:
000150*     LIMIT NNN    (A KEY QUERIED MORE THAN NNN TIMES IS
000160*                   FLAGGED; DEFAULT 010)
000170* RC=0 CLEAN, RC=4 ANY KEY OVER THE LIMIT OR ANY DENIED
000180* ATTEMPT, RC=16 I/O ERROR.
000190*
000200* MODIFICATION HISTORY.
000210*   2026-09-02 DS   INITIAL VERSION.
000220*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000230*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000240*                   THE STEPSLA BATCH-WINDOW REPORT.
000250*   2026-10-15 DS   DENIED ATTEMPTS BY USER - LOOKUPS RECONINQ
000260*                   LOGGED WITH RESULT D (EXCEPTIONS WITHHELD FOR
000270*                   WANT OF A PAIR GRANT) ARE COUNTED PER USER
000280*                   WITH THE EXCEPTIONS WITHHELD, AND LISTED ONE
000290*                   LINE EACH; ANY DENIED ATTEMPT GIVES RC 4.
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AUDIT-FILE ASSIGN TO INQAUDIT
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-FILE-STATUS-AUD.
000380     SELECT REPORT-FILE ASSIGN TO AUDSRPT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-FILE-STATUS-RPT.
000410     SELECT PARM-FILE ASSIGN TO SYSIN
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-FILE-STATUS-PARM.
000440     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS RECSTW-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  AUDIT-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY "RECIAU.cpy".
000520 FD  REPORT-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 01  REPORT-RECORD                   PIC X(80).
000550 FD  PARM-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  PARM-RECORD                     PIC X(80).
000580 FD  STEPTIME-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY "RECSTM.cpy".
000610 WORKING-STORAGE SECTION.
000620 01  WS-EOF-AUD-SW                   PIC X(01) VALUE "N".
000630     88  WS-EOF-AUD-YES                         VALUE "Y".
000640     88  WS-EOF-AUD-NO                          VALUE "N".
000650 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000660     88  WS-PARM-EOF-YES                        VALUE "Y".
000670 01  WS-FILE-STATUSES.
000680     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
000690         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
000700     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000710         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000720     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000730         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000740         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000750 01  WS-PARM-CARD.
000760     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000770     05  FILLER                      PIC X(79).
000780 01  WS-CARD-FIELDS.
000790     05  WS-CARD-VERB                PIC X(10).
000800     05  WS-CARD-OPERAND-1          PIC X(10).
000810 01  WS-CARD-LIM-X                   PIC X(03).
000820 01  WS-CARD-LIM REDEFINES WS-CARD-LIM-X
000830                                     PIC 9(03).
000840 01  WS-CARD-JUST-WORK               PIC X(03).
000850 01  WS-QUERY-LIMIT                  PIC 9(03) VALUE 010.
000860*----------------------------------------------------------------*
000870* PER-USER AND PER-KEY TALLIES.
000880*----------------------------------------------------------------*
000890 01  WS-USER-TABLE.
000900     05  WS-USR-COUNT                PIC S9(04) COMP VALUE ZERO.
000910     05  WS-USR-MAX                  PIC S9(04) COMP VALUE 50.
000920     05  WS-USR-ENTRY OCCURS 50 TIMES.
000930         10  WS-USR-ID               PIC X(08).
000940         10  WS-USR-INQS             PIC 9(07) COMP-3.
000950         10  WS-USR-DENIED           PIC 9(07) COMP-3.
000960         10  WS-USR-WITHHELD         PIC 9(07) COMP-3.
000970 01  WS-USR-IDX                      PIC S9(04) COMP.
000980 01  WS-USR-FOUND                    PIC S9(04) COMP.
000990 01  WS-KEY-TABLE.
001000     05  WS-KEY-COUNT                PIC S9(04) COMP VALUE ZERO.
001010     05  WS-KEY-MAX                  PIC S9(04) COMP VALUE 500.
001020     05  WS-KEY-ENTRY OCCURS 500 TIMES.
001030         10  WS-KEY-VAL              PIC X(10).
001040         10  WS-KEY-INQS             PIC 9(07) COMP-3.
001050 01  WS-KEY-IDX                      PIC S9(04) COMP.
001060 01  WS-KEY-FOUND                    PIC S9(04) COMP.
001070 01  WS-KEY-OVERFLOW                 PIC 9(07) COMP-3 VALUE ZERO.
001080 01  WS-FLAGGED-COUNT                PIC 9(05) COMP-3 VALUE ZERO.
001090*----------------------------------------------------------------*
001100* DENIED ATTEMPTS, KEPT IN ARRIVAL ORDER FOR THE LISTING.
001110*----------------------------------------------------------------*
001120 01  WS-DENY-TABLE.
001130     05  WS-DNY-COUNT                PIC S9(04) COMP VALUE ZERO.
001140     05  WS-DNY-MAX                  PIC S9(04) COMP VALUE 500.
001150     05  WS-DNY-ENTRY OCCURS 500 TIMES.
001160         10  WS-DNY-USER-ID          PIC X(08).
001170         10  WS-DNY-DATE             PIC X(08).
001180         10  WS-DNY-TIME             PIC X(06).
001190         10  WS-DNY-TYPE             PIC X(01).
001200         10  WS-DNY-ARG              PIC X(10).
001210         10  WS-DNY-WITHHELD         PIC 9(05).
001220 01  WS-DNY-IDX                      PIC S9(04) COMP.
001230 01  WS-DNY-OVERFLOW                 PIC 9(07) COMP-3 VALUE ZERO.
001240 01  WS-DENIED-TOTAL                 PIC 9(07) COMP-3 VALUE ZERO.
001250 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001260 01  WS-REPORT-LINE                  PIC X(80).
001270 01  WS-RUN-DATE                     PIC X(08).
001280 COPY "RECSTW.cpy".
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     MOVE "INQAUDR" TO RECSTW-PROGRAM-ID
001320     PERFORM 9800-START-STEP-TIMING
001330         THRU 9800-START-STEP-TIMING-EXIT
001340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001350     PERFORM 2000-TALLY-ONE-AUDIT
001360         THRU 2000-TALLY-ONE-AUDIT-EXIT
001370         UNTIL WS-EOF-AUD-YES
001380     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001390     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001400     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001410     PERFORM 9810-WRITE-STEP-TIMING
001420         THRU 9810-WRITE-STEP-TIMING-EXIT
001430     GOBACK
001440     .
001450 0000-MAINLINE-EXIT.
001460     EXIT.
001470 1000-INITIALIZE.
001480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001490     PERFORM 1100-READ-PARM-CARDS
001500         THRU 1100-READ-PARM-CARDS-EXIT
001510     OPEN INPUT AUDIT-FILE
001520     IF NOT WS-FILE-STATUS-AUD-OK
001530         DISPLAY "INQAUDR: OPEN FAILED FOR INQAUDIT - STATUS "
001540             WS-FILE-STATUS-AUD
001550         MOVE 16 TO RETURN-CODE
001560         GOBACK
001570     END-IF
001580     OPEN OUTPUT REPORT-FILE
001590     IF NOT WS-FILE-STATUS-RPT-OK
001600         DISPLAY "INQAUDR: OPEN FAILED FOR AUDSRPT - STATUS "
001610             WS-FILE-STATUS-RPT
001620         MOVE 16 TO RETURN-CODE
001630         GOBACK
001640     END-IF
001650     .
001660 1000-INITIALIZE-EXIT.
001670     EXIT.
001680 1100-READ-PARM-CARDS.
001690     OPEN INPUT PARM-FILE
001700     IF WS-FILE-STATUS-PARM-NOTFND
001710         SET WS-PARM-EOF-YES TO TRUE
001720         GO TO 1100-READ-PARM-CARDS-EXIT
001730     END-IF
001740     IF NOT WS-FILE-STATUS-PARM-OK
001750         DISPLAY "INQAUDR: OPEN FAILED FOR SYSIN - STATUS "
001760             WS-FILE-STATUS-PARM
001770         MOVE 16 TO RETURN-CODE
001780         GOBACK
001790     END-IF
001800     PERFORM 1110-READ-PARM-CARD
001810         THRU 1110-READ-PARM-CARD-EXIT
001820         UNTIL WS-PARM-EOF-YES
001830     CLOSE PARM-FILE
001840     .
001850 1100-READ-PARM-CARDS-EXIT.
001860     EXIT.
001870 1110-READ-PARM-CARD.
001880     READ PARM-FILE INTO WS-PARM-CARD
001890         AT END
001900             SET WS-PARM-EOF-YES TO TRUE
001910             GO TO 1110-READ-PARM-CARD-EXIT
001920     END-READ
001930     IF NOT WS-FILE-STATUS-PARM-OK
001940         DISPLAY "INQAUDR: READ FAILED FOR SYSIN - STATUS "
001950             WS-FILE-STATUS-PARM
001960         MOVE 16 TO RETURN-CODE
001970         GOBACK
001980     END-IF
001990     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002000         GO TO 1110-READ-PARM-CARD-EXIT
002010     END-IF
002020     MOVE SPACES TO WS-CARD-FIELDS
002030     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002040         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002050     END-UNSTRING
002060     IF WS-CARD-VERB NOT = "LIMIT"
002070         DISPLAY "INQAUDR: UNRECOGNIZED PARM CARD - "
002080             WS-PARM-CARD
002090         MOVE 16 TO RETURN-CODE
002100         GOBACK
002110     END-IF
002120     IF WS-CARD-OPERAND-1 = SPACES
002130         DISPLAY "INQAUDR: BAD LIMIT - " WS-CARD-OPERAND-1
002140         MOVE 16 TO RETURN-CODE
002150         GOBACK
002160     END-IF
002170     MOVE WS-CARD-OPERAND-1 TO WS-CARD-LIM-X
002180*    THE TOKEN IS LEFT-JUSTIFIED: SHIFT IT RIGHT BEFORE THE
002190*    ZERO-FILL, OR THE TRAILING SPACES OF "5" SCALE IT TO 500.
002200     PERFORM 1150-JUSTIFY-LIMIT THRU 1150-JUSTIFY-LIMIT-EXIT
002210         UNTIL WS-CARD-LIM-X (3:1) NOT = SPACE
002220     INSPECT WS-CARD-LIM-X REPLACING LEADING SPACE BY ZERO
002230     IF WS-CARD-LIM NOT NUMERIC
002240         DISPLAY "INQAUDR: BAD LIMIT - " WS-CARD-OPERAND-1
002250         MOVE 16 TO RETURN-CODE
002260         GOBACK
002270     END-IF
002280     MOVE WS-CARD-LIM TO WS-QUERY-LIMIT
002290     .
002300 1110-READ-PARM-CARD-EXIT.
002310     EXIT.
002320 1150-JUSTIFY-LIMIT.
002330     MOVE WS-CARD-LIM-X TO WS-CARD-JUST-WORK
002340     MOVE SPACE TO WS-CARD-LIM-X (1:1)
002350     MOVE WS-CARD-JUST-WORK (1:2) TO WS-CARD-LIM-X (2:2)
002360     .
002370 1150-JUSTIFY-LIMIT-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------*
002400* 2000 - ONE AUDIT RECORD INTO THE USER AND KEY TALLIES.  ONLY
002410* KEY LOOKUPS FEED THE PER-KEY TABLE; DATE VIEWS COUNT FOR THE
002420* USER ALONE.
002430*----------------------------------------------------------------*
002440 2000-TALLY-ONE-AUDIT.
002450     READ AUDIT-FILE
002460         AT END
002470             SET WS-EOF-AUD-YES TO TRUE
002480             GO TO 2000-TALLY-ONE-AUDIT-EXIT
002490     END-READ
002500     IF NOT WS-FILE-STATUS-AUD-OK
002510         DISPLAY "INQAUDR: READ FAILED FOR INQAUDIT - STATUS "
002520             WS-FILE-STATUS-AUD
002530         MOVE 16 TO RETURN-CODE
002540         GOBACK
002550     END-IF
002560     ADD 1 TO RECSTW-RECORD-COUNT
002570     MOVE ZERO TO WS-USR-FOUND
002580     PERFORM 2100-MATCH-USER THRU 2100-MATCH-USER-EXIT
002590         VARYING WS-USR-IDX FROM 1 BY 1
002600         UNTIL WS-USR-IDX > WS-USR-COUNT OR WS-USR-FOUND > 0
002610     IF WS-USR-FOUND = 0 AND WS-USR-COUNT < WS-USR-MAX
002620         ADD 1 TO WS-USR-COUNT
002630         MOVE WS-USR-COUNT TO WS-USR-FOUND
002640         MOVE RECIAU-USER-ID TO WS-USR-ID (WS-USR-FOUND)
002650         MOVE ZERO TO WS-USR-INQS (WS-USR-FOUND)
002660         MOVE ZERO TO WS-USR-DENIED (WS-USR-FOUND)
002670         MOVE ZERO TO WS-USR-WITHHELD (WS-USR-FOUND)
002680     END-IF
002690     IF WS-USR-FOUND > 0
002700         ADD 1 TO WS-USR-INQS (WS-USR-FOUND)
002710     END-IF
002720     IF RECIAU-ACCESS-DENIED
002730         PERFORM 2300-TALLY-DENIED THRU 2300-TALLY-DENIED-EXIT
002740     END-IF
002750     IF NOT RECIAU-TYPE-KEY
002760         GO TO 2000-TALLY-ONE-AUDIT-EXIT
002770     END-IF
002780     MOVE ZERO TO WS-KEY-FOUND
002790     PERFORM 2200-MATCH-KEY THRU 2200-MATCH-KEY-EXIT
002800         VARYING WS-KEY-IDX FROM 1 BY 1
002810         UNTIL WS-KEY-IDX > WS-KEY-COUNT OR WS-KEY-FOUND > 0
002820     IF WS-KEY-FOUND = 0
002830         IF WS-KEY-COUNT = WS-KEY-MAX
002840             ADD 1 TO WS-KEY-OVERFLOW
002850             GO TO 2000-TALLY-ONE-AUDIT-EXIT
002860         END-IF
002870         ADD 1 TO WS-KEY-COUNT
002880         MOVE WS-KEY-COUNT TO WS-KEY-FOUND
002890         MOVE RECIAU-INQ-ARG TO WS-KEY-VAL (WS-KEY-FOUND)
002900         MOVE ZERO TO WS-KEY-INQS (WS-KEY-FOUND)
002910     END-IF
002920     ADD 1 TO WS-KEY-INQS (WS-KEY-FOUND)
002930     .
002940 2000-TALLY-ONE-AUDIT-EXIT.
002950     EXIT.
002960 2100-MATCH-USER.
002970     IF WS-USR-ID (WS-USR-IDX) = RECIAU-USER-ID
002980         MOVE WS-USR-IDX TO WS-USR-FOUND
002990     END-IF
003000     .
003010 2100-MATCH-USER-EXIT.
003020     EXIT.
003030 2200-MATCH-KEY.
003040     IF WS-KEY-VAL (WS-KEY-IDX) = RECIAU-INQ-ARG
003050         MOVE WS-KEY-IDX TO WS-KEY-FOUND
003060     END-IF
003070     .
003080 2200-MATCH-KEY-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------*
003110* 2300 - A LOOKUP THAT WITHHELD EXCEPTIONS: INTO THE USER'S
003120* DENIED TALLY AND ONTO THE LISTING.
003130*----------------------------------------------------------------*
003140 2300-TALLY-DENIED.
003150     ADD 1 TO WS-DENIED-TOTAL
003160     IF RECIAU-DENIED-COUNT NOT NUMERIC
003170         MOVE ZERO TO RECIAU-DENIED-COUNT
003180     END-IF
003190     IF WS-USR-FOUND > 0
003200         ADD 1 TO WS-USR-DENIED (WS-USR-FOUND)
003210         ADD RECIAU-DENIED-COUNT TO WS-USR-WITHHELD (WS-USR-FOUND)
003220     END-IF
003230     IF WS-DNY-COUNT = WS-DNY-MAX
003240         ADD 1 TO WS-DNY-OVERFLOW
003250         GO TO 2300-TALLY-DENIED-EXIT
003260     END-IF
003270     ADD 1 TO WS-DNY-COUNT
003280     MOVE RECIAU-USER-ID TO WS-DNY-USER-ID (WS-DNY-COUNT)
003290     MOVE RECIAU-RUN-DATE TO WS-DNY-DATE (WS-DNY-COUNT)
003300     MOVE RECIAU-RUN-TIME TO WS-DNY-TIME (WS-DNY-COUNT)
003310     MOVE RECIAU-INQ-TYPE TO WS-DNY-TYPE (WS-DNY-COUNT)
003320     MOVE RECIAU-INQ-ARG TO WS-DNY-ARG (WS-DNY-COUNT)
003330     MOVE RECIAU-DENIED-COUNT TO WS-DNY-WITHHELD (WS-DNY-COUNT)
003340     .
003350 2300-TALLY-DENIED-EXIT.
003360     EXIT.
003370 8000-PRINT-SUMMARY.
003380     MOVE SPACES TO WS-REPORT-LINE
003390     STRING "INQUIRY AUDIT SUMMARY - RUN " DELIMITED BY SIZE
003400         WS-RUN-DATE DELIMITED BY SIZE
003410         INTO WS-REPORT-LINE
003420     PERFORM 8900-WRITE-REPORT-LINE
003430         THRU 8900-WRITE-REPORT-LINE-EXIT
003440     MOVE SPACES TO WS-REPORT-LINE
003450     MOVE "INQUIRIES BY USER" TO WS-REPORT-LINE
003460     PERFORM 8900-WRITE-REPORT-LINE
003470         THRU 8900-WRITE-REPORT-LINE-EXIT
003480     PERFORM 8100-PRINT-USER-LINE
003490         THRU 8100-PRINT-USER-LINE-EXIT
003500         VARYING WS-USR-IDX FROM 1 BY 1
003510         UNTIL WS-USR-IDX > WS-USR-COUNT
003520     MOVE SPACES TO WS-REPORT-LINE
003530     PERFORM 8900-WRITE-REPORT-LINE
003540         THRU 8900-WRITE-REPORT-LINE-EXIT
003550     MOVE SPACES TO WS-REPORT-LINE
003560     MOVE WS-QUERY-LIMIT TO WS-EDIT-COUNT
003570     STRING "KEYS QUERIED OVER " DELIMITED BY SIZE
003580         WS-EDIT-COUNT DELIMITED BY SIZE
003590         " TIMES" DELIMITED BY SIZE
003600         INTO WS-REPORT-LINE
003610     PERFORM 8900-WRITE-REPORT-LINE
003620         THRU 8900-WRITE-REPORT-LINE-EXIT
003630     PERFORM 8200-PRINT-HOT-KEY THRU 8200-PRINT-HOT-KEY-EXIT
003640         VARYING WS-KEY-IDX FROM 1 BY 1
003650         UNTIL WS-KEY-IDX > WS-KEY-COUNT
003660     IF WS-KEY-OVERFLOW > 0
003670         MOVE SPACES TO WS-REPORT-LINE
003680         MOVE WS-KEY-OVERFLOW TO WS-EDIT-COUNT
003690         STRING "KEY LOOKUPS NOT TALLIED (TABLE FULL): "
003700             DELIMITED BY SIZE
003710             WS-EDIT-COUNT DELIMITED BY SIZE
003720             INTO WS-REPORT-LINE
003730         PERFORM 8900-WRITE-REPORT-LINE
003740             THRU 8900-WRITE-REPORT-LINE-EXIT
003750     END-IF
003760     PERFORM 8300-PRINT-DENIED THRU 8300-PRINT-DENIED-EXIT
003770     .
003780 8000-PRINT-SUMMARY-EXIT.
003790     EXIT.
003800 8100-PRINT-USER-LINE.
003810     MOVE SPACES TO WS-REPORT-LINE
003820     MOVE WS-USR-ID (WS-USR-IDX) TO WS-REPORT-LINE (3:8)
003830     MOVE WS-USR-INQS (WS-USR-IDX) TO WS-EDIT-COUNT
003840     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (13:7)
003850     PERFORM 8900-WRITE-REPORT-LINE
003860         THRU 8900-WRITE-REPORT-LINE-EXIT
003870     .
003880 8100-PRINT-USER-LINE-EXIT.
003890     EXIT.
003900 8200-PRINT-HOT-KEY.
003910     IF WS-KEY-INQS (WS-KEY-IDX) NOT > WS-QUERY-LIMIT
003920         GO TO 8200-PRINT-HOT-KEY-EXIT
003930     END-IF
003940     ADD 1 TO WS-FLAGGED-COUNT
003950     MOVE SPACES TO WS-REPORT-LINE
003960     MOVE WS-KEY-VAL (WS-KEY-IDX) TO WS-REPORT-LINE (3:10)
003970     MOVE WS-KEY-INQS (WS-KEY-IDX) TO WS-EDIT-COUNT
003980     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (15:7)
003990     PERFORM 8900-WRITE-REPORT-LINE
004000         THRU 8900-WRITE-REPORT-LINE-EXIT
004010     .
004020 8200-PRINT-HOT-KEY-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------*
004050* 8300 - DENIED ATTEMPTS: A COUNT PER USER, THEN EACH ATTEMPT.
004060*----------------------------------------------------------------*
004070 8300-PRINT-DENIED.
004080     MOVE SPACES TO WS-REPORT-LINE
004090     PERFORM 8900-WRITE-REPORT-LINE
004100         THRU 8900-WRITE-REPORT-LINE-EXIT
004110     MOVE SPACES TO WS-REPORT-LINE
004120     MOVE "DENIED ATTEMPTS BY USER" TO WS-REPORT-LINE
004130     PERFORM 8900-WRITE-REPORT-LINE
004140         THRU 8900-WRITE-REPORT-LINE-EXIT
004150     IF WS-DENIED-TOTAL = 0
004160         MOVE SPACES TO WS-REPORT-LINE
004170         MOVE "  NONE" TO WS-REPORT-LINE
004180         PERFORM 8900-WRITE-REPORT-LINE
004190             THRU 8900-WRITE-REPORT-LINE-EXIT
004200         GO TO 8300-PRINT-DENIED-EXIT
004210     END-IF
004220     MOVE SPACES TO WS-REPORT-LINE
004230     MOVE "  USER      ATTEMPTS  WITHHELD" TO WS-REPORT-LINE
004240     PERFORM 8900-WRITE-REPORT-LINE
004250         THRU 8900-WRITE-REPORT-LINE-EXIT
004260     PERFORM 8310-PRINT-USER-DENIED
004270         THRU 8310-PRINT-USER-DENIED-EXIT
004280         VARYING WS-USR-IDX FROM 1 BY 1
004290         UNTIL WS-USR-IDX > WS-USR-COUNT
004300     MOVE SPACES TO WS-REPORT-LINE
004310     PERFORM 8900-WRITE-REPORT-LINE
004320         THRU 8900-WRITE-REPORT-LINE-EXIT
004330     MOVE SPACES TO WS-REPORT-LINE
004340     MOVE "  USER     DATE     TIME   TYPE ARGUMENT   WITHHELD"
004350         TO WS-REPORT-LINE
004360     PERFORM 8900-WRITE-REPORT-LINE
004370         THRU 8900-WRITE-REPORT-LINE-EXIT
004380     PERFORM 8320-PRINT-ONE-DENIAL
004390         THRU 8320-PRINT-ONE-DENIAL-EXIT
004400         VARYING WS-DNY-IDX FROM 1 BY 1
004410         UNTIL WS-DNY-IDX > WS-DNY-COUNT
004420     IF WS-DNY-OVERFLOW > 0
004430         MOVE SPACES TO WS-REPORT-LINE
004440         MOVE WS-DNY-OVERFLOW TO WS-EDIT-COUNT
004450         STRING "DENIED ATTEMPTS NOT LISTED (TABLE FULL): "
004460             DELIMITED BY SIZE
004470             WS-EDIT-COUNT DELIMITED BY SIZE
004480             INTO WS-REPORT-LINE
004490         PERFORM 8900-WRITE-REPORT-LINE
004500             THRU 8900-WRITE-REPORT-LINE-EXIT
004510     END-IF
004520     .
004530 8300-PRINT-DENIED-EXIT.
004540     EXIT.
004550 8310-PRINT-USER-DENIED.
004560     IF WS-USR-DENIED (WS-USR-IDX) = 0
004570         GO TO 8310-PRINT-USER-DENIED-EXIT
004580     END-IF
004590     MOVE SPACES TO WS-REPORT-LINE
004600     MOVE WS-USR-ID (WS-USR-IDX) TO WS-REPORT-LINE (3:8)
004610     MOVE WS-USR-DENIED (WS-USR-IDX) TO WS-EDIT-COUNT
004620     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (14:7)
004630     MOVE WS-USR-WITHHELD (WS-USR-IDX) TO WS-EDIT-COUNT
004640     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (24:7)
004650     PERFORM 8900-WRITE-REPORT-LINE
004660         THRU 8900-WRITE-REPORT-LINE-EXIT
004670     .
004680 8310-PRINT-USER-DENIED-EXIT.
004690     EXIT.
004700 8320-PRINT-ONE-DENIAL.
004710     MOVE SPACES TO WS-REPORT-LINE
004720     MOVE WS-DNY-USER-ID (WS-DNY-IDX) TO WS-REPORT-LINE (3:8)
004730     MOVE WS-DNY-DATE (WS-DNY-IDX) TO WS-REPORT-LINE (12:8)
004740     MOVE WS-DNY-TIME (WS-DNY-IDX) TO WS-REPORT-LINE (21:6)
004750     MOVE WS-DNY-TYPE (WS-DNY-IDX) TO WS-REPORT-LINE (28:1)
004760     MOVE WS-DNY-ARG (WS-DNY-IDX) TO WS-REPORT-LINE (33:10)
004770     MOVE WS-DNY-WITHHELD (WS-DNY-IDX) TO WS-EDIT-COUNT
004780     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (45:7)
004790     PERFORM 8900-WRITE-REPORT-LINE
004800         THRU 8900-WRITE-REPORT-LINE-EXIT
004810     .
004820 8320-PRINT-ONE-DENIAL-EXIT.
004830     EXIT.
004840 8900-WRITE-REPORT-LINE.
004850     WRITE REPORT-RECORD FROM WS-REPORT-LINE
004860     IF NOT WS-FILE-STATUS-RPT-OK
004870         DISPLAY "INQAUDR: WRITE FAILED FOR AUDSRPT - STATUS "
004880             WS-FILE-STATUS-RPT
004890         MOVE 16 TO RETURN-CODE
004900         GOBACK
004910     END-IF
004920     .
004930 8900-WRITE-REPORT-LINE-EXIT.
004940     EXIT.
004950 9999-TERMINATE.
004960     CLOSE AUDIT-FILE
004970     CLOSE REPORT-FILE
004980     IF WS-FLAGGED-COUNT > 0 OR WS-DENIED-TOTAL > 0
004990         MOVE 4 TO RETURN-CODE
005000     END-IF
005010     .
005020 9999-TERMINATE-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
005060*----------------------------------------------------------------*
005070 COPY "RECSTP.cpy".
005080 END PROGRAM INQAUDR.
