000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECCERT.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* RECCERT - BALANCING SIGN-OFF (CERTIFICATION) STEP.
000090*
000100* RECDASH TELLS THE SUPERVISOR WHETHER THE NIGHT BALANCED; THIS
000110* STEP RECORDS THAT THEY REVIEWED IT AND WHAT THEY DECIDED.  THE
000120* SUPERVISOR CERTIFIES OR REJECTS THE CYCLE FOR ONE PAIR OR FOR
000130* ALL OF THEM, AND THE SIGN-OFF IS APPENDED TO THE CERTFILE
000140* DATASET (RECCRT.CPY) WITH THEIR USER ID, THE DATE AND TIME AND
000150* THEIR COMMENT.  THE CERTIFICATION IS CHECKED AGAINST RECON'S
000160* PAIR RESULTS (PAIRRSLT, RECPRS.CPY) FOR THE CYCLE: A PAIR WITH
000170* NO RESULT CANNOT BE SIGNED FOR, AND A PAIR RECON HELD CANNOT BE
000180* CERTIFIED - ALONE OR UNDER ALL - WITHOUT AN OVERRIDE REASON.  A
000190* REJECTION NEEDS NO REASON BUT THE COMMENT.  THE LAST RESULT FOR
000200* A PAIR ON THE CYCLE IS THE ONE JUDGED, SO A RERUN SUPERSEDES.
000210* DOWNSTREAM RELEASE JOBS RUN CERTCHK AGAINST CERTFILE.
000220*
000230* DDNAMES: PAIRRSLT (A MISSING DATASET IS READ AS EMPTY),
000240* CERTFILE, CERTRPT.  SYSIN:
000250*     CYCLE YYYYMMDD       (DEFAULT THE NEWEST RUN DATE ON
000260*                           PAIRRSLT)
000270*     USER USERID          (THE SUPERVISOR SIGNING - REQUIRED)
000280*     CERTIFY PAIR|ALL     (ONE CERTIFY OR REJECT CARD - REQUIRED)
000290*     REJECT PAIR|ALL
000300*     COMMENT TEXT         (REST OF THE CARD, UP TO 60 BYTES)
000310*     OVERRIDE TEXT        (THE REASON FOR CERTIFYING A HELD PAIR,
000320*                           REST OF THE CARD, UP TO 60 BYTES)
000330* RC=0 SIGN-OFF WRITTEN.  RC=4 WRITTEN, BUT OVER A HELD PAIR ON
000340* AN OVERRIDE OR FOR A CYCLE WITH NO PAIR RESULTS AT ALL.  RC=8
000350* REFUSED AND NOTHING WRITTEN - A HELD PAIR WITHOUT AN OVERRIDE
000360* OR A PAIR WITH NO RESULT FOR THE CYCLE.  RC=16 CARD OR I/O
000370* ERROR.
000380*
000390* MODIFICATION HISTORY.
000400*   2026-10-15 DS   INITIAL VERSION.
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PAIR-RESULT-FILE ASSIGN TO PAIRRSLT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS-PRS.
000490     SELECT CERT-FILE ASSIGN TO CERTFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-CRT.
000520     SELECT REPORT-FILE ASSIGN TO CERTRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-RPT.
000550     SELECT PARM-FILE ASSIGN TO SYSIN
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-PARM.
000580     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS RECSTW-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PAIR-RESULT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY "RECPRS.cpy".
000660 FD  CERT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY "RECCRT.cpy".
000690 FD  REPORT-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  REPORT-RECORD                   PIC X(80).
000720 FD  PARM-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PARM-RECORD                     PIC X(80).
000750 FD  STEPTIME-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "RECSTM.cpy".
000780 WORKING-STORAGE SECTION.
000790 01  WS-EOF-PRS-SW                   PIC X(01) VALUE "N".
000800     88  WS-EOF-PRS-YES                         VALUE "Y".
000810     88  WS-EOF-PRS-NO                          VALUE "N".
000820 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000830     88  WS-PARM-EOF-YES                        VALUE "Y".
000840     88  WS-PARM-EOF-NO                         VALUE "N".
000850 01  WS-FILE-STATUSES.
000860     05  WS-FILE-STATUS-PRS          PIC X(02) VALUE "00".
000870         88  WS-FILE-STATUS-PRS-OK             VALUE "00".
000880         88  WS-FILE-STATUS-PRS-NOTFND         VALUE "35".
000890     05  WS-FILE-STATUS-CRT          PIC X(02) VALUE "00".
000900         88  WS-FILE-STATUS-CRT-OK             VALUE "00".
000910         88  WS-FILE-STATUS-CRT-NOTFND         VALUE "35".
000920     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000930         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000940     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000950         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000960         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000970 01  WS-PRS-PRESENT-SW               PIC X(01) VALUE "Y".
000980     88  WS-PRS-PRESENT                         VALUE "Y".
000990     88  WS-PRS-MISSING                         VALUE "N".
001000 01  WS-COUNTERS COMP-3.
001010     05  WS-PRS-READ-COUNT           PIC 9(07) VALUE ZERO.
001020     05  WS-PAIRS-COVERED            PIC 9(03) VALUE ZERO.
001030     05  WS-HELD-COUNT               PIC 9(03) VALUE ZERO.
001040 01  WS-PARM-CARD.
001050     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001060     05  FILLER                      PIC X(79).
001070 01  WS-CARD-FIELDS.
001080     05  WS-CARD-VERB                PIC X(10).
001090     05  WS-CARD-OPERAND-1           PIC X(10).
001100 01  WS-CARD-PTR                     PIC S9(04) COMP.
001110 01  WS-CARD-TEXT                    PIC X(60).
001120 01  WS-CYCLE-DATE                   PIC X(08) VALUE SPACES.
001130 01  WS-CYCLE-CARD-SW                PIC X(01) VALUE "N".
001140     88  WS-CYCLE-CARD-YES                      VALUE "Y".
001150 01  WS-USER-ID                      PIC X(08) VALUE SPACES.
001160 01  WS-SIGN-PAIR                    PIC X(08) VALUE SPACES.
001170     88  WS-SIGN-ALL                            VALUE "ALL".
001180 01  WS-DECISION                     PIC X(01) VALUE SPACE.
001190     88  WS-DECISION-CERTIFY                    VALUE "C".
001200     88  WS-DECISION-REJECT                     VALUE "R".
001210     88  WS-DECISION-NONE                       VALUE " ".
001220 01  WS-COMMENT                      PIC X(60) VALUE SPACES.
001230 01  WS-OVERRIDE-REASON              PIC X(60) VALUE SPACES.
001240 01  WS-OUTCOME                      PIC X(01) VALUE SPACE.
001250     88  WS-OUTCOME-WRITTEN                     VALUE "W".
001260     88  WS-OUTCOME-WARNED                      VALUE "A".
001270     88  WS-OUTCOME-REFUSED                     VALUE "X".
001280 01  WS-OUTCOME-TEXT                 PIC X(60) VALUE SPACES.
001290*----------------------------------------------------------------*
001300* THE CYCLE'S PAIR RESULTS, ONE ENTRY PER PAIR.  A RERUN'S
001310* RESULT REPLACES THE EARLIER ONE FOR THE SAME PAIR.
001320*----------------------------------------------------------------*
001330 01  WS-PAIR-TABLE.
001340     05  WS-PAIR-COUNT               PIC S9(04) COMP VALUE ZERO.
001350     05  WS-PAIR-MAX                 PIC S9(04) COMP VALUE 200.
001360     05  WS-PAIR-ENTRY OCCURS 200 TIMES.
001370         10  WS-PAIR-ID              PIC X(08).
001380         10  WS-PAIR-GRADE           PIC 9(02).
001390         10  WS-PAIR-HELD-SW         PIC X(01).
001400             88  WS-PAIR-HELD                   VALUE "H".
001410         10  WS-PAIR-COVERED-SW      PIC X(01).
001420             88  WS-PAIR-COVERED                VALUE "Y".
001430 01  WS-PAIR-IDX                     PIC S9(04) COMP.
001440 01  WS-PAIR-HIT                     PIC S9(04) COMP.
001450 01  WS-LOOKUP-PAIR                  PIC X(08).
001460 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001470 01  WS-REPORT-LINE                  PIC X(80).
001480 01  WS-RUN-DATE                     PIC X(08).
001490 01  WS-RUN-TIME-RAW                 PIC X(08).
001500*----------------------------------------------------------------*
001510* DETAIL LINE - ONE PER PAIR RESULT FOR THE CYCLE.
001520*----------------------------------------------------------------*
001530 01  WS-DETAIL-LINE.
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  WS-DTL-PAIR                 PIC X(08).
001560     05  FILLER                      PIC X(04) VALUE SPACES.
001570     05  WS-DTL-GRADE                PIC Z9.
001580     05  FILLER                      PIC X(04) VALUE SPACES.
001590     05  WS-DTL-TEXT                 PIC X(60).
001600 COPY "RECSTW.cpy".
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     MOVE "RECCERT" TO RECSTW-PROGRAM-ID
001640     PERFORM 9800-START-STEP-TIMING
001650         THRU 9800-START-STEP-TIMING-EXIT
001660     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001670     PERFORM 2000-LOAD-PAIR-RESULTS
001680         THRU 2000-LOAD-PAIR-RESULTS-EXIT
001690     PERFORM 3000-CHECK-SIGN-OFF THRU 3000-CHECK-SIGN-OFF-EXIT
001700     IF NOT WS-OUTCOME-REFUSED
001710         PERFORM 4000-WRITE-CERTIFICATION
001720             THRU 4000-WRITE-CERTIFICATION-EXIT
001730     END-IF
001740     PERFORM 8000-PRINT-OUTCOME THRU 8000-PRINT-OUTCOME-EXIT
001750     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001760     MOVE WS-PRS-READ-COUNT TO RECSTW-RECORD-COUNT
001770     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001780     PERFORM 9810-WRITE-STEP-TIMING
001790         THRU 9810-WRITE-STEP-TIMING-EXIT
001800     GOBACK
001810     .
001820 0000-MAINLINE-EXIT.
001830     EXIT.
001840 1000-INITIALIZE.
001850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001860     ACCEPT WS-RUN-TIME-RAW FROM TIME
001870     PERFORM 1100-READ-PARM-CARDS
001880         THRU 1100-READ-PARM-CARDS-EXIT
001890     IF WS-USER-ID = SPACES
001900         DISPLAY "RECCERT: NO USER CARD ON SYSIN"
001910         MOVE 16 TO RETURN-CODE
001920         GOBACK
001930     END-IF
001940     IF WS-DECISION-NONE
001950         DISPLAY "RECCERT: NO CERTIFY OR REJECT CARD ON SYSIN"
001960         MOVE 16 TO RETURN-CODE
001970         GOBACK
001980     END-IF
001990     OPEN OUTPUT REPORT-FILE
002000     IF NOT WS-FILE-STATUS-RPT-OK
002010         DISPLAY "RECCERT: OPEN FAILED FOR CERTRPT - STATUS "
002020             WS-FILE-STATUS-RPT
002030         MOVE 16 TO RETURN-CODE
002040         GOBACK
002050     END-IF
002060     .
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090 1100-READ-PARM-CARDS.
002100     OPEN INPUT PARM-FILE
002110     IF WS-FILE-STATUS-PARM-NOTFND
002120         SET WS-PARM-EOF-YES TO TRUE
002130         GO TO 1100-READ-PARM-CARDS-EXIT
002140     END-IF
002150     IF NOT WS-FILE-STATUS-PARM-OK
002160         DISPLAY "RECCERT: OPEN FAILED FOR SYSIN - STATUS "
002170             WS-FILE-STATUS-PARM
002180         MOVE 16 TO RETURN-CODE
002190         GOBACK
002200     END-IF
002210     PERFORM 1110-READ-PARM-CARD
002220         THRU 1110-READ-PARM-CARD-EXIT
002230         UNTIL WS-PARM-EOF-YES
002240     CLOSE PARM-FILE
002250     .
002260 1100-READ-PARM-CARDS-EXIT.
002270     EXIT.
002280 1110-READ-PARM-CARD.
002290     READ PARM-FILE INTO WS-PARM-CARD
002300         AT END
002310             SET WS-PARM-EOF-YES TO TRUE
002320             GO TO 1110-READ-PARM-CARD-EXIT
002330     END-READ
002340     IF NOT WS-FILE-STATUS-PARM-OK
002350         DISPLAY "RECCERT: READ FAILED FOR SYSIN - STATUS "
002360             WS-FILE-STATUS-PARM
002370         MOVE 16 TO RETURN-CODE
002380         GOBACK
002390     END-IF
002400     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002410         GO TO 1110-READ-PARM-CARD-EXIT
002420     END-IF
002430     MOVE SPACES TO WS-CARD-FIELDS
002440     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002450         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002460     END-UNSTRING
002470     EVALUATE WS-CARD-VERB
002480         WHEN "CYCLE"
002490             IF WS-CARD-OPERAND-1 (1:8) IS NOT NUMERIC
002500                 DISPLAY "RECCERT: CYCLE DATE NOT NUMERIC - "
002510                     WS-PARM-CARD
002520                 MOVE 16 TO RETURN-CODE
002530                 GOBACK
002540             END-IF
002550             MOVE WS-CARD-OPERAND-1 TO WS-CYCLE-DATE
002560             SET WS-CYCLE-CARD-YES TO TRUE
002570         WHEN "USER"
002580             MOVE WS-CARD-OPERAND-1 TO WS-USER-ID
002590         WHEN "CERTIFY"
002600         WHEN "REJECT"
002610             PERFORM 1120-SET-DECISION
002620                 THRU 1120-SET-DECISION-EXIT
002630         WHEN "COMMENT"
002640             PERFORM 1130-TAKE-CARD-TEXT
002650                 THRU 1130-TAKE-CARD-TEXT-EXIT
002660             MOVE WS-CARD-TEXT TO WS-COMMENT
002670         WHEN "OVERRIDE"
002680             PERFORM 1130-TAKE-CARD-TEXT
002690                 THRU 1130-TAKE-CARD-TEXT-EXIT
002700             MOVE WS-CARD-TEXT TO WS-OVERRIDE-REASON
002710         WHEN OTHER
002720             DISPLAY "RECCERT: UNRECOGNIZED PARM CARD - "
002730                 WS-PARM-CARD
002740             MOVE 16 TO RETURN-CODE
002750             GOBACK
002760     END-EVALUATE
002770     .
002780 1110-READ-PARM-CARD-EXIT.
002790     EXIT.
002800 1120-SET-DECISION.
002810     IF NOT WS-DECISION-NONE
002820         DISPLAY "RECCERT: SECOND CERTIFY OR REJECT CARD - "
002830             WS-PARM-CARD
002840         MOVE 16 TO RETURN-CODE
002850         GOBACK
002860     END-IF
002870     IF WS-CARD-OPERAND-1 = SPACES
002880         DISPLAY "RECCERT: NO PAIR OR ALL ON CARD - " WS-PARM-CARD
002890         MOVE 16 TO RETURN-CODE
002900         GOBACK
002910     END-IF
002920     MOVE WS-CARD-OPERAND-1 TO WS-SIGN-PAIR
002930     MOVE WS-CARD-VERB (1:1) TO WS-DECISION
002940     .
002950 1120-SET-DECISION-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------*
002980* 1130 - THE FREE TEXT AFTER A COMMENT OR OVERRIDE VERB.  IT
002990* MUST NOT BE BLANK: A SIGN-OFF CARD WITH NOTHING ON IT IS A
003000* MISTAKE, NOT A REASON.
003010*----------------------------------------------------------------*
003020 1130-TAKE-CARD-TEXT.
003030     MOVE 1 TO WS-CARD-PTR
003040     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003050         INTO WS-CARD-VERB
003060         WITH POINTER WS-CARD-PTR
003070     END-UNSTRING
003080     MOVE SPACES TO WS-CARD-TEXT
003090     IF WS-CARD-PTR NOT > 80
003100         MOVE WS-PARM-CARD (WS-CARD-PTR:) TO WS-CARD-TEXT
003110     END-IF
003120     IF WS-CARD-TEXT = SPACES
003130         DISPLAY "RECCERT: NO TEXT ON CARD - " WS-PARM-CARD
003140         MOVE 16 TO RETURN-CODE
003150         GOBACK
003160     END-IF
003170     .
003180 1130-TAKE-CARD-TEXT-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------*
003210* 2000 - LOAD THE CYCLE'S PAIR RESULTS.  WITHOUT A CYCLE CARD A
003220* FIRST PASS FINDS THE NEWEST RUN DATE ON THE DATASET.
003230*----------------------------------------------------------------*
003240 2000-LOAD-PAIR-RESULTS.
003250     IF NOT WS-CYCLE-CARD-YES
003260         PERFORM 2100-OPEN-PAIR-RESULTS
003270             THRU 2100-OPEN-PAIR-RESULTS-EXIT
003280         PERFORM 2200-FIND-NEWEST-CYCLE
003290             THRU 2200-FIND-NEWEST-CYCLE-EXIT
003300             UNTIL WS-EOF-PRS-YES
003310         IF WS-PRS-PRESENT
003320             CLOSE PAIR-RESULT-FILE
003330         END-IF
003340         IF WS-CYCLE-DATE = SPACES
003350             DISPLAY "RECCERT: NO CYCLE CARD AND NO PAIR RESULTS "
003360                 "TO TAKE THE CYCLE FROM"
003370             MOVE 16 TO RETURN-CODE
003380             GOBACK
003390         END-IF
003400     END-IF
003410     MOVE ZERO TO WS-PRS-READ-COUNT
003420     PERFORM 2100-OPEN-PAIR-RESULTS
003430         THRU 2100-OPEN-PAIR-RESULTS-EXIT
003440     PERFORM 2300-LOAD-ONE-RESULT THRU 2300-LOAD-ONE-RESULT-EXIT
003450         UNTIL WS-EOF-PRS-YES
003460     IF WS-PRS-PRESENT
003470         CLOSE PAIR-RESULT-FILE
003480     END-IF
003490     .
003500 2000-LOAD-PAIR-RESULTS-EXIT.
003510     EXIT.
003520 2100-OPEN-PAIR-RESULTS.
003530     SET WS-EOF-PRS-NO TO TRUE
003540     OPEN INPUT PAIR-RESULT-FILE
003550     IF WS-FILE-STATUS-PRS-NOTFND
003560         SET WS-PRS-MISSING TO TRUE
003570         SET WS-EOF-PRS-YES TO TRUE
003580         GO TO 2100-OPEN-PAIR-RESULTS-EXIT
003590     END-IF
003600     IF NOT WS-FILE-STATUS-PRS-OK
003610         DISPLAY "RECCERT: OPEN FAILED FOR PAIRRSLT - STATUS "
003620             WS-FILE-STATUS-PRS
003630         MOVE 16 TO RETURN-CODE
003640         GOBACK
003650     END-IF
003660     .
003670 2100-OPEN-PAIR-RESULTS-EXIT.
003680     EXIT.
003690 2200-FIND-NEWEST-CYCLE.
003700     PERFORM 2900-READ-PAIR-RESULT THRU 2900-READ-PAIR-RESULT-EXIT
003710     IF WS-EOF-PRS-YES
003720         GO TO 2200-FIND-NEWEST-CYCLE-EXIT
003730     END-IF
003740     IF WS-CYCLE-DATE = SPACES OR RECPRS-RUN-DATE > WS-CYCLE-DATE
003750         MOVE RECPRS-RUN-DATE TO WS-CYCLE-DATE
003760     END-IF
003770     .
003780 2200-FIND-NEWEST-CYCLE-EXIT.
003790     EXIT.
003800 2300-LOAD-ONE-RESULT.
003810     PERFORM 2900-READ-PAIR-RESULT THRU 2900-READ-PAIR-RESULT-EXIT
003820     IF WS-EOF-PRS-YES
003830         GO TO 2300-LOAD-ONE-RESULT-EXIT
003840     END-IF
003850     IF RECPRS-RUN-DATE NOT = WS-CYCLE-DATE
003860         GO TO 2300-LOAD-ONE-RESULT-EXIT
003870     END-IF
003880     MOVE RECPRS-PAIR-ID TO WS-LOOKUP-PAIR
003890     PERFORM 2400-FIND-PAIR THRU 2400-FIND-PAIR-EXIT
003900     IF WS-PAIR-HIT = 0
003910         IF WS-PAIR-COUNT = WS-PAIR-MAX
003920             DISPLAY "RECCERT: OVER 200 PAIRS FOR THE CYCLE"
003930             MOVE 16 TO RETURN-CODE
003940             GOBACK
003950         END-IF
003960         ADD 1 TO WS-PAIR-COUNT
003970         MOVE WS-PAIR-COUNT TO WS-PAIR-HIT
003980         MOVE RECPRS-PAIR-ID TO WS-PAIR-ID (WS-PAIR-HIT)
003990         MOVE "N" TO WS-PAIR-COVERED-SW (WS-PAIR-HIT)
004000     END-IF
004010     MOVE RECPRS-GRADE TO WS-PAIR-GRADE (WS-PAIR-HIT)
004020     MOVE RECPRS-HELD-SW TO WS-PAIR-HELD-SW (WS-PAIR-HIT)
004030     .
004040 2300-LOAD-ONE-RESULT-EXIT.
004050     EXIT.
004060 2400-FIND-PAIR.
004070     MOVE ZERO TO WS-PAIR-HIT
004080     PERFORM 2410-MATCH-ONE-PAIR THRU 2410-MATCH-ONE-PAIR-EXIT
004090         VARYING WS-PAIR-IDX FROM 1 BY 1
004100         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
004110     .
004120 2400-FIND-PAIR-EXIT.
004130     EXIT.
004140 2410-MATCH-ONE-PAIR.
004150     IF WS-PAIR-ID (WS-PAIR-IDX) = WS-LOOKUP-PAIR
004160         MOVE WS-PAIR-IDX TO WS-PAIR-HIT
004170     END-IF
004180     .
004190 2410-MATCH-ONE-PAIR-EXIT.
004200     EXIT.
004210 2900-READ-PAIR-RESULT.
004220     READ PAIR-RESULT-FILE
004230         AT END
004240             SET WS-EOF-PRS-YES TO TRUE
004250             GO TO 2900-READ-PAIR-RESULT-EXIT
004260     END-READ
004270     IF NOT WS-FILE-STATUS-PRS-OK
004280         DISPLAY "RECCERT: READ FAILED FOR PAIRRSLT - STATUS "
004290             WS-FILE-STATUS-PRS
004300         MOVE 16 TO RETURN-CODE
004310         GOBACK
004320     END-IF
004330     ADD 1 TO WS-PRS-READ-COUNT
004340     .
004350 2900-READ-PAIR-RESULT-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380* 3000 - MARK THE PAIRS THE SIGN-OFF COVERS AND JUDGE IT.  A
004390* NAMED PAIR MUST HAVE A RESULT FOR THE CYCLE; ALL COVERS EVERY
004400* PAIR THAT HAS ONE.  A CERTIFICATION COVERING A HELD PAIR IS
004410* REFUSED WITHOUT AN OVERRIDE REASON.
004420*----------------------------------------------------------------*
004430 3000-CHECK-SIGN-OFF.
004440     SET WS-OUTCOME-WRITTEN TO TRUE
004450     IF WS-SIGN-ALL
004460         PERFORM 3100-COVER-ONE-PAIR THRU 3100-COVER-ONE-PAIR-EXIT
004470             VARYING WS-PAIR-IDX FROM 1 BY 1
004480             UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
004490     ELSE
004500         MOVE WS-SIGN-PAIR TO WS-LOOKUP-PAIR
004510         PERFORM 2400-FIND-PAIR THRU 2400-FIND-PAIR-EXIT
004520         IF WS-PAIR-HIT = 0
004530             SET WS-OUTCOME-REFUSED TO TRUE
004540             MOVE "REFUSED - THE PAIR HAS NO RESULT FOR THE CYCLE"
004550                 TO WS-OUTCOME-TEXT
004560             GO TO 3000-CHECK-SIGN-OFF-EXIT
004570         END-IF
004580         MOVE WS-PAIR-HIT TO WS-PAIR-IDX
004590         PERFORM 3100-COVER-ONE-PAIR THRU 3100-COVER-ONE-PAIR-EXIT
004600     END-IF
004610     IF WS-DECISION-REJECT
004620         MOVE "REJECTION RECORDED ON CERTFILE" TO WS-OUTCOME-TEXT
004630         GO TO 3000-CHECK-SIGN-OFF-EXIT
004640     END-IF
004650     IF WS-HELD-COUNT > 0 AND WS-OVERRIDE-REASON = SPACES
004660         SET WS-OUTCOME-REFUSED TO TRUE
004670         MOVE "REFUSED - HELD PAIR(S) NEED AN OVERRIDE REASON"
004680             TO WS-OUTCOME-TEXT
004690         GO TO 3000-CHECK-SIGN-OFF-EXIT
004700     END-IF
004710     IF WS-HELD-COUNT > 0
004720         SET WS-OUTCOME-WARNED TO TRUE
004730         MOVE "CERTIFIED OVER HELD PAIR(S) ON THE OVERRIDE REASON"
004740             TO WS-OUTCOME-TEXT
004750         GO TO 3000-CHECK-SIGN-OFF-EXIT
004760     END-IF
004770     IF WS-PAIRS-COVERED = 0
004780         SET WS-OUTCOME-WARNED TO TRUE
004790         MOVE "CERTIFIED - BUT NO PAIR RESULTS FOR THE CYCLE"
004800             TO WS-OUTCOME-TEXT
004810         GO TO 3000-CHECK-SIGN-OFF-EXIT
004820     END-IF
004830     MOVE "CERTIFICATION RECORDED ON CERTFILE" TO WS-OUTCOME-TEXT
004840     .
004850 3000-CHECK-SIGN-OFF-EXIT.
004860     EXIT.
004870 3100-COVER-ONE-PAIR.
004880     SET WS-PAIR-COVERED (WS-PAIR-IDX) TO TRUE
004890     ADD 1 TO WS-PAIRS-COVERED
004900     IF WS-PAIR-HELD (WS-PAIR-IDX)
004910         ADD 1 TO WS-HELD-COUNT
004920     END-IF
004930     .
004940 3100-COVER-ONE-PAIR-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------*
004970* 4000 - APPEND THE SIGN-OFF TO CERTFILE.
004980*----------------------------------------------------------------*
004990 4000-WRITE-CERTIFICATION.
005000     OPEN EXTEND CERT-FILE
005010     IF WS-FILE-STATUS-CRT-NOTFND
005020         OPEN OUTPUT CERT-FILE
005030     END-IF
005040     IF NOT WS-FILE-STATUS-CRT-OK
005050         DISPLAY "RECCERT: OPEN FAILED FOR CERTFILE - STATUS "
005060             WS-FILE-STATUS-CRT
005070         MOVE 16 TO RETURN-CODE
005080         GOBACK
005090     END-IF
005100     MOVE SPACES TO RECCRT-RECORD
005110     MOVE WS-CYCLE-DATE TO RECCRT-CYCLE-DATE
005120     MOVE WS-SIGN-PAIR TO RECCRT-PAIR-ID
005130     MOVE WS-DECISION TO RECCRT-DECISION
005140     MOVE WS-USER-ID TO RECCRT-USER-ID
005150     MOVE WS-RUN-DATE TO RECCRT-CERT-DATE
005160     MOVE WS-RUN-TIME-RAW (1:6) TO RECCRT-CERT-TIME
005170     MOVE WS-PAIRS-COVERED TO RECCRT-PAIRS-COVERED
005180     MOVE WS-HELD-COUNT TO RECCRT-HELD-COUNT
005190     MOVE WS-COMMENT TO RECCRT-COMMENT
005200     MOVE WS-OVERRIDE-REASON TO RECCRT-OVERRIDE-REASON
005210     WRITE RECCRT-RECORD
005220     IF NOT WS-FILE-STATUS-CRT-OK
005230         DISPLAY "RECCERT: WRITE FAILED FOR CERTFILE - STATUS "
005240             WS-FILE-STATUS-CRT
005250         MOVE 16 TO RETURN-CODE
005260         GOBACK
005270     END-IF
005280     CLOSE CERT-FILE
005290     .
005300 4000-WRITE-CERTIFICATION-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------*
005330* 8000 - THE SIGN-OFF, THE PAIRS IT COVERS AND THE OUTCOME.
005340*----------------------------------------------------------------*
005350 8000-PRINT-OUTCOME.
005360     MOVE SPACES TO WS-REPORT-LINE
005370     STRING "BALANCING SIGN-OFF - RUN " WS-RUN-DATE
005380         " - CYCLE " WS-CYCLE-DATE
005390         DELIMITED BY SIZE
005400         INTO WS-REPORT-LINE
005410     PERFORM 8900-WRITE-REPORT-LINE
005420         THRU 8900-WRITE-REPORT-LINE-EXIT
005430     MOVE SPACES TO WS-REPORT-LINE
005440     IF WS-DECISION-CERTIFY
005450         STRING "  CERTIFY " WS-SIGN-PAIR " BY " WS-USER-ID
005460             DELIMITED BY SIZE INTO WS-REPORT-LINE
005470     ELSE
005480         STRING "  REJECT  " WS-SIGN-PAIR " BY " WS-USER-ID
005490             DELIMITED BY SIZE INTO WS-REPORT-LINE
005500     END-IF
005510     PERFORM 8900-WRITE-REPORT-LINE
005520         THRU 8900-WRITE-REPORT-LINE-EXIT
005530     IF WS-COMMENT NOT = SPACES
005540         MOVE SPACES TO WS-REPORT-LINE
005550         STRING "  COMMENT  : " WS-COMMENT
005560             DELIMITED BY SIZE INTO WS-REPORT-LINE
005570         PERFORM 8900-WRITE-REPORT-LINE
005580             THRU 8900-WRITE-REPORT-LINE-EXIT
005590     END-IF
005600     IF WS-OVERRIDE-REASON NOT = SPACES
005610         MOVE SPACES TO WS-REPORT-LINE
005620         STRING "  OVERRIDE : " WS-OVERRIDE-REASON
005630             DELIMITED BY SIZE INTO WS-REPORT-LINE
005640         PERFORM 8900-WRITE-REPORT-LINE
005650             THRU 8900-WRITE-REPORT-LINE-EXIT
005660     END-IF
005670     MOVE SPACES TO WS-REPORT-LINE
005680     PERFORM 8900-WRITE-REPORT-LINE
005690         THRU 8900-WRITE-REPORT-LINE-EXIT
005700     MOVE "  PAIR     GRADE  RESULT" TO WS-REPORT-LINE
005710     PERFORM 8900-WRITE-REPORT-LINE
005720         THRU 8900-WRITE-REPORT-LINE-EXIT
005730     PERFORM 8100-PRINT-ONE-PAIR THRU 8100-PRINT-ONE-PAIR-EXIT
005740         VARYING WS-PAIR-IDX FROM 1 BY 1
005750         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
005760     IF WS-PAIR-COUNT = 0
005770         MOVE "  NO PAIR RESULTS FOR THE CYCLE ON PAIRRSLT"
005780             TO WS-REPORT-LINE
005790         PERFORM 8900-WRITE-REPORT-LINE
005800             THRU 8900-WRITE-REPORT-LINE-EXIT
005810     END-IF
005820     MOVE SPACES TO WS-REPORT-LINE
005830     PERFORM 8900-WRITE-REPORT-LINE
005840         THRU 8900-WRITE-REPORT-LINE-EXIT
005850     MOVE WS-PAIRS-COVERED TO WS-EDIT-COUNT
005860     MOVE SPACES TO WS-REPORT-LINE
005870     STRING "PAIRS COVERED             : " WS-EDIT-COUNT
005880         DELIMITED BY SIZE INTO WS-REPORT-LINE
005890     PERFORM 8900-WRITE-REPORT-LINE
005900         THRU 8900-WRITE-REPORT-LINE-EXIT
005910     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
005920     MOVE SPACES TO WS-REPORT-LINE
005930     STRING "HELD PAIRS COVERED        : " WS-EDIT-COUNT
005940         DELIMITED BY SIZE INTO WS-REPORT-LINE
005950     PERFORM 8900-WRITE-REPORT-LINE
005960         THRU 8900-WRITE-REPORT-LINE-EXIT
005970     MOVE SPACES TO WS-REPORT-LINE
005980     STRING "OUTCOME                   : " WS-OUTCOME-TEXT
005990         DELIMITED BY SIZE INTO WS-REPORT-LINE
006000     PERFORM 8900-WRITE-REPORT-LINE
006010         THRU 8900-WRITE-REPORT-LINE-EXIT
006020     .
006030 8000-PRINT-OUTCOME-EXIT.
006040     EXIT.
006050 8100-PRINT-ONE-PAIR.
006060     MOVE SPACES TO WS-DTL-TEXT
006070     MOVE WS-PAIR-ID (WS-PAIR-IDX) TO WS-DTL-PAIR
006080     MOVE WS-PAIR-GRADE (WS-PAIR-IDX) TO WS-DTL-GRADE
006090     IF WS-PAIR-HELD (WS-PAIR-IDX)
006100         MOVE "HELD" TO WS-DTL-TEXT
006110     ELSE
006120         MOVE "RELEASED" TO WS-DTL-TEXT
006130     END-IF
006140     IF NOT WS-PAIR-COVERED (WS-PAIR-IDX)
006150         MOVE "NOT COVERED BY THIS SIGN-OFF" TO WS-DTL-TEXT (10:)
006160     END-IF
006170     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
006180     PERFORM 8900-WRITE-REPORT-LINE
006190         THRU 8900-WRITE-REPORT-LINE-EXIT
006200     .
006210 8100-PRINT-ONE-PAIR-EXIT.
006220     EXIT.
006230 8900-WRITE-REPORT-LINE.
006240     WRITE REPORT-RECORD FROM WS-REPORT-LINE
006250     IF NOT WS-FILE-STATUS-RPT-OK
006260         DISPLAY "RECCERT: WRITE FAILED FOR CERTRPT - STATUS "
006270             WS-FILE-STATUS-RPT
006280         MOVE 16 TO RETURN-CODE
006290         GOBACK
006300     END-IF
006310     .
006320 8900-WRITE-REPORT-LINE-EXIT.
006330     EXIT.
006340 9999-TERMINATE.
006350     CLOSE REPORT-FILE
006360     EVALUATE TRUE
006370         WHEN WS-OUTCOME-REFUSED
006380             DISPLAY "RECCERT: SIGN-OFF " WS-OUTCOME-TEXT
006390             MOVE 8 TO RETURN-CODE
006400         WHEN WS-OUTCOME-WARNED
006410             DISPLAY "RECCERT: " WS-OUTCOME-TEXT
006420             MOVE 4 TO RETURN-CODE
006430     END-EVALUATE
006440     .
006450 9999-TERMINATE-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------*
006480* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
006490*----------------------------------------------------------------*
006500 COPY "RECSTP.cpy".
006510 END PROGRAM RECCERT.
