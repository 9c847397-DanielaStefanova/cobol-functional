000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTACK.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* ALRTACK - ALERT ACKNOWLEDGEMENT.
000090*
000100* RECON, EXCAGE, RECSTAT AND THE OTHER ALERTING STEPS WRITE
000110* RECALT RECORDS TO THE ALERTS DATASET FOR THE PAGING BRIDGE.
000120* THIS STEP IS HOW THE OPERATOR OR THE RECONCILIATION DESK SAYS
000130* SOMEBODY HAS THE ALERT: EACH ACK CARD ACKNOWLEDGES EVERY ALERT
000140* STILL OUTSTANDING FOR THE MESSAGE ID (OR THE ONE ALERT, WHEN
000150* THE RUN DATE AND TIME ARE GIVEN) AND APPENDS AN ACKNOWLEDGEMENT
000160* (RECACK.CPY) TO THE ALERTACK DATASET WITH THE USER, THE TIME
000170* AND THE ESCALATION LEVEL THE ALERT HAD REACHED.  ALRTESC
000180* STOPS ESCALATING AN ACKNOWLEDGED ALERT.  AN ALERT ALREADY
000190* ACKNOWLEDGED IS NOT ACKNOWLEDGED AGAIN.
000200*
000210* DDNAMES: ALERTS, ALERTACK (A MISSING DATASET IS READ AS EMPTY),
000220* ACKRPT.  SYSIN:
000230*     USER USERID          (WHO IS ACKNOWLEDGING - REQUIRED)
000240*     SOURCE OPERATOR|DESK (DEFAULT OPERATOR)
000250*     ACK MSGID [YYYYMMDD [HHMMSS]]
000260*                          (ONE OR MORE, UP TO 50 - THE ALERTS TO
000270*                           ACKNOWLEDGE, NARROWED BY RUN DATE AND
000280*                           RUN TIME WHEN GIVEN)
000290* RC=0 EVERY ACK CARD ACKNOWLEDGED SOMETHING.  RC=4 AN ACK CARD
000300* FOUND NOTHING OUTSTANDING.  RC=16 CARD OR I/O ERROR.
000310*
000320* MODIFICATION HISTORY.
000330*   2026-10-15 DS   INITIAL VERSION.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ALERT-FILE ASSIGN TO ALERTS
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FILE-STATUS-ALERT.
000420     SELECT ACK-FILE ASSIGN TO ALERTACK
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FILE-STATUS-ACK.
000450     SELECT REPORT-FILE ASSIGN TO ACKRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FILE-STATUS-RPT.
000480     SELECT PARM-FILE ASSIGN TO SYSIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-PARM.
000510     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS RECSTW-FILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ALERT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY "RECALT.cpy".
000590 FD  ACK-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY "RECACK.cpy".
000620 FD  REPORT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  REPORT-RECORD                   PIC X(80).
000650 FD  PARM-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  PARM-RECORD                     PIC X(80).
000680 FD  STEPTIME-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY "RECSTM.cpy".
000710 WORKING-STORAGE SECTION.
000720 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000730     88  WS-EOF-YES                             VALUE "Y".
000740     88  WS-EOF-NO                              VALUE "N".
000750 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000760     88  WS-PARM-EOF-YES                        VALUE "Y".
000770     88  WS-PARM-EOF-NO                         VALUE "N".
000780 01  WS-FILE-STATUSES.
000790     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
000800         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
000810         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
000820     05  WS-FILE-STATUS-ACK          PIC X(02) VALUE "00".
000830         88  WS-FILE-STATUS-ACK-OK             VALUE "00".
000840         88  WS-FILE-STATUS-ACK-NOTFND         VALUE "35".
000850     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000860         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000870     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000880         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000890         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000900 01  WS-COUNTERS COMP-3.
000910     05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
000920     05  WS-ACKED-COUNT              PIC 9(07) VALUE ZERO.
000930     05  WS-CARD-HITS                PIC 9(07) VALUE ZERO.
000940     05  WS-EMPTY-CARD-COUNT         PIC 9(07) VALUE ZERO.
000950 01  WS-PARM-CARD.
000960     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000970     05  FILLER                      PIC X(79).
000980 01  WS-CARD-FIELDS.
000990     05  WS-CARD-VERB                PIC X(10).
001000     05  WS-CARD-OPERAND-1           PIC X(10).
001010     05  WS-CARD-OPERAND-2           PIC X(10).
001020     05  WS-CARD-OPERAND-3           PIC X(10).
001030 01  WS-USER-ID                      PIC X(08) VALUE SPACES.
001040 01  WS-SOURCE                       PIC X(01) VALUE "O".
001050 01  WS-RUN-DATE                     PIC X(08).
001060 01  WS-RUN-TIME-RAW                 PIC X(08).
001070*----------------------------------------------------------------*
001080* THE ACK CARDS, HELD UNTIL THE ALERTS HAVE BEEN LOADED.
001090*----------------------------------------------------------------*
001100 01  WS-ACK-CARD-TABLE.
001110     05  WS-AK-COUNT                 PIC S9(04) COMP VALUE ZERO.
001120     05  WS-AK-MAX                   PIC S9(04) COMP VALUE 50.
001130     05  WS-AK-ENTRY OCCURS 50 TIMES.
001140         10  WS-AK-MSG-ID            PIC X(09).
001150         10  WS-AK-DATE              PIC X(08).
001160         10  WS-AK-TIME              PIC X(06).
001170 01  WS-AK-IDX                       PIC S9(04) COMP.
001180*----------------------------------------------------------------*
001190* ONE SLOT PER ALERT ON THE ALERTS DATASET, KNOWN BY ITS RUN
001200* STAMP AND MESSAGE ID, WITH THE HIGHEST ESCALATION WRITTEN FOR
001210* IT AND WHETHER IT HAS BEEN ACKNOWLEDGED.
001220*----------------------------------------------------------------*
001230 01  WS-ALERT-TABLE.
001240     05  WS-AL-COUNT                 PIC S9(04) COMP VALUE ZERO.
001250     05  WS-AL-MAX                   PIC S9(04) COMP VALUE 3000.
001260     05  WS-AL-ENTRY OCCURS 3000 TIMES.
001270         10  WS-AL-DATE              PIC X(08).
001280         10  WS-AL-TIME              PIC X(06).
001290         10  WS-AL-MSG-ID            PIC X(09).
001300         10  WS-AL-LEVEL             PIC 9(01).
001310         10  WS-AL-ACK-SW            PIC X(01).
001320             88  WS-AL-ACKED                    VALUE "Y".
001330 01  WS-AL-IDX                       PIC S9(04) COMP.
001340 01  WS-AL-FOUND                     PIC S9(04) COMP.
001350 01  WS-LOOKUP-ALERT.
001360     05  WS-LOOKUP-DATE              PIC X(08).
001370     05  WS-LOOKUP-TIME              PIC X(06).
001380     05  WS-LOOKUP-MSG-ID            PIC X(09).
001390 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001400 01  WS-REPORT-LINE                  PIC X(80).
001410 COPY "RECSTW.cpy".
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     MOVE "ALRTACK" TO RECSTW-PROGRAM-ID
001450     PERFORM 9800-START-STEP-TIMING
001460         THRU 9800-START-STEP-TIMING-EXIT
001470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001480     PERFORM 2000-LOAD-ALERTS THRU 2000-LOAD-ALERTS-EXIT
001490     PERFORM 2500-LOAD-ACKNOWLEDGEMENTS
001500         THRU 2500-LOAD-ACKNOWLEDGEMENTS-EXIT
001510     PERFORM 3000-APPLY-ACK-CARDS THRU 3000-APPLY-ACK-CARDS-EXIT
001520     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001530     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001540     MOVE WS-READ-COUNT TO RECSTW-RECORD-COUNT
001550     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001560     PERFORM 9810-WRITE-STEP-TIMING
001570         THRU 9810-WRITE-STEP-TIMING-EXIT
001580     GOBACK
001590     .
001600 0000-MAINLINE-EXIT.
001610     EXIT.
001620 1000-INITIALIZE.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001640     ACCEPT WS-RUN-TIME-RAW FROM TIME
001650     PERFORM 1100-READ-PARM-CARDS
001660         THRU 1100-READ-PARM-CARDS-EXIT
001670     IF WS-USER-ID = SPACES
001680         DISPLAY "ALRTACK: NO USER CARD ON SYSIN"
001690         MOVE 16 TO RETURN-CODE
001700         GOBACK
001710     END-IF
001720     IF WS-AK-COUNT = 0
001730         DISPLAY "ALRTACK: NO ACK CARD ON SYSIN"
001740         MOVE 16 TO RETURN-CODE
001750         GOBACK
001760     END-IF
001770     OPEN OUTPUT REPORT-FILE
001780     IF NOT WS-FILE-STATUS-RPT-OK
001790         DISPLAY "ALRTACK: OPEN FAILED FOR ACKRPT - STATUS "
001800             WS-FILE-STATUS-RPT
001810         MOVE 16 TO RETURN-CODE
001820         GOBACK
001830     END-IF
001840     MOVE SPACES TO WS-REPORT-LINE
001850     STRING "ALERT ACKNOWLEDGEMENT - RUN " WS-RUN-DATE
001860         " " WS-RUN-TIME-RAW (1:6) " - BY " WS-USER-ID
001870         DELIMITED BY SIZE
001880         INTO WS-REPORT-LINE
001890     PERFORM 8900-WRITE-REPORT-LINE
001900         THRU 8900-WRITE-REPORT-LINE-EXIT
001910     MOVE SPACES TO WS-REPORT-LINE
001920     PERFORM 8900-WRITE-REPORT-LINE
001930         THRU 8900-WRITE-REPORT-LINE-EXIT
001940     MOVE "  MSG ID    RUN DATE RUN TIME LEVEL RESULT"
001950         TO WS-REPORT-LINE
001960     PERFORM 8900-WRITE-REPORT-LINE
001970         THRU 8900-WRITE-REPORT-LINE-EXIT
001980     .
001990 1000-INITIALIZE-EXIT.
002000     EXIT.
002010 1100-READ-PARM-CARDS.
002020     OPEN INPUT PARM-FILE
002030     IF WS-FILE-STATUS-PARM-NOTFND
002040         SET WS-PARM-EOF-YES TO TRUE
002050         GO TO 1100-READ-PARM-CARDS-EXIT
002060     END-IF
002070     IF NOT WS-FILE-STATUS-PARM-OK
002080         DISPLAY "ALRTACK: OPEN FAILED FOR SYSIN - STATUS "
002090             WS-FILE-STATUS-PARM
002100         MOVE 16 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     PERFORM 1110-READ-PARM-CARD
002140         THRU 1110-READ-PARM-CARD-EXIT
002150         UNTIL WS-PARM-EOF-YES
002160     CLOSE PARM-FILE
002170     .
002180 1100-READ-PARM-CARDS-EXIT.
002190     EXIT.
002200 1110-READ-PARM-CARD.
002210     READ PARM-FILE INTO WS-PARM-CARD
002220         AT END
002230             SET WS-PARM-EOF-YES TO TRUE
002240             GO TO 1110-READ-PARM-CARD-EXIT
002250     END-READ
002260     IF NOT WS-FILE-STATUS-PARM-OK
002270         DISPLAY "ALRTACK: READ FAILED FOR SYSIN - STATUS "
002280             WS-FILE-STATUS-PARM
002290         MOVE 16 TO RETURN-CODE
002300         GOBACK
002310     END-IF
002320     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002330         GO TO 1110-READ-PARM-CARD-EXIT
002340     END-IF
002350     MOVE SPACES TO WS-CARD-FIELDS
002360     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002370         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002380             WS-CARD-OPERAND-2 WS-CARD-OPERAND-3
002390     END-UNSTRING
002400     EVALUATE WS-CARD-VERB
002410         WHEN "USER"
002420             MOVE WS-CARD-OPERAND-1 TO WS-USER-ID
002430         WHEN "SOURCE"
002440             EVALUATE WS-CARD-OPERAND-1
002450                 WHEN "OPERATOR"
002460                     MOVE "O" TO WS-SOURCE
002470                 WHEN "DESK"
002480                     MOVE "D" TO WS-SOURCE
002490                 WHEN OTHER
002500                     DISPLAY "ALRTACK: BAD SOURCE CARD - "
002510                         WS-PARM-CARD
002520                     MOVE 16 TO RETURN-CODE
002530                     GOBACK
002540             END-EVALUATE
002550         WHEN "ACK"
002560             PERFORM 1120-ADD-ACK-CARD THRU 1120-ADD-ACK-CARD-EXIT
002570         WHEN OTHER
002580             DISPLAY "ALRTACK: UNRECOGNIZED PARM CARD - "
002590                 WS-PARM-CARD
002600             MOVE 16 TO RETURN-CODE
002610             GOBACK
002620     END-EVALUATE
002630     .
002640 1110-READ-PARM-CARD-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------*
002670* 1120 - ACK MSGID [YYYYMMDD [HHMMSS]].  A MESSAGE ID IS NINE
002680* BYTES; THE DATE AND TIME MUST BE NUMERIC WHEN GIVEN.
002690*----------------------------------------------------------------*
002700 1120-ADD-ACK-CARD.
002710     IF WS-CARD-OPERAND-1 = SPACES
002720             OR WS-CARD-OPERAND-1 (10:1) NOT = SPACE
002730         DISPLAY "ALRTACK: ACK NEEDS A MESSAGE ID - " WS-PARM-CARD
002740         MOVE 16 TO RETURN-CODE
002750         GOBACK
002760     END-IF
002770     IF WS-CARD-OPERAND-2 NOT = SPACES
002780         IF WS-CARD-OPERAND-2 (1:8) NOT NUMERIC
002790                 OR WS-CARD-OPERAND-2 (9:2) NOT = SPACES
002800             DISPLAY "ALRTACK: RUN DATE MUST BE YYYYMMDD - "
002810                 WS-PARM-CARD
002820             MOVE 16 TO RETURN-CODE
002830             GOBACK
002840         END-IF
002850     END-IF
002860     IF WS-CARD-OPERAND-3 NOT = SPACES
002870         IF WS-CARD-OPERAND-3 (1:6) NOT NUMERIC
002880                 OR WS-CARD-OPERAND-3 (7:4) NOT = SPACES
002890             DISPLAY "ALRTACK: RUN TIME MUST BE HHMMSS - "
002900                 WS-PARM-CARD
002910             MOVE 16 TO RETURN-CODE
002920             GOBACK
002930         END-IF
002940     END-IF
002950     IF WS-AK-COUNT = WS-AK-MAX
002960         DISPLAY "ALRTACK: MORE THAN 50 ACK CARDS"
002970         MOVE 16 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     ADD 1 TO WS-AK-COUNT
003010     MOVE WS-CARD-OPERAND-1 TO WS-AK-MSG-ID (WS-AK-COUNT)
003020     MOVE WS-CARD-OPERAND-2 TO WS-AK-DATE (WS-AK-COUNT)
003030     MOVE WS-CARD-OPERAND-3 TO WS-AK-TIME (WS-AK-COUNT)
003040     .
003050 1120-ADD-ACK-CARD-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------*
003080* 2000 - ONE TABLE SLOT PER ALERT.  AN ESCALATED COPY (SEVERITY
003090* S OR C) RAISES THE LEVEL OF THE ALERT IT ESCALATES.
003100*----------------------------------------------------------------*
003110 2000-LOAD-ALERTS.
003120     OPEN INPUT ALERT-FILE
003130     IF WS-FILE-STATUS-ALERT-NOTFND
003140         GO TO 2000-LOAD-ALERTS-EXIT
003150     END-IF
003160     IF NOT WS-FILE-STATUS-ALERT-OK
003170         DISPLAY "ALRTACK: OPEN FAILED FOR ALERTS - STATUS "
003180             WS-FILE-STATUS-ALERT
003190         MOVE 16 TO RETURN-CODE
003200         GOBACK
003210     END-IF
003220     SET WS-EOF-NO TO TRUE
003230     PERFORM 2100-LOAD-ONE-ALERT THRU 2100-LOAD-ONE-ALERT-EXIT
003240         UNTIL WS-EOF-YES
003250     CLOSE ALERT-FILE
003260     .
003270 2000-LOAD-ALERTS-EXIT.
003280     EXIT.
003290 2100-LOAD-ONE-ALERT.
003300     READ ALERT-FILE
003310         AT END
003320             SET WS-EOF-YES TO TRUE
003330             GO TO 2100-LOAD-ONE-ALERT-EXIT
003340     END-READ
003350     IF NOT WS-FILE-STATUS-ALERT-OK
003360         DISPLAY "ALRTACK: READ FAILED FOR ALERTS - STATUS "
003370             WS-FILE-STATUS-ALERT
003380         MOVE 16 TO RETURN-CODE
003390         GOBACK
003400     END-IF
003410     ADD 1 TO WS-READ-COUNT
003420     MOVE RECALT-RUN-DATE TO WS-LOOKUP-DATE
003430     MOVE RECALT-RUN-TIME TO WS-LOOKUP-TIME
003440     MOVE RECALT-MSG-ID TO WS-LOOKUP-MSG-ID
003450     PERFORM 2400-FIND-ALERT THRU 2400-FIND-ALERT-EXIT
003460     IF WS-AL-FOUND = 0
003470         IF WS-AL-COUNT = WS-AL-MAX
003480             DISPLAY "ALRTACK: ALERT TABLE FULL - RUN STOPPED"
003490             MOVE 16 TO RETURN-CODE
003500             GOBACK
003510         END-IF
003520         ADD 1 TO WS-AL-COUNT
003530         MOVE WS-AL-COUNT TO WS-AL-FOUND
003540         MOVE RECALT-RUN-DATE TO WS-AL-DATE (WS-AL-FOUND)
003550         MOVE RECALT-RUN-TIME TO WS-AL-TIME (WS-AL-FOUND)
003560         MOVE RECALT-MSG-ID TO WS-AL-MSG-ID (WS-AL-FOUND)
003570         MOVE ZERO TO WS-AL-LEVEL (WS-AL-FOUND)
003580         MOVE "N" TO WS-AL-ACK-SW (WS-AL-FOUND)
003590     END-IF
003600     IF RECALT-SEVERITY = "S" AND WS-AL-LEVEL (WS-AL-FOUND) < 1
003610         MOVE 1 TO WS-AL-LEVEL (WS-AL-FOUND)
003620     END-IF
003630     IF RECALT-SEVERITY = "C"
003640         MOVE 2 TO WS-AL-LEVEL (WS-AL-FOUND)
003650     END-IF
003660     .
003670 2100-LOAD-ONE-ALERT-EXIT.
003680     EXIT.
003690 2400-FIND-ALERT.
003700     MOVE ZERO TO WS-AL-FOUND
003710     PERFORM 2410-MATCH-ONE-ALERT THRU 2410-MATCH-ONE-ALERT-EXIT
003720         VARYING WS-AL-IDX FROM 1 BY 1
003730         UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-AL-FOUND > 0
003740     .
003750 2400-FIND-ALERT-EXIT.
003760     EXIT.
003770 2410-MATCH-ONE-ALERT.
003780     IF WS-AL-DATE (WS-AL-IDX) = WS-LOOKUP-DATE
003790             AND WS-AL-TIME (WS-AL-IDX) = WS-LOOKUP-TIME
003800             AND WS-AL-MSG-ID (WS-AL-IDX) = WS-LOOKUP-MSG-ID
003810         MOVE WS-AL-IDX TO WS-AL-FOUND
003820     END-IF
003830     .
003840 2410-MATCH-ONE-ALERT-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870* 2500 - MARK THE ALERTS ALREADY ACKNOWLEDGED.
003880*----------------------------------------------------------------*
003890 2500-LOAD-ACKNOWLEDGEMENTS.
003900     OPEN INPUT ACK-FILE
003910     IF WS-FILE-STATUS-ACK-NOTFND
003920         GO TO 2500-LOAD-ACKNOWLEDGEMENTS-EXIT
003930     END-IF
003940     IF NOT WS-FILE-STATUS-ACK-OK
003950         DISPLAY "ALRTACK: OPEN FAILED FOR ALERTACK - STATUS "
003960             WS-FILE-STATUS-ACK
003970         MOVE 16 TO RETURN-CODE
003980         GOBACK
003990     END-IF
004000     SET WS-EOF-NO TO TRUE
004010     PERFORM 2600-MARK-ONE-ACK THRU 2600-MARK-ONE-ACK-EXIT
004020         UNTIL WS-EOF-YES
004030     CLOSE ACK-FILE
004040     .
004050 2500-LOAD-ACKNOWLEDGEMENTS-EXIT.
004060     EXIT.
004070 2600-MARK-ONE-ACK.
004080     READ ACK-FILE
004090         AT END
004100             SET WS-EOF-YES TO TRUE
004110             GO TO 2600-MARK-ONE-ACK-EXIT
004120     END-READ
004130     IF NOT WS-FILE-STATUS-ACK-OK
004140         DISPLAY "ALRTACK: READ FAILED FOR ALERTACK - STATUS "
004150             WS-FILE-STATUS-ACK
004160         MOVE 16 TO RETURN-CODE
004170         GOBACK
004180     END-IF
004190     ADD 1 TO WS-READ-COUNT
004200     MOVE RECACK-ALERT-DATE TO WS-LOOKUP-DATE
004210     MOVE RECACK-ALERT-TIME TO WS-LOOKUP-TIME
004220     MOVE RECACK-MSG-ID TO WS-LOOKUP-MSG-ID
004230     PERFORM 2400-FIND-ALERT THRU 2400-FIND-ALERT-EXIT
004240     IF WS-AL-FOUND > 0
004250         SET WS-AL-ACKED (WS-AL-FOUND) TO TRUE
004260     END-IF
004270     .
004280 2600-MARK-ONE-ACK-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------*
004310* 3000 - EACH ACK CARD AGAINST EVERY OUTSTANDING ALERT.
004320*----------------------------------------------------------------*
004330 3000-APPLY-ACK-CARDS.
004340     OPEN EXTEND ACK-FILE
004350     IF WS-FILE-STATUS-ACK-NOTFND
004360         OPEN OUTPUT ACK-FILE
004370     END-IF
004380     IF NOT WS-FILE-STATUS-ACK-OK
004390         DISPLAY "ALRTACK: OPEN FAILED FOR ALERTACK - STATUS "
004400             WS-FILE-STATUS-ACK
004410         MOVE 16 TO RETURN-CODE
004420         GOBACK
004430     END-IF
004440     PERFORM 3100-APPLY-ONE-CARD THRU 3100-APPLY-ONE-CARD-EXIT
004450         VARYING WS-AK-IDX FROM 1 BY 1
004460         UNTIL WS-AK-IDX > WS-AK-COUNT
004470     CLOSE ACK-FILE
004480     .
004490 3000-APPLY-ACK-CARDS-EXIT.
004500     EXIT.
004510 3100-APPLY-ONE-CARD.
004520     MOVE ZERO TO WS-CARD-HITS
004530     PERFORM 3200-ACK-ONE-ALERT THRU 3200-ACK-ONE-ALERT-EXIT
004540         VARYING WS-AL-IDX FROM 1 BY 1
004550         UNTIL WS-AL-IDX > WS-AL-COUNT
004560     IF WS-CARD-HITS = 0
004570         ADD 1 TO WS-EMPTY-CARD-COUNT
004580         MOVE SPACES TO WS-REPORT-LINE
004590         MOVE WS-AK-MSG-ID (WS-AK-IDX) TO WS-REPORT-LINE (3:9)
004600         MOVE WS-AK-DATE (WS-AK-IDX) TO WS-REPORT-LINE (13:8)
004610         MOVE WS-AK-TIME (WS-AK-IDX) TO WS-REPORT-LINE (22:6)
004620         MOVE "NOTHING OUTSTANDING TO ACKNOWLEDGE"
004630             TO WS-REPORT-LINE (35:34)
004640         PERFORM 8900-WRITE-REPORT-LINE
004650             THRU 8900-WRITE-REPORT-LINE-EXIT
004660     END-IF
004670     .
004680 3100-APPLY-ONE-CARD-EXIT.
004690     EXIT.
004700 3200-ACK-ONE-ALERT.
004710     IF WS-AL-ACKED (WS-AL-IDX)
004720             OR WS-AL-MSG-ID (WS-AL-IDX)
004730                 NOT = WS-AK-MSG-ID (WS-AK-IDX)
004740         GO TO 3200-ACK-ONE-ALERT-EXIT
004750     END-IF
004760     IF WS-AK-DATE (WS-AK-IDX) NOT = SPACES
004770             AND WS-AL-DATE (WS-AL-IDX)
004780                 NOT = WS-AK-DATE (WS-AK-IDX)
004790         GO TO 3200-ACK-ONE-ALERT-EXIT
004800     END-IF
004810     IF WS-AK-TIME (WS-AK-IDX) NOT = SPACES
004820             AND WS-AL-TIME (WS-AL-IDX)
004830                 NOT = WS-AK-TIME (WS-AK-IDX)
004840         GO TO 3200-ACK-ONE-ALERT-EXIT
004850     END-IF
004860     MOVE SPACES TO RECACK-RECORD
004870     MOVE WS-AL-DATE (WS-AL-IDX) TO RECACK-ALERT-DATE
004880     MOVE WS-AL-TIME (WS-AL-IDX) TO RECACK-ALERT-TIME
004890     MOVE WS-AL-MSG-ID (WS-AL-IDX) TO RECACK-MSG-ID
004900     MOVE WS-USER-ID TO RECACK-USER-ID
004910     MOVE WS-RUN-DATE TO RECACK-ACK-DATE
004920     MOVE WS-RUN-TIME-RAW (1:6) TO RECACK-ACK-TIME
004930     MOVE WS-SOURCE TO RECACK-SOURCE
004940     MOVE WS-AL-LEVEL (WS-AL-IDX) TO RECACK-ESC-LEVEL
004950     WRITE RECACK-RECORD
004960     IF NOT WS-FILE-STATUS-ACK-OK
004970         DISPLAY "ALRTACK: WRITE FAILED FOR ALERTACK - STATUS "
004980             WS-FILE-STATUS-ACK
004990         MOVE 16 TO RETURN-CODE
005000         GOBACK
005010     END-IF
005020     SET WS-AL-ACKED (WS-AL-IDX) TO TRUE
005030     ADD 1 TO WS-CARD-HITS
005040     ADD 1 TO WS-ACKED-COUNT
005050     MOVE SPACES TO WS-REPORT-LINE
005060     MOVE WS-AL-MSG-ID (WS-AL-IDX) TO WS-REPORT-LINE (3:9)
005070     MOVE WS-AL-DATE (WS-AL-IDX) TO WS-REPORT-LINE (13:8)
005080     MOVE WS-AL-TIME (WS-AL-IDX) TO WS-REPORT-LINE (22:6)
005090     MOVE WS-AL-LEVEL (WS-AL-IDX) TO WS-REPORT-LINE (33:1)
005100     MOVE "ACKNOWLEDGED" TO WS-REPORT-LINE (35:12)
005110     PERFORM 8900-WRITE-REPORT-LINE
005120         THRU 8900-WRITE-REPORT-LINE-EXIT
005130     .
005140 3200-ACK-ONE-ALERT-EXIT.
005150     EXIT.
005160 8000-PRINT-TOTALS.
005170     MOVE SPACES TO WS-REPORT-LINE
005180     PERFORM 8900-WRITE-REPORT-LINE
005190         THRU 8900-WRITE-REPORT-LINE-EXIT
005200     MOVE WS-AK-COUNT TO WS-EDIT-COUNT
005210     MOVE SPACES TO WS-REPORT-LINE
005220     STRING "ACK CARDS                 : " WS-EDIT-COUNT
005230         DELIMITED BY SIZE INTO WS-REPORT-LINE
005240     PERFORM 8900-WRITE-REPORT-LINE
005250         THRU 8900-WRITE-REPORT-LINE-EXIT
005260     MOVE WS-ACKED-COUNT TO WS-EDIT-COUNT
005270     MOVE SPACES TO WS-REPORT-LINE
005280     STRING "ALERTS ACKNOWLEDGED       : " WS-EDIT-COUNT
005290         DELIMITED BY SIZE INTO WS-REPORT-LINE
005300     PERFORM 8900-WRITE-REPORT-LINE
005310         THRU 8900-WRITE-REPORT-LINE-EXIT
005320     MOVE WS-EMPTY-CARD-COUNT TO WS-EDIT-COUNT
005330     MOVE SPACES TO WS-REPORT-LINE
005340     STRING "CARDS WITH NOTHING TO ACK : " WS-EDIT-COUNT
005350         DELIMITED BY SIZE INTO WS-REPORT-LINE
005360     PERFORM 8900-WRITE-REPORT-LINE
005370         THRU 8900-WRITE-REPORT-LINE-EXIT
005380     .
005390 8000-PRINT-TOTALS-EXIT.
005400     EXIT.
005410 8900-WRITE-REPORT-LINE.
005420     WRITE REPORT-RECORD FROM WS-REPORT-LINE
005430     IF NOT WS-FILE-STATUS-RPT-OK
005440         DISPLAY "ALRTACK: WRITE FAILED FOR ACKRPT - STATUS "
005450             WS-FILE-STATUS-RPT
005460         MOVE 16 TO RETURN-CODE
005470         GOBACK
005480     END-IF
005490     .
005500 8900-WRITE-REPORT-LINE-EXIT.
005510     EXIT.
005520 9999-TERMINATE.
005530     CLOSE REPORT-FILE
005540     IF WS-EMPTY-CARD-COUNT > 0
005550         DISPLAY "ALRTACK: AN ACK CARD FOUND NOTHING OUTSTANDING"
005560         MOVE 4 TO RETURN-CODE
005570     ELSE
005580         MOVE 0 TO RETURN-CODE
005590     END-IF
005600     .
005610 9999-TERMINATE-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------*
005640* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
005650*----------------------------------------------------------------*
005660 COPY "RECSTP.cpy".
005670 END PROGRAM ALRTACK.
