000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTESC.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* ALRTESC - UNACKNOWLEDGED ALERT RE-ESCALATION.
000090*
000100* RUNS PERIODICALLY THROUGH THE NIGHT.  EVERY ALERT ON THE
000110* ALERTS DATASET (RECALT.CPY) IS CHECKED AGAINST THE
000120* ACKNOWLEDGEMENTS ALRTACK HAS WRITTEN (ALERTACK, RECACK.CPY).
000130* AN ALERT STILL UNACKNOWLEDGED THE FIRST-LEVEL NUMBER OF
000140* MINUTES AFTER IT WAS ISSUED IS WRITTEN TO ALERTS AGAIN WITH
000150* SEVERITY S AND THE FIRST-LEVEL CONTACT; ONE STILL
000160* UNACKNOWLEDGED AFTER THE SECOND-LEVEL NUMBER OF MINUTES IS
000170* WRITTEN AGAIN WITH SEVERITY C AND THE SECOND-LEVEL CONTACT.
000180* THE ESCALATED COPY KEEPS THE ALERT'S RUN STAMP, MESSAGE ID
000190* AND COUNTS, SO THE PAGING BRIDGE SHOWS WHAT IS BEING CHASED
000200* AND ONE ACKNOWLEDGEMENT ANSWERS IT.  EACH LEVEL IS WRITTEN
000210* ONCE; AN ALERT AT THE SECOND LEVEL IS NOT ESCALATED FURTHER.
000220* AN ALERT FIRST SEEN PAST BOTH LIMITS GOES STRAIGHT TO THE
000230* SECOND LEVEL.  AN ALERT IS TIMED FROM ITS ISSUE STAMP - WHEN
000240* THE ALERT WAS WRITTEN - NOT FROM ITS RUN STAMP, WHICH IS TAKEN
000250* AS THE RUN STARTS, SO A LONG RUN DOES NOT AGE ITS OWN ALERTS.
000260* AN ALERT WITH NO ISSUE STAMP IS TIMED FROM ITS RUN STAMP.
000270*
000280* DDNAMES: ALERTS, ALERTACK (A MISSING DATASET IS READ AS EMPTY),
000290* ESCRPT.  SYSIN:
000300*     MINUTES NNNNN        (FIRST-LEVEL LIMIT, DEFAULT 00030)
000310*     LEVEL2 NNNNN         (SECOND-LEVEL LIMIT, COUNTED FROM THE
000320*                           ALERT, DEFAULT 00060 - MUST BE MORE
000330*                           THAN THE FIRST-LEVEL LIMIT)
000340*     CONTACT1 ID          (FIRST-LEVEL CONTACT - REQUIRED)
000350*     CONTACT2 ID          (SECOND-LEVEL CONTACT - REQUIRED)
000360* RC=0 NOTHING TO ESCALATE.  RC=4 ONE OR MORE ALERTS ESCALATED.
000370* RC=16 CARD OR I/O ERROR, OR THE ALERT TABLE FULL.
000380*
000390* MODIFICATION HISTORY.
000400*   2026-10-15 DS   INITIAL VERSION.
000410*   2026-10-15 DS   ESCALATION TIMED FROM THE ALERT'S ISSUE STAMP
000420*                   (RECALT.CPY), NOT THE RUN STAMP, SO AN ALERT
000430*                   FROM A LONG RUN IS NOT ESCALATED AT ONCE.
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ALERT-FILE ASSIGN TO ALERTS
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-ALERT.
000520     SELECT ACK-FILE ASSIGN TO ALERTACK
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-ACK.
000550     SELECT REPORT-FILE ASSIGN TO ESCRPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-RPT.
000580     SELECT PARM-FILE ASSIGN TO SYSIN
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FILE-STATUS-PARM.
000610     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS RECSTW-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ALERT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY "RECALT.cpy".
000690 FD  ACK-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY "RECACK.cpy".
000720 FD  REPORT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  REPORT-RECORD                   PIC X(80).
000750 FD  PARM-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  PARM-RECORD                     PIC X(80).
000780 FD  STEPTIME-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY "RECSTM.cpy".
000810 WORKING-STORAGE SECTION.
000820 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000830     88  WS-EOF-YES                             VALUE "Y".
000840     88  WS-EOF-NO                              VALUE "N".
000850 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000860     88  WS-PARM-EOF-YES                        VALUE "Y".
000870     88  WS-PARM-EOF-NO                         VALUE "N".
000880 01  WS-FILE-STATUSES.
000890     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
000900         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
000910         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
000920     05  WS-FILE-STATUS-ACK          PIC X(02) VALUE "00".
000930         88  WS-FILE-STATUS-ACK-OK             VALUE "00".
000940         88  WS-FILE-STATUS-ACK-NOTFND         VALUE "35".
000950     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000960         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000970     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000980         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000990         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001000 01  WS-COUNTERS COMP-3.
001010     05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
001020     05  WS-OUTSTANDING-COUNT        PIC 9(07) VALUE ZERO.
001030     05  WS-LEVEL1-COUNT             PIC 9(07) VALUE ZERO.
001040     05  WS-LEVEL2-COUNT             PIC 9(07) VALUE ZERO.
001050 01  WS-PARM-CARD.
001060     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001070     05  FILLER                      PIC X(79).
001080 01  WS-CARD-FIELDS.
001090     05  WS-CARD-VERB                PIC X(10).
001100     05  WS-CARD-OPERAND-1           PIC X(10).
001110 01  WS-CARD-NUMBER                  PIC X(10).
001120 01  WS-CARD-VALUE-X                 PIC X(05).
001130 01  WS-CARD-VALUE REDEFINES WS-CARD-VALUE-X
001140                                     PIC 9(05).
001150 01  WS-CARD-JUST-WORK               PIC X(05).
001160 01  WS-LEVEL1-MINUTES               PIC 9(05) VALUE 30.
001170 01  WS-LEVEL2-MINUTES               PIC 9(05) VALUE 60.
001180 01  WS-CONTACT-1                    PIC X(08) VALUE SPACES.
001190 01  WS-CONTACT-2                    PIC X(08) VALUE SPACES.
001200 01  WS-RUN-DATE                     PIC X(08).
001210 01  WS-RUN-TIME-RAW                 PIC X(08).
001220 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
001230     05  WS-RUN-HH                   PIC 9(02).
001240     05  WS-RUN-MM                   PIC 9(02).
001250     05  FILLER                      PIC X(04).
001260*----------------------------------------------------------------*
001270* ELAPSED-MINUTES WORK.  A STAMP'S MINUTE NUMBER IS ITS DAY
001280* SERIAL TIMES 1440 PLUS ITS MINUTE OF THE DAY.
001290*----------------------------------------------------------------*
001300 01  WS-DATE-WORK                    PIC X(08).
001310 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001320     05  WS-DW-YYYY                  PIC 9(04).
001330     05  WS-DW-MM                    PIC 9(02).
001340     05  WS-DW-DD                    PIC 9(02).
001350 01  WS-TIME-WORK                    PIC X(06).
001360 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001370     05  WS-TW-HH                    PIC 9(02).
001380     05  WS-TW-MM                    PIC 9(02).
001390     05  WS-TW-SS                    PIC 9(02).
001400 01  WS-SERIAL-WORK COMP-3.
001410     05  WS-SER-Y                    PIC S9(05).
001420     05  WS-SER-M                    PIC S9(03).
001430     05  WS-SER-Q                    PIC S9(07).
001440     05  WS-SER-R                    PIC S9(07).
001450     05  WS-DAY-SERIAL               PIC S9(07).
001460     05  WS-DOW                      PIC 9(01).
001470 01  WS-MINUTE-WORK COMP-3.
001480     05  WS-NOW-MINUTE               PIC S9(11).
001490     05  WS-ALERT-MINUTE             PIC S9(11).
001500     05  WS-ELAPSED-MINUTES          PIC S9(11).
001510*----------------------------------------------------------------*
001520* ONE SLOT PER ALERT, KNOWN BY ITS RUN STAMP AND MESSAGE ID: THE
001530* FIRST RECORD WRITTEN FOR IT, THE HIGHEST ESCALATION WRITTEN
001540* SINCE AND WHETHER IT HAS BEEN ACKNOWLEDGED.
001550*----------------------------------------------------------------*
001560 01  WS-ALERT-TABLE.
001570     05  WS-AL-COUNT                 PIC S9(04) COMP VALUE ZERO.
001580     05  WS-AL-MAX                   PIC S9(04) COMP VALUE 3000.
001590     05  WS-AL-ENTRY OCCURS 3000 TIMES.
001600         10  WS-AL-RECORD.
001610             15  WS-AL-DATE          PIC X(08).
001620             15  WS-AL-TIME          PIC X(06).
001630             15  WS-AL-MSG-ID        PIC X(09).
001640             15  FILLER              PIC X(47).
001650             15  WS-AL-ISSUE-DATE    PIC X(08).
001660             15  WS-AL-ISSUE-TIME    PIC X(06).
001670         10  WS-AL-LEVEL             PIC 9(01).
001680         10  WS-AL-ACK-SW            PIC X(01).
001690             88  WS-AL-ACKED                    VALUE "Y".
001700 01  WS-AL-IDX                       PIC S9(04) COMP.
001710 01  WS-AL-FOUND                     PIC S9(04) COMP.
001720 01  WS-LOOKUP-ALERT.
001730     05  WS-LOOKUP-DATE              PIC X(08).
001740     05  WS-LOOKUP-TIME              PIC X(06).
001750     05  WS-LOOKUP-MSG-ID            PIC X(09).
001760 01  WS-ESC-LEVEL                    PIC 9(01).
001770 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001780 01  WS-EDIT-MINUTES                 PIC ZZZZZZ9.
001790 01  WS-REPORT-LINE                  PIC X(80).
001800 COPY "RECSTW.cpy".
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     MOVE "ALRTESC" TO RECSTW-PROGRAM-ID
001840     PERFORM 9800-START-STEP-TIMING
001850         THRU 9800-START-STEP-TIMING-EXIT
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001870     PERFORM 2000-LOAD-ALERTS THRU 2000-LOAD-ALERTS-EXIT
001880     PERFORM 2500-LOAD-ACKNOWLEDGEMENTS
001890         THRU 2500-LOAD-ACKNOWLEDGEMENTS-EXIT
001900     PERFORM 3000-ESCALATE-ALERTS THRU 3000-ESCALATE-ALERTS-EXIT
001910     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001920     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001930     MOVE WS-READ-COUNT TO RECSTW-RECORD-COUNT
001940     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001950     PERFORM 9810-WRITE-STEP-TIMING
001960         THRU 9810-WRITE-STEP-TIMING-EXIT
001970     GOBACK
001980     .
001990 0000-MAINLINE-EXIT.
002000     EXIT.
002010 1000-INITIALIZE.
002020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002030     ACCEPT WS-RUN-TIME-RAW FROM TIME
002040     PERFORM 1100-READ-PARM-CARDS
002050         THRU 1100-READ-PARM-CARDS-EXIT
002060     IF WS-CONTACT-1 = SPACES OR WS-CONTACT-2 = SPACES
002070         DISPLAY "ALRTESC: CONTACT1 AND CONTACT2 CARDS ARE BOTH "
002080             "REQUIRED"
002090         MOVE 16 TO RETURN-CODE
002100         GOBACK
002110     END-IF
002120     IF WS-LEVEL2-MINUTES NOT > WS-LEVEL1-MINUTES
002130         DISPLAY "ALRTESC: LEVEL2 MINUTES MUST BE MORE THAN "
002140             "MINUTES"
002150         MOVE 16 TO RETURN-CODE
002160         GOBACK
002170     END-IF
002180     MOVE WS-RUN-DATE TO WS-DATE-WORK
002190     PERFORM 7700-COMPUTE-DAY-SERIAL
002200         THRU 7700-COMPUTE-DAY-SERIAL-EXIT
002210     COMPUTE WS-NOW-MINUTE = WS-DAY-SERIAL * 1440
002220         + WS-RUN-HH * 60 + WS-RUN-MM
002230     OPEN OUTPUT REPORT-FILE
002240     IF NOT WS-FILE-STATUS-RPT-OK
002250         DISPLAY "ALRTESC: OPEN FAILED FOR ESCRPT - STATUS "
002260             WS-FILE-STATUS-RPT
002270         MOVE 16 TO RETURN-CODE
002280         GOBACK
002290     END-IF
002300     MOVE SPACES TO WS-REPORT-LINE
002310     STRING "ALERT RE-ESCALATION - RUN " WS-RUN-DATE
002320         " " WS-RUN-TIME-RAW (1:6)
002330         DELIMITED BY SIZE
002340         INTO WS-REPORT-LINE
002350     PERFORM 8900-WRITE-REPORT-LINE
002360         THRU 8900-WRITE-REPORT-LINE-EXIT
002370     MOVE WS-LEVEL1-MINUTES TO WS-EDIT-MINUTES
002380     MOVE SPACES TO WS-REPORT-LINE
002390     STRING "  FIRST LEVEL  AFTER " WS-EDIT-MINUTES
002400         " MINUTES TO " WS-CONTACT-1
002410         DELIMITED BY SIZE
002420         INTO WS-REPORT-LINE
002430     PERFORM 8900-WRITE-REPORT-LINE
002440         THRU 8900-WRITE-REPORT-LINE-EXIT
002450     MOVE WS-LEVEL2-MINUTES TO WS-EDIT-MINUTES
002460     MOVE SPACES TO WS-REPORT-LINE
002470     STRING "  SECOND LEVEL AFTER " WS-EDIT-MINUTES
002480         " MINUTES TO " WS-CONTACT-2
002490         DELIMITED BY SIZE
002500         INTO WS-REPORT-LINE
002510     PERFORM 8900-WRITE-REPORT-LINE
002520         THRU 8900-WRITE-REPORT-LINE-EXIT
002530     MOVE SPACES TO WS-REPORT-LINE
002540     PERFORM 8900-WRITE-REPORT-LINE
002550         THRU 8900-WRITE-REPORT-LINE-EXIT
002560     MOVE "  MSG ID    RUN DATE RUN TIME  MINUTES LEVEL CONTACT"
002570         TO WS-REPORT-LINE
002580     PERFORM 8900-WRITE-REPORT-LINE
002590         THRU 8900-WRITE-REPORT-LINE-EXIT
002600     .
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630 1100-READ-PARM-CARDS.
002640     OPEN INPUT PARM-FILE
002650     IF WS-FILE-STATUS-PARM-NOTFND
002660         SET WS-PARM-EOF-YES TO TRUE
002670         GO TO 1100-READ-PARM-CARDS-EXIT
002680     END-IF
002690     IF NOT WS-FILE-STATUS-PARM-OK
002700         DISPLAY "ALRTESC: OPEN FAILED FOR SYSIN - STATUS "
002710             WS-FILE-STATUS-PARM
002720         MOVE 16 TO RETURN-CODE
002730         GOBACK
002740     END-IF
002750     PERFORM 1110-READ-PARM-CARD
002760         THRU 1110-READ-PARM-CARD-EXIT
002770         UNTIL WS-PARM-EOF-YES
002780     CLOSE PARM-FILE
002790     .
002800 1100-READ-PARM-CARDS-EXIT.
002810     EXIT.
002820 1110-READ-PARM-CARD.
002830     READ PARM-FILE INTO WS-PARM-CARD
002840         AT END
002850             SET WS-PARM-EOF-YES TO TRUE
002860             GO TO 1110-READ-PARM-CARD-EXIT
002870     END-READ
002880     IF NOT WS-FILE-STATUS-PARM-OK
002890         DISPLAY "ALRTESC: READ FAILED FOR SYSIN - STATUS "
002900             WS-FILE-STATUS-PARM
002910         MOVE 16 TO RETURN-CODE
002920         GOBACK
002930     END-IF
002940     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002950         GO TO 1110-READ-PARM-CARD-EXIT
002960     END-IF
002970     MOVE SPACES TO WS-CARD-FIELDS
002980     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002990         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003000     END-UNSTRING
003010     EVALUATE WS-CARD-VERB
003020         WHEN "MINUTES"
003030             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NUMBER
003040             PERFORM 1120-GET-CARD-VALUE
003050                 THRU 1120-GET-CARD-VALUE-EXIT
003060             IF WS-CARD-VALUE = 0
003070                 DISPLAY "ALRTESC: MINUTES MUST BE 1 TO 99999"
003080                 MOVE 16 TO RETURN-CODE
003090                 GOBACK
003100             END-IF
003110             MOVE WS-CARD-VALUE TO WS-LEVEL1-MINUTES
003120         WHEN "LEVEL2"
003130             MOVE WS-CARD-OPERAND-1 TO WS-CARD-NUMBER
003140             PERFORM 1120-GET-CARD-VALUE
003150                 THRU 1120-GET-CARD-VALUE-EXIT
003160             MOVE WS-CARD-VALUE TO WS-LEVEL2-MINUTES
003170         WHEN "CONTACT1"
003180             MOVE WS-CARD-OPERAND-1 TO WS-CONTACT-1
003190         WHEN "CONTACT2"
003200             MOVE WS-CARD-OPERAND-1 TO WS-CONTACT-2
003210         WHEN OTHER
003220             DISPLAY "ALRTESC: UNRECOGNIZED PARM CARD - "
003230                 WS-PARM-CARD
003240             MOVE 16 TO RETURN-CODE
003250             GOBACK
003260     END-EVALUATE
003270     .
003280 1110-READ-PARM-CARD-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------*
003310* 1120 - THE OPERAND IN WS-CARD-NUMBER AS A NUMBER, SHIFTED
003320* RIGHT BEFORE THE LEADING SPACES ZERO-FILL (SEE STEPSLA).
003330*----------------------------------------------------------------*
003340 1120-GET-CARD-VALUE.
003350     IF WS-CARD-NUMBER = SPACES
003360         DISPLAY "ALRTESC: MISSING NUMERIC OPERAND - "
003370             WS-PARM-CARD
003380         MOVE 16 TO RETURN-CODE
003390         GOBACK
003400     END-IF
003410     IF WS-CARD-NUMBER (6:5) NOT = SPACES
003420         DISPLAY "ALRTESC: BAD NUMERIC OPERAND - "
003430             WS-CARD-NUMBER
003440         MOVE 16 TO RETURN-CODE
003450         GOBACK
003460     END-IF
003470     MOVE WS-CARD-NUMBER TO WS-CARD-VALUE-X
003480     PERFORM 1125-JUSTIFY-VALUE THRU 1125-JUSTIFY-VALUE-EXIT
003490         UNTIL WS-CARD-VALUE-X (5:1) NOT = SPACE
003500     INSPECT WS-CARD-VALUE-X REPLACING LEADING SPACE BY ZERO
003510     IF WS-CARD-VALUE NOT NUMERIC
003520         DISPLAY "ALRTESC: BAD NUMERIC OPERAND - "
003530             WS-CARD-NUMBER
003540         MOVE 16 TO RETURN-CODE
003550         GOBACK
003560     END-IF
003570     .
003580 1120-GET-CARD-VALUE-EXIT.
003590     EXIT.
003600 1125-JUSTIFY-VALUE.
003610     MOVE WS-CARD-VALUE-X TO WS-CARD-JUST-WORK
003620     MOVE SPACE TO WS-CARD-VALUE-X (1:1)
003630     MOVE WS-CARD-JUST-WORK (1:4) TO WS-CARD-VALUE-X (2:4)
003640     .
003650 1125-JUSTIFY-VALUE-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------*
003680* 2000 - ONE TABLE SLOT PER ALERT.  AN ESCALATED COPY (SEVERITY
003690* S OR C) RAISES THE LEVEL OF THE ALERT IT ESCALATES.
003700*----------------------------------------------------------------*
003710 2000-LOAD-ALERTS.
003720     OPEN INPUT ALERT-FILE
003730     IF WS-FILE-STATUS-ALERT-NOTFND
003740         GO TO 2000-LOAD-ALERTS-EXIT
003750     END-IF
003760     IF NOT WS-FILE-STATUS-ALERT-OK
003770         DISPLAY "ALRTESC: OPEN FAILED FOR ALERTS - STATUS "
003780             WS-FILE-STATUS-ALERT
003790         MOVE 16 TO RETURN-CODE
003800         GOBACK
003810     END-IF
003820     SET WS-EOF-NO TO TRUE
003830     PERFORM 2100-LOAD-ONE-ALERT THRU 2100-LOAD-ONE-ALERT-EXIT
003840         UNTIL WS-EOF-YES
003850     CLOSE ALERT-FILE
003860     .
003870 2000-LOAD-ALERTS-EXIT.
003880     EXIT.
003890 2100-LOAD-ONE-ALERT.
003900     READ ALERT-FILE
003910         AT END
003920             SET WS-EOF-YES TO TRUE
003930             GO TO 2100-LOAD-ONE-ALERT-EXIT
003940     END-READ
003950     IF NOT WS-FILE-STATUS-ALERT-OK
003960         DISPLAY "ALRTESC: READ FAILED FOR ALERTS - STATUS "
003970             WS-FILE-STATUS-ALERT
003980         MOVE 16 TO RETURN-CODE
003990         GOBACK
004000     END-IF
004010     ADD 1 TO WS-READ-COUNT
004020     MOVE RECALT-RUN-DATE TO WS-LOOKUP-DATE
004030     MOVE RECALT-RUN-TIME TO WS-LOOKUP-TIME
004040     MOVE RECALT-MSG-ID TO WS-LOOKUP-MSG-ID
004050     PERFORM 2400-FIND-ALERT THRU 2400-FIND-ALERT-EXIT
004060     IF WS-AL-FOUND = 0
004070         IF WS-AL-COUNT = WS-AL-MAX
004080             DISPLAY "ALRTESC: ALERT TABLE FULL - RUN STOPPED"
004090             MOVE 16 TO RETURN-CODE
004100             GOBACK
004110         END-IF
004120         ADD 1 TO WS-AL-COUNT
004130         MOVE WS-AL-COUNT TO WS-AL-FOUND
004140         MOVE RECALT-RECORD TO WS-AL-RECORD (WS-AL-FOUND)
004150         MOVE ZERO TO WS-AL-LEVEL (WS-AL-FOUND)
004160         MOVE "N" TO WS-AL-ACK-SW (WS-AL-FOUND)
004170         IF RECALT-ISSUE-DATE = SPACES
004180             MOVE RECALT-RUN-DATE
004190                 TO WS-AL-ISSUE-DATE (WS-AL-FOUND)
004200             MOVE RECALT-RUN-TIME
004210                 TO WS-AL-ISSUE-TIME (WS-AL-FOUND)
004220         END-IF
004230     END-IF
004240     IF RECALT-SEVERITY = "S" AND WS-AL-LEVEL (WS-AL-FOUND) < 1
004250         MOVE 1 TO WS-AL-LEVEL (WS-AL-FOUND)
004260     END-IF
004270     IF RECALT-SEVERITY = "C"
004280         MOVE 2 TO WS-AL-LEVEL (WS-AL-FOUND)
004290     END-IF
004300     .
004310 2100-LOAD-ONE-ALERT-EXIT.
004320     EXIT.
004330 2400-FIND-ALERT.
004340     MOVE ZERO TO WS-AL-FOUND
004350     PERFORM 2410-MATCH-ONE-ALERT THRU 2410-MATCH-ONE-ALERT-EXIT
004360         VARYING WS-AL-IDX FROM 1 BY 1
004370         UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-AL-FOUND > 0
004380     .
004390 2400-FIND-ALERT-EXIT.
004400     EXIT.
004410 2410-MATCH-ONE-ALERT.
004420     IF WS-AL-DATE (WS-AL-IDX) = WS-LOOKUP-DATE
004430             AND WS-AL-TIME (WS-AL-IDX) = WS-LOOKUP-TIME
004440             AND WS-AL-MSG-ID (WS-AL-IDX) = WS-LOOKUP-MSG-ID
004450         MOVE WS-AL-IDX TO WS-AL-FOUND
004460     END-IF
004470     .
004480 2410-MATCH-ONE-ALERT-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510* 2500 - MARK THE ALERTS ALREADY ACKNOWLEDGED.
004520*----------------------------------------------------------------*
004530 2500-LOAD-ACKNOWLEDGEMENTS.
004540     OPEN INPUT ACK-FILE
004550     IF WS-FILE-STATUS-ACK-NOTFND
004560         GO TO 2500-LOAD-ACKNOWLEDGEMENTS-EXIT
004570     END-IF
004580     IF NOT WS-FILE-STATUS-ACK-OK
004590         DISPLAY "ALRTESC: OPEN FAILED FOR ALERTACK - STATUS "
004600             WS-FILE-STATUS-ACK
004610         MOVE 16 TO RETURN-CODE
004620         GOBACK
004630     END-IF
004640     SET WS-EOF-NO TO TRUE
004650     PERFORM 2600-MARK-ONE-ACK THRU 2600-MARK-ONE-ACK-EXIT
004660         UNTIL WS-EOF-YES
004670     CLOSE ACK-FILE
004680     .
004690 2500-LOAD-ACKNOWLEDGEMENTS-EXIT.
004700     EXIT.
004710 2600-MARK-ONE-ACK.
004720     READ ACK-FILE
004730         AT END
004740             SET WS-EOF-YES TO TRUE
004750             GO TO 2600-MARK-ONE-ACK-EXIT
004760     END-READ
004770     IF NOT WS-FILE-STATUS-ACK-OK
004780         DISPLAY "ALRTESC: READ FAILED FOR ALERTACK - STATUS "
004790             WS-FILE-STATUS-ACK
004800         MOVE 16 TO RETURN-CODE
004810         GOBACK
004820     END-IF
004830     ADD 1 TO WS-READ-COUNT
004840     MOVE RECACK-ALERT-DATE TO WS-LOOKUP-DATE
004850     MOVE RECACK-ALERT-TIME TO WS-LOOKUP-TIME
004860     MOVE RECACK-MSG-ID TO WS-LOOKUP-MSG-ID
004870     PERFORM 2400-FIND-ALERT THRU 2400-FIND-ALERT-EXIT
004880     IF WS-AL-FOUND > 0
004890         SET WS-AL-ACKED (WS-AL-FOUND) TO TRUE
004900     END-IF
004910     .
004920 2600-MARK-ONE-ACK-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------*
004950* 3000 - EVERY UNACKNOWLEDGED ALERT BELOW THE SECOND LEVEL IS
004960* TIMED FROM ITS ISSUE STAMP.  ESCALATIONS ARE APPENDED TO
004970* ALERTS.
004980*----------------------------------------------------------------*
004990 3000-ESCALATE-ALERTS.
005000     IF WS-AL-COUNT = 0
005010         GO TO 3000-ESCALATE-ALERTS-EXIT
005020     END-IF
005030     OPEN EXTEND ALERT-FILE
005040     IF WS-FILE-STATUS-ALERT-NOTFND
005050         OPEN OUTPUT ALERT-FILE
005060     END-IF
005070     IF NOT WS-FILE-STATUS-ALERT-OK
005080         DISPLAY "ALRTESC: OPEN FAILED FOR ALERTS - STATUS "
005090             WS-FILE-STATUS-ALERT
005100         MOVE 16 TO RETURN-CODE
005110         GOBACK
005120     END-IF
005130     PERFORM 3100-JUDGE-ONE-ALERT THRU 3100-JUDGE-ONE-ALERT-EXIT
005140         VARYING WS-AL-IDX FROM 1 BY 1
005150         UNTIL WS-AL-IDX > WS-AL-COUNT
005160     CLOSE ALERT-FILE
005170     .
005180 3000-ESCALATE-ALERTS-EXIT.
005190     EXIT.
005200 3100-JUDGE-ONE-ALERT.
005210     IF WS-AL-ACKED (WS-AL-IDX) OR WS-AL-LEVEL (WS-AL-IDX) = 2
005220         GO TO 3100-JUDGE-ONE-ALERT-EXIT
005230     END-IF
005240     MOVE WS-AL-ISSUE-DATE (WS-AL-IDX) TO WS-DATE-WORK
005250     MOVE WS-AL-ISSUE-TIME (WS-AL-IDX) TO WS-TIME-WORK
005260     IF WS-DATE-WORK NOT NUMERIC OR WS-TIME-WORK NOT NUMERIC
005270         GO TO 3100-JUDGE-ONE-ALERT-EXIT
005280     END-IF
005290     ADD 1 TO WS-OUTSTANDING-COUNT
005300     PERFORM 7700-COMPUTE-DAY-SERIAL
005310         THRU 7700-COMPUTE-DAY-SERIAL-EXIT
005320     COMPUTE WS-ALERT-MINUTE = WS-DAY-SERIAL * 1440
005330         + WS-TW-HH * 60 + WS-TW-MM
005340     COMPUTE WS-ELAPSED-MINUTES = WS-NOW-MINUTE - WS-ALERT-MINUTE
005350     EVALUATE TRUE
005360         WHEN WS-ELAPSED-MINUTES NOT < WS-LEVEL2-MINUTES
005370             MOVE 2 TO WS-ESC-LEVEL
005380         WHEN WS-ELAPSED-MINUTES NOT < WS-LEVEL1-MINUTES
005390                 AND WS-AL-LEVEL (WS-AL-IDX) = 0
005400             MOVE 1 TO WS-ESC-LEVEL
005410         WHEN OTHER
005420             GO TO 3100-JUDGE-ONE-ALERT-EXIT
005430     END-EVALUATE
005440     PERFORM 3200-WRITE-ESCALATION THRU 3200-WRITE-ESCALATION-EXIT
005450     .
005460 3100-JUDGE-ONE-ALERT-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490* 3200 - THE ALERT AGAIN AT THE RAISED SEVERITY WITH THE CONTACT
005500* TO PAGE, AND A FIXED-ID CONSOLE MESSAGE FOR AUTOMATION.
005510*----------------------------------------------------------------*
005520 3200-WRITE-ESCALATION.
005530     MOVE WS-AL-RECORD (WS-AL-IDX) TO RECALT-RECORD
005540     IF WS-ESC-LEVEL = 2
005550         MOVE "C" TO RECALT-SEVERITY
005560         MOVE WS-CONTACT-2 TO RECALT-CONTACT
005570         ADD 1 TO WS-LEVEL2-COUNT
005580     ELSE
005590         MOVE "S" TO RECALT-SEVERITY
005600         MOVE WS-CONTACT-1 TO RECALT-CONTACT
005610         ADD 1 TO WS-LEVEL1-COUNT
005620     END-IF
005630     WRITE RECALT-RECORD
005640     IF NOT WS-FILE-STATUS-ALERT-OK
005650         DISPLAY "ALRTESC: WRITE FAILED FOR ALERTS - STATUS "
005660             WS-FILE-STATUS-ALERT
005670         MOVE 16 TO RETURN-CODE
005680         GOBACK
005690     END-IF
005700     MOVE WS-ESC-LEVEL TO WS-AL-LEVEL (WS-AL-IDX)
005710     MOVE WS-ELAPSED-MINUTES TO WS-EDIT-MINUTES
005720     DISPLAY "ALRTESC1E ALERT " RECALT-MSG-ID " OF "
005730         RECALT-RUN-DATE " " RECALT-RUN-TIME
005740         " UNACKNOWLEDGED - PAGING " RECALT-CONTACT
005750     MOVE SPACES TO WS-REPORT-LINE
005760     MOVE RECALT-MSG-ID TO WS-REPORT-LINE (3:9)
005770     MOVE RECALT-RUN-DATE TO WS-REPORT-LINE (13:8)
005780     MOVE RECALT-RUN-TIME TO WS-REPORT-LINE (22:6)
005790     MOVE WS-EDIT-MINUTES TO WS-REPORT-LINE (30:7)
005800     MOVE WS-ESC-LEVEL TO WS-REPORT-LINE (42:1)
005810     MOVE RECALT-CONTACT TO WS-REPORT-LINE (44:8)
005820     PERFORM 8900-WRITE-REPORT-LINE
005830         THRU 8900-WRITE-REPORT-LINE-EXIT
005840     .
005850 3200-WRITE-ESCALATION-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------*
005880* 7700 - DAY SERIAL OF WS-DATE-WORK, COUNTED FROM A MARCH-BASED
005890* YEAR (SEE SUPMAINT).
005900*----------------------------------------------------------------*
005910 7700-COMPUTE-DAY-SERIAL.
005920     MOVE WS-DW-YYYY TO WS-SER-Y
005930     MOVE WS-DW-MM TO WS-SER-M
005940     IF WS-SER-M < 3
005950         SUBTRACT 1 FROM WS-SER-Y
005960         ADD 9 TO WS-SER-M
005970     ELSE
005980         SUBTRACT 3 FROM WS-SER-M
005990     END-IF
006000     COMPUTE WS-DAY-SERIAL = (365 * WS-SER-Y) + WS-DW-DD
006010     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q
006020     ADD WS-SER-Q TO WS-DAY-SERIAL
006030     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q
006040     SUBTRACT WS-SER-Q FROM WS-DAY-SERIAL
006050     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q
006060     ADD WS-SER-Q TO WS-DAY-SERIAL
006070     COMPUTE WS-SER-R = (153 * WS-SER-M) + 2
006080     DIVIDE WS-SER-R BY 5 GIVING WS-SER-Q
006090     ADD WS-SER-Q TO WS-DAY-SERIAL
006100     DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-SER-Q
006110         REMAINDER WS-SER-R
006120     MOVE WS-SER-R TO WS-DOW
006130     .
006140 7700-COMPUTE-DAY-SERIAL-EXIT.
006150     EXIT.
006160 8000-PRINT-TOTALS.
006170     IF WS-LEVEL1-COUNT = 0 AND WS-LEVEL2-COUNT = 0
006180         MOVE "  NOTHING TO ESCALATE" TO WS-REPORT-LINE
006190         PERFORM 8900-WRITE-REPORT-LINE
006200             THRU 8900-WRITE-REPORT-LINE-EXIT
006210     END-IF
006220     MOVE SPACES TO WS-REPORT-LINE
006230     PERFORM 8900-WRITE-REPORT-LINE
006240         THRU 8900-WRITE-REPORT-LINE-EXIT
006250     MOVE WS-AL-COUNT TO WS-EDIT-COUNT
006260     MOVE SPACES TO WS-REPORT-LINE
006270     STRING "ALERTS ON THE DATASET     : " WS-EDIT-COUNT
006280         DELIMITED BY SIZE INTO WS-REPORT-LINE
006290     PERFORM 8900-WRITE-REPORT-LINE
006300         THRU 8900-WRITE-REPORT-LINE-EXIT
006310     MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
006320     MOVE SPACES TO WS-REPORT-LINE
006330     STRING "UNACKNOWLEDGED, TIMED     : " WS-EDIT-COUNT
006340         DELIMITED BY SIZE INTO WS-REPORT-LINE
006350     PERFORM 8900-WRITE-REPORT-LINE
006360         THRU 8900-WRITE-REPORT-LINE-EXIT
006370     MOVE WS-LEVEL1-COUNT TO WS-EDIT-COUNT
006380     MOVE SPACES TO WS-REPORT-LINE
006390     STRING "ESCALATED TO FIRST LEVEL  : " WS-EDIT-COUNT
006400         DELIMITED BY SIZE INTO WS-REPORT-LINE
006410     PERFORM 8900-WRITE-REPORT-LINE
006420         THRU 8900-WRITE-REPORT-LINE-EXIT
006430     MOVE WS-LEVEL2-COUNT TO WS-EDIT-COUNT
006440     MOVE SPACES TO WS-REPORT-LINE
006450     STRING "ESCALATED TO SECOND LEVEL : " WS-EDIT-COUNT
006460         DELIMITED BY SIZE INTO WS-REPORT-LINE
006470     PERFORM 8900-WRITE-REPORT-LINE
006480         THRU 8900-WRITE-REPORT-LINE-EXIT
006490     .
006500 8000-PRINT-TOTALS-EXIT.
006510     EXIT.
006520 8900-WRITE-REPORT-LINE.
006530     WRITE REPORT-RECORD FROM WS-REPORT-LINE
006540     IF NOT WS-FILE-STATUS-RPT-OK
006550         DISPLAY "ALRTESC: WRITE FAILED FOR ESCRPT - STATUS "
006560             WS-FILE-STATUS-RPT
006570         MOVE 16 TO RETURN-CODE
006580         GOBACK
006590     END-IF
006600     .
006610 8900-WRITE-REPORT-LINE-EXIT.
006620     EXIT.
006630 9999-TERMINATE.
006640     CLOSE REPORT-FILE
006650     IF WS-LEVEL1-COUNT > 0 OR WS-LEVEL2-COUNT > 0
006660         MOVE 4 TO RETURN-CODE
006670     ELSE
006680         MOVE 0 TO RETURN-CODE
006690     END-IF
006700     .
006710 9999-TERMINATE-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------*
006740* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
006750*----------------------------------------------------------------*
006760 COPY "RECSTP.cpy".
006770 END PROGRAM ALRTESC.
