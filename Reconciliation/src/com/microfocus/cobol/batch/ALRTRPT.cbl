000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTRPT.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* ALRTRPT - DAILY ALERT ACKNOWLEDGEMENT REPORT.
000090*
000100* FOR ONE DAY'S ALERTS (RECALT.CPY, BY RUN DATE) SHOWS WHO
000110* ACKNOWLEDGED EACH ONE AND HOW LONG IT TOOK (RECACK.CPY), HOW
000120* FAR ALRTESC HAD TO ESCALATE IT, AND - BY MESSAGE ID - HOW
000130* MANY ALERTS THERE WERE, HOW MANY WERE ACKNOWLEDGED AND THE
000140* AVERAGE AND LONGEST MINUTES FROM ALERT TO ACKNOWLEDGEMENT,
000150* COUNTED FROM THE ALERT'S ISSUE STAMP - WHEN IT WAS WRITTEN -
000160* RATHER THAN THE START OF THE RUN THAT RAISED IT (THE RUN
000170* STAMP, FOR AN ALERT THAT HAS NO ISSUE STAMP).
000180* ONLY THE NEWEST RUN DATE ON THE ALERTS DATASET IS REPORTED
000190* UNLESS A SYSIN CARD NAMES ONE:
000200*     DATE YYYYMMDD
000210* THE ESCALATED COPIES OF AN ALERT ARE COUNTED WITH THE ALERT,
000220* NOT AS ALERTS OF THEIR OWN.
000230*
000240* DDNAMES: ALERTS, ALERTACK (A MISSING DATASET IS READ AS EMPTY),
000250* ALRTRPT.
000260* RC=0 EVERY ALERT ACKNOWLEDGED.  RC=4 AN ALERT OF THE DAY IS
000270* STILL UNACKNOWLEDGED.  RC=16 CARD OR I/O ERROR, OR A TABLE
000280* FULL.
000290*
000300* MODIFICATION HISTORY.
000310*   2026-10-15 DS   INITIAL VERSION.
000320*   2026-10-15 DS   MINUTES TO ACKNOWLEDGE COUNTED FROM THE
000330*                   ALERT'S ISSUE STAMP (RECALT.CPY), NOT THE RUN
000340*                   STAMP, SO THE LENGTH OF A RUN IS NOT COUNTED.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ALERT-FILE ASSIGN TO ALERTS
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-FILE-STATUS-ALERT.
000430     SELECT ACK-FILE ASSIGN TO ALERTACK
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FILE-STATUS-ACK.
000460     SELECT REPORT-FILE ASSIGN TO ALRTRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS-RPT.
000490     SELECT PARM-FILE ASSIGN TO SYSIN
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-PARM.
000520     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS RECSTW-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ALERT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY "RECALT.cpy".
000600 FD  ACK-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY "RECACK.cpy".
000630 FD  REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  REPORT-RECORD                   PIC X(80).
000660 FD  PARM-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  PARM-RECORD                     PIC X(80).
000690 FD  STEPTIME-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY "RECSTM.cpy".
000720 WORKING-STORAGE SECTION.
000730 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000740     88  WS-EOF-YES                             VALUE "Y".
000750     88  WS-EOF-NO                              VALUE "N".
000760 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000770     88  WS-PARM-EOF-YES                        VALUE "Y".
000780     88  WS-PARM-EOF-NO                         VALUE "N".
000790 01  WS-FILE-STATUSES.
000800     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
000810         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
000820         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
000830     05  WS-FILE-STATUS-ACK          PIC X(02) VALUE "00".
000840         88  WS-FILE-STATUS-ACK-OK             VALUE "00".
000850         88  WS-FILE-STATUS-ACK-NOTFND         VALUE "35".
000860     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000870         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000880     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000890         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000900         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000910 01  WS-COUNTERS COMP-3.
000920     05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
000930     05  WS-ACKED-COUNT              PIC 9(07) VALUE ZERO.
000940     05  WS-UNACKED-COUNT            PIC 9(07) VALUE ZERO.
000950 01  WS-PARM-CARD.
000960     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000970     05  FILLER                      PIC X(79).
000980 01  WS-CARD-FIELDS.
000990     05  WS-CARD-VERB                PIC X(10).
001000     05  WS-CARD-OPERAND-1           PIC X(10).
001010 01  WS-REPORT-DATE                  PIC X(08) VALUE SPACES.
001020 01  WS-RUN-DATE                     PIC X(08).
001030*----------------------------------------------------------------*
001040* ELAPSED-MINUTES WORK, AS IN ALRTESC.
001050*----------------------------------------------------------------*
001060 01  WS-DATE-WORK                    PIC X(08).
001070 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001080     05  WS-DW-YYYY                  PIC 9(04).
001090     05  WS-DW-MM                    PIC 9(02).
001100     05  WS-DW-DD                    PIC 9(02).
001110 01  WS-TIME-WORK                    PIC X(06).
001120 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001130     05  WS-TW-HH                    PIC 9(02).
001140     05  WS-TW-MM                    PIC 9(02).
001150     05  WS-TW-SS                    PIC 9(02).
001160 01  WS-SERIAL-WORK COMP-3.
001170     05  WS-SER-Y                    PIC S9(05).
001180     05  WS-SER-M                    PIC S9(03).
001190     05  WS-SER-Q                    PIC S9(07).
001200     05  WS-SER-R                    PIC S9(07).
001210     05  WS-DAY-SERIAL               PIC S9(07).
001220     05  WS-DOW                      PIC 9(01).
001230 01  WS-MINUTE-WORK COMP-3.
001240     05  WS-STAMP-MINUTE             PIC S9(11).
001250     05  WS-ALERT-MINUTE             PIC S9(11).
001260     05  WS-ELAPSED-MINUTES          PIC S9(11).
001270*----------------------------------------------------------------*
001280* ONE SLOT PER ALERT OF THE DAY, WITH ITS FIRST ACKNOWLEDGEMENT.
001290*----------------------------------------------------------------*
001300 01  WS-ALERT-TABLE.
001310     05  WS-AL-COUNT                 PIC S9(04) COMP VALUE ZERO.
001320     05  WS-AL-MAX                   PIC S9(04) COMP VALUE 2000.
001330     05  WS-AL-ENTRY OCCURS 2000 TIMES.
001340         10  WS-AL-TIME              PIC X(06).
001350         10  WS-AL-MSG-ID            PIC X(09).
001360         10  WS-AL-ISSUE-DATE        PIC X(08).
001370         10  WS-AL-ISSUE-TIME        PIC X(06).
001380         10  WS-AL-SEVERITY          PIC X(01).
001390         10  WS-AL-LEVEL             PIC 9(01).
001400         10  WS-AL-ACK-SW            PIC X(01).
001410             88  WS-AL-ACKED                    VALUE "Y".
001420         10  WS-AL-ACK-USER          PIC X(08).
001430         10  WS-AL-ACK-DATE          PIC X(08).
001440         10  WS-AL-ACK-TIME          PIC X(06).
001450         10  WS-AL-ACK-SOURCE        PIC X(01).
001460         10  WS-AL-MINUTES           PIC S9(07) COMP-3.
001470 01  WS-AL-IDX                       PIC S9(04) COMP.
001480 01  WS-AL-FOUND                     PIC S9(04) COMP.
001490 01  WS-LOOKUP-TIME                  PIC X(06).
001500 01  WS-LOOKUP-MSG-ID                PIC X(09).
001510*----------------------------------------------------------------*
001520* ONE SLOT PER MESSAGE ID SEEN ON THE DAY.
001530*----------------------------------------------------------------*
001540 01  WS-MSG-TABLE.
001550     05  WS-MS-COUNT                 PIC S9(04) COMP VALUE ZERO.
001560     05  WS-MS-MAX                   PIC S9(04) COMP VALUE 100.
001570     05  WS-MS-ENTRY OCCURS 100 TIMES.
001580         10  WS-MS-MSG-ID            PIC X(09).
001590         10  WS-MS-ALERTS            PIC 9(05) COMP-3.
001600         10  WS-MS-ACKED             PIC 9(05) COMP-3.
001610         10  WS-MS-ESCALATED         PIC 9(05) COMP-3.
001620         10  WS-MS-TOTAL-MINUTES     PIC 9(09) COMP-3.
001630         10  WS-MS-MAX-MINUTES       PIC 9(07) COMP-3.
001640 01  WS-MS-IDX                       PIC S9(04) COMP.
001650 01  WS-MS-FOUND                     PIC S9(04) COMP.
001660 01  WS-AVERAGE-MINUTES              PIC 9(07) COMP-3.
001670 01  WS-MS-UNACKED                   PIC 9(05) COMP-3.
001680 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001690 01  WS-EDIT-SMALL                   PIC ZZZZ9.
001700 01  WS-REPORT-LINE                  PIC X(80).
001710 COPY "RECSTW.cpy".
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     MOVE "ALRTRPT" TO RECSTW-PROGRAM-ID
001750     PERFORM 9800-START-STEP-TIMING
001760         THRU 9800-START-STEP-TIMING-EXIT
001770     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001780     PERFORM 2000-LOAD-ALERTS THRU 2000-LOAD-ALERTS-EXIT
001790     PERFORM 2500-LOAD-ACKNOWLEDGEMENTS
001800         THRU 2500-LOAD-ACKNOWLEDGEMENTS-EXIT
001810     PERFORM 3000-PRINT-ALERTS THRU 3000-PRINT-ALERTS-EXIT
001820     PERFORM 4000-PRINT-BY-MESSAGE THRU 4000-PRINT-BY-MESSAGE-EXIT
001830     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001840     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001850     MOVE WS-READ-COUNT TO RECSTW-RECORD-COUNT
001860     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001870     PERFORM 9810-WRITE-STEP-TIMING
001880         THRU 9810-WRITE-STEP-TIMING-EXIT
001890     GOBACK
001900     .
001910 0000-MAINLINE-EXIT.
001920     EXIT.
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001950     PERFORM 1100-READ-PARM-CARDS
001960         THRU 1100-READ-PARM-CARDS-EXIT
001970     OPEN OUTPUT REPORT-FILE
001980     IF NOT WS-FILE-STATUS-RPT-OK
001990         DISPLAY "ALRTRPT: OPEN FAILED FOR ALRTRPT - STATUS "
002000             WS-FILE-STATUS-RPT
002010         MOVE 16 TO RETURN-CODE
002020         GOBACK
002030     END-IF
002040     .
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002070 1100-READ-PARM-CARDS.
002080     OPEN INPUT PARM-FILE
002090     IF WS-FILE-STATUS-PARM-NOTFND
002100         SET WS-PARM-EOF-YES TO TRUE
002110         GO TO 1100-READ-PARM-CARDS-EXIT
002120     END-IF
002130     IF NOT WS-FILE-STATUS-PARM-OK
002140         DISPLAY "ALRTRPT: OPEN FAILED FOR SYSIN - STATUS "
002150             WS-FILE-STATUS-PARM
002160         MOVE 16 TO RETURN-CODE
002170         GOBACK
002180     END-IF
002190     PERFORM 1110-READ-PARM-CARD
002200         THRU 1110-READ-PARM-CARD-EXIT
002210         UNTIL WS-PARM-EOF-YES
002220     CLOSE PARM-FILE
002230     .
002240 1100-READ-PARM-CARDS-EXIT.
002250     EXIT.
002260 1110-READ-PARM-CARD.
002270     READ PARM-FILE INTO WS-PARM-CARD
002280         AT END
002290             SET WS-PARM-EOF-YES TO TRUE
002300             GO TO 1110-READ-PARM-CARD-EXIT
002310     END-READ
002320     IF NOT WS-FILE-STATUS-PARM-OK
002330         DISPLAY "ALRTRPT: READ FAILED FOR SYSIN - STATUS "
002340             WS-FILE-STATUS-PARM
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF
002380     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002390         GO TO 1110-READ-PARM-CARD-EXIT
002400     END-IF
002410     MOVE SPACES TO WS-CARD-FIELDS
002420     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002430         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002440     END-UNSTRING
002450     EVALUATE WS-CARD-VERB
002460         WHEN "DATE"
002470             IF WS-CARD-OPERAND-1 (1:8) NOT NUMERIC
002480                     OR WS-CARD-OPERAND-1 (9:2) NOT = SPACES
002490                 DISPLAY "ALRTRPT: DATE MUST BE YYYYMMDD - "
002500                     WS-PARM-CARD
002510                 MOVE 16 TO RETURN-CODE
002520                 GOBACK
002530             END-IF
002540             MOVE WS-CARD-OPERAND-1 TO WS-REPORT-DATE
002550         WHEN OTHER
002560             DISPLAY "ALRTRPT: UNRECOGNIZED PARM CARD - "
002570                 WS-PARM-CARD
002580             MOVE 16 TO RETURN-CODE
002590             GOBACK
002600     END-EVALUATE
002610     .
002620 1110-READ-PARM-CARD-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------*
002650* 2000 - THE DAY'S ALERTS.  WITHOUT A DATE CARD A FIRST PASS
002660* FINDS THE NEWEST RUN DATE ON THE DATASET.
002670*----------------------------------------------------------------*
002680 2000-LOAD-ALERTS.
002690     IF WS-REPORT-DATE = SPACES
002700         PERFORM 2050-OPEN-ALERTS THRU 2050-OPEN-ALERTS-EXIT
002710         PERFORM 2060-FIND-NEWEST-DATE
002720             THRU 2060-FIND-NEWEST-DATE-EXIT
002730             UNTIL WS-EOF-YES
002740         IF NOT WS-FILE-STATUS-ALERT-NOTFND
002750             CLOSE ALERT-FILE
002760         END-IF
002770         IF WS-REPORT-DATE = SPACES
002780             MOVE WS-RUN-DATE TO WS-REPORT-DATE
002790         END-IF
002800     END-IF
002810     MOVE ZERO TO WS-READ-COUNT
002820     PERFORM 2050-OPEN-ALERTS THRU 2050-OPEN-ALERTS-EXIT
002830     PERFORM 2100-LOAD-ONE-ALERT THRU 2100-LOAD-ONE-ALERT-EXIT
002840         UNTIL WS-EOF-YES
002850     IF NOT WS-FILE-STATUS-ALERT-NOTFND
002860         CLOSE ALERT-FILE
002870     END-IF
002880     .
002890 2000-LOAD-ALERTS-EXIT.
002900     EXIT.
002910 2050-OPEN-ALERTS.
002920     SET WS-EOF-NO TO TRUE
002930     OPEN INPUT ALERT-FILE
002940     IF WS-FILE-STATUS-ALERT-NOTFND
002950         SET WS-EOF-YES TO TRUE
002960         GO TO 2050-OPEN-ALERTS-EXIT
002970     END-IF
002980     IF NOT WS-FILE-STATUS-ALERT-OK
002990         DISPLAY "ALRTRPT: OPEN FAILED FOR ALERTS - STATUS "
003000             WS-FILE-STATUS-ALERT
003010         MOVE 16 TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040     .
003050 2050-OPEN-ALERTS-EXIT.
003060     EXIT.
003070 2060-FIND-NEWEST-DATE.
003080     PERFORM 2900-READ-ALERT THRU 2900-READ-ALERT-EXIT
003090     IF WS-EOF-YES
003100         GO TO 2060-FIND-NEWEST-DATE-EXIT
003110     END-IF
003120     IF WS-REPORT-DATE = SPACES
003130             OR RECALT-RUN-DATE > WS-REPORT-DATE
003140         MOVE RECALT-RUN-DATE TO WS-REPORT-DATE
003150     END-IF
003160     .
003170 2060-FIND-NEWEST-DATE-EXIT.
003180     EXIT.
003190 2100-LOAD-ONE-ALERT.
003200     PERFORM 2900-READ-ALERT THRU 2900-READ-ALERT-EXIT
003210     IF WS-EOF-YES OR RECALT-RUN-DATE NOT = WS-REPORT-DATE
003220         GO TO 2100-LOAD-ONE-ALERT-EXIT
003230     END-IF
003240     MOVE RECALT-RUN-TIME TO WS-LOOKUP-TIME
003250     MOVE RECALT-MSG-ID TO WS-LOOKUP-MSG-ID
003260     PERFORM 2400-FIND-ALERT THRU 2400-FIND-ALERT-EXIT
003270     IF WS-AL-FOUND = 0
003280         IF WS-AL-COUNT = WS-AL-MAX
003290             DISPLAY "ALRTRPT: ALERT TABLE FULL - RUN STOPPED"
003300             MOVE 16 TO RETURN-CODE
003310             GOBACK
003320         END-IF
003330         ADD 1 TO WS-AL-COUNT
003340         MOVE WS-AL-COUNT TO WS-AL-FOUND
003350         MOVE RECALT-RUN-TIME TO WS-AL-TIME (WS-AL-FOUND)
003360         MOVE RECALT-MSG-ID TO WS-AL-MSG-ID (WS-AL-FOUND)
003370         MOVE RECALT-SEVERITY TO WS-AL-SEVERITY (WS-AL-FOUND)
003380         MOVE ZERO TO WS-AL-LEVEL (WS-AL-FOUND)
003390         MOVE "N" TO WS-AL-ACK-SW (WS-AL-FOUND)
003400         MOVE ZERO TO WS-AL-MINUTES (WS-AL-FOUND)
003410         MOVE RECALT-ISSUE-DATE TO WS-AL-ISSUE-DATE (WS-AL-FOUND)
003420         MOVE RECALT-ISSUE-TIME TO WS-AL-ISSUE-TIME (WS-AL-FOUND)
003430         IF RECALT-ISSUE-DATE = SPACES
003440             MOVE RECALT-RUN-DATE
003450                 TO WS-AL-ISSUE-DATE (WS-AL-FOUND)
003460             MOVE RECALT-RUN-TIME
003470                 TO WS-AL-ISSUE-TIME (WS-AL-FOUND)
003480         END-IF
003490     END-IF
003500     IF RECALT-SEVERITY = "S" AND WS-AL-LEVEL (WS-AL-FOUND) < 1
003510         MOVE 1 TO WS-AL-LEVEL (WS-AL-FOUND)
003520     END-IF
003530     IF RECALT-SEVERITY = "C"
003540         MOVE 2 TO WS-AL-LEVEL (WS-AL-FOUND)
003550     END-IF
003560     .
003570 2100-LOAD-ONE-ALERT-EXIT.
003580     EXIT.
003590 2400-FIND-ALERT.
003600     MOVE ZERO TO WS-AL-FOUND
003610     PERFORM 2410-MATCH-ONE-ALERT THRU 2410-MATCH-ONE-ALERT-EXIT
003620         VARYING WS-AL-IDX FROM 1 BY 1
003630         UNTIL WS-AL-IDX > WS-AL-COUNT OR WS-AL-FOUND > 0
003640     .
003650 2400-FIND-ALERT-EXIT.
003660     EXIT.
003670 2410-MATCH-ONE-ALERT.
003680     IF WS-AL-TIME (WS-AL-IDX) = WS-LOOKUP-TIME
003690             AND WS-AL-MSG-ID (WS-AL-IDX) = WS-LOOKUP-MSG-ID
003700         MOVE WS-AL-IDX TO WS-AL-FOUND
003710     END-IF
003720     .
003730 2410-MATCH-ONE-ALERT-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------*
003760* 2500 - THE FIRST ACKNOWLEDGEMENT OF EACH ALERT OF THE DAY AND
003770* THE MINUTES FROM THE ALERT'S ISSUE STAMP TO IT.
003780*----------------------------------------------------------------*
003790 2500-LOAD-ACKNOWLEDGEMENTS.
003800     OPEN INPUT ACK-FILE
003810     IF WS-FILE-STATUS-ACK-NOTFND
003820         GO TO 2500-LOAD-ACKNOWLEDGEMENTS-EXIT
003830     END-IF
003840     IF NOT WS-FILE-STATUS-ACK-OK
003850         DISPLAY "ALRTRPT: OPEN FAILED FOR ALERTACK - STATUS "
003860             WS-FILE-STATUS-ACK
003870         MOVE 16 TO RETURN-CODE
003880         GOBACK
003890     END-IF
003900     SET WS-EOF-NO TO TRUE
003910     PERFORM 2600-MATCH-ONE-ACK THRU 2600-MATCH-ONE-ACK-EXIT
003920         UNTIL WS-EOF-YES
003930     CLOSE ACK-FILE
003940     .
003950 2500-LOAD-ACKNOWLEDGEMENTS-EXIT.
003960     EXIT.
003970 2600-MATCH-ONE-ACK.
003980     READ ACK-FILE
003990         AT END
004000             SET WS-EOF-YES TO TRUE
004010             GO TO 2600-MATCH-ONE-ACK-EXIT
004020     END-READ
004030     IF NOT WS-FILE-STATUS-ACK-OK
004040         DISPLAY "ALRTRPT: READ FAILED FOR ALERTACK - STATUS "
004050             WS-FILE-STATUS-ACK
004060         MOVE 16 TO RETURN-CODE
004070         GOBACK
004080     END-IF
004090     ADD 1 TO WS-READ-COUNT
004100     IF RECACK-ALERT-DATE NOT = WS-REPORT-DATE
004110         GO TO 2600-MATCH-ONE-ACK-EXIT
004120     END-IF
004130     MOVE RECACK-ALERT-TIME TO WS-LOOKUP-TIME
004140     MOVE RECACK-MSG-ID TO WS-LOOKUP-MSG-ID
004150     PERFORM 2400-FIND-ALERT THRU 2400-FIND-ALERT-EXIT
004160     IF WS-AL-FOUND = 0
004170         GO TO 2600-MATCH-ONE-ACK-EXIT
004180     END-IF
004190     IF WS-AL-ACKED (WS-AL-FOUND)
004200         GO TO 2600-MATCH-ONE-ACK-EXIT
004210     END-IF
004220     SET WS-AL-ACKED (WS-AL-FOUND) TO TRUE
004230     MOVE RECACK-USER-ID TO WS-AL-ACK-USER (WS-AL-FOUND)
004240     MOVE RECACK-ACK-DATE TO WS-AL-ACK-DATE (WS-AL-FOUND)
004250     MOVE RECACK-ACK-TIME TO WS-AL-ACK-TIME (WS-AL-FOUND)
004260     MOVE RECACK-SOURCE TO WS-AL-ACK-SOURCE (WS-AL-FOUND)
004270     MOVE WS-AL-ISSUE-DATE (WS-AL-FOUND) TO WS-DATE-WORK
004280     MOVE WS-AL-ISSUE-TIME (WS-AL-FOUND) TO WS-TIME-WORK
004290     PERFORM 2700-STAMP-MINUTE THRU 2700-STAMP-MINUTE-EXIT
004300     MOVE WS-STAMP-MINUTE TO WS-ALERT-MINUTE
004310     MOVE RECACK-ACK-DATE TO WS-DATE-WORK
004320     MOVE RECACK-ACK-TIME TO WS-TIME-WORK
004330     PERFORM 2700-STAMP-MINUTE THRU 2700-STAMP-MINUTE-EXIT
004340     COMPUTE WS-ELAPSED-MINUTES =
004350         WS-STAMP-MINUTE - WS-ALERT-MINUTE
004360     IF WS-ELAPSED-MINUTES < 0
004370         MOVE ZERO TO WS-ELAPSED-MINUTES
004380     END-IF
004390     MOVE WS-ELAPSED-MINUTES TO WS-AL-MINUTES (WS-AL-FOUND)
004400     .
004410 2600-MATCH-ONE-ACK-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440* 2700 - MINUTE NUMBER OF THE STAMP IN WS-DATE-WORK AND
004450* WS-TIME-WORK: DAY SERIAL TIMES 1440 PLUS MINUTE OF THE DAY.
004460* A STAMP THAT IS NOT NUMERIC COUNTS AS ZERO.
004470*----------------------------------------------------------------*
004480 2700-STAMP-MINUTE.
004490     MOVE ZERO TO WS-STAMP-MINUTE
004500     IF WS-DATE-WORK NOT NUMERIC OR WS-TIME-WORK NOT NUMERIC
004510         GO TO 2700-STAMP-MINUTE-EXIT
004520     END-IF
004530     PERFORM 7700-COMPUTE-DAY-SERIAL
004540         THRU 7700-COMPUTE-DAY-SERIAL-EXIT
004550     COMPUTE WS-STAMP-MINUTE = WS-DAY-SERIAL * 1440
004560         + WS-TW-HH * 60 + WS-TW-MM
004570     .
004580 2700-STAMP-MINUTE-EXIT.
004590     EXIT.
004600 2900-READ-ALERT.
004610     READ ALERT-FILE
004620         AT END
004630             SET WS-EOF-YES TO TRUE
004640             GO TO 2900-READ-ALERT-EXIT
004650     END-READ
004660     IF NOT WS-FILE-STATUS-ALERT-OK
004670         DISPLAY "ALRTRPT: READ FAILED FOR ALERTS - STATUS "
004680             WS-FILE-STATUS-ALERT
004690         MOVE 16 TO RETURN-CODE
004700         GOBACK
004710     END-IF
004720     ADD 1 TO WS-READ-COUNT
004730     .
004740 2900-READ-ALERT-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770* 3000 - ONE LINE PER ALERT OF THE DAY, ADDED INTO ITS MESSAGE
004780* ID'S TOTALS.
004790*----------------------------------------------------------------*
004800 3000-PRINT-ALERTS.
004810     MOVE SPACES TO WS-REPORT-LINE
004820     STRING "ALERT ACKNOWLEDGEMENT REPORT - ALERTS OF "
004830         WS-REPORT-DATE " - RUN " WS-RUN-DATE
004840         DELIMITED BY SIZE
004850         INTO WS-REPORT-LINE
004860     PERFORM 8900-WRITE-REPORT-LINE
004870         THRU 8900-WRITE-REPORT-LINE-EXIT
004880     MOVE SPACES TO WS-REPORT-LINE
004890     PERFORM 8900-WRITE-REPORT-LINE
004900         THRU 8900-WRITE-REPORT-LINE-EXIT
004910     MOVE SPACES TO WS-REPORT-LINE
004920     STRING "  MSG ID    RUN TIME SEV LVL ACK BY   SRC ACK DATE "
004930         "ACK TIME MINUTES"
004940         DELIMITED BY SIZE
004950         INTO WS-REPORT-LINE
004960     PERFORM 8900-WRITE-REPORT-LINE
004970         THRU 8900-WRITE-REPORT-LINE-EXIT
004980     PERFORM 3100-PRINT-ONE-ALERT THRU 3100-PRINT-ONE-ALERT-EXIT
004990         VARYING WS-AL-IDX FROM 1 BY 1
005000         UNTIL WS-AL-IDX > WS-AL-COUNT
005010     IF WS-AL-COUNT = 0
005020         MOVE "  NO ALERTS FOR THE DATE" TO WS-REPORT-LINE
005030         PERFORM 8900-WRITE-REPORT-LINE
005040             THRU 8900-WRITE-REPORT-LINE-EXIT
005050     END-IF
005060     .
005070 3000-PRINT-ALERTS-EXIT.
005080     EXIT.
005090 3100-PRINT-ONE-ALERT.
005100     MOVE SPACES TO WS-REPORT-LINE
005110     MOVE WS-AL-MSG-ID (WS-AL-IDX) TO WS-REPORT-LINE (3:9)
005120     MOVE WS-AL-TIME (WS-AL-IDX) TO WS-REPORT-LINE (13:6)
005130     MOVE WS-AL-SEVERITY (WS-AL-IDX) TO WS-REPORT-LINE (23:1)
005140     MOVE WS-AL-LEVEL (WS-AL-IDX) TO WS-REPORT-LINE (27:1)
005150     IF WS-AL-ACKED (WS-AL-IDX)
005160         ADD 1 TO WS-ACKED-COUNT
005170         MOVE WS-AL-ACK-USER (WS-AL-IDX) TO WS-REPORT-LINE (29:8)
005180         MOVE WS-AL-ACK-SOURCE (WS-AL-IDX)
005190             TO WS-REPORT-LINE (39:1)
005200         MOVE WS-AL-ACK-DATE (WS-AL-IDX) TO WS-REPORT-LINE (42:8)
005210         MOVE WS-AL-ACK-TIME (WS-AL-IDX) TO WS-REPORT-LINE (51:6)
005220         MOVE WS-AL-MINUTES (WS-AL-IDX) TO WS-EDIT-COUNT
005230         MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (59:7)
005240     ELSE
005250         ADD 1 TO WS-UNACKED-COUNT
005260         MOVE "NOT ACKNOWLEDGED" TO WS-REPORT-LINE (29:16)
005270     END-IF
005280     PERFORM 8900-WRITE-REPORT-LINE
005290         THRU 8900-WRITE-REPORT-LINE-EXIT
005300     MOVE ZERO TO WS-MS-FOUND
005310     PERFORM 3110-MATCH-ONE-MESSAGE
005320         THRU 3110-MATCH-ONE-MESSAGE-EXIT
005330         VARYING WS-MS-IDX FROM 1 BY 1
005340         UNTIL WS-MS-IDX > WS-MS-COUNT OR WS-MS-FOUND > 0
005350     IF WS-MS-FOUND = 0
005360         IF WS-MS-COUNT = WS-MS-MAX
005370             DISPLAY "ALRTRPT: MESSAGE TABLE FULL - RUN STOPPED"
005380             MOVE 16 TO RETURN-CODE
005390             GOBACK
005400         END-IF
005410         ADD 1 TO WS-MS-COUNT
005420         MOVE WS-MS-COUNT TO WS-MS-FOUND
005430         MOVE WS-AL-MSG-ID (WS-AL-IDX)
005440             TO WS-MS-MSG-ID (WS-MS-FOUND)
005450         MOVE ZERO TO WS-MS-ALERTS (WS-MS-FOUND)
005460         MOVE ZERO TO WS-MS-ACKED (WS-MS-FOUND)
005470         MOVE ZERO TO WS-MS-ESCALATED (WS-MS-FOUND)
005480         MOVE ZERO TO WS-MS-TOTAL-MINUTES (WS-MS-FOUND)
005490         MOVE ZERO TO WS-MS-MAX-MINUTES (WS-MS-FOUND)
005500     END-IF
005510     ADD 1 TO WS-MS-ALERTS (WS-MS-FOUND)
005520     IF WS-AL-LEVEL (WS-AL-IDX) > 0
005530         ADD 1 TO WS-MS-ESCALATED (WS-MS-FOUND)
005540     END-IF
005550     IF WS-AL-ACKED (WS-AL-IDX)
005560         ADD 1 TO WS-MS-ACKED (WS-MS-FOUND)
005570         ADD WS-AL-MINUTES (WS-AL-IDX)
005580             TO WS-MS-TOTAL-MINUTES (WS-MS-FOUND)
005590         IF WS-AL-MINUTES (WS-AL-IDX)
005600                 > WS-MS-MAX-MINUTES (WS-MS-FOUND)
005610             MOVE WS-AL-MINUTES (WS-AL-IDX)
005620                 TO WS-MS-MAX-MINUTES (WS-MS-FOUND)
005630         END-IF
005640     END-IF
005650     .
005660 3100-PRINT-ONE-ALERT-EXIT.
005670     EXIT.
005680 3110-MATCH-ONE-MESSAGE.
005690     IF WS-MS-MSG-ID (WS-MS-IDX) = WS-AL-MSG-ID (WS-AL-IDX)
005700         MOVE WS-MS-IDX TO WS-MS-FOUND
005710     END-IF
005720     .
005730 3110-MATCH-ONE-MESSAGE-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760* 4000 - ALERT-TO-ACKNOWLEDGE TIMES BY MESSAGE ID.
005770*----------------------------------------------------------------*
005780 4000-PRINT-BY-MESSAGE.
005790     MOVE SPACES TO WS-REPORT-LINE
005800     PERFORM 8900-WRITE-REPORT-LINE
005810         THRU 8900-WRITE-REPORT-LINE-EXIT
005820     MOVE "ACKNOWLEDGEMENT TIMES BY MESSAGE ID" TO WS-REPORT-LINE
005830     PERFORM 8900-WRITE-REPORT-LINE
005840         THRU 8900-WRITE-REPORT-LINE-EXIT
005850     MOVE SPACES TO WS-REPORT-LINE
005860     STRING "  MSG ID     ALERTS  ACKED  UNACKED  ESCALATED"
005870         "  AVG MINS  MAX MINS"
005880         DELIMITED BY SIZE
005890         INTO WS-REPORT-LINE
005900     PERFORM 8900-WRITE-REPORT-LINE
005910         THRU 8900-WRITE-REPORT-LINE-EXIT
005920     PERFORM 4100-PRINT-ONE-MESSAGE
005930         THRU 4100-PRINT-ONE-MESSAGE-EXIT
005940         VARYING WS-MS-IDX FROM 1 BY 1
005950         UNTIL WS-MS-IDX > WS-MS-COUNT
005960     .
005970 4000-PRINT-BY-MESSAGE-EXIT.
005980     EXIT.
005990 4100-PRINT-ONE-MESSAGE.
006000     MOVE SPACES TO WS-REPORT-LINE
006010     MOVE WS-MS-MSG-ID (WS-MS-IDX) TO WS-REPORT-LINE (3:9)
006020     MOVE WS-MS-ALERTS (WS-MS-IDX) TO WS-EDIT-SMALL
006030     MOVE WS-EDIT-SMALL TO WS-REPORT-LINE (14:5)
006040     MOVE WS-MS-ACKED (WS-MS-IDX) TO WS-EDIT-SMALL
006050     MOVE WS-EDIT-SMALL TO WS-REPORT-LINE (21:5)
006060     COMPUTE WS-MS-UNACKED =
006070         WS-MS-ALERTS (WS-MS-IDX) - WS-MS-ACKED (WS-MS-IDX)
006080     MOVE WS-MS-UNACKED TO WS-EDIT-SMALL
006090     MOVE WS-EDIT-SMALL TO WS-REPORT-LINE (30:5)
006100     MOVE WS-MS-ESCALATED (WS-MS-IDX) TO WS-EDIT-SMALL
006110     MOVE WS-EDIT-SMALL TO WS-REPORT-LINE (41:5)
006120     IF WS-MS-ACKED (WS-MS-IDX) > 0
006130         DIVIDE WS-MS-TOTAL-MINUTES (WS-MS-IDX)
006140             BY WS-MS-ACKED (WS-MS-IDX)
006150             GIVING WS-AVERAGE-MINUTES ROUNDED
006160         MOVE WS-AVERAGE-MINUTES TO WS-EDIT-COUNT
006170         MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (49:7)
006180         MOVE WS-MS-MAX-MINUTES (WS-MS-IDX) TO WS-EDIT-COUNT
006190         MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (59:7)
006200     END-IF
006210     PERFORM 8900-WRITE-REPORT-LINE
006220         THRU 8900-WRITE-REPORT-LINE-EXIT
006230     .
006240 4100-PRINT-ONE-MESSAGE-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------*
006270* 7700 - DAY SERIAL OF WS-DATE-WORK, COUNTED FROM A MARCH-BASED
006280* YEAR (SEE SUPMAINT).
006290*----------------------------------------------------------------*
006300 7700-COMPUTE-DAY-SERIAL.
006310     MOVE WS-DW-YYYY TO WS-SER-Y
006320     MOVE WS-DW-MM TO WS-SER-M
006330     IF WS-SER-M < 3
006340         SUBTRACT 1 FROM WS-SER-Y
006350         ADD 9 TO WS-SER-M
006360     ELSE
006370         SUBTRACT 3 FROM WS-SER-M
006380     END-IF
006390     COMPUTE WS-DAY-SERIAL = (365 * WS-SER-Y) + WS-DW-DD
006400     DIVIDE WS-SER-Y BY 4 GIVING WS-SER-Q
006410     ADD WS-SER-Q TO WS-DAY-SERIAL
006420     DIVIDE WS-SER-Y BY 100 GIVING WS-SER-Q
006430     SUBTRACT WS-SER-Q FROM WS-DAY-SERIAL
006440     DIVIDE WS-SER-Y BY 400 GIVING WS-SER-Q
006450     ADD WS-SER-Q TO WS-DAY-SERIAL
006460     COMPUTE WS-SER-R = (153 * WS-SER-M) + 2
006470     DIVIDE WS-SER-R BY 5 GIVING WS-SER-Q
006480     ADD WS-SER-Q TO WS-DAY-SERIAL
006490     DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-SER-Q
006500         REMAINDER WS-SER-R
006510     MOVE WS-SER-R TO WS-DOW
006520     .
006530 7700-COMPUTE-DAY-SERIAL-EXIT.
006540     EXIT.
006550 8000-PRINT-TOTALS.
006560     MOVE SPACES TO WS-REPORT-LINE
006570     PERFORM 8900-WRITE-REPORT-LINE
006580         THRU 8900-WRITE-REPORT-LINE-EXIT
006590     MOVE WS-AL-COUNT TO WS-EDIT-COUNT
006600     MOVE SPACES TO WS-REPORT-LINE
006610     STRING "ALERTS OF THE DAY         : " WS-EDIT-COUNT
006620         DELIMITED BY SIZE INTO WS-REPORT-LINE
006630     PERFORM 8900-WRITE-REPORT-LINE
006640         THRU 8900-WRITE-REPORT-LINE-EXIT
006650     MOVE WS-ACKED-COUNT TO WS-EDIT-COUNT
006660     MOVE SPACES TO WS-REPORT-LINE
006670     STRING "ACKNOWLEDGED              : " WS-EDIT-COUNT
006680         DELIMITED BY SIZE INTO WS-REPORT-LINE
006690     PERFORM 8900-WRITE-REPORT-LINE
006700         THRU 8900-WRITE-REPORT-LINE-EXIT
006710     MOVE WS-UNACKED-COUNT TO WS-EDIT-COUNT
006720     MOVE SPACES TO WS-REPORT-LINE
006730     STRING "NOT ACKNOWLEDGED          : " WS-EDIT-COUNT
006740         DELIMITED BY SIZE INTO WS-REPORT-LINE
006750     PERFORM 8900-WRITE-REPORT-LINE
006760         THRU 8900-WRITE-REPORT-LINE-EXIT
006770     .
006780 8000-PRINT-TOTALS-EXIT.
006790     EXIT.
006800 8900-WRITE-REPORT-LINE.
006810     WRITE REPORT-RECORD FROM WS-REPORT-LINE
006820     IF NOT WS-FILE-STATUS-RPT-OK
006830         DISPLAY "ALRTRPT: WRITE FAILED FOR ALRTRPT - STATUS "
006840             WS-FILE-STATUS-RPT
006850         MOVE 16 TO RETURN-CODE
006860         GOBACK
006870     END-IF
006880     .
006890 8900-WRITE-REPORT-LINE-EXIT.
006900     EXIT.
006910 9999-TERMINATE.
006920     CLOSE REPORT-FILE
006930     IF WS-UNACKED-COUNT > 0
006940         MOVE 4 TO RETURN-CODE
006950     ELSE
006960         MOVE 0 TO RETURN-CODE
006970     END-IF
006980     .
006990 9999-TERMINATE-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
007030*----------------------------------------------------------------*
007040 COPY "RECSTP.cpy".
007050 END PROGRAM ALRTRPT.
