000250*
000260* MODIFICATION HISTORY.
000270*   2026-09-02 DS   INITIAL VERSION.
000280*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000290*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000300*                   THE STEPSLA BATCH-WINDOW REPORT.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTROL-FILE ASSIGN TO CTLFILE
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-FILE-STATUS-CTL.
000390     SELECT REPORT-FILE ASSIGN TO JOBRPT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FILE-STATUS-RPT.
000420     SELECT PARM-FILE ASSIGN TO SYSIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FILE-STATUS-PARM.
000450     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS RECSTW-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CONTROL-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY "RECCTL.cpy".
000530 FD  REPORT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  REPORT-RECORD                   PIC X(80).
000560 FD  PARM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  PARM-RECORD                     PIC X(80).
000590 FD  STEPTIME-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY "RECSTM.cpy".
000620 WORKING-STORAGE SECTION.
000630 01  WS-EOF-CTL-SW                   PIC X(01) VALUE "N".
000640     88  WS-EOF-CTL-YES                         VALUE "Y".
000650     88  WS-EOF-CTL-NO                          VALUE "N".
000660 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000670     88  WS-PARM-EOF-YES                        VALUE "Y".
000680 01  WS-FILE-STATUSES.
000690     05  WS-FILE-STATUS-CTL          PIC X(02) VALUE "00".
000700         88  WS-FILE-STATUS-CTL-OK             VALUE "00".
000710     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000720         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000730     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000740         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000750         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000760 01  WS-PARM-CARD.
000770     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000780     05  FILLER                      PIC X(79).
000790 01  WS-CARD-FIELDS.
000800     05  WS-CARD-VERB                PIC X(10).
000810     05  WS-CARD-OPERAND-1          PIC X(10).
000820 01  WS-TARGET-DATE                  PIC X(08) VALUE SPACES.
000830 01  WS-NEWEST-DATE                  PIC X(08) VALUE LOW-VALUES.
000840*----------------------------------------------------------------*
000850* ONE SLOT PER DATASET NAME SEEN ON THE TARGET DATE, HOLDING
000860* THE LAST OUT AND LAST IN RECORD FOR IT.  LATER RECORDS
000870* OVERLAY EARLIER ONES, SO A RERUN'S COUNTS ARE THE ONES
000880* JUDGED.
000890*----------------------------------------------------------------*
000900 01  WS-FILE-TABLE.
000910     05  WS-FT-COUNT                 PIC S9(04) COMP VALUE ZERO.
000920     05  WS-FT-MAX                   PIC S9(04) COMP VALUE 30.
000930     05  WS-FT-ENTRY OCCURS 30 TIMES.
000940         10  WS-FT-NAME              PIC X(08).
000950         10  WS-FT-OUT-SW            PIC X(01).
000960         10  WS-FT-OUT-PROG          PIC X(08).
000970         10  WS-FT-OUT-COUNT         PIC 9(09) COMP-3.
000980         10  WS-FT-IN-SW             PIC X(01).
000990         10  WS-FT-IN-PROG           PIC X(08).
001000         10  WS-FT-IN-COUNT          PIC 9(09) COMP-3.
001010 01  WS-FT-IDX                       PIC S9(04) COMP.
001020 01  WS-FT-FOUND                     PIC S9(04) COMP.
001030 01  WS-COUNTERS COMP-3.
001040     05  WS-TIED-COUNT               PIC 9(05) VALUE ZERO.
001050     05  WS-MISMATCH-COUNT           PIC 9(05) VALUE ZERO.
001060     05  WS-UNPAIRED-COUNT           PIC 9(05) VALUE ZERO.
001070 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
001080 01  WS-REPORT-LINE                  PIC X(80).
001090 COPY "RECSTW.cpy".
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     MOVE "JOBCHECK" TO RECSTW-PROGRAM-ID
001130     PERFORM 9800-START-STEP-TIMING
001140         THRU 9800-START-STEP-TIMING-EXIT
001150     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001160     PERFORM 2000-LOAD-ONE-CONTROL
001170         THRU 2000-LOAD-ONE-CONTROL-EXIT
001180         UNTIL WS-EOF-CTL-YES
001190     PERFORM 3000-JUDGE-FILES THRU 3000-JUDGE-FILES-EXIT
001200     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001210     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001220     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001230     PERFORM 9810-WRITE-STEP-TIMING
001240         THRU 9810-WRITE-STEP-TIMING-EXIT
001250     GOBACK
001260     .
001270 0000-MAINLINE-EXIT.
001280     EXIT.
001290*----------------------------------------------------------------*
001300* 1000 - SYSIN AND OPENS.  WITH NO DATE CARD THE CONTROL FILE
001310* IS READ ONCE UP FRONT JUST TO FIND THE NEWEST RUN DATE, THEN
001320* REOPENED FOR THE REAL LOAD.
001330*----------------------------------------------------------------*
001340 1000-INITIALIZE.
001350     PERFORM 1100-READ-PARM-CARDS
001360         THRU 1100-READ-PARM-CARDS-EXIT
001370     OPEN OUTPUT REPORT-FILE
001380     IF NOT WS-FILE-STATUS-RPT-OK
001390         DISPLAY "JOBCHECK: OPEN FAILED FOR JOBRPT - STATUS "
001400             WS-FILE-STATUS-RPT
001410         MOVE 16 TO RETURN-CODE
001420         GOBACK
001430     END-IF
001440     IF WS-TARGET-DATE = SPACES
001450         PERFORM 1500-FIND-NEWEST-DATE
001460             THRU 1500-FIND-NEWEST-DATE-EXIT
001470     END-IF
001480     OPEN INPUT CONTROL-FILE
001490     IF NOT WS-FILE-STATUS-CTL-OK
001500         DISPLAY "JOBCHECK: OPEN FAILED FOR CTLFILE - STATUS "
001510             WS-FILE-STATUS-CTL
001520         MOVE 16 TO RETURN-CODE
001530         GOBACK
001540     END-IF
001550     .
001560 1000-INITIALIZE-EXIT.
001570     EXIT.
001580 1100-READ-PARM-CARDS.
001590     OPEN INPUT PARM-FILE
001600     IF WS-FILE-STATUS-PARM-NOTFND
001610         SET WS-PARM-EOF-YES TO TRUE
001620         GO TO 1100-READ-PARM-CARDS-EXIT
001630     END-IF
001640     IF NOT WS-FILE-STATUS-PARM-OK
001650         DISPLAY "JOBCHECK: OPEN FAILED FOR SYSIN - STATUS "
001660             WS-FILE-STATUS-PARM
001670         MOVE 16 TO RETURN-CODE
001680         GOBACK
001690     END-IF
001700     PERFORM 1110-READ-PARM-CARD
001710         THRU 1110-READ-PARM-CARD-EXIT
001720         UNTIL WS-PARM-EOF-YES
001730     CLOSE PARM-FILE
001740     .
001750 1100-READ-PARM-CARDS-EXIT.
001760     EXIT.
001770 1110-READ-PARM-CARD.
001780     READ PARM-FILE INTO WS-PARM-CARD
001790         AT END
001800             SET WS-PARM-EOF-YES TO TRUE
001810             GO TO 1110-READ-PARM-CARD-EXIT
001820     END-READ
001830     IF NOT WS-FILE-STATUS-PARM-OK
001840         DISPLAY "JOBCHECK: READ FAILED FOR SYSIN - STATUS "
001850             WS-FILE-STATUS-PARM
001860         MOVE 16 TO RETURN-CODE
001870         GOBACK
001880     END-IF
001890     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
001900         GO TO 1110-READ-PARM-CARD-EXIT
001910     END-IF
001920     MOVE SPACES TO WS-CARD-FIELDS
001930     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
001940         INTO WS-CARD-VERB WS-CARD-OPERAND-1
001950     END-UNSTRING
001960     IF WS-CARD-VERB NOT = "DATE"
001970         DISPLAY "JOBCHECK: UNRECOGNIZED PARM CARD - "
001980             WS-PARM-CARD
001990         MOVE 16 TO RETURN-CODE
002000         GOBACK
002010     END-IF
002020     MOVE WS-CARD-OPERAND-1 (1:8) TO WS-TARGET-DATE
002030     .
002040 1110-READ-PARM-CARD-EXIT.
002050     EXIT.
002060 1500-FIND-NEWEST-DATE.
002070     OPEN INPUT CONTROL-FILE
002080     IF NOT WS-FILE-STATUS-CTL-OK
002090         DISPLAY "JOBCHECK: OPEN FAILED FOR CTLFILE - STATUS "
002100             WS-FILE-STATUS-CTL
002110         MOVE 16 TO RETURN-CODE
002120         GOBACK
002130     END-IF
002140     PERFORM 1510-SCAN-ONE-DATE THRU 1510-SCAN-ONE-DATE-EXIT
002150         UNTIL WS-EOF-CTL-YES
002160     CLOSE CONTROL-FILE
002170     SET WS-EOF-CTL-NO TO TRUE
002180     MOVE WS-NEWEST-DATE TO WS-TARGET-DATE
002190     .
002200 1500-FIND-NEWEST-DATE-EXIT.
002210     EXIT.
002220 1510-SCAN-ONE-DATE.
002230     READ CONTROL-FILE
002240         AT END
002250             SET WS-EOF-CTL-YES TO TRUE
002260             GO TO 1510-SCAN-ONE-DATE-EXIT
002270     END-READ
002280     IF NOT WS-FILE-STATUS-CTL-OK
002290         DISPLAY "JOBCHECK: READ FAILED FOR CTLFILE - STATUS "
002300             WS-FILE-STATUS-CTL
002310         MOVE 16 TO RETURN-CODE
002320         GOBACK
002330     END-IF
002340     IF RECCTL-RUN-DATE > WS-NEWEST-DATE
002350         MOVE RECCTL-RUN-DATE TO WS-NEWEST-DATE
002360     END-IF
002370     .
002380 1510-SCAN-ONE-DATE-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------*
002410* 2000 - ONE CONTROL RECORD INTO THE FILE TABLE.  A LATER
002420* RECORD FOR THE SAME FILE AND ROLE OVERLAYS THE EARLIER ONE.
002430*----------------------------------------------------------------*
002440 2000-LOAD-ONE-CONTROL.
002450     READ CONTROL-FILE
002460         AT END
002470             SET WS-EOF-CTL-YES TO TRUE
002480             GO TO 2000-LOAD-ONE-CONTROL-EXIT
002490     END-READ
002500     IF NOT WS-FILE-STATUS-CTL-OK
002510         DISPLAY "JOBCHECK: READ FAILED FOR CTLFILE - STATUS "
002520             WS-FILE-STATUS-CTL
002530         MOVE 16 TO RETURN-CODE
002540         GOBACK
002550     END-IF
002560     ADD 1 TO RECSTW-RECORD-COUNT
002570     IF RECCTL-RUN-DATE NOT = WS-TARGET-DATE
002580         GO TO 2000-LOAD-ONE-CONTROL-EXIT
002590     END-IF
002600     IF RECCTL-RECORD-COUNT NOT NUMERIC
002610         GO TO 2000-LOAD-ONE-CONTROL-EXIT
002620     END-IF
002630     MOVE ZERO TO WS-FT-FOUND
002640     PERFORM 2100-MATCH-FILE THRU 2100-MATCH-FILE-EXIT
002650         VARYING WS-FT-IDX FROM 1 BY 1
002660         UNTIL WS-FT-IDX > WS-FT-COUNT OR WS-FT-FOUND > 0
002670     IF WS-FT-FOUND = 0
002680         IF WS-FT-COUNT = WS-FT-MAX
002690             DISPLAY "JOBCHECK: FILE TABLE FULL - RUN STOPPED"
002700             MOVE 16 TO RETURN-CODE
002710             GOBACK
002720         END-IF
002730         ADD 1 TO WS-FT-COUNT
002740         MOVE WS-FT-COUNT TO WS-FT-FOUND
002750         MOVE RECCTL-FILE-NAME TO WS-FT-NAME (WS-FT-FOUND)
002760         MOVE "N" TO WS-FT-OUT-SW (WS-FT-FOUND)
002770         MOVE "N" TO WS-FT-IN-SW (WS-FT-FOUND)
002780     END-IF
002790     IF RECCTL-ROLE-OUT
002800         MOVE "Y" TO WS-FT-OUT-SW (WS-FT-FOUND)
002810         MOVE RECCTL-PROGRAM-ID TO WS-FT-OUT-PROG (WS-FT-FOUND)
002820         MOVE RECCTL-RECORD-COUNT
002830             TO WS-FT-OUT-COUNT (WS-FT-FOUND)
002840     ELSE
002850         MOVE "Y" TO WS-FT-IN-SW (WS-FT-FOUND)
002860         MOVE RECCTL-PROGRAM-ID TO WS-FT-IN-PROG (WS-FT-FOUND)
002870         MOVE RECCTL-RECORD-COUNT
002880             TO WS-FT-IN-COUNT (WS-FT-FOUND)
002890     END-IF
002900     .
002910 2000-LOAD-ONE-CONTROL-EXIT.
002920     EXIT.
002930 2100-MATCH-FILE.
002940     IF WS-FT-NAME (WS-FT-IDX) = RECCTL-FILE-NAME
002950         MOVE WS-FT-IDX TO WS-FT-FOUND
002960     END-IF
002970     .
002980 2100-MATCH-FILE-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010* 3000 - THE CROSS-FOOT: PRODUCER OUT AGAINST CONSUMER IN PER
003020* FILE.  ONE LINE PER FILE ON THE REPORT, VERDICT ON THE LINE.
003030*----------------------------------------------------------------*
003040 3000-JUDGE-FILES.
003050     MOVE SPACES TO WS-REPORT-LINE
003060     STRING "CONTROL-TOTALS TIE-OUT - CYCLE " DELIMITED BY SIZE
003070         WS-TARGET-DATE DELIMITED BY SIZE
003080         INTO WS-REPORT-LINE
003090     PERFORM 8900-WRITE-REPORT-LINE
003100         THRU 8900-WRITE-REPORT-LINE-EXIT
003110     MOVE SPACES TO WS-REPORT-LINE
003120     MOVE "FILE     PRODUCED BY        READ BY         VERDICT"
003130         TO WS-REPORT-LINE
003140     PERFORM 8900-WRITE-REPORT-LINE
003150         THRU 8900-WRITE-REPORT-LINE-EXIT
003160     PERFORM 3100-JUDGE-ONE-FILE THRU 3100-JUDGE-ONE-FILE-EXIT
003170         VARYING WS-FT-IDX FROM 1 BY 1
003180         UNTIL WS-FT-IDX > WS-FT-COUNT
003190     .
003200 3000-JUDGE-FILES-EXIT.
003210     EXIT.
003220 3100-JUDGE-ONE-FILE.
003230     MOVE SPACES TO WS-REPORT-LINE
003240     MOVE WS-FT-NAME (WS-FT-IDX) TO WS-REPORT-LINE (1:8)
003250     IF WS-FT-OUT-SW (WS-FT-IDX) = "Y"
003260         MOVE WS-FT-OUT-PROG (WS-FT-IDX)
003270             TO WS-REPORT-LINE (10:8)
003280         MOVE WS-FT-OUT-COUNT (WS-FT-IDX) TO WS-EDIT-COUNT
003290         MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (19:9)
003300     END-IF
003310     IF WS-FT-IN-SW (WS-FT-IDX) = "Y"
003320         MOVE WS-FT-IN-PROG (WS-FT-IDX)
003330             TO WS-REPORT-LINE (29:8)
003340         MOVE WS-FT-IN-COUNT (WS-FT-IDX) TO WS-EDIT-COUNT
003350         MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (38:9)
003360     END-IF
003370     EVALUATE TRUE
003380         WHEN WS-FT-OUT-SW (WS-FT-IDX) = "Y"
003390                 AND WS-FT-IN-SW (WS-FT-IDX) = "Y"
003400                 AND WS-FT-OUT-COUNT (WS-FT-IDX)
003410                     = WS-FT-IN-COUNT (WS-FT-IDX)
003420             MOVE "TIED" TO WS-REPORT-LINE (49:8)
003430             ADD 1 TO WS-TIED-COUNT
003440         WHEN WS-FT-OUT-SW (WS-FT-IDX) = "Y"
003450                 AND WS-FT-IN-SW (WS-FT-IDX) = "Y"
003460             MOVE "MISMATCH" TO WS-REPORT-LINE (49:8)
003470             ADD 1 TO WS-MISMATCH-COUNT
003480         WHEN OTHER
003490             MOVE "ONE SIDE" TO WS-REPORT-LINE (49:8)
003500             ADD 1 TO WS-UNPAIRED-COUNT
003510     END-EVALUATE
003520     PERFORM 8900-WRITE-REPORT-LINE
003530         THRU 8900-WRITE-REPORT-LINE-EXIT
003540     .
003550 3100-JUDGE-ONE-FILE-EXIT.
003560     EXIT.
003570 8000-PRINT-TOTALS.
003580     MOVE SPACES TO WS-REPORT-LINE
003590     PERFORM 8900-WRITE-REPORT-LINE
003600         THRU 8900-WRITE-REPORT-LINE-EXIT
003610     MOVE SPACES TO WS-REPORT-LINE
003620     MOVE WS-TIED-COUNT TO WS-EDIT-COUNT
003630     STRING "FILES TIED OUT      : " DELIMITED BY SIZE
003640         WS-EDIT-COUNT DELIMITED BY SIZE
003650         INTO WS-REPORT-LINE
003660     PERFORM 8900-WRITE-REPORT-LINE
003670         THRU 8900-WRITE-REPORT-LINE-EXIT
003680     MOVE SPACES TO WS-REPORT-LINE
003690     MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT
003700     STRING "MISMATCHES          : " DELIMITED BY SIZE
003710         WS-EDIT-COUNT DELIMITED BY SIZE
003720         INTO WS-REPORT-LINE
003730     PERFORM 8900-WRITE-REPORT-LINE
003740         THRU 8900-WRITE-REPORT-LINE-EXIT
003750     MOVE SPACES TO WS-REPORT-LINE
003760     MOVE WS-UNPAIRED-COUNT TO WS-EDIT-COUNT
003770     STRING "NOT CROSS-CHECKED   : " DELIMITED BY SIZE
003780         WS-EDIT-COUNT DELIMITED BY SIZE
003790         INTO WS-REPORT-LINE
003800     PERFORM 8900-WRITE-REPORT-LINE
003810         THRU 8900-WRITE-REPORT-LINE-EXIT
003820     .
003830 8000-PRINT-TOTALS-EXIT.
003840     EXIT.
003850 8900-WRITE-REPORT-LINE.
003860     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003870     IF NOT WS-FILE-STATUS-RPT-OK
003880         DISPLAY "JOBCHECK: WRITE FAILED FOR JOBRPT - STATUS "
003890             WS-FILE-STATUS-RPT
003900         MOVE 16 TO RETURN-CODE
003910         GOBACK
003920     END-IF
003930     .
003940 8900-WRITE-REPORT-LINE-EXIT.
003950     EXIT.
003960 9999-TERMINATE.
003970     CLOSE CONTROL-FILE
003980     CLOSE REPORT-FILE
003990     IF WS-MISMATCH-COUNT > 0
004000         DISPLAY "JOBCHECK08E CONTROL TOTALS DO NOT CROSS-FOOT "
004010             "- NIGHT HELD"
004020         MOVE 8 TO RETURN-CODE
004030     END-IF
004040     .
004050 9999-TERMINATE-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------*
004080* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
004090*----------------------------------------------------------------*
004100 COPY "RECSTP.cpy".
004110 END PROGRAM JOBCHECK.
