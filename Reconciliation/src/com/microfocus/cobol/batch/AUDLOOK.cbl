000140* AND PRINTS, FOR EACH KEY NAMED ON SYSIN, EVERY ENTRY IN
000150* TRAIL ORDER - APPLY RUN DATE, ACTION, DELTA RUN DATE AND THE
000160* LEADING BYTES OF THE BEFORE AND AFTER IMAGES.
000170* A KEY CHANGE LEG ALSO SHOWS ITS PARTNER KEY - THE NEW KEY ON
000180* THE OUT LEG, THE OLD KEY ON THE IN LEG - SO THE RECORD'S
000190* HISTORY CAN BE FOLLOWED ACROSS THE CHANGE.
000200* SYSIN:
000210*     KEY KKKKKKKKKK      (UP TO 50 CARDS; AT LEAST ONE)
000220* RC=0 WHEN EVERY REQUESTED KEY HAD AT LEAST ONE ENTRY, RC=4
000230* WHEN ANY HAD NONE, RC=16 ON A CARD OR I/O ERROR.
000240*
000250* MODIFICATION HISTORY.
000260*   2026-09-02 DS   INITIAL VERSION.
000270*   2026-10-15 DS   PARTNER KEY SHOWN FOR KEY CHANGE LEGS.
000280*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000290*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000300*                   THE STEPSLA BATCH-WINDOW REPORT.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AUDIT-FILE ASSIGN TO APLAUDIT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-FILE-STATUS-AUD.
000390     SELECT REPORT-FILE ASSIGN TO AUDLRPT
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
000500 FD  AUDIT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY "RECAUD.cpy".
000530 FD  REPORT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  REPORT-RECORD                   PIC X(132).
000560 FD  PARM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  PARM-RECORD                     PIC X(80).
000590 FD  STEPTIME-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY "RECSTM.cpy".
000620 WORKING-STORAGE SECTION.
000630 01  WS-EOF-AUD-SW                   PIC X(01) VALUE "N".
000640     88  WS-EOF-AUD-YES                         VALUE "Y".
000650     88  WS-EOF-AUD-NO                          VALUE "N".
000660 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000670     88  WS-PARM-EOF-YES                        VALUE "Y".
000680     88  WS-PARM-EOF-NO                         VALUE "N".
000690 01  WS-FILE-STATUSES.
000700     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
000710         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
000720         88  WS-FILE-STATUS-AUD-NOTFND         VALUE "35".
000730     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000740         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000750     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000760         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000770         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000780 01  WS-COUNTERS COMP-3.
000790     05  WS-TRAIL-READ-COUNT         PIC 9(07) VALUE ZERO.
000800     05  WS-MATCH-COUNT              PIC 9(07) VALUE ZERO.
000810 01  WS-PARM-CARD.
000820     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000830     05  FILLER                      PIC X(79).
000840 01  WS-CARD-FIELDS.
000850     05  WS-CARD-VERB                PIC X(10).
000860     05  WS-CARD-OPERAND-1          PIC X(10).
000870*----------------------------------------------------------------*
000880* REQUESTED-KEY TABLE.  ONE PASS OVER THE TRAIL SERVES EVERY
000890* KEY; EACH SLOT COUNTS ITS OWN HITS SO THE TRAILER CAN CALL
000900* OUT KEYS WITH NO HISTORY.
000910*----------------------------------------------------------------*
000920 01  WS-KEY-TABLE.
000930     05  WS-KEY-COUNT                PIC S9(04) COMP VALUE ZERO.
000940     05  WS-KEY-MAX                  PIC S9(04) COMP VALUE 50.
000950     05  WS-KEY-ENTRY OCCURS 50 TIMES.
000960         10  WS-KEY-VALUE            PIC X(10).
000970         10  WS-KEY-HITS             PIC 9(05) COMP-3.
000980 01  WS-KEY-IDX                      PIC S9(04) COMP.
000990 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001000 01  WS-REPORT-LINE                  PIC X(132).
001010 01  WS-RUN-DATE                     PIC X(08).
001020 01  WS-MISSING-SW                   PIC X(01) VALUE "N".
001030     88  WS-MISSING-YES                         VALUE "Y".
001040     88  WS-MISSING-NO                          VALUE "N".
001050*----------------------------------------------------------------*
001060* DETAIL LINE - ONE PER MATCHING TRAIL ENTRY.  THE IMAGES ARE
001070* 500 BYTES EACH; THE REPORT CARRIES THEIR FIRST 40, WHICH
001080* COVERS EVERY FIELD THE COMPARE MASKS CARE ABOUT TODAY.
001090*----------------------------------------------------------------*
001100 01  WS-DETAIL-LINE.
001110     05  WS-DTL-KEY                  PIC X(10).
001120     05  FILLER                      PIC X(02) VALUE SPACES.
001130     05  WS-DTL-RUN-DATE             PIC X(08).
001140     05  FILLER                      PIC X(02) VALUE SPACES.
001150     05  WS-DTL-ACTION               PIC X(01).
001160     05  FILLER                      PIC X(02) VALUE SPACES.
001170     05  WS-DTL-DELTA-DATE           PIC X(08).
001180     05  FILLER                      PIC X(02) VALUE SPACES.
001190     05  WS-DTL-BEFORE               PIC X(40).
001200     05  FILLER                      PIC X(02) VALUE SPACES.
001210     05  WS-DTL-AFTER                PIC X(40).
001220     05  FILLER                      PIC X(02) VALUE SPACES.
001230     05  WS-DTL-PARTNER              PIC X(10).
001240     05  FILLER                      PIC X(03) VALUE SPACES.
001250 COPY "RECSTW.cpy".
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280     MOVE "AUDLOOK" TO RECSTW-PROGRAM-ID
001290     PERFORM 9800-START-STEP-TIMING
001300         THRU 9800-START-STEP-TIMING-EXIT
001310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001320     PERFORM 2000-SCAN-TRAIL THRU 2000-SCAN-TRAIL-EXIT
001330         UNTIL WS-EOF-AUD-YES
001340     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001350     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001360     IF WS-MISSING-YES
001370         MOVE 4 TO RETURN-CODE
001380     END-IF
001390     MOVE WS-TRAIL-READ-COUNT TO RECSTW-RECORD-COUNT
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
001510     IF WS-KEY-COUNT = 0
001520         DISPLAY "AUDLOOK: NO KEY CARDS ON SYSIN"
001530         MOVE 16 TO RETURN-CODE
001540         GOBACK
001550     END-IF
001560     OPEN INPUT AUDIT-FILE
001570     IF WS-FILE-STATUS-AUD-NOTFND
001580         DISPLAY "AUDLOOK: APLAUDIT NOT FOUND - NO APPLY HAS RUN"
001590         MOVE 16 TO RETURN-CODE
001600         GOBACK
001610     END-IF
001620     IF NOT WS-FILE-STATUS-AUD-OK
001630         DISPLAY "AUDLOOK: OPEN FAILED FOR APLAUDIT - STATUS "
001640             WS-FILE-STATUS-AUD
001650         MOVE 16 TO RETURN-CODE
001660         GOBACK
001670     END-IF
001680     OPEN OUTPUT REPORT-FILE
001690     IF NOT WS-FILE-STATUS-RPT-OK
001700         DISPLAY "AUDLOOK: OPEN FAILED FOR AUDLRPT - STATUS "
001710             WS-FILE-STATUS-RPT
001720         MOVE 16 TO RETURN-CODE
001730         GOBACK
001740     END-IF
001750     MOVE SPACES TO WS-REPORT-LINE
001760     STRING "APPLY-AUDIT KEY LOOKUP - RUN " DELIMITED BY SIZE
001770         WS-RUN-DATE DELIMITED BY SIZE
001780         INTO WS-REPORT-LINE
001790     PERFORM 8900-WRITE-REPORT-LINE
001800         THRU 8900-WRITE-REPORT-LINE-EXIT
001810     MOVE SPACES TO WS-REPORT-LINE
001820     MOVE "KEY         APPLIED   A  DELTA-RUN BEFORE (FIRST 40)"
001830         TO WS-REPORT-LINE (1:52)
001840     MOVE "AFTER (FIRST 40)" TO WS-REPORT-LINE (75:16)
001850     PERFORM 8900-WRITE-REPORT-LINE
001860         THRU 8900-WRITE-REPORT-LINE-EXIT
001870     MOVE SPACES TO WS-REPORT-LINE
001880     PERFORM 8900-WRITE-REPORT-LINE
001890         THRU 8900-WRITE-REPORT-LINE-EXIT
001900     .
001910 1000-INITIALIZE-EXIT.
001920     EXIT.
001930 1100-READ-PARM-CARDS.
001940     OPEN INPUT PARM-FILE
001950     IF WS-FILE-STATUS-PARM-NOTFND
001960         SET WS-PARM-EOF-YES TO TRUE
001970         GO TO 1100-READ-PARM-CARDS-EXIT
001980     END-IF
001990     IF NOT WS-FILE-STATUS-PARM-OK
002000         DISPLAY "AUDLOOK: OPEN FAILED FOR SYSIN - STATUS "
002010             WS-FILE-STATUS-PARM
002020         MOVE 16 TO RETURN-CODE
002030         GOBACK
002040     END-IF
002050     PERFORM 1110-READ-PARM-CARD
002060         THRU 1110-READ-PARM-CARD-EXIT
002070         UNTIL WS-PARM-EOF-YES
002080     CLOSE PARM-FILE
002090     .
002100 1100-READ-PARM-CARDS-EXIT.
002110     EXIT.
002120 1110-READ-PARM-CARD.
002130     READ PARM-FILE INTO WS-PARM-CARD
002140         AT END
002150             SET WS-PARM-EOF-YES TO TRUE
002160             GO TO 1110-READ-PARM-CARD-EXIT
002170     END-READ
002180     IF NOT WS-FILE-STATUS-PARM-OK
002190         DISPLAY "AUDLOOK: READ FAILED FOR SYSIN - STATUS "
002200             WS-FILE-STATUS-PARM
002210         MOVE 16 TO RETURN-CODE
002220         GOBACK
002230     END-IF
002240     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002250         GO TO 1110-READ-PARM-CARD-EXIT
002260     END-IF
002270     MOVE SPACES TO WS-CARD-FIELDS
002280     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002290         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002300     END-UNSTRING
002310     IF WS-CARD-VERB NOT = "KEY"
002320         DISPLAY "AUDLOOK: UNRECOGNIZED PARM CARD - "
002330             WS-PARM-CARD
002340         MOVE 16 TO RETURN-CODE
002350         GOBACK
002360     END-IF
002370     IF WS-CARD-OPERAND-1 = SPACES
002380         DISPLAY "AUDLOOK: KEY CARD WITHOUT A KEY"
002390         MOVE 16 TO RETURN-CODE
002400         GOBACK
002410     END-IF
002420     IF WS-KEY-COUNT = WS-KEY-MAX
002430         DISPLAY "AUDLOOK: TOO MANY KEY CARDS"
002440         MOVE 16 TO RETURN-CODE
002450         GOBACK
002460     END-IF
002470     ADD 1 TO WS-KEY-COUNT
002480     MOVE WS-CARD-OPERAND-1 TO WS-KEY-VALUE (WS-KEY-COUNT)
002490     MOVE ZERO TO WS-KEY-HITS (WS-KEY-COUNT)
002500     .
002510 1110-READ-PARM-CARD-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------*
002540* 2000 - ONE TRAIL RECORD AGAINST EVERY REQUESTED KEY.  THE
002550* TRAIL IS IN APPEND ORDER, SO MATCHES PRINT OLDEST FIRST.
002560*----------------------------------------------------------------*
002570 2000-SCAN-TRAIL.
002580     READ AUDIT-FILE
002590         AT END
002600             SET WS-EOF-AUD-YES TO TRUE
002610             GO TO 2000-SCAN-TRAIL-EXIT
002620     END-READ
002630     IF NOT WS-FILE-STATUS-AUD-OK
002640         DISPLAY "AUDLOOK: READ FAILED FOR APLAUDIT - STATUS "
002650             WS-FILE-STATUS-AUD
002660         MOVE 16 TO RETURN-CODE
002670         GOBACK
002680     END-IF
002690     ADD 1 TO WS-TRAIL-READ-COUNT
002700     PERFORM 2100-MATCH-ONE-KEY THRU 2100-MATCH-ONE-KEY-EXIT
002710         VARYING WS-KEY-IDX FROM 1 BY 1
002720         UNTIL WS-KEY-IDX > WS-KEY-COUNT
002730     .
002740 2000-SCAN-TRAIL-EXIT.
002750     EXIT.
002760 2100-MATCH-ONE-KEY.
002770     IF RECAUD-KEY NOT = WS-KEY-VALUE (WS-KEY-IDX)
002780         GO TO 2100-MATCH-ONE-KEY-EXIT
002790     END-IF
002800     ADD 1 TO WS-KEY-HITS (WS-KEY-IDX)
002810     ADD 1 TO WS-MATCH-COUNT
002820     MOVE SPACES TO WS-DETAIL-LINE
002830     MOVE RECAUD-KEY TO WS-DTL-KEY
002840     MOVE RECAUD-RUN-DATE TO WS-DTL-RUN-DATE
002850     MOVE RECAUD-ACTION TO WS-DTL-ACTION
002860     MOVE RECAUD-DELTA-RUN-DATE TO WS-DTL-DELTA-DATE
002870     MOVE RECAUD-BEFORE-DATA (1:40) TO WS-DTL-BEFORE
002880     MOVE RECAUD-AFTER-DATA (1:40) TO WS-DTL-AFTER
002890     MOVE RECAUD-PARTNER-KEY TO WS-DTL-PARTNER
002900     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
002910     PERFORM 8900-WRITE-REPORT-LINE
002920         THRU 8900-WRITE-REPORT-LINE-EXIT
002930     .
002940 2100-MATCH-ONE-KEY-EXIT.
002950     EXIT.
002960 8000-PRINT-SUMMARY.
002970     MOVE SPACES TO WS-REPORT-LINE
002980     PERFORM 8900-WRITE-REPORT-LINE
002990         THRU 8900-WRITE-REPORT-LINE-EXIT
003000     PERFORM 8100-SUMMARIZE-ONE-KEY
003010         THRU 8100-SUMMARIZE-ONE-KEY-EXIT
003020         VARYING WS-KEY-IDX FROM 1 BY 1
003030         UNTIL WS-KEY-IDX > WS-KEY-COUNT
003040     MOVE SPACES TO WS-REPORT-LINE
003050     MOVE WS-TRAIL-READ-COUNT TO WS-EDIT-COUNT
003060     STRING "TRAIL RECORDS READ  : " DELIMITED BY SIZE
003070         WS-EDIT-COUNT DELIMITED BY SIZE
003080         INTO WS-REPORT-LINE
003090     PERFORM 8900-WRITE-REPORT-LINE
003100         THRU 8900-WRITE-REPORT-LINE-EXIT
003110     MOVE SPACES TO WS-REPORT-LINE
003120     MOVE WS-MATCH-COUNT TO WS-EDIT-COUNT
003130     STRING "ENTRIES PRINTED     : " DELIMITED BY SIZE
003140         WS-EDIT-COUNT DELIMITED BY SIZE
003150         INTO WS-REPORT-LINE
003160     PERFORM 8900-WRITE-REPORT-LINE
003170         THRU 8900-WRITE-REPORT-LINE-EXIT
003180     .
003190 8000-PRINT-SUMMARY-EXIT.
003200     EXIT.
003210 8100-SUMMARIZE-ONE-KEY.
003220     MOVE SPACES TO WS-REPORT-LINE
003230     MOVE WS-KEY-HITS (WS-KEY-IDX) TO WS-EDIT-COUNT
003240     IF WS-KEY-HITS (WS-KEY-IDX) = 0
003250         SET WS-MISSING-YES TO TRUE
003260         STRING "KEY " DELIMITED BY SIZE
003270             WS-KEY-VALUE (WS-KEY-IDX) DELIMITED BY SIZE
003280             " - NO HISTORY ON THE TRAIL" DELIMITED BY SIZE
003290             INTO WS-REPORT-LINE
003300     ELSE
003310         STRING "KEY " DELIMITED BY SIZE
003320             WS-KEY-VALUE (WS-KEY-IDX) DELIMITED BY SIZE
003330             " - ENTRIES: " DELIMITED BY SIZE
003340             WS-EDIT-COUNT DELIMITED BY SIZE
003350             INTO WS-REPORT-LINE
003360     END-IF
003370     PERFORM 8900-WRITE-REPORT-LINE
003380         THRU 8900-WRITE-REPORT-LINE-EXIT
003390     .
003400 8100-SUMMARIZE-ONE-KEY-EXIT.
003410     EXIT.
003420 8900-WRITE-REPORT-LINE.
003430     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003440     IF NOT WS-FILE-STATUS-RPT-OK
003450         DISPLAY "AUDLOOK: WRITE FAILED FOR AUDLRPT - STATUS "
003460             WS-FILE-STATUS-RPT
003470         MOVE 16 TO RETURN-CODE
003480         GOBACK
003490     END-IF
003500     .
003510 8900-WRITE-REPORT-LINE-EXIT.
003520     EXIT.
003530 9999-TERMINATE.
003540     CLOSE AUDIT-FILE
003550     CLOSE REPORT-FILE
003560     .
003570 9999-TERMINATE-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------*
003600* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
003610*----------------------------------------------------------------*
003620 COPY "RECSTP.cpy".
003630 END PROGRAM AUDLOOK.
