000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CORRAPRV.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CORRAPRV - CORRECTION APPROVAL (MAKER-CHECKER) STEP.
000090*
000100* CORRGEN HOLDS THE CORRECTIONS IT GENERATES ON THE CORRPEND
000110* PENDING FILE, EACH STAMPED WITH ORIGIN "C" AND ITS PREPARER'S
000120* USER ID, AND DELTAAPL REJECTS A CORRECTION (REASON UA) UNTIL A
000130* SECOND PERSON HAS APPROVED IT.  THIS STEP IS THAT APPROVAL: THE
000140* CHECKER NAMES THEMSELVES ON THE APPROVER CARD AND APPROVES THE
000150* WHOLE BATCH OR INDIVIDUAL KEYS.  AN APPROVED TRANSACTION IS
000160* STAMPED WITH THE APPROVER AND TODAY'S DATE AND WRITTEN TO DLTOUT
000170* FOR DELTAAPL, WHICH CARRIES BOTH ONTO THE APLAUDIT RECORD.  ONE
000180* THE APPROVER PREPARED THEMSELVES IS NOT APPROVED.  A DECLINED
000190* TRANSACTION IS DROPPED; EVERYTHING ELSE IS WRITTEN TO PENDOUT,
000200* WHICH BECOMES THE NEXT CORRPEND.  A KEY CHANGE LEG IS APPROVED
000210* OR DECLINED WITH ITS PARTNER, SO A CARD FOR EITHER KEY COVERS
000220* BOTH LEGS.  THE FILES STAY IN CORRPEND (KEY) ORDER.
000230* SYSIN:
000240*     APPROVER USERID         THE CHECKER (REQUIRED)
000250*     APPROVE ALL             EVERY PENDING TRANSACTION
000260*     APPROVE KEY             THAT KEY'S TRANSACTION
000270*     DECLINE KEY             DROP THAT KEY'S TRANSACTION
000280* RC=0 CLEAN, RC=4 A TRANSACTION THE APPROVER PREPARED OR WITH NO
000290* PREPARER, OR A CARD KEY NOT PENDING, RC=16 CARD OR I/O ERROR.
000300*
000310* MODIFICATION HISTORY.
000320*   2026-10-15 DS   INITIAL VERSION.
000330*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000340*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000350*                   THE STEPSLA BATCH-WINDOW REPORT.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PEND-FILE ASSIGN TO CORRPEND
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-FILE-STATUS-PEND.
000440     SELECT DLTOUT-FILE ASSIGN TO DLTOUT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FILE-STATUS-DOUT.
000470     SELECT PENDOUT-FILE ASSIGN TO PENDOUT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FILE-STATUS-POUT.
000500     SELECT REPORT-FILE ASSIGN TO APRVRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-FILE-STATUS-RPT.
000530     SELECT PARM-FILE ASSIGN TO SYSIN
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-FILE-STATUS-PARM.
000560     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RECSTW-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PEND-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY "RECDLT.cpy".
000640 FD  DLTOUT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==DOUT-==.
000670 FD  PENDOUT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==POUT-==.
000700 FD  REPORT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  REPORT-RECORD                   PIC X(80).
000730 FD  PARM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  PARM-RECORD                     PIC X(80).
000760 FD  STEPTIME-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY "RECSTM.cpy".
000790 WORKING-STORAGE SECTION.
000800 01  WS-EOF-PEND-SW                  PIC X(01) VALUE "N".
000810     88  WS-EOF-PEND-YES                        VALUE "Y".
000820     88  WS-EOF-PEND-NO                         VALUE "N".
000830 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000840     88  WS-PARM-EOF-YES                        VALUE "Y".
000850     88  WS-PARM-EOF-NO                         VALUE "N".
000860 01  WS-FILE-STATUSES.
000870     05  WS-FILE-STATUS-PEND         PIC X(02) VALUE "00".
000880         88  WS-FILE-STATUS-PEND-OK            VALUE "00".
000890         88  WS-FILE-STATUS-PEND-NOTFND        VALUE "35".
000900     05  WS-FILE-STATUS-DOUT         PIC X(02) VALUE "00".
000910         88  WS-FILE-STATUS-DOUT-OK            VALUE "00".
000920     05  WS-FILE-STATUS-POUT         PIC X(02) VALUE "00".
000930         88  WS-FILE-STATUS-POUT-OK            VALUE "00".
000940     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000950         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
000960     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000970         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000980         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000990 01  WS-COUNTERS COMP-3.
001000     05  WS-PEND-READ-COUNT          PIC 9(07) VALUE ZERO.
001010     05  WS-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
001020     05  WS-DECLINED-COUNT           PIC 9(07) VALUE ZERO.
001030     05  WS-HELD-COUNT               PIC 9(07) VALUE ZERO.
001040     05  WS-SELF-COUNT               PIC 9(07) VALUE ZERO.
001050     05  WS-UNMATCHED-COUNT          PIC 9(07) VALUE ZERO.
001060 01  WS-PARM-CARD.
001070     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001080     05  FILLER                      PIC X(79).
001090 01  WS-CARD-FIELDS.
001100     05  WS-CARD-VERB                PIC X(10).
001110     05  WS-CARD-OPERAND-1           PIC X(10).
001120 01  WS-APPROVER-ID                  PIC X(08) VALUE SPACES.
001130 01  WS-APPROVE-ALL-SW               PIC X(01) VALUE "N".
001140     88  WS-APPROVE-ALL-YES                     VALUE "Y".
001150     88  WS-APPROVE-ALL-NO                      VALUE "N".
001160*----------------------------------------------------------------*
001170* THE APPROVE AND DECLINE CARDS, BY KEY.  EACH IS MARKED WHEN A
001180* PENDING TRANSACTION USES IT SO A CARD FOR A KEY THAT IS NOT
001190* PENDING CAN BE LISTED.
001200*----------------------------------------------------------------*
001210 01  WS-DECISION-TABLE.
001220     05  WS-DEC-COUNT                PIC S9(04) COMP VALUE ZERO.
001230     05  WS-DEC-MAX                  PIC S9(04) COMP VALUE 500.
001240     05  WS-DEC-ENTRY OCCURS 500 TIMES.
001250         10  WS-DEC-KEY              PIC X(10).
001260         10  WS-DEC-VERB             PIC X(01).
001270             88  WS-DEC-APPROVE                 VALUE "A".
001280             88  WS-DEC-DECLINE                 VALUE "D".
001290         10  WS-DEC-USED-SW          PIC X(01).
001300             88  WS-DEC-USED                    VALUE "Y".
001310 01  WS-DEC-IDX                      PIC S9(04) COMP.
001320 01  WS-DEC-HIT                      PIC S9(04) COMP.
001330 01  WS-DEC-OWN-HIT                  PIC S9(04) COMP.
001340 01  WS-LOOKUP-KEY                   PIC X(10).
001350 01  WS-DECISION                     PIC X(01).
001360     88  WS-DECISION-APPROVE                    VALUE "A".
001370     88  WS-DECISION-DECLINE                    VALUE "D".
001380     88  WS-DECISION-NONE                       VALUE " ".
001390 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001400 01  WS-REPORT-LINE                  PIC X(80).
001410 01  WS-RUN-DATE                     PIC X(08).
001420*----------------------------------------------------------------*
001430* DETAIL LINE - ONE PER PENDING TRANSACTION ACTED ON.
001440*----------------------------------------------------------------*
001450 01  WS-DETAIL-LINE.
001460     05  WS-DTL-KEY                  PIC X(10).
001470     05  FILLER                      PIC X(02) VALUE SPACES.
001480     05  WS-DTL-ACTION               PIC X(01).
001490     05  FILLER                      PIC X(03) VALUE SPACES.
001500     05  WS-DTL-PREPARER             PIC X(08).
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  WS-DTL-TEXT                 PIC X(54).
001530 COPY "RECSTW.cpy".
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     MOVE "CORRAPRV" TO RECSTW-PROGRAM-ID
001570     PERFORM 9800-START-STEP-TIMING
001580         THRU 9800-START-STEP-TIMING-EXIT
001590     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001600     PERFORM 2000-PROCESS-PENDING
001610         THRU 2000-PROCESS-PENDING-EXIT
001620         UNTIL WS-EOF-PEND-YES
001630     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
001640     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001650     MOVE WS-PEND-READ-COUNT TO RECSTW-RECORD-COUNT
001660     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001670     PERFORM 9810-WRITE-STEP-TIMING
001680         THRU 9810-WRITE-STEP-TIMING-EXIT
001690     GOBACK
001700     .
001710 0000-MAINLINE-EXIT.
001720     EXIT.
001730 1000-INITIALIZE.
001740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001750     PERFORM 1100-READ-PARM-CARDS
001760         THRU 1100-READ-PARM-CARDS-EXIT
001770     IF WS-APPROVER-ID = SPACES
001780         DISPLAY "CORRAPRV: NO APPROVER CARD ON SYSIN"
001790         MOVE 16 TO RETURN-CODE
001800         GOBACK
001810     END-IF
001820     OPEN INPUT PEND-FILE
001830     IF WS-FILE-STATUS-PEND-NOTFND
001840         DISPLAY "CORRAPRV: CORRPEND NOT FOUND - NOTHING PENDING"
001850         MOVE 16 TO RETURN-CODE
001860         GOBACK
001870     END-IF
001880     IF NOT WS-FILE-STATUS-PEND-OK
001890         DISPLAY "CORRAPRV: OPEN FAILED FOR CORRPEND - STATUS "
001900             WS-FILE-STATUS-PEND
001910         MOVE 16 TO RETURN-CODE
001920         GOBACK
001930     END-IF
001940     OPEN OUTPUT DLTOUT-FILE
001950     IF NOT WS-FILE-STATUS-DOUT-OK
001960         DISPLAY "CORRAPRV: OPEN FAILED FOR DLTOUT - STATUS "
001970             WS-FILE-STATUS-DOUT
001980         MOVE 16 TO RETURN-CODE
001990         GOBACK
002000     END-IF
002010     OPEN OUTPUT PENDOUT-FILE
002020     IF NOT WS-FILE-STATUS-POUT-OK
002030         DISPLAY "CORRAPRV: OPEN FAILED FOR PENDOUT - STATUS "
002040             WS-FILE-STATUS-POUT
002050         MOVE 16 TO RETURN-CODE
002060         GOBACK
002070     END-IF
002080     OPEN OUTPUT REPORT-FILE
002090     IF NOT WS-FILE-STATUS-RPT-OK
002100         DISPLAY "CORRAPRV: OPEN FAILED FOR APRVRPT - STATUS "
002110             WS-FILE-STATUS-RPT
002120         MOVE 16 TO RETURN-CODE
002130         GOBACK
002140     END-IF
002150     MOVE SPACES TO WS-REPORT-LINE
002160     STRING "CORRECTION APPROVAL - RUN " WS-RUN-DATE
002170         " - APPROVER " WS-APPROVER-ID
002180         DELIMITED BY SIZE
002190         INTO WS-REPORT-LINE
002200     PERFORM 8900-WRITE-REPORT-LINE
002210         THRU 8900-WRITE-REPORT-LINE-EXIT
002220     IF WS-APPROVE-ALL-YES
002230         MOVE "  APPROVING THE WHOLE PENDING BATCH"
002240             TO WS-REPORT-LINE
002250         PERFORM 8900-WRITE-REPORT-LINE
002260             THRU 8900-WRITE-REPORT-LINE-EXIT
002270     END-IF
002280     MOVE SPACES TO WS-REPORT-LINE
002290     PERFORM 8900-WRITE-REPORT-LINE
002300         THRU 8900-WRITE-REPORT-LINE-EXIT
002310     MOVE "KEY         ACT PREPARER" TO WS-REPORT-LINE
002320     PERFORM 8900-WRITE-REPORT-LINE
002330         THRU 8900-WRITE-REPORT-LINE-EXIT
002340     .
002350 1000-INITIALIZE-EXIT.
002360     EXIT.
002370 1100-READ-PARM-CARDS.
002380     OPEN INPUT PARM-FILE
002390     IF WS-FILE-STATUS-PARM-NOTFND
002400         SET WS-PARM-EOF-YES TO TRUE
002410         GO TO 1100-READ-PARM-CARDS-EXIT
002420     END-IF
002430     IF NOT WS-FILE-STATUS-PARM-OK
002440         DISPLAY "CORRAPRV: OPEN FAILED FOR SYSIN - STATUS "
002450             WS-FILE-STATUS-PARM
002460         MOVE 16 TO RETURN-CODE
002470         GOBACK
002480     END-IF
002490     PERFORM 1110-READ-PARM-CARD
002500         THRU 1110-READ-PARM-CARD-EXIT
002510         UNTIL WS-PARM-EOF-YES
002520     CLOSE PARM-FILE
002530     .
002540 1100-READ-PARM-CARDS-EXIT.
002550     EXIT.
002560 1110-READ-PARM-CARD.
002570     READ PARM-FILE INTO WS-PARM-CARD
002580         AT END
002590             SET WS-PARM-EOF-YES TO TRUE
002600             GO TO 1110-READ-PARM-CARD-EXIT
002610     END-READ
002620     IF NOT WS-FILE-STATUS-PARM-OK
002630         DISPLAY "CORRAPRV: READ FAILED FOR SYSIN - STATUS "
002640             WS-FILE-STATUS-PARM
002650         MOVE 16 TO RETURN-CODE
002660         GOBACK
002670     END-IF
002680     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
002690         GO TO 1110-READ-PARM-CARD-EXIT
002700     END-IF
002710     MOVE SPACES TO WS-CARD-FIELDS
002720     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
002730         INTO WS-CARD-VERB WS-CARD-OPERAND-1
002740     END-UNSTRING
002750     EVALUATE WS-CARD-VERB
002760         WHEN "APPROVER"
002770             MOVE WS-CARD-OPERAND-1 TO WS-APPROVER-ID
002780         WHEN "APPROVE"
002790             IF WS-CARD-OPERAND-1 = "ALL"
002800                 SET WS-APPROVE-ALL-YES TO TRUE
002810             ELSE
002820                 PERFORM 1120-ADD-DECISION
002830                     THRU 1120-ADD-DECISION-EXIT
002840             END-IF
002850         WHEN "DECLINE"
002860             PERFORM 1120-ADD-DECISION
002870                 THRU 1120-ADD-DECISION-EXIT
002880         WHEN OTHER
002890             DISPLAY "CORRAPRV: UNRECOGNIZED PARM CARD - "
002900                 WS-PARM-CARD
002910             MOVE 16 TO RETURN-CODE
002920             GOBACK
002930     END-EVALUATE
002940     .
002950 1110-READ-PARM-CARD-EXIT.
002960     EXIT.
002970 1120-ADD-DECISION.
002980     IF WS-CARD-OPERAND-1 = SPACES
002990         DISPLAY "CORRAPRV: NO KEY ON CARD - " WS-PARM-CARD
003000         MOVE 16 TO RETURN-CODE
003010         GOBACK
003020     END-IF
003030     IF WS-DEC-COUNT = WS-DEC-MAX
003040         DISPLAY "CORRAPRV: OVER 500 APPROVE/DECLINE CARDS"
003050         MOVE 16 TO RETURN-CODE
003060         GOBACK
003070     END-IF
003080     ADD 1 TO WS-DEC-COUNT
003090     MOVE WS-CARD-OPERAND-1 TO WS-DEC-KEY (WS-DEC-COUNT)
003100     MOVE WS-CARD-VERB (1:1) TO WS-DEC-VERB (WS-DEC-COUNT)
003110     MOVE "N" TO WS-DEC-USED-SW (WS-DEC-COUNT)
003120     .
003130 1120-ADD-DECISION-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------*
003160* 2000 - ONE PENDING TRANSACTION.  A DECLINE CARD FOR ITS KEY (OR
003170* ITS KEY CHANGE PARTNER'S) DROPS IT; AN APPROVE CARD OR APPROVE
003180* ALL SENDS IT TO DLTOUT UNLESS THE APPROVER PREPARED IT; ANY
003190* OTHER STAYS PENDING.
003200*----------------------------------------------------------------*
003210 2000-PROCESS-PENDING.
003220     READ PEND-FILE
003230         AT END
003240             SET WS-EOF-PEND-YES TO TRUE
003250             GO TO 2000-PROCESS-PENDING-EXIT
003260     END-READ
003270     IF NOT WS-FILE-STATUS-PEND-OK
003280         DISPLAY "CORRAPRV: READ FAILED FOR CORRPEND - STATUS "
003290             WS-FILE-STATUS-PEND
003300         MOVE 16 TO RETURN-CODE
003310         GOBACK
003320     END-IF
003330     ADD 1 TO WS-PEND-READ-COUNT
003340     PERFORM 2100-FIND-DECISION THRU 2100-FIND-DECISION-EXIT
003350     MOVE SPACES TO WS-DETAIL-LINE
003360     MOVE RECDLT-KEY TO WS-DTL-KEY
003370     MOVE RECDLT-ACTION TO WS-DTL-ACTION
003380     MOVE RECDLT-PREPARER-ID TO WS-DTL-PREPARER
003390     IF WS-DECISION-DECLINE
003400         ADD 1 TO WS-DECLINED-COUNT
003410         MOVE "DECLINED - DROPPED" TO WS-DTL-TEXT
003420         PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
003430         GO TO 2000-PROCESS-PENDING-EXIT
003440     END-IF
003450     IF WS-DECISION-NONE
003460         PERFORM 2300-KEEP-PENDING THRU 2300-KEEP-PENDING-EXIT
003470         GO TO 2000-PROCESS-PENDING-EXIT
003480     END-IF
003490     IF RECDLT-PREPARER-ID = SPACES
003500         ADD 1 TO WS-SELF-COUNT
003510         MOVE "NOT APPROVED - NO PREPARER ON IT" TO WS-DTL-TEXT
003520         PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
003530         PERFORM 2300-KEEP-PENDING THRU 2300-KEEP-PENDING-EXIT
003540         GO TO 2000-PROCESS-PENDING-EXIT
003550     END-IF
003560     IF RECDLT-PREPARER-ID = WS-APPROVER-ID
003570         ADD 1 TO WS-SELF-COUNT
003580         MOVE "NOT APPROVED - APPROVER IS THE PREPARER"
003590             TO WS-DTL-TEXT
003600         PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
003610         PERFORM 2300-KEEP-PENDING THRU 2300-KEEP-PENDING-EXIT
003620         GO TO 2000-PROCESS-PENDING-EXIT
003630     END-IF
003640     PERFORM 2200-WRITE-APPROVED THRU 2200-WRITE-APPROVED-EXIT
003650     .
003660 2000-PROCESS-PENDING-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------*
003690* 2100 - THE DECISION FOR THE CURRENT TRANSACTION: ITS OWN KEY'S
003700* CARD, ELSE FOR A KEY CHANGE LEG ITS PARTNER'S, ELSE APPROVE ALL.
003710* A DECLINE ON EITHER KEY WINS.
003720*----------------------------------------------------------------*
003730 2100-FIND-DECISION.
003740     MOVE SPACE TO WS-DECISION
003750     MOVE RECDLT-KEY TO WS-LOOKUP-KEY
003760     PERFORM 2110-LOOKUP-CARD THRU 2110-LOOKUP-CARD-EXIT
003770     MOVE ZERO TO WS-DEC-OWN-HIT
003780     IF RECDLT-ACTION-KEYCHG
003790         MOVE WS-DEC-HIT TO WS-DEC-OWN-HIT
003800         IF RECDLT-KC-LEG-OUT
003810             MOVE RECDLT-KC-TO-KEY TO WS-LOOKUP-KEY
003820         ELSE
003830             MOVE RECDLT-KC-FROM-KEY TO WS-LOOKUP-KEY
003840         END-IF
003850         PERFORM 2110-LOOKUP-CARD THRU 2110-LOOKUP-CARD-EXIT
003860         IF WS-DEC-HIT = 0
003870                 OR (WS-DEC-OWN-HIT > 0
003880                     AND WS-DEC-DECLINE (WS-DEC-OWN-HIT))
003890             MOVE WS-DEC-OWN-HIT TO WS-DEC-HIT
003900         END-IF
003910     END-IF
003920     IF WS-DEC-HIT > 0
003930         MOVE WS-DEC-VERB (WS-DEC-HIT) TO WS-DECISION
003940         GO TO 2100-FIND-DECISION-EXIT
003950     END-IF
003960     IF WS-APPROVE-ALL-YES
003970         SET WS-DECISION-APPROVE TO TRUE
003980     END-IF
003990     .
004000 2100-FIND-DECISION-EXIT.
004010     EXIT.
004020 2110-LOOKUP-CARD.
004030     MOVE ZERO TO WS-DEC-HIT
004040     PERFORM 2120-MATCH-ONE-CARD THRU 2120-MATCH-ONE-CARD-EXIT
004050         VARYING WS-DEC-IDX FROM 1 BY 1
004060         UNTIL WS-DEC-IDX > WS-DEC-COUNT
004070     .
004080 2110-LOOKUP-CARD-EXIT.
004090     EXIT.
004100 2120-MATCH-ONE-CARD.
004110     IF WS-DEC-KEY (WS-DEC-IDX) NOT = WS-LOOKUP-KEY
004120         GO TO 2120-MATCH-ONE-CARD-EXIT
004130     END-IF
004140     SET WS-DEC-USED (WS-DEC-IDX) TO TRUE
004150     IF WS-DEC-HIT = 0 OR WS-DEC-DECLINE (WS-DEC-IDX)
004160         MOVE WS-DEC-IDX TO WS-DEC-HIT
004170     END-IF
004180     .
004190 2120-MATCH-ONE-CARD-EXIT.
004200     EXIT.
004210 2200-WRITE-APPROVED.
004220     MOVE RECDLT-RECORD TO DOUT-RECORD
004230     MOVE WS-APPROVER-ID TO DOUT-APPROVER-ID
004240     MOVE WS-RUN-DATE TO DOUT-APPROVAL-DATE
004250     WRITE DOUT-RECORD
004260     IF NOT WS-FILE-STATUS-DOUT-OK
004270         DISPLAY "CORRAPRV: WRITE FAILED FOR DLTOUT - STATUS "
004280             WS-FILE-STATUS-DOUT
004290         MOVE 16 TO RETURN-CODE
004300         GOBACK
004310     END-IF
004320     ADD 1 TO WS-APPROVED-COUNT
004330     MOVE "APPROVED" TO WS-DTL-TEXT
004340     PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
004350     .
004360 2200-WRITE-APPROVED-EXIT.
004370     EXIT.
004380 2300-KEEP-PENDING.
004390     MOVE RECDLT-RECORD TO POUT-RECORD
004400     WRITE POUT-RECORD
004410     IF NOT WS-FILE-STATUS-POUT-OK
004420         DISPLAY "CORRAPRV: WRITE FAILED FOR PENDOUT - STATUS "
004430             WS-FILE-STATUS-POUT
004440         MOVE 16 TO RETURN-CODE
004450         GOBACK
004460     END-IF
004470     ADD 1 TO WS-HELD-COUNT
004480     .
004490 2300-KEEP-PENDING-EXIT.
004500     EXIT.
004510 2900-WRITE-DETAIL.
004520     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
004530     PERFORM 8900-WRITE-REPORT-LINE
004540         THRU 8900-WRITE-REPORT-LINE-EXIT
004550     .
004560 2900-WRITE-DETAIL-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------*
004590* 8000 - CARDS NO PENDING TRANSACTION USED, THEN CONTROL TOTALS.
004600*----------------------------------------------------------------*
004610 8000-PRINT-TOTALS.
004620     PERFORM 8100-LIST-UNUSED-CARD THRU 8100-LIST-UNUSED-CARD-EXIT
004630         VARYING WS-DEC-IDX FROM 1 BY 1
004640         UNTIL WS-DEC-IDX > WS-DEC-COUNT
004650     MOVE SPACES TO WS-REPORT-LINE
004660     PERFORM 8900-WRITE-REPORT-LINE
004670         THRU 8900-WRITE-REPORT-LINE-EXIT
004680     MOVE WS-PEND-READ-COUNT TO WS-EDIT-COUNT
004690     MOVE SPACES TO WS-REPORT-LINE
004700     STRING "PENDING TRANSACTIONS READ : " WS-EDIT-COUNT
004710         DELIMITED BY SIZE INTO WS-REPORT-LINE
004720     PERFORM 8900-WRITE-REPORT-LINE
004730         THRU 8900-WRITE-REPORT-LINE-EXIT
004740     MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT
004750     MOVE SPACES TO WS-REPORT-LINE
004760     STRING "APPROVED TO DLTOUT        : " WS-EDIT-COUNT
004770         DELIMITED BY SIZE INTO WS-REPORT-LINE
004780     PERFORM 8900-WRITE-REPORT-LINE
004790         THRU 8900-WRITE-REPORT-LINE-EXIT
004800     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT
004810     MOVE SPACES TO WS-REPORT-LINE
004820     STRING "DECLINED AND DROPPED      : " WS-EDIT-COUNT
004830         DELIMITED BY SIZE INTO WS-REPORT-LINE
004840     PERFORM 8900-WRITE-REPORT-LINE
004850         THRU 8900-WRITE-REPORT-LINE-EXIT
004860     MOVE WS-SELF-COUNT TO WS-EDIT-COUNT
004870     MOVE SPACES TO WS-REPORT-LINE
004880     STRING "REFUSED - SAME PREPARER   : " WS-EDIT-COUNT
004890         DELIMITED BY SIZE INTO WS-REPORT-LINE
004900     PERFORM 8900-WRITE-REPORT-LINE
004910         THRU 8900-WRITE-REPORT-LINE-EXIT
004920     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
004930     MOVE SPACES TO WS-REPORT-LINE
004940     STRING "STILL PENDING ON PENDOUT  : " WS-EDIT-COUNT
004950         DELIMITED BY SIZE INTO WS-REPORT-LINE
004960     PERFORM 8900-WRITE-REPORT-LINE
004970         THRU 8900-WRITE-REPORT-LINE-EXIT
004980     IF WS-UNMATCHED-COUNT > 0
004990         MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
005000         MOVE SPACES TO WS-REPORT-LINE
005010         STRING "CARDS FOR KEYS NOT PENDING: " WS-EDIT-COUNT
005020             DELIMITED BY SIZE INTO WS-REPORT-LINE
005030         PERFORM 8900-WRITE-REPORT-LINE
005040             THRU 8900-WRITE-REPORT-LINE-EXIT
005050     END-IF
005060     .
005070 8000-PRINT-TOTALS-EXIT.
005080     EXIT.
005090 8100-LIST-UNUSED-CARD.
005100     IF WS-DEC-USED (WS-DEC-IDX)
005110         GO TO 8100-LIST-UNUSED-CARD-EXIT
005120     END-IF
005130     ADD 1 TO WS-UNMATCHED-COUNT
005140     MOVE SPACES TO WS-DETAIL-LINE
005150     MOVE WS-DEC-KEY (WS-DEC-IDX) TO WS-DTL-KEY
005160     MOVE "CARD KEY NOT ON CORRPEND - NOTHING DONE" TO WS-DTL-TEXT
005170     PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT
005180     .
005190 8100-LIST-UNUSED-CARD-EXIT.
005200     EXIT.
005210 8900-WRITE-REPORT-LINE.
005220     WRITE REPORT-RECORD FROM WS-REPORT-LINE
005230     IF NOT WS-FILE-STATUS-RPT-OK
005240         DISPLAY "CORRAPRV: WRITE FAILED FOR APRVRPT - STATUS "
005250             WS-FILE-STATUS-RPT
005260         MOVE 16 TO RETURN-CODE
005270         GOBACK
005280     END-IF
005290     .
005300 8900-WRITE-REPORT-LINE-EXIT.
005310     EXIT.
005320 9999-TERMINATE.
005330     CLOSE PEND-FILE
005340     CLOSE DLTOUT-FILE
005350     CLOSE PENDOUT-FILE
005360     CLOSE REPORT-FILE
005370     IF WS-SELF-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
005380         MOVE 4 TO RETURN-CODE
005390     END-IF
005400     .
005410 9999-TERMINATE-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------*
005440* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
005450*----------------------------------------------------------------*
005460 COPY "RECSTP.cpy".
005470 END PROGRAM CORRAPRV.
