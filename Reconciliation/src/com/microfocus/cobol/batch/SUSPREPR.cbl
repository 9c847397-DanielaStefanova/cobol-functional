000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSPREPR.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* SUSPREPR - SUSPENSE REPAIR DIALOGUE.
000090*
000100* A DELTA TRANSACTION DELTAAPL REJECTS TO SUSPENSE CAN ONLY WAIT
000110* FOR THE UPSTREAM TO RESEND IT OR AGE OUT THROUGH SUSPRECY.
000120* WHERE THE BALANCING CLERK CAN SEE THE FIX - A CHANGE THAT
000130* SHOULD HAVE BEEN AN ADD, A MISSING AFTER IMAGE - THIS
000140* ACCEPT/DISPLAY DIALOGUE (THE SAME SHAPE AS RECONINQ) LETS THEM
000150* MAKE IT:
000160*     <KEY>            SHOW EVERY SUSPENDED TRANSACTION FOR THE
000170*                      KEY, WITH ITS SUSPENSE RECORD NUMBER
000180*     *REASON XX       PAGE THROUGH EVERY TRANSACTION SUSPENDED
000190*                      FOR THAT REASON; *REASON ALONE REPEATS
000200*                      THE COUNT BY REASON SHOWN AT START-UP
000210*     *FIX NNNNNNN     AMEND THE ACTION CODE AND/OR AFTER IMAGE
000220*                      OF ONE SUSPENSE RECORD
000230*     *END             RELEASE THE REPAIRS AND LEAVE
000240*     *CANCEL          LEAVE WITHOUT RELEASING ANYTHING
000250* AN AMENDED TRANSACTION IS RUN THROUGH THE DELTAAPL EDITS
000260* THEMSELVES (RECDVL.CPY) - KEY-ON-MASTER JUDGED BY A KEYED READ
000270* OF THE MASTK KSDS - AND IS ONLY HELD FOR RELEASE WHEN IT
000280* PASSES THEM; A FAILING REPAIR SHOWS THE SAME REJECTION LINES
000290* THE EDIT REPORT WOULD.  WITH NO MASTK DATASET THE KEY-ON-
000300* MASTER EDITS ARE LEFT TO THE NEXT DELTAAPL.  SUSPREPR HAS NO
000310* RECLEN CARD, SO AN UPDATE'S RANGES ARE ONLY HELD INSIDE THE
000320* 500-BYTE DATA PORTION HERE; DELTAAPL HOLDS THEM TO ITS RECLEN.
000330* A TRANSACTION RAISED THROUGH CORRGEN IS NOT AMENDED HERE: ITS
000340* APPROVAL IS FOR THE IMAGE CORRAPRV SAW, SO A CHANGE TO IT GOES
000350* BACK THROUGH CORRGEN AND CORRAPRV.
000360* SUSPIN IS ONLY READ.  AT *END EVERY SUSPIN RECORD IS COPIED TO
000370* A NEW SUSPENSE GENERATION ON SUSPOUT, A REPAIRED ONE IN ITS
000380* AMENDED FORM WITH REASON RP AND ITS CYCLE COUNT BACK TO ZERO,
000390* SO THE NEXT SUSPRECY MERGE RECYCLES THE REPAIR INTO DELTAAPL.
000400* SUSPRECY KEEPS ONE SUSPENSE COPY PER KEY, SO ANY OTHER COPY OF
000410* A REPAIRED KEY IS LEFT OFF SUSPOUT AND NAMED ON THE CONSOLE.
000420* EVERY RELEASED REPAIR IS APPENDED TO THE REPAUDIT DATASET
000430* (RECRPA.CPY) WITH THE USER ID, THE ORIGINAL REASON, AND THE
000440* ACTION AND AFTER IMAGE BEFORE AND AFTER.
000450* RETURN CODES: 0 = NORMAL, 4 = NO SUSPIN, REPAIRS CANCELLED OR
000460* A DUPLICATE COPY LEFT OFF, 16 = FILE ERROR.
000470*
000480* MODIFICATION HISTORY.
000490*   2026-10-15 DS   INITIAL VERSION.
000500*   2026-10-15 DS   THE MASTK RECORD READ IS HANDED TO THE EDITS
000510*                   FOR AN UPDATE'S BEFORE-BYTES CHECK.
000520*   2026-10-15 DS   *FIX REFUSES A CORRECTION-ORIGIN TRANSACTION -
000530*                   AN AMENDMENT WOULD KEEP THE ORIGINAL APPROVAL.
000540*                   ACTION PROMPT LISTS U.
000550*----------------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT SUSPIN-FILE ASSIGN TO SUSPIN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FILE-STATUS-SIN.
000630     SELECT SUSPOUT-FILE ASSIGN TO SUSPOUT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FILE-STATUS-SOUT.
000660     SELECT MASTK-FILE ASSIGN TO MASTK
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS MASTK-KEY
000700         FILE STATUS IS WS-FILE-STATUS-MK.
000710     SELECT AUDIT-FILE ASSIGN TO REPAUDIT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FILE-STATUS-AUD.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SUSPIN-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==SUSP-==.
000790 FD  SUSPOUT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==SOUT-==.
000820 FD  MASTK-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==MASTK-==.
000850 FD  AUDIT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY "RECRPA.cpy".
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------*
000900* THE TRANSACTION IN HAND - THE ONE RECDVL.CPY EDITS.
000910*----------------------------------------------------------------*
000920 COPY "RECDLT.cpy".
000930 01  WS-SWITCHES.
000940     05  WS-DONE-SW                  PIC X(01) VALUE "N".
000950         88  WS-DONE-YES                        VALUE "Y".
000960         88  WS-DONE-NO                         VALUE "N".
000970     05  WS-RELEASE-SW               PIC X(01) VALUE "N".
000980         88  WS-RELEASE-YES                     VALUE "Y".
000990         88  WS-RELEASE-NO                      VALUE "N".
001000     05  WS-EOF-SIN-SW               PIC X(01) VALUE "N".
001010         88  WS-EOF-SIN-YES                     VALUE "Y".
001020         88  WS-EOF-SIN-NO                      VALUE "N".
001030     05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
001040         88  WS-BROWSE-DONE-YES                 VALUE "Y".
001050         88  WS-BROWSE-DONE-NO                  VALUE "N".
001060     05  WS-MASTER-SW                PIC X(01) VALUE "N".
001070         88  WS-MASTER-OPEN                     VALUE "Y".
001080         88  WS-MASTER-ABSENT                   VALUE "N".
001090     05  WS-KEY-ON-MASTER-SW         PIC X(01) VALUE "N".
001100         88  WS-KEY-ON-MASTER-YES               VALUE "Y".
001110         88  WS-KEY-ON-MASTER-NO                VALUE "N".
001120     05  WS-OVERLAY-DONE-SW          PIC X(01) VALUE "N".
001130         88  WS-OVERLAY-DONE-YES                VALUE "Y".
001140         88  WS-OVERLAY-DONE-NO                 VALUE "N".
001150     05  WS-NUM-OK-SW                PIC X(01) VALUE "N".
001160         88  WS-NUM-OK-YES                      VALUE "Y".
001170         88  WS-NUM-OK-NO                       VALUE "N".
001180 01  WS-FILE-STATUSES.
001190     05  WS-FILE-STATUS-SIN          PIC X(02) VALUE "00".
001200         88  WS-FILE-STATUS-SIN-OK             VALUE "00".
001210         88  WS-FILE-STATUS-SIN-NOTFND         VALUE "35".
001220     05  WS-FILE-STATUS-SOUT         PIC X(02) VALUE "00".
001230         88  WS-FILE-STATUS-SOUT-OK            VALUE "00".
001240     05  WS-FILE-STATUS-MK           PIC X(02) VALUE "00".
001250         88  WS-FILE-STATUS-MK-OK              VALUE "00".
001260         88  WS-FILE-STATUS-MK-NOTFND          VALUE "23".
001270         88  WS-FILE-STATUS-MK-MISSING         VALUE "35".
001280     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
001290         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
001300         88  WS-FILE-STATUS-AUD-NOTFND         VALUE "35".
001310*----------------------------------------------------------------*
001320* THE EDIT RESULT, AS DELTAAPL DECLARES IT FOR RECDVL.CPY.
001330*----------------------------------------------------------------*
001340 01  WS-EDIT-VALIDATED               type Validated.
001350 01  WS-EDIT-LINES                   type Seq[string].
001360 01  WS-EDIT-LINE-IDX                PIC S9(04) COMP VALUE ZERO.
001370 01  WS-ERR-TEXT                     PIC X(30).
001380 01  WS-ERR-CODE                     PIC X(02).
001390 01  WS-SUSP-REASON                  PIC X(02) VALUE SPACES.
001400 01  WS-ERR-BOXED                    string.
001410 01  WS-TRAN-KEY-BOXED               string.
001420 COPY "RECDVW.cpy".
001430 01  WS-COUNTERS COMP-3.
001440     05  WS-SUSP-COUNT               PIC 9(07) VALUE ZERO.
001450     05  WS-FOUND-COUNT              PIC 9(07) VALUE ZERO.
001460     05  WS-SHOWN-COUNT              PIC 9(03) VALUE ZERO.
001470     05  WS-WRITTEN-COUNT            PIC 9(07) VALUE ZERO.
001480     05  WS-RELEASED-COUNT           PIC 9(07) VALUE ZERO.
001490     05  WS-DUP-DROP-COUNT           PIC 9(07) VALUE ZERO.
001500*----------------------------------------------------------------*
001510* SUSPENSE COUNT BY REJECTION REASON, SHOWN AT START-UP.
001520*----------------------------------------------------------------*
001530 01  WS-REASON-TABLE.
001540     05  WS-RSN-COUNT                PIC S9(04) COMP VALUE ZERO.
001550     05  WS-RSN-MAX                  PIC S9(04) COMP VALUE 12.
001560     05  WS-RSN-ENTRY OCCURS 12 TIMES.
001570         10  WS-RSN-CODE             PIC X(02).
001580         10  WS-RSN-TALLY            PIC 9(07) COMP-3.
001590 01  WS-RSN-IDX                      PIC S9(04) COMP.
001600 01  WS-RSN-FOUND                    PIC S9(04) COMP.
001610*----------------------------------------------------------------*
001620* REPAIRS HELD FOR RELEASE AT *END - ONE PER KEY, WITH THE
001630* SUSPIN RECORD NUMBER THE REPAIR WAS MADE FROM.
001640*----------------------------------------------------------------*
001650 01  WS-REPAIR-TABLE.
001660     05  WS-RPR-COUNT                PIC S9(04) COMP VALUE ZERO.
001670     05  WS-RPR-MAX                  PIC S9(04) COMP VALUE 200.
001680     05  WS-RPR-ENTRY OCCURS 200 TIMES.
001690         10  WS-RPR-KEY              PIC X(10).
001700         10  WS-RPR-RECNO            PIC 9(07).
001710         10  WS-RPR-IMAGE            PIC X(1060).
001720 01  WS-RPR-IDX                      PIC S9(04) COMP.
001730 01  WS-RPR-FOUND                    PIC S9(04) COMP.
001740 01  WS-RPR-LOOK-KEY                 PIC X(10).
001750 01  WS-SUSP-RECNO                   PIC 9(07) VALUE ZERO.
001760 01  WS-FIX-RECNO                    PIC 9(07) VALUE ZERO.
001770 01  WS-FIX-ORIGINAL                 PIC X(1060).
001780 01  WS-FIX-START                    PIC X(1060).
001790 01  WS-FIX-REPLY                    PIC X(60).
001800 01  WS-FIX-POS                      PIC S9(04) COMP.
001810 01  WS-FIX-LEN                      PIC S9(04) COMP.
001820 01  WS-NUM-TEXT                     PIC X(10).
001830 01  WS-NUM-LEN                      PIC S9(04) COMP.
001840 01  WS-NUM-FIELD                    PIC X(07) JUSTIFIED RIGHT.
001850 01  WS-NUM-VALUE REDEFINES WS-NUM-FIELD
001860                                     PIC 9(07).
001870 01  WS-REPLY                        PIC X(20).
001880 01  WS-REPLY-PARTS.
001890     05  WS-REPLY-VERB               PIC X(10).
001900     05  WS-REPLY-ARG                PIC X(10).
001910 01  WS-INQ-KEY                      PIC X(10).
001920 01  WS-INQ-REASON                   PIC X(02).
001930 01  WS-OUT-LINE                     PIC X(80).
001940 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
001950 01  WS-USER-ID                      PIC X(08) VALUE "UNKNOWN ".
001960 01  WS-AUD-DATE                     PIC X(08).
001970 01  WS-AUD-TIME-RAW                 PIC X(08).
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002010     DISPLAY "SUSPREPR - SUSPENSE REPAIR"
002020     DISPLAY "USER ID : " WITH NO ADVANCING
002030     ACCEPT WS-REPLY
002040     IF WS-REPLY NOT = SPACES
002050         MOVE WS-REPLY (1:8) TO WS-USER-ID
002060     END-IF
002070     PERFORM 1500-SHOW-SUMMARY THRU 1500-SHOW-SUMMARY-EXIT
002080     DISPLAY "ENTER A KEY, *REASON XX, *FIX NNNNNNN, *END "
002090         "OR *CANCEL"
002100     PERFORM 3000-ONE-COMMAND THRU 3000-ONE-COMMAND-EXIT
002110         UNTIL WS-DONE-YES
002120     IF WS-RELEASE-YES
002130         PERFORM 8000-RELEASE-REPAIRS
002140             THRU 8000-RELEASE-REPAIRS-EXIT
002150     ELSE
002160         IF WS-RPR-COUNT > 0
002170             MOVE WS-RPR-COUNT TO WS-EDIT-COUNT
002180             DISPLAY "SUSPREPR: " WS-EDIT-COUNT
002190                 " REPAIR(S) CANCELLED - SUSPOUT NOT WRITTEN"
002200             MOVE 4 TO RETURN-CODE
002210         END-IF
002220     END-IF
002230     IF WS-MASTER-OPEN
002240         CLOSE MASTK-FILE
002250     END-IF
002260     GOBACK
002270     .
002280 0000-MAINLINE-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------*
002310* 1000 - ONE PASS OF SUSPIN TO COUNT IT BY REASON, THEN THE
002320* MASTER.  NO SUSPENSE DATASET MEANS NOTHING TO REPAIR.
002330*----------------------------------------------------------------*
002340 1000-INITIALIZE.
002350     MOVE 500 TO RECDVW-REC-LEN
002360     OPEN INPUT SUSPIN-FILE
002370     IF WS-FILE-STATUS-SIN-NOTFND
002380         DISPLAY "SUSPREPR: NO SUSPENSE DATASET - NOTHING TO "
002390             "REPAIR"
002400         MOVE 4 TO RETURN-CODE
002410         GOBACK
002420     END-IF
002430     IF NOT WS-FILE-STATUS-SIN-OK
002440         DISPLAY "SUSPREPR: OPEN FAILED FOR SUSPIN - STATUS "
002450             WS-FILE-STATUS-SIN
002460         MOVE 16 TO RETURN-CODE
002470         GOBACK
002480     END-IF
002490     MOVE ZERO TO WS-SUSP-RECNO
002500     SET WS-EOF-SIN-NO TO TRUE
002510     PERFORM 1100-COUNT-ONE-SUSPENSE
002520         THRU 1100-COUNT-ONE-SUSPENSE-EXIT
002530         UNTIL WS-EOF-SIN-YES
002540     CLOSE SUSPIN-FILE
002550     OPEN INPUT MASTK-FILE
002560     IF WS-FILE-STATUS-MK-MISSING
002570         SET WS-MASTER-ABSENT TO TRUE
002580         DISPLAY "SUSPREPR: NO MASTK - KEY-ON-MASTER EDITS ARE "
002590             "LEFT TO DELTAAPL"
002600         GO TO 1000-INITIALIZE-EXIT
002610     END-IF
002620     IF NOT WS-FILE-STATUS-MK-OK
002630         DISPLAY "SUSPREPR: OPEN FAILED FOR MASTK - STATUS "
002640             WS-FILE-STATUS-MK
002650         MOVE 16 TO RETURN-CODE
002660         GOBACK
002670     END-IF
002680     SET WS-MASTER-OPEN TO TRUE
002690     .
002700 1000-INITIALIZE-EXIT.
002710     EXIT.
002720 1100-COUNT-ONE-SUSPENSE.
002730     PERFORM 7100-READ-SUSPIN THRU 7100-READ-SUSPIN-EXIT
002740     IF WS-EOF-SIN-YES
002750         GO TO 1100-COUNT-ONE-SUSPENSE-EXIT
002760     END-IF
002770     ADD 1 TO WS-SUSP-COUNT
002780     MOVE ZERO TO WS-RSN-FOUND
002790     PERFORM 1110-MATCH-REASON THRU 1110-MATCH-REASON-EXIT
002800         VARYING WS-RSN-IDX FROM 1 BY 1
002810         UNTIL WS-RSN-IDX > WS-RSN-COUNT OR WS-RSN-FOUND > 0
002820     IF WS-RSN-FOUND = 0 AND WS-RSN-COUNT < WS-RSN-MAX
002830         ADD 1 TO WS-RSN-COUNT
002840         MOVE WS-RSN-COUNT TO WS-RSN-FOUND
002850         MOVE SUSP-SUSP-REASON TO WS-RSN-CODE (WS-RSN-FOUND)
002860         MOVE ZERO TO WS-RSN-TALLY (WS-RSN-FOUND)
002870     END-IF
002880     IF WS-RSN-FOUND > 0
002890         ADD 1 TO WS-RSN-TALLY (WS-RSN-FOUND)
002900     END-IF
002910     .
002920 1100-COUNT-ONE-SUSPENSE-EXIT.
002930     EXIT.
002940 1110-MATCH-REASON.
002950     IF WS-RSN-CODE (WS-RSN-IDX) = SUSP-SUSP-REASON
002960         MOVE WS-RSN-IDX TO WS-RSN-FOUND
002970     END-IF
002980     .
002990 1110-MATCH-REASON-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------*
003020* 1500 - THE SUSPENSE FILE AT A GLANCE: HOW MANY, AND WHY.
003030*----------------------------------------------------------------*
003040 1500-SHOW-SUMMARY.
003050     MOVE SPACES TO WS-OUT-LINE
003060     MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT
003070     STRING "SUSPENSE HOLDS " DELIMITED BY SIZE
003080         WS-EDIT-COUNT DELIMITED BY SIZE
003090         " TRANSACTION(S)" DELIMITED BY SIZE
003100         INTO WS-OUT-LINE
003110     DISPLAY WS-OUT-LINE
003120     DISPLAY "REASON    COUNT"
003130     PERFORM 1510-SHOW-REASON-LINE
003140         THRU 1510-SHOW-REASON-LINE-EXIT
003150         VARYING WS-RSN-IDX FROM 1 BY 1
003160         UNTIL WS-RSN-IDX > WS-RSN-COUNT
003170     .
003180 1500-SHOW-SUMMARY-EXIT.
003190     EXIT.
003200 1510-SHOW-REASON-LINE.
003210     MOVE SPACES TO WS-OUT-LINE
003220     MOVE WS-RSN-CODE (WS-RSN-IDX) TO WS-OUT-LINE (1:2)
003230     MOVE WS-RSN-TALLY (WS-RSN-IDX) TO WS-EDIT-COUNT
003240     MOVE WS-EDIT-COUNT TO WS-OUT-LINE (9:7)
003250     DISPLAY WS-OUT-LINE
003260     .
003270 1510-SHOW-REASON-LINE-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------*
003300* 3000 - ONE ROUND OF THE DIALOGUE.
003310*----------------------------------------------------------------*
003320 3000-ONE-COMMAND.
003330     MOVE SPACES TO WS-REPLY
003340     DISPLAY "REPAIR: " WITH NO ADVANCING
003350     ACCEPT WS-REPLY
003360     IF WS-REPLY = SPACES
003370         GO TO 3000-ONE-COMMAND-EXIT
003380     END-IF
003390     MOVE SPACES TO WS-REPLY-PARTS
003400     UNSTRING WS-REPLY DELIMITED BY ALL SPACE
003410         INTO WS-REPLY-VERB WS-REPLY-ARG
003420     END-UNSTRING
003430     EVALUATE WS-REPLY-VERB
003440         WHEN "*END"
003450             SET WS-RELEASE-YES TO TRUE
003460             SET WS-DONE-YES TO TRUE
003470         WHEN "*CANCEL"
003480             SET WS-RELEASE-NO TO TRUE
003490             SET WS-DONE-YES TO TRUE
003500         WHEN "*REASON"
003510             MOVE WS-REPLY-ARG TO WS-INQ-REASON
003520             PERFORM 4500-SHOW-REASON THRU 4500-SHOW-REASON-EXIT
003530         WHEN "*FIX"
003540             PERFORM 6000-REPAIR-DIALOGUE
003550                 THRU 6000-REPAIR-DIALOGUE-EXIT
003560         WHEN OTHER
003570             MOVE WS-REPLY-VERB TO WS-INQ-KEY
003580             PERFORM 4000-SHOW-ONE-KEY THRU 4000-SHOW-ONE-KEY-EXIT
003590     END-EVALUATE
003600     .
003610 3000-ONE-COMMAND-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------*
003640* 4000 - THE KEY VIEW: EVERY SUSPENSE RECORD FOR THE KEY, IN
003650* THE FORM A REPAIR WOULD RELEASE IT IF ONE IS HELD.
003660*----------------------------------------------------------------*
003670 4000-SHOW-ONE-KEY.
003680     MOVE ZERO TO WS-FOUND-COUNT
003690     PERFORM 7000-OPEN-SUSPIN THRU 7000-OPEN-SUSPIN-EXIT
003700     PERFORM 4100-BROWSE-ONE-KEY THRU 4100-BROWSE-ONE-KEY-EXIT
003710         UNTIL WS-EOF-SIN-YES
003720     CLOSE SUSPIN-FILE
003730     IF WS-FOUND-COUNT = 0
003740         MOVE SPACES TO WS-OUT-LINE
003750         STRING "KEY " DELIMITED BY SIZE
003760             WS-INQ-KEY DELIMITED BY SIZE
003770             " IS NOT IN SUSPENSE" DELIMITED BY SIZE
003780             INTO WS-OUT-LINE
003790         DISPLAY WS-OUT-LINE
003800     END-IF
003810     .
003820 4000-SHOW-ONE-KEY-EXIT.
003830     EXIT.
003840 4100-BROWSE-ONE-KEY.
003850     PERFORM 7100-READ-SUSPIN THRU 7100-READ-SUSPIN-EXIT
003860     IF WS-EOF-SIN-YES
003870         GO TO 4100-BROWSE-ONE-KEY-EXIT
003880     END-IF
003890     IF SUSP-KEY NOT = WS-INQ-KEY
003900         GO TO 4100-BROWSE-ONE-KEY-EXIT
003910     END-IF
003920     ADD 1 TO WS-FOUND-COUNT
003930     MOVE SUSP-RECORD TO RECDLT-RECORD
003940     MOVE SUSP-KEY TO WS-RPR-LOOK-KEY
003950     PERFORM 7300-FIND-REPAIR THRU 7300-FIND-REPAIR-EXIT
003960     IF WS-RPR-FOUND > 0
003970         IF WS-RPR-RECNO (WS-RPR-FOUND) = WS-SUSP-RECNO
003980             MOVE WS-RPR-IMAGE (WS-RPR-FOUND) TO RECDLT-RECORD
003990             DISPLAY "REPAIRED THIS SESSION - RELEASED AT *END"
004000         END-IF
004010     END-IF
004020     PERFORM 4300-SHOW-TRANSACTION
004030         THRU 4300-SHOW-TRANSACTION-EXIT
004040     .
004050 4100-BROWSE-ONE-KEY-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------*
004080* 4300 - ONE TRANSACTION'S ANSWER BLOCK.  THE IMAGES ARE SHOWN
004090* FROM BYTE 1 TO THE WIDTH OF THE LINE.
004100*----------------------------------------------------------------*
004110 4300-SHOW-TRANSACTION.
004120     MOVE SPACES TO WS-OUT-LINE
004130     STRING "RECORD   : " DELIMITED BY SIZE
004140         WS-SUSP-RECNO DELIMITED BY SIZE
004150         INTO WS-OUT-LINE
004160     DISPLAY WS-OUT-LINE
004170     MOVE SPACES TO WS-OUT-LINE
004180     STRING "KEY      : " DELIMITED BY SIZE
004190         RECDLT-KEY DELIMITED BY SIZE
004200         "  ACTION " DELIMITED BY SIZE
004210         RECDLT-ACTION DELIMITED BY SIZE
004220         "  REASON " DELIMITED BY SIZE
004230         RECDLT-SUSP-REASON DELIMITED BY SIZE
004240         "  CYCLES " DELIMITED BY SIZE
004250         RECDLT-SUSP-CYCLES DELIMITED BY SIZE
004260         INTO WS-OUT-LINE
004270     DISPLAY WS-OUT-LINE
004280     IF RECDLT-ACTION-KEYCHG
004290         MOVE SPACES TO WS-OUT-LINE
004300         EVALUATE TRUE
004310             WHEN RECDLT-KC-LEG-OUT
004320                 STRING "KEY CHG  : OUT LEG TO " DELIMITED BY SIZE
004330                     RECDLT-KC-TO-KEY DELIMITED BY SIZE
004340                     INTO WS-OUT-LINE
004350             WHEN RECDLT-KC-LEG-IN
004360                 STRING "KEY CHG  : IN LEG FROM "
004370                         DELIMITED BY SIZE
004380                     RECDLT-KC-FROM-KEY DELIMITED BY SIZE
004390                     INTO WS-OUT-LINE
004400             WHEN OTHER
004410                 STRING "KEY CHG  : LEG CODE " DELIMITED BY SIZE
004420                     RECDLT-KC-LEG DELIMITED BY SIZE
004430                     INTO WS-OUT-LINE
004440         END-EVALUATE
004450         DISPLAY WS-OUT-LINE
004460     END-IF
004470     MOVE SPACES TO WS-OUT-LINE
004480     STRING "BEFORE   : " DELIMITED BY SIZE
004490         RECDLT-BEFORE-DATA (1:69) DELIMITED BY SIZE
004500         INTO WS-OUT-LINE
004510     DISPLAY WS-OUT-LINE
004520     MOVE SPACES TO WS-OUT-LINE
004530     STRING "AFTER    : " DELIMITED BY SIZE
004540         RECDLT-AFTER-DATA (1:69) DELIMITED BY SIZE
004550         INTO WS-OUT-LINE
004560     DISPLAY WS-OUT-LINE
004570     MOVE SPACES TO WS-OUT-LINE
004580     STRING "RUN DATE : " DELIMITED BY SIZE
004590         RECDLT-RUN-DATE DELIMITED BY SIZE
004600         INTO WS-OUT-LINE
004610     DISPLAY WS-OUT-LINE
004620     IF RECDLT-ORIGIN-CORRECTION
004630         MOVE SPACES TO WS-OUT-LINE
004640         STRING "ORIGIN   : CORRECTION BY " DELIMITED BY SIZE
004650             RECDLT-PREPARER-ID DELIMITED BY SIZE
004660             " APPROVED BY " DELIMITED BY SIZE
004670             RECDLT-APPROVER-ID DELIMITED BY SIZE
004680             INTO WS-OUT-LINE
004690         DISPLAY WS-OUT-LINE
004700     END-IF
004710     .
004720 4300-SHOW-TRANSACTION-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------*
004750* 4500 - THE REASON VIEW: ONE LINE PER TRANSACTION SUSPENDED FOR
004760* THE REASON, TWENTY TO A SCREEN.  NO REASON REPEATS THE COUNTS.
004770*----------------------------------------------------------------*
004780 4500-SHOW-REASON.
004790     IF WS-INQ-REASON = SPACES
004800         PERFORM 1500-SHOW-SUMMARY THRU 1500-SHOW-SUMMARY-EXIT
004810         GO TO 4500-SHOW-REASON-EXIT
004820     END-IF
004830     MOVE ZERO TO WS-FOUND-COUNT
004840     MOVE ZERO TO WS-SHOWN-COUNT
004850     SET WS-BROWSE-DONE-NO TO TRUE
004860     PERFORM 7000-OPEN-SUSPIN THRU 7000-OPEN-SUSPIN-EXIT
004870     PERFORM 4600-BROWSE-REASON-LINE
004880         THRU 4600-BROWSE-REASON-LINE-EXIT
004890         UNTIL WS-EOF-SIN-YES OR WS-BROWSE-DONE-YES
004900     CLOSE SUSPIN-FILE
004910     MOVE SPACES TO WS-OUT-LINE
004920     MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT
004930     STRING WS-EDIT-COUNT DELIMITED BY SIZE
004940         " SHOWN WITH REASON " DELIMITED BY SIZE
004950         WS-INQ-REASON DELIMITED BY SIZE
004960         INTO WS-OUT-LINE
004970     DISPLAY WS-OUT-LINE
004980     .
004990 4500-SHOW-REASON-EXIT.
005000     EXIT.
005010 4600-BROWSE-REASON-LINE.
005020     PERFORM 7100-READ-SUSPIN THRU 7100-READ-SUSPIN-EXIT
005030     IF WS-EOF-SIN-YES
005040         GO TO 4600-BROWSE-REASON-LINE-EXIT
005050     END-IF
005060     IF SUSP-SUSP-REASON NOT = WS-INQ-REASON
005070         GO TO 4600-BROWSE-REASON-LINE-EXIT
005080     END-IF
005090     ADD 1 TO WS-FOUND-COUNT
005100     MOVE SPACES TO WS-OUT-LINE
005110     STRING WS-SUSP-RECNO DELIMITED BY SIZE
005120         " " DELIMITED BY SIZE
005130         SUSP-KEY DELIMITED BY SIZE
005140         " " DELIMITED BY SIZE
005150         SUSP-ACTION DELIMITED BY SIZE
005160         " " DELIMITED BY SIZE
005170         SUSP-SUSP-REASON DELIMITED BY SIZE
005180         " " DELIMITED BY SIZE
005190         SUSP-SUSP-CYCLES DELIMITED BY SIZE
005200         INTO WS-OUT-LINE
005210     MOVE SUSP-KEY TO WS-RPR-LOOK-KEY
005220     PERFORM 7300-FIND-REPAIR THRU 7300-FIND-REPAIR-EXIT
005230     IF WS-RPR-FOUND > 0
005240         IF WS-RPR-RECNO (WS-RPR-FOUND) = WS-SUSP-RECNO
005250             MOVE "REPAIRED" TO WS-OUT-LINE (30:8)
005260         END-IF
005270     END-IF
005280     DISPLAY WS-OUT-LINE
005290     ADD 1 TO WS-SHOWN-COUNT
005300     IF WS-SHOWN-COUNT = 20
005310         MOVE ZERO TO WS-SHOWN-COUNT
005320         DISPLAY "MORE (Y/N): " WITH NO ADVANCING
005330         MOVE SPACES TO WS-REPLY
005340         ACCEPT WS-REPLY
005350         IF WS-REPLY (1:1) NOT = "Y" AND WS-REPLY (1:1) NOT = "y"
005360             SET WS-BROWSE-DONE-YES TO TRUE
005370         END-IF
005380     END-IF
005390     .
005400 4600-BROWSE-REASON-LINE-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------*
005430* 6000 - *FIX NNNNNNN.  FETCH THE SUSPENSE RECORD (OR THE REPAIR
005440* ALREADY HELD FOR IT), PROMPT FOR THE NEW ACTION CODE AND AFTER
005450* IMAGE, RUN THE DELTAAPL EDITS OVER THE RESULT, AND HOLD IT FOR
005460* RELEASE ONLY WHEN IT PASSES AND THE CLERK CONFIRMS.
005470*----------------------------------------------------------------*
005480 6000-REPAIR-DIALOGUE.
005490     MOVE WS-REPLY-ARG TO WS-NUM-TEXT
005500     PERFORM 6900-PARSE-NUMBER THRU 6900-PARSE-NUMBER-EXIT
005510     IF WS-NUM-OK-NO OR WS-NUM-VALUE = ZERO
005520         DISPLAY "ENTER *FIX <RECORD> - THE RECORD NUMBER "
005530             "THE KEY OR REASON VIEW SHOWS"
005540         GO TO 6000-REPAIR-DIALOGUE-EXIT
005550     END-IF
005560     MOVE WS-NUM-VALUE TO WS-FIX-RECNO
005570     PERFORM 6100-FETCH-SUSPENSE THRU 6100-FETCH-SUSPENSE-EXIT
005580     IF WS-SUSP-RECNO NOT = WS-FIX-RECNO
005590         DISPLAY "NO SUSPENSE RECORD " WS-FIX-RECNO
005600         GO TO 6000-REPAIR-DIALOGUE-EXIT
005610     END-IF
005620     MOVE WS-FIX-ORIGINAL TO WS-FIX-START
005630     MOVE WS-FIX-ORIGINAL TO RECDLT-RECORD
005640     MOVE RECDLT-KEY TO WS-RPR-LOOK-KEY
005650     PERFORM 7300-FIND-REPAIR THRU 7300-FIND-REPAIR-EXIT
005660     IF WS-RPR-FOUND > 0
005670         IF WS-RPR-RECNO (WS-RPR-FOUND) = WS-FIX-RECNO
005680             MOVE WS-RPR-IMAGE (WS-RPR-FOUND) TO WS-FIX-START
005690             DISPLAY "CONTINUING FROM THE REPAIR ALREADY HELD"
005700         ELSE
005710             DISPLAY "KEY ALREADY REPAIRED FROM RECORD "
005720                 WS-RPR-RECNO (WS-RPR-FOUND)
005730                 " - RELEASING THIS ONE REPLACES IT"
005740         END-IF
005750     END-IF
005760     MOVE WS-FIX-START TO RECDLT-RECORD
005770     PERFORM 4300-SHOW-TRANSACTION
005780         THRU 4300-SHOW-TRANSACTION-EXIT
005790     IF RECDLT-ORIGIN-CORRECTION
005800         DISPLAY "A CORRECTION IS NOT REPAIRED HERE - RAISE THE "
005810             "CHANGE THROUGH CORRGEN FOR CORRAPRV APPROVAL"
005820         GO TO 6000-REPAIR-DIALOGUE-EXIT
005830     END-IF
005840     DISPLAY "NEW ACTION A/C/D/K/U (BLANK KEEPS " RECDLT-ACTION
005850         ") : " WITH NO ADVANCING
005860     MOVE SPACES TO WS-FIX-REPLY
005870     ACCEPT WS-FIX-REPLY
005880     IF WS-FIX-REPLY NOT = SPACES
005890         MOVE WS-FIX-REPLY (1:1) TO RECDLT-ACTION
005900     END-IF
005910     DISPLAY "AFTER IMAGE - BLANK KEEPS, = COPIES BEFORE, "
005920         "+ OVERLAYS : " WITH NO ADVANCING
005930     MOVE SPACES TO WS-FIX-REPLY
005940     ACCEPT WS-FIX-REPLY
005950     EVALUATE WS-FIX-REPLY (1:1)
005960         WHEN SPACE
005970             CONTINUE
005980         WHEN "="
005990             MOVE RECDLT-BEFORE-DATA TO RECDLT-AFTER-DATA
006000         WHEN "+"
006010             SET WS-OVERLAY-DONE-NO TO TRUE
006020             PERFORM 6200-OVERLAY-AFTER
006030                 THRU 6200-OVERLAY-AFTER-EXIT
006040                 UNTIL WS-OVERLAY-DONE-YES
006050         WHEN OTHER
006060             DISPLAY "NOT UNDERSTOOD - AFTER IMAGE KEPT"
006070     END-EVALUATE
006080     IF RECDLT-RECORD = WS-FIX-START
006090         DISPLAY "NOTHING AMENDED - NO REPAIR MADE"
006100         GO TO 6000-REPAIR-DIALOGUE-EXIT
006110     END-IF
006120     PERFORM 6300-CHECK-MASTER THRU 6300-CHECK-MASTER-EXIT
006130     PERFORM 5000-VALIDATE-TRAN THRU 5000-VALIDATE-TRAN-EXIT
006140     IF WS-EDIT-VALIDATED::isInvalid()
006150         DISPLAY "REPAIR FAILS THE DELTA EDITS - NOT HELD"
006160         MOVE RECDLT-KEY TO WS-TRAN-KEY-BOXED
006170         SET WS-EDIT-LINES TO
006180             type EditReport[string]::formatRejection(
006190                 WS-TRAN-KEY-BOXED,
006200                 WS-EDIT-VALIDATED::getErrors())
006210         PERFORM 6400-SHOW-EDIT-ERROR
006220             THRU 6400-SHOW-EDIT-ERROR-EXIT
006230             VARYING WS-EDIT-LINE-IDX FROM 1 BY 1
006240             UNTIL WS-EDIT-LINE-IDX > WS-EDIT-LINES::size()
006250         GO TO 6000-REPAIR-DIALOGUE-EXIT
006260     END-IF
006270     DISPLAY "REPAIR PASSES THE DELTA EDITS"
006280     DISPLAY "RELEASE TO THE NEXT RECYCLE (Y/N): "
006290         WITH NO ADVANCING
006300     MOVE SPACES TO WS-REPLY
006310     ACCEPT WS-REPLY
006320     IF WS-REPLY (1:1) NOT = "Y" AND WS-REPLY (1:1) NOT = "y"
006330         DISPLAY "REPAIR NOT HELD"
006340         GO TO 6000-REPAIR-DIALOGUE-EXIT
006350     END-IF
006360     PERFORM 6500-HOLD-REPAIR THRU 6500-HOLD-REPAIR-EXIT
006370     .
006380 6000-REPAIR-DIALOGUE-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------*
006410* 6100 - READ SUSPIN UP TO THE RECORD NUMBER ASKED FOR.  ON
006420* RETURN WS-SUSP-RECNO EQUALS WS-FIX-RECNO ONLY IF IT WAS FOUND.
006430*----------------------------------------------------------------*
006440 6100-FETCH-SUSPENSE.
006450     PERFORM 7000-OPEN-SUSPIN THRU 7000-OPEN-SUSPIN-EXIT
006460     PERFORM 7100-READ-SUSPIN THRU 7100-READ-SUSPIN-EXIT
006470         UNTIL WS-EOF-SIN-YES OR WS-SUSP-RECNO = WS-FIX-RECNO
006480     IF WS-EOF-SIN-NO
006490         MOVE SUSP-RECORD TO WS-FIX-ORIGINAL
006500     END-IF
006510     CLOSE SUSPIN-FILE
006520     .
006530 6100-FETCH-SUSPENSE-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------*
006560* 6200 - ONE OVERLAY OF THE AFTER IMAGE: A START BYTE, THEN THE
006570* TEXT TO LAY DOWN THERE (TRAILING BLANKS ARE NOT PART OF IT).
006580* A BLANK START BYTE ENDS THE OVERLAYS.
006590*----------------------------------------------------------------*
006600 6200-OVERLAY-AFTER.
006610     DISPLAY "START BYTE 1-500 (BLANK ENDS) : " WITH NO ADVANCING
006620     MOVE SPACES TO WS-FIX-REPLY
006630     ACCEPT WS-FIX-REPLY
006640     IF WS-FIX-REPLY = SPACES
006650         SET WS-OVERLAY-DONE-YES TO TRUE
006660         GO TO 6200-OVERLAY-AFTER-EXIT
006670     END-IF
006680     MOVE WS-FIX-REPLY TO WS-NUM-TEXT
006690     PERFORM 6900-PARSE-NUMBER THRU 6900-PARSE-NUMBER-EXIT
006700     IF WS-NUM-OK-NO OR WS-NUM-VALUE = ZERO OR WS-NUM-VALUE > 500
006710         DISPLAY "START BYTE MUST BE 1 TO 500"
006720         GO TO 6200-OVERLAY-AFTER-EXIT
006730     END-IF
006740     MOVE WS-NUM-VALUE TO WS-FIX-POS
006750     DISPLAY "TEXT : " WITH NO ADVANCING
006760     MOVE SPACES TO WS-FIX-REPLY
006770     ACCEPT WS-FIX-REPLY
006780     IF WS-FIX-REPLY = SPACES
006790         DISPLAY "NO TEXT - NOTHING OVERLAID"
006800         GO TO 6200-OVERLAY-AFTER-EXIT
006810     END-IF
006820     MOVE 60 TO WS-FIX-LEN
006830     PERFORM 6250-TRIM-ONE THRU 6250-TRIM-ONE-EXIT
006840         UNTIL WS-FIX-REPLY (WS-FIX-LEN:1) NOT = SPACE
006850     IF WS-FIX-POS + WS-FIX-LEN - 1 > 500
006860         DISPLAY "TEXT RUNS PAST BYTE 500 - NOTHING OVERLAID"
006870         GO TO 6200-OVERLAY-AFTER-EXIT
006880     END-IF
006890     MOVE WS-FIX-REPLY (1:WS-FIX-LEN)
006900         TO RECDLT-AFTER-DATA (WS-FIX-POS:WS-FIX-LEN)
006910     MOVE SPACES TO WS-OUT-LINE
006920     STRING "AFTER    : " DELIMITED BY SIZE
006930         RECDLT-AFTER-DATA (1:69) DELIMITED BY SIZE
006940         INTO WS-OUT-LINE
006950     DISPLAY WS-OUT-LINE
006960     .
006970 6200-OVERLAY-AFTER-EXIT.
006980     EXIT.
006990 6250-TRIM-ONE.
007000     SUBTRACT 1 FROM WS-FIX-LEN
007010     .
007020 6250-TRIM-ONE-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------*
007050* 6300 - IS THE KEY ON THE MASTER?  A KEYED READ OF MASTK, AS
007060* DELTAAPL DOES IN KSDS MODE.  WITH NO MASTK THE ANSWER IS THE
007070* ONE THE ACTION EXPECTS, SO ONLY THE OTHER EDITS ARE JUDGED.
007080*----------------------------------------------------------------*
007090 6300-CHECK-MASTER.
007100     SET RECDVW-MASTER-UNKNOWN TO TRUE
007110     IF WS-MASTER-ABSENT
007120         IF RECDLT-ACTION-ADD
007130                 OR (RECDLT-ACTION-KEYCHG AND RECDLT-KC-LEG-IN)
007140             SET WS-KEY-ON-MASTER-NO TO TRUE
007150         ELSE
007160             SET WS-KEY-ON-MASTER-YES TO TRUE
007170         END-IF
007180         GO TO 6300-CHECK-MASTER-EXIT
007190     END-IF
007200     MOVE RECDLT-KEY TO MASTK-KEY
007210     READ MASTK-FILE
007220         INVALID KEY
007230             SET WS-KEY-ON-MASTER-NO TO TRUE
007240         NOT INVALID KEY
007250             SET WS-KEY-ON-MASTER-YES TO TRUE
007260     END-READ
007270     IF NOT WS-FILE-STATUS-MK-OK
007280             AND NOT WS-FILE-STATUS-MK-NOTFND
007290         DISPLAY "SUSPREPR: READ FAILED FOR MASTK - STATUS "
007300             WS-FILE-STATUS-MK
007310         MOVE 16 TO RETURN-CODE
007320         GOBACK
007330     END-IF
007340     IF WS-KEY-ON-MASTER-YES
007350         MOVE MASTK-DATA TO RECDVW-MASTER-DATA
007360         SET RECDVW-MASTER-HELD TO TRUE
007370     END-IF
007380     .
007390 6300-CHECK-MASTER-EXIT.
007400     EXIT.
007410*----------------------------------------------------------------*
007420* 6400 - ONE LINE OF THE SHARED LIBRARY REJECTION FORMAT, AS THE
007430* DELTAAPL EDIT REPORT PRINTS IT.
007440*----------------------------------------------------------------*
007450 6400-SHOW-EDIT-ERROR.
007460     SET WS-ERR-BOXED TO
007470         WS-EDIT-LINES::get(WS-EDIT-LINE-IDX)
007480     MOVE SPACES TO WS-OUT-LINE
007490     MOVE WS-ERR-BOXED TO WS-OUT-LINE
007500     DISPLAY WS-OUT-LINE
007510     .
007520 6400-SHOW-EDIT-ERROR-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------*
007550* 6500 - HOLD THE REPAIR FOR RELEASE: REASON RP, CYCLES BACK TO
007560* ZERO.  A LATER REPAIR OF THE SAME KEY TAKES THE SAME SLOT.
007570*----------------------------------------------------------------*
007580 6500-HOLD-REPAIR.
007590     MOVE "RP" TO RECDLT-SUSP-REASON
007600     MOVE ZERO TO RECDLT-SUSP-CYCLES
007610     MOVE RECDLT-KEY TO WS-RPR-LOOK-KEY
007620     PERFORM 7300-FIND-REPAIR THRU 7300-FIND-REPAIR-EXIT
007630     IF WS-RPR-FOUND = 0
007640         IF WS-RPR-COUNT NOT < WS-RPR-MAX
007650             MOVE WS-RPR-MAX TO WS-EDIT-COUNT
007660             DISPLAY "SESSION HOLDS" WS-EDIT-COUNT
007670                 " REPAIRS - *END TO RELEASE THEM, THEN START "
007680                 "AGAIN"
007690             GO TO 6500-HOLD-REPAIR-EXIT
007700         END-IF
007710         ADD 1 TO WS-RPR-COUNT
007720         MOVE WS-RPR-COUNT TO WS-RPR-FOUND
007730     END-IF
007740     MOVE RECDLT-KEY TO WS-RPR-KEY (WS-RPR-FOUND)
007750     MOVE WS-FIX-RECNO TO WS-RPR-RECNO (WS-RPR-FOUND)
007760     MOVE RECDLT-RECORD TO WS-RPR-IMAGE (WS-RPR-FOUND)
007770     DISPLAY "REPAIR HELD - RELEASED TO SUSPOUT AT *END"
007780     .
007790 6500-HOLD-REPAIR-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------*
007820* 6900 - WS-NUM-TEXT AS A NUMBER OF UP TO SEVEN DIGITS.
007830*----------------------------------------------------------------*
007840 6900-PARSE-NUMBER.
007850     SET WS-NUM-OK-NO TO TRUE
007860     MOVE ZERO TO WS-NUM-LEN
007870     INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
007880         FOR CHARACTERS BEFORE INITIAL SPACE
007890     IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 7
007900         GO TO 6900-PARSE-NUMBER-EXIT
007910     END-IF
007920     IF WS-NUM-TEXT (WS-NUM-LEN + 1:) NOT = SPACES
007930         GO TO 6900-PARSE-NUMBER-EXIT
007940     END-IF
007950     MOVE SPACES TO WS-NUM-FIELD
007960     MOVE WS-NUM-TEXT (1:WS-NUM-LEN) TO WS-NUM-FIELD
007970     INSPECT WS-NUM-FIELD REPLACING LEADING SPACE BY ZERO
007980     IF WS-NUM-VALUE NOT NUMERIC
007990         GO TO 6900-PARSE-NUMBER-EXIT
008000     END-IF
008010     SET WS-NUM-OK-YES TO TRUE
008020     .
008030 6900-PARSE-NUMBER-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------*
008060* 7000/7100 - EVERY VIEW IS ONE PASS OF SUSPIN; THE SUSPENSE
008070* FILE IS SMALL.  WS-SUSP-RECNO IS THE RECORD NUMBER IN HAND.
008080*----------------------------------------------------------------*
008090 7000-OPEN-SUSPIN.
008100     OPEN INPUT SUSPIN-FILE
008110     IF NOT WS-FILE-STATUS-SIN-OK
008120         DISPLAY "SUSPREPR: OPEN FAILED FOR SUSPIN - STATUS "
008130             WS-FILE-STATUS-SIN
008140         MOVE 16 TO RETURN-CODE
008150         GOBACK
008160     END-IF
008170     MOVE ZERO TO WS-SUSP-RECNO
008180     SET WS-EOF-SIN-NO TO TRUE
008190     .
008200 7000-OPEN-SUSPIN-EXIT.
008210     EXIT.
008220 7100-READ-SUSPIN.
008230     READ SUSPIN-FILE
008240         AT END
008250             SET WS-EOF-SIN-YES TO TRUE
008260             GO TO 7100-READ-SUSPIN-EXIT
008270     END-READ
008280     IF NOT WS-FILE-STATUS-SIN-OK
008290         DISPLAY "SUSPREPR: READ FAILED FOR SUSPIN - STATUS "
008300             WS-FILE-STATUS-SIN
008310         MOVE 16 TO RETURN-CODE
008320         GOBACK
008330     END-IF
008340     ADD 1 TO WS-SUSP-RECNO
008350     .
008360 7100-READ-SUSPIN-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------*
008390* 7300 - FIND THE REPAIR HELD FOR WS-RPR-LOOK-KEY, IF ANY.
008400*----------------------------------------------------------------*
008410 7300-FIND-REPAIR.
008420     MOVE ZERO TO WS-RPR-FOUND
008430     PERFORM 7310-MATCH-REPAIR THRU 7310-MATCH-REPAIR-EXIT
008440         VARYING WS-RPR-IDX FROM 1 BY 1
008450         UNTIL WS-RPR-IDX > WS-RPR-COUNT OR WS-RPR-FOUND > 0
008460     .
008470 7300-FIND-REPAIR-EXIT.
008480     EXIT.
008490 7310-MATCH-REPAIR.
008500     IF WS-RPR-KEY (WS-RPR-IDX) = WS-RPR-LOOK-KEY
008510         MOVE WS-RPR-IDX TO WS-RPR-FOUND
008520     END-IF
008530     .
008540 7310-MATCH-REPAIR-EXIT.
008550     EXIT.
008560*----------------------------------------------------------------*
008570* 8000 - *END: WRITE THE NEW SUSPENSE GENERATION WITH THE REPAIRS
008580* IN PLACE AND AUDIT EACH ONE.  NO REPAIRS MEANS NO NEW
008590* GENERATION - THE CURRENT ONE STANDS.
008600*----------------------------------------------------------------*
008610 8000-RELEASE-REPAIRS.
008620     IF WS-RPR-COUNT = 0
008630         DISPLAY "SUSPREPR: NO REPAIRS - SUSPOUT NOT WRITTEN"
008640         GO TO 8000-RELEASE-REPAIRS-EXIT
008650     END-IF
008660     PERFORM 7000-OPEN-SUSPIN THRU 7000-OPEN-SUSPIN-EXIT
008670     OPEN OUTPUT SUSPOUT-FILE
008680     IF NOT WS-FILE-STATUS-SOUT-OK
008690         DISPLAY "SUSPREPR: OPEN FAILED FOR SUSPOUT - STATUS "
008700             WS-FILE-STATUS-SOUT
008710         MOVE 16 TO RETURN-CODE
008720         GOBACK
008730     END-IF
008740     OPEN EXTEND AUDIT-FILE
008750     IF WS-FILE-STATUS-AUD-NOTFND
008760         OPEN OUTPUT AUDIT-FILE
008770     END-IF
008780     IF NOT WS-FILE-STATUS-AUD-OK
008790         DISPLAY "SUSPREPR: OPEN FAILED FOR REPAUDIT - STATUS "
008800             WS-FILE-STATUS-AUD
008810         MOVE 16 TO RETURN-CODE
008820         GOBACK
008830     END-IF
008840     PERFORM 8100-COPY-ONE-SUSPENSE
008850         THRU 8100-COPY-ONE-SUSPENSE-EXIT
008860         UNTIL WS-EOF-SIN-YES
008870     CLOSE SUSPIN-FILE
008880     CLOSE SUSPOUT-FILE
008890     CLOSE AUDIT-FILE
008900     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
008910     DISPLAY "SUSPREPR: " WS-EDIT-COUNT
008920         " REPAIR(S) RELEASED TO SUSPOUT"
008930     MOVE WS-WRITTEN-COUNT TO WS-EDIT-COUNT
008940     DISPLAY "SUSPREPR: " WS-EDIT-COUNT
008950         " TRANSACTION(S) WRITTEN TO SUSPOUT"
008960     IF WS-DUP-DROP-COUNT > 0
008970         MOVE WS-DUP-DROP-COUNT TO WS-EDIT-COUNT
008980         DISPLAY "SUSPREPR: " WS-EDIT-COUNT
008990             " OTHER COPY(IES) OF A REPAIRED KEY LEFT OFF"
009000         MOVE 4 TO RETURN-CODE
009010     END-IF
009020     .
009030 8000-RELEASE-REPAIRS-EXIT.
009040     EXIT.
009050 8100-COPY-ONE-SUSPENSE.
009060     PERFORM 7100-READ-SUSPIN THRU 7100-READ-SUSPIN-EXIT
009070     IF WS-EOF-SIN-YES
009080         GO TO 8100-COPY-ONE-SUSPENSE-EXIT
009090     END-IF
009100     MOVE SUSP-KEY TO WS-RPR-LOOK-KEY
009110     PERFORM 7300-FIND-REPAIR THRU 7300-FIND-REPAIR-EXIT
009120     IF WS-RPR-FOUND = 0
009130         MOVE SUSP-RECORD TO SOUT-RECORD
009140         PERFORM 8150-WRITE-SUSPOUT THRU 8150-WRITE-SUSPOUT-EXIT
009150         GO TO 8100-COPY-ONE-SUSPENSE-EXIT
009160     END-IF
009170     IF WS-RPR-RECNO (WS-RPR-FOUND) NOT = WS-SUSP-RECNO
009180         ADD 1 TO WS-DUP-DROP-COUNT
009190         DISPLAY "SUSPREPR: RECORD " WS-SUSP-RECNO
009200             " LEFT OFF - KEY "
009210             SUSP-KEY " WAS REPAIRED FROM RECORD "
009220             WS-RPR-RECNO (WS-RPR-FOUND)
009230         GO TO 8100-COPY-ONE-SUSPENSE-EXIT
009240     END-IF
009250     MOVE WS-RPR-IMAGE (WS-RPR-FOUND) TO RECDLT-RECORD
009260     MOVE RECDLT-RECORD TO SOUT-RECORD
009270     PERFORM 8150-WRITE-SUSPOUT THRU 8150-WRITE-SUSPOUT-EXIT
009280     PERFORM 8200-LOG-REPAIR THRU 8200-LOG-REPAIR-EXIT
009290     ADD 1 TO WS-RELEASED-COUNT
009300     .
009310 8100-COPY-ONE-SUSPENSE-EXIT.
009320     EXIT.
009330 8150-WRITE-SUSPOUT.
009340     WRITE SOUT-RECORD
009350     IF NOT WS-FILE-STATUS-SOUT-OK
009360         DISPLAY "SUSPREPR: WRITE FAILED FOR SUSPOUT - STATUS "
009370             WS-FILE-STATUS-SOUT
009380         MOVE 16 TO RETURN-CODE
009390         GOBACK
009400     END-IF
009410     ADD 1 TO WS-WRITTEN-COUNT
009420     .
009430 8150-WRITE-SUSPOUT-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------*
009460* 8200 - ONE REPAUDIT RECORD PER RELEASED REPAIR: WHO, WHEN,
009470* WHICH SUSPENSE RECORD AND WHY IT WAS THERE, AND THE ACTION AND
009480* AFTER IMAGE BEFORE AND AFTER.
009490*----------------------------------------------------------------*
009500 8200-LOG-REPAIR.
009510     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
009520     ACCEPT WS-AUD-TIME-RAW FROM TIME
009530     MOVE SPACES TO RECRPA-RECORD
009540     MOVE WS-AUD-DATE TO RECRPA-RUN-DATE
009550     MOVE WS-AUD-TIME-RAW (1:6) TO RECRPA-RUN-TIME
009560     MOVE WS-USER-ID TO RECRPA-USER-ID
009570     MOVE SUSP-KEY TO RECRPA-KEY
009580     MOVE WS-SUSP-RECNO TO RECRPA-SUSP-RECNO
009590     MOVE SUSP-SUSP-REASON TO RECRPA-SUSP-REASON
009600     MOVE SUSP-SUSP-CYCLES TO RECRPA-SUSP-CYCLES
009610     MOVE SUSP-ACTION TO RECRPA-BEFORE-ACTION
009620     MOVE RECDLT-ACTION TO RECRPA-AFTER-ACTION
009630     MOVE SUSP-AFTER-DATA TO RECRPA-BEFORE-AFTER-DATA
009640     MOVE RECDLT-AFTER-DATA TO RECRPA-AFTER-AFTER-DATA
009650     WRITE RECRPA-RECORD
009660     IF NOT WS-FILE-STATUS-AUD-OK
009670         DISPLAY "SUSPREPR: WRITE FAILED FOR REPAUDIT - STATUS "
009680             WS-FILE-STATUS-AUD
009690         MOVE 16 TO RETURN-CODE
009700         GOBACK
009710     END-IF
009720     .
009730 8200-LOG-REPAIR-EXIT.
009740     EXIT.
009750*----------------------------------------------------------------*
009760* 5000/5050/5100 - THE DELTAAPL TRANSACTION EDITS.
009770*----------------------------------------------------------------*
009780 COPY "RECDVL.cpy".
009790 END PROGRAM SUSPREPR.
