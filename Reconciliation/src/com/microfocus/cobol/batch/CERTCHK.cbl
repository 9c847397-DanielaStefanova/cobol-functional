000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CERTCHK.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* CERTCHK - RELEASE GATE ON THE BALANCING SIGN-OFF.
000090*
000100* RUN AHEAD OF A DOWNSTREAM RELEASE JOB SO THE RELEASE WAITS FOR
000110* A SUPERVISOR'S CERTIFICATION RATHER THAN GOING ON THE RETURN
000120* CODE ALONE.  READS THE CERTFILE DATASET RECCERT APPENDS TO
000130* (RECCRT.CPY) AND ENDS RC=0 ONLY WHEN THE CYCLE IS CERTIFIED FOR
000140* THE PAIR THE JOB RELEASES.  THE DATASET IS READ IN THE ORDER IT
000150* WAS WRITTEN AND THE LAST SIGN-OFF THAT COVERS THE PAIR DECIDES:
000160* ONE FOR THE PAIR ITSELF OR ONE FOR ALL.  FOR PAIR ALL ONLY AN
000170* ALL SIGN-OFF CERTIFIES, AND A LATER REJECTION OF ANY ONE PAIR
000180* UNDOES IT.  THE DECISION AND WHO MADE IT, AND WHEN, ARE
000190* DISPLAYED FOR THE JOB LOG.
000200*
000210* DDNAMES: CERTFILE (A MISSING DATASET IS READ AS EMPTY).
000220* SYSIN:
000230*     CYCLE YYYYMMDD       (DEFAULT THE RUN DATE)
000240*     PAIR PAIRID|ALL      (DEFAULT ALL)
000250* RC=0 CERTIFIED.  RC=8 REJECTED OR NOT YET SIGNED OFF - HOLD
000260* THE RELEASE.  RC=16 CARD OR I/O ERROR.
000270*
000280* MODIFICATION HISTORY.
000290*   2026-10-15 DS   INITIAL VERSION.
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CERT-FILE ASSIGN TO CERTFILE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-FILE-STATUS-CRT.
000380     SELECT PARM-FILE ASSIGN TO SYSIN
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-FILE-STATUS-PARM.
000410     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS RECSTW-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CERT-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY "RECCRT.cpy".
000490 FD  PARM-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  PARM-RECORD                     PIC X(80).
000520 FD  STEPTIME-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY "RECSTM.cpy".
000550 WORKING-STORAGE SECTION.
000560 01  WS-EOF-CRT-SW                   PIC X(01) VALUE "N".
000570     88  WS-EOF-CRT-YES                         VALUE "Y".
000580     88  WS-EOF-CRT-NO                          VALUE "N".
000590 01  WS-PARM-EOF-SW                  PIC X(01) VALUE "N".
000600     88  WS-PARM-EOF-YES                        VALUE "Y".
000610     88  WS-PARM-EOF-NO                         VALUE "N".
000620 01  WS-FILE-STATUSES.
000630     05  WS-FILE-STATUS-CRT          PIC X(02) VALUE "00".
000640         88  WS-FILE-STATUS-CRT-OK             VALUE "00".
000650         88  WS-FILE-STATUS-CRT-NOTFND         VALUE "35".
000660     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
000670         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
000680         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
000690 01  WS-CRT-PRESENT-SW               PIC X(01) VALUE "Y".
000700     88  WS-CRT-PRESENT                         VALUE "Y".
000710     88  WS-CRT-MISSING                         VALUE "N".
000720 01  WS-COUNTERS COMP-3.
000730     05  WS-CRT-READ-COUNT           PIC 9(07) VALUE ZERO.
000740 01  WS-PARM-CARD.
000750     05  WS-PARM-CARD-BYTE-1         PIC X(01).
000760     05  FILLER                      PIC X(79).
000770 01  WS-CARD-FIELDS.
000780     05  WS-CARD-VERB                PIC X(10).
000790     05  WS-CARD-OPERAND-1           PIC X(10).
000800 01  WS-RUN-DATE                     PIC X(08).
000810 01  WS-CYCLE-DATE                   PIC X(08) VALUE SPACES.
000820 01  WS-CHECK-PAIR                   PIC X(08) VALUE "ALL".
000830     88  WS-CHECK-ALL                           VALUE "ALL".
000840*----------------------------------------------------------------*
000850* THE SIGN-OFF THAT DECIDES - THE LAST ONE READ THAT COVERS THE
000860* PAIR.  BLANK DECISION, NONE FOUND.
000870*----------------------------------------------------------------*
000880 01  WS-DECIDING.
000890     05  WS-DEC-DECISION             PIC X(01) VALUE SPACE.
000900         88  WS-DEC-CERTIFIED                   VALUE "C".
000910         88  WS-DEC-REJECTED                    VALUE "R".
000920         88  WS-DEC-NONE                        VALUE " ".
000930     05  WS-DEC-PAIR-ID              PIC X(08) VALUE SPACES.
000940     05  WS-DEC-USER-ID              PIC X(08) VALUE SPACES.
000950     05  WS-DEC-CERT-DATE            PIC X(08) VALUE SPACES.
000960     05  WS-DEC-CERT-TIME            PIC X(06) VALUE SPACES.
000970 COPY "RECSTW.cpy".
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     MOVE "CERTCHK" TO RECSTW-PROGRAM-ID
001010     PERFORM 9800-START-STEP-TIMING
001020         THRU 9800-START-STEP-TIMING-EXIT
001030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001040     PERFORM 2000-READ-CERTIFICATION
001050         THRU 2000-READ-CERTIFICATION-EXIT
001060         UNTIL WS-EOF-CRT-YES
001070     PERFORM 8000-REPORT-DECISION THRU 8000-REPORT-DECISION-EXIT
001080     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001090     MOVE WS-CRT-READ-COUNT TO RECSTW-RECORD-COUNT
001100     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001110     PERFORM 9810-WRITE-STEP-TIMING
001120         THRU 9810-WRITE-STEP-TIMING-EXIT
001130     GOBACK
001140     .
001150 0000-MAINLINE-EXIT.
001160     EXIT.
001170 1000-INITIALIZE.
001180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001190     MOVE WS-RUN-DATE TO WS-CYCLE-DATE
001200     PERFORM 1100-READ-PARM-CARDS
001210         THRU 1100-READ-PARM-CARDS-EXIT
001220     OPEN INPUT CERT-FILE
001230     IF WS-FILE-STATUS-CRT-NOTFND
001240         SET WS-CRT-MISSING TO TRUE
001250         SET WS-EOF-CRT-YES TO TRUE
001260         GO TO 1000-INITIALIZE-EXIT
001270     END-IF
001280     IF NOT WS-FILE-STATUS-CRT-OK
001290         DISPLAY "CERTCHK: OPEN FAILED FOR CERTFILE - STATUS "
001300             WS-FILE-STATUS-CRT
001310         MOVE 16 TO RETURN-CODE
001320         GOBACK
001330     END-IF
001340     .
001350 1000-INITIALIZE-EXIT.
001360     EXIT.
001370 1100-READ-PARM-CARDS.
001380     OPEN INPUT PARM-FILE
001390     IF WS-FILE-STATUS-PARM-NOTFND
001400         SET WS-PARM-EOF-YES TO TRUE
001410         GO TO 1100-READ-PARM-CARDS-EXIT
001420     END-IF
001430     IF NOT WS-FILE-STATUS-PARM-OK
001440         DISPLAY "CERTCHK: OPEN FAILED FOR SYSIN - STATUS "
001450             WS-FILE-STATUS-PARM
001460         MOVE 16 TO RETURN-CODE
001470         GOBACK
001480     END-IF
001490     PERFORM 1110-READ-PARM-CARD
001500         THRU 1110-READ-PARM-CARD-EXIT
001510         UNTIL WS-PARM-EOF-YES
001520     CLOSE PARM-FILE
001530     .
001540 1100-READ-PARM-CARDS-EXIT.
001550     EXIT.
001560 1110-READ-PARM-CARD.
001570     READ PARM-FILE INTO WS-PARM-CARD
001580         AT END
001590             SET WS-PARM-EOF-YES TO TRUE
001600             GO TO 1110-READ-PARM-CARD-EXIT
001610     END-READ
001620     IF NOT WS-FILE-STATUS-PARM-OK
001630         DISPLAY "CERTCHK: READ FAILED FOR SYSIN - STATUS "
001640             WS-FILE-STATUS-PARM
001650         MOVE 16 TO RETURN-CODE
001660         GOBACK
001670     END-IF
001680     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
001690         GO TO 1110-READ-PARM-CARD-EXIT
001700     END-IF
001710     MOVE SPACES TO WS-CARD-FIELDS
001720     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
001730         INTO WS-CARD-VERB WS-CARD-OPERAND-1
001740     END-UNSTRING
001750     EVALUATE WS-CARD-VERB
001760         WHEN "CYCLE"
001770             IF WS-CARD-OPERAND-1 (1:8) IS NOT NUMERIC
001780                 DISPLAY "CERTCHK: CYCLE DATE NOT NUMERIC - "
001790                     WS-PARM-CARD
001800                 MOVE 16 TO RETURN-CODE
001810                 GOBACK
001820             END-IF
001830             MOVE WS-CARD-OPERAND-1 TO WS-CYCLE-DATE
001840         WHEN "PAIR"
001850             IF WS-CARD-OPERAND-1 = SPACES
001860                 DISPLAY "CERTCHK: NO PAIR OR ALL ON CARD - "
001870                     WS-PARM-CARD
001880                 MOVE 16 TO RETURN-CODE
001890                 GOBACK
001900             END-IF
001910             MOVE WS-CARD-OPERAND-1 TO WS-CHECK-PAIR
001920         WHEN OTHER
001930             DISPLAY "CERTCHK: UNRECOGNIZED PARM CARD - "
001940                 WS-PARM-CARD
001950             MOVE 16 TO RETURN-CODE
001960             GOBACK
001970     END-EVALUATE
001980     .
001990 1110-READ-PARM-CARD-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------*
002020* 2000 - ONE SIGN-OFF.  AN ALL SIGN-OFF FOR THE CYCLE COVERS ANY
002030* PAIR; ONE FOR THE CHECKED PAIR COVERS IT.  CHECKING ALL, A
002040* REJECTION OF A SINGLE PAIR ALSO COUNTS AGAINST THE CYCLE.
002050*----------------------------------------------------------------*
002060 2000-READ-CERTIFICATION.
002070     READ CERT-FILE
002080         AT END
002090             SET WS-EOF-CRT-YES TO TRUE
002100             GO TO 2000-READ-CERTIFICATION-EXIT
002110     END-READ
002120     IF NOT WS-FILE-STATUS-CRT-OK
002130         DISPLAY "CERTCHK: READ FAILED FOR CERTFILE - STATUS "
002140             WS-FILE-STATUS-CRT
002150         MOVE 16 TO RETURN-CODE
002160         GOBACK
002170     END-IF
002180     ADD 1 TO WS-CRT-READ-COUNT
002190     IF RECCRT-CYCLE-DATE NOT = WS-CYCLE-DATE
002200         GO TO 2000-READ-CERTIFICATION-EXIT
002210     END-IF
002220     IF RECCRT-PAIR-ID = "ALL" OR RECCRT-PAIR-ID = WS-CHECK-PAIR
002230         PERFORM 2100-TAKE-SIGN-OFF THRU 2100-TAKE-SIGN-OFF-EXIT
002240         GO TO 2000-READ-CERTIFICATION-EXIT
002250     END-IF
002260     IF WS-CHECK-ALL AND RECCRT-REJECTED
002270         PERFORM 2100-TAKE-SIGN-OFF THRU 2100-TAKE-SIGN-OFF-EXIT
002280     END-IF
002290     .
002300 2000-READ-CERTIFICATION-EXIT.
002310     EXIT.
002320 2100-TAKE-SIGN-OFF.
002330     MOVE RECCRT-DECISION TO WS-DEC-DECISION
002340     MOVE RECCRT-PAIR-ID TO WS-DEC-PAIR-ID
002350     MOVE RECCRT-USER-ID TO WS-DEC-USER-ID
002360     MOVE RECCRT-CERT-DATE TO WS-DEC-CERT-DATE
002370     MOVE RECCRT-CERT-TIME TO WS-DEC-CERT-TIME
002380     .
002390 2100-TAKE-SIGN-OFF-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------*
002420* 8000 - THE DECISION FOR THE JOB LOG AND THE RETURN CODE.
002430*----------------------------------------------------------------*
002440 8000-REPORT-DECISION.
002450     EVALUATE TRUE
002460         WHEN WS-DEC-CERTIFIED
002470             DISPLAY "CERTCHK: CYCLE " WS-CYCLE-DATE " PAIR "
002480                 WS-CHECK-PAIR " CERTIFIED (" WS-DEC-PAIR-ID
002490                 ") BY " WS-DEC-USER-ID " ON " WS-DEC-CERT-DATE
002500                 " " WS-DEC-CERT-TIME
002510         WHEN WS-DEC-REJECTED
002520             DISPLAY "CERTCHK: CYCLE " WS-CYCLE-DATE " PAIR "
002530                 WS-CHECK-PAIR " REJECTED (" WS-DEC-PAIR-ID
002540                 ") BY " WS-DEC-USER-ID " ON " WS-DEC-CERT-DATE
002550                 " " WS-DEC-CERT-TIME " - RELEASE HELD"
002560             MOVE 8 TO RETURN-CODE
002570         WHEN OTHER
002580             DISPLAY "CERTCHK: CYCLE " WS-CYCLE-DATE " PAIR "
002590                 WS-CHECK-PAIR " NOT YET CERTIFIED - RELEASE HELD"
002600             MOVE 8 TO RETURN-CODE
002610     END-EVALUATE
002620     .
002630 8000-REPORT-DECISION-EXIT.
002640     EXIT.
002650 9999-TERMINATE.
002660     IF WS-CRT-PRESENT
002670         CLOSE CERT-FILE
002680     END-IF
002690     .
002700 9999-TERMINATE-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
002740*----------------------------------------------------------------*
002750 COPY "RECSTP.cpy".
002760 END PROGRAM CERTCHK.
