000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCRULE.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* EXCRULE - RULE-DRIVEN AUTO-DISPOSITION OF EXCEPTIONS.
000090*
000100* RUNS BETWEEN RECON AND EXCAGE.  EVERY EXCEPTION ON THE NIGHT'S
000110* MISMATCH EXTRACT (RECEXT) IS TRIED AGAINST THE DESK'S RULES
000120* (DSPRULE, RECRUL.CPY) IN DATASET ORDER - REASON CODE, PAIR,
000130* KEY RANGE, AND FOR FM WHICH RECFLD FIELDS DIFFER AND BY HOW
000140* MUCH - AND THE FIRST RULE IT SATISFIES WRITES A RECDSP
000150* DISPOSITION WITH THE RULE'S STATUS, OWNER AND NOTE TO DSPAUTO.
000160* DSPAUTO IS CONCATENATED AFTER DSPIN ON THE EXCAGE STEP, SO THE
000170* RULE'S DISPOSITION RIDES ALONG WITH ITS EXCEPTION FROM THEN ON.
000180* AN EXCEPTION THAT ALREADY CARRIES A DISPOSITION ON DSPIN IS
000190* LEFT ALONE - A DESK DECISION IS NEVER OVERWRITTEN BY A RULE.
000200* THE REPORT SHOWS HOW MANY EXCEPTIONS EACH RULE DISPOSITIONED
000210* AND HOW MANY NO RULE RECOGNIZED, WHICH IS WHAT THE DESK HAS
000220* LEFT TO WORK.
000230*
000240* DDNAMES: EXTFILE, FLDFILE, DSPIN, DSPRULE, DSPAUTO, RULRPT.
000250* A MISSING FLDFILE, DSPIN OR DSPRULE IS READ AS EMPTY; FLDFILE
000260* IS ONLY READ WHEN A RULE TESTS FIELDS.
000270* RC=0 RULES APPLIED.  RC=16 BAD RULE, I/O ERROR OR A TABLE FULL.
000280*
000290* MODIFICATION HISTORY.
000300*   2026-10-15 DS   INITIAL VERSION.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT EXTRACT-FILE ASSIGN TO EXTFILE
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-FILE-STATUS-EXT.
000390     SELECT FIELD-FILE ASSIGN TO FLDFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FILE-STATUS-FLD.
000420     SELECT DSPIN-FILE ASSIGN TO DSPIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-FILE-STATUS-DSI.
000450     SELECT RULE-FILE ASSIGN TO DSPRULE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FILE-STATUS-RUL.
000480     SELECT DSPOUT-FILE ASSIGN TO DSPAUTO
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FILE-STATUS-DSO.
000510     SELECT REPORT-FILE ASSIGN TO RULRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FILE-STATUS-RPT.
000540     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RECSTW-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EXTRACT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY "RECEXT.cpy".
000620 FD  FIELD-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY "RECFLD.cpy".
000650 FD  DSPIN-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY "RECDSP.cpy" REPLACING LEADING ==RECDSP-== BY ==DSPIN-==.
000680 FD  RULE-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY "RECRUL.cpy".
000710 FD  DSPOUT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY "RECDSP.cpy".
000740 FD  REPORT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  REPORT-RECORD                   PIC X(80).
000770 FD  STEPTIME-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY "RECSTM.cpy".
000800 WORKING-STORAGE SECTION.
000810 01  WS-EOF-SW                       PIC X(01) VALUE "N".
000820     88  WS-EOF-YES                             VALUE "Y".
000830     88  WS-EOF-NO                              VALUE "N".
000840 01  WS-FILE-STATUSES.
000850     05  WS-FILE-STATUS-EXT          PIC X(02) VALUE "00".
000860         88  WS-FILE-STATUS-EXT-OK             VALUE "00".
000870     05  WS-FILE-STATUS-FLD          PIC X(02) VALUE "00".
000880         88  WS-FILE-STATUS-FLD-OK             VALUE "00".
000890         88  WS-FILE-STATUS-FLD-NOTFND         VALUE "35".
000900     05  WS-FILE-STATUS-DSI          PIC X(02) VALUE "00".
000910         88  WS-FILE-STATUS-DSI-OK             VALUE "00".
000920         88  WS-FILE-STATUS-DSI-NOTFND         VALUE "35".
000930     05  WS-FILE-STATUS-RUL          PIC X(02) VALUE "00".
000940         88  WS-FILE-STATUS-RUL-OK             VALUE "00".
000950         88  WS-FILE-STATUS-RUL-NOTFND         VALUE "35".
000960     05  WS-FILE-STATUS-DSO          PIC X(02) VALUE "00".
000970         88  WS-FILE-STATUS-DSO-OK             VALUE "00".
000980     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
000990         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001000 01  WS-COUNTERS COMP-3.
001010     05  WS-READ-COUNT               PIC 9(09) VALUE ZERO.
001020     05  WS-EXC-COUNT                PIC 9(09) VALUE ZERO.
001030     05  WS-HELD-COUNT               PIC 9(09) VALUE ZERO.
001040     05  WS-AUTO-COUNT               PIC 9(09) VALUE ZERO.
001050     05  WS-LEFT-COUNT               PIC 9(09) VALUE ZERO.
001060 01  WS-RUN-DATE                     PIC X(08).
001070 01  WS-RUN-TIME-RAW                 PIC X(08).
001080 01  WS-ERR-TEXT                     PIC X(30).
001090*----------------------------------------------------------------*
001100* THE RULES, IN DATASET ORDER, EACH WITH THE COUNT OF EXCEPTIONS
001110* IT DISPOSITIONED THIS RUN.  A RULE WITH A FIELD OR DIFFERENCE
001120* TEST SETS WS-FIELD-RULES-YES SO THE FIELD DETAIL IS LOADED.
001130*----------------------------------------------------------------*
001140 01  WS-RULE-TABLE.
001150     05  WS-RL-COUNT                 PIC S9(04) COMP VALUE ZERO.
001160     05  WS-RL-MAX                   PIC S9(04) COMP VALUE 100.
001170     05  WS-RL-ENTRY OCCURS 100 TIMES.
001180         10  WS-RL-RECORD            PIC X(120).
001190         10  WS-RL-USED              PIC 9(09) COMP-3.
001200 01  WS-RL-IDX                       PIC S9(04) COMP.
001210 01  WS-RL-FOUND                     PIC S9(04) COMP.
001220 01  WS-FIELD-RULES-SW               PIC X(01) VALUE "N".
001230     88  WS-FIELD-RULES-YES                     VALUE "Y".
001240     88  WS-FIELD-RULES-NO                      VALUE "N".
001250 COPY "RECRUL.cpy" REPLACING LEADING ==RECRUL-== BY ==WS-RW-==.
001260 01  WS-REASON-CHECK                 PIC X(02).
001270     88  WS-REASON-KNOWN             VALUE "NA" "NB" "FM" "GT"
001280                                           "LT" "CT" "AT" "LL"
001290                                           "CL" "AL".
001300*----------------------------------------------------------------*
001310* DISPOSITIONS ALREADY ON DSPIN, BY KEY, REASON AND PAIR.  ONLY
001320* WHETHER ONE EXISTS MATTERS HERE; EXCAGE SORTS OUT WHICH OF
001330* SEVERAL IS CURRENT.
001340*----------------------------------------------------------------*
001350 01  WS-DSP-TABLE.
001360     05  WS-DSP-COUNT                PIC S9(04) COMP VALUE ZERO.
001370     05  WS-DSP-MAX                  PIC S9(04) COMP VALUE 5000.
001380     05  WS-DSP-ENTRY OCCURS 5000 TIMES.
001390         10  WS-DSP-KEY              PIC X(10).
001400         10  WS-DSP-REASON           PIC X(02).
001410         10  WS-DSP-PAIR             PIC X(08).
001420 01  WS-DSP-IDX                      PIC S9(04) COMP.
001430 01  WS-DSP-FOUND                    PIC S9(04) COMP.
001440 01  WS-LOOKUP-EXCEPTION.
001450     05  WS-LOOKUP-KEY               PIC X(10).
001460     05  WS-LOOKUP-REASON            PIC X(02).
001470     05  WS-LOOKUP-PAIR              PIC X(08).
001480*----------------------------------------------------------------*
001490* FIELD DETAIL, ONE SLOT PER RECFLD RECORD, AND THE ROWS OF THE
001500* CURRENT EXCEPTION GATHERED FROM IT.  DIFFERENCES ARE HELD AS
001510* ABSOLUTE VALUES.
001520*----------------------------------------------------------------*
001530 01  WS-FLD-TABLE.
001540     05  WS-FD-COUNT                 PIC S9(08) COMP VALUE ZERO.
001550     05  WS-FD-MAX                   PIC S9(08) COMP VALUE 20000.
001560     05  WS-FD-ENTRY OCCURS 20000 TIMES.
001570         10  WS-FD-KEY               PIC X(10).
001580         10  WS-FD-PAIR              PIC X(08).
001590         10  WS-FD-NO                PIC 9(02).
001600         10  WS-FD-NAME              PIC X(08).
001610         10  WS-FD-TYPE              PIC X(01).
001620         10  WS-FD-DIFF              PIC 9(15) COMP-3.
001630 01  WS-FD-IDX                       PIC S9(08) COMP.
001640 01  WS-XF-TABLE.
001650     05  WS-XF-COUNT                 PIC S9(04) COMP VALUE ZERO.
001660     05  WS-XF-MAX                   PIC S9(04) COMP VALUE 30.
001670     05  WS-XF-ENTRY OCCURS 30 TIMES.
001680         10  WS-XF-NO                PIC 9(02).
001690         10  WS-XF-NAME              PIC X(08).
001700         10  WS-XF-TYPE              PIC X(01).
001710         10  WS-XF-DIFF              PIC 9(15) COMP-3.
001720 01  WS-XF-IDX                       PIC S9(04) COMP.
001730 01  WS-XF-FOUND                     PIC S9(04) COMP.
001740 01  WS-ABS-DIFF                     PIC 9(15) COMP-3.
001750 01  WS-MATCH-SW                     PIC X(01).
001760     88  WS-MATCH-YES                           VALUE "Y".
001770     88  WS-MATCH-NO                            VALUE "N".
001780 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
001790 01  WS-REPORT-LINE                  PIC X(80).
001800 COPY "RECSTW.cpy".
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     MOVE "EXCRULE" TO RECSTW-PROGRAM-ID
001840     PERFORM 9800-START-STEP-TIMING
001850         THRU 9800-START-STEP-TIMING-EXIT
001860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001870     SET WS-EOF-NO TO TRUE
001880     PERFORM 2000-APPLY-ONE-EXCEPTION
001890         THRU 2000-APPLY-ONE-EXCEPTION-EXIT
001900         UNTIL WS-EOF-YES
001910     PERFORM 8000-PRINT-REPORT THRU 8000-PRINT-REPORT-EXIT
001920     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
001930     MOVE WS-READ-COUNT TO RECSTW-RECORD-COUNT
001940     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
001950     PERFORM 9810-WRITE-STEP-TIMING
001960         THRU 9810-WRITE-STEP-TIMING-EXIT
001970     GOBACK
001980     .
001990 0000-MAINLINE-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------*
002020* 1000 - RULES, EXISTING DISPOSITIONS AND (WHEN A RULE NEEDS IT)
002030* FIELD DETAIL INTO STORAGE, THEN THE EXTRACT AND OUTPUTS OPEN.
002040*----------------------------------------------------------------*
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002070     ACCEPT WS-RUN-TIME-RAW FROM TIME
002080     PERFORM 1100-LOAD-RULES THRU 1100-LOAD-RULES-EXIT
002090     PERFORM 1300-LOAD-DISPOSITIONS
002100         THRU 1300-LOAD-DISPOSITIONS-EXIT
002110     IF WS-FIELD-RULES-YES
002120         PERFORM 1500-LOAD-FIELD-DETAIL
002130             THRU 1500-LOAD-FIELD-DETAIL-EXIT
002140     END-IF
002150     OPEN INPUT EXTRACT-FILE
002160     IF NOT WS-FILE-STATUS-EXT-OK
002170         DISPLAY "EXCRULE: OPEN FAILED FOR EXTFILE - STATUS "
002180             WS-FILE-STATUS-EXT
002190         MOVE 16 TO RETURN-CODE
002200         GOBACK
002210     END-IF
002220     OPEN OUTPUT DSPOUT-FILE
002230     IF NOT WS-FILE-STATUS-DSO-OK
002240         DISPLAY "EXCRULE: OPEN FAILED FOR DSPAUTO - STATUS "
002250             WS-FILE-STATUS-DSO
002260         MOVE 16 TO RETURN-CODE
002270         GOBACK
002280     END-IF
002290     OPEN OUTPUT REPORT-FILE
002300     IF NOT WS-FILE-STATUS-RPT-OK
002310         DISPLAY "EXCRULE: OPEN FAILED FOR RULRPT - STATUS "
002320             WS-FILE-STATUS-RPT
002330         MOVE 16 TO RETURN-CODE
002340         GOBACK
002350     END-IF
002360     .
002370 1000-INITIALIZE-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------*
002400* 1100 - THE RULES.  A BAD ENTRY STOPS THE STEP: A RULE THAT DID
002410* NOT SAY WHAT ITS AUTHOR MEANT WOULD DISPOSITION THE WRONG
002420* EXCEPTIONS SILENTLY.
002430*----------------------------------------------------------------*
002440 1100-LOAD-RULES.
002450     OPEN INPUT RULE-FILE
002460     IF WS-FILE-STATUS-RUL-NOTFND
002470         GO TO 1100-LOAD-RULES-EXIT
002480     END-IF
002490     IF NOT WS-FILE-STATUS-RUL-OK
002500         DISPLAY "EXCRULE: OPEN FAILED FOR DSPRULE - STATUS "
002510             WS-FILE-STATUS-RUL
002520         MOVE 16 TO RETURN-CODE
002530         GOBACK
002540     END-IF
002550     SET WS-EOF-NO TO TRUE
002560     PERFORM 1110-LOAD-ONE-RULE THRU 1110-LOAD-ONE-RULE-EXIT
002570         UNTIL WS-EOF-YES
002580     CLOSE RULE-FILE
002590     .
002600 1100-LOAD-RULES-EXIT.
002610     EXIT.
002620 1110-LOAD-ONE-RULE.
002630     READ RULE-FILE
002640         AT END
002650             SET WS-EOF-YES TO TRUE
002660             GO TO 1110-LOAD-ONE-RULE-EXIT
002670     END-READ
002680     IF NOT WS-FILE-STATUS-RUL-OK
002690         DISPLAY "EXCRULE: READ FAILED FOR DSPRULE - STATUS "
002700             WS-FILE-STATUS-RUL
002710         MOVE 16 TO RETURN-CODE
002720         GOBACK
002730     END-IF
002740     ADD 1 TO WS-READ-COUNT
002750     IF RECRUL-RECORD = SPACES OR RECRUL-RULE-ID (1:1) = "*"
002760         GO TO 1110-LOAD-ONE-RULE-EXIT
002770     END-IF
002780     PERFORM 1150-CHECK-RULE THRU 1150-CHECK-RULE-EXIT
002790     IF WS-ERR-TEXT NOT = SPACES
002800         DISPLAY "EXCRULE: BAD DSPRULE ENTRY " RECRUL-RULE-ID
002810             " - " WS-ERR-TEXT
002820         MOVE 16 TO RETURN-CODE
002830         GOBACK
002840     END-IF
002850     IF WS-RL-COUNT = WS-RL-MAX
002860         DISPLAY "EXCRULE: TOO MANY DSPRULE ENTRIES"
002870         MOVE 16 TO RETURN-CODE
002880         GOBACK
002890     END-IF
002900     ADD 1 TO WS-RL-COUNT
002910     MOVE RECRUL-RECORD TO WS-RL-RECORD (WS-RL-COUNT)
002920     MOVE ZERO TO WS-RL-USED (WS-RL-COUNT)
002930     IF RECRUL-FIELD NOT = SPACES
002940             OR RECRUL-MAX-DIFF-X NOT = SPACES
002950         SET WS-FIELD-RULES-YES TO TRUE
002960     END-IF
002970     .
002980 1110-LOAD-ONE-RULE-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------*
003010* 1150 - WS-ERR-TEXT IS LEFT BLANK FOR A GOOD RULE, OR NAMES THE
003020* FIRST FAULT FOUND.
003030*----------------------------------------------------------------*
003040 1150-CHECK-RULE.
003050     MOVE SPACES TO WS-ERR-TEXT
003060     IF RECRUL-RULE-ID = SPACES
003070         MOVE "RULE ID MISSING" TO WS-ERR-TEXT
003080         GO TO 1150-CHECK-RULE-EXIT
003090     END-IF
003100     MOVE ZERO TO WS-RL-FOUND
003110     PERFORM 1160-MATCH-RULE-ID THRU 1160-MATCH-RULE-ID-EXIT
003120         VARYING WS-RL-IDX FROM 1 BY 1
003130         UNTIL WS-RL-IDX > WS-RL-COUNT OR WS-RL-FOUND > 0
003140     IF WS-RL-FOUND > 0
003150         MOVE "DUPLICATE RULE ID" TO WS-ERR-TEXT
003160         GO TO 1150-CHECK-RULE-EXIT
003170     END-IF
003180     IF RECRUL-REASON-CODE NOT = SPACES
003190         MOVE RECRUL-REASON-CODE TO WS-REASON-CHECK
003200         IF NOT WS-REASON-KNOWN
003210             MOVE "REASON CODE NOT KNOWN" TO WS-ERR-TEXT
003220             GO TO 1150-CHECK-RULE-EXIT
003230         END-IF
003240     END-IF
003250     IF RECRUL-KEY-LOW NOT = SPACES
003260             AND RECRUL-KEY-HIGH NOT = SPACES
003270             AND RECRUL-KEY-LOW > RECRUL-KEY-HIGH
003280         MOVE "KEY LOW ABOVE KEY HIGH" TO WS-ERR-TEXT
003290         GO TO 1150-CHECK-RULE-EXIT
003300     END-IF
003310     IF NOT RECRUL-SCOPE-ONLY AND NOT RECRUL-SCOPE-ANY
003320         MOVE "SCOPE NOT O OR A" TO WS-ERR-TEXT
003330         GO TO 1150-CHECK-RULE-EXIT
003340     END-IF
003350     IF RECRUL-FIELD-SCOPE NOT = SPACE AND RECRUL-FIELD = SPACES
003360         MOVE "SCOPE NEEDS A FIELD" TO WS-ERR-TEXT
003370         GO TO 1150-CHECK-RULE-EXIT
003380     END-IF
003390     IF RECRUL-MAX-DIFF-X NOT = SPACES
003400             AND RECRUL-MAX-DIFF NOT NUMERIC
003410         MOVE "MAX DIFF NOT 9 DIGITS" TO WS-ERR-TEXT
003420         GO TO 1150-CHECK-RULE-EXIT
003430     END-IF
003440     IF (RECRUL-FIELD NOT = SPACES
003450             OR RECRUL-MAX-DIFF-X NOT = SPACES)
003460             AND RECRUL-REASON-CODE NOT = SPACES
003470             AND RECRUL-REASON-CODE NOT = "FM"
003480         MOVE "FIELD TEST NEEDS REASON FM" TO WS-ERR-TEXT
003490         GO TO 1150-CHECK-RULE-EXIT
003500     END-IF
003510     IF NOT RECRUL-STATUS-VALID
003520         MOVE "STATUS NOT IN, AD OR PU" TO WS-ERR-TEXT
003530     END-IF
003540     .
003550 1150-CHECK-RULE-EXIT.
003560     EXIT.
003570 1160-MATCH-RULE-ID.
003580     IF WS-RL-RECORD (WS-RL-IDX) (1:8) = RECRUL-RULE-ID
003590         MOVE WS-RL-IDX TO WS-RL-FOUND
003600     END-IF
003610     .
003620 1160-MATCH-RULE-ID-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650* 1300 - THE EXCEPTIONS THAT ALREADY CARRY A DISPOSITION.
003660*----------------------------------------------------------------*
003670 1300-LOAD-DISPOSITIONS.
003680     OPEN INPUT DSPIN-FILE
003690     IF WS-FILE-STATUS-DSI-NOTFND
003700         GO TO 1300-LOAD-DISPOSITIONS-EXIT
003710     END-IF
003720     IF NOT WS-FILE-STATUS-DSI-OK
003730         DISPLAY "EXCRULE: OPEN FAILED FOR DSPIN - STATUS "
003740             WS-FILE-STATUS-DSI
003750         MOVE 16 TO RETURN-CODE
003760         GOBACK
003770     END-IF
003780     SET WS-EOF-NO TO TRUE
003790     PERFORM 1310-LOAD-ONE-DISPOSITION
003800         THRU 1310-LOAD-ONE-DISPOSITION-EXIT
003810         UNTIL WS-EOF-YES
003820     CLOSE DSPIN-FILE
003830     .
003840 1300-LOAD-DISPOSITIONS-EXIT.
003850     EXIT.
003860 1310-LOAD-ONE-DISPOSITION.
003870     READ DSPIN-FILE
003880         AT END
003890             SET WS-EOF-YES TO TRUE
003900             GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
003910     END-READ
003920     IF NOT WS-FILE-STATUS-DSI-OK
003930         DISPLAY "EXCRULE: READ FAILED FOR DSPIN - STATUS "
003940             WS-FILE-STATUS-DSI
003950         MOVE 16 TO RETURN-CODE
003960         GOBACK
003970     END-IF
003980     ADD 1 TO WS-READ-COUNT
003990     IF DSPIN-RECORD = SPACES
004000         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004010     END-IF
004020     MOVE DSPIN-KEY TO WS-LOOKUP-KEY
004030     MOVE DSPIN-REASON-CODE TO WS-LOOKUP-REASON
004040     MOVE DSPIN-PAIR-ID TO WS-LOOKUP-PAIR
004050     PERFORM 2100-FIND-DISPOSITION THRU 2100-FIND-DISPOSITION-EXIT
004060     IF WS-DSP-FOUND > 0
004070         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004080     END-IF
004090     IF WS-DSP-COUNT = WS-DSP-MAX
004100         DISPLAY "EXCRULE: DISPOSITION TABLE FULL - RUN STOPPED"
004110         MOVE 16 TO RETURN-CODE
004120         GOBACK
004130     END-IF
004140     ADD 1 TO WS-DSP-COUNT
004150     MOVE DSPIN-KEY TO WS-DSP-KEY (WS-DSP-COUNT)
004160     MOVE DSPIN-REASON-CODE TO WS-DSP-REASON (WS-DSP-COUNT)
004170     MOVE DSPIN-PAIR-ID TO WS-DSP-PAIR (WS-DSP-COUNT)
004180     .
004190 1310-LOAD-ONE-DISPOSITION-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------*
004220* 1500 - THE FIELD DETAIL RECON WROTE FOR THE FM EXCEPTIONS.
004230*----------------------------------------------------------------*
004240 1500-LOAD-FIELD-DETAIL.
004250     OPEN INPUT FIELD-FILE
004260     IF WS-FILE-STATUS-FLD-NOTFND
004270         GO TO 1500-LOAD-FIELD-DETAIL-EXIT
004280     END-IF
004290     IF NOT WS-FILE-STATUS-FLD-OK
004300         DISPLAY "EXCRULE: OPEN FAILED FOR FLDFILE - STATUS "
004310             WS-FILE-STATUS-FLD
004320         MOVE 16 TO RETURN-CODE
004330         GOBACK
004340     END-IF
004350     SET WS-EOF-NO TO TRUE
004360     PERFORM 1510-LOAD-ONE-FIELD THRU 1510-LOAD-ONE-FIELD-EXIT
004370         UNTIL WS-EOF-YES
004380     CLOSE FIELD-FILE
004390     .
004400 1500-LOAD-FIELD-DETAIL-EXIT.
004410     EXIT.
004420 1510-LOAD-ONE-FIELD.
004430     READ FIELD-FILE
004440         AT END
004450             SET WS-EOF-YES TO TRUE
004460             GO TO 1510-LOAD-ONE-FIELD-EXIT
004470     END-READ
004480     IF NOT WS-FILE-STATUS-FLD-OK
004490         DISPLAY "EXCRULE: READ FAILED FOR FLDFILE - STATUS "
004500             WS-FILE-STATUS-FLD
004510         MOVE 16 TO RETURN-CODE
004520         GOBACK
004530     END-IF
004540     ADD 1 TO WS-READ-COUNT
004550     IF WS-FD-COUNT = WS-FD-MAX
004560         DISPLAY "EXCRULE: FIELD DETAIL TABLE FULL - RUN STOPPED"
004570         MOVE 16 TO RETURN-CODE
004580         GOBACK
004590     END-IF
004600     ADD 1 TO WS-FD-COUNT
004610     MOVE RECFLD-KEY TO WS-FD-KEY (WS-FD-COUNT)
004620     MOVE RECFLD-PAIR-ID TO WS-FD-PAIR (WS-FD-COUNT)
004630     MOVE RECFLD-FIELD-NO TO WS-FD-NO (WS-FD-COUNT)
004640     MOVE RECFLD-FIELD-NAME TO WS-FD-NAME (WS-FD-COUNT)
004650     MOVE RECFLD-FIELD-TYPE TO WS-FD-TYPE (WS-FD-COUNT)
004660     IF RECFLD-DIFFERENCE < 0
004670         COMPUTE WS-FD-DIFF (WS-FD-COUNT) = 0 - RECFLD-DIFFERENCE
004680     ELSE
004690         MOVE RECFLD-DIFFERENCE TO WS-FD-DIFF (WS-FD-COUNT)
004700     END-IF
004710     .
004720 1510-LOAD-ONE-FIELD-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------*
004750* 2000 - ONE EXCEPTION.  ONE ALREADY DISPOSITIONED IS LEFT AS
004760* THE DESK LEFT IT; OTHERWISE THE FIRST RULE IT SATISFIES
004770* DISPOSITIONS IT.
004780*----------------------------------------------------------------*
004790 2000-APPLY-ONE-EXCEPTION.
004800     READ EXTRACT-FILE
004810         AT END
004820             SET WS-EOF-YES TO TRUE
004830             GO TO 2000-APPLY-ONE-EXCEPTION-EXIT
004840     END-READ
004850     IF NOT WS-FILE-STATUS-EXT-OK
004860         DISPLAY "EXCRULE: READ FAILED FOR EXTFILE - STATUS "
004870             WS-FILE-STATUS-EXT
004880         MOVE 16 TO RETURN-CODE
004890         GOBACK
004900     END-IF
004910     ADD 1 TO WS-READ-COUNT
004920     ADD 1 TO WS-EXC-COUNT
004930     MOVE RECEXT-KEY TO WS-LOOKUP-KEY
004940     MOVE RECEXT-REASON-CODE TO WS-LOOKUP-REASON
004950     MOVE RECEXT-PAIR-ID TO WS-LOOKUP-PAIR
004960     PERFORM 2100-FIND-DISPOSITION THRU 2100-FIND-DISPOSITION-EXIT
004970     IF WS-DSP-FOUND > 0
004980         ADD 1 TO WS-HELD-COUNT
004990         GO TO 2000-APPLY-ONE-EXCEPTION-EXIT
005000     END-IF
005010     MOVE ZERO TO WS-XF-COUNT
005020     IF WS-FIELD-RULES-YES AND RECEXT-REASON-FIELD-MISM
005030         PERFORM 2200-GATHER-ONE-FIELD
005040             THRU 2200-GATHER-ONE-FIELD-EXIT
005050             VARYING WS-FD-IDX FROM 1 BY 1
005060             UNTIL WS-FD-IDX > WS-FD-COUNT
005070     END-IF
005080     MOVE ZERO TO WS-RL-FOUND
005090     PERFORM 2300-TRY-ONE-RULE THRU 2300-TRY-ONE-RULE-EXIT
005100         VARYING WS-RL-IDX FROM 1 BY 1
005110         UNTIL WS-RL-IDX > WS-RL-COUNT OR WS-RL-FOUND > 0
005120     IF WS-RL-FOUND = 0
005130         ADD 1 TO WS-LEFT-COUNT
005140         GO TO 2000-APPLY-ONE-EXCEPTION-EXIT
005150     END-IF
005160     PERFORM 2500-WRITE-DISPOSITION
005170         THRU 2500-WRITE-DISPOSITION-EXIT
005180     .
005190 2000-APPLY-ONE-EXCEPTION-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220* 2100 - LOOK UP WS-LOOKUP-EXCEPTION AMONG THE DISPOSITIONS
005230* ALREADY HELD.
005240*----------------------------------------------------------------*
005250 2100-FIND-DISPOSITION.
005260     MOVE ZERO TO WS-DSP-FOUND
005270     PERFORM 2110-MATCH-ONE-DISPOSITION
005280         THRU 2110-MATCH-ONE-DISPOSITION-EXIT
005290         VARYING WS-DSP-IDX FROM 1 BY 1
005300         UNTIL WS-DSP-IDX > WS-DSP-COUNT OR WS-DSP-FOUND > 0
005310     .
005320 2100-FIND-DISPOSITION-EXIT.
005330     EXIT.
005340 2110-MATCH-ONE-DISPOSITION.
005350     IF WS-DSP-KEY (WS-DSP-IDX) = WS-LOOKUP-KEY
005360             AND WS-DSP-REASON (WS-DSP-IDX) = WS-LOOKUP-REASON
005370             AND WS-DSP-PAIR (WS-DSP-IDX) = WS-LOOKUP-PAIR
005380         MOVE WS-DSP-IDX TO WS-DSP-FOUND
005390     END-IF
005400     .
005410 2110-MATCH-ONE-DISPOSITION-EXIT.
005420     EXIT.
005430 2200-GATHER-ONE-FIELD.
005440     IF WS-FD-KEY (WS-FD-IDX) NOT = RECEXT-KEY
005450             OR WS-FD-PAIR (WS-FD-IDX) NOT = RECEXT-PAIR-ID
005460         GO TO 2200-GATHER-ONE-FIELD-EXIT
005470     END-IF
005480     IF WS-XF-COUNT = WS-XF-MAX
005490         GO TO 2200-GATHER-ONE-FIELD-EXIT
005500     END-IF
005510     ADD 1 TO WS-XF-COUNT
005520     MOVE WS-FD-NO (WS-FD-IDX) TO WS-XF-NO (WS-XF-COUNT)
005530     MOVE WS-FD-NAME (WS-FD-IDX) TO WS-XF-NAME (WS-XF-COUNT)
005540     MOVE WS-FD-TYPE (WS-FD-IDX) TO WS-XF-TYPE (WS-XF-COUNT)
005550     MOVE WS-FD-DIFF (WS-FD-IDX) TO WS-XF-DIFF (WS-XF-COUNT)
005560     .
005570 2200-GATHER-ONE-FIELD-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------*
005600* 2300 - ONE RULE AGAINST THE CURRENT EXCEPTION.  EACH TEST THE
005610* RULE LEAVES BLANK PASSES; THE FIRST THAT FAILS ENDS THE TRY.
005620*----------------------------------------------------------------*
005630 2300-TRY-ONE-RULE.
005640     MOVE WS-RL-RECORD (WS-RL-IDX) TO WS-RW-RECORD
005650     IF WS-RW-REASON-CODE NOT = SPACES
005660             AND WS-RW-REASON-CODE NOT = RECEXT-REASON-CODE
005670         GO TO 2300-TRY-ONE-RULE-EXIT
005680     END-IF
005690     IF WS-RW-PAIR-ID NOT = SPACES AND WS-RW-PAIR-ID NOT = "*"
005700             AND WS-RW-PAIR-ID NOT = RECEXT-PAIR-ID
005710         GO TO 2300-TRY-ONE-RULE-EXIT
005720     END-IF
005730     IF WS-RW-KEY-LOW NOT = SPACES
005740             AND RECEXT-KEY < WS-RW-KEY-LOW
005750         GO TO 2300-TRY-ONE-RULE-EXIT
005760     END-IF
005770     IF WS-RW-KEY-HIGH NOT = SPACES
005780             AND RECEXT-KEY > WS-RW-KEY-HIGH
005790         GO TO 2300-TRY-ONE-RULE-EXIT
005800     END-IF
005810     IF WS-RW-FIELD NOT = SPACES
005820         PERFORM 2400-TEST-NAMED-FIELD
005830             THRU 2400-TEST-NAMED-FIELD-EXIT
005840         IF WS-MATCH-NO
005850             GO TO 2300-TRY-ONE-RULE-EXIT
005860         END-IF
005870     ELSE
005880         IF WS-RW-MAX-DIFF-X NOT = SPACES
005890             PERFORM 2450-TEST-EVERY-FIELD
005900                 THRU 2450-TEST-EVERY-FIELD-EXIT
005910             IF WS-MATCH-NO
005920                 GO TO 2300-TRY-ONE-RULE-EXIT
005930             END-IF
005940         END-IF
005950     END-IF
005960     MOVE WS-RL-IDX TO WS-RL-FOUND
005970     .
005980 2300-TRY-ONE-RULE-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------*
006010* 2400 - THE RULE'S FIELD MUST BE AMONG THE EXCEPTION'S DIFFERING
006020* FIELDS (THE ONLY ONE, FOR SCOPE O) AND WITHIN ANY LIMIT.  A
006030* TWO-DIGIT FIELD IS A FIELD NUMBER, ANYTHING ELSE A NAME.
006040*----------------------------------------------------------------*
006050 2400-TEST-NAMED-FIELD.
006060     SET WS-MATCH-NO TO TRUE
006070     MOVE ZERO TO WS-XF-FOUND
006080     PERFORM 2410-MATCH-ONE-FIELD THRU 2410-MATCH-ONE-FIELD-EXIT
006090         VARYING WS-XF-IDX FROM 1 BY 1
006100         UNTIL WS-XF-IDX > WS-XF-COUNT OR WS-XF-FOUND > 0
006110     IF WS-XF-FOUND = 0
006120         GO TO 2400-TEST-NAMED-FIELD-EXIT
006130     END-IF
006140     IF WS-RW-SCOPE-ONLY AND WS-XF-COUNT NOT = 1
006150         GO TO 2400-TEST-NAMED-FIELD-EXIT
006160     END-IF
006170     IF WS-RW-MAX-DIFF-X NOT = SPACES
006180         IF WS-XF-TYPE (WS-XF-FOUND) = "C"
006190                 OR WS-XF-TYPE (WS-XF-FOUND) = "D"
006200                 OR WS-XF-DIFF (WS-XF-FOUND) > WS-RW-MAX-DIFF
006210             GO TO 2400-TEST-NAMED-FIELD-EXIT
006220         END-IF
006230     END-IF
006240     SET WS-MATCH-YES TO TRUE
006250     .
006260 2400-TEST-NAMED-FIELD-EXIT.
006270     EXIT.
006280 2410-MATCH-ONE-FIELD.
006290     IF WS-RW-FIELD-NO-X NUMERIC AND WS-RW-FIELD-NO-REST = SPACES
006300         IF WS-XF-NO (WS-XF-IDX) = WS-RW-FIELD-NO
006310             MOVE WS-XF-IDX TO WS-XF-FOUND
006320         END-IF
006330     ELSE
006340         IF WS-XF-NAME (WS-XF-IDX) = WS-RW-FIELD
006350             MOVE WS-XF-IDX TO WS-XF-FOUND
006360         END-IF
006370     END-IF
006380     .
006390 2410-MATCH-ONE-FIELD-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420* 2450 - NO FIELD NAMED: AT LEAST ONE FIELD DIFFERS AND EVERY ONE
006430* THAT DOES IS NUMERIC AND WITHIN THE LIMIT.
006440*----------------------------------------------------------------*
006450 2450-TEST-EVERY-FIELD.
006460     IF WS-XF-COUNT = 0
006470         SET WS-MATCH-NO TO TRUE
006480         GO TO 2450-TEST-EVERY-FIELD-EXIT
006490     END-IF
006500     SET WS-MATCH-YES TO TRUE
006510     PERFORM 2460-LIMIT-ONE-FIELD THRU 2460-LIMIT-ONE-FIELD-EXIT
006520         VARYING WS-XF-IDX FROM 1 BY 1
006530         UNTIL WS-XF-IDX > WS-XF-COUNT OR WS-MATCH-NO
006540     .
006550 2450-TEST-EVERY-FIELD-EXIT.
006560     EXIT.
006570 2460-LIMIT-ONE-FIELD.
006580     IF WS-XF-TYPE (WS-XF-IDX) = "C"
006590             OR WS-XF-TYPE (WS-XF-IDX) = "D"
006600             OR WS-XF-DIFF (WS-XF-IDX) > WS-RW-MAX-DIFF
006610         SET WS-MATCH-NO TO TRUE
006620     END-IF
006630     .
006640 2460-LIMIT-ONE-FIELD-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------*
006670* 2500 - THE RULE'S DISPOSITION FOR THE EXCEPTION.  A BLANK OWNER
006680* IS THE RULE ID AND A BLANK NOTE SAYS WHICH RULE SET IT, SO THE
006690* DESK CAN TELL A RULE'S WORK FROM ITS OWN ON RECONINQ.
006700*----------------------------------------------------------------*
006710 2500-WRITE-DISPOSITION.
006720     MOVE WS-RL-RECORD (WS-RL-FOUND) TO WS-RW-RECORD
006730     MOVE SPACES TO RECDSP-RECORD
006740     MOVE RECEXT-KEY TO RECDSP-KEY
006750     MOVE RECEXT-REASON-CODE TO RECDSP-REASON-CODE
006760     MOVE RECEXT-PAIR-ID TO RECDSP-PAIR-ID
006770     MOVE WS-RW-STATUS TO RECDSP-STATUS
006780     IF WS-RW-OWNER-ID = SPACES
006790         MOVE WS-RW-RULE-ID TO RECDSP-OWNER-ID
006800     ELSE
006810         MOVE WS-RW-OWNER-ID TO RECDSP-OWNER-ID
006820     END-IF
006830     IF WS-RW-NOTE = SPACES
006840         STRING "AUTO-DISPOSED BY RULE " WS-RW-RULE-ID
006850             DELIMITED BY SIZE INTO RECDSP-NOTE
006860     ELSE
006870         MOVE WS-RW-NOTE TO RECDSP-NOTE
006880     END-IF
006890     WRITE RECDSP-RECORD
006900     IF NOT WS-FILE-STATUS-DSO-OK
006910         DISPLAY "EXCRULE: WRITE FAILED FOR DSPAUTO - STATUS "
006920             WS-FILE-STATUS-DSO
006930         MOVE 16 TO RETURN-CODE
006940         GOBACK
006950     END-IF
006960     ADD 1 TO WS-RL-USED (WS-RL-FOUND)
006970     ADD 1 TO WS-AUTO-COUNT
006980     .
006990 2500-WRITE-DISPOSITION-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020* 8000 - ONE LINE PER RULE WITH ITS COUNT, THEN THE TOTALS.
007030*----------------------------------------------------------------*
007040 8000-PRINT-REPORT.
007050     MOVE SPACES TO WS-REPORT-LINE
007060     STRING "EXCEPTION AUTO-DISPOSITION - RUN " WS-RUN-DATE
007070         " " WS-RUN-TIME-RAW (1:6)
007080         DELIMITED BY SIZE
007090         INTO WS-REPORT-LINE
007100     PERFORM 8900-WRITE-REPORT-LINE
007110         THRU 8900-WRITE-REPORT-LINE-EXIT
007120     MOVE SPACES TO WS-REPORT-LINE
007130     PERFORM 8900-WRITE-REPORT-LINE
007140         THRU 8900-WRITE-REPORT-LINE-EXIT
007150     MOVE "  RULE     RSN PAIR     FIELD    SCOPE ST OWNER"
007160         TO WS-REPORT-LINE
007170     MOVE "DISPOSED" TO WS-REPORT-LINE (53:8)
007180     PERFORM 8900-WRITE-REPORT-LINE
007190         THRU 8900-WRITE-REPORT-LINE-EXIT
007200     IF WS-RL-COUNT = 0
007210         MOVE "  NO RULES ON DSPRULE" TO WS-REPORT-LINE
007220         PERFORM 8900-WRITE-REPORT-LINE
007230             THRU 8900-WRITE-REPORT-LINE-EXIT
007240     END-IF
007250     PERFORM 8100-PRINT-RULE-LINE THRU 8100-PRINT-RULE-LINE-EXIT
007260         VARYING WS-RL-IDX FROM 1 BY 1
007270         UNTIL WS-RL-IDX > WS-RL-COUNT
007280     MOVE SPACES TO WS-REPORT-LINE
007290     PERFORM 8900-WRITE-REPORT-LINE
007300         THRU 8900-WRITE-REPORT-LINE-EXIT
007310     MOVE WS-EXC-COUNT TO WS-EDIT-COUNT
007320     MOVE SPACES TO WS-REPORT-LINE
007330     STRING "EXCEPTIONS ON THE EXTRACT   : " WS-EDIT-COUNT
007340         DELIMITED BY SIZE INTO WS-REPORT-LINE
007350     PERFORM 8900-WRITE-REPORT-LINE
007360         THRU 8900-WRITE-REPORT-LINE-EXIT
007370     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
007380     MOVE SPACES TO WS-REPORT-LINE
007390     STRING "ALREADY DISPOSITIONED       : " WS-EDIT-COUNT
007400         DELIMITED BY SIZE INTO WS-REPORT-LINE
007410     PERFORM 8900-WRITE-REPORT-LINE
007420         THRU 8900-WRITE-REPORT-LINE-EXIT
007430     MOVE WS-AUTO-COUNT TO WS-EDIT-COUNT
007440     MOVE SPACES TO WS-REPORT-LINE
007450     STRING "DISPOSITIONED BY A RULE     : " WS-EDIT-COUNT
007460         DELIMITED BY SIZE INTO WS-REPORT-LINE
007470     PERFORM 8900-WRITE-REPORT-LINE
007480         THRU 8900-WRITE-REPORT-LINE-EXIT
007490     MOVE WS-LEFT-COUNT TO WS-EDIT-COUNT
007500     MOVE SPACES TO WS-REPORT-LINE
007510     STRING "LEFT FOR THE DESK           : " WS-EDIT-COUNT
007520         DELIMITED BY SIZE INTO WS-REPORT-LINE
007530     PERFORM 8900-WRITE-REPORT-LINE
007540         THRU 8900-WRITE-REPORT-LINE-EXIT
007550     .
007560 8000-PRINT-REPORT-EXIT.
007570     EXIT.
007580 8100-PRINT-RULE-LINE.
007590     MOVE WS-RL-RECORD (WS-RL-IDX) TO WS-RW-RECORD
007600     MOVE SPACES TO WS-REPORT-LINE
007610     MOVE WS-RW-RULE-ID TO WS-REPORT-LINE (3:8)
007620     MOVE WS-RW-REASON-CODE TO WS-REPORT-LINE (12:2)
007630     MOVE WS-RW-PAIR-ID TO WS-REPORT-LINE (16:8)
007640     MOVE WS-RW-FIELD TO WS-REPORT-LINE (25:8)
007650     IF WS-RW-FIELD NOT = SPACES
007660         IF WS-RW-SCOPE-ANY
007670             MOVE "ANY" TO WS-REPORT-LINE (34:4)
007680         ELSE
007690             MOVE "ONLY" TO WS-REPORT-LINE (34:4)
007700         END-IF
007710     END-IF
007720     MOVE WS-RW-STATUS TO WS-REPORT-LINE (40:2)
007730     MOVE WS-RW-OWNER-ID TO WS-REPORT-LINE (43:8)
007740     MOVE WS-RL-USED (WS-RL-IDX) TO WS-EDIT-COUNT
007750     MOVE WS-EDIT-COUNT TO WS-REPORT-LINE (52:9)
007760     PERFORM 8900-WRITE-REPORT-LINE
007770         THRU 8900-WRITE-REPORT-LINE-EXIT
007780     IF WS-RW-KEY-LOW NOT = SPACES OR WS-RW-KEY-HIGH NOT = SPACES
007790             OR WS-RW-MAX-DIFF-X NOT = SPACES
007800         MOVE SPACES TO WS-REPORT-LINE
007810         IF WS-RW-KEY-LOW NOT = SPACES
007820                 OR WS-RW-KEY-HIGH NOT = SPACES
007830             MOVE "KEYS" TO WS-REPORT-LINE (12:4)
007840             MOVE WS-RW-KEY-LOW TO WS-REPORT-LINE (17:10)
007850             MOVE "TO" TO WS-REPORT-LINE (28:2)
007860             MOVE WS-RW-KEY-HIGH TO WS-REPORT-LINE (31:10)
007870         END-IF
007880         IF WS-RW-MAX-DIFF-X NOT = SPACES
007890             MOVE "MAX DIFF" TO WS-REPORT-LINE (43:8)
007900             MOVE WS-RW-MAX-DIFF-X TO WS-REPORT-LINE (52:9)
007910         END-IF
007920         PERFORM 8900-WRITE-REPORT-LINE
007930             THRU 8900-WRITE-REPORT-LINE-EXIT
007940     END-IF
007950     .
007960 8100-PRINT-RULE-LINE-EXIT.
007970     EXIT.
007980 8900-WRITE-REPORT-LINE.
007990     WRITE REPORT-RECORD FROM WS-REPORT-LINE
008000     IF NOT WS-FILE-STATUS-RPT-OK
008010         DISPLAY "EXCRULE: WRITE FAILED FOR RULRPT - STATUS "
008020             WS-FILE-STATUS-RPT
008030         MOVE 16 TO RETURN-CODE
008040         GOBACK
008050     END-IF
008060     .
008070 8900-WRITE-REPORT-LINE-EXIT.
008080     EXIT.
008090 9999-TERMINATE.
008100     CLOSE EXTRACT-FILE
008110     CLOSE DSPOUT-FILE
008120     CLOSE REPORT-FILE
008130     MOVE 0 TO RETURN-CODE
008140     .
008150 9999-TERMINATE-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------*
008180* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
008190*----------------------------------------------------------------*
008200 COPY "RECSTP.cpy".
008210 END PROGRAM EXCRULE.
