000230*   - ON THE NEW MASTER ONLY: ONLY AN ADD TRANSACTION WITH THE
000240*     MATCHING AFTER IMAGE EXPLAINS THE ADD.
000250*   - TRANSACTION ONLY: NOTHING TO PROVE (A REJECTED ADD).
000260* A KEY CHANGE LEG IS PROVED AS WHAT IT APPLIES AS: THE OUT LEG
000270* EXPLAINS A DROP AT THE OLD KEY, THE IN LEG WITH THE MATCHING
000280* AFTER IMAGE AN ADD AT THE NEW KEY.
000290* A FIELD UPDATE ON BOTH MASTERS IS PROVED BY LAYING ITS RANGES
000300* OVER THE OLD IMAGE HERE: THE NEW IMAGE MUST BE THAT RESULT
000310* (APPLIED) OR THE OLD IMAGE (REJECTED).
000320* THE PRIOR PENDING GENERATION (PENDIN - OPTIONAL) IS MERGED IN
000330* WITH DLTFILE AS DELTAAPL MERGES IT; A DLTFILE TRANSACTION
000340* SUPERSEDES A PENDING ONE FOR THE SAME KEY.  A PENDING
000350* TRANSACTION THAT CAME DUE WAS APPLIED OR REJECTED, ONE STILL
000360* PENDING LEFT THE KEY UNTOUCHED, AND EITHER IS EXPLAINED.
000370* ANY UNEXPLAINED ADD, DROP OR CHANGE IS REPORTED BY KEY ON
000380* VERIRPT AND THE RUN ENDS RC=8 SO THE SCHEDULER HOLDS THE
000390* DOWNSTREAM JOBS.  BOTH MASTERS CARRY THE HOUSE BRACKET AND
000400* ARE PROVED AGAINST THEIR TRAILERS; A BROKEN BRACKET IS RC=16.
000410*
000420* MODIFICATION HISTORY.
000430*   2026-09-02 DS   INITIAL VERSION.
000440*   2026-10-15 DS   KEY CHANGE LEGS PROVED AS A DROP AND AN ADD.
000450*   2026-10-15 DS   FIELD UPDATES PROVED BY THEIR OVERLAID IMAGE;
000460*                   THE PENDIN PENDING TRANSACTIONS MERGED IN SO
000470*                   ONES RELEASED TONIGHT ARE EXPLAINED.
000480*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000490*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000500*                   THE STEPSLA BATCH-WINDOW REPORT.
000510*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT MASTIN-FILE ASSIGN TO MASTIN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FILE-STATUS-MIN.
000590     SELECT MASTOUT-FILE ASSIGN TO MASTOUT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FILE-STATUS-MOUT.
000620     SELECT DELTA-FILE ASSIGN TO DLTFILE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FILE-STATUS-DELTA.
000650     SELECT PEND-IN-FILE ASSIGN TO PENDIN
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FILE-STATUS-PNDI.
000680     SELECT REPORT-FILE ASSIGN TO VERIRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FILE-STATUS-RPT.
000710     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RECSTW-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MASTIN-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==MASTIN-==.
000790 FD  MASTOUT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "RECLAY.cpy" REPLACING LEADING ==RECLAY-== BY ==MASTOUT-==.
000820 FD  DELTA-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==DLTF-==.
000850 FD  PEND-IN-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 COPY "RECDLT.cpy" REPLACING LEADING ==RECDLT-== BY ==PNDI-==.
000880 FD  REPORT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-RECORD                   PIC X(80).
000910 FD  STEPTIME-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY "RECSTM.cpy".
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------*
000960* THE TRANSACTION IN HAND - THE NEXT OF DLTFILE AND PENDIN IN
000970* KEY ORDER.
000980*----------------------------------------------------------------*
000990 COPY "RECDLT.cpy".
001000 01  WS-EOF-SWITCHES.
001010     05  WS-EOF-MIN-SW               PIC X(01) VALUE "N".
001020         88  WS-EOF-MIN-YES                     VALUE "Y".
001030         88  WS-EOF-MIN-NO                      VALUE "N".
001040     05  WS-EOF-MOUT-SW              PIC X(01) VALUE "N".
001050         88  WS-EOF-MOUT-YES                    VALUE "Y".
001060         88  WS-EOF-MOUT-NO                     VALUE "N".
001070     05  WS-EOF-DLT-SW               PIC X(01) VALUE "N".
001080         88  WS-EOF-DLT-YES                     VALUE "Y".
001090         88  WS-EOF-DLT-NO                      VALUE "N".
001100     05  WS-EOF-DLTF-SW              PIC X(01) VALUE "N".
001110         88  WS-EOF-DLTF-YES                    VALUE "Y".
001120         88  WS-EOF-DLTF-NO                     VALUE "N".
001130     05  WS-EOF-PNDI-SW              PIC X(01) VALUE "N".
001140         88  WS-EOF-PNDI-YES                    VALUE "Y".
001150         88  WS-EOF-PNDI-NO                     VALUE "N".
001160     05  WS-DLTF-IN-HAND-SW          PIC X(01) VALUE "N".
001170         88  WS-DLTF-IN-HAND-YES                VALUE "Y".
001180         88  WS-DLTF-IN-HAND-NO                 VALUE "N".
001190     05  WS-PNDI-IN-HAND-SW          PIC X(01) VALUE "N".
001200         88  WS-PNDI-IN-HAND-YES                VALUE "Y".
001210         88  WS-PNDI-IN-HAND-NO                 VALUE "N".
001220     05  WS-PENDIN-SW                PIC X(01) VALUE "N".
001230         88  WS-PENDIN-OPEN                     VALUE "Y".
001240         88  WS-PENDIN-ABSENT                   VALUE "N".
001250 01  WS-FILE-STATUSES.
001260     05  WS-FILE-STATUS-MIN          PIC X(02) VALUE "00".
001270         88  WS-FILE-STATUS-MIN-OK             VALUE "00".
001280     05  WS-FILE-STATUS-MOUT         PIC X(02) VALUE "00".
001290         88  WS-FILE-STATUS-MOUT-OK            VALUE "00".
001300     05  WS-FILE-STATUS-DELTA        PIC X(02) VALUE "00".
001310         88  WS-FILE-STATUS-DELTA-OK           VALUE "00".
001320     05  WS-FILE-STATUS-PNDI         PIC X(02) VALUE "00".
001330         88  WS-FILE-STATUS-PNDI-OK            VALUE "00".
001340         88  WS-FILE-STATUS-PNDI-NOTFND        VALUE "35".
001350     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001360         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001370*----------------------------------------------------------------*
001380* BRACKET CONTROLS FOR THE TWO MASTERS, THE SAME PROOFS THE
001390* APPLY STEP ITSELF RUNS.
001400*----------------------------------------------------------------*
001410 01  WS-HDR-TRL-CONTROLS.
001420     05  WS-HEADER-SEEN-I-SW         PIC X(01) VALUE "N".
001430         88  WS-HEADER-SEEN-I-YES               VALUE "Y".
001440     05  WS-TRAILER-SEEN-I-SW        PIC X(01) VALUE "N".
001450         88  WS-TRAILER-SEEN-I-YES              VALUE "Y".
001460     05  WS-HEADER-SEEN-O-SW         PIC X(01) VALUE "N".
001470         88  WS-HEADER-SEEN-O-YES               VALUE "Y".
001480     05  WS-TRAILER-SEEN-O-SW        PIC X(01) VALUE "N".
001490         88  WS-TRAILER-SEEN-O-YES              VALUE "Y".
001500     05  WS-RECORDS-READ-I           PIC 9(09) COMP-3 VALUE ZERO.
001510     05  WS-RECORDS-READ-O           PIC 9(09) COMP-3 VALUE ZERO.
001520     05  WS-TRAILER-COUNT-I          PIC 9(09) COMP-3 VALUE ZERO.
001530     05  WS-TRAILER-COUNT-O          PIC 9(09) COMP-3 VALUE ZERO.
001540 01  WS-COUNTERS COMP-3.
001550     05  WS-UNCHANGED-COUNT          PIC 9(09) VALUE ZERO.
001560     05  WS-APPLIED-ADD-COUNT        PIC 9(07) VALUE ZERO.
001570     05  WS-APPLIED-CHG-COUNT        PIC 9(07) VALUE ZERO.
001580     05  WS-APPLIED-DEL-COUNT        PIC 9(07) VALUE ZERO.
001590     05  WS-APPLIED-KC-COUNT         PIC 9(07) VALUE ZERO.
001600     05  WS-APPLIED-UPD-COUNT        PIC 9(07) VALUE ZERO.
001610     05  WS-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
001620     05  WS-UNEXPL-ADD-COUNT         PIC 9(07) VALUE ZERO.
001630     05  WS-UNEXPL-DROP-COUNT        PIC 9(07) VALUE ZERO.
001640     05  WS-UNEXPL-CHG-COUNT         PIC 9(07) VALUE ZERO.
001650     05  WS-DLT-SEQ-SKIPPED          PIC 9(07) VALUE ZERO.
001660     05  WS-PEND-READ-COUNT          PIC 9(07) VALUE ZERO.
001670     05  WS-PEND-SUPERSEDED          PIC 9(07) VALUE ZERO.
001680*----------------------------------------------------------------*
001690* CURRENT MERGE KEYS.  AN EXHAUSTED INPUT PARKS AT HIGH-VALUES
001700* SO THE THREE-WAY MINIMUM WALK NEEDS NO SPECIAL END CASES.
001710*----------------------------------------------------------------*
001720 01  WS-MERGE-KEYS.
001730     05  WS-KEY-MIN                  PIC X(10) VALUE HIGH-VALUES.
001740     05  WS-KEY-MOUT                 PIC X(10) VALUE HIGH-VALUES.
001750     05  WS-KEY-DLT                  PIC X(10) VALUE HIGH-VALUES.
001760     05  WS-KEY-CURRENT              PIC X(10).
001770 01  WS-PRESENT-FLAGS.
001780     05  WS-ON-MIN-SW                PIC X(01).
001790         88  WS-ON-MIN-YES                      VALUE "Y".
001800     05  WS-ON-MOUT-SW               PIC X(01).
001810         88  WS-ON-MOUT-YES                     VALUE "Y".
001820     05  WS-ON-DLT-SW                PIC X(01).
001830         88  WS-ON-DLT-YES                      VALUE "Y".
001840 01  WS-PREV-DLT-KEY                 PIC X(10) VALUE LOW-VALUES.
001850 01  WS-PREV-PEND-KEY                PIC X(10) VALUE LOW-VALUES.
001860*----------------------------------------------------------------*
001870* A FIELD UPDATE'S EXPECTED IMAGE - THE OLD MASTER IMAGE WITH
001880* EACH RANGE LAID OVER IT FROM THE VALUES AREA IN TURN.  A RANGE
001890* THAT CANNOT BE LAID DOWN LEAVES NO EXPECTED IMAGE, AND ONLY A
001900* REJECTION THEN EXPLAINS THE KEY.
001910*----------------------------------------------------------------*
001920 01  WS-UPD-IMAGE                    PIC X(500).
001930 01  WS-UPD-IDX                      PIC S9(04) COMP.
001940 01  WS-UPD-PTR                      PIC S9(04) COMP.
001950 01  WS-UPD-END                      PIC S9(04) COMP.
001960 01  WS-UPD-IMAGE-SW                 PIC X(01) VALUE "N".
001970     88  WS-UPD-IMAGE-OK                        VALUE "Y".
001980     88  WS-UPD-IMAGE-NONE                      VALUE "N".
001990*----------------------------------------------------------------*
002000* UNEXPLAINED DETAIL - THE FIRST FIFTY OFFENDERS BY KEY.
002010*----------------------------------------------------------------*
002020 01  WS-BAD-TABLE.
002030     05  WS-BAD-SHOWN                PIC S9(04) COMP VALUE ZERO.
002040     05  WS-BAD-LIMIT                PIC S9(04) COMP VALUE 50.
002050     05  WS-BAD-ENTRY OCCURS 50 TIMES.
002060         10  WS-BAD-KEY              PIC X(10).
002070         10  WS-BAD-TYPE             PIC X(18).
002080 01  WS-BAD-IDX                      PIC S9(04) COMP.
002090 01  WS-BAD-TYPE-WK                  PIC X(18).
002100 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
002110 01  WS-REPORT-LINE                  PIC X(80).
002120 01  WS-RUN-DATE                     PIC X(08).
002130 COPY "RECSTW.cpy".
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     MOVE "DLTVERIF" TO RECSTW-PROGRAM-ID
002170     PERFORM 9800-START-STEP-TIMING
002180         THRU 9800-START-STEP-TIMING-EXIT
002190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002200     PERFORM 2000-VERIFY-ONE-KEY THRU 2000-VERIFY-ONE-KEY-EXIT
002210         UNTIL WS-EOF-MIN-YES AND WS-EOF-MOUT-YES
002220             AND WS-EOF-DLT-YES
002230     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002240     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002250     MOVE WS-RECORDS-READ-O TO RECSTW-RECORD-COUNT
002260     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002270     PERFORM 9810-WRITE-STEP-TIMING
002280         THRU 9810-WRITE-STEP-TIMING-EXIT
002290     GOBACK
002300     .
002310 0000-MAINLINE-EXIT.
002320     EXIT.
002330 1000-INITIALIZE.
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002350     OPEN INPUT MASTIN-FILE
002360     IF NOT WS-FILE-STATUS-MIN-OK
002370         DISPLAY "DLTVERIF: OPEN FAILED FOR MASTIN - STATUS "
002380             WS-FILE-STATUS-MIN
002390         MOVE 16 TO RETURN-CODE
002400         GOBACK
002410     END-IF
002420     OPEN INPUT MASTOUT-FILE
002430     IF NOT WS-FILE-STATUS-MOUT-OK
002440         DISPLAY "DLTVERIF: OPEN FAILED FOR MASTOUT - STATUS "
002450             WS-FILE-STATUS-MOUT
002460         MOVE 16 TO RETURN-CODE
002470         GOBACK
002480     END-IF
002490     OPEN INPUT DELTA-FILE
002500     IF NOT WS-FILE-STATUS-DELTA-OK
002510         DISPLAY "DLTVERIF: OPEN FAILED FOR DLTFILE - STATUS "
002520             WS-FILE-STATUS-DELTA
002530         MOVE 16 TO RETURN-CODE
002540         GOBACK
002550     END-IF
002560     OPEN INPUT PEND-IN-FILE
002570     EVALUATE TRUE
002580         WHEN WS-FILE-STATUS-PNDI-NOTFND
002590             SET WS-EOF-PNDI-YES TO TRUE
002600         WHEN WS-FILE-STATUS-PNDI-OK
002610             SET WS-PENDIN-OPEN TO TRUE
002620         WHEN OTHER
002630             DISPLAY "DLTVERIF: OPEN FAILED FOR PENDIN - STATUS "
002640                 WS-FILE-STATUS-PNDI
002650             MOVE 16 TO RETURN-CODE
002660             GOBACK
002670     END-EVALUATE
002680     OPEN OUTPUT REPORT-FILE
002690     IF NOT WS-FILE-STATUS-RPT-OK
002700         DISPLAY "DLTVERIF: OPEN FAILED FOR VERIRPT - STATUS "
002710             WS-FILE-STATUS-RPT
002720         MOVE 16 TO RETURN-CODE
002730         GOBACK
002740     END-IF
002750     PERFORM 2100-READ-MASTIN THRU 2100-READ-MASTIN-EXIT
002760     PERFORM 2200-READ-MASTOUT THRU 2200-READ-MASTOUT-EXIT
002770     PERFORM 2300-READ-DELTA THRU 2300-READ-DELTA-EXIT
002780     .
002790 1000-INITIALIZE-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------*
002820* 2000 - ONE KEY OF THE THREE-WAY WALK: TAKE THE LOWEST KEY IN
002830* HAND, NOTE WHICH INPUTS CARRY IT, JUDGE IT, AND ADVANCE THE
002840* INPUTS THAT MATCHED.
002850*----------------------------------------------------------------*
002860 2000-VERIFY-ONE-KEY.
002870     MOVE WS-KEY-MIN TO WS-KEY-CURRENT
002880     IF WS-KEY-MOUT < WS-KEY-CURRENT
002890         MOVE WS-KEY-MOUT TO WS-KEY-CURRENT
002900     END-IF
002910     IF WS-KEY-DLT < WS-KEY-CURRENT
002920         MOVE WS-KEY-DLT TO WS-KEY-CURRENT
002930     END-IF
002940     MOVE "N" TO WS-ON-MIN-SW
002950     MOVE "N" TO WS-ON-MOUT-SW
002960     MOVE "N" TO WS-ON-DLT-SW
002970     IF WS-KEY-MIN = WS-KEY-CURRENT AND WS-EOF-MIN-NO
002980         MOVE "Y" TO WS-ON-MIN-SW
002990     END-IF
003000     IF WS-KEY-MOUT = WS-KEY-CURRENT AND WS-EOF-MOUT-NO
003010         MOVE "Y" TO WS-ON-MOUT-SW
003020     END-IF
003030     IF WS-KEY-DLT = WS-KEY-CURRENT AND WS-EOF-DLT-NO
003040         MOVE "Y" TO WS-ON-DLT-SW
003050     END-IF
003060     PERFORM 3000-JUDGE-KEY THRU 3000-JUDGE-KEY-EXIT
003070     IF WS-ON-MIN-YES
003080         PERFORM 2100-READ-MASTIN THRU 2100-READ-MASTIN-EXIT
003090     END-IF
003100     IF WS-ON-MOUT-YES
003110         PERFORM 2200-READ-MASTOUT THRU 2200-READ-MASTOUT-EXIT
003120     END-IF
003130     IF WS-ON-DLT-YES
003140         PERFORM 2300-READ-DELTA THRU 2300-READ-DELTA-EXIT
003150     END-IF
003160     .
003170 2000-VERIFY-ONE-KEY-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------*
003200* 3000 - THE VERDICT FOR ONE KEY, PER THE TABLE IN THE PROLOGUE.
003210*----------------------------------------------------------------*
003220 3000-JUDGE-KEY.
003230     SET WS-UPD-IMAGE-NONE TO TRUE
003240     IF WS-ON-MIN-YES AND WS-ON-DLT-YES AND RECDLT-ACTION-UPDATE
003250         PERFORM 3100-BUILD-UPDATE-IMAGE
003260             THRU 3100-BUILD-UPDATE-IMAGE-EXIT
003270     END-IF
003280     EVALUATE TRUE
003290         WHEN WS-ON-MIN-YES AND WS-ON-MOUT-YES
003300                 AND WS-ON-DLT-YES
003310             EVALUATE TRUE
003320                 WHEN RECDLT-ACTION-CHANGE
003330                         AND MASTOUT-DATA = RECDLT-AFTER-DATA
003340                     ADD 1 TO WS-APPLIED-CHG-COUNT
003350                 WHEN RECDLT-ACTION-UPDATE AND WS-UPD-IMAGE-OK
003360                         AND MASTOUT-DATA = WS-UPD-IMAGE
003370                     ADD 1 TO WS-APPLIED-UPD-COUNT
003380                 WHEN MASTOUT-DATA = MASTIN-DATA
003390                     ADD 1 TO WS-REJECTED-COUNT
003400                 WHEN OTHER
003410                     ADD 1 TO WS-UNEXPL-CHG-COUNT
003420                     MOVE "UNEXPLAINED CHANGE"
003430                         TO WS-BAD-TYPE-WK
003440                     PERFORM 3900-LOG-UNEXPLAINED
003450                         THRU 3900-LOG-UNEXPLAINED-EXIT
003460             END-EVALUATE
003470         WHEN WS-ON-MIN-YES AND WS-ON-MOUT-YES
003480             IF MASTOUT-DATA = MASTIN-DATA
003490                 ADD 1 TO WS-UNCHANGED-COUNT
003500             ELSE
003510                 ADD 1 TO WS-UNEXPL-CHG-COUNT
003520                 MOVE "UNEXPLAINED CHANGE" TO WS-BAD-TYPE-WK
003530                 PERFORM 3900-LOG-UNEXPLAINED
003540                     THRU 3900-LOG-UNEXPLAINED-EXIT
003550             END-IF
003560         WHEN WS-ON-MIN-YES AND WS-ON-DLT-YES
003570             EVALUATE TRUE
003580                 WHEN RECDLT-ACTION-DELETE
003590                     ADD 1 TO WS-APPLIED-DEL-COUNT
003600                 WHEN RECDLT-ACTION-KEYCHG AND RECDLT-KC-LEG-OUT
003610                     ADD 1 TO WS-APPLIED-KC-COUNT
003620                 WHEN OTHER
003630                     ADD 1 TO WS-UNEXPL-DROP-COUNT
003640                     MOVE "UNEXPLAINED DROP" TO WS-BAD-TYPE-WK
003650                     PERFORM 3900-LOG-UNEXPLAINED
003660                         THRU 3900-LOG-UNEXPLAINED-EXIT
003670             END-EVALUATE
003680         WHEN WS-ON-MIN-YES
003690             ADD 1 TO WS-UNEXPL-DROP-COUNT
003700             MOVE "UNEXPLAINED DROP" TO WS-BAD-TYPE-WK
003710             PERFORM 3900-LOG-UNEXPLAINED
003720                 THRU 3900-LOG-UNEXPLAINED-EXIT
003730         WHEN WS-ON-MOUT-YES AND WS-ON-DLT-YES
003740             EVALUATE TRUE
003750                 WHEN MASTOUT-DATA NOT = RECDLT-AFTER-DATA
003760                     ADD 1 TO WS-UNEXPL-ADD-COUNT
003770                     MOVE "UNEXPLAINED ADD" TO WS-BAD-TYPE-WK
003780                     PERFORM 3900-LOG-UNEXPLAINED
003790                         THRU 3900-LOG-UNEXPLAINED-EXIT
003800                 WHEN RECDLT-ACTION-ADD
003810                     ADD 1 TO WS-APPLIED-ADD-COUNT
003820                 WHEN RECDLT-ACTION-KEYCHG AND RECDLT-KC-LEG-IN
003830                     ADD 1 TO WS-APPLIED-KC-COUNT
003840                 WHEN OTHER
003850                     ADD 1 TO WS-UNEXPL-ADD-COUNT
003860                     MOVE "UNEXPLAINED ADD" TO WS-BAD-TYPE-WK
003870                     PERFORM 3900-LOG-UNEXPLAINED
003880                         THRU 3900-LOG-UNEXPLAINED-EXIT
003890             END-EVALUATE
003900         WHEN WS-ON-MOUT-YES
003910             ADD 1 TO WS-UNEXPL-ADD-COUNT
003920             MOVE "UNEXPLAINED ADD" TO WS-BAD-TYPE-WK
003930             PERFORM 3900-LOG-UNEXPLAINED
003940                 THRU 3900-LOG-UNEXPLAINED-EXIT
003950*----------------------------------------------------------------*
003960* TRANSACTION ONLY - A REJECTED ADD LEAVES NO MASTER TRACE AND
003970* PROVES NOTHING EITHER WAY.
003980*----------------------------------------------------------------*
003990         WHEN OTHER
004000             ADD 1 TO WS-REJECTED-COUNT
004010     END-EVALUATE
004020     .
004030 3000-JUDGE-KEY-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060* 3100 - LAY A FIELD UPDATE'S RANGES OVER THE OLD MASTER IMAGE.
004070* THE RANGES ARE CHECKED HERE ONLY FOR WHAT THE OVERLAY ITSELF
004080* NEEDS; THE RECLEN AND BEFORE-BYTES EDITS ARE DELTAAPL'S, AND A
004090* TRANSACTION FAILING THEM LEFT THE OLD IMAGE IN PLACE.
004100*----------------------------------------------------------------*
004110 3100-BUILD-UPDATE-IMAGE.
004120     IF RECDLT-UPD-COUNT NOT NUMERIC
004130             OR RECDLT-UPD-COUNT = 0 OR RECDLT-UPD-COUNT > 10
004140         GO TO 3100-BUILD-UPDATE-IMAGE-EXIT
004150     END-IF
004160     MOVE MASTIN-DATA TO WS-UPD-IMAGE
004170     MOVE 1 TO WS-UPD-PTR
004180     SET WS-UPD-IMAGE-OK TO TRUE
004190     PERFORM 3110-OVERLAY-ONE-RANGE
004200         THRU 3110-OVERLAY-ONE-RANGE-EXIT
004210         VARYING WS-UPD-IDX FROM 1 BY 1
004220         UNTIL WS-UPD-IDX > RECDLT-UPD-COUNT
004230             OR WS-UPD-IMAGE-NONE
004240     .
004250 3100-BUILD-UPDATE-IMAGE-EXIT.
004260     EXIT.
004270 3110-OVERLAY-ONE-RANGE.
004280     IF RECDLT-UPD-FROM (WS-UPD-IDX) NOT NUMERIC
004290             OR RECDLT-UPD-LEN (WS-UPD-IDX) NOT NUMERIC
004300             OR RECDLT-UPD-FROM (WS-UPD-IDX) = 0
004310             OR RECDLT-UPD-LEN (WS-UPD-IDX) = 0
004320         SET WS-UPD-IMAGE-NONE TO TRUE
004330         GO TO 3110-OVERLAY-ONE-RANGE-EXIT
004340     END-IF
004350     COMPUTE WS-UPD-END = RECDLT-UPD-FROM (WS-UPD-IDX)
004360         + RECDLT-UPD-LEN (WS-UPD-IDX) - 1
004370     IF WS-UPD-END > 500
004380         SET WS-UPD-IMAGE-NONE TO TRUE
004390         GO TO 3110-OVERLAY-ONE-RANGE-EXIT
004400     END-IF
004410     COMPUTE WS-UPD-END = WS-UPD-PTR
004420         + RECDLT-UPD-LEN (WS-UPD-IDX) - 1
004430     IF WS-UPD-END > 438
004440         SET WS-UPD-IMAGE-NONE TO TRUE
004450         GO TO 3110-OVERLAY-ONE-RANGE-EXIT
004460     END-IF
004470     MOVE RECDLT-UPD-VALUES (WS-UPD-PTR:
004480             RECDLT-UPD-LEN (WS-UPD-IDX))
004490         TO WS-UPD-IMAGE (RECDLT-UPD-FROM (WS-UPD-IDX):
004500             RECDLT-UPD-LEN (WS-UPD-IDX))
004510     ADD RECDLT-UPD-LEN (WS-UPD-IDX) TO WS-UPD-PTR
004520     .
004530 3110-OVERLAY-ONE-RANGE-EXIT.
004540     EXIT.
004550 3900-LOG-UNEXPLAINED.
004560     IF WS-BAD-SHOWN < WS-BAD-LIMIT
004570         ADD 1 TO WS-BAD-SHOWN
004580         MOVE WS-KEY-CURRENT TO WS-BAD-KEY (WS-BAD-SHOWN)
004590         MOVE WS-BAD-TYPE-WK TO WS-BAD-TYPE (WS-BAD-SHOWN)
004600     END-IF
004610     .
004620 3900-LOG-UNEXPLAINED-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------*
004650* 2100 - OLD MASTER READ WITH THE HOUSE BRACKET PROOFS.
004660*----------------------------------------------------------------*
004670 2100-READ-MASTIN.
004680     READ MASTIN-FILE
004690         AT END
004700             SET WS-EOF-MIN-YES TO TRUE
004710             MOVE HIGH-VALUES TO WS-KEY-MIN
004720             PERFORM 2150-VERIFY-MASTIN-TRAILER
004730                 THRU 2150-VERIFY-MASTIN-TRAILER-EXIT
004740             GO TO 2100-READ-MASTIN-EXIT
004750     END-READ
004760     IF NOT WS-FILE-STATUS-MIN-OK
004770         DISPLAY "DLTVERIF: READ FAILED FOR MASTIN - STATUS "
004780             WS-FILE-STATUS-MIN
004790         MOVE 16 TO RETURN-CODE
004800         GOBACK
004810     END-IF
004820     IF MASTIN-HEADER-KEY
004830         SET WS-HEADER-SEEN-I-YES TO TRUE
004840         GO TO 2100-READ-MASTIN
004850     END-IF
004860     IF MASTIN-TRAILER-KEY
004870         SET WS-TRAILER-SEEN-I-YES TO TRUE
004880         IF MASTIN-TRL-REC-COUNT NUMERIC
004890             MOVE MASTIN-TRL-REC-COUNT TO WS-TRAILER-COUNT-I
004900         END-IF
004910         GO TO 2100-READ-MASTIN
004920     END-IF
004930     ADD 1 TO WS-RECORDS-READ-I
004940     MOVE MASTIN-KEY TO WS-KEY-MIN
004950     .
004960 2100-READ-MASTIN-EXIT.
004970     EXIT.
004980 2150-VERIFY-MASTIN-TRAILER.
004990     IF NOT WS-TRAILER-SEEN-I-YES
005000         DISPLAY "DLTVERIF: MASTIN TRAILER MISSING - TRUNCATED?"
005010         MOVE 16 TO RETURN-CODE
005020         GOBACK
005030     END-IF
005040     IF WS-TRAILER-COUNT-I NOT = WS-RECORDS-READ-I
005050         DISPLAY "DLTVERIF: MASTIN INCOMPLETE - RUN STOPPED"
005060         MOVE 16 TO RETURN-CODE
005070         GOBACK
005080     END-IF
005090     .
005100 2150-VERIFY-MASTIN-TRAILER-EXIT.
005110     EXIT.
005120 2200-READ-MASTOUT.
005130     READ MASTOUT-FILE
005140         AT END
005150             SET WS-EOF-MOUT-YES TO TRUE
005160             MOVE HIGH-VALUES TO WS-KEY-MOUT
005170             PERFORM 2250-VERIFY-MASTOUT-TRAILER
005180                 THRU 2250-VERIFY-MASTOUT-TRAILER-EXIT
005190             GO TO 2200-READ-MASTOUT-EXIT
005200     END-READ
005210     IF NOT WS-FILE-STATUS-MOUT-OK
005220         DISPLAY "DLTVERIF: READ FAILED FOR MASTOUT - STATUS "
005230             WS-FILE-STATUS-MOUT
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     IF MASTOUT-HEADER-KEY
005280         SET WS-HEADER-SEEN-O-YES TO TRUE
005290         GO TO 2200-READ-MASTOUT
005300     END-IF
005310     IF MASTOUT-TRAILER-KEY
005320         SET WS-TRAILER-SEEN-O-YES TO TRUE
005330         IF MASTOUT-TRL-REC-COUNT NUMERIC
005340             MOVE MASTOUT-TRL-REC-COUNT TO WS-TRAILER-COUNT-O
005350         END-IF
005360         GO TO 2200-READ-MASTOUT
005370     END-IF
005380     ADD 1 TO WS-RECORDS-READ-O
005390     MOVE MASTOUT-KEY TO WS-KEY-MOUT
005400     .
005410 2200-READ-MASTOUT-EXIT.
005420     EXIT.
005430 2250-VERIFY-MASTOUT-TRAILER.
005440     IF NOT WS-TRAILER-SEEN-O-YES
005450         DISPLAY "DLTVERIF: MASTOUT TRAILER MISSING - TRUNCATED?"
005460         MOVE 16 TO RETURN-CODE
005470         GOBACK
005480     END-IF
005490     IF WS-TRAILER-COUNT-O NOT = WS-RECORDS-READ-O
005500         DISPLAY "DLTVERIF: MASTOUT INCOMPLETE - RUN STOPPED"
005510         MOVE 16 TO RETURN-CODE
005520         GOBACK
005530     END-IF
005540     .
005550 2250-VERIFY-MASTOUT-TRAILER-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------*
005580* 2300 - NEXT TRANSACTION: THE LOWER KEY OF THE DLTFILE AND
005590* PENDIN RECORDS IN HAND, EACH FILE'S RECORD AREA HOLDING ITS
005600* NEXT RECORD UNTIL IT IS TAKEN.  ON EQUAL KEYS THE DLTFILE
005610* TRANSACTION IS TAKEN AND THE PENDING ONE IT SUPERSEDED DROPPED.
005620*----------------------------------------------------------------*
005630 2300-READ-DELTA.
005640     IF WS-DLTF-IN-HAND-NO AND WS-EOF-DLTF-NO
005650         PERFORM 2310-READ-DLTFILE THRU 2310-READ-DLTFILE-EXIT
005660     END-IF
005670     IF WS-PNDI-IN-HAND-NO AND WS-EOF-PNDI-NO
005680         PERFORM 2320-READ-PENDIN THRU 2320-READ-PENDIN-EXIT
005690     END-IF
005700     EVALUATE TRUE
005710         WHEN WS-DLTF-IN-HAND-NO AND WS-PNDI-IN-HAND-NO
005720             SET WS-EOF-DLT-YES TO TRUE
005730             MOVE HIGH-VALUES TO WS-KEY-DLT
005740             GO TO 2300-READ-DELTA-EXIT
005750         WHEN WS-PNDI-IN-HAND-NO
005760             MOVE DLTF-RECORD TO RECDLT-RECORD
005770             SET WS-DLTF-IN-HAND-NO TO TRUE
005780         WHEN WS-DLTF-IN-HAND-NO
005790             MOVE PNDI-RECORD TO RECDLT-RECORD
005800             SET WS-PNDI-IN-HAND-NO TO TRUE
005810         WHEN PNDI-KEY < DLTF-KEY
005820             MOVE PNDI-RECORD TO RECDLT-RECORD
005830             SET WS-PNDI-IN-HAND-NO TO TRUE
005840         WHEN PNDI-KEY = DLTF-KEY
005850             MOVE DLTF-RECORD TO RECDLT-RECORD
005860             SET WS-DLTF-IN-HAND-NO TO TRUE
005870             SET WS-PNDI-IN-HAND-NO TO TRUE
005880             ADD 1 TO WS-PEND-SUPERSEDED
005890         WHEN OTHER
005900             MOVE DLTF-RECORD TO RECDLT-RECORD
005910             SET WS-DLTF-IN-HAND-NO TO TRUE
005920     END-EVALUATE
005930     MOVE RECDLT-KEY TO WS-KEY-DLT
005940     .
005950 2300-READ-DELTA-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------*
005980* 2310 - NEXT DLTFILE RECORD.  A REPEATED OR OUT-OF-SEQUENCE KEY
005990* NEVER REACHED DELTAAPL'S MERGE EITHER, SO IT IS SKIPPED AND
006000* COUNTED HERE THE SAME WAY.
006010*----------------------------------------------------------------*
006020 2310-READ-DLTFILE.
006030     READ DELTA-FILE
006040         AT END
006050             SET WS-EOF-DLTF-YES TO TRUE
006060             GO TO 2310-READ-DLTFILE-EXIT
006070     END-READ
006080     IF NOT WS-FILE-STATUS-DELTA-OK
006090         DISPLAY "DLTVERIF: READ FAILED FOR DLTFILE - STATUS "
006100             WS-FILE-STATUS-DELTA
006110         MOVE 16 TO RETURN-CODE
006120         GOBACK
006130     END-IF
006140     IF DLTF-KEY NOT > WS-PREV-DLT-KEY
006150         ADD 1 TO WS-DLT-SEQ-SKIPPED
006160         GO TO 2310-READ-DLTFILE
006170     END-IF
006180     MOVE DLTF-KEY TO WS-PREV-DLT-KEY
006190     SET WS-DLTF-IN-HAND-YES TO TRUE
006200     .
006210 2310-READ-DLTFILE-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------*
006240* 2320 - NEXT PENDIN RECORD.  DELTAAPL WROTE THE PENDING FILE IN
006250* KEY ORDER AND STOPS ON ONE THAT IS NOT, SO THIS STEP DOES TOO.
006260*----------------------------------------------------------------*
006270 2320-READ-PENDIN.
006280     READ PEND-IN-FILE
006290         AT END
006300             SET WS-EOF-PNDI-YES TO TRUE
006310             GO TO 2320-READ-PENDIN-EXIT
006320     END-READ
006330     IF NOT WS-FILE-STATUS-PNDI-OK
006340         DISPLAY "DLTVERIF: READ FAILED FOR PENDIN - STATUS "
006350             WS-FILE-STATUS-PNDI
006360         MOVE 16 TO RETURN-CODE
006370         GOBACK
006380     END-IF
006390     IF PNDI-KEY NOT > WS-PREV-PEND-KEY
006400         DISPLAY "DLTVERIF: PENDIN OUT OF SEQUENCE AT KEY "
006410             PNDI-KEY
006420         MOVE 16 TO RETURN-CODE
006430         GOBACK
006440     END-IF
006450     MOVE PNDI-KEY TO WS-PREV-PEND-KEY
006460     ADD 1 TO WS-PEND-READ-COUNT
006470     SET WS-PNDI-IN-HAND-YES TO TRUE
006480     .
006490 2320-READ-PENDIN-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------*
006520* 8000 - THE VERIFICATION SUMMARY AND THE OFFENDER LIST.
006530*----------------------------------------------------------------*
006540 8000-PRINT-SUMMARY.
006550     MOVE SPACES TO WS-REPORT-LINE
006560     STRING "APPLY VERIFICATION REPORT - RUN " DELIMITED BY SIZE
006570         WS-RUN-DATE DELIMITED BY SIZE
006580         INTO WS-REPORT-LINE
006590     PERFORM 8900-WRITE-REPORT-LINE
006600         THRU 8900-WRITE-REPORT-LINE-EXIT
006610     MOVE SPACES TO WS-REPORT-LINE
006620     MOVE WS-UNCHANGED-COUNT TO WS-EDIT-COUNT
006630     STRING "UNCHANGED           : " DELIMITED BY SIZE
006640         WS-EDIT-COUNT DELIMITED BY SIZE
006650         INTO WS-REPORT-LINE
006660     PERFORM 8900-WRITE-REPORT-LINE
006670         THRU 8900-WRITE-REPORT-LINE-EXIT
006680     MOVE SPACES TO WS-REPORT-LINE
006690     MOVE WS-APPLIED-ADD-COUNT TO WS-EDIT-COUNT
006700     STRING "APPLIED ADDS        : " DELIMITED BY SIZE
006710         WS-EDIT-COUNT DELIMITED BY SIZE
006720         INTO WS-REPORT-LINE
006730     PERFORM 8900-WRITE-REPORT-LINE
006740         THRU 8900-WRITE-REPORT-LINE-EXIT
006750     MOVE SPACES TO WS-REPORT-LINE
006760     MOVE WS-APPLIED-CHG-COUNT TO WS-EDIT-COUNT
006770     STRING "APPLIED CHANGES     : " DELIMITED BY SIZE
006780         WS-EDIT-COUNT DELIMITED BY SIZE
006790         INTO WS-REPORT-LINE
006800     PERFORM 8900-WRITE-REPORT-LINE
006810         THRU 8900-WRITE-REPORT-LINE-EXIT
006820     MOVE SPACES TO WS-REPORT-LINE
006830     MOVE WS-APPLIED-DEL-COUNT TO WS-EDIT-COUNT
006840     STRING "APPLIED DELETES     : " DELIMITED BY SIZE
006850         WS-EDIT-COUNT DELIMITED BY SIZE
006860         INTO WS-REPORT-LINE
006870     PERFORM 8900-WRITE-REPORT-LINE
006880         THRU 8900-WRITE-REPORT-LINE-EXIT
006890     IF WS-APPLIED-KC-COUNT > 0
006900         MOVE SPACES TO WS-REPORT-LINE
006910         MOVE WS-APPLIED-KC-COUNT TO WS-EDIT-COUNT
006920         STRING "APPLIED KEY CHG LEGS: " DELIMITED BY SIZE
006930             WS-EDIT-COUNT DELIMITED BY SIZE
006940             INTO WS-REPORT-LINE
006950         PERFORM 8900-WRITE-REPORT-LINE
006960             THRU 8900-WRITE-REPORT-LINE-EXIT
006970     END-IF
006980     IF WS-APPLIED-UPD-COUNT > 0
006990         MOVE SPACES TO WS-REPORT-LINE
007000         MOVE WS-APPLIED-UPD-COUNT TO WS-EDIT-COUNT
007010         STRING "APPLIED FLD UPDATES : " DELIMITED BY SIZE
007020             WS-EDIT-COUNT DELIMITED BY SIZE
007030             INTO WS-REPORT-LINE
007040         PERFORM 8900-WRITE-REPORT-LINE
007050             THRU 8900-WRITE-REPORT-LINE-EXIT
007060     END-IF
007070     MOVE SPACES TO WS-REPORT-LINE
007080     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
007090     STRING "REJECTED/UNTOUCHED  : " DELIMITED BY SIZE
007100         WS-EDIT-COUNT DELIMITED BY SIZE
007110         INTO WS-REPORT-LINE
007120     PERFORM 8900-WRITE-REPORT-LINE
007130         THRU 8900-WRITE-REPORT-LINE-EXIT
007140     MOVE SPACES TO WS-REPORT-LINE
007150     MOVE WS-UNEXPL-ADD-COUNT TO WS-EDIT-COUNT
007160     STRING "UNEXPLAINED ADDS    : " DELIMITED BY SIZE
007170         WS-EDIT-COUNT DELIMITED BY SIZE
007180         INTO WS-REPORT-LINE
007190     PERFORM 8900-WRITE-REPORT-LINE
007200         THRU 8900-WRITE-REPORT-LINE-EXIT
007210     MOVE SPACES TO WS-REPORT-LINE
007220     MOVE WS-UNEXPL-DROP-COUNT TO WS-EDIT-COUNT
007230     STRING "UNEXPLAINED DROPS   : " DELIMITED BY SIZE
007240         WS-EDIT-COUNT DELIMITED BY SIZE
007250         INTO WS-REPORT-LINE
007260     PERFORM 8900-WRITE-REPORT-LINE
007270         THRU 8900-WRITE-REPORT-LINE-EXIT
007280     MOVE SPACES TO WS-REPORT-LINE
007290     MOVE WS-UNEXPL-CHG-COUNT TO WS-EDIT-COUNT
007300     STRING "UNEXPLAINED CHANGES : " DELIMITED BY SIZE
007310         WS-EDIT-COUNT DELIMITED BY SIZE
007320         INTO WS-REPORT-LINE
007330     PERFORM 8900-WRITE-REPORT-LINE
007340         THRU 8900-WRITE-REPORT-LINE-EXIT
007350     IF WS-DLT-SEQ-SKIPPED > 0
007360         MOVE SPACES TO WS-REPORT-LINE
007370         MOVE WS-DLT-SEQ-SKIPPED TO WS-EDIT-COUNT
007380         STRING "DELTAS SKIPPED (SEQ): " DELIMITED BY SIZE
007390             WS-EDIT-COUNT DELIMITED BY SIZE
007400             INTO WS-REPORT-LINE
007410         PERFORM 8900-WRITE-REPORT-LINE
007420             THRU 8900-WRITE-REPORT-LINE-EXIT
007430     END-IF
007440     IF WS-PENDIN-OPEN
007450         MOVE SPACES TO WS-REPORT-LINE
007460         MOVE WS-PEND-READ-COUNT TO WS-EDIT-COUNT
007470         STRING "PENDING READ        : " DELIMITED BY SIZE
007480             WS-EDIT-COUNT DELIMITED BY SIZE
007490             INTO WS-REPORT-LINE
007500         PERFORM 8900-WRITE-REPORT-LINE
007510             THRU 8900-WRITE-REPORT-LINE-EXIT
007520         MOVE SPACES TO WS-REPORT-LINE
007530         MOVE WS-PEND-SUPERSEDED TO WS-EDIT-COUNT
007540         STRING "PENDING SUPERSEDED  : " DELIMITED BY SIZE
007550             WS-EDIT-COUNT DELIMITED BY SIZE
007560             INTO WS-REPORT-LINE
007570         PERFORM 8900-WRITE-REPORT-LINE
007580             THRU 8900-WRITE-REPORT-LINE-EXIT
007590     END-IF
007600     IF WS-BAD-SHOWN > 0
007610         MOVE SPACES TO WS-REPORT-LINE
007620         PERFORM 8900-WRITE-REPORT-LINE
007630             THRU 8900-WRITE-REPORT-LINE-EXIT
007640         MOVE SPACES TO WS-REPORT-LINE
007650         MOVE "UNEXPLAINED KEYS (FIRST 50 SHOWN)"
007660             TO WS-REPORT-LINE
007670         PERFORM 8900-WRITE-REPORT-LINE
007680             THRU 8900-WRITE-REPORT-LINE-EXIT
007690         PERFORM 8100-PRINT-BAD-LINE
007700             THRU 8100-PRINT-BAD-LINE-EXIT
007710             VARYING WS-BAD-IDX FROM 1 BY 1
007720             UNTIL WS-BAD-IDX > WS-BAD-SHOWN
007730     END-IF
007740     .
007750 8000-PRINT-SUMMARY-EXIT.
007760     EXIT.
007770 8100-PRINT-BAD-LINE.
007780     MOVE SPACES TO WS-REPORT-LINE
007790     STRING WS-BAD-KEY (WS-BAD-IDX) DELIMITED BY SIZE
007800         " " DELIMITED BY SIZE
007810         WS-BAD-TYPE (WS-BAD-IDX) DELIMITED BY SIZE
007820         INTO WS-REPORT-LINE
007830     PERFORM 8900-WRITE-REPORT-LINE
007840         THRU 8900-WRITE-REPORT-LINE-EXIT
007850     .
007860 8100-PRINT-BAD-LINE-EXIT.
007870     EXIT.
007880 8900-WRITE-REPORT-LINE.
007890     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007900     IF NOT WS-FILE-STATUS-RPT-OK
007910         DISPLAY "DLTVERIF: WRITE FAILED FOR VERIRPT - STATUS "
007920             WS-FILE-STATUS-RPT
007930         MOVE 16 TO RETURN-CODE
007940         GOBACK
007950     END-IF
007960     .
007970 8900-WRITE-REPORT-LINE-EXIT.
007980     EXIT.
007990 9999-TERMINATE.
008000     CLOSE MASTIN-FILE
008010     CLOSE MASTOUT-FILE
008020     CLOSE DELTA-FILE
008030     IF WS-PENDIN-OPEN
008040         CLOSE PEND-IN-FILE
008050     END-IF
008060     CLOSE REPORT-FILE
008070     IF WS-UNEXPL-ADD-COUNT > 0 OR WS-UNEXPL-DROP-COUNT > 0
008080             OR WS-UNEXPL-CHG-COUNT > 0
008090         DISPLAY "DLTVERIF: APPLY NOT PROVED - DOWNSTREAM HELD"
008100         MOVE 8 TO RETURN-CODE
008110     END-IF
008120     .
008130 9999-TERMINATE-EXIT.
008140     EXIT.
008150*----------------------------------------------------------------*
008160* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
008170*----------------------------------------------------------------*
008180 COPY "RECSTP.cpy".
008190 END PROGRAM DLTVERIF.
