000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OWNLIST.
000030 AUTHOR. D STEFANOVA.
000040 INSTALLATION. FUNCTIONAL COBOL LIBRARY TEAM.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* OWNLIST - OWNER WORKLIST AND OVERDUE-REVIEW REPORT.
000090*
000100* JOINS THE DISPOSITION FILE EXCAGE CARRIES FORWARD (DSPOUT,
000110* RECDSP.CPY) TO THE CUMULATIVE EXCEPTIONS (RECEXC.CPY) ON KEY
000120* PLUS REASON PLUS PAIR AND PRINTS ONE SECTION PER OWNER - EACH
000130* OF THAT PERSON'S OPEN EXCEPTIONS WITH ITS AGE, STATUS AND
000140* REVIEW DATE, THE ITEMS WHOSE REVIEW DATE HAS PASSED FIRST,
000150* MOST OVERDUE AT THE TOP.  EXCEPTIONS NOBODY OWNS THAT ARE
000160* OLDER THAN THE UNOWNED THRESHOLD GET A SECTION OF THEIR OWN.
000170* AN ITEM OVERDUE BY MORE THAN THE ALERT THRESHOLD IS FLAGGED
000180* "PAGED" AND A RECALT RECORD GOES TO THE ALERTS DATASET SO THE
000190* SUPERVISOR IS PAGED - THE SAME PATH EXCAGE'S ESCALATIONS USE.
000200* SYSIN:
000210*     UNOWNED NNN     (AN UNOWNED EXCEPTION OLDER THAN NNN
000220*                      CYCLES IS LISTED; DEFAULT 005)
000230*     ALERTDAYS NNN   (AN ITEM MORE THAN NNN DAYS PAST ITS
000240*                      REVIEW DATE PAGES THE SUPERVISOR;
000250*                      DEFAULT 010)
000260* RC=0 NOTHING OVERDUE, RC=4 OVERDUE OR UNOWNED ITEMS LISTED,
000270* RC=8 AN ALERT WAS RAISED, RC=16 I/O OR PARAMETER ERROR.
000280*
000290* MODIFICATION HISTORY.
000300*   2026-10-15 DS   INITIAL VERSION.
000310*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000320*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000330*                   THE STEPSLA BATCH-WINDOW REPORT.
000340*   2026-10-15 DS   ALERTS CARRY AN ISSUE STAMP (RECALT.CPY) -
000350*                   THE DATE AND TIME THE ALERT WAS WRITTEN -
000360*                   SO ALRTESC TIMES ESCALATION FROM THE ALERT,
000370*                   NOT FROM THE START OF THE RUN.
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DSPFILE-FILE ASSIGN TO DSPOUT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FILE-STATUS-DSP.
000460     SELECT EXCIN-FILE ASSIGN TO EXCIN
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS-EXC.
000490     SELECT REPORT-FILE ASSIGN TO OWNRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS-RPT.
000520     SELECT PARM-FILE ASSIGN TO SYSIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FILE-STATUS-PARM.
000550     SELECT ALERT-FILE ASSIGN TO ALERTS
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FILE-STATUS-ALERT.
000580     SELECT SORT-FILE ASSIGN TO SORTWK01.
000590     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RECSTW-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DSPFILE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY "RECDSP.cpy".
000670 FD  EXCIN-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY "RECEXC.cpy".
000700 FD  REPORT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  REPORT-RECORD                   PIC X(80).
000730 FD  PARM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  PARM-RECORD                     PIC X(80).
000760 FD  ALERT-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY "RECALT.cpy".
000790*----------------------------------------------------------------*
000800* WORKLIST SORT RECORD.  OWNED ITEMS SORT AHEAD OF THE UNOWNED
000810* SECTION, BY OWNER, OVERDUE FIRST, MOST DAYS OVERDUE FIRST,
000820* THEN OLDEST FIRST.
000830*----------------------------------------------------------------*
000840 SD  SORT-FILE.
000850 01  SORT-RECORD.
000860     05  SRT-SECTION                 PIC X(01).
000870         88  SRT-SECTION-OWNED                  VALUE "1".
000880         88  SRT-SECTION-UNOWNED                VALUE "2".
000890     05  SRT-OWNER                   PIC X(08).
000900     05  SRT-OVERDUE-SW              PIC X(01).
000910         88  SRT-OVERDUE-YES                    VALUE "0".
000920         88  SRT-OVERDUE-NO                     VALUE "1".
000930     05  SRT-DAYS-OVERDUE            PIC 9(05).
000940     05  SRT-AGE-CYCLES              PIC 9(03).
000950     05  SRT-KEY                     PIC X(10).
000960     05  SRT-REASON-CODE             PIC X(02).
000970     05  SRT-PAIR-ID                 PIC X(08).
000980     05  SRT-STATUS                  PIC X(02).
000990     05  SRT-REVIEW-DATE             PIC X(08).
001000     05  SRT-FIRST-DATE              PIC X(08).
001010     05  SRT-PAGED-SW                PIC X(01).
001020         88  SRT-PAGED-YES                      VALUE "Y".
001030         88  SRT-PAGED-NO                       VALUE "N".
001040 FD  STEPTIME-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY "RECSTM.cpy".
001070 WORKING-STORAGE SECTION.
001080 01  WS-SWITCHES.
001090     05  WS-EOF-DSP-SW               PIC X(01) VALUE "N".
001100         88  WS-EOF-DSP-YES                     VALUE "Y".
001110         88  WS-EOF-DSP-NO                      VALUE "N".
001120     05  WS-EOF-EXC-SW               PIC X(01) VALUE "N".
001130         88  WS-EOF-EXC-YES                     VALUE "Y".
001140         88  WS-EOF-EXC-NO                      VALUE "N".
001150     05  WS-EOF-SORT-SW              PIC X(01) VALUE "N".
001160         88  WS-EOF-SORT-YES                    VALUE "Y".
001170         88  WS-EOF-SORT-NO                     VALUE "N".
001180     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001190         88  WS-PARM-EOF-YES                    VALUE "Y".
001200     05  WS-IN-UNOWNED-SW            PIC X(01) VALUE "N".
001210         88  WS-IN-UNOWNED-YES                  VALUE "Y".
001220         88  WS-IN-UNOWNED-NO                   VALUE "N".
001230 01  WS-FILE-STATUSES.
001240     05  WS-FILE-STATUS-DSP          PIC X(02) VALUE "00".
001250         88  WS-FILE-STATUS-DSP-OK             VALUE "00".
001260         88  WS-FILE-STATUS-DSP-NOTFND         VALUE "35".
001270     05  WS-FILE-STATUS-EXC          PIC X(02) VALUE "00".
001280         88  WS-FILE-STATUS-EXC-OK             VALUE "00".
001290         88  WS-FILE-STATUS-EXC-NOTFND         VALUE "35".
001300     05  WS-FILE-STATUS-RPT          PIC X(02) VALUE "00".
001310         88  WS-FILE-STATUS-RPT-OK             VALUE "00".
001320     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001330         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001340         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001350     05  WS-FILE-STATUS-ALERT        PIC X(02) VALUE "00".
001360         88  WS-FILE-STATUS-ALERT-OK           VALUE "00".
001370         88  WS-FILE-STATUS-ALERT-NOTFND       VALUE "35".
001380 01  WS-PARM-CARD.
001390     05  WS-PARM-CARD-BYTE-1         PIC X(01).
001400     05  FILLER                      PIC X(79).
001410 01  WS-CARD-FIELDS.
001420     05  WS-CARD-VERB                PIC X(10).
001430     05  WS-CARD-OPERAND-1           PIC X(10).
001440 01  WS-CARD-LIM-X                   PIC X(03).
001450 01  WS-CARD-LIM REDEFINES WS-CARD-LIM-X
001460                                     PIC 9(03).
001470 01  WS-CARD-JUST-WORK               PIC X(03).
001480 01  WS-UNOWNED-AGE                  PIC 9(03) VALUE 005.
001490 01  WS-ALERT-DAYS                   PIC 9(03) VALUE 010.
001500 01  WS-RUN-DATE                     PIC X(08).
001510 01  WS-RUN-TIME-RAW                 PIC X(08).
001520 01  WS-RUN-TIME                     PIC X(06).
001530 01  WS-ALERT-TIME-RAW               PIC X(08).
001540 01  WS-RUN-DAYS                     PIC 9(07).
001550*----------------------------------------------------------------*
001560* DISPOSITION TABLE, LOADED FROM DSPOUT.  A LATER RECORD FOR THE
001570* SAME EXCEPTION SUPERSEDES AN EARLIER ONE, AS IN EXCAGE.
001580*----------------------------------------------------------------*
001590 01  WS-DISP-TABLE.
001600     05  WS-DSP-COUNT                PIC S9(04) COMP VALUE ZERO.
001610     05  WS-DSP-MAX                  PIC S9(04) COMP VALUE 2000.
001620     05  WS-DSP-ENTRY OCCURS 2000 TIMES.
001630         10  WS-DSP-KEY              PIC X(10).
001640         10  WS-DSP-REASON           PIC X(02).
001650         10  WS-DSP-PAIR             PIC X(08).
001660         10  WS-DSP-STATUS           PIC X(02).
001670         10  WS-DSP-OWNER            PIC X(08).
001680         10  WS-DSP-REVIEW           PIC X(08).
001690 01  WS-DSP-IDX                      PIC S9(04) COMP.
001700 01  WS-DSP-FOUND                    PIC S9(04) COMP.
001710 01  WS-DSP-OVERFLOW                 PIC 9(05) COMP-3 VALUE ZERO.
001720 01  WS-SRCH-FIELDS.
001730     05  WS-SRCH-KEY                 PIC X(10).
001740     05  WS-SRCH-REASON              PIC X(02).
001750     05  WS-SRCH-PAIR                PIC X(08).
001760*----------------------------------------------------------------*
001770* DAY-NUMBER WORK AREA.  A DATE BECOMES A COUNT OF DAYS ON THE
001780* PROLEPTIC GREGORIAN CALENDAR WITH THE YEAR STARTING IN MARCH,
001790* SO THE LEAP DAY FALLS AT THE END; TWO DAY NUMBERS SUBTRACT TO
001800* THE DAYS BETWEEN THE DATES.
001810*----------------------------------------------------------------*
001820 01  WS-DN-DATE                      PIC X(08).
001830 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
001840     05  WS-DN-YYYY                  PIC 9(04).
001850     05  WS-DN-MM                    PIC 9(02).
001860     05  WS-DN-DD                    PIC 9(02).
001870 01  WS-DN-WORK COMP-3.
001880     05  WS-DN-YEAR                  PIC 9(05).
001890     05  WS-DN-MONTH                 PIC 9(02).
001900     05  WS-DN-Q4                    PIC 9(05).
001910     05  WS-DN-Q100                  PIC 9(05).
001920     05  WS-DN-Q400                  PIC 9(05).
001930     05  WS-DN-QMON                  PIC 9(05).
001940     05  WS-DN-DAYS                  PIC 9(07).
001950 01  WS-DN-VALID-SW                  PIC X(01) VALUE "N".
001960     88  WS-DN-VALID-YES                        VALUE "Y".
001970     88  WS-DN-VALID-NO                         VALUE "N".
001980 01  WS-REVIEW-DAYS                  PIC 9(07).
001990 01  WS-OVERDUE-DAYS                 PIC 9(07).
002000 01  WS-COUNTERS COMP-3.
002010     05  WS-EXC-READ-COUNT           PIC 9(07) VALUE ZERO.
002020     05  WS-OWNED-COUNT              PIC 9(07) VALUE ZERO.
002030     05  WS-OVERDUE-COUNT            PIC 9(07) VALUE ZERO.
002040     05  WS-PAGED-COUNT              PIC 9(07) VALUE ZERO.
002050     05  WS-UNOWNED-COUNT            PIC 9(07) VALUE ZERO.
002060     05  WS-UNOWNED-YOUNG-COUNT      PIC 9(07) VALUE ZERO.
002070     05  WS-OWNER-COUNT              PIC 9(05) VALUE ZERO.
002080     05  WS-OWNER-ITEMS              PIC 9(07) VALUE ZERO.
002090     05  WS-OWNER-OVERDUE            PIC 9(07) VALUE ZERO.
002100     05  WS-PAGED-NA-COUNT           PIC 9(07) VALUE ZERO.
002110     05  WS-PAGED-NB-COUNT           PIC 9(07) VALUE ZERO.
002120     05  WS-PAGED-FM-COUNT           PIC 9(07) VALUE ZERO.
002130 01  WS-PRIOR-OWNER                  PIC X(08).
002140 01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
002150 01  WS-EDIT-DAYS                    PIC ZZZZ9.
002160 01  WS-REPORT-LINE                  PIC X(80).
002170 01  WS-DETAIL-LINE.
002180     05  FILLER                      PIC X(02) VALUE SPACES.
002190     05  WS-DL-FLAG                  PIC X(07).
002200     05  FILLER                      PIC X(01) VALUE SPACE.
002210     05  WS-DL-KEY                   PIC X(10).
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  WS-DL-REASON                PIC X(02).
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  WS-DL-PAIR                  PIC X(08).
002260     05  FILLER                      PIC X(01) VALUE SPACE.
002270     05  WS-DL-AGE                   PIC ZZ9.
002280     05  FILLER                      PIC X(02) VALUE SPACES.
002290     05  WS-DL-STATUS                PIC X(02).
002300     05  FILLER                      PIC X(02) VALUE SPACES.
002310     05  WS-DL-DATE                  PIC X(08).
002320     05  FILLER                      PIC X(01) VALUE SPACE.
002330     05  WS-DL-DAYS                  PIC ZZZZ9.
002340     05  WS-DL-DAYS-X REDEFINES WS-DL-DAYS
002350                                     PIC X(05).
002360     05  FILLER                      PIC X(24) VALUE SPACES.
002370 COPY "RECSTW.cpy".
002380 PROCEDURE DIVISION.
002390 0000-MAINLINE.
002400     MOVE "OWNLIST" TO RECSTW-PROGRAM-ID
002410     PERFORM 9800-START-STEP-TIMING
002420         THRU 9800-START-STEP-TIMING-EXIT
002430     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002440     SORT SORT-FILE
002450         ON ASCENDING KEY SRT-SECTION SRT-OWNER SRT-OVERDUE-SW
002460         ON DESCENDING KEY SRT-DAYS-OVERDUE SRT-AGE-CYCLES
002470         ON ASCENDING KEY SRT-KEY SRT-REASON-CODE SRT-PAIR-ID
002480         INPUT PROCEDURE IS 2000-RELEASE-EXCEPTIONS
002490             THRU 2000-RELEASE-EXCEPTIONS-EXIT
002500         OUTPUT PROCEDURE IS 5000-PRINT-WORKLIST
002510             THRU 5000-PRINT-WORKLIST-EXIT
002520     IF SORT-RETURN NOT = ZERO
002530         DISPLAY "OWNLIST: WORKLIST SORT FAILED"
002540         MOVE 16 TO RETURN-CODE
002550         GOBACK
002560     END-IF
002570     PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
002580     IF WS-PAGED-COUNT > 0
002590         PERFORM 9300-ISSUE-ALERT THRU 9300-ISSUE-ALERT-EXIT
002600     END-IF
002610     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
002620     MOVE WS-EXC-READ-COUNT TO RECSTW-RECORD-COUNT
002630     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
002640     PERFORM 9810-WRITE-STEP-TIMING
002650         THRU 9810-WRITE-STEP-TIMING-EXIT
002660     GOBACK
002670     .
002680 0000-MAINLINE-EXIT.
002690     EXIT.
002700 1000-INITIALIZE.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002720     ACCEPT WS-RUN-TIME-RAW FROM TIME
002730     MOVE WS-RUN-TIME-RAW TO WS-RUN-TIME
002740     MOVE WS-RUN-DATE TO WS-DN-DATE
002750     PERFORM 2500-DAY-NUMBER THRU 2500-DAY-NUMBER-EXIT
002760     MOVE WS-DN-DAYS TO WS-RUN-DAYS
002770     PERFORM 1100-READ-PARM-CARDS
002780         THRU 1100-READ-PARM-CARDS-EXIT
002790     PERFORM 1300-LOAD-DISPOSITIONS
002800         THRU 1300-LOAD-DISPOSITIONS-EXIT
002810     OPEN OUTPUT REPORT-FILE
002820     IF NOT WS-FILE-STATUS-RPT-OK
002830         DISPLAY "OWNLIST: OPEN FAILED FOR OWNRPT - STATUS "
002840             WS-FILE-STATUS-RPT
002850         MOVE 16 TO RETURN-CODE
002860         GOBACK
002870     END-IF
002880     MOVE SPACES TO WS-REPORT-LINE
002890     STRING "OWNER WORKLIST - RUN " DELIMITED BY SIZE
002900         WS-RUN-DATE DELIMITED BY SIZE
002910         INTO WS-REPORT-LINE
002920     PERFORM 8900-WRITE-REPORT-LINE
002930         THRU 8900-WRITE-REPORT-LINE-EXIT
002940     MOVE SPACES TO WS-REPORT-LINE
002950     STRING "UNOWNED ITEMS LISTED OVER " DELIMITED BY SIZE
002960         WS-UNOWNED-AGE DELIMITED BY SIZE
002970         " CYCLES - SUPERVISOR PAGED OVER " DELIMITED BY SIZE
002980         WS-ALERT-DAYS DELIMITED BY SIZE
002990         " DAYS OVERDUE" DELIMITED BY SIZE
003000         INTO WS-REPORT-LINE
003010     PERFORM 8900-WRITE-REPORT-LINE
003020         THRU 8900-WRITE-REPORT-LINE-EXIT
003030     .
003040 1000-INITIALIZE-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------*
003070* 1100 - SYSIN CARDS.  NO SYSIN DATASET MEANS THE DEFAULTS.
003080*----------------------------------------------------------------*
003090 1100-READ-PARM-CARDS.
003100     OPEN INPUT PARM-FILE
003110     IF WS-FILE-STATUS-PARM-NOTFND
003120         SET WS-PARM-EOF-YES TO TRUE
003130         GO TO 1100-READ-PARM-CARDS-EXIT
003140     END-IF
003150     IF NOT WS-FILE-STATUS-PARM-OK
003160         DISPLAY "OWNLIST: OPEN FAILED FOR SYSIN - STATUS "
003170             WS-FILE-STATUS-PARM
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF
003210     PERFORM 1110-READ-PARM-CARD
003220         THRU 1110-READ-PARM-CARD-EXIT
003230         UNTIL WS-PARM-EOF-YES
003240     CLOSE PARM-FILE
003250     .
003260 1100-READ-PARM-CARDS-EXIT.
003270     EXIT.
003280 1110-READ-PARM-CARD.
003290     READ PARM-FILE INTO WS-PARM-CARD
003300         AT END
003310             SET WS-PARM-EOF-YES TO TRUE
003320             GO TO 1110-READ-PARM-CARD-EXIT
003330     END-READ
003340     IF NOT WS-FILE-STATUS-PARM-OK
003350         DISPLAY "OWNLIST: READ FAILED FOR SYSIN - STATUS "
003360             WS-FILE-STATUS-PARM
003370         MOVE 16 TO RETURN-CODE
003380         GOBACK
003390     END-IF
003400     IF WS-PARM-CARD = SPACES OR WS-PARM-CARD-BYTE-1 = "*"
003410         GO TO 1110-READ-PARM-CARD-EXIT
003420     END-IF
003430     MOVE SPACES TO WS-CARD-FIELDS
003440     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
003450         INTO WS-CARD-VERB WS-CARD-OPERAND-1
003460     END-UNSTRING
003470     IF WS-CARD-VERB NOT = "UNOWNED"
003480             AND WS-CARD-VERB NOT = "ALERTDAYS"
003490         DISPLAY "OWNLIST: UNRECOGNIZED PARM CARD - "
003500             WS-PARM-CARD
003510         MOVE 16 TO RETURN-CODE
003520         GOBACK
003530     END-IF
003540     IF WS-CARD-OPERAND-1 = SPACES
003550             OR WS-CARD-OPERAND-1 (4:) NOT = SPACES
003560         DISPLAY "OWNLIST: BAD " WS-CARD-VERB " VALUE - "
003570             WS-CARD-OPERAND-1
003580         MOVE 16 TO RETURN-CODE
003590         GOBACK
003600     END-IF
003610     MOVE WS-CARD-OPERAND-1 TO WS-CARD-LIM-X
003620*    THE TOKEN IS LEFT-JUSTIFIED: SHIFT IT RIGHT BEFORE THE
003630*    ZERO-FILL, OR THE TRAILING SPACES OF "5" SCALE IT TO 500.
003640     PERFORM 1150-JUSTIFY-LIMIT THRU 1150-JUSTIFY-LIMIT-EXIT
003650         UNTIL WS-CARD-LIM-X (3:1) NOT = SPACE
003660     INSPECT WS-CARD-LIM-X REPLACING LEADING SPACE BY ZERO
003670     IF WS-CARD-LIM NOT NUMERIC
003680         DISPLAY "OWNLIST: BAD " WS-CARD-VERB " VALUE - "
003690             WS-CARD-OPERAND-1
003700         MOVE 16 TO RETURN-CODE
003710         GOBACK
003720     END-IF
003730     IF WS-CARD-VERB = "UNOWNED"
003740         MOVE WS-CARD-LIM TO WS-UNOWNED-AGE
003750     ELSE
003760         MOVE WS-CARD-LIM TO WS-ALERT-DAYS
003770     END-IF
003780     .
003790 1110-READ-PARM-CARD-EXIT.
003800     EXIT.
003810 1150-JUSTIFY-LIMIT.
003820     MOVE WS-CARD-LIM-X TO WS-CARD-JUST-WORK
003830     MOVE SPACE TO WS-CARD-LIM-X (1:1)
003840     MOVE WS-CARD-JUST-WORK (1:2) TO WS-CARD-LIM-X (2:2)
003850     .
003860 1150-JUSTIFY-LIMIT-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------*
003890* 1300 - LOAD THE DISPOSITIONS.  A MISSING DSPOUT DATASET MEANS
003900* NOBODY OWNS ANYTHING YET - EVERY OLD EXCEPTION IS UNOWNED.
003910*----------------------------------------------------------------*
003920 1300-LOAD-DISPOSITIONS.
003930     OPEN INPUT DSPFILE-FILE
003940     IF WS-FILE-STATUS-DSP-NOTFND
003950         GO TO 1300-LOAD-DISPOSITIONS-EXIT
003960     END-IF
003970     IF NOT WS-FILE-STATUS-DSP-OK
003980         DISPLAY "OWNLIST: OPEN FAILED FOR DSPOUT - STATUS "
003990             WS-FILE-STATUS-DSP
004000         MOVE 16 TO RETURN-CODE
004010         GOBACK
004020     END-IF
004030     PERFORM 1310-LOAD-ONE-DISPOSITION
004040         THRU 1310-LOAD-ONE-DISPOSITION-EXIT
004050         UNTIL WS-EOF-DSP-YES
004060     CLOSE DSPFILE-FILE
004070     .
004080 1300-LOAD-DISPOSITIONS-EXIT.
004090     EXIT.
004100 1310-LOAD-ONE-DISPOSITION.
004110     READ DSPFILE-FILE
004120         AT END
004130             SET WS-EOF-DSP-YES TO TRUE
004140             GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004150     END-READ
004160     IF NOT WS-FILE-STATUS-DSP-OK
004170         DISPLAY "OWNLIST: READ FAILED FOR DSPOUT - STATUS "
004180             WS-FILE-STATUS-DSP
004190         MOVE 16 TO RETURN-CODE
004200         GOBACK
004210     END-IF
004220     IF RECDSP-RECORD = SPACES
004230         GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004240     END-IF
004250     MOVE RECDSP-KEY TO WS-SRCH-KEY
004260     MOVE RECDSP-REASON-CODE TO WS-SRCH-REASON
004270     MOVE RECDSP-PAIR-ID TO WS-SRCH-PAIR
004280     PERFORM 2300-FIND-DISPOSITION
004290         THRU 2300-FIND-DISPOSITION-EXIT
004300     IF WS-DSP-FOUND = 0
004310         IF WS-DSP-COUNT = WS-DSP-MAX
004320             ADD 1 TO WS-DSP-OVERFLOW
004330             GO TO 1310-LOAD-ONE-DISPOSITION-EXIT
004340         END-IF
004350         ADD 1 TO WS-DSP-COUNT
004360         MOVE WS-DSP-COUNT TO WS-DSP-FOUND
004370         MOVE RECDSP-KEY TO WS-DSP-KEY (WS-DSP-FOUND)
004380         MOVE RECDSP-REASON-CODE TO WS-DSP-REASON (WS-DSP-FOUND)
004390         MOVE RECDSP-PAIR-ID TO WS-DSP-PAIR (WS-DSP-FOUND)
004400     END-IF
004410     MOVE RECDSP-STATUS TO WS-DSP-STATUS (WS-DSP-FOUND)
004420     MOVE RECDSP-OWNER-ID TO WS-DSP-OWNER (WS-DSP-FOUND)
004430     MOVE RECDSP-REVIEW-DATE TO WS-DSP-REVIEW (WS-DSP-FOUND)
004440     .
004450 1310-LOAD-ONE-DISPOSITION-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------*
004480* 2000 - SORT INPUT: EVERY OPEN EXCEPTION JOINED TO ITS
004490* DISPOSITION.  OWNED ITEMS ARE ALL RELEASED; UNOWNED ONES ONLY
004500* PAST THE AGE THRESHOLD.
004510*----------------------------------------------------------------*
004520 2000-RELEASE-EXCEPTIONS.
004530     OPEN INPUT EXCIN-FILE
004540     IF WS-FILE-STATUS-EXC-NOTFND
004550         GO TO 2000-RELEASE-EXCEPTIONS-EXIT
004560     END-IF
004570     IF NOT WS-FILE-STATUS-EXC-OK
004580         DISPLAY "OWNLIST: OPEN FAILED FOR EXCIN - STATUS "
004590             WS-FILE-STATUS-EXC
004600         MOVE 16 TO RETURN-CODE
004610         GOBACK
004620     END-IF
004630     PERFORM 2100-RELEASE-ONE-EXCEPTION
004640         THRU 2100-RELEASE-ONE-EXCEPTION-EXIT
004650         UNTIL WS-EOF-EXC-YES
004660     CLOSE EXCIN-FILE
004670     .
004680 2000-RELEASE-EXCEPTIONS-EXIT.
004690     EXIT.
004700 2100-RELEASE-ONE-EXCEPTION.
004710     READ EXCIN-FILE
004720         AT END
004730             SET WS-EOF-EXC-YES TO TRUE
004740             GO TO 2100-RELEASE-ONE-EXCEPTION-EXIT
004750     END-READ
004760     IF NOT WS-FILE-STATUS-EXC-OK
004770         DISPLAY "OWNLIST: READ FAILED FOR EXCIN - STATUS "
004780             WS-FILE-STATUS-EXC
004790         MOVE 16 TO RETURN-CODE
004800         GOBACK
004810     END-IF
004820     ADD 1 TO WS-EXC-READ-COUNT
004830     MOVE RECEXC-KEY TO WS-SRCH-KEY
004840     MOVE RECEXC-REASON-CODE TO WS-SRCH-REASON
004850     MOVE RECEXC-PAIR-ID TO WS-SRCH-PAIR
004860     PERFORM 2300-FIND-DISPOSITION
004870         THRU 2300-FIND-DISPOSITION-EXIT
004880     MOVE SPACES TO SORT-RECORD
004890     MOVE ZERO TO SRT-DAYS-OVERDUE
004900     SET SRT-OVERDUE-NO TO TRUE
004910     SET SRT-PAGED-NO TO TRUE
004920     MOVE RECEXC-AGE-CYCLES TO SRT-AGE-CYCLES
004930     MOVE RECEXC-KEY TO SRT-KEY
004940     MOVE RECEXC-REASON-CODE TO SRT-REASON-CODE
004950     MOVE RECEXC-PAIR-ID TO SRT-PAIR-ID
004960     MOVE RECEXC-FIRST-DATE TO SRT-FIRST-DATE
004970     IF WS-DSP-FOUND > 0
004980         MOVE WS-DSP-STATUS (WS-DSP-FOUND) TO SRT-STATUS
004990         MOVE WS-DSP-OWNER (WS-DSP-FOUND) TO SRT-OWNER
005000         MOVE WS-DSP-REVIEW (WS-DSP-FOUND) TO SRT-REVIEW-DATE
005010     END-IF
005020     IF SRT-OWNER = SPACES
005030         IF RECEXC-AGE-CYCLES NOT > WS-UNOWNED-AGE
005040             ADD 1 TO WS-UNOWNED-YOUNG-COUNT
005050             GO TO 2100-RELEASE-ONE-EXCEPTION-EXIT
005060         END-IF
005070         SET SRT-SECTION-UNOWNED TO TRUE
005080         ADD 1 TO WS-UNOWNED-COUNT
005090         RELEASE SORT-RECORD
005100         GO TO 2100-RELEASE-ONE-EXCEPTION-EXIT
005110     END-IF
005120     SET SRT-SECTION-OWNED TO TRUE
005130     ADD 1 TO WS-OWNED-COUNT
005140     PERFORM 2200-CHECK-OVERDUE THRU 2200-CHECK-OVERDUE-EXIT
005150     RELEASE SORT-RECORD
005160     .
005170 2100-RELEASE-ONE-EXCEPTION-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200* 2200 - AN OWNED ITEM IS OVERDUE WHEN ITS REVIEW DATE IS BEFORE
005210* THE RUN DATE; PAST THE ALERT THRESHOLD IT PAGES.  A BLANK OR
005220* UNREADABLE REVIEW DATE IS NEVER OVERDUE.
005230*----------------------------------------------------------------*
005240 2200-CHECK-OVERDUE.
005250     IF SRT-REVIEW-DATE = SPACES
005260             OR SRT-REVIEW-DATE NOT < WS-RUN-DATE
005270         GO TO 2200-CHECK-OVERDUE-EXIT
005280     END-IF
005290     MOVE SRT-REVIEW-DATE TO WS-DN-DATE
005300     PERFORM 2500-DAY-NUMBER THRU 2500-DAY-NUMBER-EXIT
005310     IF WS-DN-VALID-NO
005320         GO TO 2200-CHECK-OVERDUE-EXIT
005330     END-IF
005340     COMPUTE WS-OVERDUE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
005350     IF WS-OVERDUE-DAYS > 99999
005360         MOVE 99999 TO WS-OVERDUE-DAYS
005370     END-IF
005380     MOVE WS-OVERDUE-DAYS TO SRT-DAYS-OVERDUE
005390     SET SRT-OVERDUE-YES TO TRUE
005400     ADD 1 TO WS-OVERDUE-COUNT
005410     IF WS-OVERDUE-DAYS > WS-ALERT-DAYS
005420         SET SRT-PAGED-YES TO TRUE
005430         ADD 1 TO WS-PAGED-COUNT
005440         EVALUATE RECEXC-REASON-CODE
005450             WHEN "NA"
005460                 ADD 1 TO WS-PAGED-NA-COUNT
005470             WHEN "NB"
005480                 ADD 1 TO WS-PAGED-NB-COUNT
005490             WHEN OTHER
005500                 ADD 1 TO WS-PAGED-FM-COUNT
005510         END-EVALUATE
005520     END-IF
005530     .
005540 2200-CHECK-OVERDUE-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------*
005570* 2300 - LOOK UP THE DISPOSITION FOR THE SEARCH KEY, REASON AND
005580* PAIR; WS-DSP-FOUND IS ZERO WHEN THERE IS NONE.
005590*----------------------------------------------------------------*
005600 2300-FIND-DISPOSITION.
005610     MOVE ZERO TO WS-DSP-FOUND
005620     PERFORM 2310-MATCH-DISPOSITION
005630         THRU 2310-MATCH-DISPOSITION-EXIT
005640         VARYING WS-DSP-IDX FROM 1 BY 1
005650         UNTIL WS-DSP-IDX > WS-DSP-COUNT OR WS-DSP-FOUND > 0
005660     .
005670 2300-FIND-DISPOSITION-EXIT.
005680     EXIT.
005690 2310-MATCH-DISPOSITION.
005700     IF WS-DSP-KEY (WS-DSP-IDX) = WS-SRCH-KEY
005710             AND WS-DSP-REASON (WS-DSP-IDX) = WS-SRCH-REASON
005720             AND WS-DSP-PAIR (WS-DSP-IDX) = WS-SRCH-PAIR
005730         MOVE WS-DSP-IDX TO WS-DSP-FOUND
005740     END-IF
005750     .
005760 2310-MATCH-DISPOSITION-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------*
005790* 2500 - DAY NUMBER OF WS-DN-DATE INTO WS-DN-DAYS.  A DATE THAT
005800* IS NOT NUMERIC OR HAS NO SUCH MONTH OR DAY IS MARKED INVALID.
005810*----------------------------------------------------------------*
005820 2500-DAY-NUMBER.
005830     SET WS-DN-VALID-NO TO TRUE
005840     MOVE ZERO TO WS-DN-DAYS
005850     IF WS-DN-DATE NOT NUMERIC
005860         GO TO 2500-DAY-NUMBER-EXIT
005870     END-IF
005880     IF WS-DN-MM < 1 OR WS-DN-MM > 12
005890             OR WS-DN-DD < 1 OR WS-DN-DD > 31
005900         GO TO 2500-DAY-NUMBER-EXIT
005910     END-IF
005920     MOVE WS-DN-YYYY TO WS-DN-YEAR
005930     MOVE WS-DN-MM TO WS-DN-MONTH
005940     IF WS-DN-MONTH < 3
005950         SUBTRACT 1 FROM WS-DN-YEAR
005960         ADD 12 TO WS-DN-MONTH
005970     END-IF
005980     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
005990     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
006000     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
006010     COMPUTE WS-DN-QMON = 153 * (WS-DN-MONTH - 3) + 2
006020     DIVIDE WS-DN-QMON BY 5 GIVING WS-DN-QMON
006030     COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
006040         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMON + WS-DN-DD
006050     SET WS-DN-VALID-YES TO TRUE
006060     .
006070 2500-DAY-NUMBER-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------*
006100* 5000 - SORT OUTPUT: THE OWNER SECTIONS, EACH CLOSED WITH ITS
006110* COUNTS, THEN THE UNOWNED SECTION.
006120*----------------------------------------------------------------*
006130 5000-PRINT-WORKLIST.
006140     MOVE HIGH-VALUES TO WS-PRIOR-OWNER
006150     PERFORM 5100-PRINT-ONE-ITEM THRU 5100-PRINT-ONE-ITEM-EXIT
006160         UNTIL WS-EOF-SORT-YES
006170     IF WS-PRIOR-OWNER NOT = HIGH-VALUES AND WS-IN-UNOWNED-NO
006180         PERFORM 5300-CLOSE-OWNER THRU 5300-CLOSE-OWNER-EXIT
006190     END-IF
006200     .
006210 5000-PRINT-WORKLIST-EXIT.
006220     EXIT.
006230 5100-PRINT-ONE-ITEM.
006240     RETURN SORT-FILE
006250         AT END
006260             SET WS-EOF-SORT-YES TO TRUE
006270             GO TO 5100-PRINT-ONE-ITEM-EXIT
006280     END-RETURN
006290     IF SRT-SECTION-UNOWNED AND WS-IN-UNOWNED-NO
006300         IF WS-PRIOR-OWNER NOT = HIGH-VALUES
006310             PERFORM 5300-CLOSE-OWNER THRU 5300-CLOSE-OWNER-EXIT
006320         END-IF
006330         SET WS-IN-UNOWNED-YES TO TRUE
006340         PERFORM 5400-OPEN-UNOWNED THRU 5400-OPEN-UNOWNED-EXIT
006350     END-IF
006360     IF SRT-SECTION-OWNED AND SRT-OWNER NOT = WS-PRIOR-OWNER
006370         IF WS-PRIOR-OWNER NOT = HIGH-VALUES
006380             PERFORM 5300-CLOSE-OWNER THRU 5300-CLOSE-OWNER-EXIT
006390         END-IF
006400         PERFORM 5200-OPEN-OWNER THRU 5200-OPEN-OWNER-EXIT
006410     END-IF
006420     MOVE SPACES TO WS-DL-FLAG
006430     MOVE SRT-KEY TO WS-DL-KEY
006440     MOVE SRT-REASON-CODE TO WS-DL-REASON
006450     MOVE SRT-PAIR-ID TO WS-DL-PAIR
006460     MOVE SRT-AGE-CYCLES TO WS-DL-AGE
006470     MOVE SRT-STATUS TO WS-DL-STATUS
006480     MOVE SPACES TO WS-DL-DAYS-X
006490     IF SRT-SECTION-UNOWNED
006500         MOVE SRT-FIRST-DATE TO WS-DL-DATE
006510     ELSE
006520         MOVE SRT-REVIEW-DATE TO WS-DL-DATE
006530         ADD 1 TO WS-OWNER-ITEMS
006540         IF SRT-OVERDUE-YES
006550             ADD 1 TO WS-OWNER-OVERDUE
006560             MOVE "OVERDUE" TO WS-DL-FLAG
006570             MOVE SRT-DAYS-OVERDUE TO WS-DL-DAYS
006580         END-IF
006590         IF SRT-PAGED-YES
006600             MOVE "PAGED" TO WS-DL-FLAG
006610         END-IF
006620     END-IF
006630     MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
006640     PERFORM 8900-WRITE-REPORT-LINE
006650         THRU 8900-WRITE-REPORT-LINE-EXIT
006660     .
006670 5100-PRINT-ONE-ITEM-EXIT.
006680     EXIT.
006690 5200-OPEN-OWNER.
006700     MOVE SRT-OWNER TO WS-PRIOR-OWNER
006710     MOVE ZERO TO WS-OWNER-ITEMS
006720     MOVE ZERO TO WS-OWNER-OVERDUE
006730     ADD 1 TO WS-OWNER-COUNT
006740     MOVE SPACES TO WS-REPORT-LINE
006750     PERFORM 8900-WRITE-REPORT-LINE
006760         THRU 8900-WRITE-REPORT-LINE-EXIT
006770     MOVE SPACES TO WS-REPORT-LINE
006780     STRING "OWNER " DELIMITED BY SIZE
006790         SRT-OWNER DELIMITED BY SIZE
006800         INTO WS-REPORT-LINE
006810     PERFORM 8900-WRITE-REPORT-LINE
006820         THRU 8900-WRITE-REPORT-LINE-EXIT
006830     MOVE SPACES TO WS-REPORT-LINE
006840     MOVE "  FLAG    KEY        RC PAIR     AGE  ST  REVIEW"
006850         TO WS-REPORT-LINE
006860     MOVE "DAYS" TO WS-REPORT-LINE (53:4)
006870     PERFORM 8900-WRITE-REPORT-LINE
006880         THRU 8900-WRITE-REPORT-LINE-EXIT
006890     .
006900 5200-OPEN-OWNER-EXIT.
006910     EXIT.
006920 5300-CLOSE-OWNER.
006930     MOVE SPACES TO WS-REPORT-LINE
006940     MOVE WS-OWNER-ITEMS TO WS-EDIT-COUNT
006950     STRING "  ITEMS " DELIMITED BY SIZE
006960         WS-EDIT-COUNT DELIMITED BY SIZE
006970         INTO WS-REPORT-LINE
006980     MOVE WS-OWNER-OVERDUE TO WS-EDIT-COUNT
006990     STRING "   OVERDUE " DELIMITED BY SIZE
007000         WS-EDIT-COUNT DELIMITED BY SIZE
007010         INTO WS-REPORT-LINE (16:)
007020     PERFORM 8900-WRITE-REPORT-LINE
007030         THRU 8900-WRITE-REPORT-LINE-EXIT
007040     .
007050 5300-CLOSE-OWNER-EXIT.
007060     EXIT.
007070 5400-OPEN-UNOWNED.
007080     MOVE SPACES TO WS-REPORT-LINE
007090     PERFORM 8900-WRITE-REPORT-LINE
007100         THRU 8900-WRITE-REPORT-LINE-EXIT
007110     MOVE SPACES TO WS-REPORT-LINE
007120     STRING "UNOWNED EXCEPTIONS OLDER THAN " DELIMITED BY SIZE
007130         WS-UNOWNED-AGE DELIMITED BY SIZE
007140         " CYCLES" DELIMITED BY SIZE
007150         INTO WS-REPORT-LINE
007160     PERFORM 8900-WRITE-REPORT-LINE
007170         THRU 8900-WRITE-REPORT-LINE-EXIT
007180     MOVE SPACES TO WS-REPORT-LINE
007190     MOVE "          KEY        RC PAIR     AGE  ST  FIRST"
007200         TO WS-REPORT-LINE
007210     PERFORM 8900-WRITE-REPORT-LINE
007220         THRU 8900-WRITE-REPORT-LINE-EXIT
007230     .
007240 5400-OPEN-UNOWNED-EXIT.
007250     EXIT.
007260 8000-PRINT-TOTALS.
007270     MOVE SPACES TO WS-REPORT-LINE
007280     PERFORM 8900-WRITE-REPORT-LINE
007290         THRU 8900-WRITE-REPORT-LINE-EXIT
007300     MOVE SPACES TO WS-REPORT-LINE
007310     MOVE "TOTALS" TO WS-REPORT-LINE
007320     PERFORM 8900-WRITE-REPORT-LINE
007330         THRU 8900-WRITE-REPORT-LINE-EXIT
007340     MOVE SPACES TO WS-REPORT-LINE
007350     MOVE WS-EXC-READ-COUNT TO WS-EDIT-COUNT
007360     STRING "OPEN EXCEPTIONS READ     : " DELIMITED BY SIZE
007370         WS-EDIT-COUNT DELIMITED BY SIZE
007380         INTO WS-REPORT-LINE
007390     PERFORM 8900-WRITE-REPORT-LINE
007400         THRU 8900-WRITE-REPORT-LINE-EXIT
007410     MOVE SPACES TO WS-REPORT-LINE
007420     MOVE WS-OWNER-COUNT TO WS-EDIT-COUNT
007430     STRING "OWNERS                   : " DELIMITED BY SIZE
007440         WS-EDIT-COUNT DELIMITED BY SIZE
007450         INTO WS-REPORT-LINE
007460     PERFORM 8900-WRITE-REPORT-LINE
007470         THRU 8900-WRITE-REPORT-LINE-EXIT
007480     MOVE SPACES TO WS-REPORT-LINE
007490     MOVE WS-OWNED-COUNT TO WS-EDIT-COUNT
007500     STRING "OWNED ITEMS              : " DELIMITED BY SIZE
007510         WS-EDIT-COUNT DELIMITED BY SIZE
007520         INTO WS-REPORT-LINE
007530     PERFORM 8900-WRITE-REPORT-LINE
007540         THRU 8900-WRITE-REPORT-LINE-EXIT
007550     MOVE SPACES TO WS-REPORT-LINE
007560     MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
007570     STRING "OVERDUE FOR REVIEW       : " DELIMITED BY SIZE
007580         WS-EDIT-COUNT DELIMITED BY SIZE
007590         INTO WS-REPORT-LINE
007600     PERFORM 8900-WRITE-REPORT-LINE
007610         THRU 8900-WRITE-REPORT-LINE-EXIT
007620     MOVE SPACES TO WS-REPORT-LINE
007630     MOVE WS-PAGED-COUNT TO WS-EDIT-COUNT
007640     STRING "PAST ALERT THRESHOLD     : " DELIMITED BY SIZE
007650         WS-EDIT-COUNT DELIMITED BY SIZE
007660         INTO WS-REPORT-LINE
007670     PERFORM 8900-WRITE-REPORT-LINE
007680         THRU 8900-WRITE-REPORT-LINE-EXIT
007690     MOVE SPACES TO WS-REPORT-LINE
007700     MOVE WS-UNOWNED-COUNT TO WS-EDIT-COUNT
007710     STRING "UNOWNED OVER THRESHOLD   : " DELIMITED BY SIZE
007720         WS-EDIT-COUNT DELIMITED BY SIZE
007730         INTO WS-REPORT-LINE
007740     PERFORM 8900-WRITE-REPORT-LINE
007750         THRU 8900-WRITE-REPORT-LINE-EXIT
007760     MOVE SPACES TO WS-REPORT-LINE
007770     MOVE WS-UNOWNED-YOUNG-COUNT TO WS-EDIT-COUNT
007780     STRING "UNOWNED UNDER THRESHOLD  : " DELIMITED BY SIZE
007790         WS-EDIT-COUNT DELIMITED BY SIZE
007800         INTO WS-REPORT-LINE
007810     PERFORM 8900-WRITE-REPORT-LINE
007820         THRU 8900-WRITE-REPORT-LINE-EXIT
007830     IF WS-DSP-OVERFLOW > 0
007840         MOVE SPACES TO WS-REPORT-LINE
007850         MOVE WS-DSP-OVERFLOW TO WS-EDIT-COUNT
007860         STRING "DISPOSITIONS NOT LOADED (TABLE FULL): "
007870             DELIMITED BY SIZE
007880             WS-EDIT-COUNT DELIMITED BY SIZE
007890             INTO WS-REPORT-LINE
007900         PERFORM 8900-WRITE-REPORT-LINE
007910             THRU 8900-WRITE-REPORT-LINE-EXIT
007920     END-IF
007930     .
007940 8000-PRINT-TOTALS-EXIT.
007950     EXIT.
007960 8900-WRITE-REPORT-LINE.
007970     WRITE REPORT-RECORD FROM WS-REPORT-LINE
007980     IF NOT WS-FILE-STATUS-RPT-OK
007990         DISPLAY "OWNLIST: WRITE FAILED FOR OWNRPT - STATUS "
008000             WS-FILE-STATUS-RPT
008010         MOVE 16 TO RETURN-CODE
008020         GOBACK
008030     END-IF
008040     .
008050 8900-WRITE-REPORT-LINE-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------*
008080* 9300 - OWNED ITEMS ARE OVERDUE PAST THE ALERT THRESHOLD: A
008090* FIXED-ID CONSOLE MESSAGE AND ONE RECALT RECORD CARRYING THE
008100* REASON COUNTS OF THE ITEMS BEHIND IT.
008110*----------------------------------------------------------------*
008120 9300-ISSUE-ALERT.
008130     DISPLAY "OWNLIST1E REVIEWS OVERDUE PAST THRESHOLD - "
008140         "SUPERVISOR ACTION NEEDED"
008150     OPEN EXTEND ALERT-FILE
008160     IF WS-FILE-STATUS-ALERT-NOTFND
008170         OPEN OUTPUT ALERT-FILE
008180     END-IF
008190     IF NOT WS-FILE-STATUS-ALERT-OK
008200         DISPLAY "OWNLIST: OPEN FAILED FOR ALERTS - STATUS "
008210             WS-FILE-STATUS-ALERT
008220         MOVE 16 TO RETURN-CODE
008230         GOBACK
008240     END-IF
008250     MOVE SPACES TO RECALT-RECORD
008260     MOVE WS-RUN-DATE TO RECALT-RUN-DATE
008270     MOVE WS-RUN-TIME TO RECALT-RUN-TIME
008280     MOVE "OWNLIST1E" TO RECALT-MSG-ID
008290     MOVE "E" TO RECALT-SEVERITY
008300     MOVE 08 TO RECALT-RETURN-CODE
008310     MOVE WS-PAGED-NA-COUNT TO RECALT-NOT-ON-A-COUNT
008320     MOVE WS-PAGED-NB-COUNT TO RECALT-NOT-ON-B-COUNT
008330     MOVE WS-PAGED-FM-COUNT TO RECALT-FIELD-MM-COUNT
008340     MOVE ZERO TO RECALT-SEQ-ERR-COUNT
008350     ACCEPT RECALT-ISSUE-DATE FROM DATE YYYYMMDD
008360     ACCEPT WS-ALERT-TIME-RAW FROM TIME
008370     MOVE WS-ALERT-TIME-RAW TO RECALT-ISSUE-TIME
008380     WRITE RECALT-RECORD
008390     IF NOT WS-FILE-STATUS-ALERT-OK
008400         DISPLAY "OWNLIST: WRITE FAILED FOR ALERTS - STATUS "
008410             WS-FILE-STATUS-ALERT
008420         MOVE 16 TO RETURN-CODE
008430         GOBACK
008440     END-IF
008450     CLOSE ALERT-FILE
008460     .
008470 9300-ISSUE-ALERT-EXIT.
008480     EXIT.
008490 9999-TERMINATE.
008500     CLOSE REPORT-FILE
008510     EVALUATE TRUE
008520         WHEN WS-PAGED-COUNT > 0
008530             MOVE 8 TO RETURN-CODE
008540         WHEN WS-OVERDUE-COUNT > 0 OR WS-UNOWNED-COUNT > 0
008550             MOVE 4 TO RETURN-CODE
008560         WHEN OTHER
008570             MOVE 0 TO RETURN-CODE
008580     END-EVALUATE
008590     .
008600 9999-TERMINATE-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------*
008630* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
008640*----------------------------------------------------------------*
008650 COPY "RECSTP.cpy".
008660 END PROGRAM OWNLIST.
