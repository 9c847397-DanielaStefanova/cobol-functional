000210*                      DISPOSITION THE DESK HAS RECORDED
000220*     *DATE YYYYMMDD   PAGE THROUGH EVERY EXCEPTION LAST SEEN
000230*                      ON THAT RUN DATE
000240*     *DISP [<KEY>]    RECORD A DISPOSITION FOR ONE OF THE KEY'S
000250*                      EXCEPTIONS (DEFAULT THE KEY LAST SHOWN) -
000260*                      THE DIALOGUE PROMPTS FOR REASON, PAIR,
000270*                      STATUS, OWNER, REVIEW DATE AND NOTE
000280*     *END             LEAVE THE INQUIRY
000290*
000300* MODIFICATION HISTORY.
000310*   2026-08-23 DS   INITIAL VERSION.
000320*   2026-09-02 DS   DISPOSITION COMPANION FILE (RECDSP.CPY) ON
000330*                   DSPIN - THE KEY VIEW NOW SHOWS THE STATUS,
000340*                   OWNER AND REVIEW DATE THE BALANCING DESK HAS
000350*                   RECORDED ALONGSIDE THE AGE.
000360*   2026-09-02 DS   BATCH MODE - WHEN A SYSIN DATASET IS
000370*                   PRESENT, INQUIRY CARDS (A KEY, OR *DATE
000380*                   YYYYMMDD) ARE READ FROM IT AND THE SAME
000390*                   ANSWERS GO TO THE INQPRT PRINT DATASET, SO
000400*                   THE WATCH-LIST RUN CAN BE SCHEDULED.
000410*   2026-09-02 DS   REBUILT ON THE EXCMAST KSDS (RECKSD.CPY,
000420*                   BUILT BY EXCLOAD) - THE EXTRACT/EXCEPTIONS
000430*                   DICTIONARY LOAD AND THE 50,000-SLOT DATE
000440*                   TABLE ARE GONE; KEY AND DATE VIEWS RUN OFF
000450*                   KEYED STARTS AND SEQUENTIAL BROWSES.
000460*   2026-09-02 DS   INQUIRY AUDIT TRAIL - EVERY LOOKUP IS
000470*                   APPENDED TO THE INQAUDIT DATASET
000480*                   (RECIAU.CPY) WITH THE USER ID CAPTURED AT
000490*                   SESSION START (OR A USERID CARD IN BATCH),
000500*                   THE ARGUMENT, A TIMESTAMP AND WHAT CAME
000510*                   BACK; INQAUDR SUMMARIZES THE FILE.
000520*   2026-10-15 DS   DISPOSITION MAINTENANCE - THE *DISP COMMAND
000530*                   (OR A *DISP CARD IN BATCH) SETS THE STATUS,
000540*                   OWNER, NOTE AND REVIEW DATE OF AN OPEN
000550*                   EXCEPTION.  THE EXCEPTION MUST BE ON EXCMAST
000560*                   AND THE STATUS MUST BE IN, AD OR PU.  THE NEW
000570*                   RECORD IS APPENDED TO DSPIN, WHERE A LATER
000580*                   RECORD SUPERSEDES AN EARLIER ONE FOR THE SAME
000590*                   EXCEPTION, SO EXCAGE TAKES IT UP NEXT CYCLE;
000600*                   EACH CHANGE IS AUDITED ON DSPAUDIT
000610*                   (RECDAU.CPY) WITH ITS BEFORE AND AFTER VALUES.
000620*   2026-10-15 DS   PAIR-LEVEL ACCESS - THE INQACCES DATASET
000630*                   (RECACC.CPY) GRANTS PAIRS TO USER IDS AND
000640*                   GROUPS.  THE KEY AND RUN-DATE VIEWS HIDE THE
000650*                   EXCEPTIONS OF A PAIR THE USER IS NOT GRANTED
000660*                   AND SAY HOW MANY WERE WITHHELD, *DISP REFUSES
000670*                   THEM, AND A LOOKUP THAT WITHHELD ANYTHING IS
000680*                   AUDITED WITH RESULT D.  NO INQACCES DATASET
000690*                   LEAVES EVERY PAIR OPEN.
000700*   2026-10-15 DS   A *DISP REFUSED FOR WANT OF A PAIR GRANT IS
000710*                   AUDITED ON INQAUDIT AS TYPE M, RESULT D.
000720*----------------------------------------------------------------*
000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT EXCMAST-FILE ASSIGN TO EXCMAST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS RECKSD-KEY-FIELDS
000810         FILE STATUS IS WS-FILE-STATUS-KSD.
000820     SELECT DSPIN-FILE ASSIGN TO DSPIN
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-FILE-STATUS-DSP.
000850     SELECT PARM-FILE ASSIGN TO SYSIN
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-FILE-STATUS-PARM.
000880     SELECT INQPRT-FILE ASSIGN TO INQPRT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-FILE-STATUS-INQ.
000910     SELECT AUDIT-FILE ASSIGN TO INQAUDIT
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-FILE-STATUS-AUD.
000940     SELECT DSPAUD-FILE ASSIGN TO DSPAUDIT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-FILE-STATUS-DAU.
000970     SELECT ACCESS-FILE ASSIGN TO INQACCES
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-FILE-STATUS-ACC.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  EXCMAST-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY "RECKSD.cpy".
001050 FD  DSPIN-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "RECDSP.cpy" REPLACING LEADING ==RECDSP-== BY ==DSPIN-==.
001080 FD  PARM-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  PARM-RECORD                     PIC X(80).
001110 FD  INQPRT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  INQPRT-RECORD                   PIC X(80).
001140 FD  AUDIT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY "RECIAU.cpy".
001170 FD  DSPAUD-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY "RECDAU.cpy".
001200 FD  ACCESS-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY "RECACC.cpy".
001230 WORKING-STORAGE SECTION.
001240 01  WS-SWITCHES.
001250     05  WS-DONE-SW                  PIC X(01) VALUE "N".
001260         88  WS-DONE-YES                        VALUE "Y".
001270         88  WS-DONE-NO                         VALUE "N".
001280     05  WS-BATCH-MODE-SW            PIC X(01) VALUE "N".
001290         88  WS-BATCH-MODE-YES                  VALUE "Y".
001300         88  WS-BATCH-MODE-NO                   VALUE "N".
001310     05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
001320         88  WS-PARM-EOF-YES                    VALUE "Y".
001330     05  WS-EOF-DSP-SW               PIC X(01) VALUE "N".
001340         88  WS-EOF-DSP-YES                     VALUE "Y".
001350         88  WS-EOF-DSP-NO                      VALUE "N".
001360     05  WS-BROWSE-DONE-SW           PIC X(01) VALUE "N".
001370         88  WS-BROWSE-DONE-YES                 VALUE "Y".
001380         88  WS-BROWSE-DONE-NO                  VALUE "N".
001390     05  WS-EOF-ACC-SW               PIC X(01) VALUE "N".
001400         88  WS-EOF-ACC-YES                     VALUE "Y".
001410 01  WS-FILE-STATUSES.
001420     05  WS-FILE-STATUS-KSD          PIC X(02) VALUE "00".
001430         88  WS-FILE-STATUS-KSD-OK             VALUE "00".
001440         88  WS-FILE-STATUS-KSD-NOTFND         VALUE "23".
001450         88  WS-FILE-STATUS-KSD-EOF            VALUE "10".
001460     05  WS-FILE-STATUS-DSP          PIC X(02) VALUE "00".
001470         88  WS-FILE-STATUS-DSP-OK             VALUE "00".
001480         88  WS-FILE-STATUS-DSP-NOTFND         VALUE "35".
001490     05  WS-FILE-STATUS-PARM         PIC X(02) VALUE "00".
001500         88  WS-FILE-STATUS-PARM-OK            VALUE "00".
001510         88  WS-FILE-STATUS-PARM-NOTFND        VALUE "35".
001520     05  WS-FILE-STATUS-INQ          PIC X(02) VALUE "00".
001530         88  WS-FILE-STATUS-INQ-OK             VALUE "00".
001540     05  WS-FILE-STATUS-AUD          PIC X(02) VALUE "00".
001550         88  WS-FILE-STATUS-AUD-OK             VALUE "00".
001560         88  WS-FILE-STATUS-AUD-NOTFND         VALUE "35".
001570     05  WS-FILE-STATUS-DAU          PIC X(02) VALUE "00".
001580         88  WS-FILE-STATUS-DAU-OK             VALUE "00".
001590         88  WS-FILE-STATUS-DAU-NOTFND         VALUE "35".
001600     05  WS-FILE-STATUS-ACC          PIC X(02) VALUE "00".
001610         88  WS-FILE-STATUS-ACC-OK             VALUE "00".
001620         88  WS-FILE-STATUS-ACC-NOTFND         VALUE "35".
001630*----------------------------------------------------------------*
001640* DISPOSITION LOOKUP - THE COMPANION FILE IS SMALL AND HUMAN-
001650* MAINTAINED, SO IT STILL RIDES IN A LIBRARY DICTIONARY KEYED
001660* KEY PLUS REASON PLUS PAIR.
001670*----------------------------------------------------------------*
001680 01  WS-DSP-DICT
001690         type Dictionary[string, string].
001700 01  WS-LOOKUP-OPT                   type Option[string].
001710 01  WS-KEY-BOXED                    string.
001720 01  WS-VALUE-BOXED                  string.
001730 01  WS-DSP-LOOKUP-KEY.
001740     05  WS-DSP-LK-KEY               PIC X(10).
001750     05  WS-DSP-LK-REASON            PIC X(02).
001760     05  WS-DSP-LK-PAIR              PIC X(08).
001770 01  WS-DSP-IMAGE                    PIC X(80).
001780 01  WS-DSP-IMAGE-R REDEFINES WS-DSP-IMAGE.
001790     05  WS-DSP-IMG-KEY              PIC X(10).
001800     05  WS-DSP-IMG-REASON           PIC X(02).
001810     05  WS-DSP-IMG-PAIR             PIC X(08).
001820     05  WS-DSP-IMG-STATUS           PIC X(02).
001830     05  WS-DSP-IMG-OWNER            PIC X(08).
001840     05  WS-DSP-IMG-NOTE             PIC X(30).
001850     05  WS-DSP-IMG-REVIEW           PIC X(08).
001860     05  FILLER                      PIC X(12).
001870 01  WS-REPLY                        PIC X(20).
001880 01  WS-REPLY-PARTS.
001890     05  WS-REPLY-VERB               PIC X(10).
001900     05  WS-REPLY-ARG                PIC X(10).
001910 01  WS-INQ-KEY                      PIC X(10).
001920 01  WS-INQ-DATE                     PIC X(08).
001930 01  WS-FOUND-COUNT                  PIC S9(04) COMP.
001940 01  WS-SHOWN-COUNT                  PIC S9(04) COMP.
001950 01  WS-OUT-LINE                     PIC X(80).
001960 01  WS-USER-ID                      PIC X(08) VALUE "UNKNOWN ".
001970 01  WS-AUD-DATE                     PIC X(08).
001980 01  WS-AUD-TIME-RAW                 PIC X(08).
001990 01  WS-AUD-TYPE                     PIC X(01).
002000 01  WS-AUD-ARG                      PIC X(10).
002010 01  WS-AUD-COUNT                    PIC S9(05) COMP-3.
002020 01  WS-AUD-DENIED                   PIC S9(05) COMP-3.
002030 01  WS-DATE-MATCH-COUNT             PIC S9(05) COMP-3.
002040 01  WS-PARM-CARD.
002050     05  WS-PARM-CARD-BYTE-1         PIC X(01).
002060     05  FILLER                      PIC X(79).
002070*----------------------------------------------------------------*
002080* DISPOSITION COMMAND.  THE OPERANDS ARRIVE AS TEXT - FROM THE
002090* PROMPTS AT THE TERMINAL, FROM THE *DISP CARD IN BATCH - AND ARE
002100* EDITED IN ONE PLACE.  A BLANK (OR "*") STATUS, OWNER, REVIEW
002110* DATE OR NOTE KEEPS WHAT THE EXCEPTION ALREADY CARRIES.
002120*----------------------------------------------------------------*
002130 01  WS-DC-OPERANDS.
002140     05  WS-DC-VERB                  PIC X(10).
002150     05  WS-DC-KEY                   PIC X(10).
002160     05  WS-DC-REASON                PIC X(10).
002170     05  WS-DC-PAIR                  PIC X(10).
002180     05  WS-DC-STATUS                PIC X(10).
002190     05  WS-DC-OWNER                 PIC X(10).
002200     05  WS-DC-REVIEW                PIC X(10).
002210     05  WS-DC-REVIEW-R REDEFINES WS-DC-REVIEW.
002220         10  WS-DC-REVIEW-YYYY       PIC 9(04).
002230         10  WS-DC-REVIEW-MM         PIC 9(02).
002240             88  WS-DC-REVIEW-MM-OK             VALUE 01 THRU 12.
002250         10  WS-DC-REVIEW-DD         PIC 9(02).
002260             88  WS-DC-REVIEW-DD-OK             VALUE 01 THRU 31.
002270         10  FILLER                  PIC X(02).
002280     05  WS-DC-NOTE                  PIC X(30).
002290 01  WS-DC-PTR                       PIC S9(04) COMP.
002300 01  WS-DC-REPLY                     PIC X(40).
002310 01  WS-DC-MESSAGE                   PIC X(40).
002320 01  WS-DC-OK-SW                     PIC X(01) VALUE "Y".
002330     88  WS-DC-OK-YES                           VALUE "Y".
002340     88  WS-DC-OK-NO                            VALUE "N".
002350 01  WS-DC-BEFORE                    PIC X(80).
002360 01  WS-DC-BEFORE-R REDEFINES WS-DC-BEFORE.
002370     05  FILLER                      PIC X(20).
002380     05  WS-DC-BEF-STATUS            PIC X(02).
002390     05  WS-DC-BEF-OWNER             PIC X(08).
002400     05  WS-DC-BEF-NOTE              PIC X(30).
002410     05  WS-DC-BEF-REVIEW            PIC X(08).
002420     05  FILLER                      PIC X(12).
002430 01  WS-DC-REJECTED-COUNT            PIC S9(05) COMP-3 VALUE ZERO.
002440*----------------------------------------------------------------*
002450* PAIR ACCESS.  THE INQACCES ENTRIES ARE HELD AS READ; A PAIR IS
002460* JUDGED AGAINST THE USER ID IN FORCE WHEN ITS EXCEPTION COMES
002470* UP, SO A USERID CARD PART WAY THROUGH A BATCH RUN TAKES EFFECT
002480* AT ONCE.
002490*----------------------------------------------------------------*
002500 01  WS-ACCESS-TABLE.
002510     05  WS-ACC-COUNT                PIC S9(04) COMP VALUE ZERO.
002520     05  WS-ACC-MAX                  PIC S9(04) COMP VALUE 500.
002530     05  WS-ACC-ENTRY OCCURS 500 TIMES.
002540         10  WS-ACC-TYPE             PIC X(01).
002550         10  WS-ACC-USER-OR-GROUP    PIC X(08).
002560         10  WS-ACC-GROUP-OR-PAIR    PIC X(08).
002570 01  WS-ACC-IDX                      PIC S9(04) COMP.
002580 01  WS-ACC-GRP-IDX                  PIC S9(04) COMP.
002590 01  WS-ACC-PAIR                     PIC X(08).
002600 01  WS-ACC-GRANTEE                  PIC X(08).
002610 01  WS-ACC-NAMED-SW                 PIC X(01).
002620     88  WS-ACC-NAMED-YES                       VALUE "Y".
002630     88  WS-ACC-NAMED-NO                        VALUE "N".
002640 01  WS-ACC-GRANT-SW                 PIC X(01).
002650     88  WS-ACC-GRANT-YES                       VALUE "Y".
002660     88  WS-ACC-GRANT-NO                        VALUE "N".
002670 01  WS-ACC-RESULT-SW                PIC X(01).
002680     88  WS-ACC-ALLOWED                         VALUE "Y".
002690     88  WS-ACC-DENIED                          VALUE "N".
002700 01  WS-DENIED-COUNT                 PIC S9(05) COMP-3.
002710 01  WS-DENIED-EDIT                  PIC ZZZZ9.
002720 PROCEDURE DIVISION.
002730 0000-MAINLINE.
002740     PERFORM 1400-OPEN-BATCH-MODE
002750         THRU 1400-OPEN-BATCH-MODE-EXIT
002760     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002770     IF WS-BATCH-MODE-YES
002780         PERFORM 3500-ONE-BATCH-INQUIRY
002790             THRU 3500-ONE-BATCH-INQUIRY-EXIT
002800             UNTIL WS-PARM-EOF-YES
002810         CLOSE PARM-FILE
002820         CLOSE INQPRT-FILE
002830         CLOSE EXCMAST-FILE
002840         CLOSE AUDIT-FILE
002850         CLOSE DSPAUD-FILE
002860         IF WS-DC-REJECTED-COUNT > 0
002870             DISPLAY "RECONINQ: " WS-DC-REJECTED-COUNT
002880                 " DISPOSITION CARD(S) REJECTED - SEE INQPRT"
002890             MOVE 4 TO RETURN-CODE
002900         END-IF
002910         GOBACK
002920     END-IF
002930     DISPLAY "RECONINQ - RECONCILIATION INQUIRY"
002940     DISPLAY "USER ID : " WITH NO ADVANCING
002950     ACCEPT WS-REPLY
002960     IF WS-REPLY NOT = SPACES
002970         MOVE WS-REPLY (1:8) TO WS-USER-ID
002980     END-IF
002990     DISPLAY "ENTER A KEY, *DATE YYYYMMDD, *DISP [KEY], OR *END"
003000     PERFORM 3000-ONE-INQUIRY THRU 3000-ONE-INQUIRY-EXIT
003010         UNTIL WS-DONE-YES
003020     CLOSE EXCMAST-FILE
003030     CLOSE AUDIT-FILE
003040     CLOSE DSPAUD-FILE
003050     GOBACK
003060     .
003070 0000-MAINLINE-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------*
003100* 1400 - A SYSIN DATASET SELECTS BATCH MODE: INQUIRY CARDS IN,
003110* ANSWERS TO THE INQPRT PRINT DATASET.  NO SYSIN MEANS THE
003120* CLASSIC TERMINAL DIALOGUE.
003130*----------------------------------------------------------------*
003140 1400-OPEN-BATCH-MODE.
003150     OPEN INPUT PARM-FILE
003160     IF WS-FILE-STATUS-PARM-NOTFND
003170         GO TO 1400-OPEN-BATCH-MODE-EXIT
003180     END-IF
003190     IF NOT WS-FILE-STATUS-PARM-OK
003200         DISPLAY "RECONINQ: OPEN FAILED FOR SYSIN - STATUS "
003210             WS-FILE-STATUS-PARM
003220         MOVE 16 TO RETURN-CODE
003230         GOBACK
003240     END-IF
003250     SET WS-BATCH-MODE-YES TO TRUE
003260     OPEN OUTPUT INQPRT-FILE
003270     IF NOT WS-FILE-STATUS-INQ-OK
003280         DISPLAY "RECONINQ: OPEN FAILED FOR INQPRT - STATUS "
003290             WS-FILE-STATUS-INQ
003300         MOVE 16 TO RETURN-CODE
003310         GOBACK
003320     END-IF
003330     .
003340 1400-OPEN-BATCH-MODE-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------*
003370* 1000 - OPEN THE SHARED EXCEPTION MASTER AND LOAD THE SMALL
003380* DISPOSITION COMPANION FILE AND THE PAIR ACCESS ENTRIES.  A
003390* MISSING DISPOSITION DATASET ONLY COSTS THE STATUS LINE; A
003400* MISSING ACCESS DATASET LEAVES EVERY PAIR OPEN.
003410*----------------------------------------------------------------*
003420 1000-INITIALIZE.
003430     SET WS-DSP-DICT TO
003440         type Dictionary[string, string]::empty()
003450     OPEN INPUT EXCMAST-FILE
003460     IF NOT WS-FILE-STATUS-KSD-OK
003470         DISPLAY "RECONINQ: OPEN FAILED FOR EXCMAST - STATUS "
003480             WS-FILE-STATUS-KSD
003490         MOVE 16 TO RETURN-CODE
003500         GOBACK
003510     END-IF
003520     OPEN EXTEND AUDIT-FILE
003530     IF WS-FILE-STATUS-AUD-NOTFND
003540         OPEN OUTPUT AUDIT-FILE
003550     END-IF
003560     IF NOT WS-FILE-STATUS-AUD-OK
003570         DISPLAY "RECONINQ: OPEN FAILED FOR INQAUDIT - STATUS "
003580             WS-FILE-STATUS-AUD
003590         MOVE 16 TO RETURN-CODE
003600         GOBACK
003610     END-IF
003620     OPEN EXTEND DSPAUD-FILE
003630     IF WS-FILE-STATUS-DAU-NOTFND
003640         OPEN OUTPUT DSPAUD-FILE
003650     END-IF
003660     IF NOT WS-FILE-STATUS-DAU-OK
003670         DISPLAY "RECONINQ: OPEN FAILED FOR DSPAUDIT - STATUS "
003680             WS-FILE-STATUS-DAU
003690         MOVE 16 TO RETURN-CODE
003700         GOBACK
003710     END-IF
003720     OPEN INPUT DSPIN-FILE
003730     IF WS-FILE-STATUS-DSP-NOTFND
003740         SET WS-EOF-DSP-YES TO TRUE
003750     ELSE
003760         IF NOT WS-FILE-STATUS-DSP-OK
003770             DISPLAY "RECONINQ: OPEN FAILED FOR DSPIN - STATUS "
003780                 WS-FILE-STATUS-DSP
003790             MOVE 16 TO RETURN-CODE
003800             GOBACK
003810         END-IF
003820         PERFORM 1300-LOAD-DISPOSITIONS
003830             THRU 1300-LOAD-DISPOSITIONS-EXIT
003840             UNTIL WS-EOF-DSP-YES
003850         CLOSE DSPIN-FILE
003860     END-IF
003870     OPEN INPUT ACCESS-FILE
003880     IF WS-FILE-STATUS-ACC-NOTFND
003890         GO TO 1000-INITIALIZE-EXIT
003900     END-IF
003910     IF NOT WS-FILE-STATUS-ACC-OK
003920         DISPLAY "RECONINQ: OPEN FAILED FOR INQACCES - STATUS "
003930             WS-FILE-STATUS-ACC
003940         MOVE 16 TO RETURN-CODE
003950         GOBACK
003960     END-IF
003970     PERFORM 1200-LOAD-ACCESS-ENTRY
003980         THRU 1200-LOAD-ACCESS-ENTRY-EXIT
003990         UNTIL WS-EOF-ACC-YES
004000     CLOSE ACCESS-FILE
004010     .
004020 1000-INITIALIZE-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------*
004050* 1200 - ONE INQACCES ENTRY.  A MIS-KEYED ENTRY STOPS THE
004060* INQUIRY RATHER THAN QUIETLY OPENING OR CLOSING A PAIR.
004070*----------------------------------------------------------------*
004080 1200-LOAD-ACCESS-ENTRY.
004090     READ ACCESS-FILE
004100         AT END
004110             SET WS-EOF-ACC-YES TO TRUE
004120             GO TO 1200-LOAD-ACCESS-ENTRY-EXIT
004130     END-READ
004140     IF NOT WS-FILE-STATUS-ACC-OK
004150         DISPLAY "RECONINQ: READ FAILED FOR INQACCES - STATUS "
004160             WS-FILE-STATUS-ACC
004170         MOVE 16 TO RETURN-CODE
004180         GOBACK
004190     END-IF
004200     IF RECACC-RECORD = SPACES OR RECACC-ENTRY-TYPE = "*"
004210         GO TO 1200-LOAD-ACCESS-ENTRY-EXIT
004220     END-IF
004230     IF (NOT RECACC-GROUP-MEMBER AND NOT RECACC-PAIR-GRANT)
004240             OR RECACC-USER-OR-GROUP = SPACES
004250             OR RECACC-GROUP-OR-PAIR = SPACES
004260         DISPLAY "RECONINQ: BAD INQACCES ENTRY - "
004270             RECACC-RECORD (1:40)
004280         MOVE 16 TO RETURN-CODE
004290         GOBACK
004300     END-IF
004310     IF WS-ACC-COUNT = WS-ACC-MAX
004320         DISPLAY "RECONINQ: INQACCES TABLE FULL - RUN STOPPED"
004330         MOVE 16 TO RETURN-CODE
004340         GOBACK
004350     END-IF
004360     ADD 1 TO WS-ACC-COUNT
004370     MOVE RECACC-ENTRY-TYPE TO WS-ACC-TYPE (WS-ACC-COUNT)
004380     MOVE RECACC-USER-OR-GROUP
004390         TO WS-ACC-USER-OR-GROUP (WS-ACC-COUNT)
004400     MOVE RECACC-GROUP-OR-PAIR
004410         TO WS-ACC-GROUP-OR-PAIR (WS-ACC-COUNT)
004420     .
004430 1200-LOAD-ACCESS-ENTRY-EXIT.
004440     EXIT.
004450 1300-LOAD-DISPOSITIONS.
004460     READ DSPIN-FILE
004470         AT END
004480             SET WS-EOF-DSP-YES TO TRUE
004490             GO TO 1300-LOAD-DISPOSITIONS-EXIT
004500     END-READ
004510     IF NOT WS-FILE-STATUS-DSP-OK
004520         DISPLAY "RECONINQ: READ FAILED FOR DSPIN - STATUS "
004530             WS-FILE-STATUS-DSP
004540         MOVE 16 TO RETURN-CODE
004550         GOBACK
004560     END-IF
004570     MOVE DSPIN-KEY TO WS-DSP-LK-KEY
004580     MOVE DSPIN-REASON-CODE TO WS-DSP-LK-REASON
004590     MOVE DSPIN-PAIR-ID TO WS-DSP-LK-PAIR
004600     MOVE WS-DSP-LOOKUP-KEY TO WS-KEY-BOXED
004610     MOVE DSPIN-RECORD TO WS-VALUE-BOXED
004620     SET WS-DSP-DICT TO
004630         WS-DSP-DICT::put(WS-KEY-BOXED, WS-VALUE-BOXED)
004640     .
004650 1300-LOAD-DISPOSITIONS-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------*
004680* 3000 - ONE ROUND OF THE DIALOGUE.
004690*----------------------------------------------------------------*
004700 3000-ONE-INQUIRY.
004710     MOVE SPACES TO WS-REPLY
004720     DISPLAY "INQUIRY: " WITH NO ADVANCING
004730     ACCEPT WS-REPLY
004740     IF WS-REPLY = SPACES
004750         GO TO 3000-ONE-INQUIRY-EXIT
004760     END-IF
004770     MOVE SPACES TO WS-REPLY-PARTS
004780     UNSTRING WS-REPLY DELIMITED BY ALL SPACE
004790         INTO WS-REPLY-VERB WS-REPLY-ARG
004800     END-UNSTRING
004810     EVALUATE WS-REPLY-VERB
004820         WHEN "*END"
004830             SET WS-DONE-YES TO TRUE
004840         WHEN "*DATE"
004850             MOVE WS-REPLY-ARG TO WS-INQ-DATE
004860             PERFORM 5000-SHOW-RUN-DATE
004870                 THRU 5000-SHOW-RUN-DATE-EXIT
004880         WHEN "*DISP"
004890             PERFORM 6000-DISPOSITION-DIALOGUE
004900                 THRU 6000-DISPOSITION-DIALOGUE-EXIT
004910         WHEN OTHER
004920             MOVE WS-REPLY-VERB TO WS-INQ-KEY
004930             PERFORM 4000-SHOW-ONE-KEY
004940                 THRU 4000-SHOW-ONE-KEY-EXIT
004950     END-EVALUATE
004960     .
004970 3000-ONE-INQUIRY-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------*
005000* 3500 - ONE INQUIRY CARD OF THE BATCH RUN.  THE CARD IS ECHOED
005010* AHEAD OF ITS ANSWER SO THE PRINTOUT READS LIKE THE DIALOGUE.
005020*----------------------------------------------------------------*
005030 3500-ONE-BATCH-INQUIRY.
005040     READ PARM-FILE INTO WS-PARM-CARD
005050         AT END
005060             SET WS-PARM-EOF-YES TO TRUE
005070             GO TO 3500-ONE-BATCH-INQUIRY-EXIT
005080     END-READ
005090     IF NOT WS-FILE-STATUS-PARM-OK
005100         DISPLAY "RECONINQ: READ FAILED FOR SYSIN - STATUS "
005110             WS-FILE-STATUS-PARM
005120         MOVE 16 TO RETURN-CODE
005130         GOBACK
005140     END-IF
005150     IF WS-PARM-CARD = SPACES
005160             OR (WS-PARM-CARD-BYTE-1 = "*"
005170                 AND WS-PARM-CARD (1:5) NOT = "*DATE"
005180                 AND WS-PARM-CARD (1:5) NOT = "*DISP")
005190         GO TO 3500-ONE-BATCH-INQUIRY-EXIT
005200     END-IF
005210     MOVE SPACES TO WS-OUT-LINE
005220     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
005230     MOVE SPACES TO WS-OUT-LINE
005240     STRING "INQUIRY: " DELIMITED BY SIZE
005250         WS-PARM-CARD (1:71) DELIMITED BY SIZE
005260         INTO WS-OUT-LINE
005270     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
005280     MOVE SPACES TO WS-REPLY-PARTS
005290     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
005300         INTO WS-REPLY-VERB WS-REPLY-ARG
005310     END-UNSTRING
005320     EVALUATE WS-REPLY-VERB
005330         WHEN "USERID"
005340             MOVE WS-REPLY-ARG (1:8) TO WS-USER-ID
005350         WHEN "*DATE"
005360             MOVE WS-REPLY-ARG TO WS-INQ-DATE
005370             PERFORM 5000-SHOW-RUN-DATE
005380                 THRU 5000-SHOW-RUN-DATE-EXIT
005390         WHEN "*DISP"
005400             PERFORM 6100-DISPOSITION-CARD
005410                 THRU 6100-DISPOSITION-CARD-EXIT
005420         WHEN OTHER
005430             MOVE WS-REPLY-VERB TO WS-INQ-KEY
005440             PERFORM 4000-SHOW-ONE-KEY
005450                 THRU 4000-SHOW-ONE-KEY-EXIT
005460     END-EVALUATE
005470     .
005480 3500-ONE-BATCH-INQUIRY-EXIT.
005490     EXIT.
005500*----------------------------------------------------------------*
005510* 4000 - THE PRIMARY VIEW: POSITION THE MASTER AT THE FIRST
005520* RECORD FOR THE KEY AND SHOW EVERY REASON/PAIR THE KEY IS
005530* OPEN UNDER.  ONE KEYED START AND A SHORT BROWSE - NO LOAD.
005540*----------------------------------------------------------------*
005550 4000-SHOW-ONE-KEY.
005560     MOVE ZERO TO WS-FOUND-COUNT
005570     MOVE ZERO TO WS-DENIED-COUNT
005580     SET WS-BROWSE-DONE-NO TO TRUE
005590     MOVE WS-INQ-KEY TO RECKSD-KEY
005600     MOVE LOW-VALUES TO RECKSD-REASON-CODE
005610     MOVE LOW-VALUES TO RECKSD-PAIR-ID
005620     START EXCMAST-FILE
005630         KEY IS NOT LESS THAN RECKSD-KEY-FIELDS
005640         INVALID KEY
005650             SET WS-BROWSE-DONE-YES TO TRUE
005660     END-START
005670     PERFORM 4100-BROWSE-ONE-MATCH
005680         THRU 4100-BROWSE-ONE-MATCH-EXIT
005690         UNTIL WS-BROWSE-DONE-YES
005700     IF WS-FOUND-COUNT = 0 AND WS-DENIED-COUNT = 0
005710         MOVE SPACES TO WS-OUT-LINE
005720         STRING "KEY " DELIMITED BY SIZE
005730             WS-INQ-KEY DELIMITED BY SIZE
005740             " HAS NO OPEN EXCEPTION" DELIMITED BY SIZE
005750             INTO WS-OUT-LINE
005760         PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
005770     END-IF
005780     PERFORM 7850-SHOW-DENIED THRU 7850-SHOW-DENIED-EXIT
005790     MOVE "K" TO WS-AUD-TYPE
005800     MOVE WS-INQ-KEY TO WS-AUD-ARG
005810     MOVE WS-FOUND-COUNT TO WS-AUD-COUNT
005820     MOVE WS-DENIED-COUNT TO WS-AUD-DENIED
005830     PERFORM 7600-LOG-INQUIRY THRU 7600-LOG-INQUIRY-EXIT
005840     .
005850 4000-SHOW-ONE-KEY-EXIT.
005860     EXIT.
005870 4100-BROWSE-ONE-MATCH.
005880     READ EXCMAST-FILE NEXT RECORD
005890         AT END
005900             SET WS-BROWSE-DONE-YES TO TRUE
005910             GO TO 4100-BROWSE-ONE-MATCH-EXIT
005920     END-READ
005930     IF NOT WS-FILE-STATUS-KSD-OK
005940         DISPLAY "RECONINQ: READ FAILED FOR EXCMAST - STATUS "
005950             WS-FILE-STATUS-KSD
005960         MOVE 16 TO RETURN-CODE
005970         GOBACK
005980     END-IF
005990     IF RECKSD-KEY NOT = WS-INQ-KEY
006000         SET WS-BROWSE-DONE-YES TO TRUE
006010         GO TO 4100-BROWSE-ONE-MATCH-EXIT
006020     END-IF
006030     MOVE RECKSD-PAIR-ID TO WS-ACC-PAIR
006040     PERFORM 7800-CHECK-PAIR-ACCESS
006050         THRU 7800-CHECK-PAIR-ACCESS-EXIT
006060     IF WS-ACC-DENIED
006070         ADD 1 TO WS-DENIED-COUNT
006080         GO TO 4100-BROWSE-ONE-MATCH-EXIT
006090     END-IF
006100     ADD 1 TO WS-FOUND-COUNT
006110     PERFORM 4200-SHOW-ONE-EXCEPTION
006120         THRU 4200-SHOW-ONE-EXCEPTION-EXIT
006130     .
006140 4100-BROWSE-ONE-MATCH-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------*
006170* 4200 - ONE EXCEPTION'S ANSWER BLOCK: IMAGES, AGE AND THE
006180* DISPOSITION THE DESK HAS RECORDED.
006190*----------------------------------------------------------------*
006200 4200-SHOW-ONE-EXCEPTION.
006210     MOVE SPACES TO WS-OUT-LINE
006220     STRING "KEY      : " DELIMITED BY SIZE
006230         RECKSD-KEY DELIMITED BY SIZE
006240         INTO WS-OUT-LINE
006250     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006260     MOVE SPACES TO WS-OUT-LINE
006270     STRING "REASON   : " DELIMITED BY SIZE
006280         RECKSD-REASON-CODE DELIMITED BY SIZE
006290         INTO WS-OUT-LINE
006300     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006310     MOVE SPACES TO WS-OUT-LINE
006320     STRING "FILE A   : " DELIMITED BY SIZE
006330         RECKSD-FILEA-DATA DELIMITED BY SIZE
006340         INTO WS-OUT-LINE
006350     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006360     MOVE SPACES TO WS-OUT-LINE
006370     STRING "FILE B   : " DELIMITED BY SIZE
006380         RECKSD-FILEB-DATA DELIMITED BY SIZE
006390         INTO WS-OUT-LINE
006400     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006410     IF RECKSD-PAIR-ID NOT = SPACES
006420         MOVE SPACES TO WS-OUT-LINE
006430         STRING "PAIR     : " DELIMITED BY SIZE
006440             RECKSD-PAIR-ID DELIMITED BY SIZE
006450             INTO WS-OUT-LINE
006460         PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006470     END-IF
006480     MOVE SPACES TO WS-OUT-LINE
006490     STRING "AGE      : " DELIMITED BY SIZE
006500         RECKSD-AGE-CYCLES DELIMITED BY SIZE
006510         " CYCLES, FIRST " DELIMITED BY SIZE
006520         RECKSD-FIRST-DATE DELIMITED BY SIZE
006530         " LAST " DELIMITED BY SIZE
006540         RECKSD-LAST-DATE DELIMITED BY SIZE
006550         INTO WS-OUT-LINE
006560     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006570     MOVE RECKSD-KEY TO WS-DSP-LK-KEY
006580     MOVE RECKSD-REASON-CODE TO WS-DSP-LK-REASON
006590     MOVE RECKSD-PAIR-ID TO WS-DSP-LK-PAIR
006600     MOVE WS-DSP-LOOKUP-KEY TO WS-KEY-BOXED
006610     SET WS-LOOKUP-OPT TO WS-DSP-DICT::get(WS-KEY-BOXED)
006620     IF WS-LOOKUP-OPT::isDefined()
006630         SET WS-VALUE-BOXED TO WS-LOOKUP-OPT::getOrElse(null)
006640         MOVE WS-VALUE-BOXED TO WS-DSP-IMAGE
006650         MOVE SPACES TO WS-OUT-LINE
006660         STRING "STATUS   : " DELIMITED BY SIZE
006670             WS-DSP-IMG-STATUS DELIMITED BY SIZE
006680             " OWNER " DELIMITED BY SIZE
006690             WS-DSP-IMG-OWNER DELIMITED BY SIZE
006700             " REVIEW " DELIMITED BY SIZE
006710             WS-DSP-IMG-REVIEW DELIMITED BY SIZE
006720             INTO WS-OUT-LINE
006730         PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006740         MOVE SPACES TO WS-OUT-LINE
006750         STRING "NOTE     : " DELIMITED BY SIZE
006760             WS-DSP-IMG-NOTE DELIMITED BY SIZE
006770             INTO WS-OUT-LINE
006780         PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006790     ELSE
006800         MOVE SPACES TO WS-OUT-LINE
006810         MOVE "STATUS   : NOT DISPOSITIONED" TO WS-OUT-LINE
006820         PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
006830     END-IF
006840     .
006850 4200-SHOW-ONE-EXCEPTION-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------*
006880* 5000 - THE SECONDARY VIEW: BROWSE THE WHOLE MASTER AND SHOW
006890* EVERY EXCEPTION LAST SEEN ON THE ASKED-FOR RUN DATE, TWENTY
006900* TO A SCREEN AT THE TERMINAL.
006910*----------------------------------------------------------------*
006920 5000-SHOW-RUN-DATE.
006930     MOVE ZERO TO WS-DATE-MATCH-COUNT
006940     MOVE ZERO TO WS-DENIED-COUNT
006950     MOVE ZERO TO WS-SHOWN-COUNT
006960     SET WS-BROWSE-DONE-NO TO TRUE
006970     MOVE LOW-VALUES TO RECKSD-KEY-FIELDS
006980     START EXCMAST-FILE
006990         KEY IS NOT LESS THAN RECKSD-KEY-FIELDS
007000         INVALID KEY
007010             SET WS-BROWSE-DONE-YES TO TRUE
007020     END-START
007030     PERFORM 5100-BROWSE-DATE-LINE
007040         THRU 5100-BROWSE-DATE-LINE-EXIT
007050         UNTIL WS-BROWSE-DONE-YES
007060     PERFORM 7850-SHOW-DENIED THRU 7850-SHOW-DENIED-EXIT
007070     MOVE "D" TO WS-AUD-TYPE
007080     MOVE WS-INQ-DATE TO WS-AUD-ARG
007090     MOVE WS-DATE-MATCH-COUNT TO WS-AUD-COUNT
007100     MOVE WS-DENIED-COUNT TO WS-AUD-DENIED
007110     PERFORM 7600-LOG-INQUIRY THRU 7600-LOG-INQUIRY-EXIT
007120     .
007130 5000-SHOW-RUN-DATE-EXIT.
007140     EXIT.
007150 5100-BROWSE-DATE-LINE.
007160     READ EXCMAST-FILE NEXT RECORD
007170         AT END
007180             SET WS-BROWSE-DONE-YES TO TRUE
007190             GO TO 5100-BROWSE-DATE-LINE-EXIT
007200     END-READ
007210     IF NOT WS-FILE-STATUS-KSD-OK
007220         DISPLAY "RECONINQ: READ FAILED FOR EXCMAST - STATUS "
007230             WS-FILE-STATUS-KSD
007240         MOVE 16 TO RETURN-CODE
007250         GOBACK
007260     END-IF
007270     IF RECKSD-LAST-DATE NOT = WS-INQ-DATE
007280         GO TO 5100-BROWSE-DATE-LINE-EXIT
007290     END-IF
007300     MOVE RECKSD-PAIR-ID TO WS-ACC-PAIR
007310     PERFORM 7800-CHECK-PAIR-ACCESS
007320         THRU 7800-CHECK-PAIR-ACCESS-EXIT
007330     IF WS-ACC-DENIED
007340         ADD 1 TO WS-DENIED-COUNT
007350         GO TO 5100-BROWSE-DATE-LINE-EXIT
007360     END-IF
007370     MOVE SPACES TO WS-OUT-LINE
007380     STRING RECKSD-KEY DELIMITED BY SIZE
007390         " " DELIMITED BY SIZE
007400         RECKSD-REASON-CODE DELIMITED BY SIZE
007410         INTO WS-OUT-LINE
007420     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
007430     ADD 1 TO WS-SHOWN-COUNT
007440     ADD 1 TO WS-DATE-MATCH-COUNT
007450     IF WS-SHOWN-COUNT = 20 AND WS-BATCH-MODE-NO
007460         MOVE ZERO TO WS-SHOWN-COUNT
007470         DISPLAY "MORE (Y/N): " WITH NO ADVANCING
007480         MOVE SPACES TO WS-REPLY
007490         ACCEPT WS-REPLY
007500         IF WS-REPLY (1:1) NOT = "Y" AND WS-REPLY (1:1) NOT = "y"
007510             SET WS-BROWSE-DONE-YES TO TRUE
007520         END-IF
007530     END-IF
007540     .
007550 5100-BROWSE-DATE-LINE-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------*
007580* 6000 - *DISP AT THE TERMINAL.  THE KEY IS THE ARGUMENT, OR THE
007590* KEY LAST SHOWN; THE REST IS PROMPTED FOR ONE FIELD AT A TIME.
007600*----------------------------------------------------------------*
007610 6000-DISPOSITION-DIALOGUE.
007620     MOVE SPACES TO WS-DC-OPERANDS
007630     MOVE WS-REPLY-ARG TO WS-DC-KEY
007640     IF WS-DC-KEY = SPACES
007650         MOVE WS-INQ-KEY TO WS-DC-KEY
007660     END-IF
007670     IF WS-DC-KEY = SPACES
007680         DISPLAY "ENTER *DISP <KEY>, OR SHOW A KEY FIRST"
007690         GO TO 6000-DISPOSITION-DIALOGUE-EXIT
007700     END-IF
007710     DISPLAY "DISPOSITION FOR KEY " WS-DC-KEY
007720     DISPLAY "REASON CODE              : " WITH NO ADVANCING
007730     MOVE SPACES TO WS-DC-REPLY
007740     ACCEPT WS-DC-REPLY
007750     MOVE WS-DC-REPLY TO WS-DC-REASON
007760     DISPLAY "PAIR ID (BLANK IF NONE)  : " WITH NO ADVANCING
007770     MOVE SPACES TO WS-DC-REPLY
007780     ACCEPT WS-DC-REPLY
007790     MOVE WS-DC-REPLY TO WS-DC-PAIR
007800     DISPLAY "STATUS IN/AD/PU          : " WITH NO ADVANCING
007810     MOVE SPACES TO WS-DC-REPLY
007820     ACCEPT WS-DC-REPLY
007830     MOVE WS-DC-REPLY TO WS-DC-STATUS
007840     DISPLAY "OWNER ID                 : " WITH NO ADVANCING
007850     MOVE SPACES TO WS-DC-REPLY
007860     ACCEPT WS-DC-REPLY
007870     MOVE WS-DC-REPLY TO WS-DC-OWNER
007880     DISPLAY "REVIEW DATE YYYYMMDD     : " WITH NO ADVANCING
007890     MOVE SPACES TO WS-DC-REPLY
007900     ACCEPT WS-DC-REPLY
007910     MOVE WS-DC-REPLY TO WS-DC-REVIEW
007920     DISPLAY "NOTE                     : " WITH NO ADVANCING
007930     MOVE SPACES TO WS-DC-REPLY
007940     ACCEPT WS-DC-REPLY
007950     MOVE WS-DC-REPLY TO WS-DC-NOTE
007960     PERFORM 6200-APPLY-DISPOSITION
007970         THRU 6200-APPLY-DISPOSITION-EXIT
007980     .
007990 6000-DISPOSITION-DIALOGUE-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------*
008020* 6100 - A *DISP CARD IN BATCH:
008030*     *DISP KEY REASON PAIR STATUS OWNER REVIEW NOTE...
008040* POSITIONAL AND BLANK-SEPARATED; "*" STANDS FOR NO PAIR ID AND
008050* FOR "KEEP" IN THE STATUS, OWNER AND REVIEW POSITIONS.  THE NOTE
008060* IS THE REST OF THE CARD.
008070*----------------------------------------------------------------*
008080 6100-DISPOSITION-CARD.
008090     MOVE SPACES TO WS-DC-OPERANDS
008100     MOVE 1 TO WS-DC-PTR
008110     UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACE
008120         INTO WS-DC-VERB WS-DC-KEY WS-DC-REASON WS-DC-PAIR
008130             WS-DC-STATUS WS-DC-OWNER WS-DC-REVIEW
008140         WITH POINTER WS-DC-PTR
008150     END-UNSTRING
008160     IF WS-DC-PTR < 80
008170         MOVE WS-PARM-CARD (WS-DC-PTR:) TO WS-DC-NOTE
008180     END-IF
008190     PERFORM 6200-APPLY-DISPOSITION
008200         THRU 6200-APPLY-DISPOSITION-EXIT
008210     IF WS-DC-OK-NO
008220         ADD 1 TO WS-DC-REJECTED-COUNT
008230     END-IF
008240     .
008250 6100-DISPOSITION-CARD-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------*
008280* 6200 - EDIT AND RECORD ONE DISPOSITION.  THE EXCEPTION MUST BE
008290* OPEN ON EXCMAST UNDER THE KEY, REASON AND PAIR GIVEN, ON A PAIR
008300* THE USER IS GRANTED.  THE RESULT IS THE DISPOSITION IT ALREADY
008310* CARRIES WITH THE SUPPLIED FIELDS LAID OVER IT; A FIRST
008320* DISPOSITION MUST NAME A STATUS.  AN ACCEPTED CHANGE IS APPENDED
008330* TO DSPIN FOR EXCAGE, REPLACES THE ENTRY THIS SESSION SHOWS, AND
008340* IS AUDITED; ONE REFUSED ON A PAIR NOT GRANTED IS AUDITED ON
008350* INQAUDIT AS A DENIED ATTEMPT.
008360*----------------------------------------------------------------*
008370 6200-APPLY-DISPOSITION.
008380     SET WS-DC-OK-NO TO TRUE
008390     IF WS-DC-PAIR = "*"
008400         MOVE SPACES TO WS-DC-PAIR
008410     END-IF
008420     IF WS-DC-STATUS = "*"
008430         MOVE SPACES TO WS-DC-STATUS
008440     END-IF
008450     IF WS-DC-OWNER = "*"
008460         MOVE SPACES TO WS-DC-OWNER
008470     END-IF
008480     IF WS-DC-REVIEW = "*"
008490         MOVE SPACES TO WS-DC-REVIEW
008500     END-IF
008510     IF WS-DC-KEY = SPACES OR WS-DC-REASON = SPACES
008520             OR WS-DC-REASON (3:) NOT = SPACES
008530             OR WS-DC-PAIR (9:) NOT = SPACES
008540         MOVE "KEY, REASON OR PAIR MISSING OR TOO LONG"
008550             TO WS-DC-MESSAGE
008560         GO TO 6200-APPLY-DISPOSITION-REJECT
008570     END-IF
008580     IF WS-DC-STATUS NOT = SPACES
008590             AND WS-DC-STATUS NOT = "IN"
008600             AND WS-DC-STATUS NOT = "AD"
008610             AND WS-DC-STATUS NOT = "PU"
008620         MOVE "STATUS MUST BE IN, AD OR PU" TO WS-DC-MESSAGE
008630         GO TO 6200-APPLY-DISPOSITION-REJECT
008640     END-IF
008650     IF WS-DC-OWNER (9:) NOT = SPACES
008660         MOVE "OWNER ID OVER 8 CHARACTERS" TO WS-DC-MESSAGE
008670         GO TO 6200-APPLY-DISPOSITION-REJECT
008680     END-IF
008690     IF WS-DC-REVIEW NOT = SPACES
008700         IF WS-DC-REVIEW (1:8) NOT NUMERIC
008710                 OR WS-DC-REVIEW (9:) NOT = SPACES
008720             MOVE "REVIEW DATE MUST BE YYYYMMDD" TO WS-DC-MESSAGE
008730             GO TO 6200-APPLY-DISPOSITION-REJECT
008740         END-IF
008750         IF NOT WS-DC-REVIEW-MM-OK OR NOT WS-DC-REVIEW-DD-OK
008760             MOVE "REVIEW DATE MUST BE YYYYMMDD" TO WS-DC-MESSAGE
008770             GO TO 6200-APPLY-DISPOSITION-REJECT
008780         END-IF
008790     END-IF
008800     MOVE WS-DC-KEY TO RECKSD-KEY
008810     MOVE WS-DC-REASON TO RECKSD-REASON-CODE
008820     MOVE WS-DC-PAIR TO RECKSD-PAIR-ID
008830     READ EXCMAST-FILE
008840         KEY IS RECKSD-KEY-FIELDS
008850         INVALID KEY
008860             MOVE "NO OPEN EXCEPTION FOR KEY/REASON/PAIR"
008870                 TO WS-DC-MESSAGE
008880             GO TO 6200-APPLY-DISPOSITION-REJECT
008890     END-READ
008900     IF NOT WS-FILE-STATUS-KSD-OK
008910         DISPLAY "RECONINQ: READ FAILED FOR EXCMAST - STATUS "
008920             WS-FILE-STATUS-KSD
008930         MOVE 16 TO RETURN-CODE
008940         GOBACK
008950     END-IF
008960     MOVE WS-DC-PAIR TO WS-ACC-PAIR
008970     PERFORM 7800-CHECK-PAIR-ACCESS
008980         THRU 7800-CHECK-PAIR-ACCESS-EXIT
008990     IF WS-ACC-DENIED
009000         MOVE "PAIR NOT GRANTED TO THIS USER ID" TO WS-DC-MESSAGE
009010         MOVE "M" TO WS-AUD-TYPE
009020         MOVE WS-DC-KEY TO WS-AUD-ARG
009030         MOVE ZERO TO WS-AUD-COUNT
009040         MOVE 1 TO WS-AUD-DENIED
009050         PERFORM 7600-LOG-INQUIRY THRU 7600-LOG-INQUIRY-EXIT
009060         GO TO 6200-APPLY-DISPOSITION-REJECT
009070     END-IF
009080     MOVE WS-DC-KEY TO WS-DSP-LK-KEY
009090     MOVE WS-DC-REASON TO WS-DSP-LK-REASON
009100     MOVE WS-DC-PAIR TO WS-DSP-LK-PAIR
009110     MOVE WS-DSP-LOOKUP-KEY TO WS-KEY-BOXED
009120     SET WS-LOOKUP-OPT TO WS-DSP-DICT::get(WS-KEY-BOXED)
009130     IF WS-LOOKUP-OPT::isDefined()
009140         SET WS-VALUE-BOXED TO WS-LOOKUP-OPT::getOrElse(null)
009150         MOVE WS-VALUE-BOXED TO WS-DSP-IMAGE
009160     ELSE
009170         MOVE SPACES TO WS-DSP-IMAGE
009180         IF WS-DC-STATUS = SPACES
009190             MOVE "A FIRST DISPOSITION NEEDS A STATUS"
009200                 TO WS-DC-MESSAGE
009210             GO TO 6200-APPLY-DISPOSITION-REJECT
009220         END-IF
009230     END-IF
009240     MOVE WS-DSP-IMAGE TO WS-DC-BEFORE
009250     MOVE WS-DSP-LOOKUP-KEY TO WS-DSP-IMAGE (1:20)
009260     IF WS-DC-STATUS NOT = SPACES
009270         MOVE WS-DC-STATUS TO WS-DSP-IMG-STATUS
009280     END-IF
009290     IF WS-DC-OWNER NOT = SPACES
009300         MOVE WS-DC-OWNER TO WS-DSP-IMG-OWNER
009310     END-IF
009320     IF WS-DC-REVIEW NOT = SPACES
009330         MOVE WS-DC-REVIEW TO WS-DSP-IMG-REVIEW
009340     END-IF
009350     IF WS-DC-NOTE NOT = SPACES
009360         MOVE WS-DC-NOTE TO WS-DSP-IMG-NOTE
009370     END-IF
009380     IF WS-DSP-IMAGE = WS-DC-BEFORE
009390         MOVE SPACES TO WS-OUT-LINE
009400         MOVE "DISPOSITION UNCHANGED - NOTHING RECORDED"
009410             TO WS-OUT-LINE
009420         PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
009430         SET WS-DC-OK-YES TO TRUE
009440         GO TO 6200-APPLY-DISPOSITION-EXIT
009450     END-IF
009460     PERFORM 6300-WRITE-DISPOSITION
009470         THRU 6300-WRITE-DISPOSITION-EXIT
009480     MOVE WS-DSP-IMAGE TO WS-VALUE-BOXED
009490     SET WS-DSP-DICT TO
009500         WS-DSP-DICT::put(WS-KEY-BOXED, WS-VALUE-BOXED)
009510     PERFORM 7700-LOG-DISPOSITION
009520         THRU 7700-LOG-DISPOSITION-EXIT
009530     MOVE SPACES TO WS-OUT-LINE
009540     STRING "DISPOSITION RECORDED - STATUS " DELIMITED BY SIZE
009550         WS-DSP-IMG-STATUS DELIMITED BY SIZE
009560         " OWNER " DELIMITED BY SIZE
009570         WS-DSP-IMG-OWNER DELIMITED BY SIZE
009580         " REVIEW " DELIMITED BY SIZE
009590         WS-DSP-IMG-REVIEW DELIMITED BY SIZE
009600         INTO WS-OUT-LINE
009610     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
009620     SET WS-DC-OK-YES TO TRUE
009630     GO TO 6200-APPLY-DISPOSITION-EXIT
009640     .
009650 6200-APPLY-DISPOSITION-REJECT.
009660     MOVE SPACES TO WS-OUT-LINE
009670     STRING "DISPOSITION REJECTED - " DELIMITED BY SIZE
009680         WS-DC-MESSAGE DELIMITED BY SIZE
009690         INTO WS-OUT-LINE
009700     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
009710     .
009720 6200-APPLY-DISPOSITION-EXIT.
009730     EXIT.
009740*----------------------------------------------------------------*
009750* 6300 - APPEND THE NEW DISPOSITION TO DSPIN.  THE DATASET IS
009760* OPENED ONLY FOR THE ONE WRITE, SO OTHER SESSIONS AND THE NEXT
009770* EXCAGE RUN SEE IT AT ONCE; A MISSING DATASET IS CREATED.
009780*----------------------------------------------------------------*
009790 6300-WRITE-DISPOSITION.
009800     OPEN EXTEND DSPIN-FILE
009810     IF WS-FILE-STATUS-DSP-NOTFND
009820         OPEN OUTPUT DSPIN-FILE
009830     END-IF
009840     IF NOT WS-FILE-STATUS-DSP-OK
009850         DISPLAY "RECONINQ: OPEN FAILED FOR DSPIN - STATUS "
009860             WS-FILE-STATUS-DSP
009870         MOVE 16 TO RETURN-CODE
009880         GOBACK
009890     END-IF
009900     MOVE WS-DSP-IMAGE TO DSPIN-RECORD
009910     WRITE DSPIN-RECORD
009920     IF NOT WS-FILE-STATUS-DSP-OK
009930         DISPLAY "RECONINQ: WRITE FAILED FOR DSPIN - STATUS "
009940             WS-FILE-STATUS-DSP
009950         MOVE 16 TO RETURN-CODE
009960         GOBACK
009970     END-IF
009980     CLOSE DSPIN-FILE
009990     .
010000 6300-WRITE-DISPOSITION-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------*
010030* 7500 - EVERY ANSWER LINE FUNNELS THROUGH HERE: THE TERMINAL
010040* IN DIALOGUE MODE, THE INQPRT PRINT DATASET IN BATCH MODE.
010050*----------------------------------------------------------------*
010060 7500-EMIT-LINE.
010070     IF WS-BATCH-MODE-YES
010080         WRITE INQPRT-RECORD FROM WS-OUT-LINE
010090         IF NOT WS-FILE-STATUS-INQ-OK
010100             DISPLAY "RECONINQ: WRITE FAILED FOR INQPRT - STATUS "
010110                 WS-FILE-STATUS-INQ
010120             MOVE 16 TO RETURN-CODE
010130             GOBACK
010140         END-IF
010150     ELSE
010160         DISPLAY WS-OUT-LINE
010170     END-IF
010180     .
010190 7500-EMIT-LINE-EXIT.
010200     EXIT.
010210*----------------------------------------------------------------*
010220* 7600 - ONE AUDIT RECORD PER LOOKUP: WHO, WHAT, WHEN AND HOW
010230* MANY ANSWERS CAME BACK - OR WERE WITHHELD FOR WANT OF A PAIR
010240* GRANT.  THIS IS THE ONE ACCESS PATH TO THE ACCOUNT IMAGES, AND
010250* NOW IT LEAVES A TRACE.
010260*----------------------------------------------------------------*
010270 7600-LOG-INQUIRY.
010280     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
010290     ACCEPT WS-AUD-TIME-RAW FROM TIME
010300     MOVE SPACES TO RECIAU-RECORD
010310     MOVE WS-AUD-DATE TO RECIAU-RUN-DATE
010320     MOVE WS-AUD-TIME-RAW (1:6) TO RECIAU-RUN-TIME
010330     MOVE WS-USER-ID TO RECIAU-USER-ID
010340     MOVE WS-AUD-TYPE TO RECIAU-INQ-TYPE
010350     MOVE WS-AUD-ARG TO RECIAU-INQ-ARG
010360     EVALUATE TRUE
010370         WHEN WS-AUD-DENIED > 0
010380             SET RECIAU-ACCESS-DENIED TO TRUE
010390         WHEN WS-AUD-COUNT > 0
010400             SET RECIAU-FOUND-YES TO TRUE
010410         WHEN OTHER
010420             SET RECIAU-FOUND-NO TO TRUE
010430     END-EVALUATE
010440     MOVE WS-AUD-COUNT TO RECIAU-FOUND-COUNT
010450     MOVE WS-AUD-DENIED TO RECIAU-DENIED-COUNT
010460     WRITE RECIAU-RECORD
010470     IF NOT WS-FILE-STATUS-AUD-OK
010480         DISPLAY "RECONINQ: WRITE FAILED FOR INQAUDIT - STATUS "
010490             WS-FILE-STATUS-AUD
010500         MOVE 16 TO RETURN-CODE
010510         GOBACK
010520     END-IF
010530     .
010540 7600-LOG-INQUIRY-EXIT.
010550     EXIT.
010560*----------------------------------------------------------------*
010570* 7700 - ONE DSPAUDIT RECORD PER RECORDED DISPOSITION: WHO, WHEN,
010580* WHICH EXCEPTION, AND THE VALUES BEFORE AND AFTER.
010590*----------------------------------------------------------------*
010600 7700-LOG-DISPOSITION.
010610     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
010620     ACCEPT WS-AUD-TIME-RAW FROM TIME
010630     MOVE SPACES TO RECDAU-RECORD
010640     MOVE WS-AUD-DATE TO RECDAU-RUN-DATE
010650     MOVE WS-AUD-TIME-RAW (1:6) TO RECDAU-RUN-TIME
010660     MOVE WS-USER-ID TO RECDAU-USER-ID
010670     MOVE WS-DSP-IMG-KEY TO RECDAU-KEY
010680     MOVE WS-DSP-IMG-REASON TO RECDAU-REASON-CODE
010690     MOVE WS-DSP-IMG-PAIR TO RECDAU-PAIR-ID
010700     IF WS-DC-BEFORE = SPACES
010710         SET RECDAU-ACTION-ADD TO TRUE
010720     ELSE
010730         SET RECDAU-ACTION-CHANGE TO TRUE
010740     END-IF
010750     MOVE WS-DC-BEF-STATUS TO RECDAU-BEFORE-STATUS
010760     MOVE WS-DC-BEF-OWNER TO RECDAU-BEFORE-OWNER
010770     MOVE WS-DC-BEF-NOTE TO RECDAU-BEFORE-NOTE
010780     MOVE WS-DC-BEF-REVIEW TO RECDAU-BEFORE-REVIEW
010790     MOVE WS-DSP-IMG-STATUS TO RECDAU-AFTER-STATUS
010800     MOVE WS-DSP-IMG-OWNER TO RECDAU-AFTER-OWNER
010810     MOVE WS-DSP-IMG-NOTE TO RECDAU-AFTER-NOTE
010820     MOVE WS-DSP-IMG-REVIEW TO RECDAU-AFTER-REVIEW
010830     WRITE RECDAU-RECORD
010840     IF NOT WS-FILE-STATUS-DAU-OK
010850         DISPLAY "RECONINQ: WRITE FAILED FOR DSPAUDIT - STATUS "
010860             WS-FILE-STATUS-DAU
010870         MOVE 16 TO RETURN-CODE
010880         GOBACK
010890     END-IF
010900     .
010910 7700-LOG-DISPOSITION-EXIT.
010920     EXIT.
010930*----------------------------------------------------------------*
010940* 7800 - MAY THE USER SEE THE EXCEPTIONS OF PAIR WS-ACC-PAIR?
010950* YES FOR THE BLANK PAIR AND FOR A PAIR NO GRANT NAMES; OTHERWISE
010960* ONLY IF A GRANT OF THE PAIR, OR OF "*", IS TO THE USER ID OR TO
010970* A GROUP THE USER ID BELONGS TO.
010980*----------------------------------------------------------------*
010990 7800-CHECK-PAIR-ACCESS.
011000     SET WS-ACC-ALLOWED TO TRUE
011010     IF WS-ACC-PAIR = SPACES
011020         GO TO 7800-CHECK-PAIR-ACCESS-EXIT
011030     END-IF
011040     SET WS-ACC-NAMED-NO TO TRUE
011050     SET WS-ACC-GRANT-NO TO TRUE
011060     PERFORM 7810-CHECK-ONE-GRANT THRU 7810-CHECK-ONE-GRANT-EXIT
011070         VARYING WS-ACC-IDX FROM 1 BY 1
011080         UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-GRANT-YES
011090     IF WS-ACC-NAMED-YES AND WS-ACC-GRANT-NO
011100         SET WS-ACC-DENIED TO TRUE
011110     END-IF
011120     .
011130 7800-CHECK-PAIR-ACCESS-EXIT.
011140     EXIT.
011150 7810-CHECK-ONE-GRANT.
011160     IF WS-ACC-TYPE (WS-ACC-IDX) NOT = "P"
011170         GO TO 7810-CHECK-ONE-GRANT-EXIT
011180     END-IF
011190     IF WS-ACC-GROUP-OR-PAIR (WS-ACC-IDX) = WS-ACC-PAIR
011200         SET WS-ACC-NAMED-YES TO TRUE
011210     ELSE
011220         IF WS-ACC-GROUP-OR-PAIR (WS-ACC-IDX) NOT = "*"
011230             GO TO 7810-CHECK-ONE-GRANT-EXIT
011240         END-IF
011250     END-IF
011260     MOVE WS-ACC-USER-OR-GROUP (WS-ACC-IDX) TO WS-ACC-GRANTEE
011270     IF WS-ACC-GRANTEE = WS-USER-ID
011280         SET WS-ACC-GRANT-YES TO TRUE
011290         GO TO 7810-CHECK-ONE-GRANT-EXIT
011300     END-IF
011310     PERFORM 7820-CHECK-ONE-MEMBERSHIP
011320         THRU 7820-CHECK-ONE-MEMBERSHIP-EXIT
011330         VARYING WS-ACC-GRP-IDX FROM 1 BY 1
011340         UNTIL WS-ACC-GRP-IDX > WS-ACC-COUNT OR WS-ACC-GRANT-YES
011350     .
011360 7810-CHECK-ONE-GRANT-EXIT.
011370     EXIT.
011380 7820-CHECK-ONE-MEMBERSHIP.
011390     IF WS-ACC-TYPE (WS-ACC-GRP-IDX) = "G"
011400             AND WS-ACC-USER-OR-GROUP (WS-ACC-GRP-IDX)
011410                 = WS-USER-ID
011420             AND WS-ACC-GROUP-OR-PAIR (WS-ACC-GRP-IDX)
011430                 = WS-ACC-GRANTEE
011440         SET WS-ACC-GRANT-YES TO TRUE
011450     END-IF
011460     .
011470 7820-CHECK-ONE-MEMBERSHIP-EXIT.
011480     EXIT.
011490*----------------------------------------------------------------*
011500* 7850 - TELL THE USER HOW MANY EXCEPTIONS THE VIEW WITHHELD.
011510*----------------------------------------------------------------*
011520 7850-SHOW-DENIED.
011530     IF WS-DENIED-COUNT = 0
011540         GO TO 7850-SHOW-DENIED-EXIT
011550     END-IF
011560     MOVE WS-DENIED-COUNT TO WS-DENIED-EDIT
011570     MOVE SPACES TO WS-OUT-LINE
011580     STRING WS-DENIED-EDIT DELIMITED BY SIZE
011590         " EXCEPTION(S) WITHHELD - PAIR NOT GRANTED TO "
011600             DELIMITED BY SIZE
011610         WS-USER-ID DELIMITED BY SIZE
011620         INTO WS-OUT-LINE
011630     PERFORM 7500-EMIT-LINE THRU 7500-EMIT-LINE-EXIT
011640     .
011650 7850-SHOW-DENIED-EXIT.
011660     EXIT.
011670 END PROGRAM RECONINQ.
