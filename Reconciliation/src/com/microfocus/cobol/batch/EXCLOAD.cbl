000230*
000240* MODIFICATION HISTORY.
000250*   2026-09-02 DS   INITIAL VERSION.
000260*   2026-10-15 DS   STEP-TIMING RECORD (RECSTM.CPY) APPENDED TO
000270*                   THE SHARED STEPTIME DATASET AT END OF JOB FOR
000280*                   THE STEPSLA BATCH-WINDOW REPORT.
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EXCIN-FILE ASSIGN TO EXCIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-FILE-STATUS-EIN.
000370     SELECT EXCMAST-FILE ASSIGN TO EXCMAST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS RECKSD-KEY-FIELDS
000410         FILE STATUS IS WS-FILE-STATUS-KSD.
000420     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS RECSTW-FILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  EXCIN-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 COPY "RECEXC.cpy" REPLACING LEADING ==RECEXC-== BY ==EXCIN-==.
000500 FD  EXCMAST-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY "RECKSD.cpy".
000530 FD  STEPTIME-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY "RECSTM.cpy".
000560 WORKING-STORAGE SECTION.
000570 01  WS-EOF-EIN-SW                   PIC X(01) VALUE "N".
000580     88  WS-EOF-EIN-YES                         VALUE "Y".
000590     88  WS-EOF-EIN-NO                          VALUE "N".
000600 01  WS-FILE-STATUSES.
000610     05  WS-FILE-STATUS-EIN          PIC X(02) VALUE "00".
000620         88  WS-FILE-STATUS-EIN-OK             VALUE "00".
000630         88  WS-FILE-STATUS-EIN-NOTFND         VALUE "35".
000640     05  WS-FILE-STATUS-KSD          PIC X(02) VALUE "00".
000650         88  WS-FILE-STATUS-KSD-OK             VALUE "00".
000660 01  WS-LOADED-COUNT                 PIC 9(09) COMP-3 VALUE ZERO.
000670 01  WS-PREV-KEY.
000680     05  WS-PREV-KEY-ID              PIC X(10) VALUE LOW-VALUES.
000690     05  WS-PREV-KEY-RSN             PIC X(02) VALUE LOW-VALUES.
000700     05  WS-PREV-KEY-PAIR            PIC X(08) VALUE LOW-VALUES.
000710 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
000720 COPY "RECSTW.cpy".
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     MOVE "EXCLOAD" TO RECSTW-PROGRAM-ID
000760     PERFORM 9800-START-STEP-TIMING
000770         THRU 9800-START-STEP-TIMING-EXIT
000780     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000790     PERFORM 2000-LOAD-ONE-EXCEPTION
000800         THRU 2000-LOAD-ONE-EXCEPTION-EXIT
000810         UNTIL WS-EOF-EIN-YES
000820     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT
000830     MOVE WS-LOADED-COUNT TO RECSTW-RECORD-COUNT
000840     MOVE RETURN-CODE TO RECSTW-RETURN-CODE
000850     PERFORM 9810-WRITE-STEP-TIMING
000860         THRU 9810-WRITE-STEP-TIMING-EXIT
000870     GOBACK
000880     .
000890 0000-MAINLINE-EXIT.
000900     EXIT.
000910*----------------------------------------------------------------*
000920* 1000 - OPENS.  A MISSING EXCEPTIONS FILE IS A VALID COLD
000930* START - THE MASTER IS BUILT EMPTY SO THE INQUIRIES STILL RUN.
000940*----------------------------------------------------------------*
000950 1000-INITIALIZE.
000960     OPEN INPUT EXCIN-FILE
000970     IF WS-FILE-STATUS-EIN-NOTFND
000980         SET WS-EOF-EIN-YES TO TRUE
000990     ELSE
001000         IF NOT WS-FILE-STATUS-EIN-OK
001010             DISPLAY "EXCLOAD: OPEN FAILED FOR EXCIN - STATUS "
001020                 WS-FILE-STATUS-EIN
001030             MOVE 16 TO RETURN-CODE
001040             GOBACK
001050         END-IF
001060     END-IF
001070     OPEN OUTPUT EXCMAST-FILE
001080     IF NOT WS-FILE-STATUS-KSD-OK
001090         DISPLAY "EXCLOAD: OPEN FAILED FOR EXCMAST - STATUS "
001100             WS-FILE-STATUS-KSD
001110         MOVE 16 TO RETURN-CODE
001120         GOBACK
001130     END-IF
001140     .
001150 1000-INITIALIZE-EXIT.
001160     EXIT.
001170*----------------------------------------------------------------*
001180* 2000 - ONE EXCEPTION INTO THE MASTER.  THE COMPOSITE KEY MUST
001190* STRICTLY ASCEND - EXCAGE WRITES IT THAT WAY, AND A FILE THAT
001200* DOES NOT IS NOT THE FILE THIS STEP WAS PROMISED.
001210*----------------------------------------------------------------*
001220 2000-LOAD-ONE-EXCEPTION.
001230     READ EXCIN-FILE
001240         AT END
001250             SET WS-EOF-EIN-YES TO TRUE
001260             GO TO 2000-LOAD-ONE-EXCEPTION-EXIT
001270     END-READ
001280     IF NOT WS-FILE-STATUS-EIN-OK
001290         DISPLAY "EXCLOAD: READ FAILED FOR EXCIN - STATUS "
001300             WS-FILE-STATUS-EIN
001310         MOVE 16 TO RETURN-CODE
001320         GOBACK
001330     END-IF
001340     MOVE SPACES TO RECKSD-RECORD
001350     MOVE EXCIN-KEY TO RECKSD-KEY
001360     MOVE EXCIN-REASON-CODE TO RECKSD-REASON-CODE
001370     MOVE EXCIN-PAIR-ID TO RECKSD-PAIR-ID
001380     IF RECKSD-KEY-FIELDS NOT > WS-PREV-KEY
001390         DISPLAY "EXCLOAD: EXCIN OUT OF SEQUENCE - RUN STOPPED"
001400         MOVE 16 TO RETURN-CODE
001410         GOBACK
001420     END-IF
001430     MOVE RECKSD-KEY-FIELDS TO WS-PREV-KEY
001440     MOVE EXCIN-FIRST-DATE TO RECKSD-FIRST-DATE
001450     MOVE EXCIN-LAST-DATE TO RECKSD-LAST-DATE
001460     IF EXCIN-AGE-CYCLES NUMERIC
001470         MOVE EXCIN-AGE-CYCLES TO RECKSD-AGE-CYCLES
001480     ELSE
001490         MOVE ZERO TO RECKSD-AGE-CYCLES
001500     END-IF
001510     MOVE EXCIN-FILEA-DATA TO RECKSD-FILEA-DATA
001520     MOVE EXCIN-FILEB-DATA TO RECKSD-FILEB-DATA
001530     WRITE RECKSD-RECORD
001540     IF NOT WS-FILE-STATUS-KSD-OK
001550         DISPLAY "EXCLOAD: WRITE FAILED FOR EXCMAST - STATUS "
001560             WS-FILE-STATUS-KSD
001570         MOVE 16 TO RETURN-CODE
001580         GOBACK
001590     END-IF
001600     ADD 1 TO WS-LOADED-COUNT
001610     .
001620 2000-LOAD-ONE-EXCEPTION-EXIT.
001630     EXIT.
001640 9999-TERMINATE.
001650     IF WS-EOF-EIN-NO OR NOT WS-FILE-STATUS-EIN-NOTFND
001660         CLOSE EXCIN-FILE
001670     END-IF
001680     CLOSE EXCMAST-FILE
001690     MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT
001700     DISPLAY "EXCLOAD: " WS-EDIT-COUNT
001710         " EXCEPTIONS LOADED TO EXCMAST"
001720     .
001730 9999-TERMINATE-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------*
001760* 9800/9810 - STEP TIMING FOR THE BATCH-WINDOW REPORT.
001770*----------------------------------------------------------------*
001780 COPY "RECSTP.cpy".
001790 END PROGRAM EXCLOAD.
