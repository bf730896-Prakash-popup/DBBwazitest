000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    WINDRPT.
000120 AUTHOR.        R HOLLOWAY.
000130 INSTALLATION.  REGISTRAR SYSTEMS - BATCH.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170*                                                                *
000180*    MODIFICATION HISTORY                                        *
000190*                                                                *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------  ----  ------------------------------------------ *
000220*    10/15/2026 RH    INITIAL VERSION - MORNING BATCH-WINDOW     *
000230*                     REPORT OVER THE BATCHCTL CONTROL TABLE.    *
000240*                     ONE LINE PER PROGRAM IN THE NIGHTLY        *
000250*                     SEQUENCE SHOWING WHEN IT STARTED AND       *
000260*                     ENDED FOR THE BUSINESS DATE, ITS ELAPSED   *
000270*                     MINUTES AGAINST THE AGREED TARGET AND ITS  *
000280*                     RETURN CODE, FLAGGING STEPS THAT RAN LATE, *
000290*                     ARE STILL RUNNING, FAILED OR NEVER RAN.    *
000300*                                                                *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT WINDFILE ASSIGN TO WINDPRT
000360            ORGANIZATION IS SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  WINDFILE
000410     RECORDING MODE IS F.
000420 01  WIND-REC                PIC X(133).
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-RUN-DATE             PIC X(08).
000460 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
000470                             PIC 9(08).
000480 01  WS-BUS-DATE             PIC X(08) VALUE SPACES.
000490 01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
000500                             PIC 9(08).
000510 01  WS-YESTERDAY-N          PIC 9(08) VALUE ZERO.
000520 01  WS-YESTERDAY REDEFINES WS-YESTERDAY-N
000530                             PIC X(08).
000540 01  WS-LATEST-DATE          PIC X(08) VALUE SPACES.
000550 01  WS-NOW                  PIC X(26) VALUE SPACES.
000560
000570******************************************************************
000580*    THE NIGHTLY SEQUENCE IN RUNNING ORDER AND THE ELAPSED       *
000590*    MINUTES AGREED WITH OPERATIONS FOR EACH STEP. A STEP THAT   *
000600*    TAKES LONGER THAN ITS TARGET IS FLAGGED LATE. KEEP THIS IN  *
000610*    STEP WITH THE WS-BC-PRED CHAIN IN THE PROGRAMS THEMSELVES.  *
000620******************************************************************
000630 01  WS-WINDOW-STEP-DATA.
000640     05 FILLER               PIC X(13) VALUE 'STUDMAINT 030'.
000650     05 FILLER               PIC X(13) VALUE 'STUDRCYC  015'.
000660     05 FILLER               PIC X(13) VALUE 'STUD      060'.
000670     05 FILLER               PIC X(13) VALUE 'ENRLLOAD  045'.
000680     05 FILLER               PIC X(13) VALUE 'RUNBAL    010'.
000690 01  WS-WINDOW-STEPS REDEFINES WS-WINDOW-STEP-DATA.
000700     05 WS-WINDOW-STEP       OCCURS 5 TIMES.
000710        10 WS-STEP-PROGRAM   PIC X(10).
000720        10 WS-STEP-TARGET    PIC 9(03).
000730 01  WS-STEP-COUNT           PIC S9(04) COMP VALUE 5.
000740 01  WS-STEP-SUB             PIC S9(04) COMP VALUE ZERO.
000750
000760******************************************************************
000770*    TIMESTAMP ARITHMETIC. BATCHCTL TIMES ARE CCYYMMDDHHMMSS...  *
000780*    AS THE PROGRAMS TOOK THEM; EACH IS TURNED INTO MINUTES      *
000790*    SINCE THE START OF THE CALENDAR SO A STEP THAT RUNS ACROSS  *
000800*    MIDNIGHT STILL SHOWS ITS TRUE ELAPSED TIME.                 *
000810******************************************************************
000820 01  WS-TS-WORK.
000830     05 WS-TS-DATE           PIC 9(08).
000840     05 WS-TS-HH             PIC 9(02).
000850     05 WS-TS-MI             PIC 9(02).
000860     05 FILLER               PIC X(14).
000870 01  WS-TS-MINUTES           PIC S9(11) COMP-3 VALUE ZERO.
000880 01  WS-START-MINUTES        PIC S9(11) COMP-3 VALUE ZERO.
000890 01  WS-END-MINUTES          PIC S9(11) COMP-3 VALUE ZERO.
000900 01  WS-ELAPSED              PIC S9(07) COMP-3 VALUE ZERO.
000910 01  WS-WIN-FIRST-MINUTES    PIC S9(11) COMP-3 VALUE ZERO.
000920 01  WS-WIN-LAST-MINUTES     PIC S9(11) COMP-3 VALUE ZERO.
000930 01  WS-WIN-FIRST-START      PIC X(14) VALUE SPACES.
000940 01  WS-WIN-LAST-END         PIC X(14) VALUE SPACES.
000950
000960 01  WS-FMT-TIME.
000970     05 WS-FMT-DATE          PIC X(08).
000980     05 FILLER               PIC X(01) VALUE SPACE.
000990     05 WS-FMT-HH            PIC 9(02).
001000     05 FILLER               PIC X(01) VALUE ':'.
001010     05 WS-FMT-MI            PIC 9(02).
001020
001030 01  WS-SWITCHES.
001040     05 WS-LATE-SW           PIC X(01) VALUE 'N'.
001050        88 WS-STEP-LATE             VALUE 'Y'.
001060     05 WS-FAILED-SW         PIC X(01) VALUE 'N'.
001070        88 WS-STEP-FAILED           VALUE 'Y'.
001080     05 WS-MISSING-SW        PIC X(01) VALUE 'N'.
001090        88 WS-STEP-MISSING          VALUE 'Y'.
001100
001110 01  WS-SUMMARY-COUNTERS.
001120     05 WS-CNT-ON-TIME       PIC 9(05) COMP-3 VALUE ZERO.
001130     05 WS-CNT-LATE          PIC 9(05) COMP-3 VALUE ZERO.
001140     05 WS-CNT-RUNNING       PIC 9(05) COMP-3 VALUE ZERO.
001150     05 WS-CNT-FAILED        PIC 9(05) COMP-3 VALUE ZERO.
001160     05 WS-CNT-MISSING       PIC 9(05) COMP-3 VALUE ZERO.
001170
001180 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
001190 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
001200 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
001210
001220 01  WS-RPT-HEADING-1.
001230     05 FILLER               PIC X(01) VALUE SPACE.
001240     05 FILLER               PIC X(30)
001250        VALUE 'WINDRPT - BATCH WINDOW'.
001260     05 FILLER               PIC X(01) VALUE SPACES.
001270     05 FILLER               PIC X(11) VALUE 'RUN DATE: '.
001280     05 WS-HDG-RUN-DATE      PIC X(08).
001290     05 FILLER               PIC X(10) VALUE SPACES.
001300     05 FILLER               PIC X(06) VALUE 'PAGE: '.
001310     05 WS-HDG-PAGE-NO       PIC ZZZ9.
001320     05 FILLER               PIC X(62) VALUE SPACES.
001330
001340 01  WS-RPT-HEADING-2.
001350     05 FILLER               PIC X(01) VALUE SPACE.
001360     05 FILLER               PIC X(16) VALUE 'BUSINESS DATE: '.
001370     05 WS-HDG-BUS-DATE      PIC X(08).
001380     05 FILLER               PIC X(108) VALUE SPACES.
001390
001400 01  WS-RPT-HEADING-3.
001410     05 FILLER               PIC X(01) VALUE SPACE.
001420     05 FILLER               PIC X(12) VALUE 'PROGRAM'.
001430     05 FILLER               PIC X(16) VALUE 'STARTED'.
001440     05 FILLER               PIC X(16) VALUE 'ENDED'.
001450     05 FILLER               PIC X(09) VALUE ' ELAPSED'.
001460     05 FILLER               PIC X(09) VALUE '  TARGET'.
001470     05 FILLER               PIC X(06) VALUE '  RC'.
001480     05 FILLER               PIC X(14) VALUE 'STATUS'.
001490     05 FILLER               PIC X(50) VALUE SPACES.
001500
001510 01  WS-RPT-STEP-LINE.
001520     05 FILLER               PIC X(01) VALUE SPACE.
001530     05 WS-RPT-S-PROGRAM     PIC X(10).
001540     05 FILLER               PIC X(02) VALUE SPACES.
001550     05 WS-RPT-S-START       PIC X(14).
001560     05 FILLER               PIC X(02) VALUE SPACES.
001570     05 WS-RPT-S-END         PIC X(14).
001580     05 FILLER               PIC X(02) VALUE SPACES.
001590     05 WS-RPT-S-ELAPSED     PIC ZZ,ZZ9.
001600     05 WS-RPT-S-ELAPSED-X REDEFINES WS-RPT-S-ELAPSED
001610                             PIC X(06).
001620     05 FILLER               PIC X(03) VALUE SPACES.
001630     05 WS-RPT-S-TARGET      PIC ZZ,ZZ9.
001640     05 FILLER               PIC X(02) VALUE SPACES.
001650     05 WS-RPT-S-RC          PIC ZZZ9.
001660     05 WS-RPT-S-RC-X REDEFINES WS-RPT-S-RC
001670                             PIC X(04).
001680     05 FILLER               PIC X(02) VALUE SPACES.
001690     05 WS-RPT-S-STATUS      PIC X(14).
001700     05 FILLER               PIC X(51) VALUE SPACES.
001710
001720 01  WS-RPT-CAPTION.
001730     05 FILLER               PIC X(01) VALUE SPACE.
001740     05 WS-RPT-C-TEXT        PIC X(60) VALUE SPACES.
001750     05 FILLER               PIC X(72) VALUE SPACES.
001760
001770 01  WS-RPT-WINDOW-LINE.
001780     05 FILLER               PIC X(01) VALUE SPACE.
001790     05 FILLER               PIC X(22)
001800        VALUE 'WINDOW - FIRST START: '.
001810     05 WS-RPT-W-FIRST       PIC X(14).
001820     05 FILLER               PIC X(13) VALUE '  LAST END: '.
001830     05 WS-RPT-W-LAST        PIC X(14).
001840     05 FILLER               PIC X(12) VALUE '  ELAPSED: '.
001850     05 WS-RPT-W-ELAPSED     PIC ZZ,ZZ9.
001860     05 FILLER               PIC X(05) VALUE ' MIN'.
001870     05 FILLER               PIC X(46) VALUE SPACES.
001880
001890     EXEC SQL
001900          INCLUDE SQLCA
001910     END-EXEC.
001920
001930     EXEC SQL
001940          INCLUDE DCLBCTL
001950     END-EXEC.
001960
001970 LINKAGE SECTION.
001980 01  LK-WIND-PARM.
001990     05 LK-PARM-LEN          PIC S9(04) COMP.
002000     05 LK-PARM-DATE         PIC X(08).
002010
002020 PROCEDURE DIVISION USING LK-WIND-PARM.
002030
002040 0000-MAINLINE-PARA.
002050
002060     IF LK-PARM-LEN > 0
002070         MOVE LK-PARM-DATE TO WS-BUS-DATE
002080         IF LK-PARM-LEN NOT = 8
002090            OR WS-BUS-DATE IS NOT NUMERIC
002100             DISPLAY 'WINDRPT - PARM MUST BE A BUSINESS DATE '
002110                     'CCYYMMDD: ' LK-PARM-DATE
002120             MOVE +16 TO RETURN-CODE
002130             GOBACK
002140         END-IF
002150     END-IF
002160
002170     PERFORM X000-INITIALIZE-PARA
002180                THRU X000-INITIALIZE-PARA-EXIT
002190
002200     PERFORM A000-ONE-STEP-PARA
002210                THRU A000-ONE-STEP-PARA-EXIT
002220         VARYING WS-STEP-SUB FROM 1 BY 1
002230           UNTIL WS-STEP-SUB > WS-STEP-COUNT
002240
002250     PERFORM H000-SUMMARY-PARA
002260                THRU H000-SUMMARY-PARA-EXIT
002270
002280     PERFORM Z000-TERMINATE-PARA
002290                THRU Z000-TERMINATE-PARA-EXIT
002300
002310     GOBACK.
002320
002330******************************************************************
002340*    X000-INITIALIZE-PARA                                        *
002350*    OPEN THE REPORT AND SETTLE THE BUSINESS DATE UNDER REVIEW.  *
002360*    WITHOUT A PARM IT IS THE LATEST DATE STUDMAINT OPENED ON    *
002370*    BATCHCTL - BUT NEVER EARLIER THAN YESTERDAY, SO A NIGHT ON  *
002380*    WHICH STUDMAINT NEVER STARTED SHOWS EVERY STEP MISSING      *
002390*    INSTEAD OF REPRINTING AN OLD NIGHT THAT LOOKED FINE.        *
002400******************************************************************
002410 X000-INITIALIZE-PARA.
002420
002430     OPEN OUTPUT WINDFILE
002440
002450     MOVE FUNCTION CURRENT-DATE TO WS-NOW
002460     MOVE WS-NOW (1:8)          TO WS-RUN-DATE
002470
002480     IF WS-BUS-DATE = SPACES
002490         COMPUTE WS-YESTERDAY-N = FUNCTION DATE-OF-INTEGER
002500                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) - 1)
002510         EXEC SQL
002520              SELECT  VALUE(MAX(BCDATE), ' ')
002530                INTO  :WS-LATEST-DATE
002540                FROM  BATCHCTL
002550               WHERE  BCPROG = 'STUDMAINT'
002560         END-EXEC
002570         IF SQLCODE NOT = 0
002580             DISPLAY 'WINDRPT - BATCHCTL READ FAILED - SQLCODE: '
002590                     SQLCODE
002600             MOVE 16 TO RETURN-CODE
002610             CLOSE WINDFILE
002620             GOBACK
002630         END-IF
002640         IF WS-LATEST-DATE > WS-YESTERDAY
002650             MOVE WS-LATEST-DATE TO WS-BUS-DATE
002660         ELSE
002670             MOVE WS-YESTERDAY   TO WS-BUS-DATE
002680         END-IF
002690     END-IF
002700
002710     PERFORM F000-PRINT-HEADINGS-PARA
002720                THRU F000-PRINT-HEADINGS-PARA-EXIT.
002730
002740 X000-INITIALIZE-PARA-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780*    A000-ONE-STEP-PARA                                          *
002790*    FETCH ONE PROGRAM'S BATCHCTL ROW FOR THE BUSINESS DATE AND  *
002800*    PRINT ITS LINE. NO ROW MEANS THE STEP NEVER STARTED (OR WAS *
002810*    REFUSED); STATUS 'R' MEANS IT IS STILL RUNNING OR ENDED     *
002820*    WITHOUT RECORDING ITS FINISH, AND IS TIMED TO NOW.          *
002830******************************************************************
002840 A000-ONE-STEP-PARA.
002850
002860     MOVE WS-BUS-DATE                   TO BCDATE
002870     MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO BCPROG
002880
002890     MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-RPT-S-PROGRAM
002900     MOVE WS-STEP-TARGET (WS-STEP-SUB)  TO WS-RPT-S-TARGET
002910     MOVE SPACES TO WS-RPT-S-START
002920     MOVE SPACES TO WS-RPT-S-END
002930     MOVE SPACES TO WS-RPT-S-ELAPSED-X
002940     MOVE SPACES TO WS-RPT-S-RC-X
002950
002960     EXEC SQL
002970          SELECT  BCSTART, BCEND, BCRC, BCSTAT
002980            INTO  :BCSTART, :BCEND, :BCRC, :BCSTAT
002990            FROM  BATCHCTL
003000           WHERE  BCDATE = :BCDATE
003010             AND  BCPROG = :BCPROG
003020     END-EXEC
003030
003040     EVALUATE SQLCODE
003050         WHEN 0
003060             CONTINUE
003070         WHEN 100
003080             MOVE 'MISSING'      TO WS-RPT-S-STATUS
003090             MOVE 'Y'            TO WS-MISSING-SW
003100             ADD 1 TO WS-CNT-MISSING
003110             PERFORM F100-WRITE-STEP-LINE-PARA
003120                        THRU F100-WRITE-STEP-LINE-PARA-EXIT
003130             GO TO A000-ONE-STEP-PARA-EXIT
003140         WHEN OTHER
003150             DISPLAY 'WINDRPT - BATCHCTL READ FAILED - SQLCODE: '
003160                     SQLCODE ' PROGRAM: ' BCPROG
003170             MOVE 16 TO RETURN-CODE
003180             CLOSE WINDFILE
003190             GOBACK
003200     END-EVALUATE
003210
003220     MOVE BCSTART TO WS-TS-WORK
003230     PERFORM A100-TS-MINUTES-PARA
003240                THRU A100-TS-MINUTES-PARA-EXIT
003250     MOVE WS-TS-MINUTES  TO WS-START-MINUTES
003260     MOVE WS-FMT-TIME    TO WS-RPT-S-START
003270
003280     IF WS-WIN-FIRST-START = SPACES
003290        OR WS-START-MINUTES < WS-WIN-FIRST-MINUTES
003300         MOVE WS-START-MINUTES TO WS-WIN-FIRST-MINUTES
003310         MOVE WS-FMT-TIME      TO WS-WIN-FIRST-START
003320     END-IF
003330
003340     IF BCSTAT = 'R'
003350         MOVE WS-NOW TO WS-TS-WORK
003360     ELSE
003370         MOVE BCEND  TO WS-TS-WORK
003380     END-IF
003390     PERFORM A100-TS-MINUTES-PARA
003400                THRU A100-TS-MINUTES-PARA-EXIT
003410     MOVE WS-TS-MINUTES  TO WS-END-MINUTES
003420
003430     COMPUTE WS-ELAPSED = WS-END-MINUTES - WS-START-MINUTES
003440     MOVE WS-ELAPSED     TO WS-RPT-S-ELAPSED
003450
003460     IF BCSTAT NOT = 'R'
003470         MOVE WS-FMT-TIME TO WS-RPT-S-END
003480         MOVE BCRC        TO WS-RPT-S-RC
003490         IF WS-WIN-LAST-END = SPACES
003500            OR WS-END-MINUTES > WS-WIN-LAST-MINUTES
003510             MOVE WS-END-MINUTES TO WS-WIN-LAST-MINUTES
003520             MOVE WS-FMT-TIME    TO WS-WIN-LAST-END
003530         END-IF
003540     END-IF
003550
003560     EVALUATE TRUE
003570         WHEN BCSTAT = 'F'
003580             MOVE 'FAILED'       TO WS-RPT-S-STATUS
003590             MOVE 'Y'            TO WS-FAILED-SW
003600             ADD 1 TO WS-CNT-FAILED
003610         WHEN BCSTAT = 'R'
003620          AND WS-ELAPSED > WS-STEP-TARGET (WS-STEP-SUB)
003630             MOVE 'RUNNING LATE' TO WS-RPT-S-STATUS
003640             MOVE 'Y'            TO WS-LATE-SW
003650             ADD 1 TO WS-CNT-RUNNING
003660         WHEN BCSTAT = 'R'
003670             MOVE 'RUNNING'      TO WS-RPT-S-STATUS
003680             ADD 1 TO WS-CNT-RUNNING
003690         WHEN WS-ELAPSED > WS-STEP-TARGET (WS-STEP-SUB)
003700             MOVE 'LATE'         TO WS-RPT-S-STATUS
003710             MOVE 'Y'            TO WS-LATE-SW
003720             ADD 1 TO WS-CNT-LATE
003730         WHEN OTHER
003740             MOVE 'ON TIME'      TO WS-RPT-S-STATUS
003750             ADD 1 TO WS-CNT-ON-TIME
003760     END-EVALUATE
003770
003780     PERFORM F100-WRITE-STEP-LINE-PARA
003790                THRU F100-WRITE-STEP-LINE-PARA-EXIT.
003800
003810 A000-ONE-STEP-PARA-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    A100-TS-MINUTES-PARA                                        *
003860*    TURN THE TIMESTAMP IN WS-TS-WORK INTO MINUTES SINCE THE     *
003870*    START OF THE CALENDAR, AND INTO PRINTABLE FORM IN           *
003880*    WS-FMT-TIME (CCYYMMDD HH:MM).                               *
003890******************************************************************
003900 A100-TS-MINUTES-PARA.
003910
003920     MOVE ZERO TO WS-TS-MINUTES
003930     MOVE SPACES TO WS-FMT-DATE
003940     MOVE ZERO TO WS-FMT-HH
003950     MOVE ZERO TO WS-FMT-MI
003960
003970     IF WS-TS-DATE IS NOT NUMERIC
003980        OR WS-TS-HH IS NOT NUMERIC
003990        OR WS-TS-MI IS NOT NUMERIC
004000         GO TO A100-TS-MINUTES-PARA-EXIT
004010     END-IF
004020
004030     COMPUTE WS-TS-MINUTES =
004040             FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 1440
004050           + WS-TS-HH * 60
004060           + WS-TS-MI
004070
004080     MOVE WS-TS-DATE TO WS-FMT-DATE
004090     MOVE WS-TS-HH   TO WS-FMT-HH
004100     MOVE WS-TS-MI   TO WS-FMT-MI.
004110
004120 A100-TS-MINUTES-PARA-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    F000-PRINT-HEADINGS-PARA                                    *
004170*    START A NEW PAGE OF THE BATCH-WINDOW REPORT.                *
004180******************************************************************
004190 F000-PRINT-HEADINGS-PARA.
004200
004210     ADD 1 TO WS-PAGE-NO
004220     MOVE WS-RUN-DATE    TO WS-HDG-RUN-DATE
004230     MOVE WS-PAGE-NO     TO WS-HDG-PAGE-NO
004240     MOVE WS-BUS-DATE    TO WS-HDG-BUS-DATE
004250
004260     WRITE WIND-REC FROM WS-RPT-HEADING-1
004270         AFTER ADVANCING PAGE
004280     WRITE WIND-REC FROM WS-RPT-HEADING-2
004290         AFTER ADVANCING 2 LINES
004300     WRITE WIND-REC FROM WS-RPT-HEADING-3
004310         AFTER ADVANCING 2 LINES
004320
004330     MOVE ZERO TO WS-LINE-CNT.
004340
004350 F000-PRINT-HEADINGS-PARA-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390*    F100-WRITE-STEP-LINE-PARA                                   *
004400*    WRITE ONE PROGRAM'S LINE, STARTING A NEW PAGE FIRST WHEN    *
004410*    THE CURRENT PAGE IS FULL.                                   *
004420******************************************************************
004430 F100-WRITE-STEP-LINE-PARA.
004440
004450     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004460         PERFORM F000-PRINT-HEADINGS-PARA
004470                    THRU F000-PRINT-HEADINGS-PARA-EXIT
004480     END-IF
004490
004500     WRITE WIND-REC FROM WS-RPT-STEP-LINE
004510         AFTER ADVANCING 1 LINE
004520
004530     ADD 1 TO WS-LINE-CNT.
004540
004550 F100-WRITE-STEP-LINE-PARA-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    H000-SUMMARY-PARA                                           *
004600*    PRINT THE OVERALL WINDOW AND VERDICT AND SET THE RETURN     *
004610*    CODE THE SCHEDULER WATCHES: 8 WHEN A STEP FAILED OR NEVER   *
004620*    RAN, 4 WHEN A STEP RAN (OR IS RUNNING) PAST ITS TARGET, 0   *
004630*    WHEN EVERY STEP FINISHED CLEAN AND ON TIME.                 *
004640******************************************************************
004650 H000-SUMMARY-PARA.
004660
004670     IF WS-WIN-FIRST-START NOT = SPACES
004680        AND WS-WIN-LAST-END NOT = SPACES
004690         MOVE WS-WIN-FIRST-START TO WS-RPT-W-FIRST
004700         MOVE WS-WIN-LAST-END    TO WS-RPT-W-LAST
004710         COMPUTE WS-ELAPSED = WS-WIN-LAST-MINUTES
004720                            - WS-WIN-FIRST-MINUTES
004730         MOVE WS-ELAPSED         TO WS-RPT-W-ELAPSED
004740         WRITE WIND-REC FROM WS-RPT-WINDOW-LINE
004750             AFTER ADVANCING 2 LINES
004760     END-IF
004770
004780     EVALUATE TRUE
004790         WHEN WS-STEP-FAILED OR WS-STEP-MISSING
004800             MOVE '** STEPS FAILED OR MISSING - SEE ABOVE **'
004810                             TO WS-RPT-C-TEXT
004820             IF RETURN-CODE < 8
004830                 MOVE 8 TO RETURN-CODE
004840             END-IF
004850         WHEN WS-STEP-LATE
004860             MOVE 'STEPS RAN PAST THEIR TARGET - SEE ABOVE'
004870                             TO WS-RPT-C-TEXT
004880             IF RETURN-CODE < 4
004890                 MOVE 4 TO RETURN-CODE
004900             END-IF
004910         WHEN WS-CNT-RUNNING > ZERO
004920             MOVE 'STEPS STILL RUNNING WITHIN TARGET'
004930                             TO WS-RPT-C-TEXT
004940         WHEN OTHER
004950             MOVE 'ALL STEPS FINISHED CLEAN AND ON TIME'
004960                             TO WS-RPT-C-TEXT
004970     END-EVALUATE
004980
004990     WRITE WIND-REC FROM WS-RPT-CAPTION
005000         AFTER ADVANCING 2 LINES
005010
005020     DISPLAY '==================================================='
005030     DISPLAY 'WINDRPT - END OF JOB SUMMARY'
005040     DISPLAY '==================================================='
005050     DISPLAY 'BUSINESS DATE REPORTED ....... ' WS-BUS-DATE
005060     DISPLAY 'STEPS ON TIME ................ ' WS-CNT-ON-TIME
005070     DISPLAY 'STEPS LATE ................... ' WS-CNT-LATE
005080     DISPLAY 'STEPS STILL RUNNING .......... ' WS-CNT-RUNNING
005090     DISPLAY 'STEPS FAILED ................. ' WS-CNT-FAILED
005100     DISPLAY 'STEPS MISSING ................ ' WS-CNT-MISSING
005110     DISPLAY '=================================================='.
005120
005130 H000-SUMMARY-PARA-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    Z000-TERMINATE-PARA                                         *
005180*    CLOSE THE REPORT FILE AT END OF RUN.                        *
005190******************************************************************
005200 Z000-TERMINATE-PARA.
005210
005220     CLOSE WINDFILE.
005230
005240 Z000-TERMINATE-PARA-EXIT.
005250     EXIT.
