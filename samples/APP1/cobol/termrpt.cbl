000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TERMRPT.
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
000220*    10/15/2026 RH    INITIAL VERSION - TERM HISTORY REPORT.     *
000230*                     ONE LINE PER DEPARTMENT SHOWING ITS        *
000240*                     TERM-END HEADCOUNT FOR EACH OF THE LAST    *
000250*                     SEVERAL TERMS ON TERMHIST (PARM, 1-6,      *
000260*                     DEFAULT 4), OLDEST TO NEWEST, WITH THE     *
000270*                     CHANGE SINCE THE PRIOR TERM AND THE        *
000280*                     WAITLIST EXPIRED AT THE LATEST CLOSE, AND  *
000290*                     A TOTAL LINE FOR ALL DEPARTMENTS.          *
000300*                                                                *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TERMFILE ASSIGN TO TERMPRT
000360            ORGANIZATION IS SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  TERMFILE
000410     RECORDING MODE IS F.
000420 01  TERM-REC                PIC X(133).
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-CSR-EOF-SW           PIC X(01) VALUE 'N'.
000460     88 WS-CSR-EOF                  VALUE 'Y'.
000470
000480 01  WS-TERM-FOUND-SW        PIC X(01) VALUE 'N'.
000490     88 WS-TERM-FOUND               VALUE 'Y'.
000500
000510 01  WS-RUN-DATE             PIC X(08).
000520 01  WS-CUR-DEPT             PIC X(10) VALUE SPACES.
000530
000540 01  WS-TERMS-WANTED         PIC 9(01) VALUE 4.
000550 01  WS-TERMS-WANTED-X REDEFINES WS-TERMS-WANTED
000560                             PIC X(01).
000570
000580******************************************************************
000590*    THE TERMS BEING COMPARED, NEWEST FIRST AS FETCHED. COLUMN   *
000600*    C OF THE REPORT IS TERM (WS-TERM-CNT - C + 1), SO THE       *
000610*    OLDEST TERM PRINTS AT THE LEFT.                             *
000620******************************************************************
000630 01  WS-TERM-CNT             PIC 9(04) COMP VALUE ZERO.
000640 01  WS-TERM-TABLE.
000650     05 WS-TERM-END-DESC     PIC X(08) OCCURS 6 TIMES.
000660 01  WS-OLDEST-TERM          PIC X(08) VALUE SPACES.
000670
000680 01  WS-TERM-IDX             PIC 9(04) COMP VALUE ZERO.
000690 01  WS-COL                  PIC 9(04) COMP VALUE ZERO.
000700 01  WS-PREV-COL             PIC 9(04) COMP VALUE ZERO.
000710
000720******************************************************************
000730*    ONE DEPARTMENT'S HEADCOUNTS BY REPORT COLUMN, THE SAME FOR  *
000740*    THE TOTAL LINE, AND THE LINE BEING PRINTED. A DEPARTMENT    *
000750*    WITH NO ROW FOR A TERM SHOWS THAT COLUMN BLANK.             *
000760******************************************************************
000770 01  WS-DEPT-LINE.
000780     05 WS-DL-COL OCCURS 6 TIMES.
000790        10 WS-DL-HAS         PIC X(01).
000800        10 WS-DL-HEAD        PIC S9(09) COMP.
000810     05 WS-DL-WAIT           PIC S9(09) COMP.
000820
000830 01  WS-TOTAL-LINE.
000840     05 WS-TL-COL OCCURS 6 TIMES.
000850        10 WS-TL-HAS         PIC X(01).
000860        10 WS-TL-HEAD        PIC S9(09) COMP.
000870     05 WS-TL-WAIT           PIC S9(09) COMP.
000880
000890 01  WS-PRT-LINE.
000900     05 WS-PL-COL OCCURS 6 TIMES.
000910        10 WS-PL-HAS         PIC X(01).
000920        10 WS-PL-HEAD        PIC S9(09) COMP.
000930     05 WS-PL-WAIT           PIC S9(09) COMP.
000940
000950 01  WS-CHANGE               PIC S9(09) COMP VALUE ZERO.
000960
000970 01  WS-SUMMARY-COUNTERS.
000980     05 WS-CNT-ROWS          PIC 9(07) COMP-3 VALUE ZERO.
000990     05 WS-CNT-DEPTS         PIC 9(07) COMP-3 VALUE ZERO.
001000
001010 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
001020 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
001030 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
001040
001050 01  WS-RPT-HEADING-1.
001060     05 FILLER               PIC X(01) VALUE SPACE.
001070     05 FILLER               PIC X(30)
001080        VALUE 'TERMRPT - HEADCOUNT BY TERM'.
001090     05 FILLER               PIC X(01) VALUE SPACES.
001100     05 FILLER               PIC X(11) VALUE 'RUN DATE: '.
001110     05 WS-HDG-RUN-DATE      PIC X(08).
001120     05 FILLER               PIC X(10) VALUE SPACES.
001130     05 FILLER               PIC X(06) VALUE 'PAGE: '.
001140     05 WS-HDG-PAGE-NO       PIC ZZZ9.
001150     05 FILLER               PIC X(62) VALUE SPACES.
001160
001170 01  WS-RPT-HEADING-2.
001180     05 FILLER               PIC X(01) VALUE SPACE.
001190     05 FILLER               PIC X(16) VALUE 'TERMS COMPARED: '.
001200     05 WS-HDG-TERM-CNT      PIC 9(01).
001210     05 FILLER               PIC X(115) VALUE SPACES.
001220
001230 01  WS-RPT-HEADING-3.
001240     05 FILLER               PIC X(01) VALUE SPACE.
001250     05 FILLER               PIC X(12) VALUE 'DEPARTMENT'.
001260     05 WS-HDG-COL OCCURS 6 TIMES.
001270        10 FILLER            PIC X(01).
001280        10 WS-HDG-TERM-END   PIC X(08).
001290     05 FILLER               PIC X(10) VALUE '    CHANGE'.
001300     05 FILLER               PIC X(10) VALUE '  WAITLIST'.
001310     05 FILLER               PIC X(46) VALUE SPACES.
001320
001330 01  WS-RPT-DETAIL.
001340     05 FILLER               PIC X(01) VALUE SPACE.
001350     05 WS-RPT-D-DEPT        PIC X(10).
001360     05 FILLER               PIC X(02) VALUE SPACES.
001370     05 WS-RPT-D-COL OCCURS 6 TIMES.
001380        10 FILLER            PIC X(02) VALUE SPACES.
001390        10 WS-RPT-D-HEAD     PIC ZZZ,ZZ9.
001400     05 WS-RPT-D-CHANGE-AREA.
001410        10 FILLER            PIC X(03).
001420        10 WS-RPT-D-CHANGE   PIC +++,++9.
001430     05 FILLER               PIC X(03) VALUE SPACES.
001440     05 WS-RPT-D-WAIT        PIC ZZZ,ZZ9.
001450     05 FILLER               PIC X(46) VALUE SPACES.
001460
001470 01  WS-RPT-GRAND-LINE.
001480     05 FILLER               PIC X(01) VALUE SPACE.
001490     05 WS-RPT-G-TEXT        PIC X(40).
001500     05 WS-RPT-G-COUNT       PIC ZZZ,ZZZ,ZZ9.
001510     05 FILLER               PIC X(81) VALUE SPACES.
001520
001530 01  WS-RPT-CAPTION.
001540     05 FILLER               PIC X(01) VALUE SPACE.
001550     05 WS-RPT-C-TEXT        PIC X(60) VALUE SPACES.
001560     05 FILLER               PIC X(72) VALUE SPACES.
001570
001580     EXEC SQL
001590          INCLUDE SQLCA
001600     END-EXEC.
001610
001620     EXEC SQL
001630          INCLUDE DCLTHST
001640     END-EXEC.
001650
001660******************************************************************
001670*    TERMCSR - THE TERMS ON TERMHIST, NEWEST FIRST. ONLY THE     *
001680*    FIRST WS-TERMS-WANTED ARE FETCHED.                          *
001690******************************************************************
001700     EXEC SQL
001710          DECLARE TERMCSR CURSOR FOR
001720          SELECT  DISTINCT TERMEND
001730            FROM  TERMHIST
001740           ORDER  BY TERMEND DESC
001750     END-EXEC.
001760
001770******************************************************************
001780*    THSTCSR - EVERY SNAPSHOT ROW FOR THE TERMS BEING COMPARED,  *
001790*    IN DEPARTMENT ORDER FOR THE CONTROL BREAK.                  *
001800******************************************************************
001810     EXEC SQL
001820          DECLARE THSTCSR CURSOR FOR
001830          SELECT  THDEPT, TERMEND, HEADCNT, WAITCNT
001840            FROM  TERMHIST
001850           WHERE  TERMEND >= :WS-OLDEST-TERM
001860           ORDER  BY THDEPT, TERMEND
001870     END-EXEC.
001880
001890 LINKAGE SECTION.
001900 01  LK-RPT-PARM.
001910     05 LK-PARM-LEN          PIC S9(04) COMP.
001920     05 LK-PARM-TERMS        PIC X(01).
001930
001940 PROCEDURE DIVISION USING LK-RPT-PARM.
001950
001960 0000-MAINLINE-PARA.
001970
001980     IF LK-PARM-LEN > 0
001990         MOVE LK-PARM-TERMS TO WS-TERMS-WANTED-X
002000         IF WS-TERMS-WANTED-X IS NOT NUMERIC
002010            OR WS-TERMS-WANTED < 1
002020            OR WS-TERMS-WANTED > 6
002030             DISPLAY 'TERMRPT - PARM MUST BE A TERM COUNT 1-6: '
002040                     LK-PARM-TERMS
002050             MOVE +16 TO RETURN-CODE
002060             GOBACK
002070         END-IF
002080     END-IF
002090
002100     PERFORM X000-INITIALIZE-PARA
002110                THRU X000-INITIALIZE-PARA-EXIT
002120
002130     IF WS-TERM-CNT > ZERO
002140         PERFORM B000-ONE-SNAPSHOT-ROW-PARA
002150                    THRU B000-ONE-SNAPSHOT-ROW-PARA-EXIT
002160             UNTIL WS-CSR-EOF
002170
002180         PERFORM C000-DEPT-BREAK-PARA
002190                    THRU C000-DEPT-BREAK-PARA-EXIT
002200
002210         PERFORM D000-PRINT-TOTAL-PARA
002220                    THRU D000-PRINT-TOTAL-PARA-EXIT
002230     END-IF
002240
002250     PERFORM H000-GRAND-TOTAL-PARA
002260                THRU H000-GRAND-TOTAL-PARA-EXIT
002270
002280     PERFORM Z000-TERMINATE-PARA
002290                THRU Z000-TERMINATE-PARA-EXIT
002300
002310     GOBACK.
002320
002330******************************************************************
002340*    X000-INITIALIZE-PARA                                        *
002350*    OPEN THE REPORT, PICK THE TERMS TO COMPARE, OPEN THE        *
002360*    SNAPSHOT CURSOR AND PRINT THE FIRST PAGE HEADINGS. AN EMPTY *
002370*    TERMHIST WARNS THE RUN AND PRINTS ONLY A CAPTION.           *
002380******************************************************************
002390 X000-INITIALIZE-PARA.
002400
002410     OPEN OUTPUT TERMFILE
002420
002430     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002440
002450     PERFORM A000-LOAD-TERMS-PARA
002460                THRU A000-LOAD-TERMS-PARA-EXIT
002470
002480     MOVE ZERO   TO WS-TL-WAIT
002490     PERFORM VARYING WS-COL FROM 1 BY 1
002500               UNTIL WS-COL > 6
002510         MOVE 'N'    TO WS-TL-HAS (WS-COL)
002520         MOVE ZERO   TO WS-TL-HEAD (WS-COL)
002530         MOVE SPACES TO WS-HDG-COL (WS-COL)
002540     END-PERFORM
002550
002560     PERFORM VARYING WS-COL FROM 1 BY 1
002570               UNTIL WS-COL > WS-TERM-CNT
002580         COMPUTE WS-TERM-IDX = WS-TERM-CNT - WS-COL + 1
002590         MOVE WS-TERM-END-DESC (WS-TERM-IDX)
002600                            TO WS-HDG-TERM-END (WS-COL)
002610     END-PERFORM
002620
002630     MOVE WS-TERM-CNT TO WS-HDG-TERM-CNT
002640
002650     PERFORM F000-PRINT-HEADINGS-PARA
002660                THRU F000-PRINT-HEADINGS-PARA-EXIT
002670
002680     IF WS-TERM-CNT = ZERO
002690         MOVE 'NO TERMS HAVE BEEN CLOSED ON TERMHIST'
002700                            TO WS-RPT-C-TEXT
002710         WRITE TERM-REC FROM WS-RPT-CAPTION
002720             AFTER ADVANCING 2 LINES
002730         IF RETURN-CODE < 4
002740             MOVE 4 TO RETURN-CODE
002750         END-IF
002760         GO TO X000-INITIALIZE-PARA-EXIT
002770     END-IF
002780
002790     MOVE WS-TERM-END-DESC (WS-TERM-CNT) TO WS-OLDEST-TERM
002800
002810     EXEC SQL
002820          OPEN THSTCSR
002830     END-EXEC
002840
002850     IF SQLCODE NOT = 0
002860         DISPLAY 'THSTCSR OPEN FAILED - SQLCODE: ' SQLCODE
002870         MOVE +16 TO RETURN-CODE
002880         CLOSE TERMFILE
002890         GOBACK
002900     END-IF
002910
002920     MOVE 'N' TO WS-CSR-EOF-SW.
002930
002940 X000-INITIALIZE-PARA-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    A000-LOAD-TERMS-PARA                                        *
002990*    FETCH UP TO WS-TERMS-WANTED TERM END DATES, NEWEST FIRST.   *
003000******************************************************************
003010 A000-LOAD-TERMS-PARA.
003020
003030     EXEC SQL
003040          OPEN TERMCSR
003050     END-EXEC
003060
003070     IF SQLCODE NOT = 0
003080         DISPLAY 'TERMCSR OPEN FAILED - SQLCODE: ' SQLCODE
003090         MOVE +16 TO RETURN-CODE
003100         CLOSE TERMFILE
003110         GOBACK
003120     END-IF
003130
003140     MOVE 'N' TO WS-CSR-EOF-SW
003150
003160     PERFORM A100-FETCH-TERM-PARA
003170                THRU A100-FETCH-TERM-PARA-EXIT
003180         UNTIL WS-CSR-EOF
003190            OR WS-TERM-CNT >= WS-TERMS-WANTED
003200
003210     EXEC SQL
003220          CLOSE TERMCSR
003230     END-EXEC.
003240
003250 A000-LOAD-TERMS-PARA-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    A100-FETCH-TERM-PARA                                        *
003300*    ADD ONE TERM END DATE TO THE TERM TABLE.                    *
003310******************************************************************
003320 A100-FETCH-TERM-PARA.
003330
003340     EXEC SQL
003350          FETCH TERMCSR
003360           INTO :TERMEND
003370     END-EXEC
003380
003390     EVALUATE SQLCODE
003400         WHEN 0
003410             ADD 1 TO WS-TERM-CNT
003420             MOVE TERMEND TO WS-TERM-END-DESC (WS-TERM-CNT)
003430         WHEN 100
003440             MOVE 'Y' TO WS-CSR-EOF-SW
003450         WHEN OTHER
003460             DISPLAY 'TERMCSR FETCH FAILED - SQLCODE: ' SQLCODE
003470             MOVE 'Y' TO WS-CSR-EOF-SW
003480             IF RETURN-CODE < 16
003490                 MOVE 16 TO RETURN-CODE
003500             END-IF
003510     END-EVALUATE.
003520
003530 A100-FETCH-TERM-PARA-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*    B000-ONE-SNAPSHOT-ROW-PARA                                  *
003580*    FETCH ONE DEPARTMENT/TERM ROW. A NEW DEPARTMENT PRINTS THE  *
003590*    LAST ONE'S LINE FIRST; THE ROW'S HEADCOUNT THEN GOES INTO   *
003600*    ITS TERM'S COLUMN, AND THE LATEST TERM'S WAITLIST IS KEPT.  *
003610******************************************************************
003620 B000-ONE-SNAPSHOT-ROW-PARA.
003630
003640     EXEC SQL
003650          FETCH THSTCSR
003660           INTO :THDEPT, :TERMEND, :HEADCNT, :WAITCNT
003670     END-EXEC
003680
003690     EVALUATE SQLCODE
003700         WHEN 0
003710             ADD 1 TO WS-CNT-ROWS
003720         WHEN 100
003730             MOVE 'Y' TO WS-CSR-EOF-SW
003740             GO TO B000-ONE-SNAPSHOT-ROW-PARA-EXIT
003750         WHEN OTHER
003760             DISPLAY 'THSTCSR FETCH FAILED - SQLCODE: ' SQLCODE
003770             MOVE 'Y' TO WS-CSR-EOF-SW
003780             IF RETURN-CODE < 16
003790                 MOVE 16 TO RETURN-CODE
003800             END-IF
003810             GO TO B000-ONE-SNAPSHOT-ROW-PARA-EXIT
003820     END-EVALUATE
003830
003840     IF THDEPT NOT = WS-CUR-DEPT
003850         PERFORM C000-DEPT-BREAK-PARA
003860                    THRU C000-DEPT-BREAK-PARA-EXIT
003870         MOVE THDEPT TO WS-CUR-DEPT
003880         MOVE ZERO   TO WS-DL-WAIT
003890         PERFORM VARYING WS-COL FROM 1 BY 1
003900                   UNTIL WS-COL > 6
003910             MOVE 'N'  TO WS-DL-HAS (WS-COL)
003920             MOVE ZERO TO WS-DL-HEAD (WS-COL)
003930         END-PERFORM
003940     END-IF
003950
003960     MOVE 'N' TO WS-TERM-FOUND-SW
003970
003980     PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
003990               UNTIL WS-TERM-IDX > WS-TERM-CNT
004000                  OR WS-TERM-FOUND
004010         IF WS-TERM-END-DESC (WS-TERM-IDX) = TERMEND
004020             MOVE 'Y' TO WS-TERM-FOUND-SW
004030         END-IF
004040     END-PERFORM
004050
004060     IF NOT WS-TERM-FOUND
004070         GO TO B000-ONE-SNAPSHOT-ROW-PARA-EXIT
004080     END-IF
004090
004100     SUBTRACT 1 FROM WS-TERM-IDX
004110     COMPUTE WS-COL = WS-TERM-CNT - WS-TERM-IDX + 1
004120
004130     MOVE 'Y'     TO WS-DL-HAS (WS-COL)
004140     MOVE HEADCNT TO WS-DL-HEAD (WS-COL)
004150
004160     IF WS-TERM-IDX = 1
004170         MOVE WAITCNT TO WS-DL-WAIT
004180     END-IF.
004190
004200 B000-ONE-SNAPSHOT-ROW-PARA-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240*    C000-DEPT-BREAK-PARA                                        *
004250*    PRINT THE DEPARTMENT JUST FINISHED AND ADD IT TO THE TOTAL  *
004260*    LINE. NOTHING TO PRINT BEFORE THE FIRST ROW.                *
004270******************************************************************
004280 C000-DEPT-BREAK-PARA.
004290
004300     IF WS-CUR-DEPT = SPACES
004310         GO TO C000-DEPT-BREAK-PARA-EXIT
004320     END-IF
004330
004340     PERFORM VARYING WS-COL FROM 1 BY 1
004350               UNTIL WS-COL > WS-TERM-CNT
004360         IF WS-DL-HAS (WS-COL) = 'Y'
004370             MOVE 'Y' TO WS-TL-HAS (WS-COL)
004380             ADD WS-DL-HEAD (WS-COL) TO WS-TL-HEAD (WS-COL)
004390         END-IF
004400     END-PERFORM
004410     ADD WS-DL-WAIT TO WS-TL-WAIT
004420
004430     MOVE WS-DEPT-LINE TO WS-PRT-LINE
004440     MOVE WS-CUR-DEPT  TO WS-RPT-D-DEPT
004450
004460     PERFORM F100-PRINT-LINE-PARA
004470                THRU F100-PRINT-LINE-PARA-EXIT
004480
004490     ADD 1 TO WS-CNT-DEPTS.
004500
004510 C000-DEPT-BREAK-PARA-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    D000-PRINT-TOTAL-PARA                                       *
004560*    PRINT THE ALL-DEPARTMENTS TOTAL LINE UNDER THE DETAIL.      *
004570******************************************************************
004580 D000-PRINT-TOTAL-PARA.
004590
004600     IF WS-LINE-CNT >= WS-LINES-PER-PAGE - 1
004610         PERFORM F000-PRINT-HEADINGS-PARA
004620                    THRU F000-PRINT-HEADINGS-PARA-EXIT
004630     END-IF
004640
004650     MOVE SPACES TO TERM-REC
004660     WRITE TERM-REC
004670         AFTER ADVANCING 1 LINE
004680     ADD 1 TO WS-LINE-CNT
004690
004700     MOVE WS-TOTAL-LINE TO WS-PRT-LINE
004710     MOVE 'ALL DEPTS'   TO WS-RPT-D-DEPT
004720
004730     PERFORM F100-PRINT-LINE-PARA
004740                THRU F100-PRINT-LINE-PARA-EXIT.
004750
004760 D000-PRINT-TOTAL-PARA-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*    F000-PRINT-HEADINGS-PARA                                    *
004810*    START A NEW PAGE WITH THE REPORT AND COLUMN HEADINGS.       *
004820******************************************************************
004830 F000-PRINT-HEADINGS-PARA.
004840
004850     ADD 1 TO WS-PAGE-NO
004860     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
004870     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
004880
004890     WRITE TERM-REC FROM WS-RPT-HEADING-1
004900         AFTER ADVANCING PAGE
004910     WRITE TERM-REC FROM WS-RPT-HEADING-2
004920         AFTER ADVANCING 2 LINES
004930     WRITE TERM-REC FROM WS-RPT-HEADING-3
004940         AFTER ADVANCING 2 LINES
004950
004960     MOVE ZERO TO WS-LINE-CNT.
004970
004980 F000-PRINT-HEADINGS-PARA-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    F100-PRINT-LINE-PARA                                        *
005030*    FORMAT AND WRITE THE STAGED PRINT LINE: ONE HEADCOUNT PER   *
005040*    TERM COLUMN, THE CHANGE FROM THE PRIOR TERM TO THE LATEST   *
005050*    (BLANK UNLESS BOTH HAVE A ROW), AND THE LATEST WAITLIST.    *
005060******************************************************************
005070 F100-PRINT-LINE-PARA.
005080
005090     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
005100         PERFORM F000-PRINT-HEADINGS-PARA
005110                    THRU F000-PRINT-HEADINGS-PARA-EXIT
005120     END-IF
005130
005140     PERFORM VARYING WS-COL FROM 1 BY 1
005150               UNTIL WS-COL > 6
005160         IF WS-COL > WS-TERM-CNT
005170            OR WS-PL-HAS (WS-COL) NOT = 'Y'
005180             MOVE SPACES TO WS-RPT-D-COL (WS-COL)
005190         ELSE
005200             MOVE WS-PL-HEAD (WS-COL) TO WS-RPT-D-HEAD (WS-COL)
005210         END-IF
005220     END-PERFORM
005230
005240     MOVE SPACES TO WS-RPT-D-CHANGE-AREA
005250     IF WS-TERM-CNT > 1
005260         COMPUTE WS-PREV-COL = WS-TERM-CNT - 1
005270         IF WS-PL-HAS (WS-TERM-CNT) = 'Y'
005280            AND WS-PL-HAS (WS-PREV-COL) = 'Y'
005290             COMPUTE WS-CHANGE = WS-PL-HEAD (WS-TERM-CNT)
005300                               - WS-PL-HEAD (WS-PREV-COL)
005310             MOVE WS-CHANGE TO WS-RPT-D-CHANGE
005320         END-IF
005330     END-IF
005340
005350     MOVE WS-PL-WAIT TO WS-RPT-D-WAIT
005360
005370     WRITE TERM-REC FROM WS-RPT-DETAIL
005380         AFTER ADVANCING 1 LINE
005390
005400     ADD 1 TO WS-LINE-CNT.
005410
005420 F100-PRINT-LINE-PARA-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*    H000-GRAND-TOTAL-PARA                                       *
005470*    PRINT THE GRAND-TOTAL PAGE.                                 *
005480******************************************************************
005490 H000-GRAND-TOTAL-PARA.
005500
005510     ADD 1 TO WS-PAGE-NO
005520     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
005530     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
005540
005550     WRITE TERM-REC FROM WS-RPT-HEADING-1
005560         AFTER ADVANCING PAGE
005570
005580     MOVE 'TERMS COMPARED'                 TO WS-RPT-G-TEXT
005590     MOVE WS-TERM-CNT                      TO WS-RPT-G-COUNT
005600     WRITE TERM-REC FROM WS-RPT-GRAND-LINE
005610         AFTER ADVANCING 2 LINES
005620
005630     MOVE 'DEPARTMENTS LISTED'             TO WS-RPT-G-TEXT
005640     MOVE WS-CNT-DEPTS                     TO WS-RPT-G-COUNT
005650     WRITE TERM-REC FROM WS-RPT-GRAND-LINE
005660         AFTER ADVANCING 1 LINE
005670
005680     MOVE 'SNAPSHOT ROWS READ'             TO WS-RPT-G-TEXT
005690     MOVE WS-CNT-ROWS                      TO WS-RPT-G-COUNT
005700     WRITE TERM-REC FROM WS-RPT-GRAND-LINE
005710         AFTER ADVANCING 1 LINE
005720
005730     IF WS-TERM-CNT > ZERO
005740        AND WS-TERM-CNT < WS-TERMS-WANTED
005750         MOVE 'FEWER TERMS ON TERMHIST THAN REQUESTED'
005760                            TO WS-RPT-C-TEXT
005770         WRITE TERM-REC FROM WS-RPT-CAPTION
005780             AFTER ADVANCING 2 LINES
005790     END-IF.
005800
005810 H000-GRAND-TOTAL-PARA-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850*    Z000-TERMINATE-PARA                                         *
005860*    CLOSE THE CURSOR AND THE REPORT FILE.                       *
005870******************************************************************
005880 Z000-TERMINATE-PARA.
005890
005900     IF WS-TERM-CNT > ZERO
005910         EXEC SQL
005920              CLOSE THSTCSR
005930         END-EXEC
005940     END-IF
005950
005960     CLOSE TERMFILE.
005970
005980 Z000-TERMINATE-PARA-EXIT.
005990     EXIT.
