000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DUPRPT.
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
000220*    10/15/2026 RH    INITIAL VERSION - LIKELY DUPLICATE         *
000230*                     STUDENTS FOR ADMISSIONS TO REVIEW BEFORE   *
000240*                     KEYING A STUDMAINT 'M' MERGE. TWO TESTS,   *
000250*                     EACH ITS OWN PAGE GROUP: THE SAME NAME IN  *
000260*                     THE SAME DEPARTMENT UNDER TWO STUD-IDS,    *
000270*                     AND THE SAME NAME IN DIFFERENT DEPARTMENTS *
000280*                     WHERE THE TWO IDS HOLD OVERLAPPING         *
000290*                     ENROLLMENTS IN THE SAME SECTION. MERGED-   *
000300*                     AWAY IDS ARE LEFT OUT. ANY PAIR LISTED     *
000310*                     WARNS THE RUN.                             *
000320*                                                                *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DUPFILE ASSIGN TO DUPPRT
000380            ORGANIZATION IS SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DUPFILE
000430     RECORDING MODE IS F.
000440 01  DUP-REC                 PIC X(133).
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-CSR-EOF-SW           PIC X(01) VALUE 'N'.
000480     88 WS-CSR-EOF                  VALUE 'Y'.
000490
000500 01  WS-DUP-TEST             PIC X(01) VALUE '1'.
000510     88 WS-DUP-SAME-DEPT            VALUE '1'.
000520     88 WS-DUP-OVERLAP              VALUE '2'.
000530
000540******************************************************************
000550*    HOST VARIABLES FOR THE SECOND STUD-ID OF EACH PAIR - THE    *
000560*    FIRST ONE FETCHES INTO THE DCLSTUDENT FIELDS.               *
000570******************************************************************
000580 01  WS-DUP-B-STUDID         PIC X(05).
000590 01  WS-DUP-B-DEPT           PIC X(10).
000600 01  WS-DUP-B-STAT           PIC X(01).
000610
000620 01  WS-SUMMARY-COUNTERS.
000630     05 WS-CNT-SAME-DEPT     PIC 9(07) COMP-3 VALUE ZERO.
000640     05 WS-CNT-OVERLAP       PIC 9(07) COMP-3 VALUE ZERO.
000650     05 WS-CNT-GROUP-PAIRS   PIC 9(07) COMP-3 VALUE ZERO.
000660
000670 01  WS-RUN-DATE             PIC X(08).
000680 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
000690 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
000700 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
000710
000720 01  WS-RPT-HEADING-1.
000730     05 FILLER               PIC X(01) VALUE SPACE.
000740     05 FILLER               PIC X(30)
000750        VALUE 'DUPRPT - LIKELY DUPLICATES'.
000760     05 FILLER               PIC X(01) VALUE SPACES.
000770     05 FILLER               PIC X(11) VALUE 'RUN DATE: '.
000780     05 WS-HDG-RUN-DATE      PIC X(08).
000790     05 FILLER               PIC X(10) VALUE SPACES.
000800     05 FILLER               PIC X(06) VALUE 'PAGE: '.
000810     05 WS-HDG-PAGE-NO       PIC ZZZ9.
000820     05 FILLER               PIC X(62) VALUE SPACES.
000830
000840 01  WS-RPT-HEADING-2.
000850     05 FILLER               PIC X(01) VALUE SPACE.
000860     05 WS-HDG-TEST          PIC X(70).
000870     05 FILLER               PIC X(62) VALUE SPACES.
000880
000890 01  WS-RPT-HEADING-3.
000900     05 FILLER               PIC X(01) VALUE SPACE.
000910     05 FILLER               PIC X(10) VALUE 'STUD-NAME'.
000920     05 FILLER               PIC X(02) VALUE SPACES.
000930     05 FILLER               PIC X(08) VALUE 'STUD-ID'.
000940     05 FILLER               PIC X(12) VALUE 'DEPARTMENT'.
000950     05 FILLER               PIC X(12) VALUE 'STATUS'.
000960     05 FILLER               PIC X(08) VALUE 'STUD-ID'.
000970     05 FILLER               PIC X(12) VALUE 'DEPARTMENT'.
000980     05 FILLER               PIC X(06) VALUE 'STATUS'.
000990     05 FILLER               PIC X(62) VALUE SPACES.
001000
001010 01  WS-RPT-DETAIL.
001020     05 FILLER               PIC X(01) VALUE SPACE.
001030     05 WS-RPT-D-NAME        PIC X(10).
001040     05 FILLER               PIC X(02) VALUE SPACES.
001050     05 WS-RPT-D-A-ID        PIC X(05).
001060     05 FILLER               PIC X(03) VALUE SPACES.
001070     05 WS-RPT-D-A-DEPT      PIC X(10).
001080     05 FILLER               PIC X(02) VALUE SPACES.
001090     05 WS-RPT-D-A-STAT      PIC X(09).
001100     05 FILLER               PIC X(03) VALUE SPACES.
001110     05 WS-RPT-D-B-ID        PIC X(05).
001120     05 FILLER               PIC X(03) VALUE SPACES.
001130     05 WS-RPT-D-B-DEPT      PIC X(10).
001140     05 FILLER               PIC X(02) VALUE SPACES.
001150     05 WS-RPT-D-B-STAT      PIC X(09).
001160     05 FILLER               PIC X(59) VALUE SPACES.
001170
001180 01  WS-RPT-SUBTOTAL-LINE.
001190     05 FILLER               PIC X(01) VALUE SPACE.
001200     05 FILLER               PIC X(24)
001210        VALUE 'PAIRS LISTED:           '.
001220     05 WS-RPT-S-COUNT       PIC ZZZ,ZZ9.
001230     05 FILLER               PIC X(101) VALUE SPACES.
001240
001250 01  WS-RPT-GRAND-LINE.
001260     05 FILLER               PIC X(01) VALUE SPACE.
001270     05 WS-RPT-G-TEXT        PIC X(40).
001280     05 WS-RPT-G-COUNT       PIC ZZZ,ZZZ,ZZ9.
001290     05 FILLER               PIC X(81) VALUE SPACES.
001300
001310 01  WS-RPT-CAPTION.
001320     05 FILLER               PIC X(01) VALUE SPACE.
001330     05 WS-RPT-C-TEXT        PIC X(60) VALUE SPACES.
001340     05 FILLER               PIC X(72) VALUE SPACES.
001350
001360     EXEC SQL
001370          INCLUDE SQLCA
001380     END-EXEC.
001390
001400     EXEC SQL
001410          INCLUDE DCLGENS
001420     END-EXEC.
001430
001440******************************************************************
001450*    TEST 1 - THE SAME NAME IN THE SAME DEPARTMENT UNDER TWO     *
001460*    STUD-IDS. EACH PAIR COMES BACK ONCE, LOWER ID FIRST; THREE  *
001470*    COPIES OF ONE PERSON COME BACK AS THREE PAIRS.              *
001480******************************************************************
001490     EXEC SQL
001500          DECLARE DUPDCSR CURSOR FOR
001510          SELECT  A.STUDNAME, A.DEPARTMENT,
001520                  A.STUDID, A.STUDSTAT,
001530                  B.STUDID, B.DEPARTMENT, B.STUDSTAT
001540            FROM  STUDENT A, STUDENT B
001550           WHERE  A.STUDNAME   = B.STUDNAME
001560             AND  A.DEPARTMENT = B.DEPARTMENT
001570             AND  A.STUDID     < B.STUDID
001580             AND  A.STUDSTAT  <> 'M'
001590             AND  B.STUDSTAT  <> 'M'
001600           ORDER  BY 2, 1, 3, 5
001610     END-EXEC.
001620
001630******************************************************************
001640*    TEST 2 - THE SAME NAME IN DIFFERENT DEPARTMENTS (THE SAME   *
001650*    DEPARTMENT IS ALREADY TEST 1) WHERE BOTH IDS HAVE BEEN IN   *
001660*    THE SAME SECTION OVER AN OVERLAPPING PERIOD. A BLANK        *
001670*    ENDDATE IS STILL OPEN, SO IT RUNS TO HIGH DATE. DISTINCT    *
001680*    FOLDS PAIRS THAT OVERLAP IN MORE THAN ONE SECTION.          *
001690******************************************************************
001700     EXEC SQL
001710          DECLARE DUPOCSR CURSOR FOR
001720          SELECT  DISTINCT
001730                  A.STUDNAME, A.DEPARTMENT,
001740                  A.STUDID, A.STUDSTAT,
001750                  B.STUDID, B.DEPARTMENT, B.STUDSTAT
001760            FROM  STUDENT A, STUDENT B,
001770                  ENROLLMENT E1, ENROLLMENT E2
001780           WHERE  A.STUDNAME   = B.STUDNAME
001790             AND  A.DEPARTMENT <> B.DEPARTMENT
001800             AND  A.STUDID     < B.STUDID
001810             AND  A.STUDSTAT  <> 'M'
001820             AND  B.STUDSTAT  <> 'M'
001830             AND  E1.STUDID    = A.STUDID
001840             AND  E2.STUDID    = B.STUDID
001850             AND  E1.ENRLDEPT  = E2.ENRLDEPT
001860             AND  E1.ENRLCRS   = E2.ENRLCRS
001870             AND  E1.ENRLSECT  = E2.ENRLSECT
001880             AND  E1.EFFDATE  <=
001890                  VALUE(NULLIF(E2.ENDDATE, '        '),
001900                        '99999999')
001910             AND  E2.EFFDATE  <=
001920                  VALUE(NULLIF(E1.ENDDATE, '        '),
001930                        '99999999')
001940           ORDER  BY 1, 3, 5
001950     END-EXEC.
001960
001970 PROCEDURE DIVISION.
001980
001990 0000-MAINLINE-PARA.
002000
002010     PERFORM X000-INITIALIZE-PARA
002020                THRU X000-INITIALIZE-PARA-EXIT
002030
002040     PERFORM A000-SAME-DEPT-ROW-PARA
002050                THRU A000-SAME-DEPT-ROW-PARA-EXIT
002060         UNTIL WS-CSR-EOF
002070
002080     PERFORM B000-GROUP-BREAK-PARA
002090                THRU B000-GROUP-BREAK-PARA-EXIT
002100
002110     PERFORM C000-OPEN-OVERLAP-PARA
002120                THRU C000-OPEN-OVERLAP-PARA-EXIT
002130
002140     PERFORM C100-OVERLAP-ROW-PARA
002150                THRU C100-OVERLAP-ROW-PARA-EXIT
002160         UNTIL WS-CSR-EOF
002170
002180     PERFORM B000-GROUP-BREAK-PARA
002190                THRU B000-GROUP-BREAK-PARA-EXIT
002200
002210     PERFORM H000-GRAND-TOTAL-PARA
002220                THRU H000-GRAND-TOTAL-PARA-EXIT
002230
002240     PERFORM Z000-TERMINATE-PARA
002250                THRU Z000-TERMINATE-PARA-EXIT
002260
002270     GOBACK.
002280
002290******************************************************************
002300*    X000-INITIALIZE-PARA                                        *
002310*    OPEN THE REPORT FILE AND THE SAME-DEPARTMENT CURSOR, AND    *
002320*    START ITS PAGE GROUP.                                       *
002330******************************************************************
002340 X000-INITIALIZE-PARA.
002350
002360     OPEN OUTPUT DUPFILE
002370
002380     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002390
002400     EXEC SQL
002410          OPEN DUPDCSR
002420     END-EXEC
002430
002440     IF SQLCODE NOT = 0
002450         DISPLAY 'DUPDCSR OPEN FAILED - SQLCODE: ' SQLCODE
002460         MOVE +16 TO RETURN-CODE
002470         CLOSE DUPFILE
002480         GOBACK
002490     END-IF
002500
002510     SET WS-DUP-SAME-DEPT TO TRUE
002520     MOVE ZERO TO WS-CNT-GROUP-PAIRS
002530
002540     PERFORM F000-PRINT-HEADINGS-PARA
002550                THRU F000-PRINT-HEADINGS-PARA-EXIT.
002560
002570 X000-INITIALIZE-PARA-EXIT.
002580     EXIT.
002590
002600******************************************************************
002610*    A000-SAME-DEPT-ROW-PARA                                     *
002620*    FETCH ONE SAME-NAME, SAME-DEPARTMENT PAIR AND LIST IT.      *
002630******************************************************************
002640 A000-SAME-DEPT-ROW-PARA.
002650
002660     EXEC SQL
002670          FETCH DUPDCSR
002680           INTO :STUDNAME, :DEPARTMENT,
002690                :STUDID, :STUDSTAT,
002700                :WS-DUP-B-STUDID, :WS-DUP-B-DEPT,
002710                :WS-DUP-B-STAT
002720     END-EXEC
002730
002740     EVALUATE SQLCODE
002750         WHEN 0
002760             ADD 1 TO WS-CNT-SAME-DEPT
002770             PERFORM F100-PRINT-DETAIL-PARA
002780                        THRU F100-PRINT-DETAIL-PARA-EXIT
002790         WHEN 100
002800             MOVE 'Y' TO WS-CSR-EOF-SW
002810         WHEN OTHER
002820             DISPLAY 'DUPDCSR FETCH FAILED - SQLCODE: ' SQLCODE
002830             MOVE 'Y' TO WS-CSR-EOF-SW
002840             IF RETURN-CODE < 16
002850                 MOVE 16 TO RETURN-CODE
002860             END-IF
002870     END-EVALUATE.
002880
002890 A000-SAME-DEPT-ROW-PARA-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*    B000-GROUP-BREAK-PARA                                       *
002940*    CLOSE OUT A TEST'S PAGE GROUP WITH ITS PAIR COUNT, OR A     *
002950*    CAPTION WHEN IT FOUND NOTHING. ANY PAIR WARNS THE RUN SO    *
002960*    THE SCHEDULER ROUTES THE REPORT TO ADMISSIONS.              *
002970******************************************************************
002980 B000-GROUP-BREAK-PARA.
002990
003000     MOVE WS-CNT-GROUP-PAIRS TO WS-RPT-S-COUNT
003010
003020     WRITE DUP-REC FROM WS-RPT-SUBTOTAL-LINE
003030         AFTER ADVANCING 2 LINES
003040
003050     IF WS-CNT-GROUP-PAIRS = ZERO
003060         MOVE 'NO LIKELY DUPLICATES FOUND' TO WS-RPT-C-TEXT
003070         WRITE DUP-REC FROM WS-RPT-CAPTION
003080             AFTER ADVANCING 1 LINE
003090         GO TO B000-GROUP-BREAK-PARA-EXIT
003100     END-IF
003110
003120     IF RETURN-CODE < 4
003130         MOVE 4 TO RETURN-CODE
003140     END-IF.
003150
003160 B000-GROUP-BREAK-PARA-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    C000-OPEN-OVERLAP-PARA                                      *
003210*    CLOSE THE SAME-DEPARTMENT CURSOR, OPEN THE OVERLAPPING-     *
003220*    ENROLLMENT CURSOR AND START ITS PAGE GROUP.                 *
003230******************************************************************
003240 C000-OPEN-OVERLAP-PARA.
003250
003260     EXEC SQL
003270          CLOSE DUPDCSR
003280     END-EXEC
003290
003300     MOVE 'N' TO WS-CSR-EOF-SW
003310
003320     EXEC SQL
003330          OPEN DUPOCSR
003340     END-EXEC
003350
003360     IF SQLCODE NOT = 0
003370         DISPLAY 'DUPOCSR OPEN FAILED - SQLCODE: ' SQLCODE
003380         MOVE +16 TO RETURN-CODE
003390         CLOSE DUPFILE
003400         GOBACK
003410     END-IF
003420
003430     SET WS-DUP-OVERLAP TO TRUE
003440     MOVE ZERO TO WS-CNT-GROUP-PAIRS
003450
003460     PERFORM F000-PRINT-HEADINGS-PARA
003470                THRU F000-PRINT-HEADINGS-PARA-EXIT.
003480
003490 C000-OPEN-OVERLAP-PARA-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*    C100-OVERLAP-ROW-PARA                                       *
003540*    FETCH ONE SAME-NAME PAIR WITH OVERLAPPING ENROLLMENT AND    *
003550*    LIST IT.                                                    *
003560******************************************************************
003570 C100-OVERLAP-ROW-PARA.
003580
003590     EXEC SQL
003600          FETCH DUPOCSR
003610           INTO :STUDNAME, :DEPARTMENT,
003620                :STUDID, :STUDSTAT,
003630                :WS-DUP-B-STUDID, :WS-DUP-B-DEPT,
003640                :WS-DUP-B-STAT
003650     END-EXEC
003660
003670     EVALUATE SQLCODE
003680         WHEN 0
003690             ADD 1 TO WS-CNT-OVERLAP
003700             PERFORM F100-PRINT-DETAIL-PARA
003710                        THRU F100-PRINT-DETAIL-PARA-EXIT
003720         WHEN 100
003730             MOVE 'Y' TO WS-CSR-EOF-SW
003740         WHEN OTHER
003750             DISPLAY 'DUPOCSR FETCH FAILED - SQLCODE: ' SQLCODE
003760             MOVE 'Y' TO WS-CSR-EOF-SW
003770             IF RETURN-CODE < 16
003780                 MOVE 16 TO RETURN-CODE
003790             END-IF
003800     END-EVALUATE.
003810
003820 C100-OVERLAP-ROW-PARA-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    F000-PRINT-HEADINGS-PARA                                    *
003870*    START A NEW PAGE WITH THE REPORT, TEST AND COLUMN HEADINGS. *
003880******************************************************************
003890 F000-PRINT-HEADINGS-PARA.
003900
003910     ADD 1 TO WS-PAGE-NO
003920     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
003930     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
003940
003950     IF WS-DUP-SAME-DEPT
003960         MOVE 'SAME NAME, SAME DEPARTMENT, TWO STUD-IDS'
003970                         TO WS-HDG-TEST
003980     ELSE
003990         MOVE 'SAME NAME, OVERLAPPING ENROLLMENT IN A SECTION'
004000                         TO WS-HDG-TEST
004010     END-IF
004020
004030     WRITE DUP-REC FROM WS-RPT-HEADING-1
004040         AFTER ADVANCING PAGE
004050     WRITE DUP-REC FROM WS-RPT-HEADING-2
004060         AFTER ADVANCING 2 LINES
004070     WRITE DUP-REC FROM WS-RPT-HEADING-3
004080         AFTER ADVANCING 2 LINES
004090
004100     MOVE ZERO TO WS-LINE-CNT.
004110
004120 F000-PRINT-HEADINGS-PARA-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    F100-PRINT-DETAIL-PARA                                      *
004170*    WRITE ONE PAIR, CONTINUING THE CURRENT TEST ON A FRESH PAGE *
004180*    WHEN THE PAGE IS FULL.                                      *
004190******************************************************************
004200 F100-PRINT-DETAIL-PARA.
004210
004220     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004230         PERFORM F000-PRINT-HEADINGS-PARA
004240                    THRU F000-PRINT-HEADINGS-PARA-EXIT
004250     END-IF
004260
004270     MOVE STUDNAME        TO WS-RPT-D-NAME
004280     MOVE STUDID          TO WS-RPT-D-A-ID
004290     MOVE DEPARTMENT      TO WS-RPT-D-A-DEPT
004300     MOVE WS-DUP-B-STUDID TO WS-RPT-D-B-ID
004310     MOVE WS-DUP-B-DEPT   TO WS-RPT-D-B-DEPT
004320
004330     IF STUDSTAT = 'W'
004340         MOVE 'WITHDRAWN' TO WS-RPT-D-A-STAT
004350     ELSE
004360         MOVE SPACES      TO WS-RPT-D-A-STAT
004370     END-IF
004380
004390     IF WS-DUP-B-STAT = 'W'
004400         MOVE 'WITHDRAWN' TO WS-RPT-D-B-STAT
004410     ELSE
004420         MOVE SPACES      TO WS-RPT-D-B-STAT
004430     END-IF
004440
004450     WRITE DUP-REC FROM WS-RPT-DETAIL
004460         AFTER ADVANCING 1 LINE
004470
004480     ADD 1 TO WS-LINE-CNT
004490     ADD 1 TO WS-CNT-GROUP-PAIRS.
004500
004510 F100-PRINT-DETAIL-PARA-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    H000-GRAND-TOTAL-PARA                                       *
004560*    PRINT THE GRAND-TOTAL PAGE.                                 *
004570******************************************************************
004580 H000-GRAND-TOTAL-PARA.
004590
004600     ADD 1 TO WS-PAGE-NO
004610     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
004620     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
004630
004640     WRITE DUP-REC FROM WS-RPT-HEADING-1
004650         AFTER ADVANCING PAGE
004660
004670     MOVE 'SAME NAME, SAME DEPARTMENT'     TO WS-RPT-G-TEXT
004680     MOVE WS-CNT-SAME-DEPT                 TO WS-RPT-G-COUNT
004690     WRITE DUP-REC FROM WS-RPT-GRAND-LINE
004700         AFTER ADVANCING 2 LINES
004710
004720     MOVE 'SAME NAME, OVERLAPPING ENROLLMENT'
004730                                           TO WS-RPT-G-TEXT
004740     MOVE WS-CNT-OVERLAP                   TO WS-RPT-G-COUNT
004750     WRITE DUP-REC FROM WS-RPT-GRAND-LINE
004760         AFTER ADVANCING 1 LINE
004770
004780     MOVE 'REVIEW EACH PAIR; KEY A STUDMAINT M TO MERGE'
004790                                           TO WS-RPT-C-TEXT
004800     WRITE DUP-REC FROM WS-RPT-CAPTION
004810         AFTER ADVANCING 2 LINES
004820
004830     DISPLAY 'DUPRPT - SAME-DEPARTMENT PAIRS: ' WS-CNT-SAME-DEPT
004840             ' OVERLAPPING-ENROLLMENT PAIRS: ' WS-CNT-OVERLAP.
004850
004860 H000-GRAND-TOTAL-PARA-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*    Z000-TERMINATE-PARA                                         *
004910*    CLOSE THE CURSOR AND THE REPORT FILE AT END OF RUN.         *
004920******************************************************************
004930 Z000-TERMINATE-PARA.
004940
004950     EXEC SQL
004960          CLOSE DUPOCSR
004970     END-EXEC
004980
004990     CLOSE DUPFILE.
005000
005010 Z000-TERMINATE-PARA-EXIT.
005020     EXIT.
