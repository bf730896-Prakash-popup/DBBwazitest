000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CLASSLST.
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
000220*    10/15/2026 RH    INITIAL VERSION - CLASS LISTS. CURSORS THE *
000230*                     COURSE TABLE JOINED TO THE OPEN ENROLLMENT *
000240*                     ROWS FOR EACH SECTION AND TO STUDENT, IN   *
000250*                     THE DEPTRPT CONTROL-BREAK STYLE - ONE PAGE *
000260*                     GROUP PER SECTION WITH THE COURSE TITLE,   *
000270*                     INSTRUCTOR AND OWNING DEPARTMENT IN THE    *
000280*                     HEADING, A STUDENT COUNT AT EACH BREAK,    *
000290*                     THEN A GRAND-TOTAL PAGE. AN OPTIONAL PARM  *
000300*                     LIMITS THE RUN TO ONE OWNING DEPARTMENT.   *
000310*                     A CANCELLED SECTION STILL HOLDING STUDENTS *
000320*                     IS LISTED, FLAGGED, AND WARNS THE RUN.     *
000322*                     A STUDENT UNDER A PRIVACY HOLD IS LISTED   *
000324*                     AS '*WITHHELD*' AND COUNTED ON THE GRAND-  *
000326*                     TOTAL PAGE.                                *
000330*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CLSTFILE ASSIGN TO CLSTFILE
000390            ORGANIZATION IS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CLSTFILE
000440     RECORDING MODE IS F.
000450 01  CLST-REC                PIC X(133).
000460
000470 WORKING-STORAGE SECTION.
000480 01  WS-CSR-EOF-SW           PIC X(01) VALUE 'N'.
000490     88 WS-CSR-EOF                  VALUE 'Y'.
000500
000510 01  WS-SEL-DEPT             PIC X(10) VALUE SPACES.
000520
000530 01  WS-CURR-SECTION.
000540     05 WS-CURR-CRSCODE      PIC X(08) VALUE LOW-VALUES.
000550     05 WS-CURR-CRSSECT      PIC X(03) VALUE LOW-VALUES.
000560 01  WS-CURR-STUD-ID         PIC X(05) VALUE LOW-VALUES.
000570
000580 01  WS-SUMMARY-COUNTERS.
000590     05 WS-CNT-ROWS          PIC 9(07) COMP-3 VALUE ZERO.
000600     05 WS-CNT-DUPS          PIC 9(07) COMP-3 VALUE ZERO.
000610     05 WS-CNT-SECT-STUDS    PIC 9(07) COMP-3 VALUE ZERO.
000620     05 WS-CNT-GRAND-STUDS   PIC 9(07) COMP-3 VALUE ZERO.
000630     05 WS-CNT-SECTS         PIC 9(05) COMP-3 VALUE ZERO.
000640     05 WS-CNT-EMPTY-SECTS   PIC 9(05) COMP-3 VALUE ZERO.
000650     05 WS-CNT-CANC-SECTS    PIC 9(05) COMP-3 VALUE ZERO.
000652     05 WS-CNT-WITHHELD      PIC 9(07) COMP-3 VALUE ZERO.
000654
000656 01  WS-WITHHELD-NAME        PIC X(10) VALUE '*WITHHELD*'.
000660
000670 01  WS-RUN-DATE             PIC X(08).
000680 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
000690 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
000700 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
000710
000720 01  WS-RPT-HEADING-1.
000730     05 FILLER               PIC X(01) VALUE SPACE.
000740     05 FILLER               PIC X(30)
000750        VALUE 'CLASSLST - CLASS LISTS'.
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
000860     05 FILLER               PIC X(09) VALUE 'SECTION: '.
000870     05 WS-HDG-CRSCODE       PIC X(08).
000880     05 FILLER               PIC X(01) VALUE '-'.
000890     05 WS-HDG-CRSSECT       PIC X(03).
000900     05 FILLER               PIC X(02) VALUE SPACES.
000910     05 WS-HDG-CRSTITLE      PIC X(30).
000920     05 FILLER               PIC X(02) VALUE SPACES.
000930     05 WS-HDG-CANCELLED     PIC X(11).
000940     05 FILLER               PIC X(66) VALUE SPACES.
000950
000960 01  WS-RPT-HEADING-2A.
000970     05 FILLER               PIC X(01) VALUE SPACE.
000980     05 FILLER               PIC X(12) VALUE 'DEPARTMENT: '.
000990     05 WS-HDG-DEPT-NAME     PIC X(30).
001000     05 FILLER               PIC X(02) VALUE ' ('.
001010     05 WS-HDG-DEPT-CODE     PIC X(10).
001020     05 FILLER               PIC X(01) VALUE ')'.
001030     05 FILLER               PIC X(05) VALUE SPACES.
001040     05 FILLER               PIC X(12) VALUE 'INSTRUCTOR: '.
001050     05 WS-HDG-INSTR         PIC X(20).
001060     05 FILLER               PIC X(40) VALUE SPACES.
001070
001080 01  WS-RPT-HEADING-3.
001090     05 FILLER               PIC X(01) VALUE SPACE.
001100     05 FILLER               PIC X(08) VALUE 'STUD-ID'.
001110     05 FILLER               PIC X(05) VALUE SPACES.
001120     05 FILLER               PIC X(10) VALUE 'STUD-NAME'.
001130     05 FILLER               PIC X(02) VALUE SPACES.
001140     05 FILLER               PIC X(06) VALUE 'STATUS'.
001150     05 FILLER               PIC X(101) VALUE SPACES.
001160
001170 01  WS-RPT-DETAIL.
001180     05 FILLER               PIC X(01) VALUE SPACE.
001190     05 WS-RPT-D-ID          PIC X(05).
001200     05 FILLER               PIC X(08) VALUE SPACES.
001210     05 WS-RPT-D-NAME        PIC X(10).
001220     05 FILLER               PIC X(02) VALUE SPACES.
001230     05 WS-RPT-D-STATUS      PIC X(09).
001240     05 FILLER               PIC X(98) VALUE SPACES.
001250
001260 01  WS-RPT-SUBTOTAL-LINE.
001270     05 FILLER               PIC X(01) VALUE SPACE.
001280     05 FILLER               PIC X(24)
001290        VALUE 'STUDENTS IN SECTION:    '.
001300     05 WS-RPT-S-COUNT       PIC ZZZ,ZZ9.
001310     05 FILLER               PIC X(101) VALUE SPACES.
001320
001330 01  WS-RPT-GRAND-LINE.
001340     05 FILLER               PIC X(01) VALUE SPACE.
001350     05 WS-RPT-G-TEXT        PIC X(40).
001360     05 WS-RPT-G-COUNT       PIC ZZZ,ZZZ,ZZ9.
001370     05 FILLER               PIC X(81) VALUE SPACES.
001380
001390 01  WS-RPT-CAPTION.
001400     05 FILLER               PIC X(01) VALUE SPACE.
001410     05 WS-RPT-C-TEXT        PIC X(60) VALUE SPACES.
001420     05 FILLER               PIC X(72) VALUE SPACES.
001430
001440     EXEC SQL
001450          INCLUDE SQLCA
001460     END-EXEC.
001470
001480     EXEC SQL
001490          INCLUDE DCLGENS
001500     END-EXEC.
001510
001520     EXEC SQL
001530          INCLUDE DCLDEPT
001540     END-EXEC.
001550
001560     EXEC SQL
001570          INCLUDE DCLCRS
001580     END-EXEC.
001590
001600******************************************************************
001610*    ONE ROW PER SECTION AND STUDENT OPEN IN IT, IN COURSE,      *
001620*    SECTION AND STUD-ID ORDER FOR THE CONTROL BREAK. THE OUTER  *
001630*    JOIN KEEPS AN OPEN SECTION NOBODY HAS ENROLLED IN (ONE ROW  *
001640*    WITH A BLANK STUD-ID); A CANCELLED SECTION WITH NOBODY LEFT *
001650*    IN IT IS HISTORY AND IS LEFT OFF. DISTINCT FOLDS A STUDENT  *
001660*    WITH TWO OPEN ROWS FOR THE SAME SECTION INTO ONE LINE. A    *
001670*    BLANK WS-SEL-DEPT LISTS EVERY OWNING DEPARTMENT.            *
001680******************************************************************
001690     EXEC SQL
001700          DECLARE CLSTCSR CURSOR FOR
001710          SELECT  DISTINCT
001720                  C.CRSCODE, C.CRSSECT, C.CRSDEPT,
001730                  C.CRSTITLE, C.CRSINSTR, C.CRSSTAT,
001740                  VALUE(E.STUDID, '     '),
001750                  VALUE(S.STUDNAME, ' '),
001760                  VALUE(S.STUDSTAT, ' '),
001765                  VALUE(S.PRIVHOLD, ' ')
001770            FROM  COURSE C
001780                  LEFT OUTER JOIN ENROLLMENT E
001790                    ON  E.ENRLCRS  = C.CRSCODE
001800                    AND E.ENRLSECT = C.CRSSECT
001810                    AND E.ENDDATE  = '        '
001820                  LEFT OUTER JOIN STUDENT S
001830                    ON  S.STUDID   = E.STUDID
001840           WHERE  (C.CRSSTAT = 'O' OR E.STUDID IS NOT NULL)
001850             AND  (:WS-SEL-DEPT = '          '
001860                   OR C.CRSDEPT = :WS-SEL-DEPT)
001870           ORDER  BY 1, 2, 7
001880     END-EXEC.
001890
001900 LINKAGE SECTION.
001910 01  LK-CLST-PARM.
001920     05 LK-PARM-LEN          PIC S9(04) COMP.
001930     05 LK-PARM-DEPT         PIC X(10).
001940
001950 PROCEDURE DIVISION USING LK-CLST-PARM.
001960
001970 0000-MAINLINE-PARA.
001980
001990     IF LK-PARM-LEN > 10
002000         DISPLAY 'CLASSLST - PARM LONGER THAN A DEPARTMENT '
002010                 'CODE'
002020         MOVE +16 TO RETURN-CODE
002030         GOBACK
002040     END-IF
002050
002060     IF LK-PARM-LEN > ZERO
002070         MOVE LK-PARM-DEPT (1:LK-PARM-LEN) TO WS-SEL-DEPT
002080     END-IF
002090
002100     PERFORM X000-INITIALIZE-PARA
002110                THRU X000-INITIALIZE-PARA-EXIT
002120
002130     PERFORM A000-ONE-CLASS-ROW-PARA
002140                THRU A000-ONE-CLASS-ROW-PARA-EXIT
002150         UNTIL WS-CSR-EOF
002160
002170     PERFORM H000-GRAND-TOTAL-PARA
002180                THRU H000-GRAND-TOTAL-PARA-EXIT
002190
002200     PERFORM Z000-TERMINATE-PARA
002210                THRU Z000-TERMINATE-PARA-EXIT
002220
002230     GOBACK.
002240
002250******************************************************************
002260*    X000-INITIALIZE-PARA                                        *
002270*    OPEN THE REPORT FILE AND THE CLASS-LIST CURSOR.             *
002280******************************************************************
002290 X000-INITIALIZE-PARA.
002300
002310     OPEN OUTPUT CLSTFILE
002320
002330     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002340
002350     EXEC SQL
002360          OPEN CLSTCSR
002370     END-EXEC
002380
002390     IF SQLCODE NOT = 0
002400         DISPLAY 'CLSTCSR OPEN FAILED - SQLCODE: ' SQLCODE
002410         MOVE +16 TO RETURN-CODE
002420         CLOSE CLSTFILE
002430         GOBACK
002440     END-IF.
002450
002460 X000-INITIALIZE-PARA-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*    A000-ONE-CLASS-ROW-PARA                                     *
002510*    FETCH ONE SECTION/STUDENT ROW AND POST IT.                  *
002520******************************************************************
002530 A000-ONE-CLASS-ROW-PARA.
002540
002550     EXEC SQL
002560          FETCH CLSTCSR
002570           INTO :CRSCODE, :CRSSECT, :CRSDEPT,
002580                :CRSTITLE, :CRSINSTR, :CRSSTAT,
002590                :STUDID, :STUDNAME, :STUDSTAT,
002595                :PRIVHOLD
002600     END-EXEC
002610
002620     EVALUATE SQLCODE
002630         WHEN 0
002640             ADD 1 TO WS-CNT-ROWS
002650             PERFORM A100-POST-ONE-ROW-PARA
002660                        THRU A100-POST-ONE-ROW-PARA-EXIT
002670         WHEN 100
002680             MOVE 'Y' TO WS-CSR-EOF-SW
002690         WHEN OTHER
002700             DISPLAY 'CLSTCSR FETCH FAILED - SQLCODE: ' SQLCODE
002710             MOVE 'Y' TO WS-CSR-EOF-SW
002720             IF RETURN-CODE < 16
002730                 MOVE 16 TO RETURN-CODE
002740             END-IF
002750     END-EVALUATE.
002760
002770 A000-ONE-CLASS-ROW-PARA-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810*    A100-POST-ONE-ROW-PARA                                      *
002820*    CONTROL-BREAK DRIVER FOR ONE FETCHED ROW: CLOSE OUT THE     *
002830*    PRIOR SECTION WHEN THE COURSE OR SECTION CHANGES, START THE *
002840*    NEW ONE ON A FRESH PAGE, THEN PRINT THE STUDENT LINE. A     *
002850*    BLANK STUD-ID IS THE OUTER JOIN'S EMPTY-SECTION ROW - THE   *
002860*    HEADING IS PRINTED BUT NO STUDENT LINE. A STUDENT WHOSE     *
002870*    STATUS OR NAME CHANGED BETWEEN TWO OPEN ROWS CAN STILL COME *
002880*    BACK TWICE AFTER THE DISTINCT; ONLY THE FIRST IS LISTED.    *
002890******************************************************************
002900 A100-POST-ONE-ROW-PARA.
002910
002920     IF CRSCODE NOT = WS-CURR-CRSCODE
002930        OR CRSSECT NOT = WS-CURR-CRSSECT
002940         IF WS-CNT-SECTS > ZERO
002950             PERFORM B000-SECTION-BREAK-PARA
002960                        THRU B000-SECTION-BREAK-PARA-EXIT
002970         END-IF
002980         MOVE CRSCODE    TO WS-CURR-CRSCODE
002990         MOVE CRSSECT    TO WS-CURR-CRSSECT
003000         MOVE LOW-VALUES TO WS-CURR-STUD-ID
003010         ADD 1 TO WS-CNT-SECTS
003020         MOVE ZERO TO WS-CNT-SECT-STUDS
003030         PERFORM E000-DEPT-LOOKUP-PARA
003040                    THRU E000-DEPT-LOOKUP-PARA-EXIT
003050         PERFORM F000-PRINT-HEADINGS-PARA
003060                    THRU F000-PRINT-HEADINGS-PARA-EXIT
003070     END-IF
003080
003090     IF STUDID = SPACES
003100         GO TO A100-POST-ONE-ROW-PARA-EXIT
003110     END-IF
003120
003130     IF STUDID = WS-CURR-STUD-ID
003140         ADD 1 TO WS-CNT-DUPS
003150         GO TO A100-POST-ONE-ROW-PARA-EXIT
003160     END-IF
003170
003180     MOVE STUDID TO WS-CURR-STUD-ID
003190
003200     PERFORM F100-PRINT-DETAIL-PARA
003210                THRU F100-PRINT-DETAIL-PARA-EXIT
003220
003230     ADD 1 TO WS-CNT-SECT-STUDS
003240     ADD 1 TO WS-CNT-GRAND-STUDS.
003250
003260 A100-POST-ONE-ROW-PARA-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*    B000-SECTION-BREAK-PARA                                     *
003310*    CLOSE OUT THE SECTION JUST COMPLETED WITH ITS STUDENT-      *
003320*    COUNT SUBTOTAL. A CANCELLED SECTION THAT STILL HOLDS        *
003330*    STUDENTS IS CAPTIONED AND WARNS THE RUN - THE REGISTRAR     *
003340*    OWES THOSE STUDENTS DROPS. AN OPEN SECTION WITH NOBODY IN   *
003350*    IT IS CAPTIONED TOO.                                        *
003360******************************************************************
003370 B000-SECTION-BREAK-PARA.
003380
003390     MOVE WS-CNT-SECT-STUDS TO WS-RPT-S-COUNT
003400
003410     WRITE CLST-REC FROM WS-RPT-SUBTOTAL-LINE
003420         AFTER ADVANCING 2 LINES
003430
003440     IF WS-CNT-SECT-STUDS = ZERO
003450         ADD 1 TO WS-CNT-EMPTY-SECTS
003460         MOVE 'NO STUDENTS ENROLLED' TO WS-RPT-C-TEXT
003470         WRITE CLST-REC FROM WS-RPT-CAPTION
003480             AFTER ADVANCING 1 LINE
003490         GO TO B000-SECTION-BREAK-PARA-EXIT
003500     END-IF
003510
003520     IF WS-HDG-CANCELLED NOT = SPACES
003530         ADD 1 TO WS-CNT-CANC-SECTS
003540         MOVE '** SECTION CANCELLED - STUDENTS STILL ENROLLED **'
003550                         TO WS-RPT-C-TEXT
003560         WRITE CLST-REC FROM WS-RPT-CAPTION
003570             AFTER ADVANCING 1 LINE
003580         IF RETURN-CODE < 4
003590             MOVE 4 TO RETURN-CODE
003600         END-IF
003610     END-IF.
003620
003630 B000-SECTION-BREAK-PARA-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670*    E000-DEPT-LOOKUP-PARA                                       *
003680*    LOOK UP THE OWNING DEPARTMENT'S NAME FOR THE PAGE HEADING,  *
003690*    FALLING BACK TO THE RAW CODE WHEN THE MASTER HAS NO ROW -   *
003700*    THE SAME RULE ENRLRPT APPLIES.                              *
003710******************************************************************
003720 E000-DEPT-LOOKUP-PARA.
003730
003740     MOVE CRSDEPT TO DEPTCODE
003750
003760     EXEC SQL
003770          SELECT  DEPTNAME
003780            INTO  :DEPTNAME
003790            FROM  DEPARTMENT
003800           WHERE  DEPTCODE = :DEPTCODE
003810     END-EXEC
003820
003830     IF SQLCODE NOT = 0
003840         MOVE CRSDEPT TO DEPTNAME
003850     END-IF.
003860
003870 E000-DEPT-LOOKUP-PARA-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*    F000-PRINT-HEADINGS-PARA                                    *
003920*    START A NEW PAGE WITH THE REPORT, SECTION, DEPARTMENT AND   *
003930*    COLUMN HEADINGS. THE SECTION FIELDS RIDE ON EVERY FETCHED   *
003940*    ROW, SO THE CURRENT ROW SUPPLIES THE HEADING.               *
003950******************************************************************
003960 F000-PRINT-HEADINGS-PARA.
003970
003980     ADD 1 TO WS-PAGE-NO
003990     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
004000     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
004010     MOVE CRSCODE     TO WS-HDG-CRSCODE
004020     MOVE CRSSECT     TO WS-HDG-CRSSECT
004030     MOVE CRSTITLE    TO WS-HDG-CRSTITLE
004040     MOVE DEPTNAME    TO WS-HDG-DEPT-NAME
004050     MOVE CRSDEPT     TO WS-HDG-DEPT-CODE
004060     MOVE CRSINSTR    TO WS-HDG-INSTR
004070
004080     IF CRSSTAT = 'C'
004090         MOVE 'CANCELLED' TO WS-HDG-CANCELLED
004100     ELSE
004110         MOVE SPACES      TO WS-HDG-CANCELLED
004120     END-IF
004130
004140     WRITE CLST-REC FROM WS-RPT-HEADING-1
004150         AFTER ADVANCING PAGE
004160     WRITE CLST-REC FROM WS-RPT-HEADING-2
004170         AFTER ADVANCING 2 LINES
004180     WRITE CLST-REC FROM WS-RPT-HEADING-2A
004190         AFTER ADVANCING 1 LINE
004200     WRITE CLST-REC FROM WS-RPT-HEADING-3
004210         AFTER ADVANCING 2 LINES
004220
004230     MOVE ZERO TO WS-LINE-CNT.
004240
004250 F000-PRINT-HEADINGS-PARA-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290*    F100-PRINT-DETAIL-PARA                                      *
004300*    WRITE ONE STUDENT LINE, CONTINUING THE CURRENT SECTION ON   *
004310*    A FRESH PAGE WHEN THE PAGE IS FULL. THE NAME OF A STUDENT   *
004315*    UNDER A PRIVACY HOLD IS WITHHELD, AS ON DEPTRPT.            *
004320******************************************************************
004330 F100-PRINT-DETAIL-PARA.
004340
004350     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004360         PERFORM F000-PRINT-HEADINGS-PARA
004370                    THRU F000-PRINT-HEADINGS-PARA-EXIT
004380     END-IF
004390
004400     MOVE STUDID   TO WS-RPT-D-ID
004410     IF PRIVHOLD = 'Y'
004411         MOVE WS-WITHHELD-NAME TO WS-RPT-D-NAME
004412         ADD 1 TO WS-CNT-WITHHELD
004413     ELSE
004414         MOVE STUDNAME TO WS-RPT-D-NAME
004415     END-IF
004420
004430     IF STUDSTAT = 'W'
004440         MOVE 'WITHDRAWN' TO WS-RPT-D-STATUS
004450     ELSE
004460         MOVE SPACES      TO WS-RPT-D-STATUS
004470     END-IF
004480
004490     WRITE CLST-REC FROM WS-RPT-DETAIL
004500         AFTER ADVANCING 1 LINE
004510
004520     ADD 1 TO WS-LINE-CNT.
004530
004540 F100-PRINT-DETAIL-PARA-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    H000-GRAND-TOTAL-PARA                                       *
004590*    CLOSE OUT THE LAST SECTION AND PRINT THE GRAND-TOTAL PAGE.  *
004600******************************************************************
004610 H000-GRAND-TOTAL-PARA.
004620
004630     IF WS-CNT-SECTS > ZERO
004640         PERFORM B000-SECTION-BREAK-PARA
004650                    THRU B000-SECTION-BREAK-PARA-EXIT
004660     END-IF
004670
004680     ADD 1 TO WS-PAGE-NO
004690     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
004700     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
004710
004720     WRITE CLST-REC FROM WS-RPT-HEADING-1
004730         AFTER ADVANCING PAGE
004740
004750     IF WS-SEL-DEPT NOT = SPACES
004760         MOVE SPACES TO WS-RPT-C-TEXT
004770         STRING 'OWNING DEPARTMENT ' DELIMITED BY SIZE
004780                WS-SEL-DEPT          DELIMITED BY SIZE
004790                ' ONLY'              DELIMITED BY SIZE
004800           INTO WS-RPT-C-TEXT
004810         WRITE CLST-REC FROM WS-RPT-CAPTION
004820             AFTER ADVANCING 2 LINES
004830     END-IF
004840
004850     MOVE 'SECTIONS LISTED'                TO WS-RPT-G-TEXT
004860     MOVE WS-CNT-SECTS                     TO WS-RPT-G-COUNT
004870     WRITE CLST-REC FROM WS-RPT-GRAND-LINE
004880         AFTER ADVANCING 2 LINES
004890
004900     MOVE 'SECTIONS WITH NO STUDENTS'      TO WS-RPT-G-TEXT
004910     MOVE WS-CNT-EMPTY-SECTS               TO WS-RPT-G-COUNT
004920     WRITE CLST-REC FROM WS-RPT-GRAND-LINE
004930         AFTER ADVANCING 1 LINE
004940
004950     MOVE 'CANCELLED SECTIONS STILL HOLDING'
004960                                           TO WS-RPT-G-TEXT
004970     MOVE WS-CNT-CANC-SECTS                TO WS-RPT-G-COUNT
004980     WRITE CLST-REC FROM WS-RPT-GRAND-LINE
004990         AFTER ADVANCING 1 LINE
005000
005010     MOVE 'STUDENT SECTION ENROLLMENTS'    TO WS-RPT-G-TEXT
005020     MOVE WS-CNT-GRAND-STUDS               TO WS-RPT-G-COUNT
005030     WRITE CLST-REC FROM WS-RPT-GRAND-LINE
005040         AFTER ADVANCING 1 LINE
005050
005051     MOVE 'NAMES WITHHELD (PRIVACY)'       TO WS-RPT-G-TEXT
005052     MOVE WS-CNT-WITHHELD                  TO WS-RPT-G-COUNT
005053     WRITE CLST-REC FROM WS-RPT-GRAND-LINE
005054         AFTER ADVANCING 1 LINE
005055
005060     DISPLAY 'CLASSLST - ROWS FETCHED: ' WS-CNT-ROWS
005070             ' SECTIONS: ' WS-CNT-SECTS
005080             ' ENROLLMENTS: ' WS-CNT-GRAND-STUDS
005090             ' EXTRA ROWS SKIPPED: ' WS-CNT-DUPS
005100             ' CANCELLED WITH STUDENTS: ' WS-CNT-CANC-SECTS
005105             ' NAMES WITHHELD: ' WS-CNT-WITHHELD.
005110
005120 H000-GRAND-TOTAL-PARA-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*    Z000-TERMINATE-PARA                                         *
005170*    CLOSE THE CURSOR AND THE REPORT FILE AT END OF RUN.         *
005180******************************************************************
005190 Z000-TERMINATE-PARA.
005200
005210     EXEC SQL
005220          CLOSE CLSTCSR
005230     END-EXEC
005240
005250     CLOSE CLSTFILE.
005260
005270 Z000-TERMINATE-PARA-EXIT.
005280     EXIT.
