000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ASOFRPT.
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
000220*    10/15/2026 RH    INITIAL VERSION - AS-OF ROSTER. READS THE  *
000230*                     ASOFWORK DETAIL ASOFBLD WRITES (SORTED BY  *
000240*                     RECORD TYPE, DEPARTMENT AND STUD-ID BY THE *
000250*                     PRECEDING SORT STEP) AND PRINTS, IN THE    *
000260*                     DEPTRPT LAYOUT, EACH DEPARTMENT'S STUDENTS *
000270*                     AS THEY STOOD ON THE PARM DATE WITH THE    *
000280*                     ENROLLMENT OPEN ON THAT DATE, SUBTOTALLED  *
000290*                     PER DEPARTMENT, THEN A GRAND-TOTAL PAGE.   *
000300*                     CLOSES WITH THE STUDENTS WHOSE AUDIT       *
000310*                     HISTORY COULD NOT BE REBUILT - LISTED BY   *
000320*                     STUD-ID AND REASON ONLY, NEVER WITH A      *
000330*                     GUESSED NAME OR DEPARTMENT - AND SETS      *
000340*                     RETURN-CODE 4 WHEN THERE ARE ANY.          *
000342*                     A STUDENT UNDER A PRIVACY HOLD TODAY IS    *
000344*                     LISTED AS '*WITHHELD*', ON THE ROSTER AND  *
000346*                     THE INCOMPLETE LIST ALIKE, AND THE NAMES   *
000348*                     WITHHELD ARE COUNTED AT EACH TOTAL.        *
000350*                                                                *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ASOFSRT ASSIGN TO ASOFSRT
000410            ORGANIZATION IS SEQUENTIAL.
000420
000430     SELECT ASOFPRT ASSIGN TO ASOFPRT
000440            ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ASOFSRT
000490     RECORDING MODE IS F.
000500 01  AW-REC.
000510     05 AW-REC-TYPE           PIC X(01).
000520        88 AW-ROSTER                 VALUE 'R'.
000530        88 AW-INCOMPLETE             VALUE 'X'.
000540     05 AW-DEPT-CODE          PIC X(10).
000550     05 AW-STUD-ID            PIC X(05).
000560     05 AW-STUD-NAME          PIC X(10).
000570     05 AW-STUD-STATUS        PIC X(01).
000580        88 AW-STUD-WITHDRAWN         VALUE 'W'.
000590     05 AW-ENRL-DEPT          PIC X(10).
000600     05 AW-SECT-CNT           PIC 9(03).
000610     05 AW-DEPT-NAME          PIC X(30).
000620     05 AW-REASON REDEFINES AW-DEPT-NAME
000630                              PIC X(30).
000640     05 AW-PRIV-HOLD          PIC X(01).
000643        88 AW-STUD-HELD              VALUE 'Y'.
000646     05 FILLER                PIC X(09).
000650
000660 FD  ASOFPRT
000670     RECORDING MODE IS F.
000680 01  ASOF-PRT-REC            PIC X(133).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05 WS-EOF               PIC X(01) VALUE SPACE.
000730        88 WS-EOF-YES               VALUE 'Y'.
000740     05 WS-INCOMPLETE-SW     PIC X(01) VALUE SPACE.
000750        88 WS-IN-INCOMPLETE         VALUE 'Y'.
000760
000770 01  WS-ASOF-DATE            PIC X(08) VALUE SPACES.
000780 01  WS-CURR-DEPT-CODE       PIC X(10) VALUE LOW-VALUES.
000790
000800 01  WS-SUMMARY-COUNTERS.
000810     05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE ZERO.
000820     05 WS-CNT-DEPT-STUDS    PIC 9(07) COMP-3 VALUE ZERO.
000830     05 WS-CNT-DEPT-ENRL     PIC 9(07) COMP-3 VALUE ZERO.
000840     05 WS-CNT-GRAND-STUDS   PIC 9(07) COMP-3 VALUE ZERO.
000850     05 WS-CNT-GRAND-ENRL    PIC 9(07) COMP-3 VALUE ZERO.
000860     05 WS-CNT-DEPTS         PIC 9(05) COMP-3 VALUE ZERO.
000870     05 WS-CNT-INCOMPLETE    PIC 9(07) COMP-3 VALUE ZERO.
000871     05 WS-CNT-DEPT-WITHHELD PIC 9(07) COMP-3 VALUE ZERO.
000872     05 WS-CNT-GRAND-WITHHELD
000873                             PIC 9(07) COMP-3 VALUE ZERO.
000874     05 WS-CNT-INCOMP-WITHHELD
000875                             PIC 9(07) COMP-3 VALUE ZERO.
000876
000877 01  WS-WITHHELD-NAME        PIC X(10) VALUE '*WITHHELD*'.
000880
000890 01  WS-RUN-DATE             PIC X(08).
000900 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
000910 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
000920 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
000930
000940 01  WS-RPT-HEADING-1.
000950     05 FILLER               PIC X(01) VALUE SPACE.
000960     05 FILLER               PIC X(30)
000970        VALUE 'STUD - AS-OF ROSTER'.
000980     05 FILLER               PIC X(01) VALUE SPACES.
000990     05 FILLER               PIC X(07) VALUE 'AS OF: '.
001000     05 WS-HDG-ASOF-DATE     PIC X(08).
001010     05 FILLER               PIC X(02) VALUE SPACES.
001020     05 FILLER               PIC X(11) VALUE 'RUN DATE: '.
001030     05 WS-HDG-RUN-DATE      PIC X(08).
001040     05 FILLER               PIC X(10) VALUE SPACES.
001050     05 FILLER               PIC X(06) VALUE 'PAGE: '.
001060     05 WS-HDG-PAGE-NO       PIC ZZZ9.
001070     05 FILLER               PIC X(45) VALUE SPACES.
001080
001090 01  WS-RPT-HEADING-2.
001100     05 FILLER               PIC X(01) VALUE SPACE.
001110     05 FILLER               PIC X(12) VALUE 'DEPARTMENT: '.
001120     05 WS-HDG-DEPT-NAME     PIC X(30).
001130     05 FILLER               PIC X(02) VALUE ' ('.
001140     05 WS-HDG-DEPT-CODE     PIC X(10).
001150     05 FILLER               PIC X(01) VALUE ')'.
001160     05 FILLER               PIC X(77) VALUE SPACES.
001170
001180 01  WS-RPT-HEADING-3.
001190     05 FILLER               PIC X(01) VALUE SPACE.
001200     05 FILLER               PIC X(08) VALUE 'STUD-ID'.
001210     05 FILLER               PIC X(05) VALUE SPACES.
001220     05 FILLER               PIC X(10) VALUE 'STUD-NAME'.
001230     05 FILLER               PIC X(02) VALUE SPACES.
001240     05 FILLER               PIC X(09) VALUE 'STATUS'.
001250     05 FILLER               PIC X(02) VALUE SPACES.
001260     05 FILLER               PIC X(10) VALUE 'ENRL DEPT'.
001270     05 FILLER               PIC X(02) VALUE SPACES.
001280     05 FILLER               PIC X(08) VALUE 'SECTIONS'.
001290     05 FILLER               PIC X(76) VALUE SPACES.
001300
001310 01  WS-RPT-DETAIL.
001320     05 FILLER               PIC X(01) VALUE SPACE.
001330     05 WS-RPT-D-ID          PIC X(05).
001340     05 FILLER               PIC X(08) VALUE SPACES.
001350     05 WS-RPT-D-NAME        PIC X(10).
001360     05 FILLER               PIC X(02) VALUE SPACES.
001370     05 WS-RPT-D-STATUS      PIC X(09).
001380     05 FILLER               PIC X(02) VALUE SPACES.
001390     05 WS-RPT-D-ENRL-DEPT   PIC X(10).
001400     05 FILLER               PIC X(02) VALUE SPACES.
001410     05 WS-RPT-D-SECTS       PIC ZZ9.
001420     05 FILLER               PIC X(81) VALUE SPACES.
001430
001440 01  WS-RPT-SUBTOTAL-LINE.
001450     05 FILLER               PIC X(01) VALUE SPACE.
001460     05 FILLER               PIC X(24)
001470        VALUE 'STUDENTS IN DEPARTMENT: '.
001480     05 WS-RPT-S-COUNT       PIC ZZZ,ZZ9.
001490     05 FILLER               PIC X(04) VALUE SPACES.
001500     05 FILLER               PIC X(18)
001510        VALUE 'ENROLLED ON DATE: '.
001520     05 WS-RPT-S-ENRL        PIC ZZZ,ZZ9.
001530     05 FILLER               PIC X(04) VALUE SPACES.
001532     05 FILLER               PIC X(16)
001534        VALUE 'NAMES WITHHELD: '.
001536     05 WS-RPT-S-WITHHELD    PIC ZZZ,ZZ9.
001538     05 FILLER               PIC X(45) VALUE SPACES.
001540
001550 01  WS-RPT-GRAND-LINE-1.
001560     05 FILLER               PIC X(01) VALUE SPACE.
001570     05 FILLER               PIC X(24)
001580        VALUE 'DEPARTMENTS REPORTED:   '.
001590     05 WS-RPT-G-DEPTS       PIC ZZZ,ZZ9.
001600     05 FILLER               PIC X(101) VALUE SPACES.
001610
001620 01  WS-RPT-GRAND-LINE-2.
001630     05 FILLER               PIC X(01) VALUE SPACE.
001640     05 FILLER               PIC X(24)
001650        VALUE 'STUDENTS LISTED:        '.
001660     05 WS-RPT-G-STUDS       PIC ZZZ,ZZ9.
001670     05 FILLER               PIC X(101) VALUE SPACES.
001680
001690 01  WS-RPT-GRAND-LINE-3.
001700     05 FILLER               PIC X(01) VALUE SPACE.
001710     05 FILLER               PIC X(24)
001720        VALUE 'ENROLLED ON DATE:       '.
001730     05 WS-RPT-G-ENRL        PIC ZZZ,ZZ9.
001740     05 FILLER               PIC X(101) VALUE SPACES.
001750
001751 01  WS-RPT-GRAND-LINE-4.
001752     05 FILLER               PIC X(01) VALUE SPACE.
001753     05 FILLER               PIC X(24)
001754        VALUE 'NAMES WITHHELD:         '.
001755     05 WS-RPT-G-WITHHELD    PIC ZZZ,ZZ9.
001756     05 FILLER               PIC X(101) VALUE SPACES.
001757
001760 01  WS-RPT-INCOMP-HDG-1.
001770     05 FILLER               PIC X(01) VALUE SPACE.
001780     05 FILLER               PIC X(50)
001790        VALUE 'HISTORY INCOMPLETE - NOT INCLUDED IN THE ROSTER'.
001800     05 FILLER               PIC X(82) VALUE SPACES.
001810
001820 01  WS-RPT-INCOMP-HDG-2.
001830     05 FILLER               PIC X(01) VALUE SPACE.
001840     05 FILLER               PIC X(08) VALUE 'STUD-ID'.
001850     05 FILLER               PIC X(05) VALUE SPACES.
001860     05 FILLER               PIC X(12) VALUE 'CURRENT NAME'.
001870     05 FILLER               PIC X(02) VALUE SPACES.
001880     05 FILLER               PIC X(30) VALUE 'REASON'.
001890     05 FILLER               PIC X(75) VALUE SPACES.
001900
001910 01  WS-RPT-INCOMP-DETAIL.
001920     05 FILLER               PIC X(01) VALUE SPACE.
001930     05 WS-RPT-X-ID          PIC X(05).
001940     05 FILLER               PIC X(08) VALUE SPACES.
001950     05 WS-RPT-X-NAME        PIC X(12).
001960     05 FILLER               PIC X(02) VALUE SPACES.
001970     05 WS-RPT-X-REASON      PIC X(30).
001980     05 FILLER               PIC X(75) VALUE SPACES.
001990
002000 01  WS-RPT-INCOMP-NONE.
002010     05 FILLER               PIC X(01) VALUE SPACE.
002020     05 FILLER               PIC X(50)
002030        VALUE 'NONE - EVERY STUDENT WAS REBUILT FROM THE AUDIT'.
002040     05 FILLER               PIC X(82) VALUE SPACES.
002050
002060 01  WS-RPT-INCOMP-TOTAL.
002070     05 FILLER               PIC X(01) VALUE SPACE.
002080     05 FILLER               PIC X(24)
002090        VALUE 'HISTORY INCOMPLETE:     '.
002100     05 WS-RPT-X-COUNT       PIC ZZZ,ZZ9.
002110     05 FILLER               PIC X(04) VALUE SPACES.
002112     05 FILLER               PIC X(16)
002114        VALUE 'NAMES WITHHELD: '.
002116     05 WS-RPT-X-WITHHELD    PIC ZZZ,ZZ9.
002118     05 FILLER               PIC X(74) VALUE SPACES.
002120
002130 LINKAGE SECTION.
002140 01  LK-ASOF-PARM.
002150     05 LK-PARM-LEN          PIC S9(04) COMP.
002160     05 LK-PARM-ASOF         PIC X(08).
002170
002180 PROCEDURE DIVISION USING LK-ASOF-PARM.
002190
002200 0000-MAINLINE-PARA.
002210
002220     IF LK-PARM-LEN < 8
002230         DISPLAY 'ASOFRPT - AS-OF DATE MISSING FROM PARM '
002240                 '(CCYYMMDD)'
002250         MOVE +16 TO RETURN-CODE
002260         GOBACK
002270     END-IF
002280
002290     MOVE LK-PARM-ASOF TO WS-ASOF-DATE
002300
002310     PERFORM X000-INITIALIZE-PARA
002320                THRU X000-INITIALIZE-PARA-EXIT
002330
002340     PERFORM UNTIL WS-EOF-YES
002350
002360         READ ASOFSRT
002370             AT END
002380                 MOVE 'Y' TO WS-EOF
002390             NOT AT END
002400                 ADD 1 TO WS-CNT-READ
002410                 PERFORM A000-ONE-DETAIL-PARA
002420                            THRU A000-ONE-DETAIL-PARA-EXIT
002430         END-READ
002440
002450     END-PERFORM
002460
002470     IF NOT WS-IN-INCOMPLETE
002480         PERFORM H000-GRAND-TOTAL-PARA
002490                    THRU H000-GRAND-TOTAL-PARA-EXIT
002500         PERFORM G000-INCOMPLETE-HEADINGS-PARA
002510                    THRU G000-INCOMPLETE-HEADINGS-PARA-EXIT
002520         WRITE ASOF-PRT-REC FROM WS-RPT-INCOMP-NONE
002530             AFTER ADVANCING 1 LINE
002540     END-IF
002550
002560     PERFORM H100-INCOMPLETE-TOTAL-PARA
002570                THRU H100-INCOMPLETE-TOTAL-PARA-EXIT
002580
002590     PERFORM Z000-TERMINATE-PARA
002600                THRU Z000-TERMINATE-PARA-EXIT
002610
002620     GOBACK.
002630
002640******************************************************************
002650*    X000-INITIALIZE-PARA                                        *
002660*    OPEN THE SORTED WORK FILE AND THE REPORT FILE.              *
002670******************************************************************
002680 X000-INITIALIZE-PARA.
002690
002700     OPEN INPUT  ASOFSRT
002710     OPEN OUTPUT ASOFPRT
002720
002730     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
002740
002750 X000-INITIALIZE-PARA-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790*    A000-ONE-DETAIL-PARA                                        *
002800*    CONTROL-BREAK DRIVER FOR ONE SORTED DETAIL RECORD. ROSTER   *
002810*    RECORDS BREAK TO A NEW PAGE AT EACH DEPARTMENT CHANGE. THE  *
002820*    INCOMPLETE-HISTORY RECORDS SORT AFTER EVERY ROSTER RECORD - *
002830*    THE FIRST ONE CLOSES OUT THE ROSTER WITH ITS GRAND TOTAL    *
002840*    AND STARTS THE CLOSING SECTION.                             *
002850******************************************************************
002860 A000-ONE-DETAIL-PARA.
002870
002880     IF AW-INCOMPLETE
002890         IF NOT WS-IN-INCOMPLETE
002900             MOVE 'Y' TO WS-INCOMPLETE-SW
002910             PERFORM H000-GRAND-TOTAL-PARA
002920                        THRU H000-GRAND-TOTAL-PARA-EXIT
002930             PERFORM G000-INCOMPLETE-HEADINGS-PARA
002940                        THRU G000-INCOMPLETE-HEADINGS-PARA-EXIT
002950         END-IF
002960         PERFORM G100-PRINT-INCOMPLETE-PARA
002970                    THRU G100-PRINT-INCOMPLETE-PARA-EXIT
002980         GO TO A000-ONE-DETAIL-PARA-EXIT
002990     END-IF
003000
003010     IF AW-DEPT-CODE NOT = WS-CURR-DEPT-CODE
003020         IF WS-CNT-DEPT-STUDS > ZERO
003030             PERFORM B000-DEPT-BREAK-PARA
003040                        THRU B000-DEPT-BREAK-PARA-EXIT
003050         END-IF
003060         MOVE AW-DEPT-CODE TO WS-CURR-DEPT-CODE
003070         ADD 1 TO WS-CNT-DEPTS
003080         MOVE ZERO TO WS-CNT-DEPT-STUDS
003090         MOVE ZERO TO WS-CNT-DEPT-ENRL
003095         MOVE ZERO TO WS-CNT-DEPT-WITHHELD
003100         PERFORM F000-PRINT-HEADINGS-PARA
003110                    THRU F000-PRINT-HEADINGS-PARA-EXIT
003120     END-IF
003130
003140     PERFORM F100-PRINT-DETAIL-PARA
003150                THRU F100-PRINT-DETAIL-PARA-EXIT
003160
003170     ADD 1 TO WS-CNT-DEPT-STUDS
003180     ADD 1 TO WS-CNT-GRAND-STUDS
003190
003200     IF AW-SECT-CNT > ZERO
003210         ADD 1 TO WS-CNT-DEPT-ENRL
003220         ADD 1 TO WS-CNT-GRAND-ENRL
003230     END-IF.
003240
003250 A000-ONE-DETAIL-PARA-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    B000-DEPT-BREAK-PARA                                        *
003300*    CLOSE OUT THE DEPARTMENT JUST COMPLETED WITH ITS STUDENT    *
003310*    AND ENROLLED-ON-THE-DATE SUBTOTALS AND ITS NAMES WITHHELD.  *
003320******************************************************************
003330 B000-DEPT-BREAK-PARA.
003340
003350     MOVE WS-CNT-DEPT-STUDS TO WS-RPT-S-COUNT
003360     MOVE WS-CNT-DEPT-ENRL  TO WS-RPT-S-ENRL
003363     MOVE WS-CNT-DEPT-WITHHELD
003366                            TO WS-RPT-S-WITHHELD
003370
003380     WRITE ASOF-PRT-REC FROM WS-RPT-SUBTOTAL-LINE
003390         AFTER ADVANCING 2 LINES.
003400
003410 B000-DEPT-BREAK-PARA-EXIT.
003420     EXIT.
003430
003440******************************************************************
003450*    F000-PRINT-HEADINGS-PARA                                    *
003460*    START A NEW PAGE WITH THE REPORT, DEPARTMENT AND COLUMN     *
003470*    HEADINGS. THE DEPARTMENT NAME RIDES ON EVERY ROSTER RECORD. *
003480******************************************************************
003490 F000-PRINT-HEADINGS-PARA.
003500
003510     ADD 1 TO WS-PAGE-NO
003520     MOVE WS-ASOF-DATE TO WS-HDG-ASOF-DATE
003530     MOVE WS-RUN-DATE  TO WS-HDG-RUN-DATE
003540     MOVE WS-PAGE-NO   TO WS-HDG-PAGE-NO
003550     MOVE AW-DEPT-NAME TO WS-HDG-DEPT-NAME
003560     MOVE AW-DEPT-CODE TO WS-HDG-DEPT-CODE
003570
003580     WRITE ASOF-PRT-REC FROM WS-RPT-HEADING-1
003590         AFTER ADVANCING PAGE
003600     WRITE ASOF-PRT-REC FROM WS-RPT-HEADING-2
003610         AFTER ADVANCING 2 LINES
003620     WRITE ASOF-PRT-REC FROM WS-RPT-HEADING-3
003630         AFTER ADVANCING 2 LINES
003640
003650     MOVE ZERO TO WS-LINE-CNT.
003660
003670 F000-PRINT-HEADINGS-PARA-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*    F100-PRINT-DETAIL-PARA                                      *
003720*    WRITE ONE STUDENT LINE, CONTINUING THE CURRENT DEPARTMENT   *
003730*    ON A FRESH PAGE WHEN THE PAGE IS FULL. THE ENROLLMENT       *
003740*    COLUMNS ARE LEFT BLANK FOR A STUDENT WITH NOTHING OPEN ON   *
003750*    THE DATE. THE NAME OF A STUDENT UNDER A PRIVACY HOLD IS     *
003755*    WITHHELD, AS ON DEPTRPT.                                    *
003760******************************************************************
003770 F100-PRINT-DETAIL-PARA.
003780
003790     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
003800         PERFORM F000-PRINT-HEADINGS-PARA
003810                    THRU F000-PRINT-HEADINGS-PARA-EXIT
003820     END-IF
003830
003840     MOVE AW-STUD-ID   TO WS-RPT-D-ID
003850     IF AW-STUD-HELD
003851         MOVE WS-WITHHELD-NAME TO WS-RPT-D-NAME
003852         ADD 1 TO WS-CNT-DEPT-WITHHELD
003853         ADD 1 TO WS-CNT-GRAND-WITHHELD
003854     ELSE
003855         MOVE AW-STUD-NAME TO WS-RPT-D-NAME
003856     END-IF
003860
003870     IF AW-STUD-WITHDRAWN
003880         MOVE 'WITHDRAWN' TO WS-RPT-D-STATUS
003890     ELSE
003900         MOVE SPACES      TO WS-RPT-D-STATUS
003910     END-IF
003920
003930     MOVE AW-ENRL-DEPT TO WS-RPT-D-ENRL-DEPT
003940     IF AW-SECT-CNT > ZERO
003950         MOVE AW-SECT-CNT TO WS-RPT-D-SECTS
003960     ELSE
003970         MOVE ZERO        TO WS-RPT-D-SECTS
003980         MOVE SPACES      TO WS-RPT-D-ENRL-DEPT
003990     END-IF
004000
004010     WRITE ASOF-PRT-REC FROM WS-RPT-DETAIL
004020         AFTER ADVANCING 1 LINE
004030
004040     ADD 1 TO WS-LINE-CNT.
004050
004060 F100-PRINT-DETAIL-PARA-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    G000-INCOMPLETE-HEADINGS-PARA                               *
004110*    START A PAGE OF THE CLOSING INCOMPLETE-HISTORY SECTION.     *
004120******************************************************************
004130 G000-INCOMPLETE-HEADINGS-PARA.
004140
004150     ADD 1 TO WS-PAGE-NO
004160     MOVE WS-ASOF-DATE TO WS-HDG-ASOF-DATE
004170     MOVE WS-RUN-DATE  TO WS-HDG-RUN-DATE
004180     MOVE WS-PAGE-NO   TO WS-HDG-PAGE-NO
004190
004200     WRITE ASOF-PRT-REC FROM WS-RPT-HEADING-1
004210         AFTER ADVANCING PAGE
004220     WRITE ASOF-PRT-REC FROM WS-RPT-INCOMP-HDG-1
004230         AFTER ADVANCING 2 LINES
004240     WRITE ASOF-PRT-REC FROM WS-RPT-INCOMP-HDG-2
004250         AFTER ADVANCING 2 LINES
004260
004270     MOVE ZERO TO WS-LINE-CNT.
004280
004290 G000-INCOMPLETE-HEADINGS-PARA-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330*    G100-PRINT-INCOMPLETE-PARA                                  *
004340*    LIST ONE STUDENT WHOSE HISTORY COULD NOT BE REBUILT. ONLY   *
004350*    THE STUD-ID, TODAY'S NAME AND THE REASON ARE PRINTED - THE  *
004355*    NAME WITHHELD FOR A STUDENT UNDER A PRIVACY HOLD.           *
004360******************************************************************
004370 G100-PRINT-INCOMPLETE-PARA.
004380
004390     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
004400         PERFORM G000-INCOMPLETE-HEADINGS-PARA
004410                    THRU G000-INCOMPLETE-HEADINGS-PARA-EXIT
004420     END-IF
004430
004440     MOVE AW-STUD-ID   TO WS-RPT-X-ID
004450     IF AW-STUD-HELD
004451         MOVE WS-WITHHELD-NAME TO WS-RPT-X-NAME
004452         ADD 1 TO WS-CNT-INCOMP-WITHHELD
004453     ELSE
004454         MOVE AW-STUD-NAME TO WS-RPT-X-NAME
004455     END-IF
004460     MOVE AW-REASON    TO WS-RPT-X-REASON
004470
004480     WRITE ASOF-PRT-REC FROM WS-RPT-INCOMP-DETAIL
004490         AFTER ADVANCING 1 LINE
004500
004510     ADD 1 TO WS-LINE-CNT
004520     ADD 1 TO WS-CNT-INCOMPLETE.
004530
004540 G100-PRINT-INCOMPLETE-PARA-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    H000-GRAND-TOTAL-PARA                                       *
004590*    CLOSE OUT THE LAST DEPARTMENT AND PRINT THE ROSTER'S        *
004600*    GRAND-TOTAL PAGE.                                           *
004610******************************************************************
004620 H000-GRAND-TOTAL-PARA.
004630
004640     IF WS-CNT-DEPT-STUDS > ZERO
004650         PERFORM B000-DEPT-BREAK-PARA
004660                    THRU B000-DEPT-BREAK-PARA-EXIT
004670     END-IF
004680
004690     ADD 1 TO WS-PAGE-NO
004700     MOVE WS-ASOF-DATE TO WS-HDG-ASOF-DATE
004710     MOVE WS-RUN-DATE  TO WS-HDG-RUN-DATE
004720     MOVE WS-PAGE-NO   TO WS-HDG-PAGE-NO
004730
004740     WRITE ASOF-PRT-REC FROM WS-RPT-HEADING-1
004750         AFTER ADVANCING PAGE
004760
004770     MOVE WS-CNT-DEPTS       TO WS-RPT-G-DEPTS
004780     MOVE WS-CNT-GRAND-STUDS TO WS-RPT-G-STUDS
004790     MOVE WS-CNT-GRAND-ENRL  TO WS-RPT-G-ENRL
004793     MOVE WS-CNT-GRAND-WITHHELD
004796                             TO WS-RPT-G-WITHHELD
004800
004810     WRITE ASOF-PRT-REC FROM WS-RPT-GRAND-LINE-1
004820         AFTER ADVANCING 2 LINES
004830     WRITE ASOF-PRT-REC FROM WS-RPT-GRAND-LINE-2
004840         AFTER ADVANCING 1 LINE
004850     WRITE ASOF-PRT-REC FROM WS-RPT-GRAND-LINE-3
004853         AFTER ADVANCING 1 LINE
004856     WRITE ASOF-PRT-REC FROM WS-RPT-GRAND-LINE-4
004860         AFTER ADVANCING 1 LINE.
004870
004880 H000-GRAND-TOTAL-PARA-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*    H100-INCOMPLETE-TOTAL-PARA                                  *
004930*    CLOSE THE INCOMPLETE-HISTORY SECTION WITH ITS COUNT. ANY    *
004940*    STUDENT LEFT OFF THE ROSTER IS A WARNING - RETURN-CODE 4.   *
004950******************************************************************
004960 H100-INCOMPLETE-TOTAL-PARA.
004970
004980     MOVE WS-CNT-INCOMPLETE TO WS-RPT-X-COUNT
004983     MOVE WS-CNT-INCOMP-WITHHELD
004986                            TO WS-RPT-X-WITHHELD
004990
005000     WRITE ASOF-PRT-REC FROM WS-RPT-INCOMP-TOTAL
005010         AFTER ADVANCING 2 LINES
005020
005030     IF WS-CNT-INCOMPLETE > ZERO
005040         IF RETURN-CODE < 4
005050             MOVE 4 TO RETURN-CODE
005060         END-IF
005070     END-IF
005080
005090     DISPLAY 'ASOFRPT - AS OF: ' WS-ASOF-DATE
005100             ' RECORDS READ: ' WS-CNT-READ
005110             ' DEPARTMENTS: ' WS-CNT-DEPTS
005120             ' STUDENTS: ' WS-CNT-GRAND-STUDS
005130             ' ENROLLED: ' WS-CNT-GRAND-ENRL
005140             ' HISTORY INCOMPLETE: ' WS-CNT-INCOMPLETE
005143             ' NAMES WITHHELD: ' WS-CNT-GRAND-WITHHELD
005146             ' (INCOMPLETE: ' WS-CNT-INCOMP-WITHHELD ')'.
005150
005160 H100-INCOMPLETE-TOTAL-PARA-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    Z000-TERMINATE-PARA                                         *
005210*    CLOSE FILES AT END OF RUN.                                  *
005220******************************************************************
005230 Z000-TERMINATE-PARA.
005240
005250     CLOSE ASOFSRT
005260     CLOSE ASOFPRT.
005270
005280 Z000-TERMINATE-PARA-EXIT.
005290     EXIT.
