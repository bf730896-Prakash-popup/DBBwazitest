000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DISCRPT.
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
000220*    10/15/2026 RH    INITIAL VERSION - MONTHLY DISCLOSURE    *
000230*                     REPORT FOR THE RECORDS OFFICER. READS   *
000240*                     THE DISCLOG DISCLOSURE LOG STUD'S       *
000250*                     INQUIRY MODE, ENRLHIST AND AUDHIST      *
000260*                     EXTEND EACH TIME THEY SHOW THE RECORD   *
000270*                     OF A STUDENT UNDER A PRIVACY HOLD, AND  *
000280*                     LISTS THE MONTH'S DISCLOSURES IN THE    *
000290*                     ORDER LOGGED - DATE, PROGRAM, STUD-ID   *
000300*                     AND REQUESTER - WITH COUNTS BY PROGRAM  *
000310*                     AND OF DISCLOSURES WITH NO REQUESTER    *
000320*                     (RC 4 WHEN ANY). THE MONTH IS THE PARM  *
000330*                     (CCYYMM), DEFAULT THE MONTH BEFORE THE  *
000340*                     RUN DATE.                               *
000350*                                                                *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DISCLOG ASSIGN TO DISCLOG
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS WS-DISC-STATUS.
000430
000440     SELECT DISCPRT ASSIGN TO DISCPRT
000450            ORGANIZATION IS SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490******************************************************************
000500*    DISC-REC MIRRORS THE DISCLOSURE-LOG RECORD STUD'S INQUIRY   *
000510*    MODE, ENRLHIST AND AUDHIST WRITE. THE LOG IS ONLY EVER      *
000520*    EXTENDED, SO IT IS IN THE ORDER THE DISCLOSURES WERE MADE.  *
000530******************************************************************
000540 FD  DISCLOG
000550     RECORDING MODE IS F.
000560 01  DISC-REC.
000570     05 DISC-DATE            PIC X(08).
000580     05 FILLER               PIC X(01).
000590     05 DISC-PROGRAM         PIC X(08).
000600        88 DISC-BY-STUD             VALUE 'STUD'.
000610        88 DISC-BY-ENRLHIST         VALUE 'ENRLHIST'.
000620        88 DISC-BY-AUDHIST          VALUE 'AUDHIST'.
000630     05 FILLER               PIC X(01).
000640     05 DISC-STUD-ID         PIC X(05).
000650     05 FILLER               PIC X(01).
000660     05 DISC-REQUESTER       PIC X(20).
000670        88 DISC-NO-REQUESTER        VALUE 'NOT GIVEN' SPACES.
000680     05 FILLER               PIC X(01).
000690     05 DISC-TIMESTAMP       PIC X(26).
000700     05 FILLER               PIC X(09).
000710
000720 FD  DISCPRT
000730     RECORDING MODE IS F.
000740 01  DISC-PRT-REC            PIC X(133).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-SWITCHES.
000780     05 WS-EOF               PIC X(01) VALUE SPACE.
000790        88 WS-EOF-YES               VALUE 'Y'.
000800
000810 01  WS-DISC-STATUS          PIC X(02) VALUE SPACES.
000820     88 WS-DISC-OK                  VALUE '00'.
000830
000840 01  WS-SUMMARY-COUNTERS.
000850     05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE ZERO.
000860     05 WS-CNT-PRINTED       PIC 9(07) COMP-3 VALUE ZERO.
000870     05 WS-CNT-BY-STUD       PIC 9(07) COMP-3 VALUE ZERO.
000880     05 WS-CNT-BY-ENRLHIST   PIC 9(07) COMP-3 VALUE ZERO.
000890     05 WS-CNT-BY-AUDHIST    PIC 9(07) COMP-3 VALUE ZERO.
000900     05 WS-CNT-BY-OTHER      PIC 9(07) COMP-3 VALUE ZERO.
000910     05 WS-CNT-NO-REQUESTER  PIC 9(07) COMP-3 VALUE ZERO.
000920
000930 01  WS-REPORT-MONTH         PIC X(06) VALUE SPACES.
000940 01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
000950     05 WS-RPT-CCYY          PIC 9(04).
000960     05 WS-RPT-MM            PIC 9(02).
000970
000980 01  WS-RUN-DATE             PIC X(08).
000990 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE.
001000     05 WS-RUN-CCYY          PIC 9(04).
001010     05 WS-RUN-MM            PIC 9(02).
001020     05 WS-RUN-DD            PIC 9(02).
001030
001040 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
001050 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
001060 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
001070
001080 01  WS-RPT-HEADING-1.
001090     05 FILLER               PIC X(01) VALUE SPACE.
001100     05 FILLER               PIC X(30)
001110        VALUE 'DISCRPT - PRIVACY DISCLOSURES'.
001120     05 FILLER               PIC X(01) VALUE SPACES.
001130     05 FILLER               PIC X(11) VALUE 'RUN DATE: '.
001140     05 WS-HDG-RUN-DATE      PIC X(08).
001150     05 FILLER               PIC X(10) VALUE SPACES.
001160     05 FILLER               PIC X(06) VALUE 'PAGE: '.
001170     05 WS-HDG-PAGE-NO       PIC ZZZ9.
001180     05 FILLER               PIC X(62) VALUE SPACES.
001190
001200 01  WS-RPT-HEADING-2.
001210     05 FILLER               PIC X(01) VALUE SPACE.
001220     05 FILLER               PIC X(08) VALUE 'MONTH: '.
001230     05 WS-HDG-CCYY          PIC X(04).
001240     05 FILLER               PIC X(01) VALUE '-'.
001250     05 WS-HDG-MM            PIC X(02).
001260     05 FILLER               PIC X(04) VALUE SPACES.
001270     05 FILLER               PIC X(40)
001280        VALUE 'RECORDS OF STUDENTS UNDER A PRIVACY HOLD'.
001290     05 FILLER               PIC X(73) VALUE SPACES.
001300
001310 01  WS-RPT-HEADING-3.
001320     05 FILLER               PIC X(01) VALUE SPACE.
001330     05 FILLER               PIC X(12) VALUE 'DATE'.
001340     05 FILLER               PIC X(10) VALUE 'PROGRAM'.
001350     05 FILLER               PIC X(09) VALUE 'STUD-ID'.
001360     05 FILLER               PIC X(22) VALUE 'REQUESTER'.
001370     05 FILLER               PIC X(26) VALUE 'LOGGED (TIMESTAMP)'.
001380     05 FILLER               PIC X(53) VALUE SPACES.
001390
001400 01  WS-RPT-DETAIL.
001410     05 FILLER               PIC X(01) VALUE SPACE.
001420     05 WS-RPT-D-DATE        PIC X(08).
001430     05 FILLER               PIC X(04) VALUE SPACES.
001440     05 WS-RPT-D-PROGRAM     PIC X(08).
001450     05 FILLER               PIC X(02) VALUE SPACES.
001460     05 WS-RPT-D-STUD-ID     PIC X(05).
001470     05 FILLER               PIC X(04) VALUE SPACES.
001480     05 WS-RPT-D-REQUESTER   PIC X(20).
001490     05 FILLER               PIC X(02) VALUE SPACES.
001500     05 WS-RPT-D-TIMESTAMP   PIC X(26).
001510     05 FILLER               PIC X(53) VALUE SPACES.
001520
001530 01  WS-RPT-NONE-LINE.
001540     05 FILLER               PIC X(01) VALUE SPACE.
001550     05 FILLER               PIC X(44)
001560        VALUE 'NO DISCLOSURES WERE LOGGED FOR THIS MONTH'.
001570     05 FILLER               PIC X(88) VALUE SPACES.
001580
001590 01  WS-RPT-SUMMARY-LINE.
001600     05 FILLER               PIC X(01) VALUE SPACE.
001610     05 WS-RPT-M-TEXT        PIC X(30).
001620     05 WS-RPT-M-COUNT       PIC ZZZ,ZZ9.
001630     05 FILLER               PIC X(95) VALUE SPACES.
001640
001650 LINKAGE SECTION.
001660 01  LK-DISC-PARM.
001670     05 LK-PARM-LEN          PIC S9(04) COMP.
001680     05 LK-PARM-MONTH        PIC X(06).
001690
001700 PROCEDURE DIVISION USING LK-DISC-PARM.
001710
001720 0000-MAINLINE-PARA.
001730
001740     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
001750
001760     IF LK-PARM-LEN > 0
001770         MOVE LK-PARM-MONTH TO WS-REPORT-MONTH
001780         IF WS-REPORT-MONTH IS NOT NUMERIC
001790            OR WS-RPT-MM < 1
001800            OR WS-RPT-MM > 12
001810             DISPLAY 'DISCRPT - PARM MUST BE A MONTH CCYYMM: '
001820                     LK-PARM-MONTH
001830             MOVE +16 TO RETURN-CODE
001840             GOBACK
001850         END-IF
001860     ELSE
001870         PERFORM X100-PRIOR-MONTH-PARA
001880                    THRU X100-PRIOR-MONTH-PARA-EXIT
001890     END-IF
001900
001910     PERFORM X000-INITIALIZE-PARA
001920                THRU X000-INITIALIZE-PARA-EXIT
001930
001940     PERFORM UNTIL WS-EOF-YES
001950
001960         READ DISCLOG
001970             AT END
001980                 MOVE 'Y' TO WS-EOF
001990             NOT AT END
002000                 ADD 1 TO WS-CNT-READ
002010                 PERFORM A000-ONE-DISCLOSURE-PARA
002020                            THRU A000-ONE-DISCLOSURE-PARA-EXIT
002030         END-READ
002040
002050     END-PERFORM
002060
002070     PERFORM H000-SUMMARY-PARA
002080                THRU H000-SUMMARY-PARA-EXIT
002090
002100     PERFORM Z000-TERMINATE-PARA
002110                THRU Z000-TERMINATE-PARA-EXIT
002120
002130     GOBACK.
002140
002150******************************************************************
002160*    X000-INITIALIZE-PARA                                        *
002170*    OPEN THE DISCLOSURE LOG AND THE REPORT FILE AND PRINT THE   *
002180*    FIRST PAGE HEADINGS. A LOG THAT CANNOT BE OPENED ENDS THE   *
002190*    RUN RC 16 - THE RECORDS OFFICER MUST NEVER BE SENT AN       *
002200*    EMPTY REPORT THAT ONLY LOOKS LIKE A QUIET MONTH.            *
002210******************************************************************
002220 X000-INITIALIZE-PARA.
002230
002240     OPEN INPUT DISCLOG
002250
002260     IF NOT WS-DISC-OK
002270         DISPLAY 'DISCRPT - DISCLOG OPEN FAILED - FILE STATUS: '
002280                 WS-DISC-STATUS
002290         MOVE +16 TO RETURN-CODE
002300         GOBACK
002310     END-IF
002320
002330     OPEN OUTPUT DISCPRT
002340
002350     PERFORM F000-PRINT-HEADINGS-PARA
002360                THRU F000-PRINT-HEADINGS-PARA-EXIT.
002370
002380 X000-INITIALIZE-PARA-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420*    X100-PRIOR-MONTH-PARA                                       *
002430*    NO PARM - REPORT THE CALENDAR MONTH BEFORE THE RUN DATE, SO *
002440*    THE JOB RUN EARLY IN A MONTH COVERS THE MONTH JUST ENDED.   *
002450******************************************************************
002460 X100-PRIOR-MONTH-PARA.
002470
002480     IF WS-RUN-MM = 1
002490         COMPUTE WS-RPT-CCYY = WS-RUN-CCYY - 1
002500         MOVE 12 TO WS-RPT-MM
002510     ELSE
002520         MOVE WS-RUN-CCYY TO WS-RPT-CCYY
002530         COMPUTE WS-RPT-MM = WS-RUN-MM - 1
002540     END-IF.
002550
002560 X100-PRIOR-MONTH-PARA-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    A000-ONE-DISCLOSURE-PARA                                    *
002610*    PRINT THE DISCLOSURE WHEN IT WAS LOGGED IN THE REPORT       *
002620*    MONTH AND COUNT IT BY THE PROGRAM THAT LOGGED IT; PASS      *
002630*    EVERYTHING ELSE BY.                                         *
002640******************************************************************
002650 A000-ONE-DISCLOSURE-PARA.
002660
002670     IF DISC-DATE (1:6) NOT = WS-REPORT-MONTH
002680         GO TO A000-ONE-DISCLOSURE-PARA-EXIT
002690     END-IF
002700
002710     ADD 1 TO WS-CNT-PRINTED
002720
002730     EVALUATE TRUE
002740         WHEN DISC-BY-STUD
002750             ADD 1 TO WS-CNT-BY-STUD
002760         WHEN DISC-BY-ENRLHIST
002770             ADD 1 TO WS-CNT-BY-ENRLHIST
002780         WHEN DISC-BY-AUDHIST
002790             ADD 1 TO WS-CNT-BY-AUDHIST
002800         WHEN OTHER
002810             ADD 1 TO WS-CNT-BY-OTHER
002820     END-EVALUATE
002830
002840     IF DISC-NO-REQUESTER
002850         ADD 1 TO WS-CNT-NO-REQUESTER
002860     END-IF
002870
002880     PERFORM F100-PRINT-DETAIL-PARA
002890                THRU F100-PRINT-DETAIL-PARA-EXIT.
002900
002910 A000-ONE-DISCLOSURE-PARA-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950*    F000-PRINT-HEADINGS-PARA                                    *
002960*    WRITE THE REPORT HEADER, THE MONTH LINE AND THE COLUMN      *
002970*    HEADINGS AND START A NEW PAGE ON DISCPRT.                   *
002980******************************************************************
002990 F000-PRINT-HEADINGS-PARA.
003000
003010     ADD 1 TO WS-PAGE-NO
003020     MOVE WS-RUN-DATE   TO WS-HDG-RUN-DATE
003030     MOVE WS-PAGE-NO    TO WS-HDG-PAGE-NO
003040     MOVE WS-REPORT-MONTH (1:4) TO WS-HDG-CCYY
003050     MOVE WS-REPORT-MONTH (5:2) TO WS-HDG-MM
003060
003070     WRITE DISC-PRT-REC FROM WS-RPT-HEADING-1
003080         AFTER ADVANCING PAGE
003090     WRITE DISC-PRT-REC FROM WS-RPT-HEADING-2
003100         AFTER ADVANCING 2 LINES
003110     WRITE DISC-PRT-REC FROM WS-RPT-HEADING-3
003120         AFTER ADVANCING 2 LINES
003130
003140     MOVE ZERO TO WS-LINE-CNT.
003150
003160 F000-PRINT-HEADINGS-PARA-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    F100-PRINT-DETAIL-PARA                                      *
003210*    WRITE ONE DISCLOSURE LINE, STARTING A NEW PAGE FIRST WHEN   *
003220*    THE CURRENT PAGE IS FULL.                                   *
003230******************************************************************
003240 F100-PRINT-DETAIL-PARA.
003250
003260     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
003270         PERFORM F000-PRINT-HEADINGS-PARA
003280                    THRU F000-PRINT-HEADINGS-PARA-EXIT
003290     END-IF
003300
003310     MOVE DISC-DATE      TO WS-RPT-D-DATE
003320     MOVE DISC-PROGRAM   TO WS-RPT-D-PROGRAM
003330     MOVE DISC-STUD-ID   TO WS-RPT-D-STUD-ID
003340     MOVE DISC-REQUESTER TO WS-RPT-D-REQUESTER
003350     MOVE DISC-TIMESTAMP TO WS-RPT-D-TIMESTAMP
003360
003370     WRITE DISC-PRT-REC FROM WS-RPT-DETAIL
003380         AFTER ADVANCING 1 LINE
003390
003400     ADD 1 TO WS-LINE-CNT.
003410
003420 F100-PRINT-DETAIL-PARA-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    H000-SUMMARY-PARA                                           *
003470*    PRINT THE MONTH'S COUNTS - A QUIET MONTH SAYS SO ON THE     *
003480*    REPORT RATHER THAN SENDING A BARE HEADING. DISCLOSURES      *
003490*    LOGGED WITH NO REQUESTER END THE RUN RC 4 SO THE RECORDS    *
003500*    OFFICER'S FOLLOW-UP IS NOT MISSED.                          *
003510******************************************************************
003520 H000-SUMMARY-PARA.
003530
003540     IF WS-CNT-PRINTED = ZERO
003550         WRITE DISC-PRT-REC FROM WS-RPT-NONE-LINE
003560             AFTER ADVANCING 1 LINE
003570     END-IF
003580
003590     MOVE 'DISCLOSURES LOGGED:           ' TO WS-RPT-M-TEXT
003600     MOVE WS-CNT-PRINTED TO WS-RPT-M-COUNT
003610     WRITE DISC-PRT-REC FROM WS-RPT-SUMMARY-LINE
003620         AFTER ADVANCING 2 LINES
003630
003640     MOVE '  BY STUD INQUIRY:            ' TO WS-RPT-M-TEXT
003650     MOVE WS-CNT-BY-STUD TO WS-RPT-M-COUNT
003660     WRITE DISC-PRT-REC FROM WS-RPT-SUMMARY-LINE
003670         AFTER ADVANCING 1 LINE
003680
003690     MOVE '  BY ENRLHIST:                ' TO WS-RPT-M-TEXT
003700     MOVE WS-CNT-BY-ENRLHIST TO WS-RPT-M-COUNT
003710     WRITE DISC-PRT-REC FROM WS-RPT-SUMMARY-LINE
003720         AFTER ADVANCING 1 LINE
003730
003740     MOVE '  BY AUDHIST:                 ' TO WS-RPT-M-TEXT
003750     MOVE WS-CNT-BY-AUDHIST TO WS-RPT-M-COUNT
003760     WRITE DISC-PRT-REC FROM WS-RPT-SUMMARY-LINE
003770         AFTER ADVANCING 1 LINE
003780
003790     IF WS-CNT-BY-OTHER > ZERO
003800         MOVE '  BY OTHER PROGRAMS:          ' TO WS-RPT-M-TEXT
003810         MOVE WS-CNT-BY-OTHER TO WS-RPT-M-COUNT
003820         WRITE DISC-PRT-REC FROM WS-RPT-SUMMARY-LINE
003830             AFTER ADVANCING 1 LINE
003840     END-IF
003850
003860     MOVE 'WITH NO REQUESTER GIVEN:      ' TO WS-RPT-M-TEXT
003870     MOVE WS-CNT-NO-REQUESTER TO WS-RPT-M-COUNT
003880     WRITE DISC-PRT-REC FROM WS-RPT-SUMMARY-LINE
003890         AFTER ADVANCING 2 LINES
003900
003910     DISPLAY 'DISCRPT - MONTH ' WS-REPORT-MONTH
003920             ' LOG RECORDS READ: ' WS-CNT-READ
003930             ' DISCLOSURES: ' WS-CNT-PRINTED
003940             ' NO REQUESTER: ' WS-CNT-NO-REQUESTER
003950
003960     IF WS-CNT-NO-REQUESTER > ZERO
003970        AND RETURN-CODE < 4
003980         MOVE 4 TO RETURN-CODE
003990     END-IF.
004000
004010 H000-SUMMARY-PARA-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    Z000-TERMINATE-PARA                                         *
004060*    CLOSE FILES AT END OF RUN.                                  *
004070******************************************************************
004080 Z000-TERMINATE-PARA.
004090
004100     CLOSE DISCLOG
004110     CLOSE DISCPRT.
004120
004130 Z000-TERMINATE-PARA-EXIT.
004140     EXIT.
