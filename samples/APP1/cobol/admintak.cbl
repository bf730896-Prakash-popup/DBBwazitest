000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ADMINTAK.
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
000220*    10/15/2026 RH    INITIAL VERSION - ADMISSIONS INTAKE. READS *
000230*                     THE ADMISSIONS SYSTEM'S DELIMITED NEW-     *
000240*                     ADMIT FILE (APPLICANT|NAME|DEPARTMENT),    *
000250*                     EDITS THE NAME FOR BLANKS AND THE          *
000260*                     DEPARTMENT AGAINST THE MASTER, GIVES EACH  *
000270*                     GOOD ADMIT THE NEXT FREE STUD-ID FROM THE  *
000280*                     IDCTL CONTROL RECORD AND WRITES A COMPLETE *
000290*                     STUDMAINT BATCH - HEADER WITH A GENERATED  *
000300*                     BATCH ID, 'A' RECORDS, AND A TRAILER THAT  *
000310*                     BALANCES BY CONSTRUCTION - SO NEW-ADMIT    *
000320*                     LISTS ARE NO LONGER KEYED BY HAND. ADMITS  *
000330*                     THAT FAIL AN EDIT GO TO THE REJECT REPORT  *
000340*                     (RC 4); AN APPLICANT-TO-STUD-ID CROSS-     *
000350*                     REFERENCE GOES BACK TO ADMISSIONS. IDCTL   *
000360*                     IS ONLY ADVANCED ONCE THE BATCH IS WHOLE,  *
000370*                     SO A FAILED RUN IS SIMPLY RERUN.           *
000372*    10/15/2026 RH    CARRY STUDMAINT'S NEW PRIVACY-HOLD FIELD   *
000374*                     ON EACH 'A' RECORD (BLANK - NO HOLD) AND   *
000376*                     ITS HOLD COUNT ON THE TRAILER, ZERO FOR AN *
000378*                     ADMISSIONS BATCH.                          *
000380*                                                                *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ADMITIN ASSIGN TO ADMITIN
000440            ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT IDCTL ASSIGN TO IDCTL
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WS-IDCTL-STATUS.
000490
000500     SELECT TRANOUT ASSIGN TO TRANOUT
000510            ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT XREFOUT ASSIGN TO XREFOUT
000540            ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT ADMREJ ASSIGN TO ADMREJ
000570            ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610******************************************************************
000620*    ADMITIN - ONE ADMIT PER LINE, FIELDS SEPARATED BY '|':      *
000630*    APPLICANT NUMBER, STUDENT NAME, DEPARTMENT CODE.            *
000640******************************************************************
000650 FD  ADMITIN
000660     RECORDING MODE IS F.
000670 01  ADMIT-REC               PIC X(120).
000680
000690******************************************************************
000700*    IDCTL - A SINGLE CONTROL RECORD: THE NEXT STUD-ID TO TRY,   *
000710*    THE LAST INTAKE BATCH SEQUENCE USED, AND THE DATE AND BATCH *
000720*    ID OF THE LAST RUN THAT COMPLETED.                          *
000730******************************************************************
000740 FD  IDCTL
000750     RECORDING MODE IS F.
000760 01  CTL-REC.
000770     05 CTL-NEXT-STUDID      PIC 9(05).
000780     05 FILLER               PIC X(01).
000790     05 CTL-BATCH-SEQ        PIC 9(06).
000800     05 FILLER               PIC X(01).
000810     05 CTL-LAST-RUN-DATE    PIC X(08).
000820     05 FILLER               PIC X(01).
000830     05 CTL-LAST-BATCH-ID    PIC X(08).
000840     05 FILLER               PIC X(50).
000850
000860******************************************************************
000870*    TRANOUT - THE STUDMAINT TRANFILE BATCH. SAME LAYOUT AND     *
000880*    RECORD TYPES STUDMAINT READS.                               *
000890******************************************************************
000900 FD  TRANOUT
000910     RECORDING MODE IS F.
000920 01  TRAN-REC.
000930     05 TRAN-CODE            PIC X(01).
000940     05 TRAN-STUDID          PIC X(05).
000950     05 TRAN-STUDNAME        PIC X(10).
000960     05 TRAN-DEPARTMENT      PIC X(10).
000970     05 TRAN-MRG-SURVIVOR    PIC X(05).
000976     05 TRAN-PRIV-HOLD       PIC X(01).
000982     05 FILLER               PIC X(48).
000990
001000 01  TRAN-HDR-REC.
001010     05 HDR-CODE             PIC X(01).
001020     05 HDR-BATCH-ID         PIC X(08).
001030     05 HDR-PREP-DATE        PIC X(08).
001040     05 FILLER               PIC X(63).
001050
001060 01  TRAN-TRL-REC.
001070     05 TRL-CODE             PIC X(01).
001080     05 TRL-CNT-ADDS         PIC 9(07).
001090     05 TRL-CNT-CHANGES      PIC 9(07).
001100     05 TRL-CNT-DELETES      PIC 9(07).
001110     05 TRL-CNT-TOTAL        PIC 9(07).
001120     05 TRL-CNT-MERGES       PIC 9(07).
001126     05 TRL-CNT-HOLDS        PIC 9(07).
001132     05 FILLER               PIC X(37).
001140
001150 FD  XREFOUT
001160     RECORDING MODE IS F.
001170 01  XREF-REC                PIC X(80).
001180
001190 FD  ADMREJ
001200     RECORDING MODE IS F.
001210 01  ADMREJ-REC              PIC X(133).
001220
001230 WORKING-STORAGE SECTION.
001240 01  WS-SWITCHES.
001250     05 WS-EOF               PIC X(01) VALUE SPACE.
001260        88 WS-EOF-YES               VALUE 'Y'.
001270     05 WS-ADMIT-VALID-SW    PIC X(01) VALUE 'Y'.
001280        88 WS-ADMIT-VALID           VALUE 'Y'.
001290     05 WS-ID-FOUND-SW       PIC X(01) VALUE 'N'.
001300        88 WS-ID-FOUND              VALUE 'Y'.
001310     05 WS-ID-EXHAUSTED-SW   PIC X(01) VALUE 'N'.
001320        88 WS-ID-EXHAUSTED          VALUE 'Y'.
001330
001340 01  WS-IDCTL-STATUS         PIC X(02) VALUE SPACES.
001350     88 WS-IDCTL-OK                 VALUE '00'.
001360
001370 01  WS-RUN-DATE             PIC X(08).
001380 01  WS-BATCH-ID.
001390     05 FILLER               PIC X(02) VALUE 'AD'.
001400     05 WS-BATCH-SEQ         PIC 9(06) VALUE ZERO.
001410
001420******************************************************************
001430*    THE NEXT STUD-ID TO TRY IS CARRIED ONE DIGIT WIDER THAN THE *
001440*    KEY SO RUNNING OFF THE END OF THE RANGE CAN BE SEEN.        *
001450******************************************************************
001460 01  WS-NEXT-ID              PIC 9(06) VALUE ZERO.
001470 01  WS-NEXT-ID-5            PIC 9(05) VALUE ZERO.
001480 01  WS-NEXT-ID-X REDEFINES WS-NEXT-ID-5
001490                             PIC X(05).
001500 01  WS-FIRST-ID             PIC X(05) VALUE SPACES.
001510 01  WS-LAST-ID              PIC X(05) VALUE SPACES.
001520
001530******************************************************************
001540*    ONE ADMIT SPLIT INTO ITS FIELDS. EACH FIELD IS RECEIVED     *
001550*    WIDER THAN IT MAY BE, SO AN OVER-LONG VALUE IS REJECTED     *
001560*    RATHER THAN QUIETLY CUT SHORT.                              *
001570******************************************************************
001580 01  WS-ADMIT-FIELDS.
001590     05 WS-AI-APPL-NO        PIC X(30).
001600     05 WS-AI-NAME           PIC X(30).
001610     05 WS-AI-DEPT           PIC X(30).
001620     05 WS-AI-EXTRA          PIC X(30).
001630 01  WS-AI-FIELD-CNT         PIC S9(04) COMP VALUE ZERO.
001640 01  WS-ADMREJ-REASON        PIC X(30) VALUE SPACES.
001650
001660******************************************************************
001670*    APPLICANT NUMBERS ALREADY GIVEN A STUD-ID THIS RUN - THE    *
001680*    SAME APPLICANT TWICE IN ONE FILE WOULD OTHERWISE BECOME TWO *
001690*    STUDENTS.                                                   *
001700******************************************************************
001710 01  WS-APPL-MAX             PIC S9(09) COMP VALUE 5000.
001720 01  WS-APPL-CNT             PIC S9(09) COMP VALUE ZERO.
001730 01  WS-APPL-TABLE.
001740     05 WS-APPL-ENTRY        OCCURS 5000 TIMES
001750                             INDEXED BY WS-APPL-IDX.
001760        10 WS-APPL-NO        PIC X(12).
001770
001780 01  WS-SUMMARY-COUNTERS.
001790     05 WS-CNT-LINES         PIC 9(07) COMP-3 VALUE ZERO.
001800     05 WS-CNT-BLANK         PIC 9(07) COMP-3 VALUE ZERO.
001810     05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE ZERO.
001820     05 WS-CNT-ACCEPTED      PIC 9(07) COMP-3 VALUE ZERO.
001830     05 WS-CNT-REJECTED      PIC 9(07) COMP-3 VALUE ZERO.
001840     05 WS-CNT-BAD-DEPT      PIC 9(07) COMP-3 VALUE ZERO.
001850     05 WS-CNT-IDS-TAKEN     PIC 9(07) COMP-3 VALUE ZERO.
001860     05 WS-CNT-FAILED        PIC 9(07) COMP-3 VALUE ZERO.
001870
001880 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
001890 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
001900 01  WS-PAGE-NO              PIC 9(04) COMP-3 VALUE ZERO.
001910
001920 01  WS-XREF-HEADER.
001930     05 FILLER               PIC X(01) VALUE 'H'.
001940     05 FILLER               PIC X(01) VALUE '|'.
001950     05 WS-XREF-H-DATE       PIC X(08).
001960     05 FILLER               PIC X(01) VALUE '|'.
001970     05 WS-XREF-H-BATCH      PIC X(08).
001980     05 FILLER               PIC X(61) VALUE SPACES.
001990
002000 01  WS-XREF-DETAIL.
002010     05 WS-XREF-D-APPL-NO    PIC X(12).
002020     05 FILLER               PIC X(01) VALUE '|'.
002030     05 WS-XREF-D-STUDID     PIC X(05).
002040     05 FILLER               PIC X(01) VALUE '|'.
002050     05 WS-XREF-D-NAME       PIC X(10).
002060     05 FILLER               PIC X(01) VALUE '|'.
002070     05 WS-XREF-D-DEPT       PIC X(10).
002080     05 FILLER               PIC X(40) VALUE SPACES.
002090
002100 01  WS-XREF-TRAILER.
002110     05 FILLER               PIC X(01) VALUE 'T'.
002120     05 FILLER               PIC X(01) VALUE '|'.
002130     05 WS-XREF-T-COUNT      PIC 9(07).
002140     05 FILLER               PIC X(71) VALUE SPACES.
002150
002160 01  WS-RPT-HEADING-1.
002170     05 FILLER               PIC X(01) VALUE SPACE.
002180     05 FILLER               PIC X(30)
002190        VALUE 'ADMINTAK - INTAKE REJECTS'.
002200     05 FILLER               PIC X(01) VALUE SPACES.
002210     05 FILLER               PIC X(11) VALUE 'RUN DATE: '.
002220     05 WS-HDG-RUN-DATE      PIC X(08).
002230     05 FILLER               PIC X(10) VALUE SPACES.
002240     05 FILLER               PIC X(06) VALUE 'PAGE: '.
002250     05 WS-HDG-PAGE-NO       PIC ZZZ9.
002260     05 FILLER               PIC X(62) VALUE SPACES.
002270
002280 01  WS-RPT-HEADING-2.
002290     05 FILLER               PIC X(01) VALUE SPACE.
002300     05 FILLER               PIC X(07) VALUE 'BATCH: '.
002310     05 WS-HDG-BATCH-ID      PIC X(08).
002320     05 FILLER               PIC X(117) VALUE SPACES.
002330
002340 01  WS-RPT-HEADING-3.
002350     05 FILLER               PIC X(01) VALUE SPACE.
002360     05 FILLER               PIC X(08) VALUE 'LINE'.
002370     05 FILLER               PIC X(14) VALUE 'APPLICANT'.
002380     05 FILLER               PIC X(32) VALUE 'NAME'.
002390     05 FILLER               PIC X(12) VALUE 'DEPARTMENT'.
002400     05 FILLER               PIC X(06) VALUE 'REASON'.
002410     05 FILLER               PIC X(60) VALUE SPACES.
002420
002430 01  WS-RPT-DETAIL.
002440     05 FILLER               PIC X(01) VALUE SPACE.
002450     05 WS-RPT-D-LINE        PIC ZZZZZZ9.
002460     05 FILLER               PIC X(01) VALUE SPACES.
002470     05 WS-RPT-D-APPL-NO     PIC X(12).
002480     05 FILLER               PIC X(02) VALUE SPACES.
002490     05 WS-RPT-D-NAME        PIC X(30).
002500     05 FILLER               PIC X(02) VALUE SPACES.
002510     05 WS-RPT-D-DEPT        PIC X(10).
002520     05 FILLER               PIC X(02) VALUE SPACES.
002530     05 WS-RPT-D-REASON      PIC X(30).
002540     05 FILLER               PIC X(36) VALUE SPACES.
002550
002560 01  WS-RPT-GRAND-LINE.
002570     05 FILLER               PIC X(01) VALUE SPACE.
002580     05 WS-RPT-G-TEXT        PIC X(40).
002590     05 WS-RPT-G-COUNT       PIC ZZZ,ZZZ,ZZ9.
002600     05 FILLER               PIC X(81) VALUE SPACES.
002610
002620 01  WS-RPT-CAPTION.
002630     05 FILLER               PIC X(01) VALUE SPACE.
002640     05 WS-RPT-C-TEXT        PIC X(60) VALUE SPACES.
002650     05 FILLER               PIC X(72) VALUE SPACES.
002660
002670     EXEC SQL
002680          INCLUDE SQLCA
002690     END-EXEC.
002700
002710     EXEC SQL
002720          INCLUDE DCLGENS
002730     END-EXEC.
002740
002750     EXEC SQL
002760          INCLUDE DCLDEPT
002770     END-EXEC.
002780
002790     EXEC SQL
002800          INCLUDE DCLRLOG
002810     END-EXEC.
002820
002830 PROCEDURE DIVISION.
002840
002850 0000-MAINLINE-PARA.
002860
002870     PERFORM X000-INITIALIZE-PARA
002880                THRU X000-INITIALIZE-PARA-EXIT
002890
002900     PERFORM UNTIL WS-EOF-YES
002910
002920         READ ADMITIN
002930             AT END
002940                 MOVE 'Y' TO WS-EOF
002950             NOT AT END
002960                 ADD 1 TO WS-CNT-LINES
002970                 PERFORM A000-ONE-ADMIT-PARA
002980                            THRU A000-ONE-ADMIT-PARA-EXIT
002990         END-READ
003000
003010     END-PERFORM
003020
003030     PERFORM T000-WRITE-TRAILERS-PARA
003040                THRU T000-WRITE-TRAILERS-PARA-EXIT
003050
003054     IF RETURN-CODE < 16
003058         PERFORM K000-ADVANCE-CONTROL-PARA
003062                    THRU K000-ADVANCE-CONTROL-PARA-EXIT
003066     ELSE
003070         DISPLAY 'ADMINTAK - RUN FAILED - IDCTL NOT ADVANCED'
003074     END-IF
003080
003090     PERFORM H000-SUMMARY-PARA
003100                THRU H000-SUMMARY-PARA-EXIT
003110
003120     PERFORM L000-LOG-RUN-COUNTS-PARA
003130                THRU L000-LOG-RUN-COUNTS-PARA-EXIT
003140
003150     PERFORM Z000-TERMINATE-PARA
003160                THRU Z000-TERMINATE-PARA-EXIT
003170
003180     GOBACK.
003190
003200******************************************************************
003210*    X000-INITIALIZE-PARA                                        *
003220*    READ THE CONTROL RECORD FOR THE NEXT STUD-ID AND BATCH      *
003230*    SEQUENCE, THEN OPEN THE OUTPUTS AND WRITE THE BATCH HEADER, *
003240*    THE CROSS-REFERENCE HEADER AND THE FIRST REPORT PAGE. A     *
003250*    MISSING OR DAMAGED CONTROL RECORD STOPS THE RUN BEFORE      *
003260*    ANYTHING IS WRITTEN.                                        *
003270******************************************************************
003280 X000-INITIALIZE-PARA.
003290
003300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
003310
003320     OPEN I-O IDCTL
003330
003340     IF NOT WS-IDCTL-OK
003350         DISPLAY 'IDCTL OPEN FAILED - FILE STATUS: '
003360                 WS-IDCTL-STATUS
003370         MOVE +16 TO RETURN-CODE
003380         GOBACK
003390     END-IF
003400
003410     READ IDCTL
003420         AT END
003430             DISPLAY 'ADMINTAK - IDCTL CONTROL RECORD MISSING'
003440             MOVE +16 TO RETURN-CODE
003450             CLOSE IDCTL
003460             GOBACK
003470     END-READ
003480
003490     IF CTL-NEXT-STUDID IS NOT NUMERIC
003500        OR CTL-BATCH-SEQ IS NOT NUMERIC
003510         DISPLAY 'ADMINTAK - IDCTL CONTROL RECORD NOT NUMERIC: '
003520                 CTL-REC
003530         MOVE +16 TO RETURN-CODE
003540         CLOSE IDCTL
003550         GOBACK
003560     END-IF
003570
003580     MOVE CTL-NEXT-STUDID TO WS-NEXT-ID
003590     COMPUTE WS-BATCH-SEQ = CTL-BATCH-SEQ + 1
003600
003610     OPEN INPUT  ADMITIN
003620     OPEN OUTPUT TRANOUT
003630     OPEN OUTPUT XREFOUT
003640     OPEN OUTPUT ADMREJ
003650
003660     MOVE SPACES       TO TRAN-HDR-REC
003670     MOVE 'H'          TO HDR-CODE
003680     MOVE WS-BATCH-ID  TO HDR-BATCH-ID
003690     MOVE WS-RUN-DATE  TO HDR-PREP-DATE
003700     WRITE TRAN-HDR-REC
003710
003720     MOVE WS-RUN-DATE  TO WS-XREF-H-DATE
003730     MOVE WS-BATCH-ID  TO WS-XREF-H-BATCH
003740     WRITE XREF-REC FROM WS-XREF-HEADER
003750
003760     PERFORM F000-PRINT-HEADINGS-PARA
003770                THRU F000-PRINT-HEADINGS-PARA-EXIT
003780
003790     DISPLAY 'ADMINTAK - BUILDING BATCH ' WS-BATCH-ID
003800             ' FROM STUD-ID ' CTL-NEXT-STUDID.
003810
003820 X000-INITIALIZE-PARA-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    A000-ONE-ADMIT-PARA                                         *
003870*    SPLIT AND EDIT ONE ADMIT. A GOOD ONE IS GIVEN THE NEXT FREE *
003880*    STUD-ID AND WRITTEN TO THE BATCH AND THE CROSS-REFERENCE;   *
003890*    A BAD ONE GOES TO THE REJECT REPORT AND USES NO ID. BLANK   *
003900*    LINES ARE SKIPPED.                                          *
003910******************************************************************
003920 A000-ONE-ADMIT-PARA.
003930
003940     IF ADMIT-REC = SPACES
003950         ADD 1 TO WS-CNT-BLANK
003960         GO TO A000-ONE-ADMIT-PARA-EXIT
003970     END-IF
003980
003990     ADD 1 TO WS-CNT-READ
004000
004010     PERFORM A100-EDIT-ADMIT-PARA
004020                THRU A100-EDIT-ADMIT-PARA-EXIT
004030     IF NOT WS-ADMIT-VALID
004040         GO TO A000-ONE-ADMIT-PARA-EXIT
004050     END-IF
004060
004070     PERFORM A200-CHECK-DEPT-PARA
004080                THRU A200-CHECK-DEPT-PARA-EXIT
004090     IF NOT WS-ADMIT-VALID
004100         GO TO A000-ONE-ADMIT-PARA-EXIT
004110     END-IF
004120
004130     PERFORM A300-ASSIGN-STUDID-PARA
004140                THRU A300-ASSIGN-STUDID-PARA-EXIT
004150     IF NOT WS-ADMIT-VALID
004160         GO TO A000-ONE-ADMIT-PARA-EXIT
004170     END-IF
004180
004190     PERFORM B000-WRITE-ADMIT-PARA
004200                THRU B000-WRITE-ADMIT-PARA-EXIT.
004210
004220 A000-ONE-ADMIT-PARA-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*    A100-EDIT-ADMIT-PARA                                        *
004270*    SPLIT THE LINE ON '|' AND EDIT THE FIELDS: EXACTLY THREE    *
004280*    OF THEM, AN APPLICANT NUMBER NOT SEEN EARLIER IN THE FILE,  *
004290*    A NAME AND DEPARTMENT PRESENT, LEFT-JUSTIFIED AND WITHIN    *
004300*    THE STUDENT TABLE'S COLUMN WIDTHS.                          *
004310******************************************************************
004320 A100-EDIT-ADMIT-PARA.
004330
004340     MOVE 'Y'    TO WS-ADMIT-VALID-SW
004350     MOVE SPACES TO WS-ADMIT-FIELDS
004360     MOVE ZERO   TO WS-AI-FIELD-CNT
004370
004380     UNSTRING ADMIT-REC DELIMITED BY '|'
004390         INTO WS-AI-APPL-NO
004400              WS-AI-NAME
004410              WS-AI-DEPT
004420              WS-AI-EXTRA
004430         TALLYING IN WS-AI-FIELD-CNT
004440     END-UNSTRING
004450
004460     EVALUATE TRUE
004470         WHEN WS-AI-FIELD-CNT < 3
004480             MOVE 'FEWER THAN 3 FIELDS'    TO WS-ADMREJ-REASON
004490         WHEN WS-AI-FIELD-CNT > 3
004500             MOVE 'MORE THAN 3 FIELDS'     TO WS-ADMREJ-REASON
004510         WHEN WS-AI-APPL-NO = SPACES
004520             MOVE 'APPLICANT NUMBER MISSING'
004530                                           TO WS-ADMREJ-REASON
004540         WHEN WS-AI-APPL-NO (13:18) NOT = SPACES
004550             MOVE 'APPLICANT NUMBER TOO LONG'
004560                                           TO WS-ADMREJ-REASON
004570         WHEN WS-AI-NAME = SPACES
004580             MOVE 'NAME MISSING'           TO WS-ADMREJ-REASON
004590         WHEN WS-AI-NAME (1:1) = SPACE
004600             MOVE 'NAME HAS LEADING BLANKS'
004610                                           TO WS-ADMREJ-REASON
004620         WHEN WS-AI-NAME (11:20) NOT = SPACES
004630             MOVE 'NAME LONGER THAN 10'    TO WS-ADMREJ-REASON
004640         WHEN WS-AI-DEPT = SPACES
004650             MOVE 'DEPARTMENT MISSING'     TO WS-ADMREJ-REASON
004660         WHEN WS-AI-DEPT (1:1) = SPACE
004670             MOVE 'DEPARTMENT HAS LEADING BLANKS'
004680                                           TO WS-ADMREJ-REASON
004690         WHEN WS-AI-DEPT (11:20) NOT = SPACES
004700             MOVE 'DEPARTMENT LONGER THAN 10'
004710                                           TO WS-ADMREJ-REASON
004720         WHEN OTHER
004730             PERFORM A110-CHECK-APPL-DUP-PARA
004740                        THRU A110-CHECK-APPL-DUP-PARA-EXIT
004750     END-EVALUATE
004760
004770     IF WS-ADMIT-VALID
004780        AND WS-ADMREJ-REASON NOT = SPACES
004790         MOVE 'N' TO WS-ADMIT-VALID-SW
004800     END-IF
004810
004820     IF NOT WS-ADMIT-VALID
004830         PERFORM E000-REJECT-ADMIT-PARA
004840                    THRU E000-REJECT-ADMIT-PARA-EXIT
004850     END-IF.
004860
004870 A100-EDIT-ADMIT-PARA-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    A110-CHECK-APPL-DUP-PARA                                    *
004920*    REJECT AN APPLICANT NUMBER ALREADY GIVEN A STUD-ID THIS     *
004930*    RUN. PAST THE TABLE'S SIZE THE CHECK IS DROPPED WITH A      *
004940*    WARNING RATHER THAN STOPPING THE INTAKE.                    *
004950******************************************************************
004960 A110-CHECK-APPL-DUP-PARA.
004970
004980     IF WS-APPL-CNT = ZERO
004990         GO TO A110-CHECK-APPL-DUP-PARA-EXIT
005000     END-IF
005010
005020     SET WS-APPL-IDX TO 1
005030     SEARCH WS-APPL-ENTRY
005040         AT END
005050             CONTINUE
005060         WHEN WS-APPL-IDX > WS-APPL-CNT
005070             CONTINUE
005080         WHEN WS-APPL-NO (WS-APPL-IDX) = WS-AI-APPL-NO (1:12)
005090             MOVE 'DUPLICATE APPLICANT IN FILE'
005100                                     TO WS-ADMREJ-REASON
005110     END-SEARCH.
005120
005130 A110-CHECK-APPL-DUP-PARA-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    A200-CHECK-DEPT-PARA                                        *
005180*    THE DEPARTMENT MUST BE ON THE MASTER - THE SAME TEST        *
005190*    STUDMAINT APPLIES TO AN ADD, MADE HERE SO THE ADMIT IS      *
005200*    TURNED BACK TO ADMISSIONS INSTEAD OF REJECTING AT NIGHT.    *
005210******************************************************************
005220 A200-CHECK-DEPT-PARA.
005230
005240     MOVE WS-AI-DEPT (1:10) TO DEPTCODE
005250
005260     EXEC SQL
005270          SELECT  DEPTCODE
005280            INTO  :DEPTCODE
005290            FROM  DEPARTMENT
005300           WHERE  DEPTCODE = :DEPTCODE
005310     END-EXEC
005320
005330     EVALUATE SQLCODE
005340         WHEN 0
005350             CONTINUE
005360         WHEN 100
005370             MOVE 'N' TO WS-ADMIT-VALID-SW
005380             ADD 1 TO WS-CNT-BAD-DEPT
005390             MOVE 'DEPARTMENT NOT ON MASTER'
005400                             TO WS-ADMREJ-REASON
005410             PERFORM E000-REJECT-ADMIT-PARA
005420                        THRU E000-REJECT-ADMIT-PARA-EXIT
005430         WHEN OTHER
005440             MOVE 'N' TO WS-ADMIT-VALID-SW
005450             ADD 1 TO WS-CNT-FAILED
005460             DISPLAY 'DEPT CHECK FAILED - SQLCODE: ' SQLCODE
005470             MOVE 'DEPT CHECK FAILED - SEE SQLCODE'
005480                             TO WS-ADMREJ-REASON
005490             PERFORM E000-REJECT-ADMIT-PARA
005500                        THRU E000-REJECT-ADMIT-PARA-EXIT
005510             IF RETURN-CODE < 16
005520                 MOVE 16 TO RETURN-CODE
005530             END-IF
005540     END-EVALUATE.
005550
005560 A200-CHECK-DEPT-PARA-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*    A300-ASSIGN-STUDID-PARA                                     *
005610*    TAKE THE NEXT STUD-ID NOT ALREADY ON THE STUDENT TABLE,     *
005620*    STEPPING PAST ANY THE REGISTRAR KEYED BY HAND. ONCE THE     *
005630*    RANGE RUNS OUT EVERY REMAINING ADMIT IS REJECTED AND THE    *
005640*    RUN FAILS - THE CONTROL RECORD NEEDS ATTENTION.             *
005650******************************************************************
005660 A300-ASSIGN-STUDID-PARA.
005670
005680     MOVE 'N' TO WS-ID-FOUND-SW
005690
005700     PERFORM A310-PROBE-ONE-ID-PARA
005710                THRU A310-PROBE-ONE-ID-PARA-EXIT
005720         UNTIL WS-ID-FOUND
005730            OR WS-ID-EXHAUSTED
005740            OR NOT WS-ADMIT-VALID
005750
005760     IF WS-ID-EXHAUSTED
005770        AND WS-ADMIT-VALID
005780         MOVE 'N' TO WS-ADMIT-VALID-SW
005790         MOVE 'NO FREE STUD-ID LEFT' TO WS-ADMREJ-REASON
005800         PERFORM E000-REJECT-ADMIT-PARA
005810                    THRU E000-REJECT-ADMIT-PARA-EXIT
005820         IF RETURN-CODE < 16
005830             MOVE 16 TO RETURN-CODE
005840         END-IF
005850     END-IF.
005860
005870 A300-ASSIGN-STUDID-PARA-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    A310-PROBE-ONE-ID-PARA                                      *
005920*    LOOK FOR THE CANDIDATE STUD-ID ON THE STUDENT TABLE. A ROW  *
005930*    OF ANY STATUS - WITHDRAWN AND MERGED INCLUDED - MEANS THE   *
005940*    ID IS TAKEN; MOVE ON TO THE NEXT ONE.                       *
005950******************************************************************
005960 A310-PROBE-ONE-ID-PARA.
005970
005980     IF WS-NEXT-ID > 99999
005990         MOVE 'Y' TO WS-ID-EXHAUSTED-SW
006000         GO TO A310-PROBE-ONE-ID-PARA-EXIT
006010     END-IF
006020
006030     MOVE WS-NEXT-ID   TO WS-NEXT-ID-5
006040     MOVE WS-NEXT-ID-X TO STUDID
006050
006060     EXEC SQL
006070          SELECT  STUDID
006080            INTO  :STUDID
006090            FROM  STUDENT
006100           WHERE  STUDID = :STUDID
006110     END-EXEC
006120
006130     EVALUATE SQLCODE
006140         WHEN 0
006150             ADD 1 TO WS-CNT-IDS-TAKEN
006160             ADD 1 TO WS-NEXT-ID
006170         WHEN 100
006180             MOVE 'Y' TO WS-ID-FOUND-SW
006190         WHEN OTHER
006200             MOVE 'N' TO WS-ADMIT-VALID-SW
006210             ADD 1 TO WS-CNT-FAILED
006220             DISPLAY 'STUD-ID CHECK FAILED - SQLCODE: ' SQLCODE
006230             MOVE 'ID CHECK FAILED - SEE SQLCODE'
006240                             TO WS-ADMREJ-REASON
006250             PERFORM E000-REJECT-ADMIT-PARA
006260                        THRU E000-REJECT-ADMIT-PARA-EXIT
006270             IF RETURN-CODE < 16
006280                 MOVE 16 TO RETURN-CODE
006290             END-IF
006300     END-EVALUATE.
006310
006320 A310-PROBE-ONE-ID-PARA-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    B000-WRITE-ADMIT-PARA                                       *
006370*    WRITE THE 'A' TRANSACTION AND THE CROSS-REFERENCE LINE FOR  *
006380*    THE ADMIT, REMEMBER ITS APPLICANT NUMBER, AND STEP PAST THE *
006390*    STUD-ID JUST USED.                                          *
006400******************************************************************
006410 B000-WRITE-ADMIT-PARA.
006420
006430     MOVE SPACES             TO TRAN-REC
006440     MOVE 'A'                TO TRAN-CODE
006450     MOVE WS-NEXT-ID-X       TO TRAN-STUDID
006460     MOVE WS-AI-NAME (1:10)  TO TRAN-STUDNAME
006470     MOVE WS-AI-DEPT (1:10)  TO TRAN-DEPARTMENT
006475     MOVE SPACE              TO TRAN-PRIV-HOLD
006480     WRITE TRAN-REC
006490
006500     MOVE WS-AI-APPL-NO (1:12) TO WS-XREF-D-APPL-NO
006510     MOVE WS-NEXT-ID-X         TO WS-XREF-D-STUDID
006520     MOVE WS-AI-NAME (1:10)    TO WS-XREF-D-NAME
006530     MOVE WS-AI-DEPT (1:10)    TO WS-XREF-D-DEPT
006540     WRITE XREF-REC FROM WS-XREF-DETAIL
006550
006560     IF WS-APPL-CNT < WS-APPL-MAX
006570         ADD 1 TO WS-APPL-CNT
006580         MOVE WS-AI-APPL-NO (1:12)
006590                             TO WS-APPL-NO (WS-APPL-CNT)
006600     ELSE
006610         IF WS-APPL-CNT = WS-APPL-MAX
006620             DISPLAY 'ADMINTAK - OVER ' WS-APPL-MAX
006630                     ' ADMITS - DUPLICATE APPLICANT CHECK '
006640                     'STOPS HERE'
006650             ADD 1 TO WS-APPL-CNT
006660             IF RETURN-CODE < 4
006670                 MOVE 4 TO RETURN-CODE
006680             END-IF
006690         END-IF
006700     END-IF
006710
006720     IF WS-FIRST-ID = SPACES
006730         MOVE WS-NEXT-ID-X TO WS-FIRST-ID
006740     END-IF
006750     MOVE WS-NEXT-ID-X TO WS-LAST-ID
006760
006770     ADD 1 TO WS-CNT-ACCEPTED
006780     ADD 1 TO WS-NEXT-ID.
006790
006800 B000-WRITE-ADMIT-PARA-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840*    E000-REJECT-ADMIT-PARA                                      *
006850*    LIST ONE REJECTED ADMIT WITH ITS INPUT LINE NUMBER AND THE  *
006860*    STAGED REASON, CONTINUING ON A FRESH PAGE WHEN FULL. THE    *
006870*    RUN IS WARNED SO THE REPORT GETS BACK TO ADMISSIONS.        *
006880******************************************************************
006890 E000-REJECT-ADMIT-PARA.
006900
006910     IF WS-LINE-CNT >= WS-LINES-PER-PAGE
006920         PERFORM F000-PRINT-HEADINGS-PARA
006930                    THRU F000-PRINT-HEADINGS-PARA-EXIT
006940     END-IF
006950
006960     MOVE WS-CNT-LINES         TO WS-RPT-D-LINE
006970     MOVE WS-AI-APPL-NO (1:12) TO WS-RPT-D-APPL-NO
006980     MOVE WS-AI-NAME           TO WS-RPT-D-NAME
006990     MOVE WS-AI-DEPT (1:10)    TO WS-RPT-D-DEPT
007000     MOVE WS-ADMREJ-REASON     TO WS-RPT-D-REASON
007010
007020     WRITE ADMREJ-REC FROM WS-RPT-DETAIL
007030         AFTER ADVANCING 1 LINE
007040
007050     ADD 1 TO WS-LINE-CNT
007060     ADD 1 TO WS-CNT-REJECTED
007070     MOVE SPACES TO WS-ADMREJ-REASON
007080
007090     IF RETURN-CODE < 4
007100         MOVE 4 TO RETURN-CODE
007110     END-IF.
007120
007130 E000-REJECT-ADMIT-PARA-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170*    F000-PRINT-HEADINGS-PARA                                    *
007180*    START A NEW REJECT-REPORT PAGE.                             *
007190******************************************************************
007200 F000-PRINT-HEADINGS-PARA.
007210
007220     ADD 1 TO WS-PAGE-NO
007230     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
007240     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
007250     MOVE WS-BATCH-ID TO WS-HDG-BATCH-ID
007260
007270     WRITE ADMREJ-REC FROM WS-RPT-HEADING-1
007280         AFTER ADVANCING PAGE
007290     WRITE ADMREJ-REC FROM WS-RPT-HEADING-2
007300         AFTER ADVANCING 2 LINES
007310     WRITE ADMREJ-REC FROM WS-RPT-HEADING-3
007320         AFTER ADVANCING 2 LINES
007330
007340     MOVE ZERO TO WS-LINE-CNT.
007350
007360 F000-PRINT-HEADINGS-PARA-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*    T000-WRITE-TRAILERS-PARA                                    *
007410*    CLOSE THE BATCH WITH A TRAILER BUILT FROM THE RECORDS       *
007420*    ACTUALLY WRITTEN - ADDS ONLY - SO IT BALANCES IN THE        *
007430*    STUDMAINT VERIFY PASS, AND CLOSE THE CROSS-REFERENCE WITH   *
007435*    ITS COUNT.                                                  *
007440******************************************************************
007450 T000-WRITE-TRAILERS-PARA.
007460
007470     MOVE SPACES          TO TRAN-TRL-REC
007480     MOVE 'T'             TO TRL-CODE
007490     MOVE WS-CNT-ACCEPTED TO TRL-CNT-ADDS
007500     MOVE ZERO            TO TRL-CNT-CHANGES
007510     MOVE ZERO            TO TRL-CNT-DELETES
007520     MOVE WS-CNT-ACCEPTED TO TRL-CNT-TOTAL
007530     MOVE ZERO            TO TRL-CNT-MERGES
007535     MOVE ZERO            TO TRL-CNT-HOLDS
007540     WRITE TRAN-TRL-REC
007550
007560     MOVE WS-CNT-ACCEPTED TO WS-XREF-T-COUNT
007570     WRITE XREF-REC FROM WS-XREF-TRAILER.
007580
007590 T000-WRITE-TRAILERS-PARA-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*    K000-ADVANCE-CONTROL-PARA                                   *
007640*    NOW THE BATCH IS WHOLE, MOVE THE CONTROL RECORD PAST THE    *
007650*    STUD-IDS AND BATCH SEQUENCE THIS RUN USED. A RUN THAT DIES  *
007656*    BEFORE THIS POINT, OR HAS ALREADY FAILED (RC 16 - THE       *
007662*    MAINLINE DOES NOT COME HERE THEN, AND ADMITJOB DROPS THE    *
007668*    BATCH), LEAVES IT UNTOUCHED, AND THE RERUN HANDS OUT THE    *
007674*    SAME IDS AGAIN.                                             *
007680******************************************************************
007690 K000-ADVANCE-CONTROL-PARA.
007700
007710     IF WS-NEXT-ID > 99999
007720         MOVE 99999 TO CTL-NEXT-STUDID
007730     ELSE
007740         MOVE WS-NEXT-ID TO CTL-NEXT-STUDID
007750     END-IF
007760     MOVE WS-BATCH-SEQ    TO CTL-BATCH-SEQ
007770     MOVE WS-RUN-DATE     TO CTL-LAST-RUN-DATE
007780     MOVE WS-BATCH-ID     TO CTL-LAST-BATCH-ID
007790
007800     REWRITE CTL-REC
007810
007820     IF NOT WS-IDCTL-OK
007830         DISPLAY 'IDCTL REWRITE FAILED - FILE STATUS: '
007840                 WS-IDCTL-STATUS
007850         DISPLAY 'ADMINTAK - SET IDCTL TO NEXT STUD-ID '
007860                 WS-NEXT-ID ' BATCH SEQUENCE ' WS-BATCH-SEQ
007870                 ' BY HAND BEFORE THE NEXT INTAKE'
007880         IF RETURN-CODE < 16
007890             MOVE 16 TO RETURN-CODE
007900         END-IF
007910     END-IF.
007920
007930 K000-ADVANCE-CONTROL-PARA-EXIT.
007940     EXIT.
007950
007960******************************************************************
007970*    H000-SUMMARY-PARA                                           *
007980*    PRINT THE TOTALS PAGE OF THE REJECT REPORT AND DISPLAY THE  *
007990*    END-OF-JOB COUNTS.                                          *
008000******************************************************************
008010 H000-SUMMARY-PARA.
008020
008030     IF WS-CNT-REJECTED = ZERO
008040         MOVE 'NO ADMITS REJECTED' TO WS-RPT-C-TEXT
008050         WRITE ADMREJ-REC FROM WS-RPT-CAPTION
008060             AFTER ADVANCING 2 LINES
008070     END-IF
008080
008090     ADD 1 TO WS-PAGE-NO
008100     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
008110     MOVE WS-PAGE-NO  TO WS-HDG-PAGE-NO
008120
008130     WRITE ADMREJ-REC FROM WS-RPT-HEADING-1
008140         AFTER ADVANCING PAGE
008150     WRITE ADMREJ-REC FROM WS-RPT-HEADING-2
008160         AFTER ADVANCING 2 LINES
008170
008180     MOVE 'ADMITS READ'                    TO WS-RPT-G-TEXT
008190     MOVE WS-CNT-READ                      TO WS-RPT-G-COUNT
008200     WRITE ADMREJ-REC FROM WS-RPT-GRAND-LINE
008210         AFTER ADVANCING 2 LINES
008220
008230     MOVE 'ADMITS GIVEN A STUD-ID'         TO WS-RPT-G-TEXT
008240     MOVE WS-CNT-ACCEPTED                  TO WS-RPT-G-COUNT
008250     WRITE ADMREJ-REC FROM WS-RPT-GRAND-LINE
008260         AFTER ADVANCING 1 LINE
008270
008280     MOVE 'ADMITS REJECTED'                TO WS-RPT-G-TEXT
008290     MOVE WS-CNT-REJECTED                  TO WS-RPT-G-COUNT
008300     WRITE ADMREJ-REC FROM WS-RPT-GRAND-LINE
008310         AFTER ADVANCING 1 LINE
008320
008330     IF WS-CNT-ACCEPTED > ZERO
008340         MOVE SPACES TO WS-RPT-C-TEXT
008350         STRING 'STUD-IDS ASSIGNED ' DELIMITED BY SIZE
008360                WS-FIRST-ID          DELIMITED BY SIZE
008370                ' THROUGH '          DELIMITED BY SIZE
008380                WS-LAST-ID           DELIMITED BY SIZE
008390           INTO WS-RPT-C-TEXT
008400         WRITE ADMREJ-REC FROM WS-RPT-CAPTION
008410             AFTER ADVANCING 2 LINES
008420     END-IF
008430
008440     DISPLAY '==================================================='
008450     DISPLAY 'ADMINTAK - END OF JOB SUMMARY'
008460     DISPLAY '==================================================='
008470     DISPLAY 'BATCH ID ..................... ' WS-BATCH-ID
008480     DISPLAY 'INPUT LINES .................. ' WS-CNT-LINES
008490     DISPLAY 'BLANK LINES SKIPPED .......... ' WS-CNT-BLANK
008500     DISPLAY 'ADMITS READ .................. ' WS-CNT-READ
008510     DISPLAY 'ADMITS ACCEPTED .............. ' WS-CNT-ACCEPTED
008520     DISPLAY 'ADMITS REJECTED .............. ' WS-CNT-REJECTED
008530     DISPLAY 'UNKNOWN DEPARTMENT ........... ' WS-CNT-BAD-DEPT
008540     DISPLAY 'STUD-IDS ALREADY TAKEN ....... ' WS-CNT-IDS-TAKEN
008550     DISPLAY 'FIRST STUD-ID ASSIGNED ....... ' WS-FIRST-ID
008560     DISPLAY 'LAST STUD-ID ASSIGNED ........ ' WS-LAST-ID
008570     DISPLAY 'SQL FAILURES ................. ' WS-CNT-FAILED
008580     DISPLAY '=================================================='.
008590
008600 H000-SUMMARY-PARA-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    L000-LOG-RUN-COUNTS-PARA                                    *
008650*    INSERT THE END-OF-JOB COUNTS INTO THE RUNLOG TABLE FOR THE  *
008660*    MORNING RUNBAL REPORT.                                      *
008670******************************************************************
008680 L000-LOG-RUN-COUNTS-PARA.
008690
008700     MOVE 'ADMINTAK'         TO PROGNAME
008710     MOVE WS-RUN-DATE        TO RUNDATE
008720
008730     MOVE 'ADMITS-READ'      TO CNTRNAME
008740     MOVE WS-CNT-READ        TO CNTRVAL
008750     PERFORM L100-LOG-ONE-COUNT-PARA
008760                THRU L100-LOG-ONE-COUNT-PARA-EXIT
008770
008780     MOVE 'ADMITS-ACCEPTED'  TO CNTRNAME
008790     MOVE WS-CNT-ACCEPTED    TO CNTRVAL
008800     PERFORM L100-LOG-ONE-COUNT-PARA
008810                THRU L100-LOG-ONE-COUNT-PARA-EXIT
008820
008830     MOVE 'ADMITS-REJECTED'  TO CNTRNAME
008840     MOVE WS-CNT-REJECTED    TO CNTRVAL
008850     PERFORM L100-LOG-ONE-COUNT-PARA
008860                THRU L100-LOG-ONE-COUNT-PARA-EXIT
008870
008880     MOVE 'IDS-ALREADY-TAKEN' TO CNTRNAME
008890     MOVE WS-CNT-IDS-TAKEN   TO CNTRVAL
008900     PERFORM L100-LOG-ONE-COUNT-PARA
008910                THRU L100-LOG-ONE-COUNT-PARA-EXIT
008920
008930     MOVE 'FAILED'           TO CNTRNAME
008940     MOVE WS-CNT-FAILED      TO CNTRVAL
008950     PERFORM L100-LOG-ONE-COUNT-PARA
008960                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
008970
008980 L000-LOG-RUN-COUNTS-PARA-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020*    L100-LOG-ONE-COUNT-PARA                                     *
009030*    INSERT ONE STAGED COUNTER INTO RUNLOG. A FAILED INSERT      *
009040*    ONLY WARNS - THE BATCH ITSELF IS DONE.                      *
009050******************************************************************
009060 L100-LOG-ONE-COUNT-PARA.
009070
009080     EXEC SQL
009090          INSERT INTO RUNLOG
009100                 (PROGNAME, RUNDATE, CNTRNAME, CNTRVAL)
009110          VALUES (:PROGNAME, :RUNDATE, :CNTRNAME, :CNTRVAL)
009120     END-EXEC
009130
009140     IF SQLCODE NOT = 0
009150         DISPLAY 'RUNLOG INSERT FAILED - SQLCODE: ' SQLCODE
009160         IF RETURN-CODE < 4
009170             MOVE 4 TO RETURN-CODE
009180         END-IF
009190     END-IF.
009200
009210 L100-LOG-ONE-COUNT-PARA-EXIT.
009220     EXIT.
009230
009240******************************************************************
009250*    Z000-TERMINATE-PARA                                         *
009260*    CLOSE FILES AT END OF RUN.                                  *
009270******************************************************************
009280 Z000-TERMINATE-PARA.
009290
009300     CLOSE ADMITIN
009310     CLOSE IDCTL
009320     CLOSE TRANOUT
009330     CLOSE XREFOUT
009340     CLOSE ADMREJ.
009350
009360 Z000-TERMINATE-PARA-EXIT.
009370     EXIT.
