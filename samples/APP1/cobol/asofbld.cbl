000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ASOFBLD.
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
000220*    10/15/2026 RH    INITIAL VERSION - REBUILD EVERY STUDENT'S  *
000230*                     NAME, DEPARTMENT AND STATUS AS OF THE PARM *
000240*                     DATE FOR THE AS-OF ROSTER. BALANCE-LINES   *
000250*                     THE STUDENT TABLE, THE AUDFILE (SORTED BY  *
000260*                     STUD-ID, NEWEST FIRST) AND THE ENROLLMENT  *
000270*                     ROWS OPEN ON THE DATE, IN THE STYLE OF     *
000280*                     STUDRECON. EACH STUDENT'S CURRENT ROW IS   *
000290*                     ROLLED BACK THROUGH THE BEFORE IMAGES OF   *
000300*                     EVERY CHANGE MADE AFTER THE DATE, AND EACH *
000310*                     AFTER IMAGE MUST TIE TO THE STATE IT IS    *
000320*                     ROLLED BACK FROM - A BREAK IN THE CHAIN,   *
000330*                     OR A DATE BEFORE THE AUDIT TRAIL BEGAN,    *
000340*                     SENDS THE STUDENT TO THE INCOMPLETE-       *
000350*                     HISTORY LIST INSTEAD OF THE ROSTER. WRITES *
000360*                     THE ASOFWORK DETAIL ASOFRPT PRINTS FROM.   *
000361*    10/15/2026 RH    ROLL BACK STUDMAINT'S 'M' MERGE RECORDS -  *
000362*                     THE RETIRED ID'S RECORD MUST FIND THE ROW  *
000363*                     MERGED AND RESTORES ITS EARLIER STATUS;    *
000364*                     THE SURVIVOR'S CHANGES NOTHING. A STUDENT  *
000365*                     ALREADY MERGED ON THE DATE IS LEFT OFF THE *
000366*                     ROSTER AND COUNTED SEPARATELY.             *
000367*    10/15/2026 RH    TREAT STUDMAINT'S 'P' PRIVACY-HOLD RECORDS *
000368*                     AS CHANGES - THEIR BEFORE AND AFTER NAME   *
000369*                     AND DEPARTMENT ARE THE SAME, SO THEY ROLL  *
000370*                     BACK TO THE STATE THEY WERE TAKEN FROM.    *
000372*                     CARRY THE STUDENT'S PRIVACY HOLD AS IT     *
000374*                     STANDS TODAY ON ASOFWORK SO ASOFRPT CAN    *
000376*                     WITHHOLD THE NAME.                         *
000378*                                                                *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDSRT ASSIGN TO AUDSRT
000430            ORGANIZATION IS SEQUENTIAL.
000440
000450     SELECT ASOFWORK ASSIGN TO ASOFWORK
000460            ORGANIZATION IS SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500******************************************************************
000510*    AUDSRT IS THE STUDMAINT/ENRLLOAD AUDFILE SORTED BY STUD-ID  *
000520*    AND THEN TIMESTAMP DESCENDING BY THE PRECEDING SORT STEP,   *
000530*    SO EACH STUDENT'S CHANGES ARRIVE NEWEST FIRST - THE ORDER   *
000540*    THEY ARE ROLLED BACK IN. SAME LAYOUT AS AUDHIST'S AUD-REC.  *
000550******************************************************************
000560 FD  AUDSRT
000570     RECORDING MODE IS F.
000580 01  AUD-REC.
000590     05 AUD-TIMESTAMP         PIC X(26).
000600     05 FILLER                PIC X(01).
000610     05 AUD-TRAN-CODE         PIC X(01).
000620        88 AUD-IS-ADD                VALUE 'A'.
000630        88 AUD-IS-CHANGE             VALUE 'C' 'T' 'P'.
000640        88 AUD-IS-WITHDRAW           VALUE 'D'.
000645        88 AUD-IS-MERGE              VALUE 'M'.
000650     05 FILLER                PIC X(01).
000660     05 AUD-STUDID            PIC X(05).
000670     05 FILLER                PIC X(01).
000680     05 AUD-OLD-NAME          PIC X(10).
000690     05 FILLER                PIC X(01).
000700     05 AUD-OLD-DEPT          PIC X(10).
000710     05 FILLER                PIC X(01).
000720     05 AUD-NEW-NAME          PIC X(10).
000730     05 FILLER                PIC X(01).
000740     05 AUD-NEW-DEPT          PIC X(10).
000742     05 AUD-OLD-HOLD          PIC X(01).
000744     05 AUD-NEW-HOLD          PIC X(01).
000746        88 AUD-NEW-HOLD-SET          VALUE 'Y' 'N'.
000751
000752******************************************************************
000753*    MERGE VIEW - STUDMAINT'S 'M' RECORDS CARRY THE ROLE, THE    *
000754*    OTHER STUD-ID OF THE PAIR AND THE PRE-MERGE STUDSTAT IN     *
000755*    THE NEW-IMAGE AREA.                                         *
000756******************************************************************
000757 01  AUD-MRG-REC.
000758     05 FILLER                PIC X(57).
000759     05 AUD-MRG-ROLE          PIC X(01).
000760        88 AUD-MRG-IS-RETIRED       VALUE 'R'.
000761        88 AUD-MRG-IS-SURVIVOR      VALUE 'S'.
000762     05 AUD-MRG-OTHER-ID      PIC X(05).
000763     05 AUD-MRG-OLD-STAT      PIC X(01).
000764     05 FILLER                PIC X(16).
000765
000770******************************************************************
000780*    ASOFWORK - ONE RECORD PER STUDENT ON FILE AS OF THE DATE    *
000790*    (TYPE 'R') OR WHOSE HISTORY COULD NOT BE REBUILT (TYPE      *
000800*    'X'). SORTED BY TYPE, DEPARTMENT AND STUD-ID AHEAD OF       *
000810*    ASOFRPT, SO THE INCOMPLETE LIST FALLS AFTER THE ROSTER. A   *
000820*    ROSTER RECORD CARRIES THE DEPARTMENT NAME, AN INCOMPLETE    *
000830*    ONE THE REASON IN THE SAME BYTES. BOTH CARRY TODAY'S        *
000833*    PRIVACY HOLD - THE ROSTER IS A DISCLOSURE MADE NOW,         *
000836*    WHATEVER THE AS-OF DATE.                                    *
000840******************************************************************
000850 FD  ASOFWORK
000860     RECORDING MODE IS F.
000870 01  AW-REC.
000880     05 AW-REC-TYPE           PIC X(01).
000890        88 AW-ROSTER                 VALUE 'R'.
000900        88 AW-INCOMPLETE             VALUE 'X'.
000910     05 AW-DEPT-CODE          PIC X(10).
000920     05 AW-STUD-ID            PIC X(05).
000930     05 AW-STUD-NAME          PIC X(10).
000940     05 AW-STUD-STATUS        PIC X(01).
000950     05 AW-ENRL-DEPT          PIC X(10).
000960     05 AW-SECT-CNT           PIC 9(03).
000970     05 AW-DEPT-NAME          PIC X(30).
000980     05 AW-REASON REDEFINES AW-DEPT-NAME
000990                              PIC X(30).
001000     05 AW-PRIV-HOLD          PIC X(01).
001005     05 FILLER                PIC X(09).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-ASOF-DATE            PIC X(08) VALUE SPACES.
001040
001050******************************************************************
001060*    STUDMAINT STARTED WRITING AUDFILE ON 08/23/2026. A STUDENT  *
001070*    WITH NO ADD RECORD ON FILE EXISTED BEFORE THEN, SO FOR AN   *
001080*    EARLIER AS-OF DATE THERE IS NOTHING TO ROLL BACK TO.        *
001090******************************************************************
001100 01  WS-AUDIT-START-DATE     PIC X(08) VALUE '20260823'.
001110
001120 01  WS-NEXT-KEYS.
001130     05 WS-STU-NEXT-ID       PIC X(05) VALUE LOW-VALUES.
001140     05 WS-AUD-NEXT-ID       PIC X(05) VALUE LOW-VALUES.
001150     05 WS-ENR-NEXT-ID       PIC X(05) VALUE LOW-VALUES.
001160     05 WS-LOW-ID            PIC X(05) VALUE LOW-VALUES.
001170
001180******************************************************************
001190*    HOST VARIABLES FOR THE TWO CURSORS - WS FIELDS RATHER THAN  *
001200*    DCLGENS/DCLENRL, WHICH BOTH DECLARE STUDID.                 *
001210******************************************************************
001220 01  WS-STU-ROW.
001230     05 WS-STU-ID            PIC X(05).
001240     05 WS-STU-NAME          PIC X(10).
001250     05 WS-STU-DEPT          PIC X(10).
001260     05 WS-STU-STAT          PIC X(01).
001265     05 WS-STU-HOLD          PIC X(01).
001270
001280 01  WS-ENR-ROW.
001290     05 WS-ENR-ID            PIC X(05).
001300     05 WS-ENR-DEPT          PIC X(10).
001310     05 WS-ENR-CNT           PIC S9(09) COMP.
001320
001330******************************************************************
001340*    THE STUDENT AS ROLLED BACK SO FAR - STARTS AS THE CURRENT   *
001350*    STUDENT ROW (OR NOT ON FILE) AND STEPS BACK ONE AUDIT       *
001360*    RECORD AT A TIME.                                           *
001370******************************************************************
001380 01  WS-ROLL-STATE.
001390     05 WS-ROLL-EXISTS-SW    PIC X(01) VALUE 'N'.
001400        88 WS-ROLL-EXISTS           VALUE 'Y'.
001410     05 WS-ROLL-NAME         PIC X(10) VALUE SPACES.
001420     05 WS-ROLL-DEPT         PIC X(10) VALUE SPACES.
001430     05 WS-ROLL-STAT         PIC X(01) VALUE SPACES.
001440        88 WS-ROLL-WITHDRAWN        VALUE 'W'.
001445        88 WS-ROLL-MERGED           VALUE 'M'.
001450
001460 01  WS-NOW-NAME             PIC X(10) VALUE SPACES.
001465 01  WS-NOW-HOLD             PIC X(01) VALUE SPACE.
001470
001480 01  WS-AUD-SEEN-SW          PIC X(01) VALUE 'N'.
001490     88 WS-AUD-SEEN                 VALUE 'Y'.
001500 01  WS-ROLL-DONE-SW         PIC X(01) VALUE 'N'.
001510     88 WS-ROLL-DONE                VALUE 'Y'.
001520 01  WS-CONFIDENT-SW         PIC X(01) VALUE 'Y'.
001530     88 WS-CONFIDENT                VALUE 'Y'.
001540 01  WS-ROLL-REASON          PIC X(30) VALUE SPACES.
001550
001560 01  WS-ENRL-HIT-SW          PIC X(01) VALUE 'N'.
001570     88 WS-ENRL-HIT                 VALUE 'Y'.
001580 01  WS-ENRL-DEPT            PIC X(10) VALUE SPACES.
001590 01  WS-ENRL-SECTS           PIC 9(03) VALUE ZERO.
001600
001610 01  WS-SUMMARY-COUNTERS.
001620     05 WS-CNT-STU-READ      PIC 9(07) COMP-3 VALUE ZERO.
001630     05 WS-CNT-AUD-READ      PIC 9(07) COMP-3 VALUE ZERO.
001640     05 WS-CNT-AUD-ROLLED    PIC 9(07) COMP-3 VALUE ZERO.
001650     05 WS-CNT-ENR-READ      PIC 9(07) COMP-3 VALUE ZERO.
001660     05 WS-CNT-ROSTER        PIC 9(07) COMP-3 VALUE ZERO.
001670     05 WS-CNT-INCOMPLETE    PIC 9(07) COMP-3 VALUE ZERO.
001680     05 WS-CNT-NOT-YET       PIC 9(07) COMP-3 VALUE ZERO.
001685     05 WS-CNT-MERGED        PIC 9(07) COMP-3 VALUE ZERO.
001690
001700     EXEC SQL
001710          INCLUDE SQLCA
001720     END-EXEC.
001730
001740     EXEC SQL
001750          INCLUDE DCLDEPT
001760     END-EXEC.
001770
001780     EXEC SQL
001790          DECLARE STUCSR CURSOR FOR
001800          SELECT  STUDID, STUDNAME, DEPARTMENT, STUDSTAT,
001805                  PRIVHOLD
001810            FROM  STUDENT
001820           ORDER  BY STUDID
001830     END-EXEC.
001840
001850******************************************************************
001860*    ENROLLMENT ROWS OPEN ON THE AS-OF DATE - EFFECTIVE ON OR    *
001870*    BEFORE IT AND NOT YET ENDED (A ROW ENDED ON THE DATE ITSELF *
001880*    IS NO LONGER OPEN). ONE ROW PER STUDENT AND DEPARTMENT WITH *
001890*    THE NUMBER OF SECTIONS HELD.                                *
001900******************************************************************
001910     EXEC SQL
001920          DECLARE ENRCSR CURSOR FOR
001930          SELECT  STUDID, ENRLDEPT, COUNT(*)
001940            FROM  ENROLLMENT
001950           WHERE  EFFDATE <= :WS-ASOF-DATE
001960             AND  (ENDDATE = '        '
001970                   OR ENDDATE > :WS-ASOF-DATE)
001980           GROUP  BY STUDID, ENRLDEPT
001990           ORDER  BY STUDID, ENRLDEPT
002000     END-EXEC.
002010
002020 LINKAGE SECTION.
002030 01  LK-ASOF-PARM.
002040     05 LK-PARM-LEN          PIC S9(04) COMP.
002050     05 LK-PARM-ASOF         PIC X(08).
002060
002070 PROCEDURE DIVISION USING LK-ASOF-PARM.
002080
002090 0000-MAINLINE-PARA.
002100
002110     IF LK-PARM-LEN < 8
002120         DISPLAY 'ASOFBLD - AS-OF DATE MISSING FROM PARM '
002130                 '(CCYYMMDD)'
002140         MOVE +16 TO RETURN-CODE
002150         GOBACK
002160     END-IF
002170
002180     MOVE LK-PARM-ASOF TO WS-ASOF-DATE
002190
002200     IF WS-ASOF-DATE IS NOT NUMERIC
002210         DISPLAY 'ASOFBLD - AS-OF DATE NOT NUMERIC: '
002220                 WS-ASOF-DATE
002230         MOVE +16 TO RETURN-CODE
002240         GOBACK
002250     END-IF
002260
002270     PERFORM X000-INITIALIZE-PARA
002280                THRU X000-INITIALIZE-PARA-EXIT
002290
002300     PERFORM A000-REBUILD-ONE-ID-PARA
002310                THRU A000-REBUILD-ONE-ID-PARA-EXIT
002320         UNTIL WS-STU-NEXT-ID = HIGH-VALUES
002330           AND WS-AUD-NEXT-ID = HIGH-VALUES
002340           AND WS-ENR-NEXT-ID = HIGH-VALUES
002350
002360     PERFORM H000-SUMMARY-PARA
002370                THRU H000-SUMMARY-PARA-EXIT
002380
002390     PERFORM Z000-TERMINATE-PARA
002400                THRU Z000-TERMINATE-PARA-EXIT
002410
002420     GOBACK.
002430
002440******************************************************************
002450*    X000-INITIALIZE-PARA                                        *
002460*    OPEN THE FILES AND BOTH CURSORS AND PRIME ONE RECORD FROM   *
002470*    EACH OF THE THREE SOURCES SO THE BALANCE LINE HAS A KEY     *
002480*    FROM EVERY SIDE.                                            *
002490******************************************************************
002500 X000-INITIALIZE-PARA.
002510
002520     OPEN INPUT  AUDSRT
002530     OPEN OUTPUT ASOFWORK
002540
002550     EXEC SQL
002560          OPEN STUCSR
002570     END-EXEC
002580
002590     IF SQLCODE NOT = 0
002600         DISPLAY 'STUCSR OPEN FAILED - SQLCODE: ' SQLCODE
002610         MOVE +16 TO RETURN-CODE
002620         GOBACK
002630     END-IF
002640
002650     EXEC SQL
002660          OPEN ENRCSR
002670     END-EXEC
002680
002690     IF SQLCODE NOT = 0
002700         DISPLAY 'ENRCSR OPEN FAILED - SQLCODE: ' SQLCODE
002710         MOVE +16 TO RETURN-CODE
002720         GOBACK
002730     END-IF
002740
002750     PERFORM R100-FETCH-STUDENT-PARA
002760                THRU R100-FETCH-STUDENT-PARA-EXIT
002770     PERFORM R200-READ-AUDIT-PARA
002780                THRU R200-READ-AUDIT-PARA-EXIT
002790     PERFORM R300-FETCH-ENRL-PARA
002800                THRU R300-FETCH-ENRL-PARA-EXIT.
002810
002820 X000-INITIALIZE-PARA-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*    A000-REBUILD-ONE-ID-PARA                                    *
002870*    ONE PASS OF THE BALANCE LINE: TAKE THE LOWEST STUD-ID       *
002880*    WAITING ON ANY SOURCE, START FROM ITS CURRENT STUDENT ROW,  *
002890*    ROLL BACK THROUGH ITS AUDIT RECORDS, GATHER ITS ENROLLMENT  *
002900*    ON THE DATE, THEN WRITE THE RESULT.                         *
002910******************************************************************
002920 A000-REBUILD-ONE-ID-PARA.
002930
002940     MOVE WS-STU-NEXT-ID TO WS-LOW-ID
002950     IF WS-AUD-NEXT-ID < WS-LOW-ID
002960         MOVE WS-AUD-NEXT-ID TO WS-LOW-ID
002970     END-IF
002980     IF WS-ENR-NEXT-ID < WS-LOW-ID
002990         MOVE WS-ENR-NEXT-ID TO WS-LOW-ID
003000     END-IF
003010
003020     MOVE 'N'    TO WS-ROLL-EXISTS-SW
003030     MOVE SPACES TO WS-ROLL-NAME
003040     MOVE SPACES TO WS-ROLL-DEPT
003050     MOVE SPACES TO WS-ROLL-STAT
003060     MOVE SPACES TO WS-NOW-NAME
003065     MOVE SPACE  TO WS-NOW-HOLD
003070     MOVE 'N'    TO WS-AUD-SEEN-SW
003080     MOVE 'N'    TO WS-ROLL-DONE-SW
003090     MOVE 'Y'    TO WS-CONFIDENT-SW
003100     MOVE SPACES TO WS-ROLL-REASON
003110     MOVE 'N'    TO WS-ENRL-HIT-SW
003120     MOVE SPACES TO WS-ENRL-DEPT
003130     MOVE ZERO   TO WS-ENRL-SECTS
003140
003150     IF WS-STU-NEXT-ID = WS-LOW-ID
003160         ADD 1 TO WS-CNT-STU-READ
003170         MOVE 'Y'         TO WS-ROLL-EXISTS-SW
003180         MOVE WS-STU-NAME TO WS-ROLL-NAME
003190         MOVE WS-STU-NAME TO WS-NOW-NAME
003195         MOVE WS-STU-HOLD TO WS-NOW-HOLD
003200         MOVE WS-STU-DEPT TO WS-ROLL-DEPT
003210         MOVE WS-STU-STAT TO WS-ROLL-STAT
003220         PERFORM R100-FETCH-STUDENT-PARA
003230                    THRU R100-FETCH-STUDENT-PARA-EXIT
003240     END-IF
003250
003260     PERFORM B100-ROLL-ONE-AUDIT-PARA
003270                THRU B100-ROLL-ONE-AUDIT-PARA-EXIT
003280         UNTIL WS-AUD-NEXT-ID NOT = WS-LOW-ID
003290
003300     PERFORM B200-CONSUME-ENRL-PARA
003310                THRU B200-CONSUME-ENRL-PARA-EXIT
003320         UNTIL WS-ENR-NEXT-ID NOT = WS-LOW-ID
003330
003340     PERFORM C000-JUDGE-ONE-ID-PARA
003350                THRU C000-JUDGE-ONE-ID-PARA-EXIT.
003360
003370 A000-REBUILD-ONE-ID-PARA-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*    B100-ROLL-ONE-AUDIT-PARA                                    *
003420*    TAKE ONE AUDIT RECORD FOR THE CURRENT ID (NEWEST FIRST).    *
003430*    ITS AFTER IMAGE MUST MATCH THE STATE BEING ROLLED BACK -    *
003440*    THE NAME AND DEPARTMENT FOR AN ADD, CHANGE OR TRANSFER; A   *
003450*    WITHDRAWN (OR, BEFORE 09/02/2026, DELETED) STUDENT FOR A    *
003460*    WITHDRAWAL; A MERGED ROW FOR THE RETIRED SIDE OF A MERGE    *
003463*    (THE SURVIVOR'S SIDE CHANGES NOTHING AND IS NOT CHECKED).   *
003466*    A MISMATCH MEANS A CHANGE WAS MADE OUTSIDE THE              *
003470*    AUDITED PATH AND THE STUDENT CANNOT BE REBUILT. THE FIRST   *
003480*    RECORD DATED ON OR BEFORE THE AS-OF DATE IS CHECKED THE     *
003490*    SAME WAY AND ENDS THE ROLL-BACK; ANY OLDER RECORDS ARE      *
003500*    SIMPLY PASSED OVER. A RECORD AFTER THE DATE IS UNDONE BY    *
003510*    RESTORING ITS BEFORE IMAGE.                                 *
003511*    ENRLLOAD STAMPS A DEPARTMENT TRANSFER ('T') WITH ITS        *
003512*    EFFECTIVE DATE, SO A BACK-DATED TRANSFER IS JUDGED AGAINST  *
003513*    THE AS-OF DATE ON THE SAME DATE AS ITS ENROLLMENT ROWS. A   *
003514*    STUDMAINT CHANGE MADE BETWEEN THAT DATE AND THE LOAD STILL  *
003515*    CARRIES THE OLD DEPARTMENT AND BREAKS THE CHAIN, SO SUCH A  *
003516*    STUDENT IS LISTED AS INCOMPLETE RATHER THAN GUESSED AT.     *
003517*    A STUDENT WITH NO HOLD ON THE CURRENT ROW TAKES TODAY'S     *
003518*    HOLD FROM THE NEWEST AUDIT RECORD THAT CARRIES ONE.         *
003520******************************************************************
003530 B100-ROLL-ONE-AUDIT-PARA.
003540
003550     ADD 1 TO WS-CNT-AUD-READ
003560     MOVE 'Y' TO WS-AUD-SEEN-SW
003561
003562     IF WS-NOW-HOLD = SPACE
003563        AND AUD-NEW-HOLD-SET
003564         MOVE AUD-NEW-HOLD TO WS-NOW-HOLD
003565     END-IF
003570
003580     IF WS-ROLL-DONE
003590         GO TO B100-ROLL-ONE-AUDIT-PARA-NEXT
003600     END-IF
003610
003620     EVALUATE TRUE
003630         WHEN AUD-IS-ADD
003640         WHEN AUD-IS-CHANGE
003650             IF NOT WS-ROLL-EXISTS
003660                OR AUD-NEW-NAME NOT = WS-ROLL-NAME
003670                OR AUD-NEW-DEPT NOT = WS-ROLL-DEPT
003680                 MOVE 'N' TO WS-CONFIDENT-SW
003690                 MOVE 'AUDIT CHAIN BROKEN'
003700                                 TO WS-ROLL-REASON
003710             END-IF
003720         WHEN AUD-IS-WITHDRAW
003730             IF WS-ROLL-EXISTS AND NOT WS-ROLL-WITHDRAWN
003740                 MOVE 'N' TO WS-CONFIDENT-SW
003750                 MOVE 'AUDIT CHAIN BROKEN'
003760                                 TO WS-ROLL-REASON
003770             END-IF
003771         WHEN AUD-IS-MERGE
003772             IF AUD-MRG-IS-RETIRED
003773                AND (NOT WS-ROLL-EXISTS OR NOT WS-ROLL-MERGED)
003774                 MOVE 'N' TO WS-CONFIDENT-SW
003775                 MOVE 'AUDIT CHAIN BROKEN'
003776                                 TO WS-ROLL-REASON
003777             END-IF
003780         WHEN OTHER
003790             MOVE 'N' TO WS-CONFIDENT-SW
003800             MOVE 'UNKNOWN AUDIT TRANSACTION CODE'
003810                                 TO WS-ROLL-REASON
003820     END-EVALUATE
003830
003840     IF AUD-TIMESTAMP (1:8) <= WS-ASOF-DATE
003850         MOVE 'Y' TO WS-ROLL-DONE-SW
003860         GO TO B100-ROLL-ONE-AUDIT-PARA-NEXT
003870     END-IF
003880
003890     ADD 1 TO WS-CNT-AUD-ROLLED
003900
003910     EVALUATE TRUE
003920         WHEN AUD-IS-ADD
003930             MOVE 'N'          TO WS-ROLL-EXISTS-SW
003940             MOVE SPACES       TO WS-ROLL-NAME
003950             MOVE SPACES       TO WS-ROLL-DEPT
003960             MOVE SPACES       TO WS-ROLL-STAT
003970         WHEN AUD-IS-CHANGE
003980             MOVE AUD-OLD-NAME TO WS-ROLL-NAME
003990             MOVE AUD-OLD-DEPT TO WS-ROLL-DEPT
004000         WHEN AUD-IS-WITHDRAW
004010             MOVE 'Y'          TO WS-ROLL-EXISTS-SW
004020             MOVE AUD-OLD-NAME TO WS-ROLL-NAME
004030             MOVE AUD-OLD-DEPT TO WS-ROLL-DEPT
004040             MOVE 'A'          TO WS-ROLL-STAT
004042         WHEN AUD-IS-MERGE
004044             IF AUD-MRG-IS-RETIRED
004046                 MOVE AUD-MRG-OLD-STAT TO WS-ROLL-STAT
004048             END-IF
004050     END-EVALUATE.
004060
004070 B100-ROLL-ONE-AUDIT-PARA-NEXT.
004080
004090     PERFORM R200-READ-AUDIT-PARA
004100                THRU R200-READ-AUDIT-PARA-EXIT.
004110
004120 B100-ROLL-ONE-AUDIT-PARA-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    B200-CONSUME-ENRL-PARA                                      *
004170*    TAKE ONE OPEN-ON-THE-DATE ENROLLMENT GROUP FOR THE CURRENT  *
004180*    ID. A STUDENT IS IN ONE DEPARTMENT AT A TIME, SO THE FIRST  *
004190*    GROUP'S DEPARTMENT IS KEPT; THE SECTIONS ARE SUMMED.        *
004200******************************************************************
004210 B200-CONSUME-ENRL-PARA.
004220
004230     ADD 1 TO WS-CNT-ENR-READ
004240
004250     IF NOT WS-ENRL-HIT
004260         MOVE 'Y'         TO WS-ENRL-HIT-SW
004270         MOVE WS-ENR-DEPT TO WS-ENRL-DEPT
004280     END-IF
004290
004300     ADD WS-ENR-CNT TO WS-ENRL-SECTS
004310
004320     PERFORM R300-FETCH-ENRL-PARA
004330                THRU R300-FETCH-ENRL-PARA-EXIT.
004340
004350 B200-CONSUME-ENRL-PARA-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390*    C000-JUDGE-ONE-ID-PARA                                      *
004400*    DECIDE WHAT THE REBUILT STUDENT IS:                         *
004410*      - NOT YET ON FILE ON THE DATE (ROLLED BACK PAST ITS ADD)  *
004420*        AND NOT ENROLLED - NOTHING TO REPORT;                   *
004430*      - INCOMPLETE - A BROKEN CHAIN, AN AS-OF DATE BEFORE THE   *
004440*        AUDIT TRAIL FOR A STUDENT WHOSE ADD IS NOT ON FILE, OR  *
004450*        ENROLLED ON A DATE THE AUDIT TRAIL SAYS THE STUDENT DID *
004460*        NOT YET EXIST;                                          *
004463*      - ALREADY MERGED INTO ANOTHER STUD-ID ON THE DATE -       *
004466*        COUNTED, NOT REPORTED;                                  *
004470*      - OTHERWISE A ROSTER RECORD UNDER THE REBUILT DEPARTMENT. *
004480******************************************************************
004490 C000-JUDGE-ONE-ID-PARA.
004500
004510     IF WS-CONFIDENT
004520        AND NOT WS-ROLL-DONE
004530        AND WS-ROLL-EXISTS
004540        AND WS-ASOF-DATE < WS-AUDIT-START-DATE
004550         MOVE 'N' TO WS-CONFIDENT-SW
004560         MOVE 'DATE PREDATES AUDIT TRAIL' TO WS-ROLL-REASON
004570     END-IF
004580
004590     IF WS-CONFIDENT
004600        AND NOT WS-ROLL-EXISTS
004610        AND WS-ENRL-HIT
004620         MOVE 'N' TO WS-CONFIDENT-SW
004630         IF WS-NOW-NAME = SPACES
004640            AND NOT WS-AUD-SEEN
004650             MOVE 'NO STUDENT ROW OR AUDIT' TO WS-ROLL-REASON
004660         ELSE
004670             MOVE 'ENROLLED BEFORE ADDED' TO WS-ROLL-REASON
004680         END-IF
004690     END-IF
004700
004710     IF NOT WS-CONFIDENT
004720         PERFORM C100-WRITE-INCOMPLETE-PARA
004730                    THRU C100-WRITE-INCOMPLETE-PARA-EXIT
004740         GO TO C000-JUDGE-ONE-ID-PARA-EXIT
004750     END-IF
004760
004770     IF NOT WS-ROLL-EXISTS
004780         ADD 1 TO WS-CNT-NOT-YET
004790         GO TO C000-JUDGE-ONE-ID-PARA-EXIT
004800     END-IF
004801
004802     IF WS-ROLL-MERGED
004803         ADD 1 TO WS-CNT-MERGED
004804         GO TO C000-JUDGE-ONE-ID-PARA-EXIT
004805     END-IF
004810
004820     PERFORM E000-DEPT-LOOKUP-PARA
004830                THRU E000-DEPT-LOOKUP-PARA-EXIT
004840
004850     MOVE SPACES        TO AW-REC
004860     MOVE 'R'           TO AW-REC-TYPE
004870     MOVE WS-ROLL-DEPT  TO AW-DEPT-CODE
004880     MOVE WS-LOW-ID     TO AW-STUD-ID
004890     MOVE WS-ROLL-NAME  TO AW-STUD-NAME
004900     MOVE WS-ROLL-STAT  TO AW-STUD-STATUS
004910     MOVE WS-ENRL-DEPT  TO AW-ENRL-DEPT
004920     MOVE WS-ENRL-SECTS TO AW-SECT-CNT
004930     MOVE DEPTNAME      TO AW-DEPT-NAME
004935     MOVE WS-NOW-HOLD   TO AW-PRIV-HOLD
004940
004950     WRITE AW-REC
004960
004970     ADD 1 TO WS-CNT-ROSTER.
004980
004990 C000-JUDGE-ONE-ID-PARA-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030*    C100-WRITE-INCOMPLETE-PARA                                  *
005040*    WRITE A TYPE 'X' RECORD FOR A STUDENT WHO COULD NOT BE      *
005050*    REBUILT. ONLY FACTS GO ON IT - THE STUD-ID, TODAY'S NAME    *
005060*    AND THE REASON - NEVER THE HALF-ROLLED STATE.               *
005070******************************************************************
005080 C100-WRITE-INCOMPLETE-PARA.
005090
005100     MOVE SPACES         TO AW-REC
005110     MOVE 'X'            TO AW-REC-TYPE
005120     MOVE WS-LOW-ID      TO AW-STUD-ID
005130     MOVE WS-NOW-NAME    TO AW-STUD-NAME
005140     MOVE WS-ENRL-DEPT   TO AW-ENRL-DEPT
005150     MOVE WS-ENRL-SECTS  TO AW-SECT-CNT
005160     MOVE WS-ROLL-REASON TO AW-REASON
005165     MOVE WS-NOW-HOLD    TO AW-PRIV-HOLD
005170
005180     WRITE AW-REC
005190
005200     ADD 1 TO WS-CNT-INCOMPLETE.
005210
005220 C100-WRITE-INCOMPLETE-PARA-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260*    E000-DEPT-LOOKUP-PARA                                       *
005270*    LOOK UP THE REBUILT DEPARTMENT'S NAME FOR THE ROSTER PAGE   *
005280*    HEADING, FALLING BACK TO THE RAW CODE - A DEPARTMENT SINCE  *
005290*    DELETED FROM THE MASTER STILL PRINTS.                       *
005300******************************************************************
005310 E000-DEPT-LOOKUP-PARA.
005320
005330     MOVE WS-ROLL-DEPT TO DEPTCODE
005340
005350     EXEC SQL
005360          SELECT  DEPTNAME
005370            INTO  :DEPTNAME
005380            FROM  DEPARTMENT
005390           WHERE  DEPTCODE = :DEPTCODE
005400     END-EXEC
005410
005420     IF SQLCODE NOT = 0
005430         MOVE WS-ROLL-DEPT TO DEPTNAME
005440     END-IF.
005450
005460 E000-DEPT-LOOKUP-PARA-EXIT.
005470     EXIT.
005480
005490******************************************************************
005500*    R100-FETCH-STUDENT-PARA                                     *
005510*    ADVANCE THE STUDENT CURSOR ONE ROW. END OF DATA PARKS       *
005520*    HIGH-VALUES IN THE NEXT-KEY FIELD SO THE BALANCE LINE       *
005530*    DRAINS THE OTHER SOURCES.                                   *
005540******************************************************************
005550 R100-FETCH-STUDENT-PARA.
005560
005570     EXEC SQL
005580          FETCH STUCSR
005590           INTO :WS-STU-ID, :WS-STU-NAME, :WS-STU-DEPT,
005600                :WS-STU-STAT, :WS-STU-HOLD
005610     END-EXEC
005620
005630     EVALUATE SQLCODE
005640         WHEN 0
005650             MOVE WS-STU-ID   TO WS-STU-NEXT-ID
005660         WHEN 100
005670             MOVE HIGH-VALUES TO WS-STU-NEXT-ID
005680         WHEN OTHER
005690             DISPLAY 'STUCSR FETCH FAILED - SQLCODE: ' SQLCODE
005700             MOVE HIGH-VALUES TO WS-STU-NEXT-ID
005710             IF RETURN-CODE < 16
005720                 MOVE 16 TO RETURN-CODE
005730             END-IF
005740     END-EVALUATE.
005750
005760 R100-FETCH-STUDENT-PARA-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*    R200-READ-AUDIT-PARA                                        *
005810*    ADVANCE THE SORTED AUDIT FILE ONE RECORD.                   *
005820******************************************************************
005830 R200-READ-AUDIT-PARA.
005840
005850     READ AUDSRT
005860         AT END
005870             MOVE HIGH-VALUES TO WS-AUD-NEXT-ID
005880         NOT AT END
005890             MOVE AUD-STUDID  TO WS-AUD-NEXT-ID
005900     END-READ.
005910
005920 R200-READ-AUDIT-PARA-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960*    R300-FETCH-ENRL-PARA                                        *
005970*    ADVANCE THE OPEN-ENROLLMENT CURSOR ONE ROW.                 *
005980******************************************************************
005990 R300-FETCH-ENRL-PARA.
006000
006010     EXEC SQL
006020          FETCH ENRCSR
006030           INTO :WS-ENR-ID, :WS-ENR-DEPT, :WS-ENR-CNT
006040     END-EXEC
006050
006060     EVALUATE SQLCODE
006070         WHEN 0
006080             MOVE WS-ENR-ID   TO WS-ENR-NEXT-ID
006090         WHEN 100
006100             MOVE HIGH-VALUES TO WS-ENR-NEXT-ID
006110         WHEN OTHER
006120             DISPLAY 'ENRCSR FETCH FAILED - SQLCODE: ' SQLCODE
006130             MOVE HIGH-VALUES TO WS-ENR-NEXT-ID
006140             IF RETURN-CODE < 16
006150                 MOVE 16 TO RETURN-CODE
006160             END-IF
006170     END-EVALUATE.
006180
006190 R300-FETCH-ENRL-PARA-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230*    H000-SUMMARY-PARA                                           *
006240*    DISPLAY END-OF-JOB REBUILD COUNTS.                          *
006250******************************************************************
006260 H000-SUMMARY-PARA.
006270
006280     DISPLAY '==================================================='
006290     DISPLAY 'ASOFBLD - END OF JOB SUMMARY - AS OF ' WS-ASOF-DATE
006300     DISPLAY '==================================================='
006310     DISPLAY 'STUDENT ROWS READ ............ ' WS-CNT-STU-READ
006320     DISPLAY 'AUDIT RECORDS READ ........... ' WS-CNT-AUD-READ
006330     DISPLAY 'AUDIT RECORDS ROLLED BACK .... ' WS-CNT-AUD-ROLLED
006340     DISPLAY 'OPEN ENROLLMENT GROUPS READ .. ' WS-CNT-ENR-READ
006350     DISPLAY 'STUDENTS ON ROSTER ........... ' WS-CNT-ROSTER
006360     DISPLAY 'NOT YET ON FILE ON THE DATE .. ' WS-CNT-NOT-YET
006365     DISPLAY 'MERGED AWAY BY THE DATE ...... ' WS-CNT-MERGED
006370     DISPLAY 'INCOMPLETE HISTORY ........... ' WS-CNT-INCOMPLETE
006380     DISPLAY '=================================================='.
006390
006400 H000-SUMMARY-PARA-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    Z000-TERMINATE-PARA                                         *
006450*    CLOSE BOTH CURSORS AND THE FILES AT END OF RUN.             *
006460******************************************************************
006470 Z000-TERMINATE-PARA.
006480
006490     EXEC SQL
006500          CLOSE STUCSR
006510     END-EXEC
006520
006530     EXEC SQL
006540          CLOSE ENRCSR
006550     END-EXEC
006560
006570     CLOSE AUDSRT
006580     CLOSE ASOFWORK.
006590
006600 Z000-TERMINATE-PARA-EXIT.
006610     EXIT.
