000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BURSFEED.
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
000220*    10/15/2026 RH    INITIAL VERSION - NIGHTLY TUITION FEED TO  *
000230*                     THE BURSAR, SO ADDS AND DROPS ARE NO       *
000240*                     LONGER RE-KEYED FROM THE PRINTED REPORTS.  *
000250*                     RUNS AFTER ENRLLOAD. EVERY ENROLLMENT ROW  *
000260*                     NOT YET CHARGED GETS A CHARGE AT ITS       *
000270*                     DEPARTMENT'S DEPTRATE; EVERY ROW CLOSED BY *
000280*                     A DROP AND NOT YET CREDITED GETS A CREDIT  *
000290*                     PRORATED BY HOW MANY DAYS INTO THE TERM    *
000300*                     (PARM START DATE) THE DROP FELL. THE ROW'S *
000310*                     CHGDATE/CRDDATE IS STAMPED AS EACH RECORD  *
000320*                     IS WRITTEN, SO NO ENROLLMENT IS EVER SENT  *
000330*                     TWICE - NOT ON A RERUN, AND NOT WHEN       *
000340*                     ENRLFILE RE-PRESENTS OLD RECORDS (ENRLLOAD *
000350*                     NEVER RE-APPLIES THOSE). A DEPARTMENT WITH *
000360*                     NO RATE ON FILE HOLDS ITS ROWS FOR A LATER *
000370*                     NIGHT (RC 4). THE FEED CARRIES A DATED     *
000380*                     HEADER AND A TRAILER WITH THE RECORD COUNT *
000390*                     AND DOLLAR TOTALS; THE COUNTS AND TOTALS   *
000400*                     GO TO RUNLOG FOR RUNBAL.                   *
000410*                                                                *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT BURSOUT ASSIGN TO BURSOUT
000470            ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510******************************************************************
000520*    BURSOUT - THE FIXED-FORMAT FEED THE BURSAR'S SYSTEM LOADS.  *
000530*    ONE HEADER ('H'), ONE DETAIL ('D') PER CHARGE OR CREDIT AND *
000540*    ONE TRAILER ('T'). AMOUNTS ARE UNSIGNED - THE DETAIL'S      *
000550*    TRANSACTION CODE SAYS WHICH WAY THE MONEY MOVES.            *
000560******************************************************************
000570 FD  BURSOUT
000580     RECORDING MODE IS F.
000590 01  BF-HEADER-REC.
000600     05 BF-H-REC-TYPE         PIC X(01).
000610     05 BF-H-SOURCE           PIC X(10).
000620     05 BF-H-FEED-DATE        PIC X(08).
000630     05 BF-H-TERM-START       PIC X(08).
000640     05 FILLER                PIC X(53).
000650
000660 01  BF-DETAIL-REC.
000670     05 BF-D-REC-TYPE         PIC X(01).
000680     05 BF-D-TXN-CODE         PIC X(01).
000690        88 BF-D-CHARGE               VALUE 'C'.
000700        88 BF-D-CREDIT               VALUE 'R'.
000710     05 BF-D-STUD-ID          PIC X(05).
000720     05 BF-D-DEPT-CODE        PIC X(10).
000730     05 BF-D-CRS-CODE         PIC X(08).
000740     05 BF-D-CRS-SECT         PIC X(03).
000750     05 BF-D-EFF-DATE         PIC X(08).
000760     05 BF-D-DROP-DATE        PIC X(08).
000770     05 BF-D-REFUND-PCT       PIC 9(03).
000780     05 BF-D-AMOUNT           PIC 9(07)V99.
000790     05 FILLER                PIC X(24).
000800
000810 01  BF-TRAILER-REC.
000820     05 BF-T-REC-TYPE         PIC X(01).
000830     05 BF-T-DETAIL-CNT       PIC 9(07).
000840     05 BF-T-CHARGE-TOTAL     PIC 9(09)V99.
000850     05 BF-T-CREDIT-TOTAL     PIC 9(09)V99.
000860     05 FILLER                PIC X(50).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05 WS-CHG-EOF            PIC X(01) VALUE SPACE.
000910        88 WS-CHG-EOF-YES            VALUE 'Y'.
000920     05 WS-CRD-EOF            PIC X(01) VALUE SPACE.
000930        88 WS-CRD-EOF-YES            VALUE 'Y'.
000940     05 WS-PCT-FOUND-SW       PIC X(01) VALUE 'N'.
000950        88 WS-PCT-FOUND              VALUE 'Y'.
000960
000970 01  WS-RUN-DATE              PIC X(08).
000980 01  WS-TERM-START            PIC X(08) VALUE SPACES.
000990 01  WS-TERM-START-N REDEFINES WS-TERM-START
001000                              PIC 9(08).
001010 01  WS-DROP-DATE             PIC X(08) VALUE SPACES.
001020 01  WS-DROP-DATE-N REDEFINES WS-DROP-DATE
001030                              PIC 9(08).
001040 01  WS-DROP-DAYS             PIC S9(05) COMP VALUE ZERO.
001050 01  WS-REFUND-PCT            PIC 9(03) VALUE ZERO.
001060 01  WS-AMOUNT                PIC 9(07)V99 VALUE ZERO.
001070 01  WS-SCHED-SUB             PIC S9(04) COMP VALUE ZERO.
001080
001090******************************************************************
001100*    REFUND SCHEDULE - EACH STEP IS THE LAST DAY OF THE TERM IT  *
001110*    COVERS (DAY 0 IS THE TERM START) AND THE PERCENT OF THE     *
001120*    CHARGE CREDITED BACK FOR A DROP THAT FALLS IN IT. A DROP    *
001130*    DATED BEFORE THE TERM STARTS COUNTS AS DAY 0.               *
001140******************************************************************
001150 01  WS-REFUND-SCHEDULE-DATA.
001160     05 FILLER                PIC X(06) VALUE '007100'.
001170     05 FILLER                PIC X(06) VALUE '014050'.
001180     05 FILLER                PIC X(06) VALUE '999000'.
001190 01  WS-REFUND-SCHEDULE REDEFINES WS-REFUND-SCHEDULE-DATA.
001200     05 WS-REFUND-STEP        OCCURS 3 TIMES.
001210        10 WS-REFUND-THRU-DAY PIC 9(03).
001220        10 WS-REFUND-STEP-PCT PIC 9(03).
001230 01  WS-REFUND-STEPS          PIC S9(04) COMP VALUE 3.
001240
001250 01  WS-SUMMARY-COUNTERS.
001260     05 WS-CNT-CHG-READ       PIC 9(07) COMP-3 VALUE ZERO.
001270     05 WS-CNT-CHG-SENT       PIC 9(07) COMP-3 VALUE ZERO.
001280     05 WS-CNT-CHG-HELD       PIC 9(07) COMP-3 VALUE ZERO.
001290     05 WS-CNT-CRD-READ       PIC 9(07) COMP-3 VALUE ZERO.
001300     05 WS-CNT-CRD-SENT       PIC 9(07) COMP-3 VALUE ZERO.
001310     05 WS-CNT-CRD-HELD       PIC 9(07) COMP-3 VALUE ZERO.
001320     05 WS-CNT-ALREADY-SENT   PIC 9(07) COMP-3 VALUE ZERO.
001330     05 WS-CNT-DETAIL         PIC 9(07) COMP-3 VALUE ZERO.
001340     05 WS-CNT-FAILED         PIC 9(07) COMP-3 VALUE ZERO.
001350     05 WS-TOT-CHARGES        PIC 9(09)V99 COMP-3 VALUE ZERO.
001360     05 WS-TOT-CREDITS        PIC 9(09)V99 COMP-3 VALUE ZERO.
001370
001380     EXEC SQL
001390          INCLUDE SQLCA
001400     END-EXEC.
001410
001420     EXEC SQL
001430          INCLUDE DCLENRL
001440     END-EXEC.
001450
001460     EXEC SQL
001470          INCLUDE DCLDEPT
001480     END-EXEC.
001490
001500     EXEC SQL
001510          INCLUDE DCLRLOG
001520     END-EXEC.
001530
001540******************************************************************
001550*    ROWS NOT YET CHARGED. A ROW CLOSED BY A TRANSFER IS LEFT    *
001560*    OUT - ITS REPLACEMENT IN THE NEW DEPARTMENT CARRIES THE     *
001570*    CHARGE - AND A DEPARTMENT MISSING FROM THE MASTER COMES     *
001580*    BACK WITH A ZERO RATE AND IS HELD.                          *
001590******************************************************************
001600     EXEC SQL
001610          DECLARE CHGCSR CURSOR FOR
001620          SELECT  E.STUDID, E.EFFDATE, E.ENRLCRS, E.ENRLSECT,
001630                  E.ENRLDEPT, VALUE(D.DEPTRATE, 0)
001640            FROM  ENROLLMENT E
001650            LEFT  OUTER JOIN DEPARTMENT D
001660              ON  D.DEPTCODE = E.ENRLDEPT
001670           WHERE  E.CHGDATE = '        '
001680             AND  E.ENDRSN <> 'T'
001690           ORDER  BY 1, 2, 3, 4
001700     END-EXEC.
001710
001720******************************************************************
001730*    ROWS CLOSED BY A DROP AND NOT YET CREDITED.                 *
001740******************************************************************
001750     EXEC SQL
001760          DECLARE CRDCSR CURSOR FOR
001770          SELECT  E.STUDID, E.EFFDATE, E.ENRLCRS, E.ENRLSECT,
001780                  E.ENRLDEPT, E.ENDDATE, E.CHGDATE,
001790                  VALUE(D.DEPTRATE, 0)
001800            FROM  ENROLLMENT E
001810            LEFT  OUTER JOIN DEPARTMENT D
001820              ON  D.DEPTCODE = E.ENRLDEPT
001830           WHERE  E.ENDRSN  = 'D'
001840             AND  E.CRDDATE = '        '
001850           ORDER  BY 1, 2, 3, 4
001860     END-EXEC.
001870
001880 LINKAGE SECTION.
001890 01  LK-TERM-PARM.
001900     05 LK-PARM-LEN           PIC S9(04) COMP.
001910     05 LK-PARM-TERM-START    PIC X(08).
001920
001930 PROCEDURE DIVISION USING LK-TERM-PARM.
001940
001950 0000-MAINLINE-PARA.
001960
001970     IF LK-PARM-LEN < 8
001980         DISPLAY 'BURSFEED - TERM START DATE MISSING FROM PARM '
001990                 '(CCYYMMDD)'
002000         MOVE +20 TO RETURN-CODE
002010         GOBACK
002020     END-IF
002030
002040     MOVE LK-PARM-TERM-START TO WS-TERM-START
002050
002060     IF WS-TERM-START IS NOT NUMERIC
002070         DISPLAY 'BURSFEED - TERM START DATE NOT NUMERIC: '
002080                 WS-TERM-START
002090         MOVE +20 TO RETURN-CODE
002100         GOBACK
002110     END-IF
002120
002130     PERFORM X000-INITIALIZE-PARA
002140                THRU X000-INITIALIZE-PARA-EXIT
002150
002160     PERFORM UNTIL WS-CHG-EOF-YES
002170
002180         EXEC SQL
002190              FETCH CHGCSR
002200               INTO :STUDID, :EFFDATE, :ENRLCRS, :ENRLSECT,
002210                    :ENRLDEPT, :DEPTRATE
002220         END-EXEC
002230
002240         EVALUATE SQLCODE
002250             WHEN 0
002260                 ADD 1 TO WS-CNT-CHG-READ
002270                 PERFORM A000-ONE-CHARGE-PARA
002280                            THRU A000-ONE-CHARGE-PARA-EXIT
002290             WHEN 100
002300                 MOVE 'Y' TO WS-CHG-EOF
002310             WHEN OTHER
002320                 DISPLAY 'CHGCSR FETCH FAILED - SQLCODE: '
002330                         SQLCODE
002340                 MOVE 'Y' TO WS-CHG-EOF
002350                 ADD 1 TO WS-CNT-FAILED
002360                 IF RETURN-CODE < 16
002370                     MOVE 16 TO RETURN-CODE
002380                 END-IF
002390         END-EVALUATE
002400
002410     END-PERFORM
002420
002422     PERFORM B100-OPEN-CREDIT-CSR-PARA
002424                THRU B100-OPEN-CREDIT-CSR-PARA-EXIT
002426
002430     PERFORM UNTIL WS-CRD-EOF-YES
002440
002450         EXEC SQL
002460              FETCH CRDCSR
002470               INTO :STUDID, :EFFDATE, :ENRLCRS, :ENRLSECT,
002480                    :ENRLDEPT, :ENDDATE, :CHGDATE, :DEPTRATE
002490         END-EXEC
002500
002510         EVALUATE SQLCODE
002520             WHEN 0
002530                 ADD 1 TO WS-CNT-CRD-READ
002540                 PERFORM B000-ONE-CREDIT-PARA
002550                            THRU B000-ONE-CREDIT-PARA-EXIT
002560             WHEN 100
002570                 MOVE 'Y' TO WS-CRD-EOF
002580             WHEN OTHER
002590                 DISPLAY 'CRDCSR FETCH FAILED - SQLCODE: '
002600                         SQLCODE
002610                 MOVE 'Y' TO WS-CRD-EOF
002620                 ADD 1 TO WS-CNT-FAILED
002630                 IF RETURN-CODE < 16
002640                     MOVE 16 TO RETURN-CODE
002650                 END-IF
002660         END-EVALUATE
002670
002680     END-PERFORM
002690
002700     PERFORM T000-WRITE-TRAILER-PARA
002710                THRU T000-WRITE-TRAILER-PARA-EXIT
002720
002730     PERFORM H000-SUMMARY-PARA
002740                THRU H000-SUMMARY-PARA-EXIT
002750
002760     PERFORM L000-LOG-RUN-COUNTS-PARA
002770                THRU L000-LOG-RUN-COUNTS-PARA-EXIT
002780
002790     PERFORM Z000-TERMINATE-PARA
002800                THRU Z000-TERMINATE-PARA-EXIT
002810
002820     GOBACK.
002830
002840******************************************************************
002850*    X000-INITIALIZE-PARA                                        *
002852*    OPEN THE CHARGE CURSOR, THEN THE FEED, AND WRITE THE DATED  *
002854*    HEADER. THE FEED IS OPENED AFTER THE CURSOR SO A CURSOR     *
002856*    THAT FAILS TO OPEN ENDS THE RUN BEFORE ANYTHING IS WRITTEN  *
002858*    TO IT OR ANY ROW IS STAMPED. THAT, LIKE A BAD PARM, ENDS    *
002860*    RETURN-CODE 20, WHICH TELLS ENRLJOB TO DROP THE EMPTY FEED  *
002862*    GENERATION. A FAILURE AFTER THIS POINT ENDS RC 16 AND THE   *
002864*    FEED IS KEPT - THE ROWS ALREADY ON IT ARE STAMPED SENT. THE *
002867*    CREDIT CURSOR IS NOT OPENED HERE (SEE B100).                *
002870******************************************************************
002880 X000-INITIALIZE-PARA.
002890
002920     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002930
002940     EXEC SQL
002950          OPEN CHGCSR
002960     END-EXEC
002970
002980     IF SQLCODE NOT = 0
002990         DISPLAY 'CHGCSR OPEN FAILED - SQLCODE: ' SQLCODE
003000         MOVE +20 TO RETURN-CODE
003010         GOBACK
003020     END-IF
003030
003126     OPEN OUTPUT BURSOUT
003130
003140     MOVE SPACES           TO BF-HEADER-REC
003150     MOVE 'H'              TO BF-H-REC-TYPE
003160     MOVE 'REGISTRAR'      TO BF-H-SOURCE
003170     MOVE WS-RUN-DATE      TO BF-H-FEED-DATE
003180     MOVE WS-TERM-START    TO BF-H-TERM-START
003190
003200     WRITE BF-HEADER-REC.
003210
003220 X000-INITIALIZE-PARA-EXIT.
003230     EXIT.
003240
003250******************************************************************
003260*    A000-ONE-CHARGE-PARA                                        *
003270*    CHARGE ONE NEWLY LOADED ENROLLMENT AT ITS DEPARTMENT'S      *
003280*    RATE. THE ROW IS STAMPED SENT FIRST - ONLY IF STILL UNSENT  *
003290*    - AND THE DETAIL IS WRITTEN ONLY WHEN THE STAMP TOOK, SO A  *
003300*    ROW CAN NEVER BE CHARGED TWICE. NO RATE ON FILE LEAVES THE  *
003310*    ROW UNSTAMPED FOR A LATER NIGHT.                            *
003320******************************************************************
003330 A000-ONE-CHARGE-PARA.
003340
003350     IF DEPTRATE NOT > ZERO
003360         ADD 1 TO WS-CNT-CHG-HELD
003370         DISPLAY 'CHARGE HELD - NO TUITION RATE FOR DEPT: '
003380                 ENRLDEPT ' STUD-ID: ' STUDID
003390         IF RETURN-CODE < 4
003400             MOVE 4 TO RETURN-CODE
003410         END-IF
003420         GO TO A000-ONE-CHARGE-PARA-EXIT
003430     END-IF
003440
003450     MOVE WS-RUN-DATE TO CHGDATE
003460
003470     EXEC SQL
003480          UPDATE ENROLLMENT
003490             SET CHGDATE  = :CHGDATE
003500           WHERE STUDID   = :STUDID
003510             AND EFFDATE  = :EFFDATE
003520             AND ENRLCRS  = :ENRLCRS
003530             AND ENRLSECT = :ENRLSECT
003540             AND CHGDATE  = '        '
003550     END-EXEC
003560
003570     EVALUATE SQLCODE
003580         WHEN 0
003590             CONTINUE
003600         WHEN 100
003610             ADD 1 TO WS-CNT-ALREADY-SENT
003620             GO TO A000-ONE-CHARGE-PARA-EXIT
003630         WHEN OTHER
003640             ADD 1 TO WS-CNT-FAILED
003650             DISPLAY 'CHARGE STAMP FAILED - SQLCODE: '
003660                     SQLCODE ' STUD-ID: ' STUDID
003670             IF RETURN-CODE < 16
003680                 MOVE 16 TO RETURN-CODE
003690             END-IF
003700             GO TO A000-ONE-CHARGE-PARA-EXIT
003710     END-EVALUATE
003720
003730     MOVE DEPTRATE TO WS-AMOUNT
003740
003750     MOVE SPACES         TO BF-DETAIL-REC
003760     MOVE 'D'            TO BF-D-REC-TYPE
003770     MOVE 'C'            TO BF-D-TXN-CODE
003780     MOVE STUDID         TO BF-D-STUD-ID
003790     MOVE ENRLDEPT       TO BF-D-DEPT-CODE
003800     MOVE ENRLCRS        TO BF-D-CRS-CODE
003810     MOVE ENRLSECT       TO BF-D-CRS-SECT
003820     MOVE EFFDATE        TO BF-D-EFF-DATE
003830     MOVE ZERO           TO BF-D-REFUND-PCT
003840     MOVE WS-AMOUNT      TO BF-D-AMOUNT
003850
003860     WRITE BF-DETAIL-REC
003870
003880     ADD 1         TO WS-CNT-DETAIL
003890     ADD 1         TO WS-CNT-CHG-SENT
003900     ADD WS-AMOUNT TO WS-TOT-CHARGES.
003910
003920 A000-ONE-CHARGE-PARA-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*    B000-ONE-CREDIT-PARA                                        *
003970*    CREDIT ONE DROPPED ENROLLMENT: THE DEPARTMENT RATE TIMES    *
003980*    THE REFUND SCHEDULE'S PERCENT FOR THE DAY OF THE TERM THE   *
003990*    DROP FELL ON. A DROP PAST THE LAST REFUND STEP STILL GETS A *
004000*    ZERO-AMOUNT CREDIT SO THE BURSAR SEES EVERY DROP. A ROW     *
004010*    WHOSE CHARGE IS STILL HELD, OR WITH NO RATE, IS HELD TOO;   *
004020*    THE SENT STAMP GUARDS THE CREDIT THE SAME WAY AS A CHARGE.  *
004030******************************************************************
004040 B000-ONE-CREDIT-PARA.
004050
004060     IF CHGDATE = SPACES
004070        OR DEPTRATE NOT > ZERO
004080         ADD 1 TO WS-CNT-CRD-HELD
004090         DISPLAY 'CREDIT HELD - CHARGE NOT YET SENT FOR DEPT: '
004100                 ENRLDEPT ' STUD-ID: ' STUDID
004110         IF RETURN-CODE < 4
004120             MOVE 4 TO RETURN-CODE
004130         END-IF
004140         GO TO B000-ONE-CREDIT-PARA-EXIT
004150     END-IF
004160
004170     MOVE ENDDATE TO WS-DROP-DATE
004180
004190     IF WS-DROP-DATE IS NOT NUMERIC
004200         ADD 1 TO WS-CNT-CRD-HELD
004210         DISPLAY 'CREDIT HELD - DROP DATE NOT NUMERIC: '
004220                 ENDDATE ' STUD-ID: ' STUDID
004230         IF RETURN-CODE < 4
004240             MOVE 4 TO RETURN-CODE
004250         END-IF
004260         GO TO B000-ONE-CREDIT-PARA-EXIT
004270     END-IF
004280
004290     PERFORM C000-REFUND-PCT-PARA
004300                THRU C000-REFUND-PCT-PARA-EXIT
004310
004320     COMPUTE WS-AMOUNT ROUNDED =
004330             DEPTRATE * WS-REFUND-PCT / 100
004340
004350     MOVE WS-RUN-DATE TO CRDDATE
004360
004370     EXEC SQL
004380          UPDATE ENROLLMENT
004390             SET CRDDATE  = :CRDDATE
004400           WHERE STUDID   = :STUDID
004410             AND EFFDATE  = :EFFDATE
004420             AND ENRLCRS  = :ENRLCRS
004430             AND ENRLSECT = :ENRLSECT
004440             AND CRDDATE  = '        '
004450     END-EXEC
004460
004470     EVALUATE SQLCODE
004480         WHEN 0
004490             CONTINUE
004500         WHEN 100
004510             ADD 1 TO WS-CNT-ALREADY-SENT
004520             GO TO B000-ONE-CREDIT-PARA-EXIT
004530         WHEN OTHER
004540             ADD 1 TO WS-CNT-FAILED
004550             DISPLAY 'CREDIT STAMP FAILED - SQLCODE: '
004560                     SQLCODE ' STUD-ID: ' STUDID
004570             IF RETURN-CODE < 16
004580                 MOVE 16 TO RETURN-CODE
004590             END-IF
004600             GO TO B000-ONE-CREDIT-PARA-EXIT
004610     END-EVALUATE
004620
004630     MOVE SPACES         TO BF-DETAIL-REC
004640     MOVE 'D'            TO BF-D-REC-TYPE
004650     MOVE 'R'            TO BF-D-TXN-CODE
004660     MOVE STUDID         TO BF-D-STUD-ID
004670     MOVE ENRLDEPT       TO BF-D-DEPT-CODE
004680     MOVE ENRLCRS        TO BF-D-CRS-CODE
004690     MOVE ENRLSECT       TO BF-D-CRS-SECT
004700     MOVE EFFDATE        TO BF-D-EFF-DATE
004710     MOVE ENDDATE        TO BF-D-DROP-DATE
004720     MOVE WS-REFUND-PCT  TO BF-D-REFUND-PCT
004730     MOVE WS-AMOUNT      TO BF-D-AMOUNT
004740
004750     WRITE BF-DETAIL-REC
004760
004770     ADD 1         TO WS-CNT-DETAIL
004780     ADD 1         TO WS-CNT-CRD-SENT
004790     ADD WS-AMOUNT TO WS-TOT-CREDITS.
004800
004810 B000-ONE-CREDIT-PARA-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    C000-REFUND-PCT-PARA                                        *
004860*    WORK OUT HOW MANY DAYS INTO THE TERM THE DROP FELL AND PICK *
004870*    THE FIRST SCHEDULE STEP THAT COVERS IT. THE LAST STEP RUNS  *
004880*    TO DAY 999, SO A DROP ALWAYS FINDS ONE.                     *
004890******************************************************************
004900 C000-REFUND-PCT-PARA.
004910
004920     COMPUTE WS-DROP-DAYS =
004930             FUNCTION INTEGER-OF-DATE (WS-DROP-DATE-N)
004940           - FUNCTION INTEGER-OF-DATE (WS-TERM-START-N)
004950
004960     IF WS-DROP-DAYS < ZERO
004970         MOVE ZERO TO WS-DROP-DAYS
004980     END-IF
004990
005000     MOVE 'N'  TO WS-PCT-FOUND-SW
005010     MOVE ZERO TO WS-REFUND-PCT
005020
005030     PERFORM C100-TEST-ONE-STEP-PARA
005040                THRU C100-TEST-ONE-STEP-PARA-EXIT
005050         VARYING WS-SCHED-SUB FROM 1 BY 1
005060           UNTIL WS-SCHED-SUB > WS-REFUND-STEPS
005070              OR WS-PCT-FOUND.
005080
005090 C000-REFUND-PCT-PARA-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    C100-TEST-ONE-STEP-PARA                                     *
005140*    TAKE THE STEP'S PERCENT WHEN THE DROP FALLS ON OR BEFORE    *
005150*    ITS LAST DAY.                                               *
005160******************************************************************
005170 C100-TEST-ONE-STEP-PARA.
005180
005190     IF WS-DROP-DAYS NOT > WS-REFUND-THRU-DAY (WS-SCHED-SUB)
005200         MOVE WS-REFUND-STEP-PCT (WS-SCHED-SUB)
005210                                 TO WS-REFUND-PCT
005220         MOVE 'Y' TO WS-PCT-FOUND-SW
005230     END-IF.
005240
005250 C100-TEST-ONE-STEP-PARA-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*    T000-WRITE-TRAILER-PARA                                     *
005300*    CLOSE THE FEED WITH THE DETAIL COUNT AND THE CHARGE AND     *
005310*    CREDIT DOLLAR TOTALS THE BURSAR BALANCES THE LOAD TO.       *
005320******************************************************************
005330 T000-WRITE-TRAILER-PARA.
005340
005350     MOVE SPACES          TO BF-TRAILER-REC
005360     MOVE 'T'             TO BF-T-REC-TYPE
005370     MOVE WS-CNT-DETAIL   TO BF-T-DETAIL-CNT
005380     MOVE WS-TOT-CHARGES  TO BF-T-CHARGE-TOTAL
005390     MOVE WS-TOT-CREDITS  TO BF-T-CREDIT-TOTAL
005400
005410     WRITE BF-TRAILER-REC.
005420
005430 T000-WRITE-TRAILER-PARA-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*    H000-SUMMARY-PARA                                           *
005480*    DISPLAY END-OF-JOB FEED COUNTS AND TOTALS.                  *
005490******************************************************************
005500 H000-SUMMARY-PARA.
005510
005520     DISPLAY '==================================================='
005530     DISPLAY 'BURSFEED - END OF JOB SUMMARY'
005540     DISPLAY '==================================================='
005550     DISPLAY 'TERM START DATE .............. ' WS-TERM-START
005560     DISPLAY 'UNCHARGED ROWS READ .......... ' WS-CNT-CHG-READ
005570     DISPLAY 'CHARGES SENT ................. ' WS-CNT-CHG-SENT
005580     DISPLAY 'CHARGES HELD ................. ' WS-CNT-CHG-HELD
005590     DISPLAY 'UNCREDITED DROPS READ ........ ' WS-CNT-CRD-READ
005600     DISPLAY 'CREDITS SENT ................. ' WS-CNT-CRD-SENT
005610     DISPLAY 'CREDITS HELD ................. ' WS-CNT-CRD-HELD
005620     DISPLAY 'ALREADY SENT - SKIPPED ....... ' WS-CNT-ALREADY-SENT
005630     DISPLAY 'FEED DETAIL RECORDS .......... ' WS-CNT-DETAIL
005640     DISPLAY 'CHARGE DOLLARS ............... ' WS-TOT-CHARGES
005650     DISPLAY 'CREDIT DOLLARS ............... ' WS-TOT-CREDITS
005660     DISPLAY 'SQL FAILURES ................. ' WS-CNT-FAILED
005670     DISPLAY '=================================================='.
005680
005690 H000-SUMMARY-PARA-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*    L000-LOG-RUN-COUNTS-PARA                                    *
005740*    INSERT THE END-OF-JOB COUNTS INTO THE RUNLOG TABLE SO THE   *
005750*    MORNING RUNBAL REPORT CAN TIE THE CHARGES AND CREDITS       *
005760*    PICKED UP TO THE ADDS AND DROPS ENRLLOAD APPLIED. RUNLOG    *
005770*    HOLDS WHOLE NUMBERS, SO THE DOLLAR TOTALS GO IN AS CENTS.   *
005780******************************************************************
005790 L000-LOG-RUN-COUNTS-PARA.
005800
005810     MOVE 'BURSFEED'         TO PROGNAME
005820     MOVE WS-RUN-DATE        TO RUNDATE
005830
005840     MOVE 'CHARGES-READ'     TO CNTRNAME
005850     MOVE WS-CNT-CHG-READ    TO CNTRVAL
005860     PERFORM L100-LOG-ONE-COUNT-PARA
005870                THRU L100-LOG-ONE-COUNT-PARA-EXIT
005880
005890     MOVE 'CHARGES-SENT'     TO CNTRNAME
005900     MOVE WS-CNT-CHG-SENT    TO CNTRVAL
005910     PERFORM L100-LOG-ONE-COUNT-PARA
005920                THRU L100-LOG-ONE-COUNT-PARA-EXIT
005930
005940     MOVE 'CHARGES-HELD'     TO CNTRNAME
005950     MOVE WS-CNT-CHG-HELD    TO CNTRVAL
005960     PERFORM L100-LOG-ONE-COUNT-PARA
005970                THRU L100-LOG-ONE-COUNT-PARA-EXIT
005980
005990     MOVE 'CREDITS-READ'     TO CNTRNAME
006000     MOVE WS-CNT-CRD-READ    TO CNTRVAL
006010     PERFORM L100-LOG-ONE-COUNT-PARA
006020                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006030
006040     MOVE 'CREDITS-SENT'     TO CNTRNAME
006050     MOVE WS-CNT-CRD-SENT    TO CNTRVAL
006060     PERFORM L100-LOG-ONE-COUNT-PARA
006070                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006080
006090     MOVE 'CREDITS-HELD'     TO CNTRNAME
006100     MOVE WS-CNT-CRD-HELD    TO CNTRVAL
006110     PERFORM L100-LOG-ONE-COUNT-PARA
006120                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006130
006140     MOVE 'FEED-RECORDS'     TO CNTRNAME
006150     MOVE WS-CNT-DETAIL      TO CNTRVAL
006160     PERFORM L100-LOG-ONE-COUNT-PARA
006170                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006180
006190     MOVE 'CHARGE-CENTS'     TO CNTRNAME
006200     COMPUTE CNTRVAL = WS-TOT-CHARGES * 100
006210     PERFORM L100-LOG-ONE-COUNT-PARA
006220                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006230
006240     MOVE 'CREDIT-CENTS'     TO CNTRNAME
006250     COMPUTE CNTRVAL = WS-TOT-CREDITS * 100
006260     PERFORM L100-LOG-ONE-COUNT-PARA
006270                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006280
006290     MOVE 'FAILED'           TO CNTRNAME
006300     MOVE WS-CNT-FAILED      TO CNTRVAL
006310     PERFORM L100-LOG-ONE-COUNT-PARA
006320                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
006330
006340 L000-LOG-RUN-COUNTS-PARA-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    L100-LOG-ONE-COUNT-PARA                                     *
006390*    INSERT ONE STAGED COUNTER INTO RUNLOG. A FAILED INSERT      *
006400*    ONLY WARNS - THE FEED ITSELF IS DONE - BUT FLAGS THE RUN    *
006410*    SO OPS KNOWS THE MORNING BALANCE WILL BE SHORT A ROW.       *
006420******************************************************************
006430 L100-LOG-ONE-COUNT-PARA.
006440
006450     EXEC SQL
006460          INSERT INTO RUNLOG
006470                 (PROGNAME, RUNDATE, CNTRNAME, CNTRVAL)
006480          VALUES (:PROGNAME, :RUNDATE, :CNTRNAME, :CNTRVAL)
006490     END-EXEC
006500
006510     IF SQLCODE NOT = 0
006520         DISPLAY 'RUNLOG INSERT FAILED - SQLCODE: ' SQLCODE
006530         IF RETURN-CODE < 4
006540             MOVE 4 TO RETURN-CODE
006550         END-IF
006560     END-IF.
006570
006580 L100-LOG-ONE-COUNT-PARA-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620*    Z000-TERMINATE-PARA                                         *
006630*    CLOSE BOTH CURSORS AND THE FEED AT END OF RUN.              *
006640******************************************************************
006650 Z000-TERMINATE-PARA.
006660
006670     EXEC SQL
006680          CLOSE CHGCSR
006690     END-EXEC
006700
006710     EXEC SQL
006720          CLOSE CRDCSR
006730     END-EXEC
006740
006750     CLOSE BURSOUT.
006760
006770 Z000-TERMINATE-PARA-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*    B100-OPEN-CREDIT-CSR-PARA                                   *
006820*    OPEN THE CREDIT CURSOR ONCE THE CHARGE PASS IS DONE, SO A   *
006830*    ROW CHARGED AND DROPPED THE SAME NIGHT COMES BACK WITH THE  *
006840*    CHGDATE JUST STAMPED AND IS CREDITED TONIGHT INSTEAD OF     *
006850*    BEING HELD FOR THE NEXT FEED. THE FEED IS WRITTEN BY NOW,   *
006860*    SO A CURSOR THAT WILL NOT OPEN SKIPS THE CREDITS AND ENDS   *
006870*    RC 16 WITH THE TRAILER STILL WRITTEN - THE CREDITS GO OUT   *
006880*    ON THE NEXT FEED THAT RUNS.                                 *
006890******************************************************************
006900 B100-OPEN-CREDIT-CSR-PARA.
006910
006920     EXEC SQL
006930          OPEN CRDCSR
006940     END-EXEC
006950
006960     IF SQLCODE NOT = 0
006970         DISPLAY 'CRDCSR OPEN FAILED - SQLCODE: ' SQLCODE
006980         MOVE 'Y' TO WS-CRD-EOF
006990         ADD 1 TO WS-CNT-FAILED
007000         IF RETURN-CODE < 16
007010             MOVE 16 TO RETURN-CODE
007020         END-IF
007030     END-IF.
007040
007050 B100-OPEN-CREDIT-CSR-PARA-EXIT.
007060     EXIT.
