000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CRSMAINT.
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
000220*    10/15/2026 RH    INITIAL VERSION - APPLY ADD/CHANGE/CANCEL  *
000230*                     TRANSACTIONS AGAINST THE COURSE TABLE (ONE *
000240*                     ROW PER COURSE AND SECTION, OWNED BY A     *
000250*                     DEPARTMENT), WITH A REJECT FILE AND RUNLOG *
000260*                     COUNTS LIKE DEPTMAINT. THE OWNING          *
000270*                     DEPARTMENT MUST BE ON THE DEPARTMENT       *
000280*                     MASTER. A CANCEL ONLY MARKS THE SECTION    *
000290*                     CANCELLED (CRSSTAT 'C') SO ITS ENROLLMENT  *
000300*                     HISTORY AND CLASS LISTS SURVIVE; STUD      *
000310*                     STOPS TAKING ADDS FOR IT. A CANCEL THAT    *
000320*                     LEAVES STUDENTS ENROLLED WARNS THE RUN SO  *
000330*                     THE REGISTRAR KNOWS DROPS ARE NEEDED.      *
000340*                                                                *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CTRANFIL ASSIGN TO CTRANFIL
000400            ORGANIZATION IS SEQUENTIAL.
000410
000420     SELECT CTRANREJ ASSIGN TO CTRANREJ
000430            ORGANIZATION IS SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CTRANFIL
000480     RECORDING MODE IS F.
000490 01  CTRAN-REC.
000500     05 CTRAN-CODE            PIC X(01).
000510        88 CTRAN-IS-ADD             VALUE 'A'.
000520        88 CTRAN-IS-CHANGE          VALUE 'C'.
000530        88 CTRAN-IS-CANCEL          VALUE 'X'.
000540     05 CTRAN-CRSCODE         PIC X(08).
000550     05 CTRAN-CRSSECT         PIC X(03).
000560     05 CTRAN-CRSDEPT         PIC X(10).
000570     05 CTRAN-CRSTITLE        PIC X(30).
000580     05 CTRAN-CRSINSTR        PIC X(20).
000590     05 FILLER                PIC X(08).
000600
000610 FD  CTRANREJ
000620     RECORDING MODE IS F.
000630 01  CTRANREJ-REC.
000640     05 CTRANREJ-CODE         PIC X(01).
000650     05 CTRANREJ-CRSCODE      PIC X(08).
000660     05 CTRANREJ-CRSSECT      PIC X(03).
000670     05 FILLER                PIC X(01).
000680     05 CTRANREJ-REASON       PIC X(30).
000690     05 FILLER                PIC X(37).
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05 WS-EOF                PIC X(01) VALUE SPACE.
000740        88 WS-EOF-YES                VALUE 'Y'.
000750
000760 01  WS-SUMMARY-COUNTERS.
000770     05 WS-CNT-READ           PIC 9(07) COMP-3 VALUE ZERO.
000780     05 WS-CNT-ADDED          PIC 9(07) COMP-3 VALUE ZERO.
000790     05 WS-CNT-CHANGED        PIC 9(07) COMP-3 VALUE ZERO.
000800     05 WS-CNT-CANCELLED      PIC 9(07) COMP-3 VALUE ZERO.
000810     05 WS-CNT-REJECTED       PIC 9(07) COMP-3 VALUE ZERO.
000820
000830 01  WS-CTRANREJ-REASON       PIC X(30) VALUE SPACES.
000840
000850 01  WS-ENRL-OPEN-CNT         PIC S9(09) COMP VALUE ZERO.
000860
000870 01  WS-SECTION-VALID-SW      PIC X(01) VALUE 'Y'.
000880     88 WS-SECTION-VALID             VALUE 'Y'.
000890
000900 01  WS-RUN-DATE              PIC X(08).
000910
000920     EXEC SQL
000930          INCLUDE SQLCA
000940     END-EXEC.
000950
000960     EXEC SQL
000970          INCLUDE DCLCRS
000980     END-EXEC.
000990
001000     EXEC SQL
001010          INCLUDE DCLDEPT
001020     END-EXEC.
001030
001040     EXEC SQL
001050          INCLUDE DCLENRL
001060     END-EXEC.
001070
001080     EXEC SQL
001090          INCLUDE DCLRLOG
001100     END-EXEC.
001110
001120 PROCEDURE DIVISION.
001130
001140 0000-MAINLINE-PARA.
001150
001160     PERFORM X000-INITIALIZE-PARA
001170                THRU X000-INITIALIZE-PARA-EXIT
001180
001190     PERFORM UNTIL WS-EOF-YES
001200
001210         READ CTRANFIL
001220             AT END
001230                 MOVE 'Y' TO WS-EOF
001240             NOT AT END
001250                 ADD 1 TO WS-CNT-READ
001260                 PERFORM A000-APPLY-TRAN-PARA
001270                            THRU A000-APPLY-TRAN-PARA-EXIT
001280         END-READ
001290
001300     END-PERFORM
001310
001320     PERFORM H000-SUMMARY-PARA
001330                THRU H000-SUMMARY-PARA-EXIT
001340
001350     PERFORM L000-LOG-RUN-COUNTS-PARA
001360                THRU L000-LOG-RUN-COUNTS-PARA-EXIT
001370
001380     PERFORM Z000-TERMINATE-PARA
001390                THRU Z000-TERMINATE-PARA-EXIT
001400
001410     GOBACK.
001420
001430******************************************************************
001440*    X000-INITIALIZE-PARA                                        *
001450*    OPEN THE TRANSACTION FILE AND THE REJECT FILE.              *
001460******************************************************************
001470 X000-INITIALIZE-PARA.
001480
001490     OPEN INPUT  CTRANFIL
001500     OPEN OUTPUT CTRANREJ
001510
001520     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
001530
001540 X000-INITIALIZE-PARA-EXIT.
001550     EXIT.
001560
001570******************************************************************
001580*    A000-APPLY-TRAN-PARA                                        *
001590*    DISPATCH THE INCOMING TRANSACTION TO THE MATCHING ADD,      *
001600*    CHANGE OR CANCEL PARAGRAPH BY CTRAN-CODE. UNRECOGNIZED      *
001610*    CODES ARE REJECTED WITHOUT TOUCHING THE COURSE TABLE.       *
001620******************************************************************
001630 A000-APPLY-TRAN-PARA.
001640
001650     EVALUATE TRUE
001660         WHEN CTRAN-IS-ADD
001670             PERFORM B000-ADD-SECTION-PARA
001680                        THRU B000-ADD-SECTION-PARA-EXIT
001690         WHEN CTRAN-IS-CHANGE
001700             PERFORM C000-CHANGE-SECTION-PARA
001710                        THRU C000-CHANGE-SECTION-PARA-EXIT
001720         WHEN CTRAN-IS-CANCEL
001730             PERFORM D000-CANCEL-SECTION-PARA
001740                        THRU D000-CANCEL-SECTION-PARA-EXIT
001750         WHEN OTHER
001760             MOVE 'INVALID TRANSACTION CODE'
001770                             TO WS-CTRANREJ-REASON
001780             PERFORM E000-REJECT-TRAN-PARA
001790                        THRU E000-REJECT-TRAN-PARA-EXIT
001800     END-EVALUATE.
001810
001820 A000-APPLY-TRAN-PARA-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860*    B000-ADD-SECTION-PARA                                       *
001870*    INSERT A NEW COURSE SECTION, OPEN FOR ENROLLMENT.           *
001880******************************************************************
001890 B000-ADD-SECTION-PARA.
001900
001910     PERFORM G000-EDIT-SECTION-PARA
001920                THRU G000-EDIT-SECTION-PARA-EXIT
001930     IF NOT WS-SECTION-VALID
001940         GO TO B000-ADD-SECTION-PARA-EXIT
001950     END-IF
001960
001970     MOVE CTRAN-CRSTITLE   TO CRSTITLE
001980     MOVE CTRAN-CRSINSTR   TO CRSINSTR
001990     MOVE 'O'              TO CRSSTAT
002000
002010     EXEC SQL
002020          INSERT INTO COURSE
002030                 (CRSCODE, CRSSECT, CRSDEPT, CRSTITLE,
002040                  CRSINSTR, CRSSTAT)
002050          VALUES (:CRSCODE, :CRSSECT, :CRSDEPT, :CRSTITLE,
002060                  :CRSINSTR, :CRSSTAT)
002070     END-EXEC
002080
002090     EVALUATE SQLCODE
002100         WHEN 0
002110             ADD 1 TO WS-CNT-ADDED
002120         WHEN -803
002130             MOVE 'SECTION ALREADY ON FILE'
002140                             TO WS-CTRANREJ-REASON
002150             PERFORM E000-REJECT-TRAN-PARA
002160                        THRU E000-REJECT-TRAN-PARA-EXIT
002170         WHEN OTHER
002180             MOVE 'INSERT FAILED - SEE SQLCODE'
002190                             TO WS-CTRANREJ-REASON
002200             PERFORM E000-REJECT-TRAN-PARA
002210                        THRU E000-REJECT-TRAN-PARA-EXIT
002220     END-EVALUATE.
002230
002240 B000-ADD-SECTION-PARA-EXIT.
002250     EXIT.
002260
002270******************************************************************
002280*    C000-CHANGE-SECTION-PARA                                    *
002290*    UPDATE THE OWNING DEPARTMENT, TITLE AND INSTRUCTOR OF AN    *
002300*    EXISTING SECTION. THE OPEN/CANCELLED STATUS IS NOT TOUCHED. *
002310******************************************************************
002320 C000-CHANGE-SECTION-PARA.
002330
002340     PERFORM G000-EDIT-SECTION-PARA
002350                THRU G000-EDIT-SECTION-PARA-EXIT
002360     IF NOT WS-SECTION-VALID
002370         GO TO C000-CHANGE-SECTION-PARA-EXIT
002380     END-IF
002390
002400     MOVE CTRAN-CRSTITLE   TO CRSTITLE
002410     MOVE CTRAN-CRSINSTR   TO CRSINSTR
002420
002430     EXEC SQL
002440          UPDATE COURSE
002450             SET CRSDEPT    = :CRSDEPT,
002460                 CRSTITLE   = :CRSTITLE,
002470                 CRSINSTR   = :CRSINSTR
002480           WHERE CRSCODE    = :CRSCODE
002490             AND CRSSECT    = :CRSSECT
002500     END-EXEC
002510
002520     EVALUATE SQLCODE
002530         WHEN 0
002540             ADD 1 TO WS-CNT-CHANGED
002550         WHEN 100
002560             MOVE 'SECTION NOT ON FILE'
002570                             TO WS-CTRANREJ-REASON
002580             PERFORM E000-REJECT-TRAN-PARA
002590                        THRU E000-REJECT-TRAN-PARA-EXIT
002600         WHEN OTHER
002610             MOVE 'UPDATE FAILED - SEE SQLCODE'
002620                             TO WS-CTRANREJ-REASON
002630             PERFORM E000-REJECT-TRAN-PARA
002640                        THRU E000-REJECT-TRAN-PARA-EXIT
002650     END-EVALUATE.
002660
002670 C000-CHANGE-SECTION-PARA-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710*    D000-CANCEL-SECTION-PARA                                    *
002720*    MARK AN OPEN SECTION CANCELLED. THE ROW STAYS ON THE TABLE  *
002730*    SO ENROLLMENT ROWS THAT NAME IT STILL RESOLVE ON THE CLASS  *
002740*    LIST. STUDENTS STILL ENROLLED ARE NOT DROPPED HERE - EACH   *
002750*    NEEDS A 'D' TRANSACTION SO THE DROP IS DATED AND BILLED -   *
002760*    BUT THE RUN WARNS WITH THE COUNT SO NONE ARE MISSED.        *
002770******************************************************************
002780 D000-CANCEL-SECTION-PARA.
002790
002800     IF CTRAN-CRSCODE = SPACES OR CTRAN-CRSSECT = SPACES
002810         MOVE 'COURSE OR SECTION MISSING'
002820                         TO WS-CTRANREJ-REASON
002830         PERFORM E000-REJECT-TRAN-PARA
002840                    THRU E000-REJECT-TRAN-PARA-EXIT
002850         GO TO D000-CANCEL-SECTION-PARA-EXIT
002860     END-IF
002870
002880     MOVE CTRAN-CRSCODE    TO CRSCODE
002890     MOVE CTRAN-CRSSECT    TO CRSSECT
002900     MOVE 'C'              TO CRSSTAT
002910
002920     EXEC SQL
002930          UPDATE COURSE
002940             SET CRSSTAT    = :CRSSTAT
002950           WHERE CRSCODE    = :CRSCODE
002960             AND CRSSECT    = :CRSSECT
002970             AND CRSSTAT    = 'O'
002980     END-EXEC
002990
003000     EVALUATE SQLCODE
003010         WHEN 0
003020             ADD 1 TO WS-CNT-CANCELLED
003030         WHEN 100
003040             MOVE 'NO OPEN SECTION TO CANCEL'
003050                             TO WS-CTRANREJ-REASON
003060             PERFORM E000-REJECT-TRAN-PARA
003070                        THRU E000-REJECT-TRAN-PARA-EXIT
003080             GO TO D000-CANCEL-SECTION-PARA-EXIT
003090         WHEN OTHER
003100             MOVE 'UPDATE FAILED - SEE SQLCODE'
003110                             TO WS-CTRANREJ-REASON
003120             PERFORM E000-REJECT-TRAN-PARA
003130                        THRU E000-REJECT-TRAN-PARA-EXIT
003140             GO TO D000-CANCEL-SECTION-PARA-EXIT
003150     END-EVALUATE
003160
003170     EXEC SQL
003180          SELECT  COUNT(*)
003190            INTO  :WS-ENRL-OPEN-CNT
003200            FROM  ENROLLMENT
003210           WHERE  ENRLCRS  = :CRSCODE
003220             AND  ENRLSECT = :CRSSECT
003230             AND  ENDDATE  = '        '
003240     END-EXEC
003250
003260     IF SQLCODE = 0 AND WS-ENRL-OPEN-CNT > ZERO
003270         DISPLAY 'SECTION CANCELLED WITH STUDENTS ENROLLED - '
003280                 CRSCODE ' ' CRSSECT ' STUDENTS: '
003290                 WS-ENRL-OPEN-CNT
003300         IF RETURN-CODE < 4
003310             MOVE 4 TO RETURN-CODE
003320         END-IF
003330     END-IF.
003340
003350 D000-CANCEL-SECTION-PARA-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390*    G000-EDIT-SECTION-PARA                                      *
003400*    EDIT AN ADD OR CHANGE BEFORE ANY SQL TOUCHES THE COURSE     *
003410*    TABLE: THE COURSE AND SECTION MUST BOTH BE PRESENT AND THE  *
003420*    OWNING DEPARTMENT MUST BE ON THE DEPARTMENT MASTER. STAGES  *
003430*    THE KEY AND THE OWNING DEPARTMENT INTO THE HOST VARIABLES.  *
003440******************************************************************
003450 G000-EDIT-SECTION-PARA.
003460
003470     MOVE 'N' TO WS-SECTION-VALID-SW
003480
003490     IF CTRAN-CRSCODE = SPACES OR CTRAN-CRSSECT = SPACES
003500         MOVE 'COURSE OR SECTION MISSING'
003510                         TO WS-CTRANREJ-REASON
003520         PERFORM E000-REJECT-TRAN-PARA
003530                    THRU E000-REJECT-TRAN-PARA-EXIT
003540         GO TO G000-EDIT-SECTION-PARA-EXIT
003550     END-IF
003560
003570     MOVE CTRAN-CRSCODE    TO CRSCODE
003580     MOVE CTRAN-CRSSECT    TO CRSSECT
003590     MOVE CTRAN-CRSDEPT    TO CRSDEPT
003600     MOVE CTRAN-CRSDEPT    TO DEPTCODE
003610
003620     EXEC SQL
003630          SELECT  DEPTNAME
003640            INTO  :DEPTNAME
003650            FROM  DEPARTMENT
003660           WHERE  DEPTCODE = :DEPTCODE
003670     END-EXEC
003680
003690     EVALUATE SQLCODE
003700         WHEN 0
003710             MOVE 'Y' TO WS-SECTION-VALID-SW
003720         WHEN 100
003730             MOVE 'OWNING DEPT NOT ON MASTER'
003740                             TO WS-CTRANREJ-REASON
003750             PERFORM E000-REJECT-TRAN-PARA
003760                        THRU E000-REJECT-TRAN-PARA-EXIT
003770         WHEN OTHER
003780             MOVE 'DEPT LOOKUP FAILED'
003790                             TO WS-CTRANREJ-REASON
003800             PERFORM E000-REJECT-TRAN-PARA
003810                        THRU E000-REJECT-TRAN-PARA-EXIT
003820     END-EVALUATE.
003830
003840 G000-EDIT-SECTION-PARA-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    E000-REJECT-TRAN-PARA                                       *
003890*    WRITE A FAILED TRANSACTION TO CTRANREJ WITH ITS REASON.     *
003900******************************************************************
003910 E000-REJECT-TRAN-PARA.
003920
003930     ADD 1 TO WS-CNT-REJECTED
003940
003950     MOVE SPACES          TO CTRANREJ-REC
003960     MOVE CTRAN-CODE      TO CTRANREJ-CODE
003970     MOVE CTRAN-CRSCODE   TO CTRANREJ-CRSCODE
003980     MOVE CTRAN-CRSSECT   TO CTRANREJ-CRSSECT
003990     MOVE WS-CTRANREJ-REASON
004000                          TO CTRANREJ-REASON
004010
004020     WRITE CTRANREJ-REC.
004030
004040 E000-REJECT-TRAN-PARA-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*    H000-SUMMARY-PARA                                           *
004090*    DISPLAY END-OF-JOB TRANSACTION COUNTS.                      *
004100******************************************************************
004110 H000-SUMMARY-PARA.
004120
004130     DISPLAY '==================================================='
004140     DISPLAY 'CRSMAINT - END OF JOB SUMMARY'
004150     DISPLAY '==================================================='
004160     DISPLAY 'TRANSACTIONS READ ............ ' WS-CNT-READ
004170     DISPLAY 'SECTIONS ADDED ................ ' WS-CNT-ADDED
004180     DISPLAY 'SECTIONS CHANGED .............. ' WS-CNT-CHANGED
004190     DISPLAY 'SECTIONS CANCELLED ............ ' WS-CNT-CANCELLED
004200     DISPLAY 'TRANSACTIONS REJECTED ......... ' WS-CNT-REJECTED
004210     DISPLAY '=================================================='.
004220
004230 H000-SUMMARY-PARA-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    Z000-TERMINATE-PARA                                         *
004280*    CLOSE FILES AT END OF RUN.                                  *
004290******************************************************************
004300 Z000-TERMINATE-PARA.
004310
004320     CLOSE CTRANFIL
004330     CLOSE CTRANREJ.
004340
004350 Z000-TERMINATE-PARA-EXIT.
004360     EXIT.
004370
004380******************************************************************
004390*    L000-LOG-RUN-COUNTS-PARA                                    *
004400*    INSERT THE END-OF-JOB COUNTS INTO THE RUNLOG TABLE FOR THE  *
004410*    MORNING RUNBAL CROSS-PROGRAM BALANCING REPORT.              *
004420******************************************************************
004430 L000-LOG-RUN-COUNTS-PARA.
004440
004450     MOVE 'CRSMAINT'         TO PROGNAME
004460     MOVE WS-RUN-DATE        TO RUNDATE
004470
004480     MOVE 'TRANS-READ'       TO CNTRNAME
004490     MOVE WS-CNT-READ        TO CNTRVAL
004500     PERFORM L100-LOG-ONE-COUNT-PARA
004510                THRU L100-LOG-ONE-COUNT-PARA-EXIT
004520
004530     MOVE 'SECTS-ADDED'      TO CNTRNAME
004540     MOVE WS-CNT-ADDED       TO CNTRVAL
004550     PERFORM L100-LOG-ONE-COUNT-PARA
004560                THRU L100-LOG-ONE-COUNT-PARA-EXIT
004570
004580     MOVE 'SECTS-CHANGED'    TO CNTRNAME
004590     MOVE WS-CNT-CHANGED     TO CNTRVAL
004600     PERFORM L100-LOG-ONE-COUNT-PARA
004610                THRU L100-LOG-ONE-COUNT-PARA-EXIT
004620
004630     MOVE 'SECTS-CANCELLED'  TO CNTRNAME
004640     MOVE WS-CNT-CANCELLED   TO CNTRVAL
004650     PERFORM L100-LOG-ONE-COUNT-PARA
004660                THRU L100-LOG-ONE-COUNT-PARA-EXIT
004670
004680     MOVE 'REJECTED'         TO CNTRNAME
004690     MOVE WS-CNT-REJECTED    TO CNTRVAL
004700     PERFORM L100-LOG-ONE-COUNT-PARA
004710                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
004720
004730 L000-LOG-RUN-COUNTS-PARA-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*    L100-LOG-ONE-COUNT-PARA                                     *
004780*    INSERT ONE STAGED COUNTER INTO RUNLOG. A FAILED INSERT      *
004790*    ONLY WARNS - THE MAINTENANCE ITSELF IS APPLIED - BUT FLAGS  *
004800*    THE RUN SO OPS KNOWS THE MORNING BALANCE IS SHORT A ROW.    *
004810******************************************************************
004820 L100-LOG-ONE-COUNT-PARA.
004830
004840     EXEC SQL
004850          INSERT INTO RUNLOG
004860                 (PROGNAME, RUNDATE, CNTRNAME, CNTRVAL)
004870          VALUES (:PROGNAME, :RUNDATE, :CNTRNAME, :CNTRVAL)
004880     END-EXEC
004890
004900     IF SQLCODE NOT = 0
004910         DISPLAY 'RUNLOG INSERT FAILED - SQLCODE: ' SQLCODE
004920         IF RETURN-CODE < 4
004930             MOVE 4 TO RETURN-CODE
004940         END-IF
004950     END-IF.
004960
004970 L100-LOG-ONE-COUNT-PARA-EXIT.
004980     EXIT.
