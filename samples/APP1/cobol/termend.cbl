000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TERMEND.
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
000220*    10/15/2026 RH    INITIAL VERSION - TERM-END CLOSE. GIVEN    *
000230*                     THE TERM END DATE ON THE PARM, EXPIRES THE *
000240*                     WAITLIST ENTRIES FOR THE TERM ONTO A       *
000250*                     NOTIFICATION FILE FOR THE DEPARTMENT       *
000260*                     OFFICES, SNAPSHOTS EACH DEPARTMENT'S       *
000270*                     HEADCOUNT AND WAITLIST INTO TERMHIST, AND  *
000280*                     CLOSES EVERY ENROLLMENT ROW STILL OPEN AT  *
000290*                     TERM END WITH END REASON 'C' (COMPLETED)   *
000300*                     SO FINISHED COURSES ARE NO LONGER TOLD     *
000310*                     APART FROM DROPS BY HAND. THE DB2 WORK IS  *
000320*                     ONE UNIT OF WORK - ANY SQL FAILURE BACKS   *
000330*                     THE WHOLE CLOSE OUT (RC 16). A TERM THAT   *
000340*                     IS ALREADY ON TERMHIST IS REFUSED (RC 8).  *
000342*                     THE NAME OF A STUDENT UNDER A PRIVACY      *
000344*                     HOLD GOES TO THE NOTIFICATION FILE AS      *
000346*                     '*WITHHELD*' AND THE NAMES WITHHELD ARE    *
000348*                     COUNTED TO RUNLOG.                         *
000350*                                                                *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT WAITIN ASSIGN TO WAITIN
000410            ORGANIZATION IS SEQUENTIAL.
000420
000430     SELECT WAITOUT ASSIGN TO WAITOUT
000440            ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT NOTIFY ASSIGN TO NOTIFY
000470            ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510******************************************************************
000520*    WAITIN/WAITOUT - THE STUD WAITLIST. RECORDS ARE IMAGES OF   *
000530*    THE EMPFIL RECORD THAT WAS PARKED, KEPT IN ARRIVAL ORDER.   *
000540*    ENTRIES FOR A LATER TERM ARE COPIED TO WAITOUT UNCHANGED.   *
000550******************************************************************
000560 FD  WAITIN
000570     RECORDING MODE IS F.
000580 01  WAIT-REC.
000590     05 WAIT-KEY.
000600        10 WAIT-STUD-ID      PIC X(05).
000610        10 WAIT-EFF-DATE     PIC X(08).
000620     05 WAIT-TRANS-CODE      PIC X(01).
000630        88 WAIT-IS-XFER             VALUE 'T'.
000640     05 WAIT-XFER-DEPT       PIC X(10).
000650     05 WAIT-CRS-CODE        PIC X(08).
000660     05 WAIT-CRS-SECT        PIC X(03).
000670     05 FILLER               PIC X(45).
000680
000690 FD  WAITOUT
000700     RECORDING MODE IS F.
000710 01  WAITO-REC               PIC X(80).
000720
000730******************************************************************
000740*    NOTIFY - ONE LINE PER EXPIRED WAITLIST ENTRY, LED BY THE    *
000750*    DEPARTMENT IT WAS WAITING ON SO THE JOB CAN SORT IT INTO    *
000760*    ONE RUN PER DEPARTMENT OFFICE.                              *
000770******************************************************************
000780 FD  NOTIFY
000790     RECORDING MODE IS F.
000800 01  NTF-REC.
000810     05 NTF-DEPT             PIC X(10).
000820     05 FILLER               PIC X(01).
000830     05 NTF-STUD-ID          PIC X(05).
000840     05 FILLER               PIC X(01).
000850     05 NTF-STUDNAME         PIC X(10).
000860     05 FILLER               PIC X(01).
000870     05 NTF-EFF-DATE         PIC X(08).
000880     05 FILLER               PIC X(01).
000890     05 NTF-TRANS-CODE       PIC X(01).
000900     05 FILLER               PIC X(01).
000910     05 NTF-CRS-CODE         PIC X(08).
000920     05 FILLER               PIC X(01).
000930     05 NTF-CRS-SECT         PIC X(03).
000940     05 FILLER               PIC X(01).
000950     05 NTF-TERM-END         PIC X(08).
000960     05 FILLER               PIC X(20).
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-SWITCHES.
001000     05 WS-WAIT-EOF          PIC X(01) VALUE SPACE.
001010        88 WS-WAIT-EOF-YES          VALUE 'Y'.
001020     05 WS-CSR-EOF-SW        PIC X(01) VALUE 'N'.
001030        88 WS-CSR-EOF               VALUE 'Y'.
001040     05 WS-SQL-FAILED-SW     PIC X(01) VALUE 'N'.
001050        88 WS-SQL-FAILED            VALUE 'Y'.
001060     05 WS-DEPT-FOUND-SW     PIC X(01) VALUE 'N'.
001070        88 WS-DEPT-FOUND            VALUE 'Y'.
001080
001090 01  WS-RUN-DATE             PIC X(08).
001100 01  WS-TERM-END             PIC X(08).
001110
001120******************************************************************
001130*    HOST VARIABLES FOR THE ENROLLMENT AND TERMHIST QUERIES.     *
001140******************************************************************
001150 01  WS-TERM-DONE-CNT        PIC S9(09) COMP VALUE ZERO.
001160 01  WS-ENR-DEPT             PIC X(10).
001170 01  WS-ENR-HEADCNT          PIC S9(09) COMP VALUE ZERO.
001180 01  WS-ENR-ROWCNT           PIC S9(09) COMP VALUE ZERO.
001190
001200 01  WS-WAIT-DEPT            PIC X(10) VALUE SPACES.
001210 01  WS-FIND-DEPT            PIC X(10) VALUE SPACES.
001220
001230******************************************************************
001240*    ONE ENTRY PER DEPARTMENT ON THE MASTER, PLUS ANY CODE FOUND *
001250*    ON AN OPEN ENROLLMENT OR WAITLIST ENTRY THAT IS NOT - EACH  *
001260*    ENTRY BECOMES ONE TERMHIST ROW.                             *
001270******************************************************************
001280 01  WS-DEPT-TABLE.
001290     05 WS-DEPT-COUNT-USED   PIC 9(04) COMP    VALUE ZERO.
001300     05 WS-DEPT-ENTRY OCCURS 200 TIMES
001310                      INDEXED BY WS-DEPT-IDX.
001320        10 WS-DEPT-CODE      PIC X(10).
001330        10 WS-DEPT-HEADCNT   PIC S9(09) COMP.
001340        10 WS-DEPT-WAITCNT   PIC S9(09) COMP.
001350        10 WS-DEPT-ROWCNT    PIC S9(09) COMP.
001360
001370 01  WS-DEPT-TABLE-MAX       PIC 9(04) COMP    VALUE 200.
001380
001390 01  WS-SUMMARY-COUNTERS.
001400     05 WS-CNT-DEPTS-LOADED  PIC 9(07) COMP-3 VALUE ZERO.
001410     05 WS-CNT-WAIT-READ     PIC 9(07) COMP-3 VALUE ZERO.
001420     05 WS-CNT-WAIT-EXPIRED  PIC 9(07) COMP-3 VALUE ZERO.
001430     05 WS-CNT-WAIT-KEPT     PIC 9(07) COMP-3 VALUE ZERO.
001440     05 WS-CNT-WAIT-NO-STUD  PIC 9(07) COMP-3 VALUE ZERO.
001445     05 WS-CNT-WAIT-WITHHELD PIC 9(07) COMP-3 VALUE ZERO.
001450     05 WS-CNT-HEADCOUNT     PIC 9(09) COMP-3 VALUE ZERO.
001460     05 WS-CNT-ROWS-EXPECTED PIC 9(09) COMP-3 VALUE ZERO.
001470     05 WS-CNT-ROWS-CLOSED   PIC 9(09) COMP-3 VALUE ZERO.
001480     05 WS-CNT-DEPTS-SNAP    PIC 9(07) COMP-3 VALUE ZERO.
001490     05 WS-CNT-DEPT-OVERFLOW PIC 9(07) COMP-3 VALUE ZERO.
001500     05 WS-CNT-FAILED        PIC 9(07) COMP-3 VALUE ZERO.
001510
001513 01  WS-WITHHELD-NAME        PIC X(10) VALUE '*WITHHELD*'.
001516
001520     EXEC SQL
001530          INCLUDE SQLCA
001540     END-EXEC.
001550
001560     EXEC SQL
001570          INCLUDE DCLGENS
001580     END-EXEC.
001590
001600     EXEC SQL
001610          INCLUDE DCLDEPT
001620     END-EXEC.
001630
001640     EXEC SQL
001650          INCLUDE DCLTHST
001660     END-EXEC.
001670
001680     EXEC SQL
001690          INCLUDE DCLRLOG
001700     END-EXEC.
001710
001720******************************************************************
001730*    DEPTCSR - THE DEPARTMENT MASTER, SO EVERY DEPARTMENT GETS A *
001740*    TERMHIST ROW EVEN IN A TERM WITH NO ONE ENROLLED.           *
001750******************************************************************
001760     EXEC SQL
001770          DECLARE DEPTCSR CURSOR FOR
001780          SELECT  DEPTCODE
001790            FROM  DEPARTMENT
001800           ORDER  BY DEPTCODE
001810     END-EXEC.
001820
001830******************************************************************
001840*    HCNTCSR - PER DEPARTMENT, THE STUDENTS STILL ENROLLED AT    *
001850*    TERM END AND THE OPEN ROWS THE CLOSE WILL END. ROWS DATED   *
001860*    AFTER TERM END BELONG TO THE NEXT TERM AND ARE LEFT OPEN.   *
001870******************************************************************
001880     EXEC SQL
001890          DECLARE HCNTCSR CURSOR FOR
001900          SELECT  ENRLDEPT,
001910                  COUNT(DISTINCT STUDID),
001920                  COUNT(*)
001930            FROM  ENROLLMENT
001940           WHERE  ENDDATE = '        '
001950             AND  EFFDATE <= :WS-TERM-END
001960           GROUP  BY ENRLDEPT
001970           ORDER  BY ENRLDEPT
001980     END-EXEC.
001990
002000 LINKAGE SECTION.
002010 01  LK-TERM-PARM.
002020     05 LK-PARM-LEN          PIC S9(04) COMP.
002030     05 LK-PARM-TERM-END     PIC X(08).
002040
002050 PROCEDURE DIVISION USING LK-TERM-PARM.
002060
002070 0000-MAINLINE-PARA.
002080
002090     IF LK-PARM-LEN < 8
002100         DISPLAY 'TERMEND - TERM END DATE MISSING FROM PARM '
002110                 '(CCYYMMDD)'
002120         MOVE +16 TO RETURN-CODE
002130         GOBACK
002140     END-IF
002150
002160     MOVE LK-PARM-TERM-END TO WS-TERM-END
002170
002180     IF WS-TERM-END IS NOT NUMERIC
002190         DISPLAY 'TERMEND - TERM END DATE NOT NUMERIC: '
002200                 WS-TERM-END
002210         MOVE +16 TO RETURN-CODE
002220         GOBACK
002230     END-IF
002240
002250     PERFORM X000-INITIALIZE-PARA
002260                THRU X000-INITIALIZE-PARA-EXIT
002270
002280     PERFORM A000-LOAD-DEPTS-PARA
002290                THRU A000-LOAD-DEPTS-PARA-EXIT
002300
002310     PERFORM UNTIL WS-WAIT-EOF-YES
002320
002330         READ WAITIN
002340             AT END
002350                 MOVE 'Y' TO WS-WAIT-EOF
002360             NOT AT END
002370                 PERFORM B000-ONE-WAITLIST-PARA
002380                            THRU B000-ONE-WAITLIST-PARA-EXIT
002390         END-READ
002400
002410     END-PERFORM
002420
002430     IF NOT WS-SQL-FAILED
002440         PERFORM C000-COUNT-HEADS-PARA
002450                    THRU C000-COUNT-HEADS-PARA-EXIT
002460     END-IF
002470
002480     IF NOT WS-SQL-FAILED
002490         PERFORM D000-SNAPSHOT-PARA
002500                    THRU D000-SNAPSHOT-PARA-EXIT
002510     END-IF
002520
002530     IF NOT WS-SQL-FAILED
002540         PERFORM E000-CLOSE-ENROLLMENT-PARA
002550                    THRU E000-CLOSE-ENROLLMENT-PARA-EXIT
002560     END-IF
002570
002580     PERFORM K000-COMMIT-OR-BACKOUT-PARA
002590                THRU K000-COMMIT-OR-BACKOUT-PARA-EXIT
002600
002610     PERFORM H000-SUMMARY-PARA
002620                THRU H000-SUMMARY-PARA-EXIT
002630
002640     PERFORM L000-LOG-RUN-COUNTS-PARA
002650                THRU L000-LOG-RUN-COUNTS-PARA-EXIT
002660
002670     PERFORM Z000-TERMINATE-PARA
002680                THRU Z000-TERMINATE-PARA-EXIT
002690
002700     GOBACK.
002710
002720******************************************************************
002730*    X000-INITIALIZE-PARA                                        *
002740*    REFUSE A TERM END IN THE FUTURE, AND A TERM THAT IS - OR A  *
002750*    LATER TERM THAT IS - ALREADY ON TERMHIST: CLOSING IT AGAIN  *
002760*    WOULD SNAPSHOT THE NEXT TERM'S ROWS UNDER THE OLD TERM.     *
002770*    NOTHING IS OPENED OR CHANGED UNTIL BOTH CHECKS PASS.        *
002780******************************************************************
002790 X000-INITIALIZE-PARA.
002800
002810     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
002820
002830     IF WS-TERM-END > WS-RUN-DATE
002840         DISPLAY 'TERMEND - TERM END ' WS-TERM-END
002850                 ' IS AFTER TODAY ' WS-RUN-DATE
002860         MOVE +16 TO RETURN-CODE
002870         GOBACK
002880     END-IF
002890
002900     MOVE WS-TERM-END TO TERMEND
002910
002920     EXEC SQL
002930          SELECT  COUNT(*)
002940            INTO  :WS-TERM-DONE-CNT
002950            FROM  TERMHIST
002960           WHERE  TERMEND >= :TERMEND
002970     END-EXEC
002980
002990     IF SQLCODE NOT = 0
003000         DISPLAY 'TERMHIST CHECK FAILED - SQLCODE: ' SQLCODE
003010         MOVE +16 TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040
003050     IF WS-TERM-DONE-CNT > ZERO
003060         DISPLAY 'TERMEND - TERM ENDING ' WS-TERM-END
003070                 ' OR A LATER TERM IS ALREADY CLOSED - '
003080                 'NOTHING DONE'
003090         MOVE +8 TO RETURN-CODE
003100         GOBACK
003110     END-IF
003120
003130     OPEN INPUT  WAITIN
003140     OPEN OUTPUT WAITOUT
003150     OPEN OUTPUT NOTIFY
003160
003170     DISPLAY 'TERMEND - CLOSING TERM ENDING ' WS-TERM-END.
003180
003190 X000-INITIALIZE-PARA-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    A000-LOAD-DEPTS-PARA                                        *
003240*    SEED THE DEPARTMENT TABLE FROM THE MASTER WITH ZERO COUNTS. *
003250******************************************************************
003260 A000-LOAD-DEPTS-PARA.
003270
003280     EXEC SQL
003290          OPEN DEPTCSR
003300     END-EXEC
003310
003320     IF SQLCODE NOT = 0
003330         DISPLAY 'DEPTCSR OPEN FAILED - SQLCODE: ' SQLCODE
003340         MOVE 'Y' TO WS-SQL-FAILED-SW
003350         ADD 1 TO WS-CNT-FAILED
003360         GO TO A000-LOAD-DEPTS-PARA-EXIT
003370     END-IF
003380
003390     MOVE 'N' TO WS-CSR-EOF-SW
003400
003410     PERFORM A100-FETCH-DEPT-PARA
003420                THRU A100-FETCH-DEPT-PARA-EXIT
003430         UNTIL WS-CSR-EOF
003440
003450     EXEC SQL
003460          CLOSE DEPTCSR
003470     END-EXEC.
003480
003490 A000-LOAD-DEPTS-PARA-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*    A100-FETCH-DEPT-PARA                                        *
003540*    ADD ONE MASTER DEPARTMENT TO THE TABLE.                     *
003550******************************************************************
003560 A100-FETCH-DEPT-PARA.
003570
003580     EXEC SQL
003590          FETCH DEPTCSR
003600           INTO :DEPTCODE
003610     END-EXEC
003620
003630     EVALUATE SQLCODE
003640         WHEN 0
003650             ADD 1 TO WS-CNT-DEPTS-LOADED
003660             MOVE DEPTCODE TO WS-FIND-DEPT
003670             PERFORM S000-FIND-DEPT-PARA
003680                        THRU S000-FIND-DEPT-PARA-EXIT
003690         WHEN 100
003700             MOVE 'Y' TO WS-CSR-EOF-SW
003710         WHEN OTHER
003720             DISPLAY 'DEPTCSR FETCH FAILED - SQLCODE: ' SQLCODE
003730             MOVE 'Y' TO WS-CSR-EOF-SW
003740             MOVE 'Y' TO WS-SQL-FAILED-SW
003750             ADD 1 TO WS-CNT-FAILED
003760     END-EVALUATE.
003770
003780 A100-FETCH-DEPT-PARA-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820*    B000-ONE-WAITLIST-PARA                                      *
003830*    AN ENTRY DATED ON OR BEFORE TERM END WAS WAITING ON A SEAT  *
003840*    IN THE TERM BEING CLOSED - IT EXPIRES TO THE NOTIFICATION   *
003850*    FILE AND COUNTS AGAINST THE DEPARTMENT IT WAS WAITING ON    *
003860*    (THE TARGET DEPARTMENT FOR A TRANSFER, THE STUDENT'S OWN    *
003870*    FOR AN ADD). A STUDENT UNDER A PRIVACY HOLD IS NAMED AS     *
003875*    '*WITHHELD*'. A LATER-DATED ENTRY KEEPS ITS PLACE IN LINE.  *
003880******************************************************************
003890 B000-ONE-WAITLIST-PARA.
003900
003910     ADD 1 TO WS-CNT-WAIT-READ
003920
003930     IF WAIT-EFF-DATE > WS-TERM-END
003940         WRITE WAITO-REC FROM WAIT-REC
003950         ADD 1 TO WS-CNT-WAIT-KEPT
003960         GO TO B000-ONE-WAITLIST-PARA-EXIT
003970     END-IF
003980
003990     MOVE WAIT-STUD-ID TO STUDID
004000
004010     EXEC SQL
004020          SELECT  STUDNAME, DEPARTMENT, PRIVHOLD
004030            INTO  :STUDNAME, :DEPARTMENT, :PRIVHOLD
004040            FROM  STUDENT
004050           WHERE  STUDID = :STUDID
004060     END-EXEC
004070
004080     EVALUATE SQLCODE
004090         WHEN 0
004100             CONTINUE
004110         WHEN 100
004120             MOVE SPACES TO STUDNAME
004130             MOVE SPACES TO DEPARTMENT
004135             MOVE SPACE  TO PRIVHOLD
004140             ADD 1 TO WS-CNT-WAIT-NO-STUD
004150         WHEN OTHER
004160             DISPLAY 'STUDENT LOOKUP FAILED - SQLCODE: ' SQLCODE
004170                     ' STUD-ID: ' WAIT-STUD-ID
004180             MOVE 'Y' TO WS-SQL-FAILED-SW
004190             ADD 1 TO WS-CNT-FAILED
004200             WRITE WAITO-REC FROM WAIT-REC
004210             ADD 1 TO WS-CNT-WAIT-KEPT
004220             GO TO B000-ONE-WAITLIST-PARA-EXIT
004230     END-EVALUATE
004240
004250     IF WAIT-IS-XFER
004260         MOVE WAIT-XFER-DEPT TO WS-WAIT-DEPT
004270     ELSE
004280         MOVE DEPARTMENT     TO WS-WAIT-DEPT
004290     END-IF
004300
004310     MOVE SPACES           TO NTF-REC
004320     MOVE WS-WAIT-DEPT     TO NTF-DEPT
004330     MOVE WAIT-STUD-ID     TO NTF-STUD-ID
004340     IF PRIVHOLD = 'Y'
004341         MOVE WS-WITHHELD-NAME TO NTF-STUDNAME
004342         ADD 1 TO WS-CNT-WAIT-WITHHELD
004343     ELSE
004344         MOVE STUDNAME         TO NTF-STUDNAME
004345     END-IF
004350     MOVE WAIT-EFF-DATE    TO NTF-EFF-DATE
004360     MOVE WAIT-TRANS-CODE  TO NTF-TRANS-CODE
004370     MOVE WAIT-CRS-CODE    TO NTF-CRS-CODE
004380     MOVE WAIT-CRS-SECT    TO NTF-CRS-SECT
004390     MOVE WS-TERM-END      TO NTF-TERM-END
004400     WRITE NTF-REC
004410
004420     ADD 1 TO WS-CNT-WAIT-EXPIRED
004430
004440     IF WS-WAIT-DEPT = SPACES
004450         GO TO B000-ONE-WAITLIST-PARA-EXIT
004460     END-IF
004470
004480     MOVE WS-WAIT-DEPT TO WS-FIND-DEPT
004490     PERFORM S000-FIND-DEPT-PARA
004500                THRU S000-FIND-DEPT-PARA-EXIT
004510
004520     IF WS-DEPT-FOUND
004530         ADD 1 TO WS-DEPT-WAITCNT (WS-DEPT-IDX)
004540     END-IF.
004550
004560 B000-ONE-WAITLIST-PARA-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    C000-COUNT-HEADS-PARA                                       *
004610*    POST EACH DEPARTMENT'S TERM-END HEADCOUNT AND OPEN-ROW      *
004620*    COUNT TO THE TABLE.                                         *
004630******************************************************************
004640 C000-COUNT-HEADS-PARA.
004650
004660     EXEC SQL
004670          OPEN HCNTCSR
004680     END-EXEC
004690
004700     IF SQLCODE NOT = 0
004710         DISPLAY 'HCNTCSR OPEN FAILED - SQLCODE: ' SQLCODE
004720         MOVE 'Y' TO WS-SQL-FAILED-SW
004730         ADD 1 TO WS-CNT-FAILED
004740         GO TO C000-COUNT-HEADS-PARA-EXIT
004750     END-IF
004760
004770     MOVE 'N' TO WS-CSR-EOF-SW
004780
004790     PERFORM C100-FETCH-HEADCOUNT-PARA
004800                THRU C100-FETCH-HEADCOUNT-PARA-EXIT
004810         UNTIL WS-CSR-EOF
004820
004830     EXEC SQL
004840          CLOSE HCNTCSR
004850     END-EXEC.
004860
004870 C000-COUNT-HEADS-PARA-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    C100-FETCH-HEADCOUNT-PARA                                   *
004920*    ONE DEPARTMENT'S COUNTS FROM HCNTCSR.                       *
004930******************************************************************
004940 C100-FETCH-HEADCOUNT-PARA.
004950
004960     EXEC SQL
004970          FETCH HCNTCSR
004980           INTO :WS-ENR-DEPT, :WS-ENR-HEADCNT, :WS-ENR-ROWCNT
004990     END-EXEC
005000
005010     EVALUATE SQLCODE
005020         WHEN 0
005030             ADD WS-ENR-HEADCNT TO WS-CNT-HEADCOUNT
005040             ADD WS-ENR-ROWCNT  TO WS-CNT-ROWS-EXPECTED
005050             MOVE WS-ENR-DEPT TO WS-FIND-DEPT
005060             PERFORM S000-FIND-DEPT-PARA
005070                        THRU S000-FIND-DEPT-PARA-EXIT
005080             IF WS-DEPT-FOUND
005090                 MOVE WS-ENR-HEADCNT
005100                          TO WS-DEPT-HEADCNT (WS-DEPT-IDX)
005110                 MOVE WS-ENR-ROWCNT
005120                          TO WS-DEPT-ROWCNT (WS-DEPT-IDX)
005130             END-IF
005140         WHEN 100
005150             MOVE 'Y' TO WS-CSR-EOF-SW
005160         WHEN OTHER
005170             DISPLAY 'HCNTCSR FETCH FAILED - SQLCODE: ' SQLCODE
005180             MOVE 'Y' TO WS-CSR-EOF-SW
005190             MOVE 'Y' TO WS-SQL-FAILED-SW
005200             ADD 1 TO WS-CNT-FAILED
005210     END-EVALUATE.
005220
005230 C100-FETCH-HEADCOUNT-PARA-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270*    D000-SNAPSHOT-PARA                                          *
005280*    WRITE ONE TERMHIST ROW PER DEPARTMENT IN THE TABLE.         *
005290******************************************************************
005300 D000-SNAPSHOT-PARA.
005310
005320     PERFORM D100-INSERT-ONE-DEPT-PARA
005330                THRU D100-INSERT-ONE-DEPT-PARA-EXIT
005340         VARYING WS-DEPT-IDX FROM 1 BY 1
005350           UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-USED
005360              OR WS-SQL-FAILED.
005370
005380 D000-SNAPSHOT-PARA-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420*    D100-INSERT-ONE-DEPT-PARA                                   *
005430*    INSERT THE TERMHIST ROW FOR ONE DEPARTMENT.                 *
005440******************************************************************
005450 D100-INSERT-ONE-DEPT-PARA.
005460
005470     MOVE WS-TERM-END                    TO TERMEND
005480     MOVE WS-DEPT-CODE (WS-DEPT-IDX)     TO THDEPT
005490     MOVE WS-DEPT-HEADCNT (WS-DEPT-IDX)  TO HEADCNT
005500     MOVE WS-DEPT-WAITCNT (WS-DEPT-IDX)  TO WAITCNT
005510     MOVE WS-DEPT-ROWCNT (WS-DEPT-IDX)   TO ROWSCLSD
005520     MOVE WS-RUN-DATE                    TO SNAPDATE
005530
005540     EXEC SQL
005550          INSERT INTO TERMHIST
005560                 (TERMEND, THDEPT, HEADCNT, WAITCNT,
005570                  ROWSCLSD, SNAPDATE)
005580          VALUES (:TERMEND, :THDEPT, :HEADCNT, :WAITCNT,
005590                  :ROWSCLSD, :SNAPDATE)
005600     END-EXEC
005610
005620     IF SQLCODE = 0
005630         ADD 1 TO WS-CNT-DEPTS-SNAP
005640     ELSE
005650         DISPLAY 'TERMHIST INSERT FAILED - SQLCODE: ' SQLCODE
005660                 ' DEPT: ' THDEPT
005670         MOVE 'Y' TO WS-SQL-FAILED-SW
005680         ADD 1 TO WS-CNT-FAILED
005690     END-IF.
005700
005710 D100-INSERT-ONE-DEPT-PARA-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    E000-CLOSE-ENROLLMENT-PARA                                  *
005760*    END EVERY ROW STILL OPEN AT TERM END WITH REASON 'C'. THE   *
005770*    ROWS ENDED SHOULD MATCH THE OPEN ROWS HCNTCSR COUNTED; A    *
005780*    DIFFERENCE MEANS ENROLLMENT CHANGED UNDER THE RUN AND THE   *
005790*    SNAPSHOT NEEDS CHECKING (RC 4).                             *
005800******************************************************************
005810 E000-CLOSE-ENROLLMENT-PARA.
005820
005830     EXEC SQL
005840          UPDATE ENROLLMENT
005850             SET ENDDATE = :WS-TERM-END,
005860                 ENDRSN  = 'C'
005870           WHERE ENDDATE = '        '
005880             AND EFFDATE <= :WS-TERM-END
005890     END-EXEC
005900
005910     EVALUATE SQLCODE
005920         WHEN 0
005930             MOVE SQLERRD(3) TO WS-CNT-ROWS-CLOSED
005940         WHEN 100
005950             MOVE ZERO TO WS-CNT-ROWS-CLOSED
005960         WHEN OTHER
005970             DISPLAY 'ENROLLMENT CLOSE FAILED - SQLCODE: '
005980                     SQLCODE
005990             MOVE 'Y' TO WS-SQL-FAILED-SW
006000             ADD 1 TO WS-CNT-FAILED
006010             GO TO E000-CLOSE-ENROLLMENT-PARA-EXIT
006020     END-EVALUATE
006030
006040     IF WS-CNT-ROWS-CLOSED NOT = WS-CNT-ROWS-EXPECTED
006050         DISPLAY 'TERMEND - CLOSED ' WS-CNT-ROWS-CLOSED
006060                 ' ROWS, SNAPSHOT COUNTED '
006070                 WS-CNT-ROWS-EXPECTED
006080         IF RETURN-CODE < 4
006090             MOVE 4 TO RETURN-CODE
006100         END-IF
006110     END-IF.
006120
006130 E000-CLOSE-ENROLLMENT-PARA-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170*    K000-COMMIT-OR-BACKOUT-PARA                                 *
006180*    COMMIT THE SNAPSHOT AND THE CLOSE TOGETHER, OR - AFTER ANY  *
006190*    SQL FAILURE - BACK BOTH OUT SO THE TERM CAN SIMPLY BE RUN   *
006200*    AGAIN. THE JOB DOES NOT SWAP IN THE NEW WAITLIST ON RC 16.  *
006210******************************************************************
006220 K000-COMMIT-OR-BACKOUT-PARA.
006230
006240     IF WS-SQL-FAILED
006250         EXEC SQL
006260              ROLLBACK
006270         END-EXEC
006280         DISPLAY 'TERMEND - SQL FAILURE, TERM CLOSE BACKED OUT'
006290         MOVE ZERO TO WS-CNT-ROWS-CLOSED
006300         MOVE ZERO TO WS-CNT-DEPTS-SNAP
006310         IF RETURN-CODE < 16
006320             MOVE 16 TO RETURN-CODE
006330         END-IF
006340         GO TO K000-COMMIT-OR-BACKOUT-PARA-EXIT
006350     END-IF
006360
006370     EXEC SQL
006380          COMMIT
006390     END-EXEC
006400
006410     IF SQLCODE NOT = 0
006420         DISPLAY 'TERMEND - COMMIT FAILED - SQLCODE: ' SQLCODE
006430         ADD 1 TO WS-CNT-FAILED
006440         MOVE ZERO TO WS-CNT-ROWS-CLOSED
006450         MOVE ZERO TO WS-CNT-DEPTS-SNAP
006460         IF RETURN-CODE < 16
006470             MOVE 16 TO RETURN-CODE
006480         END-IF
006490     END-IF.
006500
006510 K000-COMMIT-OR-BACKOUT-PARA-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550*    H000-SUMMARY-PARA                                           *
006560*    DISPLAY THE END-OF-JOB COUNTS.                              *
006570******************************************************************
006580 H000-SUMMARY-PARA.
006590
006600     DISPLAY '==================================================='
006610     DISPLAY 'TERMEND - END OF JOB SUMMARY'
006620     DISPLAY '==================================================='
006630     DISPLAY 'TERM END DATE ................ ' WS-TERM-END
006640     DISPLAY 'MASTER DEPARTMENTS ........... ' WS-CNT-DEPTS-LOADED
006650     DISPLAY 'WAITLIST ENTRIES READ ........ ' WS-CNT-WAIT-READ
006660     DISPLAY 'WAITLIST ENTRIES EXPIRED ..... ' WS-CNT-WAIT-EXPIRED
006670     DISPLAY 'WAITLIST ENTRIES KEPT ........ ' WS-CNT-WAIT-KEPT
006680     DISPLAY 'EXPIRED, STUD-ID NOT FOUND ... ' WS-CNT-WAIT-NO-STUD
006683     DISPLAY 'EXPIRED, NAME WITHHELD ....... '
006686             WS-CNT-WAIT-WITHHELD
006690     DISPLAY 'TERM-END HEADCOUNT ........... ' WS-CNT-HEADCOUNT
006700     DISPLAY 'DEPARTMENTS SNAPSHOT ......... ' WS-CNT-DEPTS-SNAP
006710     DISPLAY 'ENROLLMENT ROWS CLOSED ....... ' WS-CNT-ROWS-CLOSED
006720     DISPLAY 'DEPARTMENTS OVER TABLE SIZE .. '
006730             WS-CNT-DEPT-OVERFLOW
006740     DISPLAY 'SQL FAILURES ................. ' WS-CNT-FAILED
006750     DISPLAY '=================================================='.
006760
006770 H000-SUMMARY-PARA-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*    L000-LOG-RUN-COUNTS-PARA                                    *
006820*    INSERT THE END-OF-JOB COUNTS INTO THE RUNLOG TABLE FOR THE  *
006830*    MORNING RUNBAL REPORT.                                      *
006840******************************************************************
006850 L000-LOG-RUN-COUNTS-PARA.
006860
006870     MOVE 'TERMEND'          TO PROGNAME
006880     MOVE WS-RUN-DATE        TO RUNDATE
006890
006900     MOVE 'ROWS-CLOSED'      TO CNTRNAME
006910     MOVE WS-CNT-ROWS-CLOSED TO CNTRVAL
006920     PERFORM L100-LOG-ONE-COUNT-PARA
006930                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006940
006950     MOVE 'DEPTS-SNAPSHOT'   TO CNTRNAME
006960     MOVE WS-CNT-DEPTS-SNAP  TO CNTRVAL
006970     PERFORM L100-LOG-ONE-COUNT-PARA
006980                THRU L100-LOG-ONE-COUNT-PARA-EXIT
006990
007000     MOVE 'HEADCOUNT-TOTAL'  TO CNTRNAME
007010     MOVE WS-CNT-HEADCOUNT   TO CNTRVAL
007020     PERFORM L100-LOG-ONE-COUNT-PARA
007030                THRU L100-LOG-ONE-COUNT-PARA-EXIT
007040
007050     MOVE 'WAIT-EXPIRED'     TO CNTRNAME
007060     MOVE WS-CNT-WAIT-EXPIRED TO CNTRVAL
007070     PERFORM L100-LOG-ONE-COUNT-PARA
007080                THRU L100-LOG-ONE-COUNT-PARA-EXIT
007090
007091     MOVE 'WAIT-WITHHELD'    TO CNTRNAME
007092     MOVE WS-CNT-WAIT-WITHHELD TO CNTRVAL
007093     PERFORM L100-LOG-ONE-COUNT-PARA
007094                THRU L100-LOG-ONE-COUNT-PARA-EXIT
007095
007100     MOVE 'WAIT-KEPT'        TO CNTRNAME
007110     MOVE WS-CNT-WAIT-KEPT   TO CNTRVAL
007120     PERFORM L100-LOG-ONE-COUNT-PARA
007130                THRU L100-LOG-ONE-COUNT-PARA-EXIT
007140
007150     MOVE 'FAILED'           TO CNTRNAME
007160     MOVE WS-CNT-FAILED      TO CNTRVAL
007170     PERFORM L100-LOG-ONE-COUNT-PARA
007180                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
007190
007200 L000-LOG-RUN-COUNTS-PARA-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*    L100-LOG-ONE-COUNT-PARA                                     *
007250*    INSERT ONE STAGED COUNTER INTO RUNLOG. A FAILED INSERT      *
007260*    ONLY WARNS - THE TERM CLOSE ITSELF IS DONE.                 *
007270******************************************************************
007280 L100-LOG-ONE-COUNT-PARA.
007290
007300     EXEC SQL
007310          INSERT INTO RUNLOG
007320                 (PROGNAME, RUNDATE, CNTRNAME, CNTRVAL)
007330          VALUES (:PROGNAME, :RUNDATE, :CNTRNAME, :CNTRVAL)
007340     END-EXEC
007350
007360     IF SQLCODE NOT = 0
007370         DISPLAY 'RUNLOG INSERT FAILED - SQLCODE: ' SQLCODE
007380         IF RETURN-CODE < 4
007390             MOVE 4 TO RETURN-CODE
007400         END-IF
007410     END-IF.
007420
007430 L100-LOG-ONE-COUNT-PARA-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470*    S000-FIND-DEPT-PARA                                         *
007480*    LOCATE WS-FIND-DEPT IN THE DEPARTMENT TABLE, ADDING IT WITH *
007490*    ZERO COUNTS IF IT IS NOT THERE. A FULL TABLE LEAVES THE     *
007500*    DEPARTMENT OUT OF THE SNAPSHOT AND WARNS (RC 4).            *
007510******************************************************************
007520 S000-FIND-DEPT-PARA.
007530
007540     MOVE 'N' TO WS-DEPT-FOUND-SW
007550
007560     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
007570               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-USED
007580                  OR WS-DEPT-FOUND
007590
007600         IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-FIND-DEPT
007610             MOVE 'Y' TO WS-DEPT-FOUND-SW
007620         END-IF
007630
007640     END-PERFORM
007650
007660     IF WS-DEPT-FOUND
007670         SET WS-DEPT-IDX DOWN BY 1
007680         GO TO S000-FIND-DEPT-PARA-EXIT
007690     END-IF
007700
007710     IF WS-DEPT-COUNT-USED >= WS-DEPT-TABLE-MAX
007720         ADD 1 TO WS-CNT-DEPT-OVERFLOW
007730         DISPLAY 'TERMEND - DEPARTMENT TABLE FULL, '
007740                 WS-FIND-DEPT ' LEFT OUT OF THE SNAPSHOT'
007750         IF RETURN-CODE < 4
007760             MOVE 4 TO RETURN-CODE
007770         END-IF
007780         GO TO S000-FIND-DEPT-PARA-EXIT
007790     END-IF
007800
007810     ADD 1 TO WS-DEPT-COUNT-USED
007820     SET WS-DEPT-IDX TO WS-DEPT-COUNT-USED
007830     MOVE WS-FIND-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
007840     MOVE ZERO         TO WS-DEPT-HEADCNT (WS-DEPT-IDX)
007850     MOVE ZERO         TO WS-DEPT-WAITCNT (WS-DEPT-IDX)
007860     MOVE ZERO         TO WS-DEPT-ROWCNT (WS-DEPT-IDX)
007870     MOVE 'Y'          TO WS-DEPT-FOUND-SW.
007880
007890 S000-FIND-DEPT-PARA-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*    Z000-TERMINATE-PARA                                         *
007940*    CLOSE FILES AT END OF RUN.                                  *
007950******************************************************************
007960 Z000-TERMINATE-PARA.
007970
007980     CLOSE WAITIN
007990     CLOSE WAITOUT
008000     CLOSE NOTIFY.
008010
008020 Z000-TERMINATE-PARA-EXIT.
008030     EXIT.
