000304*                     RUNLOG TABLE SO THE MORNING RUNBAL REPORT  *
000306*                     CAN BALANCE THE REJECTS READ HERE AGAINST  *
000308*                     WHAT STUD WROTE AND WHAT WAS CARRIED.      *
000309*    10/15/2026 RH    RECORD THIS RUN'S START, END, RETURN CODE  *
000310*                     AND STATUS ON THE NEW BATCHCTL CONTROL     *
000311*                     TABLE UNDER THE BUSINESS DATE STUDMAINT    *
000312*                     OPENED. THE RUN IS REFUSED WITH RETURN-    *
000313*                     CODE 24, BEFORE ANY FILE IS OPENED, UNLESS *
000314*                     STUDMAINT FINISHED CLEAN FOR THAT DATE, OR *
000315*                     IF THIS PROGRAM ALREADY HAS. A RUN ENDING  *
000316*                     ABOVE RC 4 IS RECORDED FAILED.             *
000317*                                                                *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000980     05 WS-CNT-CARRIED       PIC 9(07) COMP-3 VALUE ZERO.
000990     05 WS-CNT-DEADLETTER    PIC 9(07) COMP-3 VALUE ZERO.
001000
001001******************************************************************
001002*    THIS PROGRAM'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL -  *
001003*    ITS OWN NAME, THE PROGRAM THAT MUST HAVE FINISHED CLEAN     *
001004*    BEFORE IT FOR THE SAME BUSINESS DATE (BLANK AT THE HEAD OF  *
001005*    THE STREAM), AND THE HIGHEST RETURN CODE STILL RECORDED AS  *
001006*    A CLEAN FINISH.                                             *
001007******************************************************************
001008 01  WS-BATCH-CTL.
001009     05 WS-BC-PROGRAM        PIC X(10) VALUE 'STUDRCYC'.
001010     05 WS-BC-PRED           PIC X(10) VALUE 'STUDMAINT'.
001011     05 WS-BC-CLEAN-RC       PIC S9(04) COMP VALUE +4.
001012     05 WS-BC-DATE           PIC X(08) VALUE SPACES.
001013     05 WS-BC-TIMESTAMP      PIC X(26) VALUE SPACES.
001014     05 WS-BC-FOUND-SW       PIC X(01) VALUE 'N'.
001015        88 WS-BC-FOUND              VALUE 'Y'.
001016     05 WS-BC-ROW-SW         PIC X(01) VALUE 'N'.
001017        88 WS-BC-ROW-EXISTS         VALUE 'Y'.
001018     05 WS-BC-STARTED-SW     PIC X(01) VALUE 'N'.
001019        88 WS-BC-STARTED            VALUE 'Y'.
001020
001021     EXEC SQL
001022          INCLUDE SQLCA
001030     END-EXEC.
001040
001050     EXEC SQL
001074     EXEC SQL
001076          INCLUDE DCLRLOG
001078     END-EXEC.
001079
001080     EXEC SQL
001081          INCLUDE DCLBCTL
001082     END-EXEC.
001083
001090 PROCEDURE DIVISION.
001100
001110 0000-MAINLINE-PARA.
001120
001122     PERFORM K000-BATCH-START-PARA
001124                THRU K000-BATCH-START-PARA-EXIT
001126
001130     PERFORM X000-INITIALIZE-PARA
001140                THRU X000-INITIALIZE-PARA-EXIT
001150
002680******************************************************************
002690*    Z000-TERMINATE-PARA                                         *
002700*    CLOSE FILES AT END OF RUN.                                   *
002705*    THE END OF THE RUN IS THEN RECORDED ON BATCHCTL.            *
002710******************************************************************
002720 Z000-TERMINATE-PARA.
002730
002740     CLOSE RCYCIN
002750     CLOSE RCYCOUT
002760     CLOSE DEADFILE
002762
002764     PERFORM K900-BATCH-END-PARA
002766                THRU K900-BATCH-END-PARA-EXIT.
002770
002780 Z000-TERMINATE-PARA-EXIT.
002790     EXIT.
003360
003370 L100-LOG-ONE-COUNT-PARA-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410*    K000-BATCH-START-PARA                                       *
003420*    TAKE THIS RUN'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL.  *
003430*    STUDMAINT, AT THE HEAD OF THE STREAM, OPENS TODAY AS THE    *
003440*    BUSINESS DATE; EVERY LATER PROGRAM WORKS TO THE LATEST DATE *
003450*    STUDMAINT OPENED, SO A NIGHT THAT RUNS PAST MIDNIGHT STAYS  *
003460*    ONE BUSINESS DATE. THE RUN IS REFUSED WITH RETURN-CODE 24,  *
003470*    BEFORE ANY FILE IS OPENED, WHEN THIS PROGRAM ALREADY        *
003480*    FINISHED CLEAN FOR THE DATE OR ITS PREDECESSOR HAS NOT. A   *
003490*    FAILED OR INTERRUPTED RUN MAY BE RESUBMITTED. THE START IS  *
003500*    COMMITTED AT ONCE SO THE BATCH-WINDOW REPORT SEES IT.       *
003510******************************************************************
003520 K000-BATCH-START-PARA.
003530
003540     IF WS-BC-PRED = SPACES
003550         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BC-DATE
003560     ELSE
003570         EXEC SQL
003580              SELECT  VALUE(MAX(BCDATE), ' ')
003590                INTO  :WS-BC-DATE
003600                FROM  BATCHCTL
003610               WHERE  BCPROG = 'STUDMAINT'
003620         END-EXEC
003630         IF SQLCODE NOT = 0
003640             DISPLAY 'STUDRCYC - '
003650                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
003660             MOVE 16 TO RETURN-CODE
003670             GOBACK
003680         END-IF
003690         IF WS-BC-DATE = SPACES
003700             DISPLAY 'STUDRCYC - '
003710                     'STUDMAINT HAS OPENED NO BUSINESS DATE ON '
003720                     'BATCHCTL - RUN REFUSED'
003730             MOVE 24 TO RETURN-CODE
003740             GOBACK
003750         END-IF
003760     END-IF
003770
003780     MOVE WS-BC-DATE    TO BCDATE
003790     MOVE WS-BC-PROGRAM TO BCPROG
003800     PERFORM K100-GET-STATUS-PARA
003810                THRU K100-GET-STATUS-PARA-EXIT
003820
003830     IF WS-BC-FOUND AND BCSTAT = 'C'
003840         DISPLAY 'STUDRCYC - '
003850                 'ALREADY FINISHED CLEAN FOR BUSINESS DATE '
003860                 WS-BC-DATE ' - RUN REFUSED'
003870         MOVE 24 TO RETURN-CODE
003880         GOBACK
003890     END-IF
003900
003910     MOVE WS-BC-FOUND-SW TO WS-BC-ROW-SW
003920
003930     IF WS-BC-PRED NOT = SPACES
003940         MOVE WS-BC-PRED TO BCPROG
003950         PERFORM K100-GET-STATUS-PARA
003960                    THRU K100-GET-STATUS-PARA-EXIT
003970         IF NOT WS-BC-FOUND OR BCSTAT NOT = 'C'
003980             DISPLAY 'STUDRCYC - ' WS-BC-PRED
003990                     ' HAS NOT FINISHED CLEAN FOR BUSINESS DATE '
004000                     WS-BC-DATE ' - RUN REFUSED'
004010             IF WS-BC-FOUND
004020                 DISPLAY 'STUDRCYC - ' WS-BC-PRED
004030                         ' STATUS: ' BCSTAT ' RETURN-CODE: ' BCRC
004040             END-IF
004050             MOVE 24 TO RETURN-CODE
004060             GOBACK
004070         END-IF
004080     END-IF
004090
004100     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
004110     MOVE WS-BC-PROGRAM   TO BCPROG
004120     MOVE WS-BC-TIMESTAMP TO BCSTART
004130     MOVE SPACES          TO BCEND
004140     MOVE ZERO            TO BCRC
004150     MOVE 'R'             TO BCSTAT
004160
004170     IF WS-BC-ROW-EXISTS
004180         EXEC SQL
004190              UPDATE  BATCHCTL
004200                 SET  BCSTART = :BCSTART,
004210                      BCEND   = :BCEND,
004220                      BCRC    = :BCRC,
004230                      BCSTAT  = :BCSTAT
004240               WHERE  BCDATE  = :BCDATE
004250                 AND  BCPROG  = :BCPROG
004260         END-EXEC
004270     ELSE
004280         EXEC SQL
004290              INSERT INTO BATCHCTL
004300                     (BCDATE, BCPROG, BCSTART, BCEND,
004310                      BCRC, BCSTAT)
004320              VALUES (:BCDATE, :BCPROG, :BCSTART, :BCEND,
004330                      :BCRC, :BCSTAT)
004340         END-EXEC
004350     END-IF
004360
004370     IF SQLCODE NOT = 0
004380         DISPLAY 'STUDRCYC - '
004390                 'BATCHCTL START NOT RECORDED - SQLCODE: ' SQLCODE
004400         MOVE 16 TO RETURN-CODE
004410         GOBACK
004420     END-IF
004430
004440     EXEC SQL
004450          COMMIT
004460     END-EXEC
004470
004480     MOVE 'Y' TO WS-BC-STARTED-SW
004490     DISPLAY 'STUDRCYC - BUSINESS DATE ' WS-BC-DATE.
004500
004510 K000-BATCH-START-PARA-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    K100-GET-STATUS-PARA                                        *
004560*    FETCH THE BATCHCTL ROW FOR BCDATE/BCPROG. WS-BC-FOUND SAYS  *
004570*    WHETHER THERE IS ONE; A FAILED SELECT ENDS THE RUN BEFORE   *
004580*    ANY WORK IS DONE.                                           *
004590******************************************************************
004600 K100-GET-STATUS-PARA.
004610
004620     EXEC SQL
004630          SELECT  BCSTAT, BCRC
004640            INTO  :BCSTAT, :BCRC
004650            FROM  BATCHCTL
004660           WHERE  BCDATE = :BCDATE
004670             AND  BCPROG = :BCPROG
004680     END-EXEC
004690
004700     EVALUATE SQLCODE
004710         WHEN 0
004720             MOVE 'Y' TO WS-BC-FOUND-SW
004730         WHEN 100
004740             MOVE 'N' TO WS-BC-FOUND-SW
004750         WHEN OTHER
004760             DISPLAY 'STUDRCYC - '
004770                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
004780                     ' PROGRAM: ' BCPROG
004790             MOVE 16 TO RETURN-CODE
004800             GOBACK
004810     END-EVALUATE.
004820
004830 K100-GET-STATUS-PARA-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*    K900-BATCH-END-PARA                                         *
004880*    RECORD THE END OF THE RUN ON BATCHCTL: END TIME, RETURN     *
004890*    CODE, AND STATUS 'C' (CLEAN) UP TO WS-BC-CLEAN-RC OR 'F'    *
004900*    (FAILED) ABOVE IT. A FAILED RUN HOLDS ITS SUCCESSOR UNTIL   *
004910*    IT IS RESUBMITTED AND FINISHES CLEAN.                       *
004920******************************************************************
004930 K900-BATCH-END-PARA.
004940
004950     IF NOT WS-BC-STARTED
004960         GO TO K900-BATCH-END-PARA-EXIT
004970     END-IF
004980
004990     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
005000     MOVE WS-BC-DATE      TO BCDATE
005010     MOVE WS-BC-PROGRAM   TO BCPROG
005020     MOVE WS-BC-TIMESTAMP TO BCEND
005030     MOVE RETURN-CODE     TO BCRC
005040
005050     IF RETURN-CODE > WS-BC-CLEAN-RC
005060         MOVE 'F' TO BCSTAT
005070     ELSE
005080         MOVE 'C' TO BCSTAT
005090     END-IF
005100
005110     EXEC SQL
005120          UPDATE  BATCHCTL
005130             SET  BCEND   = :BCEND,
005140                  BCRC    = :BCRC,
005150                  BCSTAT  = :BCSTAT
005160           WHERE  BCDATE  = :BCDATE
005170             AND  BCPROG  = :BCPROG
005180     END-EXEC
005190
005200     IF SQLCODE NOT = 0
005210         DISPLAY 'STUDRCYC - '
005220                 'BATCHCTL END NOT RECORDED - SQLCODE: ' SQLCODE
005230         IF RETURN-CODE < 16
005240             MOVE 16 TO RETURN-CODE
005250         END-IF
005260         GO TO K900-BATCH-END-PARA-EXIT
005270     END-IF
005280
005290     EXEC SQL
005300          COMMIT
005310     END-EXEC
005320
005330     MOVE 'N' TO WS-BC-STARTED-SW.
005340
005350 K900-BATCH-END-PARA-EXIT.
005360     EXIT.
