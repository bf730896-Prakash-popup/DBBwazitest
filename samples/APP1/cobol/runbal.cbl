000300*                     CODE WHEN SOMETHING DOES NOT TIE SO THE    *
000310*                     SCHEDULER PAGES OPS INSTEAD OF THE COUNTS  *
000320*                     DYING IN SYSOUT.                           *
000321*                                                                *
000322*    10/15/2026 RH    ADDED THE BURSAR FEED CHECKS: BURSFEED'S   *
000323*                     CHARGES AND CREDITS PICKED UP MUST EQUAL   *
000324*                     ENRLLOAD'S BILLABLE ADDS AND DROPS PLUS    *
000325*                     WHAT THE PRIOR RUN HELD.                   *
000326*                                                                *
000327*    10/15/2026 RH    ENRLFILE IS NOW ONE GENERATION PER STUD    *
000328*                     RUN AND ENRLLOAD READS ONLY GENERATIONS    *
000329*                     NOT YET APPLIED: ITS READS MUST NOW EQUAL  *
000330*                     THIS RUN'S STUD WRITES PLUS WHAT THE PRIOR *
000331*                     RUN HELD BACK (ENRL-HELD).                 *
000332*                                                                *
000333*    10/15/2026 RH    RECORD THIS RUN'S START, END, RETURN CODE  *
000334*                     AND STATUS ON THE NEW BATCHCTL CONTROL     *
000335*                     TABLE UNDER THE BUSINESS DATE STUDMAINT    *
000336*                     OPENED. THE RUN IS REFUSED WITH RETURN-    *
000337*                     CODE 24, BEFORE ANY FILE IS OPENED, UNLESS *
000338*                     ENRLLOAD FINISHED CLEAN FOR THAT DATE, OR  *
000339*                     IF THIS PROGRAM ALREADY HAS. A RUN ENDING  *
000340*                     ABOVE RC 4 IS RECORDED FAILED.             *
000341*                                                                *
000342*    10/15/2026 RH    TIE THE BURSAR CHECKS TO THE LAST NIGHT    *
000343*                     BURSFEED RAN: THE ADDS AND DROPS OF A      *
000344*                     NIGHT ENRLLOAD HELD A GENERATION (BURSSTEP *
000345*                     SKIPPED) ARE NOW EXPECTED ON THE NEXT      *
000346*                     FEED, NOT A FALSE MISMATCH.                *
000347*                                                                *
000348******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000560******************************************************************
000570 01  WS-THIS-DATE            PIC X(08) VALUE SPACES.
000580 01  WS-PRIOR-DATE           PIC X(08) VALUE SPACES.
000581
000582******************************************************************
000583*    THE LATEST DATE BEFORE WS-THIS-DATE ON WHICH BURSFEED RAN.  *
000584*    IT IS THE PRIOR DATE UNLESS BURSSTEP WAS HELD IN BETWEEN.   *
000585******************************************************************
000586 01  WS-BURS-LAST-DATE       PIC X(08) VALUE SPACES.
000590
000600 01  WS-FETCHED-VALUES.
000610     05 WS-V-ENRL-WRITTEN    PIC S9(09) COMP VALUE ZERO.
000620     05 WS-V-ELOAD-READ-T    PIC S9(09) COMP VALUE ZERO.
000630     05 WS-V-ELOAD-HELD-P    PIC S9(09) COMP VALUE ZERO.
000640     05 WS-V-RCYC-READ       PIC S9(09) COMP VALUE ZERO.
000650     05 WS-V-EXCP-WRITTEN    PIC S9(09) COMP VALUE ZERO.
000660     05 WS-V-BADIN-WRITTEN   PIC S9(09) COMP VALUE ZERO.
000670     05 WS-V-CARRIED-FWD     PIC S9(09) COMP VALUE ZERO.
000680     05 WS-V-EMP-READ-T      PIC S9(09) COMP VALUE ZERO.
000690     05 WS-V-EMP-READ-P      PIC S9(09) COMP VALUE ZERO.
000691     05 WS-V-BILL-ADDS       PIC S9(09) COMP VALUE ZERO.
000692     05 WS-V-BILL-DROPS      PIC S9(09) COMP VALUE ZERO.
000693     05 WS-V-BURS-CHG-READ   PIC S9(09) COMP VALUE ZERO.
000694     05 WS-V-BURS-CRD-READ   PIC S9(09) COMP VALUE ZERO.
000695     05 WS-V-BURS-CHG-HELD-P PIC S9(09) COMP VALUE ZERO.
000696     05 WS-V-BURS-CRD-HELD-P PIC S9(09) COMP VALUE ZERO.
000697     05 WS-V-BILL-ADDS-U     PIC S9(09) COMP VALUE ZERO.
000698     05 WS-V-BILL-DROPS-U    PIC S9(09) COMP VALUE ZERO.
000700
000710 01  WS-EXPECTED             PIC S9(09) COMP VALUE ZERO.
000720
001260     05 WS-RPT-C-TEXT        PIC X(60) VALUE SPACES.
001270     05 FILLER               PIC X(72) VALUE SPACES.
001280
001281******************************************************************
001282*    THIS PROGRAM'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL -  *
001283*    ITS OWN NAME, THE PROGRAM THAT MUST HAVE FINISHED CLEAN     *
001284*    BEFORE IT FOR THE SAME BUSINESS DATE (BLANK AT THE HEAD OF  *
001285*    THE STREAM), AND THE HIGHEST RETURN CODE STILL RECORDED AS  *
001286*    A CLEAN FINISH.                                             *
001287******************************************************************
001288 01  WS-BATCH-CTL.
001289     05 WS-BC-PROGRAM        PIC X(10) VALUE 'RUNBAL'.
001290     05 WS-BC-PRED           PIC X(10) VALUE 'ENRLLOAD'.
001291     05 WS-BC-CLEAN-RC       PIC S9(04) COMP VALUE +4.
001292     05 WS-BC-DATE           PIC X(08) VALUE SPACES.
001293     05 WS-BC-TIMESTAMP      PIC X(26) VALUE SPACES.
001294     05 WS-BC-FOUND-SW       PIC X(01) VALUE 'N'.
001295        88 WS-BC-FOUND              VALUE 'Y'.
001296     05 WS-BC-ROW-SW         PIC X(01) VALUE 'N'.
001297        88 WS-BC-ROW-EXISTS         VALUE 'Y'.
001298     05 WS-BC-STARTED-SW     PIC X(01) VALUE 'N'.
001299        88 WS-BC-STARTED            VALUE 'Y'.
001300
001301     EXEC SQL
001302          INCLUDE SQLCA
001310     END-EXEC.
001320
001330     EXEC SQL
001340          INCLUDE DCLRLOG
001350     END-EXEC.
001352
001354     EXEC SQL
001356          INCLUDE DCLBCTL
001358     END-EXEC.
001360
001370 PROCEDURE DIVISION.
001380
001390 0000-MAINLINE-PARA.
001400
001402     PERFORM K000-BATCH-START-PARA
001404                THRU K000-BATCH-START-PARA-EXIT
001406
001410     PERFORM X000-INITIALIZE-PARA
001420                THRU X000-INITIALIZE-PARA-EXIT
001430
001520
001530     PERFORM B300-CHECK-VOLUME-PARA
001540                THRU B300-CHECK-VOLUME-PARA-EXIT
001541
001542     PERFORM B400-CHECK-CHARGES-PARA
001543                THRU B400-CHECK-CHARGES-PARA-EXIT
001544
001545     PERFORM B500-CHECK-CREDITS-PARA
001546                THRU B500-CHECK-CREDITS-PARA-EXIT
001550
001560     PERFORM H000-SUMMARY-PARA
001570                THRU H000-SUMMARY-PARA-EXIT
001910         WRITE BAL-RPT-REC FROM WS-RPT-CAPTION
001920             AFTER ADVANCING 2 LINES
001930         CLOSE RUNBRPT
001933         PERFORM K900-BATCH-END-PARA
001936                THRU K900-BATCH-END-PARA-EXIT
001940         GOBACK
001950     END-IF
001960
002460     PERFORM R100-GET-ONE-COUNT-PARA
002470                THRU R100-GET-ONE-COUNT-PARA-EXIT
002480     MOVE CNTRVAL            TO WS-V-RCYC-READ
002481
002482     MOVE 'ENRLLOAD'        TO PROGNAME
002483     MOVE WS-THIS-DATE       TO RUNDATE
002484     MOVE 'BILL-ADDS'       TO CNTRNAME
002485     PERFORM R100-GET-ONE-COUNT-PARA
002486                THRU R100-GET-ONE-COUNT-PARA-EXIT
002487     MOVE CNTRVAL            TO WS-V-BILL-ADDS
002488
002489     MOVE 'ENRLLOAD'        TO PROGNAME
002490     MOVE WS-THIS-DATE       TO RUNDATE
002491     MOVE 'BILL-DROPS'      TO CNTRNAME
002492     PERFORM R100-GET-ONE-COUNT-PARA
002493                THRU R100-GET-ONE-COUNT-PARA-EXIT
002494     MOVE CNTRVAL            TO WS-V-BILL-DROPS
002495
002496     MOVE 'BURSFEED'        TO PROGNAME
002497     MOVE WS-THIS-DATE       TO RUNDATE
002498     MOVE 'CHARGES-READ'    TO CNTRNAME
002499     PERFORM R100-GET-ONE-COUNT-PARA
002500                THRU R100-GET-ONE-COUNT-PARA-EXIT
002501     MOVE CNTRVAL            TO WS-V-BURS-CHG-READ
002502
002503     MOVE 'BURSFEED'        TO PROGNAME
002504     MOVE WS-THIS-DATE       TO RUNDATE
002505     MOVE 'CREDITS-READ'    TO CNTRNAME
002506     PERFORM R100-GET-ONE-COUNT-PARA
002507                THRU R100-GET-ONE-COUNT-PARA-EXIT
002508     MOVE CNTRVAL            TO WS-V-BURS-CRD-READ
002509
002510     IF WS-PRIOR-DATE = SPACES
002511         MOVE -1 TO WS-V-ELOAD-HELD-P
002520         MOVE -1 TO WS-V-EXCP-WRITTEN
002530         MOVE -1 TO WS-V-BADIN-WRITTEN
002540         MOVE -1 TO WS-V-CARRIED-FWD
002550         MOVE -1 TO WS-V-EMP-READ-P
002553         MOVE -1 TO WS-V-BURS-CHG-HELD-P
002556         MOVE -1 TO WS-V-BURS-CRD-HELD-P
002560         GO TO A000-FETCH-COUNTS-PARA-EXIT
002570     END-IF
002580
002590     MOVE 'ENRLLOAD'         TO PROGNAME
002600     MOVE WS-PRIOR-DATE      TO RUNDATE
002610     MOVE 'ENRL-HELD'        TO CNTRNAME
002620     PERFORM R100-GET-ONE-COUNT-PARA
002630                THRU R100-GET-ONE-COUNT-PARA-EXIT
002640     MOVE CNTRVAL            TO WS-V-ELOAD-HELD-P
002650
002660     MOVE 'STUD'             TO PROGNAME
002670     MOVE WS-PRIOR-DATE      TO RUNDATE
002890     MOVE 'EMPFIL-READ'      TO CNTRNAME
002900     PERFORM R100-GET-ONE-COUNT-PARA
002910                THRU R100-GET-ONE-COUNT-PARA-EXIT
002920     MOVE CNTRVAL            TO WS-V-EMP-READ-P
002921
002925     PERFORM A100-FETCH-BURSAR-PARA
002929                THRU A100-FETCH-BURSAR-PARA-EXIT.
002935
002940 A000-FETCH-COUNTS-PARA-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    B100-CHECK-ENRL-PARA                                        *
002990*    ENRLFILE HOLDS ONE GENERATION PER STUD RUN AND ENRLLOAD     *
003000*    READS ONLY THE GENERATIONS IT HAS NOT YET APPLIED - THIS    *
003010*    RUN'S AND ANY THE PRIOR RUN HELD BACK. ITS READS MUST EQUAL *
003020*    THIS RUN'S STUD WRITES PLUS THE PRIOR RUN'S HELD ENTRIES.   *
003030*    A SHORTFALL IS THE 500-WRITTEN/450-READ TRUNCATION THIS     *
003040*    REPORT EXISTS TO CATCH.                                     *
003050******************************************************************
003060 B100-CHECK-ENRL-PARA.
003070
003080     MOVE 'ENRLLOAD READS = WRITES + PRIOR HELD'
003090                     TO WS-RPT-B-TEXT
003100
003110     IF WS-V-ELOAD-READ-T < ZERO
003120        OR WS-V-ELOAD-HELD-P < ZERO
003130        OR WS-V-ENRL-WRITTEN < ZERO
003140         PERFORM F200-PRINT-MISSING-PARA
003150                    THRU F200-PRINT-MISSING-PARA-EXIT
003160         GO TO B100-CHECK-ENRL-PARA-EXIT
003170     END-IF
003180
003190     COMPUTE WS-EXPECTED = WS-V-ELOAD-HELD-P
003200                         + WS-V-ENRL-WRITTEN
003210
003220     MOVE WS-V-ELOAD-READ-T TO CNTRVAL
005640******************************************************************
005650*    Z000-TERMINATE-PARA                                         *
005660*    CLOSE THE REPORT FILE AT END OF RUN.                        *
005665*    THE END OF THE RUN IS THEN RECORDED ON BATCHCTL.            *
005670******************************************************************
005680 Z000-TERMINATE-PARA.
005690
005700     CLOSE RUNBRPT
005702
005704     PERFORM K900-BATCH-END-PARA
005706                THRU K900-BATCH-END-PARA-EXIT.
005710
005720 Z000-TERMINATE-PARA-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    B400-CHECK-CHARGES-PARA                                     *
005770*    BURSFEED PICKS UP EVERY ENROLLMENT ROW NOT YET CHARGED: THE *
005780*    ROWS ENRLLOAD ADDED TONIGHT PLUS ANY ITS LAST RUN HELD FOR  *
005790*    WANT OF A TUITION RATE. ITS CHARGES-READ MUST EQUAL THE TWO *
005800*    TOGETHER - ANYTHING ELSE IS AN ADD THE BURSAR WILL NOT SEE  *
005810*    OR ONE BILLED THAT WAS NEVER LOADED.                        *
005811*    A HELD NIGHT: WHEN ENRLLOAD HOLDS AN ENRLFILE GENERATION IT *
005812*    ENDS RC 16 AND BURSSTEP IS SKIPPED, BUT THE ROWS IT DID     *
005813*    POST THAT NIGHT STAY UNCHARGED. THE NEXT BURSFEED TO RUN    *
005814*    CHARGES THEM ALONG WITH ITS OWN NIGHT'S, SO THE ADDS OF     *
005815*    EVERY NIGHT SINCE BURSFEED LAST RAN (UNFED) ARE EXPECTED    *
005816*    TOO. THE HELD GENERATION'S OWN ROWS ARE POSTED, AND COUNTED *
005817*    AS ADDS, ON THE NIGHT IT IS RELEASED.                       *
005820******************************************************************
005830 B400-CHECK-CHARGES-PARA.
005840
005850     MOVE 'BURSAR CHARGES = ADDS + UNFED + HELD'
005860                     TO WS-RPT-B-TEXT
005870
005880     IF WS-V-BURS-CHG-READ < ZERO
005890        OR WS-V-BILL-ADDS < ZERO
005895        OR WS-V-BILL-ADDS-U < ZERO
005900        OR WS-V-BURS-CHG-HELD-P < ZERO
005910         PERFORM F200-PRINT-MISSING-PARA
005920                    THRU F200-PRINT-MISSING-PARA-EXIT
005930         GO TO B400-CHECK-CHARGES-PARA-EXIT
005940     END-IF
005950
005960     COMPUTE WS-EXPECTED = WS-V-BILL-ADDS
005965                         + WS-V-BILL-ADDS-U
005970                         + WS-V-BURS-CHG-HELD-P
005980
005990     MOVE WS-V-BURS-CHG-READ TO CNTRVAL
006000     PERFORM F100-PRINT-CHECK-PARA
006010                THRU F100-PRINT-CHECK-PARA-EXIT.
006020
006030 B400-CHECK-CHARGES-PARA-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070*    B500-CHECK-CREDITS-PARA                                     *
006080*    THE SAME TIE FOR DROPS: BURSFEED'S CREDITS-READ MUST EQUAL  *
006087*    THE ROWS ENRLLOAD CLOSED BY A DROP TONIGHT, AND ON ANY      *
006094*    NIGHT SINCE BURSFEED LAST RAN, PLUS THE CREDITS ITS LAST    *
006101*    RUN HELD.                                                   *
006110******************************************************************
006120 B500-CHECK-CREDITS-PARA.
006130
006140     MOVE 'BURSAR CREDITS = DROPS + UNFED + HELD'
006150                     TO WS-RPT-B-TEXT
006160
006170     IF WS-V-BURS-CRD-READ < ZERO
006180        OR WS-V-BILL-DROPS < ZERO
006185        OR WS-V-BILL-DROPS-U < ZERO
006190        OR WS-V-BURS-CRD-HELD-P < ZERO
006200         PERFORM F200-PRINT-MISSING-PARA
006210                    THRU F200-PRINT-MISSING-PARA-EXIT
006220         GO TO B500-CHECK-CREDITS-PARA-EXIT
006230     END-IF
006240
006250     COMPUTE WS-EXPECTED = WS-V-BILL-DROPS
006255                         + WS-V-BILL-DROPS-U
006260                         + WS-V-BURS-CRD-HELD-P
006270
006280     MOVE WS-V-BURS-CRD-READ TO CNTRVAL
006290     PERFORM F100-PRINT-CHECK-PARA
006300                THRU F100-PRINT-CHECK-PARA-EXIT.
006310
006320 B500-CHECK-CREDITS-PARA-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    K000-BATCH-START-PARA                                       *
006370*    TAKE THIS RUN'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL.  *
006380*    STUDMAINT, AT THE HEAD OF THE STREAM, OPENS TODAY AS THE    *
006390*    BUSINESS DATE; EVERY LATER PROGRAM WORKS TO THE LATEST DATE *
006400*    STUDMAINT OPENED, SO A NIGHT THAT RUNS PAST MIDNIGHT STAYS  *
006410*    ONE BUSINESS DATE. THE RUN IS REFUSED WITH RETURN-CODE 24,  *
006420*    BEFORE ANY FILE IS OPENED, WHEN THIS PROGRAM ALREADY        *
006430*    FINISHED CLEAN FOR THE DATE OR ITS PREDECESSOR HAS NOT. A   *
006440*    FAILED OR INTERRUPTED RUN MAY BE RESUBMITTED. THE START IS  *
006450*    COMMITTED AT ONCE SO THE BATCH-WINDOW REPORT SEES IT.       *
006460******************************************************************
006470 K000-BATCH-START-PARA.
006480
006490     IF WS-BC-PRED = SPACES
006500         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BC-DATE
006510     ELSE
006520         EXEC SQL
006530              SELECT  VALUE(MAX(BCDATE), ' ')
006540                INTO  :WS-BC-DATE
006550                FROM  BATCHCTL
006560               WHERE  BCPROG = 'STUDMAINT'
006570         END-EXEC
006580         IF SQLCODE NOT = 0
006590             DISPLAY 'RUNBAL - '
006600                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
006610             MOVE 16 TO RETURN-CODE
006620             GOBACK
006630         END-IF
006640         IF WS-BC-DATE = SPACES
006650             DISPLAY 'RUNBAL - '
006660                     'STUDMAINT HAS OPENED NO BUSINESS DATE ON '
006670                     'BATCHCTL - RUN REFUSED'
006680             MOVE 24 TO RETURN-CODE
006690             GOBACK
006700         END-IF
006710     END-IF
006720
006730     MOVE WS-BC-DATE    TO BCDATE
006740     MOVE WS-BC-PROGRAM TO BCPROG
006750     PERFORM K100-GET-STATUS-PARA
006760                THRU K100-GET-STATUS-PARA-EXIT
006770
006780     IF WS-BC-FOUND AND BCSTAT = 'C'
006790         DISPLAY 'RUNBAL - '
006800                 'ALREADY FINISHED CLEAN FOR BUSINESS DATE '
006810                 WS-BC-DATE ' - RUN REFUSED'
006820         MOVE 24 TO RETURN-CODE
006830         GOBACK
006840     END-IF
006850
006860     MOVE WS-BC-FOUND-SW TO WS-BC-ROW-SW
006870
006880     IF WS-BC-PRED NOT = SPACES
006890         MOVE WS-BC-PRED TO BCPROG
006900         PERFORM K100-GET-STATUS-PARA
006910                    THRU K100-GET-STATUS-PARA-EXIT
006920         IF NOT WS-BC-FOUND OR BCSTAT NOT = 'C'
006930             DISPLAY 'RUNBAL - ' WS-BC-PRED
006940                     ' HAS NOT FINISHED CLEAN FOR BUSINESS DATE '
006950                     WS-BC-DATE ' - RUN REFUSED'
006960             IF WS-BC-FOUND
006970                 DISPLAY 'RUNBAL - ' WS-BC-PRED
006980                         ' STATUS: ' BCSTAT ' RETURN-CODE: ' BCRC
006990             END-IF
007000             MOVE 24 TO RETURN-CODE
007010             GOBACK
007020         END-IF
007030     END-IF
007040
007050     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
007060     MOVE WS-BC-PROGRAM   TO BCPROG
007070     MOVE WS-BC-TIMESTAMP TO BCSTART
007080     MOVE SPACES          TO BCEND
007090     MOVE ZERO            TO BCRC
007100     MOVE 'R'             TO BCSTAT
007110
007120     IF WS-BC-ROW-EXISTS
007130         EXEC SQL
007140              UPDATE  BATCHCTL
007150                 SET  BCSTART = :BCSTART,
007160                      BCEND   = :BCEND,
007170                      BCRC    = :BCRC,
007180                      BCSTAT  = :BCSTAT
007190               WHERE  BCDATE  = :BCDATE
007200                 AND  BCPROG  = :BCPROG
007210         END-EXEC
007220     ELSE
007230         EXEC SQL
007240              INSERT INTO BATCHCTL
007250                     (BCDATE, BCPROG, BCSTART, BCEND,
007260                      BCRC, BCSTAT)
007270              VALUES (:BCDATE, :BCPROG, :BCSTART, :BCEND,
007280                      :BCRC, :BCSTAT)
007290         END-EXEC
007300     END-IF
007310
007320     IF SQLCODE NOT = 0
007330         DISPLAY 'RUNBAL - '
007340                 'BATCHCTL START NOT RECORDED - SQLCODE: ' SQLCODE
007350         MOVE 16 TO RETURN-CODE
007360         GOBACK
007370     END-IF
007380
007390     EXEC SQL
007400          COMMIT
007410     END-EXEC
007420
007430     MOVE 'Y' TO WS-BC-STARTED-SW
007440     DISPLAY 'RUNBAL - BUSINESS DATE ' WS-BC-DATE.
007450
007460 K000-BATCH-START-PARA-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    K100-GET-STATUS-PARA                                        *
007510*    FETCH THE BATCHCTL ROW FOR BCDATE/BCPROG. WS-BC-FOUND SAYS  *
007520*    WHETHER THERE IS ONE; A FAILED SELECT ENDS THE RUN BEFORE   *
007530*    ANY WORK IS DONE.                                           *
007540******************************************************************
007550 K100-GET-STATUS-PARA.
007560
007570     EXEC SQL
007580          SELECT  BCSTAT, BCRC
007590            INTO  :BCSTAT, :BCRC
007600            FROM  BATCHCTL
007610           WHERE  BCDATE = :BCDATE
007620             AND  BCPROG = :BCPROG
007630     END-EXEC
007640
007650     EVALUATE SQLCODE
007660         WHEN 0
007670             MOVE 'Y' TO WS-BC-FOUND-SW
007680         WHEN 100
007690             MOVE 'N' TO WS-BC-FOUND-SW
007700         WHEN OTHER
007710             DISPLAY 'RUNBAL - '
007720                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
007730                     ' PROGRAM: ' BCPROG
007740             MOVE 16 TO RETURN-CODE
007750             GOBACK
007760     END-EVALUATE.
007770
007780 K100-GET-STATUS-PARA-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820*    K900-BATCH-END-PARA                                         *
007830*    RECORD THE END OF THE RUN ON BATCHCTL: END TIME, RETURN     *
007840*    CODE, AND STATUS 'C' (CLEAN) UP TO WS-BC-CLEAN-RC OR 'F'    *
007850*    (FAILED) ABOVE IT. A FAILED RUN HOLDS ITS SUCCESSOR UNTIL   *
007860*    IT IS RESUBMITTED AND FINISHES CLEAN.                       *
007870******************************************************************
007880 K900-BATCH-END-PARA.
007890
007900     IF NOT WS-BC-STARTED
007910         GO TO K900-BATCH-END-PARA-EXIT
007920     END-IF
007930
007940     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
007950     MOVE WS-BC-DATE      TO BCDATE
007960     MOVE WS-BC-PROGRAM   TO BCPROG
007970     MOVE WS-BC-TIMESTAMP TO BCEND
007980     MOVE RETURN-CODE     TO BCRC
007990
008000     IF RETURN-CODE > WS-BC-CLEAN-RC
008010         MOVE 'F' TO BCSTAT
008020     ELSE
008030         MOVE 'C' TO BCSTAT
008040     END-IF
008050
008060     EXEC SQL
008070          UPDATE  BATCHCTL
008080             SET  BCEND   = :BCEND,
008090                  BCRC    = :BCRC,
008100                  BCSTAT  = :BCSTAT
008110           WHERE  BCDATE  = :BCDATE
008120             AND  BCPROG  = :BCPROG
008130     END-EXEC
008140
008150     IF SQLCODE NOT = 0
008160         DISPLAY 'RUNBAL - '
008170                 'BATCHCTL END NOT RECORDED - SQLCODE: ' SQLCODE
008180         IF RETURN-CODE < 16
008190             MOVE 16 TO RETURN-CODE
008200         END-IF
008210         GO TO K900-BATCH-END-PARA-EXIT
008220     END-IF
008230
008240     EXEC SQL
008250          COMMIT
008260     END-EXEC
008270
008280     MOVE 'N' TO WS-BC-STARTED-SW.
008290
008300 K900-BATCH-END-PARA-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*    A100-FETCH-BURSAR-PARA                                      *
008350*    THE BURSAR COUNTS TIE TO THE LAST NIGHT BURSFEED RAN, NOT   *
008360*    SIMPLY THE PRIOR RUN DATE. A NIGHT ENRLLOAD HELD A          *
008370*    GENERATION ENDS ABOVE RC 4 AND BURSSTEP IS SKIPPED, SO THE  *
008380*    ROWS ENRLLOAD DID POST THAT NIGHT ARE FIRST PICKED UP BY    *
008390*    THE NEXT BURSFEED THAT RUNS. TAKE WHAT BURSFEED HELD ON ITS *
008400*    LAST RUN, AND ADD UP ENRLLOAD'S BILLABLE ADDS AND DROPS FOR *
008410*    EVERY NIGHT AFTER IT AND BEFORE THIS ONE - THE NIGHTS NO    *
008420*    FEED WENT OUT. NO EARLIER BURSFEED RUN AT ALL LEAVES THE    *
008430*    HELD COUNTS AT -1 (MISSING).                                *
008440******************************************************************
008450 A100-FETCH-BURSAR-PARA.
008460
008470     EXEC SQL
008480          SELECT  VALUE(MAX(RUNDATE), ' ')
008490            INTO  :WS-BURS-LAST-DATE
008500            FROM  RUNLOG
008510           WHERE  PROGNAME = 'BURSFEED'
008520             AND  RUNDATE  < :WS-THIS-DATE
008530     END-EXEC
008540
008550     IF SQLCODE NOT = 0 OR WS-BURS-LAST-DATE = SPACES
008560         MOVE -1 TO WS-V-BURS-CHG-HELD-P
008570         MOVE -1 TO WS-V-BURS-CRD-HELD-P
008580         GO TO A100-FETCH-BURSAR-PARA-EXIT
008590     END-IF
008600
008610     MOVE 'BURSFEED'         TO PROGNAME
008620     MOVE WS-BURS-LAST-DATE  TO RUNDATE
008630     MOVE 'CHARGES-HELD'     TO CNTRNAME
008640     PERFORM R100-GET-ONE-COUNT-PARA
008650                THRU R100-GET-ONE-COUNT-PARA-EXIT
008660     MOVE CNTRVAL            TO WS-V-BURS-CHG-HELD-P
008670
008680     MOVE 'BURSFEED'         TO PROGNAME
008690     MOVE WS-BURS-LAST-DATE  TO RUNDATE
008700     MOVE 'CREDITS-HELD'     TO CNTRNAME
008710     PERFORM R100-GET-ONE-COUNT-PARA
008720                THRU R100-GET-ONE-COUNT-PARA-EXIT
008730     MOVE CNTRVAL            TO WS-V-BURS-CRD-HELD-P
008740
008750     MOVE 'BILL-ADDS'        TO CNTRNAME
008760     PERFORM R200-SUM-UNFED-PARA
008770                THRU R200-SUM-UNFED-PARA-EXIT
008780     MOVE CNTRVAL            TO WS-V-BILL-ADDS-U
008790
008800     MOVE 'BILL-DROPS'       TO CNTRNAME
008810     PERFORM R200-SUM-UNFED-PARA
008820                THRU R200-SUM-UNFED-PARA-EXIT
008830     MOVE CNTRVAL            TO WS-V-BILL-DROPS-U.
008840
008850 A100-FETCH-BURSAR-PARA-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890*    R200-SUM-UNFED-PARA                                         *
008900*    ADD UP ONE ENRLLOAD COUNTER OVER THE NIGHTS AFTER THE LAST  *
008910*    BURSFEED RUN AND BEFORE THIS ONE. NO SUCH NIGHT IS A TRUE   *
008920*    ZERO, NOT MISSING DATA.                                     *
008930******************************************************************
008940 R200-SUM-UNFED-PARA.
008950
008960     EXEC SQL
008970          SELECT  VALUE(SUM(CNTRVAL), 0)
008980            INTO  :CNTRVAL
008990            FROM  RUNLOG
009000           WHERE  PROGNAME = 'ENRLLOAD'
009010             AND  RUNDATE  > :WS-BURS-LAST-DATE
009020             AND  RUNDATE  < :WS-THIS-DATE
009030             AND  CNTRNAME = :CNTRNAME
009040     END-EXEC
009050
009060     IF SQLCODE NOT = 0
009070         DISPLAY 'RUNLOG SELECT FAILED - SQLCODE: ' SQLCODE
009080         MOVE -1 TO CNTRVAL
009090         IF RETURN-CODE < 16
009100             MOVE 16 TO RETURN-CODE
009110         END-IF
009120     END-IF.
009130
009140 R200-SUM-UNFED-PARA-EXIT.
009150     EXIT.
