000297*                     COUNT SUMMARY - ONE JOB PER DAY INSTEAD   *
000298*                     OF ONE PER STUDENT. THE ONE-ID PARM MODE  *
000299*                     STILL WORKS AS BEFORE.                    *
000300*    10/15/2026 RH    SHOW THE DEPARTMENT CARRIED ON EACH        *
000301*                     ENROLLMENT ROW, AND A TRANSFERRED STATUS   *
000302*                     FOR A ROW ENRLLOAD CLOSED ON A DEPARTMENT  *
000303*                     TRANSFER (END REASON 'T') RATHER THAN A    *
000304*                     DROP. THE DROP-DATE COLUMN IS NOW          *
000305*                     END-DATE.                                  *
000306*    10/15/2026 RH    SHOW THE COURSE AND SECTION CARRIED ON     *
000307*                     EACH ENROLLMENT ROW (BLANK FOR A           *
000308*                     DEPARTMENT-LEVEL ENROLLMENT).              *
000309*    10/15/2026 RH    A STUD-ID STUDMAINT HAS MERGED INTO        *
000310*                     ANOTHER NOW PRINTS 'MERGED INTO STUD-ID    *
000311*                     NNNNN' INSTEAD OF AN EMPTY HISTORY - ITS   *
000312*                     ENROLLMENT ROWS WENT TO THE SURVIVOR -     *
000313*                     AND IS COUNTED APART FROM THE EXCEPTIONS.  *
000314*    10/15/2026 RH    A ROW TERMEND CLOSED AT TERM END (END      *
000315*                     REASON 'C') NOW SHOWS COMPLETED, NOT       *
000316*                     DROPPED.                                   *
000317*    10/15/2026 RH    HONOR THE NEW STUDENT PRIVACY HOLD. A HELD *
000318*                     STUDENT'S HISTORY STILL PRINTS IN FULL,    *
000319*                     BUT FIRST A DISCLOSURE-LOG RECORD (DATE,   *
000320*                     PROGRAM, STUD-ID, REQUESTER) GOES TO       *
000321*                     DISCLOG AND THE PAGE GROUP SAYS THE HOLD   *
000322*                     IS ON FILE. THE REQUESTER FOLLOWS THE      *
000323*                     STUD-ID ON THE PARM OR ON EACH REQFILE     *
000324*                     RECORD. A RUN THAT CANNOT OPEN DISCLOG     *
000325*                     PRINTS NOTHING, RC 16; A STUDENT WHOSE     *
000326*                     DISCLOSURE RECORD WILL NOT WRITE, OR WHOSE *
000327*                     STUDENT ROW CANNOT BE READ, GETS A         *
000328*                     WITHHELD LINE INSTEAD OF THE HISTORY.      *
000329*                                                                *
000330******************************************************************
000331 ENVIRONMENT DIVISION.
000332 INPUT-OUTPUT SECTION.
000333 FILE-CONTROL.
000340     SELECT HISTRPT ASSIGN TO HISTRPT
000350            ORGANIZATION IS SEQUENTIAL.
000360
000362     SELECT REQFILE ASSIGN TO REQFILE
000364            ORGANIZATION IS SEQUENTIAL.
000365
000366     SELECT DISCLOG ASSIGN TO DISCLOG
000367            ORGANIZATION IS SEQUENTIAL
000368            FILE STATUS IS WS-DISC-STATUS.
000369
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  HISTRPT
000416     RECORDING MODE IS F.
000417 01  REQ-REC.
000418     05 REQ-STUD-ID          PIC X(05).
000419     05 REQ-SEP              PIC X(01).
000420     05 REQ-REQUESTER        PIC X(20).
000421     05 FILLER               PIC X(54).
000422
000423******************************************************************
000424*    DISC-REC MIRRORS THE DISCLOSURE-LOG RECORD STUD'S INQUIRY   *
000425*    MODE WRITES - ONE PER LOOKUP OF A STUDENT UNDER A PRIVACY   *
000426*    HOLD, WITH WHO ASKED. THIS PROGRAM ADDS ONE FOR EACH HELD   *
000427*    STUDENT'S HISTORY IT PRINTS. DISCRPT PRINTS IT MONTHLY.     *
000428******************************************************************
000429 FD  DISCLOG
000430     RECORDING MODE IS F.
000431 01  DISC-REC.
000432     05 DISC-DATE            PIC X(08).
000433     05 FILLER               PIC X(01).
000434     05 DISC-PROGRAM         PIC X(08).
000435     05 FILLER               PIC X(01).
000436     05 DISC-STUD-ID         PIC X(05).
000437     05 FILLER               PIC X(01).
000438     05 DISC-REQUESTER       PIC X(20).
000439     05 FILLER               PIC X(01).
000440     05 DISC-TIMESTAMP       PIC X(26).
000441     05 FILLER               PIC X(09).
000442
000443 WORKING-STORAGE SECTION.
000444 01  WS-CSR-EOF-SW           PIC X(01) VALUE 'N'.
000445     88 WS-CSR-EOF                  VALUE 'Y'.
000446
000447 01  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
000448     88 WS-REQ-EOF                  VALUE 'Y'.
000449
000450 01  WS-BATCH-MODE-SW        PIC X(01) VALUE 'N'.
000451     88 WS-BATCH-MODE               VALUE 'Y'.
000452
000453 01  WS-CNT-PRINTED          PIC 9(07) COMP-3 VALUE ZERO.
000454
000455 01  WS-RUN-COUNTERS.
000456     05 WS-CNT-REQUESTS      PIC 9(07) COMP-3 VALUE ZERO.
000457     05 WS-CNT-TOTAL-PRINTED PIC 9(07) COMP-3 VALUE ZERO.
000458     05 WS-CNT-NOHIST        PIC 9(07) COMP-3 VALUE ZERO.
000459     05 WS-CNT-MERGED-REQ    PIC 9(07) COMP-3 VALUE ZERO.
000460     05 WS-CNT-DISCLOSED     PIC 9(07) COMP-3 VALUE ZERO.
000461
000462 01  WS-MRG-STAT             PIC X(01) VALUE SPACE.
000463 01  WS-MRG-INTO             PIC X(05) VALUE SPACES.
000464 01  WS-PRIV-HOLD            PIC X(01) VALUE SPACE.
000465     88 WS-STUD-HELD                VALUE 'Y'.
000466 01  WS-STUD-LOOKUP-SW       PIC X(01) VALUE 'N'.
000467     88 WS-STUD-LOOKUP-FAILED       VALUE 'Y'.
000468
000469 01  WS-DISC-STATUS          PIC X(02) VALUE SPACES.
000470     88 WS-DISC-OK                  VALUE '00'.
000471
000472 01  WS-DISC-REQUESTER       PIC X(20) VALUE SPACES.
000473 01  WS-DISC-REQ-LEN         PIC S9(04) COMP VALUE ZERO.
000474 01  WS-DISC-TIMESTAMP       PIC X(26) VALUE SPACES.
000476
000477******************************************************************
000478*    THE NO-HISTORY STUD-IDS ARE HELD HERE UNTIL THE END OF THE *
000730     05 FILLER               PIC X(01) VALUE SPACE.
000740     05 FILLER               PIC X(12) VALUE 'EFF-DATE'.
000750     05 FILLER               PIC X(26) VALUE 'LOGGED (TIMESTAMP)'.
000752     05 FILLER               PIC X(13) VALUE 'STATUS'.
000754     05 FILLER               PIC X(12) VALUE 'END-DATE'.
000760     05 FILLER               PIC X(10) VALUE 'DEPARTMENT'.
000762     05 FILLER               PIC X(02) VALUE SPACES.
000764     05 FILLER               PIC X(10) VALUE 'COURSE'.
000766     05 FILLER               PIC X(04) VALUE 'SECT'.
000768     05 FILLER               PIC X(43) VALUE SPACES.
000770
000780 01  WS-RPT-DETAIL.
000790     05 FILLER               PIC X(01) VALUE SPACE.
000800     05 WS-RPT-D-EFF-DATE    PIC X(08).
000810     05 FILLER               PIC X(04) VALUE SPACES.
000820     05 WS-RPT-D-LOADTS      PIC X(26).
000822     05 WS-RPT-D-STATUS      PIC X(11).
000824     05 FILLER               PIC X(02) VALUE SPACES.
000826     05 WS-RPT-D-DROP-DATE   PIC X(08).
000830     05 FILLER               PIC X(04) VALUE SPACES.
000831     05 WS-RPT-D-DEPT        PIC X(10).
000832     05 FILLER               PIC X(02) VALUE SPACES.
000833     05 WS-RPT-D-CRS         PIC X(08).
000834     05 FILLER               PIC X(02) VALUE SPACES.
000835     05 WS-RPT-D-SECT        PIC X(03).
000836     05 FILLER               PIC X(44) VALUE SPACES.
000840
000850 01  WS-RPT-TOTAL-LINE.
000860     05 FILLER               PIC X(01) VALUE SPACE.
000870     05 FILLER               PIC X(25)
000871        VALUE 'ENROLLMENTS ON RECORD: '.
000872     05 WS-RPT-T-COUNT       PIC ZZZ,ZZ9.
000873     05 FILLER               PIC X(100) VALUE SPACES.
000874
000875 01  WS-RPT-HOLD-LINE.
000876     05 FILLER               PIC X(01) VALUE SPACE.
000877     05 FILLER               PIC X(48)
000878        VALUE 'PRIVACY HOLD ON FILE - THIS DISCLOSURE IS LOGGED'.
000879     05 FILLER               PIC X(84) VALUE SPACES.
000880
000881 01  WS-RPT-WITHHELD-LINE.
000882     05 FILLER               PIC X(01) VALUE SPACE.
000883     05 FILLER               PIC X(48)
000884        VALUE 'RECORD WITHHELD - DISCLOSURE COULD NOT BE LOGGED'.
000885     05 FILLER               PIC X(84) VALUE SPACES.
000889
000890 01  WS-RPT-MERGED-LINE.
000891     05 FILLER               PIC X(01) VALUE SPACE.
000892     05 FILLER               PIC X(20)
000893        VALUE 'MERGED INTO STUD-ID '.
000894     05 WS-RPT-G-INTO        PIC X(05).
000895     05 FILLER               PIC X(40)
000896        VALUE ' - ENROLLMENT HISTORY IS UNDER THAT ID'.
000897     05 FILLER               PIC X(67) VALUE SPACES.
000898
000902 01  WS-RPT-EXC-HEADING.
000903     05 FILLER               PIC X(01) VALUE SPACE.
000904     05 FILLER               PIC X(44)
000990
001000     EXEC SQL
001010          DECLARE HISTCSR CURSOR FOR
001020          SELECT  EFFDATE, LOADTS, ENDDATE, ENRLDEPT, ENDRSN,
001025                  ENRLCRS, ENRLSECT
001030            FROM  ENROLLMENT
001040           WHERE  STUDID = :STUDID
001050           ORDER  BY EFFDATE, ENRLCRS, ENRLSECT
001060     END-EXEC.
001070
001080 LINKAGE SECTION.
001090 01  LK-HIST-PARM.
001100     05 LK-PARM-LEN          PIC S9(04) COMP.
001110     05 LK-PARM-STUDID       PIC X(05).
001113     05 LK-PARM-SEP          PIC X(01).
001116     05 LK-PARM-REQUESTER    PIC X(20).
001120
001130 PROCEDURE DIVISION USING LK-HIST-PARM.
001140
001190
001200     IF LK-PARM-LEN > ZERO
001210         MOVE LK-PARM-STUDID TO STUDID
001213         PERFORM X100-GET-REQUESTER-PARA
001216                    THRU X100-GET-REQUESTER-PARA-EXIT
001220         ADD 1 TO WS-CNT-REQUESTS
001230         PERFORM P000-ONE-STUDENT-PARA
001240                    THRU P000-ONE-STUDENT-PARA-EXIT
001400******************************************************************
001410*    X000-INITIALIZE-PARA                                        *
001420*    OPEN THE REPORT FILE. THE HISTORY CURSOR IS OPENED AND      *
001430*    CLOSED PER STUDENT BY P000, ONCE PER REQUEST. THE           *
001432*    DISCLOSURE LOG IS OPENED FIRST - WITHOUT IT NO HISTORY IS   *
001434*    PRINTED AND THE RUN ENDS RC 16, SO A HELD STUDENT'S RECORD  *
001436*    IS NEVER SHOWN UNLOGGED.                                    *
001440******************************************************************
001450 X000-INITIALIZE-PARA.
001460
001461     OPEN EXTEND DISCLOG
001462
001463     IF NOT WS-DISC-OK
001464         DISPLAY 'ENRLHIST - DISCLOG OPEN FAILED - FILE STATUS: '
001465                 WS-DISC-STATUS
001466         MOVE +16 TO RETURN-CODE
001467         GOBACK
001468     END-IF
001469
001470     OPEN OUTPUT HISTRPT
001480
001490     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
001730
001740     EXEC SQL
001750          FETCH HISTCSR
001760           INTO :EFFDATE, :LOADTS, :ENDDATE, :ENRLDEPT, :ENDRSN,
001765                :ENRLCRS, :ENRLSECT
001770     END-EXEC
001780
001790     EVALUATE SQLCODE
002230*    WRITE ONE ENROLLMENT DETAIL LINE, STARTING A NEW PAGE       *
002240*    FIRST WHEN THE CURRENT PAGE IS FULL. AN ENROLLMENT WITH A   *
002242*    BLANK END DATE IS STILL CURRENT; ONE WITH AN END DATE WAS   *
002244*    DROPPED ON THAT DATE, OR - END REASON 'T' - LEFT BY A       *
002246*    DEPARTMENT TRANSFER, WHOSE NEW ROW FOLLOWS IT, OR - END     *
002248*    REASON 'C' - COMPLETED WHEN THE TERM WAS CLOSED.            *
002250******************************************************************
002260 F100-PRINT-DETAIL-PARA.
002270
002310     END-IF
002320
002330     MOVE EFFDATE TO WS-RPT-D-EFF-DATE
002332     MOVE LOADTS  TO WS-RPT-D-LOADTS
002334     MOVE ENRLDEPT TO WS-RPT-D-DEPT
002336     MOVE ENRLCRS  TO WS-RPT-D-CRS
002338     MOVE ENRLSECT TO WS-RPT-D-SECT
002342
002344     IF ENDDATE = SPACES
002345         MOVE 'ENROLLED' TO WS-RPT-D-STATUS
002346         MOVE SPACES     TO WS-RPT-D-DROP-DATE
002347     ELSE
002348         EVALUATE ENDRSN
002349             WHEN 'T'
002350                 MOVE 'TRANSFERRED' TO WS-RPT-D-STATUS
002351             WHEN 'C'
002352                 MOVE 'COMPLETED'   TO WS-RPT-D-STATUS
002353             WHEN OTHER
002354                 MOVE 'DROPPED'     TO WS-RPT-D-STATUS
002355         END-EVALUATE
002356         MOVE ENDDATE    TO WS-RPT-D-DROP-DATE
002357     END-IF
002358
002360     WRITE HIST-RPT-REC FROM WS-RPT-DETAIL
002370         AFTER ADVANCING 1 LINE
002380
002580
002590     DISPLAY 'ENRLHIST - REQUESTS PROCESSED: ' WS-CNT-REQUESTS
002600             ' ENROLLMENTS PRINTED: ' WS-CNT-TOTAL-PRINTED
002610             ' WITHOUT HISTORY: ' WS-CNT-NOHIST
002613             ' MERGED: ' WS-CNT-MERGED-REQ
002616             ' DISCLOSURES LOGGED: ' WS-CNT-DISCLOSED.
002620
002630 H900-RUN-SUMMARY-PARA-EXIT.
002640     EXIT.
002700******************************************************************
002710 Z000-TERMINATE-PARA.
002720
002770     CLOSE HISTRPT
002775     CLOSE DISCLOG.
002780
002790 Z000-TERMINATE-PARA-EXIT.
002800     EXIT.
002830*    B000-REQUEST-FILE-PARA                                      *
002840*    REQUEST-FILE MODE DRIVER - ONE STUD-ID PER REQFILE RECORD,  *
002850*    EACH PRODUCING ITS OWN PAGE GROUP THROUGH THE SAME P000     *
002860*    LOGIC THE PARM MODE USES. BLANK RECORDS ARE PASSED BY. WHO  *
002865*    ASKED FOR EACH HISTORY FOLLOWS THE STUD-ID ON ITS RECORD.   *
002870******************************************************************
002880 B000-REQUEST-FILE-PARA.
002890
002980                 IF REQ-STUD-ID = SPACES
002990                     CONTINUE
003000                 ELSE
003010                     MOVE REQ-STUD-ID   TO STUDID
003015                     MOVE REQ-REQUESTER TO WS-DISC-REQUESTER
003020                     ADD 1 TO WS-CNT-REQUESTS
003030                     PERFORM P000-ONE-STUDENT-PARA
003040                            THRU P000-ONE-STUDENT-PARA-EXIT
003180*    HEADINGS, ONE OPEN-FETCH-CLOSE PASS OF HISTCSR FOR THE     *
003190*    STUDID ALREADY STAGED IN THE HOST VARIABLE, AND THE        *
003200*    ENROLLMENT-COUNT TOTAL LINE. A STUDENT WITH NO ROWS IS     *
003210*    NOTED FOR THE EXCEPTIONS PAGE. A STUD-ID MERGED INTO       *
003212*    ANOTHER GETS ONE LINE NAMING THE SURVIVOR INSTEAD - ITS     *
003214*    ROWS NOW SIT UNDER THAT ID. THE HISTORY OF A STUDENT UNDER  *
003216*    A PRIVACY HOLD IS PRINTED IN FULL, BUT ONLY AFTER THE       *
003217*    DISCLOSURE HAS BEEN LOGGED, AND THE PAGE GROUP SAYS SO. IF  *
003218*    THE DISCLOG WRITE FAILS, OR THE STUDENT ROW CANNOT BE READ  *
003219*    TO TELL WHETHER A HOLD IS ON FILE, THE HISTORY IS WITHHELD  *
003222*    AND ONE LINE SAYS SO.                                       *
003225******************************************************************
003230 P000-ONE-STUDENT-PARA.
003240
003250     MOVE ZERO TO WS-CNT-PRINTED
003260     MOVE 'N'  TO WS-CSR-EOF-SW
003270
003271     PERFORM F000-PRINT-HEADINGS-PARA
003272                THRU F000-PRINT-HEADINGS-PARA-EXIT
003273
003274     PERFORM P200-CHECK-MERGED-PARA
003275                THRU P200-CHECK-MERGED-PARA-EXIT
003276
003277     IF WS-STUD-LOOKUP-FAILED
003278         WRITE HIST-RPT-REC FROM WS-RPT-WITHHELD-LINE
003279             AFTER ADVANCING 2 LINES
003280         ADD 2 TO WS-LINE-CNT
003281         GO TO P000-ONE-STUDENT-PARA-EXIT
003282     END-IF
003285
003286     IF WS-MRG-STAT = 'M'
003287         MOVE WS-MRG-INTO TO WS-RPT-G-INTO
003288         WRITE HIST-RPT-REC FROM WS-RPT-MERGED-LINE
003289             AFTER ADVANCING 2 LINES
003290         ADD 1 TO WS-CNT-MERGED-REQ
003291         DISPLAY 'ENRLHIST - STUD-ID ' STUDID
003292                 ' MERGED INTO ' WS-MRG-INTO
003293         GO TO P000-ONE-STUDENT-PARA-EXIT
003294     END-IF
003295
003296     IF WS-STUD-HELD
003297         PERFORM D000-LOG-DISCLOSURE-PARA
003298                    THRU D000-LOG-DISCLOSURE-PARA-EXIT
003299         IF NOT WS-DISC-OK
003300             WRITE HIST-RPT-REC FROM WS-RPT-WITHHELD-LINE
003301                 AFTER ADVANCING 2 LINES
003302             ADD 2 TO WS-LINE-CNT
003303             GO TO P000-ONE-STUDENT-PARA-EXIT
003304         END-IF
003305         WRITE HIST-RPT-REC FROM WS-RPT-HOLD-LINE
003306             AFTER ADVANCING 2 LINES
003307         ADD 2 TO WS-LINE-CNT
003308     END-IF
003309
003310     EXEC SQL
003320          OPEN HISTCSR
003330     END-EXEC
004300
004310     MOVE 'REQUESTS WITHOUT HISTORY:     ' TO WS-RPT-M-TEXT
004320     MOVE WS-CNT-NOHIST TO WS-RPT-M-COUNT
004321     WRITE HIST-RPT-REC FROM WS-RPT-SUMMARY-LINE
004322         AFTER ADVANCING 1 LINE
004323
004324     MOVE 'REQUESTS FOR MERGED IDS:      ' TO WS-RPT-M-TEXT
004325     MOVE WS-CNT-MERGED-REQ TO WS-RPT-M-COUNT
004326     WRITE HIST-RPT-REC FROM WS-RPT-SUMMARY-LINE
004327         AFTER ADVANCING 1 LINE
004328
004329     MOVE 'PRIVACY-HOLD DISCLOSURES:     ' TO WS-RPT-M-TEXT
004330     MOVE WS-CNT-DISCLOSED TO WS-RPT-M-COUNT
004331     WRITE HIST-RPT-REC FROM WS-RPT-SUMMARY-LINE
004340         AFTER ADVANCING 1 LINE.
004350
004360 H910-EXCEPTIONS-PAGE-PARA-EXIT.
004780
004790 H930-ONE-EXC-LINE-PARA-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*    P200-CHECK-MERGED-PARA                                      *
004840*    LOOK UP THE REQUESTED STUDENT'S STATUS, THE STUD-ID IT WAS  *
004850*    MERGED INTO IF STUDMAINT HAS MERGED IT, AND ITS PRIVACY     *
004860*    HOLD. WS- HOST VARIABLES, NOT DCLGENS - ITS STUDID WOULD    *
004870*    CLASH WITH DCLENRL'S. A MISSING ROW LEAVES THE STATUS AND   *
004880*    HOLD BLANK AND THE HISTORY PASS RUNS AS BEFORE. ANY OTHER   *
004883*    SQL ERROR LEAVES THE HOLD UNKNOWN, SO THE LOOKUP IS FLAGGED *
004886*    FAILED, RC 16, AND P000 WITHHOLDS THE HISTORY.              *
004890******************************************************************
004900 P200-CHECK-MERGED-PARA.
004910
004920     MOVE SPACE  TO WS-MRG-STAT
004930     MOVE SPACES TO WS-MRG-INTO
004940     MOVE SPACE  TO WS-PRIV-HOLD
004945     MOVE 'N'    TO WS-STUD-LOOKUP-SW
004950
004960     EXEC SQL
004970          SELECT  STUDSTAT, MRGDINTO, PRIVHOLD
004980            INTO  :WS-MRG-STAT, :WS-MRG-INTO, :WS-PRIV-HOLD
004990            FROM  STUDENT
005000           WHERE  STUDID = :STUDID
005010     END-EXEC
005020
005030     EVALUATE SQLCODE
005040         WHEN 0
005050             CONTINUE
005060         WHEN +100
005070             MOVE SPACE  TO WS-MRG-STAT
005071             MOVE SPACES TO WS-MRG-INTO
005072             MOVE SPACE  TO WS-PRIV-HOLD
005073         WHEN OTHER
005074             DISPLAY 'ENRLHIST - STUDENT LOOKUP FAILED - '
005075                     'SQLCODE: ' SQLCODE ' STUD-ID: ' STUDID
005076             MOVE SPACE  TO WS-MRG-STAT
005077             MOVE SPACES TO WS-MRG-INTO
005078             MOVE SPACE  TO WS-PRIV-HOLD
005079             MOVE 'Y'    TO WS-STUD-LOOKUP-SW
005080             MOVE +16    TO RETURN-CODE
005081     END-EVALUATE.
005082
005090 P200-CHECK-MERGED-PARA-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    D000-LOG-DISCLOSURE-PARA                                    *
005140*    THE STUDENT WHOSE HISTORY IS ABOUT TO PRINT IS UNDER A      *
005150*    PRIVACY HOLD - WRITE THE DISCLOSURE TO DISCLOG WITH THE     *
005160*    REQUESTER FROM THE PARM OR THE REQFILE RECORD. A REQUEST    *
005170*    WITH NO REQUESTER IS STILL LOGGED, AS 'NOT GIVEN', FOR THE  *
005180*    RECORDS OFFICER TO FOLLOW UP. A FAILED WRITE WITHHOLDS THIS *
005190*    STUDENT'S HISTORY AND SETS RC 16.                           *
005200******************************************************************
005210 D000-LOG-DISCLOSURE-PARA.
005220
005230     IF WS-DISC-REQUESTER = SPACES
005240         MOVE 'NOT GIVEN' TO WS-DISC-REQUESTER
005250         DISPLAY 'ENRLHIST - STUD-ID ' STUDID
005260                 ' NO REQUESTER - DISCLOSURE LOGGED AS NOT GIVEN'
005270     END-IF
005280
005290     MOVE FUNCTION CURRENT-DATE TO WS-DISC-TIMESTAMP
005300
005310     MOVE SPACES                  TO DISC-REC
005320     MOVE WS-DISC-TIMESTAMP (1:8) TO DISC-DATE
005330     MOVE 'ENRLHIST'              TO DISC-PROGRAM
005340     MOVE STUDID                  TO DISC-STUD-ID
005350     MOVE WS-DISC-REQUESTER       TO DISC-REQUESTER
005360     MOVE WS-DISC-TIMESTAMP       TO DISC-TIMESTAMP
005370
005380     WRITE DISC-REC
005390
005400     IF WS-DISC-OK
005410         ADD 1 TO WS-CNT-DISCLOSED
005420     ELSE
005430         DISPLAY 'ENRLHIST - DISCLOG WRITE FAILED - FILE STATUS: '
005440                 WS-DISC-STATUS
005450         MOVE +16 TO RETURN-CODE
005460     END-IF.
005470
005480 D000-LOG-DISCLOSURE-PARA-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    X100-GET-REQUESTER-PARA                                     *
005530*    PARM MODE - THE PARM IS THE STUD-ID, A SEPARATOR AND THEN   *
005540*    WHO IS ASKING (E.G. '00123,J SMITH REGISTRAR'). PICK UP AS  *
005550*    MUCH OF THE REQUESTER AS WAS PASSED, UP TO 20 BYTES.        *
005560******************************************************************
005570 X100-GET-REQUESTER-PARA.
005580
005590     MOVE SPACES TO WS-DISC-REQUESTER
005600
005610     IF LK-PARM-LEN > 6
005620         COMPUTE WS-DISC-REQ-LEN = LK-PARM-LEN - 6
005630         IF WS-DISC-REQ-LEN > 20
005640             MOVE 20 TO WS-DISC-REQ-LEN
005650         END-IF
005660         MOVE LK-PARM-REQUESTER (1:WS-DISC-REQ-LEN)
005670                                 TO WS-DISC-REQUESTER
005680     END-IF.
005690
005700 X100-GET-REQUESTER-PARA-EXIT.
005710     EXIT.
