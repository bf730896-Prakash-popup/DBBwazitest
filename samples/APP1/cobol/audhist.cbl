000300*                     AUDFILE IS APPENDED IN THE ORDER THE       *
000310*                     TRANSACTIONS WERE APPLIED, SO A STRAIGHT   *
000320*                     SEQUENTIAL PASS COMES OUT IN TIMESTAMP     *
000321*                     ORDER WITH NO SORT STEP.                   *
000322*    10/15/2026 RH    SHOW STUDMAINT'S 'M' MERGE RECORDS - THE   *
000323*                     RETIRED ID'S LINE READS 'MERGED INTO       *
000324*                     NNNNN', THE SURVIVOR'S 'ABSORBED FROM      *
000325*                     NNNNN', IN PLACE OF THE NEW IMAGE.         *
000326*    10/15/2026 RH    HONOR THE NEW STUDENT PRIVACY HOLD. AUD-   *
000327*                     REC NOW CARRIES STUDMAINT'S BEFORE AND     *
000328*                     AFTER HOLD BYTES, AND THE REPORT SHOWS THE *
000329*                     HOLD AFTER EACH CHANGE. THE FULL HISTORY   *
000330*                     IS STILL PRINTED, BUT WHEN THE STUDENT'S   *
000331*                     LATEST HOLD ON AUDFILE IS 'Y' THE REPORT   *
000332*                     SAYS SO AND A DISCLOSURE-LOG RECORD (DATE, *
000333*                     PROGRAM, STUD-ID, REQUESTER) GOES TO       *
000334*                     DISCLOG. THE REQUESTER FOLLOWS THE STUD-ID *
000335*                     ON THE PARM. A RUN THAT CANNOT OPEN        *
000336*                     DISCLOG PRINTS NOTHING, RC 16. THE HOLD IS *
000337*                     FOUND AND THE DISCLOSURE LOGGED BEFORE ANY *
000338*                     LINE PRINTS; IF THE LOG WRITE FAILS THE    *
000339*                     HISTORY IS WITHHELD.                       *
000340*                                                                *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000410
000420     SELECT AUDRPT ASSIGN TO AUDRPT
000430            ORGANIZATION IS SEQUENTIAL.
000432
000434     SELECT DISCLOG ASSIGN TO DISCLOG
000436            ORGANIZATION IS SEQUENTIAL
000438            FILE STATUS IS WS-DISC-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470******************************************************************
000480*    AUD-REC MIRRORS THE RECORD STUDMAINT'S F000-WRITE-AUDIT-    *
000490*    PARA WRITES - SPACES ON THE OLD SIDE OF AN ADD AND THE      *
000500*    NEW SIDE OF A WITHDRAWAL. THE PRIVACY-HOLD BYTES ARE BLANK  *
000503*    ON RECORDS WRITTEN BEFORE THE HOLD EXISTED AND ON           *
000506*    ENRLLOAD'S TRANSFER RECORDS.                                *
000510******************************************************************
000520 FD  AUDFILE
000530     RECORDING MODE IS F.
000650     05 AUD-NEW-NAME          PIC X(10).
000660     05 FILLER                PIC X(01).
000670     05 AUD-NEW-DEPT          PIC X(10).
000680     05 AUD-OLD-HOLD          PIC X(01).
000681     05 AUD-NEW-HOLD          PIC X(01).
000682        88 AUD-NEW-HOLD-SET         VALUE 'Y' 'N'.
000683
000684******************************************************************
000685*    MERGE VIEW - STUDMAINT'S 'M' RECORDS CARRY THE ROLE, THE    *
000686*    OTHER STUD-ID OF THE PAIR AND THE PRE-MERGE STUDSTAT IN     *
000687*    THE NEW-IMAGE AREA.                                         *
000688******************************************************************
000689 01  AUD-MRG-REC.
000690     05 FILLER                PIC X(57).
000691     05 AUD-MRG-ROLE          PIC X(01).
000692        88 AUD-MRG-IS-RETIRED       VALUE 'R'.
000693        88 AUD-MRG-IS-SURVIVOR      VALUE 'S'.
000694     05 AUD-MRG-OTHER-ID      PIC X(05).
000695     05 AUD-MRG-OLD-STAT      PIC X(01).
000696     05 FILLER                PIC X(16).
000697
000700 FD  AUDRPT
000710     RECORDING MODE IS F.
000711 01  AUD-RPT-REC             PIC X(133).
000712
000713******************************************************************
000714*    DISC-REC MIRRORS THE DISCLOSURE-LOG RECORD STUD'S INQUIRY   *
000715*    MODE WRITES - ONE PER LOOKUP OF A STUDENT UNDER A PRIVACY   *
000716*    HOLD, WITH WHO ASKED. THIS PROGRAM ADDS ONE FOR EACH HELD   *
000717*    STUDENT'S HISTORY IT PRINTS. DISCRPT PRINTS IT MONTHLY.     *
000718******************************************************************
000719 FD  DISCLOG
000720     RECORDING MODE IS F.
000721 01  DISC-REC.
000722     05 DISC-DATE            PIC X(08).
000723     05 FILLER               PIC X(01).
000724     05 DISC-PROGRAM         PIC X(08).
000725     05 FILLER               PIC X(01).
000726     05 DISC-STUD-ID         PIC X(05).
000727     05 FILLER               PIC X(01).
000728     05 DISC-REQUESTER       PIC X(20).
000729     05 FILLER               PIC X(01).
000730     05 DISC-TIMESTAMP       PIC X(26).
000731     05 FILLER               PIC X(09).
000732
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05 WS-EOF               PIC X(01) VALUE SPACE.
000810     05 WS-CNT-PRINTED       PIC 9(07) COMP-3 VALUE ZERO.
000820
000830 01  WS-REQUEST-ID           PIC X(05) VALUE SPACES.
000831
000832 01  WS-HOLD-SW              PIC X(01) VALUE 'N'.
000833     88 WS-STUD-HELD                VALUE 'Y'.
000834
000835 01  WS-DISC-STATUS          PIC X(02) VALUE SPACES.
000836     88 WS-DISC-OK                  VALUE '00'.
000837
000838 01  WS-DISC-REQUESTER       PIC X(20) VALUE SPACES.
000839 01  WS-DISC-REQ-LEN         PIC S9(04) COMP VALUE ZERO.
000840 01  WS-DISC-TIMESTAMP       PIC X(26) VALUE SPACES.
000841
000850 01  WS-RUN-DATE             PIC X(08).
000860 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
000870 01  WS-LINE-CNT             PIC 9(02) COMP-3 VALUE ZERO.
001130     05 FILLER               PIC X(12) VALUE 'OLD-DEPT'.
001140     05 FILLER               PIC X(12) VALUE 'NEW-NAME'.
001150     05 FILLER               PIC X(12) VALUE 'NEW-DEPT'.
001160     05 FILLER               PIC X(04) VALUE 'HOLD'.
001165     05 FILLER               PIC X(48) VALUE SPACES.
001170
001180 01  WS-RPT-DETAIL.
001190     05 FILLER               PIC X(01) VALUE SPACE.
001280     05 WS-RPT-D-NEW-NAME    PIC X(10).
001290     05 FILLER               PIC X(02) VALUE SPACES.
001300     05 WS-RPT-D-NEW-DEPT    PIC X(10).
001310     05 FILLER               PIC X(02) VALUE SPACES.
001313     05 WS-RPT-D-NEW-HOLD    PIC X(04).
001316     05 FILLER               PIC X(48) VALUE SPACES.
001320
001330 01  WS-RPT-TOTAL-LINE.
001340     05 FILLER               PIC X(01) VALUE SPACE.
001360        VALUE 'AUDIT RECORDS ON FILE: '.
001370     05 WS-RPT-T-COUNT       PIC ZZZ,ZZ9.
001380     05 FILLER               PIC X(100) VALUE SPACES.
001381
001382 01  WS-RPT-WITHHELD-LINE.
001383     05 FILLER               PIC X(01) VALUE SPACE.
001384     05 FILLER               PIC X(48)
001385        VALUE 'RECORD WITHHELD - DISCLOSURE COULD NOT BE LOGGED'.
001386     05 FILLER               PIC X(84) VALUE SPACES.
001387
001391 01  WS-RPT-HOLD-LINE.
001392     05 FILLER               PIC X(01) VALUE SPACE.
001393     05 FILLER               PIC X(48)
001394        VALUE 'PRIVACY HOLD ON FILE - THIS DISCLOSURE IS LOGGED'.
001395     05 FILLER               PIC X(84) VALUE SPACES.
001396
001400 LINKAGE SECTION.
001410 01  LK-AUD-PARM.
001420     05 LK-PARM-LEN          PIC S9(04) COMP.
001430     05 LK-PARM-STUDID       PIC X(05).
001433     05 LK-PARM-SEP          PIC X(01).
001436     05 LK-PARM-REQUESTER    PIC X(20).
001440
001450 PROCEDURE DIVISION USING LK-AUD-PARM.
001460
001530     END-IF
001540
001550     MOVE LK-PARM-STUDID TO WS-REQUEST-ID
001552
001554     PERFORM X100-GET-REQUESTER-PARA
001556                THRU X100-GET-REQUESTER-PARA-EXIT
001560
001570     PERFORM X000-INITIALIZE-PARA
001580                THRU X000-INITIALIZE-PARA-EXIT
001581
001582     PERFORM B000-FIND-HOLD-PARA
001583                THRU B000-FIND-HOLD-PARA-EXIT
001584
001585     IF WS-STUD-HELD
001586         PERFORM D000-LOG-DISCLOSURE-PARA
001587                    THRU D000-LOG-DISCLOSURE-PARA-EXIT
001588         IF NOT WS-DISC-OK
001589             MOVE 'Y' TO WS-EOF
001590         END-IF
001591     END-IF
001592
001600     PERFORM UNTIL WS-EOF-YES
001610
001620         READ AUDFILE
001810******************************************************************
001820*    X000-INITIALIZE-PARA                                        *
001830*    OPEN THE AUDIT FILE AND THE REPORT FILE AND PRINT THE       *
001840*    PAGE AND STUDENT HEADINGS. THE DISCLOSURE LOG IS OPENED     *
001843*    FIRST - WITHOUT IT NO HISTORY IS PRINTED AND THE RUN ENDS   *
001846*    RC 16, SO A HELD STUDENT'S RECORD IS NEVER SHOWN UNLOGGED.  *
001850******************************************************************
001860 X000-INITIALIZE-PARA.
001870
001871     OPEN EXTEND DISCLOG
001872
001873     IF NOT WS-DISC-OK
001874         DISPLAY 'AUDHIST - DISCLOG OPEN FAILED - FILE STATUS: '
001875                 WS-DISC-STATUS
001876         MOVE +16 TO RETURN-CODE
001877         GOBACK
001878     END-IF
001879
001880     OPEN INPUT  AUDFILE
001890     OPEN OUTPUT AUDRPT
001900
001930                THRU F000-PRINT-HEADINGS-PARA-EXIT.
001940
001950 X000-INITIALIZE-PARA-EXIT.
001951     EXIT.
001952
001953******************************************************************
001954*    X100-GET-REQUESTER-PARA                                     *
001955*    THE PARM IS THE STUD-ID, A SEPARATOR AND THEN WHO IS ASKING *
001956*    (E.G. '00123,INTERNAL AUDIT'). PICK UP AS MUCH OF THE       *
001957*    REQUESTER AS WAS PASSED, UP TO 20 BYTES.                    *
001958******************************************************************
001959 X100-GET-REQUESTER-PARA.
001960
001961     MOVE SPACES TO WS-DISC-REQUESTER
001962
001963     IF LK-PARM-LEN > 6
001964         COMPUTE WS-DISC-REQ-LEN = LK-PARM-LEN - 6
001965         IF WS-DISC-REQ-LEN > 20
001966             MOVE 20 TO WS-DISC-REQ-LEN
001967         END-IF
001968         MOVE LK-PARM-REQUESTER (1:WS-DISC-REQ-LEN)
001969                                 TO WS-DISC-REQUESTER
001970     END-IF.
001971
001972 X100-GET-REQUESTER-PARA-EXIT.
001973     EXIT.
001974
001980******************************************************************
001990*    A000-ONE-AUDIT-REC-PARA                                     *
002000*    PRINT THE AUDIT RECORD WHEN IT BELONGS TO THE REQUESTED     *
002380******************************************************************
002390*    F100-PRINT-DETAIL-PARA                                      *
002400*    WRITE ONE AUDIT DETAIL LINE, STARTING A NEW PAGE FIRST      *
002410*    WHEN THE CURRENT PAGE IS FULL. A MERGE RECORD PRINTS THE    *
002413*    OTHER STUD-ID OF THE PAIR WHERE THE NEW IMAGE WOULD GO.     *
002416*    THE HOLD COLUMN IS THE PRIVACY HOLD AFTER THE CHANGE.       *
002420******************************************************************
002430 F100-PRINT-DETAIL-PARA.
002440
002530     MOVE AUD-OLD-DEPT  TO WS-RPT-D-OLD-DEPT
002540     MOVE AUD-NEW-NAME  TO WS-RPT-D-NEW-NAME
002550     MOVE AUD-NEW-DEPT  TO WS-RPT-D-NEW-DEPT
002551     MOVE AUD-NEW-HOLD  TO WS-RPT-D-NEW-HOLD
002552
002553     IF AUD-TRAN-CODE = 'M'
002554         MOVE SPACES TO WS-RPT-D-NEW-DEPT
002555         IF AUD-MRG-IS-RETIRED
002556             MOVE 'MERGED'   TO WS-RPT-D-NEW-NAME
002557             STRING 'INTO '          DELIMITED BY SIZE
002558                    AUD-MRG-OTHER-ID DELIMITED BY SIZE
002559                    INTO WS-RPT-D-NEW-DEPT
002560         ELSE
002561             MOVE 'ABSORBED' TO WS-RPT-D-NEW-NAME
002562             STRING 'FROM '          DELIMITED BY SIZE
002563                    AUD-MRG-OTHER-ID DELIMITED BY SIZE
002564                    INTO WS-RPT-D-NEW-DEPT
002565         END-IF
002566     END-IF
002567
002570     WRITE AUD-RPT-REC FROM WS-RPT-DETAIL
002580         AFTER ADVANCING 1 LINE
002590
002660*    H000-SUMMARY-PARA                                           *
002670*    PRINT THE AUDIT-RECORD COUNT AND FLAG AN EMPTY HISTORY      *
002680*    WITH RETURN-CODE 4 SO THE AUDITORS CAN TELL 'NO CHANGES     *
002690*    ON RECORD' FROM A RUN THAT FAILED. A HELD STUDENT WHOSE     *
002695*    DISCLOSURE COULD NOT BE LOGGED GETS ONLY THE WITHHELD LINE. *
002700******************************************************************
002710 H000-SUMMARY-PARA.
002711
002712     IF WS-STUD-HELD
002713        AND NOT WS-DISC-OK
002714         WRITE AUD-RPT-REC FROM WS-RPT-WITHHELD-LINE
002715             AFTER ADVANCING 2 LINES
002716         GO TO H000-SUMMARY-PARA-EXIT
002717     END-IF
002720
002730     MOVE WS-CNT-PRINTED TO WS-RPT-T-COUNT
002740     WRITE AUD-RPT-REC FROM WS-RPT-TOTAL-LINE
002750         AFTER ADVANCING 2 LINES
002760
002761     IF WS-STUD-HELD
002762         WRITE AUD-RPT-REC FROM WS-RPT-HOLD-LINE
002763             AFTER ADVANCING 2 LINES
002764     END-IF
002765
002770     DISPLAY 'AUDHIST - STUD-ID ' WS-REQUEST-ID
002780             ' AUDIT RECORDS READ: ' WS-CNT-READ
002790             ' PRINTED: ' WS-CNT-PRINTED
002830         MOVE 4 TO RETURN-CODE
002840     END-IF.
002850
002851 H000-SUMMARY-PARA-EXIT.
002852     EXIT.
002853
002854******************************************************************
002855*    D000-LOG-DISCLOSURE-PARA                                    *
002856*    THE STUDENT WHOSE HISTORY IS ABOUT TO PRINT IS UNDER A      *
002857*    PRIVACY HOLD - WRITE THE DISCLOSURE TO DISCLOG WITH THE     *
002858*    REQUESTER FROM THE PARM. A PARM WITH NO REQUESTER IS STILL  *
002859*    LOGGED, AS 'NOT GIVEN', FOR THE RECORDS OFFICER TO FOLLOW   *
002860*    UP. A FAILED WRITE WITHHOLDS THE HISTORY, RC 16.            *
002861******************************************************************
002862 D000-LOG-DISCLOSURE-PARA.
002863
002864     IF WS-DISC-REQUESTER = SPACES
002865         MOVE 'NOT GIVEN' TO WS-DISC-REQUESTER
002866         DISPLAY 'AUDHIST - NO REQUESTER ON THE PARM - '
002867                 'DISCLOSURE LOGGED AS NOT GIVEN'
002868     END-IF
002869
002870     MOVE FUNCTION CURRENT-DATE TO WS-DISC-TIMESTAMP
002871
002872     MOVE SPACES                  TO DISC-REC
002873     MOVE WS-DISC-TIMESTAMP (1:8) TO DISC-DATE
002874     MOVE 'AUDHIST'               TO DISC-PROGRAM
002875     MOVE WS-REQUEST-ID           TO DISC-STUD-ID
002876     MOVE WS-DISC-REQUESTER       TO DISC-REQUESTER
002877     MOVE WS-DISC-TIMESTAMP       TO DISC-TIMESTAMP
002878
002879     WRITE DISC-REC
002880
002881     IF NOT WS-DISC-OK
002882         DISPLAY 'AUDHIST - DISCLOG WRITE FAILED - FILE STATUS: '
002883                 WS-DISC-STATUS
002884         MOVE +16 TO RETURN-CODE
002885     END-IF.
002886
002887 D000-LOG-DISCLOSURE-PARA-EXIT.
002888     EXIT.
002889
002890******************************************************************
002900*    Z000-TERMINATE-PARA                                         *
002910*    CLOSE FILES AT END OF RUN.                                   *
002930 Z000-TERMINATE-PARA.
002940
002950     CLOSE AUDFILE
002960     CLOSE AUDRPT
002965     CLOSE DISCLOG.
002970
002980 Z000-TERMINATE-PARA-EXIT.
002990     EXIT.
003000
003010******************************************************************
003020*    B000-FIND-HOLD-PARA                                         *
003030*    READ AUDFILE THROUGH ONCE BEFORE ANYTHING PRINTS TO FIND    *
003040*    THE STUDENT'S PRIVACY HOLD AS IT STANDS, SO A HELD          *
003050*    STUDENT'S DISCLOSURE IS LOGGED BEFORE THE HISTORY IS SHOWN. *
003060*    AUDFILE IS THEN REOPENED FOR THE PRINT PASS.                *
003070******************************************************************
003080 B000-FIND-HOLD-PARA.
003090
003100     PERFORM B100-READ-FOR-HOLD-PARA
003110                THRU B100-READ-FOR-HOLD-PARA-EXIT
003120                UNTIL WS-EOF-YES
003130
003140     CLOSE AUDFILE
003150     OPEN INPUT AUDFILE
003160     MOVE SPACE TO WS-EOF.
003170
003180 B000-FIND-HOLD-PARA-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*    B100-READ-FOR-HOLD-PARA                                     *
003230*    AUDFILE IS IN THE ORDER THE CHANGES WERE APPLIED, SO THE    *
003240*    LAST RECORD FOR THE STUDENT CARRYING A HOLD BYTE GIVES THE  *
003250*    HOLD AS IT STANDS.                                          *
003260******************************************************************
003270 B100-READ-FOR-HOLD-PARA.
003280
003290     READ AUDFILE
003300         AT END
003310             MOVE 'Y' TO WS-EOF
003320         NOT AT END
003330             IF AUD-STUDID = WS-REQUEST-ID
003340                AND AUD-NEW-HOLD-SET
003350                 MOVE AUD-NEW-HOLD TO WS-HOLD-SW
003360             END-IF
003370     END-READ.
003380
003390 B100-READ-FOR-HOLD-PARA-EXIT.
003400     EXIT.
