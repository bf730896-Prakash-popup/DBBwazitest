000311*                     NEVER APPLIED TO. A FAILED CHECK SELECT    *
000312*                     NOW COUNTS AS AN SQL FAILURE (RC 16), NOT  *
000313*                     AS A DROP WITH NO OPEN ROW.                *
000314*    10/15/2026 RH    EVERY ENROLLMENT ROW NOW CARRIES ITS       *
000315*                     DEPARTMENT (ENRLDEPT, OFF THE NEW ENRLFILE *
000316*                     FIELD) AND AN END REASON (ENDRSN) WHEN IT  *
000317*                     IS CLOSED. HANDLE THE NEW 'T' (DEPARTMENT  *
000318*                     TRANSFER) RECORD TYPE: CLOSE THE OPEN ROW  *
000319*                     AS OF THE TRANSFER DATE (REASON 'T'), OPEN *
000320*                     A NEW ROW IN THE TARGET DEPARTMENT, MOVE   *
000321*                     THE STUDENT ROW TO THE TARGET AND WRITE A  *
000322*                     BEFORE/AFTER RECORD TO AUDFILE.            *
000323*    10/15/2026 RH    ENROLLMENT ROWS NOW CARRY A COURSE AND     *
000324*                     SECTION (ENRLCRS/ENRLSECT, OFF THE NEW     *
000325*                     ENRLFILE FIELDS) AND THE UNIQUE KEY IS     *
000326*                     (STUDID, EFFDATE, ENRLCRS, ENRLSECT). A    *
000327*                     DROP CLOSES ONLY ITS OWN SECTION'S ROW. A  *
000328*                     TRANSFER CARRIES EVERY OPEN SECTION ROW    *
000329*                     INTO THE TARGET DEPARTMENT AND CLOSES ALL  *
000330*                     OF THE OLD ONES, NOT JUST THE LATEST.      *
000331*    10/15/2026 RH    NEW ROWS GO IN WITH THE BURSAR-FEED SENT   *
000332*                     DATES (CHGDATE/CRDDATE) BLANK SO BURSFEED  *
000333*                     PICKS THEM UP; A ROW CARRIED ACROSS BY A   *
000334*                     TRANSFER KEEPS ITS ORIGINAL'S CHARGE DATE  *
000335*                     SO THE MOVE IS NOT BILLED AGAIN. LOG THE   *
000336*                     BILLABLE ADDS AND DROPS APPLIED (BILL-ADDS *
000337*                     AND BILL-DROPS) FOR RUNBAL TO TIE TO THE   *
000338*                     CHARGES AND CREDITS BURSFEED PICKS UP.     *
000339*    10/15/2026 RH    SKIP ENRLFILE ENTRIES FOR A STUD-ID        *
000340*                     STUDMAINT HAS MERGED INTO ANOTHER - ITS    *
000341*                     ROWS NOW BELONG TO THE SURVIVOR, AND THE   *
000342*                     OLD ENTRIES STILL ON THE FILE WOULD ONLY   *
000343*                     RE-INSERT THEM (AND BILL THEM AGAIN) UNDER *
000344*                     THE RETIRED ID. COUNTED AS MERGED-SKIPPED. *
000345*    10/15/2026 RH    ENRLFILE IS NOW A GENERATION DATA GROUP -  *
000346*                     ONE GENERATION PER STUD RUN, WITH A HEADER *
000347*                     AND A COUNTED TRAILER. A GENERATION        *
000348*                     ALREADY ON THE NEW ENRLGENS TABLE IS READ  *
000349*                     PAST, NOT RE-PRESENTED. A NEW ONE IS       *
000350*                     LOADED, RECORDED ON ENRLGENS AND COMMITTED *
000351*                     AS ONE UNIT OF WORK AT ITS TRAILER; ONE    *
000352*                     THAT IS SHORT, HAS NO TRAILER OR HAD A     *
000353*                     FAILED ENTRY IS HELD (RC 16) AND COMES     *
000354*                     BACK NEXT RUN. A SECOND PASS APPENDS EACH  *
000355*                     APPLIED GENERATION'S ENTRIES ONCE TO THE   *
000356*                     ENRLFILE HISTORY DATASET STUDRECON SORTS.  *
000357*    10/15/2026 RH    RECORD THIS RUN'S START, END, RETURN CODE  *
000358*                     AND STATUS ON THE NEW BATCHCTL CONTROL     *
000359*                     TABLE UNDER THE BUSINESS DATE STUDMAINT    *
000360*                     OPENED. THE RUN IS REFUSED WITH RETURN-    *
000361*                     CODE 24, BEFORE ANY FILE IS OPENED, UNLESS *
000362*                     STUD FINISHED CLEAN FOR THAT DATE, OR IF   *
000363*                     THIS PROGRAM ALREADY HAS. A RUN ENDING     *
000364*                     ABOVE RC 4 IS RECORDED FAILED.             *
000365*    10/15/2026 RH    BACK OUT A DEPARTMENT TRANSFER THAT FAILS  *
000366*                     PART-WAY TO A SAVEPOINT TAKEN BEFORE ITS   *
000367*                     FIRST STEP, SO A HELD GENERATION NO LONGER *
000368*                     COMMITS CARRIED ROWS WITHOUT THE CLOSE AND *
000369*                     STUDENT MOVE (WHICH ITS RE-PRESENTATION    *
000370*                     THEN SKIPPED AS A DUPLICATE). STAMP THE    *
000371*                     TRANSFER'S AUDIT RECORD WITH ITS EFFECTIVE *
000372*                     DATE RATHER THAN THE LOAD DATE.            *
000373*                                                                *
000374******************************************************************
000375 ENVIRONMENT DIVISION.
000376 INPUT-OUTPUT SECTION.
000377 FILE-CONTROL.
000378     SELECT ENRLFILE ASSIGN TO ENRLFILE
000379            ORGANIZATION IS SEQUENTIAL.
000380
000381     SELECT AUDFILE ASSIGN TO AUDFILE
000382            ORGANIZATION IS SEQUENTIAL.
000383
000384     SELECT HISTFILE ASSIGN TO HISTFILE
000385            ORGANIZATION IS SEQUENTIAL.
000386
000387 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ENRLFILE
000410     RECORDING MODE IS F.
000472     05 FILLER               PIC X(01).
000474     05 ENRL-REC-TYPE        PIC X(01).
000476        88 ENRL-TYPE-DROP          VALUE 'D'.
000477        88 ENRL-TYPE-XFER          VALUE 'T'.
000478     05 FILLER               PIC X(01).
000479     05 ENRL-DEPT-CODE       PIC X(10).
000480     05 FILLER               PIC X(01).
000481     05 ENRL-CRS-CODE        PIC X(08).
000482     05 ENRL-CRS-SECT        PIC X(03).
000483     05 ENRL-SEQ-NO          PIC 9(07).
000484     05 FILLER               PIC X(07).
000485
000486******************************************************************
000487*    EACH GENERATION OPENS WITH A HEADER ('HDR') CARRYING ITS    *
000488*    GENERATION ID AND CLOSES WITH A TRAILER ('TRL') CARRYING    *
000489*    THE NUMBER OF ENTRIES STUD WROTE BETWEEN THEM.              *
000490******************************************************************
000491 01  ENRL-CTL-REC.
000492     05 ECTL-CODE            PIC X(05).
000493        88 ECTL-IS-HEADER           VALUE 'HDR  '.
000494        88 ECTL-IS-TRAILER          VALUE 'TRL  '.
000495     05 FILLER               PIC X(01).
000496     05 ECTL-GEN-ID          PIC X(14).
000497     05 FILLER               PIC X(01).
000498     05 ECTL-REC-COUNT       PIC 9(07).
000499     05 FILLER               PIC X(38).
000500     05 ECTL-SEQ-NO          PIC 9(07).
000501     05 FILLER               PIC X(07).
000502
000503******************************************************************
000504*    AUDFILE IS THE STUDMAINT BEFORE/AFTER AUDIT TRAIL. A        *
000505*    DEPARTMENT TRANSFER CHANGES THE STUDENT ROW, SO IT IS       *
000506*    AUDITED HERE IN THE SAME LAYOUT (TRAN CODE 'T').            *
000507******************************************************************
000508 FD  AUDFILE
000509     RECORDING MODE IS F.
000510 01  AUD-REC.
000511     05 AUD-TIMESTAMP         PIC X(26).
000512     05 FILLER                PIC X(01).
000513     05 AUD-TRAN-CODE         PIC X(01).
000514     05 FILLER                PIC X(01).
000515     05 AUD-STUDID            PIC X(05).
000516     05 FILLER                PIC X(01).
000517     05 AUD-OLD-NAME          PIC X(10).
000518     05 FILLER                PIC X(01).
000519     05 AUD-OLD-DEPT          PIC X(10).
000520     05 FILLER                PIC X(01).
000521     05 AUD-NEW-NAME          PIC X(10).
000522     05 FILLER                PIC X(01).
000523     05 AUD-NEW-DEPT          PIC X(10).
000524     05 FILLER                PIC X(02).
000525
000526******************************************************************
000527*    HISTFILE IS THE CONSOLIDATED ENRLFILE HISTORY - THE ENTRIES *
000528*    OF EVERY APPLIED GENERATION, HEADERS AND TRAILERS DROPPED.  *
000529******************************************************************
000530 FD  HISTFILE
000531     RECORDING MODE IS F.
000532 01  HIST-REC                PIC X(80).
000533
000534 WORKING-STORAGE SECTION.
000535 01  WS-SWITCHES.
000536     05 WS-EOF               PIC X(01) VALUE SPACE.
000537        88 WS-EOF-YES               VALUE 'Y'.
000538
000539******************************************************************
000540*    RUN COUNTS AS THEY STOOD BEFORE THE TRANSFER BEING APPLIED  *
000541******************************************************************
000542 01  WS-XFER-SAVE.
000543     05 WS-XFER-SAVE-LOADED  PIC 9(07) COMP-3 VALUE ZERO.
000544     05 WS-XFER-SAVE-BILLED  PIC 9(07) COMP-3 VALUE ZERO.
000545     05 WS-XFER-SAVE-CLOSED  PIC 9(07) COMP-3 VALUE ZERO.
000546     05 WS-XFER-SAVE-NO-OPEN PIC 9(07) COMP-3 VALUE ZERO.
000547
000550 01  WS-SUMMARY-COUNTERS.
000560     05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE ZERO.
000570     05 WS-CNT-LOADED        PIC 9(07) COMP-3 VALUE ZERO.
000590     05 WS-CNT-FAILED        PIC 9(07) COMP-3 VALUE ZERO.
000592     05 WS-CNT-CLOSED        PIC 9(07) COMP-3 VALUE ZERO.
000594     05 WS-CNT-NO-OPEN-ROW   PIC 9(07) COMP-3 VALUE ZERO.
000595     05 WS-CNT-XFER-APPLIED  PIC 9(07) COMP-3 VALUE ZERO.
000596     05 WS-CNT-XFER-NO-OPEN  PIC 9(07) COMP-3 VALUE ZERO.
000597     05 WS-CNT-AUDITED       PIC 9(07) COMP-3 VALUE ZERO.
000598     05 WS-CNT-BILL-ADDS     PIC 9(07) COMP-3 VALUE ZERO.
000599     05 WS-CNT-BILL-DROPS    PIC 9(07) COMP-3 VALUE ZERO.
000600     05 WS-CNT-MERGED-SKIP   PIC 9(07) COMP-3 VALUE ZERO.
000601     05 WS-CNT-SKIP-ENTRIES  PIC 9(07) COMP-3 VALUE ZERO.
000602     05 WS-CNT-HELD-ENTRIES  PIC 9(07) COMP-3 VALUE ZERO.
000603     05 WS-CNT-NO-GEN        PIC 9(07) COMP-3 VALUE ZERO.
000604     05 WS-CNT-GENS-APPLIED  PIC 9(07) COMP-3 VALUE ZERO.
000605     05 WS-CNT-GENS-SKIPPED  PIC 9(07) COMP-3 VALUE ZERO.
000606     05 WS-CNT-GENS-HELD     PIC 9(07) COMP-3 VALUE ZERO.
000607     05 WS-CNT-GENS-ROLLED   PIC 9(07) COMP-3 VALUE ZERO.
000608     05 WS-CNT-ROLLED        PIC 9(07) COMP-3 VALUE ZERO.
000609
000610 01  WS-CLOSED-DUP-CNT       PIC S9(09) COMP VALUE ZERO.
000611
000612 01  WS-DROP-CHECK-SW        PIC X(01) VALUE 'N'.
000613     88 WS-DROP-ALREADY-DONE        VALUE 'D'.
000614     88 WS-DROP-CHECK-FAILED        VALUE 'E'.
000615
000616 01  WS-RUN-DATE             PIC X(08).
000617 01  WS-CURRENT-TIMESTAMP    PIC X(26).
000618
000619 01  WS-XFER-DUP-CNT         PIC S9(09) COMP VALUE ZERO.
000620 01  WS-XFER-STEP-SW         PIC X(01) VALUE 'Y'.
000621     88 WS-XFER-STEP-OK             VALUE 'Y'.
000622 01  WS-XFER-CARRIED-CNT     PIC S9(09) COMP VALUE ZERO.
000623
000624 01  WS-STUDENT-IMAGE.
000625     05 WS-STU-NAME          PIC X(10) VALUE SPACES.
000626     05 WS-STU-DEPT          PIC X(10) VALUE SPACES.
000627
000628 01  WS-MRG-LAST-ID          PIC X(05) VALUE LOW-VALUES.
000629 01  WS-MRG-LAST-STAT        PIC X(01) VALUE SPACE.
000630     88 WS-MRG-LAST-MERGED          VALUE 'M'.
000631
000632******************************************************************
000633*    THE GENERATION BEING READ: ITS ID, WHETHER IT IS BEING      *
000634*    APPLIED, READ PAST (ALREADY ON ENRLGENS) OR HELD (ITS       *
000635*    CONTROL-TABLE CHECK FAILED), ITS ENTRY COUNT SO FAR, AND    *
000636*    THE FAILED COUNT AT ITS HEADER - ANY RISE MEANS AN ENTRY    *
000637*    DID NOT POST AND THE GENERATION MUST COME BACK.             *
000638******************************************************************
000639 01  WS-GEN-STATE.
000640     05 WS-GEN-ID            PIC X(14) VALUE SPACES.
000641     05 WS-GEN-MODE          PIC X(01) VALUE SPACE.
000642        88 WS-GEN-NONE              VALUE SPACE.
000643        88 WS-GEN-APPLYING          VALUE 'A'.
000644        88 WS-GEN-SKIPPING          VALUE 'S'.
000645        88 WS-GEN-HOLDING           VALUE 'H'.
000646     05 WS-GEN-ENTRIES       PIC 9(07) COMP-3 VALUE ZERO.
000647     05 WS-GEN-FAILED-BASE   PIC 9(07) COMP-3 VALUE ZERO.
000648     05 WS-GEN-ROLL-SW       PIC X(01) VALUE 'N'.
000649        88 WS-GEN-ROLLING           VALUE 'Y'.
000650
000651 01  WS-GEN-FOUND-CNT        PIC S9(09) COMP VALUE ZERO.
000652
000653******************************************************************
000654*    THIS PROGRAM'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL -  *
000655*    ITS OWN NAME, THE PROGRAM THAT MUST HAVE FINISHED CLEAN     *
000656*    BEFORE IT FOR THE SAME BUSINESS DATE (BLANK AT THE HEAD OF  *
000657*    THE STREAM), AND THE HIGHEST RETURN CODE STILL RECORDED AS  *
000658*    A CLEAN FINISH.                                             *
000659******************************************************************
000660 01  WS-BATCH-CTL.
000661     05 WS-BC-PROGRAM        PIC X(10) VALUE 'ENRLLOAD'.
000662     05 WS-BC-PRED           PIC X(10) VALUE 'STUD'.
000663     05 WS-BC-CLEAN-RC       PIC S9(04) COMP VALUE +4.
000664     05 WS-BC-DATE           PIC X(08) VALUE SPACES.
000665     05 WS-BC-TIMESTAMP      PIC X(26) VALUE SPACES.
000666     05 WS-BC-FOUND-SW       PIC X(01) VALUE 'N'.
000667        88 WS-BC-FOUND              VALUE 'Y'.
000668     05 WS-BC-ROW-SW         PIC X(01) VALUE 'N'.
000669        88 WS-BC-ROW-EXISTS         VALUE 'Y'.
000670     05 WS-BC-STARTED-SW     PIC X(01) VALUE 'N'.
000671        88 WS-BC-STARTED            VALUE 'Y'.
000672
000673     EXEC SQL
000674          INCLUDE SQLCA
000675     END-EXEC.
000676
000677     EXEC SQL
000678          INCLUDE DCLENRL
000679     END-EXEC.
000680
000681     EXEC SQL
000682          INCLUDE DCLRLOG
000683     END-EXEC.
000684
000685     EXEC SQL
000686          INCLUDE DCLBCTL
000687     END-EXEC.
000688
000689     EXEC SQL
000690          INCLUDE DCLEGEN
000691     END-EXEC.
000692
000693 PROCEDURE DIVISION.
000700
000710 0000-MAINLINE-PARA.
000720
000722     PERFORM K000-BATCH-START-PARA
000724                THRU K000-BATCH-START-PARA-EXIT
000726
000730     PERFORM X000-INITIALIZE-PARA
000740                THRU X000-INITIALIZE-PARA-EXIT
000750
000790             AT END
000800                 MOVE 'Y' TO WS-EOF
000810             NOT AT END
000830                 PERFORM G000-ONE-ENTRY-PARA
000840                            THRU G000-ONE-ENTRY-PARA-EXIT
000850         END-READ
000860
000870     END-PERFORM
000871
000872     IF NOT WS-GEN-NONE
000873         DISPLAY 'ENRLFILE GENERATION ' WS-GEN-ID
000874                 ' HAS NO TRAILER'
000875         PERFORM G300-HOLD-GEN-PARA
000876                    THRU G300-HOLD-GEN-PARA-EXIT
000877     END-IF
000878
000879     PERFORM R000-ROLL-HISTORY-PARA
000880                THRU R000-ROLL-HISTORY-PARA-EXIT
000881
000890     PERFORM H000-SUMMARY-PARA
000900                THRU H000-SUMMARY-PARA-EXIT
000902
000960
000970******************************************************************
000980*    X000-INITIALIZE-PARA                                        *
000990*    OPEN THE ENROLLMENT LOG FILE AND THE AUDIT TRAIL.            *
001000******************************************************************
001010 X000-INITIALIZE-PARA.
001020
001030     OPEN INPUT ENRLFILE
001032     OPEN EXTEND AUDFILE
001035
001037     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
001040
001080******************************************************************
001090*    A000-LOAD-ONE-ROW-PARA                                      *
001100*    POST ONE ENRLFILE ENTRY TO THE ENROLLMENT TABLE BY ITS      *
001102*    RECORD TYPE: A DROP CLOSES OUT THE MATCHING OPEN ROW, A     *
001103*    TRANSFER CLOSES IT AND OPENS ONE IN THE NEW DEPARTMENT,     *
001104*    ANYTHING ELSE (AN ADD, OR A BLANK TYPE FROM BEFORE THE      *
001106*    FIELD EXISTED) INSERTS. AN ENTRY WRITTEN BEFORE ENRLFILE    *
001107*    CARRIED A DEPARTMENT TAKES THE STUDENT'S CURRENT ONE.       *
001108*    THE ROW CARRIES THE ENTRY'S COURSE AND SECTION (BLANK FOR A *
001109*    DEPARTMENT-LEVEL ENROLLMENT). THE TABLE'S UNIQUE KEY ON     *
001110*    (STUDID, EFFDATE, ENRLCRS, ENRLSECT) MAKES THE LOAD         *
001120*    SAFE TO RERUN: A ROW ALREADY LOADED COMES BACK -803 AND     *
001130*    IS COUNTED AS A DUPLICATE INSTEAD OF DOUBLE-LOADING.        *
001133*    AN ENTRY OF ANY TYPE FOR A STUD-ID MERGED INTO ANOTHER IS   *
001136*    SKIPPED - ITS ROWS HAVE ALREADY MOVED TO THE SURVIVOR.      *
001140******************************************************************
001150 A000-LOAD-ONE-ROW-PARA.
001160
001161     PERFORM A400-CHECK-MERGED-PARA
001162                THRU A400-CHECK-MERGED-PARA-EXIT
001163     IF WS-MRG-LAST-MERGED
001164         ADD 1 TO WS-CNT-MERGED-SKIP
001165         GO TO A000-LOAD-ONE-ROW-PARA-EXIT
001166     END-IF
001167
001168     IF ENRL-TYPE-DROP
001169         PERFORM A100-CLOSE-ONE-ROW-PARA
001170                    THRU A100-CLOSE-ONE-ROW-PARA-EXIT
001171         GO TO A000-LOAD-ONE-ROW-PARA-EXIT
001172     END-IF
001173
001174     IF ENRL-TYPE-XFER
001175         PERFORM A200-TRANSFER-ONE-ROW-PARA
001176                    THRU A200-TRANSFER-ONE-ROW-PARA-EXIT
001177         GO TO A000-LOAD-ONE-ROW-PARA-EXIT
001178     END-IF
001179
001180     MOVE ENRL-STUD-ID    TO STUDID
001181     MOVE ENRL-EFF-DATE   TO EFFDATE
001190     MOVE ENRL-TIMESTAMP  TO LOADTS
001195     MOVE SPACES          TO ENDDATE
001196     MOVE ENRL-DEPT-CODE  TO ENRLDEPT
001197     MOVE SPACES          TO ENDRSN
001198     MOVE ENRL-CRS-CODE   TO ENRLCRS
001199     MOVE ENRL-CRS-SECT   TO ENRLSECT
001200     MOVE SPACES          TO CHGDATE
001201     MOVE SPACES          TO CRDDATE
001202
001203     IF ENRLDEPT = SPACES
001204         PERFORM A300-GET-STUDENT-PARA
001205                    THRU A300-GET-STUDENT-PARA-EXIT
001206         MOVE WS-STU-DEPT TO ENRLDEPT
001207     END-IF
001208
001210     EXEC SQL
001220          INSERT INTO ENROLLMENT
001230                 (STUDID, EFFDATE, LOADTS, ENDDATE,
001235                  ENRLDEPT, ENDRSN, ENRLCRS, ENRLSECT,
001237                  CHGDATE, CRDDATE)
001240          VALUES (:STUDID, :EFFDATE, :LOADTS, :ENDDATE,
001245                  :ENRLDEPT, :ENDRSN, :ENRLCRS, :ENRLSECT,
001247                  :CHGDATE, :CRDDATE)
001250     END-EXEC
001260
001270     EVALUATE SQLCODE
001280         WHEN 0
001290             ADD 1 TO WS-CNT-LOADED
001295             ADD 1 TO WS-CNT-BILL-ADDS
001300         WHEN -803
001310             ADD 1 TO WS-CNT-DUPLICATE
001320         WHEN OTHER
001422
001424******************************************************************
001426*    A100-CLOSE-ONE-ROW-PARA                                    *
001428*    CLOSE OUT (END-DATE, END REASON 'D') THE STUDENT'S LATEST   *
001430*    OPEN ROW FOR THE DROP'S SECTION (A BLANK SECTION MATCHES A  *
001431*    DEPARTMENT-LEVEL ROW) ON OR BEFORE ITS EFFECTIVE DATE. THE  *
001432*    ALREADY-APPLIED CHECK RUNS FIRST: A RE-PRESENTED DROP (A    *
001434*    HELD GENERATION COMES BACK WHOLE THE NEXT RUN) WHOSE END    *
001436*    DATE IS ALREADY ON A CLOSED ROW MUST NOT TOUCH THE TABLE -  *
001438*    THE OPEN ROW IT WOULD MATCH NOW COULD BE A LATER BACKDATED  *
001440*    RE-ENROLLMENT THE DROP NEVER APPLIED TO. EMPFIL IS KEYED    *
001441*    ON STUD-ID PLUS EFFECTIVE DATE, SO TWO DISTINCT DROPS CAN   *
001442*    NEVER SHARE AN END DATE AND THE PRE-CHECK LOSES NOTHING.    *
001446
001448     MOVE ENRL-STUD-ID    TO STUDID
001450     MOVE ENRL-EFF-DATE   TO ENDDATE
001451     MOVE 'D'             TO ENDRSN
001452     MOVE ENRL-CRS-CODE   TO ENRLCRS
001453     MOVE ENRL-CRS-SECT   TO ENRLSECT
001454
001455     PERFORM A110-CHECK-DUP-DROP-PARA
001456                THRU A110-CHECK-DUP-DROP-PARA-EXIT
001457
001458     IF WS-DROP-ALREADY-DONE
001459         ADD 1 TO WS-CNT-DUPLICATE
001460         GO TO A100-CLOSE-ONE-ROW-PARA-EXIT
001461     END-IF
001462
001463     IF WS-DROP-CHECK-FAILED
001464         GO TO A100-CLOSE-ONE-ROW-PARA-EXIT
001465     END-IF
001466
001467     EXEC SQL
001468          UPDATE ENROLLMENT
001469             SET ENDDATE = :ENDDATE,
001470                 ENDRSN  = :ENDRSN
001471           WHERE STUDID   = :STUDID
001472             AND ENRLCRS  = :ENRLCRS
001473             AND ENRLSECT = :ENRLSECT
001474             AND ENDDATE  = '        '
001475             AND EFFDATE  =
001476                 (SELECT MAX(EFFDATE)
001477                    FROM ENROLLMENT
001478                   WHERE STUDID   = :STUDID
001479                     AND ENRLCRS  = :ENRLCRS
001480                     AND ENRLSECT = :ENRLSECT
001481                     AND ENDDATE  = '        '
001482                     AND EFFDATE <= :ENDDATE)
001483     END-EXEC
001484
001485     EVALUATE SQLCODE
001486         WHEN 0
001487             ADD 1 TO WS-CNT-CLOSED
001488             ADD 1 TO WS-CNT-BILL-DROPS
001489         WHEN 100
001490             ADD 1 TO WS-CNT-NO-OPEN-ROW
001491             DISPLAY 'DROP WITH NO OPEN ENROLLMENT - STUD-ID: '
001492                     ENRL-STUD-ID ' EFF DATE: ' ENRL-EFF-DATE
001493             IF RETURN-CODE < 4
001494                 MOVE 4 TO RETURN-CODE
001495             END-IF
001496         WHEN OTHER
001497             ADD 1 TO WS-CNT-FAILED
001498             DISPLAY 'ENROLLMENT CLOSE FAILED - SQLCODE: '
001499                     SQLCODE ' STUD-ID: ' ENRL-STUD-ID
001500             IF RETURN-CODE < 16
001502                 MOVE 16 TO RETURN-CODE
001504             END-IF
001516******************************************************************
001518*    A110-CHECK-DUP-DROP-PARA                                   *
001520*    DECIDE WHETHER THIS DROP HAS ALREADY BEEN APPLIED: A ROW    *
001522*    FOR THE STUDENT AND SECTION ALREADY CLOSED WITH THIS SAME   *
001524*    END DATE MEANS AN EARLIER RUN OF THIS LOAD DID THE WORK. A  *
001526*    FAILED SELECT IS AN SQL ERROR LIKE ANY OTHER - COUNTED AS   *
001528*    FAILED AND FLAGGED RC 16, NEVER REPORTED AS A DATA          *
001529*    CONDITION.                                                  *
001530******************************************************************
001532 A110-CHECK-DUP-DROP-PARA.
001534
001538          SELECT  COUNT(*)
001540            INTO  :WS-CLOSED-DUP-CNT
001542            FROM  ENROLLMENT
001544           WHERE  STUDID   = :STUDID
001545             AND  ENRLCRS  = :ENRLCRS
001546             AND  ENRLSECT = :ENRLSECT
001547             AND  ENDDATE  = :ENDDATE
001548     END-EXEC
001550
001552     EVALUATE SQLCODE
001592     DISPLAY '==================================================='
001594     DISPLAY 'ENRLLOAD - END OF JOB SUMMARY'
001596     DISPLAY '==================================================='
001597     DISPLAY 'GENERATIONS APPLIED .......... ' WS-CNT-GENS-APPLIED
001598     DISPLAY 'GENERATIONS ALREADY APPLIED .. ' WS-CNT-GENS-SKIPPED
001599     DISPLAY 'GENERATIONS HELD ............. ' WS-CNT-GENS-HELD
001600     DISPLAY 'ENTRIES ALREADY APPLIED ...... ' WS-CNT-SKIP-ENTRIES
001601     DISPLAY 'ENRLFILE ENTRIES READ ........ ' WS-CNT-READ
001602     DISPLAY 'ROWS LOADED .................. ' WS-CNT-LOADED
001603     DISPLAY 'ROWS CLOSED OUT (DROPS) ...... ' WS-CNT-CLOSED
001604     DISPLAY 'DUPLICATES SUPPRESSED ........ ' WS-CNT-DUPLICATE
001606     DISPLAY 'DROPS WITH NO OPEN ROW ....... ' WS-CNT-NO-OPEN-ROW
001607     DISPLAY 'TRANSFERS APPLIED ............ ' WS-CNT-XFER-APPLIED
001608     DISPLAY 'TRANSFERS WITH NO OPEN ROW ... ' WS-CNT-XFER-NO-OPEN
001609     DISPLAY 'AUDIT RECORDS WRITTEN ........ ' WS-CNT-AUDITED
001610     DISPLAY 'BILLABLE ADDS APPLIED ........ ' WS-CNT-BILL-ADDS
001611     DISPLAY 'BILLABLE DROPS APPLIED ....... ' WS-CNT-BILL-DROPS
001612     DISPLAY 'MERGED STUD-IDS SKIPPED ...... ' WS-CNT-MERGED-SKIP
001613     DISPLAY 'INSERTS FAILED ............... ' WS-CNT-FAILED
001614     DISPLAY 'ENTRIES HELD FOR NEXT RUN .... ' WS-CNT-HELD-ENTRIES
001615     DISPLAY 'ENTRIES OUTSIDE A GENERATION . ' WS-CNT-NO-GEN
001616     DISPLAY 'GENERATIONS ROLLED TO HISTORY  ' WS-CNT-GENS-ROLLED
001617     DISPLAY 'ENTRIES ROLLED TO HISTORY .... ' WS-CNT-ROLLED
001618     DISPLAY '=================================================='.
001619
001620 H000-SUMMARY-PARA-EXIT.
001621     EXIT.
001622
001623******************************************************************
001624*    Z000-TERMINATE-PARA                                         *
001625*    CLOSE FILES AT END OF RUN.                                   *
001626*    THE END OF THE RUN IS THEN RECORDED ON BATCHCTL.            *
001627******************************************************************
001628 Z000-TERMINATE-PARA.
001630
001632     CLOSE ENRLFILE
001633     CLOSE AUDFILE
001634
001635     PERFORM K900-BATCH-END-PARA
001636                THRU K900-BATCH-END-PARA-EXIT.
001637
001638 Z000-TERMINATE-PARA-EXIT.
001639     EXIT.
001640
001642******************************************************************
001644*    L000-LOG-RUN-COUNTS-PARA                                    *
001704     MOVE 'FAILED'           TO CNTRNAME
001706     MOVE WS-CNT-FAILED      TO CNTRVAL
001708     PERFORM L100-LOG-ONE-COUNT-PARA
001710                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001711
001712     MOVE 'XFERS-APPLIED'    TO CNTRNAME
001713     MOVE WS-CNT-XFER-APPLIED
001714                             TO CNTRVAL
001715     PERFORM L100-LOG-ONE-COUNT-PARA
001716                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001717
001718     MOVE 'AUDIT-WRITTEN'    TO CNTRNAME
001719     MOVE WS-CNT-AUDITED     TO CNTRVAL
001720     PERFORM L100-LOG-ONE-COUNT-PARA
001721                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001722
001723     MOVE 'BILL-ADDS'        TO CNTRNAME
001724     MOVE WS-CNT-BILL-ADDS   TO CNTRVAL
001725     PERFORM L100-LOG-ONE-COUNT-PARA
001726                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001727
001728     MOVE 'BILL-DROPS'       TO CNTRNAME
001729     MOVE WS-CNT-BILL-DROPS  TO CNTRVAL
001730     PERFORM L100-LOG-ONE-COUNT-PARA
001731                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001732
001733     MOVE 'MERGED-SKIPPED'   TO CNTRNAME
001734     MOVE WS-CNT-MERGED-SKIP TO CNTRVAL
001735     PERFORM L100-LOG-ONE-COUNT-PARA
001736                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001737
001738     MOVE 'ENRL-HELD'        TO CNTRNAME
001739     MOVE WS-CNT-HELD-ENTRIES
001740                             TO CNTRVAL
001741     PERFORM L100-LOG-ONE-COUNT-PARA
001742                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001743
001744     MOVE 'GENS-APPLIED'     TO CNTRNAME
001745     MOVE WS-CNT-GENS-APPLIED
001746                             TO CNTRVAL
001747     PERFORM L100-LOG-ONE-COUNT-PARA
001748                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001749
001750     MOVE 'GENS-HELD'        TO CNTRNAME
001751     MOVE WS-CNT-GENS-HELD   TO CNTRVAL
001752     PERFORM L100-LOG-ONE-COUNT-PARA
001753                THRU L100-LOG-ONE-COUNT-PARA-EXIT
001754
001755     MOVE 'HIST-ROLLED'      TO CNTRNAME
001756     MOVE WS-CNT-ROLLED      TO CNTRVAL
001757     PERFORM L100-LOG-ONE-COUNT-PARA
001758                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
001759
001760 L000-LOG-RUN-COUNTS-PARA-EXIT.
001761     EXIT.
001762
001763******************************************************************
001764*    L100-LOG-ONE-COUNT-PARA                                     *
001765*    INSERT ONE STAGED COUNTER INTO RUNLOG. A FAILED INSERT      *
001766*    ONLY WARNS - THE LOAD ITSELF IS DONE - BUT FLAGS THE RUN    *
001767*    SO OPS KNOWS THE MORNING BALANCE WILL BE SHORT A ROW.       *
001768******************************************************************
001769 L100-LOG-ONE-COUNT-PARA.
001770
001771     EXEC SQL
001772          INSERT INTO RUNLOG
001773                 (PROGNAME, RUNDATE, CNTRNAME, CNTRVAL)
001774          VALUES (:PROGNAME, :RUNDATE, :CNTRNAME, :CNTRVAL)
001775     END-EXEC
001776
001777     IF SQLCODE NOT = 0
001778         DISPLAY 'RUNLOG INSERT FAILED - SQLCODE: ' SQLCODE
001779         IF RETURN-CODE < 4
001780             MOVE 4 TO RETURN-CODE
001781         END-IF
001782     END-IF.
001783
001784 L100-LOG-ONE-COUNT-PARA-EXIT.
001785     EXIT.
001786
001787******************************************************************
001794*    A200-TRANSFER-ONE-ROW-PARA                                  *
001804*    APPLY ONE DEPARTMENT TRANSFER AS OF ITS EFFECTIVE DATE:     *
001814*    A230 OPENS THE STUDENT'S ROWS IN THE TARGET DEPARTMENT      *
001824*    DATED THE SAME DAY, A210 CLOSES THE OLD ROWS (END REASON    *
001829*    'T'), THEN THE STUDENT ROW ITSELF IS MOVED AND THE CHANGE   *
001831*    AUDITED. THE THREE STEPS STAND OR FALL TOGETHER: A FAILURE  *
001833*    IN ANY OF THEM ROLLS THE TRANSFER BACK TO A SAVEPOINT TAKEN *
001835*    BEFORE A230 (A240), SO A HELD GENERATION NEVER COMMITS A    *
001837*    HALF-APPLIED TRANSFER THAT ITS RE-PRESENTATION WOULD THEN   *
001839*    TAKE FOR A DUPLICATE. A ROW                                 *
001844*    ALREADY ON FILE FOR THE STUDENT AND TRANSFER DATE MEANS AN  *
001854*    EARLIER RUN OF THIS LOAD APPLIED THE TRANSFER (A HELD       *
001864*    GENERATION RE-PRESENTS IT) - IT IS COUNTED AS A DUPLICATE   *
001874*    AND NOTHING IS TOUCHED. A TRANSFER WITH NO OPEN ROW TO      *
001884*    CLOSE WARNS BUT STILL OPENS THE NEW ONE - STUD HAS ALREADY  *
001894*    GIVEN THE STUDENT A SEAT IN THE TARGET DEPARTMENT.          *
001904******************************************************************
001914 A200-TRANSFER-ONE-ROW-PARA.
001924
001934     MOVE ENRL-STUD-ID    TO STUDID
001944     MOVE ENRL-EFF-DATE   TO EFFDATE
001954
001964     EXEC SQL
001974          SELECT  COUNT(*)
001984            INTO  :WS-XFER-DUP-CNT
001994            FROM  ENROLLMENT
002004           WHERE  STUDID  = :STUDID
002014             AND  EFFDATE = :EFFDATE
002024     END-EXEC
002034
002044     IF SQLCODE NOT = 0
002054         ADD 1 TO WS-CNT-FAILED
002064         DISPLAY 'DUPLICATE-TRANSFER CHECK FAILED - SQLCODE: '
002074                 SQLCODE ' STUD-ID: ' ENRL-STUD-ID
002084         IF RETURN-CODE < 16
002094             MOVE 16 TO RETURN-CODE
002104         END-IF
002114         GO TO A200-TRANSFER-ONE-ROW-PARA-EXIT
002124     END-IF
002134
002144     IF WS-XFER-DUP-CNT > ZERO
002154         ADD 1 TO WS-CNT-DUPLICATE
002164         GO TO A200-TRANSFER-ONE-ROW-PARA-EXIT
002165     END-IF
002166
002167     EXEC SQL
002168          SAVEPOINT XFERPT ON ROLLBACK RETAIN CURSORS
002169     END-EXEC
002170
002171     IF SQLCODE NOT = 0
002172         ADD 1 TO WS-CNT-FAILED
002173         DISPLAY 'TRANSFER SAVEPOINT FAILED - SQLCODE: '
002174                 SQLCODE ' STUD-ID: ' ENRL-STUD-ID
002175         IF RETURN-CODE < 16
002176             MOVE 16 TO RETURN-CODE
002177         END-IF
002178         GO TO A200-TRANSFER-ONE-ROW-PARA-EXIT
002179     END-IF
002180
002181     MOVE WS-CNT-LOADED       TO WS-XFER-SAVE-LOADED
002182     MOVE WS-CNT-BILL-ADDS    TO WS-XFER-SAVE-BILLED
002183     MOVE WS-CNT-CLOSED       TO WS-XFER-SAVE-CLOSED
002184     MOVE WS-CNT-XFER-NO-OPEN TO WS-XFER-SAVE-NO-OPEN
002185
002194     PERFORM A230-OPEN-IN-TARGET-PARA
002204                THRU A230-OPEN-IN-TARGET-PARA-EXIT
002214
002224     IF NOT WS-XFER-STEP-OK
002227         PERFORM A240-UNDO-TRANSFER-PARA
002230                    THRU A240-UNDO-TRANSFER-PARA-EXIT
002234         GO TO A200-TRANSFER-ONE-ROW-PARA-EXIT
002244     END-IF
002254
002292     PERFORM A210-CLOSE-FOR-TRANSFER-PARA
002330                THRU A210-CLOSE-FOR-TRANSFER-PARA-EXIT
002368
002406     IF NOT WS-XFER-STEP-OK
002418         PERFORM A240-UNDO-TRANSFER-PARA
002430                    THRU A240-UNDO-TRANSFER-PARA-EXIT
002444         GO TO A200-TRANSFER-ONE-ROW-PARA-EXIT
002482     END-IF
002524
002534     PERFORM A220-MOVE-STUDENT-PARA
002544                THRU A220-MOVE-STUDENT-PARA-EXIT
002554
002564     IF WS-XFER-STEP-OK
002574         ADD 1 TO WS-CNT-XFER-APPLIED
002576     ELSE
002578         PERFORM A240-UNDO-TRANSFER-PARA
002580                    THRU A240-UNDO-TRANSFER-PARA-EXIT
002584     END-IF.
002594
002604 A200-TRANSFER-ONE-ROW-PARA-EXIT.
002614     EXIT.
002624
002634******************************************************************
002644*    A210-CLOSE-FOR-TRANSFER-PARA                                *
002654*    END-DATE EVERY OPEN ROW FOR THE STUDENT DATED BEFORE THE    *
002660*    TRANSFER (ONE PER SECTION HELD - A230 HAS ALREADY OPENED    *
002666*    THEIR REPLACEMENTS), WITH END REASON 'T' SO THE HISTORY     *
002674*    SHOWS A MOVE RATHER THAN A DROP. NO OPEN ROW ONLY WARNS; AN *
002684*    SQL ERROR STOPS THE TRANSFER.                               *
002694******************************************************************
002704 A210-CLOSE-FOR-TRANSFER-PARA.
002714
002724     MOVE 'Y'             TO WS-XFER-STEP-SW
002734     MOVE ENRL-STUD-ID    TO STUDID
002744     MOVE ENRL-EFF-DATE   TO ENDDATE
002754     MOVE 'T'             TO ENDRSN
002764
002774     EXEC SQL
002784          UPDATE ENROLLMENT
002794             SET ENDDATE = :ENDDATE,
002804                 ENDRSN  = :ENDRSN
002814           WHERE STUDID  = :STUDID
002824             AND ENDDATE = '        '
002884             AND EFFDATE < :ENDDATE
002894     END-EXEC
002904
002914     EVALUATE SQLCODE
002924         WHEN 0
002934             ADD SQLERRD(3) TO WS-CNT-CLOSED
002944         WHEN 100
002954             ADD 1 TO WS-CNT-XFER-NO-OPEN
002964             DISPLAY 'TRANSFER WITH NO OPEN ENROLLMENT - '
002965                     'STUD-ID: '
002974                     ENRL-STUD-ID ' EFF DATE: ' ENRL-EFF-DATE
002984             IF RETURN-CODE < 4
002994                 MOVE 4 TO RETURN-CODE
003004             END-IF
003014         WHEN OTHER
003024             MOVE 'N' TO WS-XFER-STEP-SW
003034             ADD 1 TO WS-CNT-FAILED
003044             DISPLAY 'TRANSFER CLOSE FAILED - SQLCODE: '
003054                     SQLCODE ' STUD-ID: ' ENRL-STUD-ID
003064             IF RETURN-CODE < 16
003074                 MOVE 16 TO RETURN-CODE
003084             END-IF
003094     END-EVALUATE.
003104
003114 A210-CLOSE-FOR-TRANSFER-PARA-EXIT.
003124     EXIT.
003134
003144******************************************************************
003154*    A220-MOVE-STUDENT-PARA                                      *
003164*    MOVE THE STUDENT ROW TO THE TARGET DEPARTMENT AND WRITE     *
003174*    THE BEFORE/AFTER IMAGE TO AUDFILE, SO AUDHIST SHOWS THE     *
003184*    TRANSFER ALONGSIDE THE STUDMAINT CHANGES. THE NAME IS NOT   *
003187*    TOUCHED BY A TRANSFER AND CARRIES ACROSS UNCHANGED. THE     *
003190*    AUDIT RECORD IS STAMPED WITH THE TRANSFER'S EFFECTIVE DATE  *
003193*    (AND THE LOAD'S TIME OF DAY), NOT THE LOAD DATE - THE DATE  *
003196*    THE ENROLLMENT ROWS CHANGE ON - SO ASOFBLD ROLLS A BACK-    *
003199*    DATED TRANSFER BACK ON THE SAME DATE AS ITS ENROLLMENT.     *
003204******************************************************************
003214 A220-MOVE-STUDENT-PARA.
003224
003234     MOVE 'Y' TO WS-XFER-STEP-SW
003244
003254     PERFORM A300-GET-STUDENT-PARA
003264                THRU A300-GET-STUDENT-PARA-EXIT
003274
003284     EXEC SQL
003294          UPDATE STUDENT
003304             SET DEPARTMENT = :ENRLDEPT
003314           WHERE STUDID     = :STUDID
003324     END-EXEC
003334
003344     IF SQLCODE NOT = 0
003354         MOVE 'N' TO WS-XFER-STEP-SW
003364         ADD 1 TO WS-CNT-FAILED
003374         DISPLAY 'STUDENT TRANSFER UPDATE FAILED - SQLCODE: '
003384                 SQLCODE ' STUD-ID: ' ENRL-STUD-ID
003394         IF RETURN-CODE < 16
003404             MOVE 16 TO RETURN-CODE
003414         END-IF
003424         GO TO A220-MOVE-STUDENT-PARA-EXIT
003434     END-IF
003444
003454     ADD 1 TO WS-CNT-AUDITED
003464
003474     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
003479     MOVE ENRL-EFF-DATE       TO WS-CURRENT-TIMESTAMP (1:8)
003484
003494     MOVE SPACES              TO AUD-REC
003504     MOVE WS-CURRENT-TIMESTAMP
003514                              TO AUD-TIMESTAMP
003524     MOVE 'T'                 TO AUD-TRAN-CODE
003534     MOVE ENRL-STUD-ID        TO AUD-STUDID
003544     MOVE WS-STU-NAME         TO AUD-OLD-NAME
003554     MOVE WS-STU-DEPT         TO AUD-OLD-DEPT
003564     MOVE WS-STU-NAME         TO AUD-NEW-NAME
003574     MOVE ENRLDEPT            TO AUD-NEW-DEPT
003584
003594     WRITE AUD-REC.
003604
003614 A220-MOVE-STUDENT-PARA-EXIT.
003624     EXIT.
003634
003644******************************************************************
003654*    A300-GET-STUDENT-PARA                                       *
003664*    READ THE STUDENT'S CURRENT NAME AND DEPARTMENT INTO         *
003674*    WS-STUDENT-IMAGE - THE BEFORE IMAGE FOR A TRANSFER, AND THE *
003684*    DEPARTMENT FOR AN ADD WRITTEN BEFORE ENRLFILE CARRIED ONE.  *
003694*    A MISSING ROW LEAVES SPACES.                                *
003704******************************************************************
003714 A300-GET-STUDENT-PARA.
003724
003734     MOVE SPACES TO WS-STUDENT-IMAGE
003744
003754     EXEC SQL
003764          SELECT  STUDNAME, DEPARTMENT
003774            INTO  :WS-STU-NAME, :WS-STU-DEPT
003784            FROM  STUDENT
003794           WHERE  STUDID = :STUDID
003804     END-EXEC
003814
003824     IF SQLCODE NOT = 0
003834         MOVE SPACES TO WS-STUDENT-IMAGE
003844     END-IF.
003854
003864 A300-GET-STUDENT-PARA-EXIT.
003874     EXIT.
003884
003894******************************************************************
003904*    A230-OPEN-IN-TARGET-PARA                                    *
003914*    OPEN THE STUDENT'S ROWS IN THE TARGET DEPARTMENT AS OF THE  *
003924*    TRANSFER DATE: ONE PER DISTINCT COURSE AND SECTION ON AN    *
003934*    OPEN ROW DATED BEFORE THE TRANSFER, SO THE STUDENT KEEPS    *
003944*    EVERY SECTION HELD (A DEPARTMENT-LEVEL ROW CARRIES ACROSS   *
003954*    AS A BLANK SECTION). A STUDENT WITH NO OPEN ROW STILL GETS  *
003964*    ONE DEPARTMENT-LEVEL ROW, AS BEFORE SECTIONS EXISTED. AN    *
003974*    SQL ERROR STOPS THE TRANSFER BEFORE ANYTHING IS CLOSED.     *
003976*    A CARRIED ROW KEEPS ITS ORIGINAL'S BURSAR CHARGE DATE - THE *
003978*    MOVE IS NOT A NEW CHARGE - WHILE THE FALLBACK ROW IS A NEW  *
003980*    SEAT AND IS BILLED LIKE AN ADD. WHERE ONE SECTION HAS MORE  *
003981*    THAN ONE OPEN ROW THE LATEST CHARGE DATE IS CARRIED, SO THE *
003982*    SECTION IS NEITHER DUPLICATED NOR BILLED AGAIN.             *
003984******************************************************************
003994 A230-OPEN-IN-TARGET-PARA.
004004
004014     MOVE 'Y'             TO WS-XFER-STEP-SW
004024     MOVE ZERO            TO WS-XFER-CARRIED-CNT
004034     MOVE ENRL-STUD-ID    TO STUDID
004044     MOVE ENRL-EFF-DATE   TO EFFDATE
004054     MOVE ENRL-TIMESTAMP  TO LOADTS
004064     MOVE SPACES          TO ENDDATE
004074     MOVE ENRL-DEPT-CODE  TO ENRLDEPT
004084     MOVE SPACES          TO ENDRSN
004094     MOVE SPACES          TO ENRLCRS
004104     MOVE SPACES          TO ENRLSECT
004107     MOVE SPACES          TO CHGDATE
004110     MOVE SPACES          TO CRDDATE
004114
004124     EXEC SQL
004134          INSERT INTO ENROLLMENT
004144                 (STUDID, EFFDATE, LOADTS, ENDDATE,
004154                  ENRLDEPT, ENDRSN, ENRLCRS, ENRLSECT,
004159                  CHGDATE, CRDDATE)
004164          SELECT :STUDID, :EFFDATE, :LOADTS, :ENDDATE,
004184                 :ENRLDEPT, :ENDRSN, ENRLCRS, ENRLSECT,
004189                 MAX(CHGDATE), :CRDDATE
004194            FROM ENROLLMENT
004204           WHERE STUDID  = :STUDID
004214             AND ENDDATE = '        '
004224             AND EFFDATE < :EFFDATE
004229           GROUP BY ENRLCRS, ENRLSECT
004234     END-EXEC
004244
004254     EVALUATE SQLCODE
004264         WHEN 0
004274             MOVE SQLERRD(3) TO WS-XFER-CARRIED-CNT
004284             ADD WS-XFER-CARRIED-CNT TO WS-CNT-LOADED
004294             GO TO A230-OPEN-IN-TARGET-PARA-EXIT
004304         WHEN 100
004314             CONTINUE
004324         WHEN OTHER
004334             MOVE 'N' TO WS-XFER-STEP-SW
004344             ADD 1 TO WS-CNT-FAILED
004354             DISPLAY 'TRANSFER CARRY FAILED - SQLCODE: '
004364                     SQLCODE ' STUD-ID: ' ENRL-STUD-ID
004374             IF RETURN-CODE < 16
004384                 MOVE 16 TO RETURN-CODE
004394             END-IF
004404             GO TO A230-OPEN-IN-TARGET-PARA-EXIT
004414     END-EVALUATE
004424
004434     EXEC SQL
004444          INSERT INTO ENROLLMENT
004454                 (STUDID, EFFDATE, LOADTS, ENDDATE,
004464                  ENRLDEPT, ENDRSN, ENRLCRS, ENRLSECT,
004469                  CHGDATE, CRDDATE)
004474          VALUES (:STUDID, :EFFDATE, :LOADTS, :ENDDATE,
004484                  :ENRLDEPT, :ENDRSN, :ENRLCRS, :ENRLSECT,
004489                  :CHGDATE, :CRDDATE)
004494     END-EXEC
004504
004514     IF SQLCODE NOT = 0
004524         MOVE 'N' TO WS-XFER-STEP-SW
004534         ADD 1 TO WS-CNT-FAILED
004544         DISPLAY 'TRANSFER INSERT FAILED - SQLCODE: '
004554                 SQLCODE ' STUD-ID: ' ENRL-STUD-ID
004564         IF RETURN-CODE < 16
004574             MOVE 16 TO RETURN-CODE
004584         END-IF
004594         GO TO A230-OPEN-IN-TARGET-PARA-EXIT
004604     END-IF
004614
004624     ADD 1 TO WS-CNT-LOADED
004629     ADD 1 TO WS-CNT-BILL-ADDS.
004634
004644 A230-OPEN-IN-TARGET-PARA-EXIT.
004654     EXIT.
004664
004674******************************************************************
004684*    A400-CHECK-MERGED-PARA                                      *
004694*    FETCH THE ENTRY'S STUDENT STATUS INTO WS-MRG-LAST-STAT,     *
004704*    RE-USING THE LAST ANSWER WHILE THE STUD-ID IS UNCHANGED. A  *
004714*    MISSING ROW OR FAILED SELECT LEAVES THE STATUS BLANK - THE  *
004724*    ENTRY IS POSTED AS BEFORE AND THE POSTING SQL REPORTS ANY   *
004734*    REAL TROUBLE.                                               *
004744******************************************************************
004754 A400-CHECK-MERGED-PARA.
004764
004774     IF ENRL-STUD-ID = WS-MRG-LAST-ID
004784         GO TO A400-CHECK-MERGED-PARA-EXIT
004794     END-IF
004804
004814     MOVE ENRL-STUD-ID TO WS-MRG-LAST-ID
004824     MOVE ENRL-STUD-ID TO STUDID
004834
004844     EXEC SQL
004854          SELECT  STUDSTAT
004864            INTO  :WS-MRG-LAST-STAT
004874            FROM  STUDENT
004884           WHERE  STUDID = :STUDID
004894     END-EXEC
004904
004914     IF SQLCODE NOT = 0
004924         MOVE SPACE TO WS-MRG-LAST-STAT
004934     END-IF.
004944
004954 A400-CHECK-MERGED-PARA-EXIT.
004964     EXIT.
004974
004984******************************************************************
004994*    G000-ONE-ENTRY-PARA                                         *
005004*    ROUTE ONE ENRLFILE RECORD. HEADERS AND TRAILERS OPEN AND    *
005014*    CLOSE A GENERATION; AN ENTRY IS POSTED ONLY WHILE ITS       *
005024*    GENERATION IS BEING APPLIED. ENTRIES OF AN ALREADY-APPLIED  *
005034*    GENERATION ARE READ PAST, AND THOSE OF A HELD ONE ARE ONLY  *
005044*    COUNTED. AN ENTRY OUTSIDE ANY HEADER/TRAILER PAIR CANNOT BE *
005054*    TIED TO A STUD RUN AND IS REPORTED, NOT POSTED.             *
005064******************************************************************
005074 G000-ONE-ENTRY-PARA.
005084
005094     IF ECTL-IS-HEADER
005104         PERFORM G100-START-GEN-PARA
005114                    THRU G100-START-GEN-PARA-EXIT
005124         GO TO G000-ONE-ENTRY-PARA-EXIT
005134     END-IF
005144
005154     IF ECTL-IS-TRAILER
005164         PERFORM G200-END-GEN-PARA
005174                    THRU G200-END-GEN-PARA-EXIT
005184         GO TO G000-ONE-ENTRY-PARA-EXIT
005194     END-IF
005204
005214     EVALUATE TRUE
005224         WHEN WS-GEN-NONE
005234             ADD 1 TO WS-CNT-NO-GEN
005244             DISPLAY 'ENTRY OUTSIDE A GENERATION - STUD-ID: '
005254                     ENRL-STUD-ID ' EFF DATE: ' ENRL-EFF-DATE
005264             IF RETURN-CODE < 16
005274                 MOVE 16 TO RETURN-CODE
005284             END-IF
005294         WHEN WS-GEN-SKIPPING
005304             ADD 1 TO WS-CNT-SKIP-ENTRIES
005314         WHEN WS-GEN-HOLDING
005324             ADD 1 TO WS-CNT-READ
005334             ADD 1 TO WS-GEN-ENTRIES
005344         WHEN OTHER
005354             ADD 1 TO WS-CNT-READ
005364             ADD 1 TO WS-GEN-ENTRIES
005374             PERFORM A000-LOAD-ONE-ROW-PARA
005384                        THRU A000-LOAD-ONE-ROW-PARA-EXIT
005394     END-EVALUATE.
005404
005414 G000-ONE-ENTRY-PARA-EXIT.
005424     EXIT.
005434
005444******************************************************************
005454*    G100-START-GEN-PARA                                         *
005464*    A HEADER OPENS A GENERATION. ONE STILL OPEN HAD NO TRAILER  *
005474*    AND IS HELD FIRST. A GENERATION ALREADY ON ENRLGENS WAS     *
005484*    APPLIED BY AN EARLIER RUN AND IS READ PAST; OTHERWISE IT IS *
005494*    APPLIED. IF ENRLGENS CANNOT BE READ THE GENERATION IS HELD  *
005504*    RATHER THAN RISK APPLYING IT TWICE.                         *
005514******************************************************************
005524 G100-START-GEN-PARA.
005534
005544     IF NOT WS-GEN-NONE
005554         DISPLAY 'ENRLFILE GENERATION ' WS-GEN-ID
005564                 ' HAS NO TRAILER'
005574         PERFORM G300-HOLD-GEN-PARA
005584                    THRU G300-HOLD-GEN-PARA-EXIT
005594     END-IF
005604
005614     MOVE ECTL-GEN-ID    TO WS-GEN-ID
005624     MOVE ZERO           TO WS-GEN-ENTRIES
005634     MOVE WS-CNT-FAILED  TO WS-GEN-FAILED-BASE
005644     MOVE ECTL-GEN-ID    TO GENID
005654
005664     EXEC SQL
005674          SELECT  COUNT(*)
005684            INTO  :WS-GEN-FOUND-CNT
005694            FROM  ENRLGENS
005704           WHERE  GENID = :GENID
005714     END-EXEC
005724
005734     IF SQLCODE NOT = 0
005744         MOVE 'H' TO WS-GEN-MODE
005754         DISPLAY 'ENRLGENS CHECK FAILED - SQLCODE: ' SQLCODE
005764                 ' GENERATION: ' WS-GEN-ID
005774         GO TO G100-START-GEN-PARA-EXIT
005784     END-IF
005794
005804     IF WS-GEN-FOUND-CNT > ZERO
005814         MOVE 'S' TO WS-GEN-MODE
005824         ADD 1 TO WS-CNT-GENS-SKIPPED
005834         GO TO G100-START-GEN-PARA-EXIT
005844     END-IF
005854
005864     MOVE 'A' TO WS-GEN-MODE
005874     DISPLAY 'APPLYING ENRLFILE GENERATION ' WS-GEN-ID.
005884
005894 G100-START-GEN-PARA-EXIT.
005904     EXIT.
005914
005924******************************************************************
005934*    G200-END-GEN-PARA                                           *
005944*    A TRAILER CLOSES THE GENERATION. ONE BEING APPLIED IS       *
005954*    RECORDED ON ENRLGENS ONLY WHEN ITS ENTRY COUNT MATCHES THE  *
005964*    TRAILER AND NONE OF ITS ENTRIES FAILED; THE ROWS IT POSTED  *
005974*    AND THE ENRLGENS ROW ARE COMMITTED TOGETHER. ANY OTHER      *
005984*    OUTCOME HOLDS THE GENERATION FOR THE NEXT RUN.              *
005994******************************************************************
006004 G200-END-GEN-PARA.
006014
006024     IF WS-GEN-NONE
006034         DISPLAY 'ENRLFILE TRAILER WITH NO HEADER - GENERATION: '
006044                 ECTL-GEN-ID
006054         IF RETURN-CODE < 16
006064             MOVE 16 TO RETURN-CODE
006074         END-IF
006084         GO TO G200-END-GEN-PARA-EXIT
006094     END-IF
006104
006114     IF ECTL-GEN-ID NOT = WS-GEN-ID
006124         DISPLAY 'ENRLFILE GENERATION ' WS-GEN-ID
006134                 ' ENDS WITH THE TRAILER OF ' ECTL-GEN-ID
006144         PERFORM G300-HOLD-GEN-PARA
006154                    THRU G300-HOLD-GEN-PARA-EXIT
006164         GO TO G200-END-GEN-PARA-EXIT
006174     END-IF
006184
006194     IF WS-GEN-SKIPPING
006204         MOVE SPACE TO WS-GEN-MODE
006214         GO TO G200-END-GEN-PARA-EXIT
006224     END-IF
006234
006244     IF WS-GEN-HOLDING
006254         PERFORM G300-HOLD-GEN-PARA
006264                    THRU G300-HOLD-GEN-PARA-EXIT
006274         GO TO G200-END-GEN-PARA-EXIT
006284     END-IF
006294
006304     IF WS-GEN-ENTRIES NOT = ECTL-REC-COUNT
006314         DISPLAY 'ENRLFILE GENERATION ' WS-GEN-ID
006324                 ' OUT OF BALANCE - ENTRIES: ' WS-GEN-ENTRIES
006334                 ' TRAILER: ' ECTL-REC-COUNT
006344         PERFORM G300-HOLD-GEN-PARA
006354                    THRU G300-HOLD-GEN-PARA-EXIT
006364         GO TO G200-END-GEN-PARA-EXIT
006374     END-IF
006384
006394     IF WS-CNT-FAILED > WS-GEN-FAILED-BASE
006404         DISPLAY 'ENRLFILE GENERATION ' WS-GEN-ID
006414                 ' HAD ENTRIES THAT DID NOT POST'
006424         PERFORM G300-HOLD-GEN-PARA
006434                    THRU G300-HOLD-GEN-PARA-EXIT
006444         GO TO G200-END-GEN-PARA-EXIT
006454     END-IF
006464
006474     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
006484     MOVE WS-GEN-ID            TO GENID
006494     MOVE WS-RUN-DATE          TO APPLDATE
006504     MOVE WS-CURRENT-TIMESTAMP TO APPLTS
006514     MOVE WS-GEN-ENTRIES       TO GENRECS
006524     MOVE SPACES               TO ROLLDATE
006534
006544     EXEC SQL
006554          INSERT INTO ENRLGENS
006564                 (GENID, APPLDATE, APPLTS, GENRECS, ROLLDATE)
006574          VALUES (:GENID, :APPLDATE, :APPLTS, :GENRECS, :ROLLDATE)
006584     END-EXEC
006594
006604     IF SQLCODE NOT = 0
006614         DISPLAY 'ENRLGENS INSERT FAILED - SQLCODE: ' SQLCODE
006624                 ' GENERATION: ' WS-GEN-ID
006634         PERFORM G300-HOLD-GEN-PARA
006644                    THRU G300-HOLD-GEN-PARA-EXIT
006654         GO TO G200-END-GEN-PARA-EXIT
006664     END-IF
006674
006684     EXEC SQL
006694          COMMIT
006704     END-EXEC
006714
006724     ADD 1 TO WS-CNT-GENS-APPLIED
006734     MOVE SPACE TO WS-GEN-MODE.
006744
006754 G200-END-GEN-PARA-EXIT.
006764     EXIT.
006774
006784******************************************************************
006794*    G300-HOLD-GEN-PARA                                          *
006804*    LEAVE THE OPEN GENERATION OFF ENRLGENS SO THE NEXT RUN      *
006814*    PRESENTS IT AGAIN. WHAT DID POST IS STILL COMMITTED - THE   *
006824*    DUPLICATE CHECKS ABSORB THOSE ENTRIES WHEN THEY COME BACK.  *
006827*    A TRANSFER THAT FAILED PART-WAY WAS ALREADY BACKED OUT BY   *
006830*    A240, SO ONLY WHOLE ENTRIES ARE EVER COMMITTED HERE.        *
006834*    A GENERATION BEING READ PAST IS SIMPLY CLOSED.              *
006844******************************************************************
006854 G300-HOLD-GEN-PARA.
006864
006874     IF WS-GEN-SKIPPING
006884         MOVE SPACE TO WS-GEN-MODE
006894         GO TO G300-HOLD-GEN-PARA-EXIT
006904     END-IF
006914
006924     EXEC SQL
006934          COMMIT
006944     END-EXEC
006954
006964     ADD 1 TO WS-CNT-GENS-HELD
006974     ADD WS-GEN-ENTRIES TO WS-CNT-HELD-ENTRIES
006984     DISPLAY 'ENRLFILE GENERATION ' WS-GEN-ID
006994             ' HELD FOR THE NEXT RUN - ENTRIES: ' WS-GEN-ENTRIES
007004
007014     IF RETURN-CODE < 16
007024         MOVE 16 TO RETURN-CODE
007034     END-IF
007044
007054     MOVE SPACE TO WS-GEN-MODE.
007064
007074 G300-HOLD-GEN-PARA-EXIT.
007084     EXIT.
007094
007104******************************************************************
007114*    R000-ROLL-HISTORY-PARA                                      *
007124*    SECOND PASS OF ENRLFILE. THE ENTRIES OF EACH GENERATION ON  *
007134*    ENRLGENS NOT YET ROLLED ARE APPENDED TO THE HISTORY FILE    *
007144*    STUDRECON SORTS, AND THE GENERATION IS MARKED ROLLED, SO AN *
007154*    APPLIED GENERATION REACHES THE HISTORY EXACTLY ONCE AND A   *
007164*    HELD ONE NOT AT ALL.                                        *
007174******************************************************************
007184 R000-ROLL-HISTORY-PARA.
007194
007204     CLOSE ENRLFILE
007214     OPEN INPUT ENRLFILE
007224     OPEN EXTEND HISTFILE
007234
007244     MOVE SPACE TO WS-EOF
007254     MOVE 'N'   TO WS-GEN-ROLL-SW
007264
007274     PERFORM UNTIL WS-EOF-YES
007284
007294         READ ENRLFILE
007304             AT END
007314                 MOVE 'Y' TO WS-EOF
007324             NOT AT END
007334                 PERFORM R100-ROLL-ONE-ENTRY-PARA
007344                            THRU R100-ROLL-ONE-ENTRY-PARA-EXIT
007354         END-READ
007364
007374     END-PERFORM
007384
007394     CLOSE HISTFILE.
007404
007414 R000-ROLL-HISTORY-PARA-EXIT.
007424     EXIT.
007434
007444******************************************************************
007454*    R100-ROLL-ONE-ENTRY-PARA                                    *
007464*    A HEADER DECIDES WHETHER ITS GENERATION IS TO BE ROLLED;    *
007474*    ITS ENTRIES ARE THEN COPIED AND ITS TRAILER MARKS IT DONE.  *
007484******************************************************************
007494 R100-ROLL-ONE-ENTRY-PARA.
007504
007514     IF ECTL-IS-HEADER
007524         PERFORM R200-CHECK-ROLL-PARA
007534                    THRU R200-CHECK-ROLL-PARA-EXIT
007544         GO TO R100-ROLL-ONE-ENTRY-PARA-EXIT
007554     END-IF
007564
007574     IF ECTL-IS-TRAILER
007584         IF WS-GEN-ROLLING
007594         AND ECTL-GEN-ID = WS-GEN-ID
007604             PERFORM R300-MARK-ROLLED-PARA
007614                        THRU R300-MARK-ROLLED-PARA-EXIT
007624         END-IF
007634         MOVE 'N' TO WS-GEN-ROLL-SW
007644         GO TO R100-ROLL-ONE-ENTRY-PARA-EXIT
007654     END-IF
007664
007674     IF WS-GEN-ROLLING
007684         WRITE HIST-REC FROM ENRL-REC
007694         ADD 1 TO WS-CNT-ROLLED
007704     END-IF.
007714
007724 R100-ROLL-ONE-ENTRY-PARA-EXIT.
007734     EXIT.
007744
007754******************************************************************
007764*    R200-CHECK-ROLL-PARA                                        *
007774*    ROLL THE GENERATION ONLY IF ENRLGENS HAS IT WITH NO ROLL    *
007784*    DATE. NOT FOUND MEANS IT WAS HELD THIS RUN.                 *
007794******************************************************************
007804 R200-CHECK-ROLL-PARA.
007814
007824     MOVE 'N'         TO WS-GEN-ROLL-SW
007834     MOVE ECTL-GEN-ID TO WS-GEN-ID
007844     MOVE ECTL-GEN-ID TO GENID
007854
007864     EXEC SQL
007874          SELECT  ROLLDATE
007884            INTO  :ROLLDATE
007894            FROM  ENRLGENS
007904           WHERE  GENID = :GENID
007914     END-EXEC
007924
007934     EVALUATE SQLCODE
007944         WHEN 0
007954             IF ROLLDATE = SPACES
007964                 MOVE 'Y' TO WS-GEN-ROLL-SW
007974             END-IF
007984         WHEN 100
007994             CONTINUE
008004         WHEN OTHER
008014             DISPLAY 'ENRLGENS ROLL CHECK FAILED - SQLCODE: '
008024                     SQLCODE ' GENERATION: ' WS-GEN-ID
008034             IF RETURN-CODE < 16
008044                 MOVE 16 TO RETURN-CODE
008054             END-IF
008064     END-EVALUATE.
008074
008084 R200-CHECK-ROLL-PARA-EXIT.
008094     EXIT.
008104
008114******************************************************************
008124*    R300-MARK-ROLLED-PARA                                       *
008134*    STAMP THE ROLL DATE AND COMMIT. IF THE STAMP FAILS THE      *
008144*    GENERATION IS ALREADY ON THE HISTORY FILE AND WOULD BE      *
008154*    ROLLED AGAIN NEXT RUN - THE OPERATOR MUST SET ITS ROLLDATE  *
008164*    BY HAND BEFORE THEN.                                        *
008174******************************************************************
008184 R300-MARK-ROLLED-PARA.
008194
008204     MOVE WS-GEN-ID   TO GENID
008214     MOVE WS-RUN-DATE TO ROLLDATE
008224
008234     EXEC SQL
008244          UPDATE  ENRLGENS
008254             SET  ROLLDATE = :ROLLDATE
008264           WHERE  GENID    = :GENID
008274     END-EXEC
008284
008294     IF SQLCODE NOT = 0
008304         DISPLAY 'ENRLGENS ROLL STAMP FAILED - SQLCODE: ' SQLCODE
008314                 ' GENERATION: ' WS-GEN-ID ' IS ON THE HISTORY'
008324         IF RETURN-CODE < 16
008334             MOVE 16 TO RETURN-CODE
008344         END-IF
008354         GO TO R300-MARK-ROLLED-PARA-EXIT
008364     END-IF
008374
008384     EXEC SQL
008394          COMMIT
008404     END-EXEC
008414
008424     ADD 1 TO WS-CNT-GENS-ROLLED.
008434
008444 R300-MARK-ROLLED-PARA-EXIT.
008454     EXIT.
008464
008474******************************************************************
008484*    K000-BATCH-START-PARA                                       *
008494*    TAKE THIS RUN'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL.  *
008504*    STUDMAINT, AT THE HEAD OF THE STREAM, OPENS TODAY AS THE    *
008514*    BUSINESS DATE; EVERY LATER PROGRAM WORKS TO THE LATEST DATE *
008524*    STUDMAINT OPENED, SO A NIGHT THAT RUNS PAST MIDNIGHT STAYS  *
008534*    ONE BUSINESS DATE. THE RUN IS REFUSED WITH RETURN-CODE 24,  *
008544*    BEFORE ANY FILE IS OPENED, WHEN THIS PROGRAM ALREADY        *
008554*    FINISHED CLEAN FOR THE DATE OR ITS PREDECESSOR HAS NOT. A   *
008564*    FAILED OR INTERRUPTED RUN MAY BE RESUBMITTED. THE START IS  *
008574*    COMMITTED AT ONCE SO THE BATCH-WINDOW REPORT SEES IT.       *
008584******************************************************************
008594 K000-BATCH-START-PARA.
008604
008614     IF WS-BC-PRED = SPACES
008624         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BC-DATE
008634     ELSE
008644         EXEC SQL
008654              SELECT  VALUE(MAX(BCDATE), ' ')
008664                INTO  :WS-BC-DATE
008674                FROM  BATCHCTL
008684               WHERE  BCPROG = 'STUDMAINT'
008694         END-EXEC
008704         IF SQLCODE NOT = 0
008714             DISPLAY 'ENRLLOAD - '
008724                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
008734             MOVE 16 TO RETURN-CODE
008744             GOBACK
008754         END-IF
008764         IF WS-BC-DATE = SPACES
008774             DISPLAY 'ENRLLOAD - '
008784                     'STUDMAINT HAS OPENED NO BUSINESS DATE ON '
008794                     'BATCHCTL - RUN REFUSED'
008804             MOVE 24 TO RETURN-CODE
008814             GOBACK
008824         END-IF
008834     END-IF
008844
008854     MOVE WS-BC-DATE    TO BCDATE
008864     MOVE WS-BC-PROGRAM TO BCPROG
008874     PERFORM K100-GET-STATUS-PARA
008884                THRU K100-GET-STATUS-PARA-EXIT
008894
008904     IF WS-BC-FOUND AND BCSTAT = 'C'
008914         DISPLAY 'ENRLLOAD - '
008924                 'ALREADY FINISHED CLEAN FOR BUSINESS DATE '
008934                 WS-BC-DATE ' - RUN REFUSED'
008944         MOVE 24 TO RETURN-CODE
008954         GOBACK
008964     END-IF
008974
008984     MOVE WS-BC-FOUND-SW TO WS-BC-ROW-SW
008994
009004     IF WS-BC-PRED NOT = SPACES
009014         MOVE WS-BC-PRED TO BCPROG
009024         PERFORM K100-GET-STATUS-PARA
009034                    THRU K100-GET-STATUS-PARA-EXIT
009044         IF NOT WS-BC-FOUND OR BCSTAT NOT = 'C'
009054             DISPLAY 'ENRLLOAD - ' WS-BC-PRED
009064                     ' HAS NOT FINISHED CLEAN FOR BUSINESS DATE '
009074                     WS-BC-DATE ' - RUN REFUSED'
009084             IF WS-BC-FOUND
009094                 DISPLAY 'ENRLLOAD - ' WS-BC-PRED
009104                         ' STATUS: ' BCSTAT ' RETURN-CODE: ' BCRC
009114             END-IF
009124             MOVE 24 TO RETURN-CODE
009134             GOBACK
009144         END-IF
009154     END-IF
009164
009174     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
009184     MOVE WS-BC-PROGRAM   TO BCPROG
009194     MOVE WS-BC-TIMESTAMP TO BCSTART
009204     MOVE SPACES          TO BCEND
009214     MOVE ZERO            TO BCRC
009224     MOVE 'R'             TO BCSTAT
009234
009244     IF WS-BC-ROW-EXISTS
009254         EXEC SQL
009264              UPDATE  BATCHCTL
009274                 SET  BCSTART = :BCSTART,
009284                      BCEND   = :BCEND,
009294                      BCRC    = :BCRC,
009304                      BCSTAT  = :BCSTAT
009314               WHERE  BCDATE  = :BCDATE
009324                 AND  BCPROG  = :BCPROG
009334         END-EXEC
009344     ELSE
009354         EXEC SQL
009364              INSERT INTO BATCHCTL
009374                     (BCDATE, BCPROG, BCSTART, BCEND,
009384                      BCRC, BCSTAT)
009394              VALUES (:BCDATE, :BCPROG, :BCSTART, :BCEND,
009404                      :BCRC, :BCSTAT)
009414         END-EXEC
009424     END-IF
009434
009444     IF SQLCODE NOT = 0
009454         DISPLAY 'ENRLLOAD - '
009464                 'BATCHCTL START NOT RECORDED - SQLCODE: ' SQLCODE
009474         MOVE 16 TO RETURN-CODE
009484         GOBACK
009494     END-IF
009504
009514     EXEC SQL
009524          COMMIT
009534     END-EXEC
009544
009554     MOVE 'Y' TO WS-BC-STARTED-SW
009564     DISPLAY 'ENRLLOAD - BUSINESS DATE ' WS-BC-DATE.
009574
009584 K000-BATCH-START-PARA-EXIT.
009594     EXIT.
009604
009614******************************************************************
009624*    K100-GET-STATUS-PARA                                        *
009634*    FETCH THE BATCHCTL ROW FOR BCDATE/BCPROG. WS-BC-FOUND SAYS  *
009644*    WHETHER THERE IS ONE; A FAILED SELECT ENDS THE RUN BEFORE   *
009654*    ANY WORK IS DONE.                                           *
009664******************************************************************
009674 K100-GET-STATUS-PARA.
009684
009694     EXEC SQL
009704          SELECT  BCSTAT, BCRC
009714            INTO  :BCSTAT, :BCRC
009724            FROM  BATCHCTL
009734           WHERE  BCDATE = :BCDATE
009744             AND  BCPROG = :BCPROG
009754     END-EXEC
009764
009774     EVALUATE SQLCODE
009784         WHEN 0
009794             MOVE 'Y' TO WS-BC-FOUND-SW
009804         WHEN 100
009814             MOVE 'N' TO WS-BC-FOUND-SW
009824         WHEN OTHER
009834             DISPLAY 'ENRLLOAD - '
009844                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
009854                     ' PROGRAM: ' BCPROG
009864             MOVE 16 TO RETURN-CODE
009874             GOBACK
009884     END-EVALUATE.
009894
009904 K100-GET-STATUS-PARA-EXIT.
009914     EXIT.
009924
009934******************************************************************
009944*    K900-BATCH-END-PARA                                         *
009954*    RECORD THE END OF THE RUN ON BATCHCTL: END TIME, RETURN     *
009964*    CODE, AND STATUS 'C' (CLEAN) UP TO WS-BC-CLEAN-RC OR 'F'    *
009974*    (FAILED) ABOVE IT. A FAILED RUN HOLDS ITS SUCCESSOR UNTIL   *
009984*    IT IS RESUBMITTED AND FINISHES CLEAN.                       *
009994******************************************************************
010004 K900-BATCH-END-PARA.
010014
010024     IF NOT WS-BC-STARTED
010034         GO TO K900-BATCH-END-PARA-EXIT
010044     END-IF
010054
010064     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
010074     MOVE WS-BC-DATE      TO BCDATE
010084     MOVE WS-BC-PROGRAM   TO BCPROG
010094     MOVE WS-BC-TIMESTAMP TO BCEND
010104     MOVE RETURN-CODE     TO BCRC
010114
010124     IF RETURN-CODE > WS-BC-CLEAN-RC
010134         MOVE 'F' TO BCSTAT
010144     ELSE
010154         MOVE 'C' TO BCSTAT
010164     END-IF
010174
010184     EXEC SQL
010194          UPDATE  BATCHCTL
010204             SET  BCEND   = :BCEND,
010214                  BCRC    = :BCRC,
010224                  BCSTAT  = :BCSTAT
010234           WHERE  BCDATE  = :BCDATE
010244             AND  BCPROG  = :BCPROG
010254     END-EXEC
010264
010274     IF SQLCODE NOT = 0
010284         DISPLAY 'ENRLLOAD - '
010294                 'BATCHCTL END NOT RECORDED - SQLCODE: ' SQLCODE
010304         IF RETURN-CODE < 16
010314             MOVE 16 TO RETURN-CODE
010324         END-IF
010334         GO TO K900-BATCH-END-PARA-EXIT
010344     END-IF
010354
010364     EXEC SQL
010374          COMMIT
010384     END-EXEC
010394
010404     MOVE 'N' TO WS-BC-STARTED-SW.
010414
010424 K900-BATCH-END-PARA-EXIT.
010434     EXIT.
010444
010454******************************************************************
010464*    A240-UNDO-TRANSFER-PARA                                     *
010474*    BACK OUT A TRANSFER THAT FAILED PART-WAY TO THE SAVEPOINT   *
010484*    TAKEN BEFORE ITS FIRST STEP, AND PUT THE RUN COUNTS BACK AS *
010494*    THEY WERE, SO NOTHING OF IT IS COMMITTED WITH THE HELD      *
010504*    GENERATION AND IT IS APPLIED WHOLE WHEN THE GENERATION      *
010514*    COMES BACK. THE FAILURE ITSELF STAYS COUNTED. IF THE        *
010524*    SAVEPOINT CANNOT BE USED, THE GENERATION'S WHOLE UNIT OF    *
010534*    WORK IS ROLLED BACK INSTEAD - IT IS HELD ANYWAY.            *
010544******************************************************************
010554 A240-UNDO-TRANSFER-PARA.
010564
010574     EXEC SQL
010584          ROLLBACK TO SAVEPOINT XFERPT
010594     END-EXEC
010604
010614     IF SQLCODE NOT = 0
010624         DISPLAY 'TRANSFER UNDO FAILED - SQLCODE: '
010634                 SQLCODE ' STUD-ID: ' ENRL-STUD-ID
010644                 ' - GENERATION ' WS-GEN-ID ' BACKED OUT'
010654         EXEC SQL
010664              ROLLBACK
010674         END-EXEC
010684         IF RETURN-CODE < 16
010694             MOVE 16 TO RETURN-CODE
010704         END-IF
010714         GO TO A240-UNDO-TRANSFER-PARA-EXIT
010724     END-IF
010734
010744     MOVE WS-XFER-SAVE-LOADED  TO WS-CNT-LOADED
010754     MOVE WS-XFER-SAVE-BILLED  TO WS-CNT-BILL-ADDS
010764     MOVE WS-XFER-SAVE-CLOSED  TO WS-CNT-CLOSED
010774     MOVE WS-XFER-SAVE-NO-OPEN TO WS-CNT-XFER-NO-OPEN
010784     DISPLAY 'TRANSFER BACKED OUT - STUD-ID: ' ENRL-STUD-ID
010794             ' EFF DATE: ' ENRL-EFF-DATE.
010804
010814 A240-UNDO-TRANSFER-PARA-EXIT.
010824     EXIT.
