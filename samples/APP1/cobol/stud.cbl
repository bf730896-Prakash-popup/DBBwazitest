001030*                     HELP DESK IS TOLD WHEN A STUD-ID'S EMPFIL  *
001040*                     HISTORY HAS BEEN ARCHIVED INSTEAD OF       *
001050*                     BEING TOLD THERE IS NO RECORD.             *
001051*    10/15/2026 RH    ADD THE 'T' DEPARTMENT-TRANSFER TRANS-     *
001052*                     ACTION (TARGET DEPARTMENT IN THE FL-REC    *
001053*                     FILLER). A TRANSFER RUNS THE TARGET        *
001054*                     DEPARTMENT'S CAPACITY AND WAITLIST CHECK   *
001055*                     AND LOGS TO ENRLFILE SO ENRLLOAD CLOSES    *
001056*                     THE OLD ENROLLMENT AND OPENS A NEW ONE.    *
001057*                     EVERY ENRLFILE RECORD NOW CARRIES ITS      *
001058*                     DEPARTMENT, AND THE CAPACITY HEADCOUNT IS  *
001059*                     TAKEN OFF THE ENROLLMENT ROW'S OWN         *
001060*                     DEPARTMENT INSTEAD OF THE STUDENT JOIN.    *
001061*    10/15/2026 RH    'A' AND 'D' TRANSACTIONS NOW CARRY A       *
001062*                     COURSE AND SECTION IN THE FL-REC FILLER.   *
001063*                     THE SECTION MUST BE ON THE NEW COURSE      *
001064*                     MASTER (AND OPEN, FOR AN ADD) OR THE       *
001065*                     TRANSACTION IS REJECTED; A BLANK COURSE    *
001066*                     AND SECTION IS STILL TAKEN AS A DEPARTMENT *
001067*                     ENROLLMENT, AS BEFORE. ENRLFILE CARRIES    *
001068*                     THE SECTION ON TO ENRLLOAD. A STUDENT CAN  *
001069*                     NOW HOLD SEVERAL SECTIONS AT ONCE, SO THE  *
001070*                     CAPACITY CHECK COUNTS DISTINCT STUDENTS    *
001071*                     AND AN ADD FOR A STUDENT ALREADY SEATED IN *
001072*                     THE DEPARTMENT DOES NOT TAKE A NEW SEAT.   *
001073*    10/15/2026 RH    A STUD-ID STUDMAINT HAS MERGED INTO        *
001074*                     ANOTHER (STUDSTAT 'M') NO LONGER POSTS -   *
001075*                     ITS TRANSACTION IS COUNTED AND DISPLAYED   *
001076*                     WITH THE SURVIVING ID FOR RE-KEYING, RC 4. *
001077*                     INQUIRY MODE SAYS 'MERGED INTO NNNNN' FOR  *
001078*                     A RETIRED ID INSTEAD OF 'NOT ON EMPFIL'.   *
001079*    10/15/2026 RH    ENRLFILE IS NOW A WORK DATASET STUDJOB     *
001080*                     TURNS INTO A NEW DATED GENERATION AFTER    *
001081*                     EACH RUN: A HEADER CARRYING THE GENERATION *
001082*                     ID, THE ENTRIES NUMBERED IN WRITE ORDER,   *
001083*                     AND A TRAILER WITH THE ENTRY COUNT.        *
001084*                     CHECKPOINTS NOW HARDEN ENRLFILE AND SAVE   *
001085*                     THE GENERATION ID AND ENTRY COUNT, SO A    *
001086*                     RESTARTED RUN CARRIES ON THE SAME          *
001087*                     GENERATION AND RE-USES THE NUMBERS OF THE  *
001088*                     ENTRIES IT WRITES OVER. A RUN THAT FINDS   *
001089*                     ENRLFILE IN THE WRONG STATE FOR A FRESH    *
001090*                     START OR A RESTART IS REFUSED WITH         *
001091*                     RETURN-CODE 20.                            *
001092*    10/15/2026 RH    RECORD THIS RUN'S START, END, RETURN CODE  *
001093*                     AND STATUS ON THE NEW BATCHCTL CONTROL     *
001094*                     TABLE UNDER THE BUSINESS DATE STUDMAINT    *
001095*                     OPENED. THE RUN IS REFUSED WITH RETURN-    *
001096*                     CODE 24, BEFORE ANY FILE IS OPENED, UNLESS *
001097*                     STUDMAINT FINISHED CLEAN FOR THAT DATE, OR *
001098*                     IF THIS PROGRAM ALREADY HAS. A RUN ENDING  *
001099*                     ABOVE RC 12 IS RECORDED FAILED.            *
001100*    10/15/2026 RH    HONOR THE NEW STUDENT PRIVACY HOLD         *
001101*                     (PRIVHOLD 'Y'). THE PRTFILE ROSTER AND     *
001102*                     DEPTWORK CARRY '*WITHHELD*' IN PLACE OF A  *
001103*                     HELD STUDENT'S NAME, AND DEPTWORK CARRIES  *
001104*                     THE HOLD. INQUIRY MODE STILL SHOWS THE     *
001105*                     FULL RECORD BUT WRITES A DISCLOSURE-LOG    *
001106*                     RECORD (DATE, PROGRAM, STUD-ID, REQUESTER) *
001107*                     TO DISCLOG FOR EACH HELD STUDENT SHOWN;    *
001108*                     THE REQUESTER FOLLOWS THE STUD-ID ON THE   *
001109*                     PARM.                                      *
001110*    10/15/2026 RH    TEST THE ENRLFILE STATUS AFTER EVERY OPEN  *
001111*                     AND CLOSE AND END THE RUN WITH RETURN-CODE *
001112*                     20 ON A FAILURE, SO ENRLWORK IS KEPT FOR A *
001113*                     RESTART. A FRESH START THAT FINDS A        *
001114*                     GENERATION WITH NO TRAILER (A RUN THAT     *
001115*                     DIED BEFORE ITS FIRST CHECKPOINT) DISCARDS *
001116*                     IT WITH RETURN-CODE 4 INSTEAD OF REFUSING  *
001117*                     THE RUN.                                   *
001118*                                                                *
001119******************************************************************
001120 ENVIRONMENT DIVISION.
001121 INPUT-OUTPUT SECTION.
001122 FILE-CONTROL.
001123     SELECT EMPFIL ASSIGN TO EMPFILE
001124            ORGANIZATION IS INDEXED
001130            ACCESS MODE IS DYNAMIC
001140            RECORD KEY IS FL-KEY
001150            ALTERNATE RECORD KEY IS STUD-ID WITH DUPLICATES
001290            ORGANIZATION IS SEQUENTIAL.
001300
001310     SELECT ENRLFILE ASSIGN TO ENRLFILE
001320            ORGANIZATION IS SEQUENTIAL
001325            FILE STATUS IS WS-ENRL-STATUS.
001330
001340     SELECT DEPTWORK ASSIGN TO DEPTWORK
001350            ORGANIZATION IS SEQUENTIAL.
001510            ACCESS MODE IS RANDOM
001520            RECORD KEY IS ANDX-STUD-ID
001530            FILE STATUS IS WS-ARCHNDX-STATUS.
001532
001534     SELECT DISCLOG ASSIGN TO DISCLOG
001536            ORGANIZATION IS SEQUENTIAL
001538            FILE STATUS IS WS-DISC-STATUS.
001540
001550 DATA DIVISION.
001560 FILE SECTION.
001630     05 FL-TRANS-CODE        PIC X(01).
001640        88 FL-TRANS-IS-ADD          VALUE 'A'.
001650        88 FL-TRANS-IS-DROP         VALUE 'D'.
001653        88 FL-TRANS-IS-XFER         VALUE 'T'.
001656     05 FL-XFER-DEPT         PIC X(10).
001657     05 FL-CRS-CODE          PIC X(08).
001658     05 FL-CRS-SECT          PIC X(03).
001660     05 FILLER               PIC X(45).
001670
001680 FD  ENRLFILE
001690     RECORDING MODE IS F.
001770     05 ENRL-REC-TYPE        PIC X(01).
001780        88 ENRL-TYPE-ADD            VALUE 'A'.
001790        88 ENRL-TYPE-DROP           VALUE 'D'.
001792        88 ENRL-TYPE-XFER           VALUE 'T'.
001794     05 FILLER               PIC X(01).
001796     05 ENRL-DEPT-CODE       PIC X(10).
001797     05 FILLER               PIC X(01).
001798     05 ENRL-CRS-CODE        PIC X(08).
001799     05 ENRL-CRS-SECT        PIC X(03).
001800     05 ENRL-SEQ-NO          PIC 9(07).
001801     05 FILLER               PIC X(07).
001802
001803******************************************************************
001804*    EACH RUN'S ENRLFILE IS ONE GENERATION: A HEADER ('HDR')     *
001805*    CARRYING THE GENERATION ID (THE CCYYMMDDHHMMSS THE RUN      *
001806*    STARTED), THE ENTRIES, AND A TRAILER ('TRL') WITH THE ENTRY *
001807*    COUNT. ENRL-SEQ-NO NUMBERS THE ENTRIES 1 UP (HEADER ZERO,   *
001808*    TRAILER ALL NINES) SO STUDJOB'S GENERATION STEP CAN KEEP    *
001809*    ONLY THE LAST COPY OF AN ENTRY A RESTARTED RUN WROTE OVER.  *
001810******************************************************************
001811 01  ENRL-CTL-REC.
001812     05 ECTL-CODE            PIC X(05).
001813        88 ECTL-IS-HEADER           VALUE 'HDR  '.
001814        88 ECTL-IS-TRAILER          VALUE 'TRL  '.
001815     05 FILLER               PIC X(01).
001816     05 ECTL-GEN-ID          PIC X(14).
001817     05 FILLER               PIC X(01).
001818     05 ECTL-REC-COUNT       PIC 9(07).
001819     05 FILLER               PIC X(38).
001820     05 ECTL-SEQ-NO          PIC 9(07).
001821     05 FILLER               PIC X(07).
001822
001823 FD  EXCPFILE
001830     RECORDING MODE IS F.
001840 01  EXCP-REC.
001850     05 EXCP-STUD-ID         PIC X(05).
002000        10 CKPT-LAST-EFF-DATE
002010                             PIC X(08).
002020     05 CKPT-READ-COUNT      PIC 9(09) COMP-3.
002025     05 CKPT-GEN-ID          PIC X(14).
002030     05 CKPT-ENRL-COUNT      PIC 9(09) COMP-3.
002035     05 FILLER               PIC X(42).
002040
002050 FD  BADINPUT
002060     RECORDING MODE IS F.
002280     05 DW-STUD-NAME         PIC X(10).
002290     05 DW-DEPT-NAME         PIC X(30).
002300     05 DW-STUD-STATUS       PIC X(01).
002306     05 DW-PRIV-HOLD         PIC X(01).
002312     05 FILLER               PIC X(23).
002320
002330******************************************************************
002340*    SUSPIN/SUSPOUT RECORDS ARE STRAIGHT IMAGES OF FL-REC, SO A  *
002800     05 FILLER               PIC X(01).
002810     05 ANDX-ARCH-DATE       PIC X(08).
002820     05 FILLER               PIC X(66).
002821
002822******************************************************************
002823*    DISCLOG IS THE DISCLOSURE LOG - ONE RECORD FOR EVERY LOOKUP *
002824*    THAT SHOWS THE RECORD OF A STUDENT UNDER A PRIVACY HOLD     *
002825*    (PRIVHOLD 'Y'), WITH WHO ASKED. EVERY PROGRAM THAT WRITES   *
002826*    IT EXTENDS IT; DISCRPT PRINTS IT MONTHLY FOR THE RECORDS    *
002827*    OFFICER. SAME LAYOUT AS AUDHIST, ENRLHIST AND DISCRPT.      *
002828******************************************************************
002829 FD  DISCLOG
002830     RECORDING MODE IS F.
002831 01  DISC-REC.
002832     05 DISC-DATE            PIC X(08).
002833     05 FILLER               PIC X(01).
002834     05 DISC-PROGRAM         PIC X(08).
002835     05 FILLER               PIC X(01).
002836     05 DISC-STUD-ID         PIC X(05).
002837     05 FILLER               PIC X(01).
002838     05 DISC-REQUESTER       PIC X(20).
002839     05 FILLER               PIC X(01).
002840     05 DISC-TIMESTAMP       PIC X(26).
002841     05 FILLER               PIC X(09).
002842
002843 WORKING-STORAGE SECTION.
002850 01  WS-FL-REC.
002860     05 WS-FL-KEY.
002870        10 FL-STUD-ID        PIC X(05).
002890     05 WS-FL-TRANS-CODE     PIC X(01).
002900        88 WS-TRANS-IS-ADD          VALUE 'A'.
002910        88 WS-TRANS-IS-DROP         VALUE 'D'.
002913        88 WS-TRANS-IS-XFER         VALUE 'T'.
002916     05 WS-FL-XFER-DEPT      PIC X(10).
002917     05 WS-FL-CRS-CODE       PIC X(08).
002918     05 WS-FL-CRS-SECT       PIC X(03).
002920     05 FILLER               PIC X(45).
002930
002940 01  WS-SWITCHES.
002950     05 WS-EOF               PIC X(01) VALUE SPACE.
003050     88 WS-HAS-ARCHIVE              VALUE 'Y'.
003052
003054 01  WS-ARCH-DATE             PIC X(08) VALUE SPACES.
003055
003056 01  WS-DISC-STATUS           PIC X(02) VALUE SPACES.
003057     88 WS-DISC-OK                   VALUE '00'.
003058
003059 01  WS-DISC-REQUESTER        PIC X(20) VALUE SPACES.
003060 01  WS-DISC-REQ-LEN          PIC S9(04) COMP VALUE ZERO.
003061
003070 01  WS-CURRENT-TIMESTAMP    PIC X(26).
003080
003090 01  WS-SUMMARY-COUNTERS.
003120     05 WS-CNT-WITHDRAWN     PIC 9(07) COMP-3 VALUE ZERO.
003130     05 WS-CNT-NOTFOUND      PIC 9(07) COMP-3 VALUE ZERO.
003140     05 WS-CNT-ENRL-WRITTEN  PIC 9(07) COMP-3 VALUE ZERO.
003145     05 WS-CNT-MERGED-ID     PIC 9(07) COMP-3 VALUE ZERO.
003147     05 WS-CNT-WITHHELD      PIC 9(07) COMP-3 VALUE ZERO.
003150
003160 01  WS-DEPT-TABLE.
003170     05 WS-DEPT-COUNT-USED   PIC 9(04) COMP    VALUE ZERO.
003510        10 WS-RESTART-ID     PIC X(05) VALUE SPACES.
003520        10 WS-RESTART-EFF-DATE
003530                             PIC X(08) VALUE SPACES.
003531     05 WS-RESTART-GEN-ID    PIC X(14) VALUE SPACES.
003532     05 WS-RESTART-ENRLS     PIC 9(09) COMP-3 VALUE ZERO.
003533
003534 01  WS-ENRL-STATUS          PIC X(02) VALUE SPACES.
003535     88 WS-ENRL-OK                  VALUE '00'.
003536
003537 01  WS-ENRL-GEN.
003538     05 WS-GEN-ID            PIC X(14) VALUE SPACES.
003539     05 WS-ENRL-EMPTY-SW     PIC X(01) VALUE 'N'.
003540        88 WS-ENRL-EMPTY            VALUE 'Y'.
003541     05 WS-ENRL-FIRST-CODE   PIC X(05) VALUE SPACES.
003542     05 WS-ENRL-FIRST-GEN    PIC X(14) VALUE SPACES.
003543     05 WS-ENRL-EOF-SW       PIC X(01) VALUE 'N'.
003544        88 WS-ENRL-EOF              VALUE 'Y'.
003545     05 WS-ENRL-TRAILER-SW   PIC X(01) VALUE 'N'.
003546        88 WS-ENRL-HAS-TRAILER      VALUE 'Y'.
003547
003550 01  WS-STUDID-VALID-SW      PIC X(01) VALUE 'Y'.
003560     88 WS-STUDID-VALID             VALUE 'Y'.
003570
003800
003810 01  WS-SEAT-AVAIL-SW        PIC X(01) VALUE 'Y'.
003820     88 WS-SEAT-AVAILABLE           VALUE 'Y'.
003821
003822 01  WS-CAP-DEPT             PIC X(10) VALUE SPACES.
003823 01  WS-CAP-LIMIT            PIC S9(09) COMP VALUE ZERO.
003824
003825 01  WS-XFER-VALID-SW        PIC X(01) VALUE 'N'.
003826     88 WS-XFER-VALID              VALUE 'Y'.
003827 01  WS-XFER-REASON          PIC X(30) VALUE SPACES.
003828 01  WS-CNT-XFER-REJECTED    PIC 9(07) COMP-3 VALUE ZERO.
003829
003830 01  WS-SECT-VALID-SW        PIC X(01) VALUE 'Y'.
003831     88 WS-SECT-VALID              VALUE 'Y'.
003832 01  WS-SECT-REASON          PIC X(30) VALUE SPACES.
003833 01  WS-CNT-SECT-REJECTED    PIC 9(07) COMP-3 VALUE ZERO.
003834
003835 01  WS-SEAT-HELD-SW         PIC X(01) VALUE 'N'.
003836     88 WS-SEAT-HELD               VALUE 'Y'.
003837 01  WS-SEAT-HELD-CNT        PIC S9(09) COMP VALUE ZERO.
003838
003839 01  WS-LAST-SEATED.
003840     05 WS-SEATED-STUDID     PIC X(05) VALUE LOW-VALUES.
003841     05 WS-SEATED-DEPT       PIC X(10) VALUE LOW-VALUES.
003842
003843 01  WS-BADIN-REASON-CODE    PIC X(01) VALUE SPACE.
003850 01  WS-BADIN-REASON-TEXT    PIC X(30) VALUE SPACES.
003853
003856 01  WS-WITHHELD-NAME        PIC X(10) VALUE '*WITHHELD*'.
003860
003870 01  WS-RUN-DATE              PIC X(08).
003880 01  WS-LINES-PER-PAGE        PIC 9(02) COMP-3 VALUE 60.
004220     05 WS-RPT-D-STATUS       PIC X(09).
004230     05 FILLER                PIC X(48) VALUE SPACES.
004240
004241******************************************************************
004242*    THIS PROGRAM'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL -  *
004243*    ITS OWN NAME, THE PROGRAM THAT MUST HAVE FINISHED CLEAN     *
004244*    BEFORE IT FOR THE SAME BUSINESS DATE (BLANK AT THE HEAD OF  *
004245*    THE STREAM), AND THE HIGHEST RETURN CODE STILL RECORDED AS  *
004246*    A CLEAN FINISH.                                             *
004247******************************************************************
004248 01  WS-BATCH-CTL.
004249     05 WS-BC-PROGRAM        PIC X(10) VALUE 'STUD'.
004250     05 WS-BC-PRED           PIC X(10) VALUE 'STUDMAINT'.
004251     05 WS-BC-CLEAN-RC       PIC S9(04) COMP VALUE +12.
004252     05 WS-BC-DATE           PIC X(08) VALUE SPACES.
004253     05 WS-BC-TIMESTAMP      PIC X(26) VALUE SPACES.
004254     05 WS-BC-FOUND-SW       PIC X(01) VALUE 'N'.
004255        88 WS-BC-FOUND              VALUE 'Y'.
004256     05 WS-BC-ROW-SW         PIC X(01) VALUE 'N'.
004257        88 WS-BC-ROW-EXISTS         VALUE 'Y'.
004258     05 WS-BC-STARTED-SW     PIC X(01) VALUE 'N'.
004259        88 WS-BC-STARTED            VALUE 'Y'.
004260
004261     EXEC SQL
004262          INCLUDE SQLCA
004270     END-EXEC.
004280
004290     EXEC SQL
004370     EXEC SQL
004380          INCLUDE DCLRLOG
004390     END-EXEC.
004391
004392     EXEC SQL
004393          INCLUDE DCLBCTL
004394     END-EXEC.
004395
004396     EXEC SQL
004397          INCLUDE DCLCRS
004398     END-EXEC.
004400
004410 01  WS-INQUIRY-ID            PIC X(05).
004413 01  WS-INQ-MERGED-SW         PIC X(01) VALUE 'N'.
004416     88 WS-INQ-MERGED                VALUE 'Y'.
004420
004430 LINKAGE SECTION.
004440 01  LK-INQUIRY-PARM.
004450     05 LK-PARM-LEN           PIC S9(04) COMP.
004460     05 LK-PARM-STUDID        PIC X(05).
004463     05 LK-PARM-SEP           PIC X(01).
004466     05 LK-PARM-REQUESTER     PIC X(20).
004470
004480 PROCEDURE DIVISION USING LK-INQUIRY-PARM.
004490
004560         GOBACK
004570     END-IF
004580
004582     PERFORM K000-BATCH-START-PARA
004584                THRU K000-BATCH-START-PARA-EXIT
004586
004590     PERFORM X000-INITIALIZE-PARA
004600                THRU X000-INITIALIZE-PARA-EXIT
004610
005060         DISPLAY 'EMPFIL OPEN FAILED - FILE STATUS: '
005070                 WS-EMPFIL-STATUS
005080         MOVE +16 TO RETURN-CODE
005083         PERFORM K900-BATCH-END-PARA
005086                THRU K900-BATCH-END-PARA-EXIT
005090         GOBACK
005100     END-IF
005110
005120     OPEN OUTPUT EXCPFILE
005130     OPEN OUTPUT BADINPUT
005150     OPEN OUTPUT DEPTWORK
005160     OPEN OUTPUT SUSPOUT
005170     OPEN OUTPUT WAITOUT
005270                 EVALUATE TRUE
005280                     WHEN CKPT-TYPE-CHECKPOINT
005290                         MOVE CKPT-LAST-KEY  TO WS-RESTART-KEY
005292                         MOVE CKPT-GEN-ID    TO WS-RESTART-GEN-ID
005294                         MOVE CKPT-ENRL-COUNT TO WS-RESTART-ENRLS
005300                         MOVE 'Y'            TO WS-RESTART-SW
005310                     WHEN CKPT-TYPE-COMPLETE
005320                         MOVE 'N'            TO WS-RESTART-SW
005490         END-IF
005500     END-IF
005510
005512     PERFORM X300-OPEN-ENRL-GEN-PARA
005514                THRU X300-OPEN-ENRL-GEN-PARA-EXIT
005516
005520     CLOSE CKPTFILE
005530     OPEN OUTPUT CKPTFILE
005540
006750******************************************************************
006760*    A000-WRITE-PARA                                              *
006770*    DISPATCH THE INCOMING EMPFIL RECORD BY FL-TRANS-CODE. AN     *
006780*    ENROLLMENT-ADD, ENROLLMENT-DROP OR DEPARTMENT-TRANSFER       *
006790*    TRANSACTION GETS THE STATUS CHECK PLUS AN ENRLFILE LOG       *
006800*    ENTRY CARRYING THE TRANSACTION CODE AS ITS RECORD TYPE;      *
006810*    ANYTHING ELSE (INCLUDING A BLANK CODE, FOR EMPFIL RECORDS    *
006820*    WRITTEN BEFORE THIS FIELD EXISTED) IS TREATED AS A ROUTINE   *
006830*    STATUS-CHECK INQUIRY.                                        *
006840******************************************************************
006850 A000-WRITE-PARA.
006860
006870     PERFORM A060-STATUS-CHECK-PARA
006880                THRU A060-STATUS-CHECK-PARA-EXIT
006890
006900     IF WS-TRANS-IS-ADD OR WS-TRANS-IS-DROP OR WS-TRANS-IS-XFER
006910         PERFORM A050-LOG-ENROLLMENT-PARA
006920                    THRU A050-LOG-ENROLLMENT-PARA-EXIT
006930     END-IF.
007230*    A060, SO NOTHING FURTHER IS DONE HERE FOR A MISS. AN ADD     *
007240*    MUST ALSO CLEAR THE DEPARTMENT'S SEAT-CAPACITY CHECK - ONE   *
007250*    THAT ARRIVES WITH THE PROGRAM FULL PARKS ON THE WAITLIST     *
007260*    INSTEAD OF LOGGING. DROPS ALWAYS LOG. A TRANSFER IS EDITED   *
007261*    BY A058 AND THEN RUNS THE SAME CAPACITY CHECK AS AN ADD,     *
007262*    AGAINST THE TARGET DEPARTMENT. EVERY ENRLFILE RECORD CARRIES *
007263*    ITS DEPARTMENT - THE TARGET FOR A TRANSFER, THE STUDENT'S    *
007264*    OWN DEPARTMENT OTHERWISE. ONCE A TRANSFER LOGS, THE HELD     *
007265*    STUDENT LOOKUP IS MOVED TO THE TARGET DEPARTMENT SO ANY      *
007266*    LATER TRANSACTION FOR THE STUDENT IN THIS RUN SEES IT.       *
007267*    AN ADD OR DROP NAMING A COURSE SECTION IS EDITED AGAINST THE *
007268*    COURSE MASTER BY A052 FIRST, AND THE SECTION RIDES ON THE    *
007269*    ENRLFILE RECORD. AN ADD FOR A STUDENT WHO ALREADY HOLDS A    *
007270*    SEAT IN THE DEPARTMENT (ANOTHER SECTION) TAKES NO NEW SEAT.  *
007271******************************************************************
007280 A050-LOG-ENROLLMENT-PARA.
007290
007300     IF NOT WS-STUDENT-MATCHED
007310         GO TO A050-LOG-ENROLLMENT-PARA-EXIT
007320     END-IF
007330
007331     IF WS-TRANS-IS-ADD OR WS-TRANS-IS-DROP
007332         PERFORM A052-EDIT-SECTION-PARA
007333                    THRU A052-EDIT-SECTION-PARA-EXIT
007334         IF NOT WS-SECT-VALID
007335             PERFORM A053-REJECT-SECTION-PARA
007336                        THRU A053-REJECT-SECTION-PARA-EXIT
007337             GO TO A050-LOG-ENROLLMENT-PARA-EXIT
007338         END-IF
007339     END-IF
007340
007341     IF WS-TRANS-IS-ADD
007342         MOVE DEPARTMENT TO WS-CAP-DEPT
007343         MOVE DEPTCAP    TO WS-CAP-LIMIT
007344     END-IF
007345
007346     IF WS-TRANS-IS-XFER
007347         PERFORM A058-EDIT-TRANSFER-PARA
007348                    THRU A058-EDIT-TRANSFER-PARA-EXIT
007349         IF NOT WS-XFER-VALID
007350             PERFORM A059-REJECT-TRANSFER-PARA
007351                        THRU A059-REJECT-TRANSFER-PARA-EXIT
007352             GO TO A050-LOG-ENROLLMENT-PARA-EXIT
007353         END-IF
007354     END-IF
007355
007356     IF WS-TRANS-IS-ADD OR WS-TRANS-IS-XFER
007357         PERFORM A055-CHECK-CAPACITY-PARA
007360                    THRU A055-CHECK-CAPACITY-PARA-EXIT
007370         IF NOT WS-SEAT-AVAILABLE
007380             PERFORM A057-PARK-WAITLIST-PARA
007480     MOVE WS-CURRENT-TIMESTAMP
007490                           TO ENRL-TIMESTAMP
007500     MOVE WS-FL-TRANS-CODE TO ENRL-REC-TYPE
007501     IF WS-TRANS-IS-XFER
007502         MOVE WS-FL-XFER-DEPT TO ENRL-DEPT-CODE
007503     ELSE
007504         MOVE DEPARTMENT      TO ENRL-DEPT-CODE
007505         MOVE WS-FL-CRS-CODE  TO ENRL-CRS-CODE
007506         MOVE WS-FL-CRS-SECT  TO ENRL-CRS-SECT
007507     END-IF
007510     ADD 1 TO WS-CNT-ENRL-WRITTEN
007515     MOVE WS-CNT-ENRL-WRITTEN TO ENRL-SEQ-NO
007520     WRITE ENRL-REC
007530
007540     IF (WS-TRANS-IS-ADD OR WS-TRANS-IS-XFER)
007545        AND NOT WS-SEAT-HELD
007550         PERFORM A056-TAKE-ONE-SEAT-PARA
007560                    THRU A056-TAKE-ONE-SEAT-PARA-EXIT
007561     END-IF
007562
007563     IF WS-TRANS-IS-XFER
007564         MOVE WS-FL-XFER-DEPT TO DEPARTMENT
007565         PERFORM E000-DEPT-LOOKUP-PARA
007566                    THRU E000-DEPT-LOOKUP-PARA-EXIT
007570     END-IF.
007580
007590 A050-LOG-ENROLLMENT-PARA-EXIT.
007890     MOVE FL-STUD-ID TO STUDID
007900
007910     EXEC SQL
007920          SELECT  STUDID, STUDNAME, DEPARTMENT, STUDSTAT,
007925                  MRGDINTO, PRIVHOLD
007930            INTO  :STUDID, :STUDNAME, :DEPARTMENT, :STUDSTAT,
007935                  :MRGDINTO, :PRIVHOLD
007940            FROM  STUDENT
007950           WHERE  STUDID = :STUDID
007960     END-EXEC
008250*    THE PRIOR RECORD. A WITHDRAWN STUDENT (STUDSTAT 'W') IS     *
008260*    STILL A MATCH BUT IS COUNTED AND MARKED DISTINCTLY SO THE   *
008270*    REGISTRAR CAN TELL A LIVE STUDENT FROM A CLOSED RECORD.     *
008273*    A STUDENT MERGED INTO ANOTHER STUD-ID (STUDSTAT 'M') IS     *
008276*    NOT A MATCH - SEE A075.                                     *
008280******************************************************************
008290 A070-HANDLE-FOUND-PARA.
008300
008301     IF STUDSTAT = 'M'
008302         PERFORM A075-HANDLE-MERGED-PARA
008303                    THRU A075-HANDLE-MERGED-PARA-EXIT
008304         GO TO A070-HANDLE-FOUND-PARA-EXIT
008305     END-IF
008306
008310     MOVE 'Y' TO WS-STUDENT-MATCH-SW
008320     ADD 1 TO WS-CNT-FOUND
008330
009800*    F100-PRINT-DETAIL-PARA                                       *
009810*    WRITE ONE STUDENT DETAIL LINE, STARTING A NEW PAGE FIRST     *
009820*    WHEN THE CURRENT PAGE IS ALREADY AT WS-LINES-PER-PAGE.       *
009825*    THE NAME OF A STUDENT UNDER A PRIVACY HOLD IS WITHHELD.      *
009830******************************************************************
009840 F100-PRINT-DETAIL-PARA.
009850
009890     END-IF
009900
009910     MOVE STUDID   TO WS-RPT-D-ID
009912     IF PRIVHOLD = 'Y'
009914         MOVE WS-WITHHELD-NAME TO WS-RPT-D-NAME
009916         ADD 1 TO WS-CNT-WITHHELD
009918     ELSE
009920         MOVE STUDNAME TO WS-RPT-D-NAME
009922     END-IF
009930     MOVE DEPTNAME TO WS-RPT-D-DEPT
009940
009950     IF STUDSTAT = 'W'
010100*    F200-WRITE-DEPT-WORK-PARA                                   *
010110*    WRITE THE DETAIL JUST PRINTED TO DEPTWORK, KEYED BY THE     *
010120*    DEPARTMENT CODE, FOR THE SORT AND DEPTRPT STEPS THAT        *
010130*    PRODUCE THE DEPARTMENT-SEQUENCED ROSTER. THE NAME OF A      *
010133*    STUDENT UNDER A PRIVACY HOLD IS WITHHELD HERE TOO, AND THE  *
010136*    HOLD RIDES ON THE RECORD FOR DEPTRPT.                       *
010140******************************************************************
010150 F200-WRITE-DEPT-WORK-PARA.
010160
010170     MOVE SPACES     TO DW-REC
010180     MOVE DEPARTMENT TO DW-DEPT-CODE
010190     MOVE STUDID     TO DW-STUD-ID
010196     MOVE STUDNAME   TO DW-STUD-NAME
010202     MOVE PRIVHOLD   TO DW-PRIV-HOLD
010210     MOVE DEPTNAME   TO DW-DEPT-NAME
010213     MOVE STUDSTAT   TO DW-STUD-STATUS
010216
010219     IF PRIVHOLD = 'Y'
010222         MOVE WS-WITHHELD-NAME TO DW-STUD-NAME
010225     END-IF
010230
010240     WRITE DW-REC.
010250
010350*    IN-FLIGHT CHECKPOINT) SO A SUBSEQUENT RUN CAN TELL IT APART  *
010360*    FROM THE TYPE '9' CLEAN-FINISH MARKER Z000-TERMINATE-PARA    *
010370*    WRITES WHEN A RUN GOES ALL THE WAY THROUGH EMPFIL.           *
010372*    ENRLFILE IS CLOSED AND RE-OPENED FIRST SO EVERY ENTRY THE    *
010374*    CHECKPOINT COUNTS IS ON DISK, AND THE CHECKPOINT CARRIES     *
010376*    THE GENERATION ID AND ENTRY COUNT A RESTART CARRIES ON       *
010378*    FROM.                                                        *
010380******************************************************************
010390 C000-CHECKPOINT-PARA.
010400
010410     ADD 1 TO WS-CKPT-COUNTER
010420
010430     IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
010433         CLOSE ENRLFILE
010434         IF NOT WS-ENRL-OK
010435             DISPLAY 'ENRLFILE CHECKPOINT CLOSE FAILED'
010436             PERFORM X390-ENRL-FAILED-PARA
010437                    THRU X390-ENRL-FAILED-PARA-EXIT
010438         END-IF
010439         OPEN EXTEND ENRLFILE
010440         IF NOT WS-ENRL-OK
010441             DISPLAY 'ENRLFILE CHECKPOINT RE-OPEN FAILED'
010442             PERFORM X390-ENRL-FAILED-PARA
010443                    THRU X390-ENRL-FAILED-PARA-EXIT
010444         END-IF
010445         MOVE SPACES         TO CKPT-REC
010450         MOVE '0'            TO CKPT-REC-TYPE
010460         MOVE WS-FL-KEY      TO CKPT-LAST-KEY
010470         MOVE WS-CNT-READ    TO CKPT-READ-COUNT
010472         MOVE WS-GEN-ID      TO CKPT-GEN-ID
010474         MOVE WS-CNT-ENRL-WRITTEN
010476                             TO CKPT-ENRL-COUNT
010480         WRITE CKPT-REC
010490         MOVE ZERO TO WS-CKPT-COUNTER
010500     END-IF.
010540
010550******************************************************************
010560*    A055-CHECK-CAPACITY-PARA                                     *
010570*    DECIDE WHETHER WS-CAP-DEPT STILL HAS A SEAT FOR AN           *
010580*    ENROLLMENT-ADD OR A TRANSFER IN. THE CALLER STAGES THE       *
010590*    DEPARTMENT AND ITS DEPTCAP IN WS-CAP-DEPT/WS-CAP-LIMIT; A    *
010600*    CAPACITY OF ZERO MEANS UNLIMITED - THE ROWS FROM BEFORE THE  *
010610*    COLUMN EXISTED. OTHERWISE THE HEADCOUNT IS THE OPEN          *
010615*    ENROLLMENT ROWS CARRYING THE DEPARTMENT PLUS THE ADDS AND   *
010620*    TRANSFERS ALREADY LOGGED THIS RUN (HELD PER DEPARTMENT IN   *
010630*    THE BREAKDOWN TABLE - A DEPARTMENT LOST TO OVERFLOW IS      *
010640*    CHECKED ON THE TABLE COUNT ALONE). A FAILED SELECT FLAGS    *
010650*    THE RUN AND LETS THE ADD THROUGH, AS BEFORE THE CHECK       *
010660*    EXISTED. A STUDENT MAY HOLD SEVERAL SECTIONS, SO THE        *
010662*    HEADCOUNT IS OF DISTINCT STUDENTS, AND AN ADD FOR A STUDENT *
010664*    A054 FINDS ALREADY SEATED IN THE DEPARTMENT PASSES WITHOUT  *
010666*    TAKING ANOTHER SEAT.                                        *
010670******************************************************************
010680 A055-CHECK-CAPACITY-PARA.
010690
010700     MOVE 'Y' TO WS-SEAT-AVAIL-SW
010705     MOVE 'N' TO WS-SEAT-HELD-SW
010710
010720     IF WS-CAP-LIMIT <= ZERO
010730         GO TO A055-CHECK-CAPACITY-PARA-EXIT
010740     END-IF
010750
010753     IF WS-TRANS-IS-ADD
010756         PERFORM A054-CHECK-SEAT-HELD-PARA
010759                    THRU A054-CHECK-SEAT-HELD-PARA-EXIT
010762         IF WS-SEAT-HELD
010765             GO TO A055-CHECK-CAPACITY-PARA-EXIT
010768         END-IF
010771     END-IF
010774
010780     EXEC SQL
010790          SELECT  COUNT(DISTINCT STUDID)
010800            INTO  :WS-DEPT-HEADCOUNT
010810            FROM  ENROLLMENT
010820           WHERE  ENRLDEPT = :WS-CAP-DEPT
010840             AND  ENDDATE = '        '
010850     END-EXEC
010860
010870     IF SQLCODE NOT = 0
010980               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-USED
010990                  OR WS-DEPT-FOUND
011000
011010         IF WS-CAP-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
011020             ADD WS-DEPT-RUN-ADDS (WS-DEPT-IDX)
011030                    TO WS-DEPT-HEADCOUNT
011040             MOVE 'Y' TO WS-DEPT-FOUND-SW
011060
011070     END-PERFORM
011080
011090     IF WS-DEPT-HEADCOUNT >= WS-CAP-LIMIT
011100         MOVE 'N' TO WS-SEAT-AVAIL-SW
011110     END-IF.
011120
011150
011160******************************************************************
011170*    A056-TAKE-ONE-SEAT-PARA                                      *
011180*    AN ADD OR TRANSFER JUST LOGGED TO ENRLFILE - STEP THE        *
011190*    IN-RUN ADD COUNT FOR WS-CAP-DEPT SO THE NEXT CAPACITY CHECK  *
011200*    SEES THE SEAT TAKEN, AND COUNT A WAITLIST RELEASE WHEN THE   *
011210*    TRANSACTION CAME OFF THE SWEEP. A TRANSFER TARGET NOT YET    *
011213*    IN THE BREAKDOWN TABLE GETS AN ENTRY OF ITS OWN (ZERO       *
011216*    TALLY) SO ITS SEAT IS HELD FOR THE REST OF THE RUN.         *
011217*    THE STUDENT AND DEPARTMENT ARE REMEMBERED SO A FURTHER      *
011218*    SECTION ADD FOR THE SAME STUDENT IN THIS RUN IS SEEN AS     *
011219*    ALREADY SEATED.                                             *
011220******************************************************************
011230 A056-TAKE-ONE-SEAT-PARA.
011240
011280               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT-USED
011290                  OR WS-DEPT-FOUND
011300
011310         IF WS-CAP-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
011320             ADD 1 TO WS-DEPT-RUN-ADDS (WS-DEPT-IDX)
011330             MOVE 'Y' TO WS-DEPT-FOUND-SW
011340         END-IF
011350
011360     END-PERFORM
011370
011371     IF NOT WS-DEPT-FOUND
011372         IF WS-DEPT-COUNT-USED < WS-DEPT-TABLE-MAX
011373             ADD 1 TO WS-DEPT-COUNT-USED
011374             MOVE WS-CAP-DEPT
011375                    TO WS-DEPT-CODE (WS-DEPT-COUNT-USED)
011376             MOVE ZERO TO WS-DEPT-TALLY (WS-DEPT-COUNT-USED)
011377             MOVE 1
011378                    TO WS-DEPT-RUN-ADDS (WS-DEPT-COUNT-USED)
011379         END-IF
011380     END-IF
011381
011382     IF WS-WAIT-SWEEPING
011390         ADD 1 TO WS-CNT-WAIT-RELEASED
011400     END-IF
011402
011404     MOVE FL-STUD-ID  TO WS-SEATED-STUDID
011406     MOVE WS-CAP-DEPT TO WS-SEATED-DEPT.
011410
011420 A056-TAKE-ONE-SEAT-PARA-EXIT.
011430     EXIT.
011570     DISPLAY '  OF WHICH WITHDRAWN ......... ' WS-CNT-WITHDRAWN
011580     DISPLAY 'STUDENT RECORDS NOT FOUND .... ' WS-CNT-NOTFOUND
011590     DISPLAY 'ENRLFILE ENTRIES WRITTEN ..... ' WS-CNT-ENRL-WRITTEN
011592     DISPLAY 'ENRLFILE GENERATION ID ....... ' WS-GEN-ID
011595     DISPLAY 'MERGED STUD-IDS NOT POSTED ... ' WS-CNT-MERGED-ID
011597     DISPLAY 'NAMES WITHHELD (PRIVACY) ..... ' WS-CNT-WITHHELD
011600     DISPLAY 'BAD-INPUT STUD-IDS REJECTED .. ' WS-CNT-BADINPUT
011610     DISPLAY 'RELEASED FROM SUSPENSE ....... ' WS-CNT-RELEASED
011620     DISPLAY 'NEWLY SUSPENDED .............. ' WS-CNT-SUSPENDED
011650             WS-CNT-WAIT-RELEASED
011660     DISPLAY 'NEWLY WAITLISTED ............. ' WS-CNT-WAITLISTED
011670     DISPLAY 'STILL ON WAITLIST ............ ' WS-CNT-WAIT-STILL
011673     DISPLAY 'TRANSFERS REJECTED ........... '
011676             WS-CNT-XFER-REJECTED
011677     DISPLAY 'SECTION EDITS REJECTED ....... '
011678             WS-CNT-SECT-REJECTED
011680     DISPLAY '---------------------------------------------------'
011690     DISPLAY 'BREAKDOWN BY DEPARTMENT'
011700
011960*    NORMAL NEXT-DAY RUN APART FROM AN ABEND RESTART - IF THE LAST *
011970*    RECORD ON CKPTFILE IS THIS MARKER, THE CHECKPOINTS AHEAD OF   *
011980*    IT BELONG TO A RUN THAT ALREADY FINISHED AND ARE NOT ACTED ON.*
011983*    THE ENRLFILE TRAILER IS WRITTEN AND THE FILE CLOSED AHEAD     *
011986*    OF THE MARKER, SO A '9' ALWAYS MEANS A COMPLETE GENERATION.   *
011988*    THE END OF THE RUN IS THEN RECORDED ON BATCHCTL.            *
011990******************************************************************
012000 Z000-TERMINATE-PARA.
012010
012011     MOVE SPACES              TO ENRL-CTL-REC
012012     MOVE 'TRL  '             TO ECTL-CODE
012013     MOVE WS-GEN-ID           TO ECTL-GEN-ID
012014     MOVE WS-CNT-ENRL-WRITTEN TO ECTL-REC-COUNT
012015     MOVE 9999999             TO ECTL-SEQ-NO
012016     WRITE ENRL-CTL-REC
012017     CLOSE ENRLFILE
012018     IF NOT WS-ENRL-OK
012019         DISPLAY 'ENRLFILE CLOSE FAILED AFTER THE TRAILER'
012020         PERFORM X390-ENRL-FAILED-PARA
012021                THRU X390-ENRL-FAILED-PARA-EXIT
012022     END-IF
012023
012024     MOVE SPACES  TO CKPT-REC
012030     MOVE '9'     TO CKPT-REC-TYPE
012035     MOVE WS-GEN-ID TO CKPT-GEN-ID
012040     WRITE CKPT-REC
012050
012060     CLOSE EMPFIL
012070     CLOSE CKPTFILE
012080     CLOSE BADINPUT
012090     CLOSE PRTFILE
012110     CLOSE DEPTWORK
012120     CLOSE SUSPOUT
012130     CLOSE WAITOUT
012140     CLOSE EXCPFILE
012142
012144     PERFORM K900-BATCH-END-PARA
012146                THRU K900-BATCH-END-PARA-EXIT.
012150
012160 Z000-TERMINATE-PARA-EXIT.
012170     EXIT.
012260*    TRANSACTION CODE AND EFFECTIVE DATE. THIS PATH IS READ-ONLY  *
012270*    - IT DOES NOT DISPATCH THROUGH A000-WRITE-PARA AND DOES NOT  *
012280*    WRITE TO ENRLFILE - NO FULL BATCH SCAN, NO REPORT, NO        *
012290*    CHECKPOINT FILE. A STUD-ID STUDMAINT HAS MERGED INTO         *
012295*    ANOTHER IS REPORTED AS SUCH, WITH THE SURVIVING ID, RC 4.    *
012296*    SHOWING A STUDENT UNDER A PRIVACY HOLD IS LOGGED TO DISCLOG  *
012297*    FIRST (SEE I300); WITHOUT DISCLOG THE INQUIRY ENDS RC 16,    *
012298*    AND IF THE LOG WRITE FAILS THE STUDENT IS NOT SHOWN.         *
012300******************************************************************
012310 I000-INQUIRY-PARA.
012320
012322     OPEN EXTEND DISCLOG
012324
012326     IF NOT WS-DISC-OK
012328         DISPLAY 'DISCLOG OPEN FAILED - FILE STATUS: '
012330                 WS-DISC-STATUS
012332         MOVE +16 TO RETURN-CODE
012334         GO TO I000-INQUIRY-PARA-EXIT
012336     END-IF
012338
012340     PERFORM I310-GET-REQUESTER-PARA
012342                THRU I310-GET-REQUESTER-PARA-EXIT
012344
012346     OPEN INPUT EMPFIL
012348
012350     MOVE WS-INQUIRY-ID TO STUD-ID
012360
012370     PERFORM I100-CHECK-ARCHIVE-PARA
012380                THRU I100-CHECK-ARCHIVE-PARA-EXIT
012382
012384     PERFORM I200-CHECK-MERGED-PARA
012386                THRU I200-CHECK-MERGED-PARA-EXIT
012390
012400     READ EMPFIL KEY IS STUD-ID
012410         INVALID KEY
012411             EVALUATE TRUE
012412                 WHEN WS-INQ-MERGED
012413                     DISPLAY 'STUD-ID ' WS-INQUIRY-ID
012414                             ' MERGED INTO ' MRGDINTO
012415                     DISPLAY 'ITS HISTORY IS NOW UNDER STUD-ID '
012416                             MRGDINTO
012417                     MOVE +4 TO RETURN-CODE
012420                 WHEN WS-HAS-ARCHIVE
012430                     DISPLAY 'STUD-ID NOT ON EMPFIL: '
012435                             WS-INQUIRY-ID
012440                     DISPLAY 'HISTORY ARCHIVED ' WS-ARCH-DATE
012450                             ' - SEE THE EMPARCH ARCHIVE FILE'
012460                     MOVE +4 TO RETURN-CODE
012470                 WHEN OTHER
012480                     DISPLAY 'STUD-ID NOT ON EMPFIL: '
012485                             WS-INQUIRY-ID
012490                     MOVE +16 TO RETURN-CODE
012500             END-EVALUATE
012510         NOT INVALID KEY
012520             MOVE STUD-ID TO STUDID
012530             EXEC SQL
012538                  SELECT  STUDID, STUDNAME, DEPARTMENT,
012546                          STUDSTAT, MRGDINTO, PRIVHOLD
012554                    INTO  :STUDID, :STUDNAME,
012562                          :DEPARTMENT, :STUDSTAT, :MRGDINTO,
012570                          :PRIVHOLD
012580                    FROM  STUDENT
012590                   WHERE  STUDID = :STUDID
012600             END-EXEC
012740                     IF SQLCODE NOT = 0
012750                         MOVE DEPARTMENT TO DEPTNAME
012760                     END-IF
012763                     IF PRIVHOLD = 'Y'
012766                         PERFORM I300-DISCLOSE-PARA
012769                                    THRU I300-DISCLOSE-PARA-EXIT
012772                     END-IF
012775                     IF PRIVHOLD = 'Y'
012778                        AND NOT WS-DISC-OK
012781                         DISPLAY 'STUD-ID   : ' STUDID
012784                         DISPLAY 'RECORD WITHHELD - DISCLOSURE '
012787                                 'COULD NOT BE LOGGED'
012790                     ELSE
012793                         DISPLAY 'STUD-ID   : ' STUDID
012796                         DISPLAY 'NAME      : ' STUDNAME
012799                         DISPLAY 'DEPARTMENT: ' DEPTNAME
012802                         EVALUATE STUDSTAT
012805                             WHEN 'W'
012808                                 DISPLAY 'STATUS    : WITHDRAWN'
012811                             WHEN 'M'
012814                                 DISPLAY 'STATUS    : '
012817                                         'MERGED INTO ' MRGDINTO
012820                             WHEN OTHER
012823                                 DISPLAY 'STATUS    : ACTIVE'
012826                         END-EVALUATE
012829                         IF PRIVHOLD = 'Y'
012832                             DISPLAY 'PRIVACY   : DIRECTORY '
012835                                     'HOLD - DISCLOSURE LOGGED'
012838                         END-IF
012841                         DISPLAY 'TRANS CODE: ' FL-TRANS-CODE
012844                         DISPLAY 'EFF DATE  : ' FL-EFF-DATE
012847                         IF FL-TRANS-IS-XFER
012850                             DISPLAY 'XFER DEPT : ' FL-XFER-DEPT
012853                         END-IF
012856                         IF FL-CRS-CODE NOT = SPACES
012859                             DISPLAY 'COURSE    : ' FL-CRS-CODE
012862                                     ' SECTION: ' FL-CRS-SECT
012865                         END-IF
012868                         IF WS-HAS-ARCHIVE
012871                             DISPLAY 'OLDER HISTORY ARCHIVED '
012874                                     WS-ARCH-DATE
012877                                     ' - SEE THE EMPARCH ARCHIVE'
012880                         END-IF
012883                         MOVE 0 TO RETURN-CODE
012925                     END-IF
012930                 WHEN OTHER
012940                     DISPLAY SQLCODE
012950                     MOVE +16 TO RETURN-CODE
012960             END-EVALUATE
012970     END-READ
012980
012988     CLOSE EMPFIL
012996     CLOSE DISCLOG.
013004
013012 I000-INQUIRY-PARA-EXIT.
013020     EXIT.
013030
013040******************************************************************
013200
013210 A057-PARK-WAITLIST-PARA-EXIT.
013220     EXIT.
013221
013222******************************************************************
013223*    A058-EDIT-TRANSFER-PARA                                     *
013224*    EDIT A DEPARTMENT-TRANSFER BEFORE ITS CAPACITY CHECK. THE   *
013225*    TARGET MUST BE PRESENT, MUST DIFFER FROM THE STUDENT'S      *
013226*    CURRENT DEPARTMENT AND MUST BE ON THE DEPARTMENT MASTER.    *
013227*    THE TARGET'S DEPTCAP IS FETCHED STRAIGHT INTO WS-CAP-LIMIT; *
013228*    THE DEPTNAME/DEPTCAP HOST VARIABLES STILL HOLD THE HELD     *
013229*    STUDENT'S OWN DEPARTMENT AND MUST NOT BE DISTURBED. A       *
013230*    FAILED EDIT LEAVES ITS REASON IN WS-XFER-REASON FOR A059.   *
013231******************************************************************
013232 A058-EDIT-TRANSFER-PARA.
013233
013234     MOVE 'N'             TO WS-XFER-VALID-SW
013235     MOVE WS-FL-XFER-DEPT TO WS-CAP-DEPT
013236     MOVE ZERO            TO WS-CAP-LIMIT
013237
013238     IF WS-FL-XFER-DEPT = SPACES OR LOW-VALUES
013239         MOVE 'NO TARGET DEPARTMENT' TO WS-XFER-REASON
013240         GO TO A058-EDIT-TRANSFER-PARA-EXIT
013241     END-IF
013242
013243     IF WS-FL-XFER-DEPT = DEPARTMENT
013244         MOVE 'ALREADY IN TARGET DEPARTMENT' TO WS-XFER-REASON
013245         GO TO A058-EDIT-TRANSFER-PARA-EXIT
013246     END-IF
013247
013248     EXEC SQL
013249          SELECT  DEPTCAP
013250            INTO  :WS-CAP-LIMIT
013251            FROM  DEPARTMENT
013252           WHERE  DEPTCODE = :WS-CAP-DEPT
013253     END-EXEC
013254
013255     EVALUATE SQLCODE
013256         WHEN 0
013257             MOVE 'Y' TO WS-XFER-VALID-SW
013258         WHEN 100
013259             MOVE 'TARGET NOT ON DEPT MASTER'
013260                                 TO WS-XFER-REASON
013261         WHEN OTHER
013262             DISPLAY 'TARGET DEPT SELECT FAILED - SQLCODE: '
013263                     SQLCODE
013264             MOVE 'TARGET DEPT LOOKUP FAILED'
013265                                 TO WS-XFER-REASON
013266             IF RETURN-CODE < 16
013267                 MOVE 16 TO RETURN-CODE
013268             END-IF
013269     END-EVALUATE.
013270
013271 A058-EDIT-TRANSFER-PARA-EXIT.
013272     EXIT.
013273
013274******************************************************************
013275*    A059-REJECT-TRANSFER-PARA                                   *
013276*    COUNT AND DISPLAY A TRANSFER THAT FAILED A058'S EDITS AND   *
013277*    WARN THE RUN. NOTHING IS LOGGED TO ENRLFILE - THE STUDENT   *
013278*    STAYS WHERE THEY ARE UNTIL A CORRECTED TRANSFER COMES IN.   *
013279******************************************************************
013280 A059-REJECT-TRANSFER-PARA.
013281
013282     ADD 1 TO WS-CNT-XFER-REJECTED
013283
013284     DISPLAY 'TRANSFER REJECTED - STUD-ID: ' FL-STUD-ID
013285             ' TARGET: ' WS-FL-XFER-DEPT
013286             ' - ' WS-XFER-REASON
013287
013288     IF RETURN-CODE < 4
013289         MOVE 4 TO RETURN-CODE
013290     END-IF.
013291
013292 A059-REJECT-TRANSFER-PARA-EXIT.
013293     EXIT.
013294
013295******************************************************************
013296*    X200-SWEEP-WAITLIST-PARA                                    *
013297*    SWEEP THE PRIOR RUN'S WAITLIST AHEAD OF THE EMPFIL PASS,    *
013298*    THE SAME WAY X100 SWEEPS SUSPENSE. EACH PARKED ADD GOES     *
013299*    BACK THROUGH THE NORMAL VALIDATE-AND-DISPATCH PATH: IF A    *
013300*    SEAT HAS OPENED IT LOGS TO ENRLFILE, OTHERWISE A050 PARKS   *
013301*    IT ON WAITOUT AGAIN. THE FILE IS READ FRONT TO BACK, SO     *
013310*    WAITING STUDENTS ARE RELEASED IN ARRIVAL ORDER AND GO       *
013320*    AHEAD OF THE DAY'S NEW ARRIVALS.                            *
013330******************************************************************
014170     MOVE 'NEWLY-WAITLISTED' TO CNTRNAME
014180     MOVE WS-CNT-WAITLISTED  TO CNTRVAL
014190     PERFORM L100-LOG-ONE-COUNT-PARA
014191                THRU L100-LOG-ONE-COUNT-PARA-EXIT
014192
014193     MOVE 'XFER-REJECTED'    TO CNTRNAME
014194     MOVE WS-CNT-XFER-REJECTED
014195                             TO CNTRVAL
014196     PERFORM L100-LOG-ONE-COUNT-PARA
014197                THRU L100-LOG-ONE-COUNT-PARA-EXIT
014198
014199     MOVE 'SECT-REJECTED'    TO CNTRNAME
014200     MOVE WS-CNT-SECT-REJECTED
014201                             TO CNTRVAL
014202     PERFORM L100-LOG-ONE-COUNT-PARA
014203                THRU L100-LOG-ONE-COUNT-PARA-EXIT
014204
014205     MOVE 'MERGED-ID-SKIPPED' TO CNTRNAME
014206     MOVE WS-CNT-MERGED-ID   TO CNTRVAL
014207     PERFORM L100-LOG-ONE-COUNT-PARA
014208                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
014210
014220 L000-LOG-RUN-COUNTS-PARA-EXIT.
014230     EXIT.
014770
014780 I100-CHECK-ARCHIVE-PARA-EXIT.
014790     EXIT.
014800
014810******************************************************************
014820*    A052-EDIT-SECTION-PARA                                      *
014830*    EDIT THE COURSE AND SECTION ON AN ADD OR DROP AGAINST THE   *
014840*    COURSE MASTER. BOTH BLANK IS A DEPARTMENT-LEVEL ENROLLMENT  *
014850*    (EMPFIL, SUSPENSE AND WAITLIST RECORDS FROM BEFORE THE      *
014860*    FIELDS EXISTED) AND PASSES AS BEFORE; ONE WITHOUT THE OTHER *
014870*    FAILS. THE SECTION MUST BE ON THE MASTER, AND AN ADD ALSO   *
014880*    NEEDS IT OPEN - A DROP FROM A CANCELLED SECTION IS EXACTLY  *
014890*    WHAT THE REGISTRAR SENDS AFTER A CANCEL, SO IT IS ALLOWED.  *
014900*    A FAILED EDIT LEAVES ITS REASON IN WS-SECT-REASON FOR A053. *
014910******************************************************************
014920 A052-EDIT-SECTION-PARA.
014930
014940     MOVE 'Y' TO WS-SECT-VALID-SW
014950
014960     IF WS-FL-CRS-CODE = SPACES AND WS-FL-CRS-SECT = SPACES
014970         GO TO A052-EDIT-SECTION-PARA-EXIT
014980     END-IF
014990
015000     MOVE 'N' TO WS-SECT-VALID-SW
015010
015020     IF WS-FL-CRS-CODE = SPACES OR WS-FL-CRS-SECT = SPACES
015030         MOVE 'COURSE OR SECTION MISSING' TO WS-SECT-REASON
015040         GO TO A052-EDIT-SECTION-PARA-EXIT
015050     END-IF
015060
015070     MOVE WS-FL-CRS-CODE TO CRSCODE
015080     MOVE WS-FL-CRS-SECT TO CRSSECT
015090
015100     EXEC SQL
015110          SELECT  CRSDEPT, CRSSTAT
015120            INTO  :CRSDEPT, :CRSSTAT
015130            FROM  COURSE
015140           WHERE  CRSCODE = :CRSCODE
015150             AND  CRSSECT = :CRSSECT
015160     END-EXEC
015170
015180     EVALUATE SQLCODE
015190         WHEN 0
015200             IF WS-TRANS-IS-ADD AND CRSSTAT NOT = 'O'
015210                 MOVE 'SECTION NOT OPEN' TO WS-SECT-REASON
015220             ELSE
015230                 MOVE 'Y' TO WS-SECT-VALID-SW
015240             END-IF
015250         WHEN 100
015260             MOVE 'SECTION NOT ON COURSE MASTER'
015270                                 TO WS-SECT-REASON
015280         WHEN OTHER
015290             DISPLAY 'SECTION SELECT FAILED - SQLCODE: '
015300                     SQLCODE
015310             MOVE 'SECTION LOOKUP FAILED'
015320                                 TO WS-SECT-REASON
015330             IF RETURN-CODE < 16
015340                 MOVE 16 TO RETURN-CODE
015350             END-IF
015360     END-EVALUATE.
015370
015380 A052-EDIT-SECTION-PARA-EXIT.
015390     EXIT.
015400
015410******************************************************************
015420*    A053-REJECT-SECTION-PARA                                    *
015430*    COUNT AND DISPLAY AN ADD OR DROP THAT FAILED A052'S EDITS   *
015440*    AND WARN THE RUN. NOTHING IS LOGGED TO ENRLFILE AND A       *
015450*    WAITLISTED ADD IS NOT RE-PARKED - THE REGISTRAR RE-KEYS     *
015460*    IT AGAINST A SECTION THAT EXISTS.                           *
015470******************************************************************
015480 A053-REJECT-SECTION-PARA.
015490
015500     ADD 1 TO WS-CNT-SECT-REJECTED
015510
015520     DISPLAY 'SECTION REJECTED - STUD-ID: ' FL-STUD-ID
015530             ' COURSE: ' WS-FL-CRS-CODE
015540             ' SECTION: ' WS-FL-CRS-SECT
015550             ' - ' WS-SECT-REASON
015560
015570     IF RETURN-CODE < 4
015580         MOVE 4 TO RETURN-CODE
015590     END-IF.
015600
015610 A053-REJECT-SECTION-PARA-EXIT.
015620     EXIT.
015630
015640******************************************************************
015650*    A054-CHECK-SEAT-HELD-PARA                                   *
015660*    DECIDE WHETHER THE STUDENT ON AN ADD ALREADY HOLDS A SEAT   *
015670*    IN WS-CAP-DEPT - AN OPEN ENROLLMENT ROW THERE FOR ANOTHER   *
015680*    SECTION, OR A SEAT TAKEN EARLIER IN THIS RUN (HELD IN       *
015690*    WS-LAST-SEATED; EMPFIL ARRIVES IN STUD-ID ORDER SO A        *
015700*    STUDENT'S ADDS ARE ADJACENT). A FAILED SELECT FLAGS THE     *
015710*    RUN AND FALLS BACK TO THE NORMAL HEADCOUNT CHECK.           *
015720******************************************************************
015730 A054-CHECK-SEAT-HELD-PARA.
015740
015750     MOVE 'N' TO WS-SEAT-HELD-SW
015760
015770     IF FL-STUD-ID = WS-SEATED-STUDID
015780        AND WS-CAP-DEPT = WS-SEATED-DEPT
015790         MOVE 'Y' TO WS-SEAT-HELD-SW
015800         GO TO A054-CHECK-SEAT-HELD-PARA-EXIT
015810     END-IF
015820
015830     EXEC SQL
015840          SELECT  COUNT(*)
015850            INTO  :WS-SEAT-HELD-CNT
015860            FROM  ENROLLMENT
015870           WHERE  STUDID   = :STUDID
015880             AND  ENRLDEPT = :WS-CAP-DEPT
015890             AND  ENDDATE  = '        '
015900     END-EXEC
015910
015920     EVALUATE SQLCODE
015930         WHEN 0
015940             IF WS-SEAT-HELD-CNT > ZERO
015950                 MOVE 'Y' TO WS-SEAT-HELD-SW
015960             END-IF
015970         WHEN OTHER
015980             DISPLAY 'SEAT-HELD SELECT FAILED - SQLCODE: '
015990                     SQLCODE
016000             IF RETURN-CODE < 16
016010                 MOVE 16 TO RETURN-CODE
016020             END-IF
016030     END-EVALUATE.
016040
016050 A054-CHECK-SEAT-HELD-PARA-EXIT.
016060     EXIT.
016070
016080******************************************************************
016090*    A075-HANDLE-MERGED-PARA                                     *
016100*    A TRANSACTION FOR A STUD-ID STUDMAINT HAS MERGED INTO       *
016110*    ANOTHER. THE RETIRED ID MUST NOT GATHER NEW HISTORY, AND    *
016120*    POSTING IT UNDER THE SURVIVOR IS A REGISTRAR DECISION, SO   *
016130*    IT IS COUNTED AND DISPLAYED WITH THE SURVIVING ID FOR       *
016140*    RE-KEYING AND THE RUN IS FLAGGED. IT GOES NOWHERE NEAR      *
016150*    EXCPFILE - THE RECYCLE PASS WOULD ONLY BRING IT BACK.       *
016160******************************************************************
016170 A075-HANDLE-MERGED-PARA.
016180
016190     ADD 1 TO WS-CNT-MERGED-ID
016200
016210     DISPLAY 'STUD-ID ' FL-STUD-ID ' MERGED INTO ' MRGDINTO
016220             ' - TRANSACTION ' FL-EFF-DATE ' NOT POSTED'
016230
016240     IF RETURN-CODE < 4
016250         MOVE 4 TO RETURN-CODE
016260     END-IF.
016270
016280 A075-HANDLE-MERGED-PARA-EXIT.
016290     EXIT.
016300
016310******************************************************************
016320*    I200-CHECK-MERGED-PARA                                      *
016330*    FOR INQUIRY MODE - IS THE REQUESTED STUD-ID ONE STUDMAINT   *
016340*    HAS MERGED INTO ANOTHER? ITS EMPFIL HISTORY WILL HAVE MOVED *
016350*    TO THE SURVIVOR, SO THE ANSWER DECIDES WHAT A MISS ON       *
016360*    EMPFIL MEANS. LEAVES THE SURVIVING ID IN MRGDINTO.          *
016370******************************************************************
016380 I200-CHECK-MERGED-PARA.
016390
016400     MOVE 'N'           TO WS-INQ-MERGED-SW
016410     MOVE WS-INQUIRY-ID TO STUDID
016420
016430     EXEC SQL
016440          SELECT  STUDSTAT, MRGDINTO
016450            INTO  :STUDSTAT, :MRGDINTO
016460            FROM  STUDENT
016470           WHERE  STUDID = :STUDID
016480     END-EXEC
016490
016500     IF SQLCODE = 0
016510        AND STUDSTAT = 'M'
016520         MOVE 'Y' TO WS-INQ-MERGED-SW
016530     END-IF.
016540
016550 I200-CHECK-MERGED-PARA-EXIT.
016560     EXIT.
016561
016562******************************************************************
016563*    I300-DISCLOSE-PARA                                          *
016564*    FOR INQUIRY MODE - THE STUDENT ABOUT TO BE SHOWN IS UNDER A *
016565*    PRIVACY HOLD, SO WRITE THE DISCLOSURE TO DISCLOG WITH THE   *
016566*    REQUESTER FROM THE PARM. A PARM WITH NO REQUESTER IS STILL  *
016567*    LOGGED, AS 'NOT GIVEN', FOR THE RECORDS OFFICER TO FOLLOW   *
016568*    UP. A FAILED WRITE WITHHOLDS THE STUDENT, RC 16.            *
016569******************************************************************
016570 I300-DISCLOSE-PARA.
016571
016572     IF WS-DISC-REQUESTER = SPACES
016573         MOVE 'NOT GIVEN' TO WS-DISC-REQUESTER
016574         DISPLAY 'NO REQUESTER ON THE PARM - DISCLOSURE LOGGED '
016575                 'AS NOT GIVEN'
016576     END-IF
016577
016578     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
016579
016580     MOVE SPACES                     TO DISC-REC
016581     MOVE WS-CURRENT-TIMESTAMP (1:8) TO DISC-DATE
016582     MOVE 'STUD'                     TO DISC-PROGRAM
016583     MOVE STUDID                     TO DISC-STUD-ID
016584     MOVE WS-DISC-REQUESTER          TO DISC-REQUESTER
016585     MOVE WS-CURRENT-TIMESTAMP       TO DISC-TIMESTAMP
016586
016587     WRITE DISC-REC
016588
016589     IF NOT WS-DISC-OK
016590         DISPLAY 'DISCLOG WRITE FAILED - FILE STATUS: '
016591                 WS-DISC-STATUS
016592         MOVE +16 TO RETURN-CODE
016593     END-IF.
016594
016595 I300-DISCLOSE-PARA-EXIT.
016596     EXIT.
016597
016598******************************************************************
016599*    I310-GET-REQUESTER-PARA                                     *
016600*    FOR INQUIRY MODE - THE PARM IS THE STUD-ID, A SEPARATOR AND *
016601*    THEN WHO IS ASKING (E.G. '00123,J SMITH REGISTRAR'). PICK   *
016602*    UP AS MUCH OF THE REQUESTER AS WAS PASSED, UP TO 20 BYTES.  *
016603******************************************************************
016604 I310-GET-REQUESTER-PARA.
016605
016606     MOVE SPACES TO WS-DISC-REQUESTER
016607
016608     IF LK-PARM-LEN > 6
016609         COMPUTE WS-DISC-REQ-LEN = LK-PARM-LEN - 6
016610         IF WS-DISC-REQ-LEN > 20
016611             MOVE 20 TO WS-DISC-REQ-LEN
016612         END-IF
016613         MOVE LK-PARM-REQUESTER (1:WS-DISC-REQ-LEN)
016614                                 TO WS-DISC-REQUESTER
016615     END-IF.
016616
016617 I310-GET-REQUESTER-PARA-EXIT.
016618     EXIT.
016619
016620******************************************************************
016621*    X300-OPEN-ENRL-GEN-PARA                                     *
016622*    OPEN ENRLFILE FOR THIS RUN'S GENERATION. ENRLFILE IS A WORK *
016623*    DATASET STUDJOB TURNS INTO A NEW GENERATION AND DELETES     *
016624*    ONCE THE RUN FINISHES, SO A FRESH START MUST FIND IT EMPTY  *
016630*    - ANYTHING ON IT IS A GENERATION NOT YET CATALOGED, AND     *
016640*    WRITING OVER IT WOULD MERGE TWO RUNS INTO ONE. A FRESH      *
016650*    START TAKES A NEW GENERATION ID AND WRITES THE HEADER. A    *
016660*    RESTART MUST FIND THE HEADER OF THE GENERATION ITS          *
016670*    CHECKPOINT NAMES; IT APPENDS AND PICKS UP THE ENTRY COUNT   *
016680*    SO THE ENTRIES IT WRITES OVER KEEP THEIR NUMBERS. EITHER    *
016690*    MISMATCH REFUSES THE RUN WITH RETURN-CODE 20 BEFORE ANY     *
016692*    EMPFIL RECORD IS TOUCHED. THE ONE EXCEPTION ON A FRESH      *
016694*    START IS A GENERATION WITH NO TRAILER: ITS RUN DIED BEFORE  *
016696*    ITS FIRST CHECKPOINT, SO NOTHING CAN RESTART IT AND NOTHING *
016698*    ON IT HAS BEEN CATALOGED. IT IS DISCARDED (OPEN OUTPUT      *
016700*    WRITES OVER IT) WITH RETURN-CODE 4 AND THE RUN STARTS OVER  *
016702*    FROM THE TOP OF EMPFIL.                                     *
016710******************************************************************
016720 X300-OPEN-ENRL-GEN-PARA.
016730
016740     MOVE 'N'    TO WS-ENRL-EMPTY-SW
016743     MOVE 'N'    TO WS-ENRL-EOF-SW
016746     MOVE 'N'    TO WS-ENRL-TRAILER-SW
016750     MOVE SPACES TO WS-ENRL-FIRST-CODE
016760     MOVE SPACES TO WS-ENRL-FIRST-GEN
016770
016780     OPEN INPUT ENRLFILE
016790
016800     IF WS-ENRL-OK
016810         READ ENRLFILE
016820             AT END
016830                 MOVE 'Y' TO WS-ENRL-EMPTY-SW
016840             NOT AT END
016850                 MOVE ECTL-CODE   TO WS-ENRL-FIRST-CODE
016860                 MOVE ECTL-GEN-ID TO WS-ENRL-FIRST-GEN
016870         END-READ
016871         IF NOT WS-ENRL-EMPTY
016872             PERFORM X310-SCAN-ENRL-GEN-PARA
016873                    THRU X310-SCAN-ENRL-GEN-PARA-EXIT
016874                 UNTIL WS-ENRL-EOF
016875         END-IF
016880         CLOSE ENRLFILE
016881         IF NOT WS-ENRL-OK
016882             DISPLAY 'ENRLFILE CLOSE FAILED'
016883             PERFORM X390-ENRL-FAILED-PARA
016884                    THRU X390-ENRL-FAILED-PARA-EXIT
016885         END-IF
016890     ELSE
016900         MOVE 'Y' TO WS-ENRL-EMPTY-SW
016910     END-IF
016920
016930     IF WS-RESTART-ACTIVE
016940         IF WS-ENRL-FIRST-CODE NOT = 'HDR  '
016950            OR WS-ENRL-FIRST-GEN NOT = WS-RESTART-GEN-ID
016960             DISPLAY 'ENRLFILE DOES NOT HOLD GENERATION '
016970                     WS-RESTART-GEN-ID
016980                     ' NAMED BY THE CHECKPOINT - RUN REFUSED'
016990             MOVE +20 TO RETURN-CODE
016993             PERFORM K900-BATCH-END-PARA
016996                    THRU K900-BATCH-END-PARA-EXIT
017000             GOBACK
017010         END-IF
017020         MOVE WS-RESTART-GEN-ID   TO WS-GEN-ID
017030         MOVE WS-RESTART-ENRLS    TO WS-CNT-ENRL-WRITTEN
017040         OPEN EXTEND ENRLFILE
017041         IF NOT WS-ENRL-OK
017042             DISPLAY 'ENRLFILE OPEN EXTEND FAILED'
017043             PERFORM X390-ENRL-FAILED-PARA
017044                    THRU X390-ENRL-FAILED-PARA-EXIT
017045         END-IF
017050         DISPLAY 'CONTINUING ENRLFILE GENERATION ' WS-GEN-ID
017060                 ' AFTER ENTRY ' WS-CNT-ENRL-WRITTEN
017070         GO TO X300-OPEN-ENRL-GEN-PARA-EXIT
017080     END-IF
017090
017100     IF NOT WS-ENRL-EMPTY
017104         IF WS-ENRL-HAS-TRAILER
017108             DISPLAY 'ENRLFILE STILL HOLDS GENERATION '
017112                     WS-ENRL-FIRST-GEN
017116                     ' - NOT YET CATALOGED - RUN REFUSED'
017120             MOVE +20 TO RETURN-CODE
017124             PERFORM K900-BATCH-END-PARA
017128                    THRU K900-BATCH-END-PARA-EXIT
017132             GOBACK
017136         END-IF
017140         DISPLAY 'ENRLFILE GENERATION ' WS-ENRL-FIRST-GEN
017144                 ' HAS NO TRAILER AND NO CHECKPOINT - DISCARDED'
017148         IF RETURN-CODE < 4
017152             MOVE +4 TO RETURN-CODE
017156         END-IF
017160     END-IF
017170
017180     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-GEN-ID
017190
017200     OPEN OUTPUT ENRLFILE
017201     IF NOT WS-ENRL-OK
017202         DISPLAY 'ENRLFILE OPEN OUTPUT FAILED'
017203         PERFORM X390-ENRL-FAILED-PARA
017204                THRU X390-ENRL-FAILED-PARA-EXIT
017205     END-IF
017210
017220     MOVE SPACES    TO ENRL-CTL-REC
017230     MOVE 'HDR  '   TO ECTL-CODE
017240     MOVE WS-GEN-ID TO ECTL-GEN-ID
017250     MOVE ZERO      TO ECTL-REC-COUNT
017260     MOVE ZERO      TO ECTL-SEQ-NO
017270     WRITE ENRL-CTL-REC
017280
017290     DISPLAY 'STARTING ENRLFILE GENERATION ' WS-GEN-ID.
017291
017292 X300-OPEN-ENRL-GEN-PARA-EXIT.
017293     EXIT.
017294
017295******************************************************************
017296*    X310-SCAN-ENRL-GEN-PARA                                     *
017297*    READ THE REST OF THE GENERATION LEFT ON ENRLFILE, NOTING    *
017298*    WHETHER ITS TRAILER WAS WRITTEN.                            *
017299******************************************************************
017300 X310-SCAN-ENRL-GEN-PARA.
017301
017302     READ ENRLFILE
017303         AT END
017304             MOVE 'Y' TO WS-ENRL-EOF-SW
017305         NOT AT END
017306             IF ECTL-IS-TRAILER
017307                AND ECTL-GEN-ID = WS-ENRL-FIRST-GEN
017308                 MOVE 'Y' TO WS-ENRL-TRAILER-SW
017309             END-IF
017310     END-READ.
017311
017312 X310-SCAN-ENRL-GEN-PARA-EXIT.
017313     EXIT.
017314
017315******************************************************************
017316*    X390-ENRL-FAILED-PARA                                       *
017317*    AN OPEN OR CLOSE OF ENRLFILE FAILED. END THE RUN WITH       *
017318*    RETURN-CODE 20, NOT 16, SO STUDJOB DOES NOT COPY A          *
017319*    GENERATION WITH NO TRAILER INTO ENRLFILE - ENRLGEN AND      *
017320*    ENRLCLNP ARE HELD AND ENRLWORK IS KEPT FOR THE RESTART.     *
017321******************************************************************
017322 X390-ENRL-FAILED-PARA.
017323
017324     DISPLAY 'ENRLFILE FILE STATUS: ' WS-ENRL-STATUS
017325             ' - ENRLWORK KEPT FOR A RESTART'
017326     MOVE +20 TO RETURN-CODE
017327     PERFORM K900-BATCH-END-PARA
017328            THRU K900-BATCH-END-PARA-EXIT
017329     GOBACK.
017330
017331 X390-ENRL-FAILED-PARA-EXIT.
017332     EXIT.
017333
017340******************************************************************
017350*    K000-BATCH-START-PARA                                       *
017360*    TAKE THIS RUN'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL.  *
017370*    STUDMAINT, AT THE HEAD OF THE STREAM, OPENS TODAY AS THE    *
017380*    BUSINESS DATE; EVERY LATER PROGRAM WORKS TO THE LATEST DATE *
017390*    STUDMAINT OPENED, SO A NIGHT THAT RUNS PAST MIDNIGHT STAYS  *
017400*    ONE BUSINESS DATE. THE RUN IS REFUSED WITH RETURN-CODE 24,  *
017410*    BEFORE ANY FILE IS OPENED, WHEN THIS PROGRAM ALREADY        *
017420*    FINISHED CLEAN FOR THE DATE OR ITS PREDECESSOR HAS NOT. A   *
017430*    FAILED OR INTERRUPTED RUN MAY BE RESUBMITTED. THE START IS  *
017440*    COMMITTED AT ONCE SO THE BATCH-WINDOW REPORT SEES IT.       *
017450******************************************************************
017460 K000-BATCH-START-PARA.
017470
017480     IF WS-BC-PRED = SPACES
017490         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BC-DATE
017500     ELSE
017510         EXEC SQL
017520              SELECT  VALUE(MAX(BCDATE), ' ')
017530                INTO  :WS-BC-DATE
017540                FROM  BATCHCTL
017550               WHERE  BCPROG = 'STUDMAINT'
017560         END-EXEC
017570         IF SQLCODE NOT = 0
017580             DISPLAY 'STUD - '
017590                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
017600             MOVE 16 TO RETURN-CODE
017610             GOBACK
017620         END-IF
017630         IF WS-BC-DATE = SPACES
017640             DISPLAY 'STUD - '
017650                     'STUDMAINT HAS OPENED NO BUSINESS DATE ON '
017660                     'BATCHCTL - RUN REFUSED'
017670             MOVE 24 TO RETURN-CODE
017680             GOBACK
017690         END-IF
017700     END-IF
017710
017720     MOVE WS-BC-DATE    TO BCDATE
017730     MOVE WS-BC-PROGRAM TO BCPROG
017740     PERFORM K100-GET-STATUS-PARA
017750                THRU K100-GET-STATUS-PARA-EXIT
017760
017770     IF WS-BC-FOUND AND BCSTAT = 'C'
017780         DISPLAY 'STUD - '
017790                 'ALREADY FINISHED CLEAN FOR BUSINESS DATE '
017800                 WS-BC-DATE ' - RUN REFUSED'
017810         MOVE 24 TO RETURN-CODE
017820         GOBACK
017830     END-IF
017840
017850     MOVE WS-BC-FOUND-SW TO WS-BC-ROW-SW
017860
017870     IF WS-BC-PRED NOT = SPACES
017880         MOVE WS-BC-PRED TO BCPROG
017890         PERFORM K100-GET-STATUS-PARA
017900                    THRU K100-GET-STATUS-PARA-EXIT
017910         IF NOT WS-BC-FOUND OR BCSTAT NOT = 'C'
017920             DISPLAY 'STUD - ' WS-BC-PRED
017930                     ' HAS NOT FINISHED CLEAN FOR BUSINESS DATE '
017940                     WS-BC-DATE ' - RUN REFUSED'
017950             IF WS-BC-FOUND
017960                 DISPLAY 'STUD - ' WS-BC-PRED
017970                         ' STATUS: ' BCSTAT ' RETURN-CODE: ' BCRC
017980             END-IF
017990             MOVE 24 TO RETURN-CODE
018000             GOBACK
018010         END-IF
018020     END-IF
018030
018040     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
018050     MOVE WS-BC-PROGRAM   TO BCPROG
018060     MOVE WS-BC-TIMESTAMP TO BCSTART
018070     MOVE SPACES          TO BCEND
018080     MOVE ZERO            TO BCRC
018090     MOVE 'R'             TO BCSTAT
018100
018110     IF WS-BC-ROW-EXISTS
018120         EXEC SQL
018130              UPDATE  BATCHCTL
018140                 SET  BCSTART = :BCSTART,
018150                      BCEND   = :BCEND,
018160                      BCRC    = :BCRC,
018170                      BCSTAT  = :BCSTAT
018180               WHERE  BCDATE  = :BCDATE
018190                 AND  BCPROG  = :BCPROG
018200         END-EXEC
018210     ELSE
018220         EXEC SQL
018230              INSERT INTO BATCHCTL
018240                     (BCDATE, BCPROG, BCSTART, BCEND,
018250                      BCRC, BCSTAT)
018260              VALUES (:BCDATE, :BCPROG, :BCSTART, :BCEND,
018270                      :BCRC, :BCSTAT)
018280         END-EXEC
018290     END-IF
018300
018310     IF SQLCODE NOT = 0
018320         DISPLAY 'STUD - '
018330                 'BATCHCTL START NOT RECORDED - SQLCODE: ' SQLCODE
018340         MOVE 16 TO RETURN-CODE
018350         GOBACK
018360     END-IF
018370
018380     EXEC SQL
018390          COMMIT
018400     END-EXEC
018410
018420     MOVE 'Y' TO WS-BC-STARTED-SW
018430     DISPLAY 'STUD - BUSINESS DATE ' WS-BC-DATE.
018440
018450 K000-BATCH-START-PARA-EXIT.
018460     EXIT.
018470
018480******************************************************************
018490*    K100-GET-STATUS-PARA                                        *
018500*    FETCH THE BATCHCTL ROW FOR BCDATE/BCPROG. WS-BC-FOUND SAYS  *
018510*    WHETHER THERE IS ONE; A FAILED SELECT ENDS THE RUN BEFORE   *
018520*    ANY WORK IS DONE.                                           *
018530******************************************************************
018540 K100-GET-STATUS-PARA.
018550
018560     EXEC SQL
018570          SELECT  BCSTAT, BCRC
018580            INTO  :BCSTAT, :BCRC
018590            FROM  BATCHCTL
018600           WHERE  BCDATE = :BCDATE
018610             AND  BCPROG = :BCPROG
018620     END-EXEC
018630
018640     EVALUATE SQLCODE
018650         WHEN 0
018660             MOVE 'Y' TO WS-BC-FOUND-SW
018670         WHEN 100
018680             MOVE 'N' TO WS-BC-FOUND-SW
018690         WHEN OTHER
018700             DISPLAY 'STUD - '
018710                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
018720                     ' PROGRAM: ' BCPROG
018730             MOVE 16 TO RETURN-CODE
018740             GOBACK
018750     END-EVALUATE.
018760
018770 K100-GET-STATUS-PARA-EXIT.
018780     EXIT.
018790
018800******************************************************************
018810*    K900-BATCH-END-PARA                                         *
018820*    RECORD THE END OF THE RUN ON BATCHCTL: END TIME, RETURN     *
018830*    CODE, AND STATUS 'C' (CLEAN) UP TO WS-BC-CLEAN-RC OR 'F'    *
018840*    (FAILED) ABOVE IT. A FAILED RUN HOLDS ITS SUCCESSOR UNTIL   *
018850*    IT IS RESUBMITTED AND FINISHES CLEAN.                       *
018860******************************************************************
018870 K900-BATCH-END-PARA.
018880
018890     IF NOT WS-BC-STARTED
018900         GO TO K900-BATCH-END-PARA-EXIT
018910     END-IF
018920
018930     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
018940     MOVE WS-BC-DATE      TO BCDATE
018950     MOVE WS-BC-PROGRAM   TO BCPROG
018960     MOVE WS-BC-TIMESTAMP TO BCEND
018970     MOVE RETURN-CODE     TO BCRC
018980
018990     IF RETURN-CODE > WS-BC-CLEAN-RC
019000         MOVE 'F' TO BCSTAT
019010     ELSE
019020         MOVE 'C' TO BCSTAT
019030     END-IF
019040
019050     EXEC SQL
019060          UPDATE  BATCHCTL
019070             SET  BCEND   = :BCEND,
019080                  BCRC    = :BCRC,
019090                  BCSTAT  = :BCSTAT
019100           WHERE  BCDATE  = :BCDATE
019110             AND  BCPROG  = :BCPROG
019120     END-EXEC
019130
019140     IF SQLCODE NOT = 0
019150         DISPLAY 'STUD - '
019160                 'BATCHCTL END NOT RECORDED - SQLCODE: ' SQLCODE
019170         IF RETURN-CODE < 16
019180             MOVE 16 TO RETURN-CODE
019190         END-IF
019200         GO TO K900-BATCH-END-PARA-EXIT
019210     END-IF
019220
019230     EXEC SQL
019240          COMMIT
019250     END-EXEC
019260
019270     MOVE 'N' TO WS-BC-STARTED-SW.
019280
019290 K900-BATCH-END-PARA-EXIT.
019300     EXIT.
