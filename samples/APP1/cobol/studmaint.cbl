001648*                     A NEW DAY'S BATCH ARRIVING OVER A PENDING  *
001649*                     CHECKPOINT NOW FAILS WITH RC 8 INSTEAD OF  *
001651*                     SILENTLY LOSING ITS FIRST N TRANSACTIONS.  *
001652*    10/15/2026 RH    NEW 'M' MERGE TRANSACTION FOR A STUDENT    *
001653*                     ADMISSIONS CREATED TWICE - TRAN-STUDID IS  *
001654*                     THE RETIRED ID, TRAN-MRG-SURVIVOR THE ID   *
001655*                     THAT LIVES ON. THE RETIRED ID'S ENROLLMENT *
001656*                     ROWS AND EMPFIL TRANSACTIONS MOVE TO THE   *
001657*                     SURVIVOR, THE RETIRED STUDENT ROW IS       *
001658*                     MARKED 'M' WITH MRGDINTO POINTING AT THE   *
001659*                     SURVIVOR, AND A BEFORE/AFTER PAIR GOES TO  *
001660*                     AUDFILE. THE TRAILER CARRIES A MERGE COUNT *
001661*                     (BLANK ON OLDER BATCHES, TAKEN AS ZERO).   *
001662*                     CHANGES AND WITHDRAWALS NO LONGER TOUCH A  *
001663*                     MERGED ROW.                                *
001664*    10/15/2026 RH    OPEN THE NIGHT'S BUSINESS DATE ON THE NEW  *
001665*                     BATCHCTL CONTROL TABLE AND RECORD THIS     *
001666*                     RUN'S START, END, RETURN CODE AND STATUS   *
001667*                     ON IT. A RERUN FOR A DATE ALREADY FINISHED *
001668*                     CLEAN IS REFUSED WITH RETURN-CODE 24       *
001669*                     BEFORE ANY FILE IS OPENED. A RUN ENDING    *
001670*                     ABOVE RC 4 IS RECORDED FAILED, WHICH HOLDS *
001671*                     STUDJOB.                                   *
001672*    10/15/2026 RH    NEW 'P' PRIVACY-HOLD TRANSACTION - TRAN-   *
001673*                     PRIV-HOLD 'Y' SETS A STUDENT'S DIRECTORY-  *
001674*                     INFORMATION HOLD (NEW PRIVHOLD COLUMN),    *
001675*                     'N' RELEASES IT. AN ADD MAY CARRY 'Y' TO   *
001676*                     START HELD. EVERY AUDIT RECORD NOW CARRIES *
001677*                     THE HOLD FLAG BEFORE AND AFTER, A MERGE    *
001678*                     CARRIES A HOLD ON THE RETIRED ID TO THE    *
001679*                     SURVIVOR, AND THE TRAILER CARRIES A HOLD   *
001680*                     COUNT (BLANK ON OLDER BATCHES, TAKEN AS    *
001681*                     ZERO).                                     *
001682*                                                                *
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002550     SELECT MNTCKPT ASSIGN TO MNTCKPT
002560            ORGANIZATION IS SEQUENTIAL
002570            FILE STATUS IS WS-MCKPT-STATUS.
002573
002576     SELECT EMPFIL ASSIGN TO EMPFILE
002579            ORGANIZATION IS INDEXED
002582            ACCESS MODE IS DYNAMIC
002585            RECORD KEY IS FL-KEY
002588            ALTERNATE RECORD KEY IS STUD-ID WITH DUPLICATES
002591            FILE STATUS IS WS-EMPFIL-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
003500        88 TRAN-IS-DELETE           VALUE 'D'.
003520        88 TRAN-IS-HEADER           VALUE 'H'.
003540        88 TRAN-IS-TRAILER          VALUE 'T'.
003570        88 TRAN-IS-MERGE            VALUE 'M'.
003585        88 TRAN-IS-HOLD             VALUE 'P'.
003600     05 TRAN-STUDID           PIC X(05).
003700     05 TRAN-STUDNAME         PIC X(10).
003800     05 TRAN-DEPARTMENT       PIC X(10).
003850     05 TRAN-MRG-SURVIVOR     PIC X(05).
003875     05 TRAN-PRIV-HOLD        PIC X(01).
003900     05 FILLER                PIC X(48).
003910
003920******************************************************************
003930*    BATCH-CONTROL VIEWS OF THE SAME RECORD AREA - THE HEADER    *
003980     05 TRL-CNT-CHANGES       PIC 9(07).
003981     05 TRL-CNT-DELETES       PIC 9(07).
003982     05 TRL-CNT-TOTAL         PIC 9(07).
003983     05 TRL-CNT-MERGES        PIC 9(07).
003984     05 TRL-CNT-MERGES-X REDEFINES TRL-CNT-MERGES
003985                              PIC X(07).
003988     05 TRL-CNT-HOLDS         PIC 9(07).
003991     05 TRL-CNT-HOLDS-X REDEFINES TRL-CNT-HOLDS
003994                              PIC X(07).
003997     05 FILLER                PIC X(37).
004000
004100 FD  TRANREJ
004200     RECORDING MODE IS F.
004900     05 AUD-NEW-NAME          PIC X(10).
004905     05 FILLER                PIC X(01).
004910     05 AUD-NEW-DEPT          PIC X(10).
004912     05 AUD-OLD-HOLD          PIC X(01).
004914     05 AUD-NEW-HOLD          PIC X(01).
004916
004917******************************************************************
004918*    MERGE VIEW OF THE AUDIT RECORD - A MERGE WRITES TWO, ONE    *
004919*    FOR THE RETIRED ID AND ONE FOR THE SURVIVOR. THE OLD NAME   *
004920*    AND DEPARTMENT ARE THE STUDENT'S OWN; THE NEW-IMAGE AREA    *
004921*    CARRIES THE ROLE, THE OTHER STUD-ID OF THE PAIR AND THE     *
004922*    STUDSTAT THE ROW HAD BEFORE THE MERGE.                      *
004923******************************************************************
004924 01  AUD-MRG-REC.
004925     05 FILLER                PIC X(57).
004926     05 AUD-MRG-ROLE          PIC X(01).
004927        88 AUD-MRG-IS-RETIRED       VALUE 'R'.
004928        88 AUD-MRG-IS-SURVIVOR      VALUE 'S'.
004929     05 AUD-MRG-OTHER-ID      PIC X(05).
004930     05 AUD-MRG-OLD-STAT      PIC X(01).
004931     05 FILLER                PIC X(16).
004932
004933 FD  MNTCKPT
004934     RECORDING MODE IS F.
004935 01  MCKPT-REC.
004940     05 MCKPT-REC-TYPE        PIC X(01).
004945        88 MCKPT-TYPE-CHECKPOINT     VALUE '0'.
004955     05 MCKPT-TRAN-COUNT      PIC 9(09) COMP-3.
004957     05 MCKPT-BATCH-ID        PIC X(08).
004960     05 FILLER                PIC X(66).
004961
004962 FD  EMPFIL
004963     RECORDING MODE IS F.
004964 01  FL-REC.
004965     05 FL-KEY.
004966        10 STUD-ID           PIC X(05).
004967        10 FL-EFF-DATE       PIC X(08).
004968     05 FL-TRANS-CODE        PIC X(01).
004969     05 FILLER               PIC X(66).
004970
005000 WORKING-STORAGE SECTION.
005100 01  WS-SWITCHES.
005200     05 WS-EOF                PIC X(01) VALUE SPACE.
005800     05 WS-CNT-CHANGED        PIC 9(07) COMP-3 VALUE ZERO.
005900     05 WS-CNT-DELETED        PIC 9(07) COMP-3 VALUE ZERO.
006000     05 WS-CNT-REJECTED       PIC 9(07) COMP-3 VALUE ZERO.
006025     05 WS-CNT-MERGED         PIC 9(07) COMP-3 VALUE ZERO.
006037     05 WS-CNT-HOLDS          PIC 9(07) COMP-3 VALUE ZERO.
006050     05 WS-CNT-ENRL-MOVED     PIC 9(07) COMP-3 VALUE ZERO.
006075     05 WS-CNT-EMP-MOVED      PIC 9(07) COMP-3 VALUE ZERO.
006100
006110 01  WS-TRANREJ-REASON        PIC X(30) VALUE SPACES.
006120
006137     05 WS-VCNT-ADDS          PIC 9(07) COMP-3 VALUE ZERO.
006138     05 WS-VCNT-CHANGES       PIC 9(07) COMP-3 VALUE ZERO.
006139     05 WS-VCNT-DELETES       PIC 9(07) COMP-3 VALUE ZERO.
006140     05 WS-VCNT-MERGES        PIC 9(07) COMP-3 VALUE ZERO.
006141     05 WS-VCNT-HOLDS         PIC 9(07) COMP-3 VALUE ZERO.
006142     05 WS-VCNT-OTHER         PIC 9(07) COMP-3 VALUE ZERO.
006143     05 WS-VCNT-TRANS         PIC 9(07) COMP-3 VALUE ZERO.
006144
006145 01  WS-TRAILER-EXPECTED.
006146     05 WS-TRL-ADDS           PIC 9(07) COMP-3 VALUE ZERO.
006147     05 WS-TRL-CHANGES        PIC 9(07) COMP-3 VALUE ZERO.
006148     05 WS-TRL-DELETES        PIC 9(07) COMP-3 VALUE ZERO.
006149     05 WS-TRL-MERGES         PIC 9(07) COMP-3 VALUE ZERO.
006150     05 WS-TRL-HOLDS          PIC 9(07) COMP-3 VALUE ZERO.
006151     05 WS-TRL-TOTAL          PIC 9(07) COMP-3 VALUE ZERO.
006152
006153 01  WS-CNT-AUDITED           PIC 9(07) COMP-3 VALUE ZERO.
006154
006155 01  WS-MCKPT-STATUS          PIC X(02) VALUE SPACES.
006156     88 WS-MCKPT-OK                  VALUE '00'.
006157
006158 01  WS-MCKPT-EOF-SW          PIC X(01) VALUE 'N'.
006159     88 WS-MCKPT-EOF-YES             VALUE 'Y'.
006160
006189     05 WS-AUD-OLD-DEPT       PIC X(10) VALUE SPACES.
006190     05 WS-AUD-NEW-NAME       PIC X(10) VALUE SPACES.
006191     05 WS-AUD-NEW-DEPT       PIC X(10) VALUE SPACES.
006192     05 WS-AUD-OLD-HOLD       PIC X(01) VALUE SPACE.
006193     05 WS-AUD-NEW-HOLD       PIC X(01) VALUE SPACE.
006194
006195 01  WS-EMPFIL-STATUS         PIC X(02) VALUE SPACES.
006196     88 WS-EMPFIL-OK                 VALUE '00'.
006197 01  WS-EMPFIL-OPEN-SW        PIC X(01) VALUE 'N'.
006198     88 WS-EMPFIL-OPEN               VALUE 'Y'.
006199
006200 01  WS-MERGE-WORK.
006201     05 WS-MRG-RETIRED        PIC X(05) VALUE SPACES.
006202     05 WS-MRG-SURVIVOR       PIC X(05) VALUE SPACES.
006203     05 WS-MRG-RET-NAME       PIC X(10) VALUE SPACES.
006204     05 WS-MRG-RET-DEPT       PIC X(10) VALUE SPACES.
006205     05 WS-MRG-RET-STAT       PIC X(01) VALUE SPACE.
006206     05 WS-MRG-SUR-NAME       PIC X(10) VALUE SPACES.
006207     05 WS-MRG-SUR-DEPT       PIC X(10) VALUE SPACES.
006208     05 WS-MRG-SUR-STAT       PIC X(01) VALUE SPACE.
006209     05 WS-MRG-RET-HOLD       PIC X(01) VALUE SPACE.
006210     05 WS-MRG-SUR-HOLD       PIC X(01) VALUE SPACE.
006211     05 WS-MRG-SUR-NEW-HOLD   PIC X(01) VALUE SPACE.
006212     05 WS-MRG-CLASH-CNT      PIC S9(09) COMP VALUE ZERO.
006213     05 WS-MRG-EMP-CNT        PIC S9(04) COMP VALUE ZERO.
006214     05 WS-MRG-EMP-MAX        PIC S9(04) COMP VALUE 200.
006215     05 WS-MRG-EMP-EOF-SW     PIC X(01) VALUE 'N'.
006216        88 WS-MRG-EMP-EOF            VALUE 'Y'.
006217     05 WS-MRG-VALID-SW       PIC X(01) VALUE 'Y'.
006218        88 WS-MRG-VALID              VALUE 'Y'.
006219
006220******************************************************************
006221*    THE RETIRED ID'S EMPFIL RECORDS, HELD WHILE THEY ARE        *
006222*    CHECKED AGAINST THE SURVIVOR'S KEYS AND THEN RE-KEYED.      *
006223******************************************************************
006224 01  WS-MRG-EMP-TABLE.
006225     05 WS-MRG-EMP-ENTRY OCCURS 200 TIMES
006226                      INDEXED BY WS-MRG-EMP-IDX.
006227        10 WS-MRG-EMP-KEY.
006228           15 WS-MRG-EMP-STUDID  PIC X(05).
006229           15 WS-MRG-EMP-EFFDATE PIC X(08).
006230        10 WS-MRG-EMP-DATA       PIC X(67).
006231
006232******************************************************************
006233*    THIS PROGRAM'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL -  *
006234*    ITS OWN NAME, THE PROGRAM THAT MUST HAVE FINISHED CLEAN     *
006235*    BEFORE IT FOR THE SAME BUSINESS DATE (BLANK AT THE HEAD OF  *
006236*    THE STREAM), AND THE HIGHEST RETURN CODE STILL RECORDED AS  *
006237*    A CLEAN FINISH.                                             *
006238******************************************************************
006239 01  WS-BATCH-CTL.
006240     05 WS-BC-PROGRAM        PIC X(10) VALUE 'STUDMAINT'.
006241     05 WS-BC-PRED           PIC X(10) VALUE SPACES.
006242     05 WS-BC-CLEAN-RC       PIC S9(04) COMP VALUE +4.
006243     05 WS-BC-DATE           PIC X(08) VALUE SPACES.
006244     05 WS-BC-TIMESTAMP      PIC X(26) VALUE SPACES.
006245     05 WS-BC-FOUND-SW       PIC X(01) VALUE 'N'.
006246        88 WS-BC-FOUND              VALUE 'Y'.
006247     05 WS-BC-ROW-SW         PIC X(01) VALUE 'N'.
006248        88 WS-BC-ROW-EXISTS         VALUE 'Y'.
006249     05 WS-BC-STARTED-SW     PIC X(01) VALUE 'N'.
006250        88 WS-BC-STARTED            VALUE 'Y'.
006251
006252     EXEC SQL
006300          INCLUDE SQLCA
006400     END-EXEC.
006500
006890     EXEC SQL
006892          INCLUDE DCLRLOG
006894     END-EXEC.
006895
006896     EXEC SQL
006897          INCLUDE DCLBCTL
006898     END-EXEC.
006900
007500 PROCEDURE DIVISION.
007600
007700 0000-MAINLINE-PARA.
007800
007825     PERFORM K000-BATCH-START-PARA
007850                THRU K000-BATCH-START-PARA-EXIT
007875
007900     PERFORM X000-INITIALIZE-PARA
008000                THRU X000-INITIALIZE-PARA-EXIT
008010
008114         GOBACK
008115     END-IF
008116
008117     IF WS-VCNT-MERGES > ZERO
008118         OPEN I-O EMPFIL
008119         IF NOT WS-EMPFIL-OK
008120             DISPLAY 'STUDMAINT - EMPFIL OPEN FAILED - STATUS: '
008121                     WS-EMPFIL-STATUS
008122             DISPLAY 'STUDMAINT - BATCH ' WS-BATCH-ID
008123                     ' CARRIES MERGES - NO TRANSACTIONS APPLIED'
008124             MOVE 16 TO RETURN-CODE
008125             PERFORM C920-KEEP-CHECKPOINT-PARA
008126                        THRU C920-KEEP-CHECKPOINT-PARA-EXIT
008127             PERFORM Z000-TERMINATE-PARA
008128                        THRU Z000-TERMINATE-PARA-EXIT
008129             GOBACK
008130         END-IF
008131         MOVE 'Y' TO WS-EMPFIL-OPEN-SW
008132     END-IF
008133
008134     IF WS-RESTART-ACTIVE
008135         DISPLAY 'STUDMAINT - RESTART: SKIPPING FIRST '
008136                 WS-SKIP-COUNT ' COMMITTED TRANSACTIONS'
008137     END-IF
008138
008139     CLOSE TRANFILE
008140     OPEN INPUT TRANFILE
008141
008200     PERFORM UNTIL WS-EOF-YES
008300
008400         READ TRANFILE INTO TRAN-REC
011500******************************************************************
011600*    A000-APPLY-TRAN-PARA                                        *
011700*    DISPATCH THE INCOMING TRANSACTION TO THE MATCHING ADD,       *
011800*    CHANGE, DELETE, MERGE OR HOLD PARAGRAPH BY TRAN-CODE.        *
011900*    UNRECOGNIZED CODES ARE REJECTED WITHOUT TOUCHING THE         *
011950*    STUDENT TABLE.                                               *
012000******************************************************************
012100 A000-APPLY-TRAN-PARA.
012200
013000         WHEN TRAN-IS-DELETE
013100             PERFORM D000-DELETE-STUDENT-PARA
013200                        THRU D000-DELETE-STUDENT-PARA-EXIT
013225         WHEN TRAN-IS-MERGE
013250             PERFORM M000-MERGE-STUDENT-PARA
013275                        THRU M000-MERGE-STUDENT-PARA-EXIT
013281         WHEN TRAN-IS-HOLD
013287             PERFORM P000-PRIVACY-HOLD-PARA
013293                        THRU P000-PRIVACY-HOLD-PARA-EXIT
013300         WHEN OTHER
013400             MOVE 'INVALID TRANSACTION CODE'
013500                             TO WS-TRANREJ-REASON
014300******************************************************************
014400*    B000-ADD-STUDENT-PARA                                       *
014500*    INSERT A NEW STUDENT ROW. THE DEPARTMENT CODE MUST BE ON    *
014550*    THE DEPARTMENT MASTER FIRST. THE STUDENT STARTS UNDER A     *
014575*    PRIVACY HOLD ONLY WHEN THE ADD CARRIES TRAN-PRIV-HOLD 'Y'.  *
014600******************************************************************
014700 B000-ADD-STUDENT-PARA.
014800
015000     MOVE TRAN-STUDNAME    TO STUDNAME
015100     MOVE TRAN-DEPARTMENT  TO DEPARTMENT
015150     MOVE 'A'              TO STUDSTAT
015154
015158     IF TRAN-PRIV-HOLD = 'Y'
015166         MOVE 'Y'          TO PRIVHOLD
015174     ELSE
015182         MOVE 'N'          TO PRIVHOLD
015190     END-IF
015200
015300     EXEC SQL
015400          INSERT INTO STUDENT
015460                 (STUDID, STUDNAME, DEPARTMENT, STUDSTAT,
015520                  PRIVHOLD)
015580          VALUES (:STUDID, :STUDNAME, :DEPARTMENT, :STUDSTAT,
015640                  :PRIVHOLD)
015700     END-EXEC
015800
015900     IF SQLCODE = 0
016000         ADD 1 TO WS-CNT-ADDED
016010         MOVE SPACES          TO WS-AUD-OLD-NAME
016020         MOVE SPACES          TO WS-AUD-OLD-DEPT
016025         MOVE SPACE           TO WS-AUD-OLD-HOLD
016030         MOVE TRAN-STUDNAME   TO WS-AUD-NEW-NAME
016040         MOVE TRAN-DEPARTMENT TO WS-AUD-NEW-DEPT
016045         MOVE PRIVHOLD        TO WS-AUD-NEW-HOLD
016050         PERFORM F000-WRITE-AUDIT-PARA
016060                    THRU F000-WRITE-AUDIT-PARA-EXIT
016100     ELSE
017200*    C000-CHANGE-STUDENT-PARA                                    *
017300*    UPDATE STUDNAME/DEPARTMENT FOR AN EXISTING STUDENT. THE     *
017350*    DEPARTMENT CODE MUST BE ON THE DEPARTMENT MASTER FIRST.     *
017375*    A ROW MERGED INTO ANOTHER STUD-ID IS LEFT ALONE.            *
017400******************************************************************
017500 C000-CHANGE-STUDENT-PARA.
017600
018300             SET STUDNAME   = :STUDNAME,
018400                 DEPARTMENT = :DEPARTMENT
018500           WHERE STUDID     = :STUDID
018550              AND STUDSTAT  <> 'M'
018600     END-EXEC
018700
018800     IF SQLCODE = 0
018930         PERFORM F000-WRITE-AUDIT-PARA
018940                    THRU F000-WRITE-AUDIT-PARA-EXIT
019000     ELSE
019020         IF SQLCODE = 100
019040             MOVE 'NOT ON FILE OR MERGED'
019060                             TO WS-TRANREJ-REASON
019080         ELSE
019100             MOVE 'UPDATE FAILED - SEE SQLCODE'
019200                             TO WS-TRANREJ-REASON
019250         END-IF
019300         PERFORM E000-REJECT-TRAN-PARA
019400                    THRU E000-REJECT-TRAN-PARA-EXIT
019500     END-IF.
020200*    MARK A WITHDRAWN STUDENT. THE ROW STAYS ON THE STUDENT      *
020210*    TABLE WITH STUDSTAT 'W' SO THE STUDENT'S ENRLFILE AND      *
020220*    EMPFIL HISTORY STILL RECONCILES AND A LATE TRANSACTION     *
020230*    STILL FINDS ITS STUDENT. A ROW MERGED INTO ANOTHER STUD-ID *
020265*    KEEPS ITS 'M' AND IS NOT WITHDRAWN.                         *
020300******************************************************************
020400 D000-DELETE-STUDENT-PARA.
020500
020900          UPDATE STUDENT
020950             SET STUDSTAT = 'W'
021000           WHERE STUDID   = :STUDID
021050              AND STUDSTAT <> 'M'
021100     END-EXEC
021200
021300     IF SQLCODE = 0
021400         ADD 1 TO WS-CNT-DELETED
021410         MOVE SPACES TO WS-AUD-NEW-NAME
021420         MOVE SPACES TO WS-AUD-NEW-DEPT
021425         MOVE SPACE  TO WS-AUD-NEW-HOLD
021430         PERFORM F000-WRITE-AUDIT-PARA
021440                    THRU F000-WRITE-AUDIT-PARA-EXIT
021500     ELSE
021520         IF SQLCODE = 100
021540             MOVE 'NOT ON FILE OR MERGED'
021560                             TO WS-TRANREJ-REASON
021580         ELSE
021600             MOVE 'WITHDRAW FAILED - SEE SQLCODE'
021700                             TO WS-TRANREJ-REASON
021750         END-IF
021800         PERFORM E000-REJECT-TRAN-PARA
021900                    THRU E000-REJECT-TRAN-PARA-EXIT
022000     END-IF.
022100
022200 D000-DELETE-STUDENT-PARA-EXIT.
022300     EXIT.
022301
022302******************************************************************
022303*    P000-PRIVACY-HOLD-PARA                                      *
022304*    SET (TRAN-PRIV-HOLD 'Y') OR RELEASE ('N') THE STUDENT'S     *
022305*    DIRECTORY-INFORMATION HOLD. A HELD STUDENT IS LEFT OFF THE  *
022306*    WAREHOUSE EXTRACT AND MASKED ON THE ROSTERS, AND EVERY      *
022307*    LOOKUP OF THE STUDENT IS LOGGED FOR THE RECORDS OFFICER.    *
022308*    THE NAME AND DEPARTMENT DO NOT CHANGE, SO THE AUDIT RECORD  *
022309*    CARRIES THE SAME IMAGE ON BOTH SIDES WITH THE HOLD FLAG     *
022310*    BEFORE AND AFTER. A WITHDRAWN STUDENT MAY STILL ASK FOR A   *
022311*    HOLD; A ROW MERGED INTO ANOTHER STUD-ID IS LEFT ALONE - THE *
022312*    SURVIVOR CARRIES THE STUDENT.                               *
022313******************************************************************
022314 P000-PRIVACY-HOLD-PARA.
022315
022316     IF TRAN-PRIV-HOLD NOT = 'Y'
022317        AND TRAN-PRIV-HOLD NOT = 'N'
022318         MOVE 'INVALID PRIVACY HOLD FLAG'
022319                         TO WS-TRANREJ-REASON
022320         PERFORM E000-REJECT-TRAN-PARA
022321                    THRU E000-REJECT-TRAN-PARA-EXIT
022322         GO TO P000-PRIVACY-HOLD-PARA-EXIT
022323     END-IF
022324
022325     MOVE TRAN-STUDID      TO STUDID
022326
022327     PERFORM F100-GET-OLD-IMAGE-PARA
022328                THRU F100-GET-OLD-IMAGE-PARA-EXIT
022329
022330     MOVE TRAN-PRIV-HOLD   TO PRIVHOLD
022331
022332     EXEC SQL
022333          UPDATE STUDENT
022334             SET PRIVHOLD = :PRIVHOLD
022335           WHERE STUDID   = :STUDID
022336             AND STUDSTAT <> 'M'
022337     END-EXEC
022338
022339     IF SQLCODE = 0
022340         ADD 1 TO WS-CNT-HOLDS
022341         MOVE WS-AUD-OLD-NAME TO WS-AUD-NEW-NAME
022342         MOVE WS-AUD-OLD-DEPT TO WS-AUD-NEW-DEPT
022343         MOVE TRAN-PRIV-HOLD  TO WS-AUD-NEW-HOLD
022344         PERFORM F000-WRITE-AUDIT-PARA
022345                    THRU F000-WRITE-AUDIT-PARA-EXIT
022346     ELSE
022347         IF SQLCODE = 100
022348             MOVE 'NOT ON FILE OR MERGED'
022349                             TO WS-TRANREJ-REASON
022350         ELSE
022351             MOVE 'HOLD FAILED - SEE SQLCODE'
022352                             TO WS-TRANREJ-REASON
022353         END-IF
022354         PERFORM E000-REJECT-TRAN-PARA
022355                    THRU E000-REJECT-TRAN-PARA-EXIT
022356     END-IF.
022357
022358 P000-PRIVACY-HOLD-PARA-EXIT.
022359     EXIT.
022400
022500******************************************************************
022600*    E000-REJECT-TRAN-PARA                                       *
024106*    WRITE ONE AUDIT RECORD FOR A TRANSACTION THAT WENT TO THE   *
024108*    STUDENT TABLE. THE CALLER STAGES THE BEFORE AND AFTER       *
024110*    IMAGES IN WS-AUDIT-IMAGES (SPACES WHERE NO IMAGE EXISTS -   *
024112*    NO 'OLD' ON AN ADD, NO 'NEW' ON A DELETE), AND THE PRIVACY  *
024114*    HOLD FLAG BEFORE AND AFTER, BEFORE PERFORMING.              *
024116******************************************************************
024118 F000-WRITE-AUDIT-PARA.
024120
024142     MOVE WS-AUD-OLD-DEPT     TO AUD-OLD-DEPT
024144     MOVE WS-AUD-NEW-NAME     TO AUD-NEW-NAME
024146     MOVE WS-AUD-NEW-DEPT     TO AUD-NEW-DEPT
024147     MOVE WS-AUD-OLD-HOLD     TO AUD-OLD-HOLD
024148     MOVE WS-AUD-NEW-HOLD     TO AUD-NEW-HOLD
024149
024150     WRITE AUD-REC.
024152
024154 F000-WRITE-AUDIT-PARA-EXIT.
024166*    AUDIT RECORD CARRIES AN IMAGE OF WHAT IS ABOUT TO BE        *
024168*    CHANGED OR LOST. A MISSING ROW LEAVES SPACES - THE SQL      *
024170*    THAT FOLLOWS WILL COME BACK NOT-FOUND AND THE TRANSACTION   *
024172*    WILL BE REJECTED WITHOUT AN AUDIT RECORD ANYWAY. THE HOLD   *
024173*    FLAG ('Y' HELD, OTHERWISE 'N') IS STAGED ON BOTH SIDES OF   *
024174*    THE IMAGE - A TRANSACTION THAT CHANGES IT SAYS SO AFTER.    *
024175******************************************************************
024176 F100-GET-OLD-IMAGE-PARA.
024178
024180     MOVE SPACES TO WS-AUD-OLD-NAME
024182     MOVE SPACES TO WS-AUD-OLD-DEPT
024183     MOVE SPACE  TO WS-AUD-OLD-HOLD
024184
024186     EXEC SQL
024187          SELECT  STUDNAME, DEPARTMENT, PRIVHOLD
024188            INTO  :WS-AUD-OLD-NAME, :WS-AUD-OLD-DEPT,
024189                  :WS-AUD-OLD-HOLD
024192            FROM  STUDENT
024194           WHERE  STUDID = :STUDID
024196     END-EXEC
024198
024200     IF SQLCODE NOT = 0
024202         MOVE SPACES TO WS-AUD-OLD-NAME
024203         MOVE SPACES TO WS-AUD-OLD-DEPT
024204         MOVE SPACE  TO WS-AUD-OLD-HOLD
024205     ELSE
024206         IF WS-AUD-OLD-HOLD NOT = 'Y'
024207             MOVE 'N' TO WS-AUD-OLD-HOLD
024208         END-IF
024209     END-IF
024210
024211     MOVE WS-AUD-OLD-HOLD TO WS-AUD-NEW-HOLD.
024212
024213 F100-GET-OLD-IMAGE-PARA-EXIT.
024214     EXIT.
024215
024216******************************************************************
024218*    V000-VERIFY-BATCH-PARA                                      *
024220*    FIRST PASS OF TRANFILE - NO SQL. TAKE THE BATCH ID AND      *
024344         WHEN TRAN-IS-DELETE
024346             ADD 1 TO WS-VCNT-DELETES
024348             ADD 1 TO WS-VCNT-TRANS
024349         WHEN TRAN-IS-MERGE
024350             ADD 1 TO WS-VCNT-MERGES
024351             ADD 1 TO WS-VCNT-TRANS
024352         WHEN TRAN-IS-HOLD
024353             ADD 1 TO WS-VCNT-HOLDS
024354             ADD 1 TO WS-VCNT-TRANS
024355         WHEN OTHER
024356             ADD 1 TO WS-VCNT-OTHER
024357             ADD 1 TO WS-VCNT-TRANS
024358     END-EVALUATE.
024359
024360 V100-VERIFY-ONE-REC-PARA-EXIT.
024362     EXIT.
024364
024366******************************************************************
024368*    V110-TAKE-TRAILER-PARA                                      *
024370*    PICK UP THE TRAILER'S EXPECTED COUNTS, FAILING THE BATCH    *
024372*    IF ANY OF THEM IS NOT NUMERIC. THE MERGE COUNT CAME LATER   *
024373*    THAN THE OTHERS, AND THE HOLD COUNT LATER STILL - A BLANK   *
024374*    ONE, AS ON A BATCH CUT BEFORE IT EXISTED, IS TAKEN AS ZERO. *
024375******************************************************************
024376 V110-TAKE-TRAILER-PARA.
024378
024380     IF TRL-CNT-ADDS    IS NUMERIC
024396     ELSE
024398         DISPLAY 'STUDMAINT - TRAILER COUNTS NOT NUMERIC'
024400         MOVE 'N' TO WS-BATCH-BALANCED-SW
024402     END-IF
024403
024404     IF TRL-CNT-MERGES-X = SPACES
024405         MOVE ZERO TO WS-TRL-MERGES
024406     ELSE
024407         IF TRL-CNT-MERGES IS NUMERIC
024408             MOVE TRL-CNT-MERGES TO WS-TRL-MERGES
024409         ELSE
024410             DISPLAY 'STUDMAINT - TRAILER MERGE COUNT NOT NUMERIC'
024411             MOVE 'N' TO WS-BATCH-BALANCED-SW
024412         END-IF
024413     END-IF
024414
024415     IF TRL-CNT-HOLDS-X = SPACES
024416         MOVE ZERO TO WS-TRL-HOLDS
024417     ELSE
024418         IF TRL-CNT-HOLDS IS NUMERIC
024419             MOVE TRL-CNT-HOLDS TO WS-TRL-HOLDS
024420         ELSE
024421             DISPLAY 'STUDMAINT - TRAILER HOLD COUNT NOT NUMERIC'
024422             MOVE 'N' TO WS-BATCH-BALANCED-SW
024423         END-IF
024424     END-IF.
024425
024426 V110-TAKE-TRAILER-PARA-EXIT.
024427     EXIT.
024428
024429******************************************************************
024430*    V200-CHECK-BALANCE-PARA                                     *
024431*    WITH THE VERIFY PASS DONE, PROVE THE FILE BALANCES TO ITS   *
024432*    TRAILER: HEADER AND TRAILER BOTH PRESENT AND EVERY COUNT    *
024433*    BY TYPE (AND THE OVERALL TOTAL) EQUAL TO WHAT THE           *
024434*    REGISTRAR'S OFFICE SAID IT SENT.                            *
024435******************************************************************
024436 V200-CHECK-BALANCE-PARA.
024437
024438     IF NOT WS-HDR-SEEN
024439         DISPLAY 'STUDMAINT - BATCH HEADER MISSING'
024440         MOVE 'N' TO WS-BATCH-BALANCED-SW
024441     END-IF
024442
024443     IF NOT WS-TRL-SEEN
024444         DISPLAY 'STUDMAINT - BATCH TRAILER MISSING'
024445         MOVE 'N' TO WS-BATCH-BALANCED-SW
024446         GO TO V200-CHECK-BALANCE-PARA-EXIT
024448     END-IF
024450
024488                 ' TRAILER EXPECTED: ' WS-TRL-DELETES
024490         MOVE 'N' TO WS-BATCH-BALANCED-SW
024492     END-IF
024493
024494     IF WS-VCNT-MERGES NOT = WS-TRL-MERGES
024495         DISPLAY 'STUDMAINT - MERGES ON FILE: ' WS-VCNT-MERGES
024496                 ' TRAILER EXPECTED: ' WS-TRL-MERGES
024497         MOVE 'N' TO WS-BATCH-BALANCED-SW
024498     END-IF
024499
024500     IF WS-VCNT-HOLDS NOT = WS-TRL-HOLDS
024501         DISPLAY 'STUDMAINT - HOLDS ON FILE: ' WS-VCNT-HOLDS
024502                 ' TRAILER EXPECTED: ' WS-TRL-HOLDS
024503         MOVE 'N' TO WS-BATCH-BALANCED-SW
024504     END-IF
024505     IF WS-VCNT-TRANS NOT = WS-TRL-TOTAL
024506         DISPLAY 'STUDMAINT - TRANSACTIONS ON FILE: '
024507                 WS-VCNT-TRANS
024508                 ' TRAILER EXPECTED: ' WS-TRL-TOTAL
024509         MOVE 'N' TO WS-BATCH-BALANCED-SW
024510     END-IF.
024511
024512 V200-CHECK-BALANCE-PARA-EXIT.
024513     EXIT.
024514
024520******************************************************************
024540*    H000-SUMMARY-PARA                                           *
025200     DISPLAY 'STUDENTS ADDED ................ ' WS-CNT-ADDED
025300     DISPLAY 'STUDENTS CHANGED .............. ' WS-CNT-CHANGED
025400     DISPLAY 'STUDENTS WITHDRAWN ............ ' WS-CNT-DELETED
025425     DISPLAY 'STUDENTS MERGED ............... ' WS-CNT-MERGED
025450     DISPLAY '  ENROLLMENT ROWS MOVED ....... ' WS-CNT-ENRL-MOVED
025475     DISPLAY '  EMPFIL RECORDS MOVED ........ ' WS-CNT-EMP-MOVED
025487     DISPLAY 'PRIVACY HOLDS SET/RELEASED .... ' WS-CNT-HOLDS
025500     DISPLAY 'TRANSACTIONS REJECTED ......... ' WS-CNT-REJECTED
025505     DISPLAY '  OF WHICH BAD DEPARTMENT ..... ' WS-CNT-BAD-DEPT
025510     DISPLAY 'AUDIT RECORDS WRITTEN ......... ' WS-CNT-AUDITED
026100******************************************************************
026200*    Z000-TERMINATE-PARA                                         *
026300*    CLOSE FILES AT END OF RUN.                                   *
026350*    THE END OF THE RUN IS THEN RECORDED ON BATCHCTL.            *
026400******************************************************************
026500 Z000-TERMINATE-PARA.
026600
026700     CLOSE TRANFILE
026800     CLOSE TRANREJ
026810     CLOSE AUDFILE
026820     CLOSE MNTCKPT
026836
026852     IF WS-EMPFIL-OPEN
026868         CLOSE EMPFIL
026884     END-IF
026888
026892     PERFORM K900-BATCH-END-PARA
026896                THRU K900-BATCH-END-PARA-EXIT.
026900
027000 Z000-TERMINATE-PARA-EXIT.
027100     EXIT.
028630     MOVE 'AUDIT-WRITTEN'    TO CNTRNAME
028640     MOVE WS-CNT-AUDITED     TO CNTRVAL
028650     PERFORM L100-LOG-ONE-COUNT-PARA
028660                THRU L100-LOG-ONE-COUNT-PARA-EXIT
028661
028662     MOVE 'STUDENTS-MERGED'  TO CNTRNAME
028663     MOVE WS-CNT-MERGED      TO CNTRVAL
028664     PERFORM L100-LOG-ONE-COUNT-PARA
028665                THRU L100-LOG-ONE-COUNT-PARA-EXIT
028666
028667     MOVE 'EMPFIL-MOVED'     TO CNTRNAME
028668     MOVE WS-CNT-EMP-MOVED   TO CNTRVAL
028669     PERFORM L100-LOG-ONE-COUNT-PARA
028670                THRU L100-LOG-ONE-COUNT-PARA-EXIT
028671
028672     MOVE 'PRIVACY-HOLDS'    TO CNTRNAME
028673     MOVE WS-CNT-HOLDS       TO CNTRVAL
028674     PERFORM L100-LOG-ONE-COUNT-PARA
028675                THRU L100-LOG-ONE-COUNT-PARA-EXIT.
028676
028680 L000-LOG-RUN-COUNTS-PARA-EXIT.
028690     EXIT.
028700
028910
028920 L100-LOG-ONE-COUNT-PARA-EXIT.
028930     EXIT.
028940
028950******************************************************************
028960*    M000-MERGE-STUDENT-PARA                                     *
028970*    FOLD A STUDENT ADMISSIONS CREATED TWICE INTO ONE STUD-ID.   *
028980*    TRAN-STUDID IS THE RETIRED ID, TRAN-MRG-SURVIVOR THE ONE    *
028990*    THAT LIVES ON. EVERY EDIT IS MADE BEFORE ANYTHING MOVES -   *
029000*    BOTH ROWS ON FILE AND NEITHER ALREADY MERGED, AND NO        *
029010*    ENROLLMENT ROW OR EMPFIL RECORD OF THE RETIRED ID THAT      *
029020*    WOULD LAND ON A KEY THE SURVIVOR ALREADY HOLDS. A CLASH     *
029030*    REJECTS THE MERGE FOR THE REGISTRAR TO SORT OUT BY HAND.    *
029040******************************************************************
029050 M000-MERGE-STUDENT-PARA.
029060
029070     MOVE 'Y'               TO WS-MRG-VALID-SW
029080     MOVE TRAN-STUDID       TO WS-MRG-RETIRED
029090     MOVE TRAN-MRG-SURVIVOR TO WS-MRG-SURVIVOR
029100
029110     IF WS-MRG-SURVIVOR IS NOT NUMERIC
029120        OR WS-MRG-SURVIVOR = WS-MRG-RETIRED
029130         MOVE 'INVALID SURVIVING STUD-ID'
029140                             TO WS-TRANREJ-REASON
029150         PERFORM M900-REJECT-MERGE-PARA
029160                    THRU M900-REJECT-MERGE-PARA-EXIT
029170         GO TO M000-MERGE-STUDENT-PARA-EXIT
029180     END-IF
029190
029200     PERFORM M100-CHECK-PAIR-PARA
029210                THRU M100-CHECK-PAIR-PARA-EXIT
029220     IF NOT WS-MRG-VALID
029230         GO TO M000-MERGE-STUDENT-PARA-EXIT
029240     END-IF
029250
029260     PERFORM M200-CHECK-ENRL-CLASH-PARA
029270                THRU M200-CHECK-ENRL-CLASH-PARA-EXIT
029280     IF NOT WS-MRG-VALID
029290         GO TO M000-MERGE-STUDENT-PARA-EXIT
029300     END-IF
029310
029320     PERFORM M300-LOAD-EMPFIL-PARA
029330                THRU M300-LOAD-EMPFIL-PARA-EXIT
029340     IF NOT WS-MRG-VALID
029350         GO TO M000-MERGE-STUDENT-PARA-EXIT
029360     END-IF
029370
029380     PERFORM M400-APPLY-MERGE-PARA
029390                THRU M400-APPLY-MERGE-PARA-EXIT
029400     IF NOT WS-MRG-VALID
029410         GO TO M000-MERGE-STUDENT-PARA-EXIT
029420     END-IF
029430
029435     PERFORM M450-CARRY-HOLD-PARA
029440                THRU M450-CARRY-HOLD-PARA-EXIT
029445
029450     PERFORM M500-MOVE-EMPFIL-PARA
029455                THRU M500-MOVE-EMPFIL-PARA-EXIT
029460
029470     ADD 1 TO WS-CNT-MERGED
029480
029490     PERFORM F200-WRITE-MERGE-AUDIT-PARA
029500                THRU F200-WRITE-MERGE-AUDIT-PARA-EXIT.
029510
029520 M000-MERGE-STUDENT-PARA-EXIT.
029530     EXIT.
029540
029550******************************************************************
029560*    M100-CHECK-PAIR-PARA                                        *
029570*    READ BOTH STUDENT ROWS OF THE MERGE. THE RETIRED ROW MUST   *
029580*    EXIST AND NOT ALREADY BE MERGED; THE SURVIVOR MUST EXIST,   *
029590*    BE NEITHER MERGED NOR WITHDRAWN. THE NAMES, DEPARTMENTS,    *
029600*    STATUSES AND HOLD FLAGS READ HERE ARE THE AUDIT BEFORE      *
029605*    IMAGES.                                                     *
029610******************************************************************
029620 M100-CHECK-PAIR-PARA.
029630
029640     EXEC SQL
029650          SELECT  STUDNAME, DEPARTMENT, STUDSTAT, PRIVHOLD
029660            INTO  :WS-MRG-RET-NAME, :WS-MRG-RET-DEPT,
029670                  :WS-MRG-RET-STAT, :WS-MRG-RET-HOLD
029680            FROM  STUDENT
029690           WHERE  STUDID = :WS-MRG-RETIRED
029700     END-EXEC
029710
029720     EVALUATE TRUE
029730         WHEN SQLCODE = 100
029740             MOVE 'RETIRED STUD-ID NOT ON FILE'
029750                             TO WS-TRANREJ-REASON
029760         WHEN SQLCODE NOT = 0
029770             DISPLAY 'MERGE CHECK FAILED - SQLCODE: ' SQLCODE
029780             MOVE 'MERGE CHECK FAILED - SQLCODE'
029790                             TO WS-TRANREJ-REASON
029800             IF RETURN-CODE < 16
029810                 MOVE 16 TO RETURN-CODE
029820             END-IF
029830         WHEN WS-MRG-RET-STAT = 'M'
029840             MOVE 'RETIRED STUD-ID ALREADY MERGED'
029850                             TO WS-TRANREJ-REASON
029860         WHEN OTHER
029870             MOVE SPACES     TO WS-TRANREJ-REASON
029880     END-EVALUATE
029890
029900     IF WS-TRANREJ-REASON NOT = SPACES
029910         PERFORM M900-REJECT-MERGE-PARA
029920                    THRU M900-REJECT-MERGE-PARA-EXIT
029930         GO TO M100-CHECK-PAIR-PARA-EXIT
029940     END-IF
029950
029960     EXEC SQL
029970          SELECT  STUDNAME, DEPARTMENT, STUDSTAT, PRIVHOLD
029980            INTO  :WS-MRG-SUR-NAME, :WS-MRG-SUR-DEPT,
029990                  :WS-MRG-SUR-STAT, :WS-MRG-SUR-HOLD
030000            FROM  STUDENT
030010           WHERE  STUDID = :WS-MRG-SURVIVOR
030020     END-EXEC
030030
030040     EVALUATE TRUE
030050         WHEN SQLCODE = 100
030060             MOVE 'SURVIVING STUD-ID NOT ON FILE'
030070                             TO WS-TRANREJ-REASON
030080         WHEN SQLCODE NOT = 0
030090             DISPLAY 'MERGE CHECK FAILED - SQLCODE: ' SQLCODE
030100             MOVE 'MERGE CHECK FAILED - SQLCODE'
030110                             TO WS-TRANREJ-REASON
030120             IF RETURN-CODE < 16
030130                 MOVE 16 TO RETURN-CODE
030140             END-IF
030150         WHEN WS-MRG-SUR-STAT = 'M'
030160             MOVE 'SURVIVING STUD-ID IS MERGED'
030170                             TO WS-TRANREJ-REASON
030180         WHEN WS-MRG-SUR-STAT = 'W'
030190             MOVE 'SURVIVING STUD-ID WITHDRAWN'
030200                             TO WS-TRANREJ-REASON
030210         WHEN OTHER
030220             MOVE SPACES     TO WS-TRANREJ-REASON
030230     END-EVALUATE
030240
030250     IF WS-TRANREJ-REASON NOT = SPACES
030260         PERFORM M900-REJECT-MERGE-PARA
030270                    THRU M900-REJECT-MERGE-PARA-EXIT
030280     END-IF.
030290
030300 M100-CHECK-PAIR-PARA-EXIT.
030310     EXIT.
030320
030330******************************************************************
030340*    M200-CHECK-ENRL-CLASH-PARA                                  *
030350*    COUNT THE RETIRED ID'S ENROLLMENT ROWS WHOSE EFFECTIVE      *
030360*    DATE, COURSE AND SECTION THE SURVIVOR ALREADY HOLDS. ANY    *
030370*    SUCH ROW WOULD BREAK THE UNIQUE KEY ONCE RE-KEYED, AND      *
030380*    WHICH OF THE TWO IS RIGHT IS THE REGISTRAR'S CALL.          *
030390******************************************************************
030400 M200-CHECK-ENRL-CLASH-PARA.
030410
030420     EXEC SQL
030430          SELECT  COUNT(*)
030440            INTO  :WS-MRG-CLASH-CNT
030450            FROM  ENROLLMENT R
030460           WHERE  R.STUDID = :WS-MRG-RETIRED
030470             AND  EXISTS
030480                  (SELECT 1
030490                     FROM ENROLLMENT S
030500                    WHERE S.STUDID   = :WS-MRG-SURVIVOR
030510                      AND S.EFFDATE  = R.EFFDATE
030520                      AND S.ENRLCRS  = R.ENRLCRS
030530                      AND S.ENRLSECT = R.ENRLSECT)
030540     END-EXEC
030550
030560     IF SQLCODE NOT = 0
030570         DISPLAY 'MERGE CHECK FAILED - SQLCODE: ' SQLCODE
030580         MOVE 'MERGE CHECK FAILED - SQLCODE'
030590                             TO WS-TRANREJ-REASON
030600         PERFORM M900-REJECT-MERGE-PARA
030610                    THRU M900-REJECT-MERGE-PARA-EXIT
030620         IF RETURN-CODE < 16
030630             MOVE 16 TO RETURN-CODE
030640         END-IF
030650         GO TO M200-CHECK-ENRL-CLASH-PARA-EXIT
030660     END-IF
030670
030680     IF WS-MRG-CLASH-CNT > ZERO
030690         DISPLAY 'STUDMAINT - MERGE ' WS-MRG-RETIRED ' INTO '
030700                 WS-MRG-SURVIVOR ' - ' WS-MRG-CLASH-CNT
030710                 ' ENROLLMENT ROWS HELD BY BOTH IDS'
030720         MOVE 'ENROLLMENT CLASH - FIX BY HAND'
030730                             TO WS-TRANREJ-REASON
030740         PERFORM M900-REJECT-MERGE-PARA
030750                    THRU M900-REJECT-MERGE-PARA-EXIT
030760     END-IF.
030770
030780 M200-CHECK-ENRL-CLASH-PARA-EXIT.
030790     EXIT.
030800
030810******************************************************************
030820*    M300-LOAD-EMPFIL-PARA                                       *
030830*    BROWSE THE RETIRED ID'S EMPFIL RECORDS BY THE STUD-ID       *
030840*    ALTERNATE KEY INTO WS-MRG-EMP-TABLE, THEN PROVE NONE OF     *
030850*    THEM WOULD LAND ON A KEY (SURVIVOR + EFFECTIVE DATE) THAT   *
030860*    IS ALREADY ON FILE. THE TABLE IS LOADED FIRST SO THE KEYED  *
030870*    READS OF THE CHECK DO NOT DISTURB THE BROWSE.               *
030880******************************************************************
030890 M300-LOAD-EMPFIL-PARA.
030900
030910     MOVE ZERO           TO WS-MRG-EMP-CNT
030920     MOVE 'N'            TO WS-MRG-EMP-EOF-SW
030930     MOVE WS-MRG-RETIRED TO STUD-ID
030940
030950     START EMPFIL KEY IS EQUAL TO STUD-ID
030960         INVALID KEY
030970             MOVE 'Y' TO WS-MRG-EMP-EOF-SW
030980     END-START
030990
031000     PERFORM M310-READ-EMPFIL-PARA
031010                THRU M310-READ-EMPFIL-PARA-EXIT
031020                UNTIL WS-MRG-EMP-EOF
031030
031040     IF NOT WS-MRG-VALID
031050         GO TO M300-LOAD-EMPFIL-PARA-EXIT
031060     END-IF
031070
031080     PERFORM M320-CHECK-EMP-CLASH-PARA
031090                THRU M320-CHECK-EMP-CLASH-PARA-EXIT
031100                VARYING WS-MRG-EMP-IDX FROM 1 BY 1
031110                UNTIL WS-MRG-EMP-IDX > WS-MRG-EMP-CNT
031120                   OR NOT WS-MRG-VALID.
031130
031140 M300-LOAD-EMPFIL-PARA-EXIT.
031150     EXIT.
031160
031170******************************************************************
031180*    M310-READ-EMPFIL-PARA                                       *
031190*    TAKE THE NEXT EMPFIL RECORD OF THE RETIRED ID INTO THE      *
031200*    TABLE. STATUS '02' IS THE NORMAL ANSWER ON A DUPLICATE      *
031210*    ALTERNATE KEY. THE BROWSE ENDS AT THE FIRST OTHER STUD-ID.  *
031220******************************************************************
031230 M310-READ-EMPFIL-PARA.
031240
031250     READ EMPFIL NEXT RECORD
031260         AT END
031270             MOVE 'Y' TO WS-MRG-EMP-EOF-SW
031280     END-READ
031290
031300     IF WS-MRG-EMP-EOF
031310         GO TO M310-READ-EMPFIL-PARA-EXIT
031320     END-IF
031330
031340     IF WS-EMPFIL-STATUS NOT = '00'
031350        AND WS-EMPFIL-STATUS NOT = '02'
031360         DISPLAY 'STUDMAINT - EMPFIL READ FAILED - STATUS: '
031370                 WS-EMPFIL-STATUS
031380         MOVE 'EMPFIL READ FAILED'
031390                             TO WS-TRANREJ-REASON
031400         PERFORM M900-REJECT-MERGE-PARA
031410                    THRU M900-REJECT-MERGE-PARA-EXIT
031420         MOVE 'Y' TO WS-MRG-EMP-EOF-SW
031430         IF RETURN-CODE < 16
031440             MOVE 16 TO RETURN-CODE
031450         END-IF
031460         GO TO M310-READ-EMPFIL-PARA-EXIT
031470     END-IF
031480
031490     IF STUD-ID NOT = WS-MRG-RETIRED
031500         MOVE 'Y' TO WS-MRG-EMP-EOF-SW
031510         GO TO M310-READ-EMPFIL-PARA-EXIT
031520     END-IF
031530
031540     IF WS-MRG-EMP-CNT NOT < WS-MRG-EMP-MAX
031550         MOVE 'TOO MANY EMPFIL RECORDS'
031560                             TO WS-TRANREJ-REASON
031570         PERFORM M900-REJECT-MERGE-PARA
031580                    THRU M900-REJECT-MERGE-PARA-EXIT
031590         MOVE 'Y' TO WS-MRG-EMP-EOF-SW
031600         GO TO M310-READ-EMPFIL-PARA-EXIT
031610     END-IF
031620
031630     ADD 1 TO WS-MRG-EMP-CNT
031640     SET WS-MRG-EMP-IDX TO WS-MRG-EMP-CNT
031650     MOVE FL-REC TO WS-MRG-EMP-ENTRY (WS-MRG-EMP-IDX).
031660
031670 M310-READ-EMPFIL-PARA-EXIT.
031680     EXIT.
031690
031700******************************************************************
031710*    M320-CHECK-EMP-CLASH-PARA                                   *
031720*    LOOK FOR THE SURVIVOR'S OWN RECORD ON THE EFFECTIVE DATE OF *
031730*    ONE HELD RETIRED RECORD. FINDING ONE REJECTS THE MERGE.     *
031740******************************************************************
031750 M320-CHECK-EMP-CLASH-PARA.
031760
031770     MOVE WS-MRG-EMP-ENTRY (WS-MRG-EMP-IDX) TO FL-REC
031780     MOVE WS-MRG-SURVIVOR TO STUD-ID
031790
031800     READ EMPFIL KEY IS FL-KEY
031810         INVALID KEY
031820             CONTINUE
031830         NOT INVALID KEY
031840             DISPLAY 'STUDMAINT - MERGE ' WS-MRG-RETIRED
031850                     ' INTO ' WS-MRG-SURVIVOR
031860                     ' - BOTH IDS HAVE EMPFIL ' FL-EFF-DATE
031870             MOVE 'EMPFIL CLASH - FIX BY HAND'
031880                             TO WS-TRANREJ-REASON
031890             PERFORM M900-REJECT-MERGE-PARA
031900                        THRU M900-REJECT-MERGE-PARA-EXIT
031910     END-READ.
031920
031930 M320-CHECK-EMP-CLASH-PARA-EXIT.
031940     EXIT.
031950
031960******************************************************************
031970*    M400-APPLY-MERGE-PARA                                       *
031980*    MARK THE RETIRED ROW MERGED, POINTING AT THE SURVIVOR, THEN *
031990*    RE-KEY THE RETIRED ID'S ENROLLMENT ROWS TO THE SURVIVOR.    *
032000*    THEIR CHARGE AND CREDIT STAMPS TRAVEL WITH THEM, SO NOTHING *
032010*    IS BILLED TWICE. IF THE RE-KEY FAILS THE STUDENT ROW IS PUT *
032020*    BACK BY A COMPENSATING UPDATE RATHER THAN A ROLLBACK, WHICH *
032030*    WOULD ALSO UNDO THE BATCH'S TRANSACTIONS SINCE THE LAST     *
032040*    CHECKPOINT.                                                 *
032050******************************************************************
032060 M400-APPLY-MERGE-PARA.
032070
032080     EXEC SQL
032090          UPDATE STUDENT
032100             SET STUDSTAT = 'M',
032110                 MRGDINTO = :WS-MRG-SURVIVOR
032120           WHERE STUDID   = :WS-MRG-RETIRED
032130             AND STUDSTAT <> 'M'
032140     END-EXEC
032150
032160     IF SQLCODE NOT = 0
032170         DISPLAY 'STUDMAINT - MERGE OF ' WS-MRG-RETIRED
032180                 ' FAILED - SQLCODE: ' SQLCODE
032190         MOVE 'MERGE FAILED - SEE SQLCODE'
032200                             TO WS-TRANREJ-REASON
032210         PERFORM M900-REJECT-MERGE-PARA
032220                    THRU M900-REJECT-MERGE-PARA-EXIT
032230         GO TO M400-APPLY-MERGE-PARA-EXIT
032240     END-IF
032250
032260     EXEC SQL
032270          UPDATE ENROLLMENT
032280             SET STUDID = :WS-MRG-SURVIVOR
032290           WHERE STUDID = :WS-MRG-RETIRED
032300     END-EXEC
032310
032320     EVALUATE SQLCODE
032330         WHEN 0
032340             ADD SQLERRD(3) TO WS-CNT-ENRL-MOVED
032350         WHEN 100
032360             CONTINUE
032370         WHEN OTHER
032380             DISPLAY 'STUDMAINT - ENROLLMENT MOVE FOR '
032390                     WS-MRG-RETIRED ' FAILED - SQLCODE: '
032400                     SQLCODE
032410             MOVE 'ENROLLMENT MOVE FAILED'
032420                             TO WS-TRANREJ-REASON
032430             PERFORM M900-REJECT-MERGE-PARA
032440                        THRU M900-REJECT-MERGE-PARA-EXIT
032450             EXEC SQL
032460                  UPDATE STUDENT
032470                     SET STUDSTAT = :WS-MRG-RET-STAT,
032480                         MRGDINTO = ' '
032490                   WHERE STUDID   = :WS-MRG-RETIRED
032500             END-EXEC
032510             IF SQLCODE NOT = 0
032520                 DISPLAY 'STUDMAINT - STUD-ID ' WS-MRG-RETIRED
032530                         ' LEFT MARKED MERGED - RESTORE BY HAND'
032540                 IF RETURN-CODE < 16
032550                     MOVE 16 TO RETURN-CODE
032560                 END-IF
032570             END-IF
032580     END-EVALUATE.
032590
032600 M400-APPLY-MERGE-PARA-EXIT.
032610     EXIT.
032611
032612******************************************************************
032613*    M450-CARRY-HOLD-PARA                                        *
032614*    A STUDENT WHO ASKED FOR A DIRECTORY-INFORMATION HOLD UNDER  *
032615*    EITHER ID KEEPS IT - A HOLD ON THE RETIRED ROW IS SET ON    *
032616*    THE SURVIVOR. THE MERGE ITSELF IS ALREADY APPLIED, SO A     *
032617*    FAILED UPDATE IS NOT BACKED OUT BUT FLAGGED FOR THE         *
032618*    REGISTRAR TO SET THE HOLD BY HAND.                          *
032619******************************************************************
032620 M450-CARRY-HOLD-PARA.
032621
032622     IF WS-MRG-RET-HOLD NOT = 'Y'
032623         MOVE 'N' TO WS-MRG-RET-HOLD
032624     END-IF
032625
032626     IF WS-MRG-SUR-HOLD NOT = 'Y'
032627         MOVE 'N' TO WS-MRG-SUR-HOLD
032628     END-IF
032629
032630     MOVE WS-MRG-SUR-HOLD TO WS-MRG-SUR-NEW-HOLD
032631
032632     IF WS-MRG-RET-HOLD = 'N'
032633        OR WS-MRG-SUR-HOLD = 'Y'
032634         GO TO M450-CARRY-HOLD-PARA-EXIT
032635     END-IF
032636
032637     EXEC SQL
032638          UPDATE STUDENT
032639             SET PRIVHOLD = 'Y'
032640           WHERE STUDID   = :WS-MRG-SURVIVOR
032641     END-EXEC
032642
032643     IF SQLCODE = 0
032644         MOVE 'Y' TO WS-MRG-SUR-NEW-HOLD
032645     ELSE
032646         DISPLAY 'STUDMAINT - PRIVACY HOLD NOT CARRIED TO '
032647                 WS-MRG-SURVIVOR ' - SQLCODE: ' SQLCODE
032648         DISPLAY 'STUDMAINT - SET THE HOLD ON STUD-ID '
032649                 WS-MRG-SURVIVOR ' BY HAND'
032650         IF RETURN-CODE < 16
032651             MOVE 16 TO RETURN-CODE
032652         END-IF
032653     END-IF.
032654
032655 M450-CARRY-HOLD-PARA-EXIT.
032656     EXIT.
032657
032658******************************************************************
032659*    M500-MOVE-EMPFIL-PARA                                       *
032660*    RE-KEY THE HELD EMPFIL RECORDS TO THE SURVIVOR.             *
032661******************************************************************
032670 M500-MOVE-EMPFIL-PARA.
032680
032690     PERFORM M510-MOVE-ONE-EMP-PARA
032700                THRU M510-MOVE-ONE-EMP-PARA-EXIT
032710                VARYING WS-MRG-EMP-IDX FROM 1 BY 1
032720                UNTIL WS-MRG-EMP-IDX > WS-MRG-EMP-CNT.
032730
032740 M500-MOVE-EMPFIL-PARA-EXIT.
032750     EXIT.
032760
032770******************************************************************
032780*    M510-MOVE-ONE-EMP-PARA                                      *
032790*    WRITE ONE RECORD UNDER THE SURVIVOR'S KEY, THEN DELETE IT   *
032800*    UNDER THE RETIRED ID'S. EMPFIL IS NOT UNDER DB2 COMMIT      *
032810*    CONTROL - DONE IN THIS ORDER, A RESTART THAT RE-APPLIES     *
032820*    THE MERGE FINDS ONLY THE RECORDS NOT YET MOVED STILL UNDER  *
032830*    THE RETIRED ID AND PICKS UP WHERE THE LAST RUN STOPPED.     *
032840******************************************************************
032850 M510-MOVE-ONE-EMP-PARA.
032860
032870     MOVE WS-MRG-EMP-ENTRY (WS-MRG-EMP-IDX) TO FL-REC
032880     MOVE WS-MRG-SURVIVOR TO STUD-ID
032890
032900     WRITE FL-REC
032910         INVALID KEY
032920             DISPLAY 'STUDMAINT - EMPFIL WRITE FAILED FOR '
032930                     FL-KEY ' - STATUS: ' WS-EMPFIL-STATUS
032940             IF RETURN-CODE < 16
032950                 MOVE 16 TO RETURN-CODE
032960             END-IF
032970             GO TO M510-MOVE-ONE-EMP-PARA-EXIT
032980     END-WRITE
032990
033000     MOVE WS-MRG-EMP-ENTRY (WS-MRG-EMP-IDX) TO FL-REC
033010
033020     DELETE EMPFIL RECORD
033030         INVALID KEY
033040             DISPLAY 'STUDMAINT - EMPFIL DELETE FAILED FOR '
033050                     FL-KEY ' - STATUS: ' WS-EMPFIL-STATUS
033060             IF RETURN-CODE < 16
033070                 MOVE 16 TO RETURN-CODE
033080             END-IF
033090             GO TO M510-MOVE-ONE-EMP-PARA-EXIT
033100     END-DELETE
033110
033120     ADD 1 TO WS-CNT-EMP-MOVED.
033130
033140 M510-MOVE-ONE-EMP-PARA-EXIT.
033150     EXIT.
033160
033170******************************************************************
033180*    M900-REJECT-MERGE-PARA                                      *
033190*    FAIL THE MERGE IN HAND - THE CALLER HAS STAGED THE REASON.  *
033200******************************************************************
033210 M900-REJECT-MERGE-PARA.
033220
033230     MOVE 'N' TO WS-MRG-VALID-SW
033240
033250     PERFORM E000-REJECT-TRAN-PARA
033260                THRU E000-REJECT-TRAN-PARA-EXIT.
033270
033280 M900-REJECT-MERGE-PARA-EXIT.
033290     EXIT.
033300
033310******************************************************************
033320*    F200-WRITE-MERGE-AUDIT-PARA                                 *
033330*    WRITE THE PAIR OF AUDIT RECORDS FOR A MERGE - ONE FOR THE   *
033340*    RETIRED ID (ROLE 'R', POINTING AT THE SURVIVOR) AND ONE     *
033350*    FOR THE SURVIVOR (ROLE 'S', POINTING BACK AT THE RETIRED    *
033360*    ID) - EACH WITH THE ROW'S NAME, DEPARTMENT AND STATUS AS    *
033370*    THEY STOOD BEFORE THE MERGE, UNDER ONE TIMESTAMP. THE HOLD  *
033373*    FLAG BYTES SHOW EACH ROW'S HOLD BEFORE AND AFTER - THE      *
033376*    SURVIVOR'S CHANGES WHEN IT TAKES ON THE RETIRED ID'S HOLD.  *
033380******************************************************************
033390 F200-WRITE-MERGE-AUDIT-PARA.
033400
033410     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
033420
033430     MOVE SPACES              TO AUD-REC
033440     MOVE WS-CURRENT-TIMESTAMP
033450                              TO AUD-TIMESTAMP
033460     MOVE TRAN-CODE           TO AUD-TRAN-CODE
033470     MOVE WS-MRG-RETIRED      TO AUD-STUDID
033480     MOVE WS-MRG-RET-NAME     TO AUD-OLD-NAME
033490     MOVE WS-MRG-RET-DEPT     TO AUD-OLD-DEPT
033500     MOVE 'R'                 TO AUD-MRG-ROLE
033510     MOVE WS-MRG-SURVIVOR     TO AUD-MRG-OTHER-ID
033520     MOVE WS-MRG-RET-STAT     TO AUD-MRG-OLD-STAT
033523     MOVE WS-MRG-RET-HOLD     TO AUD-OLD-HOLD
033526     MOVE WS-MRG-RET-HOLD     TO AUD-NEW-HOLD
033530     WRITE AUD-REC
033540     ADD 1 TO WS-CNT-AUDITED
033550
033560     MOVE SPACES              TO AUD-REC
033570     MOVE WS-CURRENT-TIMESTAMP
033580                              TO AUD-TIMESTAMP
033590     MOVE TRAN-CODE           TO AUD-TRAN-CODE
033600     MOVE WS-MRG-SURVIVOR     TO AUD-STUDID
033610     MOVE WS-MRG-SUR-NAME     TO AUD-OLD-NAME
033620     MOVE WS-MRG-SUR-DEPT     TO AUD-OLD-DEPT
033630     MOVE 'S'                 TO AUD-MRG-ROLE
033640     MOVE WS-MRG-RETIRED      TO AUD-MRG-OTHER-ID
033650     MOVE WS-MRG-SUR-STAT     TO AUD-MRG-OLD-STAT
033653     MOVE WS-MRG-SUR-HOLD     TO AUD-OLD-HOLD
033656     MOVE WS-MRG-SUR-NEW-HOLD TO AUD-NEW-HOLD
033660     WRITE AUD-REC
033670     ADD 1 TO WS-CNT-AUDITED.
033680
033690 F200-WRITE-MERGE-AUDIT-PARA-EXIT.
033700     EXIT.
033710
033720******************************************************************
033730*    K000-BATCH-START-PARA                                       *
033740*    TAKE THIS RUN'S PLACE IN THE NIGHTLY SEQUENCE ON BATCHCTL.  *
033750*    STUDMAINT, AT THE HEAD OF THE STREAM, OPENS TODAY AS THE    *
033760*    BUSINESS DATE; EVERY LATER PROGRAM WORKS TO THE LATEST DATE *
033770*    STUDMAINT OPENED, SO A NIGHT THAT RUNS PAST MIDNIGHT STAYS  *
033780*    ONE BUSINESS DATE. THE RUN IS REFUSED WITH RETURN-CODE 24,  *
033790*    BEFORE ANY FILE IS OPENED, WHEN THIS PROGRAM ALREADY        *
033800*    FINISHED CLEAN FOR THE DATE OR ITS PREDECESSOR HAS NOT. A   *
033810*    FAILED OR INTERRUPTED RUN MAY BE RESUBMITTED. THE START IS  *
033820*    COMMITTED AT ONCE SO THE BATCH-WINDOW REPORT SEES IT.       *
033830******************************************************************
033840 K000-BATCH-START-PARA.
033850
033860     IF WS-BC-PRED = SPACES
033870         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BC-DATE
033880     ELSE
033890         EXEC SQL
033900              SELECT  VALUE(MAX(BCDATE), ' ')
033910                INTO  :WS-BC-DATE
033920                FROM  BATCHCTL
033930               WHERE  BCPROG = 'STUDMAINT'
033940         END-EXEC
033950         IF SQLCODE NOT = 0
033960             DISPLAY 'STUDMAINT - '
033970                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
033980             MOVE 16 TO RETURN-CODE
033990             GOBACK
034000         END-IF
034010         IF WS-BC-DATE = SPACES
034020             DISPLAY 'STUDMAINT - '
034030                     'STUDMAINT HAS OPENED NO BUSINESS DATE ON '
034040                     'BATCHCTL - RUN REFUSED'
034050             MOVE 24 TO RETURN-CODE
034060             GOBACK
034070         END-IF
034080     END-IF
034090
034100     MOVE WS-BC-DATE    TO BCDATE
034110     MOVE WS-BC-PROGRAM TO BCPROG
034120     PERFORM K100-GET-STATUS-PARA
034130                THRU K100-GET-STATUS-PARA-EXIT
034140
034150     IF WS-BC-FOUND AND BCSTAT = 'C'
034160         DISPLAY 'STUDMAINT - '
034170                 'ALREADY FINISHED CLEAN FOR BUSINESS DATE '
034180                 WS-BC-DATE ' - RUN REFUSED'
034190         MOVE 24 TO RETURN-CODE
034200         GOBACK
034210     END-IF
034220
034230     MOVE WS-BC-FOUND-SW TO WS-BC-ROW-SW
034240
034250     IF WS-BC-PRED NOT = SPACES
034260         MOVE WS-BC-PRED TO BCPROG
034270         PERFORM K100-GET-STATUS-PARA
034280                    THRU K100-GET-STATUS-PARA-EXIT
034290         IF NOT WS-BC-FOUND OR BCSTAT NOT = 'C'
034300             DISPLAY 'STUDMAINT - ' WS-BC-PRED
034310                     ' HAS NOT FINISHED CLEAN FOR BUSINESS DATE '
034320                     WS-BC-DATE ' - RUN REFUSED'
034330             IF WS-BC-FOUND
034340                 DISPLAY 'STUDMAINT - ' WS-BC-PRED
034350                         ' STATUS: ' BCSTAT ' RETURN-CODE: ' BCRC
034360             END-IF
034370             MOVE 24 TO RETURN-CODE
034380             GOBACK
034390         END-IF
034400     END-IF
034410
034420     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
034430     MOVE WS-BC-PROGRAM   TO BCPROG
034440     MOVE WS-BC-TIMESTAMP TO BCSTART
034450     MOVE SPACES          TO BCEND
034460     MOVE ZERO            TO BCRC
034470     MOVE 'R'             TO BCSTAT
034480
034490     IF WS-BC-ROW-EXISTS
034500         EXEC SQL
034510              UPDATE  BATCHCTL
034520                 SET  BCSTART = :BCSTART,
034530                      BCEND   = :BCEND,
034540                      BCRC    = :BCRC,
034550                      BCSTAT  = :BCSTAT
034560               WHERE  BCDATE  = :BCDATE
034570                 AND  BCPROG  = :BCPROG
034580         END-EXEC
034590     ELSE
034600         EXEC SQL
034610              INSERT INTO BATCHCTL
034620                     (BCDATE, BCPROG, BCSTART, BCEND,
034630                      BCRC, BCSTAT)
034640              VALUES (:BCDATE, :BCPROG, :BCSTART, :BCEND,
034650                      :BCRC, :BCSTAT)
034660         END-EXEC
034670     END-IF
034680
034690     IF SQLCODE NOT = 0
034700         DISPLAY 'STUDMAINT - '
034710                 'BATCHCTL START NOT RECORDED - SQLCODE: ' SQLCODE
034720         MOVE 16 TO RETURN-CODE
034730         GOBACK
034740     END-IF
034750
034760     EXEC SQL
034770          COMMIT
034780     END-EXEC
034790
034800     MOVE 'Y' TO WS-BC-STARTED-SW
034810     DISPLAY 'STUDMAINT - BUSINESS DATE ' WS-BC-DATE.
034820
034830 K000-BATCH-START-PARA-EXIT.
034840     EXIT.
034850
034860******************************************************************
034870*    K100-GET-STATUS-PARA                                        *
034880*    FETCH THE BATCHCTL ROW FOR BCDATE/BCPROG. WS-BC-FOUND SAYS  *
034890*    WHETHER THERE IS ONE; A FAILED SELECT ENDS THE RUN BEFORE   *
034900*    ANY WORK IS DONE.                                           *
034910******************************************************************
034920 K100-GET-STATUS-PARA.
034930
034940     EXEC SQL
034950          SELECT  BCSTAT, BCRC
034960            INTO  :BCSTAT, :BCRC
034970            FROM  BATCHCTL
034980           WHERE  BCDATE = :BCDATE
034990             AND  BCPROG = :BCPROG
035000     END-EXEC
035010
035020     EVALUATE SQLCODE
035030         WHEN 0
035040             MOVE 'Y' TO WS-BC-FOUND-SW
035050         WHEN 100
035060             MOVE 'N' TO WS-BC-FOUND-SW
035070         WHEN OTHER
035080             DISPLAY 'STUDMAINT - '
035090                     'BATCHCTL READ FAILED - SQLCODE: ' SQLCODE
035100                     ' PROGRAM: ' BCPROG
035110             MOVE 16 TO RETURN-CODE
035120             GOBACK
035130     END-EVALUATE.
035140
035150 K100-GET-STATUS-PARA-EXIT.
035160     EXIT.
035170
035180******************************************************************
035190*    K900-BATCH-END-PARA                                         *
035200*    RECORD THE END OF THE RUN ON BATCHCTL: END TIME, RETURN     *
035210*    CODE, AND STATUS 'C' (CLEAN) UP TO WS-BC-CLEAN-RC OR 'F'    *
035220*    (FAILED) ABOVE IT. A FAILED RUN HOLDS ITS SUCCESSOR UNTIL   *
035230*    IT IS RESUBMITTED AND FINISHES CLEAN.                       *
035240******************************************************************
035250 K900-BATCH-END-PARA.
035260
035270     IF NOT WS-BC-STARTED
035280         GO TO K900-BATCH-END-PARA-EXIT
035290     END-IF
035300
035310     MOVE FUNCTION CURRENT-DATE TO WS-BC-TIMESTAMP
035320     MOVE WS-BC-DATE      TO BCDATE
035330     MOVE WS-BC-PROGRAM   TO BCPROG
035340     MOVE WS-BC-TIMESTAMP TO BCEND
035350     MOVE RETURN-CODE     TO BCRC
035360
035370     IF RETURN-CODE > WS-BC-CLEAN-RC
035380         MOVE 'F' TO BCSTAT
035390     ELSE
035400         MOVE 'C' TO BCSTAT
035410     END-IF
035420
035430     EXEC SQL
035440          UPDATE  BATCHCTL
035450             SET  BCEND   = :BCEND,
035460                  BCRC    = :BCRC,
035470                  BCSTAT  = :BCSTAT
035480           WHERE  BCDATE  = :BCDATE
035490             AND  BCPROG  = :BCPROG
035500     END-EXEC
035510
035520     IF SQLCODE NOT = 0
035530         DISPLAY 'STUDMAINT - '
035540                 'BATCHCTL END NOT RECORDED - SQLCODE: ' SQLCODE
035550         IF RETURN-CODE < 16
035560             MOVE 16 TO RETURN-CODE
035570         END-IF
035580         GO TO K900-BATCH-END-PARA-EXIT
035590     END-IF
035600
035610     EXEC SQL
035620          COMMIT
035630     END-EXEC
035640
035650     MOVE 'N' TO WS-BC-STARTED-SW.
035660
035670 K900-BATCH-END-PARA-EXIT.
035680     EXIT.
