002180*    09/02/2026 RH    INSERT THE END-OF-JOB COUNTS INTO THE      *
002190*                     RUNLOG TABLE FOR THE MORNING RUNBAL        *
002200*                     CROSS-PROGRAM BALANCING REPORT.            *
002202*    10/15/2026 RH    A DELETE IS ALSO REFUSED WHILE ANY COURSE  *
002204*                     SECTION IS STILL OWNED BY THE DEPARTMENT - *
002206*                     THE CLASS LISTS WOULD OTHERWISE LOSE THEIR *
002208*                     OWNING-DEPARTMENT NAME.                    *
002209*    10/15/2026 RH    CARRY THE NEW DEPTRATE TUITION-RATE COLUMN *
002210*                     (CHARGE PER ENROLLMENT, 9(05)V99 ON THE    *
002211*                     TRANSACTION) ON ADDS AND CHANGES FOR THE   *
002212*                     BURSAR FEED. A BLANK RATE LOADS AS ZERO,   *
002213*                     WHICH BURSFEED HOLDS AS NO RATE ON FILE; A *
002214*                     NON-NUMERIC ONE REJECTS THE TRANSACTION.   *
002215*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004320     05 DTRAN-DEPTCAP-X       PIC X(05).
004340     05 DTRAN-DEPTCAP REDEFINES DTRAN-DEPTCAP-X
004360                              PIC 9(05).
004370     05 DTRAN-DEPTRATE-X      PIC X(07).
004380     05 DTRAN-DEPTRATE REDEFINES DTRAN-DEPTRATE-X
004390                              PIC 9(05)V99.
004400     05 FILLER                PIC X(27).
004500
004600 FD  DTRANREJ
004700     RECORDING MODE IS F.
006700 01  WS-DTRANREJ-REASON       PIC X(30) VALUE SPACES.
006800
006900 01  WS-STUD-USE-CNT          PIC S9(09) COMP VALUE ZERO.
006905 01  WS-CRS-USE-CNT           PIC S9(09) COMP VALUE ZERO.
006910
006920 01  WS-DEPTCAP-VALID-SW      PIC X(01) VALUE 'Y'.
006930     88 WS-DEPTCAP-VALID             VALUE 'Y'.
007900     EXEC SQL
008000          INCLUDE DCLDEPT
008100     END-EXEC.
008102
008104     EXEC SQL
008106          INCLUDE DCLCRS
008108     END-EXEC.
008110
008120     EXEC SQL
008130          INCLUDE DCLRLOG
015000
015100******************************************************************
015200*    B000-ADD-DEPT-PARA                                          *
015300*    INSERT A NEW DEPARTMENT ROW WITH ITS SEAT CAPACITY AND      *
015350*    TUITION RATE.                                               *
015400******************************************************************
015500 B000-ADD-DEPT-PARA.
015600
015660     IF NOT WS-DEPTCAP-VALID
015680         GO TO B000-ADD-DEPT-PARA-EXIT
015690     END-IF
015692
015693     PERFORM G100-EDIT-RATE-PARA
015694                THRU G100-EDIT-RATE-PARA-EXIT
015695     IF NOT WS-DEPTCAP-VALID
015696         GO TO B000-ADD-DEPT-PARA-EXIT
015697     END-IF
015698
015700     MOVE DTRAN-DEPTCODE   TO DEPTCODE
015800     MOVE DTRAN-DEPTNAME   TO DEPTNAME
015900
016000     EXEC SQL
016100          INSERT INTO DEPARTMENT
016200                 (DEPTCODE, DEPTNAME, DEPTCAP, DEPTRATE)
016300          VALUES (:DEPTCODE, :DEPTNAME, :DEPTCAP, :DEPTRATE)
016400     END-EXEC
016500
016600     IF SQLCODE = 0
017700
017800******************************************************************
017900*    C000-CHANGE-DEPT-PARA                                       *
018000*    UPDATE THE NAME, SEAT CAPACITY AND TUITION RATE OF AN       *
018050*    EXISTING DEPARTMENT.                                        *
018100******************************************************************
018200 C000-CHANGE-DEPT-PARA.
018300
018360     IF NOT WS-DEPTCAP-VALID
018380         GO TO C000-CHANGE-DEPT-PARA-EXIT
018390     END-IF
018392
018393     PERFORM G100-EDIT-RATE-PARA
018394                THRU G100-EDIT-RATE-PARA-EXIT
018395     IF NOT WS-DEPTCAP-VALID
018396         GO TO C000-CHANGE-DEPT-PARA-EXIT
018397     END-IF
018398
018400     MOVE DTRAN-DEPTCODE   TO DEPTCODE
018500     MOVE DTRAN-DEPTNAME   TO DEPTNAME
018600
018700     EXEC SQL
018800          UPDATE DEPARTMENT
018900             SET DEPTNAME   = :DEPTNAME,
018950                 DEPTCAP    = :DEPTCAP,
018975                 DEPTRATE   = :DEPTRATE
019000           WHERE DEPTCODE   = :DEPTCODE
019100     END-EXEC
019200
020700*    REMOVE A CLOSED DEPARTMENT - BUT ONLY WHEN NO STUDENT ROW   *
020800*    STILL CARRIES THE DEPTCODE. A DELETE THAT WENT THROUGH      *
020900*    WHILE STUDENTS REFERENCED THE CODE WOULD MAKE THE ROSTER'S  *
021000*    DEPARTMENT-NAME LOOKUP FALL BACK TO RAW CODES. THE SAME     *
021025*    GOES FOR A COURSE SECTION THE DEPARTMENT STILL OWNS -       *
021050*    CANCELLED SECTIONS INCLUDED, SINCE THEIR CLASS LISTS AND    *
021075*    ENROLLMENT HISTORY STILL NAME THE OWNER.                    *
021100******************************************************************
021200 D000-DELETE-DEPT-PARA.
021300
023500                    THRU E000-REJECT-TRAN-PARA-EXIT
023600         GO TO D000-DELETE-DEPT-PARA-EXIT
023700     END-IF
023704
023708     EXEC SQL
023712          SELECT  COUNT(*)
023716            INTO  :WS-CRS-USE-CNT
023720            FROM  COURSE
023724           WHERE  CRSDEPT = :DEPTCODE
023728     END-EXEC
023732
023736     IF SQLCODE NOT = 0
023740         MOVE 'REFERENCE CHECK FAILED'
023744                         TO WS-DTRANREJ-REASON
023748         PERFORM E000-REJECT-TRAN-PARA
023752                    THRU E000-REJECT-TRAN-PARA-EXIT
023756         GO TO D000-DELETE-DEPT-PARA-EXIT
023760     END-IF
023764
023768     IF WS-CRS-USE-CNT > ZERO
023772         MOVE 'COURSE SECTIONS STILL OWNED'
023776                         TO WS-DTRANREJ-REASON
023780         PERFORM E000-REJECT-TRAN-PARA
023784                    THRU E000-REJECT-TRAN-PARA-EXIT
023788         GO TO D000-DELETE-DEPT-PARA-EXIT
023792     END-IF
023800
023900     EXEC SQL
024000          DELETE FROM DEPARTMENT
036400
036500 L100-LOG-ONE-COUNT-PARA-EXIT.
036600     EXIT.
036610
036620******************************************************************
036630*    G100-EDIT-RATE-PARA                                         *
036640*    STAGE THE TRANSACTION'S TUITION RATE INTO THE DEPTRATE      *
036650*    HOST VARIABLE, THE SAME WAY AS THE CAPACITY. A BLANK RATE   *
036660*    GOES IN AS ZERO - BURSFEED HOLDS THE DEPARTMENT'S CHARGES   *
036670*    UNTIL A RATE IS SET RATHER THAN BILL NOTHING. ANYTHING ELSE *
036680*    NON-NUMERIC REJECTS THE TRANSACTION BEFORE ANY SQL RUNS.    *
036690******************************************************************
036700 G100-EDIT-RATE-PARA.
036710
036720     MOVE 'Y' TO WS-DEPTCAP-VALID-SW
036730
036740     EVALUATE TRUE
036750         WHEN DTRAN-DEPTRATE-X = SPACES
036760             MOVE ZERO TO DEPTRATE
036770         WHEN DTRAN-DEPTRATE-X IS NUMERIC
036780             MOVE DTRAN-DEPTRATE TO DEPTRATE
036790         WHEN OTHER
036800             MOVE 'N' TO WS-DEPTCAP-VALID-SW
036810             MOVE 'TUITION RATE NOT NUMERIC'
036820                             TO WS-DTRANREJ-REASON
036830             PERFORM E000-REJECT-TRAN-PARA
036840                        THRU E000-REJECT-TRAN-PARA-EXIT
036850     END-EVALUATE.
036860
036870 G100-EDIT-RATE-PARA-EXIT.
036880     EXIT.
