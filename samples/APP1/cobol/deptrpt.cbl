000316*                     WITHDRAWN STUDENTS ARE SKIPPED BY DEFAULT  *
000318*                     AND INCLUDED - MARKED ON THE LINE - WHEN   *
000319*                     THE PROGRAM IS RUN WITH PARM 'W'.          *
000320*    10/15/2026 RH    PRINT '*WITHHELD*' IN PLACE OF THE NAME OF *
000321*                     A STUDENT UNDER A PRIVACY HOLD (NEW DW-    *
000322*                     PRIV-HOLD FLAG ON DEPTWORK) AND COUNT THE  *
000323*                     NAMES WITHHELD IN THE END-OF-JOB DISPLAY.  *
000324*                                                                *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000510     05 DW-DEPT-NAME         PIC X(30).
000512     05 DW-STUD-STATUS       PIC X(01).
000514        88 DW-STUD-WITHDRAWN       VALUE 'W'.
000518     05 DW-PRIV-HOLD         PIC X(01).
000522        88 DW-STUD-HELD            VALUE 'Y'.
000526     05 FILLER               PIC X(23).
000530
000540 FD  DEPTPRT
000550     RECORDING MODE IS F.
000660     05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE ZERO.
000665     05 WS-CNT-DUPS          PIC 9(07) COMP-3 VALUE ZERO.
000667     05 WS-CNT-WDRN-SKIPPED  PIC 9(07) COMP-3 VALUE ZERO.
000668     05 WS-CNT-WITHHELD      PIC 9(07) COMP-3 VALUE ZERO.
000670     05 WS-CNT-DEPT-STUDS    PIC 9(07) COMP-3 VALUE ZERO.
000680     05 WS-CNT-GRAND-STUDS   PIC 9(07) COMP-3 VALUE ZERO.
000690     05 WS-CNT-DEPTS         PIC 9(05) COMP-3 VALUE ZERO.
000692
000694 01  WS-INCLUDE-W-SW         PIC X(01) VALUE SPACE.
000696     88 WS-INCLUDE-WITHDRAWN        VALUE 'W'.
000697
000698 01  WS-WITHHELD-NAME        PIC X(10) VALUE '*WITHHELD*'.
000700
000710 01  WS-RUN-DATE             PIC X(08).
000720 01  WS-LINES-PER-PAGE       PIC 9(02) COMP-3 VALUE 60.
002440******************************************************************
002450*    F100-PRINT-DETAIL-PARA                                      *
002460*    WRITE ONE STUDENT LINE, CONTINUING THE CURRENT DEPARTMENT   *
002464*    ON A FRESH PAGE WHEN THE PAGE IS FULL. THE NAME OF A        *
002468*    STUDENT UNDER A PRIVACY HOLD IS NEVER PRINTED - STUD HAS    *
002472*    ALREADY MASKED IT ON DEPTWORK, AND THE HOLD IS CHECKED      *
002476*    AGAIN HERE SO THE ROSTER NEVER DEPENDS ON THAT ALONE.       *
002480******************************************************************
002490 F100-PRINT-DETAIL-PARA.
002500
002540     END-IF
002550
002560     MOVE DW-STUD-ID   TO WS-RPT-D-ID
002561     IF DW-STUD-HELD
002562         MOVE WS-WITHHELD-NAME TO WS-RPT-D-NAME
002563         ADD 1 TO WS-CNT-WITHHELD
002564     ELSE
002565         MOVE DW-STUD-NAME TO WS-RPT-D-NAME
002566     END-IF
002572
002574     IF DW-STUD-WITHDRAWN
002576         MOVE 'WITHDRAWN' TO WS-RPT-D-STATUS
002950             ' DEPARTMENTS: ' WS-CNT-DEPTS
002960             ' STUDENTS: ' WS-CNT-GRAND-STUDS
002965             ' EXTRA TRANSACTIONS SKIPPED: ' WS-CNT-DUPS
002966             ' WITHDRAWN SKIPPED: ' WS-CNT-WDRN-SKIPPED
002967             ' NAMES WITHHELD: ' WS-CNT-WITHHELD.
002970
002980 H000-GRAND-TOTAL-PARA-EXIT.
002990     EXIT.
