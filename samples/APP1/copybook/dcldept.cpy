           EXEC SQL DECLARE DEPARTMENT TABLE
           ( DEPTCODE                       CHAR(10),
             DEPTNAME                       CHAR(30),
             DEPTCAP                        INTEGER,
             DEPTRATE                       DECIMAL(7, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPARTMENT                         *
           10 DEPTCODE               PIC X(10).
           10 DEPTNAME               PIC X(30).
           10 DEPTCAP                PIC S9(9) USAGE COMP.
           10 DEPTRATE               PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
