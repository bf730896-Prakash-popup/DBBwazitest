      ******************************************************************
      * DCLGEN TABLE(BATCHCTL)                                         *
      *        LIBRARY(ADCDF.SOURCE.DB2(DCLBCTL))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BATCHCTL TABLE
           ( BCDATE                         CHAR(8),
             BCPROG                         CHAR(10),
             BCSTART                        CHAR(26),
             BCEND                          CHAR(26),
             BCRC                           INTEGER,
             BCSTAT                         CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BATCHCTL                           *
      ******************************************************************
       01  DCLBATCHCTL.
           10 BCDATE               PIC X(8).
           10 BCPROG               PIC X(10).
           10 BCSTART              PIC X(26).
           10 BCEND                PIC X(26).
           10 BCRC                 PIC S9(9) USAGE COMP.
           10 BCSTAT               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
