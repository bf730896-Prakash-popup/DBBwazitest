      ******************************************************************
      * DCLGEN TABLE(TERMHIST)                                         *
      *        LIBRARY(ADCDF.SOURCE.DB2(DCLTHST))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TERMHIST TABLE
           ( TERMEND                        CHAR(8),
             THDEPT                         CHAR(10),
             HEADCNT                        INTEGER,
             WAITCNT                        INTEGER,
             ROWSCLSD                       INTEGER,
             SNAPDATE                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TERMHIST                           *
      ******************************************************************
       01  DCLTERMHIST.
           10 TERMEND              PIC X(8).
           10 THDEPT               PIC X(10).
           10 HEADCNT              PIC S9(9) USAGE COMP.
           10 WAITCNT              PIC S9(9) USAGE COMP.
           10 ROWSCLSD             PIC S9(9) USAGE COMP.
           10 SNAPDATE             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
