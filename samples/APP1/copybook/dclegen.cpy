      ******************************************************************
      * DCLGEN TABLE(ENRLGENS)                                         *
      *        LIBRARY(ADCDF.SOURCE.DB2(DCLEGEN))                      *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ENRLGENS TABLE
           ( GENID                          CHAR(14),
             APPLDATE                       CHAR(8),
             APPLTS                         CHAR(26),
             GENRECS                        INTEGER,
             ROLLDATE                       CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ENRLGENS                           *
      ******************************************************************
       01  DCLENRLGENS.
           10 GENID                PIC X(14).
           10 APPLDATE             PIC X(8).
           10 APPLTS               PIC X(26).
           10 GENRECS              PIC S9(9) USAGE COMP.
           10 ROLLDATE             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
