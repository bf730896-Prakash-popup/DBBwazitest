      ******************************************************************
      * DCLGEN TABLE(COURSE)                                           *
      *        LIBRARY(ADCDF.SOURCE.DB2(DCLCRS))                       *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COURSE TABLE
           ( CRSCODE                        CHAR(8),
             CRSSECT                        CHAR(3),
             CRSDEPT                        CHAR(10),
             CRSTITLE                       CHAR(30),
             CRSINSTR                       CHAR(20),
             CRSSTAT                        CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COURSE                             *
      ******************************************************************
       01  DCLCOURSE.
           10 CRSCODE              PIC X(8).
           10 CRSSECT              PIC X(3).
           10 CRSDEPT              PIC X(10).
           10 CRSTITLE             PIC X(30).
           10 CRSINSTR             PIC X(20).
           10 CRSSTAT              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
