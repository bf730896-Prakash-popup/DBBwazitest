           ( STUDID                         CHAR(5),
             STUDNAME                       CHAR(10),
             DEPARTMENT                     CHAR(10),
             STUDSTAT                       CHAR(1),
             MRGDINTO                       CHAR(5),
             PRIVHOLD                       CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STUDENT                            *
           10 STUDNAME             PIC X(10).
           10 DEPARTMENT           PIC X(10).
           10 STUDSTAT             PIC X(1).
           10 MRGDINTO             PIC X(5).
           10 PRIVHOLD             PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
