           ( STUDID                         CHAR(5),
             EFFDATE                        CHAR(8),
             LOADTS                         CHAR(26),
             ENDDATE                        CHAR(8),
             ENRLDEPT                       CHAR(10),
             ENDRSN                         CHAR(1),
             ENRLCRS                        CHAR(8),
             ENRLSECT                       CHAR(3),
             CHGDATE                        CHAR(8),
             CRDDATE                        CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ENROLLMENT                         *
           10 EFFDATE              PIC X(8).
           10 LOADTS               PIC X(26).
           10 ENDDATE              PIC X(8).
           10 ENRLDEPT             PIC X(10).
           10 ENDRSN               PIC X(1).
           10 ENRLCRS              PIC X(8).
           10 ENRLSECT             PIC X(3).
           10 CHGDATE              PIC X(8).
           10 CRDDATE              PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
