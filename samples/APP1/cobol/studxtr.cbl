000326*                     WITHDRAWN ROWS BY DEFAULT (MATCHING THE    *
000328*                     OLD FEED) AND TAKES PARM 'W' TO INCLUDE    *
000329*                     THEM; THE STATUS RIDES AS A FIFTH FIELD.   *
000330*    10/15/2026 RH    NEVER EXTRACT A ROW STUDMAINT HAS MERGED   *
000331*                     INTO ANOTHER STUD-ID (STUDSTAT 'M') - THE  *
000332*                     SURVIVOR CARRIES THE STUDENT.              *
000333*    10/15/2026 RH    LEAVE OUT EVERY STUDENT UNDER A DIRECTORY- *
000334*                     INFORMATION PRIVACY HOLD (PRIVHOLD 'Y') -  *
000335*                     THEIR DETAILS ARE NOT RELEASED TO THE      *
000336*                     WAREHOUSE. THE TRAILER COUNT IS OF ROWS    *
000337*                     WRITTEN, SO IT STILL BALANCES.             *
000338*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000920            FROM  STUDENT
000925           WHERE  (STUDSTAT <> 'W'
000930              OR  :WS-INCLUDE-W-SW = 'W')
000932             AND  STUDSTAT <> 'M'
000933             AND  PRIVHOLD <> 'Y'
000935           ORDER  BY STUDID
000940     END-EXEC.
000942
