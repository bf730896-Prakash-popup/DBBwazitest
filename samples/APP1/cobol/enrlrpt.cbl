000350*                     DATES IN THE PERIOD (RC 4 WHEN THAT        *
000360*                     DIFFERS - LOAD DATE AND EFFECTIVE MONTH    *
000370*                     LEGITIMATELY STRADDLE PERIOD EDGES).       *
000371*    10/15/2026 RH    GROUP ON THE DEPARTMENT CARRIED ON EACH    *
000372*                     ENROLLMENT ROW INSTEAD OF JOINING TO THE   *
000373*                     STUDENT'S CURRENT DEPARTMENT - A STUDENT   *
000374*                     WHO HAS SINCE TRANSFERRED STAYS COUNTED    *
000375*                     WHERE THE ENROLLMENT ACTUALLY WAS.         *
000380*                                                                *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
001540******************************************************************
001550*    ONE ROW PER DEPARTMENT AND EFFECTIVE-DATE MONTH IN THE      *
001560*    PERIOD, IN DEPARTMENT-THEN-MONTH ORDER FOR THE CONTROL      *
001570*    BREAK. THE DEPARTMENT IS THE ONE CARRIED ON THE ENROLLMENT  *
001573*    ROW ITSELF, NOT THE STUDENT'S CURRENT ONE, SO A TRANSFER    *
001576*    NEVER RE-FILES HISTORY UNDER THE NEW DEPARTMENT. THE NAME   *
001580*    FOR THE PAGE HEADING IS LOOKED UP PER BREAK THE SAME WAY    *
001590*    STUD DOES, FALLING BACK TO THE RAW CODE.                    *
001600******************************************************************
001610     EXEC SQL
001620          DECLARE MRPTCSR CURSOR FOR
001630          SELECT  E.ENRLDEPT,
001640                  SUBSTR(E.EFFDATE, 1, 6),
001650                  COUNT(*)
001660            FROM  ENROLLMENT E
001680           WHERE  SUBSTR(E.EFFDATE, 1, 6)
001690                  BETWEEN :WS-FROM-MONTH AND :WS-TO-MONTH
001700           GROUP  BY E.ENRLDEPT, SUBSTR(E.EFFDATE, 1, 6)
001710           ORDER  BY 1, 2
001720     END-EXEC.
001730
004440     EXEC SQL
004450          SELECT  VALUE(COUNT(*), 0)
004460            INTO  :WS-TABLE-COUNT
004470            FROM  ENROLLMENT E
004490           WHERE  SUBSTR(E.EFFDATE, 1, 6)
004500                  BETWEEN :WS-FROM-MONTH AND :WS-TO-MONTH
004510     END-EXEC
004520
