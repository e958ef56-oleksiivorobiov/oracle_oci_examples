      *   NAME
      *     cbdem16.cob - Cobol demo program # 16
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  follow CBDEM1's REHIRE link back
      *                           to the former EMPNO the way the
      *                           transfer chain is followed, so a
      *                           returner's earlier service shows
      *                           in the history, and print the
      *                           original service date when it
      *                           differs from HIREDATE
      *    dlanders   09/02/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM16 IS THE EMPLOYEE PROFILE REPORT.  GIVEN AN EMPNO -
      * PER EMPLOYEE TO REPORT-FILE:
      *
      *   - THE CURRENT EMP ROW (NAME, JOB, SALARY, COMMISSION,
      *     DEPARTMENT, MANAGER, HIRE DATE, ORIGINAL SERVICE DATE
      *     FOR A REHIRE, STATUS, TERMINATION DATE WHEN SET);
      *   - THE FULL EMP_AUDIT HISTORY IN TIME ORDER.  A TRANSFER
      *     RENUMBERS AN EMPLOYEE, AND A REHIRE GIVES A RETURNER A
      *     NEW NUMBER, SO THE HISTORY FIRST WALKS THE TRANSFER
      *     AND REHIRE CHAIN BACK THROUGH OLD_MAX_EMPNO AND THEN
      *     LISTS EACH NUMBER'S ROWS OLDEST NUMBER FIRST - THE
      *     INSERT THE EMPLOYEE STARTED UNDER IS NOT LOST JUST
      *     BECAUSE THE NUMBER CHANGED;
       77   CONNECT-TRIES      PIC S9(4) COMP VALUE 0.
       77   CONNECT-MAX-TRIES  PIC S9(4) COMP VALUE 3.

       77   SQL-SELEMP         PIC X(400) VALUE
               "SELECT ENAME, JOB, NVL(SAL,0), NVL(COMM,0),
      -        " DEPTNO, NVL(MGR,0),
      -        " NVL(TO_CHAR(HIREDATE,'YYYY-MM-DD'),' '),
      -        " NVL(STATUS,'A'), NVL(TERM_DATE,' '),
      -        " NVL(TO_CHAR(SERVICE_DATE,'YYYY-MM-DD'),' ')
      -        " FROM EMP WHERE EMPNO = :1".
       77   SQL-SELEMP-L       PIC S9(9) VALUE 400 COMP.

      *----------------------------------------------------------
      * A TRANSFER ASSIGNED THE CURRENT NUMBER AND RETIRED AN OLD
      * ONE, AND A REHIRE ASSIGNED IT TO A RETURNER WHOSE FORMER
      * NUMBER STAYS ON THE INACTIVE ROW; EITHER WAY, FOLLOWING
      * OLD_MAX_EMPNO BACKWARDS RECOVERS EVERY NUMBER THE
      * EMPLOYEE EVER HELD.
      *----------------------------------------------------------
       77   SQL-SELXFER        PIC X(200) VALUE
               "SELECT NVL(OLD_MAX_EMPNO,0) FROM EMP_AUDIT
      -        " WHERE NEW_EMPNO = :1
      -        " AND ACTION IN ('TRANSFER','REHIRE')".
       77   SQL-SELXFER-L      PIC S9(9) VALUE 200 COMP.

       77   SQL-SELAUD         PIC X(300) VALUE
               "SELECT AUDIT_TS, OS_USER, NVL(OLD_MAX_EMPNO,0),
       77   EMP-STATUS         PIC X(1).
       77   EMP-STATUS-L       PIC S9(9) VALUE 1 COMP.
       77   EMP-TERMDATE       PIC X(10).
       77   EMP-SVCDATE        PIC X(10).
       77   PACKED-DEC-L       PIC S9(9) COMP VALUE 5.
       77   PACKED-DEC-T       PIC S9(9) COMP VALUE 7.

      *----------------------------------------------------------
      * THE EMPNO CHAIN: EVERY NUMBER THE EMPLOYEE HAS HELD,
      * OLDEST FIRST.  TEN HOPS IS GENEROUS - NOBODY TRANSFERS
      * OR RETURNS THAT OFTEN.
      *----------------------------------------------------------
       01  CHAIN-TABLE.
           02  CHAIN-EMPNO     OCCURS 10 TIMES PIC S9(9) COMP.
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TEN, EMP-SVCDATE,
                EMP-HIREDATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-2, SQL-SELXFER,
                SQL-SELXFER-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              STRING "  terminated " EMP-TERMDATE
                 DELIMITED BY SIZE
                INTO LINE-BUF(19:30).
           IF EMP-SVCDATE NOT = " " AND EMP-SVCDATE NOT = EMP-HIREDATE
              STRING "  service from " EMP-SVCDATE
                 DELIMITED BY SIZE
                INTO LINE-BUF(42:30).
           PERFORM PROF-WRITE.

           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * THE FULL EMP_AUDIT HISTORY.  FIRST WALK THE TRANSFER AND
      * REHIRE CHAIN BACK THROUGH OLD_MAX_EMPNO TO COLLECT EVERY
      * NUMBER THE EMPLOYEE HAS HELD, THEN LIST EACH NUMBER'S
      * AUDIT ROWS IN TIME ORDER, OLDEST NUMBER FIRST.
      *----------------------------------------------------------

       WRITE-HISTORY.

      *----------------------------------------------------------
      * ONE EMPNO'S AUDIT ROWS, IN TIME ORDER.  A TRANSFER SHOWS
      * THE OLD NUMBER IT RETIRED AND A REHIRE THE FORMER NUMBER
      * IT CARRIES ON FROM; A DEACTIVATE'S HIREDATE AND MGR
      * COLUMNS CARRY THE TERMINATION DATE AND REPLACEMENT
      * MANAGER, AS CBDEM1 WRITES THEM.
      *----------------------------------------------------------

                     AUD-NEWEMP-D ")" DELIMITED BY SIZE
                INTO LINE-BUF
                WITH POINTER LINE-PTR.
           IF AUD-ACTION = "REHIRE"
              MOVE AUD-OLDEMP TO AUD-OLDEMP-D
              MOVE AUD-NEWEMP TO AUD-NEWEMP-D
              STRING " (empno " AUD-OLDEMP-D " returned as "
                     AUD-NEWEMP-D ")" DELIMITED BY SIZE
                INTO LINE-BUF
                WITH POINTER LINE-PTR.
           IF (AUD-ACTION = "INSERT" OR AUD-ACTION = "REHIRE")
              AND AUD-HIREDATE NOT = " "
              STRING " hired " AUD-HIREDATE DELIMITED BY SIZE
                INTO LINE-BUF
                WITH POINTER LINE-PTR.
