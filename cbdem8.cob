      *   NAME
      *     cbdem8.cob - Cobol demo program # 8
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  accept CBDEM1's REHIRE action as
      *                           a returner's audit trail, the way
      *                           a TRANSFER already is
      *    dlanders   08/22/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM8 RECONCILES EMP AGAINST EMP_AUDIT, SO MAINTENANCE
      * THREE CHECKS ARE MADE:
      *
      *   NO-INSERT-AUDIT - AN ACTIVE EMP ROW (STATUS 'A') WITH NO
      *     EMP_AUDIT INSERT (OR TRANSFER OR REHIRE) ACTION FOR
      *     ITS EMPNO.
      *   EMPNO-OFF-BLOCK - AN EMP ROW WHOSE EMPNO SITS OUTSIDE
      *     THE EMPNO BLOCK RESERVED FOR ITS DEPARTMENT (DEPT 10
      *     GETS 1000-1999, AND SO ON, AS CBDEM1 ASSIGNS THEM).

      * A TRANSFER RENUMBERS AN EMPLOYEE, SO AN ACTIVE EMPNO MAY
      * TRACE TO THE TRANSFER ACTION THAT ASSIGNED IT RATHER THAN
      * TO THE ORIGINAL INSERT, AND A RETURNER'S NEW EMPNO TRACES
      * TO THE REHIRE ACTION THAT LINKS IT TO THEIR FORMER ONE -
      * ALL COUNT AS A VALID TRAIL.
       77   SQL-CNTINS         PIC X(140) VALUE
               "SELECT COUNT(*) FROM EMP_AUDIT WHERE NEW_EMPNO = :1
      -        " AND ACTION IN ('INSERT','TRANSFER','REHIRE')".
       77   SQL-CNTINS-L       PIC S9(9) VALUE 140 COMP.

       77   SQL-SELDEACT       PIC X(100) VALUE
               "SELECT NEW_EMPNO, ENAME FROM EMP_AUDIT WHERE
