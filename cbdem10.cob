      *
      * $Header: cbdem10.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem10.cob - Cobol demo program # 10
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  stamp the extract date on the
      *                           trailer, so CBDEM20 can match the
      *                           bureau's return file to the run
      *                           it acknowledges
      *    dlanders   09/02/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM10 IS THE PAYROLL BUREAU EXPORT.  IT READS EVERY
      * RECORD PER EMPLOYEE (EMPNO, ENAME, SAL, COMM, DEPTNO) TO
      * PAY-FILE, FOLLOWED BY A TRAILER RECORD CARRYING THE
      * DETAIL-RECORD COUNT AND HASH TOTALS OF SAL AND COMM, SO
      * THE BUREAU CAN VERIFY IT RECEIVED THE WHOLE FILE, AND THE
      * EXTRACT (RUN) DATE THE BUREAU ECHOES ON ITS RETURN FILE.
      *
      * BEFORE ANYTHING IS WRITTEN, THE RECONRPT REPORT LEFT BY
      * THE SAME NIGHT'S CBDEM8 RUN IS CHECKED: IF IT IS MISSING,
           02   TRL-COUNT      PIC 9(09).
           02   TRL-SAL-HASH   PIC 9(11).99.
           02   TRL-COMM-HASH  PIC 9(11).99.
           02   TRL-EXTRACT-DATE PIC 9(08).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC        PIC X(200).

      *----------------------------------------------------------
      * CLOSE THE FILE OUT WITH THE TRAILER THE BUREAU BALANCES
      * AGAINST: DETAIL COUNT AND THE SAL AND COMM HASH TOTALS,
      * AND THE RUN DATE CBDEM20 RECONCILES THE RETURN FILE BY.
      *----------------------------------------------------------

       EXTRACT-DONE.

           MOVE "T" TO TRL-REC-TYPE.
           MOVE EXTRACT-DATE TO TRL-EXTRACT-DATE.
           MOVE PAY-COUNT TO TRL-COUNT.
           MOVE SAL-HASH TO TRL-SAL-HASH.
           MOVE COMM-HASH TO TRL-COMM-HASH.
