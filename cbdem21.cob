      *
      * $Header: cbdem21.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem21.cob - Cobol demo program # 21
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM21 IS THE LEAVE PROGRAM.  EACH EMPLOYEE'S ANNUAL
      * LEAVE IS KEPT IN EMP_LEAVE: THE ANNUAL ENTITLEMENT IN
      * DAYS, THE DAYS ACCRUED SO FAR, THE DAYS TAKEN, AND THE
      * LAST MONTH ACCRUED.  THE ENTITLEMENT COMES FROM
      * LEAVE_ENTITLE, ONE ROW PER JOB, WITH JOB 'OTHER' AS THE
      * CATCH-ALL FOR ANY JOB WITH NO ROW OF ITS OWN.  THE MENU
      * OFFERS:
      *
      *   ABSENCES - LOAD ABSENCE-FILE UNATTENDED: ONE RECORD PER
      *              ABSENCE (EMPNO, FIRST DAY, DAYS TAKEN), WITH
      *              THE SAME CHECKPOINT/RESTART, REJECT-WITH-
      *              REASON, AND END-OF-RUN SUMMARY CBDEM1'S
      *              HIRE-FILE HAS.  EACH ABSENCE IS KEPT IN
      *              EMP_ABSENCE AND CHARGED TO EMP_LEAVE.TAKEN.
      *   ACCRUAL  - THE MONTHLY ACCRUAL: ONE TWELFTH OF THE
      *              ENTITLEMENT FOR EVERY ACTIVE EMPLOYEE, PRO-
      *              RATED BY CALENDAR DAY FOR ANYONE HIRED DURING
      *              THE MONTH.  AN EMPLOYEE ALREADY ACCRUED FOR
      *              THE MONTH IS PASSED OVER, SO A SECOND RUN FOR
      *              THE SAME MONTH ADDS NOTHING.
      *   REPORT   - THE BALANCE OF EVERY ACTIVE EMPLOYEE, BY
      *              DEPARTMENT, WITH ITS VALUE AT CURRENT SALARY,
      *              TO REPORT-FILE.
      *
      * THE FIRST RUN CREATES THE TABLES AND SEEDS LEAVE_ENTITLE
      * WITH THE STANDING ENTITLEMENTS.  CBDEM1 READS EMP_LEAVE
      * WHEN IT TERMINATES SOMEONE, TO PUT THE UNTAKEN BALANCE
      * AND ITS VALUE ON THE LEAVERS REPORT.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM21.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO "ABSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABSENCE-FILE-STATUS.
           SELECT ABS-REJECT-FILE ASSIGN TO "ABSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABS-REJ-STATUS.
           SELECT ABS-CHKPT-FILE ASSIGN TO "ABSCHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABS-CHKPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LVBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT CONNECT-FILE ASSIGN TO "ORACONN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONNECT-FILE-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-FILE
           LABEL RECORDS ARE STANDARD.
      * ONE ABSENCE PER RECORD: THE EMPLOYEE, THE FIRST DAY OFF
      * (YYYY-MM-DD), AND THE WORKING DAYS TAKEN (HALF DAYS AS
      * .5).  THE TRAILING FILLER LINES THE RECORD UP WITH
      * ABS-REJ-REC, SO A CORRECTED REJECT FILE CAN BE
      * RESUBMITTED AS THE NEXT ABSENCE-FILE AS-IS.
       01  ABSENCE-REC.
           02   ABS-EMPNO      PIC X(10).
           02   ABS-DATE       PIC X(10).
           02   ABS-DAYS       PIC X(10).
           02   FILLER         PIC X(8).
       FD  ABS-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABS-REJ-REC.
           02   AREJ-EMPNO     PIC X(10).
           02   AREJ-DATE      PIC X(10).
           02   AREJ-DAYS      PIC X(10).
           02   AREJ-REASON    PIC X(8).
       FD  ABS-CHKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ABS-CHKPT-REC        PIC 9(9).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC           PIC X(132).
       FD  CONNECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONNECT-REC          PIC X(132).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC        PIC X(200).
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC          PIC X(132).
       WORKING-STORAGE SECTION.
       01  LDA.
           02   LDA-V2RC       PIC S9(4) COMP.
           02   FILLER         PIC X(10).
           02   LDA-RC         PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  HDA                 PIC X(512).

       01  CURSOR-1.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-2.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-3.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-4.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-5.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-6.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-7.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-8.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-9.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).

      * Connect information.  These default to the local demo
      * account, but are overridden by CONNECT-FILE, if present -
      * see READ-CONNECT-INFO.
       77   USER-ID            PIC X(30) VALUE "SCOTT".
       77   USER-ID-L          PIC S9(9) VALUE 5 COMP.
       77   PSW                PIC X(30) VALUE "tiger".
       77   PSW-L              PIC S9(9) VALUE 5 COMP.
       77   CONN               PIC X(80) VALUE SPACES.
       77   CONN-L             PIC S9(9) VALUE 0 COMP.
       77   CONN-MODE          PIC S9(9) VALUE 0 COMP.

       77   CONNECT-FILE-STATUS PIC X(2).
           88  CONNECT-FILE-OK      VALUE "00".
       77   CONNECT-TRIES      PIC S9(4) COMP VALUE 0.
       77   CONNECT-MAX-TRIES  PIC S9(4) COMP VALUE 3.

      *----------------------------------------------------------
      * THE LEAVE TABLES.  EACH CREATE IS ATTEMPTED EVERY RUN AND
      * ORA-955 (NAME ALREADY USED) IS TOLERATED.  DAY COUNTS
      * CARRY TWO DECIMALS SO HALF DAYS AND PRO-RATED MONTHS
      * KEEP THEIR FRACTIONS.  LAST_ACCRUAL IS THE 'YYYY-MM' OF
      * THE LAST MONTH ACCRUED.
      *----------------------------------------------------------
       77   SQL-CRENT          PIC X(100) VALUE
               "CREATE TABLE LEAVE_ENTITLE (JOB VARCHAR2(12)
      -        " PRIMARY KEY, ANNUAL_DAYS NUMBER(5,2))".
       77   SQL-CRENT-L        PIC S9(9) VALUE 100 COMP.

       77   SQL-CRLEAVE        PIC X(200) VALUE
               "CREATE TABLE EMP_LEAVE (EMPNO NUMBER(4) PRIMARY KEY,
      -        " ANNUAL_DAYS NUMBER(5,2), ACCRUED NUMBER(7,2),
      -        " TAKEN NUMBER(7,2), LAST_ACCRUAL VARCHAR2(7))".
       77   SQL-CRLEAVE-L      PIC S9(9) VALUE 200 COMP.

       77   SQL-CRABS          PIC X(220) VALUE
               "CREATE TABLE EMP_ABSENCE (EMPNO NUMBER(4),
      -        " START_DATE VARCHAR2(10), DAYS NUMBER(5,2),
      -        " LOAD_TS VARCHAR2(19), OS_USER VARCHAR2(30),
      -        " PRIMARY KEY (EMPNO, START_DATE))".
       77   SQL-CRABS-L        PIC S9(9) VALUE 220 COMP.

       77   SQL-CNTENT         PIC X(40) VALUE
               "SELECT COUNT(*) FROM LEAVE_ENTITLE".
       77   SQL-CNTENT-L       PIC S9(9) VALUE 40 COMP.

       77   SQL-INSENT         PIC X(80) VALUE
               "INSERT INTO LEAVE_ENTITLE (JOB, ANNUAL_DAYS)
      -        " VALUES (RTRIM(:1), :2)".
       77   SQL-INSENT-L       PIC S9(9) VALUE 80 COMP.

      *----------------------------------------------------------
      * THE ACCRUAL DRIVER - EVERY ACTIVE EMPLOYEE WITH THEIR
      * HIRE DATE, LAST MONTH ACCRUED (BLANK IF NEVER), AND THE
      * ENTITLEMENT FOR THEIR JOB (OR 'OTHER').
      *----------------------------------------------------------
       77   SQL-SELACC         PIC X(400) VALUE
               "SELECT E.EMPNO, NVL(TO_CHAR(E.HIREDATE,'YYYY-MM-DD'),
      -        "' '), NVL(L.LAST_ACCRUAL, ' '),
      -        " NVL(G.ANNUAL_DAYS, O.ANNUAL_DAYS)
      -        " FROM EMP E, EMP_LEAVE L, LEAVE_ENTITLE G,
      -        " LEAVE_ENTITLE O WHERE E.STATUS = 'A'
      -        " AND L.EMPNO(+) = E.EMPNO AND G.JOB(+) = E.JOB
      -        " AND O.JOB = 'OTHER' ORDER BY E.EMPNO".
       77   SQL-SELACC-L       PIC S9(9) VALUE 400 COMP.

       77   SQL-UPDACC         PIC X(130) VALUE
               "UPDATE EMP_LEAVE SET ANNUAL_DAYS = :1,
      -        " ACCRUED = ACCRUED + :2, LAST_ACCRUAL = :3
      -        " WHERE EMPNO = :4".
       77   SQL-UPDACC-L       PIC S9(9) VALUE 130 COMP.

      *----------------------------------------------------------
      * A FIRST ACCRUAL, OR A FIRST ABSENCE, FOR AN EMPLOYEE WITH
      * NO EMP_LEAVE ROW YET CREATES ONE.  A BLANK LAST-MONTH
      * BIND GOES IN AS NULL.
      *----------------------------------------------------------
       77   SQL-INSLEAVE       PIC X(130) VALUE
               "INSERT INTO EMP_LEAVE (EMPNO, ANNUAL_DAYS, ACCRUED,
      -        " TAKEN, LAST_ACCRUAL) VALUES (:1,:2,:3,:4,RTRIM(:5))".
       77   SQL-INSLEAVE-L     PIC S9(9) VALUE 130 COMP.

       77   SQL-SELEMP         PIC X(150) VALUE
               "SELECT NVL(STATUS, 'A'),
      -        " NVL(TO_CHAR(HIREDATE,'YYYY-MM-DD'), ' ')
      -        " FROM EMP WHERE EMPNO = :1".
       77   SQL-SELEMP-L       PIC S9(9) VALUE 150 COMP.

       77   SQL-INSABS         PIC X(120) VALUE
               "INSERT INTO EMP_ABSENCE (EMPNO, START_DATE, DAYS,
      -        " LOAD_TS, OS_USER) VALUES (:1,:2,:3,:4,:5)".
       77   SQL-INSABS-L       PIC S9(9) VALUE 120 COMP.

       77   SQL-UPDTAKEN       PIC X(80) VALUE
               "UPDATE EMP_LEAVE SET TAKEN = TAKEN + :1
      -        " WHERE EMPNO = :2".
       77   SQL-UPDTAKEN-L     PIC S9(9) VALUE 80 COMP.

      *----------------------------------------------------------
      * THE BALANCE REPORT DRIVER - EVERY ACTIVE EMPLOYEE IN
      * DEPARTMENT ORDER, WITH ZEROS FOR ANYONE NOT YET ACCRUED.
      *----------------------------------------------------------
       77   SQL-SELBAL         PIC X(300) VALUE
               "SELECT E.DEPTNO, E.EMPNO, E.ENAME, E.JOB, E.SAL,
      -        " NVL(L.ANNUAL_DAYS, 0), NVL(L.ACCRUED, 0),
      -        " NVL(L.TAKEN, 0) FROM EMP E, EMP_LEAVE L
      -        " WHERE E.STATUS = 'A' AND L.EMPNO(+) = E.EMPNO
      -        " ORDER BY E.DEPTNO, E.EMPNO".
       77   SQL-SELBAL-L       PIC S9(9) VALUE 300 COMP.

      *----------------------------------------------------------
      * THE STANDING ENTITLEMENTS LEAVE_ENTITLE IS SEEDED WITH ON
      * ITS FIRST RUN, IN DAYS PER YEAR.  "OTHER" COVERS ANY JOB
      * NOT LISTED.
      *----------------------------------------------------------
       01  SEED-TABLE.
           02  SEED-ENTRY OCCURS 6 TIMES.
               03  SEED-JOB       PIC X(12).
               03  SEED-DAYS      PIC S9(3)V99 COMP-3.
       77   SEED-MAX-ENTRIES   PIC S9(4) COMP VALUE 6.
       77   SEED-IDX           PIC S9(4) COMP.
       77   ENT-COUNT          PIC S9(9) COMP.
       77   ENT-JOB            PIC X(12).
       77   ENT-JOB-L          PIC S9(9) VALUE 12 COMP.

      *----------------------------------------------------------
      * ONE EMPLOYEE AS FETCHED AND THE DAY COUNTS WORKED OUT FOR
      * IT.  THE -X FIELDS ARE THE CHARACTER FORMS BOUND INTO THE
      * STATEMENTS.
      *----------------------------------------------------------
       77   EMPNO              PIC S9(9) COMP.
       77   EMPNO-D            PIC ZZZZ9.
       77   ENAME              PIC X(12).
       77   ENAME-L            PIC S9(9) VALUE 12 COMP.
       77   JOB                PIC X(12).
       77   JOB-L              PIC S9(9) VALUE 12 COMP.
       77   EMP-STATUS         PIC X(01).
       77   EMP-STATUS-L       PIC S9(9) VALUE 1 COMP.
       77   HIRE-DATE          PIC X(10).
       77   HIRE-DATE-L        PIC S9(9) VALUE 10 COMP.
       77   LAST-ACCRUAL       PIC X(07).
       77   LAST-ACCRUAL-L     PIC S9(9) VALUE 7 COMP.
       77   EMP-SAL            PIC S9(7)V99 COMP-3.
       77   EMP-DEPTNO         PIC S9(7)V99 COMP-3.
       77   EMP-DEPTNO-N       PIC S9(4) COMP.
       77   EMP-DEPTNO-D       PIC ZZZ9.
       77   ANNUAL-DAYS        PIC S9(7)V99 COMP-3.
       77   ACCRUED-DAYS       PIC S9(7)V99 COMP-3.
       77   TAKEN-DAYS         PIC S9(7)V99 COMP-3.
       77   BALANCE-DAYS       PIC S9(7)V99 COMP-3.
       77   ACCRUE-DAYS        PIC S9(7)V99 COMP-3.
       77   ABSENT-DAYS        PIC S9(7)V99 COMP-3.
       77   DAYS-D             PIC ZZZ9.99.
       77   BALANCE-D          PIC -ZZZZ9.99.
       77   ANNUAL-X           PIC X(12).
       77   ACCRUE-X           PIC X(12).
       77   TAKEN-X            PIC X(12).
       77   DAYS-X-L           PIC S9(9) VALUE 12 COMP.
       77   INS-MONTH          PIC X(07).

      *----------------------------------------------------------
      * LEAVE IS VALUED AT A DAY'S PAY: THE MONTHLY SALARY TIMES
      * TWELVE OVER THE WORKING DAYS IN A YEAR.  CBDEM1 VALUES A
      * LEAVER'S UNTAKEN BALANCE THE SAME WAY.
      *----------------------------------------------------------
       77   WORK-DAYS-YEAR     PIC S9(4) COMP VALUE 260.
       77   DAY-RATE           PIC S9(7)V9999 COMP-3.
       77   LEAVE-VALUE        PIC S9(9)V99 COMP-3.
       77   VALUE-D            PIC -ZZZZZZ9.99.

      *----------------------------------------------------------
      * THE ACCRUAL MONTH, AND CALENDAR WORK SHARED BY THE
      * ABSENCE-DATE CHECK AND THE PRO-RATING.
      *----------------------------------------------------------
       77   ACCRUAL-MONTH      PIC X(07).
       77   ACCRUAL-MONTH-L    PIC S9(9) VALUE 7 COMP.
       77   RUN-MONTH          PIC X(07).
       77   CAL-DATE           PIC X(10).
       77   CAL-YY-N           PIC S9(9) COMP.
       77   CAL-MM-N           PIC S9(4) COMP.
       77   CAL-DD-N           PIC S9(4) COMP.
       77   CAL-MAX-DD         PIC S9(4) COMP.
       77   DATE-OK-SW         PIC X(01) VALUE "Y".
           88   DATE-OK        VALUE "Y".
           88   DATE-NOT-OK    VALUE "N".
       77   MONTH-DAYS         PIC S9(4) COMP.
       77   DAYS-EMPLOYED      PIC S9(4) COMP.

       77   EMPS-ACCRUED       PIC S9(9) COMP VALUE 0.
       77   EMPS-ACCRUED-D     PIC ZZZZZZZZ9.
       77   EMPS-ALREADY       PIC S9(9) COMP VALUE 0.
       77   EMPS-ALREADY-D     PIC ZZZZZZZZ9.
       77   EMPS-NOT-STARTED   PIC S9(9) COMP VALUE 0.
       77   EMPS-NOT-STARTED-D PIC ZZZZZZZZ9.
       77   EMPS-PRORATED      PIC S9(9) COMP VALUE 0.
       77   EMPS-PRORATED-D    PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * BATCH ABSENCE LOAD OFF ABSENCE-FILE - THE SAME
      * CHECKPOINT/RESTART, REJECT-WITH-REASON, AND END-OF-RUN
      * SUMMARY MACHINERY CBDEM1'S HIRE-FILE HAS.
      *----------------------------------------------------------
       77   ABSENCE-FILE-STATUS PIC X(02) VALUE "00".
           88   ABSENCE-FILE-OK VALUE "00".
       77   ABSENCE-FILE-OPEN-SW PIC X(01) VALUE "N".
           88   ABSENCE-FILE-OPEN VALUE "Y".
       77   ABS-REJ-STATUS     PIC X(02).
           88   ABS-REJ-OK     VALUE "00".
       77   ABS-CHKPT-STATUS   PIC X(02).
           88   ABS-CHKPT-OK   VALUE "00".
       77   ABS-REASON         PIC X(8).
       77   ABS-START          PIC X(10).
       77   ABS-START-L        PIC S9(9) VALUE 10 COMP.
       77   ABS-CHKPT-SKIP     PIC S9(9) COMP VALUE 0.
       77   ABS-CHKPT-COUNT    PIC S9(9) COMP VALUE 0.
       77   ABS-CHKPT-SKIP-D   PIC ZZZZZZZZ9.
       77   ABS-READ           PIC S9(9) COMP VALUE 0.
       77   ABS-READ-D         PIC ZZZZZZZZ9.
       77   ABS-RESUMED        PIC S9(9) COMP VALUE 0.
       77   ABS-RESUMED-D      PIC ZZZZZZZZ9.
       77   ABS-LOADED         PIC S9(9) COMP VALUE 0.
       77   ABS-LOADED-D       PIC ZZZZZZZZ9.
       77   ABS-REJECTED       PIC S9(9) COMP VALUE 0.
       77   ABS-REJECTED-D     PIC ZZZZZZZZ9.
       77   ABS-FAILED         PIC S9(9) COMP VALUE 0.
       77   ABS-FAILED-D       PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * PER-DEPARTMENT AND GRAND BALANCE TOTALS FOR THE REPORT.
      * PREV-DEPTNO DRIVES THE CONTROL BREAK.
      *----------------------------------------------------------
       77   PREV-DEPTNO        PIC S9(4) COMP VALUE -1.
       77   DEPT-DAYS-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
       77   DEPT-VALUE-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
       77   DEPT-EMPS          PIC S9(9) COMP VALUE 0.
       77   GRAND-DAYS-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
       77   GRAND-VALUE-TOTAL  PIC S9(9)V99 COMP-3 VALUE 0.
       77   TOTAL-DAYS-D       PIC -ZZZZZZ9.99.
       77   TOTAL-VALUE-D      PIC -ZZZZZZZ9.99.
       77   DEPT-EMPS-D        PIC ZZZZ9.
       77   EMPS-REPORTED      PIC S9(9) COMP VALUE 0.
       77   EMPS-REPORTED-D    PIC ZZZZZZZZ9.
       77   EMPS-OVERDRAWN     PIC S9(9) COMP VALUE 0.
       77   EMPS-OVERDRAWN-D   PIC ZZZZZZZZ9.
       77   OVERDRAWN-FLAG     PIC X(12).

       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).

      *----------------------------------------------------------
      * EMP_ABSENCE LOAD STAMP - SAME SHAPE AS CBDEM1'S AUDIT
      * BIND VARIABLES.
      *----------------------------------------------------------
       01  AUDIT-DATE-X.
           02   AUDIT-YYYY     PIC 9(4).
           02   AUDIT-MM       PIC 9(2).
           02   AUDIT-DD       PIC 9(2).
       01  AUDIT-TIME-X.
           02   AUDIT-HH       PIC 9(2).
           02   AUDIT-MI       PIC 9(2).
           02   AUDIT-SS       PIC 9(2).
           02   AUDIT-HS       PIC 9(2).
       77   AUDIT-TS           PIC X(19).
       77   AUDIT-TS-L         PIC S9(9) VALUE 19 COMP.
       77   OS-USER            PIC X(30).
       77   OS-USER-L          PIC S9(9) VALUE 30 COMP.

       77   FMT                PIC X(6).
       77   INTEGER            PIC S9(9) COMP VALUE 3.
       77   ASC                PIC S9(9) COMP VALUE 1.
       77   PACKED-DEC-L       PIC S9(9) COMP VALUE 5.
       77   PACKED-DEC-T       PIC S9(9) COMP VALUE 7.
       77   ZERO-A             PIC S9(9) COMP VALUE 0.
       77   ZERO-B             PIC S9(4) COMP VALUE 0.
       77   ONE                PIC S9(9) COMP VALUE 1.
       77   TWO                PIC S9(9) COMP VALUE 2.
       77   THREE              PIC S9(9) COMP VALUE 3.
       77   FOUR               PIC S9(9) COMP VALUE 4.
       77   FIVE               PIC S9(9) COMP VALUE 5.
       77   SIX                PIC S9(9) COMP VALUE 6.
       77   SEVEN              PIC S9(9) COMP VALUE 7.
       77   EIGHT              PIC S9(9) COMP VALUE 8.

       77   ERR-RC             PIC S9(9) COMP.
       77   ERR-FNC            PIC S9(4) COMP.
       77   ERR-FNC-D          PIC ZZ9.
       77   ERR-RC-D           PIC ZZZZZZZZ9.
       77   MSGBUF             PIC X(160).
       77   MSGBUF-L           PIC S9(9) COMP VALUE 160.

       77   ERROR-LOG-STATUS   PIC X(2).
           88  ERROR-LOG-OK         VALUE "00".
       77   ERROR-LOG-DATE     PIC 9(8).
       77   ERROR-LOG-TIME     PIC 9(8).
       77   ERROR-LOG-PTR      PIC S9(4) COMP.

       77   ASK-MENU           PIC X(50) VALUE
              "Absences(A), Accrual(M), Balance report(R): ".
       77   MENU-CHOICE        PIC X(01).
           88   MENU-ABSENCES  VALUE "A" "a".
           88   MENU-ACCRUAL   VALUE "M" "m".
           88   MENU-REPORT    VALUE "R" "r".

       77   ASK-MONTH          PIC X(60) VALUE
              "Enter accrual month (YYYY-MM, blank for this month): ".



      *----------------------------------------------------------
      * RUN-CONTROL LOG, SHARED BY THE WHOLE SUITE: ONE START
      * LINE AT JOB START AND ONE END LINE AT COMPLETION, WITH
      * THE COMPLETION STATUS AND A COUNT OF ROWS PROCESSED, SO
      * THE MORNING OPERATOR CAN SEE WHAT RAN AND IN WHAT ORDER.
      *----------------------------------------------------------
       77  RUN-LOG-STATUS     PIC X(2).
           88  RUN-LOG-OK           VALUE "00".
       77  RUN-LOG-DATE       PIC 9(8).
       77  RUN-LOG-TIME       PIC 9(8).
       77  RUN-LOG-PTR        PIC S9(4) COMP.
       77  RUN-STATUS         PIC X(5) VALUE "OK".
       77  RUN-COUNT-D        PIC ZZZZZZZZ9.
       77  RUN-LABEL          PIC X(20) VALUE "leave changes".

       PROCEDURE DIVISION.
       BEGIN.

           PERFORM WRITE-RUN-START.
           PERFORM READ-CONNECT-INFO.

      *----------------------------------------------------------
      * CONNECT TO ORACLE IN NON-BLOCKING MODE, RETRYING A FEW
      * TIMES BEFORE GIVING UP.  HDA MUST BE INITIALIZED TO ALL
      * ZEROS BEFORE EACH CALL TO OLOG.
      *----------------------------------------------------------

           MOVE 0 TO CONNECT-TRIES.
           PERFORM UNTIL LDA-RC = 0
                      OR CONNECT-TRIES NOT < CONNECT-MAX-TRIES
              ADD 1 TO CONNECT-TRIES
              MOVE LOW-VALUES TO HDA
              CALL "OLOG" USING LDA, HDA, USER-ID, USER-ID-L,
                    PSW, PSW-L, CONN, CONN-L, CONN-MODE
              IF LDA-RC NOT = 0
                 DISPLAY "Connect attempt " CONNECT-TRIES
                         " failed, retrying..."
              END-IF
           END-PERFORM.

           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-STOP.

           DISPLAY "Connected to ORACLE as user ", USER-ID.

      *----------------------------------------------------------
      * OPEN THE CURSORS.
      *----------------------------------------------------------

           CALL "OOPEN" USING CURSOR-1, LDA.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-2, LDA.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-3, LDA.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-4, LDA.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-5, LDA.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-6, LDA.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-7, LDA.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-8, LDA.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-9, LDA.
           IF C-RC IN CURSOR-9 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO EACH ABSENCE AND ITS CHARGE
      * AGAINST THE BALANCE COMMIT AS ONE TRANSACTION.
      *----------------------------------------------------------

           CALL "OCOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MAKE SURE THE LEAVE TABLES EXIST.  IF ANOTHER RUN
      * ALREADY CREATED THEM, ORACLE RETURNS ORA-955 (NAME
      * ALREADY USED) - THAT IS NOT AN ERROR, JUST CARRY ON.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-8, SQL-CRENT,
                SQL-CRENT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-8 NOT = 0
              IF C-RC IN CURSOR-8 = 955
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-8, SQL-CRLEAVE,
                SQL-CRLEAVE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-8 NOT = 0
              IF C-RC IN CURSOR-8 = 955
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-8, SQL-CRABS,
                SQL-CRABS-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-8 NOT = 0
              IF C-RC IN CURSOR-8 = 955
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * AN EMPTY LEAVE_ENTITLE (THE FIRST RUN) IS SEEDED WITH THE
      * STANDING ENTITLEMENTS.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-8, SQL-CNTENT,
                SQL-CNTENT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-8, ONE, ENT-COUNT, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-8.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-8.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF ENT-COUNT = 0
              PERFORM SEED-ENTITLEMENTS.

      *----------------------------------------------------------
      * PARSE AND BIND THE INSERT THAT OPENS AN EMPLOYEE'S
      * EMP_LEAVE ROW - SHARED BY THE ACCRUAL AND THE ABSENCE
      * LOAD.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-3, SQL-INSLEAVE,
                SQL-INSLEAVE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, TWO, ANNUAL-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, THREE, ACCRUE-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, FOUR, TAKEN-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, FIVE, INS-MONTH,
                ACCRUAL-MONTH-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * ASK WHICH OF THE THREE LEAVE OPERATIONS THIS RUN WILL
      * PERFORM.
      *----------------------------------------------------------

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           IF MENU-ABSENCES
              GO TO START-ABSENCES.
           IF MENU-ACCRUAL
              GO TO START-ACCRUAL.
           IF MENU-REPORT
              GO TO START-REPORT.
           DISPLAY "No such choice."
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * ABSENCE LOAD.  PARSE AND BIND THE EMPLOYEE LOOKUP, THE
      * EMP_ABSENCE INSERT, AND THE CHARGE AGAINST THE BALANCE,
      * THEN OPEN ABSENCE-FILE AND PICK UP ANY CHECKPOINT.
      *----------------------------------------------------------

       START-ABSENCES.

           MOVE "absences loaded" TO RUN-LABEL.

           CALL "OPARSE" USING CURSOR-4, SQL-SELEMP,
                SQL-SELEMP-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, ONE, EMP-STATUS,
                EMP-STATUS-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, TWO, HIRE-DATE,
                HIRE-DATE-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-5, SQL-INSABS,
                SQL-INSABS-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, TWO, ABS-START,
                ABS-START-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, THREE, TAKEN-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, FOUR, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, FIVE, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-6, SQL-UPDTAKEN,
                SQL-UPDTAKEN-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-6, ONE, TAKEN-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-6, TWO, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           OPEN INPUT ABSENCE-FILE.
           IF NOT ABSENCE-FILE-OK
              DISPLAY "Unable to open ABSENCE-FILE, status "
                 ABSENCE-FILE-STATUS "."
              GO TO EXIT-CLOSE.
           MOVE "Y" TO ABSENCE-FILE-OPEN-SW.
           PERFORM READ-ABS-CHECKPOINT.

      *----------------------------------------------------------
      * READ THE NEXT ABSENCE, SKIPPING RECORDS A PRIOR RUN
      * ALREADY PROCESSED.  AT END OF FILE, RESET THE CHECKPOINT
      * AND CLOSE UP.
      *----------------------------------------------------------

       NEXT-ABSENCE.

           READ ABSENCE-FILE
              AT END
                 PERFORM RESET-ABS-CHECKPOINT
                 GO TO EXIT-CLOSE
           END-READ.
           ADD 1 TO ABS-READ.
           IF ABS-READ NOT > ABS-CHKPT-SKIP
              ADD 1 TO ABS-RESUMED
              GO TO NEXT-ABSENCE.

      *----------------------------------------------------------
      * VALIDATE THE RECORD: A NUMERIC EMPNO, A REAL DATE, AND A
      * DAY COUNT ABOVE ZERO THAT FITS EMP_ABSENCE.DAYS.
      *----------------------------------------------------------

           IF ABS-EMPNO = " "
              OR FUNCTION TEST-NUMVAL(ABS-EMPNO) NOT = 0
              MOVE "BADEMPNO" TO ABS-REASON
              GO TO ABSENCE-REJECT.
           COMPUTE EMPNO = FUNCTION NUMVAL(ABS-EMPNO).

           MOVE ABS-DATE TO CAL-DATE.
           PERFORM CHECK-CAL-DATE THRU CHECK-CAL-DATE-EXIT.
           IF DATE-NOT-OK
              MOVE "BADDATE" TO ABS-REASON
              GO TO ABSENCE-REJECT.
           MOVE ABS-DATE TO ABS-START.

           IF ABS-DAYS = " "
              OR FUNCTION TEST-NUMVAL(ABS-DAYS) NOT = 0
              MOVE "BADDAYS" TO ABS-REASON
              GO TO ABSENCE-REJECT.
           COMPUTE ABSENT-DAYS = FUNCTION NUMVAL(ABS-DAYS).
           IF ABSENT-DAYS NOT > 0 OR ABSENT-DAYS > 999.99
              MOVE "BADDAYS" TO ABS-REASON
              GO TO ABSENCE-REJECT.

      *----------------------------------------------------------
      * THE EMPLOYEE MUST EXIST, BE ACTIVE, AND HAVE STARTED BY
      * THE FIRST DAY OF THE ABSENCE.
      *----------------------------------------------------------

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-4.
           IF C-RC IN CURSOR-4 = 1403
              MOVE 0 TO C-RC IN CURSOR-4
              MOVE "NOEMP" TO ABS-REASON
              GO TO ABSENCE-REJECT.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF EMP-STATUS NOT = "A"
              MOVE "INACTIVE" TO ABS-REASON
              GO TO ABSENCE-REJECT.
           IF HIRE-DATE NOT = " " AND ABS-START < HIRE-DATE
              MOVE "PREHIRE" TO ABS-REASON
              GO TO ABSENCE-REJECT.

      *----------------------------------------------------------
      * RECORD THE ABSENCE.  EMP_ABSENCE IS KEYED ON EMPLOYEE AND
      * FIRST DAY, SO THE SAME ABSENCE SENT TWICE FAILS ORA-1
      * (DUPLICATE KEY) AND IS REJECTED INSTEAD OF BEING CHARGED
      * AGAINST THE BALANCE A SECOND TIME.
      *----------------------------------------------------------

           MOVE ABSENT-DAYS TO DAYS-D.
           MOVE DAYS-D TO TAKEN-X.
           PERFORM SET-LOAD-STAMP.

           CALL "OEXEC" USING CURSOR-5.
           IF C-RC IN CURSOR-5 = 1
              MOVE 0 TO C-RC IN CURSOR-5
              MOVE "DUPABS" TO ABS-REASON
              GO TO ABSENCE-REJECT.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * CHARGE IT TO EMP_LEAVE.TAKEN, OPENING THE EMPLOYEE'S
      * EMP_LEAVE ROW IF NO ACCRUAL HAS RUN FOR THEM YET.
      *----------------------------------------------------------

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF C-ROWS IN CURSOR-6 = 0
              MOVE "0" TO ANNUAL-X
              MOVE "0" TO ACCRUE-X
              MOVE SPACES TO INS-MONTH
              CALL "OEXEC" USING CURSOR-3
              IF C-RC IN CURSOR-3 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
           END-IF.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           ADD 1 TO ABS-LOADED.
           PERFORM WRITE-ABS-CHECKPOINT.
           GO TO NEXT-ABSENCE.

      *----------------------------------------------------------
      * APPEND THE ABSENCE-REC JUST REFUSED TO ABS-REJECT-FILE IN
      * THE ABSENCE-REC LAYOUT PLUS THE REASON CODE, CHECKPOINT
      * PAST IT, AND CARRY ON WITH THE NEXT RECORD.
      *----------------------------------------------------------

       ABSENCE-REJECT.

           DISPLAY "Absence for employee " ABS-EMPNO
              " rejected - " ABS-REASON "."
           MOVE ABS-EMPNO  TO AREJ-EMPNO.
           MOVE ABS-DATE   TO AREJ-DATE.
           MOVE ABS-DAYS   TO AREJ-DAYS.
           MOVE ABS-REASON TO AREJ-REASON.

           OPEN EXTEND ABS-REJECT-FILE.
           IF NOT ABS-REJ-OK
              OPEN OUTPUT ABS-REJECT-FILE.
           IF ABS-REJ-OK
              WRITE ABS-REJ-REC
              CLOSE ABS-REJECT-FILE
           ELSE
              DISPLAY "Unable to write ABS-REJECT-FILE, status "
                 ABS-REJ-STATUS "."
           END-IF.

           ADD 1 TO ABS-REJECTED.
           PERFORM WRITE-ABS-CHECKPOINT.
           GO TO NEXT-ABSENCE.

      *----------------------------------------------------------
      * MONTHLY ACCRUAL.  ASK FOR THE MONTH (BLANK MEANS THE RUN
      * MONTH; A MONTH NOT YET BEGUN IS REFUSED), THEN PARSE,
      * BIND, AND DEFINE THE DRIVER AND THE ACCRUAL UPDATE.
      *----------------------------------------------------------

       START-ACCRUAL.

           MOVE "employees accrued" TO RUN-LABEL.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-MONTH.
           STRING AUDIT-YYYY "-" AUDIT-MM
              DELIMITED BY SIZE INTO RUN-MONTH.

           DISPLAY ASK-MONTH WITH NO ADVANCING.
           ACCEPT ACCRUAL-MONTH.
           IF ACCRUAL-MONTH = " "
              MOVE RUN-MONTH TO ACCRUAL-MONTH.
           MOVE SPACES TO CAL-DATE.
           STRING ACCRUAL-MONTH "-01"
              DELIMITED BY SIZE INTO CAL-DATE.
           PERFORM CHECK-CAL-DATE THRU CHECK-CAL-DATE-EXIT.
           IF DATE-NOT-OK
              DISPLAY "Accrual month must look like YYYY-MM."
              GO TO EXIT-CLOSE.
           IF ACCRUAL-MONTH > RUN-MONTH
              DISPLAY "Cannot accrue " ACCRUAL-MONTH
                 " - the month has not begun."
              GO TO EXIT-CLOSE.
           MOVE CAL-MAX-DD TO MONTH-DAYS.

           CALL "OPARSE" USING CURSOR-1, SQL-SELACC,
                SQL-SELACC-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, EMPNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TWO, HIRE-DATE,
                HIRE-DATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, THREE, LAST-ACCRUAL,
                LAST-ACCRUAL-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, FOUR, ANNUAL-DAYS,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-2, SQL-UPDACC,
                SQL-UPDACC-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, ONE, ANNUAL-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, TWO, ACCRUE-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, THREE, ACCRUAL-MONTH,
                ACCRUAL-MONTH-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, FOUR, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * ACCRUE ONE EMPLOYEE.  ANYONE ALREADY ACCRUED FOR THE
      * MONTH IS PASSED OVER; ANYONE HIRED AFTER THE MONTH ENDS
      * HAS NOTHING TO ACCRUE YET; ANYONE HIRED DURING IT GETS
      * THE SHARE OF THE MONTH FROM THEIR HIRE DATE ON.
      *----------------------------------------------------------

       NEXT-ACCRUAL.

           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              GO TO END-OF-ACCRUAL.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           IF LAST-ACCRUAL NOT = " "
              AND LAST-ACCRUAL NOT < ACCRUAL-MONTH
              ADD 1 TO EMPS-ALREADY
              GO TO NEXT-ACCRUAL.

           IF HIRE-DATE NOT = " "
              AND HIRE-DATE(1:7) > ACCRUAL-MONTH
              ADD 1 TO EMPS-NOT-STARTED
              GO TO NEXT-ACCRUAL.

           IF HIRE-DATE NOT = " "
              AND HIRE-DATE(1:7) = ACCRUAL-MONTH
              COMPUTE CAL-DD-N = FUNCTION NUMVAL(HIRE-DATE(9:2))
              COMPUTE DAYS-EMPLOYED = MONTH-DAYS - CAL-DD-N + 1
              COMPUTE ACCRUE-DAYS ROUNDED =
                 ANNUAL-DAYS / 12 * DAYS-EMPLOYED / MONTH-DAYS
              ADD 1 TO EMPS-PRORATED
           ELSE
              COMPUTE ACCRUE-DAYS ROUNDED = ANNUAL-DAYS / 12.

           MOVE ANNUAL-DAYS TO DAYS-D.
           MOVE DAYS-D TO ANNUAL-X.
           MOVE ACCRUE-DAYS TO DAYS-D.
           MOVE DAYS-D TO ACCRUE-X.

           CALL "OEXEC" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF C-ROWS IN CURSOR-2 = 0
              MOVE "0" TO TAKEN-X
              MOVE ACCRUAL-MONTH TO INS-MONTH
              CALL "OEXEC" USING CURSOR-3
              IF C-RC IN CURSOR-3 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
           END-IF.

           ADD 1 TO EMPS-ACCRUED.
           GO TO NEXT-ACCRUAL.

      *----------------------------------------------------------
      * THE WHOLE MONTH COMMITS AS ONE TRANSACTION - A RUN THAT
      * DIES PART WAY LEAVES NOTHING HALF-ACCRUED BEHIND.
      *----------------------------------------------------------

       END-OF-ACCRUAL.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE EMPS-ACCRUED TO EMPS-ACCRUED-D.
           MOVE EMPS-PRORATED TO EMPS-PRORATED-D.
           MOVE EMPS-ALREADY TO EMPS-ALREADY-D.
           MOVE EMPS-NOT-STARTED TO EMPS-NOT-STARTED-D.
           DISPLAY "Leave accrual for " ACCRUAL-MONTH ":".
           DISPLAY "  Accrued:           " EMPS-ACCRUED-D.
           DISPLAY "  Of which pro-rated:" EMPS-PRORATED-D.
           DISPLAY "  Already accrued:   " EMPS-ALREADY-D.
           DISPLAY "  Not yet started:   " EMPS-NOT-STARTED-D.
           IF EMPS-ACCRUED = 0 AND EMPS-ALREADY > 0
              DISPLAY "Month " ACCRUAL-MONTH " was already accrued "
                 "- nothing added.".
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * BALANCE REPORT.  PARSE AND DEFINE THE DRIVER, OPEN THE
      * REPORT FILE, AND WRITE ITS HEADER.
      *----------------------------------------------------------

       START-REPORT.

           MOVE "employees reported" TO RUN-LABEL.

           CALL "OPARSE" USING CURSOR-7, SQL-SELBAL,
                SQL-SELBAL-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, ONE, EMP-DEPTNO,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, TWO, EMPNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, THREE, ENAME,
                ENAME-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, FOUR, JOB,
                JOB-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, FIVE, EMP-SAL,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, SIX, ANNUAL-DAYS,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, SEVEN, ACCRUED-DAYS,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, EIGHT, TAKEN-DAYS,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY "Unable to open the leave balance report file."
              GO TO EXIT-CLOSE.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Leave balances by department - " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "DEPTNO EMPNO ENAME        JOB          "
                  "ENTITLE   ACCRUED    TAKEN    BALANCE"
                  "       VALUE" DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

           CALL "OEXEC" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       NEXT-BALANCE.

           CALL "OFETCH" USING CURSOR-7.
           IF C-RC IN CURSOR-7 = 1403
              GO TO END-OF-BALANCES.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           COMPUTE EMP-DEPTNO-N = EMP-DEPTNO.
           IF EMP-DEPTNO-N NOT = PREV-DEPTNO
              IF PREV-DEPTNO NOT = -1
                 PERFORM WRITE-DEPT-TOTAL
              END-IF
              MOVE EMP-DEPTNO-N TO PREV-DEPTNO.

           PERFORM WRITE-BALANCE-LINE.
           GO TO NEXT-BALANCE.

       END-OF-BALANCES.

           IF PREV-DEPTNO NOT = -1
              PERFORM WRITE-DEPT-TOTAL.
           PERFORM WRITE-GRAND-TOTAL.
           CLOSE REPORT-FILE.

           MOVE EMPS-REPORTED TO EMPS-REPORTED-D.
           MOVE EMPS-OVERDRAWN TO EMPS-OVERDRAWN-D.
           DISPLAY EMPS-REPORTED-D " employee(s) written to the "
                   "leave balance report, "
                   EMPS-OVERDRAWN-D " overdrawn.".

      *----------------------------------------------------------
      * CLOSE CURSORS AND LOG OFF.
      *----------------------------------------------------------

       EXIT-CLOSE.

           IF ABSENCE-FILE-OPEN
              PERFORM PRINT-ABS-SUMMARY
              CLOSE ABSENCE-FILE.

           CALL "OCLOSE" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-5.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-8.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-9.
           IF C-RC IN CURSOR-9 NOT = 0
              PERFORM ORA-ERROR.

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           IF MENU-ACCRUAL
              MOVE EMPS-ACCRUED TO RUN-COUNT-D
           ELSE IF MENU-REPORT
              MOVE EMPS-REPORTED TO RUN-COUNT-D
           ELSE
              MOVE ABS-LOADED TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM21 program."
           STOP RUN.


      * If a CONNECT-FILE is present, it holds a SQL*Plus-style
      * "userid/password@connect-string" line that overrides the
      * built-in demo account.  Its absence is not an error - the
      * defaults set up in WORKING-STORAGE are used instead.
       READ-CONNECT-INFO.

           OPEN INPUT CONNECT-FILE.
           IF CONNECT-FILE-OK
              READ CONNECT-FILE INTO CONNECT-REC
              IF CONNECT-FILE-OK
                 UNSTRING CONNECT-REC DELIMITED BY "/" OR "@"
                    INTO USER-ID, PSW, CONN
                 MOVE 0 TO USER-ID-L
                 INSPECT USER-ID TALLYING USER-ID-L
                    FOR CHARACTERS BEFORE INITIAL ' '
                 MOVE 0 TO PSW-L
                 INSPECT PSW TALLYING PSW-L
                    FOR CHARACTERS BEFORE INITIAL ' '
                 MOVE 0 TO CONN-L
                 INSPECT CONN TALLYING CONN-L
                    FOR CHARACTERS BEFORE INITIAL ' '
              END-IF
              CLOSE CONNECT-FILE
           END-IF.

      *----------------------------------------------------------
      * SEED AN EMPTY LEAVE_ENTITLE WITH THE STANDING ANNUAL
      * ENTITLEMENTS, COMMITTED TOGETHER.
      *----------------------------------------------------------

       SEED-ENTITLEMENTS.

           MOVE "CLERK"     TO SEED-JOB(1).
           MOVE 20.00       TO SEED-DAYS(1).

           MOVE "SALESMAN"  TO SEED-JOB(2).
           MOVE 22.00       TO SEED-DAYS(2).

           MOVE "ANALYST"   TO SEED-JOB(3).
           MOVE 25.00       TO SEED-DAYS(3).

           MOVE "MANAGER"   TO SEED-JOB(4).
           MOVE 25.00       TO SEED-DAYS(4).

           MOVE "PRESIDENT" TO SEED-JOB(5).
           MOVE 30.00       TO SEED-DAYS(5).

           MOVE "OTHER"     TO SEED-JOB(6).
           MOVE 20.00       TO SEED-DAYS(6).

           CALL "OPARSE" USING CURSOR-9, SQL-INSENT,
                SQL-INSENT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-9 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-9, ONE, ENT-JOB,
                ENT-JOB-L, ASC.
           IF C-RC IN CURSOR-9 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-9, TWO, ANNUAL-X,
                DAYS-X-L, ASC.
           IF C-RC IN CURSOR-9 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM VARYING SEED-IDX FROM 1 BY 1
                   UNTIL SEED-IDX > SEED-MAX-ENTRIES
              MOVE SEED-JOB(SEED-IDX) TO ENT-JOB
              MOVE SEED-DAYS(SEED-IDX) TO DAYS-D
              MOVE DAYS-D TO ANNUAL-X
              CALL "OEXEC" USING CURSOR-9
              IF C-RC IN CURSOR-9 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
           END-PERFORM.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           DISPLAY "LEAVE_ENTITLE was empty - seeded with the "
              "standing entitlements.".

      *----------------------------------------------------------
      * VALIDATE CAL-DATE AS A CALENDAR YYYY-MM-DD DATE, WITH THE
      * SAME MONTH-LENGTH AND LEAP-YEAR RULE CBDEM19 APPLIES TO
      * AN EFFECTIVE DATE.  SETS DATE-OK-SW, AND LEAVES THE
      * MONTH'S LENGTH IN CAL-MAX-DD.
      *----------------------------------------------------------

       CHECK-CAL-DATE.

           MOVE "Y" TO DATE-OK-SW.
           IF CAL-DATE(5:1) NOT = "-" OR CAL-DATE(8:1) NOT = "-"
              OR FUNCTION TEST-NUMVAL(CAL-DATE(1:4)) NOT = 0
              OR FUNCTION TEST-NUMVAL(CAL-DATE(6:2)) NOT = 0
              OR FUNCTION TEST-NUMVAL(CAL-DATE(9:2)) NOT = 0
              MOVE "N" TO DATE-OK-SW
              GO TO CHECK-CAL-DATE-EXIT.
           COMPUTE CAL-YY-N = FUNCTION NUMVAL(CAL-DATE(1:4)).
           COMPUTE CAL-MM-N = FUNCTION NUMVAL(CAL-DATE(6:2)).
           COMPUTE CAL-DD-N = FUNCTION NUMVAL(CAL-DATE(9:2)).
           IF CAL-MM-N < 1 OR CAL-MM-N > 12
              MOVE "N" TO DATE-OK-SW
              GO TO CHECK-CAL-DATE-EXIT.
           MOVE 31 TO CAL-MAX-DD.
           IF CAL-MM-N = 4 OR CAL-MM-N = 6
              OR CAL-MM-N = 9 OR CAL-MM-N = 11
              MOVE 30 TO CAL-MAX-DD.
           IF CAL-MM-N = 2
              IF FUNCTION MOD(CAL-YY-N, 4) = 0
                 AND (FUNCTION MOD(CAL-YY-N, 100) NOT = 0
                      OR FUNCTION MOD(CAL-YY-N, 400) = 0)
                 MOVE 29 TO CAL-MAX-DD
              ELSE
                 MOVE 28 TO CAL-MAX-DD.
           IF CAL-DD-N < 1 OR CAL-DD-N > CAL-MAX-DD
              MOVE "N" TO DATE-OK-SW.
       CHECK-CAL-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * STAMP THE EMP_ABSENCE ROW WITH WHEN IT WAS LOADED AND BY
      * WHOM.
      *----------------------------------------------------------

       SET-LOAD-STAMP.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.

           ACCEPT OS-USER FROM ENVIRONMENT "USER".

      *----------------------------------------------------------
      * ONE REPORT LINE PER EMPLOYEE: ENTITLEMENT, ACCRUED,
      * TAKEN, BALANCE, AND THE BALANCE'S VALUE AT A DAY'S PAY.
      * A NEGATIVE BALANCE IS FLAGGED OVERDRAWN.
      *----------------------------------------------------------

       WRITE-BALANCE-LINE.

           COMPUTE BALANCE-DAYS = ACCRUED-DAYS - TAKEN-DAYS.
           COMPUTE DAY-RATE ROUNDED =
              EMP-SAL * 12 / WORK-DAYS-YEAR.
           COMPUTE LEAVE-VALUE ROUNDED = BALANCE-DAYS * DAY-RATE.

           ADD 1 TO EMPS-REPORTED.
           ADD 1 TO DEPT-EMPS.
           ADD BALANCE-DAYS TO DEPT-DAYS-TOTAL.
           ADD LEAVE-VALUE TO DEPT-VALUE-TOTAL.
           ADD BALANCE-DAYS TO GRAND-DAYS-TOTAL.
           ADD LEAVE-VALUE TO GRAND-VALUE-TOTAL.

           MOVE SPACES TO OVERDRAWN-FLAG.
           IF BALANCE-DAYS < 0
              ADD 1 TO EMPS-OVERDRAWN
              MOVE "  OVERDRAWN" TO OVERDRAWN-FLAG.

           MOVE EMP-DEPTNO-N TO EMP-DEPTNO-D.
           MOVE EMPNO TO EMPNO-D.
           MOVE SPACES TO REPORT-REC.
           STRING "  " EMP-DEPTNO-D "  " EMPNO-D " "
                  ENAME " " JOB DELIMITED BY SIZE
             INTO REPORT-REC.
           MOVE ANNUAL-DAYS TO DAYS-D.
           MOVE DAYS-D TO REPORT-REC(40:7).
           MOVE ACCRUED-DAYS TO BALANCE-D.
           MOVE BALANCE-D TO REPORT-REC(48:9).
           MOVE TAKEN-DAYS TO BALANCE-D.
           MOVE BALANCE-D TO REPORT-REC(57:9).
           MOVE BALANCE-DAYS TO BALANCE-D.
           MOVE BALANCE-D TO REPORT-REC(68:9).
           MOVE LEAVE-VALUE TO VALUE-D.
           MOVE VALUE-D TO REPORT-REC(78:11).
           MOVE OVERDRAWN-FLAG TO REPORT-REC(89:12).
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * CLOSE OUT ONE DEPARTMENT'S BALANCE AND VALUE TOTALS.
      *----------------------------------------------------------

       WRITE-DEPT-TOTAL.

           MOVE PREV-DEPTNO TO EMP-DEPTNO-D.
           MOVE DEPT-EMPS TO DEPT-EMPS-D.
           MOVE DEPT-DAYS-TOTAL TO TOTAL-DAYS-D.
           MOVE DEPT-VALUE-TOTAL TO TOTAL-VALUE-D.
           MOVE SPACES TO REPORT-REC.
           STRING "DEPT " EMP-DEPTNO-D " TOTAL " DEPT-EMPS-D
                  " EMPLOYEE(S)" DELIMITED BY SIZE
             INTO REPORT-REC.
           MOVE TOTAL-DAYS-D TO REPORT-REC(66:11).
           MOVE TOTAL-VALUE-D TO REPORT-REC(77:12).
           WRITE REPORT-REC.
           MOVE 0 TO DEPT-EMPS.
           MOVE 0 TO DEPT-DAYS-TOTAL.
           MOVE 0 TO DEPT-VALUE-TOTAL.

      *----------------------------------------------------------
      * CLOSE OUT THE REPORT WITH THE GRAND TOTALS - THE WHOLE
      * UNTAKEN-LEAVE LIABILITY.
      *----------------------------------------------------------

       WRITE-GRAND-TOTAL.

           MOVE EMPS-REPORTED TO DEPT-EMPS-D.
           MOVE GRAND-DAYS-TOTAL TO TOTAL-DAYS-D.
           MOVE GRAND-VALUE-TOTAL TO TOTAL-VALUE-D.
           MOVE SPACES TO REPORT-REC.
           STRING "GRAND TOTAL " DEPT-EMPS-D
                  " EMPLOYEE(S)" DELIMITED BY SIZE
             INTO REPORT-REC.
           MOVE TOTAL-DAYS-D TO REPORT-REC(66:11).
           MOVE TOTAL-VALUE-D TO REPORT-REC(77:12).
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * THE ABSENCE LOAD'S CHECKPOINT, ON ABS-CHKPT-FILE - SAME
      * SCHEME AS CBDEM1'S HIRING CHECKPOINT, SO AN INTERRUPTED
      * RUN RESTARTS AT THE FIRST UNPROCESSED RECORD.
      *----------------------------------------------------------

       READ-ABS-CHECKPOINT.

           MOVE 0 TO ABS-CHKPT-SKIP.
           OPEN INPUT ABS-CHKPT-FILE.
           IF ABS-CHKPT-OK
              READ ABS-CHKPT-FILE
                 NOT AT END
                    COMPUTE ABS-CHKPT-SKIP =
                       FUNCTION NUMVAL(ABS-CHKPT-REC)
              END-READ
              CLOSE ABS-CHKPT-FILE
           END-IF.
           IF ABS-CHKPT-SKIP > 0
              MOVE ABS-CHKPT-SKIP TO ABS-CHKPT-SKIP-D
              DISPLAY "Restarting - skipping the first "
                 ABS-CHKPT-SKIP-D
                 " absence record(s) already processed.".

       WRITE-ABS-CHECKPOINT.

           MOVE ABS-READ TO ABS-CHKPT-COUNT.
           PERFORM PUT-ABS-CHECKPOINT.

       RESET-ABS-CHECKPOINT.

           MOVE ZERO TO ABS-CHKPT-COUNT.
           PERFORM PUT-ABS-CHECKPOINT.

       PUT-ABS-CHECKPOINT.

           OPEN OUTPUT ABS-CHKPT-FILE.
           IF ABS-CHKPT-OK
              MOVE ABS-CHKPT-COUNT TO ABS-CHKPT-REC
              WRITE ABS-CHKPT-REC
              CLOSE ABS-CHKPT-FILE
           ELSE
              DISPLAY "Unable to write ABS-CHKPT-FILE, status "
                 ABS-CHKPT-STATUS "."
           END-IF.

      *----------------------------------------------------------
      * PRINT THE END-OF-RUN SUMMARY FOR AN ABSENCE LOAD.  A
      * RECORD READ BUT NEITHER LOADED NOR REJECTED FAILED IN
      * FLIGHT (AN ORA-ERROR ENDED THE RUN).
      *----------------------------------------------------------

       PRINT-ABS-SUMMARY.

           COMPUTE ABS-FAILED = ABS-READ - ABS-RESUMED
              - ABS-LOADED - ABS-REJECTED.
           MOVE ABS-READ TO ABS-READ-D.
           MOVE ABS-RESUMED TO ABS-RESUMED-D.
           MOVE ABS-LOADED TO ABS-LOADED-D.
           MOVE ABS-REJECTED TO ABS-REJECTED-D.
           MOVE ABS-FAILED TO ABS-FAILED-D.
           DISPLAY "Absence load run summary:".
           DISPLAY "  Records read:      " ABS-READ-D.
           DISPLAY "  Done on prior run: " ABS-RESUMED-D.
           DISPLAY "  Loaded:            " ABS-LOADED-D.
           DISPLAY "  Rejected:          " ABS-REJECTED-D.
           DISPLAY "  Failed:            " ABS-FAILED-D.

      *----------------------------------------------------------
      * DISPLAY ORACLE ERROR NOTICE.
      *----------------------------------------------------------

       ORA-ERROR.
           MOVE "ERROR" TO RUN-STATUS.

           IF LDA-RC NOT = 0
              DISPLAY "OLOGON error"
              MOVE LDA-RC TO ERR-RC
              MOVE 0 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-1 NOT = 0
              MOVE C-RC IN CURSOR-1 TO ERR-RC
              MOVE C-FNC IN CURSOR-1 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-2 NOT = 0
              MOVE C-RC IN CURSOR-2 TO ERR-RC
              MOVE C-FNC IN CURSOR-2 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-3 NOT = 0
              MOVE C-RC IN CURSOR-3 TO ERR-RC
              MOVE C-FNC IN CURSOR-3 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-4 NOT = 0
              MOVE C-RC IN CURSOR-4 TO ERR-RC
              MOVE C-FNC IN CURSOR-4 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-5 NOT = 0
              MOVE C-RC IN CURSOR-5 TO ERR-RC
              MOVE C-FNC IN CURSOR-5 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-6 NOT = 0
              MOVE C-RC IN CURSOR-6 TO ERR-RC
              MOVE C-FNC IN CURSOR-6 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-7 NOT = 0
              MOVE C-RC IN CURSOR-7 TO ERR-RC
              MOVE C-FNC IN CURSOR-7 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-8 NOT = 0
              MOVE C-RC IN CURSOR-8 TO ERR-RC
              MOVE C-FNC IN CURSOR-8 TO ERR-FNC
           ELSE
              MOVE C-RC IN CURSOR-9 TO ERR-RC
              MOVE C-FNC IN CURSOR-9 TO ERR-FNC.

           DISPLAY "ORACLE error" WITH NO ADVANCING.
           IF ERR-FNC NOT = 0
              MOVE ERR-FNC TO ERR-FNC-D
              DISPLAY " processing OCI function"
                   ERR-FNC-D "."
           ELSE
              DISPLAY ".".

           MOVE " " TO MSGBUF.
           CALL "OERHMS" USING LDA, ERR-RC, MSGBUF, MSGBUF-L.
           DISPLAY MSGBUF.

           PERFORM WRITE-ERROR-LOG.

      *----------------------------------------------------------
      * APPEND ONE LINE (TIMESTAMP, PROGRAM NAME, FUNCTION/ERROR
      * CODE, AND THE OERHMS MESSAGE TEXT) TO ERROR-LOG-FILE, SO
      * A NIGHT'S BATCH RUN CAN BE REVIEWED THE NEXT MORNING.
      *----------------------------------------------------------

       WRITE-ERROR-LOG.

           ACCEPT ERROR-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT ERROR-LOG-TIME FROM TIME.
           MOVE ERR-RC TO ERR-RC-D.

           MOVE SPACES TO ERROR-LOG-REC.
           MOVE 1 TO ERROR-LOG-PTR.
           STRING ERROR-LOG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ERROR-LOG-TIME DELIMITED BY SIZE
                  " CBDEM21 FNC=" DELIMITED BY SIZE
                  ERR-FNC-D DELIMITED BY SIZE
                  " RC=" DELIMITED BY SIZE
                  ERR-RC-D DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSGBUF DELIMITED BY SIZE
             INTO ERROR-LOG-REC
             WITH POINTER ERROR-LOG-PTR.

           OPEN EXTEND ERROR-LOG-FILE.
           IF NOT ERROR-LOG-OK
              OPEN OUTPUT ERROR-LOG-FILE.
           WRITE ERROR-LOG-REC.
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------
      * RECORD JOB START AND JOB END IN THE COMMON RUN-LOG-FILE.
      * THE END LINE CARRIES THE COMPLETION STATUS AND THE COUNT
      * OF ABSENCES LOADED, EMPLOYEES ACCRUED, OR EMPLOYEES
      * REPORTED, WHICHEVER THE RUN DID.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM21 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM21 END " RUN-STATUS " " RUN-COUNT-D
                  " " RUN-LABEL DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       PUT-RUN-LOG.

           OPEN EXTEND RUN-LOG-FILE.
           IF NOT RUN-LOG-OK
              OPEN OUTPUT RUN-LOG-FILE.
           IF RUN-LOG-OK
              WRITE RUN-LOG-REC
              CLOSE RUN-LOG-FILE
           ELSE
              DISPLAY "Unable to write RUN-LOG-FILE, status "
                 RUN-LOG-STATUS ".".
