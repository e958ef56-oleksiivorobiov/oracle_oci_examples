      *   NAME
      *     cbdem1.cob - Cobol demo program # 1
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  spot a likely returner on both
      *                           hiring paths - an inactive EMP row
      *                           with the same ENAME and a
      *                           TERM_DATE - and offer a rehire:
      *                           the new row keeps the original
      *                           service date in a new EMP
      *                           SERVICE_DATE column alongside
      *                           HIREDATE, and a REHIRE action in
      *                           EMP_AUDIT links the new EMPNO to
      *                           the old one.  A batch returner is
      *                           held in SUSPENSE-FILE unless HR
      *                           has marked the HIRE-REC REHIRE or
      *                           NEWHIRE
      *    dlanders   10/15/26 -  check each menu choice, and each
      *                           MAINT-FILE record's action code,
      *                           against the operator's rights in
      *                           OPER_AUTH (kept by CBDEM29): a
      *                           refusal is shown and written to
      *                           ERROR-LOG-FILE, and a refused
      *                           MAINT-FILE record is rejected
      *                           NOAUTH
      *    dlanders   10/15/26 -  hand over the leaver's voicemail
      *                           on termination, in both paths:
      *                           NEW and SAVED messages in the
      *                           mailboxes the leaver owns move to
      *                           the replacement manager's mailbox
      *                           and are listed on the leavers
      *                           report, and the leaver's mailbox
      *                           is closed - flagged for CBDEM14's
      *                           usage report when the replacement
      *                           has no mailbox
      *    dlanders   10/15/26 -  give MAINT-FILE records an
      *                           effective date: a future-dated
      *                           record is validated on load and
      *                           held in MAINT_PENDING, and a new
      *                           Pending(P) menu choice, run in the
      *                           night cycle, applies the items
      *                           that have fallen due through the
      *                           same update, transfer, and
      *                           termination logic; CBDEM23 lists
      *                           and cancels held items
      *    dlanders   10/15/26 -  add the leaver's untaken leave
      *                           balance (EMP_LEAVE, kept by
      *                           CBDEM21) and its value at final
      *                           salary to the leavers report line,
      *                           and carry the EMP_LEAVE row over
      *                           to the new number on a transfer
      *    dlanders   10/15/26 -  validate salaries against the
      *                           JOB_GRADE band in force on the
      *                           hire date (the run date for
      *                           updates) instead of the built-in
      *                           INIT-SAL-RANGES table, which is
      *                           kept as the fallback when
      *                           JOB_GRADE does not exist; a job
      *                           with no band is refused NOBAND
      *    dlanders   09/02/26 -  turn deactivation into a proper
      *                           termination: capture a termination
      *                           date into a new EMP TERM_DATE
       FILE SECTION.
       FD  HIRE-FILE
           LABEL RECORDS ARE STANDARD.
      * THE TRAILING COLUMNS LINE HIRE-REC UP WITH REJECT-REC, SO
      * A CORRECTED REJECT-FILE CAN BE RESUBMITTED AS HIRE-FILE
      * AS-IS - A REASON CODE LEFT IN THEM IS SIMPLY IGNORED.
      * HR ANSWERS A RETURNER HELD IN SUSPENSE-FILE BY PUTTING
      * REHIRE (RE-EMPLOY THE FORMER EMPLOYEE) OR NEWHIRE (A
      * DIFFERENT PERSON OF THE SAME NAME) IN THEM.
       01  HIRE-REC.
           02   HIRE-ENAME     PIC X(12).
           02   HIRE-JOB       PIC X(12).
           02   HIRE-HIREDATE  PIC X(10).
           02   HIRE-MGR       PIC X(10).
           02   HIRE-COMM      PIC X(10).
           02   HIRE-RETURNER  PIC X(8).
                88   HIRE-CONFIRM-REHIRE VALUE "REHIRE".
                88   HIRE-CONFIRM-NEW    VALUE "NEWHIRE".
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-REC.
           02   REJ-REASON     PIC X(8).
       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD.
      * READ INTO MAINT-REC IN WORKING-STORAGE, WHERE A HELD
      * ITEM FETCHED BACK FROM MAINT_PENDING IS ALSO BUILT.
       01  MAINT-FILE-REC       PIC X(92).
       FD  MAINT-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REJ-REC.
           02   MREJ-DEPTNO    PIC X(10).
           02   MREJ-TERMDATE  PIC X(10).
           02   MREJ-NEWMGR    PIC X(10).
           02   MREJ-EFFDATE   PIC X(10).
           02   MREJ-REASON    PIC X(8).
       FD  MAINT-CHKPT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
      * THE HIRE-REC LAYOUT AGAIN, SO A SUSPECT HR CONFIRMS AS A
      * GENUINE NEW HIRE CAN BE RESUBMITTED AS-IS IN THE NEXT
      * HIRE-FILE.  A RETURNER IS HELD WITH RETURNER IN THE
      * TRAILING COLUMNS, FOR HR TO CHANGE TO REHIRE OR NEWHIRE.
       01  SUSPENSE-REC.
           02   SUSP-ENAME     PIC X(12).
           02   SUSP-JOB       PIC X(12).
           02   SUSP-HIREDATE  PIC X(10).
           02   SUSP-MGR       PIC X(10).
           02   SUSP-COMM      PIC X(10).
           02   SUSP-RETURNER  PIC X(8).
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-REC       PIC 9(9).
       01  CONNECT-REC          PIC X(132).
       FD  LEAVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAVER-REC           PIC X(160).
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC        PIC X(200).
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-15.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-16.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-17.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-18.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-19.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-20.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-21.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-22.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-23.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-24.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-25.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-26.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-27.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-28.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).
       01  CURSOR-29.
           02   C-V2RC         PIC S9(4) COMP.
           02   C-TYPE         PIC S9(4) COMP.
           02   C-ROWS         PIC S9(9) COMP.
           02   C-OFFS         PIC S9(4) COMP.
           02   C-FNC          PIC S9(4) COMP.
           02   C-RC           PIC S9(4) COMP.
           02   FILLER         PIC X(50).

      * Connect information.  These default to the local demo
      * account, but are overridden by CONNECT-FILE, if present -
               "SELECT DNAME FROM DEPT WHERE DEPTNO=:1".
       77   SQL-SEL-L          PIC S9(9) VALUE 38 COMP.

       77   SQL-INS            PIC X(300) VALUE
               "INSERT INTO EMP (EMPNO,ENAME,JOB,SAL,DEPTNO,
      -        "HIREDATE,MGR,COMM,SERVICE_DATE)
      -        " VALUES (:EMPNO,:ENAME,:JOB,:SAL,:DEPTNO,
      -        "TO_DATE(:HIREDATE,'YYYY-MM-DD'),:MGR,:COMM,
      -        " TO_DATE(:SVCDATE,'YYYY-MM-DD'))".
       77   SQL-INS-L          PIC S9(9) VALUE 300 COMP.

       77   SQL-SELMAXDEPT     PIC X(50) VALUE
               "SELECT NVL(MAX(EMPNO),0) FROM EMP WHERE DEPTNO=:1".
               "ALTER TABLE EMP ADD (TERM_DATE VARCHAR2(10))".
       77   SQL-ALTEMP2-L      PIC S9(9) VALUE 50 COMP.

      *----------------------------------------------------------
      * AND SOMEWHERE TO KEEP THE ORIGINAL SERVICE DATE OF A
      * REHIRED EMPLOYEE ALONGSIDE THE NEW HIREDATE.  EVERY HIRE
      * SETS IT (TO HIREDATE UNLESS IT IS A REHIRE); A ROW FROM
      * BEFORE THE COLUMN EXISTED READS AS ITS HIREDATE.  ORA-1430
      * IS TOLERATED, AS FOR STATUS ABOVE.
      *----------------------------------------------------------
       77   SQL-ALTEMP3        PIC X(50) VALUE
               "ALTER TABLE EMP ADD (SERVICE_DATE DATE)".
       77   SQL-ALTEMP3-L      PIC S9(9) VALUE 50 COMP.

      *----------------------------------------------------------
      * LOOKS UP THE CURRENT ENAME/JOB/SAL/DEPTNO FOR AN EMPNO
      * ENTERED AT THE UPDATE-EMP OR DEACTIVATE-EMP PROMPT.
       77   SAL-N              PIC X(4) VALUE ":SAL".
       77   DEPTNO-N           PIC X(7) VALUE ":DEPTNO".
       77   HIREDATE-N         PIC X(9) VALUE ":HIREDATE".
       77   SVCDATE-N          PIC X(8) VALUE ":SVCDATE".
       77   MGR-N              PIC X(4) VALUE ":MGR".
       77   COMM-N             PIC X(5) VALUE ":COMM".

       77   SAL-N-L            PIC S9(9) VALUE 4 COMP.
       77   DEPTNO-N-L         PIC S9(9) VALUE 7 COMP.
       77   HIREDATE-N-L       PIC S9(9) VALUE 9 COMP.
       77   SVCDATE-N-L        PIC S9(9) VALUE 8 COMP.
       77   MGR-N-L            PIC S9(9) VALUE 4 COMP.
       77   COMM-N-L           PIC S9(9) VALUE 5 COMP.

       77   EIGHT              PIC S9(9) COMP VALUE 8.
       77   NINE               PIC S9(9) COMP VALUE 9.
       77   TEN                PIC S9(9) COMP VALUE 10.
       77   ELEVEN             PIC S9(9) COMP VALUE 11.
       77   ERR-RC             PIC S9(4) COMP.
       77   ERR-FNC            PIC S9(4) COMP.
       77   ERR-RC-D           PIC ZZZ9.
      * STARTUP MENU - PICKS AMONG ADD-ROW'S EXISTING HIRE FLOW,
      * UPDATE-EMP, AND DEACTIVATE-EMP.
      *----------------------------------------------------------
       77   ASK-MENU           PIC X(66) VALUE
              "Add(A), Update(U), Transfer(T), Deact(D), Maint(M), Pendi
      -       "ng(P): ".
       77   MENU-CHOICE        PIC X(01).
           88   MENU-ADD       VALUE "A" "a".
           88   MENU-UPDATE    VALUE "U" "u".
           88   MENU-TRANSFER  VALUE "T" "t".
           88   MENU-DEACTIVATE VALUE "D" "d".
           88   MENU-MAINT     VALUE "M" "m".
           88   MENU-PENDING   VALUE "P" "p".

       77   ASK-BATCH          PIC X(37) VALUE
              "Read new hires from a file (Y/N): ".
      *----------------------------------------------------------
      * SALARY-RANGE VALIDATION - A SANE MIN/MAX BAND OF SALARY
      * PER JOB TITLE, CHECKED BEFORE THE INSERT IS ATTEMPTED.
      * THE BANDS LIVE IN JOB_GRADE, MAINTAINED BY CBDEM19, ONE
      * ROW PER (JOB, EFFECTIVE DATE).  CURSOR-15 FETCHES THE
      * BAND IN FORCE ON BAND-DATE - THE HIRE DATE FOR A HIRE,
      * THE RUN DATE FOR AN UPDATE - FOR THE JOB, OR FOR "OTHER",
      * THE CATCH-ALL BAND, WHEN THE JOB HAS NONE OF ITS OWN.  A
      * JOB WITH NO BAND IN FORCE AT ALL IS REFUSED (NOBAND).
      *
      * A SHOP WITHOUT JOB_GRADE YET (ORA-942 AT PARSE) FALLS
      * BACK TO THE BUILT-IN TABLE BELOW, AS BEFORE JOB_GRADE
      * EXISTED.
      *----------------------------------------------------------
       77   SQL-SELBAND        PIC X(180) VALUE
               "SELECT MIN_SAL, MAX_SAL FROM JOB_GRADE
      -        " WHERE JOB IN (RTRIM(:1), 'OTHER') AND EFF_DATE <= :2
      -        " ORDER BY DECODE(JOB, 'OTHER', 1, 0), EFF_DATE DESC".
       77   SQL-SELBAND-L      PIC S9(9) VALUE 180 COMP.
       77   BAND-DATE          PIC X(10).
       77   BAND-DATE-L        PIC S9(9) VALUE 10 COMP.
       77   BAND-MIN-X         PIC X(12).
       77   BAND-MAX-X         PIC X(12).
       77   BAND-X-L           PIC S9(9) VALUE 12 COMP.
       77   GRADE-TABLE-SW     PIC X(01) VALUE "Y".
           88   GRADE-TABLE-USED    VALUE "Y".
           88   GRADE-TABLE-MISSING VALUE "N".
       77   SAL-REASON         PIC X(8).

       01  SAL-RANGE-TABLE.
           02  SAL-RANGE OCCURS 6 TIMES.
               03  SR-JOB         PIC X(12).
      * HIRE-FILE HAS TWICE INSERTED THE SAME PERSON UNDER A
      * FRESH EMPNO, WHICH CBDEM8 CAN NEVER FLAG.  A HIRE WHOSE
      * ENAME AND DEPTNO MATCH AN ACTIVE EMP ROW, OR A RECENT
      * EMP_AUDIT INSERT OR REHIRE ACTION (LAST 30 DAYS), IS A
      * SUSPECT AND GOES TO SUSPENSE-FILE FOR HR TO CONFIRM
      * INSTEAD OF INTO EMP.
      *----------------------------------------------------------
       77   SQL-CNTDUPEMP      PIC X(110) VALUE
               "SELECT COUNT(*) FROM EMP WHERE ENAME = :1

       77   SQL-CNTDUPAUD      PIC X(220) VALUE
               "SELECT COUNT(*) FROM EMP_AUDIT WHERE ENAME = :1
      -        " AND DEPTNO = :2 AND ACTION IN ('INSERT','REHIRE')
      -        " AND AUDIT_TS >= TO_CHAR(SYSDATE - 30,
      -        "'YYYY-MM-DD')".
       77   SQL-CNTDUPAUD-L    PIC S9(9) VALUE 220 COMP.
       77   MAINT-FAILED       PIC S9(9) COMP VALUE 0.
       77   MAINT-FAILED-D     PIC ZZZZZZZZ9.

      * ONE MAINTENANCE ACTION PER RECORD.  THE ACTION CODE IS
      * U (UPDATE), T (TRANSFER), OR D (DEACTIVATE).  FOR AN
      * UPDATE, A BLANK FIELD KEEPS THE EMPLOYEE'S CURRENT VALUE.
      * TERMDATE AND NEWMGR RIDE ALONG FOR DEACTIVATIONS.
      * EFFDATE (YYYY-MM-DD) IS THE DAY THE CHANGE TAKES EFFECT -
      * BLANK OR NOT LATER THAN THE RUN DATE APPLIES IT NOW, AND
      * AN OLDER FILE WITHOUT THE COLUMN READS AS BLANK.  THE
      * TRAILING FILLER SITS WHERE MAINT-REJ-REC CARRIES
      * MREJ-REASON, SO A CORRECTED REJECT FILE CAN BE RESUBMITTED
      * AS THE NEXT MAINT-FILE AS-IS AND ITS REASON IS IGNORED.
       01  MAINT-REC.
           02   MNT-ACTION     PIC X(01).
           02   MNT-EMPNO      PIC X(09).
           02   MNT-ENAME      PIC X(12).
           02   MNT-JOB        PIC X(12).
           02   MNT-SAL        PIC X(10).
           02   MNT-DEPTNO     PIC X(10).
           02   MNT-TERMDATE   PIC X(10).
           02   MNT-NEWMGR     PIC X(10).
           02   MNT-EFFDATE    PIC X(10).
           02   FILLER         PIC X(8).

      *----------------------------------------------------------
      * FUTURE-DATED MAINTENANCE.  A MAINT-REC WHOSE EFFDATE IS
      * LATER THAN THE RUN DATE IS VALIDATED AS USUAL BUT, IN
      * PLACE OF THE EMP CHANGE, IS HELD IN MAINT_PENDING (ON
      * CURSOR-18) AS STATUS PENDING.  THE PENDING(P) MENU
      * CHOICE, RUN IN THE NIGHT CYCLE, LISTS THE PEND_IDS THAT
      * HAVE FALLEN DUE (CURSOR-19), FETCHES EACH BACK INTO
      * MAINT-REC (CURSOR-20), AND PUTS IT THROUGH THE SAME
      * UPDATE/TRANSFER/DEACTIVATE CODE AS A FILE RECORD, MARKING
      * IT APPLIED OR REJECTED (CURSOR-21) IN THE SAME
      * TRANSACTION.  CBDEM23 LISTS HELD ITEMS AND CANCELS THEM.
      * A TRANSFER RE-KEYS THE EMPLOYEE'S STILL-PENDING ITEMS TO
      * THE NEW NUMBER (CURSOR-22).  SAL, DEPTNO, TERMDATE, AND
      * NEWMGR ARE KEPT AS THE CHARACTER FIELDS OF THE RECORD.
      *----------------------------------------------------------
       77   SQL-CRPEND         PIC X(440) VALUE
               "CREATE TABLE MAINT_PENDING (PEND_ID NUMBER(9) PRIMARY
      -        " KEY, EFF_DATE VARCHAR2(10), ACTION VARCHAR2(1),
      -        " EMPNO NUMBER(9), ENAME VARCHAR2(12), JOB VARCHAR2(12),
      -        " SAL VARCHAR2(10), DEPTNO VARCHAR2(10),
      -        " TERMDATE VARCHAR2(10), NEWMGR VARCHAR2(10),
      -        " STATUS VARCHAR2(10), REASON VARCHAR2(8),
      -        " LOAD_TS VARCHAR2(19), LOAD_USER VARCHAR2(30),
      -        " DONE_TS VARCHAR2(19), DONE_USER VARCHAR2(30))".
       77   SQL-CRPEND-L       PIC S9(9) VALUE 440 COMP.
       77   SQL-INSPEND        PIC X(440) VALUE
               "INSERT INTO MAINT_PENDING (PEND_ID, EFF_DATE, ACTION,
      -        " EMPNO, ENAME, JOB, SAL, DEPTNO, TERMDATE, NEWMGR,
      -        " STATUS, LOAD_TS, LOAD_USER) SELECT NVL(MAX(PEND_ID), 0)
      -        " + 1, :1, :2, :3, RTRIM(:4), RTRIM(:5), RTRIM(:6),
      -        " RTRIM(:7), RTRIM(:8), RTRIM(:9), 'PENDING', :10, :11
      -        " FROM MAINT_PENDING".
       77   SQL-INSPEND-L      PIC S9(9) VALUE 440 COMP.
       77   SQL-SELDUE         PIC X(150) VALUE
               "SELECT PEND_ID FROM MAINT_PENDING WHERE STATUS =
      -        " 'PENDING' AND EFF_DATE <= :1 ORDER BY EFF_DATE,
      -        " PEND_ID".
       77   SQL-SELDUE-L       PIC S9(9) VALUE 150 COMP.
       77   SQL-SELPEND        PIC X(300) VALUE
               "SELECT ACTION, EMPNO, NVL(ENAME, ' '), NVL(JOB, ' '),
      -        " NVL(SAL, ' '), NVL(DEPTNO, ' '), NVL(TERMDATE, ' '),
      -        " NVL(NEWMGR, ' '), EFF_DATE, STATUS FROM MAINT_PENDING
      -        " WHERE PEND_ID = :1".
       77   SQL-SELPEND-L      PIC S9(9) VALUE 300 COMP.
       77   SQL-UPDPEND        PIC X(160) VALUE
               "UPDATE MAINT_PENDING SET STATUS = RTRIM(:1),
      -        " REASON = RTRIM(:2), DONE_TS = :3, DONE_USER = :4
      -        " WHERE PEND_ID = :5 AND STATUS = 'PENDING'".
       77   SQL-UPDPEND-L      PIC S9(9) VALUE 160 COMP.
       77   SQL-XFERPEND       PIC X(100) VALUE
               "UPDATE MAINT_PENDING SET EMPNO = :1 WHERE EMPNO = :2
      -        " AND STATUS = 'PENDING'".
       77   SQL-XFERPEND-L     PIC S9(9) VALUE 100 COMP.
       77   MAINT-RUN-DATE     PIC X(10).
       77   MAINT-EFF-DATE     PIC X(10).
       77   MAINT-HOLD-SW      PIC X(01) VALUE "N".
           88   MAINT-HOLD     VALUE "Y".
       77   MAINT-SOURCE-SW    PIC X(01) VALUE "F".
           88   MAINT-FROM-FILE    VALUE "F".
           88   MAINT-FROM-PENDING VALUE "P".
       77   MAINT-SOURCE       PIC X(13) VALUE "MAINT-FILE".
       77   MAINT-HELD         PIC S9(9) COMP VALUE 0.
       77   MAINT-HELD-D       PIC ZZZZZZZZ9.
       77   PEND-ID            PIC S9(9) COMP.
       77   PEND-ID-D          PIC ZZZZZZZZ9.
       77   PEND-STATUS        PIC X(10).
       77   PEND-STATUS-L      PIC S9(9) VALUE 10 COMP.
       77   PEND-NEW-STATUS    PIC X(10).
       77   PEND-ACTION-L      PIC S9(9) VALUE 1 COMP.
       77   PEND-NAME-L        PIC S9(9) VALUE 12 COMP.
       77   PEND-FIELD-L       PIC S9(9) VALUE 10 COMP.
       77   PEND-EMPNO-L       PIC S9(9) VALUE 9 COMP.
       77   PEND-REASON-L      PIC S9(9) VALUE 8 COMP.
       77   PEND-DUE           PIC S9(9) COMP VALUE 0.
       77   PEND-DUE-D         PIC ZZZZZZZZ9.
       77   PEND-GONE          PIC S9(9) COMP VALUE 0.
       77   PEND-GONE-D        PIC ZZZZZZZZ9.
       77   PEND-IDX           PIC S9(4) COMP.
       77   PEND-MAX           PIC S9(4) COMP VALUE 2000.
       01  PEND-LIST.
           02   PEND-LIST-ID   PIC S9(9) COMP OCCURS 2000 TIMES.

      *----------------------------------------------------------
      * TERMINATION PROCESSING.  THE TERMINATION DATE GOES INTO
      * EMP.TERM_DATE (BLANK DEFAULTS TO THE RUN DATE); WHEN THE
           88   LEAVER-FILE-OK VALUE "00".
       77   LEAVER-PTR         PIC S9(4) COMP.

      *----------------------------------------------------------
      * LEAVE BALANCE AT TERMINATION.  EMP_LEAVE IS KEPT BY
      * CBDEM21; CURSOR-16 FETCHES THE LEAVER'S UNTAKEN DAYS
      * (ACCRUED LESS TAKEN) FOR THE LEAVERS REPORT LINE, VALUED
      * AT A DAY'S PAY OF THE FINAL SALARY - THE MONTHLY SALARY
      * TIMES TWELVE OVER THE WORKING DAYS IN A YEAR, AS CBDEM21
      * VALUES BALANCES.  CURSOR-17 MOVES THE EMP_LEAVE ROW TO
      * THE NEW NUMBER ON A TRANSFER.  A SHOP WITHOUT EMP_LEAVE
      * YET (ORA-942 AT PARSE) REPORTS NO BALANCE.
      *----------------------------------------------------------
       77   SQL-SELLEAVE       PIC X(60) VALUE
               "SELECT ACCRUED - TAKEN FROM EMP_LEAVE WHERE EMPNO = :1".
       77   SQL-SELLEAVE-L     PIC S9(9) VALUE 60 COMP.
       77   SQL-XFERLEAVE      PIC X(60) VALUE
               "UPDATE EMP_LEAVE SET EMPNO = :1 WHERE EMPNO = :2".
       77   SQL-XFERLEAVE-L    PIC S9(9) VALUE 60 COMP.
       77   LEAVE-BAL-X        PIC X(12).
       77   LEAVE-BAL-X-L      PIC S9(9) VALUE 12 COMP.
       77   LEAVE-BAL          PIC S9(7)V99 COMP-3.
       77   LEAVE-BAL-D        PIC -ZZZZ9.99.
       77   LEAVE-DAY-RATE     PIC S9(7)V9999 COMP-3.
       77   LEAVE-VALUE        PIC S9(9)V99 COMP-3.
       77   LEAVE-VALUE-D      PIC -ZZZZZZ9.99.
       77   LEAVE-WORK-DAYS    PIC S9(4) COMP VALUE 260.
       77   LEAVE-TABLE-SW     PIC X(01) VALUE "Y".
           88   LEAVE-TABLE-USED    VALUE "Y".
           88   LEAVE-TABLE-MISSING VALUE "N".

      *----------------------------------------------------------
      * MAILBOX HANDOVER AT TERMINATION.  A MAILBOX BELONGS TO
      * THE LEAVER WHEN ITS MBOX_DIR OWNER IS THE LEAVER'S ENAME
      * (IGNORING CASE AND TRAILING BLANKS) AND ITS DEPTNO IS THE
      * LEAVER'S DEPARTMENT; THE REPLACEMENT MANAGER'S MAILBOX IS
      * FOUND THE SAME WAY (CURSOR-23, FIRST BY NAME WHEN THERE
      * ARE SEVERAL).  EACH ACTIVE MAILBOX THE LEAVER OWNS
      * (CURSOR-25) HAS ITS NEW AND SAVED MESSAGES LISTED
      * (CURSOR-24) AND MOVED (CURSOR-26) TO THE REPLACEMENT'S
      * MAILBOX, AND IS THEN CLOSED WITH A HANDOVER NOTE
      * (CURSOR-27) THAT CBDEM14'S USAGE REPORT PRINTS.  WITH NO
      * REPLACEMENT MAILBOX NOTHING IS MOVED AND THE NOTE FLAGS
      * THE MAILBOX FOR REVIEW.  A SHOP WITHOUT MBOX_DIR OR
      * VOICE_MAIL YET (ORA-942 AT PARSE) HAS NOTHING TO HAND
      * OVER.
      *----------------------------------------------------------
       77   SQL-ALTMBOX        PIC X(60) VALUE
               "ALTER TABLE MBOX_DIR ADD (HANDOVER_NOTE VARCHAR2(60))".
       77   SQL-ALTMBOX-L      PIC S9(9) VALUE 60 COMP.
       77   SQL-REPLBOX        PIC X(260) VALUE
               "SELECT NVL(MIN(D.MAILBOX),' ') FROM MBOX_DIR D, EMP E
      -        " WHERE E.EMPNO = :1
      -        " AND UPPER(RTRIM(D.OWNER)) = UPPER(RTRIM(E.ENAME))
      -        " AND RTRIM(D.DEPTNO) = TO_CHAR(E.DEPTNO)
      -        " AND NVL(D.ACTIVE,'N') = 'Y'".
       77   SQL-REPLBOX-L      PIC S9(9) VALUE 260 COMP.
       77   SQL-LEAVBOX        PIC X(280) VALUE
               "SELECT D.MAILBOX FROM MBOX_DIR D, EMP E
      -        " WHERE E.EMPNO = :1
      -        " AND UPPER(RTRIM(D.OWNER)) = UPPER(RTRIM(E.ENAME))
      -        " AND RTRIM(D.DEPTNO) = TO_CHAR(E.DEPTNO)
      -        " AND NVL(D.ACTIVE,'N') = 'Y' ORDER BY D.MAILBOX".
       77   SQL-LEAVBOX-L      PIC S9(9) VALUE 280 COMP.
       77   SQL-LISTHAND       PIC X(240) VALUE
               "SELECT MSG_ID, NVL(STATUS,'NEW'),
      -        " TO_CHAR(CREATED_DATE,'YYYY-MM-DD') FROM VOICE_MAIL
      -        " WHERE MAILBOX = :1
      -        " AND NVL(STATUS,'NEW') IN ('NEW','SAVED')
      -        " ORDER BY MSG_ID".
       77   SQL-LISTHAND-L     PIC S9(9) VALUE 240 COMP.
       77   SQL-MOVEHAND       PIC X(120) VALUE
               "UPDATE VOICE_MAIL SET MAILBOX = :1 WHERE MAILBOX = :2
      -        " AND NVL(STATUS,'NEW') IN ('NEW','SAVED')".
       77   SQL-MOVEHAND-L     PIC S9(9) VALUE 120 COMP.
       77   SQL-CLOSEHAND      PIC X(100) VALUE
               "UPDATE MBOX_DIR SET ACTIVE = 'N', HANDOVER_NOTE = :1
      -        " WHERE MAILBOX = :2".
       77   SQL-CLOSEHAND-L    PIC S9(9) VALUE 100 COMP.
       77   REPL-MAILBOX       PIC X(10).
       77   LEAVER-MAILBOX     PIC X(10).
       77   HAND-MAILBOX-L     PIC S9(9) VALUE 10 COMP.
       77   HAND-MSG-ID        PIC S9(9) COMP.
       77   HAND-MSG-ID-D      PIC ZZZZZ9.
       77   HAND-STATUS        PIC X(6).
       77   HAND-STATUS-L      PIC S9(9) VALUE 6 COMP.
       77   HAND-CREATED       PIC X(10).
       77   HAND-CREATED-L     PIC S9(9) VALUE 10 COMP.
       77   HAND-NOTE          PIC X(60).
       77   HAND-NOTE-L        PIC S9(9) VALUE 60 COMP.
       77   HAND-MOVED         PIC S9(9) COMP.
       77   HAND-MOVED-D       PIC ZZZZ9.
       77   MBOX-TABLE-SW      PIC X(01) VALUE "Y".
           88   MBOX-TABLE-USED     VALUE "Y".
           88   MBOX-TABLE-MISSING  VALUE "N".

      *----------------------------------------------------------
      * OPERATOR AUTHORISATION.  OPER_AUTH, KEPT BY CBDEM29,
      * NAMES THE ACTIONS EACH OS USER MAY TAKE IN EACH PROGRAM
      * (ACTION '*' GRANTS THEM ALL).  A PROGRAM WITH NO ROWS IN
      * OPER_AUTH IS NOT YET UNDER CONTROL AND ANYONE MAY USE IT,
      * AS MAY ANYONE IN A SHOP WITHOUT THE TABLE (ORA-942 AT
      * PARSE).  A REFUSAL IS SHOWN ON THE TERMINAL AND WRITTEN
      * TO ERROR-LOG-FILE.  CBDEM1'S ACTIONS ARE THE MENU
      * CHOICES A, U, T, D, M, AND P, AND EACH MAINT-FILE RECORD
      * IS CHECKED AGAINST ITS OWN ACTION CODE U, T, OR D - A
      * REFUSED RECORD IS REJECTED NOAUTH.
      *----------------------------------------------------------
       77   SQL-SELAUTH        PIC X(200) VALUE
               "SELECT COUNT(*), NVL(SUM(DECODE(OS_USER, RTRIM(:1),
      -        " DECODE(ACTION, RTRIM(:3), 1, '*', 1, 0), 0)), 0)
      -        " FROM OPER_AUTH WHERE PROGRAM = RTRIM(:2)".
       77   SQL-SELAUTH-L      PIC S9(9) VALUE 200 COMP.
       77   AUTH-USER          PIC X(30).
       77   AUTH-USER-L        PIC S9(9) VALUE 30 COMP.
       77   AUTH-PROGRAM       PIC X(8) VALUE "CBDEM1".
       77   AUTH-PROGRAM-L     PIC S9(9) VALUE 8 COMP.
       77   AUTH-ACTION        PIC X(10).
       77   AUTH-ACTION-L      PIC S9(9) VALUE 10 COMP.
       77   AUTH-ROWS          PIC S9(9) COMP.
       77   AUTH-GRANTS        PIC S9(9) COMP.
       77   AUTH-TABLE-SW      PIC X(01) VALUE "Y".
           88   AUTH-TABLE-USED     VALUE "Y".
           88   AUTH-TABLE-MISSING  VALUE "N".
       77   AUTH-OK-SW         PIC X(01) VALUE "Y".
           88   AUTH-OK             VALUE "Y".
           88   AUTH-REFUSED        VALUE "N".

      *----------------------------------------------------------
      * REHIRES.  DUPLICATE SCREENING ONLY LOOKS AT ACTIVE ROWS,
      * SO A FORMER EMPLOYEE COMING BACK WOULD OTHERWISE START
      * AGAIN AS A STRANGER.  A HIRE WHOSE ENAME MATCHES AN
      * INACTIVE EMP ROW WITH A TERM_DATE (CURSOR-29, MOST RECENT
      * LEAVER FIRST, SKIPPING ANY ROW ALREADY REHIRED) IS A
      * LIKELY RETURNER.  AT THE TERMINAL THE OPERATOR IS OFFERED
      * THE REHIRE; IN BATCH THE HIRE-REC MUST SAY REHIRE OR
      * NEWHIRE, OR IT IS HELD IN SUSPENSE-FILE FOR HR.  A REHIRE
      * IS NUMBERED AND INSERTED LIKE ANY HIRE, BUT CARRIES THE
      * FORMER ROW'S SERVICE DATE AND WRITES A REHIRE ACTION TO
      * EMP_AUDIT, WITH THE OLD EMPNO IN OLD_MAX_EMPNO, INSTEAD
      * OF AN INSERT - THE SAME LINK A TRANSFER LEAVES.
      *----------------------------------------------------------
       77   SQL-SELRET         PIC X(440) VALUE
               "SELECT EMPNO, NVL(TO_CHAR(NVL(SERVICE_DATE,HIREDATE),
      -        "'YYYY-MM-DD'),' '), TERM_DATE FROM EMP
      -        " WHERE RTRIM(ENAME) = RTRIM(:1) AND STATUS = 'I'
      -        " AND TERM_DATE IS NOT NULL AND NOT EXISTS
      -        " (SELECT 1 FROM EMP_AUDIT A WHERE A.ACTION = 'REHIRE'
      -        " AND A.OLD_MAX_EMPNO = EMP.EMPNO)
      -        " ORDER BY TERM_DATE DESC".
       77   SQL-SELRET-L       PIC S9(9) VALUE 440 COMP.
       77   RET-EMPNO          PIC S9(9) COMP.
       77   RET-EMPNO-D        PIC ZZZZ9.
       77   RET-SVCDATE        PIC X(10).
       77   RET-SVCDATE-L      PIC S9(9) VALUE 10 COMP.
       77   RET-TERMDATE       PIC X(10).
       77   RET-TERMDATE-L     PIC S9(9) VALUE 10 COMP.
       77   SERVICE-DATE       PIC X(10).
       77   SERVICE-DATE-L     PIC S9(9) VALUE 10 COMP.
       77   REHIRE-SW          PIC X(01) VALUE " ".
           88   REHIRE-UNCHECKED    VALUE " ".
           88   REHIRE-YES          VALUE "Y".
           88   REHIRE-NO           VALUE "N".
           88   REHIRE-HELD         VALUE "H".
           88   REHIRE-NO-FORMER    VALUE "X".
       77   REHIRE-ANSWER      PIC X(01).
       77   ASK-REHIRE         PIC X(40) VALUE
              "Rehire as the former employee (Y/N): ".
       77   HIRES-REHIRED      PIC S9(9) COMP VALUE 0.
       77   HIRES-REHIRED-D    PIC ZZZZZZZZ9.
       77   HIRES-RETURNER     PIC S9(9) COMP VALUE 0.
       77   HIRES-RETURNER-D   PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.

              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-15, LDA.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-16, LDA.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-17, LDA.
           IF C-RC IN CURSOR-17 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-18, LDA.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-19, LDA.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-20, LDA.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-21, LDA.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-22, LDA.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-23, LDA.
           IF C-RC IN CURSOR-23 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-24, LDA.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-25, LDA.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-26, LDA.
           IF C-RC IN CURSOR-26 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-27, LDA.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-28, LDA.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-29, LDA.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT.
      * NOTE: THE DEFAULT IS OFF, SO THIS COULD BE OMITTED.
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MAKE SURE EMP HAS THE SERVICE_DATE COLUMN EVERY HIRE
      * FILLS IN.  ORA-1430 (COLUMN ALREADY EXISTS) IS TOLERATED.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-4, SQL-ALTEMP3,
                SQL-ALTEMP3-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              IF C-RC IN CURSOR-4 = 1430
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * PARSE AND BIND THE STATEMENT THAT RECORDS AN AUDIT ROW
      * FOR EACH EMPLOYEE ADDED, UPDATED, OR DEACTIVATED - SEE
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRV" USING CURSOR-1, SVCDATE-N, SVCDATE-N-L,
                SERVICE-DATE, SERVICE-DATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MGR AND COMM CARRY INDICATOR VARIABLES, SO A BLANK ENTRY
      * GOES IN AS NULL INSTEAD OF AN INVALID NUMBER.
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM SETUP-BAND-CHECK THRU SETUP-BAND-CHECK-EXIT.
           PERFORM SETUP-LEAVE THRU SETUP-LEAVE-EXIT.
           PERFORM SETUP-PENDING.
           PERFORM SETUP-HANDOVER THRU SETUP-HANDOVER-EXIT.
           PERFORM SETUP-AUTH THRU SETUP-AUTH-EXIT.
           PERFORM SETUP-REHIRE.

      *----------------------------------------------------------
      * ASK WHICH OF THE THREE MAINTENANCE OPERATIONS THIS RUN
      * WILL PERFORM.  THE OPERATOR MUST HOLD THE MENU CHOICE IN
      * OPER_AUTH - ANY CHOICE NOT ON THE MENU IS THE HIRE FLOW,
      * ACTION A.
      *----------------------------------------------------------

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           MOVE "A" TO AUTH-ACTION.
           IF MENU-UPDATE OR MENU-TRANSFER OR MENU-DEACTIVATE
              OR MENU-MAINT OR MENU-PENDING
              MOVE MENU-CHOICE TO AUTH-ACTION
              INSPECT AUTH-ACTION CONVERTING "utdmp" TO "UTDMP".
           PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT.
           IF AUTH-REFUSED
              GO TO EXIT-CLOSE.
           IF MENU-UPDATE
              GO TO NEXT-UPDATE.
           IF MENU-TRANSFER
              GO TO NEXT-DEACTIVATE.
           IF MENU-MAINT
              GO TO NEXT-MAINT.
           IF MENU-PENDING
              GO TO NEXT-PENDING.

      *----------------------------------------------------------
      * ASK WHETHER NEW HIRES ARE TO BE READ FROM HIRE-FILE, AS

       NEXT-EMP.

           MOVE " " TO REHIRE-SW.
           IF BATCH-MODE
              PERFORM READ-HIRE-REC
              GO TO ASK-DPT.

      *----------------------------------------------------------
      * VALIDATE THE ENTERED SALARY AGAINST THE MIN/MAX BAND FOR
      * THE EMPLOYEE'S JOB IN FORCE ON BAND-DATE.  SETS SAL-OK-SW
      * AND, WHEN NOT OK, THE REASON CODE IN SAL-REASON (BADSAL
      * FOR A SALARY OUT OF BAND, NOBAND FOR A JOB WITH NO BAND).
      *----------------------------------------------------------

       CHECK-SALARY.

           MOVE "Y" TO SAL-OK-SW.
           MOVE "BADSAL" TO SAL-REASON.
           IF FUNCTION TEST-NUMVAL(SAL) NOT = 0
              MOVE "N" TO SAL-OK-SW
           ELSE
              COMPUTE SAL-NUM = FUNCTION NUMVAL(SAL)
              IF GRADE-TABLE-MISSING
                 PERFORM FIND-FIXED-BAND
              ELSE
                 PERFORM FIND-GRADE-BAND
              END-IF
              IF SAL-OK
                 AND (SAL-NUM < SAL-MIN OR SAL-NUM > SAL-MAX)
                 MOVE "N" TO SAL-OK-SW
              END-IF
           END-IF.

      *----------------------------------------------------------
      * FETCH THE JOB_GRADE BAND IN FORCE ON BAND-DATE INTO
      * SAL-MIN/SAL-MAX.  CURSOR-15 ORDERS THE JOB'S OWN BANDS
      * AHEAD OF "OTHER" AND THE LATEST EFFECTIVE DATE FIRST, SO
      * THE FIRST ROW IS THE ONE THAT APPLIES.  NO ROW AT ALL
      * MEANS NO BAND - SAL-OK-SW IS CLEARED WITH REASON NOBAND.
      *----------------------------------------------------------

       FIND-GRADE-BAND.

           CALL "OEXEC" USING CURSOR-15.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-15.
           IF C-RC IN CURSOR-15 = 1403
              MOVE "N" TO SAL-OK-SW
              MOVE "NOBAND" TO SAL-REASON
           ELSE
              IF C-RC IN CURSOR-15 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              ELSE
                 COMPUTE SAL-MIN = FUNCTION NUMVAL(BAND-MIN-X)
                 COMPUTE SAL-MAX = FUNCTION NUMVAL(BAND-MAX-X)
              END-IF
           END-IF.

      *----------------------------------------------------------
      * LOOK THE JOB UP IN THE BUILT-IN SALARY-RANGE TABLE, USED
      * ONLY WHEN JOB_GRADE DOES NOT EXIST.  "OTHER" IS THE LAST
      * ENTRY AND COVERS ANY JOB NOT FOUND.
      *----------------------------------------------------------

       FIND-FIXED-BAND.

           MOVE "N" TO JOB-FOUND-SW.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > SAL-RANGE-MAX
              IF JOB = SR-JOB(SR-IDX)
                 MOVE "Y" TO JOB-FOUND-SW
                 MOVE SR-MIN(SR-IDX) TO SAL-MIN
                 MOVE SR-MAX(SR-IDX) TO SAL-MAX
              END-IF
           END-PERFORM.
           IF NOT JOB-FOUND
              MOVE SR-MIN(SAL-RANGE-MAX) TO SAL-MIN
              MOVE SR-MAX(SAL-RANGE-MAX) TO SAL-MAX.

      *----------------------------------------------------------
      * THE BAND FOR AN UPDATE IS THE ONE IN FORCE TODAY.
      *----------------------------------------------------------

       SET-BAND-RUN-DATE.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           MOVE SPACES TO BAND-DATE.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD
              DELIMITED BY SIZE INTO BAND-DATE.

      *----------------------------------------------------------
      * THE RUN DATE AN EFFECTIVE DATE IS MEASURED AGAINST.
      *----------------------------------------------------------

       SET-MAINT-RUN-DATE.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           MOVE SPACES TO MAINT-RUN-DATE.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD
              DELIMITED BY SIZE INTO MAINT-RUN-DATE.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE JOB_GRADE BAND LOOKUP ON
      * CURSOR-15, ONCE, AT START-UP.  A SHOP WITHOUT JOB_GRADE
      * YET (ORA-942, TABLE DOES NOT EXIST) KEEPS VALIDATING
      * AGAINST THE BUILT-IN TABLE, AS BEFORE JOB_GRADE EXISTED.
      *----------------------------------------------------------

       SETUP-BAND-CHECK.

           CALL "OPARSE" USING CURSOR-15, SQL-SELBAND,
                SQL-SELBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-15 = 942
              DISPLAY "No JOB_GRADE table - salaries checked "
                 "against the built-in bands."
              MOVE "N" TO GRADE-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-15
              GO TO SETUP-BAND-CHECK-EXIT.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-15, ONE, JOB,
                JOB-L, ASC.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-15, TWO, BAND-DATE,
                BAND-DATE-L, ASC.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-15, ONE, BAND-MIN-X,
                BAND-X-L, ASC.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-15, TWO, BAND-MAX-X,
                BAND-X-L, ASC.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       SETUP-BAND-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE EMP_LEAVE BALANCE LOOKUP ON
      * CURSOR-16 AND THE TRANSFER RE-KEY ON CURSOR-17, ONCE, AT
      * START-UP.  WITHOUT EMP_LEAVE (ORA-942) LEAVERS ARE
      * REPORTED WITH NO BALANCE AND TRANSFERS HAVE NONE TO MOVE.
      *----------------------------------------------------------

       SETUP-LEAVE.

           CALL "OPARSE" USING CURSOR-16, SQL-SELLEAVE,
                SQL-SELLEAVE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-16 = 942
              MOVE "N" TO LEAVE-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-16
              GO TO SETUP-LEAVE-EXIT.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-16, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-16, ONE, LEAVE-BAL-X,
                LEAVE-BAL-X-L, ASC.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-17, SQL-XFERLEAVE,
                SQL-XFERLEAVE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-17 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-17, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-17 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-17, TWO, OLD-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-17 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       SETUP-LEAVE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CREATE MAINT_PENDING IF THIS IS THE FIRST RUN TO NEED IT
      * (ORA-955, NAME ALREADY USED, IS TOLERATED AS FOR
      * EMP_AUDIT), THEN PARSE AND BIND THE HOLD INSERT ON
      * CURSOR-18, THE DUE LIST ON CURSOR-19, THE ITEM FETCH ON
      * CURSOR-20, THE STATUS UPDATE ON CURSOR-21, AND THE
      * TRANSFER RE-KEY ON CURSOR-22, ONCE, AT START-UP.
      *----------------------------------------------------------

       SETUP-PENDING.

           CALL "OPARSE" USING CURSOR-18, SQL-CRPEND,
                SQL-CRPEND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-18 NOT = 0
              IF C-RC IN CURSOR-18 = 955
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-18, SQL-INSPEND,
                SQL-INSPEND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, ONE, MAINT-EFF-DATE,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, TWO, MNT-ACTION,
                PEND-ACTION-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, THREE, EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, FOUR, MNT-ENAME,
                PEND-NAME-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, FIVE, MNT-JOB,
                PEND-NAME-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, SIX, MNT-SAL,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, SEVEN, MNT-DEPTNO,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, EIGHT, TERMDATE,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, NINE, MNT-NEWMGR,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, TEN, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-18, ELEVEN, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-19, SQL-SELDUE,
                SQL-SELDUE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-19, ONE, MAINT-RUN-DATE,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-19, ONE, PEND-ID, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-20, SQL-SELPEND,
                SQL-SELPEND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-20, ONE, PEND-ID, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, ONE, MNT-ACTION,
                PEND-ACTION-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, TWO, MNT-EMPNO,
                PEND-EMPNO-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, THREE, MNT-ENAME,
                PEND-NAME-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, FOUR, MNT-JOB,
                PEND-NAME-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, FIVE, MNT-SAL,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, SIX, MNT-DEPTNO,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, SEVEN, MNT-TERMDATE,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, EIGHT, MNT-NEWMGR,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, NINE, MNT-EFFDATE,
                PEND-FIELD-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-20, TEN, PEND-STATUS,
                PEND-STATUS-L, ASC.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-21, SQL-UPDPEND,
                SQL-UPDPEND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-21, ONE, PEND-NEW-STATUS,
                PEND-STATUS-L, ASC.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-21, TWO, MAINT-REASON,
                PEND-REASON-L, ASC.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-21, THREE, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-21, FOUR, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-21, FIVE, PEND-ID, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-22, SQL-XFERPEND,
                SQL-XFERPEND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-22, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-22, TWO, OLD-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * ADD HANDOVER_NOTE TO MBOX_DIR IF THIS IS THE FIRST RUN TO
      * NEED IT (ORA-1430, COLUMN ALREADY EXISTS, IS TOLERATED),
      * THEN PARSE, BIND, AND DEFINE THE HANDOVER STATEMENTS ON
      * CURSOR-23 THROUGH CURSOR-27, ONCE, AT START-UP.  WITHOUT
      * MBOX_DIR OR VOICE_MAIL (ORA-942) TERMINATIONS HAND OVER
      * NOTHING.
      *----------------------------------------------------------

       SETUP-HANDOVER.

           CALL "OPARSE" USING CURSOR-23, SQL-ALTMBOX,
                SQL-ALTMBOX-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-23 = 942
              MOVE "N" TO MBOX-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-23
              GO TO SETUP-HANDOVER-EXIT.
           IF C-RC IN CURSOR-23 NOT = 0
              IF C-RC IN CURSOR-23 = 1430
                 MOVE 0 TO C-RC IN CURSOR-23
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-23, SQL-REPLBOX,
                SQL-REPLBOX-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-23 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-23, ONE, REPL-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-23 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-23, ONE, REPL-MAILBOX,
                HAND-MAILBOX-L, ASC.
           IF C-RC IN CURSOR-23 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-24, SQL-LISTHAND,
                SQL-LISTHAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-24 = 942
              MOVE "N" TO MBOX-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-24
              GO TO SETUP-HANDOVER-EXIT.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-24, ONE, LEAVER-MAILBOX,
                HAND-MAILBOX-L, ASC.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-24, ONE, HAND-MSG-ID, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-24, TWO, HAND-STATUS,
                HAND-STATUS-L, ASC.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-24, THREE, HAND-CREATED,
                HAND-CREATED-L, ASC.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-25, SQL-LEAVBOX,
                SQL-LEAVBOX-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-25, ONE, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-25, ONE, LEAVER-MAILBOX,
                HAND-MAILBOX-L, ASC.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-26, SQL-MOVEHAND,
                SQL-MOVEHAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-26 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-26, ONE, REPL-MAILBOX,
                HAND-MAILBOX-L, ASC.
           IF C-RC IN CURSOR-26 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-26, TWO, LEAVER-MAILBOX,
                HAND-MAILBOX-L, ASC.
           IF C-RC IN CURSOR-26 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-27, SQL-CLOSEHAND,
                SQL-CLOSEHAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-27, ONE, HAND-NOTE,
                HAND-NOTE-L, ASC.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-27, TWO, LEAVER-MAILBOX,
                HAND-MAILBOX-L, ASC.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       SETUP-HANDOVER-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE OPER_AUTH LOOKUP ON CURSOR-28,
      * ONCE, AT START-UP.  WITHOUT OPER_AUTH (ORA-942) NOTHING
      * IS CHECKED, AS BEFORE THE TABLE EXISTED.
      *----------------------------------------------------------

       SETUP-AUTH.

           ACCEPT AUTH-USER FROM ENVIRONMENT "USER".
           CALL "OPARSE" USING CURSOR-28, SQL-SELAUTH,
                SQL-SELAUTH-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-28 = 942
              MOVE "N" TO AUTH-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-28
              GO TO SETUP-AUTH-EXIT.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-28, ONE, AUTH-USER,
                AUTH-USER-L, ASC.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-28, TWO, AUTH-PROGRAM,
                AUTH-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-28, THREE, AUTH-ACTION,
                AUTH-ACTION-L, ASC.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-28, ONE, AUTH-ROWS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-28, TWO, AUTH-GRANTS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       SETUP-AUTH-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MAY THIS OPERATOR TAKE AUTH-ACTION IN THIS PROGRAM?  SETS
      * AUTH-OK-SW; A REFUSAL IS DISPLAYED, WRITTEN TO ERROR-LOG-
      * FILE, AND MARKS THE RUN ERROR IN RUN-LOG-FILE.
      *----------------------------------------------------------

       CHECK-AUTH.

           MOVE "Y" TO AUTH-OK-SW.
           IF AUTH-TABLE-MISSING
              GO TO CHECK-AUTH-EXIT.

           CALL "OEXEC" USING CURSOR-28.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-28.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF AUTH-ROWS = 0 OR AUTH-GRANTS > 0
              GO TO CHECK-AUTH-EXIT.

           MOVE "N" TO AUTH-OK-SW.
           MOVE "ERROR" TO RUN-STATUS.
           MOVE SPACES TO MSGBUF.
           STRING "NOAUTH: operator " DELIMITED BY SIZE
                  AUTH-USER DELIMITED BY SPACE
                  " is not authorised for " DELIMITED BY SIZE
                  AUTH-ACTION DELIMITED BY SPACE
                  " in " DELIMITED BY SIZE
                  AUTH-PROGRAM DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO MSGBUF.
           DISPLAY MSGBUF.
           MOVE 0 TO ERR-RC.
           MOVE 0 TO ERR-FNC.
           MOVE ERR-FNC TO ERR-FNC-D.
           PERFORM WRITE-ERROR-LOG.
       CHECK-AUTH-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE RETURNER LOOKUP ON CURSOR-29,
      * ONCE, AT START-UP - SEE CHECK-RETURNER.
      *----------------------------------------------------------

       SETUP-REHIRE.

           CALL "OPARSE" USING CURSOR-29, SQL-SELRET,
                SQL-SELRET-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-29, ONE, ENAME,
                ENAME-L, ASC.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-29, ONE, RET-EMPNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-29, TWO, RET-SVCDATE,
                RET-SVCDATE-L, ASC.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-29, THREE, RET-TERMDATE,
                RET-TERMDATE-L, ASC.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * LOOK FOR A FORMER EMPLOYEE OF THE SAME NAME AND DECIDE,
      * ONCE PER HIRE, WHETHER THIS IS A REHIRE.  AT THE TERMINAL
      * THE OPERATOR IS ASKED.  IN BATCH THE HIRE-REC ANSWERS:
      * REHIRE OR NEWHIRE, OR NEITHER, WHICH HOLDS THE HIRE FOR
      * HR (REHIRE-HELD); A REHIRE WITH NO FORMER EMPLOYEE TO
      * MATCH IS REFUSED (REHIRE-NO-FORMER).  SERVICE-DATE COMES
      * BACK AS THE FORMER SERVICE DATE FOR A REHIRE AND THE
      * HIRE DATE OTHERWISE.
      *----------------------------------------------------------

       CHECK-RETURNER.

           IF NOT REHIRE-UNCHECKED
              GO TO CHECK-RETURNER-EXIT.
           MOVE "N" TO REHIRE-SW.
           MOVE HIREDATE TO SERVICE-DATE.
           MOVE 0 TO RET-EMPNO.
           MOVE SPACES TO RET-SVCDATE RET-TERMDATE.

           CALL "OEXEC" USING CURSOR-29.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-29.
           IF C-RC IN CURSOR-29 = 1403
              IF BATCH-MODE AND HIRE-CONFIRM-REHIRE
                 MOVE "X" TO REHIRE-SW
              END-IF
              GO TO CHECK-RETURNER-EXIT.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE RET-EMPNO TO RET-EMPNO-D.
           IF BATCH-MODE
              IF HIRE-CONFIRM-REHIRE
                 MOVE "Y" TO REHIRE-SW
              ELSE
                 IF NOT HIRE-CONFIRM-NEW
                    MOVE "H" TO REHIRE-SW
                 END-IF
              END-IF
           ELSE
              DISPLAY ENAME " matches former employee "
                 RET-EMPNO-D ", in service from " RET-SVCDATE
                 ", left " RET-TERMDATE "."
              DISPLAY ASK-REHIRE WITH NO ADVANCING
              ACCEPT REHIRE-ANSWER
              IF REHIRE-ANSWER = "Y" OR "y"
                 MOVE "Y" TO REHIRE-SW
              END-IF
           END-IF.

           IF REHIRE-YES AND RET-SVCDATE NOT = " "
              MOVE RET-SVCDATE TO SERVICE-DATE.
       CHECK-RETURNER-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VALIDATE THE HIRE DETAILS.  A BLANK HIRE DATE DEFAULTS TO
      * THE RUN DATE; AN ENTERED ONE MUST LOOK LIKE YYYY-MM-DD
      * (FUTURE DATES ARE FINE - ACCEPTED OFFERS START LATER).  A
      * MANAGER, WHEN GIVEN, MUST BE AN EXISTING ACTIVE EMPLOYEE.
      * COMMISSION IS REQUIRED FOR SALESMAN AND REFUSED FOR EVERY
      * OTHER JOB.  SETS EXTRAS-OK-SW AND, WHEN NOT OK, THE
      * REASON CODE THE REJECT FILE CARRIES.
      *----------------------------------------------------------

       VALIDATE-EXTRAS.

           MOVE "Y" TO EXTRAS-OK-SW.
           MOVE SPACES TO EXTRA-REASON.

           IF HIREDATE = " "
              ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD
              MOVE SPACES TO HIREDATE
              STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD
                 DELIMITED BY SIZE INTO HIREDATE.
           IF HIREDATE(5:1) NOT = "-" OR HIREDATE(8:1) NOT = "-"
              OR FUNCTION TEST-NUMVAL(HIREDATE(1:4)) NOT = 0
              OR FUNCTION TEST-NUMVAL(HIREDATE(6:2)) NOT = 0
              OR FUNCTION TEST-NUMVAL(HIREDATE(9:2)) NOT = 0
              MOVE "N" TO EXTRAS-OK-SW
              MOVE "BADDATE" TO EXTRA-REASON
              GO TO VALIDATE-EXTRAS-EXIT.
           COMPUTE HIRE-YY-N = FUNCTION NUMVAL(HIREDATE(1:4)).
           COMPUTE HIRE-MM-N = FUNCTION NUMVAL(HIREDATE(6:2)).
           COMPUTE HIRE-DD-N = FUNCTION NUMVAL(HIREDATE(9:2)).
           IF HIRE-MM-N < 1 OR HIRE-MM-N > 12
              MOVE "N" TO EXTRAS-OK-SW
              MOVE "BADDATE" TO EXTRA-REASON
              GO TO VALIDATE-EXTRAS-EXIT.

      * BOUND THE DAY BY THE ACTUAL MONTH (AND LEAP YEAR), SO A
      * CALENDAR-INVALID DATE LIKE THE 30TH OF FEBRUARY IS
      * REJECTED HERE INSTEAD OF FAILING THE WHOLE RUN AT THE
      * TO_DATE IN THE INSERT.
           MOVE 31 TO HIRE-MAX-DD.
           IF HIRE-MM-N = 4 OR HIRE-MM-N = 6
              OR HIRE-MM-N = 9 OR HIRE-MM-N = 11
              MOVE 30 TO HIRE-MAX-DD.
           IF HIRE-MM-N = 2
              IF FUNCTION MOD(HIRE-YY-N, 4) = 0
                 AND (FUNCTION MOD(HIRE-YY-N, 100) NOT = 0
      *----------------------------------------------------------
      * APPEND THE LEAVER TO LEAVER-FILE FOR THE PAYROLL CUTOFF:
      * EMPNO, NAME, JOB, FINAL SALARY AND DEPARTMENT, THE
      * TERMINATION DATE, THE REPLACEMENT (IF ANY), AND THE
      * UNTAKEN LEAVE BALANCE WITH ITS VALUE FOR THE PAYOUT.
      * APPENDING KEEPS ONE ACCUMULATING LEAVERS REPORT ACROSS
      * RUNS, THE WAY REJECT-FILE ACCUMULATES.
      *----------------------------------------------------------

       WRITE-LEAVER-LINE.

           PERFORM GET-LEAVE-BALANCE THRU GET-LEAVE-BALANCE-EXIT.
           MOVE LEAVE-BAL TO LEAVE-BAL-D.
           MOVE LEAVE-VALUE TO LEAVE-VALUE-D.

           MOVE EMPNO TO EMPNO-D.
           MOVE SPACES TO LEAVER-REC.
           MOVE 1 TO LEAVER-PTR.
           STRING TERMDATE " empno " EMPNO-D " " OLD-ENAME " "
                  OLD-JOB " final sal " OLD-SAL " dept "
                  OLD-DEPTNO " replacement " REPL-IN
                  " leave " LEAVE-BAL-D " days value "
                  LEAVE-VALUE-D
                  DELIMITED BY SIZE
             INTO LEAVER-REC
             WITH POINTER LEAVER-PTR.
           PERFORM PUT-LEAVER-REC.

       PUT-LEAVER-REC.

           OPEN EXTEND LEAVER-FILE.
           IF NOT LEAVER-FILE-OK
                 LEAVER-FILE-STATUS "."
           END-IF.

      *----------------------------------------------------------
      * FETCH THE LEAVER'S UNTAKEN LEAVE FROM EMP_LEAVE AND VALUE
      * IT AT A DAY'S PAY OF THE FINAL SALARY.  NO EMP_LEAVE ROW
      * (NEVER ACCRUED) OR NO EMP_LEAVE TABLE MEANS NO BALANCE.
      * AN OVERDRAWN BALANCE COMES OUT NEGATIVE, FOR PAYROLL TO
      * RECOVER.
      *----------------------------------------------------------

       GET-LEAVE-BALANCE.

           MOVE 0 TO LEAVE-BAL.
           MOVE 0 TO LEAVE-VALUE.
           IF LEAVE-TABLE-MISSING
              GO TO GET-LEAVE-BALANCE-EXIT.

           CALL "OEXEC" USING CURSOR-16.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE SPACES TO LEAVE-BAL-X.
           CALL "OFETCH" USING CURSOR-16.
           IF C-RC IN CURSOR-16 = 1403
              MOVE 0 TO C-RC IN CURSOR-16
              GO TO GET-LEAVE-BALANCE-EXIT.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           IF LEAVE-BAL-X NOT = " "
              AND FUNCTION TEST-NUMVAL(LEAVE-BAL-X) = 0
              COMPUTE LEAVE-BAL = FUNCTION NUMVAL(LEAVE-BAL-X).
           IF OLD-SAL NOT = " "
              AND FUNCTION TEST-NUMVAL(OLD-SAL) = 0
              COMPUTE LEAVE-DAY-RATE ROUNDED =
                 FUNCTION NUMVAL(OLD-SAL) * 12 / LEAVE-WORK-DAYS
              COMPUTE LEAVE-VALUE ROUNDED =
                 LEAVE-BAL * LEAVE-DAY-RATE.
       GET-LEAVE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * HAND OVER THE LEAVER'S MAILBOXES.  FOR EACH ACTIVE
      * MAILBOX THE LEAVER OWNS, EVERY NEW AND SAVED MESSAGE IS
      * LISTED ON THE LEAVERS REPORT AND MOVED TO THE REPLACEMENT
      * MANAGER'S MAILBOX, AND THE MAILBOX IS CLOSED SO IT TAKES
      * NO MORE MESSAGES.  WHEN NO REPLACEMENT WAS NAMED, OR THE
      * REPLACEMENT HAS NO ACTIVE MAILBOX, THE TERMINATION STILL
      * GOES AHEAD: THE MESSAGES STAY WHERE THEY ARE AND THE
      * CLOSED MAILBOX'S HANDOVER NOTE FLAGS IT ON CBDEM14'S
      * USAGE REPORT.  ALL OF IT RIDES THE TERMINATION'S OWN
      * TRANSACTION.
      *----------------------------------------------------------

       HAND-OVER-MAILBOX.

           IF MBOX-TABLE-MISSING
              GO TO HAND-OVER-MAILBOX-EXIT.

           MOVE SPACES TO REPL-MAILBOX.
           IF REPL-IN NOT = " "
              CALL "OEXEC" USING CURSOR-23
              IF C-RC IN CURSOR-23 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
              CALL "OFETCH" USING CURSOR-23
              IF C-RC IN CURSOR-23 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
           END-IF.

           CALL "OEXEC" USING CURSOR-25.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       HAND-OVER-NEXT-BOX.

           MOVE SPACES TO LEAVER-MAILBOX.
           CALL "OFETCH" USING CURSOR-25.
           IF C-RC IN CURSOR-25 = 1403
              MOVE 0 TO C-RC IN CURSOR-25
              GO TO HAND-OVER-MAILBOX-EXIT.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           IF REPL-MAILBOX = " " OR REPL-MAILBOX = LEAVER-MAILBOX
              GO TO HAND-OVER-FLAG-BOX.

           MOVE 0 TO HAND-MOVED.
           CALL "OEXEC" USING CURSOR-24.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       HAND-OVER-NEXT-MSG.

           MOVE SPACES TO HAND-STATUS HAND-CREATED.
           CALL "OFETCH" USING CURSOR-24.
           IF C-RC IN CURSOR-24 = 1403
              MOVE 0 TO C-RC IN CURSOR-24
              GO TO HAND-OVER-MOVE-BOX.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           ADD 1 TO HAND-MOVED.
           MOVE HAND-MSG-ID TO HAND-MSG-ID-D.
           MOVE SPACES TO LEAVER-REC.
           STRING "           voicemail " LEAVER-MAILBOX
                  " msg " HAND-MSG-ID-D " " HAND-STATUS
                  " left " HAND-CREATED " moved to "
                  REPL-MAILBOX DELIMITED BY SIZE
             INTO LEAVER-REC.
           PERFORM PUT-LEAVER-REC.
           GO TO HAND-OVER-NEXT-MSG.

       HAND-OVER-MOVE-BOX.

           CALL "OEXEC" USING CURSOR-26.
           IF C-RC IN CURSOR-26 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE SPACES TO HAND-NOTE.
           STRING "LEFT " TERMDATE ", MESSAGES MOVED TO "
                  REPL-MAILBOX DELIMITED BY SIZE
             INTO HAND-NOTE.
           CALL "OEXEC" USING CURSOR-27.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE HAND-MOVED TO HAND-MOVED-D.
           MOVE SPACES TO LEAVER-REC.
           STRING "           voicemail " LEAVER-MAILBOX
                  " closed, " HAND-MOVED-D " message(s) moved to "
                  REPL-MAILBOX DELIMITED BY SIZE
             INTO LEAVER-REC.
           PERFORM PUT-LEAVER-REC.
           DISPLAY "Mailbox " LEAVER-MAILBOX " closed, "
              HAND-MOVED-D " message(s) moved to " REPL-MAILBOX ".".
           GO TO HAND-OVER-NEXT-BOX.

       HAND-OVER-FLAG-BOX.

           MOVE SPACES TO HAND-NOTE.
           STRING "NO HANDOVER - LEFT " TERMDATE
                  ", NO REPLACEMENT MAILBOX" DELIMITED BY SIZE
             INTO HAND-NOTE.
           CALL "OEXEC" USING CURSOR-27.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE SPACES TO LEAVER-REC.
           STRING "           voicemail " LEAVER-MAILBOX
                  " closed, no replacement mailbox - messages left"
                  " in place, flagged for review" DELIMITED BY SIZE
             INTO LEAVER-REC.
           PERFORM PUT-LEAVER-REC.
           DISPLAY "Mailbox " LEAVER-MAILBOX " closed; there is no "
              "replacement mailbox, so it is flagged for review.".
           GO TO HAND-OVER-NEXT-BOX.
       HAND-OVER-MAILBOX-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BUILD THE SALARY-RANGE TABLE ONCE, AT PROGRAM START-UP.
      * IT IS CONSULTED ONLY WHEN JOB_GRADE DOES NOT EXIST; THESE
      * ARE ALSO THE BANDS CBDEM19 SEEDS AN EMPTY JOB_GRADE WITH.
      *----------------------------------------------------------

       INIT-SAL-RANGES.
           MOVE HIREDATE TO SUSP-HIREDATE.
           MOVE MGR      TO SUSP-MGR.
           MOVE COMM     TO SUSP-COMM.
           MOVE SPACES   TO SUSP-RETURNER.
           IF REHIRE-HELD
              MOVE "RETURNER" TO SUSP-RETURNER.

           OPEN EXTEND SUSPENSE-FILE.
           IF NOT SUSPENSE-FILE-OK
       PRINT-MAINT-SUMMARY.

           COMPUTE MAINT-FAILED = MAINT-READ - MAINT-RESUMED
              - MAINT-APPLIED - MAINT-REJECTED - MAINT-HELD.
           MOVE MAINT-READ TO MAINT-READ-D.
           MOVE MAINT-RESUMED TO MAINT-RESUMED-D.
           MOVE MAINT-APPLIED TO MAINT-APPLIED-D.
           MOVE MAINT-REJECTED TO MAINT-REJECTED-D.
           MOVE MAINT-HELD TO MAINT-HELD-D.
           MOVE MAINT-FAILED TO MAINT-FAILED-D.
           DISPLAY "Batch maintenance run summary:".
           DISPLAY "  Records read:      " MAINT-READ-D.
           DISPLAY "  Done on prior run: " MAINT-RESUMED-D.
           DISPLAY "  Applied:           " MAINT-APPLIED-D.
           DISPLAY "  Rejected:          " MAINT-REJECTED-D.
           DISPLAY "  Held until due:    " MAINT-HELD-D.
           DISPLAY "  Failed:            " MAINT-FAILED-D.

      *----------------------------------------------------------
      * PRINT THE END-OF-RUN SUMMARY FOR A RUN OF THE HELD ITEMS
      * THAT HAVE FALLEN DUE.  AN ITEM LISTED AS DUE BUT NEITHER
      * APPLIED, REJECTED, NOR FOUND NO LONGER PENDING FAILED IN
      * FLIGHT AND IS STILL PENDING FOR THE NEXT RUN.
      *----------------------------------------------------------

       PRINT-PENDING-SUMMARY.

           COMPUTE MAINT-FAILED = PEND-DUE - MAINT-APPLIED
              - MAINT-REJECTED - PEND-GONE.
           MOVE PEND-DUE TO PEND-DUE-D.
           MOVE MAINT-APPLIED TO MAINT-APPLIED-D.
           MOVE MAINT-REJECTED TO MAINT-REJECTED-D.
           MOVE PEND-GONE TO PEND-GONE-D.
           MOVE MAINT-FAILED TO MAINT-FAILED-D.
           DISPLAY "Held maintenance run summary:".
           DISPLAY "  Items due:         " PEND-DUE-D.
           DISPLAY "  Applied:           " MAINT-APPLIED-D.
           DISPLAY "  Rejected:          " MAINT-REJECTED-D.
           DISPLAY "  No longer pending: " PEND-GONE-D.
           DISPLAY "  Failed:            " MAINT-FAILED-D.

      *----------------------------------------------------------
       PRINT-RUN-SUMMARY.

           COMPUTE HIRES-FAILED = HIRES-READ - HIRES-RESUMED
              - HIRES-INSERTED - HIRES-SKIPPED - HIRES-SUSPECT
              - HIRES-RETURNER.
           MOVE HIRES-READ TO HIRES-READ-D.
           MOVE HIRES-RESUMED TO HIRES-RESUMED-D.
           MOVE HIRES-INSERTED TO HIRES-INSERTED-D.
           MOVE HIRES-SKIPPED TO HIRES-SKIPPED-D.
           MOVE HIRES-SUSPECT TO HIRES-SUSPECT-D.
           MOVE HIRES-REHIRED TO HIRES-REHIRED-D.
           MOVE HIRES-RETURNER TO HIRES-RETURNER-D.
           MOVE HIRES-FAILED TO HIRES-FAILED-D.
           DISPLAY "Batch hire run summary:".
           DISPLAY "  Records read:      " HIRES-READ-D.
           DISPLAY "  Inserted:          " HIRES-INSERTED-D.
           DISPLAY "  Skipped:           " HIRES-SKIPPED-D.
           DISPLAY "  Suspected dups:    " HIRES-SUSPECT-D.
           DISPLAY "  Held as returners: " HIRES-RETURNER-D.
           DISPLAY "  Rehires inserted:  " HIRES-REHIRED-D.
           DISPLAY "  Failed:            " HIRES-FAILED-D.

      *----------------------------------------------------------

       ADD-ROW.

      * THE HIRE DETAILS ARE VALIDATED FIRST: THE SALARY BAND IS
      * THE ONE IN FORCE ON THE HIRE DATE, WHICH VALIDATE-EXTRAS
      * DEFAULTS AND CHECKS.
           PERFORM VALIDATE-EXTRAS THRU VALIDATE-EXTRAS-EXIT.
           IF EXTRAS-NOT-OK
              DISPLAY "Hire details rejected - " EXTRA-REASON "."
              IF INTERACTIVE-MODE
                 PERFORM GET-EXTRAS
                 GO TO ADD-ROW
              ELSE
                 DISPLAY ENAME " skipped - " EXTRA-REASON "."
                 MOVE EXTRA-REASON TO REJECT-REASON
                 PERFORM WRITE-REJECT
                 ADD 1 TO HIRES-SKIPPED
                 PERFORM WRITE-CHECKPOINT
              END-IF
           END-IF.

           MOVE HIREDATE TO BAND-DATE.
           PERFORM CHECK-SALARY.
           IF SAL-NOT-OK
              IF SAL-REASON = "NOBAND"
                 DISPLAY "No salary band in force for job " JOB
                    " on " BAND-DATE "."
              ELSE
                 DISPLAY "Salary " SAL " is out of range for job "
                    JOB "."
              END-IF
              IF INTERACTIVE-MODE
                 IF SAL-REASON = "NOBAND"
                    GO TO NEXT-EMP
                 END-IF
                 PERFORM GET-SALARY
                 GO TO ADD-ROW
              ELSE
                 DISPLAY ENAME " skipped - " SAL-REASON "."
                 MOVE SAL-REASON TO REJECT-REASON
                 PERFORM WRITE-REJECT
                 ADD 1 TO HIRES-SKIPPED
                 PERFORM WRITE-CHECKPOINT
              END-IF
           END-IF.

      *----------------------------------------------------------
      * RETURNER CHECK - SEE CHECK-RETURNER.  A BATCH RETURNER HR
      * HAS NOT YET ANSWERED FOR GOES TO SUSPENSE-FILE, AND A
      * REHIRE OF NOBODY IS REJECTED.
      *----------------------------------------------------------

           PERFORM CHECK-RETURNER THRU CHECK-RETURNER-EXIT.
           IF REHIRE-HELD
              DISPLAY ENAME " held as a likely returner - former "
                 "employee " RET-EMPNO-D "."
              PERFORM WRITE-SUSPENSE
              ADD 1 TO HIRES-RETURNER
              PERFORM WRITE-CHECKPOINT
              GO TO NEXT-EMP.
           IF REHIRE-NO-FORMER
              DISPLAY ENAME " skipped - no former employee to "
                 "rehire."
              MOVE "NOFORMER" TO REJECT-REASON
              PERFORM WRITE-REJECT
              ADD 1 TO HIRES-SKIPPED
              PERFORM WRITE-CHECKPOINT
              GO TO NEXT-EMP.

           ADD 10 TO EMPNO.
           IF EMPNO > BLOCK-END
              MOVE EMPNO TO EMPNO-D
      * EMP INSERT AND THE AUDIT INSERT AS ONE TRANSACTION.
      *----------------------------------------------------------

      * A REHIRE RECORDS THE FORMER EMPNO IT CARRIES ON FROM IN
      * PLACE OF THE DEPARTMENT'S PREVIOUS MAXIMUM.
           IF REHIRE-YES
              DISPLAY "  Rehire of former employee " RET-EMPNO-D
                 ", service from " SERVICE-DATE "."
              MOVE "REHIRE" TO AUDIT-ACTION
              MOVE RET-EMPNO TO DEPT-MAX-EMPNO
           ELSE
              MOVE "INSERT" TO AUDIT-ACTION.
           PERFORM AUDIT-INSERT.

           CALL "OCOM" USING LDA.
              GO TO EXIT-CLOSE.

           ADD 1 TO HIRES-INSERTED.
           IF REHIRE-YES
              ADD 1 TO HIRES-REHIRED.
           IF BATCH-MODE
              PERFORM WRITE-CHECKPOINT.
           GO TO NEXT-EMP.
      *----------------------------------------------------------
      * BUILD AND EXECUTE THE EMP_AUDIT INSERT FOR THE ROW JUST
      * ADDED TO EMP.  DEPT-MAX-EMPNO STILL HOLDS THE HIGHEST
      * EMPNO THAT EXISTED IN THE DEPARTMENT BEFORE THIS HIRE
      * (THE FORMER EMPNO, FOR A REHIRE).
      *----------------------------------------------------------

       AUDIT-INSERT.
           DISPLAY ASK-JOB WITH NO ADVANCING.
           ACCEPT JOB.

           PERFORM SET-BAND-RUN-DATE.
           PERFORM GET-SALARY.
           PERFORM CHECK-SALARY.
           IF SAL-REASON = "NOBAND"
              DISPLAY "No salary band in force for job " JOB
                 " on " BAND-DATE "."
              GO TO NEXT-UPDATE.
           PERFORM UNTIL SAL-OK
              DISPLAY "Salary " SAL " is out of range for job "
                 JOB "."
              ") terminated effective " TERMDATE ".".

           PERFORM WRITE-LEAVER-LINE.
           PERFORM HAND-OVER-MAILBOX THRU HAND-OVER-MAILBOX-EXIT.

      * THE TERMINATION DATE RIDES IN THE AUDIT ROW'S HIREDATE
      * COLUMN AND THE REPLACEMENT MANAGER IN ITS MGR COLUMN -
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      * THE LEAVE BALANCE FOLLOWS THE EMPLOYEE TO THE NEW NUMBER.
           IF LEAVE-TABLE-USED
              CALL "OEXEC" USING CURSOR-17
              IF C-RC IN CURSOR-17 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
           END-IF.

      * SO DO ANY FUTURE-DATED CHANGES STILL HELD FOR THEM.
           CALL "OEXEC" USING CURSOR-22.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE EMPNO TO EMPNO-D.
           MOVE OLD-EMPNO TO OLD-EMPNO-D.
           DISPLAY OLD-ENAME " transferred to the " DNAME
              GO TO EXIT-CLOSE.
           MOVE "Y" TO MAINT-FILE-OPEN-SW.
           PERFORM READ-MAINT-CHECKPOINT.
           PERFORM SET-MAINT-RUN-DATE.

       NEXT-MAINT-REC.

           READ MAINT-FILE INTO MAINT-REC
              AT END
                 PERFORM RESET-MAINT-CHECKPOINT
                 GO TO EXIT-CLOSE
              ADD 1 TO MAINT-RESUMED
              GO TO NEXT-MAINT-REC.

      * A HELD ITEM FETCHED BACK FROM MAINT_PENDING JOINS HERE.
       MAINT-CHECK-REC.

      * EACH MAINT-FILE RECORD NEEDS ITS OWN ACTION CODE IN
      * OPER_AUTH AS WELL AS THE M MENU CHOICE.  A HELD ITEM WAS
      * CHECKED WHEN IT WAS LOADED.
           IF MAINT-FROM-FILE
              AND (MNT-ACTION = "U" OR MNT-ACTION = "u"
                OR MNT-ACTION = "T" OR MNT-ACTION = "t"
                OR MNT-ACTION = "D" OR MNT-ACTION = "d")
              MOVE MNT-ACTION TO AUTH-ACTION
              INSPECT AUTH-ACTION CONVERTING "utd" TO "UTD"
              PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT
              IF AUTH-REFUSED
                 MOVE "NOAUTH" TO MAINT-REASON
                 GO TO MAINT-REJECT
              END-IF
           END-IF.

      * A RECORD DATED LATER THAN THE RUN DATE IS VALIDATED NOW
      * AND HELD UNTIL IT FALLS DUE.  THE DATE GETS THE SAME
      * SHAPE-AND-RANGE CHECK A TERMINATION DATE DOES.
           MOVE "N" TO MAINT-HOLD-SW.
           MOVE MNT-EFFDATE TO MAINT-EFF-DATE.
           IF MAINT-FROM-FILE AND MNT-EFFDATE NOT = " "
              MOVE MNT-EFFDATE TO TERMDATE
              PERFORM CHECK-TERM-DATE THRU CHECK-TERM-DATE-EXIT
              IF TDATE-NOT-OK
                 MOVE "BADEDATE" TO MAINT-REASON
                 GO TO MAINT-REJECT
              END-IF
              IF MNT-EFFDATE > MAINT-RUN-DATE
                 MOVE "Y" TO MAINT-HOLD-SW
              END-IF
           END-IF.

           IF FUNCTION TEST-NUMVAL(MNT-EMPNO) NOT = 0
              MOVE "BADEMPNO" TO MAINT-REASON
              GO TO MAINT-REJECT.
           ELSE
              MOVE MNT-DEPTNO TO DEPTNO.

           PERFORM SET-BAND-RUN-DATE.
      * A HELD UPDATE MUST FIT THE BAND IN FORCE WHEN IT APPLIES.
           IF MAINT-HOLD
              MOVE MAINT-EFF-DATE TO BAND-DATE.
           PERFORM CHECK-SALARY.
           IF SAL-NOT-OK
              MOVE SAL-REASON TO MAINT-REASON
              GO TO MAINT-REJECT.

           CALL "OEXEC" USING CURSOR-2.
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           IF MAINT-HOLD
              GO TO MAINT-HOLD-ITEM.

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           DISPLAY ENAME " (employee number " MNT-EMPNO
              ") updated from " MAINT-SOURCE ".".

           MOVE "UPDATE" TO AUDIT-ACTION.
           MOVE EMPNO TO DEPT-MAX-EMPNO.
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           IF MAINT-HOLD
              GO TO MAINT-HOLD-ITEM.

           MOVE EMPNO TO OLD-EMPNO.
           PERFORM COMPUTE-EMPNO-BLOCK.

              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      * THE LEAVE BALANCE FOLLOWS THE EMPLOYEE TO THE NEW NUMBER.
           IF LEAVE-TABLE-USED
              CALL "OEXEC" USING CURSOR-17
              IF C-RC IN CURSOR-17 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
           END-IF.

      * SO DO ANY FUTURE-DATED CHANGES STILL HELD FOR THEM.
           CALL "OEXEC" USING CURSOR-22.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE EMPNO TO EMPNO-D.
           MOVE OLD-EMPNO TO OLD-EMPNO-D.
           DISPLAY OLD-ENAME " transferred to the " DNAME
              " department as employee number " EMPNO-D
              " (was " OLD-EMPNO-D ") from " MAINT-SOURCE ".".

           MOVE OLD-ENAME TO ENAME.
           MOVE "TRANSFER" TO AUDIT-ACTION.

       MAINT-DEACT.

      * A HELD TERMINATION WITH NO TERMDATE ENDS ON ITS EFFECTIVE
      * DATE RATHER THAN THE DAY IT WAS LOADED.
           MOVE MNT-TERMDATE TO TERMDATE.
           IF TERMDATE = " " AND MAINT-HOLD
              MOVE MAINT-EFF-DATE TO TERMDATE.
           PERFORM CHECK-TERM-DATE THRU CHECK-TERM-DATE-EXIT.
           IF TDATE-NOT-OK
              MOVE "BADTDATE" TO MAINT-REASON
              MOVE MNT-NEWMGR TO REPL-IN
           END-IF.

           IF MAINT-HOLD
              GO TO MAINT-HOLD-ITEM.

           CALL "OEXEC" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR

           DISPLAY OLD-ENAME " (employee number " MNT-EMPNO
              ") terminated effective " TERMDATE
              " from " MAINT-SOURCE ".".

           PERFORM WRITE-LEAVER-LINE.
           PERFORM HAND-OVER-MAILBOX THRU HAND-OVER-MAILBOX-EXIT.

      * AS IN THE INTERACTIVE FLOW, THE TERMINATION DATE RIDES
      * IN THE AUDIT ROW'S HIREDATE COLUMN AND THE REPLACEMENT

       MAINT-APPLY-DONE.

      * A HELD ITEM IS MARKED APPLIED IN THE SAME TRANSACTION.
      * ONE CANCELLED SINCE IT WAS FETCHED IS BACKED OUT.
           IF MAINT-FROM-PENDING
              MOVE "APPLIED" TO PEND-NEW-STATUS
              MOVE SPACES TO MAINT-REASON
              PERFORM MARK-PENDING
              IF C-ROWS IN CURSOR-21 = 0
                 CALL "OROL" USING LDA
                 ADD 1 TO PEND-GONE
                 GO TO NEXT-PENDING-ITEM
              END-IF
           END-IF.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           ADD 1 TO MAINT-APPLIED.
           IF MAINT-FROM-PENDING
              GO TO NEXT-PENDING-ITEM.
           PERFORM WRITE-MAINT-CHECKPOINT.
           GO TO NEXT-MAINT-REC.

      *----------------------------------------------------------
      * HOLD A VALIDATED FUTURE-DATED RECORD IN MAINT_PENDING IN
      * PLACE OF APPLYING IT, AND CHECKPOINT PAST IT.  TWO RUNS
      * TAKING THE SAME NEXT PEND_ID COLLIDE ON THE PRIMARY KEY
      * (ORA-1) AND THE LOSER SIMPLY TRIES AGAIN.  TERMDATE IS
      * KEPT ONLY FOR A DEACTIVATION.
      *----------------------------------------------------------

       MAINT-HOLD-ITEM.

           IF MNT-ACTION NOT = "D" AND MNT-ACTION NOT = "d"
              MOVE SPACES TO TERMDATE.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".

           CALL "OEXEC" USING CURSOR-18.
           IF C-RC IN CURSOR-18 = 1
              GO TO MAINT-HOLD-ITEM.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           DISPLAY "Maintenance record for employee " MNT-EMPNO
              " held until " MAINT-EFF-DATE ".".
           ADD 1 TO MAINT-HELD.
           PERFORM WRITE-MAINT-CHECKPOINT.
           GO TO NEXT-MAINT-REC.

      *----------------------------------------------------------
      * SET A HELD ITEM'S STATUS (APPLIED OR REJECTED, WITH THE
      * REJECT REASON) AND WHO DID IT WHEN.  C-ROWS IN CURSOR-21
      * IS ZERO WHEN THE ITEM IS NO LONGER PENDING.
      *----------------------------------------------------------

       MARK-PENDING.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".

           CALL "OEXEC" USING CURSOR-21.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * APPEND THE MAINT-REC JUST REFUSED TO MAINT-REJECT-FILE IN
      * THE MAINT-REC LAYOUT PLUS THE REASON CODE, CHECKPOINT
           MOVE MNT-DEPTNO   TO MREJ-DEPTNO.
           MOVE MNT-TERMDATE TO MREJ-TERMDATE.
           MOVE MNT-NEWMGR   TO MREJ-NEWMGR.
           MOVE MNT-EFFDATE  TO MREJ-EFFDATE.
           MOVE MAINT-REASON TO MREJ-REASON.

           OPEN EXTEND MAINT-REJECT-FILE.
           END-IF.

           ADD 1 TO MAINT-REJECTED.
           IF MAINT-FROM-PENDING
              MOVE "REJECTED" TO PEND-NEW-STATUS
              PERFORM MARK-PENDING
              CALL "OCOM" USING LDA
              IF LDA-RC NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
              GO TO NEXT-PENDING-ITEM
           END-IF.
           PERFORM WRITE-MAINT-CHECKPOINT.
           GO TO NEXT-MAINT-REC.

      *----------------------------------------------------------
      * APPLY THE HELD MAINTENANCE THAT HAS FALLEN DUE - THE
      * NIGHT-CYCLE STEP.  THE DUE PEND_IDS ARE LISTED FIRST, IN
      * EFFECTIVE-DATE ORDER, SO EACH ITEM CAN BE COMMITTED ON
      * ITS OWN; THEN EACH IS FETCHED BACK INTO MAINT-REC AND
      * GOES THROUGH MAINT-CHECK-REC EXACTLY AS A MAINT-FILE
      * RECORD DOES.  A REJECTED ITEM ALSO GOES TO MAINT-REJECT-
      * FILE FOR HR TO CORRECT AND RESUBMIT.  AN ITEM CANCELLED
      * IN THE MEANTIME IS SKIPPED.  NO CHECKPOINT IS NEEDED - AN
      * ITEM DONE BEFORE A FAILURE IS NO LONGER PENDING.
      *----------------------------------------------------------

       NEXT-PENDING.

           MOVE "P" TO MAINT-SOURCE-SW.
           MOVE "MAINT_PENDING" TO MAINT-SOURCE.
           PERFORM SET-MAINT-RUN-DATE.
           MOVE 0 TO PEND-DUE PEND-IDX.

           CALL "OEXEC" USING CURSOR-19.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       NEXT-PENDING-LOAD.

           CALL "OFETCH" USING CURSOR-19.
           IF C-RC IN CURSOR-19 = 1403
              MOVE 0 TO C-RC IN CURSOR-19
              GO TO NEXT-PENDING-ITEM.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF PEND-DUE NOT < PEND-MAX
              DISPLAY "Due list full - the remaining items wait "
                 "for the next run."
              GO TO NEXT-PENDING-ITEM.
           ADD 1 TO PEND-DUE.
           MOVE PEND-ID TO PEND-LIST-ID (PEND-DUE).
           GO TO NEXT-PENDING-LOAD.

       NEXT-PENDING-ITEM.

           ADD 1 TO PEND-IDX.
           IF PEND-IDX > PEND-DUE
              GO TO EXIT-CLOSE.
           MOVE PEND-LIST-ID (PEND-IDX) TO PEND-ID.

           MOVE SPACES TO MAINT-REC PEND-STATUS.
           CALL "OEXEC" USING CURSOR-20.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-20.
           IF C-RC IN CURSOR-20 = 1403
              MOVE 0 TO C-RC IN CURSOR-20
              ADD 1 TO PEND-GONE
              GO TO NEXT-PENDING-ITEM.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF PEND-STATUS NOT = "PENDING"
              ADD 1 TO PEND-GONE
              GO TO NEXT-PENDING-ITEM.

           MOVE PEND-ID TO PEND-ID-D.
           DISPLAY "Held item " PEND-ID-D " effective " MNT-EFFDATE
              " is due.".
           GO TO MAINT-CHECK-REC.

      *----------------------------------------------------------
      * CLOSE CURSORS AND LOG OFF.
      *----------------------------------------------------------
              PERFORM PRINT-MAINT-SUMMARY
              CLOSE MAINT-FILE.

           IF MAINT-FROM-PENDING
              PERFORM PRINT-PENDING-SUMMARY.

           IF POSN-COUNT > 0 AND LDA-RC = 0
              PERFORM PRINT-POSITION-SUMMARY
                 THRU PRINT-POSITION-SUMMARY-EXIT.
           IF C-RC IN CURSOR-14 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-15.
           IF C-RC IN CURSOR-15 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-16.
           IF C-RC IN CURSOR-16 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-17.
           IF C-RC IN CURSOR-17 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-18.
           IF C-RC IN CURSOR-18 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-19.
           IF C-RC IN CURSOR-19 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-20.
           IF C-RC IN CURSOR-20 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-21.
           IF C-RC IN CURSOR-21 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-22.
           IF C-RC IN CURSOR-22 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-23.
           IF C-RC IN CURSOR-23 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-24.
           IF C-RC IN CURSOR-24 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-25.
           IF C-RC IN CURSOR-25 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-26.
           IF C-RC IN CURSOR-26 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-27.
           IF C-RC IN CURSOR-27 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-28.
           IF C-RC IN CURSOR-28 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-29.
           IF C-RC IN CURSOR-29 NOT = 0
              PERFORM ORA-ERROR.

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.

      * A MAINTENANCE RUN LOGS ITS APPLIED CHANGES, NOT THE HIRE
      * COUNT A HIRING RUN LOGS.
           IF MAINT-FILE-OPEN OR MAINT-FROM-PENDING
              MOVE MAINT-APPLIED TO RUN-COUNT-D
              MOVE "maint changes" TO RUN-LABEL
           ELSE
           ELSE IF C-RC IN CURSOR-13 NOT = 0
              MOVE C-RC IN CURSOR-13 TO ERR-RC
              MOVE C-FNC IN CURSOR-13 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-14 NOT = 0
              MOVE C-RC IN CURSOR-14 TO ERR-RC
              MOVE C-FNC IN CURSOR-14 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-15 NOT = 0
              MOVE C-RC IN CURSOR-15 TO ERR-RC
              MOVE C-FNC IN CURSOR-15 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-16 NOT = 0
              MOVE C-RC IN CURSOR-16 TO ERR-RC
              MOVE C-FNC IN CURSOR-16 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-17 NOT = 0
              MOVE C-RC IN CURSOR-17 TO ERR-RC
              MOVE C-FNC IN CURSOR-17 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-18 NOT = 0
              MOVE C-RC IN CURSOR-18 TO ERR-RC
              MOVE C-FNC IN CURSOR-18 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-19 NOT = 0
              MOVE C-RC IN CURSOR-19 TO ERR-RC
              MOVE C-FNC IN CURSOR-19 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-20 NOT = 0
              MOVE C-RC IN CURSOR-20 TO ERR-RC
              MOVE C-FNC IN CURSOR-20 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-21 NOT = 0
              MOVE C-RC IN CURSOR-21 TO ERR-RC
              MOVE C-FNC IN CURSOR-21 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-22 NOT = 0
              MOVE C-RC IN CURSOR-22 TO ERR-RC
              MOVE C-FNC IN CURSOR-22 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-23 NOT = 0
              MOVE C-RC IN CURSOR-23 TO ERR-RC
              MOVE C-FNC IN CURSOR-23 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-24 NOT = 0
              MOVE C-RC IN CURSOR-24 TO ERR-RC
              MOVE C-FNC IN CURSOR-24 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-25 NOT = 0
              MOVE C-RC IN CURSOR-25 TO ERR-RC
              MOVE C-FNC IN CURSOR-25 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-26 NOT = 0
              MOVE C-RC IN CURSOR-26 TO ERR-RC
              MOVE C-FNC IN CURSOR-26 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-27 NOT = 0
              MOVE C-RC IN CURSOR-27 TO ERR-RC
              MOVE C-FNC IN CURSOR-27 TO ERR-FNC
           ELSE IF C-RC IN CURSOR-28 NOT = 0
              MOVE C-RC IN CURSOR-28 TO ERR-RC
              MOVE C-FNC IN CURSOR-28 TO ERR-FNC
           ELSE
              MOVE C-RC IN CURSOR-29 TO ERR-RC
              MOVE C-FNC IN CURSOR-29 TO ERR-FNC.

           DISPLAY "ORACLE error" WITH NO ADVANCING.
           IF ERR-FNC NOT = 0
