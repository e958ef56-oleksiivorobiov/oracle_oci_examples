      *
      * $Header: cbdem27.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem27.cob - Cobol demo program # 27
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  follow CBDEM1's REHIRE links as
      *                           well as transfers: a former row
      *                           whose employee has been rehired is
      *                           left alone, and when a returner is
      *                           due, every earlier stint's EMP row
      *                           is scrubbed with the rest
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM27 IS THE RETENTION-POLICY ANONYMISER.  A TERMINATED
      * EMPLOYEE (STATUS 'I') WHOSE TERM_DATE IS MORE THAN THE
      * RETENTION PERIOD OLD ("YEARS,N" IN ANON-PARM-FILE, SEVEN
      * WHEN NOT GIVEN) HAS THEIR NAME REPLACED BY A PSEUDONYM -
      * "ANON" AND THE FIVE-DIGIT EMPNO THEY LEFT UNDER - IN:
      *
      *   EMP       - THE EMPLOYEE'S OWN ROW;
      *   EMP_AUDIT - EVERY ROW FOR ANY EMPNO THEY EVER HELD;
      *   AUDARCH   - THE EMP_AUDIT ROWS CBDEM7 HAS ARCHIVED;
      *   LEAVERPT  - THEIR LEAVERS LINE FROM CBDEM1;
      *   MAINTREJ  - MAINTENANCE REJECTS AGAINST ANY OF THEIR
      *               EMPNOS;
      *   HIREREJ   - HIRE REJECTS AND SUSPENSE RECORDS, WHICH
      *   HIRESUSP    CARRY NO EMPNO: MATCHED ON THE NAME (CASE
      *               IGNORED) IN A DEPARTMENT THEY WERE IN, THE
      *               WAY CBDEM1 MATCHES A LEAVER'S MAILBOX.
      *
      * A TRANSFER RENUMBERS THE EMPLOYEE, AND A REHIRE GIVES A
      * RETURNER A NEW NUMBER, SO EVERY EMPNO THEY HELD IS FOUND
      * BY WALKING THE TRANSFER AND REHIRE ROWS BACK FROM THE
      * LAST ONE - IN EMP_AUDIT AND IN AUDARCH, SINCE CBDEM7 MAY
      * HAVE ARCHIVED THE OLDER LINKS AWAY.  A REHIRE LEAVES THE
      * FORMER EMP ROW IN PLACE, SO ITS NAME IS SCRUBBED TOO; AND
      * A FORMER ROW WHOSE EMPLOYEE HAS BEEN REHIRED IS NOT DUE
      * ON ITS OWN - THE PERSON IS STILL WITH US.  EMPNO, DEPTNO AND
      * EVERY AMOUNT ARE LEFT ALONE, SO THE CBDEM5 AND CBDEM8
      * TOTALS STILL BALANCE.  AN EMPLOYEE ALREADY CARRYING THEIR
      * PSEUDONYM IN EMP IS NOT PICKED UP AGAIN.
      *
      * UNLESS A LINE READING "APPLY" APPEARS IN ANON-PARM-FILE,
      * THE RUN IS REPORT-ONLY, AS IN CBDEM6: THE DATABASE
      * UPDATES ARE MADE, COUNTED AND ROLLED BACK, AND THE FLAT
      * FILES ARE ONLY READ.  IN APPLY MODE EACH FLAT FILE IS
      * SCRUBBED INTO A WORK COPY (ANONWRK1 TO ANONWRK5), THE
      * COPIES ARE WRITTEN BACK OVER THE FILES THAT CHANGED, AND
      * ONLY THEN IS THE DATABASE COMMITTED - SO A RUN THAT FAILS
      * PART WAY LEAVES EMP UNCHANGED AND THE NEXT RUN PICKS THE
      * SAME EMPLOYEES UP AGAIN.
      *
      * THE CERTIFICATE (REPORT-FILE) LISTS EACH EMPLOYEE BY
      * EMPNO - NEVER BY NAME - WITH EVERY EARLIER EMPNO THEY
      * HELD, AND HOW MANY ROWS OR LINES WERE SCRUBBED WHERE.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANON-PARM-FILE ASSIGN TO "ANONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANON-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ANONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT SCRUB-IN-FILE ASSIGN TO SCRUB-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRUB-IN-STATUS.
           SELECT SCRUB-OUT-FILE ASSIGN TO SCRUB-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRUB-OUT-STATUS.
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
       FD  ANON-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ANON-PARM-REC        PIC X(80).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC           PIC X(132).
       FD  SCRUB-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCRUB-IN-REC         PIC X(200).
       FD  SCRUB-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCRUB-OUT-REC        PIC X(200).
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
      * EVERY TRANSFER AND REHIRE LINK (OLD EMPNO TO NEW EMPNO)
      * IN EMP_AUDIT, WITH ITS KIND (T OR R).
      *----------------------------------------------------------
       77   SQL-SELLINK        PIC X(200) VALUE
               "SELECT NVL(OLD_MAX_EMPNO,0), NVL(NEW_EMPNO,0),
      -        " SUBSTR(ACTION,1,1) FROM EMP_AUDIT
      -        " WHERE ACTION IN ('TRANSFER','REHIRE')".
       77   SQL-SELLINK-L      PIC S9(9) VALUE 200 COMP.

      *----------------------------------------------------------
      * THE EMPLOYEES DUE: TERMINATED BEFORE THE CUTOFF DATE AND
      * NOT ALREADY CARRYING THEIR PSEUDONYM.  TERM_DATE IS A
      * YYYY-MM-DD STRING, SO A PLAIN STRING COMPARE WILL DO.
      *----------------------------------------------------------
       77   SQL-SELDUE         PIC X(240) VALUE
               "SELECT EMPNO, ENAME, NVL(DEPTNO,0), TERM_DATE
      -        " FROM EMP WHERE STATUS = 'I' AND TERM_DATE < :1
      -        " AND ENAME <> 'ANON' || LPAD(TO_CHAR(EMPNO),5,'0')
      -        " ORDER BY EMPNO".
       77   SQL-SELDUE-L       PIC S9(9) VALUE 240 COMP.

      *----------------------------------------------------------
      * THE DEPARTMENTS ONE EMPNO APPEARS UNDER IN EMP_AUDIT.
      * OLD_MAX_EMPNO ON AN INSERT ROW IS THE HIGHEST EMPNO
      * BEFORE THE HIRE - SOMEBODY ELSE - SO INSERT ROWS ARE
      * MATCHED ON NEW_EMPNO ONLY.  THE UPDATE OF EMP_AUDIT
      * FOLLOWS THE SAME RULE.
      *----------------------------------------------------------
       77   SQL-SELDEPT        PIC X(160) VALUE
               "SELECT DISTINCT DEPTNO FROM EMP_AUDIT
      -        " WHERE NEW_EMPNO = :1
      -        " OR (OLD_MAX_EMPNO = :2 AND ACTION <> 'INSERT')".
       77   SQL-SELDEPT-L      PIC S9(9) VALUE 160 COMP.

       77   SQL-UPDEMP         PIC X(60) VALUE
               "UPDATE EMP SET ENAME = :1 WHERE EMPNO = :2".
       77   SQL-UPDEMP-L       PIC S9(9) VALUE 60 COMP.

       77   SQL-UPDAUD         PIC X(160) VALUE
               "UPDATE EMP_AUDIT SET ENAME = :1
      -        " WHERE NEW_EMPNO = :2
      -        " OR (OLD_MAX_EMPNO = :3 AND ACTION <> 'INSERT')".
       77   SQL-UPDAUD-L       PIC S9(9) VALUE 160 COMP.

       77   EMPNO              PIC S9(9) COMP.
       77   ENAME              PIC X(12).
       77   ENAME-L            PIC S9(9) VALUE 12 COMP.
       77   DEPTNO             PIC S9(9) COMP.
       77   TERM-DATE          PIC X(10).
       77   TERM-DATE-L        PIC S9(9) VALUE 10 COMP.
       77   LINK-OLD-NO        PIC S9(9) COMP.
       77   LINK-NEW-NO        PIC S9(9) COMP.
       77   LINK-KIND-X        PIC X(01).
       77   LINK-KIND-L        PIC S9(9) VALUE 1 COMP.
       77   AUD-DEPTNO         PIC X(10).
       77   AUD-DEPTNO-L       PIC S9(9) VALUE 10 COMP.
       77   AUD-DEPTNO-IND     PIC S9(4) COMP.

      * THE BIND VARIABLES FOR THE TWO UPDATES AND THE DEPARTMENT
      * QUERY.  THE PSEUDONYM IS BOUND AT ITS OWN LENGTH SO NO
      * TRAILING BLANKS REACH ENAME.
       77   BIND-EMPNO         PIC S9(9) COMP.
       77   BIND-PSEUDO        PIC X(9).
       77   BIND-PSEUDO-L      PIC S9(9) VALUE 9 COMP.
       77   PSEUDO-NUM         PIC 9(5).

      *----------------------------------------------------------
      * THE RETENTION PERIOD AND MODE, FROM ANON-PARM-FILE.  A
      * LINE "YEARS,N" SETS THE PERIOD; A LINE READING "APPLY"
      * SWITCHES THE RUN FROM REPORT-ONLY TO APPLIED.  A PERIOD
      * THAT IS NOT A WHOLE NUMBER OF YEARS FROM 1 TO 99 STOPS
      * THE RUN - GUESSING WOULD DESTROY THE WRONG NAMES.
      *----------------------------------------------------------
       77   ANON-PARM-STATUS   PIC X(2).
           88  ANON-PARM-OK         VALUE "00".
           88  ANON-PARM-EOF        VALUE "10".
       77   PARM-KEY           PIC X(12).
       77   PARM-VALUE-X       PIC X(10).
       77   RETAIN-YEARS       PIC S9(4) COMP VALUE 7.
       77   RETAIN-YEARS-D     PIC Z9.
       77   PARM-BAD-SW        PIC X(01) VALUE "N".
           88  PARM-BAD       VALUE "Y".
       77   APPLY-SW           PIC X(01) VALUE "N".
           88  APPLY-MODE     VALUE "Y".

       01  RUN-DATE.
           02   RUN-YYYY       PIC 9(4).
           02   RUN-MM         PIC 9(2).
           02   RUN-DD         PIC 9(2).
       01  CUTOFF-DATE.
           02   CUT-YYYY       PIC 9(4).
           02   FILLER         PIC X(01) VALUE "-".
           02   CUT-MM         PIC 9(2).
           02   FILLER         PIC X(01) VALUE "-".
           02   CUT-DD         PIC 9(2).
       77   CUTOFF-DATE-L      PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * THE EMPLOYEES DUE, IN EMPNO ORDER.  PER-ENAME IS HELD IN
      * UPPER CASE FOR THE NAME MATCH ON THE HIRE FILES; THE
      * EMPNOS EACH ONE HELD ARE PER-HELD-COUNT ENTRIES OF
      * HELD-TABLE FROM PER-HELD-FIRST, THE LAST NUMBER FIRST.
      * PER-DEPT COLLECTS EVERY DEPARTMENT THEY WERE SEEN IN.
      *----------------------------------------------------------
       01  PERSON-TABLE.
           02  PER-ENTRY OCCURS 500 TIMES.
               03  PER-EMPNO      PIC S9(9) COMP.
               03  PER-ENAME      PIC X(12).
               03  PER-TERM       PIC X(10).
               03  PER-PSEUDO     PIC X(12).
               03  PER-HELD-FIRST PIC S9(4) COMP.
               03  PER-HELD-COUNT PIC S9(4) COMP.
               03  PER-DEPT-COUNT PIC S9(4) COMP.
               03  PER-DEPT       PIC S9(9) COMP OCCURS 10 TIMES.
               03  PER-HIREREJ    PIC S9(9) COMP.
               03  PER-HIRESUSP   PIC S9(9) COMP.
       77   PER-MAX            PIC S9(4) COMP VALUE 500.
       77   PER-COUNT          PIC S9(4) COMP VALUE 0.
       77   PER-IDX            PIC S9(4) COMP.
       77   DEPT-MAX           PIC S9(4) COMP VALUE 10.
       77   DEPT-IDX           PIC S9(4) COMP.
       77   DEPT-FOUND-SW      PIC X(01).
           88  DEPT-FOUND     VALUE "Y".

      *----------------------------------------------------------
      * EVERY EMPNO HELD BY AN EMPLOYEE DUE, WITH WHAT WAS
      * SCRUBBED UNDER IT.
      *----------------------------------------------------------
       01  HELD-TABLE.
           02  HELD-ENTRY OCCURS 2000 TIMES.
               03  HELD-EMPNO     PIC S9(9) COMP.
               03  HELD-PER       PIC S9(4) COMP.
               03  HELD-EMP       PIC S9(9) COMP.
               03  HELD-AUDIT     PIC S9(9) COMP.
               03  HELD-ARCH      PIC S9(9) COMP.
               03  HELD-LEAVER    PIC S9(9) COMP.
               03  HELD-MREJ      PIC S9(9) COMP.
               03  HELD-KIND      PIC X(01).
       77   HELD-MAX           PIC S9(4) COMP VALUE 2000.
       77   HELD-COUNT         PIC S9(4) COMP VALUE 0.
       77   HELD-IDX           PIC S9(4) COMP.
       77   HELD-FOUND         PIC S9(4) COMP.
       77   HELD-LAST          PIC S9(4) COMP.

      *----------------------------------------------------------
      * THE TRANSFER AND REHIRE LINKS FROM EMP_AUDIT AND AUDARCH.
      * A CHAIN IS WALKED BACK FROM THE LAST EMPNO, AT MOST
      * LINK-STEPS-MAX LINKS, STOPPING AT A NUMBER ALREADY ON THE
      * CHAIN.  HELD-KIND RECORDS HOW EACH EARLIER NUMBER WAS
      * REACHED - ONLY A REHIRE LEAVES AN EMP ROW BEHIND UNDER IT.
      *----------------------------------------------------------
       01  LINK-TABLE.
           02  LINK-ENTRY OCCURS 5000 TIMES.
               03  LINK-OLD       PIC S9(9) COMP.
               03  LINK-NEW       PIC S9(9) COMP.
               03  LINK-KIND      PIC X(01).
                   88  LINK-REHIRE    VALUE "R".
       77   LINK-MAX           PIC S9(4) COMP VALUE 5000.
       77   LINK-COUNT         PIC S9(4) COMP VALUE 0.
       77   LINK-IDX           PIC S9(4) COMP.
       77   LINK-FOUND         PIC S9(4) COMP.
       77   LINK-STEPS         PIC S9(4) COMP.
       77   LINK-STEPS-MAX     PIC S9(4) COMP VALUE 50.
       77   CHAIN-EMPNO        PIC S9(9) COMP.
       77   CHAIN-KIND         PIC X(01).
       77   REHIRED-KEPT       PIC S9(9) COMP VALUE 0.

       77   OVERFLOW-SW        PIC X(01) VALUE "N".
           88  TABLE-OVERFLOW VALUE "Y".
       77   OVERFLOW-TEXT      PIC X(40).

      *----------------------------------------------------------
      * THE FLAT FILES, SCRUBBED IN THIS ORDER.  AUDARCH COMES
      * FIRST AND LEAVERPT SECOND BECAUSE BOTH ADD DEPARTMENTS
      * FOR THE NAME MATCH ON HIREREJ AND HIRESUSP.  FILE-STATE
      * IS "M" MISSING, "S" SCANNED, "R" REWRITTEN, "F" FAILED.
      *----------------------------------------------------------
       01  FILE-NAME-VALUES.
           02   FILLER         PIC X(8) VALUE "AUDARCH".
           02   FILLER         PIC X(8) VALUE "LEAVERPT".
           02   FILLER         PIC X(8) VALUE "MAINTREJ".
           02   FILLER         PIC X(8) VALUE "HIREREJ".
           02   FILLER         PIC X(8) VALUE "HIRESUSP".
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           02   FILE-NAME      PIC X(8) OCCURS 5 TIMES.
       01  FILE-RESULT-TABLE.
           02  FILE-RESULT OCCURS 5 TIMES.
               03  FILE-STATE     PIC X(01).
               03  FILE-LINES     PIC S9(9) COMP.
               03  FILE-CHANGED   PIC S9(9) COMP.
       77   FILE-IDX           PIC S9(4) COMP.
       77   FILE-IDX-D         PIC 9.
       77   FILE-FAIL-SW       PIC X(01) VALUE "N".
           88  FILE-FAILED    VALUE "Y".

       77   SCRUB-IN-NAME      PIC X(20).
       77   SCRUB-OUT-NAME     PIC X(20).
       77   SCRUB-IN-STATUS    PIC X(2).
           88  SCRUB-IN-OK          VALUE "00".
           88  SCRUB-IN-EOF         VALUE "10".
           88  SCRUB-IN-MISSING     VALUE "35".
       77   SCRUB-OUT-STATUS   PIC X(2).
           88  SCRUB-OUT-OK         VALUE "00".
       77   SCRUB-LINE         PIC X(200).
       77   MATCH-NAME         PIC X(12).

      * AUDARCH LINES ARE WRITTEN BY CBDEM7'S ARCHIVE EXTRACT:
      * AUDIT_TS, OS_USER, OLD_MAX_EMPNO, NEW_EMPNO, ENAME,
      * DEPTNO AND ACTION AT THESE FIXED COLUMNS.
       77   ARCH-OLDEMP-POS    PIC S9(4) COMP VALUE 52.
       77   ARCH-NEWEMP-POS    PIC S9(4) COMP VALUE 63.
       77   ARCH-ENAME-POS     PIC S9(4) COMP VALUE 74.
       77   ARCH-DEPTNO-POS    PIC S9(4) COMP VALUE 87.
       77   ARCH-ACTION-POS    PIC S9(4) COMP VALUE 98.

      * A CHARACTER NUMBER OFF A FILE OR A FETCH, CONVERTED.
       77   NUM-TEXT           PIC X(10).
       77   NUM-VALUE          PIC S9(9) COMP.
       77   NUM-OK-SW          PIC X(01).
           88  NUM-OK         VALUE "Y".

      *----------------------------------------------------------
      * REPORT LINE PIECES AND TOTALS.
      *----------------------------------------------------------
       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).
       77   REPORT-PTR         PIC S9(4) COMP.
       77   EMPNO-D            PIC ZZZZ9.
       77   CNT-D              PIC ZZZZZZZZ9.
       77   COUNT-D            PIC ZZZZZZZZ9.
       77   TOT-EMP            PIC S9(9) COMP VALUE 0.
       77   TOT-AUDIT          PIC S9(9) COMP VALUE 0.
       77   TOT-ARCH           PIC S9(9) COMP VALUE 0.
       77   TOT-LEAVER         PIC S9(9) COMP VALUE 0.
       77   TOT-MREJ           PIC S9(9) COMP VALUE 0.
       77   TOT-HIREREJ        PIC S9(9) COMP VALUE 0.
       77   TOT-HIRESUSP       PIC S9(9) COMP VALUE 0.
       77   OUTCOME-TEXT       PIC X(60).
       77   RUN-COUNT-LABEL    PIC X(30).

       77   FMT                PIC X(6).
       77   INTEGER            PIC S9(9) COMP VALUE 3.
       77   ASC                PIC S9(9) COMP VALUE 1.
       77   ZERO-A             PIC S9(9) COMP VALUE 0.
       77   ZERO-B             PIC S9(4) COMP VALUE 0.
       77   ONE                PIC S9(9) COMP VALUE 1.
       77   TWO                PIC S9(9) COMP VALUE 2.
       77   THREE              PIC S9(9) COMP VALUE 3.
       77   FOUR               PIC S9(9) COMP VALUE 4.

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

       PROCEDURE DIVISION.
       BEGIN.

           PERFORM WRITE-RUN-START.
           MOVE " employees due" TO RUN-COUNT-LABEL.
           PERFORM READ-CONNECT-INFO.
           PERFORM READ-ANON-PARMS THRU READ-ANON-PARMS-EXIT.
           IF PARM-BAD
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Retention period must be YEARS,1 to 99 - "
                 "nothing anonymised."
              GO TO EXIT-STOP.

      *----------------------------------------------------------
      * THE CUTOFF IS THE RUN DATE THE RETENTION PERIOD AGO.
      *----------------------------------------------------------

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE CUT-YYYY = RUN-YYYY - RETAIN-YEARS.
           MOVE RUN-MM TO CUT-MM.
           MOVE RUN-DD TO CUT-DD.
           MOVE RETAIN-YEARS TO RETAIN-YEARS-D.
           IF APPLY-MODE
              DISPLAY "Anonymising employees who left before "
                 CUTOFF-DATE " (" RETAIN-YEARS-D " years)."
           ELSE
              DISPLAY "Report-only run for employees who left "
                 "before " CUTOFF-DATE " (" RETAIN-YEARS-D
                 " years).".

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

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO THE WHOLE RUN IS ONE TRANSACTION
      * THAT CAN BE ROLLED BACK IN REPORT-ONLY MODE.
      *----------------------------------------------------------

           CALL "OCOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * LOAD THE TRANSFER AND REHIRE LINKS AND THE EMPLOYEES DUE,
      * AND WALK EACH ONE'S CHAIN.  ANYTHING TOO BIG TO HOLD IS
      * REFUSED BEFORE A SINGLE NAME IS CHANGED.
      *----------------------------------------------------------

           PERFORM LOAD-AUDIT-LINKS THRU LOAD-AUDIT-LINKS-EXIT.
           PERFORM LOAD-ARCHIVE-LINKS THRU LOAD-ARCHIVE-LINKS-EXIT.
           PERFORM LOAD-DUE THRU LOAD-DUE-EXIT.
           IF NOT TABLE-OVERFLOW
              PERFORM VARYING PER-IDX FROM 1 BY 1
                      UNTIL PER-IDX > PER-COUNT
                 PERFORM WALK-CHAIN THRU WALK-CHAIN-EXIT
              END-PERFORM.

           IF TABLE-OVERFLOW
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "More " OVERFLOW-TEXT " than can be held - "
                 "nothing anonymised."
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * THE DATABASE: DEPARTMENTS AND EMP_AUDIT UNDER EVERY EMPNO
      * HELD, THEN EACH EMPLOYEE'S OWN EMP ROW.
      *----------------------------------------------------------

           IF PER-COUNT > 0
              PERFORM PREPARE-UPDATES
              PERFORM VARYING HELD-IDX FROM 1 BY 1
                      UNTIL HELD-IDX > HELD-COUNT
                 PERFORM SCRUB-HELD-AUDIT THRU SCRUB-HELD-AUDIT-EXIT
              END-PERFORM
              PERFORM VARYING PER-IDX FROM 1 BY 1
                      UNTIL PER-IDX > PER-COUNT
                 PERFORM SCRUB-PERSON-EMP
              END-PERFORM
           END-IF.

      *----------------------------------------------------------
      * THE FLAT FILES.  NONE IS REWRITTEN UNLESS EVERY ONE WAS
      * SCRUBBED CLEANLY INTO ITS WORK COPY.
      *----------------------------------------------------------

           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 5
              MOVE "M" TO FILE-STATE(FILE-IDX)
              MOVE 0 TO FILE-LINES(FILE-IDX)
              MOVE 0 TO FILE-CHANGED(FILE-IDX)
           END-PERFORM.
           IF PER-COUNT > 0
              PERFORM VARYING FILE-IDX FROM 1 BY 1
                      UNTIL FILE-IDX > 5
                 PERFORM SCRUB-FILE THRU SCRUB-FILE-EXIT
              END-PERFORM
           END-IF.

           IF APPLY-MODE AND NOT FILE-FAILED
              PERFORM VARYING FILE-IDX FROM 1 BY 1
                      UNTIL FILE-IDX > 5 OR FILE-FAILED
                 IF FILE-CHANGED(FILE-IDX) > 0
                    PERFORM COPY-BACK-FILE THRU COPY-BACK-FILE-EXIT
                 END-IF
              END-PERFORM
           END-IF.

      *----------------------------------------------------------
      * COMMIT ONLY AN APPLIED RUN WHOSE FILES ARE ALL IN PLACE;
      * OTHERWISE ROLL THE DATABASE BACK.
      *----------------------------------------------------------

           IF APPLY-MODE AND NOT FILE-FAILED
              CALL "OCOM" USING LDA
              IF LDA-RC NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-ROLLBACK
              END-IF
              MOVE "APPLIED - names replaced and committed"
                 TO OUTCOME-TEXT
              MOVE " employees anonymised" TO RUN-COUNT-LABEL
              DISPLAY "Anonymisation applied and committed."
           ELSE
              CALL "OROL" USING LDA
              IF LDA-RC NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
              IF FILE-FAILED
                 MOVE "ERROR" TO RUN-STATUS
                 MOVE "FAILED - database rolled back, see file list"
                    TO OUTCOME-TEXT
                 DISPLAY "A flat file could not be scrubbed - "
                    "the database was rolled back."
              ELSE
                 MOVE "REPORT ONLY - nothing has been changed"
                    TO OUTCOME-TEXT
                 DISPLAY "Report-only run - nothing changed."
              END-IF
           END-IF.

           PERFORM WRITE-CERTIFICATE THRU WRITE-CERTIFICATE-EXIT.
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * AN ORACLE ERROR PART WAY THROUGH THE UPDATES: BACK THEM
      * ALL OUT BEFORE LOGGING OFF.
      *----------------------------------------------------------

       EXIT-ROLLBACK.

           CALL "OROL" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

      *----------------------------------------------------------
      * CLOSE CURSORS AND LOG OFF.
      *----------------------------------------------------------

       EXIT-CLOSE.

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

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           MOVE PER-COUNT TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM27 program."
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
      * LOAD THE RETENTION PERIOD AND MODE FROM ANON-PARM-FILE.
      * BLANK AND UNKNOWN LINES ARE IGNORED; THE FILE'S ABSENCE
      * MEANS SEVEN YEARS, REPORT-ONLY.
      *----------------------------------------------------------

       READ-ANON-PARMS.

           OPEN INPUT ANON-PARM-FILE.
           IF NOT ANON-PARM-OK
              GO TO READ-ANON-PARMS-EXIT.
           PERFORM UNTIL NOT ANON-PARM-OK
              READ ANON-PARM-FILE
                 NOT AT END
                    PERFORM LOAD-ANON-PARM
              END-READ
           END-PERFORM.
           IF NOT ANON-PARM-EOF
              DISPLAY "Error reading ANON-PARM-FILE, status "
                 ANON-PARM-STATUS "."
              MOVE "ERROR" TO RUN-STATUS.
           CLOSE ANON-PARM-FILE.
       READ-ANON-PARMS-EXIT.
           EXIT.

       LOAD-ANON-PARM.

           MOVE SPACES TO PARM-KEY PARM-VALUE-X.
           UNSTRING ANON-PARM-REC DELIMITED BY ","
              INTO PARM-KEY, PARM-VALUE-X.
           IF PARM-KEY = "APPLY"
              MOVE "Y" TO APPLY-SW.
           IF PARM-KEY = "YEARS"
              IF PARM-VALUE-X NOT = " "
                 AND FUNCTION TEST-NUMVAL(PARM-VALUE-X) = 0
                 AND FUNCTION NUMVAL(PARM-VALUE-X) >= 1
                 AND FUNCTION NUMVAL(PARM-VALUE-X) <= 99
                 COMPUTE RETAIN-YEARS = FUNCTION NUMVAL(PARM-VALUE-X)
              ELSE
                 DISPLAY "Retention period not valid: "
                    ANON-PARM-REC
                 MOVE "Y" TO PARM-BAD-SW
              END-IF
           END-IF.

      *----------------------------------------------------------
      * LOAD THE TRANSFER AND REHIRE LINKS STILL IN EMP_AUDIT.
      *----------------------------------------------------------

       LOAD-AUDIT-LINKS.

           CALL "OPARSE" USING CURSOR-1, SQL-SELLINK,
                SQL-SELLINK-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, LINK-OLD-NO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TWO, LINK-NEW-NO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, THREE, LINK-KIND-X,
                LINK-KIND-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       NEXT-AUDIT-LINK.

           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              GO TO LOAD-AUDIT-LINKS-EXIT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           PERFORM ADD-LINK.
           GO TO NEXT-AUDIT-LINK.
       LOAD-AUDIT-LINKS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOAD THE TRANSFER AND REHIRE LINKS CBDEM7 HAS ARCHIVED
      * TO AUDARCH.
      * NO ARCHIVE YET MEANS NO ARCHIVED LINKS.
      *----------------------------------------------------------

       LOAD-ARCHIVE-LINKS.

           MOVE FILE-NAME(1) TO SCRUB-IN-NAME.
           OPEN INPUT SCRUB-IN-FILE.
           IF NOT SCRUB-IN-OK
              GO TO LOAD-ARCHIVE-LINKS-EXIT.

       NEXT-ARCHIVE-LINK.

           READ SCRUB-IN-FILE INTO SCRUB-LINE
              AT END
                 CLOSE SCRUB-IN-FILE
                 GO TO LOAD-ARCHIVE-LINKS-EXIT.
           IF SCRUB-LINE(ARCH-ACTION-POS:10) = "TRANSFER"
              MOVE "T" TO LINK-KIND-X
           ELSE
              IF SCRUB-LINE(ARCH-ACTION-POS:10) = "REHIRE"
                 MOVE "R" TO LINK-KIND-X
              ELSE
                 GO TO NEXT-ARCHIVE-LINK.
           MOVE SCRUB-LINE(ARCH-OLDEMP-POS:10) TO NUM-TEXT.
           PERFORM CONVERT-NUM.
           IF NOT NUM-OK
              GO TO NEXT-ARCHIVE-LINK.
           MOVE NUM-VALUE TO LINK-OLD-NO.
           MOVE SCRUB-LINE(ARCH-NEWEMP-POS:10) TO NUM-TEXT.
           PERFORM CONVERT-NUM.
           IF NOT NUM-OK
              GO TO NEXT-ARCHIVE-LINK.
           MOVE NUM-VALUE TO LINK-NEW-NO.
           PERFORM ADD-LINK.
           GO TO NEXT-ARCHIVE-LINK.
       LOAD-ARCHIVE-LINKS-EXIT.
           EXIT.

       ADD-LINK.

           IF LINK-COUNT NOT < LINK-MAX
              MOVE "Y" TO OVERFLOW-SW
              MOVE "transfer and rehire links" TO OVERFLOW-TEXT
           ELSE
              ADD 1 TO LINK-COUNT
              MOVE LINK-OLD-NO TO LINK-OLD(LINK-COUNT)
              MOVE LINK-NEW-NO TO LINK-NEW(LINK-COUNT)
              MOVE LINK-KIND-X TO LINK-KIND(LINK-COUNT)
           END-IF.

      *----------------------------------------------------------
      * LOAD THE EMPLOYEES DUE, EACH WITH THEIR PSEUDONYM AND THE
      * DEPARTMENT THEY LEFT FROM.
      *----------------------------------------------------------

       LOAD-DUE.

           CALL "OPARSE" USING CURSOR-1, SQL-SELDUE,
                SQL-SELDUE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, ONE, CUTOFF-DATE,
                CUTOFF-DATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, EMPNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TWO, ENAME,
                ENAME-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, THREE, DEPTNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, FOUR, TERM-DATE,
                TERM-DATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       NEXT-DUE.

           MOVE SPACES TO ENAME.
           MOVE SPACES TO TERM-DATE.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              GO TO LOAD-DUE-EXIT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      * A FORMER ROW WHOSE EMPLOYEE WAS REHIRED IS NOT DUE - IT
      * GOES WHEN THE RETURNER'S OWN LATEST ROW FALLS DUE.
           MOVE 0 TO LINK-FOUND.
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > LINK-COUNT OR LINK-FOUND > 0
              IF LINK-OLD(LINK-IDX) = EMPNO AND LINK-REHIRE(LINK-IDX)
                 MOVE LINK-IDX TO LINK-FOUND
              END-IF
           END-PERFORM.
           IF LINK-FOUND > 0
              ADD 1 TO REHIRED-KEPT
              GO TO NEXT-DUE.
           IF PER-COUNT NOT < PER-MAX
              MOVE "Y" TO OVERFLOW-SW
              MOVE "employees due" TO OVERFLOW-TEXT
              GO TO LOAD-DUE-EXIT.
           ADD 1 TO PER-COUNT.
           MOVE EMPNO TO PER-EMPNO(PER-COUNT).
           MOVE ENAME TO PER-ENAME(PER-COUNT).
           INSPECT PER-ENAME(PER-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE TERM-DATE TO PER-TERM(PER-COUNT).
           MOVE EMPNO TO PSEUDO-NUM.
           MOVE SPACES TO PER-PSEUDO(PER-COUNT).
           STRING "ANON" PSEUDO-NUM DELIMITED BY SIZE
             INTO PER-PSEUDO(PER-COUNT).
           MOVE 0 TO PER-HELD-FIRST(PER-COUNT).
           MOVE 0 TO PER-HELD-COUNT(PER-COUNT).
           MOVE 0 TO PER-DEPT-COUNT(PER-COUNT).
           MOVE 0 TO PER-HIREREJ(PER-COUNT).
           MOVE 0 TO PER-HIRESUSP(PER-COUNT).
           MOVE PER-COUNT TO PER-IDX.
           MOVE DEPTNO TO NUM-VALUE.
           PERFORM ADD-PER-DEPT.
           GO TO NEXT-DUE.
       LOAD-DUE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RECORD EVERY EMPNO THE EMPLOYEE AT PER-IDX HELD: THE ONE
      * THEY LEFT UNDER, THEN BACK ALONG THE TRANSFER AND REHIRE
      * LINKS.
      *----------------------------------------------------------

       WALK-CHAIN.

           MOVE PER-EMPNO(PER-IDX) TO CHAIN-EMPNO.
           MOVE SPACE TO CHAIN-KIND.
           COMPUTE PER-HELD-FIRST(PER-IDX) = HELD-COUNT + 1.
           MOVE 0 TO LINK-STEPS.

       WALK-CHAIN-ADD.

           IF HELD-COUNT NOT < HELD-MAX
              MOVE "Y" TO OVERFLOW-SW
              MOVE "employee numbers held" TO OVERFLOW-TEXT
              GO TO WALK-CHAIN-EXIT.
           ADD 1 TO HELD-COUNT.
           ADD 1 TO PER-HELD-COUNT(PER-IDX).
           MOVE CHAIN-EMPNO TO HELD-EMPNO(HELD-COUNT).
           MOVE PER-IDX TO HELD-PER(HELD-COUNT).
           MOVE 0 TO HELD-EMP(HELD-COUNT).
           MOVE 0 TO HELD-AUDIT(HELD-COUNT).
           MOVE 0 TO HELD-ARCH(HELD-COUNT).
           MOVE 0 TO HELD-LEAVER(HELD-COUNT).
           MOVE 0 TO HELD-MREJ(HELD-COUNT).
           MOVE CHAIN-KIND TO HELD-KIND(HELD-COUNT).

           ADD 1 TO LINK-STEPS.
           IF LINK-STEPS > LINK-STEPS-MAX
              GO TO WALK-CHAIN-EXIT.
           MOVE 0 TO LINK-FOUND.
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > LINK-COUNT OR LINK-FOUND > 0
              IF LINK-NEW(LINK-IDX) = CHAIN-EMPNO
                 MOVE LINK-IDX TO LINK-FOUND
              END-IF
           END-PERFORM.
           IF LINK-FOUND = 0
              GO TO WALK-CHAIN-EXIT.

           MOVE LINK-OLD(LINK-FOUND) TO CHAIN-EMPNO.
           MOVE LINK-KIND(LINK-FOUND) TO CHAIN-KIND.
           COMPUTE HELD-LAST = PER-HELD-FIRST(PER-IDX)
              + PER-HELD-COUNT(PER-IDX) - 1.
           MOVE 0 TO HELD-FOUND.
           PERFORM VARYING HELD-IDX FROM PER-HELD-FIRST(PER-IDX)
                   BY 1 UNTIL HELD-IDX > HELD-LAST
                           OR HELD-FOUND > 0
              IF HELD-EMPNO(HELD-IDX) = CHAIN-EMPNO
                 MOVE HELD-IDX TO HELD-FOUND
              END-IF
           END-PERFORM.
           IF HELD-FOUND > 0 OR CHAIN-EMPNO = 0
              GO TO WALK-CHAIN-EXIT.
           GO TO WALK-CHAIN-ADD.
       WALK-CHAIN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARSE THE DEPARTMENT QUERY AND THE TWO UPDATES, AND BIND
      * THEM TO BIND-EMPNO AND BIND-PSEUDO.
      *----------------------------------------------------------

       PREPARE-UPDATES.

           CALL "OPARSE" USING CURSOR-2, SQL-SELDEPT,
                SQL-SELDEPT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, ONE, BIND-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, TWO, BIND-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-2, ONE, AUD-DEPTNO,
                AUD-DEPTNO-L, ASC, ZERO-A, AUD-DEPTNO-IND.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-3, SQL-UPDEMP,
                SQL-UPDEMP-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, ONE, BIND-PSEUDO,
                BIND-PSEUDO-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, TWO, BIND-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-4, SQL-UPDAUD,
                SQL-UPDAUD-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, ONE, BIND-PSEUDO,
                BIND-PSEUDO-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, TWO, BIND-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, THREE, BIND-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * FOR THE EMPNO AT HELD-IDX: COLLECT THE DEPARTMENTS ITS
      * EMP_AUDIT ROWS NAME, THEN PUT THE PSEUDONYM ON THEM - AND
      * ON THE FORMER EMP ROW, WHEN A REHIRE LED BACK TO IT.
      *----------------------------------------------------------

       SCRUB-HELD-AUDIT.

           MOVE HELD-EMPNO(HELD-IDX) TO BIND-EMPNO.
           MOVE HELD-PER(HELD-IDX) TO PER-IDX.
           MOVE PER-PSEUDO(PER-IDX) TO BIND-PSEUDO.

           CALL "OEXEC" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.

       NEXT-HELD-DEPT.

           MOVE SPACES TO AUD-DEPTNO.
           CALL "OFETCH" USING CURSOR-2.
           IF C-RC IN CURSOR-2 = 1403
              MOVE 0 TO C-RC IN CURSOR-2
              GO TO SCRUB-HELD-AUDIT-UPDATE.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           IF AUD-DEPTNO-IND NOT < 0
              MOVE AUD-DEPTNO TO NUM-TEXT
              PERFORM CONVERT-NUM
              IF NUM-OK
                 PERFORM ADD-PER-DEPT
              END-IF
           END-IF.
           GO TO NEXT-HELD-DEPT.

       SCRUB-HELD-AUDIT-UPDATE.

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           MOVE C-ROWS IN CURSOR-4 TO HELD-AUDIT(HELD-IDX).

           IF HELD-KIND(HELD-IDX) = "R"
              CALL "OEXEC" USING CURSOR-3
              IF C-RC IN CURSOR-3 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-ROLLBACK
              END-IF
              MOVE C-ROWS IN CURSOR-3 TO HELD-EMP(HELD-IDX).
       SCRUB-HELD-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PUT THE PSEUDONYM ON THE EMPLOYEE'S OWN EMP ROW, UNDER
      * THE EMPNO THEY LEFT WITH - ALWAYS THE FIRST THEY HOLD.
      *----------------------------------------------------------

       SCRUB-PERSON-EMP.

           MOVE PER-EMPNO(PER-IDX) TO BIND-EMPNO.
           MOVE PER-PSEUDO(PER-IDX) TO BIND-PSEUDO.
           CALL "OEXEC" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           MOVE PER-HELD-FIRST(PER-IDX) TO HELD-IDX.
           MOVE C-ROWS IN CURSOR-3 TO HELD-EMP(HELD-IDX).

      *----------------------------------------------------------
      * ADD THE DEPARTMENT IN NUM-VALUE TO THE EMPLOYEE AT
      * PER-IDX, ONCE.  BEYOND DEPT-MAX DEPARTMENTS THE REST ARE
      * NOT KEPT - THEY ONLY WIDEN THE NAME MATCH.
      *----------------------------------------------------------

       ADD-PER-DEPT.

           IF NUM-VALUE > 0
              MOVE "N" TO DEPT-FOUND-SW
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                      UNTIL DEPT-IDX > PER-DEPT-COUNT(PER-IDX)
                 IF PER-DEPT(PER-IDX, DEPT-IDX) = NUM-VALUE
                    MOVE "Y" TO DEPT-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT DEPT-FOUND
                 AND PER-DEPT-COUNT(PER-IDX) < DEPT-MAX
                 ADD 1 TO PER-DEPT-COUNT(PER-IDX)
                 MOVE NUM-VALUE
                   TO PER-DEPT(PER-IDX, PER-DEPT-COUNT(PER-IDX))
              END-IF
           END-IF.

      *----------------------------------------------------------
      * CONVERT THE CHARACTER NUMBER IN NUM-TEXT TO NUM-VALUE.
      *----------------------------------------------------------

       CONVERT-NUM.

           MOVE "N" TO NUM-OK-SW.
           IF NUM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(NUM-TEXT) = 0
              COMPUTE NUM-VALUE = FUNCTION NUMVAL(NUM-TEXT)
              MOVE "Y" TO NUM-OK-SW.

      *----------------------------------------------------------
      * FIND THE EMPNO IN NUM-VALUE AMONG THOSE HELD BY THE
      * EMPLOYEES DUE.  HELD-FOUND IS ZERO WHEN IT IS NOT ONE.
      *----------------------------------------------------------

       FIND-HELD.

           MOVE 0 TO HELD-FOUND.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT OR HELD-FOUND > 0
              IF HELD-EMPNO(HELD-IDX) = NUM-VALUE
                 MOVE HELD-IDX TO HELD-FOUND
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * READ THE FLAT FILE AT FILE-IDX, PUTTING THE PSEUDONYM ON
      * EVERY LINE THAT BELONGS TO AN EMPLOYEE DUE.  IN APPLY
      * MODE THE RESULT GOES TO THE FILE'S WORK COPY; IN A
      * REPORT-ONLY RUN THE LINES ARE ONLY COUNTED.  A FILE THAT
      * DOES NOT EXIST HAS NOTHING TO SCRUB.
      *----------------------------------------------------------

       SCRUB-FILE.

           MOVE FILE-NAME(FILE-IDX) TO SCRUB-IN-NAME.
           MOVE FILE-IDX TO FILE-IDX-D.
           MOVE SPACES TO SCRUB-OUT-NAME.
           STRING "ANONWRK" FILE-IDX-D DELIMITED BY SIZE
             INTO SCRUB-OUT-NAME.

           OPEN INPUT SCRUB-IN-FILE.
           IF SCRUB-IN-MISSING
              GO TO SCRUB-FILE-EXIT.
           IF NOT SCRUB-IN-OK
              DISPLAY "Unable to open " SCRUB-IN-NAME ", status "
                 SCRUB-IN-STATUS "."
              MOVE "F" TO FILE-STATE(FILE-IDX)
              MOVE "Y" TO FILE-FAIL-SW
              GO TO SCRUB-FILE-EXIT.
           MOVE "S" TO FILE-STATE(FILE-IDX).

           IF APPLY-MODE
              OPEN OUTPUT SCRUB-OUT-FILE
              IF NOT SCRUB-OUT-OK
                 DISPLAY "Unable to open " SCRUB-OUT-NAME
                    ", status " SCRUB-OUT-STATUS "."
                 MOVE "F" TO FILE-STATE(FILE-IDX)
                 MOVE "Y" TO FILE-FAIL-SW
                 CLOSE SCRUB-IN-FILE
                 GO TO SCRUB-FILE-EXIT
              END-IF
           END-IF.

       SCRUB-FILE-LINE.

           READ SCRUB-IN-FILE INTO SCRUB-LINE
              AT END
                 GO TO SCRUB-FILE-DONE.
           ADD 1 TO FILE-LINES(FILE-IDX).
           IF FILE-IDX = 1
              PERFORM SCRUB-ARCH-LINE.
           IF FILE-IDX = 2
              PERFORM SCRUB-LEAVER-LINE.
           IF FILE-IDX = 3
              PERFORM SCRUB-MREJ-LINE.
           IF FILE-IDX > 3
              PERFORM SCRUB-HIRE-LINE.
           IF APPLY-MODE
              WRITE SCRUB-OUT-REC FROM SCRUB-LINE
              IF NOT SCRUB-OUT-OK
                 DISPLAY "Write to " SCRUB-OUT-NAME
                    " failed, status " SCRUB-OUT-STATUS "."
                 MOVE "F" TO FILE-STATE(FILE-IDX)
                 MOVE "Y" TO FILE-FAIL-SW
                 GO TO SCRUB-FILE-DONE
              END-IF
           END-IF.
           GO TO SCRUB-FILE-LINE.

       SCRUB-FILE-DONE.

           CLOSE SCRUB-IN-FILE.
           IF APPLY-MODE
              CLOSE SCRUB-OUT-FILE.
       SCRUB-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AN AUDARCH LINE BELONGS TO THE EMPLOYEE WHOSE EMPNO IS
      * ITS NEW_EMPNO - OR ITS OLD_MAX_EMPNO, UNLESS IT IS AN
      * INSERT LINE.  ITS DEPARTMENT IS COLLECTED EVEN WHEN THE
      * NAME IS ALREADY THE PSEUDONYM.
      *----------------------------------------------------------

       SCRUB-ARCH-LINE.

           MOVE SCRUB-LINE(ARCH-NEWEMP-POS:10) TO NUM-TEXT.
           PERFORM CONVERT-NUM.
           MOVE 0 TO HELD-FOUND.
           IF NUM-OK
              PERFORM FIND-HELD.
           IF HELD-FOUND = 0
              AND SCRUB-LINE(ARCH-ACTION-POS:10) NOT = "INSERT"
              MOVE SCRUB-LINE(ARCH-OLDEMP-POS:10) TO NUM-TEXT
              PERFORM CONVERT-NUM
              IF NUM-OK
                 PERFORM FIND-HELD
              END-IF
           END-IF.
           IF HELD-FOUND > 0
              MOVE HELD-PER(HELD-FOUND) TO PER-IDX
              MOVE SCRUB-LINE(ARCH-DEPTNO-POS:10) TO NUM-TEXT
              PERFORM CONVERT-NUM
              IF NUM-OK
                 PERFORM ADD-PER-DEPT
              END-IF
              IF SCRUB-LINE(ARCH-ENAME-POS:12) NOT = PER-PSEUDO(PER-IDX)
                 MOVE PER-PSEUDO(PER-IDX)
                   TO SCRUB-LINE(ARCH-ENAME-POS:12)
                 ADD 1 TO HELD-ARCH(HELD-FOUND)
                 ADD 1 TO FILE-CHANGED(FILE-IDX)
              END-IF
           END-IF.

      *----------------------------------------------------------
      * A LEAVERS LINE IS "YYYY-MM-DD EMPNO NNNNN ENAME ..." WITH
      * THE DEPARTMENT AFTER " DEPT "; THE VOICEMAIL HANDOVER
      * LINES UNDER IT CARRY NO NAME.
      *----------------------------------------------------------

       SCRUB-LEAVER-LINE.

           IF SCRUB-LINE(11:7) = " empno "
              MOVE SCRUB-LINE(18:5) TO NUM-TEXT
              PERFORM CONVERT-NUM
              MOVE 0 TO HELD-FOUND
              IF NUM-OK
                 PERFORM FIND-HELD
              END-IF
              IF HELD-FOUND > 0
                 MOVE HELD-PER(HELD-FOUND) TO PER-IDX
                 IF SCRUB-LINE(70:6) = " dept "
                    MOVE SCRUB-LINE(76:10) TO NUM-TEXT
                    PERFORM CONVERT-NUM
                    IF NUM-OK
                       PERFORM ADD-PER-DEPT
                    END-IF
                 END-IF
                 IF SCRUB-LINE(24:12) NOT = PER-PSEUDO(PER-IDX)
                    MOVE PER-PSEUDO(PER-IDX) TO SCRUB-LINE(24:12)
                    ADD 1 TO HELD-LEAVER(HELD-FOUND)
                    ADD 1 TO FILE-CHANGED(FILE-IDX)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------
      * A MAINTENANCE REJECT CARRIES THE EMPNO IN COLUMNS 2-10
      * AND THE NAME IN 11-22 (MAINT-REJ-REC IN CBDEM1).
      *----------------------------------------------------------

       SCRUB-MREJ-LINE.

           MOVE SCRUB-LINE(2:9) TO NUM-TEXT.
           PERFORM CONVERT-NUM.
           MOVE 0 TO HELD-FOUND.
           IF NUM-OK
              PERFORM FIND-HELD.
           IF HELD-FOUND > 0
              MOVE HELD-PER(HELD-FOUND) TO PER-IDX
              IF SCRUB-LINE(11:12) NOT = SPACES
                 AND SCRUB-LINE(11:12) NOT = PER-PSEUDO(PER-IDX)
                 MOVE PER-PSEUDO(PER-IDX) TO SCRUB-LINE(11:12)
                 ADD 1 TO HELD-MREJ(HELD-FOUND)
                 ADD 1 TO FILE-CHANGED(FILE-IDX)
              END-IF
           END-IF.

      *----------------------------------------------------------
      * A HIRE REJECT OR SUSPENSE RECORD (THE HIRE-REC LAYOUT)
      * HAS NO EMPNO.  IT IS AN EMPLOYEE DUE'S WHEN THE NAME IN
      * COLUMNS 1-12 IS THEIRS, CASE IGNORED, AND THE DEPARTMENT
      * IN COLUMNS 35-44 IS ONE THEY WERE IN.
      *----------------------------------------------------------

       SCRUB-HIRE-LINE.

           MOVE SCRUB-LINE(1:12) TO MATCH-NAME.
           INSPECT MATCH-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SCRUB-LINE(35:10) TO NUM-TEXT.
           PERFORM CONVERT-NUM.
           IF NUM-OK AND MATCH-NAME NOT = SPACES
              PERFORM VARYING PER-IDX FROM 1 BY 1
                      UNTIL PER-IDX > PER-COUNT
                 IF PER-ENAME(PER-IDX) = MATCH-NAME
                    MOVE "N" TO DEPT-FOUND-SW
                    PERFORM VARYING DEPT-IDX FROM 1 BY 1
                            UNTIL DEPT-IDX > PER-DEPT-COUNT(PER-IDX)
                       IF PER-DEPT(PER-IDX, DEPT-IDX) = NUM-VALUE
                          MOVE "Y" TO DEPT-FOUND-SW
                       END-IF
                    END-PERFORM
                    IF DEPT-FOUND
                       MOVE PER-PSEUDO(PER-IDX) TO SCRUB-LINE(1:12)
                       MOVE SPACES TO MATCH-NAME
                       ADD 1 TO FILE-CHANGED(FILE-IDX)
                       IF FILE-IDX = 4
                          ADD 1 TO PER-HIREREJ(PER-IDX)
                       ELSE
                          ADD 1 TO PER-HIRESUSP(PER-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *----------------------------------------------------------
      * WRITE THE WORK COPY OF THE FILE AT FILE-IDX BACK OVER
      * THE FILE ITSELF.
      *----------------------------------------------------------

       COPY-BACK-FILE.

           MOVE FILE-IDX TO FILE-IDX-D.
           MOVE SPACES TO SCRUB-IN-NAME.
           STRING "ANONWRK" FILE-IDX-D DELIMITED BY SIZE
             INTO SCRUB-IN-NAME.
           MOVE FILE-NAME(FILE-IDX) TO SCRUB-OUT-NAME.

           OPEN INPUT SCRUB-IN-FILE.
           IF NOT SCRUB-IN-OK
              DISPLAY "Unable to open " SCRUB-IN-NAME ", status "
                 SCRUB-IN-STATUS "."
              MOVE "F" TO FILE-STATE(FILE-IDX)
              MOVE "Y" TO FILE-FAIL-SW
              GO TO COPY-BACK-FILE-EXIT.
           OPEN OUTPUT SCRUB-OUT-FILE.
           IF NOT SCRUB-OUT-OK
              DISPLAY "Unable to rewrite " SCRUB-OUT-NAME
                 ", status " SCRUB-OUT-STATUS "."
              MOVE "F" TO FILE-STATE(FILE-IDX)
              MOVE "Y" TO FILE-FAIL-SW
              CLOSE SCRUB-IN-FILE
              GO TO COPY-BACK-FILE-EXIT.

       COPY-BACK-LINE.

           READ SCRUB-IN-FILE INTO SCRUB-LINE
              AT END
                 GO TO COPY-BACK-DONE.
           WRITE SCRUB-OUT-REC FROM SCRUB-LINE.
           IF NOT SCRUB-OUT-OK
              DISPLAY "Rewrite of " SCRUB-OUT-NAME
                 " failed, status " SCRUB-OUT-STATUS "."
              MOVE "F" TO FILE-STATE(FILE-IDX)
              MOVE "Y" TO FILE-FAIL-SW
              GO TO COPY-BACK-DONE.
           GO TO COPY-BACK-LINE.

       COPY-BACK-DONE.

           CLOSE SCRUB-IN-FILE.
           CLOSE SCRUB-OUT-FILE.
           IF NOT FILE-FAILED
              MOVE "R" TO FILE-STATE(FILE-IDX).
       COPY-BACK-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * THE CERTIFICATE: ONE LINE PER EMPLOYEE UNDER THE EMPNO
      * THEY LEFT WITH, ONE MORE FOR EACH EARLIER EMPNO, WITH
      * THE ROWS AND LINES SCRUBBED IN EACH PLACE; THEN THE
      * TOTALS, WHAT BECAME OF EACH FILE, AND THE OUTCOME.  NO
      * NAME APPEARS ON IT.
      *----------------------------------------------------------

       WRITE-CERTIFICATE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the certificate file."
              GO TO WRITE-CERTIFICATE-EXIT.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Anonymisation certificate - " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "Retention " RETAIN-YEARS-D " years - employees "
                  "terminated before " CUTOFF-DATE
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "Outcome: " OUTCOME-TEXT
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE "EMPNO PSEUDONYM    TERMINATED" TO REPORT-REC.
           MOVE "       EMP EMP_AUDIT   AUDARCH  LEAVERPT  MAINTREJ"
              TO REPORT-REC(31:50).
           MOVE "   HIREREJ  HIRESUSP" TO REPORT-REC(81:20).
           PERFORM PUT-REPORT-LINE.

           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PER-COUNT
              COMPUTE HELD-LAST = PER-HELD-FIRST(PER-IDX)
                 + PER-HELD-COUNT(PER-IDX) - 1
              PERFORM VARYING HELD-IDX FROM PER-HELD-FIRST(PER-IDX)
                      BY 1 UNTIL HELD-IDX > HELD-LAST
                 PERFORM WRITE-HELD-LINE
              END-PERFORM
           END-PERFORM.
           IF PER-COUNT = 0
              MOVE "No terminated employee is due." TO REPORT-REC
              PERFORM PUT-REPORT-LINE.

           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE "TOTAL" TO REPORT-REC.
           MOVE 31 TO REPORT-PTR.
           MOVE TOT-EMP TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE TOT-AUDIT TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE TOT-ARCH TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE TOT-LEAVER TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE TOT-MREJ TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE TOT-HIREREJ TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE TOT-HIRESUSP TO CNT-D.
           PERFORM PUT-COUNT.
           PERFORM PUT-REPORT-LINE.

           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 5
              PERFORM WRITE-FILE-LINE
           END-PERFORM.

           IF REHIRED-KEPT > 0
              MOVE REHIRED-KEPT TO COUNT-D
              MOVE SPACES TO REPORT-REC
              STRING "Former rows kept - employee since rehired: "
                     COUNT-D DELIMITED BY SIZE INTO REPORT-REC
              PERFORM PUT-REPORT-LINE.

           MOVE PER-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Employees: " COUNT-D "   " OUTCOME-TEXT
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:80).
           CLOSE REPORT-FILE.
       WRITE-CERTIFICATE-EXIT.
           EXIT.

       WRITE-HELD-LINE.

           MOVE SPACES TO REPORT-REC.
           MOVE HELD-EMPNO(HELD-IDX) TO EMPNO-D.
           MOVE EMPNO-D TO REPORT-REC(1:5).
           IF HELD-IDX = PER-HELD-FIRST(PER-IDX)
              MOVE PER-PSEUDO(PER-IDX) TO REPORT-REC(7:12)
              MOVE PER-TERM(PER-IDX) TO REPORT-REC(20:10)
           ELSE
              IF HELD-KIND(HELD-IDX) = "R"
                 MOVE "earlier stint" TO REPORT-REC(7:13)
              ELSE
                 MOVE "earlier EMPNO" TO REPORT-REC(7:13).
           MOVE 31 TO REPORT-PTR.
           MOVE HELD-EMP(HELD-IDX) TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE HELD-AUDIT(HELD-IDX) TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE HELD-ARCH(HELD-IDX) TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE HELD-LEAVER(HELD-IDX) TO CNT-D.
           PERFORM PUT-COUNT.
           MOVE HELD-MREJ(HELD-IDX) TO CNT-D.
           PERFORM PUT-COUNT.
           ADD HELD-EMP(HELD-IDX) TO TOT-EMP.
           ADD HELD-AUDIT(HELD-IDX) TO TOT-AUDIT.
           ADD HELD-ARCH(HELD-IDX) TO TOT-ARCH.
           ADD HELD-LEAVER(HELD-IDX) TO TOT-LEAVER.
           ADD HELD-MREJ(HELD-IDX) TO TOT-MREJ.
           IF HELD-IDX = PER-HELD-FIRST(PER-IDX)
              MOVE PER-HIREREJ(PER-IDX) TO CNT-D
              PERFORM PUT-COUNT
              MOVE PER-HIRESUSP(PER-IDX) TO CNT-D
              PERFORM PUT-COUNT
              ADD PER-HIREREJ(PER-IDX) TO TOT-HIREREJ
              ADD PER-HIRESUSP(PER-IDX) TO TOT-HIRESUSP.
           PERFORM PUT-REPORT-LINE.

       PUT-COUNT.

           STRING " " CNT-D DELIMITED BY SIZE
             INTO REPORT-REC WITH POINTER REPORT-PTR.

       WRITE-FILE-LINE.

           MOVE SPACES TO REPORT-REC.
           MOVE FILE-NAME(FILE-IDX) TO REPORT-REC(1:8).
           MOVE FILE-LINES(FILE-IDX) TO COUNT-D.
           MOVE FILE-CHANGED(FILE-IDX) TO CNT-D.
           MOVE 10 TO REPORT-PTR.
           IF FILE-STATE(FILE-IDX) = "M"
              STRING "not present - nothing to scrub"
                 DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER REPORT-PTR
           ELSE
              STRING COUNT-D " line(s) read," CNT-D " scrubbed"
                 DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER REPORT-PTR
              IF FILE-STATE(FILE-IDX) = "F"
                 STRING " - FAILED, see the run log"
                    DELIMITED BY SIZE
                   INTO REPORT-REC WITH POINTER REPORT-PTR
              ELSE IF FILE-STATE(FILE-IDX) = "R"
                 STRING " - file rewritten" DELIMITED BY SIZE
                   INTO REPORT-REC WITH POINTER REPORT-PTR
              ELSE IF FILE-CHANGED(FILE-IDX) > 0
                 STRING " - file not changed" DELIMITED BY SIZE
                   INTO REPORT-REC WITH POINTER REPORT-PTR
              END-IF
           END-IF.
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.

           WRITE REPORT-REC.

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
           ELSE
              MOVE C-RC IN CURSOR-4 TO ERR-RC
              MOVE C-FNC IN CURSOR-4 TO ERR-FNC.

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
                  " CBDEM27 FNC=" DELIMITED BY SIZE
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
      * THE END LINE CARRIES THE COMPLETION STATUS AND THE
      * NUMBER OF EMPLOYEES DUE - OR ANONYMISED, WHEN APPLIED.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM27 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM27 END " RUN-STATUS " " RUN-COUNT-D
                  DELIMITED BY SIZE
                  RUN-COUNT-LABEL DELIMITED BY "  "
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
