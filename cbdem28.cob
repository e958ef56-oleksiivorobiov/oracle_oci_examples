      *
      * $Header: cbdem28.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem28.cob - Cobol demo program # 28
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM28 IS THE MONTHLY SALES COMMISSION BATCH.  IT READS
      * THE MONTH'S SALES TRANSACTIONS (EMPNO, SALE DATE, AMOUNT)
      * FROM SALES-FILE, WORKS OUT EACH ACTIVE SALESMAN'S
      * COMMISSION ON THEIR NET SALES FOR THE MONTH FROM THE TIER
      * TABLE IN COMM-PARM-FILE, AND WRITES IT TO THEIR EMP.COMM
      * WITH AN EMP_AUDIT "COMMISSION" ROW.  EVERY ACTIVE SALESMAN
      * IS PAID ON WHAT THEY SOLD - ONE WITH NO SALES GETS A COMM
      * OF ZERO - SO THE FIGURE CBDEM10 SENDS THE BUREAU IS ALWAYS
      * THE MONTH'S CALCULATED ONE.
      *
      * COMM-PARM-FILE LINES:
      *
      *   MONTH,YYYY-MM       - THE SALES MONTH (THE MONTH BEFORE
      *                         THE RUN DATE WHEN NOT GIVEN);
      *   TIER,FROM,PERCENT   - A COMMISSION BAND, IN ASCENDING
      *                         ORDER OF FROM.  EACH SLICE OF THE
      *                         MONTH'S SALES IS PAID AT THE RATE
      *                         OF THE BAND IT FALLS IN, LIKE TAX
      *                         BANDS, SO NOBODY EARNS LESS BY
      *                         SELLING MORE.
      *
      * A TRANSACTION WITH A BAD EMPNO, DATE, OR AMOUNT, A DATE
      * OUTSIDE THE SALES MONTH, OR AN EMPNO THAT IS UNKNOWN,
      * INACTIVE, OR NOT A SALESMAN GOES TO REJECT-FILE WITH A
      * REASON CODE.  REPORT-FILE CARRIES ONE STATEMENT PER
      * SALESMAN: EACH SALE, THE TIER WORKINGS, AND THE NEW COMM
      * AGAINST THE OLD.
      *
      * EACH MONTH IS PAID ONCE.  THE RUN IS RECORDED IN COMM_RUN
      * (CREATED ON FIRST USE) IN THE SAME TRANSACTION AS THE EMP
      * UPDATES, AND A SECOND RUN FOR A MONTH ALREADY THERE IS
      * REFUSED.  THE JOB BELONGS BEFORE CBDEM10 IN THE NIGHT
      * CYCLE - IT IS REFUSED IF RUN-LOG-FILE SHOWS CBDEM10 HAS
      * ALREADY STARTED TODAY, SINCE THE EXTRACT WOULD THEN HAVE
      * GONE TO THE BUREAU WITH LAST MONTH'S FIGURES.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECT-FILE ASSIGN TO "ORACONN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONNECT-FILE-STATUS.
           SELECT COMM-PARM-FILE ASSIGN TO "COMMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-PARM-STATUS.
           SELECT SALES-FILE ASSIGN TO "SALESTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "COMMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONNECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONNECT-REC          PIC X(132).
       FD  COMM-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMM-PARM-REC        PIC X(80).
       FD  SALES-FILE
           LABEL RECORDS ARE STANDARD.
      * THE TRAILING FILLER LINES SALES-REC UP WITH REJECT-REC, SO
      * A CORRECTED REJECT-FILE CAN BE RESUBMITTED AS SALES-FILE.
       01  SALES-REC.
           02   SALE-EMPNO     PIC X(9).
           02   SALE-DATE      PIC X(10).
           02   SALE-AMOUNT    PIC X(12).
           02   FILLER         PIC X(8).
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-REC.
           02   REJ-EMPNO      PIC X(9).
           02   REJ-DATE       PIC X(10).
           02   REJ-AMOUNT     PIC X(12).
           02   REJ-REASON     PIC X(8).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC           PIC X(132).
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
      * COMM_RUN HOLDS ONE ROW PER SALES MONTH PAID.  ORA-955 ON
      * THE CREATE MEANS IT IS ALREADY THERE.
      *----------------------------------------------------------
       77   SQL-CRRUN          PIC X(300) VALUE
               "CREATE TABLE COMM_RUN (SALES_MONTH VARCHAR2(7)
      -        " PRIMARY KEY, RUN_TS VARCHAR2(19), OS_USER VARCHAR2(30),
      -        " SALESMEN NUMBER(9), TXN_COUNT NUMBER(9),
      -        " REJECT_COUNT NUMBER(9), TOTAL_SALES NUMBER(11,2),
      -        " TOTAL_COMM NUMBER(11,2))".
       77   SQL-CRRUN-L        PIC S9(9) VALUE 300 COMP.

       77   SQL-SELRUN         PIC X(60) VALUE
               "SELECT RUN_TS FROM COMM_RUN WHERE SALES_MONTH = :1".
       77   SQL-SELRUN-L       PIC S9(9) VALUE 60 COMP.

       77   SQL-INSRUN         PIC X(240) VALUE
               "INSERT INTO COMM_RUN (SALES_MONTH, RUN_TS, OS_USER,
      -        " SALESMEN, TXN_COUNT, REJECT_COUNT, TOTAL_SALES,
      -        " TOTAL_COMM) VALUES (:1,:2,:3,:4,:5,:6,:7,:8)".
       77   SQL-INSRUN-L       PIC S9(9) VALUE 240 COMP.

      *----------------------------------------------------------
      * EVERY ACTIVE SALESMAN, AND THE LOOK-UP THAT SAYS WHY ANY
      * OTHER EMPNO ON A TRANSACTION IS REJECTED.
      *----------------------------------------------------------
       77   SQL-SELSMAN        PIC X(160) VALUE
               "SELECT EMPNO, ENAME, NVL(DEPTNO,0), NVL(COMM,0)
      -        " FROM EMP WHERE NVL(STATUS,'A') = 'A'
      -        " AND JOB = 'SALESMAN' ORDER BY EMPNO".
       77   SQL-SELSMAN-L      PIC S9(9) VALUE 160 COMP.

       77   SQL-SELEMP         PIC X(60) VALUE
               "SELECT NVL(STATUS,'A') FROM EMP WHERE EMPNO = :1".
       77   SQL-SELEMP-L       PIC S9(9) VALUE 60 COMP.

       77   SQL-UPDCOMM        PIC X(60) VALUE
               "UPDATE EMP SET COMM = :1 WHERE EMPNO = :2".
       77   SQL-UPDCOMM-L      PIC S9(9) VALUE 60 COMP.

       77   SQL-INSAUDIT       PIC X(180) VALUE
               "INSERT INTO EMP_AUDIT (AUDIT_TS,OS_USER,
      -        " OLD_MAX_EMPNO,NEW_EMPNO,ENAME,DEPTNO,ACTION,COMM)
      -        " VALUES (:1,:2,:3,:4,:5,:6,:7,:8)".
       77   SQL-INSAUDIT-L     PIC S9(9) VALUE 180 COMP.

       77   AUDIT-ACTION       PIC X(10) VALUE "COMMISSION".
       77   AUDIT-ACTION-L     PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * ONE FETCHED SALESMAN, AND THE BIND VARIABLES FOR THEIR
      * UPDATE.  NEW-COMM-X IS THE CHARACTER FORM BOUND INTO
      * SQL-UPDCOMM AND THE AUDIT ROW.
      *----------------------------------------------------------
       77   EMPNO              PIC S9(9) COMP.
       77   EMPNO-D            PIC ZZZZ9.
       77   ENAME              PIC X(12).
       77   ENAME-L            PIC S9(9) VALUE 12 COMP.
       77   DEPTNO             PIC S9(9) COMP.
       77   DEPTNO-D           PIC ZZZ9.
       77   EMP-COMM           PIC S9(7)V99 COMP-3.
       77   EMP-STATUS         PIC X(01).
       77   EMP-STATUS-L       PIC S9(9) VALUE 1 COMP.
       77   LOOKUP-EMPNO       PIC S9(9) COMP.
       77   NEW-COMM-X         PIC X(10).
       77   NEW-COMM-X-L       PIC S9(9) VALUE 10 COMP.
       77   AUDIT-DEPTNO-X     PIC X(10).
       77   AUDIT-DEPTNO-X-L   PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * THE SALES MONTH AND THE TIER TABLE, FROM COMM-PARM-FILE.
      * A TIER LINE THAT CANNOT BE READ, OR ONE OUT OF ORDER,
      * STOPS THE RUN - PAY IS NOT GUESSED AT.
      *----------------------------------------------------------
       77   COMM-PARM-STATUS   PIC X(2).
           88  COMM-PARM-OK         VALUE "00".
           88  COMM-PARM-EOF        VALUE "10".
       77   PARM-KEY           PIC X(12).
       77   PARM-VALUE-1       PIC X(12).
       77   PARM-VALUE-2       PIC X(12).
       77   PARM-BAD-SW        PIC X(01) VALUE "N".
           88  PARM-BAD       VALUE "Y".
       01  TIER-TABLE.
           02  TIER-ENTRY OCCURS 20 TIMES.
               03  TIER-FROM      PIC S9(9)V99 COMP-3.
               03  TIER-PCT       PIC S9(3)V99 COMP-3.
       77   TIER-MAX           PIC S9(4) COMP VALUE 20.
       77   TIER-COUNT         PIC S9(4) COMP VALUE 0.
       77   TIER-IDX           PIC S9(4) COMP.
       77   TIER-TOP           PIC S9(9)V99 COMP-3.
       77   TIER-SLICE         PIC S9(9)V99 COMP-3.
       77   TIER-COMM          PIC S9(9)V99 COMP-3.
       77   TIER-FROM-D        PIC ZZZZZZZZ9.99.
       77   TIER-PCT-D         PIC ZZ9.99.

       01  SALES-MONTH.
           02   SM-YYYY        PIC 9(4).
           02   FILLER         PIC X(01) VALUE "-".
           02   SM-MM          PIC 9(2).
       77   SALES-MONTH-L      PIC S9(9) VALUE 7 COMP.
       77   PARM-MONTH         PIC X(7) VALUE SPACES.
       01  RUN-DATE.
           02   RUN-YYYY       PIC 9(4).
           02   RUN-MM         PIC 9(2).
           02   RUN-DD         PIC 9(2).
       77   PREV-RUN-TS        PIC X(19).
       77   PREV-RUN-TS-L      PIC S9(9) VALUE 19 COMP.

      *----------------------------------------------------------
      * THE SALESMEN AND THEIR ACCEPTED TRANSACTIONS, HELD UNTIL
      * THE WHOLE FILE HAS BEEN READ.  A FILE TOO BIG TO HOLD IS
      * REFUSED BEFORE ANYONE'S COMM IS TOUCHED.
      *----------------------------------------------------------
       01  SMAN-TABLE.
           02  SMAN-ENTRY OCCURS 500 TIMES.
               03  SMAN-EMPNO     PIC S9(9) COMP.
               03  SMAN-ENAME     PIC X(12).
               03  SMAN-DEPTNO    PIC S9(9) COMP.
               03  SMAN-OLD-COMM  PIC S9(7)V99 COMP-3.
               03  SMAN-SALES     PIC S9(9)V99 COMP-3.
               03  SMAN-TXNS      PIC S9(9) COMP.
               03  SMAN-NEW-COMM  PIC S9(7)V99 COMP-3.
       77   SMAN-MAX           PIC S9(4) COMP VALUE 500.
       77   SMAN-COUNT         PIC S9(4) COMP VALUE 0.
       77   SMAN-IDX           PIC S9(4) COMP.
       77   SMAN-FOUND         PIC S9(4) COMP.

       01  TXN-TABLE.
           02  TXN-ENTRY OCCURS 5000 TIMES.
               03  TXN-SMAN       PIC S9(4) COMP.
               03  TXN-DATE       PIC X(10).
               03  TXN-AMOUNT     PIC S9(9)V99 COMP-3.
       77   TXN-MAX            PIC S9(4) COMP VALUE 5000.
       77   TXN-COUNT          PIC S9(4) COMP VALUE 0.
       77   TXN-IDX            PIC S9(4) COMP.

       77   OVERFLOW-SW        PIC X(01) VALUE "N".
           88  TABLE-OVERFLOW VALUE "Y".
       77   OVERFLOW-TEXT      PIC X(30).

      *----------------------------------------------------------
      * ONE TRANSACTION BEING CHECKED.
      *----------------------------------------------------------
       77   SALES-FILE-STATUS  PIC X(2).
           88  SALES-FILE-OK        VALUE "00".
       77   REJECT-FILE-STATUS PIC X(2).
           88  REJECT-FILE-OK       VALUE "00".
       77   TXN-REASON         PIC X(8).
       77   TXN-EMPNO          PIC S9(9) COMP.
       77   TXN-AMT            PIC S9(9)V99 COMP-3.
       01  TXN-DATE-CHECK.
           02   TDC-MONTH      PIC X(7).
           02   TDC-DASH       PIC X(01).
           02   TDC-DD         PIC X(2).
       77   TDC-DD-N           PIC 9(2).

      *----------------------------------------------------------
      * RUN TOTALS, AND WHAT RUN-LOG-FILE SAYS OF CBDEM10 TODAY.
      *----------------------------------------------------------
       77   TXNS-READ          PIC S9(9) COMP VALUE 0.
       77   TXNS-REJECTED      PIC S9(9) COMP VALUE 0.
       77   TXNS-ACCEPTED      PIC S9(9) COMP VALUE 0.
       77   TOTAL-SALES        PIC S9(9)V99 COMP-3 VALUE 0.
       77   TOTAL-COMM         PIC S9(9)V99 COMP-3 VALUE 0.
       77   TOTAL-OLD-COMM     PIC S9(9)V99 COMP-3 VALUE 0.
       77   SMEN-PAID          PIC S9(9) COMP VALUE 0.
       77   TOTAL-SALES-X      PIC X(14).
       77   TOTAL-SALES-X-L    PIC S9(9) VALUE 14 COMP.
       77   TOTAL-COMM-X       PIC X(14).
       77   TOTAL-COMM-X-L     PIC S9(9) VALUE 14 COMP.
       77   PAY-RUN-SW         PIC X(01) VALUE "N".
           88  PAY-EXTRACT-RUN VALUE "Y".

       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).
       77   AMOUNT-D           PIC -ZZZZZZZZ9.99.
       77   COMM-D             PIC ZZZZZZ9.99.
       77   OLD-COMM-D         PIC ZZZZZZ9.99.
       77   COUNT-D            PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * EMP_AUDIT BIND VARIABLES - SAME SHAPE AS CBDEM1'S.
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



      *----------------------------------------------------------
      * RUN-CONTROL LOG, SHARED BY THE WHOLE SUITE: ONE START
      * LINE AT JOB START AND ONE END LINE AT COMPLETION, WITH
      * THE COMPLETION STATUS AND A COUNT OF ROWS PROCESSED, SO
      * THE MORNING OPERATOR CAN SEE WHAT RAN AND IN WHAT ORDER.
      *----------------------------------------------------------
       77  RUN-LOG-STATUS     PIC X(2).
           88  RUN-LOG-OK           VALUE "00".
           88  RUN-LOG-EOF          VALUE "10".
       77  RUN-LOG-DATE       PIC 9(8).
       77  RUN-LOG-TIME       PIC 9(8).
       77  RUN-LOG-PTR        PIC S9(4) COMP.
       77  RUN-STATUS         PIC X(5) VALUE "OK".
       77  RUN-COUNT-D        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.

      * CBDEM10'S OWN START LINE IS LOOKED FOR BEFORE THIS RUN
      * ADDS ONE OF ITS OWN.
           PERFORM CHECK-PAY-EXTRACT THRU CHECK-PAY-EXTRACT-EXIT.
           PERFORM WRITE-RUN-START.
           IF PAY-EXTRACT-RUN
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "CBDEM10 has already run today - commission "
                 "must be calculated before the payroll extract. "
                 "Run refused."
              GO TO EXIT-STOP.

           PERFORM READ-CONNECT-INFO.
           PERFORM READ-COMM-PARMS THRU READ-COMM-PARMS-EXIT.
           IF PARM-BAD
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Commission parameters not valid - run refused."
              GO TO EXIT-STOP.
           IF TIER-COUNT = 0
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "No commission tiers found - run refused."
              GO TO EXIT-STOP.

      *----------------------------------------------------------
      * THE SALES MONTH DEFAULTS TO THE ONE BEFORE THE RUN DATE.
      *----------------------------------------------------------

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           IF PARM-MONTH = SPACES
              MOVE RUN-YYYY TO SM-YYYY
              MOVE RUN-MM TO SM-MM
              IF SM-MM = 1
                 MOVE 12 TO SM-MM
                 SUBTRACT 1 FROM SM-YYYY
              ELSE
                 SUBTRACT 1 FROM SM-MM
              END-IF
           ELSE
              MOVE PARM-MONTH TO SALES-MONTH.
           DISPLAY "Commission for sales month " SALES-MONTH ".".

           OPEN INPUT SALES-FILE.
           IF NOT SALES-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the sales transactions file, "
                 "status " SALES-FILE-STATUS " - run refused."
              GO TO EXIT-STOP.

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
              CLOSE SALES-FILE
              GO TO EXIT-STOP.

           DISPLAY "Connected to ORACLE as user ", USER-ID.

           CALL "OOPEN" USING CURSOR-1, LDA.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-2, LDA.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OOPEN" USING CURSOR-3, LDA.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OOPEN" USING CURSOR-4, LDA.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MAKE SURE COMM_RUN EXISTS (DDL COMMITS ON ITS OWN, SO IT
      * IS DONE BEFORE AUTO-COMMIT IS TURNED OFF), AND REFUSE A
      * MONTH ALREADY PAID.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-1, SQL-CRRUN,
                SQL-CRRUN-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              IF C-RC IN CURSOR-1 = 955
                 MOVE 0 TO C-RC IN CURSOR-1
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OCOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-1, SQL-SELRUN,
                SQL-SELRUN-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-1, ONE, SALES-MONTH,
                SALES-MONTH-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-1, ONE, PREV-RUN-TS,
                PREV-RUN-TS-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE SPACES TO PREV-RUN-TS.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 0
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Commission for " SALES-MONTH " was already "
                 "run at " PREV-RUN-TS " - run refused."
              GO TO EXIT-CLOSE.
           IF C-RC IN CURSOR-1 NOT = 1403
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE 0 TO C-RC IN CURSOR-1.

           PERFORM LOAD-SALESMEN THRU LOAD-SALESMEN-EXIT.
           PERFORM SETUP-UPDATES.

      *----------------------------------------------------------
      * CHECK EVERY TRANSACTION, REJECTING THE BAD ONES AND
      * HOLDING THE GOOD ONES AGAINST THEIR SALESMAN.
      *----------------------------------------------------------

           OPEN OUTPUT REJECT-FILE.
           IF NOT REJECT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the commission reject file."
              GO TO EXIT-CLOSE.

           PERFORM READ-SALES THRU READ-SALES-EXIT.
           CLOSE SALES-FILE.
           CLOSE REJECT-FILE.

           IF TABLE-OVERFLOW
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "More " OVERFLOW-TEXT " than can be held - "
                 "run refused, nothing paid."
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * PAY EVERY SALESMAN, RECORD THE RUN, AND COMMIT IT ALL AS
      * ONE TRANSACTION.
      *----------------------------------------------------------

           PERFORM VARYING SMAN-IDX FROM 1 BY 1
                   UNTIL SMAN-IDX > SMAN-COUNT
              PERFORM PAY-SALESMAN
           END-PERFORM.

           PERFORM RECORD-COMM-RUN THRU RECORD-COMM-RUN-EXIT.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.

           MOVE SMEN-PAID TO COUNT-D.
           DISPLAY COUNT-D " salesmen paid commission for "
              SALES-MONTH ".".
           MOVE TXNS-REJECTED TO COUNT-D.
           DISPLAY COUNT-D " transaction(s) rejected.".
           IF TXNS-REJECTED > 0
              MOVE "ERROR" TO RUN-STATUS.

           PERFORM WRITE-STATEMENTS THRU WRITE-STATEMENTS-EXIT.
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * AN ORACLE ERROR PART WAY THROUGH THE PAY RUN: BACK IT ALL
      * OUT BEFORE LOGGING OFF.
      *----------------------------------------------------------

       EXIT-ROLLBACK.

           CALL "OROL" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.
           MOVE 0 TO SMEN-PAID.

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

           MOVE SMEN-PAID TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM28 program."
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
      * LOOK THROUGH RUN-LOG-FILE FOR A CBDEM10 START LINE DATED
      * TODAY.  NO RUN LOG MEANS NOTHING HAS RUN.
      *----------------------------------------------------------

       CHECK-PAY-EXTRACT.

           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-LOG-FILE.
           IF NOT RUN-LOG-OK
              GO TO CHECK-PAY-EXTRACT-EXIT.
           PERFORM UNTIL NOT RUN-LOG-OK
              READ RUN-LOG-FILE
                 NOT AT END
                    IF RUN-LOG-REC(1:8) = RUN-LOG-DATE
                       AND RUN-LOG-REC(19:13) = "CBDEM10 START"
                       MOVE "Y" TO PAY-RUN-SW
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT RUN-LOG-EOF
              DISPLAY "Error reading RUN-LOG-FILE, status "
                 RUN-LOG-STATUS "."
              MOVE "ERROR" TO RUN-STATUS.
           CLOSE RUN-LOG-FILE.
       CHECK-PAY-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOAD THE SALES MONTH AND THE TIERS FROM COMM-PARM-FILE.
      * BLANK AND UNKNOWN LINES ARE IGNORED.
      *----------------------------------------------------------

       READ-COMM-PARMS.

           OPEN INPUT COMM-PARM-FILE.
           IF NOT COMM-PARM-OK
              GO TO READ-COMM-PARMS-EXIT.
           PERFORM UNTIL NOT COMM-PARM-OK
              READ COMM-PARM-FILE
                 NOT AT END
                    PERFORM LOAD-COMM-PARM THRU LOAD-COMM-PARM-EXIT
              END-READ
           END-PERFORM.
           IF NOT COMM-PARM-EOF
              DISPLAY "Error reading COMM-PARM-FILE, status "
                 COMM-PARM-STATUS "."
              MOVE "ERROR" TO RUN-STATUS.
           CLOSE COMM-PARM-FILE.
       READ-COMM-PARMS-EXIT.
           EXIT.

       LOAD-COMM-PARM.

           MOVE SPACES TO PARM-KEY PARM-VALUE-1 PARM-VALUE-2.
           UNSTRING COMM-PARM-REC DELIMITED BY ","
              INTO PARM-KEY, PARM-VALUE-1, PARM-VALUE-2.

           IF PARM-KEY = "MONTH"
              MOVE PARM-VALUE-1 TO TXN-DATE-CHECK
              IF TDC-MONTH(1:4) IS NUMERIC
                 AND TDC-MONTH(5:1) = "-"
                 AND TDC-MONTH(6:2) IS NUMERIC
                 AND TDC-MONTH(6:2) >= "01"
                 AND TDC-MONTH(6:2) <= "12"
                 AND TDC-DASH = SPACE
                 MOVE TDC-MONTH TO PARM-MONTH
              ELSE
                 DISPLAY "Sales month not YYYY-MM: " COMM-PARM-REC
                 MOVE "Y" TO PARM-BAD-SW
              END-IF
              GO TO LOAD-COMM-PARM-EXIT.

           IF PARM-KEY NOT = "TIER"
              GO TO LOAD-COMM-PARM-EXIT.
           IF PARM-VALUE-1 = SPACES OR PARM-VALUE-2 = SPACES
              OR FUNCTION TEST-NUMVAL(PARM-VALUE-1) NOT = 0
              OR FUNCTION TEST-NUMVAL(PARM-VALUE-2) NOT = 0
              DISPLAY "Tier not FROM,PERCENT: " COMM-PARM-REC
              MOVE "Y" TO PARM-BAD-SW
              GO TO LOAD-COMM-PARM-EXIT.
           IF TIER-COUNT NOT < TIER-MAX
              DISPLAY "Too many commission tiers: " COMM-PARM-REC
              MOVE "Y" TO PARM-BAD-SW
              GO TO LOAD-COMM-PARM-EXIT.
           ADD 1 TO TIER-COUNT.
           COMPUTE TIER-FROM(TIER-COUNT) =
              FUNCTION NUMVAL(PARM-VALUE-1).
           COMPUTE TIER-PCT(TIER-COUNT) =
              FUNCTION NUMVAL(PARM-VALUE-2).
           IF TIER-FROM(TIER-COUNT) < 0
              OR TIER-PCT(TIER-COUNT) < 0
              OR TIER-PCT(TIER-COUNT) > 100
              DISPLAY "Tier out of range: " COMM-PARM-REC
              MOVE "Y" TO PARM-BAD-SW.
           IF TIER-COUNT > 1
              IF TIER-FROM(TIER-COUNT) NOT >
                 TIER-FROM(TIER-COUNT - 1)
                 DISPLAY "Tiers not in ascending order: "
                    COMM-PARM-REC
                 MOVE "Y" TO PARM-BAD-SW.
       LOAD-COMM-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOAD EVERY ACTIVE SALESMAN WITH THEIR CURRENT COMM.
      *----------------------------------------------------------

       LOAD-SALESMEN.

           CALL "OPARSE" USING CURSOR-1, SQL-SELSMAN,
                SQL-SELSMAN-L, ZERO-A, TWO.
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

           CALL "ODEFIN" USING CURSOR-1, FOUR, EMP-COMM,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       NEXT-SALESMAN.

           MOVE SPACES TO ENAME.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              GO TO LOAD-SALESMEN-EXIT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF SMAN-COUNT NOT < SMAN-MAX
              MOVE "Y" TO OVERFLOW-SW
              MOVE "active salesmen" TO OVERFLOW-TEXT
              GO TO LOAD-SALESMEN-EXIT.
           ADD 1 TO SMAN-COUNT.
           MOVE EMPNO TO SMAN-EMPNO(SMAN-COUNT).
           MOVE ENAME TO SMAN-ENAME(SMAN-COUNT).
           MOVE DEPTNO TO SMAN-DEPTNO(SMAN-COUNT).
           MOVE EMP-COMM TO SMAN-OLD-COMM(SMAN-COUNT).
           MOVE 0 TO SMAN-SALES(SMAN-COUNT).
           MOVE 0 TO SMAN-TXNS(SMAN-COUNT).
           MOVE 0 TO SMAN-NEW-COMM(SMAN-COUNT).
           GO TO NEXT-SALESMAN.
       LOAD-SALESMEN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * PARSE AND BIND THE EMPLOYEE LOOK-UP ON CURSOR-2, THE COMM
      * UPDATE ON CURSOR-3 AND THE EMP_AUDIT INSERT ON CURSOR-4.
      * AS IN CBDEM6, THE EMPLOYEE NUMBER DOES NOT CHANGE, SO
      * OLD_MAX_EMPNO AND NEW_EMPNO ARE BOTH THE EMPNO.
      *----------------------------------------------------------

       SETUP-UPDATES.

           CALL "OPARSE" USING CURSOR-2, SQL-SELEMP,
                SQL-SELEMP-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-2, ONE, LOOKUP-EMPNO, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "ODEFIN" USING CURSOR-2, ONE, EMP-STATUS,
                EMP-STATUS-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-3, SQL-UPDCOMM,
                SQL-UPDCOMM-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-3, ONE, NEW-COMM-X,
                NEW-COMM-X-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-3, TWO, EMPNO, FOUR, INTEGER.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-4, SQL-INSAUDIT,
                SQL-INSAUDIT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, ONE, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, TWO, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, THREE, EMPNO,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, FOUR, EMPNO,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, FIVE, ENAME,
                ENAME-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, SIX, AUDIT-DEPTNO-X,
                AUDIT-DEPTNO-X-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, SEVEN, AUDIT-ACTION,
                AUDIT-ACTION-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-4, EIGHT, NEW-COMM-X,
                NEW-COMM-X-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * READ AND CHECK EACH SALES TRANSACTION.  REASON CODES:
      *   BADEMPNO - EMPNO NOT A NUMBER
      *   BADDATE  - SALE DATE NOT YYYY-MM-DD
      *   WRONGMTH - SALE DATE OUTSIDE THE SALES MONTH
      *   BADAMT   - AMOUNT NOT A NUMBER
      *   UNKNOWN  - NO SUCH EMPNO IN EMP
      *   INACTIVE - THE EMPLOYEE HAS BEEN TERMINATED
      *   NOTSALES - THE EMPLOYEE IS NOT A SALESMAN
      * A NEGATIVE AMOUNT IS A RETURN AND NETS OFF THE MONTH.
      *----------------------------------------------------------

       READ-SALES.

           READ SALES-FILE
              AT END
                 GO TO READ-SALES-EXIT.
           IF SALES-REC = SPACES
              GO TO READ-SALES.
           ADD 1 TO TXNS-READ.
           MOVE SPACES TO TXN-REASON.

           IF SALE-EMPNO = SPACES
              OR FUNCTION TEST-NUMVAL(SALE-EMPNO) NOT = 0
              MOVE "BADEMPNO" TO TXN-REASON
              GO TO READ-SALES-REJECT.
           COMPUTE TXN-EMPNO = FUNCTION NUMVAL(SALE-EMPNO).

           MOVE SALE-DATE TO TXN-DATE-CHECK.
           IF TDC-MONTH(1:4) IS NOT NUMERIC
              OR TDC-MONTH(5:1) NOT = "-"
              OR TDC-MONTH(6:2) IS NOT NUMERIC
              OR TDC-DASH NOT = "-"
              OR TDC-DD IS NOT NUMERIC
              MOVE "BADDATE" TO TXN-REASON
              GO TO READ-SALES-REJECT.
           MOVE TDC-DD TO TDC-DD-N.
           IF TDC-DD-N < 1 OR TDC-DD-N > 31
              MOVE "BADDATE" TO TXN-REASON
              GO TO READ-SALES-REJECT.
           IF TDC-MONTH NOT = SALES-MONTH
              MOVE "WRONGMTH" TO TXN-REASON
              GO TO READ-SALES-REJECT.

           IF SALE-AMOUNT = SPACES
              OR FUNCTION TEST-NUMVAL(SALE-AMOUNT) NOT = 0
              MOVE "BADAMT" TO TXN-REASON
              GO TO READ-SALES-REJECT.
           COMPUTE TXN-AMT = FUNCTION NUMVAL(SALE-AMOUNT).

           MOVE 0 TO SMAN-FOUND.
           PERFORM VARYING SMAN-IDX FROM 1 BY 1
                   UNTIL SMAN-IDX > SMAN-COUNT OR SMAN-FOUND > 0
              IF SMAN-EMPNO(SMAN-IDX) = TXN-EMPNO
                 MOVE SMAN-IDX TO SMAN-FOUND
              END-IF
           END-PERFORM.
           IF SMAN-FOUND = 0
              PERFORM WHY-NOT-SALESMAN
              GO TO READ-SALES-REJECT.

           IF TXN-COUNT NOT < TXN-MAX
              MOVE "Y" TO OVERFLOW-SW
              MOVE "sales transactions" TO OVERFLOW-TEXT
              GO TO READ-SALES-EXIT.
           ADD 1 TO TXN-COUNT.
           MOVE SMAN-FOUND TO TXN-SMAN(TXN-COUNT).
           MOVE SALE-DATE TO TXN-DATE(TXN-COUNT).
           MOVE TXN-AMT TO TXN-AMOUNT(TXN-COUNT).
           ADD TXN-AMT TO SMAN-SALES(SMAN-FOUND).
           ADD 1 TO SMAN-TXNS(SMAN-FOUND).
           ADD TXN-AMT TO TOTAL-SALES.
           GO TO READ-SALES.

       READ-SALES-REJECT.

           MOVE SALE-EMPNO  TO REJ-EMPNO.
           MOVE SALE-DATE   TO REJ-DATE.
           MOVE SALE-AMOUNT TO REJ-AMOUNT.
           MOVE TXN-REASON  TO REJ-REASON.
           WRITE REJECT-REC.
           ADD 1 TO TXNS-REJECTED.
           GO TO READ-SALES.
       READ-SALES-EXIT.
           EXIT.

      *----------------------------------------------------------
      * AN EMPNO THAT IS NOT AN ACTIVE SALESMAN: SAY WHY.
      *----------------------------------------------------------

       WHY-NOT-SALESMAN.

           MOVE TXN-EMPNO TO LOOKUP-EMPNO.
           MOVE SPACES TO EMP-STATUS.
           CALL "OEXEC" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-2.
           IF C-RC IN CURSOR-2 = 1403
              MOVE 0 TO C-RC IN CURSOR-2
              MOVE "UNKNOWN" TO TXN-REASON
           ELSE IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE
           ELSE IF EMP-STATUS = "I"
              MOVE "INACTIVE" TO TXN-REASON
           ELSE
              MOVE "NOTSALES" TO TXN-REASON.

      *----------------------------------------------------------
      * WORK OUT AND WRITE ONE SALESMAN'S COMMISSION: EACH SLICE
      * OF NET SALES AT ITS TIER'S RATE.  NET SALES OF NOTHING OR
      * LESS EARN NOTHING.
      *----------------------------------------------------------

       PAY-SALESMAN.

           PERFORM CALC-COMMISSION.
           MOVE TIER-COMM TO SMAN-NEW-COMM(SMAN-IDX).

           MOVE SMAN-EMPNO(SMAN-IDX) TO EMPNO.
           MOVE SMAN-ENAME(SMAN-IDX) TO ENAME.
           MOVE SMAN-DEPTNO(SMAN-IDX) TO DEPTNO-D.
           MOVE DEPTNO-D TO AUDIT-DEPTNO-X.
           MOVE SMAN-NEW-COMM(SMAN-IDX) TO COMM-D.
           MOVE COMM-D TO NEW-COMM-X.

           CALL "OEXEC" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.

           ADD 1 TO SMEN-PAID.
           ADD SMAN-NEW-COMM(SMAN-IDX) TO TOTAL-COMM.
           ADD SMAN-OLD-COMM(SMAN-IDX) TO TOTAL-OLD-COMM.

      * TIER-COMM COMES BACK AS THE COMMISSION ON SMAN-SALES OF
      * THE SALESMAN AT SMAN-IDX.
       CALC-COMMISSION.

           MOVE 0 TO TIER-COMM.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
              PERFORM CALC-TIER-SLICE
              COMPUTE TIER-COMM ROUNDED = TIER-COMM
                 + TIER-SLICE * TIER-PCT(TIER-IDX) / 100
           END-PERFORM.

      * TIER-SLICE COMES BACK AS THE PART OF THE SALESMAN'S NET
      * SALES THAT FALLS IN THE TIER AT TIER-IDX.
       CALC-TIER-SLICE.

           MOVE 0 TO TIER-SLICE.
           IF SMAN-SALES(SMAN-IDX) > TIER-FROM(TIER-IDX)
              IF TIER-IDX < TIER-COUNT
                 MOVE TIER-FROM(TIER-IDX + 1) TO TIER-TOP
                 IF SMAN-SALES(SMAN-IDX) < TIER-TOP
                    MOVE SMAN-SALES(SMAN-IDX) TO TIER-TOP
                 END-IF
              ELSE
                 MOVE SMAN-SALES(SMAN-IDX) TO TIER-TOP
              END-IF
              COMPUTE TIER-SLICE = TIER-TOP - TIER-FROM(TIER-IDX)
           END-IF.

      *----------------------------------------------------------
      * RECORD THE MONTH IN COMM_RUN.  A UNIQUE-KEY CLASH (ORA-1)
      * MEANS ANOTHER RUN PAID THE SAME MONTH WHILE THIS ONE WAS
      * WORKING - THIS ONE IS BACKED OUT.
      *----------------------------------------------------------

       RECORD-COMM-RUN.

           CALL "OPARSE" USING CURSOR-1, SQL-INSRUN,
                SQL-INSRUN-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, ONE, SALES-MONTH,
                SALES-MONTH-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, TWO, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, THREE, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, FOUR, SMEN-PAID,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, FIVE, TXNS-ACCEPTED,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, SIX, TXNS-REJECTED,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, SEVEN, TOTAL-SALES-X,
                TOTAL-SALES-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
           CALL "OBNDRN" USING CURSOR-1, EIGHT, TOTAL-COMM-X,
                TOTAL-COMM-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".
           MOVE TXN-COUNT TO TXNS-ACCEPTED.
           MOVE TOTAL-SALES TO AMOUNT-D.
           MOVE AMOUNT-D TO TOTAL-SALES-X.
           MOVE TOTAL-COMM TO AMOUNT-D.
           MOVE AMOUNT-D TO TOTAL-COMM-X.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Commission for " SALES-MONTH " was paid by "
                 "another run meanwhile - this run backed out."
              GO TO EXIT-ROLLBACK.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-ROLLBACK.
       RECORD-COMM-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ONE STATEMENT PER SALESMAN: EACH SALE, THE NET TOTAL, THE
      * SLICE PAID AT EACH TIER, AND THE NEW COMM AGAINST THE
      * OLD; THEN THE RUN TOTALS.
      *----------------------------------------------------------

       WRITE-STATEMENTS.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the commission report file."
              GO TO WRITE-STATEMENTS-EXIT.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Commission statements - sales month "
                  SALES-MONTH " - run " REPORT-DATE " " REPORT-TIME
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
              MOVE TIER-FROM(TIER-IDX) TO TIER-FROM-D
              MOVE TIER-PCT(TIER-IDX) TO TIER-PCT-D
              MOVE SPACES TO REPORT-REC
              STRING "  Tier from " TIER-FROM-D " at "
                     TIER-PCT-D "%" DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
           END-PERFORM.

           PERFORM VARYING SMAN-IDX FROM 1 BY 1
                   UNTIL SMAN-IDX > SMAN-COUNT
              PERFORM WRITE-ONE-STATEMENT
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SMEN-PAID TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Salesmen paid:          " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE TXN-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Transactions accepted:  " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE TXNS-REJECTED TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Transactions rejected:  " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE TOTAL-SALES TO AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Net sales:           " AMOUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE TOTAL-OLD-COMM TO AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Commission before:   " AMOUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE TOTAL-COMM TO AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Commission now:      " AMOUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
       WRITE-STATEMENTS-EXIT.
           EXIT.

       WRITE-ONE-STATEMENT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SMAN-EMPNO(SMAN-IDX) TO EMPNO-D.
           MOVE SMAN-DEPTNO(SMAN-IDX) TO DEPTNO-D.
           MOVE SPACES TO REPORT-REC.
           STRING "EMPNO " EMPNO-D "  " SMAN-ENAME(SMAN-IDX)
                  "  dept " DEPTNO-D DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING TXN-IDX FROM 1 BY 1
                   UNTIL TXN-IDX > TXN-COUNT
              IF TXN-SMAN(TXN-IDX) = SMAN-IDX
                 MOVE TXN-AMOUNT(TXN-IDX) TO AMOUNT-D
                 MOVE SPACES TO REPORT-REC
                 STRING "    " TXN-DATE(TXN-IDX) "    " AMOUNT-D
                    DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.

           MOVE SMAN-SALES(SMAN-IDX) TO AMOUNT-D.
           MOVE SMAN-TXNS(SMAN-IDX) TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "    Net sales     " AMOUNT-D "  from " COUNT-D
                  " sale(s)" DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > TIER-COUNT
              PERFORM CALC-TIER-SLICE
              IF TIER-SLICE > 0
                 MOVE TIER-SLICE TO AMOUNT-D
                 MOVE TIER-PCT(TIER-IDX) TO TIER-PCT-D
                 MOVE SPACES TO REPORT-REC
                 STRING "    At " TIER-PCT-D "%  on " AMOUNT-D
                    DELIMITED BY SIZE INTO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.

           MOVE SMAN-NEW-COMM(SMAN-IDX) TO COMM-D.
           MOVE SMAN-OLD-COMM(SMAN-IDX) TO OLD-COMM-D.
           MOVE SPACES TO REPORT-REC.
           STRING "    Commission    " COMM-D "  (was " OLD-COMM-D
                  ")" DELIMITED BY SIZE INTO REPORT-REC.
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
                  " CBDEM28 FNC=" DELIMITED BY SIZE
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
      * THE END LINE CARRIES THE COMPLETION STATUS - ERROR WHEN
      * ANY TRANSACTION WAS REJECTED - AND THE SALESMEN PAID.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM28 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM28 END " RUN-STATUS " " RUN-COUNT-D
                  " salesmen paid" DELIMITED BY SIZE
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
