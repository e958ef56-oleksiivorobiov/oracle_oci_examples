      *
      * $Header: cbdem30.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem30.cob - Cobol demo program # 30
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM30 CROSS-CHECKS THE REFERENCE DATA AGAINST EACH
      * OTHER, THE WAY CBDEM8 CHECKS EMP AGAINST EMP_AUDIT.  WHEN
      * CBDEM11 CLOSES A DEPARTMENT, ITS DIV_DEPT ROW, ITS
      * MBOX_DIR MAILBOXES, AND ITS POSPARM HEADCOUNT LINES ARE
      * ALL LEFT POINTING AT A DEPTNO THAT NO LONGER EXISTS.
      * SEVEN CHECKS ARE MADE:
      *
      *   DIV-NO-DEPT   - A DIV_DEPT ROW WHOSE DEPTNO IS NOT IN
      *     DEPT.
      *   DEPT-NO-DIV   - A DEPT ROW WITH NO DIV_DEPT ROW, SO
      *     CBDEM5'S REPORT CANNOT PLACE IT IN A DIVISION.
      *   MBOX-NO-DEPT  - AN MBOX_DIR ROW WHOSE DEPTNO IS NOT IN
      *     DEPT.
      *   MBOX-NO-OWNER - AN ACTIVE MBOX_DIR MAILBOX WHOSE OWNER
      *     IS NO ACTIVE EMPLOYEE OF ITS DEPARTMENT (CASE AND
      *     TRAILING BLANKS IGNORED - CBDEM1'S HANDOVER RULE).
      *     CBDEM24'S DEPARTMENT MAILBOXES ("DEPT" FOLLOWED BY
      *     THE DEPTNO) ARE OWNED BY THE DEPARTMENT AND ARE NOT
      *     CHECKED; CLOSED MAILBOXES ARE EXPECTED TO HAVE LOST
      *     THEIR OWNER AND ARE NOT CHECKED EITHER.
      *   POSN-NO-DEPT  - A POSPARM LINE FOR A DEPARTMENT NOT IN
      *     DEPT (OR WHOSE DEPTNO IS NOT A NUMBER).
      *   POSN-NO-BAND  - A POSPARM LINE FOR A JOB WITH NO
      *     JOB_GRADE BAND OF ITS OWN IN FORCE TODAY, SO CBDEM1
      *     FALLS BACK TO THE OTHER BAND FOR IT.
      *   DEPT-NO-ADD   - A DEPT ROW WITH NO DEPT_AUDIT ADD ROW,
      *     I.E. A DEPARTMENT NOT CREATED THROUGH CBDEM11.
      *
      * A TABLE OR FILE THE SHOP DOES NOT HAVE (ORA-942, OR NO
      * POSPARM) SKIPS THE CHECKS THAT NEED IT, WITH A NOTE IN
      * THE REPORT.  EACH INCONSISTENCY IS LISTED WITH ITS TYPE
      * IN REPORT-FILE, WITH PER-TYPE COUNTS IN THE FOOTER.  ANY
      * INCONSISTENCY MARKS THE RUN-LOG-FILE END LINE ERROR WITH
      * THE TOTAL, SO THE NIGHT CYCLE CAN HOLD THE STEPS THAT
      * DEPEND ON THE REFERENCE DATA.  THE PROGRAM ONLY READS -
      * NOTHING IS CHANGED OR COMMITTED.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECT-FILE ASSIGN TO "ORACONN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONNECT-FILE-STATUS.
           SELECT POSN-PARM-FILE ASSIGN TO "POSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSN-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "XREFRPT"
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
       FD  POSN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSN-PARM-REC        PIC X(80).
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
      * THE TABLE-TO-TABLE CHECKS.  EACH IS ONE QUERY RETURNING
      * THE OFFENDING ROWS AS A KEY AND A DESCRIPTION, RUN ON
      * CURSOR-1 BY RUN-XREF-CHECK.  MBOX_DIR AND DEPT_AUDIT
      * HOLD DEPTNO AS TEXT, COMPARED THE WAY CBDEM1 DOES IT.
      *----------------------------------------------------------
       77   SQL-DIVNODEPT      PIC X(230) VALUE
               "SELECT TO_CHAR(V.DEPTNO), V.DIV_CODE || ' ' ||
      -        " V.DIV_NAME FROM DIV_DEPT V WHERE NOT EXISTS
      -        " (SELECT 1 FROM DEPT D WHERE D.DEPTNO = V.DEPTNO)
      -        " ORDER BY V.DEPTNO".
       77   SQL-DIVNODEPT-L    PIC S9(9) VALUE 230 COMP.

       77   SQL-DEPTNODIV      PIC X(230) VALUE
               "SELECT TO_CHAR(D.DEPTNO), D.DNAME FROM DEPT D
      -        " WHERE NOT EXISTS (SELECT 1 FROM DIV_DEPT V
      -        " WHERE V.DEPTNO = D.DEPTNO) ORDER BY D.DEPTNO".
       77   SQL-DEPTNODIV-L    PIC S9(9) VALUE 230 COMP.

       77   SQL-MBOXNODEPT     PIC X(290) VALUE
               "SELECT M.MAILBOX, 'deptno ' || RTRIM(M.DEPTNO)
      -        " FROM MBOX_DIR M WHERE RTRIM(M.DEPTNO) IS NOT NULL
      -        " AND NOT EXISTS (SELECT 1 FROM DEPT D
      -        " WHERE TO_CHAR(D.DEPTNO) = RTRIM(M.DEPTNO))
      -        " ORDER BY M.MAILBOX".
       77   SQL-MBOXNODEPT-L   PIC S9(9) VALUE 290 COMP.

       77   SQL-MBOXNOOWN      PIC X(570) VALUE
               "SELECT M.MAILBOX, M.OWNER FROM MBOX_DIR M
      -        " WHERE NVL(M.ACTIVE,'N') = 'Y'
      -        " AND M.MAILBOX <> 'DEPT' || RTRIM(M.DEPTNO)
      -        " AND NOT EXISTS (SELECT 1 FROM EMP E
      -        " WHERE NVL(E.STATUS,'A') = 'A'
      -        " AND UPPER(RTRIM(E.ENAME)) = UPPER(RTRIM(M.OWNER))
      -        " AND (RTRIM(M.DEPTNO) IS NULL
      -        " OR TO_CHAR(E.DEPTNO) = RTRIM(M.DEPTNO)))
      -        " ORDER BY M.MAILBOX".
       77   SQL-MBOXNOOWN-L    PIC S9(9) VALUE 570 COMP.

       77   SQL-DEPTNOADD      PIC X(290) VALUE
               "SELECT TO_CHAR(D.DEPTNO), D.DNAME FROM DEPT D
      -        " WHERE NOT EXISTS (SELECT 1 FROM DEPT_AUDIT A
      -        " WHERE A.ACTION = 'ADD'
      -        " AND RTRIM(A.DEPTNO) = TO_CHAR(D.DEPTNO))
      -        " ORDER BY D.DEPTNO".
       77   SQL-DEPTNOADD-L    PIC S9(9) VALUE 290 COMP.

      *----------------------------------------------------------
      * THE POSPARM CHECKS, ONE LOOKUP PER LINE.  A JOB'S BAND
      * MUST BE IN FORCE TODAY (EFF_DATE NOT AFTER THE RUN DATE)
      * FOR THE JOB ITSELF - THE OTHER CATCH-ALL DOES NOT COUNT.
      *----------------------------------------------------------
       77   SQL-CNTDEPT        PIC X(60) VALUE
               "SELECT COUNT(*) FROM DEPT WHERE DEPTNO = :1".
       77   SQL-CNTDEPT-L      PIC S9(9) VALUE 60 COMP.

       77   SQL-CNTBAND        PIC X(110) VALUE
               "SELECT COUNT(*) FROM JOB_GRADE WHERE JOB = RTRIM(:1)
      -        " AND EFF_DATE <= :2".
       77   SQL-CNTBAND-L      PIC S9(9) VALUE 110 COMP.

      *----------------------------------------------------------
      * RUN-XREF-CHECK WORKING FIELDS.  THE CALLER MOVES ITS
      * QUERY INTO XR-SQL, ITS TYPE LABEL, DESCRIPTION, AND THE
      * TABLE IT NEEDS; XR-FOUND COMES BACK WITH THE COUNT, AND
      * XR-SKIP-SW IS SET WHEN THE TABLE IS NOT THERE.
      *----------------------------------------------------------
       77   XR-SQL             PIC X(600).
       77   XR-SQL-L           PIC S9(9) COMP.
       77   XR-TYPE            PIC X(14).
       77   XR-WHY             PIC X(50).
       77   XR-TABLES          PIC X(30).
       77   XR-KEY             PIC X(10).
       77   XR-KEY-L           PIC S9(9) VALUE 10 COMP.
       77   XR-TEXT            PIC X(30).
       77   XR-TEXT-L          PIC S9(9) VALUE 30 COMP.
       77   XR-FOUND           PIC S9(9) COMP.
       77   XR-SKIP-SW         PIC X(01).
           88   XR-SKIPPED     VALUE "Y".

      *----------------------------------------------------------
      * ONE POSPARM LINE, "DEPTNO,JOB,APPROVED" AS CBDEM1 READS
      * IT, AND THE LOOKUPS MADE FOR IT.
      *----------------------------------------------------------
       77   POSN-PARM-STATUS   PIC X(02).
           88  POSN-PARM-OK         VALUE "00".
           88  POSN-PARM-EOF        VALUE "10".
       77   POSN-PARM-DEPT-X   PIC X(10).
       77   POSN-PARM-JOB      PIC X(12).
       77   POSN-PARM-JOB-L    PIC S9(9) VALUE 12 COMP.
       77   POSN-PARM-AUTH-X   PIC X(10).
       77   POSN-DEPTNO        PIC S9(9) COMP.
       77   POSN-LINES         PIC S9(9) COMP VALUE 0.
       77   DEPT-ROWS          PIC S9(9) COMP.
       77   BAND-ROWS          PIC S9(9) COMP.
       77   BAND-TABLE-SW      PIC X(01) VALUE "Y".
           88   BAND-TABLE-USED     VALUE "Y".
           88   BAND-TABLE-MISSING  VALUE "N".
       01  RUN-DATE-X.
           02   RUN-YYYY       PIC 9(4).
           02   RUN-MM         PIC 9(2).
           02   RUN-DD         PIC 9(2).
       77   RUN-DATE           PIC X(10).
       77   RUN-DATE-L         PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * PER-TYPE COUNTS, IN REPORT ORDER.
      *----------------------------------------------------------
       77   DIVNODEPT-COUNT    PIC S9(9) COMP VALUE 0.
       77   DEPTNODIV-COUNT    PIC S9(9) COMP VALUE 0.
       77   MBOXNODEPT-COUNT   PIC S9(9) COMP VALUE 0.
       77   MBOXNOOWN-COUNT    PIC S9(9) COMP VALUE 0.
       77   POSNNODEPT-COUNT   PIC S9(9) COMP VALUE 0.
       77   POSNNOBAND-COUNT   PIC S9(9) COMP VALUE 0.
       77   DEPTNOADD-COUNT    PIC S9(9) COMP VALUE 0.
       77   TOTAL-DISCREP      PIC S9(9) COMP VALUE 0.
       77   COUNT-D            PIC ZZZZZZZZ9.
       77   TOTAL-DISCREP-D    PIC ZZZZZZZZ9.

       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).

       77   FMT                PIC X(6).
       77   INTEGER            PIC S9(9) COMP VALUE 3.
       77   ASC                PIC S9(9) COMP VALUE 1.
       77   ZERO-A             PIC S9(9) COMP VALUE 0.
       77   ZERO-B             PIC S9(4) COMP VALUE 0.
       77   ONE                PIC S9(9) COMP VALUE 1.
       77   TWO                PIC S9(9) COMP VALUE 2.
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

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE POSPARM LOOKUPS.  WITHOUT
      * JOB_GRADE (ORA-942) THERE ARE NO BANDS TO CHECK AGAINST
      * AND THE BAND CHECK IS SKIPPED.
      *----------------------------------------------------------

           ACCEPT RUN-DATE-X FROM DATE YYYYMMDD.
           STRING RUN-YYYY "-" RUN-MM "-" RUN-DD
              DELIMITED BY SIZE INTO RUN-DATE.

           CALL "OPARSE" USING CURSOR-2, SQL-CNTDEPT,
                SQL-CNTDEPT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, ONE, POSN-DEPTNO,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-2, ONE, DEPT-ROWS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM SETUP-BAND-LOOKUP THRU SETUP-BAND-LOOKUP-EXIT.

      *----------------------------------------------------------
      * OPEN THE REPORT FILE AND WRITE ITS HEADER.
      *----------------------------------------------------------

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY "Unable to open the cross-reference report "
                 "file."
              GO TO EXIT-CLOSE.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Reference data cross-reference check - "
                  DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * THE TABLE-TO-TABLE CHECKS, IN REPORT ORDER.
      *----------------------------------------------------------

           MOVE SQL-DIVNODEPT TO XR-SQL.
           MOVE SQL-DIVNODEPT-L TO XR-SQL-L.
           MOVE "DIV-NO-DEPT" TO XR-TYPE.
           MOVE "division row for a department not in DEPT"
              TO XR-WHY.
           MOVE "DIV_DEPT" TO XR-TABLES.
           PERFORM RUN-XREF-CHECK THRU RUN-XREF-CHECK-EXIT.
           MOVE XR-FOUND TO DIVNODEPT-COUNT.

           MOVE SQL-DEPTNODIV TO XR-SQL.
           MOVE SQL-DEPTNODIV-L TO XR-SQL-L.
           MOVE "DEPT-NO-DIV" TO XR-TYPE.
           MOVE "department in no division" TO XR-WHY.
           MOVE "DIV_DEPT" TO XR-TABLES.
           PERFORM RUN-XREF-CHECK THRU RUN-XREF-CHECK-EXIT.
           MOVE XR-FOUND TO DEPTNODIV-COUNT.

           MOVE SQL-MBOXNODEPT TO XR-SQL.
           MOVE SQL-MBOXNODEPT-L TO XR-SQL-L.
           MOVE "MBOX-NO-DEPT" TO XR-TYPE.
           MOVE "mailbox for a department not in DEPT" TO XR-WHY.
           MOVE "MBOX_DIR" TO XR-TABLES.
           PERFORM RUN-XREF-CHECK THRU RUN-XREF-CHECK-EXIT.
           MOVE XR-FOUND TO MBOXNODEPT-COUNT.

           MOVE SQL-MBOXNOOWN TO XR-SQL.
           MOVE SQL-MBOXNOOWN-L TO XR-SQL-L.
           MOVE "MBOX-NO-OWNER" TO XR-TYPE.
           MOVE "active mailbox whose owner is no active employee"
              TO XR-WHY.
           MOVE "MBOX_DIR" TO XR-TABLES.
           PERFORM RUN-XREF-CHECK THRU RUN-XREF-CHECK-EXIT.
           MOVE XR-FOUND TO MBOXNOOWN-COUNT.

           PERFORM CHECK-POSN-PARMS THRU CHECK-POSN-PARMS-EXIT.

           MOVE SQL-DEPTNOADD TO XR-SQL.
           MOVE SQL-DEPTNOADD-L TO XR-SQL-L.
           MOVE "DEPT-NO-ADD" TO XR-TYPE.
           MOVE "department with no DEPT_AUDIT ADD row" TO XR-WHY.
           MOVE "DEPT_AUDIT" TO XR-TABLES.
           PERFORM RUN-XREF-CHECK THRU RUN-XREF-CHECK-EXIT.
           MOVE XR-FOUND TO DEPTNOADD-COUNT.

      *----------------------------------------------------------
      * FOOTER: PER-TYPE AND TOTAL COUNTS.
      *----------------------------------------------------------

           COMPUTE TOTAL-DISCREP = DIVNODEPT-COUNT + DEPTNODIV-COUNT
              + MBOXNODEPT-COUNT + MBOXNOOWN-COUNT
              + POSNNODEPT-COUNT + POSNNOBAND-COUNT
              + DEPTNOADD-COUNT.
           MOVE TOTAL-DISCREP TO TOTAL-DISCREP-D.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE DIVNODEPT-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "DIV-NO-DEPT:       " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE DEPTNODIV-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "DEPT-NO-DIV:       " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE MBOXNODEPT-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MBOX-NO-DEPT:      " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE MBOXNOOWN-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MBOX-NO-OWNER:     " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE POSNNODEPT-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "POSN-NO-DEPT:      " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE POSNNOBAND-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "POSN-NO-BAND:      " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE DEPTNOADD-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "DEPT-NO-ADD:       " COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL INCONSISTENCIES: " TOTAL-DISCREP-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.

           DISPLAY TOTAL-DISCREP-D " inconsistency(ies) found.".

      * ANY INCONSISTENCY HOLDS THE NIGHT CYCLE.
           IF TOTAL-DISCREP > 0
              MOVE "ERROR" TO RUN-STATUS.


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

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           MOVE TOTAL-DISCREP TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM30 program."
           STOP RUN.


      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE JOB_GRADE BAND LOOKUP ON
      * CURSOR-3.  ORA-942 (NO JOB_GRADE) LEAVES BAND-TABLE-SW
      * OFF AND THE BAND CHECK IS SKIPPED.
      *----------------------------------------------------------

       SETUP-BAND-LOOKUP.

           CALL "OPARSE" USING CURSOR-3, SQL-CNTBAND,
                SQL-CNTBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 = 942
              MOVE "N" TO BAND-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-3
              GO TO SETUP-BAND-LOOKUP-EXIT.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, ONE, POSN-PARM-JOB,
                POSN-PARM-JOB-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, TWO, RUN-DATE,
                RUN-DATE-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-3, ONE, BAND-ROWS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       SETUP-BAND-LOOKUP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * RUN ONE TABLE-TO-TABLE CHECK: PARSE XR-SQL ON CURSOR-1,
      * DEFINE ITS KEY AND DESCRIPTION, AND WRITE ONE REPORT LINE
      * PER ROW RETURNED, COUNTING THEM IN XR-FOUND.  ORA-942
      * (ONE OF XR-TABLES IS NOT THERE) SKIPS THE CHECK WITH A
      * NOTE IN THE REPORT.
      *----------------------------------------------------------

       RUN-XREF-CHECK.

           MOVE 0 TO XR-FOUND.
           MOVE "N" TO XR-SKIP-SW.
           CALL "OPARSE" USING CURSOR-1, XR-SQL, XR-SQL-L,
                ZERO-A, TWO.
           IF C-RC IN CURSOR-1 = 942
              MOVE "Y" TO XR-SKIP-SW
              MOVE 0 TO C-RC IN CURSOR-1
              MOVE SPACES TO REPORT-REC
              STRING XR-TYPE " check skipped - "
                     XR-TABLES DELIMITED BY SPACE
                     " is not present" DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
              GO TO RUN-XREF-CHECK-EXIT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, XR-KEY,
                XR-KEY-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TWO, XR-TEXT,
                XR-TEXT-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.

       RUN-XREF-NEXT.

           MOVE SPACES TO XR-KEY XR-TEXT.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              GO TO RUN-XREF-CHECK-EXIT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.

           ADD 1 TO XR-FOUND.
           MOVE SPACES TO REPORT-REC.
           STRING XR-TYPE " " XR-KEY " " XR-TEXT " - " XR-WHY
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           GO TO RUN-XREF-NEXT.
       RUN-XREF-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK EVERY POSPARM LINE: ITS DEPARTMENT MUST BE IN DEPT
      * AND ITS JOB MUST HAVE A BAND OF ITS OWN IN FORCE TODAY.
      * BLANK LINES ARE IGNORED, AS CBDEM1 IGNORES THEM.  NO
      * POSPARM MEANS NO POSITION CONTROL, SO NOTHING TO CHECK.
      *----------------------------------------------------------

       CHECK-POSN-PARMS.

           IF BAND-TABLE-MISSING
              MOVE SPACES TO REPORT-REC
              STRING "POSN-NO-BAND   check skipped - "
                     "JOB_GRADE is not present" DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC.

           OPEN INPUT POSN-PARM-FILE.
           IF NOT POSN-PARM-OK
              MOVE SPACES TO REPORT-REC
              STRING "POSN-NO-DEPT   check skipped - "
                     "POSPARM is not present" DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
              GO TO CHECK-POSN-PARMS-EXIT.

       CHECK-POSN-NEXT.

           READ POSN-PARM-FILE
              AT END
                 CLOSE POSN-PARM-FILE
                 GO TO CHECK-POSN-PARMS-EXIT.

           MOVE SPACES TO POSN-PARM-DEPT-X POSN-PARM-JOB
              POSN-PARM-AUTH-X.
           UNSTRING POSN-PARM-REC DELIMITED BY ","
              INTO POSN-PARM-DEPT-X, POSN-PARM-JOB,
                   POSN-PARM-AUTH-X.
           IF POSN-PARM-DEPT-X = SPACES
              GO TO CHECK-POSN-NEXT.
           ADD 1 TO POSN-LINES.

           IF FUNCTION TEST-NUMVAL(POSN-PARM-DEPT-X) NOT = 0
              ADD 1 TO POSNNODEPT-COUNT
              MOVE SPACES TO REPORT-REC
              STRING "POSN-NO-DEPT   " POSN-PARM-REC(1:40)
                     " - department is not a number"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
           ELSE
              COMPUTE POSN-DEPTNO =
                 FUNCTION NUMVAL(POSN-PARM-DEPT-X)
              CALL "OEXEC" USING CURSOR-2
              IF C-RC IN CURSOR-2 NOT = 0
                 PERFORM ORA-ERROR
                 CLOSE POSN-PARM-FILE REPORT-FILE
                 GO TO EXIT-CLOSE
              END-IF
              CALL "OFETCH" USING CURSOR-2
              IF C-RC IN CURSOR-2 NOT = 0
                 PERFORM ORA-ERROR
                 CLOSE POSN-PARM-FILE REPORT-FILE
                 GO TO EXIT-CLOSE
              END-IF
              IF DEPT-ROWS = 0
                 ADD 1 TO POSNNODEPT-COUNT
                 MOVE SPACES TO REPORT-REC
                 STRING "POSN-NO-DEPT   " POSN-PARM-REC(1:40)
                        " - headcount for a department not in DEPT"
                        DELIMITED BY SIZE
                   INTO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

           IF BAND-TABLE-MISSING
              GO TO CHECK-POSN-NEXT.
           CALL "OEXEC" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              CLOSE POSN-PARM-FILE REPORT-FILE
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              CLOSE POSN-PARM-FILE REPORT-FILE
              GO TO EXIT-CLOSE.
           IF BAND-ROWS = 0
              ADD 1 TO POSNNOBAND-COUNT
              MOVE SPACES TO REPORT-REC
              STRING "POSN-NO-BAND   " POSN-PARM-REC(1:40)
                     " - job has no band of its own in force"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC.
           GO TO CHECK-POSN-NEXT.
       CHECK-POSN-PARMS-EXIT.
           EXIT.

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
           ELSE
              MOVE C-RC IN CURSOR-3 TO ERR-RC
              MOVE C-FNC IN CURSOR-3 TO ERR-FNC.

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
                  " CBDEM30 FNC=" DELIMITED BY SIZE
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
      * OF INCONSISTENCIES FOUND - ERROR WHEN THERE ARE ANY.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM30 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM30 END " RUN-STATUS " " RUN-COUNT-D
                  " inconsistencies" DELIMITED BY SIZE
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
