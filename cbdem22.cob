      *
      * $Header: cbdem22.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem22.cob - Cobol demo program # 22
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM22 IS THE ORGANISATION STRUCTURE AND SPAN-OF-CONTROL
      * REPORT.  CBDEM16 WALKS ONE EMPLOYEE'S MANAGER CHAIN UP TO
      * THE TOP; THIS PROGRAM BUILDS THE WHOLE TREE OF ACTIVE
      * EMPLOYEES OFF EMP.MGR AND PRINTS IT TO REPORT-FILE, EACH
      * EMPLOYEE INDENTED UNDER THEIR MANAGER BENEATH EACH TOP-
      * LEVEL MANAGER, WITH EVERY MANAGER'S DIRECT AND TOTAL
      * REPORTS.  IT FLAGS:
      *
      *   SPAN     - A MANAGER WITH MORE DIRECT REPORTS THAN THE
      *              SPAN LIMIT ("SPAN,N" IN ORG-PARM-FILE, SEVEN
      *              WHEN NOT GIVEN);
      *   XDEPT    - AN EMPLOYEE WHOSE MANAGER IS IN ANOTHER
      *              DEPARTMENT;
      *   MISSING  - A MGR NAMING AN EMPNO NOT IN EMP;
      *   INACTIVE - A MGR NAMING A TERMINATED EMPLOYEE;
      *   CYCLE    - A MGR LOOP (A REPORTS TO B, B REPORTS TO A),
      *              LISTED LINK BY LINK, AND ANYONE WHOSE CHAIN
      *              RUNS INTO ONE AND SO NEVER REACHES THE TOP.
      *
      * AN EMPLOYEE WHOSE MGR IS MISSING OR INACTIVE HEADS A TREE
      * OF THEIR OWN, SO NOBODY DROPS OUT OF THE REPORT.  THE
      * DISCREPANCY COUNT GOES TO RUNLOG; A CYCLE ENDS THE RUN IN
      * ERROR, SO THE NIGHT CYCLE STOPS ON IT.  NOTHING IS
      * CHANGED IN THE DATABASE.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM22.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-PARM-FILE ASSIGN TO "ORGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORG-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ORGRPT"
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
       FD  ORG-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORG-PARM-REC         PIC X(80).
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
      * EVERY ACTIVE EMPLOYEE IN EMPNO ORDER, WITH THE STATE OF
      * THE EMPLOYEE THEIR MGR NAMES: 'A' ACTIVE, 'I' INACTIVE,
      * 'X' NO SUCH EMPNO (BLANK WHEN MGR IS NOT SET).
      *----------------------------------------------------------
       77   SQL-SELORG         PIC X(300) VALUE
               "SELECT E.EMPNO, E.ENAME, E.JOB, NVL(E.DEPTNO,0),
      -        " NVL(E.MGR,0), DECODE(E.MGR, NULL, ' ',
      -        " DECODE(M.EMPNO, NULL, 'X', NVL(M.STATUS,'A')))
      -        " FROM EMP E, EMP M WHERE NVL(E.STATUS,'A') = 'A'
      -        " AND M.EMPNO(+) = E.MGR ORDER BY E.EMPNO".
       77   SQL-SELORG-L       PIC S9(9) VALUE 300 COMP.

       77   EMPNO              PIC S9(9) COMP.
       77   ENAME              PIC X(12).
       77   ENAME-L            PIC S9(9) VALUE 12 COMP.
       77   JOB                PIC X(12).
       77   JOB-L              PIC S9(9) VALUE 12 COMP.
       77   DEPTNO             PIC S9(9) COMP.
       77   MGR                PIC S9(9) COMP.
       77   MGR-STAT           PIC X(01).
       77   MGR-STAT-L         PIC S9(9) VALUE 1 COMP.

      *----------------------------------------------------------
      * THE WHOLE ACTIVE ORGANISATION, HELD IN EMPNO ORDER.
      * ORG-MGR-IDX POINTS AT THE MANAGER'S OWN ENTRY (ZERO FOR
      * THE TOP OF A TREE).  ORG-CYCLE-SW IS "C" FOR AN EMPLOYEE
      * ON A MGR LOOP AND "U" FOR ONE WHOSE CHAIN RUNS INTO ONE.
      *----------------------------------------------------------
       01  ORG-TABLE.
           02  ORG-ENTRY OCCURS 1000 TIMES.
               03  ORG-EMPNO      PIC S9(9) COMP.
               03  ORG-ENAME      PIC X(12).
               03  ORG-JOB        PIC X(12).
               03  ORG-DEPTNO     PIC S9(9) COMP.
               03  ORG-MGR        PIC S9(9) COMP.
               03  ORG-MGR-STAT   PIC X(01).
               03  ORG-MGR-IDX    PIC S9(4) COMP.
               03  ORG-DIRECT     PIC S9(4) COMP.
               03  ORG-TOTAL      PIC S9(4) COMP.
               03  ORG-CYCLE-SW   PIC X(01).
               03  ORG-LISTED-SW  PIC X(01).
       77   ORG-MAX            PIC S9(4) COMP VALUE 1000.
       77   ORG-COUNT          PIC S9(4) COMP VALUE 0.
       77   ORG-IDX            PIC S9(4) COMP.
       77   ORG-JDX            PIC S9(4) COMP.
       77   ORG-CUR            PIC S9(4) COMP.
       77   ORG-STEPS          PIC S9(4) COMP.
       77   ORG-OVERFLOW-SW    PIC X(01) VALUE "N".
           88   ORG-OVERFLOW   VALUE "Y".

      *----------------------------------------------------------
      * THE TREE IS PRINTED DEPTH FIRST OFF AN EXPLICIT STACK:
      * EACH LEVEL REMEMBERS WHOSE REPORTS IT IS LISTING AND THE
      * LAST ONE LISTED, SO THE NEXT IS FOUND AFTER IT.
      *----------------------------------------------------------
       01  STACK-TABLE.
           02  STACK-ENTRY OCCURS 1000 TIMES.
               03  STACK-IDX      PIC S9(4) COMP.
               03  STACK-NEXT     PIC S9(4) COMP.
       77   STACK-TOP          PIC S9(4) COMP.
       77   INDENT-POS         PIC S9(4) COMP.
       77   INDENT-MAX         PIC S9(4) COMP VALUE 40.

      *----------------------------------------------------------
      * THE SPAN LIMIT, FROM ORG-PARM-FILE.  EACH LINE IS
      * "KEYWORD,VALUE"; ONLY SPAN IS KNOWN.  THE FILE'S ABSENCE
      * LEAVES THE DEFAULT.
      *----------------------------------------------------------
       77   ORG-PARM-STATUS    PIC X(2).
           88  ORG-PARM-OK          VALUE "00".
           88  ORG-PARM-EOF         VALUE "10".
       77   PARM-KEY           PIC X(12).
       77   PARM-VALUE-X       PIC X(10).
       77   SPAN-LIMIT         PIC S9(4) COMP VALUE 7.
       77   SPAN-LIMIT-D       PIC ZZZ9.

      *----------------------------------------------------------
      * DISCREPANCY COUNTS.
      *----------------------------------------------------------
       77   CNT-SPAN           PIC S9(9) COMP VALUE 0.
       77   CNT-XDEPT          PIC S9(9) COMP VALUE 0.
       77   CNT-MISSING        PIC S9(9) COMP VALUE 0.
       77   CNT-INACTIVE       PIC S9(9) COMP VALUE 0.
       77   CNT-CYCLE          PIC S9(9) COMP VALUE 0.
       77   CNT-CYCLE-EMPS     PIC S9(9) COMP VALUE 0.
       77   CNT-UNDER          PIC S9(9) COMP VALUE 0.
       77   CNT-TOPS           PIC S9(9) COMP VALUE 0.
       77   DISCREPANCIES      PIC S9(9) COMP VALUE 0.
       77   COUNT-D            PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * REPORT LINE PIECES.
      *----------------------------------------------------------
       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).
       77   LINE-TEXT          PIC X(60).
       77   FLAG-TEXT          PIC X(40).
       77   FLAG-PTR           PIC S9(4) COMP.
       77   LINK-PTR           PIC S9(4) COMP.
       77   EMPNO-D            PIC ZZZZ9.
       77   MGR-D              PIC ZZZZ9.
       77   DEPTNO-D           PIC ZZZ9.
       77   DIRECT-D           PIC ZZZ9.
       77   TOTAL-D            PIC ZZZ9.

       77   FMT                PIC X(6).
       77   INTEGER            PIC S9(9) COMP VALUE 3.
       77   ASC                PIC S9(9) COMP VALUE 1.
       77   ZERO-A             PIC S9(9) COMP VALUE 0.
       77   ZERO-B             PIC S9(4) COMP VALUE 0.
       77   ONE                PIC S9(9) COMP VALUE 1.
       77   TWO                PIC S9(9) COMP VALUE 2.
       77   THREE              PIC S9(9) COMP VALUE 3.
       77   FOUR               PIC S9(9) COMP VALUE 4.
       77   FIVE               PIC S9(9) COMP VALUE 5.
       77   SIX                PIC S9(9) COMP VALUE 6.

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
           PERFORM READ-ORG-PARMS THRU READ-ORG-PARMS-EXIT.

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

           CALL "OPARSE" USING CURSOR-1, SQL-SELORG,
                SQL-SELORG-L, ZERO-A, TWO.
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

           CALL "ODEFIN" USING CURSOR-1, THREE, JOB,
                JOB-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, FOUR, DEPTNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, FIVE, MGR, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, SIX, MGR-STAT,
                MGR-STAT-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * LOAD THE ACTIVE ORGANISATION.  ONE TOO BIG TO HOLD IS
      * REFUSED RATHER THAN REPORTED HALF-BUILT.
      *----------------------------------------------------------

       NEXT-ORG-ROW.

           MOVE SPACES TO MGR-STAT.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              GO TO END-OF-ORG-ROWS.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF ORG-COUNT NOT < ORG-MAX
              MOVE "Y" TO ORG-OVERFLOW-SW
              GO TO END-OF-ORG-ROWS.
           ADD 1 TO ORG-COUNT.
           MOVE EMPNO    TO ORG-EMPNO(ORG-COUNT).
           MOVE ENAME    TO ORG-ENAME(ORG-COUNT).
           MOVE JOB      TO ORG-JOB(ORG-COUNT).
           MOVE DEPTNO   TO ORG-DEPTNO(ORG-COUNT).
           MOVE MGR      TO ORG-MGR(ORG-COUNT).
           MOVE MGR-STAT TO ORG-MGR-STAT(ORG-COUNT).
           MOVE 0 TO ORG-MGR-IDX(ORG-COUNT).
           MOVE 0 TO ORG-DIRECT(ORG-COUNT).
           MOVE 0 TO ORG-TOTAL(ORG-COUNT).
           MOVE SPACE TO ORG-CYCLE-SW(ORG-COUNT).
           MOVE "N" TO ORG-LISTED-SW(ORG-COUNT).
           GO TO NEXT-ORG-ROW.

       END-OF-ORG-ROWS.

           IF ORG-OVERFLOW
              MOVE "ERROR" TO RUN-STATUS
              MOVE ORG-MAX TO COUNT-D
              DISPLAY "More than " COUNT-D " active employees - "
                 "organisation report refused."
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * LINK EACH EMPLOYEE TO THEIR MANAGER'S ENTRY, COUNT THE
      * DIRECT REPORTS, THEN FIND THE LOOPS AND ADD UP EVERY
      * MANAGER'S TOTAL REPORTS.
      *----------------------------------------------------------

           PERFORM LINK-MANAGERS.
           PERFORM FIND-CYCLES.
           PERFORM COUNT-TOTALS.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the organisation report file."
              GO TO EXIT-CLOSE.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPAN-LIMIT TO SPAN-LIMIT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Organisation structure - " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
                  "   span limit " DELIMITED BY SIZE
                  SPAN-LIMIT-D DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE "EMPNO ENAME        JOB          DEPT" TO REPORT-REC.
           MOVE "DIRECT TOTAL" TO REPORT-REC(79:12).
           MOVE "FLAGS" TO REPORT-REC(93:5).
           PERFORM PUT-REPORT-LINE.

      *----------------------------------------------------------
      * ONE TREE PER TOP-LEVEL EMPLOYEE - NO MGR, OR A MGR THAT
      * IS MISSING OR INACTIVE - IN EMPNO ORDER.
      *----------------------------------------------------------

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              IF ORG-MGR-IDX(ORG-IDX) = 0
                 ADD 1 TO CNT-TOPS
                 MOVE SPACES TO REPORT-REC
                 PERFORM PUT-REPORT-LINE
                 PERFORM WRITE-TREE THRU WRITE-TREE-EXIT
              END-IF
           END-PERFORM.

           PERFORM WRITE-CYCLES THRU WRITE-CYCLES-EXIT.
           PERFORM WRITE-SUMMARY.
           CLOSE REPORT-FILE.

      *----------------------------------------------------------
      * A MGR LOOP MEANS SOMEBODY'S REPORTING LINE NEVER REACHES
      * THE TOP - FAIL THE RUN SO THE NIGHT CYCLE STOPS ON IT.
      *----------------------------------------------------------

           IF CNT-CYCLE > 0
              MOVE "ERROR" TO RUN-STATUS.

      *----------------------------------------------------------
      * CLOSE CURSORS AND LOG OFF.
      *----------------------------------------------------------

       EXIT-CLOSE.

           CALL "OCLOSE" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR.

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           MOVE DISCREPANCIES TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM22 program."
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
      * LOAD THE SPAN LIMIT FROM ORG-PARM-FILE.  A LINE READING
      * "SPAN,N" SETS IT; BLANK AND UNKNOWN LINES ARE IGNORED.
      *----------------------------------------------------------

       READ-ORG-PARMS.

           OPEN INPUT ORG-PARM-FILE.
           IF NOT ORG-PARM-OK
              GO TO READ-ORG-PARMS-EXIT.
           PERFORM UNTIL NOT ORG-PARM-OK
              READ ORG-PARM-FILE
                 NOT AT END
                    PERFORM LOAD-ORG-PARM
              END-READ
           END-PERFORM.
           IF NOT ORG-PARM-EOF
              DISPLAY "Error reading ORG-PARM-FILE, status "
                 ORG-PARM-STATUS "."
              MOVE "ERROR" TO RUN-STATUS.
           CLOSE ORG-PARM-FILE.
       READ-ORG-PARMS-EXIT.
           EXIT.

       LOAD-ORG-PARM.

           MOVE SPACES TO PARM-KEY PARM-VALUE-X.
           UNSTRING ORG-PARM-REC DELIMITED BY ","
              INTO PARM-KEY, PARM-VALUE-X.
           IF PARM-KEY = "SPAN"
              IF PARM-VALUE-X NOT = " "
                 AND FUNCTION TEST-NUMVAL(PARM-VALUE-X) = 0
                 COMPUTE SPAN-LIMIT = FUNCTION NUMVAL(PARM-VALUE-X)
              ELSE
                 DISPLAY "Span limit not numeric - ignored: "
                    ORG-PARM-REC
              END-IF
           END-IF.

      *----------------------------------------------------------
      * POINT EACH EMPLOYEE AT THEIR MANAGER'S ENTRY AND COUNT
      * THE MANAGER'S DIRECT REPORTS.  A MGR THAT IS MISSING OR
      * INACTIVE LEAVES THE EMPLOYEE AT THE TOP OF THEIR OWN
      * TREE, FLAGGED.  A MANAGER IN ANOTHER DEPARTMENT IS
      * COUNTED HERE AND FLAGGED ON THE TREE LINE.
      *----------------------------------------------------------

       LINK-MANAGERS.

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              IF ORG-MGR(ORG-IDX) NOT = 0
                 PERFORM FIND-MANAGER
                 IF ORG-MGR-IDX(ORG-IDX) = 0
                    IF ORG-MGR-STAT(ORG-IDX) = "I"
                       ADD 1 TO CNT-INACTIVE
                    ELSE
                       MOVE "X" TO ORG-MGR-STAT(ORG-IDX)
                       ADD 1 TO CNT-MISSING
                    END-IF
                 ELSE
                    MOVE ORG-MGR-IDX(ORG-IDX) TO ORG-CUR
                    ADD 1 TO ORG-DIRECT(ORG-CUR)
                    IF ORG-DEPTNO(ORG-CUR) NOT = ORG-DEPTNO(ORG-IDX)
                       ADD 1 TO CNT-XDEPT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              IF ORG-DIRECT(ORG-IDX) > SPAN-LIMIT
                 ADD 1 TO CNT-SPAN
              END-IF
           END-PERFORM.

       FIND-MANAGER.

           PERFORM VARYING ORG-JDX FROM 1 BY 1
                   UNTIL ORG-JDX > ORG-COUNT
                      OR ORG-MGR-IDX(ORG-IDX) NOT = 0
              IF ORG-EMPNO(ORG-JDX) = ORG-MGR(ORG-IDX)
                 MOVE ORG-JDX TO ORG-MGR-IDX(ORG-IDX)
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * WALK UP FROM EACH EMPLOYEE.  COMING BACK ROUND TO THE
      * EMPLOYEE PUTS THEM ON A LOOP ("C"); STILL CLIMBING AFTER
      * MORE STEPS THAN THERE ARE EMPLOYEES MEANS THEIR CHAIN
      * RUNS INTO SOMEBODY ELSE'S LOOP ("U").
      *----------------------------------------------------------

       FIND-CYCLES.

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              MOVE ORG-MGR-IDX(ORG-IDX) TO ORG-CUR
              MOVE 1 TO ORG-STEPS
              PERFORM UNTIL ORG-CUR = 0 OR ORG-CUR = ORG-IDX
                         OR ORG-STEPS > ORG-COUNT
                 MOVE ORG-MGR-IDX(ORG-CUR) TO ORG-CUR
                 ADD 1 TO ORG-STEPS
              END-PERFORM
              IF ORG-CUR = ORG-IDX
                 MOVE "C" TO ORG-CYCLE-SW(ORG-IDX)
                 ADD 1 TO CNT-CYCLE-EMPS
              ELSE
                 IF ORG-CUR NOT = 0
                    MOVE "U" TO ORG-CYCLE-SW(ORG-IDX)
                    ADD 1 TO CNT-UNDER
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * ADD EACH EMPLOYEE INTO THE TOTAL OF EVERY MANAGER ABOVE
      * THEM.  ANYONE CAUGHT UP IN A LOOP NEVER REACHES THE TOP
      * AND IS LEFT TO THE CYCLE SECTION INSTEAD.
      *----------------------------------------------------------

       COUNT-TOTALS.

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              IF ORG-CYCLE-SW(ORG-IDX) = SPACE
                 MOVE ORG-MGR-IDX(ORG-IDX) TO ORG-CUR
                 PERFORM UNTIL ORG-CUR = 0
                    ADD 1 TO ORG-TOTAL(ORG-CUR)
                    MOVE ORG-MGR-IDX(ORG-CUR) TO ORG-CUR
                 END-PERFORM
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * PRINT THE TREE UNDER ORG-IDX, DEPTH FIRST: PRINT THE
      * EMPLOYEE ON TOP OF THE STACK, THEN LOOK FOR THEIR NEXT
      * REPORT AFTER THE LAST ONE PRINTED; WITH NONE LEFT, POP
      * BACK UP A LEVEL.
      *----------------------------------------------------------

       WRITE-TREE.

           MOVE 1 TO STACK-TOP.
           MOVE ORG-IDX TO STACK-IDX(1).
           MOVE 0 TO STACK-NEXT(1).
           MOVE ORG-IDX TO ORG-CUR.
           PERFORM WRITE-ORG-LINE.

       WRITE-TREE-NEXT.

           IF STACK-TOP = 0
              GO TO WRITE-TREE-EXIT.
           COMPUTE ORG-JDX = STACK-NEXT(STACK-TOP) + 1.
           PERFORM UNTIL ORG-JDX > ORG-COUNT
                      OR ORG-MGR-IDX(ORG-JDX) = STACK-IDX(STACK-TOP)
              ADD 1 TO ORG-JDX
           END-PERFORM.
           IF ORG-JDX > ORG-COUNT
              SUBTRACT 1 FROM STACK-TOP
              GO TO WRITE-TREE-NEXT.

           MOVE ORG-JDX TO STACK-NEXT(STACK-TOP).
           ADD 1 TO STACK-TOP.
           MOVE ORG-JDX TO STACK-IDX(STACK-TOP).
           MOVE 0 TO STACK-NEXT(STACK-TOP).
           MOVE ORG-JDX TO ORG-CUR.
           PERFORM WRITE-ORG-LINE.
           GO TO WRITE-TREE-NEXT.

       WRITE-TREE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ONE TREE LINE FOR ORG-CUR, INDENTED TWO PLACES PER LEVEL
      * BELOW THE TOP, WITH REPORT COUNTS FOR A MANAGER AND ANY
      * FLAGS.
      *----------------------------------------------------------

       WRITE-ORG-LINE.

           MOVE "Y" TO ORG-LISTED-SW(ORG-CUR).
           MOVE ORG-EMPNO(ORG-CUR) TO EMPNO-D.
           MOVE ORG-DEPTNO(ORG-CUR) TO DEPTNO-D.
           MOVE SPACES TO LINE-TEXT.
           STRING EMPNO-D " " ORG-ENAME(ORG-CUR) " "
                  ORG-JOB(ORG-CUR) " " DEPTNO-D
                  DELIMITED BY SIZE INTO LINE-TEXT.

           COMPUTE INDENT-POS = (STACK-TOP - 1) * 2 + 1.
           IF INDENT-POS > INDENT-MAX
              MOVE INDENT-MAX TO INDENT-POS.
           MOVE SPACES TO REPORT-REC.
           MOVE LINE-TEXT TO REPORT-REC(INDENT-POS:38).

           IF ORG-DIRECT(ORG-CUR) > 0
              MOVE ORG-DIRECT(ORG-CUR) TO DIRECT-D
              MOVE ORG-TOTAL(ORG-CUR) TO TOTAL-D
              MOVE DIRECT-D TO REPORT-REC(81:4)
              MOVE TOTAL-D TO REPORT-REC(87:4).

           MOVE SPACES TO FLAG-TEXT.
           MOVE 1 TO FLAG-PTR.
           IF ORG-DIRECT(ORG-CUR) > SPAN-LIMIT
              STRING "SPAN " DELIMITED BY SIZE
                INTO FLAG-TEXT WITH POINTER FLAG-PTR.
           IF ORG-MGR-IDX(ORG-CUR) NOT = 0
              MOVE ORG-MGR-IDX(ORG-CUR) TO ORG-JDX
              IF ORG-DEPTNO(ORG-JDX) NOT = ORG-DEPTNO(ORG-CUR)
                 MOVE ORG-DEPTNO(ORG-JDX) TO DEPTNO-D
                 STRING "XDEPT MGR IN " DEPTNO-D " "
                    DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
              END-IF
           END-IF.
           IF ORG-MGR-IDX(ORG-CUR) = 0 AND ORG-MGR(ORG-CUR) NOT = 0
              MOVE ORG-MGR(ORG-CUR) TO MGR-D
              IF ORG-MGR-STAT(ORG-CUR) = "I"
                 STRING "INACTIVE MGR " MGR-D DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
              ELSE
                 STRING "MISSING MGR " MGR-D DELIMITED BY SIZE
                   INTO FLAG-TEXT WITH POINTER FLAG-PTR
              END-IF
           END-IF.
           MOVE FLAG-TEXT TO REPORT-REC(93:40).
           PERFORM PUT-REPORT-LINE.

      *----------------------------------------------------------
      * LIST EACH MGR LOOP ONCE, LINK BY LINK BACK TO WHERE IT
      * STARTED, THEN EVERYONE WHOSE CHAIN RUNS INTO ONE.
      *----------------------------------------------------------

       WRITE-CYCLES.

           IF CNT-CYCLE-EMPS = 0 AND CNT-UNDER = 0
              GO TO WRITE-CYCLES-EXIT.
           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE "MGR CYCLES" TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              IF ORG-CYCLE-SW(ORG-IDX) = "C"
                 AND ORG-LISTED-SW(ORG-IDX) = "N"
                 ADD 1 TO CNT-CYCLE
                 PERFORM WRITE-ONE-CYCLE
              END-IF
           END-PERFORM.

           PERFORM VARYING ORG-IDX FROM 1 BY 1
                   UNTIL ORG-IDX > ORG-COUNT
              IF ORG-CYCLE-SW(ORG-IDX) = "U"
                 MOVE ORG-EMPNO(ORG-IDX) TO EMPNO-D
                 MOVE ORG-MGR(ORG-IDX) TO MGR-D
                 MOVE SPACES TO REPORT-REC
                 STRING "  " EMPNO-D " " ORG-ENAME(ORG-IDX)
                        " reports to " MGR-D
                        " - chain runs into a cycle, never reaches"
                        " the top" DELIMITED BY SIZE
                   INTO REPORT-REC
                 PERFORM PUT-REPORT-LINE
              END-IF
           END-PERFORM.
       WRITE-CYCLES-EXIT.
           EXIT.

       WRITE-ONE-CYCLE.

           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO LINK-PTR.
           STRING "  CYCLE:" DELIMITED BY SIZE
             INTO REPORT-REC WITH POINTER LINK-PTR.
           MOVE ORG-IDX TO ORG-CUR.
           PERFORM UNTIL ORG-LISTED-SW(ORG-CUR) = "Y"
              MOVE "Y" TO ORG-LISTED-SW(ORG-CUR)
              MOVE ORG-EMPNO(ORG-CUR) TO EMPNO-D
              IF LINK-PTR > 110
                 PERFORM PUT-REPORT-LINE
                 MOVE SPACES TO REPORT-REC
                 MOVE 9 TO LINK-PTR
              END-IF
              STRING " " EMPNO-D " " ORG-ENAME(ORG-CUR) " ->"
                 DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER LINK-PTR
              MOVE ORG-MGR-IDX(ORG-CUR) TO ORG-CUR
           END-PERFORM.
           MOVE ORG-EMPNO(ORG-IDX) TO EMPNO-D.
           STRING " " EMPNO-D DELIMITED BY SIZE
             INTO REPORT-REC WITH POINTER LINK-PTR.
           PERFORM PUT-REPORT-LINE.

      *----------------------------------------------------------
      * CLOSE THE REPORT WITH THE DISCREPANCY COUNTS, ALSO SHOWN
      * AT THE TERMINAL.  A SPAN OVER THE LIMIT, A MANAGER IN
      * ANOTHER DEPARTMENT, A MISSING OR INACTIVE MGR, AND EACH
      * EMPLOYEE ON OR UNDER A LOOP EACH COUNT AS ONE.
      *----------------------------------------------------------

       WRITE-SUMMARY.

           COMPUTE DISCREPANCIES = CNT-SPAN + CNT-XDEPT
              + CNT-MISSING + CNT-INACTIVE + CNT-CYCLE-EMPS
              + CNT-UNDER.

           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE ORG-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Active employees:        " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-TOPS TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Top-level employees:     " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-SPAN TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Span over limit:         " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-XDEPT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Manager in another dept: " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-MISSING TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MGR missing:             " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-INACTIVE TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MGR inactive:            " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-CYCLE TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MGR cycles:              " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-CYCLE-EMPS TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Employees on a cycle:    " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE CNT-UNDER TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Employees under a cycle: " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           MOVE DISCREPANCIES TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Total discrepancies:     " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).

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
           ELSE
              MOVE C-RC IN CURSOR-1 TO ERR-RC
              MOVE C-FNC IN CURSOR-1 TO ERR-FNC.

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
                  " CBDEM22 FNC=" DELIMITED BY SIZE
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
      * A MGR CYCLE WAS FOUND - AND THE DISCREPANCY COUNT.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM22 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM22 END " RUN-STATUS " " RUN-COUNT-D
                  " discrepancies" DELIMITED BY SIZE
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
