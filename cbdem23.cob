      *
      * $Header: cbdem23.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem23.cob - Cobol demo program # 23
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM23 LOOKS AFTER THE FUTURE-DATED MAINTENANCE THAT
      * CBDEM1 HOLDS IN MAINT_PENDING.  A MAINT-FILE RECORD WHOSE
      * EFFECTIVE DATE IS LATER THAN THE RUN DATE IS VALIDATED AS
      * IT IS LOADED AND HELD THERE; CBDEM1'S PENDING(P) CHOICE,
      * RUN IN THE NIGHT CYCLE, APPLIES EACH ITEM ON ITS DATE.
      * THIS PROGRAM OFFERS TWO CHOICES:
      *
      *   REPORT (R) - LIST EVERY ITEM STILL PENDING, IN THE ORDER
      *                IT WILL BE APPLIED, TO REPORT-FILE: THE HELD
      *                ITEM NUMBER, EFFECTIVE DATE, THE EMPLOYEE,
      *                WHAT WILL CHANGE, AND WHO LOADED IT WHEN;
      *   CANCEL (C) - TAKE ITEM NUMBERS AT THE TERMINAL, SHOW
      *                EACH ITEM, AND ON CONFIRMATION MARK IT
      *                CANCELLED SO THE NIGHT STEP NEVER APPLIES
      *                IT.  THE CANCELLING USER AND TIME ARE KEPT
      *                ON THE ROW.
      *
      * A SHOP WHERE CBDEM1 HAS NEVER HELD AN ITEM HAS NO
      * MAINT_PENDING TABLE (ORA-942); THAT IS REPORTED AND THE
      * RUN ENDS NORMALLY.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM23.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "PENDRPT"
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
      * THE HELD ITEMS ON CURSOR-1 - EVERY PENDING ONE, IN THE
      * ORDER THE NIGHT STEP APPLIES THEM, FOR THE REPORT, OR
      * ONE BY PEND_ID FOR CANCEL - WITH THE EMPLOYEE'S CURRENT
      * NAME FROM EMP.  THE CANCEL ITSELF IS ON CURSOR-2, AND
      * ONLY TOUCHES AN ITEM THAT IS STILL PENDING.
      *----------------------------------------------------------
       77   SQL-SELALL         PIC X(400) VALUE
               "SELECT P.PEND_ID, P.EFF_DATE, P.ACTION, P.EMPNO,
      -        " NVL(E.ENAME, ' '), NVL(P.ENAME, ' '), NVL(P.JOB, ' '),
      -        " NVL(P.SAL, ' '), NVL(P.DEPTNO, ' '),
      -        " NVL(P.TERMDATE, ' '), NVL(P.NEWMGR, ' '), P.LOAD_TS,
      -        " P.LOAD_USER, P.STATUS FROM MAINT_PENDING P, EMP E
      -        " WHERE P.STATUS = 'PENDING' AND E.EMPNO(+) = P.EMPNO
      -        " ORDER BY P.EFF_DATE, P.PEND_ID".
       77   SQL-SELALL-L       PIC S9(9) VALUE 400 COMP.
       77   SQL-SELONE         PIC X(400) VALUE
               "SELECT P.PEND_ID, P.EFF_DATE, P.ACTION, P.EMPNO,
      -        " NVL(E.ENAME, ' '), NVL(P.ENAME, ' '), NVL(P.JOB, ' '),
      -        " NVL(P.SAL, ' '), NVL(P.DEPTNO, ' '),
      -        " NVL(P.TERMDATE, ' '), NVL(P.NEWMGR, ' '), P.LOAD_TS,
      -        " P.LOAD_USER, P.STATUS FROM MAINT_PENDING P, EMP E
      -        " WHERE P.PEND_ID = :1 AND E.EMPNO(+) = P.EMPNO".
       77   SQL-SELONE-L       PIC S9(9) VALUE 400 COMP.
       77   SQL-CANCEL         PIC X(150) VALUE
               "UPDATE MAINT_PENDING SET STATUS = 'CANCELLED',
      -        " DONE_TS = :1, DONE_USER = :2 WHERE PEND_ID = :3
      -        " AND STATUS = 'PENDING'".
       77   SQL-CANCEL-L       PIC S9(9) VALUE 150 COMP.

       77   PEND-ID            PIC S9(9) COMP.
       77   EFF-DATE           PIC X(10).
       77   EFF-DATE-L         PIC S9(9) VALUE 10 COMP.
       77   PEND-ACTION        PIC X(01).
           88   PEND-UPDATE    VALUE "U" "u".
           88   PEND-TRANSFER  VALUE "T" "t".
           88   PEND-DEACT     VALUE "D" "d".
       77   PEND-ACTION-L      PIC S9(9) VALUE 1 COMP.
       77   EMPNO              PIC S9(9) COMP.
       77   CUR-ENAME          PIC X(12).
       77   NEW-ENAME          PIC X(12).
       77   NEW-JOB            PIC X(12).
       77   NAME-L             PIC S9(9) VALUE 12 COMP.
       77   NEW-SAL            PIC X(10).
       77   NEW-DEPTNO         PIC X(10).
       77   NEW-TERMDATE       PIC X(10).
       77   NEW-MGR            PIC X(10).
       77   FIELD-L            PIC S9(9) VALUE 10 COMP.
       77   LOAD-TS            PIC X(19).
       77   LOAD-TS-L          PIC S9(9) VALUE 19 COMP.
       77   LOAD-USER          PIC X(30).
       77   LOAD-USER-L        PIC S9(9) VALUE 30 COMP.
       77   PEND-STATUS        PIC X(10).
       77   PEND-STATUS-L      PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * WHO CANCELS, AND WHEN.
      *----------------------------------------------------------
       77   DONE-TS            PIC X(19).
       77   DONE-TS-L          PIC S9(9) VALUE 19 COMP.
       77   OS-USER            PIC X(30).
       77   OS-USER-L          PIC S9(9) VALUE 30 COMP.
       01   DONE-DATE-X.
           02   DONE-YYYY      PIC X(4).
           02   DONE-MM        PIC X(2).
           02   DONE-DD        PIC X(2).
       01   DONE-TIME-X.
           02   DONE-HH        PIC X(2).
           02   DONE-MI        PIC X(2).
           02   DONE-SS        PIC X(2).
           02   FILLER         PIC X(2).

      *----------------------------------------------------------
      * MENU AND CANCEL PROMPTS.
      *----------------------------------------------------------
       77   ASK-MENU           PIC X(44) VALUE
              "Pending report(R), Cancel held items(C): ".
       77   MENU-CHOICE        PIC X(01).
           88   MENU-REPORT    VALUE "R" "r".
           88   MENU-CANCEL    VALUE "C" "c".
       77   ASK-ITEM           PIC X(44) VALUE
              "Enter held item number (blank to end): ".
       77   ASK-CONFIRM        PIC X(30) VALUE
              "Cancel this item (Y/N): ".
       77   ITEM-IN            PIC X(10).
       77   CONFIRM-IN         PIC X(01).
           88   CONFIRM-YES    VALUE "Y" "y".

      *----------------------------------------------------------
      * COUNTS AND REPORT LINE PIECES.
      *----------------------------------------------------------
       77   ITEM-COUNT         PIC S9(9) COMP VALUE 0.
       77   CANCEL-COUNT       PIC S9(9) COMP VALUE 0.
       77   COUNT-D            PIC ZZZZZZZZ9.
       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).
       77   ITEM-LINE          PIC X(132).
       77   DETAIL-TEXT        PIC X(50).
       77   DETAIL-PTR         PIC S9(4) COMP.
       77   PEND-ID-D          PIC ZZZZZZZZ9.
       77   EMPNO-D            PIC ZZZZZZZZ9.
       77   RUN-LABEL          PIC X(20) VALUE "items pending".

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
       77   SEVEN              PIC S9(9) COMP VALUE 7.
       77   EIGHT              PIC S9(9) COMP VALUE 8.
       77   NINE               PIC S9(9) COMP VALUE 9.
       77   TEN                PIC S9(9) COMP VALUE 10.
       77   ELEVEN             PIC S9(9) COMP VALUE 11.
       77   TWELVE             PIC S9(9) COMP VALUE 12.
       77   THIRTEEN           PIC S9(9) COMP VALUE 13.
       77   FOURTEEN           PIC S9(9) COMP VALUE 14.

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
              GO TO EXIT-LOGOF.

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           IF MENU-CANCEL
              GO TO CANCEL-SETUP.
           IF NOT MENU-REPORT
              DISPLAY "No such choice."
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * THE PENDING REPORT.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-1, SQL-SELALL,
                SQL-SELALL-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 = 942
              MOVE 0 TO C-RC IN CURSOR-1
              DISPLAY "No future-dated maintenance has been held."
              GO TO EXIT-CLOSE.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           PERFORM DEFINE-ITEM THRU DEFINE-ITEM-EXIT.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the pending report file."
              GO TO EXIT-CLOSE.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Future-dated maintenance pending - "
                  DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE "     ITEM EFFECTIVE  A     EMPNO ENAME" TO REPORT-REC.
           MOVE "CHANGE" TO REPORT-REC(47:6).
           MOVE "LOADED" TO REPORT-REC(98:6).
           MOVE "BY" TO REPORT-REC(118:2).
           PERFORM PUT-REPORT-LINE.

       NEXT-REPORT-ITEM.

           PERFORM CLEAR-ITEM.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              GO TO END-OF-REPORT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.
           ADD 1 TO ITEM-COUNT.
           PERFORM BUILD-ITEM-LINE.
           MOVE ITEM-LINE TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           GO TO NEXT-REPORT-ITEM.

       END-OF-REPORT.

           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE ITEM-COUNT TO COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Items pending:           " COUNT-D
              DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           DISPLAY REPORT-REC(1:60).
           CLOSE REPORT-FILE.
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * CANCEL HELD ITEMS.  ITEM NUMBERS ARE THOSE ON THE PENDING
      * REPORT.  EACH CANCEL IS COMMITTED ON ITS OWN.
      *----------------------------------------------------------

       CANCEL-SETUP.

           MOVE "items cancelled" TO RUN-LABEL.
           CALL "OPARSE" USING CURSOR-1, SQL-SELONE,
                SQL-SELONE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 = 942
              MOVE 0 TO C-RC IN CURSOR-1
              DISPLAY "No future-dated maintenance has been held."
              GO TO EXIT-CLOSE.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-1, ONE, PEND-ID, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           PERFORM DEFINE-ITEM THRU DEFINE-ITEM-EXIT.

           CALL "OPARSE" USING CURSOR-2, SQL-CANCEL,
                SQL-CANCEL-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-2, ONE, DONE-TS,
                DONE-TS-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-2, TWO, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OBNDRN" USING CURSOR-2, THREE, PEND-ID, FOUR,
                INTEGER.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

       NEXT-CANCEL.

           MOVE SPACES TO ITEM-IN.
           DISPLAY ASK-ITEM WITH NO ADVANCING.
           ACCEPT ITEM-IN.
           IF ITEM-IN = " "
              GO TO EXIT-CLOSE.
           IF FUNCTION TEST-NUMVAL(ITEM-IN) NOT = 0
              DISPLAY "Item number must be numeric."
              GO TO NEXT-CANCEL.
           COMPUTE PEND-ID = FUNCTION NUMVAL(ITEM-IN).

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           PERFORM CLEAR-ITEM.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              MOVE 0 TO C-RC IN CURSOR-1
              DISPLAY "No such held item."
              GO TO NEXT-CANCEL.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF PEND-STATUS NOT = "PENDING"
              DISPLAY "Item is no longer pending - it is "
                 PEND-STATUS "."
              GO TO NEXT-CANCEL.

           PERFORM BUILD-ITEM-LINE.
           DISPLAY ITEM-LINE(1:96).
           MOVE SPACES TO CONFIRM-IN.
           DISPLAY ASK-CONFIRM WITH NO ADVANCING.
           ACCEPT CONFIRM-IN.
           IF NOT CONFIRM-YES
              DISPLAY "Item left pending."
              GO TO NEXT-CANCEL.

           ACCEPT DONE-DATE-X FROM DATE YYYYMMDD.
           ACCEPT DONE-TIME-X FROM TIME.
           STRING DONE-YYYY "-" DONE-MM "-" DONE-DD " "
                  DONE-HH ":" DONE-MI ":" DONE-SS
                  DELIMITED BY SIZE INTO DONE-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".

           CALL "OEXEC" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      * THE NIGHT STEP MAY HAVE TAKEN THE ITEM SINCE IT WAS SHOWN.
           IF C-ROWS IN CURSOR-2 = 0
              DISPLAY "Item is no longer pending - not cancelled."
              GO TO NEXT-CANCEL.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           ADD 1 TO CANCEL-COUNT.
           MOVE PEND-ID TO PEND-ID-D.
           DISPLAY "Held item " PEND-ID-D " cancelled.".
           GO TO NEXT-CANCEL.

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

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           IF MENU-CANCEL
              MOVE CANCEL-COUNT TO RUN-COUNT-D
           ELSE
              MOVE ITEM-COUNT TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM23 program."
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
      * DEFINE THE ITEM COLUMNS ON CURSOR-1 - THE SAME FOURTEEN
      * FOR THE REPORT AND THE CANCEL LOOKUP.
      *----------------------------------------------------------

       DEFINE-ITEM.

           CALL "ODEFIN" USING CURSOR-1, ONE, PEND-ID, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, TWO, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, THREE, PEND-ACTION,
                PEND-ACTION-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, FOUR, EMPNO, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, FIVE, CUR-ENAME,
                NAME-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, SIX, NEW-ENAME,
                NAME-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, SEVEN, NEW-JOB,
                NAME-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, EIGHT, NEW-SAL,
                FIELD-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, NINE, NEW-DEPTNO,
                FIELD-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, TEN, NEW-TERMDATE,
                FIELD-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, ELEVEN, NEW-MGR,
                FIELD-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, TWELVE, LOAD-TS,
                LOAD-TS-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, THIRTEEN, LOAD-USER,
                LOAD-USER-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           CALL "ODEFIN" USING CURSOR-1, FOURTEEN, PEND-STATUS,
                PEND-STATUS-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              GO TO DEFINE-ITEM-FAILED.
           GO TO DEFINE-ITEM-EXIT.

       DEFINE-ITEM-FAILED.

           PERFORM ORA-ERROR.
           GO TO EXIT-CLOSE.

       DEFINE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHARACTER COLUMNS COME BACK UNPADDED - CLEAR THEM BEFORE
      * EACH FETCH.
      *----------------------------------------------------------

       CLEAR-ITEM.

           MOVE SPACES TO EFF-DATE PEND-ACTION CUR-ENAME NEW-ENAME
                          NEW-JOB NEW-SAL NEW-DEPTNO NEW-TERMDATE
                          NEW-MGR LOAD-TS LOAD-USER PEND-STATUS.

      *----------------------------------------------------------
      * ONE LINE PER HELD ITEM: ITEM NUMBER, EFFECTIVE DATE,
      * ACTION, EMPLOYEE, WHAT WILL CHANGE, AND WHO LOADED IT
      * WHEN.  AN UPDATE SHOWS ONLY THE FIELDS IT CHANGES; A
      * TERMINATION WITH NO REPLACEMENT MANAGER HAD NOBODY
      * REPORTING TO THE LEAVER WHEN IT WAS LOADED.
      *----------------------------------------------------------

       BUILD-ITEM-LINE.

           MOVE SPACES TO DETAIL-TEXT.
           MOVE 1 TO DETAIL-PTR.
           IF PEND-UPDATE
              STRING "UPDATE" DELIMITED BY SIZE
                INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              IF NEW-ENAME NOT = " "
                 STRING " ENAME " DELIMITED BY SIZE
                        NEW-ENAME DELIMITED BY "  "
                   INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              END-IF
              IF NEW-JOB NOT = " "
                 STRING " JOB " DELIMITED BY SIZE
                        NEW-JOB DELIMITED BY " "
                   INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              END-IF
              IF NEW-SAL NOT = " "
                 STRING " SAL " DELIMITED BY SIZE
                        NEW-SAL DELIMITED BY " "
                   INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              END-IF
              IF NEW-DEPTNO NOT = " "
                 STRING " DEPT " DELIMITED BY SIZE
                        NEW-DEPTNO DELIMITED BY " "
                   INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              END-IF
           END-IF.
           IF PEND-TRANSFER
              STRING "TRANSFER TO DEPT " DELIMITED BY SIZE
                     NEW-DEPTNO DELIMITED BY " "
                INTO DETAIL-TEXT WITH POINTER DETAIL-PTR.
           IF PEND-DEACT
              STRING "TERMINATE " NEW-TERMDATE DELIMITED BY SIZE
                INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              IF NEW-MGR NOT = " "
                 STRING " REPORTS TO " DELIMITED BY SIZE
                        NEW-MGR DELIMITED BY " "
                   INTO DETAIL-TEXT WITH POINTER DETAIL-PTR
              END-IF
           END-IF.

           MOVE PEND-ID TO PEND-ID-D.
           MOVE EMPNO TO EMPNO-D.
           MOVE SPACES TO ITEM-LINE.
           STRING PEND-ID-D " " EFF-DATE " " PEND-ACTION " "
                  EMPNO-D " " CUR-ENAME " " DETAIL-TEXT " "
                  LOAD-TS " " LOAD-USER(1:15)
                  DELIMITED BY SIZE INTO ITEM-LINE.

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
           ELSE
              MOVE C-RC IN CURSOR-2 TO ERR-RC
              MOVE C-FNC IN CURSOR-2 TO ERR-FNC.

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
                  " CBDEM23 FNC=" DELIMITED BY SIZE
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
      * RECORD JOB START AND JOB END IN THE COMMON RUN-LOG-FILE,
      * THE END LINE WITH THE ITEMS LISTED OR CANCELLED.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM23 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM23 END " RUN-STATUS " " RUN-COUNT-D
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
