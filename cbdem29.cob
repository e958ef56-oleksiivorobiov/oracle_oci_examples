      *
      * $Header: cbdem29.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem29.cob - Cobol demo program # 29
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM29 IS THE OPERATOR AUTHORISATION MAINTENANCE
      * PROGRAM.  OPER_AUTH HOLDS ONE ROW PER (OS USER, PROGRAM,
      * ACTION) THE OPERATOR MAY TAKE; ACTION '*' GRANTS EVERY
      * ACTION IN THAT PROGRAM.  CBDEM1, CBDEM11, CBDEM14, AND
      * CBDEM15 CHECK IT BEFORE THEY CHANGE ANYTHING, AND REFUSE
      * (AND LOG TO ERRORLOG) AN ACTION THE OPERATOR DOES NOT
      * HOLD.  A PROGRAM WITH NO ROWS AT ALL IS NOT YET UNDER
      * CONTROL - ANYONE MAY USE IT, AS BEFORE - SO THE FIRST
      * GRANT FOR A PROGRAM IS WHAT BRINGS IT UNDER CONTROL.
      * THE MENU OFFERS:
      *
      *   GRANT  - GIVE AN OPERATOR AN ACTION IN A PROGRAM.  ONLY
      *            THE PROGRAMS AND ACTIONS IN KNOWN-ACTION-VALUES
      *            (OR '*') ARE ACCEPTED, SO A MISTYPED RIGHT
      *            CANNOT BE GRANTED.
      *   REVOKE - TAKE A RIGHT AWAY.  THE LAST CBDEM29 RIGHT MAY
      *            NOT BE REVOKED, OR THE TABLE ITSELF WOULD BE
      *            LEFT OPEN TO EVERYONE.
      *   LIST   - SHOW ONE OPERATOR'S RIGHTS ON THE TERMINAL.
      *   REPORT - WRITE AUTHRPT: WHO HOLDS WHICH RIGHTS, AND
      *            WHICH PROGRAMS ARE NOT YET UNDER CONTROL.
      *
      * CBDEM29 GUARDS ITSELF THE SAME WAY: ONCE IT HAS ROWS OF
      * ITS OWN, ONLY AN OPERATOR HOLDING CBDEM29 GRANT (OR '*')
      * MAY GRANT OR REVOKE.  EVERY CHANGE WRITES AN
      * OPER_AUTH_AUDIT ROW IN THE SAME TRANSACTION, THE WAY
      * CBDEM19 WRITES JOB_GRADE_AUDIT.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECT-FILE ASSIGN TO "ORACONN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONNECT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUTHRPT"
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

       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).

      *----------------------------------------------------------
      * OPER_AUTH HOLDS ONE ROW PER (OS_USER, PROGRAM, ACTION),
      * WITH WHEN AND BY WHOM THE RIGHT WAS GRANTED.  THE CREATE
      * IS ATTEMPTED EVERY RUN AND ORA-955 (NAME ALREADY USED) IS
      * TOLERATED.
      *----------------------------------------------------------
       77   SQL-CRAUTH         PIC X(240) VALUE
               "CREATE TABLE OPER_AUTH (OS_USER VARCHAR2(30),
      -        " PROGRAM VARCHAR2(8), ACTION VARCHAR2(10),
      -        " GRANTED_TS VARCHAR2(19), GRANTED_BY VARCHAR2(30),
      -        " PRIMARY KEY (OS_USER, PROGRAM, ACTION))".
       77   SQL-CRAUTH-L       PIC S9(9) VALUE 240 COMP.

       77   SQL-SELGRANT       PIC X(140) VALUE
               "SELECT COUNT(*) FROM OPER_AUTH WHERE OS_USER =
      -        " RTRIM(:1) AND PROGRAM = RTRIM(:2)
      -        " AND ACTION = RTRIM(:3)".
       77   SQL-SELGRANT-L     PIC S9(9) VALUE 140 COMP.

       77   SQL-INSGRANT       PIC X(170) VALUE
               "INSERT INTO OPER_AUTH (OS_USER, PROGRAM, ACTION,
      -        " GRANTED_TS, GRANTED_BY) VALUES (RTRIM(:1),
      -        " RTRIM(:2), RTRIM(:3), :4, RTRIM(:5))".
       77   SQL-INSGRANT-L     PIC S9(9) VALUE 170 COMP.

       77   SQL-DELGRANT       PIC X(140) VALUE
               "DELETE FROM OPER_AUTH WHERE OS_USER = RTRIM(:1)
      -        " AND PROGRAM = RTRIM(:2) AND ACTION = RTRIM(:3)".
       77   SQL-DELGRANT-L     PIC S9(9) VALUE 140 COMP.

       77   SQL-LSTUSER        PIC X(170) VALUE
               "SELECT PROGRAM, ACTION, GRANTED_TS, GRANTED_BY
      -        " FROM OPER_AUTH WHERE OS_USER = RTRIM(:1)
      -        " ORDER BY PROGRAM, ACTION".
       77   SQL-LSTUSER-L      PIC S9(9) VALUE 170 COMP.

       77   SQL-LSTALL         PIC X(170) VALUE
               "SELECT OS_USER, PROGRAM, ACTION, GRANTED_TS,
      -        " GRANTED_BY FROM OPER_AUTH
      -        " ORDER BY OS_USER, PROGRAM, ACTION".
       77   SQL-LSTALL-L       PIC S9(9) VALUE 170 COMP.

       77   SQL-CNTPROG        PIC X(70) VALUE
               "SELECT COUNT(*) FROM OPER_AUTH WHERE PROGRAM =
      -        " RTRIM(:1)".
       77   SQL-CNTPROG-L      PIC S9(9) VALUE 70 COMP.

      *----------------------------------------------------------
      * OPER_AUTH_AUDIT RECORDS ONE ROW PER GRANT OR REVOKE: WHO
      * MADE THE CHANGE (OS_USER), WHOSE RIGHT IT WAS
      * (AUTH_USER), AND THE RIGHT ITSELF.  ORA-955 IS TOLERATED
      * ON THE CREATE.
      *----------------------------------------------------------
       77   SQL-CRAUD          PIC X(240) VALUE
               "CREATE TABLE OPER_AUTH_AUDIT (AUDIT_TS VARCHAR2(19),
      -        " OS_USER VARCHAR2(30), AUTH_USER VARCHAR2(30),
      -        " PROGRAM VARCHAR2(8), ACTION VARCHAR2(10),
      -        " AUDIT_ACTION VARCHAR2(10))".
       77   SQL-CRAUD-L        PIC S9(9) VALUE 240 COMP.

       77   SQL-INSAUDIT       PIC X(220) VALUE
               "INSERT INTO OPER_AUTH_AUDIT (AUDIT_TS, OS_USER,
      -        " AUTH_USER, PROGRAM, ACTION, AUDIT_ACTION)
      -        " VALUES (:1, RTRIM(:2), RTRIM(:3), RTRIM(:4),
      -        " RTRIM(:5), RTRIM(:6))".
       77   SQL-INSAUDIT-L     PIC S9(9) VALUE 220 COMP.

       77   AUDIT-ACTION       PIC X(10) VALUE "GRANT".
       77   AUDIT-ACTION-L     PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * THE RIGHT BEING WORKED ON.  GRANT-USER, GRANT-PROGRAM,
      * AND GRANT-ACTION ARE THE KEY; GRANT-COUNT IS WHAT
      * CURSOR-1 COUNTED FOR IT, AND PROG-ROWS WHAT CURSOR-6
      * COUNTED FOR THE PROGRAM AS A WHOLE.
      *----------------------------------------------------------
       77   GRANT-USER         PIC X(30).
       77   GRANT-USER-L       PIC S9(9) VALUE 30 COMP.
       77   GRANT-PROGRAM      PIC X(8).
       77   GRANT-PROGRAM-L    PIC S9(9) VALUE 8 COMP.
       77   GRANT-ACTION       PIC X(10).
       77   GRANT-ACTION-L     PIC S9(9) VALUE 10 COMP.
       77   GRANT-COUNT        PIC S9(9) COMP.
       77   PROG-ROWS          PIC S9(9) COMP.

      * ONE OPER_AUTH ROW AS THE LIST AND REPORT FETCH IT.
       77   LIST-USER          PIC X(30).
       77   LIST-PROGRAM       PIC X(8).
       77   LIST-ACTION        PIC X(10).
       77   LIST-TS            PIC X(19).
       77   LIST-BY            PIC X(30).
       77   LIST-COUNT         PIC S9(9) COMP.
       77   LIST-COUNT-D       PIC ZZZZZZZZ9.
       77   OPEN-COUNT         PIC S9(9) COMP.

       77   CHANGES-APPLIED    PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------
      * THE PROGRAMS THAT CHECK OPER_AUTH AND THE ACTIONS EACH ONE
      * ASKS FOR, GROUPED BY PROGRAM.  A GRANT MUST NAME ONE OF
      * THESE PAIRS, OR '*' FOR A PROGRAM LISTED HERE.  A NEW
      * CHECK IN ANY OF THE PROGRAMS MUST BE ADDED HERE TOO.
      *----------------------------------------------------------
       01  KNOWN-ACTION-VALUES.
           02  FILLER         PIC X(8)  VALUE "CBDEM1".
           02  FILLER         PIC X(10) VALUE "A".
           02  FILLER         PIC X(8)  VALUE "CBDEM1".
           02  FILLER         PIC X(10) VALUE "U".
           02  FILLER         PIC X(8)  VALUE "CBDEM1".
           02  FILLER         PIC X(10) VALUE "T".
           02  FILLER         PIC X(8)  VALUE "CBDEM1".
           02  FILLER         PIC X(10) VALUE "D".
           02  FILLER         PIC X(8)  VALUE "CBDEM1".
           02  FILLER         PIC X(10) VALUE "M".
           02  FILLER         PIC X(8)  VALUE "CBDEM1".
           02  FILLER         PIC X(10) VALUE "P".
           02  FILLER         PIC X(8)  VALUE "CBDEM11".
           02  FILLER         PIC X(10) VALUE "ADD".
           02  FILLER         PIC X(8)  VALUE "CBDEM11".
           02  FILLER         PIC X(10) VALUE "RENAME".
           02  FILLER         PIC X(8)  VALUE "CBDEM11".
           02  FILLER         PIC X(10) VALUE "MOVE".
           02  FILLER         PIC X(8)  VALUE "CBDEM11".
           02  FILLER         PIC X(10) VALUE "CLOSE".
           02  FILLER         PIC X(8)  VALUE "CBDEM14".
           02  FILLER         PIC X(10) VALUE "ADD".
           02  FILLER         PIC X(8)  VALUE "CBDEM14".
           02  FILLER         PIC X(10) VALUE "UPDATE".
           02  FILLER         PIC X(8)  VALUE "CBDEM14".
           02  FILLER         PIC X(10) VALUE "QUOTA".
           02  FILLER         PIC X(8)  VALUE "CBDEM14".
           02  FILLER         PIC X(10) VALUE "CLOSE".
           02  FILLER         PIC X(8)  VALUE "CBDEM14".
           02  FILLER         PIC X(10) VALUE "REOPEN".
           02  FILLER         PIC X(8)  VALUE "CBDEM15".
           02  FILLER         PIC X(10) VALUE "ASSIGN".
           02  FILLER         PIC X(8)  VALUE "CBDEM15".
           02  FILLER         PIC X(10) VALUE "REMOVE".
           02  FILLER         PIC X(8)  VALUE "CBDEM29".
           02  FILLER         PIC X(10) VALUE "GRANT".
       01  KNOWN-ACTION-TABLE REDEFINES KNOWN-ACTION-VALUES.
           02  KNOWN-ENTRY OCCURS 18 TIMES.
               03  KNOWN-PROGRAM  PIC X(8).
               03  KNOWN-ACTION   PIC X(10).
       77   KNOWN-MAX-ENTRIES  PIC S9(4) COMP VALUE 18.
       77   KNOWN-IDX          PIC S9(4) COMP.
       77   KNOWN-PROG-SW      PIC X(01).
           88   KNOWN-PROG-FOUND    VALUE "Y".
       77   KNOWN-SW           PIC X(01).
           88   KNOWN-FOUND         VALUE "Y".

      *----------------------------------------------------------
      * OPERATOR AUTHORISATION, AS CHECKED BY THE MAINTENANCE
      * PROGRAMS.  A PROGRAM WITH NO ROWS IN OPER_AUTH IS NOT
      * YET UNDER CONTROL AND ANYONE MAY USE IT.  A REFUSAL IS
      * SHOWN ON THE TERMINAL AND WRITTEN TO ERROR-LOG-FILE.
      * CBDEM29'S ONE ACTION IS GRANT, WHICH COVERS REVOKE TOO.
      *----------------------------------------------------------
       77   SQL-SELAUTH        PIC X(200) VALUE
               "SELECT COUNT(*), NVL(SUM(DECODE(OS_USER, RTRIM(:1),
      -        " DECODE(ACTION, RTRIM(:3), 1, '*', 1, 0), 0)), 0)
      -        " FROM OPER_AUTH WHERE PROGRAM = RTRIM(:2)".
       77   SQL-SELAUTH-L      PIC S9(9) VALUE 200 COMP.
       77   AUTH-USER          PIC X(30).
       77   AUTH-USER-L        PIC S9(9) VALUE 30 COMP.
       77   AUTH-PROGRAM       PIC X(8) VALUE "CBDEM29".
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
      * OPER_AUTH_AUDIT BIND VARIABLES - SAME SHAPE AS CBDEM19'S.
      * AUDIT-TS IS ALSO OPER_AUTH.GRANTED_TS, AND OS-USER ITS
      * GRANTED_BY.
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

       77   ASK-MENU           PIC X(44) VALUE
              "Grant(G), Revoke(R), List(L), Report(P): ".
       77   MENU-CHOICE        PIC X(01).
           88   MENU-GRANT     VALUE "G" "g".
           88   MENU-REVOKE    VALUE "R" "r".
           88   MENU-LIST      VALUE "L" "l".
           88   MENU-REPORT    VALUE "P" "p".

       77   ASK-USER           PIC X(40) VALUE
              "Enter operator OS user (blank quits): ".
       77   ASK-PROGRAM        PIC X(24) VALUE
              "Enter program: ".
       77   ASK-ACTION         PIC X(32) VALUE
              "Enter action ('*' for all): ".

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

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO EACH CHANGE AND ITS AUDIT ROW
      * COMMIT AS ONE TRANSACTION.
      *----------------------------------------------------------

           CALL "OCOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MAKE SURE OPER_AUTH AND OPER_AUTH_AUDIT EXIST.  IF
      * ANOTHER RUN ALREADY CREATED THEM, ORACLE RETURNS ORA-955
      * (NAME ALREADY USED) - THAT IS NOT AN ERROR, JUST CARRY ON.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-6, SQL-CRAUTH,
                SQL-CRAUTH-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-6 NOT = 0
              IF C-RC IN CURSOR-6 = 955
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-7, SQL-CRAUD,
                SQL-CRAUD-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-7 NOT = 0
              IF C-RC IN CURSOR-7 = 955
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE STATEMENTS.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-1, SQL-SELGRANT,
                SQL-SELGRANT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, ONE, GRANT-USER,
                GRANT-USER-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, TWO, GRANT-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, THREE, GRANT-ACTION,
                GRANT-ACTION-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, GRANT-COUNT, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-2, SQL-INSGRANT,
                SQL-INSGRANT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, ONE, GRANT-USER,
                GRANT-USER-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, TWO, GRANT-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, THREE, GRANT-ACTION,
                GRANT-ACTION-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, FOUR, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, FIVE, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-3, SQL-DELGRANT,
                SQL-DELGRANT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, ONE, GRANT-USER,
                GRANT-USER-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, TWO, GRANT-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, THREE, GRANT-ACTION,
                GRANT-ACTION-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-4, SQL-LSTUSER,
                SQL-LSTUSER-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, ONE, GRANT-USER,
                GRANT-USER-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, ONE, LIST-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, TWO, LIST-ACTION,
                GRANT-ACTION-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, THREE, LIST-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, FOUR, LIST-BY,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-5, SQL-LSTALL,
                SQL-LSTALL-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, ONE, LIST-USER,
                GRANT-USER-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, TWO, LIST-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, THREE, LIST-ACTION,
                GRANT-ACTION-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, FOUR, LIST-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, FIVE, LIST-BY,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-6, SQL-CNTPROG,
                SQL-CNTPROG-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-6, ONE, GRANT-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-6, ONE, PROG-ROWS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-7, SQL-INSAUDIT,
                SQL-INSAUDIT-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, ONE, AUDIT-TS,
                AUDIT-TS-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, TWO, OS-USER,
                OS-USER-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, THREE, GRANT-USER,
                GRANT-USER-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, FOUR, GRANT-PROGRAM,
                GRANT-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, FIVE, GRANT-ACTION,
                GRANT-ACTION-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, SIX, AUDIT-ACTION,
                AUDIT-ACTION-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           ACCEPT OS-USER FROM ENVIRONMENT "USER".
           PERFORM SETUP-AUTH THRU SETUP-AUTH-EXIT.

      *----------------------------------------------------------
      * ASK WHICH OPERATION THIS RUN WILL PERFORM.  GRANT AND
      * REVOKE NEED CBDEM29 GRANT ONCE CBDEM29 IS UNDER CONTROL;
      * LIST AND REPORT ONLY READ.
      *----------------------------------------------------------

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           IF MENU-GRANT OR MENU-REVOKE
              MOVE "GRANT" TO AUTH-ACTION
              PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT
              IF AUTH-REFUSED
                 GO TO EXIT-CLOSE.

           IF MENU-GRANT
              GO TO NEXT-GRANT.
           IF MENU-REVOKE
              GO TO NEXT-REVOKE.
           IF MENU-LIST
              GO TO NEXT-LIST.
           IF MENU-REPORT
              GO TO AUTH-REPORT.
           DISPLAY "No such choice."
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * GRANT AN OPERATOR AN ACTION IN A PROGRAM.  THE PAIR MUST
      * BE ONE THE PROGRAMS ACTUALLY CHECK, AND THE OPERATOR MUST
      * NOT ALREADY HOLD IT.  THE FIRST GRANT FOR A PROGRAM
      * BRINGS IT UNDER CONTROL, WHICH THE OPERATOR IS TOLD.  A
      * BLANK USER ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-GRANT.

           PERFORM GET-RIGHT THRU GET-RIGHT-EXIT.
           IF GRANT-USER = " "
              GO TO EXIT-CLOSE.

           PERFORM CHECK-KNOWN.
           IF NOT KNOWN-PROG-FOUND
              DISPLAY GRANT-PROGRAM " does not check OPER_AUTH."
              GO TO NEXT-GRANT.
           IF NOT KNOWN-FOUND
              DISPLAY GRANT-PROGRAM " has no action " GRANT-ACTION
                 "- its actions are:"
              PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                      UNTIL KNOWN-IDX > KNOWN-MAX-ENTRIES
                 IF KNOWN-PROGRAM(KNOWN-IDX) = GRANT-PROGRAM
                    DISPLAY "  " KNOWN-ACTION(KNOWN-IDX)
                 END-IF
              END-PERFORM
              GO TO NEXT-GRANT.

           IF GRANT-COUNT > 0
              DISPLAY GRANT-USER(1:20) " already holds "
                 GRANT-ACTION " in " GRANT-PROGRAM "."
              GO TO NEXT-GRANT.

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM STAMP-CHANGE.
           CALL "OEXEC" USING CURSOR-2.
      * IF THE RETURN CODE IS 1 (DUPLICATE VALUE IN INDEX), SOMEONE
      * ELSE GRANTED THE SAME RIGHT SINCE IT WAS LOOKED UP.
           IF C-RC IN CURSOR-2 = 1
              DISPLAY GRANT-USER(1:20) " already holds "
                 GRANT-ACTION " in " GRANT-PROGRAM "."
              MOVE 0 TO C-RC IN CURSOR-2
              GO TO NEXT-GRANT.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE "GRANT" TO AUDIT-ACTION.
           PERFORM AUDIT-INSERT.
           PERFORM COMMIT-CHANGE.

           DISPLAY GRANT-USER(1:20) " granted " GRANT-ACTION
              " in " GRANT-PROGRAM ".".
           IF PROG-ROWS = 0
              DISPLAY GRANT-PROGRAM " is now under control - only "
                 "operators granted rights in it may use it.".
           GO TO NEXT-GRANT.

      *----------------------------------------------------------
      * REVOKE A RIGHT.  ANY RIGHT ON FILE MAY BE REVOKED, EVEN
      * ONE NO PROGRAM CHECKS ANY LONGER - EXCEPT THE LAST CBDEM29
      * RIGHT, WHICH WOULD LEAVE OPER_AUTH OPEN TO EVERYONE.
      * REVOKING A PROGRAM'S LAST RIGHT TAKES IT OUT OF CONTROL,
      * WHICH THE OPERATOR IS TOLD.  A BLANK USER ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-REVOKE.

           PERFORM GET-RIGHT THRU GET-RIGHT-EXIT.
           IF GRANT-USER = " "
              GO TO EXIT-CLOSE.

           IF GRANT-COUNT = 0
              DISPLAY GRANT-USER(1:20) " does not hold "
                 GRANT-ACTION " in " GRANT-PROGRAM "."
              GO TO NEXT-REVOKE.

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF GRANT-PROGRAM = AUTH-PROGRAM AND PROG-ROWS = 1
              DISPLAY "That is the last CBDEM29 right - grant it to "
                 "another operator before revoking this one."
              GO TO NEXT-REVOKE.

           CALL "OEXEC" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM STAMP-CHANGE.
           MOVE "REVOKE" TO AUDIT-ACTION.
           PERFORM AUDIT-INSERT.
           PERFORM COMMIT-CHANGE.

           DISPLAY GRANT-USER(1:20) " no longer holds "
              GRANT-ACTION " in " GRANT-PROGRAM ".".
           IF PROG-ROWS = 1
              DISPLAY GRANT-PROGRAM " is no longer under control - "
                 "anyone may use it.".
           GO TO NEXT-REVOKE.

      *----------------------------------------------------------
      * LIST ONE OPERATOR'S RIGHTS, PROGRAM BY PROGRAM.  A BLANK
      * USER ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-LIST.

           DISPLAY ASK-USER WITH NO ADVANCING.
           ACCEPT GRANT-USER.
           IF GRANT-USER = " "
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE 0 TO LIST-COUNT.

       NEXT-LIST-ROW.

           CALL "OFETCH" USING CURSOR-4.
           IF C-RC IN CURSOR-4 = 1403
              IF LIST-COUNT = 0
                 DISPLAY "No rights on file for " GRANT-USER(1:20)
                    "."
              END-IF
              GO TO NEXT-LIST.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           ADD 1 TO LIST-COUNT.
           DISPLAY "  " LIST-PROGRAM " " LIST-ACTION "  granted "
              LIST-TS " by " LIST-BY(1:20).
           GO TO NEXT-LIST-ROW.

      *----------------------------------------------------------
      * WRITE AUTHRPT: EVERY RIGHT ON FILE BY OPERATOR, PROGRAM,
      * AND ACTION, THEN EACH PROGRAM THAT CHECKS OPER_AUTH BUT
      * HAS NO ROWS YET - ANYONE MAY STILL USE THOSE.
      *----------------------------------------------------------

       AUTH-REPORT.

           CALL "OEXEC" USING CURSOR-5.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY "Unable to open the authorisation report "
                 "file."
              GO TO EXIT-CLOSE.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Operator authorisation report - " DELIMITED BY
                  SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "OS user              Program  Action     "
                  "Granted             By" DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO LIST-COUNT.

       NEXT-REPORT-ROW.

           CALL "OFETCH" USING CURSOR-5.
           IF C-RC IN CURSOR-5 = 1403
              GO TO REPORT-OPEN-PROGRAMS.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              CLOSE REPORT-FILE
              GO TO EXIT-CLOSE.

           ADD 1 TO LIST-COUNT.
           MOVE SPACES TO REPORT-REC.
           STRING LIST-USER(1:20) " " LIST-PROGRAM " "
                  LIST-ACTION " " LIST-TS " " LIST-BY(1:20)
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           GO TO NEXT-REPORT-ROW.

       REPORT-OPEN-PROGRAMS.

           MOVE LIST-COUNT TO LIST-COUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING LIST-COUNT-D " right(s) on file." DELIMITED BY
                  SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "Programs not yet under control (anyone may use them):"
             TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 0 TO OPEN-COUNT.
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                   UNTIL KNOWN-IDX > KNOWN-MAX-ENTRIES
              IF KNOWN-IDX = 1
                 OR KNOWN-PROGRAM(KNOWN-IDX) NOT =
                    KNOWN-PROGRAM(KNOWN-IDX - 1)
                 MOVE KNOWN-PROGRAM(KNOWN-IDX) TO GRANT-PROGRAM
                 CALL "OEXEC" USING CURSOR-6
                 IF C-RC IN CURSOR-6 NOT = 0
                    PERFORM ORA-ERROR
                    CLOSE REPORT-FILE
                    GO TO EXIT-CLOSE
                 END-IF
                 CALL "OFETCH" USING CURSOR-6
                 IF C-RC IN CURSOR-6 NOT = 0
                    PERFORM ORA-ERROR
                    CLOSE REPORT-FILE
                    GO TO EXIT-CLOSE
                 END-IF
                 IF PROG-ROWS = 0
                    ADD 1 TO OPEN-COUNT
                    MOVE SPACES TO REPORT-REC
                    STRING "  " GRANT-PROGRAM DELIMITED BY SIZE
                      INTO REPORT-REC
                    WRITE REPORT-REC
                 END-IF
              END-IF
           END-PERFORM.
           IF OPEN-COUNT = 0
              MOVE "  (none)" TO REPORT-REC
              WRITE REPORT-REC.

           CLOSE REPORT-FILE.
           DISPLAY LIST-COUNT-D " right(s) reported.".
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * ASK FOR THE OPERATOR, PROGRAM, AND ACTION OF A RIGHT AND
      * COUNT WHETHER IT IS ALREADY ON FILE (GRANT-COUNT).  THE
      * PROGRAM AND ACTION ARE TAKEN IN UPPER CASE; THE OS USER
      * IS KEPT AS TYPED.  A BLANK USER IS LEFT IN GRANT-USER FOR
      * THE CALLER TO END THE RUN ON.
      *----------------------------------------------------------

       GET-RIGHT.

           DISPLAY ASK-USER WITH NO ADVANCING.
           ACCEPT GRANT-USER.
           IF GRANT-USER = " "
              GO TO GET-RIGHT-EXIT.
           DISPLAY ASK-PROGRAM WITH NO ADVANCING.
           ACCEPT GRANT-PROGRAM.
           DISPLAY ASK-ACTION WITH NO ADVANCING.
           ACCEPT GRANT-ACTION.
           INSPECT GRANT-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT GRANT-ACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       GET-RIGHT-EXIT.
           EXIT.

      *----------------------------------------------------------
      * LOOK GRANT-PROGRAM AND GRANT-ACTION UP IN THE KNOWN
      * ACTIONS.  SETS KNOWN-PROG-SW WHEN THE PROGRAM CHECKS
      * OPER_AUTH AT ALL, AND KNOWN-SW WHEN THE ACTION IS ONE IT
      * ASKS FOR OR IS '*'.
      *----------------------------------------------------------

       CHECK-KNOWN.

           MOVE "N" TO KNOWN-PROG-SW.
           MOVE "N" TO KNOWN-SW.
           PERFORM VARYING KNOWN-IDX FROM 1 BY 1
                   UNTIL KNOWN-IDX > KNOWN-MAX-ENTRIES
              IF KNOWN-PROGRAM(KNOWN-IDX) = GRANT-PROGRAM
                 MOVE "Y" TO KNOWN-PROG-SW
                 IF KNOWN-ACTION(KNOWN-IDX) = GRANT-ACTION
                    OR GRANT-ACTION = "*"
                    MOVE "Y" TO KNOWN-SW
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * TIME-STAMP THE CHANGE ABOUT TO BE MADE.  AUDIT-TS IS BOTH
      * THE NEW RIGHT'S GRANTED_TS AND THE AUDIT ROW'S AUDIT_TS.
      *----------------------------------------------------------

       STAMP-CHANGE.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.

      *----------------------------------------------------------
      * EXECUTE THE OPER_AUTH_AUDIT INSERT FOR THE CHANGE JUST
      * MADE.
      *----------------------------------------------------------

       AUDIT-INSERT.

           CALL "OEXEC" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * COMMIT THE CHANGE AND ITS AUDIT ROW AS ONE TRANSACTION.
      *----------------------------------------------------------

       COMMIT-CHANGE.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           ADD 1 TO CHANGES-APPLIED.

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

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           MOVE CHANGES-APPLIED TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM29 program."
           STOP RUN.


      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE OPER_AUTH LOOKUP ON CURSOR-8,
      * ONCE, AT START-UP.  WITHOUT OPER_AUTH (ORA-942) NOTHING
      * IS CHECKED, AS BEFORE THE TABLE EXISTED.
      *----------------------------------------------------------

       SETUP-AUTH.

           ACCEPT AUTH-USER FROM ENVIRONMENT "USER".
           CALL "OPARSE" USING CURSOR-8, SQL-SELAUTH,
                SQL-SELAUTH-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-8 = 942
              MOVE "N" TO AUTH-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-8
              GO TO SETUP-AUTH-EXIT.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-8, ONE, AUTH-USER,
                AUTH-USER-L, ASC.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-8, TWO, AUTH-PROGRAM,
                AUTH-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-8, THREE, AUTH-ACTION,
                AUTH-ACTION-L, ASC.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-8, ONE, AUTH-ROWS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-8, TWO, AUTH-GRANTS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-8 NOT = 0
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

           CALL "OEXEC" USING CURSOR-8.
           IF C-RC IN CURSOR-8 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-8.
           IF C-RC IN CURSOR-8 NOT = 0
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
           ELSE
              MOVE C-RC IN CURSOR-8 TO ERR-RC
              MOVE C-FNC IN CURSOR-8 TO ERR-FNC.

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
                  " CBDEM29 FNC=" DELIMITED BY SIZE
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
      * OF ROWS THIS RUN PROCESSED.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM29 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM29 END " RUN-STATUS " " RUN-COUNT-D
                  " authorisation changes" DELIMITED BY SIZE
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
