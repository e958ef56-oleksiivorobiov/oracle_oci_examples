      *
      * $Header: cbdem19.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem19.cob - Cobol demo program # 19
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM19 IS THE JOB GRADE MAINTENANCE PROGRAM.  THE SALARY
      * BANDS CBDEM1 VALIDATES HIRES AND UPDATES AGAINST, AND
      * THAT CBDEM6 CAPS REVIEW INCREASES AT, LIVE IN JOB_GRADE:
      * ONE ROW PER (JOB, EFFECTIVE DATE) WITH THE MIN AND MAX
      * SALARY FROM THAT DATE ON.  A BAND IS NEVER OVERWRITTEN
      * WHEN THE RATES MOVE - A NEW ROW WITH A LATER EFFECTIVE
      * DATE IS ADDED, SO THE BAND IN FORCE ON ANY GIVEN DATE CAN
      * STILL BE ANSWERED.  JOB 'OTHER' IS THE CATCH-ALL BAND FOR
      * ANY JOB WITH NO BAND OF ITS OWN.  THE MENU OFFERS:
      *
      *   ADD    - A NEW BAND FOR A JOB FROM AN EFFECTIVE DATE
      *            (BLANK DEFAULTS TO THE RUN DATE).
      *   CHANGE - CORRECT THE MIN/MAX OF AN EXISTING BAND.
      *   REMOVE - DELETE A BAND ENTERED IN ERROR.
      *   LIST   - SHOW EVERY BAND ON FILE FOR A JOB.
      *
      * THE FIRST RUN CREATES JOB_GRADE AND SEEDS IT WITH THE
      * BANDS CBDEM1 USED TO CARRY IN ITS OWN WORKING-STORAGE,
      * EFFECTIVE 1900-01-01.  EVERY CHANGE (THE SEEDING
      * INCLUDED) WRITES A JOB_GRADE_AUDIT ROW IN THE SAME
      * TRANSACTION, THE WAY CBDEM11 WRITES DEPT_AUDIT.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM19.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * JOB_GRADE HOLDS ONE ROW PER (JOB, EFF_DATE).  EFF_DATE IS
      * A 'YYYY-MM-DD' STRING, LIKE EMP.TERM_DATE, SO THE "BAND IN
      * FORCE ON A DATE" QUERIES IN CBDEM1 AND CBDEM6 ARE A PLAIN
      * STRING COMPARISON.  THE CREATE IS ATTEMPTED EVERY RUN AND
      * ORA-955 (NAME ALREADY USED) IS TOLERATED.
      *----------------------------------------------------------
       77   SQL-CRGRADE        PIC X(180) VALUE
               "CREATE TABLE JOB_GRADE (JOB VARCHAR2(12),
      -        " EFF_DATE VARCHAR2(10), MIN_SAL NUMBER(9,2),
      -        " MAX_SAL NUMBER(9,2), PRIMARY KEY (JOB, EFF_DATE))".
       77   SQL-CRGRADE-L      PIC S9(9) VALUE 180 COMP.

       77   SQL-CNTGRADE       PIC X(40) VALUE
               "SELECT COUNT(*) FROM JOB_GRADE".
       77   SQL-CNTGRADE-L     PIC S9(9) VALUE 40 COMP.

       77   SQL-SELBAND        PIC X(100) VALUE
               "SELECT MIN_SAL, MAX_SAL FROM JOB_GRADE
      -        " WHERE JOB = RTRIM(:1) AND EFF_DATE = :2".
       77   SQL-SELBAND-L      PIC S9(9) VALUE 100 COMP.

       77   SQL-INSBAND        PIC X(100) VALUE
               "INSERT INTO JOB_GRADE (JOB,EFF_DATE,MIN_SAL,MAX_SAL)
      -        " VALUES (RTRIM(:1),:2,:3,:4)".
       77   SQL-INSBAND-L      PIC S9(9) VALUE 100 COMP.

       77   SQL-UPDBAND        PIC X(100) VALUE
               "UPDATE JOB_GRADE SET MIN_SAL = :1, MAX_SAL = :2
      -        " WHERE JOB = RTRIM(:3) AND EFF_DATE = :4".
       77   SQL-UPDBAND-L      PIC S9(9) VALUE 100 COMP.

       77   SQL-DELBAND        PIC X(80) VALUE
               "DELETE FROM JOB_GRADE WHERE JOB = RTRIM(:1)
      -        " AND EFF_DATE = :2".
       77   SQL-DELBAND-L      PIC S9(9) VALUE 80 COMP.

       77   SQL-LSTBAND        PIC X(110) VALUE
               "SELECT EFF_DATE, MIN_SAL, MAX_SAL FROM JOB_GRADE
      -        " WHERE JOB = RTRIM(:1) ORDER BY EFF_DATE".
       77   SQL-LSTBAND-L      PIC S9(9) VALUE 110 COMP.

      *----------------------------------------------------------
      * JOB_GRADE_AUDIT RECORDS ONE ROW PER BAND CHANGE, THE WAY
      * DEPT_AUDIT DOES FOR DEPARTMENTS.  ORA-955 IS TOLERATED ON
      * THE CREATE.  MIN_SAL AND MAX_SAL HOLD THE VALUES AFTER
      * THE CHANGE (FOR A REMOVE, THE VALUES THE BAND HAD).
      *----------------------------------------------------------
       77   SQL-CRAUD          PIC X(220) VALUE
               "CREATE TABLE JOB_GRADE_AUDIT (AUDIT_TS VARCHAR2(19),
      -        " OS_USER VARCHAR2(30), JOB VARCHAR2(12),
      -        " EFF_DATE VARCHAR2(10), MIN_SAL VARCHAR2(12),
      -        " MAX_SAL VARCHAR2(12), ACTION VARCHAR2(10))".
       77   SQL-CRAUD-L        PIC S9(9) VALUE 220 COMP.

       77   SQL-INSAUDIT       PIC X(160) VALUE
               "INSERT INTO JOB_GRADE_AUDIT (AUDIT_TS,OS_USER,JOB,
      -        "EFF_DATE,MIN_SAL,MAX_SAL,ACTION)
      -        " VALUES (:1,:2,RTRIM(:3),:4,:5,:6,:7)".
       77   SQL-INSAUDIT-L     PIC S9(9) VALUE 160 COMP.

       77   AUDIT-ACTION       PIC X(10) VALUE "ADD".
       77   AUDIT-ACTION-L     PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * THE BAND BEING WORKED ON.  GRADE-JOB AND EFF-DATE ARE THE
      * KEY; MIN-SAL-X AND MAX-SAL-X ARE THE CHARACTER FORMS
      * BOUND INTO THE INSERT, UPDATE, AND AUDIT ROW; OLD-MIN-X
      * AND OLD-MAX-X ARE WHAT CURSOR-1 FETCHED FOR THE KEY.
      *----------------------------------------------------------
       77   GRADE-JOB          PIC X(12).
       77   GRADE-JOB-L        PIC S9(9) VALUE 12 COMP.
       77   EFF-DATE           PIC X(10).
       77   EFF-DATE-L         PIC S9(9) VALUE 10 COMP.
       77   MIN-SAL-X          PIC X(12).
       77   MAX-SAL-X          PIC X(12).
       77   SAL-X-L            PIC S9(9) VALUE 12 COMP.
       77   OLD-MIN-X          PIC X(12).
       77   OLD-MAX-X          PIC X(12).
       77   MIN-SAL-N          PIC S9(7)V99 COMP-3.
       77   MAX-SAL-N          PIC S9(7)V99 COMP-3.
       77   SAL-D              PIC Z(6)9.99.
       77   GRADE-COUNT        PIC S9(9) COMP.
       77   LIST-COUNT         PIC S9(9) COMP.
       77   EFF-YY-N           PIC S9(9) COMP.
       77   EFF-MM-N           PIC S9(4) COMP.
       77   EFF-DD-N           PIC S9(4) COMP.
       77   EFF-MAX-DD         PIC S9(4) COMP.
       77   DATE-OK-SW         PIC X(01) VALUE "Y".
           88   DATE-OK        VALUE "Y".
           88   DATE-NOT-OK    VALUE "N".
       77   BAND-OK-SW         PIC X(01) VALUE "Y".
           88   BAND-OK        VALUE "Y".
           88   BAND-NOT-OK    VALUE "N".

       77   CHANGES-APPLIED    PIC S9(9) COMP VALUE 0.

      *----------------------------------------------------------
      * THE STANDING BANDS JOB_GRADE IS SEEDED WITH ON ITS FIRST
      * RUN - THE VALUES CBDEM1 CARRIED IN ITS INIT-SAL-RANGES.
      *----------------------------------------------------------
       01  SEED-TABLE.
           02  SEED-ENTRY OCCURS 6 TIMES.
               03  SEED-JOB       PIC X(12).
               03  SEED-MIN       PIC S9(7)V99 COMP-3.
               03  SEED-MAX       PIC S9(7)V99 COMP-3.
       77   SEED-MAX-ENTRIES   PIC S9(4) COMP VALUE 6.
       77   SEED-IDX           PIC S9(4) COMP.
       77   SEED-EFF-DATE      PIC X(10) VALUE "1900-01-01".

      *----------------------------------------------------------
      * JOB_GRADE_AUDIT BIND VARIABLES - SAME SHAPE AS CBDEM1'S.
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
       77   SEVEN              PIC S9(9) COMP VALUE 7.

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
              "Add(A), Change(C), Remove(R), List(L): ".
       77   MENU-CHOICE        PIC X(01).
           88   MENU-ADD       VALUE "A" "a".
           88   MENU-CHANGE    VALUE "C" "c".
           88   MENU-REMOVE    VALUE "R" "r".
           88   MENU-LIST      VALUE "L" "l".

       77   ASK-JOB            PIC X(34) VALUE
              "Enter job (blank quits): ".
       77   ASK-EFF-DATE       PIC X(40) VALUE
              "Enter effective date (YYYY-MM-DD): ".
       77   ASK-MIN-SAL        PIC X(25) VALUE
              "Enter minimum salary: ".
       77   ASK-MAX-SAL        PIC X(25) VALUE
              "Enter maximum salary: ".



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

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO EACH CHANGE AND ITS AUDIT ROW
      * COMMIT AS ONE TRANSACTION.
      *----------------------------------------------------------

           CALL "OCOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MAKE SURE JOB_GRADE AND JOB_GRADE_AUDIT EXIST.  IF
      * ANOTHER RUN ALREADY CREATED THEM, ORACLE RETURNS ORA-955
      * (NAME ALREADY USED) - THAT IS NOT AN ERROR, JUST CARRY ON.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-6, SQL-CRGRADE,
                SQL-CRGRADE-L, ZERO-A, TWO.
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

           CALL "OPARSE" USING CURSOR-1, SQL-SELBAND,
                SQL-SELBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, ONE, GRADE-JOB,
                GRADE-JOB-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, TWO, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, OLD-MIN-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TWO, OLD-MAX-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-2, SQL-INSBAND,
                SQL-INSBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, ONE, GRADE-JOB,
                GRADE-JOB-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, TWO, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, THREE, MIN-SAL-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, FOUR, MAX-SAL-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-3, SQL-UPDBAND,
                SQL-UPDBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, ONE, MIN-SAL-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, TWO, MAX-SAL-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, THREE, GRADE-JOB,
                GRADE-JOB-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, FOUR, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-4, SQL-DELBAND,
                SQL-DELBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, ONE, GRADE-JOB,
                GRADE-JOB-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, TWO, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-5, SQL-LSTBAND,
                SQL-LSTBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, ONE, GRADE-JOB,
                GRADE-JOB-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, ONE, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, TWO, OLD-MIN-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, THREE, OLD-MAX-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-6, SQL-CNTGRADE,
                SQL-CNTGRADE-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-6, ONE, GRADE-COUNT, FOUR,
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

           CALL "OBNDRN" USING CURSOR-7, THREE, GRADE-JOB,
                GRADE-JOB-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, FOUR, EFF-DATE,
                EFF-DATE-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, FIVE, MIN-SAL-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, SIX, MAX-SAL-X,
                SAL-X-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, SEVEN, AUDIT-ACTION,
                AUDIT-ACTION-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * AN EMPTY JOB_GRADE (THE FIRST RUN) IS SEEDED WITH THE
      * STANDING BANDS, SO CBDEM1 AND CBDEM6 HAVE A BAND IN FORCE
      * FOR EVERY DATE FROM THE START.
      *----------------------------------------------------------

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           IF GRADE-COUNT = 0
              PERFORM SEED-BANDS.

      *----------------------------------------------------------
      * ASK WHICH MAINTENANCE OPERATION THIS RUN WILL PERFORM.
      *----------------------------------------------------------

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           IF MENU-ADD
              GO TO NEXT-ADD.
           IF MENU-CHANGE
              GO TO NEXT-CHANGE.
           IF MENU-REMOVE
              GO TO NEXT-REMOVE.
           IF MENU-LIST
              GO TO NEXT-LIST.
           DISPLAY "No such choice."
           GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * ADD A BAND FOR A JOB FROM AN EFFECTIVE DATE.  A BLANK
      * DATE MEANS FROM TODAY.  THE (JOB, DATE) MUST NOT ALREADY
      * BE ON FILE - USE CHANGE TO CORRECT AN EXISTING BAND.  A
      * BLANK JOB ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-ADD.

           DISPLAY ASK-JOB WITH NO ADVANCING.
           ACCEPT GRADE-JOB.
           IF GRADE-JOB = " "
              GO TO EXIT-CLOSE.

           DISPLAY ASK-EFF-DATE WITH NO ADVANCING.
           ACCEPT EFF-DATE.
           IF EFF-DATE = " "
              ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD
              STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD
                 DELIMITED BY SIZE INTO EFF-DATE.
           PERFORM CHECK-EFF-DATE THRU CHECK-EFF-DATE-EXIT.
           IF DATE-NOT-OK
              DISPLAY "Effective date must be a real YYYY-MM-DD "
                 "date."
              GO TO NEXT-ADD.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 0
              DISPLAY "A band for " GRADE-JOB "from " EFF-DATE
                 " already exists (" OLD-MIN-X "to " OLD-MAX-X
                 ")."
              GO TO NEXT-ADD.
           IF C-RC IN CURSOR-1 NOT = 1403
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           MOVE SPACES TO OLD-MIN-X OLD-MAX-X.
           PERFORM GET-BAND-LIMITS THRU GET-BAND-LIMITS-EXIT.
           IF BAND-NOT-OK
              GO TO NEXT-ADD.

           CALL "OEXEC" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           DISPLAY "Band for " GRADE-JOB "from " EFF-DATE
              " added: " MIN-SAL-X "to " MAX-SAL-X ".".

           MOVE "ADD" TO AUDIT-ACTION.
           PERFORM AUDIT-INSERT.
           PERFORM COMMIT-CHANGE.
           GO TO NEXT-ADD.

      *----------------------------------------------------------
      * CORRECT THE MIN/MAX OF AN EXISTING BAND.  A BLANK ANSWER
      * TO EITHER LIMIT KEEPS ITS CURRENT VALUE.  A BLANK JOB
      * ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-CHANGE.

           PERFORM GET-EXISTING-BAND THRU GET-EXISTING-BAND-EXIT.
           IF GRADE-JOB = " "
              GO TO EXIT-CLOSE.
           IF OLD-MAX-X = " "
              GO TO NEXT-CHANGE.

           PERFORM GET-BAND-LIMITS THRU GET-BAND-LIMITS-EXIT.
           IF BAND-NOT-OK
              GO TO NEXT-CHANGE.

           CALL "OEXEC" USING CURSOR-3.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           DISPLAY "Band for " GRADE-JOB "from " EFF-DATE
              " changed to " MIN-SAL-X "to " MAX-SAL-X ".".

           MOVE "CHANGE" TO AUDIT-ACTION.
           PERFORM AUDIT-INSERT.
           PERFORM COMMIT-CHANGE.
           GO TO NEXT-CHANGE.

      *----------------------------------------------------------
      * REMOVE A BAND ENTERED IN ERROR.  THE BAND BEFORE IT (IF
      * ANY) IS IN FORCE AGAIN FROM ITS OWN EFFECTIVE DATE.  A
      * BLANK JOB ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-REMOVE.

           PERFORM GET-EXISTING-BAND THRU GET-EXISTING-BAND-EXIT.
           IF GRADE-JOB = " "
              GO TO EXIT-CLOSE.
           IF OLD-MAX-X = " "
              GO TO NEXT-REMOVE.

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           DISPLAY "Band for " GRADE-JOB "from " EFF-DATE
              " removed.".

           MOVE OLD-MIN-X TO MIN-SAL-X.
           MOVE OLD-MAX-X TO MAX-SAL-X.
           MOVE "REMOVE" TO AUDIT-ACTION.
           PERFORM AUDIT-INSERT.
           PERFORM COMMIT-CHANGE.
           GO TO NEXT-REMOVE.

      *----------------------------------------------------------
      * LIST EVERY BAND ON FILE FOR A JOB, OLDEST FIRST - THE
      * LAST ONE WHOSE DATE HAS ARRIVED IS THE ONE IN FORCE.  A
      * BLANK JOB ENDS THE RUN.
      *----------------------------------------------------------

       NEXT-LIST.

           DISPLAY ASK-JOB WITH NO ADVANCING.
           ACCEPT GRADE-JOB.
           IF GRADE-JOB = " "
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-5.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE 0 TO LIST-COUNT.

       NEXT-LIST-ROW.

           CALL "OFETCH" USING CURSOR-5.
           IF C-RC IN CURSOR-5 = 1403
              IF LIST-COUNT = 0
                 DISPLAY "No bands on file for " GRADE-JOB
                    "- the OTHER band applies."
              END-IF
              GO TO NEXT-LIST.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           ADD 1 TO LIST-COUNT.
           DISPLAY "  from " EFF-DATE "  min " OLD-MIN-X
              "  max " OLD-MAX-X.
           GO TO NEXT-LIST-ROW.

      *----------------------------------------------------------
      * ASK FOR A JOB AND EFFECTIVE DATE AND FETCH THAT BAND'S
      * CURRENT LIMITS.  A BLANK JOB IS LEFT IN GRADE-JOB FOR THE
      * CALLER TO END THE RUN ON; AN UNKNOWN BAND LEAVES
      * OLD-MAX-X BLANK FOR THE CALLER TO RE-PROMPT ON.
      *----------------------------------------------------------

       GET-EXISTING-BAND.

           MOVE SPACES TO OLD-MIN-X.
           MOVE SPACES TO OLD-MAX-X.
           DISPLAY ASK-JOB WITH NO ADVANCING.
           ACCEPT GRADE-JOB.
           IF GRADE-JOB = " "
              GO TO GET-EXISTING-BAND-EXIT.
           DISPLAY ASK-EFF-DATE WITH NO ADVANCING.
           ACCEPT EFF-DATE.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              DISPLAY "No such band - use List(L) to see the "
                 "effective dates on file."
              MOVE SPACES TO OLD-MAX-X
              GO TO GET-EXISTING-BAND-EXIT.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           DISPLAY "Current band: " OLD-MIN-X "to " OLD-MAX-X ".".
       GET-EXISTING-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ASK FOR THE MINIMUM AND MAXIMUM SALARY.  A BLANK ANSWER
      * KEEPS OLD-MIN-X / OLD-MAX-X (BLANK FOR A NEW BAND, SO ONE
      * MUST BE GIVEN).  BOTH MUST BE NUMERIC AND POSITIVE, WITH
      * THE MINIMUM NOT ABOVE THE MAXIMUM.  LEAVES THE EDITED
      * VALUES IN MIN-SAL-X AND MAX-SAL-X AND SETS BAND-OK-SW.
      *----------------------------------------------------------

       GET-BAND-LIMITS.

           MOVE "N" TO BAND-OK-SW.
           DISPLAY ASK-MIN-SAL WITH NO ADVANCING.
           ACCEPT MIN-SAL-X.
           IF MIN-SAL-X = " "
              MOVE OLD-MIN-X TO MIN-SAL-X.
           DISPLAY ASK-MAX-SAL WITH NO ADVANCING.
           ACCEPT MAX-SAL-X.
           IF MAX-SAL-X = " "
              MOVE OLD-MAX-X TO MAX-SAL-X.

           IF MIN-SAL-X = " " OR MAX-SAL-X = " "
              OR FUNCTION TEST-NUMVAL(MIN-SAL-X) NOT = 0
              OR FUNCTION TEST-NUMVAL(MAX-SAL-X) NOT = 0
              DISPLAY "Minimum and maximum must both be numeric."
              GO TO GET-BAND-LIMITS-EXIT.
           COMPUTE MIN-SAL-N = FUNCTION NUMVAL(MIN-SAL-X).
           COMPUTE MAX-SAL-N = FUNCTION NUMVAL(MAX-SAL-X).
           IF MIN-SAL-N NOT > 0
              DISPLAY "Minimum salary must be greater than zero."
              GO TO GET-BAND-LIMITS-EXIT.
           IF MIN-SAL-N > MAX-SAL-N
              DISPLAY "Minimum salary cannot be above the maximum."
              GO TO GET-BAND-LIMITS-EXIT.

           MOVE MIN-SAL-N TO SAL-D.
           MOVE SAL-D TO MIN-SAL-X.
           MOVE MAX-SAL-N TO SAL-D.
           MOVE SAL-D TO MAX-SAL-X.
           MOVE "Y" TO BAND-OK-SW.
       GET-BAND-LIMITS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * VALIDATE EFF-DATE AS A CALENDAR YYYY-MM-DD DATE, WITH THE
      * SAME MONTH-LENGTH AND LEAP-YEAR RULE CBDEM1 APPLIES TO A
      * HIRE DATE.  SETS DATE-OK-SW.
      *----------------------------------------------------------

       CHECK-EFF-DATE.

           MOVE "Y" TO DATE-OK-SW.
           IF EFF-DATE(5:1) NOT = "-" OR EFF-DATE(8:1) NOT = "-"
              OR FUNCTION TEST-NUMVAL(EFF-DATE(1:4)) NOT = 0
              OR FUNCTION TEST-NUMVAL(EFF-DATE(6:2)) NOT = 0
              OR FUNCTION TEST-NUMVAL(EFF-DATE(9:2)) NOT = 0
              MOVE "N" TO DATE-OK-SW
              GO TO CHECK-EFF-DATE-EXIT.
           COMPUTE EFF-YY-N = FUNCTION NUMVAL(EFF-DATE(1:4)).
           COMPUTE EFF-MM-N = FUNCTION NUMVAL(EFF-DATE(6:2)).
           COMPUTE EFF-DD-N = FUNCTION NUMVAL(EFF-DATE(9:2)).
           IF EFF-MM-N < 1 OR EFF-MM-N > 12
              MOVE "N" TO DATE-OK-SW
              GO TO CHECK-EFF-DATE-EXIT.
           MOVE 31 TO EFF-MAX-DD.
           IF EFF-MM-N = 4 OR EFF-MM-N = 6
              OR EFF-MM-N = 9 OR EFF-MM-N = 11
              MOVE 30 TO EFF-MAX-DD.
           IF EFF-MM-N = 2
              IF FUNCTION MOD(EFF-YY-N, 4) = 0
                 AND (FUNCTION MOD(EFF-YY-N, 100) NOT = 0
                      OR FUNCTION MOD(EFF-YY-N, 400) = 0)
                 MOVE 29 TO EFF-MAX-DD
              ELSE
                 MOVE 28 TO EFF-MAX-DD.
           IF EFF-DD-N < 1 OR EFF-DD-N > EFF-MAX-DD
              MOVE "N" TO DATE-OK-SW.
       CHECK-EFF-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SEED AN EMPTY JOB_GRADE WITH THE STANDING BANDS, ONE
      * JOB_GRADE_AUDIT "SEED" ROW EACH, COMMITTED TOGETHER.
      * "OTHER" IS THE CATCH-ALL BAND FOR ANY JOB NOT LISTED.
      *----------------------------------------------------------

       SEED-BANDS.

           MOVE "CLERK"     TO SEED-JOB(1).
           MOVE 900.00      TO SEED-MIN(1).
           MOVE 1300.00     TO SEED-MAX(1).

           MOVE "SALESMAN"  TO SEED-JOB(2).
           MOVE 1200.00     TO SEED-MIN(2).
           MOVE 2000.00     TO SEED-MAX(2).

           MOVE "ANALYST"   TO SEED-JOB(3).
           MOVE 2500.00     TO SEED-MIN(3).
           MOVE 3500.00     TO SEED-MAX(3).

           MOVE "MANAGER"   TO SEED-JOB(4).
           MOVE 2400.00     TO SEED-MIN(4).
           MOVE 3300.00     TO SEED-MAX(4).

           MOVE "PRESIDENT" TO SEED-JOB(5).
           MOVE 4500.00     TO SEED-MIN(5).
           MOVE 6000.00     TO SEED-MAX(5).

           MOVE "OTHER"     TO SEED-JOB(6).
           MOVE 800.00      TO SEED-MIN(6).
           MOVE 9000.00     TO SEED-MAX(6).

           MOVE SEED-EFF-DATE TO EFF-DATE.
           MOVE "SEED" TO AUDIT-ACTION.
           PERFORM VARYING SEED-IDX FROM 1 BY 1
                   UNTIL SEED-IDX > SEED-MAX-ENTRIES
              MOVE SEED-JOB(SEED-IDX) TO GRADE-JOB
              MOVE SEED-MIN(SEED-IDX) TO SAL-D
              MOVE SAL-D TO MIN-SAL-X
              MOVE SEED-MAX(SEED-IDX) TO SAL-D
              MOVE SAL-D TO MAX-SAL-X
              CALL "OEXEC" USING CURSOR-2
              IF C-RC IN CURSOR-2 NOT = 0
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE
              END-IF
              PERFORM AUDIT-INSERT
           END-PERFORM.
           PERFORM COMMIT-CHANGE.
           DISPLAY "JOB_GRADE was empty - seeded with the standing "
              "bands, effective " SEED-EFF-DATE ".".

      *----------------------------------------------------------
      * BUILD AND EXECUTE THE JOB_GRADE_AUDIT INSERT FOR THE
      * CHANGE JUST MADE.  MIN-SAL-X AND MAX-SAL-X HOLD THE
      * POST-CHANGE VALUES.
      *----------------------------------------------------------

       AUDIT-INSERT.

           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.

           ACCEPT OS-USER FROM ENVIRONMENT "USER".

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

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           MOVE CHANGES-APPLIED TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM19 program."
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
           ELSE
              MOVE C-RC IN CURSOR-7 TO ERR-RC
              MOVE C-FNC IN CURSOR-7 TO ERR-FNC.

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
                  " CBDEM19 FNC=" DELIMITED BY SIZE
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
                  " CBDEM19 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM19 END " RUN-STATUS " " RUN-COUNT-D
                  " band changes" DELIMITED BY SIZE
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
