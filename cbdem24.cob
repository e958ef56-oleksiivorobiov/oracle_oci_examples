      *
      * $Header: cbdem24.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem24.cob - Cobol demo program # 24
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM24 IS THE NIGHTLY UNPLAYED-VOICEMAIL DIGEST.  A
      * MESSAGE CAN SIT AT STATUS NEW IN VOICE_MAIL FOR WEEKS
      * WHILE ITS OWNER IS AWAY, AND UNTIL NOW NOBODY FOUND OUT
      * BEFORE CBDEM4 ARCHIVED IT AT THE RETENTION LIMIT.  FOR
      * EVERY ACTIVE MBOX_DIR MAILBOX, EACH NEW MESSAGE OLDER
      * THAN THE DIGEST THRESHOLD IS LISTED IN DIGEST-FILE UNDER
      * A HEADING ADDRESSED TO THE MAILBOX'S OWNER.
      *
      * A MESSAGE ALSO PAST THE LONGER ESCALATION THRESHOLD IS
      * COPIED (SAME MSG_ID, AUDIO AND LENGTH, STATUS NEW) INTO
      * THE DEPARTMENT MAILBOX FOR THE MAILBOX'S DEPTNO - THE
      * MBOX_DIR MAILBOX NAMED "DEPT" FOLLOWED BY THE DEPARTMENT
      * NUMBER (DEPT10 FOR DEPARTMENT 10).  THE FIRST ESCALATION
      * FOR A DEPARTMENT OPENS THAT MAILBOX, OWNED BY THE DNAME
      * AND WITH NO QUOTAS; A DEPARTMENT MAILBOX SOMEONE HAS
      * CLOSED IN CBDEM14 IS RESPECTED AND NOTHING IS COPIED TO
      * IT.  THE ORIGINAL KEEPS ITS NEW STATUS FOR ITS OWNER BUT
      * IS STAMPED WITH ESCALATED_DATE, AND THE COPY CARRIES THE
      * ORIGINAL MAILBOX IN ESCALATED_FROM, SO NEITHER IS EVER
      * ESCALATED AGAIN.  THE STAMP IS CLAIMED BEFORE THE COPY
      * IS MADE AND BOTH COMMIT TOGETHER, ONE MESSAGE AT A TIME.
      *
      * ESCALATE-PARM-FILE HOLDS UP TO TWO LINES: THE DIGEST
      * THRESHOLD IN HOURS (DEFAULT 24) AND THE ESCALATION
      * THRESHOLD IN HOURS (DEFAULT 72, NEVER LESS THAN THE
      * DIGEST THRESHOLD).  EACH ESCALATION AND EACH MESSAGE
      * THAT COULD NOT BE ESCALATED IS LISTED IN REPORT-FILE,
      * FOLLOWED BY A SUMMARY BY DEPARTMENT; THE SAME SUMMARY
      * GOES TO RUN-LOG-FILE AHEAD OF THE END LINE.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECT-FILE ASSIGN TO "ORACONN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONNECT-FILE-STATUS.
           SELECT ESCALATE-PARM-FILE ASSIGN TO "VMESCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCALATE-PARM-STATUS.
           SELECT DIGEST-FILE ASSIGN TO "VMDIGEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIGEST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VMESCRPT"
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
       FD  ESCALATE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCALATE-PARM-REC    PIC X(10).
       FD  DIGEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIGEST-REC           PIC X(132).
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

      * DIGEST-HOURS and ESCALATE-HOURS default to 24 and 72,
      * and are overridden by the first and second lines of
      * ESCALATE-PARM-FILE, if present - see READ-ESCALATE-PARM.
       77   ESCALATE-PARM-STATUS PIC X(2).
           88  ESCALATE-PARM-OK     VALUE "00".
           88  ESCALATE-PARM-EOF    VALUE "10".
       77   ESCALATE-PARM-LINE PIC S9(4) COMP VALUE 0.
       77   DIGEST-HOURS       PIC S9(9) COMP VALUE 24.
       77   DIGEST-HOURS-D     PIC ZZZZ9.
       77   ESCALATE-HOURS     PIC S9(9) COMP VALUE 72.
       77   ESCALATE-HOURS-D   PIC ZZZZ9.

      *----------------------------------------------------------
      * THE TWO TRACKING COLUMNS.  THEY ARE ADDED EVERY RUN AND
      * ORA-1430 (COLUMN ALREADY EXISTS) IS TOLERATED, THE WAY
      * CBDEM4 ADDS STATUS.
      *----------------------------------------------------------
       77   SQL-ALTVM          PIC X(100) VALUE
               "ALTER TABLE VOICE_MAIL ADD (ESCALATED_DATE DATE,
      -        " ESCALATED_FROM VARCHAR2(10))".
       77   SQL-ALTVM-L        PIC S9(9) VALUE 100 COMP.

      *----------------------------------------------------------
      * EVERY UNPLAYED MESSAGE PAST THE DIGEST THRESHOLD IN AN
      * ACTIVE MAILBOX, GROUPED BY OWNER AND MAILBOX FOR THE
      * DIGEST.  THE ROWID IS CARRIED AS TEXT SO THE STAMP AND
      * THE AUDIO FETCH HIT EXACTLY THIS ROW - VOICE_MAIL HAS NO
      * UNIQUE KEY.
      *----------------------------------------------------------
       77   SQL-DIGEST         PIC X(720) VALUE
               "SELECT ROWIDTOCHAR(V.ROWID), NVL(D.OWNER,' '),
      -        " D.MAILBOX, NVL(D.DEPTNO,' '), V.MSG_ID,
      -        " NVL(V.MSG_LEN,0),
      -        " TO_CHAR(V.CREATED_DATE,'YYYY-MM-DD HH24:MI:SS'),
      -        " TRUNC((SYSDATE - V.CREATED_DATE) * 24),
      -        " NVL(TO_CHAR(V.ESCALATED_DATE,'YYYY-MM-DD'),' '),
      -        " NVL(V.ESCALATED_FROM,' ')
      -        " FROM MBOX_DIR D, VOICE_MAIL V
      -        " WHERE V.MAILBOX = D.MAILBOX
      -        " AND NVL(D.ACTIVE,'N') = 'Y'
      -        " AND NVL(V.STATUS,'NEW') = 'NEW'
      -        " AND V.CREATED_DATE < SYSDATE - :1 / 24
      -        " ORDER BY D.OWNER, D.MAILBOX, V.CREATED_DATE".
       77   SQL-DIGEST-L       PIC S9(9) VALUE 720 COMP.

      *----------------------------------------------------------
      * THE DEPARTMENT MAILBOX'S ACTIVE FLAG, OR X WHEN THERE IS
      * NO SUCH DIRECTORY ROW YET.  A MISSING ONE IS OPENED FROM
      * DEPT, SO A DEPARTMENT THAT DOES NOT EXIST GETS NO ROW.
      *----------------------------------------------------------
       77   SQL-SELDBOX        PIC X(100) VALUE
               "SELECT NVL(MAX(NVL(ACTIVE,'N')),'X') FROM MBOX_DIR
      -        " WHERE MAILBOX = :1".
       77   SQL-SELDBOX-L      PIC S9(9) VALUE 100 COMP.

       77   SQL-INSDBOX        PIC X(190) VALUE
               "INSERT INTO MBOX_DIR (MAILBOX, OWNER, DEPTNO,
      -        " QUOTA_MSGS, QUOTA_BYTES, ACTIVE)
      -        " SELECT :1, DNAME, :2, 0, 0, 'Y' FROM DEPT
      -        " WHERE DEPTNO = :3".
       77   SQL-INSDBOX-L      PIC S9(9) VALUE 190 COMP.

      *----------------------------------------------------------
      * CLAIM THE ORIGINAL BY STAMPING IT.  NO ROW UPDATED MEANS
      * THE OWNER PLAYED IT, OR ANOTHER RUN ESCALATED IT, SINCE
      * THE DIGEST QUERY STARTED.
      *----------------------------------------------------------
       77   SQL-MARKVM         PIC X(200) VALUE
               "UPDATE VOICE_MAIL SET ESCALATED_DATE = SYSDATE
      -        " WHERE ROWID = CHARTOROWID(:1)
      -        " AND ESCALATED_DATE IS NULL
      -        " AND NVL(STATUS,'NEW') = 'NEW'".
       77   SQL-MARKVM-L       PIC S9(9) VALUE 200 COMP.

       77   SQL-GETMSG         PIC X(90) VALUE
               "SELECT MSG FROM VOICE_MAIL
      -        " WHERE ROWID = CHARTOROWID(:1)".
       77   SQL-GETMSG-L       PIC S9(9) VALUE 90 COMP.

      *----------------------------------------------------------
      * THE COPY.  IT ARRIVES IN THE DEPARTMENT MAILBOX TODAY, SO
      * ITS CREATED_DATE IS SYSDATE - THE DEPARTMENT'S OWN DIGEST
      * AND CBDEM4'S RETENTION COUNT FROM THE ESCALATION.  IT IS
      * RE-PARSED AND RE-BOUND PER MESSAGE, THE WAY CBDEM13
      * RESTORES, SO THE LONG RAW BIND LENGTH IS THE MESSAGE'S
      * REAL LENGTH.
      *----------------------------------------------------------
       77   SQL-INSCOPY        PIC X(200) VALUE
               "INSERT INTO VOICE_MAIL (MSG_ID, MSG_LEN, MSG,
      -        " CREATED_DATE, MAILBOX, STATUS, ESCALATED_FROM)
      -        " VALUES (:1, :2, :3, SYSDATE, :4, 'NEW', :5)".
       77   SQL-INSCOPY-L      PIC S9(9) VALUE 200 COMP.

      *----------------------------------------------------------
      * ONE DIGEST ROW AS FETCHED BY CURSOR-1, AND THE OWNER AND
      * MAILBOX OF THE PREVIOUS ONE FOR THE DIGEST HEADINGS.
      *----------------------------------------------------------
       77   VM-ROWID           PIC X(18).
       77   VM-ROWID-L         PIC S9(9) VALUE 18 COMP.
       77   BOX-OWNER          PIC X(30).
       77   BOX-OWNER-L        PIC S9(9) VALUE 30 COMP.
       77   VMBOX              PIC X(10).
       77   VMBOX-L            PIC S9(9) VALUE 10 COMP.
       77   BOX-DEPTNO         PIC X(10).
       77   BOX-DEPTNO-L       PIC S9(9) VALUE 10 COMP.
       77   MSG-ID             PIC S9(9) COMP.
       77   MSG-ID-D           PIC ZZZZZ9.
       77   MSG-LEN            PIC S9(9) COMP.
       77   MSG-LEN-D          PIC ZZZZZZZZZ9.
       77   CREATED-X          PIC X(19).
       77   CREATED-X-L        PIC S9(9) VALUE 19 COMP.
       77   AGE-HOURS          PIC S9(9) COMP.
       77   AGE-HOURS-D        PIC ZZZZZ9.
       77   ESC-DATE-X         PIC X(10).
       77   ESC-DATE-X-L       PIC S9(9) VALUE 10 COMP.
       77   ESC-FROM-X         PIC X(10).
       77   ESC-FROM-X-L       PIC S9(9) VALUE 10 COMP.
       77   PREV-OWNER         PIC X(30).
       77   PREV-VMBOX         PIC X(10).
       77   FIRST-ROW-SW       PIC X(1) VALUE "Y".
           88  FIRST-ROW            VALUE "Y".

      *----------------------------------------------------------
      * ONE ESCALATION: THE DEPARTMENT MAILBOX, ITS FLAG, WHAT
      * HAPPENED, AND - WHEN NOTHING WAS COPIED - WHY.
      *----------------------------------------------------------
       77   DEPT-BOX           PIC X(10).
       77   DEPT-BOX-L         PIC S9(9) VALUE 10 COMP.
       77   DBOX-ACTIVE        PIC X(1).
       77   DBOX-ACTIVE-L      PIC S9(9) VALUE 1 COMP.
       77   ESC-RESULT-SW      PIC X(1).
           88  ESC-NONE             VALUE " ".
           88  ESC-DONE             VALUE "E".
           88  ESC-FAILED           VALUE "F".
           88  ESC-GONE             VALUE "G".
       77   ESC-REASON         PIC X(40).

      *----------------------------------------------------------
      * AUDIO COPY.  MSGX HOLDS ONE 64K OFLNG CHUNK AND THE
      * CHUNKS ARE ASSEMBLED IN MSGBODY FOR THE LONG RAW BIND,
      * WHICH LIMITS A COPY TO MAX-COPY-LEN BYTES AS CBDEM13'S
      * RESTORE IS LIMITED.
      *----------------------------------------------------------
       01  MSGX.
           02   MSG            OCCURS 65536 TIMES PIC X.
       01  MSGBODY             PIC X(200000).
       77   MAX-COPY-LEN       PIC S9(9) COMP VALUE 200000.
       77   MSG-HEAD-L         PIC S9(9) COMP VALUE 100.
       77   MSG-LEFT           PIC S9(9) COMP.
       77   CHUNK-LEN          PIC S9(9) COMP.
       77   COPY-BYTES         PIC S9(9) COMP.
       77   VM-BIND-L          PIC S9(9) COMP.
       77   RETL               PIC S9(9) COMP.
       77   OFF1               PIC S9(9) COMP.
       77   RLEN               PIC S9(4) COMP.
       77   RCODE              PIC S9(4) COMP.
       77   INDP               PIC S9(4) COMP.
       77   VARCHAR2-T         PIC S9(9) COMP VALUE 1.
       77   LONG-RAW-T         PIC S9(9) COMP VALUE 24.

      *----------------------------------------------------------
      * THE PER-DEPARTMENT SUMMARY: MESSAGES LISTED IN THE
      * DIGEST, ESCALATED THIS RUN, AND DUE BUT NOT ESCALATED.
      * MAILBOXES WITH NO DEPTNO ARE TALLIED UNDER "(NONE)".
      *----------------------------------------------------------
       01  DEPT-TOTALS.
           02   DEPT-TOTAL     OCCURS 200 TIMES.
                03  TOT-DEPTNO     PIC X(10).
                03  TOT-LISTED     PIC S9(9) COMP.
                03  TOT-ESCALATED  PIC S9(9) COMP.
                03  TOT-HELD       PIC S9(9) COMP.
       77   DEPT-COUNT         PIC S9(4) COMP VALUE 0.
       77   DEPT-MAX           PIC S9(4) COMP VALUE 200.
       77   DEPT-IDX           PIC S9(4) COMP.
       77   SUM-DEPTNO         PIC X(10).
       77   TABLE-FULL-SW      PIC X(1) VALUE "N".
           88  TABLE-FULL           VALUE "Y".

       77   LISTED-COUNT       PIC S9(9) COMP VALUE 0.
       77   ESCALATED-COUNT    PIC S9(9) COMP VALUE 0.
       77   HELD-COUNT         PIC S9(9) COMP VALUE 0.
       77   OWNERS-COUNT       PIC S9(9) COMP VALUE 0.
       77   COUNT-D            PIC ZZZZZZZZ9.
       77   COUNT2-D           PIC ZZZZZZZZ9.
       77   COUNT3-D           PIC ZZZZZZZZ9.

       77   DIGEST-FILE-STATUS PIC X(2).
           88  DIGEST-FILE-OK       VALUE "00".
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
       77   THREE              PIC S9(9) COMP VALUE 3.
       77   FOUR               PIC S9(9) COMP VALUE 4.
       77   FIVE               PIC S9(9) COMP VALUE 5.
       77   SIX                PIC S9(9) COMP VALUE 6.
       77   SEVEN              PIC S9(9) COMP VALUE 7.
       77   EIGHT              PIC S9(9) COMP VALUE 8.
       77   NINE               PIC S9(9) COMP VALUE 9.
       77   TEN                PIC S9(9) COMP VALUE 10.

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
           PERFORM READ-ESCALATE-PARM THRU READ-ESCALATE-PARM-EXIT.

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

           CALL "OOPEN" USING CURSOR-5, LDA.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-6, LDA.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO EACH ESCALATION COMMITS ON ITS
      * OWN.
      *----------------------------------------------------------

           CALL "OCOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * MAKE SURE THE TRACKING COLUMNS EXIST.  ORA-1430 (COLUMN
      * ALREADY EXISTS) IS TOLERATED.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-6, SQL-ALTVM,
                SQL-ALTVM-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-6 NOT = 0
              IF C-RC IN CURSOR-6 = 1430
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE STATEMENTS.
      *----------------------------------------------------------

           CALL "OPARSE" USING CURSOR-1, SQL-DIGEST,
                SQL-DIGEST-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-1, ONE, DIGEST-HOURS,
                FOUR, INTEGER.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, ONE, VM-ROWID,
                VM-ROWID-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TWO, BOX-OWNER,
                BOX-OWNER-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, THREE, VMBOX,
                VMBOX-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, FOUR, BOX-DEPTNO,
                BOX-DEPTNO-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, FIVE, MSG-ID,
                FOUR, INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A,
                ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, SIX, MSG-LEN,
                FOUR, INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A,
                ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, SEVEN, CREATED-X,
                CREATED-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, EIGHT, AGE-HOURS,
                FOUR, INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A,
                ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, NINE, ESC-DATE-X,
                ESC-DATE-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-1, TEN, ESC-FROM-X,
                ESC-FROM-X-L, ASC.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-2, SQL-SELDBOX,
                SQL-SELDBOX-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-2, ONE, DEPT-BOX,
                DEPT-BOX-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-2, ONE, DBOX-ACTIVE,
                DBOX-ACTIVE-L, ASC.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-3, SQL-INSDBOX,
                SQL-INSDBOX-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, ONE, DEPT-BOX,
                DEPT-BOX-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, TWO, BOX-DEPTNO,
                BOX-DEPTNO-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-3, THREE, BOX-DEPTNO,
                BOX-DEPTNO-L, ASC.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-4, SQL-MARKVM,
                SQL-MARKVM-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, ONE, VM-ROWID,
                VM-ROWID-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-5, SQL-GETMSG,
                SQL-GETMSG-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-5, ONE, VM-ROWID,
                VM-ROWID-L, ASC.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-5, ONE, MSGX,
                MSG-HEAD-L, LONG-RAW-T, ZERO-A, INDP, FMT,
                ZERO-A, ZERO-A, RLEN, RCODE.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * OPEN THE DIGEST AND THE ESCALATION REPORT AND RUN THE
      * DIGEST QUERY.
      *----------------------------------------------------------

           OPEN OUTPUT DIGEST-FILE.
           IF NOT DIGEST-FILE-OK
              DISPLAY "Unable to open the voicemail digest file."
              MOVE "ERROR" TO RUN-STATUS
              GO TO EXIT-CLOSE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY "Unable to open the escalation report file."
              MOVE "ERROR" TO RUN-STATUS
              CLOSE DIGEST-FILE
              GO TO EXIT-CLOSE.

           MOVE DIGEST-HOURS TO DIGEST-HOURS-D.
           MOVE ESCALATE-HOURS TO ESCALATE-HOURS-D.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.

           MOVE SPACES TO DIGEST-REC.
           STRING "Unplayed voicemail digest - " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO DIGEST-REC.
           WRITE DIGEST-REC.
           MOVE SPACES TO DIGEST-REC.
           STRING "Messages unplayed for more than "
                  DIGEST-HOURS-D " hours; copied to the "
                  "department mailbox after " ESCALATE-HOURS-D
                  " hours." DELIMITED BY SIZE
             INTO DIGEST-REC.
           WRITE DIGEST-REC.

           MOVE SPACES TO REPORT-REC.
           STRING "Voicemail escalation report - " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REPORT-TIME DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "Escalation threshold " ESCALATE-HOURS-D
                  " hours." DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           CALL "OEXEC" USING CURSOR-1.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-FILES.

      *----------------------------------------------------------
      * ONE UNPLAYED MESSAGE PER PASS.  A NEW OWNER OR MAILBOX
      * STARTS A NEW DIGEST HEADING; A MESSAGE PAST THE SECOND
      * THRESHOLD IS ESCALATED BEFORE ITS DIGEST LINE IS WRITTEN
      * SO THE LINE CAN SAY WHAT HAPPENED TO IT.
      *----------------------------------------------------------

       NEXT-DIGEST-ROW.

           MOVE SPACES TO VM-ROWID BOX-OWNER VMBOX BOX-DEPTNO
              CREATED-X ESC-DATE-X ESC-FROM-X.
           CALL "OFETCH" USING CURSOR-1.
           IF C-RC IN CURSOR-1 = 1403
              GO TO DIGEST-DONE.
           IF C-RC IN CURSOR-1 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-FILES.

           ADD 1 TO LISTED-COUNT.
           IF BOX-DEPTNO = " "
              MOVE "(none)" TO SUM-DEPTNO
           ELSE
              MOVE BOX-DEPTNO TO SUM-DEPTNO.
           PERFORM FIND-DEPT-TOTAL THRU FIND-DEPT-TOTAL-EXIT.
           IF DEPT-IDX > 0
              ADD 1 TO TOT-LISTED(DEPT-IDX).

           IF FIRST-ROW OR BOX-OWNER NOT = PREV-OWNER
              PERFORM WRITE-OWNER-HEADING
              PERFORM WRITE-MAILBOX-HEADING
           ELSE IF VMBOX NOT = PREV-VMBOX
              PERFORM WRITE-MAILBOX-HEADING.
           MOVE "N" TO FIRST-ROW-SW.
           MOVE BOX-OWNER TO PREV-OWNER.
           MOVE VMBOX TO PREV-VMBOX.

           MOVE SPACES TO ESC-RESULT-SW ESC-REASON DEPT-BOX.
           IF BOX-DEPTNO NOT = " "
              STRING "DEPT" DELIMITED BY SIZE
                     BOX-DEPTNO DELIMITED BY SPACE
                INTO DEPT-BOX.
           IF AGE-HOURS NOT < ESCALATE-HOURS
              AND ESC-DATE-X = " "
              AND ESC-FROM-X = " "
              AND VMBOX NOT = DEPT-BOX
              PERFORM ESCALATE-MSG THRU ESCALATE-MSG-EXIT.

           PERFORM WRITE-DIGEST-LINE.
           GO TO NEXT-DIGEST-ROW.

      *----------------------------------------------------------
      * END OF THE DIGEST: TOTALS TO BOTH FILES, THEN THE
      * DEPARTMENT SUMMARY TO THE REPORT AND RUN-LOG-FILE.
      *----------------------------------------------------------

       DIGEST-DONE.

           IF FIRST-ROW
              MOVE SPACES TO DIGEST-REC
              WRITE DIGEST-REC
              MOVE "No unplayed messages are past the threshold."
                 TO DIGEST-REC
              WRITE DIGEST-REC.

           MOVE LISTED-COUNT TO COUNT-D.
           MOVE OWNERS-COUNT TO COUNT2-D.
           MOVE SPACES TO DIGEST-REC.
           WRITE DIGEST-REC.
           MOVE SPACES TO DIGEST-REC.
           STRING COUNT-D " message(s) listed for " COUNT2-D
                  " owner(s)." DELIMITED BY SIZE
             INTO DIGEST-REC.
           WRITE DIGEST-REC.

           PERFORM WRITE-DEPT-SUMMARY.

           MOVE ESCALATED-COUNT TO COUNT-D.
           MOVE HELD-COUNT TO COUNT2-D.
           MOVE LISTED-COUNT TO COUNT3-D.
           DISPLAY COUNT3-D " unplayed message(s) listed, "
              COUNT-D " escalated, " COUNT2-D " not escalated.".

       EXIT-FILES.

           CLOSE DIGEST-FILE.
           CLOSE REPORT-FILE.

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

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.

       EXIT-STOP.

           MOVE ESCALATED-COUNT TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM24 program."
           STOP RUN.

      *----------------------------------------------------------
      * COPY THE CURRENT MESSAGE INTO ITS DEPARTMENT MAILBOX.
      * THE ORIGINAL IS CLAIMED FIRST, THE DEPARTMENT MAILBOX IS
      * OPENED IF IT HAS NEVER BEEN USED, THE AUDIO IS READ IN
      * 64K OFLNG CHUNKS AND INSERTED AS THE COPY, AND THE WHOLE
      * THING COMMITS AS ONE; ANY FAILURE ROLLS IT ALL BACK AND
      * LEAVES THE MESSAGE FOR THE NEXT RUN.  ESC-RESULT-SW AND
      * ESC-REASON TELL THE CALLER WHAT HAPPENED.
      *----------------------------------------------------------

       ESCALATE-MSG.

           MOVE "F" TO ESC-RESULT-SW.
           IF DEPT-BOX = " "
              MOVE "mailbox has no department" TO ESC-REASON
              GO TO ESCALATE-MSG-REPORT.
           IF MSG-LEN > MAX-COPY-LEN
              MOVE "message too long to copy" TO ESC-REASON
              GO TO ESCALATE-MSG-REPORT.

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              MOVE "ORACLE error claiming the message" TO ESC-REASON
              GO TO ESCALATE-MSG-UNDO.
           IF C-ROWS IN CURSOR-4 = 0
              MOVE "G" TO ESC-RESULT-SW
              GO TO ESCALATE-MSG-UNDO.

           MOVE SPACES TO DBOX-ACTIVE.
           CALL "OEXEC" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              MOVE "ORACLE error reading the directory"
                 TO ESC-REASON
              GO TO ESCALATE-MSG-UNDO.
           CALL "OFETCH" USING CURSOR-2.
           IF C-RC IN CURSOR-2 NOT = 0
              PERFORM ORA-ERROR
              MOVE "ORACLE error reading the directory"
                 TO ESC-REASON
              GO TO ESCALATE-MSG-UNDO.

           IF DBOX-ACTIVE = "N"
              MOVE "department mailbox is closed" TO ESC-REASON
              GO TO ESCALATE-MSG-UNDO.
           IF DBOX-ACTIVE = "X"
              CALL "OEXEC" USING CURSOR-3
              IF C-RC IN CURSOR-3 NOT = 0
                 PERFORM ORA-ERROR
                 MOVE "ORACLE error opening the mailbox"
                    TO ESC-REASON
                 GO TO ESCALATE-MSG-UNDO
              END-IF
              IF C-ROWS IN CURSOR-3 = 0
                 MOVE "no such department" TO ESC-REASON
                 GO TO ESCALATE-MSG-UNDO
              END-IF
              MOVE SPACES TO REPORT-REC
              STRING "Department mailbox " DEPT-BOX
                     " opened for department " BOX-DEPTNO
                     DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
           END-IF.

           PERFORM READ-MSG-AUDIO THRU READ-MSG-AUDIO-EXIT.
           IF COPY-BYTES NOT = MSG-LEN
              MOVE "audio could not be read" TO ESC-REASON
              GO TO ESCALATE-MSG-UNDO.

           PERFORM INSERT-COPY THRU INSERT-COPY-EXIT.
           IF ESC-REASON NOT = " "
              GO TO ESCALATE-MSG-UNDO.

           CALL "OCOM" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR
              MOVE "ORACLE error on commit" TO ESC-REASON
              GO TO ESCALATE-MSG-UNDO.

           MOVE "E" TO ESC-RESULT-SW.
           ADD 1 TO ESCALATED-COUNT.
           IF DEPT-IDX > 0
              ADD 1 TO TOT-ESCALATED(DEPT-IDX).
           GO TO ESCALATE-MSG-REPORT.

       ESCALATE-MSG-UNDO.

           CALL "OROL" USING LDA.
           IF LDA-RC NOT = 0
              PERFORM ORA-ERROR.
           IF ESC-GONE
              GO TO ESCALATE-MSG-EXIT.

       ESCALATE-MSG-REPORT.

           MOVE MSG-ID TO MSG-ID-D.
           MOVE SPACES TO REPORT-REC.
           IF ESC-DONE
              STRING "Message " MSG-ID-D " mailbox " VMBOX
                     " dept " BOX-DEPTNO " escalated to "
                     DEPT-BOX DELIMITED BY SIZE
                INTO REPORT-REC
           ELSE
              ADD 1 TO HELD-COUNT
              IF DEPT-IDX > 0
                 ADD 1 TO TOT-HELD(DEPT-IDX)
              END-IF
              STRING "Message " MSG-ID-D " mailbox " VMBOX
                     " dept " BOX-DEPTNO " NOT escalated - "
                     ESC-REASON DELIMITED BY SIZE
                INTO REPORT-REC.
           WRITE REPORT-REC.
       ESCALATE-MSG-EXIT.
           EXIT.

      *----------------------------------------------------------
      * READ THE CURRENT MESSAGE'S AUDIO INTO MSGBODY IN 64K
      * OFLNG CHUNKS, THE WAY CBDEM4 EXTRACTS IT FOR THE
      * ARCHIVE.  COPY-BYTES COMING UP SHORT OF MSG-LEN TELLS
      * THE CALLER THE READ FAILED.
      *----------------------------------------------------------

       READ-MSG-AUDIO.

           MOVE 0 TO COPY-BYTES.
           MOVE SPACES TO MSGBODY.
           MOVE MSG-LEN TO MSG-LEFT.

           CALL "OEXEC" USING CURSOR-5.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              MOVE -1 TO COPY-BYTES
              GO TO READ-MSG-AUDIO-EXIT.
           CALL "OFETCH" USING CURSOR-5.
           IF C-RC IN CURSOR-5 NOT = 0
              PERFORM ORA-ERROR
              MOVE -1 TO COPY-BYTES
              GO TO READ-MSG-AUDIO-EXIT.

           PERFORM UNTIL MSG-LEFT <= 0
              IF MSG-LEFT < 65536
                 MOVE MSG-LEFT TO CHUNK-LEN
              ELSE
                 MOVE 65536 TO CHUNK-LEN
              END-IF
              COMPUTE OFF1 = MSG-LEN - MSG-LEFT
              CALL "OFLNG" USING CURSOR-5, ONE, MSGX, CHUNK-LEN,
                   RETL, OFF1, RCODE
              IF C-RC IN CURSOR-5 NOT = 0
                 PERFORM ORA-ERROR
                 MOVE -1 TO COPY-BYTES
                 GO TO READ-MSG-AUDIO-EXIT
              END-IF
              IF RETL > 0
                 MOVE MSGX(1 : RETL) TO MSGBODY(OFF1 + 1 : RETL)
                 ADD RETL TO COPY-BYTES
              END-IF
              SUBTRACT CHUNK-LEN FROM MSG-LEFT
           END-PERFORM.
       READ-MSG-AUDIO-EXIT.
           EXIT.

      *----------------------------------------------------------
      * INSERT THE COPY INTO THE DEPARTMENT MAILBOX.  AN ORACLE
      * ERROR LEAVES ESC-REASON SET FOR THE CALLER.
      *----------------------------------------------------------

       INSERT-COPY.

           IF MSG-LEN > 0
              MOVE MSG-LEN TO VM-BIND-L
           ELSE
              MOVE 1 TO VM-BIND-L.

           CALL "OPARSE" USING CURSOR-6, SQL-INSCOPY,
                SQL-INSCOPY-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.

           MOVE 0 TO INDP.
           CALL "OBNDRN" USING CURSOR-6, ONE, MSG-ID,
                FOUR, INTEGER, ZERO-A, INDP, FMT,
                ZERO-A, ZERO-A.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.

           CALL "OBNDRN" USING CURSOR-6, TWO, MSG-LEN,
                FOUR, INTEGER, ZERO-A, INDP, FMT,
                ZERO-A, ZERO-A.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.

           CALL "OBNDRN" USING CURSOR-6, THREE, MSGBODY,
                VM-BIND-L, LONG-RAW-T, ZERO-A, INDP, FMT,
                ZERO-A, ZERO-A.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.

           CALL "OBNDRN" USING CURSOR-6, FOUR, DEPT-BOX,
                DEPT-BOX-L, VARCHAR2-T, ZERO-A, INDP, FMT,
                ZERO-A, ZERO-A.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.

           CALL "OBNDRN" USING CURSOR-6, FIVE, VMBOX,
                VMBOX-L, VARCHAR2-T, ZERO-A, INDP, FMT,
                ZERO-A, ZERO-A.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              GO TO INSERT-COPY-ERROR.
           GO TO INSERT-COPY-EXIT.

       INSERT-COPY-ERROR.

           PERFORM ORA-ERROR.
           MOVE "ORACLE error inserting the copy" TO ESC-REASON.
       INSERT-COPY-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DIGEST HEADINGS AND DETAIL LINES.
      *----------------------------------------------------------

       WRITE-OWNER-HEADING.

           ADD 1 TO OWNERS-COUNT.
           MOVE SPACES TO DIGEST-REC.
           WRITE DIGEST-REC.
           MOVE SPACES TO DIGEST-REC.
           IF BOX-OWNER = " "
              MOVE "To: (no owner on file)" TO DIGEST-REC
           ELSE
              STRING "To: " BOX-OWNER DELIMITED BY SIZE
                INTO DIGEST-REC.
           WRITE DIGEST-REC.

       WRITE-MAILBOX-HEADING.

           MOVE SPACES TO DIGEST-REC.
           STRING "  Mailbox " VMBOX " (department "
                  BOX-DEPTNO ")" DELIMITED BY SIZE
             INTO DIGEST-REC.
           WRITE DIGEST-REC.

       WRITE-DIGEST-LINE.

           MOVE MSG-ID TO MSG-ID-D.
           MOVE MSG-LEN TO MSG-LEN-D.
           MOVE AGE-HOURS TO AGE-HOURS-D.
           MOVE SPACES TO DIGEST-REC.
           IF ESC-DONE
              STRING "    Message " MSG-ID-D " left " CREATED-X
                     " " AGE-HOURS-D " hrs " MSG-LEN-D " bytes"
                     " - escalated to " DEPT-BOX DELIMITED BY SIZE
                INTO DIGEST-REC
           ELSE IF ESC-FAILED
              STRING "    Message " MSG-ID-D " left " CREATED-X
                     " " AGE-HOURS-D " hrs " MSG-LEN-D " bytes"
                     " - due for escalation" DELIMITED BY SIZE
                INTO DIGEST-REC
           ELSE IF ESC-FROM-X NOT = " "
              STRING "    Message " MSG-ID-D " left " CREATED-X
                     " " AGE-HOURS-D " hrs " MSG-LEN-D " bytes"
                     " - escalated from " ESC-FROM-X
                     DELIMITED BY SIZE
                INTO DIGEST-REC
           ELSE IF ESC-DATE-X NOT = " "
              STRING "    Message " MSG-ID-D " left " CREATED-X
                     " " AGE-HOURS-D " hrs " MSG-LEN-D " bytes"
                     " - escalated " ESC-DATE-X DELIMITED BY SIZE
                INTO DIGEST-REC
           ELSE
              STRING "    Message " MSG-ID-D " left " CREATED-X
                     " " AGE-HOURS-D " hrs " MSG-LEN-D " bytes"
                     DELIMITED BY SIZE
                INTO DIGEST-REC.
           WRITE DIGEST-REC.

      *----------------------------------------------------------
      * FIND THE SUMMARY ENTRY FOR SUM-DEPTNO, ADDING IT IF IT IS
      * NEW.  A FULL TABLE LEAVES DEPT-IDX ZERO; THE RUN TOTALS
      * STILL COUNT THE MESSAGE.
      *----------------------------------------------------------

       FIND-DEPT-TOTAL.

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
              IF TOT-DEPTNO(DEPT-IDX) = SUM-DEPTNO
                 GO TO FIND-DEPT-TOTAL-EXIT
              END-IF
           END-PERFORM.
           IF DEPT-COUNT NOT < DEPT-MAX
              MOVE "Y" TO TABLE-FULL-SW
              MOVE 0 TO DEPT-IDX
              GO TO FIND-DEPT-TOTAL-EXIT.
           ADD 1 TO DEPT-COUNT.
           MOVE DEPT-COUNT TO DEPT-IDX.
           MOVE SUM-DEPTNO TO TOT-DEPTNO(DEPT-IDX).
           MOVE 0 TO TOT-LISTED(DEPT-IDX) TOT-ESCALATED(DEPT-IDX)
              TOT-HELD(DEPT-IDX).
       FIND-DEPT-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------
      * THE SUMMARY BY DEPARTMENT, TO REPORT-FILE, AND FOR EVERY
      * DEPARTMENT WITH ANYTHING DUE FOR ESCALATION, ONE LINE TO
      * RUN-LOG-FILE.
      *----------------------------------------------------------

       WRITE-DEPT-SUMMARY.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "Escalations by department:" TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
              MOVE TOT-LISTED(DEPT-IDX) TO COUNT-D
              MOVE TOT-ESCALATED(DEPT-IDX) TO COUNT2-D
              MOVE TOT-HELD(DEPT-IDX) TO COUNT3-D
              MOVE SPACES TO REPORT-REC
              STRING "  Dept " TOT-DEPTNO(DEPT-IDX) " listed "
                     COUNT-D " escalated " COUNT2-D
                     " not escalated " COUNT3-D
                     DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
              IF TOT-ESCALATED(DEPT-IDX) > 0
                 OR TOT-HELD(DEPT-IDX) > 0
                 MOVE SPACES TO RUN-LOG-REC
                 MOVE 1 TO RUN-LOG-PTR
                 ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD
                 ACCEPT RUN-LOG-TIME FROM TIME
                 STRING RUN-LOG-DATE " " RUN-LOG-TIME
                        " CBDEM24 DEPT " TOT-DEPTNO(DEPT-IDX)
                        " escalated " COUNT2-D
                        " not escalated " COUNT3-D
                        DELIMITED BY SIZE
                   INTO RUN-LOG-REC
                   WITH POINTER RUN-LOG-PTR
                 PERFORM PUT-RUN-LOG
              END-IF
           END-PERFORM.

           IF TABLE-FULL
              MOVE "  (more departments than the summary holds - "
                 TO REPORT-REC
              WRITE REPORT-REC
              MOVE "   the totals below include them)" TO REPORT-REC
              WRITE REPORT-REC.

           MOVE LISTED-COUNT TO COUNT-D.
           MOVE ESCALATED-COUNT TO COUNT2-D.
           MOVE HELD-COUNT TO COUNT3-D.
           MOVE SPACES TO REPORT-REC.
           STRING "  Total      listed " COUNT-D " escalated "
                  COUNT2-D " not escalated " COUNT3-D
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.


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

      * If an ESCALATE-PARM-FILE is present, its lines hold, in
      * order: the digest threshold and the escalation threshold,
      * both in hours.  Missing lines, blank lines, and a missing
      * file just keep the defaults (24 / 72).  An escalation
      * threshold below the digest threshold is raised to it, so
      * nothing is escalated before its owner has been told.
       READ-ESCALATE-PARM.

           OPEN INPUT ESCALATE-PARM-FILE.
           IF NOT ESCALATE-PARM-OK
              GO TO READ-ESCALATE-PARM-EXIT.
           MOVE 0 TO ESCALATE-PARM-LINE.
           PERFORM UNTIL NOT ESCALATE-PARM-OK
                      OR ESCALATE-PARM-LINE > 1
              READ ESCALATE-PARM-FILE
                 NOT AT END
                    ADD 1 TO ESCALATE-PARM-LINE
                    IF ESCALATE-PARM-REC NOT = SPACES
                       IF ESCALATE-PARM-LINE = 1
                          COMPUTE DIGEST-HOURS =
                             FUNCTION NUMVAL(ESCALATE-PARM-REC)
                       ELSE
                          COMPUTE ESCALATE-HOURS =
                             FUNCTION NUMVAL(ESCALATE-PARM-REC)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT ESCALATE-PARM-OK AND NOT ESCALATE-PARM-EOF
              DISPLAY "Error reading ESCALATE-PARM-FILE, status "
                 ESCALATE-PARM-STATUS "."
              MOVE "ERROR" TO RUN-STATUS.
           CLOSE ESCALATE-PARM-FILE.
           IF DIGEST-HOURS < 1
              MOVE 24 TO DIGEST-HOURS.
           IF ESCALATE-HOURS < DIGEST-HOURS
              MOVE DIGEST-HOURS TO ESCALATE-HOURS.
       READ-ESCALATE-PARM-EXIT.
           EXIT.

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
           ELSE
              MOVE C-RC IN CURSOR-6 TO ERR-RC
              MOVE C-FNC IN CURSOR-6 TO ERR-FNC.

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
                  " CBDEM24 FNC=" DELIMITED BY SIZE
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
      * OF MESSAGES THIS RUN ESCALATED.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM24 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM24 END " RUN-STATUS " " RUN-COUNT-D
                  " messages escalated" DELIMITED BY SIZE
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
