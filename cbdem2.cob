      *   NAME
      *     cbdem2.cob - Cobol demo program #2
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  OPER_AUTH and OPER_AUTH_AUDIT, the
      *                           operator authorisation tables,
      *                           added to the controlled tables
      *    dlanders   10/15/26 -  COMM_RUN, the commission run
      *                           record, added to the controlled
      *                           tables
      *    dlanders   10/15/26 -  two-person approval: an INSERT,
      *                           UPDATE, or DELETE against a
      *                           controlled table (EMP, DEPT, and
      *                           the rest of the list, or the
      *                           SQLCTL file) is held in SQL_PENDING
      *                           with its text and requesting OS
      *                           user instead of being executed;
      *                           PENDING lists held requests, and
      *                           APPROVE n / REJECT n let a
      *                           different user run or refuse one.
      *                           SQL_AUDIT gains APPROVED_BY
      *    dlanders   09/02/26 -  add script-level error control:
      *                           an ONERROR STOP directive ends the
      *                           run at the first failed statement,
      *   the size, up to 100.  A query with a LONG or LONG RAW
      *   select-list item is fetched one row at a time, as the
      *   server requires for those types.
      * (6) An INSERT, UPDATE, or DELETE against a controlled
      *   table may not use bind variables - it is stored as
      *   text for a second user to approve, so its values must
      *   be written into the statement itself.


       IDENTIFICATION DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "SQLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC          PIC X(132).
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REC             PIC X(80).
       WORKING-STORAGE SECTION.

      * Logon, cursor, and host data areas.
      * The create is attempted every run and ORA-955 (name
      * already used) is tolerated, the way CBDEM1 creates
      * EMP_AUDIT.  Queries are deliberately not logged.
      * APPROVED_BY is the second user who approved a held
      * statement (see APPROVE); it is null for everything else.
      * A SQL_AUDIT created before approval existed gets the
      * column by ALTER, and ORA-1430 (column already exists) is
      * tolerated the same way.
       01  SQL-CRAUD           PIC X(280) VALUE
               "CREATE TABLE SQL_AUDIT (AUDIT_TS VARCHAR2(19),
      -        " OS_USER VARCHAR2(30), ROWS_PROCESSED NUMBER(9),
      -        " STMT_TEXT VARCHAR2(2000), APPROVED_BY VARCHAR2(30))".
       01  SQL-CRAUD-L         PIC S9(9) VALUE 280 COMP.

       01  SQL-ALTAUD          PIC X(60) VALUE
               "ALTER TABLE SQL_AUDIT ADD (APPROVED_BY VARCHAR2(30))".
       01  SQL-ALTAUD-L        PIC S9(9) VALUE 60 COMP.

       01  SQL-INSAUD          PIC X(200) VALUE
               "INSERT INTO SQL_AUDIT (AUDIT_TS,OS_USER,
      -        "ROWS_PROCESSED,STMT_TEXT,APPROVED_BY)
      -        " VALUES (:1,:2,:3,:4,RTRIM(:5))".
       01  SQL-INSAUD-L        PIC S9(9) VALUE 200 COMP.

       01  AUDIT-DATE-X.
           03  AUDIT-YYYY      PIC 9(4).
       01  AUDIT-TS-L          PIC S9(9) VALUE 19 COMP.
       01  OS-USER             PIC X(30).
       01  OS-USER-L           PIC S9(9) VALUE 30 COMP.
       01  APPROVED-BY         PIC X(30).
       01  AUDIT-ROWS          PIC S9(9) COMP.
       01  SQL-STMT-MAX-L      PIC S9(9) VALUE 2000 COMP.
       01  DML-AUDITED         PIC S9(9) COMP VALUE 0.

      * Two-person approval.  An INSERT, UPDATE, or DELETE against
      * a controlled table is not executed when it is typed - it
      * is held in SQL_PENDING with its text and the requesting
      * OS user, and only runs when a different user approves it
      * with APPROVE n.  The built-in list of controlled tables
      * below is replaced by CONTROL-FILE (one table name per
      * line, '*' lines are comments) when that file is present.
       01  CONTROL-FILE-STATUS PIC X(2).
           88  CONTROL-FILE-OK      VALUE "00".
       01  CTL-DEFAULTS.
           03  FILLER          PIC X(30) VALUE "EMP".
           03  FILLER          PIC X(30) VALUE "DEPT".
           03  FILLER          PIC X(30) VALUE "DIV_DEPT".
           03  FILLER          PIC X(30) VALUE "EMP_AUDIT".
           03  FILLER          PIC X(30) VALUE "DEPT_AUDIT".
           03  FILLER          PIC X(30) VALUE "JOB_GRADE".
           03  FILLER          PIC X(30) VALUE "JOB_GRADE_AUDIT".
           03  FILLER          PIC X(30) VALUE "LEAVE_ENTITLE".
           03  FILLER          PIC X(30) VALUE "EMP_LEAVE".
           03  FILLER          PIC X(30) VALUE "EMP_ABSENCE".
           03  FILLER          PIC X(30) VALUE "MAINT_PENDING".
           03  FILLER          PIC X(30) VALUE "MBOX_DIR".
           03  FILLER          PIC X(30) VALUE "SQL_AUDIT".
           03  FILLER          PIC X(30) VALUE "SQL_PENDING".
           03  FILLER          PIC X(30) VALUE "COMM_RUN".
           03  FILLER          PIC X(30) VALUE "OPER_AUTH".
           03  FILLER          PIC X(30) VALUE "OPER_AUTH_AUDIT".
       01  CTL-DEFAULT-LIST REDEFINES CTL-DEFAULTS.
           03  CTL-DEFAULT     OCCURS 17 TIMES PIC X(30).
       01  CTL-DEFAULT-COUNT   PIC S9(9) COMP VALUE 17.
       01  CTL-LIST.
           03  CTL-TABLE       OCCURS 50 TIMES PIC X(30).
       01  CTL-COUNT           PIC S9(9) COMP VALUE 0.
       01  CTL-MAX             PIC S9(9) COMP VALUE 50.
       01  CTL-IDX             PIC S9(9) COMP.
       01  CTL-WORDS.
           03  CTL-WORD        OCCURS 3 TIMES PIC X(30).
       01  CTL-TABLE-NAME      PIC X(30).
       01  CTL-QUALIFIED       PIC X(30).
       01  CTL-OWNER           PIC X(30).
       01  CTL-DOT-COUNT       PIC S9(4) COMP.
       01  CTL-BV-COUNT        PIC S9(4) COMP.
       01  CONTROLLED-SW       PIC X(1) VALUE "N".
           88  CONTROLLED-STMT      VALUE "Y".
       01  HOLD-FAILED-SW      PIC X(1) VALUE "N".
           88  HOLD-FAILED          VALUE "Y".
       01  REVIEW-SW           PIC X(1).
           88  REVIEW-APPROVE       VALUE "A".
           88  REVIEW-REJECT        VALUE "R".
       01  REVIEW-FAILED-SW    PIC X(1) VALUE "N".
           88  REVIEW-FAILED        VALUE "Y".
       01  APPROVING-SW        PIC X(1) VALUE "N".
           88  APPROVING            VALUE "Y".

      * SQL_PENDING holds one row per held statement.  STATUS is
      * PENDING until a second user reviews it, then APPROVED or
      * REJECTED, with the reviewer and time.  Created every run
      * with ORA-955 tolerated, like SQL_AUDIT.  REQ_ID is the
      * next number up; a collision with another user's request
      * (ORA-1) just takes the next one.
       01  SQL-CRPEND          PIC X(300) VALUE
               "CREATE TABLE SQL_PENDING (REQ_ID NUMBER(9) PRIMARY KEY,
      -        " REQ_TS VARCHAR2(19), REQ_USER VARCHAR2(30),
      -        " TABLE_NAME VARCHAR2(30), STATUS VARCHAR2(8),
      -        " REVIEW_TS VARCHAR2(19), REVIEW_USER VARCHAR2(30),
      -        " ROWS_PROCESSED NUMBER(9), STMT_TEXT VARCHAR2(2000))".
       01  SQL-CRPEND-L        PIC S9(9) VALUE 300 COMP.

       01  SQL-NEXTREQ         PIC X(50) VALUE
               "SELECT NVL(MAX(REQ_ID),0)+1 FROM SQL_PENDING".
       01  SQL-NEXTREQ-L       PIC S9(9) VALUE 50 COMP.

       01  SQL-INSPEND         PIC X(200) VALUE
               "INSERT INTO SQL_PENDING (REQ_ID,REQ_TS,REQ_USER,
      -        "TABLE_NAME,STATUS,ROWS_PROCESSED,STMT_TEXT)
      -        " VALUES (:1,:2,RTRIM(:3),:4,'PENDING',0,RTRIM(:5))".
       01  SQL-INSPEND-L       PIC S9(9) VALUE 200 COMP.

       01  SQL-LISTPEND        PIC X(160) VALUE
               "SELECT REQ_ID, REQ_TS, REQ_USER, TABLE_NAME,
      -        " SUBSTR(STMT_TEXT,1,200) FROM SQL_PENDING
      -        " WHERE STATUS = 'PENDING' ORDER BY REQ_ID".
       01  SQL-LISTPEND-L      PIC S9(9) VALUE 160 COMP.

       01  SQL-SELREQ          PIC X(100) VALUE
               "SELECT REQ_USER, STATUS, STMT_TEXT FROM SQL_PENDING
      -        " WHERE REQ_ID = :1".
       01  SQL-SELREQ-L        PIC S9(9) VALUE 100 COMP.

       01  SQL-UPDPEND         PIC X(200) VALUE
               "UPDATE SQL_PENDING SET STATUS = RTRIM(:1),
      -        " REVIEW_TS = RTRIM(:2), REVIEW_USER = RTRIM(:3),
      -        " ROWS_PROCESSED = :4 WHERE REQ_ID = :5
      -        " AND STATUS = RTRIM(:6)".
       01  SQL-UPDPEND-L       PIC S9(9) VALUE 200 COMP.

       01  PEND-REQ-ID         PIC S9(9) COMP.
       01  PEND-REQ-ID-D       PIC ZZZZZZZZ9.
       01  PEND-REQ-TS         PIC X(19).
       01  PEND-REQ-USER       PIC X(30).
       01  PEND-TABLE          PIC X(30).
       01  PEND-TABLE-L        PIC S9(9) VALUE 30 COMP.
       01  PEND-TEXT           PIC X(200).
       01  PEND-TEXT-L         PIC S9(9) VALUE 200 COMP.
       01  PEND-STATUS         PIC X(8).
       01  PEND-STATUS-L       PIC S9(9) VALUE 8 COMP.
       01  PEND-NEW-STATUS     PIC X(8).
       01  PEND-OLD-STATUS     PIC X(8).
       01  PEND-REVIEW-TS      PIC X(19).
       01  PEND-REVIEW-USER    PIC X(30).
       01  PEND-ROWS           PIC S9(9) COMP.
       01  PEND-ROWS-D         PIC ZZZZZZZZ9.
       01  PEND-STMT-RLEN      PIC S9(4) COMP.
       01  PEND-IND            PIC S9(4) COMP.
       01  PEND-TRIES          PIC S9(4) COMP.
       01  PEND-MAX-TRIES      PIC S9(4) COMP VALUE 5.
       01  PEND-LISTED         PIC S9(9) COMP.
       01  PEND-LISTED-D       PIC ZZZZ9.
       01  STMTS-HELD          PIC S9(9) COMP VALUE 0.
       01  FIVE                PIC S9(9) VALUE 5 COMP.
       01  SIX                 PIC S9(9) VALUE 6 COMP.

      *----------------------------------------------------------
      * RUN-CONTROL LOG, SHARED BY THE WHOLE SUITE: ONE START
      * LINE AT JOB START AND ONE END LINE AT COMPLETION, WITH

           PERFORM READ-CONNECT-INFO.

           PERFORM READ-CONTROL-LIST.

      * Connect to ORACLE in non-blocking mode, retrying a few
      * times before giving up.  HDA must be initialized to all
      * zeros before each call to OLOG.
              GO TO EXIT-CLOSE.
           MOVE 0 TO C-RC IN CDA2.

      * A SQL_AUDIT from before two-person approval has no
      * APPROVED_BY column - add it.  ORA-1430 (column already
      * exists) just means it is already there.
           CALL "OPARSE" USING CDA2, SQL-ALTAUD, SQL-ALTAUD-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 NOT = 0 AND C-RC IN CDA2 NOT = 1430
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE 0 TO C-RC IN CDA2.

      * Likewise the SQL_PENDING table of held statements.
           CALL "OPARSE" USING CDA2, SQL-CRPEND, SQL-CRPEND-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 NOT = 0 AND C-RC IN CDA2 NOT = 955
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           MOVE 0 TO C-RC IN CDA2.

      * Process each SQL statement.
       STMT-LOOP.
           PERFORM DO-SQL-STMT.
           IF (BV-NAME(1) = "pagesize" OR BV-NAME(1) = "PAGESIZE")
              PERFORM PAGESIZE-CMD
              GO TO DO-SQL-STMT.
           IF (BV-NAME(1) = "pending" OR BV-NAME(1) = "PENDING")
              PERFORM PENDING-CMD THRU PENDING-CMD-EXIT
              GO TO DO-SQL-STMT.
           IF (BV-NAME(1) = "approve" OR BV-NAME(1) = "APPROVE")
              MOVE "A" TO REVIEW-SW
              PERFORM REVIEW-CMD THRU REVIEW-CMD-EXIT
              PERFORM NOTE-REVIEW-RESULT
              GO TO DO-SQL-STMT.
           IF (BV-NAME(1) = "reject" OR BV-NAME(1) = "REJECT")
              MOVE "R" TO REVIEW-SW
              PERFORM REVIEW-CMD THRU REVIEW-CMD-EXIT
              PERFORM NOTE-REVIEW-RESULT
              GO TO DO-SQL-STMT.
           IF LINE-IN(1:1) = "@"
              PERFORM SCRIPT-CMD
              GO TO DO-SQL-STMT.
              END-IF
              GO TO DO-SQL-STMT.

      * An INSERT, UPDATE, or DELETE against a controlled table
      * is not executed - it is held in SQL_PENDING for a second
      * user to approve.  Everything else runs as it always has.
           PERFORM CHECK-CONTROLLED THRU CHECK-CONTROLLED-EXIT.
           IF CONTROLLED-STMT
              PERFORM HOLD-STMT THRU HOLD-STMT-EXIT
              IF HOLD-FAILED
                 PERFORM NOTE-STMT-FAILURE
                 IF ONERROR-STOP
                    GO TO EXIT-CLOSE
                 END-IF
              END-IF
              GO TO DO-SQL-STMT.

           PERFORM BIND-VARS.
           DISPLAY " ".
           MOVE N-BV TO ERR-FNC-D.
      * is consistent: no change survived to attribute.  CDA2 is
      * free here (its describe work happened back in BIND-VARS),
      * so the audit insert is parsed on it fresh each time.
      * A statement run by APPROVE is recorded under the user who
      * asked for it, with the approving user in APPROVED_BY.
       SQL-AUDIT-INSERT.
           MOVE C-ROWS IN CDA TO AUDIT-ROWS.
           PERFORM SET-AUDIT-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".
           MOVE SPACES TO APPROVED-BY.
           IF APPROVING
              MOVE OS-USER TO APPROVED-BY
              MOVE PEND-REQ-USER TO OS-USER.

           CALL "OPARSE" USING CDA2, SQL-INSAUD, SQL-INSAUD-L,
                NO-DEF-MODE, V7-FLG.
              PERFORM ORA-ERROR
              GO TO SQL-AUDIT-INSERT-EXIT.

           CALL "OBNDRN" USING CDA2, FIVE, APPROVED-BY,
                OS-USER-L, VARCHAR2-T.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO SQL-AUDIT-INSERT-EXIT.

           CALL "OEXN" USING CDA2, ONE, ZERO-B.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
       SQL-AUDIT-INSERT-EXIT.
           MOVE 0 TO C-RC IN CDA2.

      * Current date and time as YYYY-MM-DD HH:MI:SS, the form
      * SQL_AUDIT and SQL_PENDING keep their timestamps in.
       SET-AUDIT-TS.
           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME-X FROM TIME.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD " "
                  AUDIT-HH ":" AUDIT-MI ":" AUDIT-SS
                  DELIMITED BY SIZE INTO AUDIT-TS.

      * Decide whether the statement just parsed needs a second
      * user's approval: its leading word is INSERT, UPDATE, or
      * DELETE and the table it changes (any OWNER. prefix
      * dropped) is on the controlled list.  Also counts its
      * bind-variable placeholders, which a held statement may
      * not have - HOLD-STMT stores text only.
       CHECK-CONTROLLED.
           MOVE "N" TO CONTROLLED-SW.
           MOVE SPACES TO CTL-WORDS.
           MOVE SPACES TO CTL-TABLE-NAME.
           UNSTRING SQL-STMT DELIMITED BY "(" OR "," OR ALL " "
               INTO CTL-WORD(1) CTL-WORD(2) CTL-WORD(3).
           INSPECT CTL-WORDS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF CTL-WORD(1) = "INSERT"
              MOVE CTL-WORD(3) TO CTL-TABLE-NAME.
           IF CTL-WORD(1) = "UPDATE"
              MOVE CTL-WORD(2) TO CTL-TABLE-NAME.
           IF CTL-WORD(1) = "DELETE"
              IF CTL-WORD(2) = "FROM"
                 MOVE CTL-WORD(3) TO CTL-TABLE-NAME
              ELSE
                 MOVE CTL-WORD(2) TO CTL-TABLE-NAME.
           IF CTL-TABLE-NAME = SPACES
              GO TO CHECK-CONTROLLED-EXIT.

           MOVE 0 TO CTL-DOT-COUNT.
           INSPECT CTL-TABLE-NAME TALLYING CTL-DOT-COUNT FOR ALL ".".
           IF CTL-DOT-COUNT > 0
              MOVE CTL-TABLE-NAME TO CTL-QUALIFIED
              MOVE SPACES TO CTL-TABLE-NAME
              UNSTRING CTL-QUALIFIED DELIMITED BY "."
                  INTO CTL-OWNER CTL-TABLE-NAME.

           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > CTL-COUNT
              IF CTL-TABLE(CTL-IDX) = CTL-TABLE-NAME
                 MOVE "Y" TO CONTROLLED-SW
              END-IF
           END-PERFORM.

           MOVE 0 TO CTL-BV-COUNT.
           INSPECT SQL-STMT TALLYING CTL-BV-COUNT
               FOR ALL " :" "(:" ",:" "=:".
       CHECK-CONTROLLED-EXIT.
           EXIT.

      * Hold the statement just parsed in SQL_PENDING instead of
      * executing it.  The row rides the user's transaction like
      * everything else here, so it reaches the reviewers at the
      * next COMMIT (or at EXIT, which commits).
       HOLD-STMT.
           MOVE "N" TO HOLD-FAILED-SW.
           IF CTL-BV-COUNT > 0
              DISPLAY "Changes to " FUNCTION TRIM(CTL-TABLE-NAME)
                 " need approval and cannot use bind variables - "
                 "write the values into the statement."
              MOVE "Y" TO HOLD-FAILED-SW
              GO TO HOLD-STMT-EXIT.

           PERFORM SET-AUDIT-TS.
           MOVE AUDIT-TS TO PEND-REQ-TS.
           ACCEPT OS-USER FROM ENVIRONMENT "USER".
           MOVE CTL-TABLE-NAME TO PEND-TABLE.
           MOVE 0 TO PEND-TRIES.

       HOLD-STMT-NEXT-ID.
           ADD 1 TO PEND-TRIES.
           CALL "OPARSE" USING CDA2, SQL-NEXTREQ, SQL-NEXTREQ-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "ODEFIN" USING CDA2, ONE, PEND-REQ-ID, FOUR,
                INTEGER-T, ZERO-A, PEND-IND, FMT, ZERO-A, ZERO-A,
                ZERO-C, ZERO-C.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OEXN" USING CDA2, ONE, ZERO-B.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OFETCH" USING CDA2.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.

           CALL "OPARSE" USING CDA2, SQL-INSPEND, SQL-INSPEND-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OBNDRN" USING CDA2, ONE, PEND-REQ-ID,
                FOUR, INTEGER-T.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OBNDRN" USING CDA2, TWO, PEND-REQ-TS,
                AUDIT-TS-L, VARCHAR2-T.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OBNDRN" USING CDA2, THREE, OS-USER,
                OS-USER-L, VARCHAR2-T.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OBNDRN" USING CDA2, FOUR, PEND-TABLE,
                PEND-TABLE-L, VARCHAR2-T.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OBNDRN" USING CDA2, FIVE, SQL-STMT,
                SQL-STMT-MAX-L, VARCHAR2-T.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.
           CALL "OEXN" USING CDA2, ONE, ZERO-B.
      * ORA-1: another user's request took this number first.
           IF C-RC IN CDA2 = 1 AND PEND-TRIES < PEND-MAX-TRIES
              GO TO HOLD-STMT-NEXT-ID.
           IF C-RC IN CDA2 NOT = 0
              GO TO HOLD-STMT-ERROR.

           ADD 1 TO STMTS-HELD.
           MOVE PEND-REQ-ID TO PEND-REQ-ID-D.
           MOVE SPACES TO LINE-BUF.
           STRING "Change to " FUNCTION TRIM(PEND-TABLE)
                  " held for approval as request "
                  FUNCTION TRIM(PEND-REQ-ID-D)
                  " - NOT executed.  COMMIT to submit it."
                  DELIMITED BY SIZE INTO LINE-BUF.
           PERFORM WRITE-LINE.
           GO TO HOLD-STMT-EXIT.

       HOLD-STMT-ERROR.
           PERFORM ORA-ERROR.
           MOVE "Y" TO HOLD-FAILED-SW.
           DISPLAY "The change was NOT held and NOT executed.".
       HOLD-STMT-EXIT.
           MOVE 0 TO C-RC IN CDA2.

      * List the requests still waiting for a second user, oldest
      * first: number, when, who, the table, and the start of the
      * statement text.
       PENDING-CMD.
           MOVE 0 TO C-RC IN CDA.
           MOVE 0 TO PEND-LISTED.
           CALL "OPARSE" USING CDA2, SQL-LISTPEND, SQL-LISTPEND-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO PENDING-CMD-EXIT.
           CALL "ODEFIN" USING CDA2, ONE, PEND-REQ-ID, FOUR,
                INTEGER-T, ZERO-A, PEND-IND, FMT, ZERO-A, ZERO-A,
                ZERO-C, ZERO-C.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, TWO, PEND-REQ-TS,
                   AUDIT-TS-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, ZERO-C, ZERO-C.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, THREE, PEND-REQ-USER,
                   OS-USER-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, ZERO-C, ZERO-C.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, FOUR, PEND-TABLE,
                   PEND-TABLE-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, ZERO-C, ZERO-C.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, FIVE, PEND-TEXT,
                   PEND-TEXT-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, ZERO-C, ZERO-C.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO PENDING-CMD-EXIT.
           CALL "OEXN" USING CDA2, ONE, ZERO-B.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO PENDING-CMD-EXIT.

       PENDING-CMD-FETCH.
           MOVE SPACES TO PEND-REQ-TS.
           MOVE SPACES TO PEND-REQ-USER.
           MOVE SPACES TO PEND-TABLE.
           MOVE SPACES TO PEND-TEXT.
           CALL "OFETCH" USING CDA2.
           IF C-RC IN CDA2 = 1403
              GO TO PENDING-CMD-DONE.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO PENDING-CMD-EXIT.
           ADD 1 TO PEND-LISTED.
           MOVE PEND-REQ-ID TO PEND-REQ-ID-D.
           MOVE SPACES TO LINE-BUF.
           STRING "Request " PEND-REQ-ID-D "  " PEND-REQ-TS
                  "  " PEND-REQ-USER " " PEND-TABLE
                  DELIMITED BY SIZE INTO LINE-BUF.
           PERFORM WRITE-LINE.
           MOVE SPACES TO LINE-BUF.
           STRING "    " PEND-TEXT DELIMITED BY SIZE INTO LINE-BUF.
           PERFORM WRITE-LINE.
           GO TO PENDING-CMD-FETCH.

       PENDING-CMD-DONE.
           MOVE PEND-LISTED TO PEND-LISTED-D.
           MOVE SPACES TO LINE-BUF.
           STRING PEND-LISTED-D " request(s) awaiting approval."
                  DELIMITED BY SIZE INTO LINE-BUF.
           PERFORM WRITE-LINE.
       PENDING-CMD-EXIT.
           MOVE 0 TO C-RC IN CDA2.

      * APPROVE n / REJECT n.  The reviewer must be a different OS
      * user from the one who made the request.  The request is
      * claimed first (STATUS PENDING to APPROVED or REJECTED, with
      * the reviewer), so two reviewers cannot both act on it;
      * an approved statement is then parsed and executed on CDA
      * and recorded in SQL_AUDIT with both names.  If it fails,
      * the claim is put back and the request stays pending.  As
      * with any other change, COMMIT makes the outcome permanent.
       REVIEW-CMD.
           MOVE 0 TO C-RC IN CDA.
           MOVE "Y" TO REVIEW-FAILED-SW.
           IF CMD-ARG = SPACES OR FUNCTION TEST-NUMVAL(CMD-ARG) NOT = 0
              DISPLAY "Use APPROVE n or REJECT n, where n is a "
                 "request number from PENDING."
              GO TO REVIEW-CMD-EXIT.
           COMPUTE PEND-REQ-ID = FUNCTION NUMVAL(CMD-ARG).
           MOVE PEND-REQ-ID TO PEND-REQ-ID-D.

           CALL "OPARSE" USING CDA2, SQL-SELREQ, SQL-SELREQ-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO REVIEW-CMD-EXIT.
           CALL "OBNDRN" USING CDA2, ONE, PEND-REQ-ID,
                FOUR, INTEGER-T.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, ONE, PEND-REQ-USER,
                   OS-USER-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, ZERO-C, ZERO-C.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, TWO, PEND-STATUS,
                   PEND-STATUS-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, ZERO-C, ZERO-C.
           IF C-RC IN CDA2 = 0
              CALL "ODEFIN" USING CDA2, THREE, SQL-STMT,
                   SQL-STMT-MAX-L, VARCHAR2-T, ZERO-A, PEND-IND, FMT,
                   ZERO-A, ZERO-A, PEND-STMT-RLEN, ZERO-C.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO REVIEW-CMD-EXIT.
           CALL "OEXN" USING CDA2, ONE, ZERO-B.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO REVIEW-CMD-EXIT.
           MOVE SPACES TO PEND-REQ-USER.
           MOVE SPACES TO PEND-STATUS.
           MOVE SPACES TO SQL-STMT.
           MOVE 0 TO PEND-STMT-RLEN.
           CALL "OFETCH" USING CDA2.
           IF C-RC IN CDA2 = 1403
              DISPLAY "There is no request "
                 FUNCTION TRIM(PEND-REQ-ID-D) "."
              GO TO REVIEW-CMD-EXIT.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR
              GO TO REVIEW-CMD-EXIT.
           MOVE PEND-STMT-RLEN TO SQLL.

           IF PEND-STATUS NOT = "PENDING"
              DISPLAY "Request " FUNCTION TRIM(PEND-REQ-ID-D)
                 " is already " FUNCTION TRIM(PEND-STATUS) "."
              GO TO REVIEW-CMD-EXIT.

           ACCEPT OS-USER FROM ENVIRONMENT "USER".
           IF OS-USER = PEND-REQ-USER
              DISPLAY "Request " FUNCTION TRIM(PEND-REQ-ID-D)
                 " was made by " FUNCTION TRIM(PEND-REQ-USER)
                 " - it must be reviewed by a different user."
              GO TO REVIEW-CMD-EXIT.

           PERFORM SET-AUDIT-TS.
           MOVE AUDIT-TS TO PEND-REVIEW-TS.
           MOVE OS-USER TO PEND-REVIEW-USER.
           MOVE "PENDING" TO PEND-OLD-STATUS.
           IF REVIEW-APPROVE
              MOVE "APPROVED" TO PEND-NEW-STATUS
           ELSE
              MOVE "REJECTED" TO PEND-NEW-STATUS.
           MOVE 0 TO PEND-ROWS.
           PERFORM SET-PEND-STATUS THRU SET-PEND-STATUS-EXIT.
           IF C-RC IN CDA2 NOT = 0
              GO TO REVIEW-CMD-EXIT.
           IF C-ROWS IN CDA2 = 0
              DISPLAY "Request " FUNCTION TRIM(PEND-REQ-ID-D)
                 " is no longer pending - another user has just "
                 "reviewed it."
              GO TO REVIEW-CMD-EXIT.

           IF REVIEW-REJECT
              MOVE "N" TO REVIEW-FAILED-SW
              MOVE SPACES TO LINE-BUF
              STRING "Request " FUNCTION TRIM(PEND-REQ-ID-D)
                     " rejected.  COMMIT to record the decision."
                     DELIMITED BY SIZE INTO LINE-BUF
              PERFORM WRITE-LINE
              GO TO REVIEW-CMD-EXIT.

           IF ECHO-MODE AND SPOOLING
              PERFORM ECHO-STMT.
           CALL "OPARSE" USING CDA, SQL-STMT, SQLL,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA = 0
              CALL "OEXN" USING CDA, ONE, ZERO-B.
           IF C-RC IN CDA NOT = 0
              PERFORM ORA-ERROR
              MOVE "PENDING" TO PEND-NEW-STATUS
              MOVE "APPROVED" TO PEND-OLD-STATUS
              MOVE SPACES TO PEND-REVIEW-TS
              MOVE SPACES TO PEND-REVIEW-USER
              PERFORM SET-PEND-STATUS THRU SET-PEND-STATUS-EXIT
              DISPLAY "Request " FUNCTION TRIM(PEND-REQ-ID-D)
                 " failed and is still pending."
              GO TO REVIEW-CMD-EXIT.
           ADD 1 TO STMTS-EXECUTED.

           MOVE C-ROWS IN CDA TO PEND-ROWS.
           MOVE "APPROVED" TO PEND-OLD-STATUS.
           PERFORM SET-PEND-STATUS THRU SET-PEND-STATUS-EXIT.
           MOVE "Y" TO APPROVING-SW.
           PERFORM SQL-AUDIT-INSERT THRU SQL-AUDIT-INSERT-EXIT.
           MOVE "N" TO APPROVING-SW.

           MOVE "N" TO REVIEW-FAILED-SW.
           MOVE PEND-ROWS TO PEND-ROWS-D.
           MOVE SPACES TO LINE-BUF.
           STRING "Request " FUNCTION TRIM(PEND-REQ-ID-D)
                  " approved and executed - "
                  FUNCTION TRIM(PEND-ROWS-D) " row(s) processed.  "
                  "COMMIT to make it permanent."
                  DELIMITED BY SIZE INTO LINE-BUF.
           PERFORM WRITE-LINE.
       REVIEW-CMD-EXIT.
           MOVE 0 TO C-RC IN CDA2.

      * A review that was refused or failed counts as a failed
      * statement, the same as a statement that fails to run.
       NOTE-REVIEW-RESULT.
           IF REVIEW-FAILED
              PERFORM NOTE-STMT-FAILURE
              IF ONERROR-STOP
                 GO TO EXIT-CLOSE.

      * Move request PEND-REQ-ID from PEND-OLD-STATUS to
      * PEND-NEW-STATUS, with the reviewer, review time, and rows
      * processed.  C-ROWS IN CDA2 is 0 when the request was not
      * in PEND-OLD-STATUS any more.
       SET-PEND-STATUS.
           CALL "OPARSE" USING CDA2, SQL-UPDPEND, SQL-UPDPEND-L,
                NO-DEF-MODE, V7-FLG.
           IF C-RC IN CDA2 = 0
              CALL "OBNDRN" USING CDA2, ONE, PEND-NEW-STATUS,
                   PEND-STATUS-L, VARCHAR2-T.
           IF C-RC IN CDA2 = 0
              CALL "OBNDRN" USING CDA2, TWO, PEND-REVIEW-TS,
                   AUDIT-TS-L, VARCHAR2-T.
           IF C-RC IN CDA2 = 0
              CALL "OBNDRN" USING CDA2, THREE, PEND-REVIEW-USER,
                   OS-USER-L, VARCHAR2-T.
           IF C-RC IN CDA2 = 0
              CALL "OBNDRN" USING CDA2, FOUR, PEND-ROWS,
                   FOUR, INTEGER-T.
           IF C-RC IN CDA2 = 0
              CALL "OBNDRN" USING CDA2, FIVE, PEND-REQ-ID,
                   FOUR, INTEGER-T.
           IF C-RC IN CDA2 = 0
              CALL "OBNDRN" USING CDA2, SIX, PEND-OLD-STATUS,
                   PEND-STATUS-L, VARCHAR2-T.
           IF C-RC IN CDA2 = 0
              CALL "OEXN" USING CDA2, ONE, ZERO-B.
           IF C-RC IN CDA2 NOT = 0
              PERFORM ORA-ERROR.
       SET-PEND-STATUS-EXIT.
           EXIT.

      * Turn spooling of query output to a report file on or off.
      * SPOOL filename starts spooling to that file (closing any
      * spool file already open); SPOOL OFF stops it.
              CLOSE CONNECT-FILE
           END-IF.

      * Load the list of controlled tables from CONTROL-FILE, one
      * table name per line.  When the file is absent or names no
      * tables, the built-in list is used.
       READ-CONTROL-LIST.
           MOVE 0 TO CTL-COUNT.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-OK
              PERFORM UNTIL NOT CONTROL-FILE-OK
                 READ CONTROL-FILE
                 IF CONTROL-FILE-OK
                    MOVE FUNCTION TRIM(CONTROL-REC) TO LINE-PART
                    IF LINE-PART NOT = SPACES
                          AND LINE-PART(1:1) NOT = "*"
                       IF CTL-COUNT < CTL-MAX
                          ADD 1 TO CTL-COUNT
                          MOVE SPACES TO CTL-TABLE(CTL-COUNT)
                          UNSTRING LINE-PART DELIMITED BY ALL " "
                             INTO CTL-TABLE(CTL-COUNT)
                          INSPECT CTL-TABLE(CTL-COUNT) CONVERTING
                             "abcdefghijklmnopqrstuvwxyz"
                          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       ELSE
                          DISPLAY "SQLCTL names more than 50 "
                             "tables - the rest are ignored."
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CONTROL-FILE
           END-IF.
           IF CTL-COUNT = 0
              PERFORM VARYING CTL-IDX FROM 1 BY 1
                      UNTIL CTL-IDX > CTL-DEFAULT-COUNT
                 MOVE CTL-DEFAULT(CTL-IDX) TO CTL-TABLE(CTL-IDX)
              END-PERFORM
              MOVE CTL-DEFAULT-COUNT TO CTL-COUNT.

       SPOOL-CMD.
           IF (CMD-ARG = "off" OR CMD-ARG = "OFF")
              IF SPOOLING
