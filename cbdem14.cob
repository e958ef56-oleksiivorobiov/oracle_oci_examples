      *   NAME
      *     cbdem14.cob - Cobol demo program # 14
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  check the menu choice, and any
      *                           quota change on an update,
      *                           against the operator's rights in
      *                           OPER_AUTH (kept by CBDEM29); a
      *                           refusal is shown and written to
      *                           ERROR-LOG-FILE
      *    dlanders   10/15/26 -  carry the HANDOVER_NOTE CBDEM1
      *                           writes when it closes a leaver's
      *                           mailbox, print it on the usage
      *                           report so mailboxes flagged for
      *                           review stand out, and clear it
      *                           when the mailbox is updated
      *    dlanders   09/02/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM14 MAINTAINS THE MBOX_DIR MAILBOX DIRECTORY - THE
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
      * AND ORA-955 (NAME ALREADY USED) IS TOLERATED, THE WAY
      * CBDEM1 CREATES EMP_AUDIT.
      *----------------------------------------------------------
       77   SQL-CRDIR          PIC X(260) VALUE
               "CREATE TABLE MBOX_DIR (MAILBOX VARCHAR2(10),
      -        " OWNER VARCHAR2(30), DEPTNO VARCHAR2(10),
      -        " QUOTA_MSGS NUMBER(9), QUOTA_BYTES NUMBER(12),
      -        " ACTIVE VARCHAR2(1), HANDOVER_NOTE VARCHAR2(60))".
       77   SQL-CRDIR-L        PIC S9(9) VALUE 260 COMP.

      *----------------------------------------------------------
      * HANDOVER_NOTE IS WRITTEN BY CBDEM1 WHEN IT CLOSES A
      * LEAVER'S MAILBOX.  A DIRECTORY CREATED BEFORE IT EXISTED
      * GETS IT ADDED HERE; ORA-1430 (COLUMN ALREADY EXISTS) IS
      * TOLERATED.
      *----------------------------------------------------------
       77   SQL-ALTDIR         PIC X(60) VALUE
               "ALTER TABLE MBOX_DIR ADD (HANDOVER_NOTE VARCHAR2(60))".
       77   SQL-ALTDIR-L       PIC S9(9) VALUE 60 COMP.

       77   SQL-SELBOX         PIC X(180) VALUE
               "SELECT OWNER, DEPTNO, NVL(QUOTA_MSGS,0),

       77   SQL-UPDBOX         PIC X(180) VALUE
               "UPDATE MBOX_DIR SET OWNER = :1, DEPTNO = :2,
      -        " QUOTA_MSGS = :3, QUOTA_BYTES = :4,
      -        " HANDOVER_NOTE = NULL WHERE MAILBOX = :5".
       77   SQL-UPDBOX-L       PIC S9(9) VALUE 180 COMP.

       77   SQL-SETACT         PIC X(80) VALUE
      * THE USAGE REPORT: EVERY DIRECTORY ROW OUTER-JOINED TO ITS
      * VOICE_MAIL ROWS, SO AN EMPTY MAILBOX STILL PRINTS.
      *----------------------------------------------------------
       77   SQL-USAGE          PIC X(530) VALUE
               "SELECT D.MAILBOX, D.OWNER, NVL(D.ACTIVE,'N'),
      -        " NVL(D.QUOTA_MSGS,0), NVL(D.QUOTA_BYTES,0),
      -        " COUNT(V.MSG_ID), NVL(SUM(V.MSG_LEN),0),
      -        " NVL(MIN(TO_CHAR(V.CREATED_DATE,'YYYY-MM-DD')),
      -        "' '), NVL(D.HANDOVER_NOTE,' ')
      -        " FROM MBOX_DIR D, VOICE_MAIL V
      -        " WHERE V.MAILBOX (+) = D.MAILBOX
      -        " GROUP BY D.MAILBOX, D.OWNER, D.ACTIVE,
      -        " D.QUOTA_MSGS, D.QUOTA_BYTES, D.HANDOVER_NOTE
      -        " ORDER BY D.MAILBOX".
       77   SQL-USAGE-L        PIC S9(9) VALUE 530 COMP.

      *----------------------------------------------------------
      * THE MAILBOX BEING WORKED ON, AND ITS CURRENT VALUES AS
       77   USE-MSGS           PIC S9(9) COMP.
       77   USE-BYTES          PIC S9(9) COMP.
       77   USE-OLDEST         PIC X(10).
       77   USE-NOTE           PIC X(60).
       77   USE-NOTE-L         PIC S9(9) VALUE 60 COMP.
       77   USE-MSGS-D         PIC ZZZZZZZZ9.
       77   USE-BYTES-D        PIC ZZZZZZZZZZZ9.
       77   USE-QMSGS-D        PIC ZZZZZZZZ9.
       77   SIX                PIC S9(9) COMP VALUE 6.
       77   SEVEN              PIC S9(9) COMP VALUE 7.
       77   EIGHT              PIC S9(9) COMP VALUE 8.
       77   NINE               PIC S9(9) COMP VALUE 9.

       77   ERR-RC             PIC S9(9) COMP.
       77   ERR-FNC            PIC S9(4) COMP.
       77  RUN-STATUS         PIC X(5) VALUE "OK".
       77  RUN-COUNT-D        PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * OPERATOR AUTHORISATION.  OPER_AUTH, KEPT BY CBDEM29,
      * NAMES THE ACTIONS EACH OS USER MAY TAKE IN EACH PROGRAM
      * (ACTION '*' GRANTS THEM ALL).  A PROGRAM WITH NO ROWS IN
      * OPER_AUTH IS NOT YET UNDER CONTROL AND ANYONE MAY USE IT,
      * AS MAY ANYONE IN A SHOP WITHOUT THE TABLE (ORA-942 AT
      * PARSE).  A REFUSAL IS SHOWN ON THE TERMINAL AND WRITTEN
      * TO ERROR-LOG-FILE.  CBDEM14'S ACTIONS ARE ADD, UPDATE,
      * CLOSE, AND REOPEN, PLUS QUOTA TO CHANGE AN EXISTING
      * MAILBOX'S QUOTAS ON AN UPDATE.
      *----------------------------------------------------------
       77   SQL-SELAUTH        PIC X(200) VALUE
               "SELECT COUNT(*), NVL(SUM(DECODE(OS_USER, RTRIM(:1),
      -        " DECODE(ACTION, RTRIM(:3), 1, '*', 1, 0), 0)), 0)
      -        " FROM OPER_AUTH WHERE PROGRAM = RTRIM(:2)".
       77   SQL-SELAUTH-L      PIC S9(9) VALUE 200 COMP.
       77   AUTH-USER          PIC X(30).
       77   AUTH-USER-L        PIC S9(9) VALUE 30 COMP.
       77   AUTH-PROGRAM       PIC X(8) VALUE "CBDEM14".
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

       PROCEDURE DIVISION.
       BEGIN.

              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

           CALL "OOPEN" USING CURSOR-7, LDA.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-LOGOF.

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO EACH CHANGE COMMITS ON ITS OWN.
      *----------------------------------------------------------
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

           CALL "OPARSE" USING CURSOR-3, SQL-ALTDIR,
                SQL-ALTDIR-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-3 NOT = 0
              IF C-RC IN CURSOR-3 = 1430
                 CONTINUE
              ELSE
                 PERFORM ORA-ERROR
                 GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE STATEMENTS.
      *----------------------------------------------------------
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM SETUP-AUTH THRU SETUP-AUTH-EXIT.

      *----------------------------------------------------------
      * ASK WHICH OPERATION THIS RUN WILL PERFORM, AND CHECK THE
      * OPERATOR MAY PERFORM IT.  THE USAGE REPORT ONLY READS,
      * AND NEEDS NO RIGHT.
      *----------------------------------------------------------

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           MOVE SPACES TO AUTH-ACTION.
           IF MENU-ADD
              MOVE "ADD" TO AUTH-ACTION.
           IF MENU-UPDATE
              MOVE "UPDATE" TO AUTH-ACTION.
           IF MENU-CLOSE
              MOVE "CLOSE" TO AUTH-ACTION.
           IF MENU-REOPEN
              MOVE "REOPEN" TO AUTH-ACTION.
           IF AUTH-ACTION NOT = SPACES
              PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT
              IF AUTH-REFUSED
                 GO TO EXIT-CLOSE.

           IF MENU-ADD
              GO TO NEXT-ADD.
           IF MENU-UPDATE
              MOVE OLD-QUOTA-BYTES TO OLD-QBYTES-D
              MOVE OLD-QBYTES-D TO QUOTA-BYTES-X.

      * CHANGING AN EXISTING MAILBOX'S QUOTAS IS A RIGHT OF ITS
      * OWN, OVER AND ABOVE UPDATE.
           IF FUNCTION TEST-NUMVAL(QUOTA-MSGS-X) NOT = 0
              OR FUNCTION TEST-NUMVAL(QUOTA-BYTES-X) NOT = 0
              OR FUNCTION NUMVAL(QUOTA-MSGS-X) NOT = OLD-QUOTA-MSGS
              OR FUNCTION NUMVAL(QUOTA-BYTES-X) NOT = OLD-QUOTA-BYTES
              MOVE "QUOTA" TO AUTH-ACTION
              PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT
              IF AUTH-REFUSED
                 DISPLAY "Mailbox " MAILBOX " not updated."
                 GO TO NEXT-UPDATE.

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-6, NINE, USE-NOTE,
                USE-NOTE-L, ASC.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OEXEC" USING CURSOR-6.
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR

       NEXT-USAGE-ROW.

           MOVE SPACES TO USE-OLDEST USE-NOTE.
           CALL "OFETCH" USING CURSOR-6.
           IF C-RC IN CURSOR-6 = 1403
              GO TO USAGE-DONE.
              WRITE REPORT-REC
           END-IF.

      * A LEAVER'S MAILBOX CLOSED BY CBDEM1 CARRIES ITS HANDOVER
      * NOTE; ONE WHOSE MESSAGES COULD NOT BE HANDED OVER IS ALSO
      * SHOWN ON THE TERMINAL SO IT IS NOT MISSED.
           IF USE-NOTE NOT = " "
              MOVE SPACES TO REPORT-REC
              STRING "           " USE-NOTE DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC
              IF USE-NOTE(1:11) = "NO HANDOVER"
                 DISPLAY "           " USE-NOTE
              END-IF
           END-IF.

      *----------------------------------------------------------
      * COMMIT THE CHANGE JUST MADE.
      *----------------------------------------------------------
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR.

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           DISPLAY "End of the CBDEM14 program."
           STOP RUN.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE OPER_AUTH LOOKUP ON CURSOR-7,
      * ONCE, AT START-UP.  WITHOUT OPER_AUTH (ORA-942) NOTHING
      * IS CHECKED, AS BEFORE THE TABLE EXISTED.
      *----------------------------------------------------------

       SETUP-AUTH.

           ACCEPT AUTH-USER FROM ENVIRONMENT "USER".
           CALL "OPARSE" USING CURSOR-7, SQL-SELAUTH,
                SQL-SELAUTH-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-7 = 942
              MOVE "N" TO AUTH-TABLE-SW
              MOVE 0 TO C-RC IN CURSOR-7
              GO TO SETUP-AUTH-EXIT.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, ONE, AUTH-USER,
                AUTH-USER-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, TWO, AUTH-PROGRAM,
                AUTH-PROGRAM-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-7, THREE, AUTH-ACTION,
                AUTH-ACTION-L, ASC.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, ONE, AUTH-ROWS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-7, TWO, AUTH-GRANTS, FOUR,
                INTEGER, ZERO-A, ZERO-B, FMT, ZERO-A, ZERO-A,
                ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-7 NOT = 0
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

           CALL "OEXEC" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
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
