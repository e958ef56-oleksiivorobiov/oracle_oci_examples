      *   NAME
      *     cbdem15.cob - Cobol demo program # 15
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  check ASSIGN and REMOVE against
      *                           the operator's rights in
      *                           OPER_AUTH (kept by CBDEM29); a
      *                           refusal is shown and written to
      *                           ERROR-LOG-FILE
      *    dlanders   09/02/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM15 MAINTAINS THE DIV_DEPT DIVISION REFERENCE TABLE -
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
       77   CHANGES-APPLIED    PIC S9(9) COMP VALUE 0.

       77   FMT                PIC X(6).
       77   INTEGER            PIC S9(9) COMP VALUE 3.
       77   ASC                PIC S9(9) COMP VALUE 1.
       77   VARCHAR2-T         PIC S9(9) COMP VALUE 1.
       77   ZERO-A             PIC S9(9) COMP VALUE 0.
       77   ONE                PIC S9(9) COMP VALUE 1.
       77   TWO                PIC S9(9) COMP VALUE 2.
       77   THREE              PIC S9(9) COMP VALUE 3.
       77   FOUR               PIC S9(9) COMP VALUE 4.

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
      * TO ERROR-LOG-FILE.  CBDEM15'S ACTIONS ARE ASSIGN AND
      * REMOVE.
      *----------------------------------------------------------
       77   SQL-SELAUTH        PIC X(200) VALUE
               "SELECT COUNT(*), NVL(SUM(DECODE(OS_USER, RTRIM(:1),
      -        " DECODE(ACTION, RTRIM(:3), 1, '*', 1, 0), 0)), 0)
      -        " FROM OPER_AUTH WHERE PROGRAM = RTRIM(:2)".
       77   SQL-SELAUTH-L      PIC S9(9) VALUE 200 COMP.
       77   AUTH-USER          PIC X(30).
       77   AUTH-USER-L        PIC S9(9) VALUE 30 COMP.
       77   AUTH-PROGRAM       PIC X(8) VALUE "CBDEM15".
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

           PERFORM SETUP-AUTH THRU SETUP-AUTH-EXIT.

      *----------------------------------------------------------
      * ASK WHICH OPERATION THIS RUN WILL PERFORM, AND CHECK THE
      * OPERATOR MAY PERFORM IT.  LIST ONLY READS, AND NEEDS NO
      * RIGHT.
      *----------------------------------------------------------

           DISPLAY ASK-MENU WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           MOVE SPACES TO AUTH-ACTION.
           IF MENU-ASSIGN
              MOVE "ASSIGN" TO AUTH-ACTION.
           IF MENU-REMOVE
              MOVE "REMOVE" TO AUTH-ACTION.
           IF AUTH-ACTION NOT = SPACES
              PERFORM CHECK-AUTH THRU CHECK-AUTH-EXIT
              IF AUTH-REFUSED
                 GO TO EXIT-CLOSE.

           IF MENU-ASSIGN
              GO TO NEXT-ASSIGN.
           IF MENU-REMOVE
           IF C-RC IN CURSOR-6 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-7.
           IF C-RC IN CURSOR-7 NOT = 0
              PERFORM ORA-ERROR.

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           DISPLAY "End of the CBDEM15 program."
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
