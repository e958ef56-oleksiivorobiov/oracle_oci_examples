      *   NAME
      *     cbdem6.cob - Cobol demo program # 6
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  cap each increase at the maximum
      *                           of the JOB_GRADE band in force on
      *                           the review date, and list every
      *                           capped employee with the uncapped
      *                           salary and the amount lost to the
      *                           cap in a red-circle section at
      *                           the end of REPORT-FILE
      *    dlanders   08/22/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM6 IS THE ANNUAL SALARY-REVIEW BATCH JOB.  IT READS AN
      * WRITTEN, AND THE WHOLE TRANSACTION IS THEN ROLLED BACK, SO
      * PAYROLL CAN SIGN OFF ON THE REPORT BEFORE A SECOND RUN,
      * WITH "APPLY" ADDED, COMMITS THE INCREASES.
      *
      * NO INCREASE TAKES AN EMPLOYEE ABOVE THE MAXIMUM OF THE
      * JOB_GRADE BAND (MAINTAINED BY CBDEM19) IN FORCE FOR THEIR
      * JOB ON THE REVIEW DATE.  AN INCREASE THAT WOULD IS CAPPED
      * AT THE MAXIMUM - OR CUT TO NOTHING FOR SOMEONE ALREADY
      * ABOVE IT - AND THE EMPLOYEE IS LISTED IN THE RED-CIRCLE
      * SECTION AT THE END OF THE REPORT.
      *----------------------------------------------------------


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
       77   AUDIT-ACTION       PIC X(10) VALUE "SALREVIEW".
       77   AUDIT-ACTION-L     PIC S9(9) VALUE 10 COMP.

      *----------------------------------------------------------
      * THE MAXIMUM OF THE JOB_GRADE BAND IN FORCE ON THE REVIEW
      * DATE - THE JOB'S OWN BAND AHEAD OF THE "OTHER" CATCH-ALL,
      * LATEST EFFECTIVE DATE FIRST, AS CBDEM1 LOOKS IT UP.  A
      * SHOP WITHOUT JOB_GRADE YET (ORA-942 AT PARSE) REVIEWS
      * UNCAPPED, AS BEFORE JOB_GRADE EXISTED.
      *----------------------------------------------------------
       77   SQL-SELBAND        PIC X(180) VALUE
               "SELECT MAX_SAL FROM JOB_GRADE
      -        " WHERE JOB IN (RTRIM(:1), 'OTHER') AND EFF_DATE <= :2
      -        " ORDER BY DECODE(JOB, 'OTHER', 1, 0), EFF_DATE DESC".
       77   SQL-SELBAND-L      PIC S9(9) VALUE 180 COMP.
       77   REVIEW-DATE        PIC X(10).
       77   REVIEW-DATE-L      PIC S9(9) VALUE 10 COMP.
       77   BAND-MAX           PIC S9(7)V99 COMP-3.
       77   BAND-CAP-SW        PIC X(01) VALUE "Y".
           88  BAND-CAP-USED  VALUE "Y".
           88  BAND-CAP-NONE  VALUE "N".
       77   CAPPED-SW          PIC X(01) VALUE "N".
           88  INCREASE-CAPPED VALUE "Y".

      *----------------------------------------------------------
      * ONE FETCHED EMPLOYEE, AND THE NEW SALARY COMPUTED FOR IT.
      * NEW-SAL-X IS THE CHARACTER FORM BOUND INTO SQL-UPDSAL.
       77   AUDIT-DEPTNO-X-L   PIC S9(9) VALUE 10 COMP.
       77   MATCH-SW           PIC X(01).
           88  SCHED-MATCHED  VALUE "Y".
       77   CAP-FLAG           PIC X(12).

      *----------------------------------------------------------
      * RED-CIRCLE LIST - EVERY EMPLOYEE WHOSE INCREASE WAS CAPPED
      * AT THE BAND MAXIMUM, HELD UNTIL THE GRAND TOTAL HAS BEEN
      * WRITTEN AND THEN PRINTED AS A SECTION OF ITS OWN.  ANY
      * BEYOND THE TABLE'S SIZE ARE STILL CAPPED AND COUNTED, BUT
      * NOT LISTED.
      *----------------------------------------------------------
       01  RED-CIRCLE-TABLE.
           02  RED-CIRCLE-ENTRY OCCURS 200 TIMES.
               03  RC-EMPNO       PIC S9(9) COMP.
               03  RC-ENAME       PIC X(12).
               03  RC-JOB         PIC X(12).
               03  RC-DEPTNO      PIC S9(4) COMP.
               03  RC-UNCAPPED    PIC S9(7)V99 COMP-3.
               03  RC-CAPPED      PIC S9(7)V99 COMP-3.
               03  RC-LOST        PIC S9(7)V99 COMP-3.
       77   RC-MAX             PIC S9(4) COMP VALUE 200.
       77   RC-COUNT           PIC S9(4) COMP VALUE 0.
       77   RC-IDX             PIC S9(4) COMP.
       77   RC-UNLISTED        PIC S9(9) COMP VALUE 0.
       77   RC-UNLISTED-D      PIC ZZZZZZZZ9.
       77   UNCAPPED-SAL       PIC S9(7)V99 COMP-3.
       77   UNCAPPED-SAL-D     PIC ZZZZZZ9.99.
       77   LOST-SAL           PIC S9(7)V99 COMP-3.
       77   LOST-SAL-D         PIC ZZZZZZ9.99.
       77   EMPS-CAPPED        PIC S9(9) COMP VALUE 0.
       77   EMPS-CAPPED-D      PIC ZZZZZZZZ9.
       77   LOST-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
       77   LOST-TOTAL-D       PIC ZZZZZZZZ9.99.

      *----------------------------------------------------------
      * PER-DEPARTMENT AND GRAND BEFORE/AFTER TOTALS FOR THE
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OOPEN" USING CURSOR-4, LDA.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

      *----------------------------------------------------------
      * DISABLE AUTO-COMMIT, SO THE WHOLE REVIEW IS ONE
      * TRANSACTION THAT CAN BE ROLLED BACK IN REPORT-ONLY MODE.
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           PERFORM SETUP-BAND-CAP THRU SETUP-BAND-CAP-EXIT.

      *----------------------------------------------------------
      * OPEN THE REPORT FILE AND WRITE ITS HEADER.
      *----------------------------------------------------------

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           ACCEPT AUDIT-DATE-X FROM DATE YYYYMMDD.
           MOVE SPACES TO REVIEW-DATE.
           STRING AUDIT-YYYY "-" AUDIT-MM "-" AUDIT-DD
              DELIMITED BY SIZE INTO REVIEW-DATE.
           MOVE SPACES TO REPORT-REC.
           STRING "Annual salary review - " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
           IF PREV-DEPTNO NOT = -1
              PERFORM WRITE-DEPT-TOTAL.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM WRITE-RED-CIRCLE.
           CLOSE REPORT-FILE.

      *----------------------------------------------------------
           DISPLAY EMPS-EXAMINED-D " employee(s) examined, "
                   EMPS-CHANGED-D " increase(s) "
                   "written to the report.".
           MOVE EMPS-CAPPED TO EMPS-CAPPED-D.
           DISPLAY EMPS-CAPPED-D " increase(s) capped at the "
                   "band maximum.".


       EXIT-CLOSE.
           IF C-RC IN CURSOR-3 NOT = 0
              PERFORM ORA-ERROR.

           CALL "OCLOSE" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR.

       EXIT-LOGOF.

           CALL "OLOGOF" USING LDA.
           EXIT.

      *----------------------------------------------------------
      * APPLY ONE MATCHED INCREASE: COMPUTE THE NEW SALARY, CAP
      * IT AT THE BAND MAXIMUM, UPDATE EMP, WRITE THE EMP_AUDIT
      * ROW, ROLL THE AMOUNTS INTO THE TOTALS, AND PRINT THE
      * BEFORE/AFTER REPORT LINE.
      *----------------------------------------------------------

       APPLY-INCREASE.

           COMPUTE NEW-SAL ROUNDED =
              EMP-SAL * (1 + PCT-APPLIED / 100).
           PERFORM CAP-AT-BAND-MAX.
           MOVE NEW-SAL TO NEW-SAL-D.
           MOVE NEW-SAL-D TO NEW-SAL-X.
           MOVE EMP-DEPTNO-N TO EMP-DEPTNO-D.
           MOVE EMP-SAL TO EMP-SAL-D.
           MOVE PCT-APPLIED TO PCT-APPLIED-D.
           MOVE SPACES TO REPORT-REC.
           MOVE SPACES TO CAP-FLAG.
           IF INCREASE-CAPPED
              MOVE "  RED-CIRCLE" TO CAP-FLAG.
           STRING "  " EMP-DEPTNO-D "  " EMPNO-D " "
                  ENAME " " JOB "  " PCT-APPLIED-D
                  "    " EMP-SAL-D "    " NEW-SAL-D
                  CAP-FLAG
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * HOLD NEW-SAL TO THE MAXIMUM OF THE BAND IN FORCE FOR THE
      * JOB ON THE REVIEW DATE.  SOMEONE ALREADY ABOVE THE
      * MAXIMUM (HIRED UNDER AN OLDER, HIGHER BAND) KEEPS THEIR
      * CURRENT SALARY - THE CAP NEVER CUTS PAY.  A CAPPED
      * INCREASE IS ADDED TO THE RED-CIRCLE LIST.  A JOB WITH NO
      * BAND IN FORCE IS NOT CAPPED.
      *----------------------------------------------------------

       CAP-AT-BAND-MAX.

           MOVE "N" TO CAPPED-SW.
           IF BAND-CAP-NONE
              GO TO CAP-AT-BAND-MAX-EXIT.

           CALL "OEXEC" USING CURSOR-4.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
           CALL "OFETCH" USING CURSOR-4.
           IF C-RC IN CURSOR-4 = 1403
              GO TO CAP-AT-BAND-MAX-EXIT.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           IF NEW-SAL NOT > BAND-MAX
              GO TO CAP-AT-BAND-MAX-EXIT.

           MOVE "Y" TO CAPPED-SW.
           MOVE NEW-SAL TO UNCAPPED-SAL.
           IF EMP-SAL > BAND-MAX
              MOVE EMP-SAL TO NEW-SAL
           ELSE
              MOVE BAND-MAX TO NEW-SAL.
           COMPUTE LOST-SAL = UNCAPPED-SAL - NEW-SAL.
           ADD 1 TO EMPS-CAPPED.
           ADD LOST-SAL TO LOST-TOTAL.

           IF RC-COUNT NOT < RC-MAX
              ADD 1 TO RC-UNLISTED
              GO TO CAP-AT-BAND-MAX-EXIT.
           ADD 1 TO RC-COUNT.
           MOVE EMPNO TO RC-EMPNO(RC-COUNT).
           MOVE ENAME TO RC-ENAME(RC-COUNT).
           MOVE JOB TO RC-JOB(RC-COUNT).
           MOVE EMP-DEPTNO-N TO RC-DEPTNO(RC-COUNT).
           MOVE UNCAPPED-SAL TO RC-UNCAPPED(RC-COUNT).
           MOVE NEW-SAL TO RC-CAPPED(RC-COUNT).
           MOVE LOST-SAL TO RC-LOST(RC-COUNT).
       CAP-AT-BAND-MAX-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BUILD AND EXECUTE THE EMP_AUDIT INSERT FOR THE SALARY
      * CHANGE JUST MADE.
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * THE RED-CIRCLE SECTION: EACH EMPLOYEE WHOSE INCREASE WAS
      * CAPPED AT THE BAND MAXIMUM, THE SALARY THE SCHEDULE WOULD
      * HAVE GIVEN THEM, THE SALARY THEY GET, AND THE AMOUNT LOST
      * TO THE CAP, WITH THE TOTAL LOST.
      *----------------------------------------------------------

       WRITE-RED-CIRCLE.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "RED-CIRCLE - INCREASES CAPPED AT THE BAND "
                  "MAXIMUM IN FORCE ON " REVIEW-DATE
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           IF BAND-CAP-NONE
              MOVE "No JOB_GRADE table - increases not capped."
                 TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              IF EMPS-CAPPED = 0
                 MOVE "No increases capped." TO REPORT-REC
                 WRITE REPORT-REC
              ELSE
                 MOVE SPACES TO REPORT-REC
                 STRING "DEPTNO EMPNO ENAME        JOB          "
                        "  UNCAPPED SAL    CAPPED SAL          LOST"
                        DELIMITED BY SIZE
                   INTO REPORT-REC
                 WRITE REPORT-REC
                 PERFORM VARYING RC-IDX FROM 1 BY 1
                         UNTIL RC-IDX > RC-COUNT
                    PERFORM WRITE-RED-CIRCLE-LINE
                 END-PERFORM
                 IF RC-UNLISTED > 0
                    MOVE RC-UNLISTED TO RC-UNLISTED-D
                    MOVE SPACES TO REPORT-REC
                    STRING "  ... and " RC-UNLISTED-D
                           " more capped, not listed"
                           DELIMITED BY SIZE
                      INTO REPORT-REC
                    WRITE REPORT-REC
                 END-IF
                 MOVE EMPS-CAPPED TO EMPS-CAPPED-D
                 MOVE LOST-TOTAL TO LOST-TOTAL-D
                 MOVE SPACES TO REPORT-REC
                 STRING "RED-CIRCLE TOTAL " EMPS-CAPPED-D
                        " employee(s)       lost to cap "
                        LOST-TOTAL-D
                        DELIMITED BY SIZE
                   INTO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       WRITE-RED-CIRCLE-LINE.

           MOVE RC-DEPTNO(RC-IDX) TO EMP-DEPTNO-D.
           MOVE RC-EMPNO(RC-IDX) TO EMPNO-D.
           MOVE RC-UNCAPPED(RC-IDX) TO UNCAPPED-SAL-D.
           MOVE RC-CAPPED(RC-IDX) TO NEW-SAL-D.
           MOVE RC-LOST(RC-IDX) TO LOST-SAL-D.
           MOVE SPACES TO REPORT-REC.
           STRING "  " EMP-DEPTNO-D "  " EMPNO-D " "
                  RC-ENAME(RC-IDX) " " RC-JOB(RC-IDX) "  "
                  UNCAPPED-SAL-D "    " NEW-SAL-D "    "
                  LOST-SAL-D
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * PARSE, BIND, AND DEFINE THE BAND-MAXIMUM LOOKUP ON
      * CURSOR-4, ONCE, AHEAD OF THE REVIEW.  A SHOP WITHOUT
      * JOB_GRADE YET (ORA-942, TABLE DOES NOT EXIST) REVIEWS
      * UNCAPPED.
      *----------------------------------------------------------

       SETUP-BAND-CAP.

           CALL "OPARSE" USING CURSOR-4, SQL-SELBAND,
                SQL-SELBAND-L, ZERO-A, TWO.
           IF C-RC IN CURSOR-4 = 942
              DISPLAY "No JOB_GRADE table - increases not capped."
              MOVE "N" TO BAND-CAP-SW
              MOVE 0 TO C-RC IN CURSOR-4
              GO TO SETUP-BAND-CAP-EXIT.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, ONE, JOB,
                JOB-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "OBNDRN" USING CURSOR-4, TWO, REVIEW-DATE,
                REVIEW-DATE-L, ASC.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.

           CALL "ODEFIN" USING CURSOR-4, ONE, BAND-MAX,
                PACKED-DEC-L, PACKED-DEC-T, TWO, ZERO-B, FMT,
                ZERO-A, ZERO-A, ZERO-B, ZERO-B.
           IF C-RC IN CURSOR-4 NOT = 0
              PERFORM ORA-ERROR
              GO TO EXIT-CLOSE.
       SETUP-BAND-CAP-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DISPLAY ORACLE ERROR NOTICE.
      *----------------------------------------------------------
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
