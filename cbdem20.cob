      *
      * $Header: cbdem20.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem20.cob - Cobol demo program # 20
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM20 IS THE PAYROLL BUREAU RETURN-FILE RECONCILIATION.
      * CBDEM10 SENDS PAYEXTR; THE BUREAU SENDS BACK RETURN-FILE,
      * ITS ACKNOWLEDGEMENT OF WHAT IT LOADED:
      *
      *   HEADER  COL   1     'H'
      *           COLS  2-9   THE RUN (EXTRACT) DATE, YYYYMMDD,
      *                       AS STAMPED ON THE PAYEXTR TRAILER
      *   DETAIL  COL   1     'A' = ACCEPTED, 'R' = REJECTED
      *           COLS  2-10  EMPNO
      *           COLS 11-30  THE BUREAU'S REJECT REASON
      *           COLS 31-40  THE AMOUNT LOADED (SAL + COMM),
      *                       9999999.99
      *
      * ANY OTHER RECORD TYPE (THE BUREAU'S OWN TRAILER) IS
      * SKIPPED.  EVERY DETAIL IS MATCHED BY EMPNO TO THE PAYEXTR
      * DETAIL WE SENT FOR THAT RUN DATE, AND THE EXCEPTIONS GO
      * TO REPORT-FILE: RECORDS REJECTED, RECORDS SENT THAT NEVER
      * CAME BACK, RECORDS RETURNED THAT WERE NEVER SENT (OR CAME
      * BACK TWICE), AND AMOUNTS LOADED THAT DIFFER FROM WHAT WAS
      * SENT.  ANY EXCEPTION ENDS THE RUN IN ERROR ON RUNLOG, SO
      * PAYROLL CANNOT CLOSE THE PERIOD ON A PARTIAL LOAD.  A
      * RETURN FILE FOR A DIFFERENT RUN THAN THE PAYEXTR ON HAND
      * IS REFUSED OUTRIGHT.  NO DATABASE CONNECTION IS NEEDED.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM20.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "PAYRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PAYRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE
           LABEL RECORDS ARE STANDARD.
      * CBDEM10'S LAYOUT: DETAIL AND TRAILER TOLD APART BY THE
      * LEADING RECORD-TYPE BYTE.
       01  PAY-REC.
           02   PAY-REC-TYPE   PIC X(01).
           02   PAY-EMPNO      PIC 9(09).
           02   PAY-ENAME      PIC X(12).
           02   PAY-SAL        PIC 9(07).99.
           02   PAY-COMM       PIC 9(07).99.
           02   PAY-DEPTNO     PIC 9(04).
       01  PAY-TRAILER-REC.
           02   TRL-REC-TYPE   PIC X(01).
           02   TRL-COUNT      PIC 9(09).
           02   TRL-SAL-HASH   PIC 9(11).99.
           02   TRL-COMM-HASH  PIC 9(11).99.
           02   TRL-EXTRACT-DATE PIC X(08).
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-REC.
           02   RET-REC-TYPE   PIC X(01).
           02   RET-EMPNO      PIC X(09).
           02   RET-REASON     PIC X(20).
           02   RET-AMOUNT     PIC X(10).
       01  RETURN-HDR-REC.
           02   RHDR-REC-TYPE  PIC X(01).
           02   RHDR-RUN-DATE  PIC X(08).
           02   FILLER         PIC X(31).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC           PIC X(132).
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC          PIC X(132).
       WORKING-STORAGE SECTION.

       77   PAY-FILE-STATUS    PIC X(2).
           88  PAY-FILE-OK          VALUE "00".
           88  PAY-FILE-EOF         VALUE "10".
       77   RETURN-FILE-STATUS PIC X(2).
           88  RETURN-FILE-OK       VALUE "00".
           88  RETURN-FILE-EOF      VALUE "10".
       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".

      *----------------------------------------------------------
      * EVERY PAYEXTR DETAIL WE SENT, IN THE EMPNO ORDER CBDEM10
      * WRITES THEM, SO A RETURN RECORD IS FOUND BY BINARY
      * SEARCH.  SENT-BACK IS SET WHEN THE BUREAU'S RECORD FOR
      * THE EMPLOYEE HAS BEEN SEEN.
      *----------------------------------------------------------
       01  SENT-TABLE.
           02  SENT-ENTRY OCCURS 5000 TIMES.
               03  SENT-EMPNO     PIC S9(9) COMP.
               03  SENT-ENAME     PIC X(12).
               03  SENT-AMOUNT    PIC S9(8)V99 COMP-3.
               03  SENT-BACK      PIC X(01).
       77   SENT-MAX           PIC S9(4) COMP VALUE 5000.
       77   SENT-COUNT         PIC S9(4) COMP VALUE 0.
       77   SENT-IDX           PIC S9(4) COMP.
       77   SENT-FOUND         PIC S9(4) COMP.
       77   SENT-LO            PIC S9(4) COMP.
       77   SENT-HI            PIC S9(4) COMP.
       77   SENT-MID           PIC S9(4) COMP.

       77   PAY-TRAILER-SW     PIC X(01) VALUE "N".
           88  PAY-TRAILER-FOUND    VALUE "Y".
       77   PAY-TRL-COUNT      PIC S9(9) COMP VALUE 0.
       77   PAY-RUN-DATE       PIC X(8) VALUE SPACES.
       77   RET-RUN-DATE       PIC X(8) VALUE SPACES.
       77   PAY-OVERFLOW-SW    PIC X(01) VALUE "N".
           88  PAY-OVERFLOW         VALUE "Y".

      *----------------------------------------------------------
      * ONE RETURN DETAIL TAKEN APART.
      *----------------------------------------------------------
       77   RET-EMPNO-N        PIC S9(9) COMP.
       77   RET-AMOUNT-N       PIC S9(8)V99 COMP-3.
       77   RET-LINE-NO        PIC S9(9) COMP VALUE 0.
       77   RET-LINE-NO-D      PIC ZZZZZZZZ9.
       77   RETURNS-READ       PIC S9(9) COMP VALUE 0.
       77   RETURNS-READ-D     PIC ZZZZZZZZ9.

       77   EMPNO-D            PIC ZZZZZZZZ9.
       77   SENT-AMOUNT-D      PIC ZZZZZZZ9.99.
       77   RET-AMOUNT-D       PIC ZZZZZZZ9.99.
       77   SENT-COUNT-D       PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * EXCEPTION COUNTS BY TYPE, AND THEIR TOTAL.
      *----------------------------------------------------------
       77   REJECT-COUNT       PIC S9(9) COMP VALUE 0.
       77   REJECT-COUNT-D     PIC ZZZZZZZZ9.
       77   NOTBACK-COUNT      PIC S9(9) COMP VALUE 0.
       77   NOTBACK-COUNT-D    PIC ZZZZZZZZ9.
       77   NOTSENT-COUNT      PIC S9(9) COMP VALUE 0.
       77   NOTSENT-COUNT-D    PIC ZZZZZZZZ9.
       77   DUPRET-COUNT       PIC S9(9) COMP VALUE 0.
       77   DUPRET-COUNT-D     PIC ZZZZZZZZ9.
       77   MISMATCH-COUNT     PIC S9(9) COMP VALUE 0.
       77   MISMATCH-COUNT-D   PIC ZZZZZZZZ9.
       77   BADREC-COUNT       PIC S9(9) COMP VALUE 0.
       77   BADREC-COUNT-D     PIC ZZZZZZZZ9.
       77   TOTAL-EXCEPT       PIC S9(9) COMP VALUE 0.
       77   TOTAL-EXCEPT-D     PIC ZZZZZZZZ9.

       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).



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

      *----------------------------------------------------------
      * LOAD WHAT WE SENT.  NO PAYEXTR, OR ONE WITHOUT ITS
      * TRAILER, OR ONE TOO BIG TO HOLD, IS NOTHING WE CAN
      * RECONCILE AGAINST.
      *----------------------------------------------------------

           PERFORM LOAD-PAY-FILE THRU LOAD-PAY-FILE-EXIT.

           IF NOT PAY-FILE-OK AND NOT PAY-FILE-EOF
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open PAY-FILE, status "
                 PAY-FILE-STATUS " - nothing to reconcile."
              GO TO EXIT-STOP.

           IF PAY-OVERFLOW
              MOVE "ERROR" TO RUN-STATUS
              MOVE SENT-MAX TO SENT-COUNT-D
              DISPLAY "PAY-FILE holds more than " SENT-COUNT-D
                 " records - reconciliation refused."
              GO TO EXIT-STOP.

           IF NOT PAY-TRAILER-FOUND
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "PAY-FILE has no trailer record - "
                 "reconciliation refused."
              GO TO EXIT-STOP.

           IF PAY-TRL-COUNT NOT = SENT-COUNT
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "PAY-FILE trailer count does not match its "
                 "detail records - reconciliation refused."
              GO TO EXIT-STOP.

      *----------------------------------------------------------
      * THE RETURN FILE MUST ACKNOWLEDGE THE SAME RUN AS THE
      * PAYEXTR ON HAND - ITS HEADER COMES FIRST.
      *----------------------------------------------------------

           OPEN INPUT RETURN-FILE.
           IF NOT RETURN-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open RETURN-FILE, status "
                 RETURN-FILE-STATUS " - nothing to reconcile."
              GO TO EXIT-STOP.

           READ RETURN-FILE
              AT END
                 MOVE SPACES TO RETURN-REC
           END-READ.
           IF RHDR-REC-TYPE NOT = "H"
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "RETURN-FILE has no header record - "
                 "reconciliation refused."
              CLOSE RETURN-FILE
              GO TO EXIT-STOP.
           MOVE RHDR-RUN-DATE TO RET-RUN-DATE.

           IF RET-RUN-DATE NOT = PAY-RUN-DATE
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "RETURN-FILE is for the run of " RET-RUN-DATE
                 " but PAY-FILE is from " PAY-RUN-DATE
                 " - reconciliation refused."
              CLOSE RETURN-FILE
              GO TO EXIT-STOP.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the bureau reconciliation "
                 "report file."
              CLOSE RETURN-FILE
              GO TO EXIT-STOP.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Payroll bureau return reconciliation - run "
                  RET-RUN-DATE " - " REPORT-DATE " " REPORT-TIME
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * PASS 1 - EVERY RETURN DETAIL AGAINST WHAT WE SENT.
      *----------------------------------------------------------

       NEXT-RETURN.

           READ RETURN-FILE
              AT END
                 GO TO RETURNS-DONE
           END-READ.
           ADD 1 TO RET-LINE-NO.
           PERFORM MATCH-RETURN THRU MATCH-RETURN-EXIT.
           GO TO NEXT-RETURN.

      *----------------------------------------------------------
      * PASS 2 - EVERYTHING WE SENT THAT NEVER CAME BACK.
      *----------------------------------------------------------

       RETURNS-DONE.

           CLOSE RETURN-FILE.
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
              IF SENT-BACK(SENT-IDX) = "N"
                 ADD 1 TO NOTBACK-COUNT
                 PERFORM WRITE-NOTBACK-LINE
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * FOOTER: PER-TYPE AND TOTAL EXCEPTION COUNTS.
      *----------------------------------------------------------

           COMPUTE TOTAL-EXCEPT = REJECT-COUNT + NOTBACK-COUNT
              + NOTSENT-COUNT + DUPRET-COUNT + MISMATCH-COUNT
              + BADREC-COUNT.
           MOVE SENT-COUNT TO SENT-COUNT-D.
           MOVE RETURNS-READ TO RETURNS-READ-D.
           MOVE REJECT-COUNT TO REJECT-COUNT-D.
           MOVE NOTBACK-COUNT TO NOTBACK-COUNT-D.
           MOVE NOTSENT-COUNT TO NOTSENT-COUNT-D.
           MOVE DUPRET-COUNT TO DUPRET-COUNT-D.
           MOVE MISMATCH-COUNT TO MISMATCH-COUNT-D.
           MOVE BADREC-COUNT TO BADREC-COUNT-D.
           MOVE TOTAL-EXCEPT TO TOTAL-EXCEPT-D.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "Records sent:      " SENT-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "Records returned:  " RETURNS-READ-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "REJECTED:          " REJECT-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "NOT-RETURNED:      " NOTBACK-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "NOT-SENT:          " NOTSENT-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "DUPLICATE-RETURN:  " DUPRET-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "AMOUNT-MISMATCH:   " MISMATCH-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "BAD-RETURN-REC:    " BADREC-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL EXCEPTIONS: " TOTAL-EXCEPT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.

           IF TOTAL-EXCEPT > 0
              MOVE "ERROR" TO RUN-STATUS.

           DISPLAY SENT-COUNT-D " record(s) sent, "
                   RETURNS-READ-D " returned, "
                   TOTAL-EXCEPT-D " exception(s) outstanding.".

       EXIT-STOP.

           MOVE TOTAL-EXCEPT TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM20 program."
           STOP RUN.


      *----------------------------------------------------------
      * LOAD EVERY PAYEXTR DETAIL INTO SENT-TABLE, WITH THE
      * AMOUNT SENT (SAL + COMM) THE BUREAU SHOULD HAVE LOADED,
      * AND PICK UP THE TRAILER'S COUNT AND RUN DATE.
      *----------------------------------------------------------

       LOAD-PAY-FILE.

           OPEN INPUT PAY-FILE.
           IF NOT PAY-FILE-OK
              GO TO LOAD-PAY-FILE-EXIT.
           PERFORM UNTIL NOT PAY-FILE-OK OR PAY-OVERFLOW
              READ PAY-FILE
                 NOT AT END
                    PERFORM LOAD-PAY-RECORD
              END-READ
           END-PERFORM.
           IF NOT PAY-FILE-OK AND NOT PAY-FILE-EOF
              DISPLAY "Error reading PAY-FILE, status "
                 PAY-FILE-STATUS "."
              MOVE "ERROR" TO RUN-STATUS.
           CLOSE PAY-FILE.
       LOAD-PAY-FILE-EXIT.
           EXIT.

       LOAD-PAY-RECORD.

           IF PAY-REC-TYPE = "T"
              MOVE "Y" TO PAY-TRAILER-SW
              MOVE TRL-COUNT TO PAY-TRL-COUNT
              MOVE TRL-EXTRACT-DATE TO PAY-RUN-DATE
           ELSE
              IF PAY-REC-TYPE = "D"
                 IF SENT-COUNT NOT < SENT-MAX
                    MOVE "Y" TO PAY-OVERFLOW-SW
                 ELSE
                    ADD 1 TO SENT-COUNT
                    MOVE PAY-EMPNO TO SENT-EMPNO(SENT-COUNT)
                    MOVE PAY-ENAME TO SENT-ENAME(SENT-COUNT)
                    COMPUTE SENT-AMOUNT(SENT-COUNT) =
                       FUNCTION NUMVAL(PAY-SAL)
                       + FUNCTION NUMVAL(PAY-COMM)
                    MOVE "N" TO SENT-BACK(SENT-COUNT)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------
      * ONE RETURN RECORD.  A DETAIL THAT CANNOT BE READ IS AN
      * EXCEPTION IN ITS OWN RIGHT - IT MAY BE THE ONLY TRACE OF
      * AN EMPLOYEE THE BUREAU MANGLED.
      *----------------------------------------------------------

       MATCH-RETURN.

           IF RET-REC-TYPE NOT = "A" AND RET-REC-TYPE NOT = "R"
              GO TO MATCH-RETURN-EXIT.
           ADD 1 TO RETURNS-READ.

           IF RET-EMPNO IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(RET-AMOUNT) NOT = 0
              ADD 1 TO BADREC-COUNT
              PERFORM WRITE-BADREC-LINE
              GO TO MATCH-RETURN-EXIT.

           MOVE RET-EMPNO TO RET-EMPNO-N.
           COMPUTE RET-AMOUNT-N = FUNCTION NUMVAL(RET-AMOUNT).
           PERFORM FIND-SENT.

           IF SENT-FOUND = 0
              ADD 1 TO NOTSENT-COUNT
              PERFORM WRITE-NOTSENT-LINE
              GO TO MATCH-RETURN-EXIT.

           IF SENT-BACK(SENT-FOUND) NOT = "N"
              ADD 1 TO DUPRET-COUNT
              PERFORM WRITE-DUPRET-LINE
              GO TO MATCH-RETURN-EXIT.
           MOVE RET-REC-TYPE TO SENT-BACK(SENT-FOUND).

           IF RET-REC-TYPE = "R"
              ADD 1 TO REJECT-COUNT
              PERFORM WRITE-REJECT-LINE
              GO TO MATCH-RETURN-EXIT.

           IF RET-AMOUNT-N NOT = SENT-AMOUNT(SENT-FOUND)
              ADD 1 TO MISMATCH-COUNT
              PERFORM WRITE-MISMATCH-LINE.
       MATCH-RETURN-EXIT.
           EXIT.

      *----------------------------------------------------------
      * BINARY SEARCH OF SENT-TABLE FOR RET-EMPNO-N.  SENT-FOUND
      * IS 0 WHEN WE NEVER SENT THAT EMPNO.
      *----------------------------------------------------------

       FIND-SENT.

           MOVE 0 TO SENT-FOUND.
           MOVE 1 TO SENT-LO.
           MOVE SENT-COUNT TO SENT-HI.
           PERFORM UNTIL SENT-LO > SENT-HI OR SENT-FOUND > 0
              COMPUTE SENT-MID = (SENT-LO + SENT-HI) / 2
              IF SENT-EMPNO(SENT-MID) = RET-EMPNO-N
                 MOVE SENT-MID TO SENT-FOUND
              ELSE
                 IF SENT-EMPNO(SENT-MID) < RET-EMPNO-N
                    COMPUTE SENT-LO = SENT-MID + 1
                 ELSE
                    COMPUTE SENT-HI = SENT-MID - 1
                 END-IF
              END-IF
           END-PERFORM.

      *----------------------------------------------------------
      * THE EXCEPTION LINES, ONE PER TYPE.
      *----------------------------------------------------------

       WRITE-REJECT-LINE.

           MOVE RET-EMPNO-N TO EMPNO-D.
           MOVE SENT-AMOUNT(SENT-FOUND) TO SENT-AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "REJECTED          empno " EMPNO-D " "
                  SENT-ENAME(SENT-FOUND) " - sent " SENT-AMOUNT-D
                  ", rejected: " RET-REASON
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-NOTBACK-LINE.

           MOVE SENT-EMPNO(SENT-IDX) TO EMPNO-D.
           MOVE SENT-AMOUNT(SENT-IDX) TO SENT-AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "NOT-RETURNED      empno " EMPNO-D " "
                  SENT-ENAME(SENT-IDX) " - sent " SENT-AMOUNT-D
                  ", no return record"
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-NOTSENT-LINE.

           MOVE RET-EMPNO-N TO EMPNO-D.
           MOVE RET-AMOUNT-N TO RET-AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "NOT-SENT          empno " EMPNO-D
                  " - bureau returned " RET-REC-TYPE
                  " loaded " RET-AMOUNT-D ", not in PAYEXTR"
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-DUPRET-LINE.

           MOVE RET-EMPNO-N TO EMPNO-D.
           MOVE RET-AMOUNT-N TO RET-AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "DUPLICATE-RETURN  empno " EMPNO-D " "
                  SENT-ENAME(SENT-FOUND) " - returned again, "
                  RET-REC-TYPE " loaded " RET-AMOUNT-D
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-MISMATCH-LINE.

           MOVE RET-EMPNO-N TO EMPNO-D.
           MOVE SENT-AMOUNT(SENT-FOUND) TO SENT-AMOUNT-D.
           MOVE RET-AMOUNT-N TO RET-AMOUNT-D.
           MOVE SPACES TO REPORT-REC.
           STRING "AMOUNT-MISMATCH   empno " EMPNO-D " "
                  SENT-ENAME(SENT-FOUND) " - sent " SENT-AMOUNT-D
                  ", bureau loaded " RET-AMOUNT-D
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-BADREC-LINE.

           MOVE RET-LINE-NO TO RET-LINE-NO-D.
           MOVE SPACES TO REPORT-REC.
           STRING "BAD-RETURN-REC    detail " RET-LINE-NO-D
                  " - unreadable: " RETURN-REC
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * RECORD JOB START AND JOB END IN THE COMMON RUN-LOG-FILE.
      * THE END LINE CARRIES THE COMPLETION STATUS AND THE COUNT
      * OF EXCEPTIONS STILL OUTSTANDING.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM20 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM20 END " RUN-STATUS " " RUN-COUNT-D
                  " exceptions" DELIMITED BY SIZE
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
