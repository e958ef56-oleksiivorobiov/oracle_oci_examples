      *
      * $Header: cbdem26.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem26.cob - Cobol demo program # 26
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM26 IS THE ERROR-LOG ANALYSIS REPORT.  EVERY PROGRAM
      * IN THE SUITE APPENDS ITS ORACLE ERRORS TO THE COMMON
      * ERROR-LOG-FILE, ONE LINE EACH:
      *
      *   YYYYMMDD HHMMSSCC <PROGRAM> FNC=ZZ9 RC=ZZZZZZZZ9 <TEXT>
      *
      * BUT THE MORNING CHECK ONLY SEES RUNLOG'S OK OR ERROR.
      * FOR THE MOST RECENT DATE IN THE ERROR LOG THIS PROGRAM
      * GROUPS THE ENTRIES BY PROGRAM AND ORA CODE, WITH EACH
      * GROUP'S COUNT OVER THE SEVEN DAYS ENDING THAT DATE (AND
      * ON HOW MANY OF THOSE DAYS IT APPEARED), SO A RECURRING
      * ERROR STANDS OUT; A PROGRAM/CODE PAIR NEVER LOGGED BEFORE
      * THAT DATE IS FLAGGED FIRST SEEN.  A SECOND SECTION LISTS
      * EVERY PAIR SEEN IN THE SEVEN DAYS, AND A THIRD LISTS THAT
      * DATE'S ERRORS ONE BY ONE AGAINST THE RUNLOG START/END
      * PAIR OF THE RUN THEY HAPPENED INSIDE.  THE REPORT GOES TO
      * REPORT-FILE AND THE TERMINAL, AS CBDEM18'S DOES.  NO
      * DATABASE CONNECTION IS NEEDED.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ERRLOGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERROR-LOG-REC        PIC X(200).
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC          PIC X(132).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC           PIC X(132).
       WORKING-STORAGE SECTION.

       77   ERROR-LOG-STATUS   PIC X(2).
           88  ERROR-LOG-OK         VALUE "00".
           88  ERROR-LOG-EOF        VALUE "10".
       77   RUN-LOG-STATUS     PIC X(2).
           88  RUN-LOG-OK           VALUE "00".
           88  RUN-LOG-EOF          VALUE "10".
       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".

      *----------------------------------------------------------
      * ONE PROGRAM/ORA-CODE PAIR: THE FIRST DATE IT WAS EVER
      * LOGGED, ITS COUNT ON THE LATEST DATE, AND ITS COUNT AND
      * NUMBER OF DISTINCT DAYS OVER THE SEVEN DAYS ENDING THEN.
      * THE LOG IS WRITTEN IN TIME ORDER, SO A NEW DAY FOR A PAIR
      * IS SIMPLY A DATE DIFFERENT FROM THE LAST ONE COUNTED.
      *----------------------------------------------------------
       01  PAIR-TABLE.
           02  PAIR-ENTRY OCCURS 300 TIMES.
               03  EP-PROG        PIC X(8).
               03  EP-RC          PIC S9(9) COMP.
               03  EP-FIRST-DATE  PIC X(8).
               03  EP-LAST-DATE   PIC X(8).
               03  EP-TODAY-CNT   PIC S9(9) COMP.
               03  EP-WEEK-CNT    PIC S9(9) COMP.
               03  EP-WEEK-DAYS   PIC S9(4) COMP.
       77   PAIR-MAX           PIC S9(4) COMP VALUE 300.
       77   PAIR-COUNT         PIC S9(4) COMP VALUE 0.
       77   PAIR-IDX           PIC S9(4) COMP.
       77   PAIR-FOUND         PIC S9(4) COMP.

      *----------------------------------------------------------
      * RUNLOG START/END PAIRS, MATCHED IN LOG ORDER PER PROGRAM
      * AS CBDEM18 DOES.  ONLY RUNS STARTING FROM THE DAY BEFORE
      * THE LATEST DATE ARE KEPT - ENOUGH TO BRACKET THAT DATE'S
      * ERRORS, INCLUDING A RUN THAT CROSSED MIDNIGHT.  STAMPS
      * ARE DATE AND TIME RUN TOGETHER (YYYYMMDDHHMMSSCC), SO
      * THEY COMPARE AS STRINGS.
      *----------------------------------------------------------
       01  RUN-TABLE.
           02  RUN-ENTRY OCCURS 500 TIMES.
               03  RN-PROG        PIC X(8).
               03  RN-START       PIC X(16).
               03  RN-END         PIC X(16).
               03  RN-STATUS      PIC X(5).
       77   RUN-MAX            PIC S9(4) COMP VALUE 500.
       77   RUN-COUNT          PIC S9(4) COMP VALUE 0.
       77   RUN-IDX            PIC S9(4) COMP.
       77   RUN-FOUND          PIC S9(4) COMP.
       77   RUN-FULL-SW        PIC X(01) VALUE "N".
           88  RUN-TABLE-FULL       VALUE "Y".

      *----------------------------------------------------------
      * ONE ERROR-LOG LINE TAKEN APART.  THE PROGRAM NAME IS
      * WHATEVER PRECEDES " FNC="; THE FUNCTION AND RETURN CODES
      * AND THE MESSAGE TEXT SIT AT FIXED OFFSETS AFTER IT.
      *----------------------------------------------------------
       77   EL-DATE            PIC X(8).
       77   EL-TIME            PIC X(8).
       77   EL-STAMP           PIC X(16).
       77   EL-PROG            PIC X(8).
       77   EL-PTR             PIC S9(4) COMP.
       77   EL-FNC-X           PIC X(3).
       77   EL-RC-X            PIC X(9).
       77   EL-FNC             PIC S9(4) COMP.
       77   EL-RC              PIC S9(9) COMP.
       77   EL-MSG             PIC X(80).
       77   EL-PARSE-SW        PIC X(01).
           88  EL-PARSE-GOOD        VALUE "G".
       77   EL-DAYNO           PIC S9(9) COMP.
       77   LINES-READ         PIC S9(9) COMP VALUE 0.
       77   LINES-BAD          PIC S9(9) COMP VALUE 0.
       77   LINES-BAD-D        PIC ZZZZZZZZ9.
       77   PAIR-DROPPED       PIC S9(9) COMP VALUE 0.
       77   PAIR-DROPPED-D     PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * ONE RUNLOG LINE TAKEN APART.
      *----------------------------------------------------------
       77   TOK-DATE           PIC X(8).
       77   TOK-TIME           PIC X(8).
       77   TOK-PROG           PIC X(10).
       77   TOK-WORD           PIC X(8).
       77   TOK-STATUS         PIC X(5).
       77   TOK-DAYNO          PIC S9(9) COMP.

      *----------------------------------------------------------
      * THE LATEST DATE, AND A DAY NUMBER FOR ANY YYYYMMDD SO
      * THE SEVEN-DAY WINDOW IS A SUBTRACTION.  EACH DIVISION
      * GOES THROUGH ITS OWN INTEGER FIELD TO DROP THE FRACTION.
      *----------------------------------------------------------
       77   LATEST-DATE        PIC X(8) VALUE SPACES.
       77   LATEST-DAYNO       PIC S9(9) COMP.
       01  DAYNO-DATE.
           02   DN-YYYY        PIC 9(4).
           02   DN-MM          PIC 9(2).
           02   DN-DD          PIC 9(2).
       77   DN-Y               PIC S9(9) COMP.
       77   DN-M               PIC S9(9) COMP.
       77   DN-Q4              PIC S9(9) COMP.
       77   DN-Q100            PIC S9(9) COMP.
       77   DN-Q400            PIC S9(9) COMP.
       77   DN-QM              PIC S9(9) COMP.
       77   DN-RESULT          PIC S9(9) COMP.

      *----------------------------------------------------------
      * REPORT FIELDS.
      *----------------------------------------------------------
       77   ORA-CODE-D         PIC 9(5).
       77   FNC-D              PIC ZZ9.
       77   TODAY-CNT-D        PIC ZZZZ9.
       77   WEEK-CNT-D         PIC ZZZZ9.
       77   WEEK-DAYS-D        PIC 9.
       77   TODAY-TOTAL        PIC S9(9) COMP VALUE 0.
       77   TODAY-TOTAL-D      PIC ZZZZZZZZ9.
       77   NEW-COUNT          PIC S9(9) COMP VALUE 0.
       77   NEW-COUNT-D        PIC ZZZZZZZZ9.
       77   NORUN-COUNT        PIC S9(9) COMP VALUE 0.
       77   NORUN-COUNT-D      PIC ZZZZZZZZ9.
       77   REPORT-PTR         PIC S9(4) COMP.
       77   REPORT-DATE        PIC 9(8).
       77   REPORT-TIME        PIC 9(8).



       PROCEDURE DIVISION.
       BEGIN.

      *----------------------------------------------------------
      * PASS 1 - FIND THE MOST RECENT DATE IN THE ERROR LOG, AS
      * CBDEM9 DOES FOR THE RUN LOG.
      *----------------------------------------------------------

           OPEN INPUT ERROR-LOG-FILE.
           IF NOT ERROR-LOG-OK
              DISPLAY "No error log found - nothing has failed."
              GO TO EXIT-STOP.

           PERFORM UNTIL NOT ERROR-LOG-OK
              READ ERROR-LOG-FILE
                 NOT AT END
                    IF ERROR-LOG-REC(1:8) IS NUMERIC
                       AND ERROR-LOG-REC(1:8) > LATEST-DATE
                       MOVE ERROR-LOG-REC(1:8) TO LATEST-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT ERROR-LOG-EOF
              DISPLAY "Error reading the error log, status "
                 ERROR-LOG-STATUS "."
              CLOSE ERROR-LOG-FILE
              GO TO EXIT-STOP.
           CLOSE ERROR-LOG-FILE.

           IF LATEST-DATE = SPACES
              DISPLAY "The error log is empty."
              GO TO EXIT-STOP.

           MOVE LATEST-DATE TO DAYNO-DATE.
           PERFORM COMPUTE-DAYNO.
           MOVE DN-RESULT TO LATEST-DAYNO.

      *----------------------------------------------------------
      * PASS 2 - TALLY EVERY LINE INTO ITS PROGRAM/CODE PAIR.
      *----------------------------------------------------------

           OPEN INPUT ERROR-LOG-FILE.
           IF NOT ERROR-LOG-OK
              DISPLAY "Unable to reopen the error log, status "
                 ERROR-LOG-STATUS "."
              GO TO EXIT-STOP.

           PERFORM UNTIL NOT ERROR-LOG-OK
              READ ERROR-LOG-FILE
                 NOT AT END
                    PERFORM TALLY-ERROR-LINE
                       THRU TALLY-ERROR-LINE-EXIT
              END-READ
           END-PERFORM.
           IF NOT ERROR-LOG-EOF
              DISPLAY "Error reading the error log, status "
                 ERROR-LOG-STATUS "."
              CLOSE ERROR-LOG-FILE
              GO TO EXIT-STOP.
           CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------
      * PASS 3 - THE RUNLOG START/END PAIRS AROUND THE LATEST
      * DATE.  NO RUN LOG JUST LEAVES EVERY ERROR UNBRACKETED.
      *----------------------------------------------------------

           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-OK
              PERFORM UNTIL NOT RUN-LOG-OK
                 READ RUN-LOG-FILE
                    NOT AT END
                       PERFORM GATHER-RUN-LINE
                          THRU GATHER-RUN-LINE-EXIT
                 END-READ
              END-PERFORM
              IF NOT RUN-LOG-EOF
                 DISPLAY "Error reading the run log, status "
                    RUN-LOG-STATUS " - later runs are not matched."
              END-IF
              CLOSE RUN-LOG-FILE
           ELSE
              DISPLAY "No run log found - errors cannot be "
                 "matched to their runs.".

      *----------------------------------------------------------
      * WRITE THE REPORT: THE LATEST DATE BY PROGRAM AND CODE,
      * THE SEVEN-DAY VIEW, THEN THE LATEST DATE'S ERRORS
      * AGAINST THEIR RUNS.
      *----------------------------------------------------------

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              DISPLAY "Unable to open the error log report file."
              GO TO EXIT-STOP.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Error log analysis for " LATEST-DATE " - run "
                  REPORT-DATE " " REPORT-TIME
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.

           MOVE SPACES TO REPORT-REC.
           STRING "--- " LATEST-DATE " by program and ORA code "
                  "---" DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.

           PERFORM WRITE-TODAY-LINE THRU WRITE-TODAY-LINE-EXIT
              VARYING PAIR-IDX FROM 1 BY 1
              UNTIL PAIR-IDX > PAIR-COUNT.

           IF TODAY-TOTAL = 0
              MOVE SPACES TO REPORT-REC
              MOVE "  (none)" TO REPORT-REC
              PERFORM PUT-REPORT-LINE.

           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "--- Seven days to " LATEST-DATE
                  " by program and ORA code ---"
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.

           PERFORM WRITE-WEEK-LINE THRU WRITE-WEEK-LINE-EXIT
              VARYING PAIR-IDX FROM 1 BY 1
              UNTIL PAIR-IDX > PAIR-COUNT.

           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "--- " LATEST-DATE " errors against their runs "
                  "---" DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.

      * PASS 4 - THE LATEST DATE'S LINES AGAIN, IN LOG ORDER.
           OPEN INPUT ERROR-LOG-FILE.
           IF ERROR-LOG-OK
              PERFORM UNTIL NOT ERROR-LOG-OK
                 READ ERROR-LOG-FILE
                    NOT AT END
                       PERFORM WRITE-RUN-XREF
                          THRU WRITE-RUN-XREF-EXIT
                 END-READ
              END-PERFORM
              IF NOT ERROR-LOG-EOF
                 DISPLAY "Error reading the error log, status "
                    ERROR-LOG-STATUS "."
                 MOVE SPACES TO REPORT-REC
                 STRING "  (error log read stopped, status "
                        ERROR-LOG-STATUS ")" DELIMITED BY SIZE
                   INTO REPORT-REC
                 PERFORM PUT-REPORT-LINE
              END-IF
              CLOSE ERROR-LOG-FILE.

      *----------------------------------------------------------
      * FOOTER.
      *----------------------------------------------------------

           MOVE TODAY-TOTAL TO TODAY-TOTAL-D.
           MOVE NEW-COUNT TO NEW-COUNT-D.
           MOVE NORUN-COUNT TO NORUN-COUNT-D.
           MOVE LINES-BAD TO LINES-BAD-D.
           MOVE SPACES TO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "Errors on " LATEST-DATE ":   " TODAY-TOTAL-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "First-seen codes:     " NEW-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "Outside any run:      " NORUN-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING "Unreadable log lines: " LINES-BAD-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
           IF PAIR-DROPPED > 0
              MOVE PAIR-DROPPED TO PAIR-DROPPED-D
              MOVE SPACES TO REPORT-REC
              STRING "Lines not grouped (program/code table "
                     "full): " PAIR-DROPPED-D
                     DELIMITED BY SIZE INTO REPORT-REC
              PERFORM PUT-REPORT-LINE.
           IF RUN-TABLE-FULL
              MOVE SPACES TO REPORT-REC
              STRING "Run table full - later runs were not "
                     "matched." DELIMITED BY SIZE INTO REPORT-REC
              PERFORM PUT-REPORT-LINE.

           CLOSE REPORT-FILE.

       EXIT-STOP.

           DISPLAY "End of the CBDEM26 program."
           STOP RUN.


      *----------------------------------------------------------
      * TAKE ONE ERROR-LOG LINE APART.  A LINE WITHOUT A DATE,
      * TIME, " FNC=" AND "RC=" IN THE PLACES WRITE-ERROR-LOG
      * PUTS THEM IS NOT EL-PARSE-GOOD.
      *----------------------------------------------------------

       PARSE-ERROR-LINE.

           MOVE "X" TO EL-PARSE-SW.
           MOVE ERROR-LOG-REC(1:8) TO EL-DATE.
           MOVE ERROR-LOG-REC(10:8) TO EL-TIME.
           IF EL-DATE NOT NUMERIC OR EL-TIME NOT NUMERIC
              GO TO PARSE-ERROR-LINE-EXIT.
           MOVE SPACES TO EL-PROG.
           MOVE 19 TO EL-PTR.
           UNSTRING ERROR-LOG-REC DELIMITED BY " FNC="
              INTO EL-PROG
              WITH POINTER EL-PTR.
           IF EL-PROG = SPACES OR EL-PTR > 180
              GO TO PARSE-ERROR-LINE-EXIT.
           IF ERROR-LOG-REC(EL-PTR + 4:3) NOT = "RC="
              GO TO PARSE-ERROR-LINE-EXIT.
           MOVE ERROR-LOG-REC(EL-PTR:3) TO EL-FNC-X.
           MOVE ERROR-LOG-REC(EL-PTR + 7:9) TO EL-RC-X.
           MOVE ERROR-LOG-REC(EL-PTR + 17:80) TO EL-MSG.
           IF FUNCTION TEST-NUMVAL(EL-FNC-X) NOT = 0
              OR FUNCTION TEST-NUMVAL(EL-RC-X) NOT = 0
              GO TO PARSE-ERROR-LINE-EXIT.
           COMPUTE EL-FNC = FUNCTION NUMVAL(EL-FNC-X).
           COMPUTE EL-RC = FUNCTION NUMVAL(EL-RC-X).
           MOVE SPACES TO EL-STAMP.
           STRING EL-DATE EL-TIME DELIMITED BY SIZE
             INTO EL-STAMP.
           MOVE "G" TO EL-PARSE-SW.
       PARSE-ERROR-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FILE ONE LINE UNDER ITS PROGRAM/CODE PAIR.
      *----------------------------------------------------------

       TALLY-ERROR-LINE.

           ADD 1 TO LINES-READ.
           PERFORM PARSE-ERROR-LINE THRU PARSE-ERROR-LINE-EXIT.
           IF NOT EL-PARSE-GOOD
              IF ERROR-LOG-REC NOT = SPACES
                 ADD 1 TO LINES-BAD
              END-IF
              GO TO TALLY-ERROR-LINE-EXIT.

           PERFORM FIND-PAIR-ENTRY.
           IF PAIR-FOUND = 0
              ADD 1 TO PAIR-DROPPED
              GO TO TALLY-ERROR-LINE-EXIT.

           IF EL-DATE < EP-FIRST-DATE(PAIR-FOUND)
              MOVE EL-DATE TO EP-FIRST-DATE(PAIR-FOUND).

           MOVE EL-DATE TO DAYNO-DATE.
           PERFORM COMPUTE-DAYNO.
           MOVE DN-RESULT TO EL-DAYNO.
           IF LATEST-DAYNO - EL-DAYNO > 6 OR EL-DAYNO > LATEST-DAYNO
              GO TO TALLY-ERROR-LINE-EXIT.

           ADD 1 TO EP-WEEK-CNT(PAIR-FOUND).
           IF EL-DATE NOT = EP-LAST-DATE(PAIR-FOUND)
              ADD 1 TO EP-WEEK-DAYS(PAIR-FOUND)
              MOVE EL-DATE TO EP-LAST-DATE(PAIR-FOUND).
           IF EL-DATE = LATEST-DATE
              ADD 1 TO EP-TODAY-CNT(PAIR-FOUND)
              ADD 1 TO TODAY-TOTAL.
       TALLY-ERROR-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * FIND EL-PROG/EL-RC'S ENTRY IN THE PAIR TABLE, ADDING ONE
      * IF IT IS NEW.  PAIR-FOUND = 0 ONLY WHEN THE TABLE IS
      * FULL.
      *----------------------------------------------------------

       FIND-PAIR-ENTRY.

           MOVE 0 TO PAIR-FOUND.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT OR PAIR-FOUND > 0
              IF EP-PROG(PAIR-IDX) = EL-PROG
                 AND EP-RC(PAIR-IDX) = EL-RC
                 MOVE PAIR-IDX TO PAIR-FOUND
              END-IF
           END-PERFORM.
           IF PAIR-FOUND = 0 AND PAIR-COUNT < PAIR-MAX
              ADD 1 TO PAIR-COUNT
              MOVE PAIR-COUNT TO PAIR-FOUND
              MOVE EL-PROG TO EP-PROG(PAIR-FOUND)
              MOVE EL-RC TO EP-RC(PAIR-FOUND)
              MOVE EL-DATE TO EP-FIRST-DATE(PAIR-FOUND)
              MOVE SPACES TO EP-LAST-DATE(PAIR-FOUND)
              MOVE 0 TO EP-TODAY-CNT(PAIR-FOUND)
              MOVE 0 TO EP-WEEK-CNT(PAIR-FOUND)
              MOVE 0 TO EP-WEEK-DAYS(PAIR-FOUND).

      *----------------------------------------------------------
      * DAY NUMBER OF THE DATE IN DAYNO-DATE, COUNTING MARCH AS
      * THE FIRST MONTH SO THE LEAP DAY FALLS AT THE YEAR'S END.
      * ONLY DIFFERENCES BETWEEN DAY NUMBERS MEAN ANYTHING.
      *----------------------------------------------------------

       COMPUTE-DAYNO.

           MOVE DN-YYYY TO DN-Y.
           MOVE DN-MM TO DN-M.
           IF DN-M < 3
              ADD 12 TO DN-M
              SUBTRACT 1 FROM DN-Y.
           DIVIDE DN-Y BY 4 GIVING DN-Q4.
           DIVIDE DN-Y BY 100 GIVING DN-Q100.
           DIVIDE DN-Y BY 400 GIVING DN-Q400.
           COMPUTE DN-QM = 153 * (DN-M - 3) + 2.
           DIVIDE DN-QM BY 5 GIVING DN-QM.
           COMPUTE DN-RESULT = 365 * DN-Y + DN-Q4 - DN-Q100
              + DN-Q400 + DN-QM + DN-DD.

      *----------------------------------------------------------
      * DIGEST ONE RUNLOG LINE.  A START LINE OPENS A RUN FOR ITS
      * PROGRAM; AN END LINE CLOSES THAT PROGRAM'S MOST RECENT
      * OPEN RUN.  RUNS STARTING BEFORE THE DAY BEFORE THE
      * LATEST DATE ARE NOT KEPT.
      *----------------------------------------------------------

       GATHER-RUN-LINE.

           MOVE SPACES TO TOK-DATE TOK-TIME TOK-PROG TOK-WORD
              TOK-STATUS.
           UNSTRING RUN-LOG-REC DELIMITED BY ALL " "
              INTO TOK-DATE, TOK-TIME, TOK-PROG, TOK-WORD,
                   TOK-STATUS.
           IF TOK-PROG = " " OR TOK-DATE NOT NUMERIC
              GO TO GATHER-RUN-LINE-EXIT.

           IF TOK-WORD = "START"
              MOVE TOK-DATE TO DAYNO-DATE
              PERFORM COMPUTE-DAYNO
              MOVE DN-RESULT TO TOK-DAYNO
              IF LATEST-DAYNO - TOK-DAYNO > 1
                 GO TO GATHER-RUN-LINE-EXIT
              END-IF
              IF RUN-COUNT NOT < RUN-MAX
                 MOVE "Y" TO RUN-FULL-SW
                 GO TO GATHER-RUN-LINE-EXIT
              END-IF
              ADD 1 TO RUN-COUNT
              MOVE TOK-PROG(1:8) TO RN-PROG(RUN-COUNT)
              MOVE SPACES TO RN-START(RUN-COUNT)
              STRING TOK-DATE TOK-TIME DELIMITED BY SIZE
                INTO RN-START(RUN-COUNT)
              MOVE SPACES TO RN-END(RUN-COUNT)
              MOVE SPACES TO RN-STATUS(RUN-COUNT)
              GO TO GATHER-RUN-LINE-EXIT.

           IF TOK-WORD NOT = "END"
              GO TO GATHER-RUN-LINE-EXIT.

           MOVE 0 TO RUN-FOUND.
           PERFORM VARYING RUN-IDX FROM RUN-COUNT BY -1
                   UNTIL RUN-IDX < 1 OR RUN-FOUND > 0
              IF RN-PROG(RUN-IDX) = TOK-PROG(1:8)
                 AND RN-END(RUN-IDX) = SPACES
                 MOVE RUN-IDX TO RUN-FOUND
              END-IF
           END-PERFORM.
           IF RUN-FOUND > 0
              STRING TOK-DATE TOK-TIME DELIMITED BY SIZE
                INTO RN-END(RUN-FOUND)
              MOVE TOK-STATUS TO RN-STATUS(RUN-FOUND).
       GATHER-RUN-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ONE LINE PER PAIR LOGGED ON THE LATEST DATE, WITH ITS
      * SEVEN-DAY COUNT AND DAYS.  A PAIR LOGGED ON MORE THAN ONE
      * OF THE SEVEN DAYS IS RECURRING; ONE NEVER LOGGED BEFORE
      * THE LATEST DATE IS FIRST SEEN.
      *----------------------------------------------------------

       WRITE-TODAY-LINE.

           IF EP-TODAY-CNT(PAIR-IDX) = 0
              GO TO WRITE-TODAY-LINE-EXIT.

           MOVE EP-RC(PAIR-IDX) TO ORA-CODE-D.
           MOVE EP-TODAY-CNT(PAIR-IDX) TO TODAY-CNT-D.
           MOVE EP-WEEK-CNT(PAIR-IDX) TO WEEK-CNT-D.
           MOVE EP-WEEK-DAYS(PAIR-IDX) TO WEEK-DAYS-D.

      * BUILT WITH A POINTER SO THE FLAGS CAN BE APPENDED, AS
      * CBDEM18'S DURATION LINE IS.
           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO REPORT-PTR.
           STRING "  " EP-PROG(PAIR-IDX) " ORA-" ORA-CODE-D
                  "  today " TODAY-CNT-D
                  "  7 days " WEEK-CNT-D " on " WEEK-DAYS-D
                  " day(s)"
                  DELIMITED BY SIZE
             INTO REPORT-REC
             WITH POINTER REPORT-PTR.
           IF EP-FIRST-DATE(PAIR-IDX) = LATEST-DATE
              ADD 1 TO NEW-COUNT
              STRING "  *** FIRST SEEN ***" DELIMITED BY SIZE
                INTO REPORT-REC
                WITH POINTER REPORT-PTR.
           IF EP-WEEK-DAYS(PAIR-IDX) > 1
              STRING "  *** RECURRING ***" DELIMITED BY SIZE
                INTO REPORT-REC
                WITH POINTER REPORT-PTR.
           PERFORM PUT-REPORT-LINE.
       WRITE-TODAY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ONE LINE PER PAIR LOGGED ANYWHERE IN THE SEVEN DAYS.
      *----------------------------------------------------------

       WRITE-WEEK-LINE.

           IF EP-WEEK-CNT(PAIR-IDX) = 0
              GO TO WRITE-WEEK-LINE-EXIT.

           MOVE EP-RC(PAIR-IDX) TO ORA-CODE-D.
           MOVE EP-WEEK-CNT(PAIR-IDX) TO WEEK-CNT-D.
           MOVE EP-WEEK-DAYS(PAIR-IDX) TO WEEK-DAYS-D.
           MOVE SPACES TO REPORT-REC.
           STRING "  " EP-PROG(PAIR-IDX) " ORA-" ORA-CODE-D
                  "  " WEEK-CNT-D " on " WEEK-DAYS-D
                  " day(s), last " EP-LAST-DATE(PAIR-IDX)
                  ", first ever " EP-FIRST-DATE(PAIR-IDX)
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
       WRITE-WEEK-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * ONE LATEST-DATE ERROR AGAINST THE RUN THAT BRACKETS IT:
      * THE LATEST RUN OF THE SAME PROGRAM THAT STARTED AT OR
      * BEFORE THE ERROR AND HAD NOT ENDED BEFORE IT.  A RUN
      * WITH NO END LINE IS SHOWN AS STILL OPEN.
      *----------------------------------------------------------

       WRITE-RUN-XREF.

           PERFORM PARSE-ERROR-LINE THRU PARSE-ERROR-LINE-EXIT.
           IF NOT EL-PARSE-GOOD OR EL-DATE NOT = LATEST-DATE
              GO TO WRITE-RUN-XREF-EXIT.

           MOVE 0 TO RUN-FOUND.
           PERFORM VARYING RUN-IDX FROM RUN-COUNT BY -1
                   UNTIL RUN-IDX < 1 OR RUN-FOUND > 0
              IF RN-PROG(RUN-IDX) = EL-PROG
                 AND RN-START(RUN-IDX) NOT > EL-STAMP
                 AND (RN-END(RUN-IDX) = SPACES
                      OR RN-END(RUN-IDX) NOT < EL-STAMP)
                 MOVE RUN-IDX TO RUN-FOUND
              END-IF
           END-PERFORM.

           MOVE EL-RC TO ORA-CODE-D.
           MOVE EL-FNC TO FNC-D.
           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO REPORT-PTR.
           STRING "  " EL-TIME " " EL-PROG " ORA-" ORA-CODE-D
                  " fnc " FNC-D
                  DELIMITED BY SIZE
             INTO REPORT-REC
             WITH POINTER REPORT-PTR.
           IF RUN-FOUND = 0
              ADD 1 TO NORUN-COUNT
              STRING "  outside any logged run" DELIMITED BY SIZE
                INTO REPORT-REC
                WITH POINTER REPORT-PTR
           ELSE
              IF RN-END(RUN-FOUND) = SPACES
                 STRING "  run started " RN-START(RUN-FOUND)(1:8)
                        " " RN-START(RUN-FOUND)(9:8)
                        ", no end line"
                        DELIMITED BY SIZE
                   INTO REPORT-REC
                   WITH POINTER REPORT-PTR
              ELSE
                 STRING "  run " RN-START(RUN-FOUND)(1:8)
                        " " RN-START(RUN-FOUND)(9:8)
                        " to " RN-END(RUN-FOUND)(1:8)
                        " " RN-END(RUN-FOUND)(9:8)
                        " ended " RN-STATUS(RUN-FOUND)
                        DELIMITED BY SIZE
                   INTO REPORT-REC
                   WITH POINTER REPORT-PTR
              END-IF
           END-IF.
           PERFORM PUT-REPORT-LINE.

           MOVE SPACES TO REPORT-REC.
           STRING "      " EL-MSG DELIMITED BY SIZE
             INTO REPORT-REC.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-XREF-EXIT.
           EXIT.

      *----------------------------------------------------------
      * EVERY REPORT LINE GOES TO THE FILE AND THE TERMINAL.
      *----------------------------------------------------------

       PUT-REPORT-LINE.

           WRITE REPORT-REC.
           DISPLAY REPORT-REC(1:100).
