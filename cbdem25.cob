      *
      * $Header: cbdem25.cob 15-oct-26.00:00:00 dlanders Exp $
      *
      * Copyright (c) 1991, 1999, Oracle Corporation.  All rights reserved.
      *
      *   NAME
      *     cbdem25.cob - Cobol demo program # 25
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM25 VERIFIES THE VOICEMAIL ARCHIVE AGAINST ITS
      * MANIFEST.  CBDEM4 APPENDS EACH PURGED MESSAGE'S AUDIO TO
      * THE MONTH'S ARCHIVE GENERATION (VMARCH.YYYYMM) AS 64K
      * CHUNK RECORDS AND WRITES ONE MANIFEST-FILE LINE PER
      * MESSAGE: MSG_ID IN COLUMNS 1-6, MSG_LEN IN 8-17, THE
      * CREATED TIMESTAMP IN 19-37, MAILBOX IN 39-48, THE AUDIO
      * CHECKSUM IN 50-58, AND THE GENERATION IN 60-65.  LINES
      * WRITTEN BEFORE THE CHECKSUM AND GENERATION WERE CARRIED
      * LEAVE THEM BLANK AND BELONG TO THE ORIGINAL SINGLE VMARCH
      * FILE.
      *
      * THE WHOLE MANIFEST IS WALKED IN STEP WITH THE GENERATION
      * FILES, THE SAME WAY CBDEM13 WALKS IT TO RESTORE: EACH
      * MESSAGE OWNS THE NEXT CEIL(MSG_LEN/65536) CHUNK RECORDS
      * OF ITS GENERATION.  REPORT-FILE LISTS EVERY MESSAGE WHOSE
      * GENERATION RAN OUT BEFORE ITS CHUNK COUNT (OR WHOSE
      * GENERATION FILE IS MISSING), EVERY MESSAGE WHOSE AUDIO
      * DOES NOT MATCH ITS MANIFEST CHECKSUM, AND EVERY CHUNK
      * RECORD LEFT IN A GENERATION AFTER ITS LAST MANIFEST
      * ENTRY (AN ORPHAN, WHICH WOULD SHIFT A LATER RESTORE).  A
      * MANIFEST LINE THAT CANNOT BE READ, OR A GENERATION THAT
      * GOES BACKWARD, STOPS THE WALK - EVERYTHING AFTER IT IS
      * UNKNOWN.  ANY EXCEPTION ENDS THE RUN IN ERROR ON RUNLOG.
      * NO DATABASE CONNECTION IS NEEDED.
      *----------------------------------------------------------


       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CBDEM25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "VMMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VMVERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MANIFEST-REC         PIC X(132).
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-REC          PIC X(131072).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC           PIC X(132).
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC          PIC X(132).
       WORKING-STORAGE SECTION.

       77   MANIFEST-FILE-STATUS PIC X(2).
           88  MANIFEST-FILE-OK     VALUE "00".
           88  MANIFEST-FILE-EOF    VALUE "10".
       77   ARCHIVE-FILE-STATUS PIC X(2).
           88  ARCHIVE-FILE-OK      VALUE "00".
           88  ARCHIVE-FILE-EOF     VALUE "10".
       77   ARCHIVE-FILE-NAME  PIC X(20).
       77   REPORT-FILE-STATUS PIC X(2).
           88  REPORT-FILE-OK       VALUE "00".

      *----------------------------------------------------------
      * THE ARCHIVE GENERATION CURRENTLY BEING WALKED.  THE
      * MANIFEST IS APPENDED IN DATE ORDER, SO ITS GENERATIONS
      * ONLY EVER MOVE FORWARD (BLANK - THE ORIGINAL VMARCH -
      * FIRST).  A GENERATION IS OPEN UNTIL ITS CHUNK RECORDS RUN
      * OUT, AFTER WHICH EVERY FURTHER MESSAGE IN IT IS SHORT.
      *----------------------------------------------------------
       77   OPEN-GEN           PIC X(6).
       77   GEN-STATE-SW       PIC X(01) VALUE "N".
           88   GEN-NONE-YET   VALUE "N".
           88   GEN-OPEN       VALUE "O".
           88   GEN-EXHAUSTED  VALUE "E".
           88   GEN-MISSING    VALUE "M".
           88   GEN-FILE-OPEN  VALUE "O" "E".
       77   GEN-BACKWARD-SW    PIC X(01) VALUE "N".
           88   GEN-BACKWARD   VALUE "Y".
       77   WALK-STOPPED-SW    PIC X(01) VALUE "N".
           88   WALK-STOPPED   VALUE "Y".
       77   GEN-MSGS           PIC S9(9) COMP.
       77   GEN-MSGS-D         PIC ZZZZZZZZ9.
       77   GEN-CHUNKS         PIC S9(9) COMP.
       77   GEN-CHUNKS-D       PIC ZZZZZZZZ9.
       77   GEN-ORPHANS        PIC S9(9) COMP.
       77   GEN-ORPHANS-D      PIC ZZZZZZZZ9.

      *----------------------------------------------------------
      * ONE MANIFEST ENTRY, SPLIT FROM ITS LINE BY CBDEM4'S
      * FIXED COLUMNS.
      *----------------------------------------------------------
       77   MAN-MSG-ID-X       PIC X(10).
       77   MAN-MSG-LEN-X      PIC X(12).
       77   MAN-SUM-X          PIC X(9).
       77   MAN-SUM REDEFINES MAN-SUM-X PIC 9(9).
       77   MAN-GEN            PIC X(6).
       77   MAN-MSG-ID         PIC S9(9) COMP.
       77   MAN-MSG-LEN        PIC S9(9) COMP.
       77   MAN-CHUNKS         PIC S9(9) COMP.
       77   MAN-LINE-NO        PIC S9(9) COMP VALUE 0.
       77   MAN-LINE-NO-D      PIC ZZZZZZZZ9.
       77   MAN-PARSE-SW       PIC X(01).
           88   MAN-PARSE-GOOD VALUE "G".
           88   MAN-PARSE-BLANK VALUE "B".
           88   MAN-PARSE-BAD  VALUE "X".

      *----------------------------------------------------------
      * ONE MESSAGE'S CHUNKS AS READ BACK, AND THE CHECKSUM OF
      * THEIR BYTES COMPUTED AS CBDEM4 DOES: SUM = (SUM * 31 +
      * ORD(BYTE)) MOD 999999937, STARTING FROM ZERO.
      *----------------------------------------------------------
       77   CHUNK-IDX          PIC S9(9) COMP.
       77   CHUNK-LEN          PIC S9(9) COMP.
       77   CHUNKS-READ        PIC S9(9) COMP.
       77   CHUNKS-READ-D      PIC ZZZZ9.
       77   MAN-CHUNKS-D       PIC ZZZZ9.
       77   MSG-LEFT           PIC S9(9) COMP.
       77   CALC-SUM           PIC S9(18) COMP.
       77   CALC-SUM-D         PIC 9(9).
       77   SUM-IDX            PIC S9(9) COMP.
       77   MSG-ID-D           PIC ZZZZZ9.

      *----------------------------------------------------------
      * COUNTS BY TYPE, AND THE EXCEPTION TOTAL.  A MESSAGE FROM
      * BEFORE CHECKSUMS WERE CARRIED CAN ONLY HAVE ITS CHUNK
      * COUNT CHECKED; IT IS COUNTED, NOT TREATED AS AN
      * EXCEPTION.
      *----------------------------------------------------------
       77   MSGS-CHECKED       PIC S9(9) COMP VALUE 0.
       77   MSGS-CHECKED-D     PIC ZZZZZZZZ9.
       77   NOSUM-COUNT        PIC S9(9) COMP VALUE 0.
       77   NOSUM-COUNT-D      PIC ZZZZZZZZ9.
       77   SHORT-COUNT        PIC S9(9) COMP VALUE 0.
       77   SHORT-COUNT-D      PIC ZZZZZZZZ9.
       77   MISMATCH-COUNT     PIC S9(9) COMP VALUE 0.
       77   MISMATCH-COUNT-D   PIC ZZZZZZZZ9.
       77   ORPHAN-COUNT       PIC S9(9) COMP VALUE 0.
       77   ORPHAN-COUNT-D     PIC ZZZZZZZZ9.
       77   MANERR-COUNT       PIC S9(9) COMP VALUE 0.
       77   MANERR-COUNT-D     PIC ZZZZZZZZ9.
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
      * NO MANIFEST MEANS NOTHING HAS EVER BEEN ARCHIVED - THERE
      * IS NOTHING TO VERIFY, AND THAT IS NOT AN ERROR.
      *----------------------------------------------------------

           OPEN INPUT MANIFEST-FILE.
           IF NOT MANIFEST-FILE-OK
              DISPLAY "No manifest file - nothing has been "
                 "archived."
              GO TO EXIT-STOP.

           OPEN OUTPUT REPORT-FILE.
           IF NOT REPORT-FILE-OK
              MOVE "ERROR" TO RUN-STATUS
              DISPLAY "Unable to open the archive verification "
                 "report file."
              CLOSE MANIFEST-FILE
              GO TO EXIT-STOP.

           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-TIME FROM TIME.
           MOVE SPACES TO REPORT-REC.
           STRING "Voicemail archive verification - "
                  REPORT-DATE " " REPORT-TIME
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * WALK THE MANIFEST, OPENING EACH GENERATION AS IT IS
      * REACHED AND READING EACH MESSAGE'S CHUNKS BACK OUT OF IT.
      *----------------------------------------------------------

       NEXT-MANIFEST.

           READ MANIFEST-FILE
              AT END
                 GO TO MANIFEST-DONE
           END-READ.
           ADD 1 TO MAN-LINE-NO.

           PERFORM PARSE-MANIFEST-LINE
              THRU PARSE-MANIFEST-LINE-EXIT.
           IF MAN-PARSE-BLANK
              GO TO NEXT-MANIFEST.

      * A LINE THAT DOES NOT PARSE OWNS AN UNKNOWN NUMBER OF
      * CHUNK RECORDS - NOTHING AFTER IT CAN BE CHECKED.
           IF MAN-PARSE-BAD
              ADD 1 TO MANERR-COUNT
              MOVE "Y" TO WALK-STOPPED-SW
              PERFORM WRITE-BADLINE-LINE
              GO TO MANIFEST-DONE.

           PERFORM SWITCH-GENERATION THRU SWITCH-GENERATION-EXIT.
           IF GEN-BACKWARD
              ADD 1 TO MANERR-COUNT
              MOVE "Y" TO WALK-STOPPED-SW
              PERFORM WRITE-BACKWARD-LINE
              GO TO MANIFEST-DONE.

           ADD 1 TO MSGS-CHECKED.
           ADD 1 TO GEN-MSGS.
           PERFORM VERIFY-ONE-MSG THRU VERIFY-ONE-MSG-EXIT.
           GO TO NEXT-MANIFEST.

      *----------------------------------------------------------
      * THE LAST GENERATION IS CLOSED OFF (ITS ORPHANS COUNTED
      * UNLESS THE WALK STOPPED SHORT), THEN THE FOOTER.
      *----------------------------------------------------------

       MANIFEST-DONE.

           CLOSE MANIFEST-FILE.
           IF NOT GEN-NONE-YET
              PERFORM CLOSE-GENERATION THRU CLOSE-GENERATION-EXIT.

           COMPUTE TOTAL-EXCEPT = SHORT-COUNT + MISMATCH-COUNT
              + ORPHAN-COUNT + MANERR-COUNT.
           MOVE MSGS-CHECKED TO MSGS-CHECKED-D.
           MOVE NOSUM-COUNT TO NOSUM-COUNT-D.
           MOVE SHORT-COUNT TO SHORT-COUNT-D.
           MOVE MISMATCH-COUNT TO MISMATCH-COUNT-D.
           MOVE ORPHAN-COUNT TO ORPHAN-COUNT-D.
           MOVE MANERR-COUNT TO MANERR-COUNT-D.
           MOVE TOTAL-EXCEPT TO TOTAL-EXCEPT-D.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "Messages checked:  " MSGS-CHECKED-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "No checksum kept:  " NOSUM-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "SHORT-CHUNKS:      " SHORT-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CHECKSUM-MISMATCH: " MISMATCH-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "ORPHAN-CHUNKS:     " ORPHAN-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "MANIFEST-ERROR:    " MANERR-COUNT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "TOTAL EXCEPTIONS: " TOTAL-EXCEPT-D
                  DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.

           IF TOTAL-EXCEPT > 0
              MOVE "ERROR" TO RUN-STATUS.

           DISPLAY MSGS-CHECKED-D " message(s) checked, "
                   TOTAL-EXCEPT-D " exception(s) found.".

       EXIT-STOP.

           MOVE TOTAL-EXCEPT TO RUN-COUNT-D.
           PERFORM WRITE-RUN-END.

           DISPLAY "End of the CBDEM25 program."
           STOP RUN.


      *----------------------------------------------------------
      * SPLIT ONE MANIFEST LINE BY ITS FIXED COLUMNS, AS CBDEM13
      * DOES.  A BLANK LINE OWNS NO CHUNKS AND IS IGNORED; ANY
      * OTHER LINE THAT DOES NOT PARSE IS BAD.
      *----------------------------------------------------------

       PARSE-MANIFEST-LINE.

           IF MANIFEST-REC = SPACES
              MOVE "B" TO MAN-PARSE-SW
              GO TO PARSE-MANIFEST-LINE-EXIT.
           MOVE "X" TO MAN-PARSE-SW.
           MOVE MANIFEST-REC(1:6)   TO MAN-MSG-ID-X.
           MOVE MANIFEST-REC(8:10)  TO MAN-MSG-LEN-X.
           MOVE MANIFEST-REC(50:9)  TO MAN-SUM-X.
           MOVE MANIFEST-REC(60:6)  TO MAN-GEN.
           IF FUNCTION TEST-NUMVAL(MAN-MSG-ID-X) NOT = 0
              OR FUNCTION TEST-NUMVAL(MAN-MSG-LEN-X) NOT = 0
              GO TO PARSE-MANIFEST-LINE-EXIT.
           IF MAN-SUM-X NOT = SPACES AND MAN-SUM-X NOT NUMERIC
              GO TO PARSE-MANIFEST-LINE-EXIT.
           IF MAN-GEN NOT = SPACES AND MAN-GEN NOT NUMERIC
              GO TO PARSE-MANIFEST-LINE-EXIT.
           COMPUTE MAN-MSG-ID = FUNCTION NUMVAL(MAN-MSG-ID-X).
           COMPUTE MAN-MSG-LEN = FUNCTION NUMVAL(MAN-MSG-LEN-X).
           COMPUTE MAN-CHUNKS = (MAN-MSG-LEN + 65535) / 65536.
           MOVE "G" TO MAN-PARSE-SW.
       PARSE-MANIFEST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MAKE SURE THE ENTRY'S GENERATION IS THE ONE BEING
      * WALKED.  MOVING ON TO A LATER GENERATION CLOSES OFF THE
      * CURRENT ONE AND OPENS THE NEXT FROM ITS FIRST CHUNK; A
      * GENERATION THAT GOES BACKWARD IS LEFT TO THE CALLER.
      *----------------------------------------------------------

       SWITCH-GENERATION.

           IF NOT GEN-NONE-YET
              IF MAN-GEN = OPEN-GEN
                 GO TO SWITCH-GENERATION-EXIT
              END-IF
              IF MAN-GEN < OPEN-GEN
                 MOVE "Y" TO GEN-BACKWARD-SW
                 GO TO SWITCH-GENERATION-EXIT
              END-IF
              PERFORM CLOSE-GENERATION THRU CLOSE-GENERATION-EXIT
           END-IF.

           MOVE MAN-GEN TO OPEN-GEN.
           MOVE 0 TO GEN-MSGS.
           MOVE 0 TO GEN-CHUNKS.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           IF MAN-GEN = SPACES
              MOVE "VMARCH" TO ARCHIVE-FILE-NAME
           ELSE
              STRING "VMARCH." MAN-GEN DELIMITED BY SIZE
                INTO ARCHIVE-FILE-NAME.

           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-OK
              MOVE "O" TO GEN-STATE-SW
           ELSE
              MOVE "M" TO GEN-STATE-SW
              MOVE SPACES TO REPORT-REC
              STRING "MISSING-GENERATION " DELIMITED BY SIZE
                     ARCHIVE-FILE-NAME DELIMITED BY SPACE
                     " - cannot be opened, status "
                     ARCHIVE-FILE-STATUS
                     "; its messages are all short"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC.
       SWITCH-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CLOSE OFF THE GENERATION BEING WALKED.  ANY CHUNK RECORD
      * STILL UNREAD AFTER ITS LAST MANIFEST ENTRY IS AN ORPHAN -
      * UNLESS THE WALK STOPPED SHORT, IN WHICH CASE THE REST OF
      * THE FILE IS SIMPLY UNCHECKED.  A SUMMARY LINE FOLLOWS.
      *----------------------------------------------------------

       CLOSE-GENERATION.

           MOVE 0 TO GEN-ORPHANS.
           IF GEN-OPEN AND NOT WALK-STOPPED
              PERFORM UNTIL NOT ARCHIVE-FILE-OK
                 READ ARCHIVE-FILE
                    NOT AT END
                       ADD 1 TO GEN-ORPHANS
                 END-READ
              END-PERFORM
              IF NOT ARCHIVE-FILE-EOF
                 DISPLAY "Error reading ARCHIVE-FILE, status "
                    ARCHIVE-FILE-STATUS "."
                 MOVE "ERROR" TO RUN-STATUS
              END-IF
           END-IF.
           IF GEN-FILE-OPEN
              CLOSE ARCHIVE-FILE.

           IF GEN-ORPHANS > 0
              ADD GEN-ORPHANS TO ORPHAN-COUNT
              MOVE GEN-ORPHANS TO GEN-ORPHANS-D
              MOVE SPACES TO REPORT-REC
              STRING "ORPHAN-CHUNKS     " DELIMITED BY SIZE
                     ARCHIVE-FILE-NAME DELIMITED BY SPACE
                     " - " GEN-ORPHANS-D " chunk record(s) after"
                     " its last manifest entry"
                     DELIMITED BY SIZE
                INTO REPORT-REC
              WRITE REPORT-REC.

           MOVE GEN-MSGS TO GEN-MSGS-D.
           MOVE GEN-CHUNKS TO GEN-CHUNKS-D.
           MOVE SPACES TO REPORT-REC.
           STRING "Generation " DELIMITED BY SIZE
                  ARCHIVE-FILE-NAME DELIMITED BY SPACE
                  ": "
                  GEN-MSGS-D " message(s), "
                  GEN-CHUNKS-D " chunk record(s) matched"
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.
       CLOSE-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------
      * READ ONE MESSAGE'S CHUNKS BACK OUT OF ITS GENERATION,
      * CHECKSUMMING AS THEY COME, THEN JUDGE IT.  THE CHUNK
      * SIZES MIRROR HOW CBDEM4 WROTE THEM: 65536 BYTES PER
      * RECORD, THE LAST ONE SHORT.
      *----------------------------------------------------------

       VERIFY-ONE-MSG.

           MOVE 0 TO CHUNKS-READ.
           MOVE 0 TO CALC-SUM.
           MOVE MAN-MSG-LEN TO MSG-LEFT.
           IF GEN-OPEN
              PERFORM VERIFY-ONE-CHUNK
                 VARYING CHUNK-IDX FROM 1 BY 1
                 UNTIL CHUNK-IDX > MAN-CHUNKS OR NOT GEN-OPEN.

           IF CHUNKS-READ < MAN-CHUNKS
              ADD 1 TO SHORT-COUNT
              PERFORM WRITE-SHORT-LINE
              GO TO VERIFY-ONE-MSG-EXIT.

           IF MAN-SUM-X = SPACES
              ADD 1 TO NOSUM-COUNT
              GO TO VERIFY-ONE-MSG-EXIT.

           IF CALC-SUM NOT = MAN-SUM
              ADD 1 TO MISMATCH-COUNT
              PERFORM WRITE-MISMATCH-LINE.
       VERIFY-ONE-MSG-EXIT.
           EXIT.

       VERIFY-ONE-CHUNK.

           READ ARCHIVE-FILE
              AT END
                 MOVE "E" TO GEN-STATE-SW
           END-READ.
           IF GEN-OPEN
              ADD 1 TO CHUNKS-READ
              ADD 1 TO GEN-CHUNKS
              IF MSG-LEFT < 65536
                 MOVE MSG-LEFT TO CHUNK-LEN
              ELSE
                 MOVE 65536 TO CHUNK-LEN
              END-IF
              PERFORM VARYING SUM-IDX FROM 1 BY 1
                      UNTIL SUM-IDX > CHUNK-LEN
                 COMPUTE CALC-SUM = FUNCTION MOD(CALC-SUM * 31
                    + FUNCTION ORD(ARCHIVE-REC(SUM-IDX:1)),
                    999999937)
              END-PERFORM
              SUBTRACT CHUNK-LEN FROM MSG-LEFT
           END-IF.

      *----------------------------------------------------------
      * THE EXCEPTION LINES, ONE PER TYPE.
      *----------------------------------------------------------

       WRITE-SHORT-LINE.

           MOVE MAN-MSG-ID TO MSG-ID-D.
           MOVE CHUNKS-READ TO CHUNKS-READ-D.
           MOVE MAN-CHUNKS TO MAN-CHUNKS-D.
           MOVE SPACES TO REPORT-REC.
           STRING "SHORT-CHUNKS      msg " MSG-ID-D " in "
                  DELIMITED BY SIZE
                  ARCHIVE-FILE-NAME DELIMITED BY SPACE
                  " - " CHUNKS-READ-D " of "
                  MAN-CHUNKS-D " chunk(s) present"
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-MISMATCH-LINE.

           MOVE MAN-MSG-ID TO MSG-ID-D.
           MOVE CALC-SUM TO CALC-SUM-D.
           MOVE SPACES TO REPORT-REC.
           STRING "CHECKSUM-MISMATCH msg " MSG-ID-D " in "
                  DELIMITED BY SIZE
                  ARCHIVE-FILE-NAME DELIMITED BY SPACE
                  " - manifest " MAN-SUM-X
                  ", archive " CALC-SUM-D
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-BADLINE-LINE.

           MOVE MAN-LINE-NO TO MAN-LINE-NO-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MANIFEST-ERROR    line " MAN-LINE-NO-D
                  " unreadable, walk stopped: "
                  MANIFEST-REC(1:66)
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-BACKWARD-LINE.

           MOVE MAN-LINE-NO TO MAN-LINE-NO-D.
           MOVE SPACES TO REPORT-REC.
           STRING "MANIFEST-ERROR    line " MAN-LINE-NO-D
                  " generation '" MAN-GEN "' follows '" OPEN-GEN
                  "', walk stopped"
                  DELIMITED BY SIZE
             INTO REPORT-REC.
           WRITE REPORT-REC.

      *----------------------------------------------------------
      * RECORD JOB START AND JOB END IN THE COMMON RUN-LOG-FILE.
      * THE END LINE CARRIES THE COMPLETION STATUS AND THE COUNT
      * OF EXCEPTIONS FOUND.
      *----------------------------------------------------------

       WRITE-RUN-START.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM25 START" DELIMITED BY SIZE
             INTO RUN-LOG-REC
             WITH POINTER RUN-LOG-PTR.
           PERFORM PUT-RUN-LOG.

       WRITE-RUN-END.

           MOVE SPACES TO RUN-LOG-REC.
           MOVE 1 TO RUN-LOG-PTR.
           ACCEPT RUN-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME FROM TIME.
           STRING RUN-LOG-DATE " " RUN-LOG-TIME
                  " CBDEM25 END " RUN-STATUS " " RUN-COUNT-D
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
