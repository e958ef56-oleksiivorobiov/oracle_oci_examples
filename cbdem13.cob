      *   NAME
      *     cbdem13.cob - Cobol demo program # 13
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  restore from the monthly archive
      *                           generation named on the manifest
      *                           line, and refuse a message whose
      *                           reassembled audio does not match
      *                           the manifest checksum
      *    dlanders   09/02/26 -  Creation
      * ---------------------------------------------------------
      * CBDEM13 RESTORES PURGED VOICEMAIL.  CBDEM4 EXTRACTS EACH
      * CREATED_DATE, SO CBDEM3'S RETRIEVAL MODE CAN LIST AND
      * PLAY IT AGAIN.  MANIFEST LINES FROM BEFORE THE MAILBOX
      * COLUMN WAS CARRIED RESTORE UNDER THE GENERAL MAILBOX.
      *
      * CBDEM4 NOW WRITES A NEW ARCHIVE GENERATION EACH MONTH
      * (VMARCH.YYYYMM) AND NAMES IT ON THE MANIFEST LINE.  THE
      * WALK OPENS EACH GENERATION IN TURN AS THE MANIFEST
      * REACHES IT - A MESSAGE'S CHUNKS ARE COUNTED FROM THE
      * START OF ITS OWN GENERATION FILE - AND LINES WITH NO
      * GENERATION STILL COME FROM THE ORIGINAL VMARCH.  WHERE
      * THE LINE CARRIES A CHECKSUM, THE REASSEMBLED AUDIO MUST
      * MATCH IT BEFORE THE ROW IS RE-INSERTED.
      *----------------------------------------------------------


           SELECT MANIFEST-FILE ASSIGN TO "VMMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
       77   ARCHIVE-FILE-STATUS PIC X(2).
           88  ARCHIVE-FILE-OK      VALUE "00".
           88  ARCHIVE-FILE-EOF     VALUE "10".
       77   ARCHIVE-FILE-NAME  PIC X(20).

      *----------------------------------------------------------
      * THE ARCHIVE GENERATION CURRENTLY OPEN.  THE MANIFEST IS
      * APPENDED IN DATE ORDER, SO ITS GENERATIONS ONLY EVER
      * MOVE FORWARD (BLANK - THE ORIGINAL VMARCH - FIRST); ONE
      * THAT MOVES BACKWARD MEANS THE CHUNK COUNT WITHIN THAT
      * GENERATION CANNOT BE TRUSTED, AND THE WALK STOPS.
      *----------------------------------------------------------
       77   OPEN-GEN           PIC X(6).
       77   GEN-STATE-SW       PIC X(01) VALUE "N".
           88   GEN-NONE-YET   VALUE "N".
           88   GEN-OPEN       VALUE "O".
           88   GEN-MISSING    VALUE "M".
           88   GEN-BACKWARD   VALUE "B".

      *----------------------------------------------------------
      * THE RE-INSERT.  CREATED_DATE GOES BACK IN THROUGH TO_DATE
       77   MAN-DATE-X         PIC X(10).
       77   MAN-TIME-X         PIC X(8).
       77   MAN-MAILBOX        PIC X(10).
       77   MAN-SUM-X          PIC X(9).
       77   MAN-SUM REDEFINES MAN-SUM-X PIC 9(9).
       77   MAN-GEN            PIC X(6).
       77   MAN-MSG-ID         PIC S9(9) COMP.
       77   MAN-MSG-LEN        PIC S9(9) COMP.
       77   MAN-CHUNKS         PIC S9(9) COMP.
       77   MSG-ID-D           PIC ZZZZZ9.
       77   CHUNKS-OK-SW       PIC X(01).
           88   CHUNKS-OK      VALUE "Y".

      * THE CHECKSUM OF THE REASSEMBLED AUDIO, COMPUTED AS CBDEM4
      * DOES: SUM = (SUM * 31 + ORD(BYTE)) MOD 999999937.
       77   CALC-SUM           PIC S9(18) COMP.
       77   SUM-IDX            PIC S9(9) COMP.
       77   MAN-PARSE-SW       PIC X(01).
           88   MAN-PARSE-GOOD VALUE "G".
           88   MAN-PARSE-BLANK VALUE "B".
              GO TO EXIT-LOGOF.

      *----------------------------------------------------------
      * OPEN THE MANIFEST AND WALK IT IN STEP WITH THE ARCHIVE
      * GENERATIONS.  EVERY MANIFEST ENTRY OWNS THE NEXT
      * CEIL(MSG_LEN/65536) CHUNK RECORDS OF ITS GENERATION FILE,
      * WANTED OR NOT, SO EACH GENERATION IS READ THROUGH (NEVER
      * SEEKED) AND UNWANTED MESSAGES ARE SIMPLY READ PAST.
      *----------------------------------------------------------

           OPEN INPUT MANIFEST-FILE.
                 "archived."
              GO TO EXIT-CLOSE.

       NEXT-MANIFEST.

           READ MANIFEST-FILE
              MOVE "ERROR" TO RUN-STATUS
              GO TO RESTORE-DONE.

           PERFORM SWITCH-GENERATION THRU SWITCH-GENERATION-EXIT.
           IF GEN-BACKWARD
              DISPLAY "Manifest goes back to an earlier archive "
                 "generation - the archive walk cannot "
                 "continue: " MANIFEST-REC(1:66)
              MOVE "ERROR" TO RUN-STATUS
              GO TO RESTORE-DONE.

           PERFORM CHECK-WANTED.

      * A GENERATION FILE THAT WOULD NOT OPEN HOLDS NOTHING TO
      * READ PAST - ITS ENTRIES ARE REPORTED IF WANTED AND THE
      * WALK MOVES ON TO THE NEXT GENERATION.
           IF GEN-MISSING
              IF ENTRY-WANTED
                 MOVE MAN-MSG-ID TO MSG-ID-D
                 DISPLAY "Message " MSG-ID-D " NOT restored - "
                    "archive generation " ARCHIVE-FILE-NAME
                    " cannot be opened."
                 MOVE "ERROR" TO RUN-STATUS
              END-IF
              GO TO NEXT-MANIFEST.

      * A MESSAGE WHOSE CHUNKS RAN OUT MID-READ MUST NOT BE
      * RE-INSERTED - A TRUNCATED LEGAL-HOLD RESTORE IS WORSE
      * THAN A REFUSED ONE.
           IF ENTRY-WANTED
              PERFORM READ-MSG-CHUNKS THRU READ-MSG-CHUNKS-EXIT
              IF CHUNKS-OK
                 PERFORM CHECK-MSG-SUM
              END-IF
              IF CHUNKS-OK
                 PERFORM RESTORE-ONE-MSG
                    THRU RESTORE-ONE-MSG-EXIT
              ELSE
                 MOVE MAN-MSG-ID TO MSG-ID-D
                 DISPLAY "Message " MSG-ID-D " NOT restored - "
                    "its audio is incomplete or damaged in the "
                    "archive."
              END-IF
           ELSE
              PERFORM SKIP-MSG-CHUNKS THRU SKIP-MSG-CHUNKS-EXIT.
       RESTORE-DONE.

           CLOSE MANIFEST-FILE.
           IF GEN-OPEN
              CLOSE ARCHIVE-FILE.
           MOVE RESTORED-COUNT TO RESTORED-COUNT-D.
           DISPLAY RESTORED-COUNT-D " message(s) restored.".
           IF RESTORED-COUNT = 0
      * WRITE-MANIFEST LAYS DOWN: MSG_ID IN 1-6 (ZZZZZ9, SO A
      * SHORT ID ARRIVES BLANK-PADDED), MSG_LEN IN 8-17, THE
      * "YYYY-MM-DD HH:MI:SS" TIMESTAMP IN 19-37, AND MAILBOX IN
      * 39-48, THEN THE AUDIO CHECKSUM IN 50-58 AND THE ARCHIVE
      * GENERATION (YYYYMM) IN 60-65.  A LINE FROM BEFORE THE
      * MAILBOX COLUMN LEAVES MAN-MAILBOX BLANK, WHICH RESTORES
      * AS GENERAL; ONE FROM BEFORE THE CHECKSUM AND GENERATION
      * LEAVES THEM BLANK - NO CHECK, AND THE ORIGINAL VMARCH
      * FILE.  A BLANK
      * LINE OWNS NO CHUNKS AND IS IGNORED; ANY OTHER LINE THAT
      * DOES NOT PARSE OWNS AN UNKNOWN NUMBER OF CHUNKS, SO THE
      * CALLER MUST HALT THE WALK RATHER THAN GO ON MISALIGNED.
           MOVE MANIFEST-REC(19:10) TO MAN-DATE-X.
           MOVE MANIFEST-REC(30:8)  TO MAN-TIME-X.
           MOVE MANIFEST-REC(39:10) TO MAN-MAILBOX.
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
       PARSE-MANIFEST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MAKE SURE THE ENTRY'S ARCHIVE GENERATION IS THE ONE OPEN.
      * MOVING ON TO A LATER GENERATION CLOSES THE CURRENT FILE
      * AND OPENS THE NEXT FROM ITS FIRST CHUNK; A FILE THAT WILL
      * NOT OPEN IS REPORTED ONCE AND LEFT AS GEN-MISSING FOR ALL
      * ITS ENTRIES.
      *----------------------------------------------------------

       SWITCH-GENERATION.

           IF NOT GEN-NONE-YET
              IF MAN-GEN = OPEN-GEN
                 GO TO SWITCH-GENERATION-EXIT
              END-IF
              IF MAN-GEN < OPEN-GEN
                 IF GEN-OPEN
                    CLOSE ARCHIVE-FILE
                 END-IF
                 MOVE "B" TO GEN-STATE-SW
                 GO TO SWITCH-GENERATION-EXIT
              END-IF
              IF GEN-OPEN
                 CLOSE ARCHIVE-FILE
              END-IF
           END-IF.

           MOVE MAN-GEN TO OPEN-GEN.
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
              DISPLAY "Unable to open ARCHIVE-FILE "
                 ARCHIVE-FILE-NAME ", status "
                 ARCHIVE-FILE-STATUS "."
              MOVE "M" TO GEN-STATE-SW.
       SWITCH-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------
      * DOES THIS MANIFEST ENTRY MATCH WHAT WAS ASKED FOR?
      *----------------------------------------------------------
       READ-MSG-CHUNKS-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CHECK THE REASSEMBLED AUDIO AGAINST THE MANIFEST
      * CHECKSUM.  A LINE WRITTEN BEFORE CHECKSUMS WERE CARRIED
      * HAS NONE, AND IS TAKEN AS IT STANDS.
      *----------------------------------------------------------

       CHECK-MSG-SUM.

           IF MAN-SUM-X NOT = SPACES
              MOVE 0 TO CALC-SUM
              PERFORM VARYING SUM-IDX FROM 1 BY 1
                      UNTIL SUM-IDX > MAN-MSG-LEN
                 COMPUTE CALC-SUM = FUNCTION MOD(CALC-SUM * 31
                    + FUNCTION ORD(MSGX(SUM-IDX:1)), 999999937)
              END-PERFORM
              IF CALC-SUM NOT = MAN-SUM
                 MOVE MAN-MSG-ID TO MSG-ID-D
                 DISPLAY "Message " MSG-ID-D " fails its "
                    "manifest checksum in " ARCHIVE-FILE-NAME "."
                 MOVE "ERROR" TO RUN-STATUS
                 MOVE "N" TO CHUNKS-OK-SW
              END-IF
           END-IF.

      *----------------------------------------------------------
      * READ PAST AN UNWANTED ENTRY'S CHUNK RECORDS, KEEPING THE
      * ARCHIVE POSITIONED AT THE NEXT ENTRY'S FIRST CHUNK.
