      *   NAME
      *     cbdem4.cob - Cobol demo program # 4
      *   MODIFIED   (MM/DD/YY)
      *    dlanders   10/15/26 -  roll the archive into a new
      *                           generation file each month
      *                           (VMARCH.YYYYMM) and carry each
      *                           message's checksum and archive
      *                           generation on its manifest line,
      *                           for CBDEM13 and the CBDEM25
      *                           archive verification
      *    dlanders   09/02/26 -  honor the SAVED message status:
      *                           rows the owner marked SAVED are
      *                           skipped by the purge (and counted
      * PURGE-PARM-FILE HOLDS UP TO THREE LINES: RETENTION DAYS
      * (DEFAULT 90), CHUNK ROWS (DEFAULT 100), AND MAXIMUM
      * RUNTIME IN MINUTES (DEFAULT 0 = NO LIMIT).
      *
      * THE ARCHIVE IS KEPT IN MONTHLY GENERATIONS: A RUN APPENDS
      * TO VMARCH.YYYYMM FOR THE MONTH IT RUNS IN, SO A NEW MONTH
      * STARTS A NEW FILE.  THE ONE MANIFEST-FILE KEEPS GROWING;
      * EACH LINE NAMES THE GENERATION HOLDING THE MESSAGE AND
      * CARRIES A CHECKSUM OF ITS AUDIO, SO CBDEM13 RESTORES FROM
      * THE RIGHT FILE AND CBDEM25 CAN PROVE THE ARCHIVE AGAINST
      * THE MANIFEST.  LINES WITH NO GENERATION PREDATE THIS AND
      * LIVE IN THE ORIGINAL SINGLE VMARCH FILE.
      *----------------------------------------------------------


           SELECT PURGE-LOG-FILE ASSIGN TO "PURGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT ARCHIVE-TMP-FILE ASSIGN TO "VMARCHTMP"
      *----------------------------------------------------------
       77   ARCHIVE-FILE-STATUS PIC X(2).
           88  ARCHIVE-FILE-OK      VALUE "00".
       77   ARCHIVE-FILE-NAME  PIC X(20).
       77   MANIFEST-FILE-STATUS PIC X(2).
           88  MANIFEST-FILE-OK     VALUE "00".
       77   MSG-ID             PIC S9(9) COMP.
       77   ARCHIVE-TMP-STATUS PIC X(2).
           88  ARCHIVE-TMP-OK       VALUE "00".
           88  ARCHIVE-TMP-EOF      VALUE "10".

      *----------------------------------------------------------
      * ARCHIVE GENERATION AND MESSAGE CHECKSUM.  THE GENERATION
      * IS THE RUN'S YYYYMM, TAKEN ONCE AT OPEN.  THE CHECKSUM
      * RUNS OVER THE MESSAGE'S BYTES IN ORDER: SUM = (SUM * 31
      * + ORD(BYTE)) MOD 999999937, STARTING FROM ZERO - CBDEM13
      * AND CBDEM25 RECOMPUTE IT THE SAME WAY.
      *----------------------------------------------------------
       01  ARCH-GEN-DATE.
           02   ARCH-GEN       PIC X(6).
           02   FILLER         PIC X(2).
       77   ARCH-SUM           PIC S9(18) COMP.
       77   ARCH-SUM-D         PIC 9(9).
       77   SUM-IDX            PIC S9(9) COMP.
       77   ARCH-OK-SW         PIC X(1).
           88  ARCH-OK              VALUE "Y".
           88  ARCH-NOT-OK          VALUE "N".
      * OPENED, NOTHING MAY BE DELETED.
      *----------------------------------------------------------

      * THIS MONTH'S GENERATION IS APPENDED TO, OR STARTED IF
      * THIS IS THE MONTH'S FIRST RUN.
           ACCEPT ARCH-GEN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO ARCHIVE-FILE-NAME.
           STRING "VMARCH." ARCH-GEN DELIMITED BY SIZE
             INTO ARCHIVE-FILE-NAME.

           OPEN EXTEND ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
              OPEN OUTPUT ARCHIVE-FILE.
           IF NOT ARCHIVE-FILE-OK
              DISPLAY "Unable to open ARCHIVE-FILE "
                 ARCHIVE-FILE-NAME ", status "
                 ARCHIVE-FILE-STATUS " - nothing purged."
              GO TO EXIT-CLOSE.


           MOVE "Y" TO ARCH-OK-SW.
           MOVE 0 TO ARCH-BYTES.
           MOVE 0 TO ARCH-SUM.
           MOVE MSG-LEN TO MSG-LEFT.

           OPEN OUTPUT ARCHIVE-TMP-FILE.
                    GO TO ARCHIVE-STAGE-DONE
                 END-IF
                 ADD RETL TO ARCH-BYTES
                 PERFORM VARYING SUM-IDX FROM 1 BY 1
                         UNTIL SUM-IDX > RETL
                    COMPUTE ARCH-SUM = FUNCTION MOD(ARCH-SUM * 31
                       + FUNCTION ORD(MSG(SUM-IDX)), 999999937)
                 END-PERFORM
              END-IF
              SUBTRACT CHUNK-LEN FROM MSG-LEFT
           END-PERFORM.

      *----------------------------------------------------------
      * APPEND THE ARCHIVED MESSAGE'S MSG_ID, MSG_LEN,
      * CREATED_DATE, MAILBOX, CHECKSUM (COLUMNS 50-58), AND
      * ARCHIVE GENERATION (60-65) TO MANIFEST-FILE.  A FAILED
      * WRITE TURNS ARCH-OK OFF SO THE ROW IS NOT DELETED.
      *----------------------------------------------------------


           MOVE MSG-ID TO MSG-ID-D.
           MOVE MSG-LEN TO MSG-LEN-D.
           MOVE ARCH-SUM TO ARCH-SUM-D.
           MOVE SPACES TO MANIFEST-REC.
           STRING MSG-ID-D " " MSG-LEN-D " " CREATED-X " "
                  VMBOX " " ARCH-SUM-D " " ARCH-GEN
                  DELIMITED BY SIZE
             INTO MANIFEST-REC.
           WRITE MANIFEST-REC.
           IF NOT MANIFEST-FILE-OK
