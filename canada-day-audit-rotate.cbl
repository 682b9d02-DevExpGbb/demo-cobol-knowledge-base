      * between the two passes the truncation is refused, so a late  *
      * append can never be discarded.                                *
      *                                                               *
      * Truncating the live log would leave the next writer nothing  *
      * to continue the audit chain from, so once the truncate        *
      * succeeds ROTATE rewrites the CDAUDANC.DAT chain anchor with   *
      * the sequence number and check value of the last stamped      *
      * record rotated. CANADA-DAY-AUDIT-CHAIN resumes from it and    *
      * CANADA-DAY-AUDIT-VERIFY proves the archive tail against it.   *
      *                                                               *
      * INPUT:  CDAUDIT.LOG, CDAUDARC.DAT                             *
      * OUTPUT: CDAUDARC.DAT, CDAUDANC.DAT (ROTATE), CDAUDNEW.DAT     *
      *         (PURGE), CDAUDEXT.DAT (EXTRACT)                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT EXTRACT-FILE ASSIGN TO 'CDAUDEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT CHAIN-ANCHOR-FILE ASSIGN TO 'CDAUDANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'canada-day-audit.cpy'.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(71).
       01  ARCHIVE-CONTROL-RECORD.
           05  ARC-CONTROL-TAG             PIC X(3).
           05  ARC-CUT-DATE                PIC 9(8).
           05  ARC-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(53).

       FD  ARCHIVE-NEW-FILE.
       01  ARCHIVE-NEW-RECORD              PIC X(71).

       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD             PIC X(71).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(71).

       FD  CHAIN-ANCHOR-FILE.
       COPY 'canada-day-audit-anchor.cpy'.

       WORKING-STORAGE SECTION.

               88  WS-ARCHIVE-WORK-OK      VALUE '00'.
           05  WS-EXTRACT-FILE-STATUS      PIC X(2).
               88  WS-EXTRACT-FILE-OK      VALUE '00'.
           05  WS-ANCHOR-FILE-STATUS       PIC X(2).
               88  WS-ANCHOR-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-RECORD-DATE              PIC 9(8).
           05  WS-WORK-RECORDS-APPENDED    PIC 9(7) VALUE 0.

      * Audit chain position of the last stamped record rotated
       01  WS-CHAIN-TAIL-FIELDS.
           05  WS-TAIL-STAMPED             PIC X(1) VALUE 'N'.
               88  WS-TAIL-IS-STAMPED      VALUE 'Y'.
           05  WS-TAIL-SEQUENCE-NUMBER     PIC 9(10) VALUE 0.
           05  WS-TAIL-CHECK-VALUE         PIC 9(10) VALUE 0.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH                 PIC S9(4) COMP.
                       PERFORM 2250-APPEND-WORK-TO-ARCHIVE
                       IF RETURN-CODE = 0
                           PERFORM 2300-TRUNCATE-LIVE-LOG
                       END-IF
                       IF RETURN-CODE = 0
                           PERFORM 2400-WRITE-CHAIN-ANCHOR
                       END-IF
                       IF RETURN-CODE = 0
                           DISPLAY 'CANADA-DAY-AUDIT-ROTATE: '
                               WS-RECORDS-ARCHIVED
                               ' RECORDS ARCHIVED FOR '
                                   TO ARCHIVE-WORK-RECORD
                               WRITE ARCHIVE-WORK-RECORD
                               ADD 1 TO WS-RECORDS-ARCHIVED
                               PERFORM 2210-NOTE-CHAIN-TAIL
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               CLOSE ARCHIVE-WORK-FILE
           END-IF.

      ******************************************************************
      * REMEMBER THE LAST RECORD THAT CARRIES AN AUDIT CHAIN STAMP   *
      * (RECORDS WRITTEN BEFORE THE TRAIL WAS CHAINED CARRY NONE)    *
      ******************************************************************
       2210-NOTE-CHAIN-TAIL.
           IF AUD-SEQUENCE-NUMBER IS NUMERIC
                   AND AUD-CHECK-VALUE IS NUMERIC
                   AND AUD-SEQUENCE-NUMBER > 0
               MOVE 'Y' TO WS-TAIL-STAMPED
               MOVE AUD-SEQUENCE-NUMBER TO WS-TAIL-SEQUENCE-NUMBER
               MOVE AUD-CHECK-VALUE TO WS-TAIL-CHECK-VALUE
           END-IF.

      ******************************************************************
      * THE STAGED BLOCK VERIFIED - APPEND IT TO THE ARCHIVE          *
      ******************************************************************
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * REWRITE THE CHAIN ANCHOR SO THE NEXT WRITER TO THE EMPTIED   *
      * LIVE LOG CONTINUES THE SEQUENCE. A BLOCK WITH NO STAMPED     *
      * RECORD LEAVES THE PREVIOUS ANCHOR IN FORCE.                   *
      ******************************************************************
       2400-WRITE-CHAIN-ANCHOR.
           IF WS-TAIL-IS-STAMPED
               OPEN OUTPUT CHAIN-ANCHOR-FILE
               IF NOT WS-ANCHOR-FILE-OK
                   DISPLAY 'CANADA-DAY-AUDIT-ROTATE: UNABLE TO WRITE '
                       'CDAUDANC.DAT - FILE STATUS '
                       WS-ANCHOR-FILE-STATUS
                   DISPLAY 'CANADA-DAY-AUDIT-ROTATE: RESTORE THE '
                       'ANCHOR FROM SEQUENCE '
                       WS-TAIL-SEQUENCE-NUMBER ' CHECK '
                       WS-TAIL-CHECK-VALUE
                       ' BEFORE THE NEXT DETERMINATION'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 'ANC' TO ANC-RECORD-TAG
                   MOVE WS-TODAY-DATE TO ANC-CUT-DATE
                   MOVE WS-TAIL-SEQUENCE-NUMBER
                       TO ANC-LAST-SEQUENCE-NUMBER
                   MOVE WS-TAIL-CHECK-VALUE TO ANC-LAST-CHECK-VALUE
                   WRITE AUDIT-CHAIN-ANCHOR-RECORD
                   CLOSE CHAIN-ANCHOR-FILE
               END-IF
           END-IF.

      ******************************************************************
      * PURGE - COPY THE ARCHIVE TO CDAUDNEW.DAT, KEEPING ONLY THE  *
      * ROTATION BLOCKS CUT INSIDE THE RETENTION WINDOW. THE JCL     *
