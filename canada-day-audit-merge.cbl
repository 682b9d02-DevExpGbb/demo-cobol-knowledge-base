      * re-count backstop before its truncate, so queue-served        *
      * determinations reach the trail too.                           *
      *                                                               *
      * Journaled records arrive without a place in the audit chain  *
      * (sequence number and check value zero); each is stamped by    *
      * CANADA-DAY-AUDIT-CHAIN as it is appended, so merged records   *
      * continue the trail's single sequence.                         *
      *                                                               *
      * INPUT:  CDCICSJ.LOG - online determination journal            *
      *         CDMQJ.LOG   - queue-server determination journal      *
      * OUTPUT: CDAUDIT.LOG - appended; both journals truncated       *
       DATA DIVISION.
       FILE SECTION.
       FD  CICS-JOURNAL-FILE.
       01  CICS-JOURNAL-RECORD             PIC X(71).

       FD  MQ-JOURNAL-FILE.
       01  MQ-JOURNAL-RECORD               PIC X(71).

       FD  AUDIT-LOG-FILE.
       COPY 'canada-day-audit.cpy'.
               88  WS-MQ-RECOUNT-DONE      VALUE 'Y'.
           05  WS-MQ-RECORDS-RECOUNTED     PIC 9(7) VALUE 0.

      * Audit chain fields - passed to CANADA-DAY-AUDIT-CHAIN
       01  WS-AUDIT-CHAIN-FIELDS.
           05  WS-CHAIN-FUNCTION           PIC X(1).
           05  WS-CHAIN-PRIOR-CHECK        PIC 9(10).
           05  WS-CHAIN-CHECK-VALUE        PIC 9(10).
           05  WS-CHAIN-RETURN-CODE        PIC 9(2).

       PROCEDURE DIVISION.

      ******************************************************************
               MOVE 'Y' TO WS-END-OF-FILE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1100-PRIME-AUDIT-CHAIN
               OPEN EXTEND AUDIT-LOG-FILE
               IF NOT WS-AUDIT-FILE-OK
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
           END-IF.

      ******************************************************************
      * PRIME THE AUDIT CHAIN FROM THE LOG'S LAST RECORD BEFORE THE  *
      * LOG IS OPENED FOR APPEND (ONLY THE FIRST CALL READS THE LOG) *
      ******************************************************************
       1100-PRIME-AUDIT-CHAIN.
           MOVE 'P' TO WS-CHAIN-FUNCTION
           CALL 'CANADA-DAY-AUDIT-CHAIN' USING WS-CHAIN-FUNCTION
                                               AUDIT-LOG-RECORD
                                               WS-CHAIN-PRIOR-CHECK
                                               WS-CHAIN-CHECK-VALUE
                                               WS-CHAIN-RETURN-CODE.

      ******************************************************************
      * STAMP THE RECORD ABOUT TO BE APPENDED WITH ITS SEQUENCE       *
      * NUMBER AND CHAINED CHECK VALUE                                *
      ******************************************************************
       1200-STAMP-AUDIT-RECORD.
           MOVE 'S' TO WS-CHAIN-FUNCTION
           CALL 'CANADA-DAY-AUDIT-CHAIN' USING WS-CHAIN-FUNCTION
                                               AUDIT-LOG-RECORD
                                               WS-CHAIN-PRIOR-CHECK
                                               WS-CHAIN-CHECK-VALUE
                                               WS-CHAIN-RETURN-CODE.

      ******************************************************************
      * APPEND ONE JOURNALED ONLINE RECORD TO THE BATCH AUDIT LOG    *
      ******************************************************************
       2000-MERGE-JOURNAL-RECORDS.
           MOVE CICS-JOURNAL-RECORD TO AUDIT-LOG-RECORD
           PERFORM 1200-STAMP-AUDIT-RECORD
           WRITE AUDIT-LOG-RECORD
           ADD 1 TO WS-RECORDS-MERGED
           PERFORM 2100-READ-JOURNAL-RECORD.
               DISPLAY 'CANADA-DAY-AUDIT-MERGE: NO MQ JOURNAL '
                   'PRESENT - NOTHING TO MERGE'
           ELSE
               PERFORM 1100-PRIME-AUDIT-CHAIN
               OPEN EXTEND AUDIT-LOG-FILE
               IF NOT WS-AUDIT-FILE-OK
                   OPEN OUTPUT AUDIT-LOG-FILE
      ******************************************************************
       4200-MERGE-ONE-MQ-RECORD.
           MOVE MQ-JOURNAL-RECORD TO AUDIT-LOG-RECORD
           PERFORM 1200-STAMP-AUDIT-RECORD
           WRITE AUDIT-LOG-RECORD
           ADD 1 TO WS-MQ-RECORDS-MERGED
           PERFORM 4100-READ-MQ-JOURNAL-RECORD.
