      * recounted counts are what the operators reconcile to total    *
      * call volume before CANADA-DAY-AUDIT-SUMMARY runs.             *
      *                                                               *
      * The edit also walks the capture's own audit chain: each       *
      * stamped record must follow the one before it in sequence and  *
      * carry the check value CANADA-DAY-AUDIT-CHAIN computes from    *
      * it, or it is counted as damaged. The sequence a stream        *
      * stamped is private to that stream, so every record is        *
      * re-stamped into the shared trail's chain as it is appended.   *
      *                                                               *
      * INPUT:  CDAUDCAP - one stream's private audit capture         *
      * OUTPUT: CDAUDIT.LOG - appended; CDAUDCAP truncated            *
      ******************************************************************
       COPY 'canada-day-audit.cpy'.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-OUT-RECORD                PIC X(71).

       WORKING-STORAGE SECTION.

               88  WS-VERIFYING            VALUE 'V'.
               88  WS-APPENDING            VALUE 'A'.

      * Audit chain fields - passed to CANADA-DAY-AUDIT-CHAIN
       01  WS-AUDIT-CHAIN-FIELDS.
           05  WS-CHAIN-FUNCTION           PIC X(1).
           05  WS-CHAIN-PRIOR-CHECK        PIC 9(10).
           05  WS-CHAIN-CHECK-VALUE        PIC 9(10).
           05  WS-CHAIN-RETURN-CODE        PIC 9(2).
           05  WS-CAPTURE-CHAIN-STARTED    PIC X(1) VALUE 'N'.
               88  WS-CAPTURE-CHAIN-ACTIVE VALUE 'Y'.
           05  WS-CAPTURE-LAST-SEQUENCE    PIC 9(10) VALUE 0.
           05  WS-CAPTURE-LAST-CHECK       PIC 9(10) VALUE 0.
           05  WS-CHAIN-BREAKS             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      ******************************************************************
                   DISPLAY 'CANADA-DAY-AUDIT-STREAM-MERGE: '
                       WS-RECORDS-DAMAGED ' DAMAGED RECORDS - '
                       'CAPTURE REFUSED INTACT, INVESTIGATE AND RERUN'
                   IF WS-CHAIN-BREAKS > 0
                       DISPLAY 'CANADA-DAY-AUDIT-STREAM-MERGE: '
                           WS-CHAIN-BREAKS ' OF THEM BREAK THE '
                           'CAPTURE AUDIT CHAIN'
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
                           OR AUD-RETURN-CODE IS NOT NUMERIC
                           OR AUD-SEVERITY-CODE IS NOT NUMERIC
                       ADD 1 TO WS-RECORDS-DAMAGED
                   ELSE
                       PERFORM 1200-VERIFY-CAPTURE-CHAIN
                   END-IF
           END-READ.

      ******************************************************************
      * A STAMPED RECORD MUST FOLLOW THE CAPTURE'S PREVIOUS STAMPED   *
      * RECORD BY ONE AND CARRY THE CHECK VALUE CHAINED FROM IT. THE *
      * FIRST STAMPED RECORD'S PREDECESSOR IS NOT IN THE CAPTURE, SO  *
      * IT ONLY STARTS THE WALK.                                      *
      ******************************************************************
       1200-VERIFY-CAPTURE-CHAIN.
           IF AUD-SEQUENCE-NUMBER IS NOT NUMERIC
                   OR AUD-CHECK-VALUE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-DAMAGED
               ADD 1 TO WS-CHAIN-BREAKS
           ELSE
               IF AUD-SEQUENCE-NUMBER > 0
                   IF WS-CAPTURE-CHAIN-ACTIVE
                       MOVE 'C' TO WS-CHAIN-FUNCTION
                       MOVE WS-CAPTURE-LAST-CHECK
                           TO WS-CHAIN-PRIOR-CHECK
                       CALL 'CANADA-DAY-AUDIT-CHAIN'
                           USING WS-CHAIN-FUNCTION
                                 AUDIT-LOG-RECORD
                                 WS-CHAIN-PRIOR-CHECK
                                 WS-CHAIN-CHECK-VALUE
                                 WS-CHAIN-RETURN-CODE
                       IF AUD-SEQUENCE-NUMBER
                               NOT = WS-CAPTURE-LAST-SEQUENCE + 1
                               OR AUD-CHECK-VALUE
                                   NOT = WS-CHAIN-CHECK-VALUE
                           ADD 1 TO WS-RECORDS-DAMAGED
                           ADD 1 TO WS-CHAIN-BREAKS
                       END-IF
                   END-IF
                   MOVE 'Y' TO WS-CAPTURE-CHAIN-STARTED
                   MOVE AUD-SEQUENCE-NUMBER TO WS-CAPTURE-LAST-SEQUENCE
                   MOVE AUD-CHECK-VALUE TO WS-CAPTURE-LAST-CHECK
               END-IF
           END-IF.

      ******************************************************************
      * PASS TWO - APPEND THE VERIFIED CAPTURE TO THE SHARED TRAIL   *
      ******************************************************************
                   WS-CAPTURE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'P' TO WS-CHAIN-FUNCTION
               CALL 'CANADA-DAY-AUDIT-CHAIN' USING WS-CHAIN-FUNCTION
                                                   AUDIT-LOG-RECORD
                                                   WS-CHAIN-PRIOR-CHECK
                                                   WS-CHAIN-CHECK-VALUE
                                                   WS-CHAIN-RETURN-CODE
               OPEN EXTEND AUDIT-LOG-FILE
               IF NOT WS-AUDIT-FILE-OK
                   OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

      ******************************************************************
      * APPEND ONE CAPTURED RECORD TO THE SHARED TRAIL, RE-STAMPED    *
      * INTO THE TRAIL'S AUDIT CHAIN                                   *
      ******************************************************************
       2100-APPEND-ONE-RECORD.
           READ CAPTURE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE 'S' TO WS-CHAIN-FUNCTION
                   CALL 'CANADA-DAY-AUDIT-CHAIN'
                       USING WS-CHAIN-FUNCTION
                             AUDIT-LOG-RECORD
                             WS-CHAIN-PRIOR-CHECK
                             WS-CHAIN-CHECK-VALUE
                             WS-CHAIN-RETURN-CODE
                   MOVE AUDIT-LOG-RECORD TO AUDIT-OUT-RECORD
                   WRITE AUDIT-OUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
