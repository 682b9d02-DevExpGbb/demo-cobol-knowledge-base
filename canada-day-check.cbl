           05  WS-AHC-RETURN-CODE          PIC 9(2).
           05  WS-AD-HOC-MATCH             PIC X(1) VALUE 'N'.

      * Fields used to tell BUSINESS-DAY-INDEX-LOOKUP to judge its
      * calendars again on the timed refresh below
       01  WS-INDEX-REFRESH-CALL-FIELDS.
           05  WS-BDI-FUNCTION-CODE        PIC X(1) VALUE 'R'.
           05  WS-BDI-CALENDAR-ID          PIC X(5) VALUE SPACES.
           05  WS-BDI-LOOKUP-DATE          PIC 9(8) VALUE 0.
           05  WS-BDI-SERIAL               PIC 9(7) VALUE 0.
           05  WS-BDI-OPEN-FLAG            PIC X(1).
           05  WS-BDI-RETURN-CODE          PIC 9(2).

      * Externalized holiday definition fields - loaded once per run
      * unit from CANADA-DAY-CONFIG-FILE; fall back to the compiled
      * defaults in WS-CONSTANTS below if the file is not present.
      * month-end bulk run) re-reads CDAYCFG and re-opens ADHOCHOL
      * every WS-REFRESH-MINUTES, so a same-day closure keyed through
      * AD-HOC-HOLIDAY-MAINT is honoured within minutes instead of
      * waiting for a recycle. The same refresh makes the business-day
      * index re-check its calendars against the closure history.
      * Zero disables the timed refresh.
       01  WS-REFRESH-FIELDS.
           05  WS-REFRESH-MINUTES          PIC 9(4) VALUE 0015.
           05  WS-CLOCK-MINUTES            PIC 9(10) VALUE 0.
           05  WS-BYPASS-PARM-PASSED       PIC X(1) VALUE 'N'.
               88  WS-BYPASS-IS-PASSED     VALUE 'Y'.

      * Audit chain fields - each record is stamped with its sequence
      * number and chained check value by CANADA-DAY-AUDIT-CHAIN
       01  WS-AUDIT-CHAIN-FIELDS.
           05  WS-CHAIN-FUNCTION           PIC X(1).
           05  WS-CHAIN-PRIOR-CHECK        PIC 9(10).
           05  WS-CHAIN-CHECK-VALUE        PIC 9(10).
           05  WS-CHAIN-RETURN-CODE        PIC 9(2).

      * Degraded-mode alerting fields - a fallback (optional file
      * unusable) is recorded with HOLIDAY-DEGRADE-STATUS and
      * announced on the console the first time it happens in the

      ******************************************************************
      * TELL AD-HOC-CLOSURE-CHECK TO FORGET ITS LOADED TABLE, SO THE *
      * NEXT LOOKUP RE-READS ADHOCHOL AND SEES SAME-DAY CLOSURES, AND *
      * TELL BUSINESS-DAY-INDEX-LOOKUP TO RE-JUDGE ITS CALENDARS SO   *
      * ONE BUILT BEFORE THE CLOSURE IS NO LONGER TRUSTED             *
      ******************************************************************
       1170-INVALIDATE-AD-HOC-STATE.
           MOVE 'R' TO WS-AHC-FUNCTION-CODE
                                             WS-AHC-CLOSURE-FLAG
                                             WS-AHC-REASON-CODE
                                             WS-AHC-DESCRIPTION
                                             WS-AHC-RETURN-CODE
           CALL 'BUSINESS-DAY-INDEX-LOOKUP' USING WS-BDI-FUNCTION-CODE
                                                  WS-BDI-CALENDAR-ID
                                                  WS-BDI-LOOKUP-DATE
                                                  WS-BDI-SERIAL
                                                  WS-BDI-OPEN-FLAG
                                                  WS-BDI-RETURN-CODE.

      ******************************************************************
      * VALIDATE INPUT DATE FORMAT AND VALUES                        *
               MOVE WS-RETURN-CODE TO AUD-RETURN-CODE
               MOVE WS-CALLING-PROGRAM TO AUD-CALLING-PROGRAM
               MOVE HRS-SEVERITY-CODE TO AUD-SEVERITY-CODE
               MOVE 'S' TO WS-CHAIN-FUNCTION
               CALL 'CANADA-DAY-AUDIT-CHAIN' USING WS-CHAIN-FUNCTION
                                                   AUDIT-LOG-RECORD
                                                   WS-CHAIN-PRIOR-CHECK
                                                   WS-CHAIN-CHECK-VALUE
                                                   WS-CHAIN-RETURN-CODE
               WRITE AUDIT-LOG-RECORD
           END-IF.

      * OPEN THE AUDIT LOG FOR APPEND (ONE TIME ONLY)                 *
      * If the log can't be opened for append (doesn't exist yet),   *
      * create it; if that also fails, logging is silently skipped.  *
      * The audit chain is primed from the log's last record before  *
      * the log is opened for append.                                 *
      ******************************************************************
       6010-OPEN-AUDIT-LOG.
           MOVE 'P' TO WS-CHAIN-FUNCTION
           CALL 'CANADA-DAY-AUDIT-CHAIN' USING WS-CHAIN-FUNCTION
                                               AUDIT-LOG-RECORD
                                               WS-CHAIN-PRIOR-CHECK
                                               WS-CHAIN-CHECK-VALUE
                                               WS-CHAIN-RETURN-CODE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-OK
               MOVE 'Y' TO WS-AUDIT-FILE-AVAILABLE
