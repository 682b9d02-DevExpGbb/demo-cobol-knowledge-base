      * the Canada Day determination - so nothing changes until the   *
      * stream-control file is loaded.                                *
      *                                                                *
      * BUSINESS-DATE-CONTROL runs as the next step and writes the    *
      * shared business-date record (CDBDATE.DAT) the downstream      *
      * jobs read for their current/previous business dates.         *
      *                                                                *
      * When PAYROLL-DEPOSIT-DEADLINE has written PAYDDL.DAT, every   *
      * direct-deposit deadline falling today also gets an ALRT line  *
      * on CDGATE.FLG for its stream (the payroll stream), and the    *
      * latest transmission time is displayed, so operations sees the *
      * deadline the day the file is due. An alert does not change    *
      * the stream's GO/NO-GO line or the step return code.           *
      *                                                                *
      * OPERATOR OVERRIDES: an override approved under dual control   *
      * through GATE-OVERRIDE-MAINT (file CDGOVRD, keyed on the       *
      * stream id and business date) replaces the computed GO/NO-GO   *
      * for that stream on that date only - the 'ALL' line of the     *
      * single-flag fallback included - and the step return code      *
      * follows the overridden status. An override still awaiting     *
      * approval is ignored. Either way the use is appended to        *
      * CDGOVLOG.DAT and shown on the daily gate-decision report      *
      * (CDGATE.RPT), one line per stream with the computed decision  *
      * beside the override and the status actually written.          *
      *                                                                *
      * RUN PARM (comma-separated keywords, all optional):             *
      *   NOGO=nn - step return code for a NO-GO day (default 04)     *
      *   SEV=nn  - step return code for a flag-file failure          *
           SELECT STREAM-CONTROL-FILE ASSIGN TO 'CDSTREAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO 'PAYDDL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-FILE-STATUS.
           SELECT GATE-OVERRIDE-FILE ASSIGN TO 'CDGOVRD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOV-OVERRIDE-KEY
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO 'CDGOVLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT DECISION-REPORT-FILE ASSIGN TO 'CDGATE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SCR-COUNTRY-CODE-1          PIC X(2).
           05  SCR-COUNTRY-CODE-2          PIC X(2).

       FD  DEADLINE-FILE.
       COPY 'payroll-deposit-deadline.cpy'.

       FD  GATE-OVERRIDE-FILE.
       COPY 'gate-override.cpy'.

       FD  OVERRIDE-LOG-FILE.
       COPY 'gate-override-log.cpy'.

       FD  DECISION-REPORT-FILE
           RECORDING MODE IS F.
       01  DECISION-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-GATE-FILE-STATUS         PIC X(2).
               88  WS-GATE-FILE-OK         VALUE '00'.
           05  WS-STREAM-FILE-STATUS       PIC X(2).
               88  WS-STREAM-FILE-OK       VALUE '00'.
           05  WS-DEADLINE-FILE-STATUS     PIC X(2).
               88  WS-DEADLINE-FILE-OK     VALUE '00'.
           05  WS-OVERRIDE-FILE-STATUS     PIC X(2).
               88  WS-OVERRIDE-FILE-OK     VALUE '00'.
               88  WS-OVERRIDE-FILE-ABSENT VALUE '35'.
           05  WS-LOG-FILE-STATUS          PIC X(2).
               88  WS-LOG-FILE-OK          VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

       01  WS-SYSTEM-DATE-FIELDS.
           05  WS-CURRENT-DATE-TIME        PIC X(21).
               88  WS-GATE-IS-NOGO         VALUE 'NOGO'.
           05  WS-DAY-IS-CLOSED            PIC X(1).
               88  WS-TODAY-IS-CLOSED      VALUE 'Y'.
           05  WS-DEADLINE-EOF             PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-DEADLINES    VALUE 'Y'.
           05  WS-DEADLINE-ALERTS          PIC 9(3) VALUE 0.

      * Operator-override fields - the computed status is kept beside
      * the status actually written so both reach the report and log
       01  WS-OVERRIDE-FIELDS.
           05  WS-OVERRIDES-AVAILABLE      PIC X(1) VALUE 'N'.
               88  WS-OVERRIDES-ARE-OPEN   VALUE 'Y'.
           05  WS-LOG-AVAILABLE            PIC X(1) VALUE 'N'.
               88  WS-LOG-IS-OPEN          VALUE 'Y'.
           05  WS-REPORT-AVAILABLE         PIC X(1) VALUE 'N'.
               88  WS-REPORT-IS-OPEN       VALUE 'Y'.
           05  WS-GATED-STREAM-ID          PIC X(8).
           05  WS-COMPUTED-STATUS          PIC X(4).
           05  WS-OVERRIDE-OUTCOME         PIC X(8).
               88  WS-OVERRIDE-APPLIED     VALUE 'APPLIED'.
               88  WS-OVERRIDE-NOT-APPROVED VALUE 'NOTAPPR'.
           05  WS-OVERRIDES-APPLIED        PIC 9(3) VALUE 0.
           05  WS-OVERRIDES-NOT-APPROVED   PIC 9(3) VALUE 0.

      * Daily gate-decision report lines
       01  WS-DECISION-REPORT-LINES.
           05  WS-RPT-TITLE-LINE.
               10  FILLER                  PIC X(34) VALUE
                   'CANADA-DAY-GATE DECISION REPORT - '.
               10  WS-RPT-TITLE-DATE       PIC 9(8).
               10  FILLER                  PIC X(38) VALUE SPACES.
           05  WS-RPT-HEADING-LINE.
               10  FILLER                  PIC X(39) VALUE
                   'STREAM    COMPUTED  OVERRIDE  WRITTEN  '.
               10  FILLER                  PIC X(41) VALUE
                   'MAKER    CHECKER   REASON'.
           05  WS-RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL '-'.
           05  WS-RPT-DETAIL-LINE.
               10  WS-RPT-STREAM-ID        PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-RPT-COMPUTED         PIC X(4).
               10  FILLER                  PIC X(6)  VALUE SPACES.
               10  WS-RPT-OVERRIDE         PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-RPT-WRITTEN          PIC X(4).
               10  FILLER                  PIC X(5)  VALUE SPACES.
               10  WS-RPT-MAKER-ID         PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-RPT-CHECKER-ID       PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-RPT-REASON           PIC X(22).
           05  WS-RPT-SUMMARY-LINE         PIC X(80).

      * Constants
       01  WS-CONSTANTS.
           PERFORM 1100-OPEN-GATE-FILE
           IF WS-STEP-RETURN-CODE NOT = WS-RC-ON-SEVERE
               PERFORM 2000-GATE-THE-STREAMS
               PERFORM 2700-RAISE-DEPOSIT-DEADLINE-ALERTS
               PERFORM 3000-CLOSE-GATE-FILE
               PERFORM 3100-CLOSE-OVERRIDE-FILES
           END-IF
           PERFORM 4000-QUERY-DEGRADED-MODE
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
               DISPLAY "CANADA-DAY-GATE: ERROR OPENING CDGATE.FLG "
                   "- FILE STATUS " WS-GATE-FILE-STATUS
               MOVE WS-RC-ON-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               PERFORM 1200-OPEN-OVERRIDE-FILES
           END-IF.

      ******************************************************************
      * OPEN THE OVERRIDE FILE, ITS LOG AND THE DECISION REPORT. NO   *
      * CDGOVRD MEANS NO OVERRIDES; THE LOG AND REPORT ARE RECORDS OF *
      * THE RUN, SO A FAILURE ON EITHER IS REPORTED BUT DOES NOT STOP *
      * THE STREAMS BEING GATED                                       *
      ******************************************************************
       1200-OPEN-OVERRIDE-FILES.
           OPEN INPUT GATE-OVERRIDE-FILE
           EVALUATE TRUE
               WHEN WS-OVERRIDE-FILE-OK
                   MOVE 'Y' TO WS-OVERRIDES-AVAILABLE
               WHEN WS-OVERRIDE-FILE-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CANADA-DAY-GATE: ERROR OPENING CDGOVRD "
                       "- FILE STATUS " WS-OVERRIDE-FILE-STATUS
                       " - NO OVERRIDES APPLIED"
           END-EVALUATE
           OPEN EXTEND OVERRIDE-LOG-FILE
           IF NOT WS-LOG-FILE-OK
               OPEN OUTPUT OVERRIDE-LOG-FILE
           END-IF
           IF WS-LOG-FILE-OK
               MOVE 'Y' TO WS-LOG-AVAILABLE
           ELSE
               DISPLAY "CANADA-DAY-GATE: ERROR OPENING CDGOVLOG.DAT "
                   "- FILE STATUS " WS-LOG-FILE-STATUS
           END-IF
           OPEN OUTPUT DECISION-REPORT-FILE
           IF WS-REPORT-FILE-OK
               MOVE 'Y' TO WS-REPORT-AVAILABLE
               MOVE WS-TODAY-DATE TO WS-RPT-TITLE-DATE
               WRITE DECISION-REPORT-LINE FROM WS-RPT-TITLE-LINE
               WRITE DECISION-REPORT-LINE FROM WS-RPT-SEPARATOR-LINE
               WRITE DECISION-REPORT-LINE FROM WS-RPT-HEADING-LINE
               WRITE DECISION-REPORT-LINE FROM WS-RPT-SEPARATOR-LINE
           ELSE
               DISPLAY "CANADA-DAY-GATE: ERROR OPENING CDGATE.RPT "
                   "- FILE STATUS " WS-REPORT-FILE-STATUS
           END-IF.

      ******************************************************************
                   MOVE 'Y' TO WS-DAY-IS-CLOSED
           END-EVALUATE
           IF WS-TODAY-IS-CLOSED
               MOVE 'NOGO' TO WS-COMPUTED-STATUS
           ELSE
               MOVE 'GO' TO WS-COMPUTED-STATUS
           END-IF
           MOVE SCR-STREAM-ID TO WS-GATED-STREAM-ID
           PERFORM 2800-APPLY-GATE-OVERRIDE
           IF WS-GATE-IS-NOGO
               ADD 1 TO WS-NOGO-COUNT
           END-IF
           MOVE SPACES TO GATE-LINE
           MOVE SCR-STREAM-ID TO GTL-STREAM-ID
               MOVE WS-RC-ON-SEVERE TO WS-STEP-RETURN-CODE
           END-IF
           ADD 1 TO WS-STREAMS-GATED
           IF WS-OVERRIDE-APPLIED
               DISPLAY "CANADA-DAY-GATE: " SCR-STREAM-ID " "
                   WS-GATE-STATUS " for " WS-TODAY-DATE
                   " (OVERRIDE - COMPUTED " WS-COMPUTED-STATUS ")"
           ELSE
               DISPLAY "CANADA-DAY-GATE: " SCR-STREAM-ID " "
                   WS-GATE-STATUS " for " WS-TODAY-DATE
           END-IF
           PERFORM 2100-READ-STREAM-RECORD.

      ******************************************************************
               WS-CDC-CALLING-PROGRAM
               WS-CDC-AUDIT-BYPASS
           IF WS-CDC-OBSERVED-DATE = WS-TODAY-DATE
               MOVE 'NOGO' TO WS-COMPUTED-STATUS
           ELSE
               MOVE 'GO' TO WS-COMPUTED-STATUS
           END-IF
           MOVE 'ALL' TO WS-GATED-STREAM-ID
           PERFORM 2800-APPLY-GATE-OVERRIDE
           IF WS-GATE-IS-NOGO
               ADD 1 TO WS-NOGO-COUNT
           END-IF
           MOVE SPACES TO GATE-LINE
           MOVE 'ALL' TO GTL-STREAM-ID
                   "- FILE STATUS " WS-GATE-FILE-STATUS
               MOVE WS-RC-ON-SEVERE TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-OVERRIDE-APPLIED
               DISPLAY "CANADA-DAY-GATE: " WS-GATE-STATUS
                   " for " WS-TODAY-DATE
                   " (OVERRIDE - COMPUTED " WS-COMPUTED-STATUS ")"
           ELSE
               DISPLAY "CANADA-DAY-GATE: " WS-GATE-STATUS
                   " for " WS-TODAY-DATE
           END-IF.

      ******************************************************************
      * RAISE AN ALERT LINE FOR EVERY DIRECT-DEPOSIT TRANSMISSION     *
      * DEADLINE FALLING TODAY - NO PAYDDL.DAT, NO ALERTS             *
      ******************************************************************
       2700-RAISE-DEPOSIT-DEADLINE-ALERTS.
           OPEN INPUT DEADLINE-FILE
           IF WS-DEADLINE-FILE-OK
               PERFORM 2710-READ-DEADLINE-RECORD
               PERFORM 2720-ALERT-ONE-DEADLINE
                       UNTIL WS-NO-MORE-DEADLINES
               CLOSE DEADLINE-FILE
           END-IF.

      ******************************************************************
      * READ NEXT DEADLINE RECORD                                      *
      ******************************************************************
       2710-READ-DEADLINE-RECORD.
           READ DEADLINE-FILE
               AT END
                   MOVE 'Y' TO WS-DEADLINE-EOF
           END-READ.

      ******************************************************************
      * ALERT ON ONE DEADLINE WHEN ITS TRANSMISSION DATE IS TODAY -   *
      * THE HDR/TRL CONTROL RECORDS NEVER CARRY A NUMERIC DATE        *
      ******************************************************************
       2720-ALERT-ONE-DEADLINE.
           IF DDH-RECORD-TAG NOT = 'HDR'
                   AND DDT-RECORD-TAG NOT = 'TRL'
                   AND DDL-TRANSMIT-DATE = WS-TODAY-DATE
               MOVE SPACES TO GATE-LINE
               MOVE DDL-STREAM-ID TO GTL-STREAM-ID
               MOVE 'ALRT' TO GTL-GATE-STATUS
               WRITE GATE-LINE
               IF NOT WS-GATE-FILE-OK
                   DISPLAY "CANADA-DAY-GATE: ERROR WRITING CDGATE.FLG "
                       "- FILE STATUS " WS-GATE-FILE-STATUS
                   MOVE WS-RC-ON-SEVERE TO WS-STEP-RETURN-CODE
               END-IF
               ADD 1 TO WS-DEADLINE-ALERTS
               IF DDL-ON-A-HALF-DAY
                   DISPLAY "CANADA-DAY-GATE: " DDL-STREAM-ID
                       " ALRT direct-deposit file for pay date "
                       DDL-PAY-DATE " due today by " DDL-LATEST-TIME
                       " (half day)"
               ELSE
                   DISPLAY "CANADA-DAY-GATE: " DDL-STREAM-ID
                       " ALRT direct-deposit file for pay date "
                       DDL-PAY-DATE " due today by " DDL-LATEST-TIME
               END-IF
           END-IF
           PERFORM 2710-READ-DEADLINE-RECORD.

      ******************************************************************
      * APPLY ANY OPERATOR OVERRIDE FOR THE STREAM IN                 *
      * WS-GATED-STREAM-ID ON TODAY'S DATE TO THE STATUS IN           *
      * WS-COMPUTED-STATUS, LEAVING THE STATUS TO WRITE IN            *
      * WS-GATE-STATUS. ONLY AN APPROVED OVERRIDE IS APPLIED; ONE     *
      * STILL AWAITING ITS SECOND USER IS LOGGED AND REPORTED BUT     *
      * CHANGES NOTHING, AND A REJECTED ONE IS IGNORED                *
      ******************************************************************
       2800-APPLY-GATE-OVERRIDE.
           MOVE WS-COMPUTED-STATUS TO WS-GATE-STATUS
           MOVE SPACES TO WS-OVERRIDE-OUTCOME
           MOVE SPACES TO GATE-OVERRIDE-RECORD
           IF WS-OVERRIDES-ARE-OPEN
               MOVE WS-GATED-STREAM-ID TO GOV-STREAM-ID
               MOVE WS-TODAY-DATE TO GOV-BUSINESS-DATE
               READ GATE-OVERRIDE-FILE
                   INVALID KEY
                       MOVE SPACES TO GATE-OVERRIDE-RECORD
                   NOT INVALID KEY
                       PERFORM 2810-USE-OVERRIDE-RECORD
               END-READ
           END-IF
           PERFORM 2850-WRITE-DECISION-LINE.

      ******************************************************************
      * ACT ON THE OVERRIDE RECORD JUST READ                          *
      ******************************************************************
       2810-USE-OVERRIDE-RECORD.
           EVALUATE TRUE
               WHEN GOV-APPROVED AND GOV-FORCED-STATUS-VALID
                   MOVE GOV-FORCED-STATUS TO WS-GATE-STATUS
                   MOVE 'APPLIED' TO WS-OVERRIDE-OUTCOME
                   ADD 1 TO WS-OVERRIDES-APPLIED
                   PERFORM 2820-LOG-OVERRIDE-USE
               WHEN GOV-PENDING
                   MOVE 'NOTAPPR' TO WS-OVERRIDE-OUTCOME
                   ADD 1 TO WS-OVERRIDES-NOT-APPROVED
                   DISPLAY "CANADA-DAY-GATE: " WS-GATED-STREAM-ID
                       " OVERRIDE TO " GOV-FORCED-STATUS
                       " BY " GOV-MAKER-ID
                       " NOT APPROVED - NOT APPLIED"
                   PERFORM 2820-LOG-OVERRIDE-USE
               WHEN OTHER
                   MOVE SPACES TO GATE-OVERRIDE-RECORD
           END-EVALUATE.

      ******************************************************************
      * APPEND THE GATE'S USE OF AN OVERRIDE TO CDGOVLOG.DAT, WITH    *
      * THE DECISION THE CALENDAR RULE COMPUTED                       *
      ******************************************************************
       2820-LOG-OVERRIDE-USE.
           IF WS-LOG-IS-OPEN
               MOVE FUNCTION CURRENT-DATE (1:14) TO GOL-LOG-STAMP
               MOVE WS-OVERRIDE-OUTCOME TO GOL-EVENT
               MOVE GOV-STREAM-ID TO GOL-STREAM-ID
               MOVE GOV-BUSINESS-DATE TO GOL-BUSINESS-DATE
               MOVE GOV-FORCED-STATUS TO GOL-FORCED-STATUS
               MOVE WS-COMPUTED-STATUS TO GOL-COMPUTED-STATUS
               MOVE SPACES TO GOL-USER-ID
               MOVE GOV-MAKER-ID TO GOL-MAKER-ID
               MOVE GOV-CHECKER-ID TO GOL-CHECKER-ID
               MOVE 'CDGATE' TO GOL-LOGGED-BY-PROGRAM
               MOVE GOV-REASON TO GOL-REASON
               MOVE SPACES TO GOL-REMARK
               STRING 'WRITTEN ' WS-GATE-STATUS
                   DELIMITED BY SIZE INTO GOL-REMARK
               WRITE GATE-OVERRIDE-LOG-RECORD
               IF NOT WS-LOG-FILE-OK
                   DISPLAY "CANADA-DAY-GATE: ERROR WRITING "
                       "CDGOVLOG.DAT - FILE STATUS " WS-LOG-FILE-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * ONE GATE-DECISION REPORT LINE - COMPUTED DECISION, ANY        *
      * OVERRIDE BESIDE IT, AND THE STATUS WRITTEN TO CDGATE.FLG      *
      ******************************************************************
       2850-WRITE-DECISION-LINE.
           IF WS-REPORT-IS-OPEN
               MOVE WS-GATED-STREAM-ID TO WS-RPT-STREAM-ID
               MOVE WS-COMPUTED-STATUS TO WS-RPT-COMPUTED
               MOVE WS-GATE-STATUS TO WS-RPT-WRITTEN
               EVALUATE TRUE
                   WHEN WS-OVERRIDE-APPLIED
                       MOVE GOV-FORCED-STATUS TO WS-RPT-OVERRIDE
                   WHEN WS-OVERRIDE-NOT-APPROVED
                       MOVE 'NOT APPR' TO WS-RPT-OVERRIDE
                   WHEN OTHER
                       MOVE '-' TO WS-RPT-OVERRIDE
               END-EVALUATE
               MOVE GOV-MAKER-ID TO WS-RPT-MAKER-ID
               MOVE GOV-CHECKER-ID TO WS-RPT-CHECKER-ID
               MOVE GOV-REASON TO WS-RPT-REASON
               WRITE DECISION-REPORT-LINE FROM WS-RPT-DETAIL-LINE
           END-IF.

      ******************************************************************
      * CLOSE THE GATE FLAG FILE                                       *
       3000-CLOSE-GATE-FILE.
           CLOSE GATE-FILE.

      ******************************************************************
      * CLOSE THE OVERRIDE FILES, FINISHING THE DECISION REPORT WITH  *
      * THE RUN'S COUNTS                                              *
      ******************************************************************
       3100-CLOSE-OVERRIDE-FILES.
           IF WS-OVERRIDES-ARE-OPEN
               CLOSE GATE-OVERRIDE-FILE
           END-IF
           IF WS-LOG-IS-OPEN
               CLOSE OVERRIDE-LOG-FILE
           END-IF
           IF WS-REPORT-IS-OPEN
               WRITE DECISION-REPORT-LINE FROM WS-RPT-SEPARATOR-LINE
               MOVE SPACES TO WS-RPT-SUMMARY-LINE
               STRING 'STREAMS GATED: ' WS-STREAMS-GATED
                      '  NOGO: ' WS-NOGO-COUNT
                      '  OVERRIDES APPLIED: ' WS-OVERRIDES-APPLIED
                      '  NOT APPROVED: ' WS-OVERRIDES-NOT-APPROVED
                      DELIMITED BY SIZE INTO WS-RPT-SUMMARY-LINE
               WRITE DECISION-REPORT-LINE FROM WS-RPT-SUMMARY-LINE
               CLOSE DECISION-REPORT-FILE
           END-IF.

      ******************************************************************
      * SURFACE ANY DEGRADED-MODE EVENTS THE DETERMINATIONS RECORDED  *
      ******************************************************************
