      ******************************************************************
      * PROGRAM: CALENDAR-SERVICE-USAGE                                *
      * PURPOSE: Monthly calendar-service usage and chargeback report *
      *          from the determination audit trail                   *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every CANADA-DAY-CHECK determination leaves an audit record  *
      * naming its caller in AUD-CALLING-PROGRAM, and the online     *
      * journals (the CICS CDAJ queue, the MQ server's CDMQJ.LOG)    *
      * are folded into CDAUDIT.LOG by the audit merges, so the      *
      * trail already says who uses the calendar service and how    *
      * much. This report turns one month of it into the figures     *
      * finance asks for every budget cycle:                          *
      *                                                               *
      *   - determinations by calling program, with its channel      *
      *     (BATCH, CICS or MQ) and owning application               *
      *   - totals by channel                                         *
      *   - the peak day and the peak clock hour of the month        *
      *   - chargeback amounts per owning application, at the per-   *
      *     call rate on the CDRATE.DAT rate table                   *
      *   - callers that appeared (no calls the month before) or     *
      *     vanished (calls the month before, none this month)       *
      *                                                               *
      * The trail is read the way CANADA-DAY-AUDIT-INQUIRY reads it: *
      * the CDAUDARC.DAT archive generations first (CTL rotation     *
      * control records skipped), then the live CDAUDIT.LOG. The     *
      * report month and the month before it are tallied in the one *
      * pass, so the appeared/vanished comparison needs no history   *
      * file of its own.                                              *
      *                                                               *
      * RATE TABLE (CDRATE.DAT), one record per calling program:     *
      *   calling program, channel (BATCH/CICS/MQ - blank lets the   *
      *   report derive it), owning application, rate per call       *
      *   (9(3)V9(6) dollars). A record for calling program          *
      *   '*DEFAULT' prices any caller not listed. A caller with no   *
      *   record and no default is charged nothing and flagged.      *
      *   Without a record the channel is derived from the caller:   *
      *   CDCLOOKP is CICS, CDMQSRV is MQ, the rest is BATCH.        *
      *                                                               *
      * The MQ server's dead-letter journal records (caller CDMQDLQ) *
      * are requests that were never answered (RC 48) - they are not *
      * determinations, so they are counted apart and never billed,  *
      * the same way CANADA-DAY-AUDIT-REPLAY skips them.             *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   MONTH=yyyymm - the month to report (default the calendar   *
      *                  month before the run date)                   *
      *                                                               *
      * RETURN CODES (HOLIDAY-RETURN-SEVERITY bands): 0 report       *
      * complete; 4 a caller was unrated, the rate table had bad     *
      * records or was missing, or the caller table overflowed; 8 a  *
      * PARM error; 12 neither audit dataset nor the report could be *
      * opened.                                                       *
      *                                                               *
      * INPUT:  CDAUDARC.DAT - rotated audit archive                  *
      *         CDAUDIT.LOG  - live audit trail                       *
      *         CDRATE.DAT   - per-call chargeback rate table         *
      * OUTPUT: CDUSAGE.RPT  - usage and chargeback report            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-SERVICE-USAGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO 'CDAUDARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'CDAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'CDRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDUSAGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(71).

       FD  AUDIT-LOG-FILE.
       COPY 'canada-day-audit.cpy'.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RTE-CALLING-PROGRAM         PIC X(8).
           05  RTE-CHANNEL                 PIC X(5).
           05  RTE-OWNING-APPLICATION      PIC X(8).
           05  RTE-RATE-PER-CALL           PIC 9(3)V9(6).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-ARCHIVE-FILE-STATUS      PIC X(2).
               88  WS-ARCHIVE-FILE-OK      VALUE '00'.
           05  WS-AUDIT-FILE-STATUS        PIC X(2).
               88  WS-AUDIT-FILE-OK        VALUE '00'.
           05  WS-RATE-FILE-STATUS         PIC X(2).
               88  WS-RATE-FILE-OK         VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Shared enterprise return-code/severity scheme
       COPY 'holiday-return-code.cpy'.

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(13)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-MONTH-X             PIC X(6).

      * The report month and the month before it
       01  WS-MONTH-FIELDS.
           05  WS-REPORT-MONTH.
               10  WS-REPORT-YEAR          PIC 9(4).
               10  WS-REPORT-MM            PIC 9(2).
           05  WS-PRIOR-MONTH.
               10  WS-PRIOR-YEAR           PIC 9(4).
               10  WS-PRIOR-MM             PIC 9(2).
           05  WS-RUN-DATE                 PIC 9(8).

      * One audit record, viewed for its timestamp and caller (the
      * archive holds the same 71-byte layout as CDAUDIT.LOG)
       01  WS-AUDIT-VIEW.
           05  WS-AV-TIMESTAMP.
               10  WS-AV-DATE.
                   15  WS-AV-MONTH         PIC X(6).
                   15  WS-AV-DAY           PIC X(2).
               10  WS-AV-HOUR              PIC X(2).
               10  FILLER                  PIC X(11).
           05  FILLER                      PIC X(20).
           05  WS-AV-CALLING-PROGRAM       PIC X(8).
           05  FILLER                      PIC X(22).

      * Processing control and counts
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-FILES-OPENED             PIC 9(1) VALUE 0.
           05  WS-RATE-TABLE-LOADED        PIC X(1) VALUE 'N'.
               88  WS-RATE-TABLE-PRESENT   VALUE 'Y'.
           05  WS-RECORDS-SCANNED          PIC 9(9) VALUE 0.
           05  WS-MONTH-CALLS              PIC 9(9) VALUE 0.
           05  WS-PRIOR-CALLS              PIC 9(9) VALUE 0.
           05  WS-RATE-RECORDS-BAD         PIC 9(5) VALUE 0.
           05  WS-CALLS-UNTABLED           PIC 9(9) VALUE 0.
           05  WS-DEAD-LETTERS-SKIPPED     PIC 9(9) VALUE 0.
           05  WS-UNRATED-CALLERS          PIC 9(5) VALUE 0.
           05  WS-NEW-CALLERS              PIC 9(5) VALUE 0.
           05  WS-VANISHED-CALLERS         PIC 9(5) VALUE 0.
           05  WS-TOTAL-AMOUNT             PIC 9(9)V99 VALUE 0.
           05  WS-CALL-SHARE               PIC 9(3)V9.

      * Calling-program table - rate table entries are loaded first,
      * callers found on the trail are added as they appear
       01  WS-CALLER-FIELDS.
           05  WS-CALLERS-USED             PIC 9(3) VALUE 0.
           05  WS-CALLER-INDEX             PIC 9(3).
           05  WS-CALLER-FOUND             PIC 9(3).
           05  WS-CALLER-KEY               PIC X(8).
       01  WS-CALLER-TABLE.
           05  WS-CLR-ENTRY                OCCURS 100 TIMES.
               10  WS-CLR-CALLING-PROGRAM  PIC X(8).
               10  WS-CLR-CHANNEL          PIC X(5).
               10  WS-CLR-OWNER            PIC X(8).
               10  WS-CLR-RATE             PIC 9(3)V9(6).
               10  WS-CLR-RATE-SOURCE      PIC X(1).
                   88  WS-CLR-RATE-LISTED  VALUE 'L'.
                   88  WS-CLR-RATE-DEFAULT VALUE 'D'.
                   88  WS-CLR-UNRATED      VALUE 'U'.
               10  WS-CLR-MONTH-CALLS      PIC 9(9).
               10  WS-CLR-PRIOR-CALLS      PIC 9(9).
               10  WS-CLR-AMOUNT           PIC 9(9)V99.

      * The '*DEFAULT' rate table entry, when there is one
       01  WS-DEFAULT-RATE-FIELDS.
           05  WS-DEFAULT-RATE-GIVEN       PIC X(1) VALUE 'N'.
               88  WS-DEFAULT-RATE-PRESENT VALUE 'Y'.
           05  WS-DEFAULT-OWNER            PIC X(8) VALUE 'UNASSIGN'.
           05  WS-DEFAULT-RATE             PIC 9(3)V9(6) VALUE 0.

      * Owning-application chargeback totals
       01  WS-OWNER-FIELDS.
           05  WS-OWNERS-USED              PIC 9(2) VALUE 0.
           05  WS-OWNER-INDEX              PIC 9(2).
           05  WS-OWNER-FOUND              PIC 9(2).
       01  WS-OWNER-TABLE.
           05  WS-OWN-ENTRY                OCCURS 50 TIMES.
               10  WS-OWN-APPLICATION      PIC X(8).
               10  WS-OWN-CALLS            PIC 9(9).
               10  WS-OWN-AMOUNT           PIC 9(9)V99.

      * Channel totals - BATCH, CICS, MQ
       01  WS-CHANNEL-FIELDS.
           05  WS-CHANNEL-INDEX            PIC 9(1).
       01  WS-CHANNEL-TABLE.
           05  WS-CHN-ENTRY                OCCURS 3 TIMES.
               10  WS-CHN-NAME             PIC X(5).
               10  WS-CHN-CALLS            PIC 9(9).
               10  WS-CHN-AMOUNT           PIC 9(9)V99.
       01  WS-CHANNEL-NAMES.
           05  FILLER                      PIC X(5) VALUE 'BATCH'.
           05  FILLER                      PIC X(5) VALUE 'CICS'.
           05  FILLER                      PIC X(5) VALUE 'MQ'.
       01  WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
           05  WS-CHANNEL-NAME             PIC X(5) OCCURS 3 TIMES.

      * The online caller identities - the CICS lookup program, the
      * MQ server, and the MQ server's dead-letter identity (never
      * answered, so never tallied)
       01  WS-ONLINE-IDENTITIES.
           05  WS-CICS-IDENTITY            PIC X(8) VALUE 'CDCLOOKP'.
           05  WS-MQ-SERVER-IDENTITY       PIC X(8) VALUE 'CDMQSRV'.
           05  WS-MQ-DEAD-LETTER-IDENTITY  PIC X(8) VALUE 'CDMQDLQ'.

      * Day-of-month and clock-hour volumes for the report month
       01  WS-PEAK-FIELDS.
           05  WS-DAY-INDEX                PIC 9(2).
           05  WS-HOUR-INDEX               PIC 9(2).
           05  WS-RECORD-DAY               PIC 9(2).
           05  WS-RECORD-HOUR              PIC 9(2).
           05  WS-PEAK-DAY                 PIC 9(2) VALUE 0.
           05  WS-PEAK-DAY-CALLS           PIC 9(9) VALUE 0.
           05  WS-PEAK-HOUR-DAY            PIC 9(2) VALUE 0.
           05  WS-PEAK-HOUR                PIC 9(2) VALUE 0.
           05  WS-PEAK-HOUR-CALLS          PIC 9(9) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY                OCCURS 31 TIMES.
               10  WS-DAY-CALLS            PIC 9(9).
               10  WS-HOUR-CALLS           PIC 9(7)
                   OCCURS 24 TIMES.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'CALENDAR SERVICE USAGE AND CHARGEBACK REPORT'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-CALLER-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   'CALLER   CHAN  OWNER        CALLS     PR'.
               10  FILLER                  PIC X(40) VALUE
                   'IOR  RATE/CALL         AMOUNT FLAG'.
           05  WS-CALLER-LINE.
               10  WS-CLL-CALLING-PROGRAM  PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-CHANNEL          PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-OWNER            PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-MONTH-CALLS      PIC Z(8)9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-PRIOR-CALLS      PIC Z(8)9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-RATE             PIC ZZ9.999999.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CLL-FLAG             PIC X(8).
           05  WS-CHANNEL-HEADING-LINE     PIC X(80) VALUE
               'CHANNEL   CALLS    SHARE         AMOUNT'.
           05  WS-CHANNEL-LINE.
               10  WS-CHL-NAME             PIC X(5).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CHL-CALLS            PIC Z(8)9.
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-CHL-SHARE            PIC ZZ9.9.
               10  FILLER                  PIC X(1)  VALUE '%'.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-CHL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(41) VALUE SPACES.
           05  WS-OWNER-HEADING-LINE       PIC X(80) VALUE
               'OWNING APPLICATION    CALLS         AMOUNT'.
           05  WS-OWNER-LINE.
               10  WS-OWL-APPLICATION      PIC X(8).
               10  FILLER                  PIC X(10) VALUE SPACES.
               10  WS-OWL-CALLS            PIC Z(8)9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-OWL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                  PIC X(38) VALUE SPACES.
           05  WS-WORK-LINE                PIC X(80).
           05  WS-EDITED-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH                 PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(40).

       PROCEDURE DIVISION USING PARM-FIELD.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE < HSL-ERROR
               PERFORM 2000-SCAN-THE-TRAIL
           END-IF
           IF WS-STEP-RETURN-CODE < HSL-ERROR
               PERFORM 3000-PRICE-THE-CALLERS
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - RUN OPTIONS, REPORT MONTH, TABLES, RATE TABLE    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE (1:4) TO WS-REPORT-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-REPORT-MM
           IF WS-REPORT-MM = 1
               MOVE 12 TO WS-REPORT-MM
               SUBTRACT 1 FROM WS-REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1200-SET-PRIOR-MONTH
               PERFORM 1300-CLEAR-TABLES
               PERFORM 1400-LOAD-RATE-TABLE
           END-IF.

      ******************************************************************
      * PARSE THE RUN PARM - COMMA-SEPARATED KEYWORDS, IN ANY ORDER  *
      ******************************************************************
       1100-PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                          WS-PARM-TOKEN (3)
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 40
               UNSTRING PARM-DATA (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-TOKEN (1)
                        WS-PARM-TOKEN (2)
                        WS-PARM-TOKEN (3)
               END-UNSTRING
               PERFORM 1110-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 3
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD                                        *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:6) = 'MONTH='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (7:6)
                       TO WS-PARM-MONTH-X
                   PERFORM 1120-APPLY-PARM-MONTH
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CALENDAR-SERVICE-USAGE: UNRECOGNIZED '
                       'PARM KEYWORD ' WS-PARM-TOKEN
                       (WS-PARM-TOKEN-INDEX)
                   MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * MONTH= MUST BE YYYYMM WITH A MONTH OF 01 TO 12                *
      ******************************************************************
       1120-APPLY-PARM-MONTH.
           IF WS-PARM-MONTH-X IS NUMERIC
                   AND WS-PARM-MONTH-X (5:2) >= '01'
                   AND WS-PARM-MONTH-X (5:2) <= '12'
               MOVE WS-PARM-MONTH-X TO WS-REPORT-MONTH
           ELSE
               DISPLAY 'CALENDAR-SERVICE-USAGE: MONTH= MUST BE '
                   'YYYYMM'
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * THE MONTH BEFORE THE REPORT MONTH, FOR APPEARED/VANISHED      *
      ******************************************************************
       1200-SET-PRIOR-MONTH.
           MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
           IF WS-REPORT-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF.

      ******************************************************************
      * ZERO THE DAY/HOUR, CHANNEL AND OWNER TABLES                   *
      ******************************************************************
       1300-CLEAR-TABLES.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 31
               MOVE 0 TO WS-DAY-CALLS (WS-DAY-INDEX)
               PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                       UNTIL WS-HOUR-INDEX > 24
                   MOVE 0 TO WS-HOUR-CALLS (WS-DAY-INDEX WS-HOUR-INDEX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-CHANNEL-INDEX FROM 1 BY 1
                   UNTIL WS-CHANNEL-INDEX > 3
               MOVE WS-CHANNEL-NAME (WS-CHANNEL-INDEX)
                   TO WS-CHN-NAME (WS-CHANNEL-INDEX)
               MOVE 0 TO WS-CHN-CALLS (WS-CHANNEL-INDEX)
                         WS-CHN-AMOUNT (WS-CHANNEL-INDEX)
           END-PERFORM.

      ******************************************************************
      * LOAD THE RATE TABLE INTO THE CALLER TABLE. '*DEFAULT' PRICES  *
      * UNLISTED CALLERS; A RECORD WITH A NON-NUMERIC RATE OR A      *
      * BLANK CALLER IS COUNTED AND SKIPPED. NO RATE TABLE AT ALL    *
      * LEAVES EVERY CALLER UNRATED, WHICH THE REPORT SAYS.          *
      ******************************************************************
       1400-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-OK
               MOVE 'Y' TO WS-RATE-TABLE-LOADED
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 1410-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'CALENDAR-SERVICE-USAGE: CDRATE.DAT NOT '
                   'AVAILABLE - FILE STATUS ' WS-RATE-FILE-STATUS
                   ' - NO CHARGEBACK RATES'
           END-IF.

      ******************************************************************
      * ONE RATE TABLE RECORD                                         *
      ******************************************************************
       1410-LOAD-ONE-RATE.
           EVALUATE TRUE
               WHEN RTE-CALLING-PROGRAM = SPACES
                 OR RTE-RATE-PER-CALL IS NOT NUMERIC
                   ADD 1 TO WS-RATE-RECORDS-BAD
               WHEN RTE-CALLING-PROGRAM = '*DEFAULT'
                   MOVE 'Y' TO WS-DEFAULT-RATE-GIVEN
                   MOVE RTE-RATE-PER-CALL TO WS-DEFAULT-RATE
                   IF RTE-OWNING-APPLICATION NOT = SPACES
                       MOVE RTE-OWNING-APPLICATION TO WS-DEFAULT-OWNER
                   END-IF
               WHEN RTE-CHANNEL NOT = SPACES
                 AND RTE-CHANNEL NOT = 'BATCH'
                 AND RTE-CHANNEL NOT = 'CICS'
                 AND RTE-CHANNEL NOT = 'MQ'
                   ADD 1 TO WS-RATE-RECORDS-BAD
               WHEN OTHER
                   MOVE RTE-CALLING-PROGRAM TO WS-CALLER-KEY
                   PERFORM 2500-FIND-CALLER
                   IF WS-CALLER-FOUND = 0
                       PERFORM 2510-ADD-CALLER
                   END-IF
                   IF WS-CALLER-FOUND > 0
                       PERFORM 1420-APPLY-RATE-RECORD
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * PUT THE RATE RECORD ON ITS CALLER'S ENTRY                     *
      ******************************************************************
       1420-APPLY-RATE-RECORD.
           MOVE WS-CALLER-FOUND TO WS-CALLER-INDEX
           IF RTE-CHANNEL NOT = SPACES
               MOVE RTE-CHANNEL TO WS-CLR-CHANNEL (WS-CALLER-INDEX)
           END-IF
           IF RTE-OWNING-APPLICATION NOT = SPACES
               MOVE RTE-OWNING-APPLICATION
                   TO WS-CLR-OWNER (WS-CALLER-INDEX)
           END-IF
           MOVE RTE-RATE-PER-CALL TO WS-CLR-RATE (WS-CALLER-INDEX)
           MOVE 'L' TO WS-CLR-RATE-SOURCE (WS-CALLER-INDEX).

      ******************************************************************
      * SCAN THE ARCHIVE FIRST (OLDEST RECORDS), THEN THE LIVE LOG.   *
      * NEITHER FILE BEING PRESENT IS ONLY AN ERROR WHEN BOTH ARE     *
      * MISSING - A SHOP THAT HAS NEVER ROTATED HAS NO ARCHIVE YET.   *
      ******************************************************************
       2000-SCAN-THE-TRAIL.
           MOVE 0 TO WS-FILES-OPENED
           PERFORM 2100-SCAN-THE-ARCHIVE
           PERFORM 2200-SCAN-THE-LIVE-LOG
           IF WS-FILES-OPENED = 0
               DISPLAY 'CALENDAR-SERVICE-USAGE: NEITHER CDAUDARC.DAT '
                   'NOR CDAUDIT.LOG COULD BE OPENED'
               MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * SCAN CDAUDARC.DAT, SKIPPING THE CTL ROTATION CONTROL RECORDS  *
      ******************************************************************
       2100-SCAN-THE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-OK
               ADD 1 TO WS-FILES-OPENED
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF ARCHIVE-RECORD (1:3) NOT = 'CTL'
                               MOVE ARCHIVE-RECORD TO WS-AUDIT-VIEW
                               PERFORM 2300-TALLY-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      ******************************************************************
      * SCAN THE LIVE CDAUDIT.LOG                                     *
      ******************************************************************
       2200-SCAN-THE-LIVE-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-OK
               ADD 1 TO WS-FILES-OPENED
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-AUDIT-VIEW
                           PERFORM 2300-TALLY-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      ******************************************************************
      * TALLY ONE DETERMINATION - REPORT-MONTH CALLS BY CALLER, DAY   *
      * AND HOUR; PRIOR-MONTH CALLS BY CALLER ONLY. A DEAD-LETTERED   *
      * MQ REQUEST WAS NEVER ANSWERED AND IS NOT A DETERMINATION.     *
      ******************************************************************
       2300-TALLY-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-SCANNED
           IF WS-AV-CALLING-PROGRAM = WS-MQ-DEAD-LETTER-IDENTITY
               IF WS-AV-MONTH = WS-REPORT-MONTH
                   ADD 1 TO WS-DEAD-LETTERS-SKIPPED
               END-IF
           ELSE
               EVALUATE WS-AV-MONTH
                   WHEN WS-REPORT-MONTH
                       ADD 1 TO WS-MONTH-CALLS
                       PERFORM 2400-LOCATE-RECORD-CALLER
                       IF WS-CALLER-FOUND > 0
                           ADD 1 TO
                               WS-CLR-MONTH-CALLS (WS-CALLER-FOUND)
                       ELSE
                           ADD 1 TO WS-CALLS-UNTABLED
                       END-IF
                       PERFORM 2600-TALLY-DAY-AND-HOUR
                   WHEN WS-PRIOR-MONTH
                       ADD 1 TO WS-PRIOR-CALLS
                       PERFORM 2400-LOCATE-RECORD-CALLER
                       IF WS-CALLER-FOUND > 0
                           ADD 1 TO
                               WS-CLR-PRIOR-CALLS (WS-CALLER-FOUND)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * FIND (OR ADD) THE RECORD'S CALLER - A CALLER THAT PASSED NO   *
      * IDENTITY IS TALLIED AS UNNAMED                                *
      ******************************************************************
       2400-LOCATE-RECORD-CALLER.
           IF WS-AV-CALLING-PROGRAM = SPACES
               MOVE 'UNNAMED' TO WS-CALLER-KEY
           ELSE
               MOVE WS-AV-CALLING-PROGRAM TO WS-CALLER-KEY
           END-IF
           PERFORM 2500-FIND-CALLER
           IF WS-CALLER-FOUND = 0
               PERFORM 2510-ADD-CALLER
           END-IF.

      ******************************************************************
      * FIND WS-CALLER-KEY IN THE CALLER TABLE (0 = NOT THERE)        *
      ******************************************************************
       2500-FIND-CALLER.
           MOVE 0 TO WS-CALLER-FOUND
           PERFORM VARYING WS-CALLER-INDEX FROM 1 BY 1
                   UNTIL WS-CALLER-INDEX > WS-CALLERS-USED
                      OR WS-CALLER-FOUND > 0
               IF WS-CLR-CALLING-PROGRAM (WS-CALLER-INDEX)
                       = WS-CALLER-KEY
                   MOVE WS-CALLER-INDEX TO WS-CALLER-FOUND
               END-IF
           END-PERFORM.

      ******************************************************************
      * ADD WS-CALLER-KEY TO THE CALLER TABLE WITH ITS DERIVED        *
      * CHANNEL AND THE DEFAULT RATE (IF ANY). A FULL TABLE LEAVES    *
      * WS-CALLER-FOUND AT ZERO AND THE CALL IS COUNTED AS UNTABLED.  *
      ******************************************************************
       2510-ADD-CALLER.
           IF WS-CALLERS-USED < 100
               ADD 1 TO WS-CALLERS-USED
               MOVE WS-CALLERS-USED TO WS-CALLER-FOUND
               MOVE WS-CALLER-KEY
                   TO WS-CLR-CALLING-PROGRAM (WS-CALLER-FOUND)
               EVALUATE WS-CALLER-KEY
                   WHEN WS-CICS-IDENTITY
                       MOVE 'CICS' TO WS-CLR-CHANNEL (WS-CALLER-FOUND)
                   WHEN WS-MQ-SERVER-IDENTITY
                       MOVE 'MQ' TO WS-CLR-CHANNEL (WS-CALLER-FOUND)
                   WHEN OTHER
                       MOVE 'BATCH' TO WS-CLR-CHANNEL (WS-CALLER-FOUND)
               END-EVALUATE
               MOVE WS-DEFAULT-OWNER TO WS-CLR-OWNER (WS-CALLER-FOUND)
               IF WS-DEFAULT-RATE-PRESENT
                   MOVE WS-DEFAULT-RATE
                       TO WS-CLR-RATE (WS-CALLER-FOUND)
                   MOVE 'D' TO WS-CLR-RATE-SOURCE (WS-CALLER-FOUND)
               ELSE
                   MOVE 0 TO WS-CLR-RATE (WS-CALLER-FOUND)
                   MOVE 'U' TO WS-CLR-RATE-SOURCE (WS-CALLER-FOUND)
               END-IF
               MOVE 0 TO WS-CLR-MONTH-CALLS (WS-CALLER-FOUND)
                         WS-CLR-PRIOR-CALLS (WS-CALLER-FOUND)
                         WS-CLR-AMOUNT (WS-CALLER-FOUND)
           END-IF.

      ******************************************************************
      * TALLY THE REPORT-MONTH CALL BY DAY OF MONTH AND CLOCK HOUR    *
      * (POSITIONS 7-8 AND 9-10 OF AUD-TIMESTAMP)                     *
      ******************************************************************
       2600-TALLY-DAY-AND-HOUR.
           IF WS-AV-DAY IS NUMERIC AND WS-AV-HOUR IS NUMERIC
               MOVE WS-AV-DAY TO WS-RECORD-DAY
               MOVE WS-AV-HOUR TO WS-RECORD-HOUR
               IF WS-RECORD-DAY >= 1 AND WS-RECORD-DAY <= 31
                       AND WS-RECORD-HOUR < 24
                   ADD 1 TO WS-DAY-CALLS (WS-RECORD-DAY)
                   ADD 1 TO WS-HOUR-CALLS (WS-RECORD-DAY
                                           WS-RECORD-HOUR + 1)
               END-IF
           END-IF.

      ******************************************************************
      * PRICE EVERY CALLER'S MONTH AND ROLL THE AMOUNTS UP BY         *
      * CHANNEL AND OWNING APPLICATION; COUNT THE NEW, VANISHED AND  *
      * UNRATED CALLERS                                               *
      ******************************************************************
       3000-PRICE-THE-CALLERS.
           PERFORM 3100-PRICE-ONE-CALLER
               VARYING WS-CALLER-INDEX FROM 1 BY 1
               UNTIL WS-CALLER-INDEX > WS-CALLERS-USED
           PERFORM 3300-FIND-PEAKS.

      ******************************************************************
      * ONE CALLER                                                    *
      ******************************************************************
       3100-PRICE-ONE-CALLER.
           COMPUTE WS-CLR-AMOUNT (WS-CALLER-INDEX) ROUNDED =
               WS-CLR-MONTH-CALLS (WS-CALLER-INDEX)
             * WS-CLR-RATE (WS-CALLER-INDEX)
           ADD WS-CLR-AMOUNT (WS-CALLER-INDEX) TO WS-TOTAL-AMOUNT
           EVALUATE WS-CLR-CHANNEL (WS-CALLER-INDEX)
               WHEN 'CICS'
                   MOVE 2 TO WS-CHANNEL-INDEX
               WHEN 'MQ'
                   MOVE 3 TO WS-CHANNEL-INDEX
               WHEN OTHER
                   MOVE 1 TO WS-CHANNEL-INDEX
           END-EVALUATE
           ADD WS-CLR-MONTH-CALLS (WS-CALLER-INDEX)
               TO WS-CHN-CALLS (WS-CHANNEL-INDEX)
           ADD WS-CLR-AMOUNT (WS-CALLER-INDEX)
               TO WS-CHN-AMOUNT (WS-CHANNEL-INDEX)
           IF WS-CLR-MONTH-CALLS (WS-CALLER-INDEX) > 0
               PERFORM 3200-ADD-TO-OWNER
               IF WS-CLR-UNRATED (WS-CALLER-INDEX)
                   ADD 1 TO WS-UNRATED-CALLERS
               END-IF
               IF WS-CLR-PRIOR-CALLS (WS-CALLER-INDEX) = 0
                   ADD 1 TO WS-NEW-CALLERS
               END-IF
           ELSE
               IF WS-CLR-PRIOR-CALLS (WS-CALLER-INDEX) > 0
                   ADD 1 TO WS-VANISHED-CALLERS
               END-IF
           END-IF.

      ******************************************************************
      * ADD THE CALLER'S MONTH TO ITS OWNING APPLICATION'S TOTALS     *
      ******************************************************************
       3200-ADD-TO-OWNER.
           MOVE 0 TO WS-OWNER-FOUND
           PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
                   UNTIL WS-OWNER-INDEX > WS-OWNERS-USED
                      OR WS-OWNER-FOUND > 0
               IF WS-OWN-APPLICATION (WS-OWNER-INDEX)
                       = WS-CLR-OWNER (WS-CALLER-INDEX)
                   MOVE WS-OWNER-INDEX TO WS-OWNER-FOUND
               END-IF
           END-PERFORM
           IF WS-OWNER-FOUND = 0 AND WS-OWNERS-USED < 50
               ADD 1 TO WS-OWNERS-USED
               MOVE WS-OWNERS-USED TO WS-OWNER-FOUND
               MOVE WS-CLR-OWNER (WS-CALLER-INDEX)
                   TO WS-OWN-APPLICATION (WS-OWNER-FOUND)
               MOVE 0 TO WS-OWN-CALLS (WS-OWNER-FOUND)
                         WS-OWN-AMOUNT (WS-OWNER-FOUND)
           END-IF
           IF WS-OWNER-FOUND > 0
               ADD WS-CLR-MONTH-CALLS (WS-CALLER-INDEX)
                   TO WS-OWN-CALLS (WS-OWNER-FOUND)
               ADD WS-CLR-AMOUNT (WS-CALLER-INDEX)
                   TO WS-OWN-AMOUNT (WS-OWNER-FOUND)
           END-IF.

      ******************************************************************
      * THE PEAK DAY AND THE PEAK CLOCK HOUR OF THE MONTH - THE       *
      * EARLIEST WINS A TIE                                           *
      ******************************************************************
       3300-FIND-PEAKS.
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 31
               IF WS-DAY-CALLS (WS-DAY-INDEX) > WS-PEAK-DAY-CALLS
                   MOVE WS-DAY-CALLS (WS-DAY-INDEX)
                       TO WS-PEAK-DAY-CALLS
                   MOVE WS-DAY-INDEX TO WS-PEAK-DAY
               END-IF
               PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                       UNTIL WS-HOUR-INDEX > 24
                   IF WS-HOUR-CALLS (WS-DAY-INDEX WS-HOUR-INDEX)
                           > WS-PEAK-HOUR-CALLS
                       MOVE WS-HOUR-CALLS (WS-DAY-INDEX WS-HOUR-INDEX)
                           TO WS-PEAK-HOUR-CALLS
                       MOVE WS-DAY-INDEX TO WS-PEAK-HOUR-DAY
                       COMPUTE WS-PEAK-HOUR = WS-HOUR-INDEX - 1
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * WRITE THE REPORT                                              *
      ******************************************************************
       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CALENDAR-SERVICE-USAGE: ERROR OPENING '
                   'CDUSAGE.RPT - FILE STATUS ' WS-REPORT-FILE-STATUS
               MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'REPORT MONTH: ' WS-REPORT-MONTH
                      '  PRIOR MONTH: ' WS-PRIOR-MONTH
                      '  AUDIT RECORDS SCANNED: ' WS-RECORDS-SCANNED
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'DETERMINATIONS: ' WS-MONTH-CALLS
                      '  PRIOR MONTH: ' WS-PRIOR-CALLS
                      '  DEAD-LETTERED: ' WS-DEAD-LETTERS-SKIPPED
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               PERFORM 4100-WRITE-CALLER-SECTION
               PERFORM 4200-WRITE-CHANNEL-SECTION
               PERFORM 4300-WRITE-OWNER-SECTION
               PERFORM 4400-WRITE-PEAK-SECTION
               PERFORM 4500-WRITE-SUMMARY
               CLOSE REPORT-FILE
           END-IF
           DISPLAY 'CALENDAR SERVICE USAGE REPORT COMPLETE'
           DISPLAY 'Report month:       ' WS-REPORT-MONTH
           DISPLAY 'Determinations:     ' WS-MONTH-CALLS
           DISPLAY 'Callers on table:   ' WS-CALLERS-USED
           DISPLAY 'New callers:        ' WS-NEW-CALLERS
           DISPLAY 'Vanished callers:   ' WS-VANISHED-CALLERS
           DISPLAY 'Unrated callers:    ' WS-UNRATED-CALLERS.

      ******************************************************************
      * USAGE BY CALLING PROGRAM - EVERY CALLER WITH CALLS IN EITHER  *
      * MONTH, FLAGGED NEW OR GONE, AND DFLT (DEFAULT-RATED) OR UNRT  *
      * (UNRATED)                                                     *
      ******************************************************************
       4100-WRITE-CALLER-SECTION.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE 'USAGE BY CALLING PROGRAM' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-CALLER-HEADING-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM 4110-WRITE-CALLER-LINE
               VARYING WS-CALLER-INDEX FROM 1 BY 1
               UNTIL WS-CALLER-INDEX > WS-CALLERS-USED.

      ******************************************************************
      * ONE CALLER LINE                                               *
      ******************************************************************
       4110-WRITE-CALLER-LINE.
           IF WS-CLR-MONTH-CALLS (WS-CALLER-INDEX) > 0
                   OR WS-CLR-PRIOR-CALLS (WS-CALLER-INDEX) > 0
               MOVE WS-CLR-CALLING-PROGRAM (WS-CALLER-INDEX)
                   TO WS-CLL-CALLING-PROGRAM
               MOVE WS-CLR-CHANNEL (WS-CALLER-INDEX) TO WS-CLL-CHANNEL
               MOVE WS-CLR-OWNER (WS-CALLER-INDEX) TO WS-CLL-OWNER
               MOVE WS-CLR-MONTH-CALLS (WS-CALLER-INDEX)
                   TO WS-CLL-MONTH-CALLS
               MOVE WS-CLR-PRIOR-CALLS (WS-CALLER-INDEX)
                   TO WS-CLL-PRIOR-CALLS
               MOVE WS-CLR-RATE (WS-CALLER-INDEX) TO WS-CLL-RATE
               MOVE WS-CLR-AMOUNT (WS-CALLER-INDEX) TO WS-CLL-AMOUNT
               EVALUATE TRUE
                   WHEN WS-CLR-PRIOR-CALLS (WS-CALLER-INDEX) = 0
                       MOVE 'NEW' TO WS-CLL-FLAG
                   WHEN WS-CLR-MONTH-CALLS (WS-CALLER-INDEX) = 0
                       MOVE 'GONE' TO WS-CLL-FLAG
                   WHEN OTHER
                       MOVE SPACES TO WS-CLL-FLAG
               END-EVALUATE
               IF WS-CLR-MONTH-CALLS (WS-CALLER-INDEX) > 0
                   EVALUATE TRUE
                       WHEN WS-CLR-UNRATED (WS-CALLER-INDEX)
                           MOVE 'UNRT' TO WS-CLL-FLAG (5:4)
                       WHEN WS-CLR-RATE-DEFAULT (WS-CALLER-INDEX)
                           MOVE 'DFLT' TO WS-CLL-FLAG (5:4)
                   END-EVALUATE
               END-IF
               WRITE REPORT-LINE FROM WS-CALLER-LINE
           END-IF.

      ******************************************************************
      * TOTALS BY CHANNEL                                             *
      ******************************************************************
       4200-WRITE-CHANNEL-SECTION.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE 'USAGE BY CHANNEL' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-CHANNEL-HEADING-LINE
           PERFORM 4210-WRITE-CHANNEL-LINE
               VARYING WS-CHANNEL-INDEX FROM 1 BY 1
               UNTIL WS-CHANNEL-INDEX > 3.

      ******************************************************************
      * ONE CHANNEL LINE - SHARE OF THE MONTH'S DETERMINATIONS        *
      ******************************************************************
       4210-WRITE-CHANNEL-LINE.
           MOVE WS-CHN-NAME (WS-CHANNEL-INDEX) TO WS-CHL-NAME
           MOVE WS-CHN-CALLS (WS-CHANNEL-INDEX) TO WS-CHL-CALLS
           MOVE WS-CHN-AMOUNT (WS-CHANNEL-INDEX) TO WS-CHL-AMOUNT
           IF WS-MONTH-CALLS > 0
               COMPUTE WS-CALL-SHARE ROUNDED =
                   WS-CHN-CALLS (WS-CHANNEL-INDEX) * 100
                 / WS-MONTH-CALLS
           ELSE
               MOVE 0 TO WS-CALL-SHARE
           END-IF
           MOVE WS-CALL-SHARE TO WS-CHL-SHARE
           WRITE REPORT-LINE FROM WS-CHANNEL-LINE.

      ******************************************************************
      * CHARGEBACK BY OWNING APPLICATION, WITH THE MONTH'S TOTAL      *
      ******************************************************************
       4300-WRITE-OWNER-SECTION.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE 'CHARGEBACK BY OWNING APPLICATION' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-OWNER-HEADING-LINE
           IF WS-OWNERS-USED = 0
               MOVE '  NO DETERMINATIONS IN THE REPORT MONTH'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           PERFORM 4310-WRITE-OWNER-LINE
               VARYING WS-OWNER-INDEX FROM 1 BY 1
               UNTIL WS-OWNER-INDEX > WS-OWNERS-USED
           MOVE 'TOTAL' TO WS-OWL-APPLICATION
           MOVE WS-MONTH-CALLS TO WS-OWL-CALLS
           MOVE WS-TOTAL-AMOUNT TO WS-OWL-AMOUNT
           WRITE REPORT-LINE FROM WS-OWNER-LINE.

      ******************************************************************
      * ONE OWNING APPLICATION                                        *
      ******************************************************************
       4310-WRITE-OWNER-LINE.
           MOVE WS-OWN-APPLICATION (WS-OWNER-INDEX)
               TO WS-OWL-APPLICATION
           MOVE WS-OWN-CALLS (WS-OWNER-INDEX) TO WS-OWL-CALLS
           MOVE WS-OWN-AMOUNT (WS-OWNER-INDEX) TO WS-OWL-AMOUNT
           WRITE REPORT-LINE FROM WS-OWNER-LINE.

      ******************************************************************
      * PEAK DAY AND PEAK CLOCK HOUR                                  *
      ******************************************************************
       4400-WRITE-PEAK-SECTION.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           IF WS-PEAK-DAY-CALLS > 0
               STRING 'PEAK DAY:  ' WS-REPORT-MONTH WS-PEAK-DAY
                      '          ' WS-PEAK-DAY-CALLS ' CALLS'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'PEAK HOUR: ' WS-REPORT-MONTH WS-PEAK-HOUR-DAY
                      ' ' WS-PEAK-HOUR ':00 ' WS-PEAK-HOUR-CALLS
                      ' CALLS'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               MOVE 'PEAK DAY/HOUR: NO DETERMINATIONS IN THE MONTH'
                   TO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * APPEARED/VANISHED COUNTS, RATE-TABLE AND CAPACITY NOTES, AND  *
      * THE STEP RETURN CODE                                          *
      ******************************************************************
       4500-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CALLERS NEW THIS MONTH: ' WS-NEW-CALLERS
                  '  VANISHED SINCE LAST MONTH: ' WS-VANISHED-CALLERS
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE 'FLAGS: NEW/GONE SINCE LAST MONTH, DFLT = DEFAULT RATE,'
               TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE '       UNRT = NO RATE ON CDRATE.DAT AND NO DEFAULT'
               TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF NOT WS-RATE-TABLE-PRESENT
               MOVE '*** CDRATE.DAT UNAVAILABLE - NO CHARGEBACK RATES'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-RATE-RECORDS-BAD > 0
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** ' WS-RATE-RECORDS-BAD
                      ' CDRATE.DAT RECORDS SKIPPED - BLANK CALLER, BAD'
                      ' RATE OR CHANNEL'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-UNRATED-CALLERS > 0
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** ' WS-UNRATED-CALLERS
                      ' CALLERS HAVE NO RATE AND NO DEFAULT - NOT'
                      ' CHARGED'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-CALLS-UNTABLED > 0
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** ' WS-CALLS-UNTABLED
                      ' CALLS FROM CALLERS BEYOND THE 100-CALLER TABLE'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
