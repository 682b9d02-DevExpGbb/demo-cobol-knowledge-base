      ******************************************************************
      * PROGRAM: CALENDAR-PARAMETER-LINT                               *
      * PURPOSE: Check the calendar parameter files against each     *
      *          other before the morning stream trusts them           *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every calendar parameter file is read by its own routine and *
      * each routine only edits its own records, so nothing noticed  *
      * an early close keyed for a day ADHOCHOL already closes, a     *
      * stream naming a province PROVINCIAL-HOLIDAY-CHECK rejects, a *
      * TZOFFSET.DAT with no record for a year RAILCAL.DAT covers, or *
      * a close task whose ordinal no month reaches. This job runs    *
      * ahead of CANADA-DAY-CANARY, loads all nine files together:    *
      *                                                               *
      *   CDAYCFG       the holiday definition record                 *
      *   ADHOCHOL      ad hoc closures (browsed in key order)        *
      *   EARLYCLS.DAT  early-close occasions                         *
      *   BRIDGEPOL.DAT bridge-day policies                           *
      *   RAILCAL.DAT   settlement rail overrides                     *
      *   CALWKND.DAT   weekend patterns                              *
      *   TZOFFSET.DAT  processing-centre UTC offsets                 *
      *   CDSTREAM.DAT  gate stream-control records                   *
      *   CLOSTASK.DAT  close-calendar tasks                          *
      *                                                               *
      * and lists every contradiction or gap on CDLINT.RPT with a    *
      * severity from the shared holiday-return-code scheme:          *
      *                                                               *
      *   W (4)  redundant, inert or partly-reached entries that the *
      *          routines tolerate, but someone should look at        *
      *   E (8)  a record its routine rejects, ignores or misreads,  *
      *          or two files that contradict each other              *
      *   S (12) the gate itself would decide wrongly - an invalid   *
      *          holiday definition, or a stream the gate cannot     *
      *          evaluate                                             *
      *                                                               *
      * A file that is not present is noted in the summary; only a   *
      * missing ADHOCHOL (W, the canary's own rule) and a missing     *
      * TZOFFSET.DAT (E - every UTC cut-off check fails without it)  *
      * are findings, because the other routines all have a defined *
      * fallback when their file is absent.                           *
      *                                                               *
      * Date-driven checks (annual early closes against ADHOCHOL, the *
      * TZOFFSET year coverage, the CLOSTASK ordinals) are made for   *
      * the base month and the eleven months after it.                *
      *                                                               *
      * RUN PARM: yyyymm - the base month (optional; default is the  *
      *           current month)                                      *
      *                                                               *
      * RETURN CODES: the highest severity found - 0 clean, 4        *
      * warnings only, 8 errors, 12 severe (the stream must not run, *
      * the same rule as the canary); 8 PARM error; 12 report could  *
      * not be opened.                                                *
      *                                                               *
      * INPUT:  the nine calendar parameter files above               *
      * OUTPUT: CDLINT.RPT - findings by file, summary by severity    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-PARAMETER-LINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANADA-DAY-CONFIG-FILE ASSIGN TO 'CDAYCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT AD-HOC-HOLIDAY-FILE ASSIGN TO 'ADHOCHOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHR-CLOSURE-DATE
               FILE STATUS IS WS-ADHOC-FILE-STATUS.
           SELECT EARLY-CLOSE-FILE ASSIGN TO 'EARLYCLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARLY-FILE-STATUS.
           SELECT BRIDGE-POLICY-FILE ASSIGN TO 'BRIDGEPOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRIDGE-FILE-STATUS.
           SELECT RAIL-CALENDAR-FILE ASSIGN TO 'RAILCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAIL-FILE-STATUS.
           SELECT WEEKEND-PATTERN-FILE ASSIGN TO 'CALWKND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEEKEND-FILE-STATUS.
           SELECT OFFSET-TABLE-FILE ASSIGN TO 'TZOFFSET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFSET-FILE-STATUS.
           SELECT STREAM-CONTROL-FILE ASSIGN TO 'CDSTREAM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT TASK-FILE ASSIGN TO 'CLOSTASK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDLINT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANADA-DAY-CONFIG-FILE.
       COPY 'canada-day-config.cpy'.

       FD  AD-HOC-HOLIDAY-FILE.
       COPY 'ad-hoc-holiday.cpy'.

       FD  EARLY-CLOSE-FILE.
       COPY 'early-close-calendar.cpy'.

       FD  BRIDGE-POLICY-FILE.
       01  BRIDGE-POLICY-RECORD.
           05  BPR-HOLIDAY-CODE            PIC X(4).
           05  BPR-DIRECTION               PIC X(1).
           05  BPR-SCOPE-PROVINCE          PIC X(2).
           05  BPR-DESCRIPTION             PIC X(30).

       FD  RAIL-CALENDAR-FILE.
       01  RAIL-CALENDAR-RECORD.
           05  RCL-RAIL-CODE               PIC X(4).
           05  RCL-DATE                    PIC 9(8).
           05  RCL-OVERRIDE                PIC X(1).
           05  RCL-DESCRIPTION             PIC X(30).

       FD  WEEKEND-PATTERN-FILE.
       01  WEEKEND-PATTERN-RECORD.
           05  WKP-CALENDAR-CODE           PIC X(4).
           05  WKP-WEEKEND-DAY-1           PIC 9(1).
           05  WKP-WEEKEND-DAY-2           PIC 9(1).

       FD  OFFSET-TABLE-FILE.
       01  OFFSET-TABLE-RECORD.
           05  TZO-CENTRE-CODE             PIC X(4).
           05  TZO-YEAR                    PIC 9(4).
           05  TZO-STD-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZO-DST-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZO-DST-START               PIC 9(8).
           05  TZO-DST-END                 PIC 9(8).

       FD  STREAM-CONTROL-FILE.
       01  STREAM-CONTROL-RECORD.
           05  SCR-STREAM-ID               PIC X(8).
           05  SCR-CALENDAR-RULE           PIC X(1).
               88  SCR-RULE-FEDERAL        VALUE 'F'.
               88  SCR-RULE-PROVINCE       VALUE 'P'.
               88  SCR-RULE-TWO-COUNTRY    VALUE 'B'.
               88  SCR-RULE-WEEKDAY-ONLY   VALUE 'W'.
               88  SCR-RULE-IS-VALID       VALUE 'F' 'P' 'B' 'W'.
           05  SCR-PROVINCE-CODE           PIC X(2).
           05  SCR-COUNTRY-CODE-1          PIC X(2).
           05  SCR-COUNTRY-CODE-2          PIC X(2).

       FD  TASK-FILE.
       01  TASK-RECORD.
           05  CTK-TASK-ID                 PIC X(8).
           05  CTK-ORDINAL                 PIC 9(2).
           05  CTK-LAST-FLAG               PIC X(1).
               88  CTK-LAST-BUSINESS-DAY   VALUE 'Y'.
           05  CTK-OWNER                   PIC X(8).
           05  CTK-DESCRIPTION             PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-CONFIG-FILE-STATUS       PIC X(2).
               88  WS-CONFIG-FILE-OK       VALUE '00'.
           05  WS-ADHOC-FILE-STATUS        PIC X(2).
               88  WS-ADHOC-FILE-OK        VALUE '00'.
           05  WS-EARLY-FILE-STATUS        PIC X(2).
               88  WS-EARLY-FILE-OK        VALUE '00'.
           05  WS-BRIDGE-FILE-STATUS       PIC X(2).
               88  WS-BRIDGE-FILE-OK       VALUE '00'.
           05  WS-RAIL-FILE-STATUS         PIC X(2).
               88  WS-RAIL-FILE-OK         VALUE '00'.
           05  WS-WEEKEND-FILE-STATUS      PIC X(2).
               88  WS-WEEKEND-FILE-OK      VALUE '00'.
           05  WS-OFFSET-FILE-STATUS       PIC X(2).
               88  WS-OFFSET-FILE-OK       VALUE '00'.
           05  WS-STREAM-FILE-STATUS       PIC X(2).
               88  WS-STREAM-FILE-OK       VALUE '00'.
           05  WS-TASK-FILE-STATUS         PIC X(2).
               88  WS-TASK-FILE-OK         VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * The shared severity scheme - each finding carries one
       COPY 'holiday-return-code.cpy'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-BASE-YEAR-MONTH          PIC 9(6).
           05  WS-BASE-YM-PARTS REDEFINES WS-BASE-YEAR-MONTH.
               10  WS-BASE-YEAR            PIC 9(4).
               10  WS-BASE-MONTH           PIC 9(2).
           05  WS-WORK-YEAR-MONTH          PIC 9(6).
           05  WS-WORK-YM-PARTS REDEFINES WS-WORK-YEAR-MONTH.
               10  WS-WORK-YEAR            PIC 9(4).
               10  WS-WORK-MONTH           PIC 9(2).
           05  WS-CURRENT-YEAR             PIC 9(4).
           05  WS-MAX-FUTURE-YEARS         PIC 9(3) VALUE 050.
           05  WS-HORIZON-YEAR             PIC 9(4).
           05  WS-END-OF-FILE              PIC X(1).
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-RECORD-NUMBER            PIC 9(5).
           05  WS-RECORD-NUMBER-EDIT       PIC Z(4)9.
           05  WS-SUBSCRIPT                PIC 9(3).
           05  WS-OTHER-SUBSCRIPT          PIC 9(3).
           05  WS-SCOPE-INDEX              PIC 9(2).
           05  WS-OTHER-SCOPE-INDEX        PIC 9(2).
           05  WS-MATCH-FOUND              PIC X(1).
               88  WS-MATCH-WAS-FOUND      VALUE 'Y'.

      * Records read per file, in the order the files are linted
       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL-ENTRY         OCCURS 9 TIMES.
               10  WS-FTL-PRESENT          PIC X(1).
               10  WS-FTL-RECORDS          PIC 9(5).
       01  WS-FILE-NAMES.
           05  FILLER                      PIC X(9) VALUE 'CDAYCFG'.
           05  FILLER                      PIC X(9) VALUE 'ADHOCHOL'.
           05  FILLER                      PIC X(9) VALUE 'EARLYCLS'.
           05  FILLER                      PIC X(9) VALUE 'BRIDGEPOL'.
           05  FILLER                      PIC X(9) VALUE 'RAILCAL'.
           05  FILLER                      PIC X(9) VALUE 'CALWKND'.
           05  FILLER                      PIC X(9) VALUE 'TZOFFSET'.
           05  FILLER                      PIC X(9) VALUE 'CDSTREAM'.
           05  FILLER                      PIC X(9) VALUE 'CLOSTASK'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME                PIC X(9) OCCURS 9 TIMES.
       01  WS-FILE-INDEX                   PIC 9(2).

      * Finding counts by severity
       01  WS-FINDING-COUNTS.
           05  WS-WARNING-COUNT            PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           05  WS-SEVERE-COUNT             PIC 9(5) VALUE 0.

      * The finding being written
       01  WS-FINDING-FIELDS.
           05  WS-FND-KEY                  PIC X(12).
           05  WS-FND-TEXT                 PIC X(50).

      * Validation work fields
       01  WS-CHECK-FIELDS.
           05  WS-CHECK-DATE               PIC 9(8).
           05  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
                                           PIC X(8).
           05  WS-DATE-VALID               PIC X(1).
               88  WS-DATE-IS-VALID        VALUE 'Y'.
           05  WS-CHECK-PROVINCE           PIC X(2).
           05  WS-PROVINCE-VALID           PIC X(1).
               88  WS-PROVINCE-IS-VALID    VALUE 'Y'.
           05  WS-PROBE-DATE               PIC 9(8).
           05  WS-CLOSED-REASON            PIC X(17).
           05  WS-DAY-OF-WEEK              PIC 9(1).
               88  WS-ON-A-WEEKEND         VALUE 0 6.
           05  WS-ADJACENT-WEEKEND-DATE    PIC 9(8).
           05  WS-CHECK-TIME               PIC 9(4).
           05  WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
               10  WS-CHECK-HOUR           PIC 9(2).
               10  WS-CHECK-MINUTE         PIC 9(2).
           05  WS-YEAR-EDIT                PIC 9(4).
           05  WS-COUNT-EDIT               PIC Z9.
           05  WS-MISSED-EDIT              PIC Z9.

      * Fields passed to PROVINCIAL-HOLIDAY-CHECK
       01  WS-PHC-PARAMETERS.
           05  WS-PHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-PHC-HOLIDAY-CODE         PIC X(4).
           05  WS-PHC-HOLIDAY-NAME         PIC X(30).
           05  WS-PHC-OBSERVED-DATE        PIC 9(8).
           05  WS-PHC-RETURN-CODE          PIC 9(2).
               88  WS-PHC-INVALID-PROVINCE VALUE 06.
           05  WS-PHC-ERROR-MESSAGE        PIC X(40).

      * Fields passed to STAT-HOLIDAY-CHECK
       01  WS-SHC-PARAMETERS.
           05  WS-SHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-SHC-HOLIDAY-CODE         PIC X(4).
           05  WS-SHC-HOLIDAY-NAME         PIC X(30).
           05  WS-SHC-OBSERVED-DATE        PIC 9(8).
           05  WS-SHC-RETURN-CODE          PIC 9(2).
           05  WS-SHC-ERROR-MESSAGE        PIC X(40).

      * Fields passed to NTH-BUSINESS-DAY-OF-MONTH
       01  WS-NBM-PARAMETERS.
           05  WS-NBM-ORDINAL              PIC 9(2).
           05  WS-NBM-LAST-FLAG            PIC X(1).
           05  WS-NBM-CHECK-DATE           PIC 9(8) VALUE 0.
           05  WS-NBM-RESULT-DATE          PIC 9(8).
           05  WS-NBM-MATCH-FLAG           PIC X(1).
           05  WS-NBM-RETURN-CODE          PIC 9(2).
               88  WS-NBM-INVALID-ORDINAL  VALUE 04.
               88  WS-NBM-NOT-REACHED      VALUE 06.
           05  WS-NBM-ERROR-MESSAGE        PIC X(50).
           05  WS-NBM-MONTH-NUMBER         PIC 9(2).
           05  WS-NBM-MISSED-MONTHS        PIC 9(2).

      * ADHOCHOL closures - AD-HOC-CLOSURE-CHECK loads 200
       01  WS-CLOSURE-TABLE-FIELDS.
           05  WS-CLOSURE-COUNT            PIC 9(3) VALUE 0.
           05  WS-CLOSURE-LIMIT            PIC 9(3) VALUE 200.
           05  WS-CLOSURE-INDEX            PIC 9(3).
           05  WS-OTHER-CLOSURE-INDEX      PIC 9(3).
           05  WS-SCOPES-MEET              PIC X(1).
               88  WS-SCOPES-DO-MEET       VALUE 'Y'.
           05  WS-CLOSURE-HIT-DATE         PIC 9(8).
           05  WS-CLOSURE-HIT-KIND         PIC X(1).
               88  WS-CLOSURE-HIT-NONE     VALUE 'N'.
               88  WS-CLOSURE-HIT-FULL     VALUE 'F'.
               88  WS-CLOSURE-HIT-PARTIAL  VALUE 'P'.
       01  WS-CLOSURE-TABLE.
           05  WS-CLOSURE-ENTRY            OCCURS 200 TIMES.
               10  WS-CLS-START-DATE       PIC 9(8).
               10  WS-CLS-END-DATE         PIC 9(8).
               10  WS-CLS-SCOPE-PROVINCES.
                   15  WS-CLS-SCOPE-CODE   PIC X(2) OCCURS 10 TIMES.

      * EARLYCLS occasions - CANADA-DAY-EARLY-CLOSURE-CHECK loads 20
       01  WS-EARLY-TABLE-FIELDS.
           05  WS-EARLY-COUNT              PIC 9(3) VALUE 0.
           05  WS-EARLY-LIMIT              PIC 9(3) VALUE 20.
           05  WS-EARLY-RESOLVED-DATE      PIC 9(8).
       01  WS-EARLY-TABLE.
           05  WS-EARLY-ENTRY              OCCURS 100 TIMES.
               10  WS-ECT-TYPE             PIC X(1).
               10  WS-ECT-DATE             PIC 9(8).
               10  WS-ECT-PROVINCE         PIC X(2).

      * BRIDGEPOL policies - BRIDGE-DAY-CHECK loads 20
       01  WS-BRIDGE-TABLE-FIELDS.
           05  WS-BRIDGE-COUNT             PIC 9(3) VALUE 0.
           05  WS-BRIDGE-LIMIT             PIC 9(3) VALUE 20.
           05  WS-BRIDGE-CODE              PIC X(4).
               88  WS-BRIDGE-CODE-KNOWN    VALUE 'NEWY' 'GDAY' 'VDAY'
                                                 'CDAY' 'LDAY' 'THKS'
                                                 'RDAY' 'TRUT' 'XMAS'
                                                 'BDAY'.
               88  WS-BRIDGE-CODE-FLOATING VALUE 'GDAY' 'VDAY' 'LDAY'
                                                 'THKS'.
       01  WS-BRIDGE-TABLE.
           05  WS-BRIDGE-ENTRY             OCCURS 100 TIMES.
               10  WS-BPT-CODE             PIC X(4).
               10  WS-BPT-PROVINCE         PIC X(2).

      * RAILCAL overrides - SETTLEMENT-RAIL-CHECK loads 200
       01  WS-RAIL-TABLE-FIELDS.
           05  WS-RAIL-COUNT               PIC 9(3) VALUE 0.
           05  WS-RAIL-LIMIT               PIC 9(3) VALUE 200.
           05  WS-RAIL-FIRST-YEAR          PIC 9(4) VALUE 0.
           05  WS-RAIL-LAST-YEAR           PIC 9(4) VALUE 0.
           05  WS-RAIL-CODE                PIC X(4).
               88  WS-RAIL-CODE-KNOWN      VALUE 'FEDW' 'LYNX'.
       01  WS-RAIL-TABLE.
           05  WS-RAIL-ENTRY               OCCURS 500 TIMES.
               10  WS-RCT-CODE             PIC X(4).
               10  WS-RCT-DATE             PIC 9(8).
               10  WS-RCT-OVERRIDE         PIC X(1).

      * CALWKND patterns - CALENDAR-WEEKEND-LOOKUP loads 20; a code
      * with no record answers the Saturday/Sunday default
       01  WS-WEEKEND-TABLE-FIELDS.
           05  WS-WEEKEND-COUNT            PIC 9(3) VALUE 0.
           05  WS-WEEKEND-LIMIT            PIC 9(3) VALUE 20.
           05  WS-RAIL-PATTERN-CODE        PIC X(4).
           05  WS-COUNTRY-PATTERN-CODE     PIC X(4).
           05  WS-PATTERN-LOOKUP-CODE      PIC X(4).
           05  WS-PATTERN-FOUND            PIC X(1).
           05  WS-PATTERN-DAY-1            PIC 9(1).
           05  WS-PATTERN-DAY-2            PIC 9(1).
           05  WS-RAIL-PATTERN.
               10  WS-RAIL-PATTERN-FOUND   PIC X(1).
               10  WS-RAIL-PATTERN-LOW     PIC 9(1).
               10  WS-RAIL-PATTERN-HIGH    PIC 9(1).
           05  WS-COUNTRY-PATTERN.
               10  WS-CTRY-PATTERN-FOUND   PIC X(1).
               10  WS-CTRY-PATTERN-LOW     PIC 9(1).
               10  WS-CTRY-PATTERN-HIGH    PIC 9(1).
       01  WS-WEEKEND-TABLE.
           05  WS-WEEKEND-ENTRY            OCCURS 100 TIMES.
               10  WS-WKT-CODE             PIC X(4).
               10  WS-WKT-DAY-1            PIC 9(1).
               10  WS-WKT-DAY-2            PIC 9(1).

      * TZOFFSET records - UTC-VALUE-DATE-CUTOFF-CHECK loads 100
       01  WS-OFFSET-TABLE-FIELDS.
           05  WS-OFFSET-COUNT             PIC 9(3) VALUE 0.
           05  WS-OFFSET-LIMIT             PIC 9(3) VALUE 100.
           05  WS-CENTRE-COUNT             PIC 9(2) VALUE 0.
           05  WS-CENTRE-INDEX             PIC 9(2).
           05  WS-COVER-FIRST-YEAR         PIC 9(4).
           05  WS-COVER-LAST-YEAR          PIC 9(4).
           05  WS-COVER-YEAR               PIC 9(4).
       01  WS-OFFSET-TABLE.
           05  WS-OFFSET-ENTRY             OCCURS 300 TIMES.
               10  WS-OFT-CENTRE           PIC X(4).
               10  WS-OFT-YEAR             PIC 9(4).
       01  WS-CENTRE-TABLE.
           05  WS-CENTRE-CODE              PIC X(4) OCCURS 50 TIMES.

      * CDSTREAM and CLOSTASK identifiers, for the duplicate checks
       01  WS-STREAM-TABLE-FIELDS.
           05  WS-STREAM-COUNT             PIC 9(3) VALUE 0.
           05  WS-COUNTRY-CODE             PIC X(2).
               88  WS-COUNTRY-CODE-KNOWN   VALUE 'CA' 'US'.
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ID                PIC X(8) OCCURS 200 TIMES.
       01  WS-TASK-TABLE-FIELDS.
           05  WS-TASK-COUNT               PIC 9(3) VALUE 0.
       01  WS-TASK-TABLE.
           05  WS-TASK-ID                  PIC X(8) OCCURS 200 TIMES.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'CALENDAR PARAMETER LINT - CROSS-FILE CONSISTENCY'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   '  S  FILE       KEY           FINDING'.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-SEVERITY         PIC X(1).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-FILE             PIC X(9).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-KEY              PIC X(12).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-TEXT             PIC X(50).
           05  WS-TOTAL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-TOT-FILE             PIC X(9).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-TOT-TEXT             PIC X(67).
           05  WS-TOTAL-COUNT-EDIT         PIC ZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH                 PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(40).

       PROCEDURE DIVISION USING PARM-FIELD.

      ******************************************************************
      * MAIN PROCESSING ROUTINE - ONE FILE AT A TIME, EACH FILE'S     *
      * OWN EDITS FIRST, THEN ITS CHECKS AGAINST THE FILES ALREADY    *
      * LOADED                                                        *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2000-LINT-CONFIG
               PERFORM 2100-LINT-AD-HOC-CLOSURES
               PERFORM 2200-LINT-EARLY-CLOSES
               PERFORM 2300-LINT-BRIDGE-POLICIES
               PERFORM 2400-LINT-RAIL-CALENDAR
               PERFORM 2500-LINT-WEEKEND-PATTERNS
               PERFORM 2600-LINT-TIME-ZONE-OFFSETS
               PERFORM 2700-LINT-STREAM-CONTROL
               PERFORM 2800-LINT-CLOSE-TASKS
               PERFORM 7000-WRITE-SUMMARY
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - TAKE THE BASE MONTH AND OPEN THE REPORT          *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           INITIALIZE WS-FILE-TOTALS
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-BASE-YEAR-MONTH
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-CURRENT-YEAR
           IF PARM-LENGTH > 0
               IF PARM-LENGTH = 6 AND PARM-DATA (1:6) IS NUMERIC
                   MOVE PARM-DATA (1:6) TO WS-BASE-YEAR-MONTH
               ELSE
                   MOVE 0 TO WS-BASE-MONTH
               END-IF
               IF WS-BASE-MONTH < 1 OR WS-BASE-MONTH > 12
                       OR WS-BASE-YEAR < 1867
                   DISPLAY 'CALENDAR-PARAMETER-LINT: PARM MUST BE '
                       'YYYYMM'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'CALENDAR-PARAMETER-LINT: UNABLE TO OPEN '
                       'CDLINT.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   MOVE SPACES TO WS-WORK-LINE
                   STRING 'BASE MONTH: ' WS-BASE-YEAR-MONTH
                          '  (DATE-DRIVEN CHECKS COVER 12 MONTHS)'
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   WRITE REPORT-LINE FROM WS-HEADING-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               END-IF
           END-IF.

      ******************************************************************
      * CDAYCFG - THE HOLIDAY DEFINITION CANADA-DAY-CHECK READS AT    *
      * STARTUP. A MISSING FILE MEANS THE COMPILED-IN JULY 1ST        *
      * DEFAULTS, WHICH IS NOT A FINDING.                             *
      ******************************************************************
       2000-LINT-CONFIG.
           MOVE 1 TO WS-FILE-INDEX
           OPEN INPUT CANADA-DAY-CONFIG-FILE
           IF WS-CONFIG-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ CANADA-DAY-CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           IF WS-FTL-RECORDS (WS-FILE-INDEX) = 1
                               PERFORM 2010-CHECK-CONFIG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANADA-DAY-CONFIG-FILE
               IF WS-FTL-RECORDS (WS-FILE-INDEX) > 1
                   MOVE 'RECORD 2' TO WS-FND-KEY
                   MOVE 'ONLY THE FIRST RECORD IS READ - REST IGNORED'
                       TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               END-IF
           END-IF
           COMPUTE WS-HORIZON-YEAR =
               WS-CURRENT-YEAR + WS-MAX-FUTURE-YEARS.

      ******************************************************************
      * EDIT THE ONE CONFIG RECORD THE WAY CANADA-DAY-CHECK USES IT   *
      ******************************************************************
       2010-CHECK-CONFIG-RECORD.
           MOVE 'RECORD 1' TO WS-FND-KEY
           MOVE 0 TO WS-CHECK-DATE
           IF CFG-HOLIDAY-MONTH IS NUMERIC
                   AND CFG-HOLIDAY-DAY IS NUMERIC
               COMPUTE WS-CHECK-DATE = 20000000
                   + CFG-HOLIDAY-MONTH * 100 + CFG-HOLIDAY-DAY
           END-IF
           PERFORM 8100-VALIDATE-DATE
           IF NOT WS-DATE-IS-VALID
               MOVE 'HOLIDAY MONTH/DAY IS NOT A CALENDAR DATE'
                   TO WS-FND-TEXT
               PERFORM 8020-WRITE-SEVERE
           END-IF
           IF NOT CFG-SHIFT-WEEKEND AND NOT CFG-NO-SHIFT
               MOVE 'OBSERVANCE RULE IS NOT Y OR N'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF CFG-HOLIDAY-NAME = SPACES
               MOVE 'HOLIDAY NAME IS BLANK' TO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF
           IF CFG-MAX-FUTURE-YEARS IS NUMERIC
                   AND CFG-MAX-FUTURE-YEARS > 0
               MOVE CFG-MAX-FUTURE-YEARS TO WS-MAX-FUTURE-YEARS
           ELSE
               MOVE 'MAX FUTURE YEARS NOT SET - DEFAULT 050 APPLIES'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF
           IF CFG-REFRESH-MINUTES IS NOT NUMERIC
               MOVE 'REFRESH MINUTES NOT NUMERIC - DEFAULT 15 APPLIES'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF.

      ******************************************************************
      * ADHOCHOL - BROWSED IN KEY ORDER AND KEPT FOR THE EARLY-CLOSE  *
      * CHECK. A MISSING FILE IS THE CANARY'S OWN WARNING CASE.       *
      ******************************************************************
       2100-LINT-AD-HOC-CLOSURES.
           MOVE 2 TO WS-FILE-INDEX
           OPEN INPUT AD-HOC-HOLIDAY-FILE
           IF WS-ADHOC-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               MOVE 0 TO AHR-CLOSURE-DATE
               START AD-HOC-HOLIDAY-FILE KEY IS NOT LESS THAN
                       AHR-CLOSURE-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ AD-HOC-HOLIDAY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2110-CHECK-CLOSURE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AD-HOC-HOLIDAY-FILE
               PERFORM 2130-CHECK-CLOSURE-OVERLAPS
           ELSE
               MOVE SPACES TO WS-FND-KEY
               MOVE 'NOT AVAILABLE - AD HOC CLOSURES ARE INVISIBLE'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF.

      ******************************************************************
      * EDIT ONE CLOSURE - DATES, RANGE, SCOPE PROVINCES - AND KEEP   *
      * IT WHILE THE LOOKUP'S TABLE WOULD STILL HAVE ROOM. THE        *
      * CANARY SENTINEL SITS ON A HOLIDAY ON PURPOSE AND IS NOT       *
      * FLAGGED FOR IT.                                               *
      ******************************************************************
       2110-CHECK-CLOSURE-RECORD.
           MOVE AHR-CLOSURE-DATE TO WS-FND-KEY
           MOVE AHR-CLOSURE-DATE TO WS-CHECK-DATE
           PERFORM 8100-VALIDATE-DATE
           IF NOT WS-DATE-IS-VALID
               MOVE 'CLOSURE DATE IS NOT A CALENDAR DATE'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF AHR-CLOSURE-END-DATE IS NOT NUMERIC
               MOVE 'END DATE IS NOT NUMERIC' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF AHR-CLOSURE-END-DATE > 0
                   MOVE AHR-CLOSURE-END-DATE TO WS-CHECK-DATE
                   PERFORM 8100-VALIDATE-DATE
                   IF NOT WS-DATE-IS-VALID
                       MOVE 'END DATE IS NOT A CALENDAR DATE'
                           TO WS-FND-TEXT
                       PERFORM 8010-WRITE-ERROR
                   ELSE
                       IF AHR-CLOSURE-END-DATE < AHR-CLOSURE-DATE
                           MOVE 'END DATE IS BEFORE THE CLOSURE DATE'
                               TO WS-FND-TEXT
                           PERFORM 8010-WRITE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 10
               MOVE AHR-SCOPE-PROVINCES
                       ((WS-SCOPE-INDEX - 1) * 2 + 1 : 2)
                   TO WS-CHECK-PROVINCE
               IF WS-CHECK-PROVINCE NOT = SPACES
                   PERFORM 8200-VALIDATE-PROVINCE
                   IF NOT WS-PROVINCE-IS-VALID
                       MOVE SPACES TO WS-FND-TEXT
                       STRING 'SCOPE PROVINCE ' WS-CHECK-PROVINCE
                              ' REJECTED BY PROVINCIAL CHECK'
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8010-WRITE-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF AHR-CLOSURE-END-DATE IS NUMERIC
                   AND AHR-CLOSURE-END-DATE = 0
                   AND AHR-REASON-CODE NOT = 'CANARY'
               MOVE AHR-CLOSURE-DATE TO WS-CHECK-DATE
               PERFORM 8100-VALIDATE-DATE
               IF WS-DATE-IS-VALID
                   PERFORM 8300-CHECK-ALREADY-CLOSED
                   IF WS-CLOSED-REASON NOT = SPACES
                       MOVE SPACES TO WS-FND-TEXT
                       STRING 'CLOSES A DAY ALREADY CLOSED - '
                              WS-CLOSED-REASON
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8000-WRITE-WARNING
                   END-IF
               END-IF
           END-IF
           IF WS-CLOSURE-COUNT < WS-CLOSURE-LIMIT
               ADD 1 TO WS-CLOSURE-COUNT
               MOVE AHR-CLOSURE-DATE
                   TO WS-CLS-START-DATE (WS-CLOSURE-COUNT)
               MOVE AHR-CLOSURE-END-DATE
                   TO WS-CLS-END-DATE (WS-CLOSURE-COUNT)
               IF AHR-CLOSURE-END-DATE IS NOT NUMERIC
                       OR AHR-CLOSURE-END-DATE < AHR-CLOSURE-DATE
                   MOVE AHR-CLOSURE-DATE
                       TO WS-CLS-END-DATE (WS-CLOSURE-COUNT)
               END-IF
               MOVE AHR-SCOPE-PROVINCES
                   TO WS-CLS-SCOPE-PROVINCES (WS-CLOSURE-COUNT)
           ELSE
               MOVE 'BEYOND THE 200 CLOSURES THE LOOKUP LOADS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF.

      ******************************************************************
      * TWO CLOSURES WHOSE DATES AND SCOPES OVERLAP - HARMLESS TO THE *
      * LOOKUP, BUT ONE OF THEM IS STALE OR MIS-KEYED                 *
      ******************************************************************
       2130-CHECK-CLOSURE-OVERLAPS.
           PERFORM VARYING WS-CLOSURE-INDEX FROM 1 BY 1
                   UNTIL WS-CLOSURE-INDEX >= WS-CLOSURE-COUNT
               COMPUTE WS-OTHER-CLOSURE-INDEX = WS-CLOSURE-INDEX + 1
               PERFORM 2140-COMPARE-CLOSURE-PAIR
                   UNTIL WS-OTHER-CLOSURE-INDEX > WS-CLOSURE-COUNT
           END-PERFORM.

      ******************************************************************
      * COMPARE THE CLOSURE AT WS-CLOSURE-INDEX WITH ONE LATER ONE    *
      ******************************************************************
       2140-COMPARE-CLOSURE-PAIR.
           IF WS-CLS-START-DATE (WS-OTHER-CLOSURE-INDEX)
                   <= WS-CLS-END-DATE (WS-CLOSURE-INDEX)
                   AND WS-CLS-START-DATE (WS-CLOSURE-INDEX)
                       <= WS-CLS-END-DATE (WS-OTHER-CLOSURE-INDEX)
               PERFORM 2150-TEST-SCOPES-MEET
               IF WS-SCOPES-DO-MEET
                   MOVE WS-CLS-START-DATE (WS-OTHER-CLOSURE-INDEX)
                       TO WS-FND-KEY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'OVERLAPS THE CLOSURE OF '
                          WS-CLS-START-DATE (WS-CLOSURE-INDEX)
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               END-IF
           END-IF
           ADD 1 TO WS-OTHER-CLOSURE-INDEX.

      ******************************************************************
      * DO THE TWO CLOSURES' SCOPES SHARE A PROVINCE? A BLANK SCOPE   *
      * IS NATIONAL AND MEETS EVERY OTHER SCOPE                       *
      ******************************************************************
       2150-TEST-SCOPES-MEET.
           MOVE 'N' TO WS-SCOPES-MEET
           IF WS-CLS-SCOPE-PROVINCES (WS-CLOSURE-INDEX) = SPACES
                   OR WS-CLS-SCOPE-PROVINCES (WS-OTHER-CLOSURE-INDEX)
                       = SPACES
               MOVE 'Y' TO WS-SCOPES-MEET
           ELSE
               PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                       UNTIL WS-SCOPE-INDEX > 10
                          OR WS-SCOPES-DO-MEET
                   IF WS-CLS-SCOPE-CODE
                           (WS-CLOSURE-INDEX, WS-SCOPE-INDEX)
                           NOT = SPACES
                       MOVE WS-CLS-SCOPE-CODE
                               (WS-CLOSURE-INDEX, WS-SCOPE-INDEX)
                           TO WS-CHECK-PROVINCE
                       PERFORM VARYING WS-OTHER-SCOPE-INDEX
                               FROM 1 BY 1
                               UNTIL WS-OTHER-SCOPE-INDEX > 10
                           IF WS-CLS-SCOPE-CODE (WS-OTHER-CLOSURE-INDEX,
                                   WS-OTHER-SCOPE-INDEX)
                                   = WS-CHECK-PROVINCE
                               MOVE 'Y' TO WS-SCOPES-MEET
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * EARLYCLS.DAT - EACH OCCASION'S OWN EDITS, THEN ITS DATE IN    *
      * THE BASE YEAR AGAINST ADHOCHOL: A HALF DAY ON A DAY THE SHOP  *
      * IS CLOSED CANNOT BOTH BE TRUE                                 *
      ******************************************************************
       2200-LINT-EARLY-CLOSES.
           MOVE 3 TO WS-FILE-INDEX
           OPEN INPUT EARLY-CLOSE-FILE
           IF WS-EARLY-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ EARLY-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2210-CHECK-EARLY-CLOSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EARLY-CLOSE-FILE
           END-IF.

      ******************************************************************
      * EDIT ONE EARLY-CLOSE OCCASION - AN ANNUAL ONE IS RESOLVED TO  *
      * ITS OCCURRENCE IN THE BASE MONTH OR THE ELEVEN AFTER IT       *
      ******************************************************************
       2210-CHECK-EARLY-CLOSE-RECORD.
           MOVE SPACES TO WS-FND-KEY
           STRING ECL-OCCASION-TYPE ' ' ECL-DATE
                  DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE 0 TO WS-EARLY-RESOLVED-DATE
           EVALUATE TRUE
               WHEN ECL-DATED-OCCASION
                   MOVE ECL-DATE TO WS-CHECK-DATE
                   PERFORM 8100-VALIDATE-DATE
                   IF WS-DATE-IS-VALID
                       MOVE ECL-DATE TO WS-EARLY-RESOLVED-DATE
                   ELSE
                       MOVE 'OCCASION DATE IS NOT A CALENDAR DATE'
                           TO WS-FND-TEXT
                       PERFORM 8010-WRITE-ERROR
                   END-IF
               WHEN ECL-ANNUAL-OCCASION
                   MOVE ECL-DATE TO WS-CHECK-DATE
                   IF ECL-DATE IS NUMERIC
                           AND WS-CHECK-DATE-X (1:4) = '0000'
                       MOVE '2000' TO WS-CHECK-DATE-X (1:4)
                       PERFORM 8100-VALIDATE-DATE
                   ELSE
                       MOVE 'N' TO WS-DATE-VALID
                   END-IF
                   IF WS-DATE-IS-VALID
                       IF ECL-DATE < WS-BASE-MONTH * 100
                           COMPUTE WS-CHECK-DATE =
                               (WS-BASE-YEAR + 1) * 10000 + ECL-DATE
                       ELSE
                           COMPUTE WS-CHECK-DATE =
                               WS-BASE-YEAR * 10000 + ECL-DATE
                       END-IF
                       PERFORM 8100-VALIDATE-DATE
                       IF WS-DATE-IS-VALID
                           MOVE WS-CHECK-DATE TO WS-EARLY-RESOLVED-DATE
                       END-IF
                   ELSE
                       MOVE 'ANNUAL DATE IS NOT A VALID 0000MMDD'
                           TO WS-FND-TEXT
                       PERFORM 8010-WRITE-ERROR
                   END-IF
               WHEN ECL-CDAY-RULE
                   IF ECL-DATE IS NOT NUMERIC OR ECL-DATE NOT = 0
                       MOVE 'DATE IS IGNORED UNDER THE COMPUTED RULE'
                           TO WS-FND-TEXT
                       PERFORM 8000-WRITE-WARNING
                   END-IF
               WHEN OTHER
                   MOVE 'OCCASION TYPE IS NOT D, A OR C'
                       TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
           END-EVALUATE
           MOVE ECL-CLOSING-TIME TO WS-CHECK-TIME
           IF ECL-CLOSING-TIME IS NOT NUMERIC
                   OR WS-CHECK-HOUR > 23 OR WS-CHECK-MINUTE > 59
                   OR ECL-CLOSING-TIME = 0
               MOVE 'CLOSING TIME IS NOT A VALID HHMM'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF ECL-SCOPE-PROVINCE NOT = SPACES
               MOVE ECL-SCOPE-PROVINCE TO WS-CHECK-PROVINCE
               PERFORM 8200-VALIDATE-PROVINCE
               IF NOT WS-PROVINCE-IS-VALID
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'SCOPE PROVINCE ' ECL-SCOPE-PROVINCE
                          ' REJECTED BY PROVINCIAL CHECK'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               END-IF
           END-IF
           IF WS-EARLY-RESOLVED-DATE > 0
               PERFORM 2220-CHECK-EARLY-CLOSE-DATE
           END-IF
           IF WS-FTL-RECORDS (WS-FILE-INDEX) > WS-EARLY-LIMIT
               MOVE 'BEYOND THE 20 OCCASIONS THE CHECK LOADS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WS-EARLY-COUNT < 100
               ADD 1 TO WS-EARLY-COUNT
               MOVE ECL-OCCASION-TYPE TO WS-ECT-TYPE (WS-EARLY-COUNT)
               MOVE ECL-DATE TO WS-ECT-DATE (WS-EARLY-COUNT)
               MOVE ECL-SCOPE-PROVINCE
                   TO WS-ECT-PROVINCE (WS-EARLY-COUNT)
           END-IF.

      ******************************************************************
      * THE OCCASION'S DATE AGAINST ADHOCHOL, THE CALENDAR AND THE    *
      * OCCASIONS ALREADY READ                                        *
      ******************************************************************
       2220-CHECK-EARLY-CLOSE-DATE.
           MOVE WS-EARLY-RESOLVED-DATE TO WS-CHECK-DATE
           MOVE ECL-SCOPE-PROVINCE TO WS-CHECK-PROVINCE
           PERFORM 8400-FIND-AD-HOC-CLOSURE
           EVALUATE TRUE
               WHEN WS-CLOSURE-HIT-FULL
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'EARLY CLOSE ON ' WS-CHECK-DATE
                          ' - ADHOCHOL CLOSES THAT DAY'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               WHEN WS-CLOSURE-HIT-PARTIAL
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'EARLY CLOSE ON ' WS-CHECK-DATE
                          ' - CLOSED IN SOME PROVINCES'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ECL-DATED-OCCASION
               PERFORM 8300-CHECK-ALREADY-CLOSED
               IF WS-CLOSED-REASON NOT = SPACES
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'ALREADY A NON-BUSINESS DAY - '
                          WS-CLOSED-REASON
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               END-IF
           END-IF
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-EARLY-COUNT
               IF WS-ECT-TYPE (WS-SUBSCRIPT) = ECL-OCCASION-TYPE
                       AND WS-ECT-DATE (WS-SUBSCRIPT) = ECL-DATE
                       AND WS-ECT-PROVINCE (WS-SUBSCRIPT)
                           = ECL-SCOPE-PROVINCE
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MATCH-WAS-FOUND
               MOVE 'DUPLICATE OCCASION - FIRST CLOSING TIME WINS'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF.

      ******************************************************************
      * BRIDGEPOL.DAT - EACH POLICY'S OWN EDITS. A POLICY ON A        *
      * HOLIDAY THAT IS ALWAYS A MONDAY OR FRIDAY CAN NEVER FIRE.     *
      ******************************************************************
       2300-LINT-BRIDGE-POLICIES.
           MOVE 4 TO WS-FILE-INDEX
           OPEN INPUT BRIDGE-POLICY-FILE
           IF WS-BRIDGE-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ BRIDGE-POLICY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2310-CHECK-BRIDGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BRIDGE-POLICY-FILE
           END-IF.

      ******************************************************************
      * EDIT ONE BRIDGE POLICY                                        *
      ******************************************************************
       2310-CHECK-BRIDGE-RECORD.
           MOVE SPACES TO WS-FND-KEY
           STRING BPR-HOLIDAY-CODE ' ' BPR-SCOPE-PROVINCE
                  DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE BPR-HOLIDAY-CODE TO WS-BRIDGE-CODE
           IF NOT WS-BRIDGE-CODE-KNOWN
               MOVE 'HOLIDAY CODE IS NOT A STATUTORY HOLIDAY CODE'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF WS-BRIDGE-CODE-FLOATING
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'HOLIDAY IS NEVER A TUE/THU - '
                          'POLICY NEVER FIRES'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               END-IF
           END-IF
           IF BPR-DIRECTION NOT = 'B' AND BPR-DIRECTION NOT = 'F'
               MOVE 'DIRECTION IS NOT B OR F' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF BPR-SCOPE-PROVINCE NOT = SPACES
               MOVE BPR-SCOPE-PROVINCE TO WS-CHECK-PROVINCE
               PERFORM 8200-VALIDATE-PROVINCE
               IF NOT WS-PROVINCE-IS-VALID
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'SCOPE PROVINCE ' BPR-SCOPE-PROVINCE
                          ' REJECTED BY PROVINCIAL CHECK'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               END-IF
           END-IF
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-BRIDGE-COUNT
               IF WS-BPT-CODE (WS-SUBSCRIPT) = BPR-HOLIDAY-CODE
                       AND WS-BPT-PROVINCE (WS-SUBSCRIPT)
                           = BPR-SCOPE-PROVINCE
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MATCH-WAS-FOUND
               MOVE 'DUPLICATE POLICY - FIRST ONE IS APPLIED'
                   TO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF
           IF WS-FTL-RECORDS (WS-FILE-INDEX) > WS-BRIDGE-LIMIT
               MOVE 'BEYOND THE 20 POLICIES BRIDGE-DAY-CHECK LOADS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WS-BRIDGE-COUNT < 100
               ADD 1 TO WS-BRIDGE-COUNT
               MOVE BPR-HOLIDAY-CODE TO WS-BPT-CODE (WS-BRIDGE-COUNT)
               MOVE BPR-SCOPE-PROVINCE
                   TO WS-BPT-PROVINCE (WS-BRIDGE-COUNT)
           END-IF.

      ******************************************************************
      * RAILCAL.DAT - EACH OVERRIDE'S OWN EDITS, CONTRADICTING AND    *
      * DUPLICATE OVERRIDES, AND THE YEARS COVERED (FOR TZOFFSET)     *
      ******************************************************************
       2400-LINT-RAIL-CALENDAR.
           MOVE 5 TO WS-FILE-INDEX
           OPEN INPUT RAIL-CALENDAR-FILE
           IF WS-RAIL-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ RAIL-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2410-CHECK-RAIL-RECORD
                   END-READ
               END-PERFORM
               CLOSE RAIL-CALENDAR-FILE
           END-IF.

      ******************************************************************
      * EDIT ONE RAIL OVERRIDE                                        *
      ******************************************************************
       2410-CHECK-RAIL-RECORD.
           MOVE SPACES TO WS-FND-KEY
           STRING RCL-RAIL-CODE RCL-DATE
                  DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE RCL-RAIL-CODE TO WS-RAIL-CODE
           IF NOT WS-RAIL-CODE-KNOWN
               MOVE 'RAIL CODE IS NOT FEDW OR LYNX' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF RCL-OVERRIDE NOT = 'C' AND RCL-OVERRIDE NOT = 'O'
               MOVE 'OVERRIDE IS NOT C (CLOSED) OR O (OPEN)'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           MOVE RCL-DATE TO WS-CHECK-DATE
           PERFORM 8100-VALIDATE-DATE
           IF NOT WS-DATE-IS-VALID
               MOVE 'OVERRIDE DATE IS NOT A CALENDAR DATE'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF RCL-DATE (1:4) > WS-HORIZON-YEAR
                   MOVE 'DATE IS BEYOND THE MAX FUTURE YEARS WINDOW'
                       TO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               ELSE
                   IF WS-RAIL-FIRST-YEAR = 0
                           OR RCL-DATE (1:4) < WS-RAIL-FIRST-YEAR
                       MOVE RCL-DATE (1:4) TO WS-RAIL-FIRST-YEAR
                   END-IF
                   IF RCL-DATE (1:4) > WS-RAIL-LAST-YEAR
                       MOVE RCL-DATE (1:4) TO WS-RAIL-LAST-YEAR
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-RAIL-COUNT
               IF WS-RCT-CODE (WS-SUBSCRIPT) = RCL-RAIL-CODE
                       AND WS-RCT-DATE (WS-SUBSCRIPT) = RCL-DATE
                   IF WS-RCT-OVERRIDE (WS-SUBSCRIPT) = RCL-OVERRIDE
                       MOVE 'DUPLICATE OVERRIDE' TO WS-FND-TEXT
                       PERFORM 8000-WRITE-WARNING
                   ELSE
                       MOVE 'BOTH CLOSED AND OPEN OVERRIDES FOR THE DAY'
                           TO WS-FND-TEXT
                       PERFORM 8010-WRITE-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FTL-RECORDS (WS-FILE-INDEX) > WS-RAIL-LIMIT
               MOVE 'BEYOND THE 200 OVERRIDES THE RAIL CHECK LOADS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WS-RAIL-COUNT < 500
               ADD 1 TO WS-RAIL-COUNT
               MOVE RCL-RAIL-CODE TO WS-RCT-CODE (WS-RAIL-COUNT)
               MOVE RCL-DATE TO WS-RCT-DATE (WS-RAIL-COUNT)
               MOVE RCL-OVERRIDE TO WS-RCT-OVERRIDE (WS-RAIL-COUNT)
           END-IF.

      ******************************************************************
      * CALWKND.DAT - EACH PATTERN'S OWN EDITS, THEN EACH RAIL'S      *
      * PATTERN AGAINST ITS COUNTRY'S                                 *
      ******************************************************************
       2500-LINT-WEEKEND-PATTERNS.
           MOVE 6 TO WS-FILE-INDEX
           OPEN INPUT WEEKEND-PATTERN-FILE
           IF WS-WEEKEND-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ WEEKEND-PATTERN-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2510-CHECK-WEEKEND-RECORD
                   END-READ
               END-PERFORM
               CLOSE WEEKEND-PATTERN-FILE
               MOVE 'LYNX' TO WS-RAIL-PATTERN-CODE
               MOVE 'CA' TO WS-COUNTRY-PATTERN-CODE
               PERFORM 2520-COMPARE-RAIL-TO-COUNTRY
               MOVE 'FEDW' TO WS-RAIL-PATTERN-CODE
               MOVE 'US' TO WS-COUNTRY-PATTERN-CODE
               PERFORM 2520-COMPARE-RAIL-TO-COUNTRY
           END-IF.

      ******************************************************************
      * EDIT ONE WEEKEND PATTERN                                      *
      ******************************************************************
       2510-CHECK-WEEKEND-RECORD.
           MOVE WKP-CALENDAR-CODE TO WS-FND-KEY
           IF WKP-CALENDAR-CODE = SPACES
               MOVE 'CALENDAR CODE IS BLANK' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WKP-WEEKEND-DAY-1 IS NOT NUMERIC
                   OR WKP-WEEKEND-DAY-1 > 6
               MOVE 'WEEKEND DAY 1 IS NOT 0-6' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WKP-WEEKEND-DAY-2 IS NOT NUMERIC
                   OR (WKP-WEEKEND-DAY-2 > 6
                       AND WKP-WEEKEND-DAY-2 NOT = 9)
               MOVE 'WEEKEND DAY 2 IS NOT 0-6 OR 9' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF WKP-WEEKEND-DAY-2 = WKP-WEEKEND-DAY-1
                   MOVE 'BOTH WEEKEND DAYS ARE THE SAME DAY'
                       TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               END-IF
           END-IF
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-WEEKEND-COUNT
               IF WS-WKT-CODE (WS-SUBSCRIPT) = WKP-CALENDAR-CODE
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MATCH-WAS-FOUND
               MOVE 'DUPLICATE CALENDAR CODE - FIRST ONE IS USED'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WS-FTL-RECORDS (WS-FILE-INDEX) > WS-WEEKEND-LIMIT
               MOVE 'BEYOND THE 20 PATTERNS THE LOOKUP LOADS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF WS-WEEKEND-COUNT < 100
               ADD 1 TO WS-WEEKEND-COUNT
               MOVE WKP-CALENDAR-CODE TO WS-WKT-CODE (WS-WEEKEND-COUNT)
               MOVE WKP-WEEKEND-DAY-1
                   TO WS-WKT-DAY-1 (WS-WEEKEND-COUNT)
               MOVE WKP-WEEKEND-DAY-2
                   TO WS-WKT-DAY-2 (WS-WEEKEND-COUNT)
           END-IF.

      ******************************************************************
      * A RAIL SETTLES IN ITS COUNTRY, SO THE TWO SHOULD SHARE A      *
      * WEEKEND. EITHER SIDE WITH NO RECORD ANSWERS SATURDAY/SUNDAY.  *
      ******************************************************************
       2520-COMPARE-RAIL-TO-COUNTRY.
           MOVE WS-RAIL-PATTERN-CODE TO WS-PATTERN-LOOKUP-CODE
           PERFORM 2530-LOOK-UP-PATTERN
           MOVE WS-PATTERN-FOUND TO WS-RAIL-PATTERN-FOUND
           MOVE WS-PATTERN-DAY-1 TO WS-RAIL-PATTERN-LOW
           MOVE WS-PATTERN-DAY-2 TO WS-RAIL-PATTERN-HIGH
           MOVE WS-COUNTRY-PATTERN-CODE TO WS-PATTERN-LOOKUP-CODE
           PERFORM 2530-LOOK-UP-PATTERN
           MOVE WS-PATTERN-FOUND TO WS-CTRY-PATTERN-FOUND
           MOVE WS-PATTERN-DAY-1 TO WS-CTRY-PATTERN-LOW
           MOVE WS-PATTERN-DAY-2 TO WS-CTRY-PATTERN-HIGH
           IF (WS-RAIL-PATTERN-FOUND = 'Y'
                   OR WS-CTRY-PATTERN-FOUND = 'Y')
                   AND (WS-RAIL-PATTERN-LOW NOT = WS-CTRY-PATTERN-LOW
                     OR WS-RAIL-PATTERN-HIGH NOT = WS-CTRY-PATTERN-HIGH)
               MOVE WS-RAIL-PATTERN-CODE TO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING 'WEEKEND DIFFERS FROM ITS COUNTRY '
                      WS-COUNTRY-PATTERN-CODE (1:2)
                      DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8000-WRITE-WARNING
           END-IF.

      ******************************************************************
      * THE PATTERN FOR WS-PATTERN-LOOKUP-CODE, LOW DAY FIRST, OR THE *
      * SATURDAY/SUNDAY DEFAULT                                       *
      ******************************************************************
       2530-LOOK-UP-PATTERN.
           MOVE 'N' TO WS-PATTERN-FOUND
           MOVE 0 TO WS-PATTERN-DAY-1
           MOVE 6 TO WS-PATTERN-DAY-2
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-WEEKEND-COUNT
                      OR WS-PATTERN-FOUND = 'Y'
               IF WS-WKT-CODE (WS-SUBSCRIPT) = WS-PATTERN-LOOKUP-CODE
                   MOVE 'Y' TO WS-PATTERN-FOUND
                   IF WS-WKT-DAY-1 (WS-SUBSCRIPT)
                           <= WS-WKT-DAY-2 (WS-SUBSCRIPT)
                       MOVE WS-WKT-DAY-1 (WS-SUBSCRIPT)
                           TO WS-PATTERN-DAY-1
                       MOVE WS-WKT-DAY-2 (WS-SUBSCRIPT)
                           TO WS-PATTERN-DAY-2
                   ELSE
                       MOVE WS-WKT-DAY-2 (WS-SUBSCRIPT)
                           TO WS-PATTERN-DAY-1
                       MOVE WS-WKT-DAY-1 (WS-SUBSCRIPT)
                           TO WS-PATTERN-DAY-2
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * TZOFFSET.DAT - EACH RECORD'S OWN EDITS, THEN EVERY CENTRE     *
      * MUST HAVE A YEAR FOR THE BASE YEAR AND EVERY YEAR RAILCAL     *
      * COVERS, OR THE UTC CUT-OFF CHECK FAILS (RC 07) THAT YEAR      *
      ******************************************************************
       2600-LINT-TIME-ZONE-OFFSETS.
           MOVE 7 TO WS-FILE-INDEX
           OPEN INPUT OFFSET-TABLE-FILE
           IF WS-OFFSET-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ OFFSET-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2610-CHECK-OFFSET-RECORD
                   END-READ
               END-PERFORM
               CLOSE OFFSET-TABLE-FILE
               PERFORM 2620-CHECK-YEAR-COVERAGE
           ELSE
               MOVE SPACES TO WS-FND-KEY
               MOVE 'NOT AVAILABLE - EVERY UTC CUT-OFF CHECK FAILS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF.

      ******************************************************************
      * EDIT ONE CENTRE/YEAR OFFSET RECORD                            *
      ******************************************************************
       2610-CHECK-OFFSET-RECORD.
           MOVE SPACES TO WS-FND-KEY
           STRING TZO-CENTRE-CODE ' ' TZO-YEAR
                  DELIMITED BY SIZE INTO WS-FND-KEY
           IF TZO-CENTRE-CODE = SPACES
               MOVE 'CENTRE CODE IS BLANK' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF TZO-YEAR IS NOT NUMERIC
               MOVE 'YEAR IS NOT NUMERIC' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF TZO-STD-OFFSET IS NOT NUMERIC
                   OR TZO-DST-OFFSET IS NOT NUMERIC
               MOVE 'AN OFFSET IS NOT NUMERIC' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF TZO-STD-OFFSET < -840 OR TZO-STD-OFFSET > 840
                       OR TZO-DST-OFFSET < -840
                       OR TZO-DST-OFFSET > 840
                   MOVE 'AN OFFSET IS OUTSIDE -840 TO +840 MINUTES'
                       TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               END-IF
           END-IF
           IF TZO-DST-START IS NOT NUMERIC
                   OR TZO-DST-END IS NOT NUMERIC
               MOVE 'A DST DATE IS NOT NUMERIC' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF TZO-DST-START > 0 OR TZO-DST-END > 0
                   PERFORM 2615-CHECK-DST-DATES
               END-IF
           END-IF
           IF TZO-YEAR IS NUMERIC
               PERFORM 2618-KEEP-OFFSET-YEAR
           END-IF
           IF WS-FTL-RECORDS (WS-FILE-INDEX) > WS-OFFSET-LIMIT
               MOVE 'BEYOND THE 100 RECORDS THE CUT-OFF CHECK LOADS'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF.

      ******************************************************************
      * BOTH DST DATES MUST FALL IN THE RECORD'S OWN YEAR, IN ORDER   *
      ******************************************************************
       2615-CHECK-DST-DATES.
           MOVE TZO-DST-START TO WS-CHECK-DATE
           PERFORM 8100-VALIDATE-DATE
           IF WS-DATE-IS-VALID
               MOVE TZO-DST-END TO WS-CHECK-DATE
               PERFORM 8100-VALIDATE-DATE
           END-IF
           IF NOT WS-DATE-IS-VALID
               MOVE 'A DST DATE IS NOT A CALENDAR DATE'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF TZO-DST-START (1:4) NOT = TZO-YEAR
                       OR TZO-DST-END (1:4) NOT = TZO-YEAR
                   MOVE 'DST DATES ARE NOT IN THE RECORD YEAR'
                       TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               ELSE
                   IF TZO-DST-START NOT < TZO-DST-END
                       MOVE 'DST START IS NOT BEFORE DST END'
                           TO WS-FND-TEXT
                       PERFORM 8010-WRITE-ERROR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * KEEP THE CENTRE/YEAR, FLAGGING A DUPLICATE, AND REGISTER THE  *
      * CENTRE                                                        *
      ******************************************************************
       2618-KEEP-OFFSET-YEAR.
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-OFFSET-COUNT
               IF WS-OFT-CENTRE (WS-SUBSCRIPT) = TZO-CENTRE-CODE
                       AND WS-OFT-YEAR (WS-SUBSCRIPT) = TZO-YEAR
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MATCH-WAS-FOUND
               MOVE 'DUPLICATE CENTRE/YEAR - FIRST ONE IS USED'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF WS-OFFSET-COUNT < 300
                   ADD 1 TO WS-OFFSET-COUNT
                   MOVE TZO-CENTRE-CODE
                       TO WS-OFT-CENTRE (WS-OFFSET-COUNT)
                   MOVE TZO-YEAR TO WS-OFT-YEAR (WS-OFFSET-COUNT)
               END-IF
           END-IF
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-CENTRE-INDEX FROM 1 BY 1
                   UNTIL WS-CENTRE-INDEX > WS-CENTRE-COUNT
               IF WS-CENTRE-CODE (WS-CENTRE-INDEX) = TZO-CENTRE-CODE
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF NOT WS-MATCH-WAS-FOUND AND WS-CENTRE-COUNT < 50
               ADD 1 TO WS-CENTRE-COUNT
               MOVE TZO-CENTRE-CODE TO WS-CENTRE-CODE (WS-CENTRE-COUNT)
           END-IF.

      ******************************************************************
      * EVERY CENTRE, EVERY YEAR FROM THE EARLIER OF THE BASE YEAR    *
      * AND RAILCAL'S FIRST YEAR TO THE LATER OF THE BASE YEAR AND    *
      * RAILCAL'S LAST YEAR                                           *
      ******************************************************************
       2620-CHECK-YEAR-COVERAGE.
           MOVE WS-BASE-YEAR TO WS-COVER-FIRST-YEAR
           MOVE WS-BASE-YEAR TO WS-COVER-LAST-YEAR
           IF WS-RAIL-FIRST-YEAR > 0
                   AND WS-RAIL-FIRST-YEAR < WS-COVER-FIRST-YEAR
               MOVE WS-RAIL-FIRST-YEAR TO WS-COVER-FIRST-YEAR
           END-IF
           IF WS-RAIL-LAST-YEAR > WS-COVER-LAST-YEAR
               MOVE WS-RAIL-LAST-YEAR TO WS-COVER-LAST-YEAR
           END-IF
           PERFORM VARYING WS-CENTRE-INDEX FROM 1 BY 1
                   UNTIL WS-CENTRE-INDEX > WS-CENTRE-COUNT
               PERFORM VARYING WS-COVER-YEAR
                       FROM WS-COVER-FIRST-YEAR BY 1
                       UNTIL WS-COVER-YEAR > WS-COVER-LAST-YEAR
                   PERFORM 2630-CHECK-CENTRE-YEAR
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * IS THERE A RECORD FOR THIS CENTRE AND YEAR?                   *
      ******************************************************************
       2630-CHECK-CENTRE-YEAR.
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-OFFSET-COUNT
                      OR WS-MATCH-WAS-FOUND
               IF WS-OFT-CENTRE (WS-SUBSCRIPT)
                       = WS-CENTRE-CODE (WS-CENTRE-INDEX)
                       AND WS-OFT-YEAR (WS-SUBSCRIPT) = WS-COVER-YEAR
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF NOT WS-MATCH-WAS-FOUND
               MOVE SPACES TO WS-FND-KEY
               STRING WS-CENTRE-CODE (WS-CENTRE-INDEX) ' '
                      WS-COVER-YEAR
                      DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               IF WS-COVER-YEAR = WS-BASE-YEAR
                   STRING 'NO OFFSET RECORD FOR THE BASE YEAR '
                          WS-COVER-YEAR
                          DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   STRING 'NO OFFSET RECORD FOR ' WS-COVER-YEAR
                          ' - A YEAR RAILCAL COVERS'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
               PERFORM 8010-WRITE-ERROR
           END-IF.

      ******************************************************************
      * CDSTREAM.DAT - A STREAM THE GATE CANNOT EVALUATE IS GATED ON  *
      * THE WRONG QUESTION, SO THOSE FINDINGS ARE SEVERE              *
      ******************************************************************
       2700-LINT-STREAM-CONTROL.
           MOVE 8 TO WS-FILE-INDEX
           OPEN INPUT STREAM-CONTROL-FILE
           IF WS-STREAM-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ STREAM-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2710-CHECK-STREAM-RECORD
                   END-READ
               END-PERFORM
               CLOSE STREAM-CONTROL-FILE
           END-IF.

      ******************************************************************
      * EDIT ONE STREAM AGAINST THE RULE IT NAMES                     *
      ******************************************************************
       2710-CHECK-STREAM-RECORD.
           MOVE SCR-STREAM-ID TO WS-FND-KEY
           IF SCR-STREAM-ID = SPACES
               MOVE 'STREAM ID IS BLANK' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN SCR-RULE-PROVINCE
                   MOVE SCR-PROVINCE-CODE TO WS-CHECK-PROVINCE
                   IF WS-CHECK-PROVINCE = SPACES
                       MOVE 'N' TO WS-PROVINCE-VALID
                   ELSE
                       PERFORM 8200-VALIDATE-PROVINCE
                   END-IF
                   IF NOT WS-PROVINCE-IS-VALID
                       MOVE SPACES TO WS-FND-TEXT
                       STRING 'PROVINCE ''' SCR-PROVINCE-CODE
                              ''' REJECTED BY THE PROVINCIAL CHECK'
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8020-WRITE-SEVERE
                   END-IF
               WHEN SCR-RULE-TWO-COUNTRY
                   MOVE SCR-COUNTRY-CODE-1 TO WS-COUNTRY-CODE
                   PERFORM 2720-CHECK-STREAM-COUNTRY
                   MOVE SCR-COUNTRY-CODE-2 TO WS-COUNTRY-CODE
                   PERFORM 2720-CHECK-STREAM-COUNTRY
                   IF SCR-COUNTRY-CODE-1 = SCR-COUNTRY-CODE-2
                       MOVE 'BOTH COUNTRIES ARE THE SAME COUNTRY'
                           TO WS-FND-TEXT
                       PERFORM 8000-WRITE-WARNING
                   END-IF
               WHEN SCR-RULE-IS-VALID
                   IF SCR-PROVINCE-CODE NOT = SPACES
                           OR SCR-COUNTRY-CODE-1 NOT = SPACES
                           OR SCR-COUNTRY-CODE-2 NOT = SPACES
                       MOVE SPACES TO WS-FND-TEXT
                       STRING 'PROVINCE/COUNTRY CODED BUT IGNORED '
                              'UNDER RULE ' SCR-CALENDAR-RULE
                              DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 8000-WRITE-WARNING
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'RULE ''' SCR-CALENDAR-RULE
                          ''' IS NOT F, P, B OR W - GATED NO-GO'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8020-WRITE-SEVERE
           END-EVALUATE
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-STREAM-COUNT
               IF WS-STREAM-ID (WS-SUBSCRIPT) = SCR-STREAM-ID
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MATCH-WAS-FOUND
               MOVE 'DUPLICATE STREAM ID - GATED TWICE'
                   TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF WS-STREAM-COUNT < 200
                   ADD 1 TO WS-STREAM-COUNT
                   MOVE SCR-STREAM-ID TO WS-STREAM-ID (WS-STREAM-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * A TWO-COUNTRY STREAM CAN ONLY NAME A COUNTRY THE MULTI-       *
      * COUNTRY CHECK KNOWS                                           *
      ******************************************************************
       2720-CHECK-STREAM-COUNTRY.
           IF NOT WS-COUNTRY-CODE-KNOWN
               MOVE SPACES TO WS-FND-TEXT
               STRING 'TWO-COUNTRY RULE WITH COUNTRY '''
                      WS-COUNTRY-CODE ''' - NOT CA OR US'
                      DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 8020-WRITE-SEVERE
           END-IF.

      ******************************************************************
      * CLOSTASK.DAT - EACH TASK'S OWN EDITS, THEN ITS ORDINAL IN THE *
      * BASE MONTH AND THE ELEVEN MONTHS AFTER IT                     *
      ******************************************************************
       2800-LINT-CLOSE-TASKS.
           MOVE 9 TO WS-FILE-INDEX
           OPEN INPUT TASK-FILE
           IF WS-TASK-FILE-OK
               MOVE 'Y' TO WS-FTL-PRESENT (WS-FILE-INDEX)
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ TASK-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FTL-RECORDS (WS-FILE-INDEX)
                           PERFORM 2810-CHECK-TASK-RECORD
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.

      ******************************************************************
      * EDIT ONE CLOSE TASK                                           *
      ******************************************************************
       2810-CHECK-TASK-RECORD.
           MOVE CTK-TASK-ID TO WS-FND-KEY
           IF CTK-TASK-ID = SPACES
               MOVE 'TASK ID IS BLANK' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           END-IF
           IF CTK-LAST-BUSINESS-DAY
               IF CTK-ORDINAL IS NUMERIC AND CTK-ORDINAL > 0
                   MOVE 'ORDINAL IS IGNORED WHEN THE LAST FLAG IS Y'
                       TO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               END-IF
           ELSE
               IF CTK-LAST-FLAG NOT = 'N' AND CTK-LAST-FLAG NOT = SPACE
                   MOVE 'LAST FLAG IS NOT Y OR N' TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               END-IF
               IF CTK-ORDINAL IS NOT NUMERIC OR CTK-ORDINAL = 0
                   MOVE 'NO ORDINAL AND NOT THE LAST BUSINESS DAY'
                       TO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               ELSE
                   PERFORM 2820-CHECK-ORDINAL-REACHED
               END-IF
           END-IF
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-TASK-COUNT
               IF WS-TASK-ID (WS-SUBSCRIPT) = CTK-TASK-ID
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           IF WS-MATCH-WAS-FOUND
               MOVE 'DUPLICATE TASK ID' TO WS-FND-TEXT
               PERFORM 8010-WRITE-ERROR
           ELSE
               IF WS-TASK-COUNT < 200
                   ADD 1 TO WS-TASK-COUNT
                   MOVE CTK-TASK-ID TO WS-TASK-ID (WS-TASK-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * ASK NTH-BUSINESS-DAY-OF-MONTH FOR THE ORDINAL IN EACH OF THE  *
      * TWELVE MONTHS - NEVER REACHED IS AN ERROR, SOMETIMES MISSED   *
      * IS A WARNING (THE TASK SILENTLY DOES NOT RUN THOSE MONTHS)    *
      ******************************************************************
       2820-CHECK-ORDINAL-REACHED.
           MOVE CTK-ORDINAL TO WS-NBM-ORDINAL
           MOVE 'N' TO WS-NBM-LAST-FLAG
           MOVE 0 TO WS-NBM-MISSED-MONTHS
           MOVE WS-BASE-YEAR-MONTH TO WS-WORK-YEAR-MONTH
           PERFORM VARYING WS-NBM-MONTH-NUMBER FROM 1 BY 1
                   UNTIL WS-NBM-MONTH-NUMBER > 12
               CALL 'NTH-BUSINESS-DAY-OF-MONTH' USING
                                            WS-WORK-YEAR-MONTH
                                            WS-NBM-ORDINAL
                                            WS-NBM-LAST-FLAG
                                            WS-NBM-CHECK-DATE
                                            WS-NBM-RESULT-DATE
                                            WS-NBM-MATCH-FLAG
                                            WS-NBM-RETURN-CODE
                                            WS-NBM-ERROR-MESSAGE
               IF WS-NBM-RETURN-CODE NOT = 0
                   ADD 1 TO WS-NBM-MISSED-MONTHS
               END-IF
               IF WS-WORK-MONTH = 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MONTH
               ELSE
                   ADD 1 TO WS-WORK-MONTH
               END-IF
           END-PERFORM
           MOVE CTK-ORDINAL TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN WS-NBM-MISSED-MONTHS = 12
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'ORDINAL ' WS-COUNT-EDIT
                          ' IS REACHED IN NONE OF THE 12 MONTHS'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8010-WRITE-ERROR
               WHEN WS-NBM-MISSED-MONTHS > 0
                   MOVE WS-NBM-MISSED-MONTHS TO WS-MISSED-EDIT
                   MOVE SPACES TO WS-FND-TEXT
                   STRING 'ORDINAL ' WS-COUNT-EDIT
                          ' IS NOT REACHED IN ' WS-MISSED-EDIT
                          ' OF THE 12 MONTHS'
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 8000-WRITE-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * SUMMARY - RECORDS READ PER FILE, FINDINGS BY SEVERITY, AND    *
      * THE STEP RETURN CODE                                          *
      ******************************************************************
       7000-WRITE-SUMMARY.
           IF WS-WARNING-COUNT = 0 AND WS-ERROR-COUNT = 0
                   AND WS-SEVERE-COUNT = 0
               MOVE '  NO FINDINGS - THE PARAMETER FILES AGREE'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE 'RECORDS READ' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 9
               MOVE WS-FILE-NAME (WS-FILE-INDEX) TO WS-TOT-FILE
               IF WS-FTL-PRESENT (WS-FILE-INDEX) = 'Y'
                   MOVE WS-FTL-RECORDS (WS-FILE-INDEX)
                       TO WS-TOTAL-COUNT-EDIT
                   MOVE WS-TOTAL-COUNT-EDIT TO WS-TOT-TEXT
               ELSE
                   MOVE 'NOT PRESENT' TO WS-TOT-TEXT
               END-IF
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'FINDINGS - SEVERE: ' WS-SEVERE-COUNT
                  '  ERROR: ' WS-ERROR-COUNT
                  '  WARNING: ' WS-WARNING-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'STEP RETURN CODE: ' WS-STEP-RETURN-CODE
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           IF WS-STEP-RETURN-CODE >= HSL-SEVERE
               MOVE ' - THE STREAM MUST NOT RUN'
                   TO WS-WORK-LINE (21:26)
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE REPORT-FILE
           DISPLAY 'CALENDAR-PARAMETER-LINT: ' WS-SEVERE-COUNT
               ' SEVERE, ' WS-ERROR-COUNT ' ERROR, '
               WS-WARNING-COUNT ' WARNING, RC ' WS-STEP-RETURN-CODE.

      ******************************************************************
      * WRITE ONE FINDING AT THE GIVEN SEVERITY AND RAISE THE STEP    *
      * RETURN CODE TO IT                                             *
      ******************************************************************
       8000-WRITE-WARNING.
           MOVE HSL-WARNING TO HRS-SEVERITY-CODE
           MOVE 'W' TO HRS-SEVERITY-LETTER
           ADD 1 TO WS-WARNING-COUNT
           PERFORM 8050-WRITE-FINDING-LINE.

       8010-WRITE-ERROR.
           MOVE HSL-ERROR TO HRS-SEVERITY-CODE
           MOVE 'E' TO HRS-SEVERITY-LETTER
           ADD 1 TO WS-ERROR-COUNT
           PERFORM 8050-WRITE-FINDING-LINE.

       8020-WRITE-SEVERE.
           MOVE HSL-SEVERE TO HRS-SEVERITY-CODE
           MOVE 'S' TO HRS-SEVERITY-LETTER
           ADD 1 TO WS-SEVERE-COUNT
           PERFORM 8050-WRITE-FINDING-LINE.

       8050-WRITE-FINDING-LINE.
           MOVE HRS-SEVERITY-LETTER TO WS-DTL-SEVERITY
           MOVE WS-FILE-NAME (WS-FILE-INDEX) TO WS-DTL-FILE
           MOVE WS-FND-KEY TO WS-DTL-KEY
           MOVE WS-FND-TEXT TO WS-DTL-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF HRS-SEVERITY-CODE > WS-STEP-RETURN-CODE
               MOVE HRS-SEVERITY-CODE TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * IS WS-CHECK-DATE A REAL YYYYMMDD CALENDAR DATE?               *
      ******************************************************************
       8100-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-CHECK-DATE-X IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE) = 0
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
           END-IF.

      ******************************************************************
      * WOULD PROVINCIAL-HOLIDAY-CHECK ACCEPT WS-CHECK-PROVINCE? ASKED *
      * FOR A PLAIN MID-JANUARY DATE IN THE BASE YEAR SO ONLY THE     *
      * PROVINCE CAN BE REJECTED                                      *
      ******************************************************************
       8200-VALIDATE-PROVINCE.
           COMPUTE WS-PROBE-DATE = WS-BASE-YEAR * 10000 + 0115
           CALL 'PROVINCIAL-HOLIDAY-CHECK' USING WS-PROBE-DATE
                                              'Y'
                                              WS-CHECK-PROVINCE
                                              WS-PHC-HOLIDAY-FLAG
                                              WS-PHC-HOLIDAY-CODE
                                              WS-PHC-HOLIDAY-NAME
                                              WS-PHC-OBSERVED-DATE
                                              WS-PHC-RETURN-CODE
                                              WS-PHC-ERROR-MESSAGE
           IF WS-PHC-INVALID-PROVINCE
               MOVE 'N' TO WS-PROVINCE-VALID
           ELSE
               MOVE 'Y' TO WS-PROVINCE-VALID
           END-IF.

      ******************************************************************
      * IS WS-CHECK-DATE ALREADY A NON-BUSINESS DAY - A WEEKEND, A    *
      * STATUTORY HOLIDAY, OR THE FRIDAY/MONDAY OBSERVANCE OF ONE     *
      * FALLING ON THE ADJACENT WEEKEND (THE GATE'S OWN PROBE)        *
      ******************************************************************
       8300-CHECK-ALREADY-CLOSED.
           MOVE SPACES TO WS-CLOSED-REASON
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE), 7)
           IF WS-ON-A-WEEKEND
               MOVE 'WEEKEND' TO WS-CLOSED-REASON
           ELSE
               CALL 'STAT-HOLIDAY-CHECK' USING WS-CHECK-DATE
                                                'N'
                                                WS-SHC-HOLIDAY-FLAG
                                                WS-SHC-HOLIDAY-CODE
                                                WS-SHC-HOLIDAY-NAME
                                                WS-SHC-OBSERVED-DATE
                                                WS-SHC-RETURN-CODE
                                                WS-SHC-ERROR-MESSAGE
               IF WS-SHC-HOLIDAY-FLAG NOT = 'Y'
                   PERFORM 8310-CHECK-SHIFTED-HOLIDAY
               END-IF
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                   MOVE 'STATUTORY HOLIDAY' TO WS-CLOSED-REASON
               END-IF
           END-IF.

      ******************************************************************
      * A FRIDAY MAY BE THE OBSERVED DATE OF A SATURDAY HOLIDAY AND A *
      * MONDAY OF A SUNDAY HOLIDAY                                    *
      ******************************************************************
       8310-CHECK-SHIFTED-HOLIDAY.
           MOVE 'N' TO WS-SHC-HOLIDAY-FLAG
           MOVE 0 TO WS-ADJACENT-WEEKEND-DATE
           IF WS-DAY-OF-WEEK = 5
               COMPUTE WS-ADJACENT-WEEKEND-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1)
           END-IF
           IF WS-DAY-OF-WEEK = 1
               COMPUTE WS-ADJACENT-WEEKEND-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1)
           END-IF
           IF WS-ADJACENT-WEEKEND-DATE > 0
               CALL 'STAT-HOLIDAY-CHECK' USING
                                            WS-ADJACENT-WEEKEND-DATE
                                            'Y'
                                            WS-SHC-HOLIDAY-FLAG
                                            WS-SHC-HOLIDAY-CODE
                                            WS-SHC-HOLIDAY-NAME
                                            WS-SHC-OBSERVED-DATE
                                            WS-SHC-RETURN-CODE
                                            WS-SHC-ERROR-MESSAGE
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                       AND WS-SHC-OBSERVED-DATE = WS-CHECK-DATE
                   MOVE 'Y' TO WS-SHC-HOLIDAY-FLAG
               ELSE
                   MOVE 'N' TO WS-SHC-HOLIDAY-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * DOES AN ADHOCHOL CLOSURE COVER WS-CHECK-DATE FOR THE SCOPE IN *
      * WS-CHECK-PROVINCE (SPACES = NATIONAL)? FULL WHEN THE CLOSURE  *
      * APPLIES TO EVERYONE THE OCCASION APPLIES TO; PARTIAL WHEN A   *
      * NATIONAL OCCASION MEETS A PROVINCE-SCOPED CLOSURE             *
      ******************************************************************
       8400-FIND-AD-HOC-CLOSURE.
           MOVE 'N' TO WS-CLOSURE-HIT-KIND
           PERFORM VARYING WS-CLOSURE-INDEX FROM 1 BY 1
                   UNTIL WS-CLOSURE-INDEX > WS-CLOSURE-COUNT
                      OR WS-CLOSURE-HIT-FULL
               IF WS-CHECK-DATE >= WS-CLS-START-DATE (WS-CLOSURE-INDEX)
                       AND WS-CHECK-DATE
                           <= WS-CLS-END-DATE (WS-CLOSURE-INDEX)
                   PERFORM 8410-CLASSIFY-CLOSURE-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * HOW FAR DOES THE COVERING CLOSURE'S SCOPE REACH THE OCCASION? *
      ******************************************************************
       8410-CLASSIFY-CLOSURE-HIT.
           IF WS-CLS-SCOPE-PROVINCES (WS-CLOSURE-INDEX) = SPACES
               MOVE 'F' TO WS-CLOSURE-HIT-KIND
           ELSE
               IF WS-CHECK-PROVINCE = SPACES
                   MOVE 'P' TO WS-CLOSURE-HIT-KIND
               ELSE
                   PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                           UNTIL WS-SCOPE-INDEX > 10
                       IF WS-CLS-SCOPE-CODE
                               (WS-CLOSURE-INDEX, WS-SCOPE-INDEX)
                               = WS-CHECK-PROVINCE
                           MOVE 'F' TO WS-CLOSURE-HIT-KIND
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
