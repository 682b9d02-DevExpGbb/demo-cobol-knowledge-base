      ******************************************************************
      * PROGRAM: CALENDAR-ROLLOVER-READINESS                           *
      * PURPOSE: Check that next year's calendar data is in place     *
      *          before the scheduler, payroll and vendors need it    *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every autumn somebody remembered late that the coming year's *
      * calendar data had to be loaded, generated and acknowledged   *
      * before the first business day of January. This job runs     *
      * weekly from the autumn onward and prints a checklist on      *
      * CDROLL.RPT - one line per item, with the group that owns it  *
      * and READY or NOT READY, plus the reason when it is not:      *
      *                                                               *
      *   1 HOLREFTAB    the published federal schedule is loaded    *
      *                  for the year (HOLIDAY-REFERENCE-LOAD)        *
      *   2 HOLREFTAB    every published date for the year agrees    *
      *                  with STAT-HOLIDAY-CHECK (the check           *
      *                  HOLIDAY-CALENDAR-RECONCILE makes)            *
      *   3 EARLYCLS.DAT the year's dated ('D') early closes are     *
      *                  keyed - annual rules alone do not count     *
      *   4 RAILCAL.DAT  every rail on the file has entries for the  *
      *                  year                                         *
      *   5 TZOFFSET.DAT every processing centre on the file has its *
      *                  record for the year                          *
      *   6 PAYCAL.DAT   generated for the year and balanced to its  *
      *                  own HDR/TRL control records                  *
      *   7 PAYACK.DAT   payroll acknowledged every pay date sent,   *
      *                  as sent and applied                          *
      *   8 SCHEDHOL.DAT the scheduler deck carries the year's       *
      *                  HOLIDAY cards                                *
      *   9 CALEXT.DAT   the status extract is for the year, a       *
      *                  record per calendar day, balanced to its    *
      *                  TRL                                          *
      *                                                               *
      * The step return code escalates as the year approaches, in    *
      * the shared holiday-return-code bands, so the scheduler can    *
      * page harder the later it gets:                               *
      *                                                               *
      *   0  every item READY                                         *
      *   4  items outstanding, more than ERRD days to January 1st   *
      *   8  items outstanding, ERRD days or fewer to go              *
      *   12 items outstanding, SEVD days or fewer to go (or the     *
      *      year has already started)                                *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   YEAR=yyyy     - year to check (default next year)          *
      *   DATE=yyyymmdd - as-of date (default today)                 *
      *   ERRD=nnn      - days before January 1st the RC rises to 8  *
      *                   (default 090)                               *
      *   SEVD=nnn      - days before January 1st the RC rises to 12 *
      *                   (default 030)                               *
      *                                                               *
      * RETURN CODES: as above; 8 PARM error; 12 report could not be *
      * opened.                                                       *
      *                                                               *
      * INPUT:  HOLREFTAB, EARLYCLS.DAT, RAILCAL.DAT, TZOFFSET.DAT,  *
      *         PAYCAL.DAT, PAYACK.DAT, SCHEDHOL.DAT, CALEXT.DAT     *
      * OUTPUT: CDROLL.RPT - readiness checklist                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-ROLLOVER-READINESS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-TABLE-FILE ASSIGN TO 'HOLREFTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-TABLE-FILE-STATUS.
           SELECT EARLY-CLOSE-FILE ASSIGN TO 'EARLYCLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARLY-FILE-STATUS.
           SELECT RAIL-CALENDAR-FILE ASSIGN TO 'RAILCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAIL-FILE-STATUS.
           SELECT OFFSET-TABLE-FILE ASSIGN TO 'TZOFFSET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFSET-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO 'PAYACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT DECK-FILE ASSIGN TO 'SCHEDHOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'CALEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDROLL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-TABLE-FILE.
       01  REFERENCE-TABLE-RECORD.
           05  HRT-YEAR                    PIC 9(4).
           05  HRT-HOLIDAY-CODE            PIC X(4).
           05  HRT-OBSERVED-DATE           PIC 9(8).

       FD  EARLY-CLOSE-FILE.
       COPY 'early-close-calendar.cpy'.

       FD  RAIL-CALENDAR-FILE.
       01  RAIL-CALENDAR-RECORD.
           05  RCL-RAIL-CODE               PIC X(4).
           05  RCL-DATE                    PIC 9(8).
           05  RCL-OVERRIDE                PIC X(1).
           05  RCL-DESCRIPTION             PIC X(30).

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

       FD  PAY-CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  PAY-YEAR                    PIC 9(4).
           05  PAY-SEQUENCE                PIC 9(2).
           05  PAY-NOMINAL-DATE            PIC 9(8).
           05  PAY-DATE                    PIC 9(8).
           05  PAY-ADJUST-REASON           PIC X(8).
       01  CALENDAR-HEADER-RECORD.
           05  PCH-RECORD-TAG              PIC X(3).
           05  PCH-CREATION-DATE           PIC 9(8).
           05  PCH-PAY-YEAR                PIC 9(4).
           05  FILLER                      PIC X(15).
       01  CALENDAR-TRAILER-RECORD.
           05  PCT-RECORD-TAG              PIC X(3).
           05  PCT-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(20).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-PAY-YEAR                PIC 9(4).
           05  ACK-PAY-SEQUENCE            PIC 9(2).
           05  ACK-PAY-DATE                PIC 9(8).
           05  ACK-STATUS                  PIC X(1).
               88  ACK-APPLIED             VALUE 'A'.

       FD  DECK-FILE.
       01  DECK-RECORD.
           05  SDX-KEYWORD                 PIC X(8).
           05  FILLER                      PIC X(1).
           05  SDX-DATE                    PIC 9(8).
           05  FILLER                      PIC X(2).
           05  SDX-SOURCE-CODE             PIC X(4).
           05  FILLER                      PIC X(2).
           05  SDX-DESCRIPTION             PIC X(30).

       FD  EXTRACT-FILE.
       COPY 'calendar-extract.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-REF-TABLE-FILE-STATUS    PIC X(2).
               88  WS-REF-TABLE-FILE-OK    VALUE '00'.
           05  WS-EARLY-FILE-STATUS        PIC X(2).
               88  WS-EARLY-FILE-OK        VALUE '00'.
           05  WS-RAIL-FILE-STATUS         PIC X(2).
               88  WS-RAIL-FILE-OK         VALUE '00'.
           05  WS-OFFSET-FILE-STATUS       PIC X(2).
               88  WS-OFFSET-FILE-OK       VALUE '00'.
           05  WS-PAYCAL-FILE-STATUS       PIC X(2).
               88  WS-PAYCAL-FILE-OK       VALUE '00'.
           05  WS-ACK-FILE-STATUS          PIC X(2).
               88  WS-ACK-FILE-OK          VALUE '00'.
           05  WS-DECK-FILE-STATUS         PIC X(2).
               88  WS-DECK-FILE-OK         VALUE '00'.
           05  WS-EXTRACT-FILE-STATUS      PIC X(2).
               88  WS-EXTRACT-FILE-OK      VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * The shared severity scheme - the escalation bands
       COPY 'holiday-return-code.cpy'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(14)
               OCCURS 4 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-YEAR                PIC X(4).
           05  WS-PARM-DATE                PIC X(8).
           05  WS-PARM-DAYS                PIC X(3).

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-TARGET-YEAR              PIC 9(4) VALUE 0.
           05  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
           05  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-YEAR           PIC 9(4).
               10  WS-AS-OF-MONTH-DAY      PIC 9(4).
           05  WS-YEAR-START-DATE          PIC 9(8).
           05  WS-NEXT-YEAR-START-DATE     PIC 9(8).
           05  WS-DAYS-TO-YEAR-START       PIC S9(5) VALUE 0.
           05  WS-DAYS-EDIT                PIC -(4)9.
           05  WS-DAYS-IN-YEAR             PIC 9(3).
           05  WS-ERROR-DAYS               PIC 9(3) VALUE 090.
           05  WS-SEVERE-DAYS              PIC 9(3) VALUE 030.
           05  WS-END-OF-FILE              PIC X(1).
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-COUNT-EDIT               PIC Z(4)9.
           05  WS-SECOND-COUNT-EDIT        PIC Z(4)9.

      * The checklist - file, item and owning group per line
       01  WS-ITEM-DEFINITIONS.
           05  FILLER                      PIC X(44) VALUE
               'HOLREFTAB - SCHEDULE PUBLISHED    REF DATA  '.
           05  FILLER                      PIC X(44) VALUE
               'HOLREFTAB - RECONCILES            REF DATA  '.
           05  FILLER                      PIC X(44) VALUE
               'EARLYCLS - DATED EARLY CLOSES     BRANCH OPS'.
           05  FILLER                      PIC X(44) VALUE
               'RAILCAL - RAIL OVERRIDES          PAYMENTS  '.
           05  FILLER                      PIC X(44) VALUE
               'TZOFFSET - CENTRE UTC OFFSETS     TECH OPS  '.
           05  FILLER                      PIC X(44) VALUE
               'PAYCAL - PAY DATES GENERATED      PAYROLL   '.
           05  FILLER                      PIC X(44) VALUE
               'PAYACK - PAYROLL ACKNOWLEDGED     PAYROLL   '.
           05  FILLER                      PIC X(44) VALUE
               'SCHEDHOL - SCHEDULER DECK         SCHEDULING'.
           05  FILLER                      PIC X(44) VALUE
               'CALEXT - STATUS EXTRACT           CALENDAR  '.
       01  WS-ITEM-TABLE REDEFINES WS-ITEM-DEFINITIONS.
           05  WS-ITEM-ENTRY               OCCURS 9 TIMES.
               10  WS-ITM-DESCRIPTION      PIC X(34).
               10  WS-ITM-OWNER            PIC X(10).

      * The item being recorded
       01  WS-ITEM-RESULT-FIELDS.
           05  WS-ITEM-NUMBER              PIC 9(1).
           05  WS-ITEM-READY               PIC X(1).
               88  WS-ITEM-IS-READY        VALUE 'Y'.
           05  WS-ITEM-DETAIL              PIC X(50).
           05  WS-ITEMS-READY              PIC 9(1) VALUE 0.
           05  WS-ITEMS-OUTSTANDING        PIC 9(1) VALUE 0.

      * HOLREFTAB entries for the year and the reconcile outcome
       01  WS-REFERENCE-FIELDS.
           05  WS-REF-PRESENT              PIC X(1) VALUE 'N'.
               88  WS-REF-IS-PRESENT       VALUE 'Y'.
           05  WS-REF-YEAR-ENTRIES         PIC 9(3) VALUE 0.
           05  WS-REF-MISMATCHES           PIC 9(3) VALUE 0.
           05  WS-REF-FIRST-MISMATCH       PIC X(4) VALUE SPACES.
           05  WS-REF-CONFIRMED            PIC X(1).
               88  WS-REF-WAS-CONFIRMED    VALUE 'Y'.
           05  WS-PROBE-INTEGER            PIC 9(9).
           05  WS-PROBE-LAST-INTEGER       PIC 9(9).
           05  WS-PROBE-DATE               PIC 9(8).

      * Fields used to call STAT-HOLIDAY-CHECK
       01  WS-SHC-PARAMETERS.
           05  WS-SHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-SHC-HOLIDAY-CODE         PIC X(4).
           05  WS-SHC-HOLIDAY-NAME         PIC X(30).
           05  WS-SHC-OBSERVED-DATE        PIC 9(8).
           05  WS-SHC-RETURN-CODE          PIC 9(2).
           05  WS-SHC-ERROR-MESSAGE        PIC X(40).

      * Codes found on a file and whether each covers the year -
      * rails on RAILCAL, centres on TZOFFSET
       01  WS-COVERAGE-FIELDS.
           05  WS-COVER-PRESENT            PIC X(1).
               88  WS-COVER-FILE-PRESENT   VALUE 'Y'.
           05  WS-COVER-COUNT              PIC 9(2) VALUE 0.
           05  WS-COVER-INDEX              PIC 9(2).
           05  WS-COVER-CODE               PIC X(4).
           05  WS-COVER-IN-YEAR            PIC X(1).
           05  WS-COVER-MISSING            PIC 9(2).
           05  WS-COVER-FIRST-MISSING      PIC X(4).
       01  WS-COVERAGE-TABLE.
           05  WS-COVERAGE-ENTRY           OCCURS 50 TIMES.
               10  WS-CVT-CODE             PIC X(4).
               10  WS-CVT-IN-YEAR          PIC X(1).

      * PAYCAL pay dates for the year, for the PAYACK match
       01  WS-PAY-CALENDAR-FIELDS.
           05  WS-PAYCAL-READY             PIC X(1) VALUE 'N'.
               88  WS-PAYCAL-IS-READY      VALUE 'Y'.
           05  WS-PAYCAL-HEADER-YEAR       PIC 9(4) VALUE 0.
           05  WS-PAYCAL-HEADER-SEEN       PIC X(1).
           05  WS-PAYCAL-TRAILER-SEEN      PIC X(1).
           05  WS-PAYCAL-TRAILER-COUNT     PIC 9(7).
           05  WS-PAY-COUNT                PIC 9(3) VALUE 0.
           05  WS-PAY-RECORDS              PIC 9(7) VALUE 0.
           05  WS-PAY-INDEX                PIC 9(3).
           05  WS-PAY-UNACKED              PIC 9(3).
           05  WS-PAY-FIRST-UNACKED        PIC 9(2).
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY                OCCURS 60 TIMES.
               10  WS-PYT-SEQUENCE         PIC 9(2).
               10  WS-PYT-PAY-DATE         PIC 9(8).
               10  WS-PYT-ACKED            PIC X(1).

      * Counts for the single-file items
       01  WS-FILE-COUNT-FIELDS.
           05  WS-DATED-CLOSES             PIC 9(5).
           05  WS-DECK-CARDS               PIC 9(5).
           05  WS-EXTRACT-HEADER-YEAR      PIC 9(4).
           05  WS-EXTRACT-HEADER-SEEN      PIC X(1).
           05  WS-EXTRACT-TRAILER-SEEN     PIC X(1).
           05  WS-EXTRACT-TRAILER-COUNT    PIC 9(7).
           05  WS-EXTRACT-DETAILS          PIC 9(7).
           05  WS-EXTRACT-IN-YEAR          PIC 9(7).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'CALENDAR ROLLOVER READINESS CHECKLIST'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(41) VALUE
                   '  #  ITEM'.
               10  FILLER                  PIC X(39) VALUE
                   'OWNER       STATUS'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-ITEM-NUMBER      PIC 9(1).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-DESCRIPTION      PIC X(34).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-OWNER            PIC X(10).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-STATUS           PIC X(9).
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-REASON-LINE.
               10  FILLER                  PIC X(7)  VALUE SPACES.
               10  WS-RSN-TEXT             PIC X(50).
               10  FILLER                  PIC X(23) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH                 PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(40).

       PROCEDURE DIVISION USING PARM-FIELD.

      ******************************************************************
      * MAIN PROCESSING ROUTINE - ONE CHECKLIST ITEM AT A TIME, IN    *
      * THE ORDER THE DATA HAS TO BE READY                            *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2000-CHECK-REFERENCE-SCHEDULE
               PERFORM 2200-CHECK-EARLY-CLOSES
               PERFORM 2300-CHECK-RAIL-CALENDAR
               PERFORM 2400-CHECK-TIME-ZONE-OFFSETS
               PERFORM 2500-CHECK-PAY-CALENDAR
               PERFORM 2600-CHECK-PAYROLL-ACK
               PERFORM 2700-CHECK-SCHEDULER-DECK
               PERFORM 2800-CHECK-STATUS-EXTRACT
               PERFORM 7000-WRITE-SUMMARY
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - TAKE THE YEAR AND AS-OF DATE, WORK OUT HOW LONG  *
      * IS LEFT, AND OPEN THE REPORT                                  *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-STEP-RETURN-CODE = 0
               IF WS-TARGET-YEAR = 0
                   COMPUTE WS-TARGET-YEAR = WS-AS-OF-YEAR + 1
               END-IF
               IF WS-SEVERE-DAYS > WS-ERROR-DAYS
                   DISPLAY 'CALENDAR-ROLLOVER-READINESS: SEVD MAY '
                       'NOT EXCEED ERRD'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               COMPUTE WS-YEAR-START-DATE =
                   WS-TARGET-YEAR * 10000 + 0101
               COMPUTE WS-NEXT-YEAR-START-DATE =
                   (WS-TARGET-YEAR + 1) * 10000 + 0101
               COMPUTE WS-DAYS-TO-YEAR-START =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               COMPUTE WS-DAYS-IN-YEAR =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-YEAR-START-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE)
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'CALENDAR-ROLLOVER-READINESS: UNABLE TO '
                       'OPEN CDROLL.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   MOVE WS-DAYS-TO-YEAR-START TO WS-DAYS-EDIT
                   MOVE SPACES TO WS-WORK-LINE
                   STRING 'YEAR: ' WS-TARGET-YEAR
                          '  AS OF: ' WS-AS-OF-DATE
                          '  DAYS TO JANUARY 1ST: ' WS-DAYS-EDIT
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   WRITE REPORT-LINE FROM WS-HEADING-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               END-IF
           END-IF.

      ******************************************************************
      * PARSE THE RUN PARM - COMMA-SEPARATED KEYWORDS, IN ANY ORDER  *
      ******************************************************************
       1100-PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                          WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 40
               UNSTRING PARM-DATA (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-TOKEN (1)
                        WS-PARM-TOKEN (2)
                        WS-PARM-TOKEN (3)
                        WS-PARM-TOKEN (4)
               END-UNSTRING
               PERFORM 1110-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 4
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD - ANY MALFORMED VALUE IS A PARM ERROR  *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5)
                       = 'YEAR='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:4)
                       TO WS-PARM-YEAR
                   IF WS-PARM-YEAR IS NUMERIC
                           AND WS-PARM-YEAR >= '1900'
                       MOVE WS-PARM-YEAR TO WS-TARGET-YEAR
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5)
                       = 'DATE='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PARM-DATE
                   IF WS-PARM-DATE IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL(WS-PARM-DATE)) = 0
                           MOVE WS-PARM-DATE TO WS-AS-OF-DATE
                       ELSE
                           PERFORM 1120-REJECT-PARM-TOKEN
                       END-IF
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5)
                       = 'ERRD='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:3)
                       TO WS-PARM-DAYS
                   IF WS-PARM-DAYS IS NUMERIC
                       MOVE WS-PARM-DAYS TO WS-ERROR-DAYS
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5)
                       = 'SEVD='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:3)
                       TO WS-PARM-DAYS
                   IF WS-PARM-DAYS IS NUMERIC
                       MOVE WS-PARM-DAYS TO WS-SEVERE-DAYS
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 1120-REJECT-PARM-TOKEN
           END-EVALUATE.

       1120-REJECT-PARM-TOKEN.
           DISPLAY 'CALENDAR-ROLLOVER-READINESS: INVALID PARM '
               'KEYWORD ' WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 8 TO WS-STEP-RETURN-CODE.

      ******************************************************************
      * ITEMS 1 AND 2 - HOLREFTAB CARRIES THE YEAR'S PUBLISHED        *
      * SCHEDULE, AND EVERY PUBLISHED DATE AGREES WITH THE COMPUTED   *
      * CALENDAR                                                      *
      ******************************************************************
       2000-CHECK-REFERENCE-SCHEDULE.
           OPEN INPUT REFERENCE-TABLE-FILE
           IF WS-REF-TABLE-FILE-OK
               MOVE 'Y' TO WS-REF-PRESENT
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ REFERENCE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF HRT-YEAR = WS-TARGET-YEAR
                               ADD 1 TO WS-REF-YEAR-ENTRIES
                               PERFORM 2100-CONFIRM-REFERENCE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-TABLE-FILE
           END-IF
           MOVE 1 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-REF-IS-PRESENT
                   MOVE 'N' TO WS-ITEM-READY
                   MOVE 'FILE NOT PRESENT - RUN HOLIDAY-REFERENCE-LOAD'
                       TO WS-ITEM-DETAIL
               WHEN WS-REF-YEAR-ENTRIES = 0
                   MOVE 'N' TO WS-ITEM-READY
                   STRING 'NO PUBLISHED DATES FOR ' WS-TARGET-YEAR
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-READY
                   MOVE WS-REF-YEAR-ENTRIES TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' PUBLISHED HOLIDAY DATES'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE
           PERFORM 8000-RECORD-ITEM
           MOVE 2 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN WS-REF-YEAR-ENTRIES = 0
                   MOVE 'N' TO WS-ITEM-READY
                   MOVE 'NOTHING PUBLISHED TO RECONCILE'
                       TO WS-ITEM-DETAIL
               WHEN WS-REF-MISMATCHES > 0
                   MOVE 'N' TO WS-ITEM-READY
                   MOVE WS-REF-MISMATCHES TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' DISAGREE WITH COMPUTED DATES '
                          '(FIRST ' WS-REF-FIRST-MISMATCH ')'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-READY
           END-EVALUATE
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * DOES STAT-HOLIDAY-CHECK PRODUCE THIS PUBLISHED DATE FOR THIS  *
      * HOLIDAY CODE? THE ACTUAL-DATE CALL RETURNS THE OBSERVED DATE, *
      * WHICH IS AT MOST ONE DAY BEFORE (SATURDAY TO FRIDAY) OR THREE *
      * AFTER (A SATURDAY CHRISTMAS PUSHING BOXING DAY) THE ACTUAL    *
      * DATE, SO ONLY THAT WINDOW IS PROBED                           *
      ******************************************************************
       2100-CONFIRM-REFERENCE-ENTRY.
           MOVE 'N' TO WS-REF-CONFIRMED
           IF FUNCTION TEST-DATE-YYYYMMDD (HRT-OBSERVED-DATE) = 0
               COMPUTE WS-PROBE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(HRT-OBSERVED-DATE) - 3
               COMPUTE WS-PROBE-LAST-INTEGER = WS-PROBE-INTEGER + 4
               PERFORM UNTIL WS-PROBE-INTEGER > WS-PROBE-LAST-INTEGER
                       OR WS-REF-WAS-CONFIRMED
                   COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PROBE-INTEGER)
                   CALL 'STAT-HOLIDAY-CHECK' USING WS-PROBE-DATE
                                                    'Y'
                                                    WS-SHC-HOLIDAY-FLAG
                                                    WS-SHC-HOLIDAY-CODE
                                                    WS-SHC-HOLIDAY-NAME
                                                   WS-SHC-OBSERVED-DATE
                                                    WS-SHC-RETURN-CODE
                                                   WS-SHC-ERROR-MESSAGE
                   IF WS-SHC-HOLIDAY-FLAG = 'Y'
                           AND WS-SHC-HOLIDAY-CODE = HRT-HOLIDAY-CODE
                           AND WS-SHC-OBSERVED-DATE
                               = HRT-OBSERVED-DATE
                       MOVE 'Y' TO WS-REF-CONFIRMED
                   END-IF
                   ADD 1 TO WS-PROBE-INTEGER
               END-PERFORM
           END-IF
           IF NOT WS-REF-WAS-CONFIRMED
               ADD 1 TO WS-REF-MISMATCHES
               IF WS-REF-FIRST-MISMATCH = SPACES
                   MOVE HRT-HOLIDAY-CODE TO WS-REF-FIRST-MISMATCH
               END-IF
           END-IF.

      ******************************************************************
      * ITEM 3 - EARLYCLS.DAT CARRIES THE YEAR'S DATED EARLY CLOSES   *
      ******************************************************************
       2200-CHECK-EARLY-CLOSES.
           MOVE 3 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE 0 TO WS-DATED-CLOSES
           OPEN INPUT EARLY-CLOSE-FILE
           IF WS-EARLY-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ EARLY-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF ECL-DATED-OCCASION
                                   AND ECL-DATE (1:4)
                                       = WS-TARGET-YEAR
                               ADD 1 TO WS-DATED-CLOSES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARLY-CLOSE-FILE
               IF WS-DATED-CLOSES > 0
                   MOVE 'Y' TO WS-ITEM-READY
                   MOVE WS-DATED-CLOSES TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' DATED OCCASIONS'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               ELSE
                   MOVE 'N' TO WS-ITEM-READY
                   STRING 'NO DATED OCCASIONS FOR ' WS-TARGET-YEAR
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               END-IF
           ELSE
               MOVE 'N' TO WS-ITEM-READY
               MOVE 'FILE NOT PRESENT' TO WS-ITEM-DETAIL
           END-IF
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * ITEM 4 - EVERY RAIL ON RAILCAL.DAT HAS ENTRIES FOR THE YEAR   *
      ******************************************************************
       2300-CHECK-RAIL-CALENDAR.
           MOVE 4 TO WS-ITEM-NUMBER
           MOVE 0 TO WS-COVER-COUNT
           MOVE 'N' TO WS-COVER-PRESENT
           OPEN INPUT RAIL-CALENDAR-FILE
           IF WS-RAIL-FILE-OK
               MOVE 'Y' TO WS-COVER-PRESENT
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ RAIL-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RCL-RAIL-CODE TO WS-COVER-CODE
                           MOVE 'N' TO WS-COVER-IN-YEAR
                           IF RCL-DATE (1:4) = WS-TARGET-YEAR
                               MOVE 'Y' TO WS-COVER-IN-YEAR
                           END-IF
                           PERFORM 8100-NOTE-COVERAGE
                   END-READ
               END-PERFORM
               CLOSE RAIL-CALENDAR-FILE
           END-IF
           PERFORM 8200-ASSESS-COVERAGE.

      ******************************************************************
      * ITEM 5 - EVERY CENTRE ON TZOFFSET.DAT HAS ITS YEAR RECORD     *
      ******************************************************************
       2400-CHECK-TIME-ZONE-OFFSETS.
           MOVE 5 TO WS-ITEM-NUMBER
           MOVE 0 TO WS-COVER-COUNT
           MOVE 'N' TO WS-COVER-PRESENT
           OPEN INPUT OFFSET-TABLE-FILE
           IF WS-OFFSET-FILE-OK
               MOVE 'Y' TO WS-COVER-PRESENT
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ OFFSET-TABLE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE TZO-CENTRE-CODE TO WS-COVER-CODE
                           MOVE 'N' TO WS-COVER-IN-YEAR
                           IF TZO-YEAR = WS-TARGET-YEAR
                               MOVE 'Y' TO WS-COVER-IN-YEAR
                           END-IF
                           PERFORM 8100-NOTE-COVERAGE
                   END-READ
               END-PERFORM
               CLOSE OFFSET-TABLE-FILE
           END-IF
           PERFORM 8200-ASSESS-COVERAGE.

      ******************************************************************
      * ITEM 6 - PAYCAL.DAT WAS GENERATED FOR THE YEAR AND BALANCES   *
      * TO ITS OWN HDR/TRL CONTROL RECORDS. THE PAY DATES ARE KEPT    *
      * FOR THE ACKNOWLEDGMENT MATCH.                                 *
      ******************************************************************
       2500-CHECK-PAY-CALENDAR.
           MOVE 6 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE 'N' TO WS-PAYCAL-HEADER-SEEN WS-PAYCAL-TRAILER-SEEN
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAYCAL-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2510-KEEP-PAY-CALENDAR-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF
           MOVE 'N' TO WS-ITEM-READY
           EVALUATE TRUE
               WHEN NOT WS-PAYCAL-FILE-OK
                   STRING 'FILE NOT PRESENT - RUN '
                          'PAYROLL-PAYDATE-CALENDAR'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN WS-PAYCAL-HEADER-SEEN NOT = 'Y'
                   MOVE 'HEADER CONTROL RECORD MISSING'
                       TO WS-ITEM-DETAIL
               WHEN WS-PAYCAL-HEADER-YEAR NOT = WS-TARGET-YEAR
                   STRING 'FILE IS FOR ' WS-PAYCAL-HEADER-YEAR
                          ' - NOT YET GENERATED FOR ' WS-TARGET-YEAR
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN WS-PAYCAL-TRAILER-SEEN NOT = 'Y'
                   MOVE 'TRAILER CONTROL RECORD MISSING'
                       TO WS-ITEM-DETAIL
               WHEN WS-PAYCAL-TRAILER-COUNT NOT = WS-PAY-RECORDS
                   MOVE 'TRAILER COUNT DISAGREES WITH RECORDS READ'
                       TO WS-ITEM-DETAIL
               WHEN WS-PAY-COUNT = 0
                   MOVE 'NO PAY DATES ON THE FILE' TO WS-ITEM-DETAIL
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-READY
                   MOVE 'Y' TO WS-PAYCAL-READY
                   MOVE WS-PAY-COUNT TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' PAY DATES, BALANCED'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * SORT ONE PAYCAL RECORD INTO HEADER, TRAILER OR PAY DATE       *
      ******************************************************************
       2510-KEEP-PAY-CALENDAR-RECORD.
           EVALUATE PCH-RECORD-TAG
               WHEN 'HDR'
                   MOVE 'Y' TO WS-PAYCAL-HEADER-SEEN
                   MOVE PCH-PAY-YEAR TO WS-PAYCAL-HEADER-YEAR
               WHEN 'TRL'
                   MOVE 'Y' TO WS-PAYCAL-TRAILER-SEEN
                   MOVE PCT-RECORD-COUNT TO WS-PAYCAL-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PAY-RECORDS
                   IF PAY-YEAR = WS-TARGET-YEAR
                           AND WS-PAY-COUNT < 60
                       ADD 1 TO WS-PAY-COUNT
                       MOVE PAY-SEQUENCE
                           TO WS-PYT-SEQUENCE (WS-PAY-COUNT)
                       MOVE PAY-DATE TO WS-PYT-PAY-DATE (WS-PAY-COUNT)
                       MOVE 'N' TO WS-PYT-ACKED (WS-PAY-COUNT)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * ITEM 7 - PAYROLL ACKNOWLEDGED EVERY PAY DATE SENT, WITH THE   *
      * DATE AS SENT AND AN APPLIED STATUS (THE TEST                  *
      * PAYROLL-ACK-RECONCILE MAKES, NARROWED TO THE YEAR)            *
      ******************************************************************
       2600-CHECK-PAYROLL-ACK.
           MOVE 7 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE 'N' TO WS-ITEM-READY
           IF NOT WS-PAYCAL-IS-READY
               STRING 'NOTHING TO ACKNOWLEDGE - PAYCAL NOT READY'
                      DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           ELSE
               OPEN INPUT ACK-FILE
               IF WS-ACK-FILE-OK
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ ACK-FILE
                           AT END
                               MOVE 'Y' TO WS-END-OF-FILE
                           NOT AT END
                               IF ACK-PAY-YEAR = WS-TARGET-YEAR
                                       AND ACK-APPLIED
                                   PERFORM 2610-MATCH-ACKNOWLEDGMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACK-FILE
                   PERFORM 2620-COUNT-UNACKNOWLEDGED
               ELSE
                   MOVE 'FILE NOT PRESENT - NOT YET RETURNED BY PAYROLL'
                       TO WS-ITEM-DETAIL
               END-IF
           END-IF
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * MARK THE PAY DATE THIS APPLIED ACKNOWLEDGMENT CONFIRMS        *
      ******************************************************************
       2610-MATCH-ACKNOWLEDGMENT.
           PERFORM VARYING WS-PAY-INDEX FROM 1 BY 1
                   UNTIL WS-PAY-INDEX > WS-PAY-COUNT
               IF WS-PYT-SEQUENCE (WS-PAY-INDEX) = ACK-PAY-SEQUENCE
                       AND WS-PYT-PAY-DATE (WS-PAY-INDEX)
                           = ACK-PAY-DATE
                   MOVE 'Y' TO WS-PYT-ACKED (WS-PAY-INDEX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * ANY PAY DATE STILL UNCONFIRMED LEAVES THE ITEM NOT READY      *
      ******************************************************************
       2620-COUNT-UNACKNOWLEDGED.
           MOVE 0 TO WS-PAY-UNACKED WS-PAY-FIRST-UNACKED
           PERFORM VARYING WS-PAY-INDEX FROM 1 BY 1
                   UNTIL WS-PAY-INDEX > WS-PAY-COUNT
               IF WS-PYT-ACKED (WS-PAY-INDEX) NOT = 'Y'
                   ADD 1 TO WS-PAY-UNACKED
                   IF WS-PAY-FIRST-UNACKED = 0
                       MOVE WS-PYT-SEQUENCE (WS-PAY-INDEX)
                           TO WS-PAY-FIRST-UNACKED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAY-UNACKED = 0
               MOVE 'Y' TO WS-ITEM-READY
               MOVE WS-PAY-COUNT TO WS-COUNT-EDIT
               STRING WS-COUNT-EDIT ' PAY DATES APPLIED AS SENT'
                      DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           ELSE
               MOVE WS-PAY-UNACKED TO WS-COUNT-EDIT
               STRING WS-COUNT-EDIT ' NOT APPLIED AS SENT (FIRST SEQ '
                      WS-PAY-FIRST-UNACKED ')'
                      DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-IF.

      ******************************************************************
      * ITEM 8 - THE SCHEDULER DECK CARRIES THE YEAR'S HOLIDAY CARDS  *
      ******************************************************************
       2700-CHECK-SCHEDULER-DECK.
           MOVE 8 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE 0 TO WS-DECK-CARDS
           OPEN INPUT DECK-FILE
           IF WS-DECK-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ DECK-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF SDX-KEYWORD = 'HOLIDAY'
                                   AND SDX-DATE (1:4)
                                       = WS-TARGET-YEAR
                               ADD 1 TO WS-DECK-CARDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECK-FILE
               IF WS-DECK-CARDS > 0
                   MOVE 'Y' TO WS-ITEM-READY
                   MOVE WS-DECK-CARDS TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' HOLIDAY CARDS'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               ELSE
                   MOVE 'N' TO WS-ITEM-READY
                   STRING 'NO HOLIDAY CARDS FOR ' WS-TARGET-YEAR
                          ' - RUN SCHEDULER-CALENDAR-EXPORT'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               END-IF
           ELSE
               MOVE 'N' TO WS-ITEM-READY
               MOVE 'FILE NOT PRESENT - RUN SCHEDULER-CALENDAR-EXPORT'
                   TO WS-ITEM-DETAIL
           END-IF
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * ITEM 9 - CALEXT.DAT IS THE YEAR'S EXTRACT: ITS HDR NAMES THE  *
      * YEAR, IT HAS ONE RECORD PER CALENDAR DAY, AND IT BALANCES TO  *
      * ITS TRL                                                       *
      ******************************************************************
       2800-CHECK-STATUS-EXTRACT.
           MOVE 9 TO WS-ITEM-NUMBER
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE 'N' TO WS-EXTRACT-HEADER-SEEN WS-EXTRACT-TRAILER-SEEN
           MOVE 0 TO WS-EXTRACT-HEADER-YEAR WS-EXTRACT-DETAILS
                     WS-EXTRACT-IN-YEAR WS-EXTRACT-TRAILER-COUNT
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2810-COUNT-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF
           MOVE 'N' TO WS-ITEM-READY
           EVALUATE TRUE
               WHEN NOT WS-EXTRACT-FILE-OK
                   MOVE 'FILE NOT PRESENT - RUN CALENDAR-STATUS-EXTRACT'
                       TO WS-ITEM-DETAIL
               WHEN WS-EXTRACT-HEADER-SEEN NOT = 'Y'
                   MOVE 'HEADER CONTROL RECORD MISSING'
                       TO WS-ITEM-DETAIL
               WHEN WS-EXTRACT-HEADER-YEAR NOT = WS-TARGET-YEAR
                   STRING 'EXTRACT IS FOR ' WS-EXTRACT-HEADER-YEAR
                          ' - NOT YET RUN FOR ' WS-TARGET-YEAR
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN WS-EXTRACT-TRAILER-SEEN NOT = 'Y'
                   MOVE 'TRAILER CONTROL RECORD MISSING'
                       TO WS-ITEM-DETAIL
               WHEN WS-EXTRACT-TRAILER-COUNT NOT = WS-EXTRACT-DETAILS
                   MOVE 'TRAILER COUNT DISAGREES WITH RECORDS READ'
                       TO WS-ITEM-DETAIL
               WHEN WS-EXTRACT-IN-YEAR NOT = WS-DAYS-IN-YEAR
                   MOVE WS-EXTRACT-IN-YEAR TO WS-COUNT-EDIT
                   MOVE WS-DAYS-IN-YEAR TO WS-SECOND-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' DAYS OF THE YEAR PRESENT, '
                          'EXPECTED ' WS-SECOND-COUNT-EDIT
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-READY
                   MOVE WS-EXTRACT-IN-YEAR TO WS-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' DAYS, BALANCED'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * SORT ONE EXTRACT RECORD INTO HEADER, TRAILER OR DAY           *
      ******************************************************************
       2810-COUNT-EXTRACT-RECORD.
           EVALUATE CXH-RECORD-TAG
               WHEN 'HDR'
                   MOVE 'Y' TO WS-EXTRACT-HEADER-SEEN
                   MOVE CXH-EXTRACT-YEAR TO WS-EXTRACT-HEADER-YEAR
               WHEN 'TRL'
                   MOVE 'Y' TO WS-EXTRACT-TRAILER-SEEN
                   MOVE CXT-RECORD-COUNT TO WS-EXTRACT-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXTRACT-DETAILS
                   IF CXR-DATE (1:4) = WS-TARGET-YEAR
                       ADD 1 TO WS-EXTRACT-IN-YEAR
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * WRITE THE SUMMARY AND SET THE ESCALATING STEP RETURN CODE -   *
      * NOTHING OUTSTANDING IS 0; OTHERWISE THE BAND RISES AS THE     *
      * DAYS TO JANUARY 1ST RUN DOWN                                  *
      ******************************************************************
       7000-WRITE-SUMMARY.
           EVALUATE TRUE
               WHEN WS-ITEMS-OUTSTANDING = 0
                   MOVE HSL-SUCCESS TO WS-STEP-RETURN-CODE
               WHEN WS-DAYS-TO-YEAR-START <= WS-SEVERE-DAYS
                   MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
               WHEN WS-DAYS-TO-YEAR-START <= WS-ERROR-DAYS
                   MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
               WHEN OTHER
                   MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ITEMS READY: ' WS-ITEMS-READY
                  '  NOT READY: ' WS-ITEMS-OUTSTANDING
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           MOVE WS-ERROR-DAYS TO WS-COUNT-EDIT
           MOVE WS-SEVERE-DAYS TO WS-SECOND-COUNT-EDIT
           STRING 'ESCALATION: RC 8 WITHIN' WS-COUNT-EDIT
                  ' DAYS, RC 12 WITHIN' WS-SECOND-COUNT-EDIT
                  ' DAYS OF JANUARY 1ST'
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'STEP RETURN CODE: ' WS-STEP-RETURN-CODE
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           EVALUATE TRUE
               WHEN WS-STEP-RETURN-CODE = HSL-SUCCESS
                   MOVE ' - READY FOR THE YEAR'
                       TO WS-WORK-LINE (21:30)
               WHEN WS-STEP-RETURN-CODE >= HSL-SEVERE
                   MOVE ' - ESCALATE TO THE ITEM OWNERS NOW'
                       TO WS-WORK-LINE (21:40)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE REPORT-FILE
           DISPLAY 'CALENDAR-ROLLOVER-READINESS: ' WS-TARGET-YEAR
               ' - ' WS-ITEMS-READY ' READY, ' WS-ITEMS-OUTSTANDING
               ' NOT READY, ' WS-DAYS-EDIT
               ' DAYS TO GO, RC ' WS-STEP-RETURN-CODE.

      ******************************************************************
      * WRITE ONE CHECKLIST LINE, WITH ITS REASON UNDERNEATH          *
      ******************************************************************
       8000-RECORD-ITEM.
           MOVE WS-ITEM-NUMBER TO WS-DTL-ITEM-NUMBER
           MOVE WS-ITM-DESCRIPTION (WS-ITEM-NUMBER)
               TO WS-DTL-DESCRIPTION
           MOVE WS-ITM-OWNER (WS-ITEM-NUMBER) TO WS-DTL-OWNER
           IF WS-ITEM-IS-READY
               MOVE 'READY' TO WS-DTL-STATUS
               ADD 1 TO WS-ITEMS-READY
           ELSE
               MOVE 'NOT READY' TO WS-DTL-STATUS
               ADD 1 TO WS-ITEMS-OUTSTANDING
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-ITEM-DETAIL NOT = SPACES
               MOVE WS-ITEM-DETAIL TO WS-RSN-TEXT
               WRITE REPORT-LINE FROM WS-REASON-LINE
           END-IF.

      ******************************************************************
      * NOTE ONE RECORD'S CODE (RAIL OR CENTRE) AND WHETHER IT FALLS  *
      * IN THE YEAR                                                   *
      ******************************************************************
       8100-NOTE-COVERAGE.
           PERFORM VARYING WS-COVER-INDEX FROM 1 BY 1
                   UNTIL WS-COVER-INDEX > WS-COVER-COUNT
                      OR WS-CVT-CODE (WS-COVER-INDEX) = WS-COVER-CODE
               CONTINUE
           END-PERFORM
           IF WS-COVER-INDEX > WS-COVER-COUNT
               IF WS-COVER-COUNT < 50
                   ADD 1 TO WS-COVER-COUNT
                   MOVE WS-COVER-CODE TO WS-CVT-CODE (WS-COVER-COUNT)
                   MOVE WS-COVER-IN-YEAR
                       TO WS-CVT-IN-YEAR (WS-COVER-COUNT)
               END-IF
           ELSE
               IF WS-COVER-IN-YEAR = 'Y'
                   MOVE 'Y' TO WS-CVT-IN-YEAR (WS-COVER-INDEX)
               END-IF
           END-IF.

      ******************************************************************
      * A COVERAGE ITEM IS READY WHEN THE FILE IS THERE AND EVERY     *
      * CODE ON IT HAS A RECORD IN THE YEAR                           *
      ******************************************************************
       8200-ASSESS-COVERAGE.
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE 0 TO WS-COVER-MISSING
           MOVE SPACES TO WS-COVER-FIRST-MISSING
           PERFORM VARYING WS-COVER-INDEX FROM 1 BY 1
                   UNTIL WS-COVER-INDEX > WS-COVER-COUNT
               IF WS-CVT-IN-YEAR (WS-COVER-INDEX) NOT = 'Y'
                   ADD 1 TO WS-COVER-MISSING
                   IF WS-COVER-FIRST-MISSING = SPACES
                       MOVE WS-CVT-CODE (WS-COVER-INDEX)
                           TO WS-COVER-FIRST-MISSING
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-READY
           EVALUATE TRUE
               WHEN NOT WS-COVER-FILE-PRESENT
                   MOVE 'FILE NOT PRESENT' TO WS-ITEM-DETAIL
               WHEN WS-COVER-COUNT = 0
                   MOVE 'FILE IS EMPTY' TO WS-ITEM-DETAIL
               WHEN WS-COVER-MISSING > 0
                   MOVE WS-COVER-MISSING TO WS-COUNT-EDIT
                   MOVE WS-COVER-COUNT TO WS-SECOND-COUNT-EDIT
                   STRING WS-COUNT-EDIT ' OF' WS-SECOND-COUNT-EDIT
                          ' NOT COVERED FOR ' WS-TARGET-YEAR
                          ' (FIRST ' WS-COVER-FIRST-MISSING ')'
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-READY
                   MOVE WS-COVER-COUNT TO WS-COUNT-EDIT
                   STRING 'ALL' WS-COUNT-EDIT ' COVERED FOR '
                          WS-TARGET-YEAR
                          DELIMITED BY SIZE INTO WS-ITEM-DETAIL
           END-EVALUATE
           PERFORM 8000-RECORD-ITEM.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
