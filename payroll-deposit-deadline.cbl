      ******************************************************************
      * PROGRAM: PAYROLL-DEPOSIT-DEADLINE                              *
      * PURPOSE: Build the direct-deposit file transmission deadline  *
      *          calendar from the payroll pay-date calendar          *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * PAYROLL-PAYDATE-CALENDAR gives each pay date, but the date    *
      * operations has to hit is the day the direct-deposit file must *
      * reach the bank - a number of business days before the pay    *
      * date on the LYNX rail's own calendar, before a cut-off time  *
      * that moves earlier on a half day. This job reads PAYCAL.DAT  *
      * and, for every pay date on it:                                *
      *                                                               *
      *   - steps back the lead number of LYNX business days from the *
      *     pay date - a weekend, or a day SETTLEMENT-RAIL-CHECK      *
      *     answers closed for LYNX (its actual or weekend-shifted    *
      *     observed date, RAILCAL.DAT overrides included), does not *
      *     count;                                                    *
      *   - sets the latest local transmission time on that day: the *
      *     normal cut-off, or on an early-close day (per             *
      *     CANADA-DAY-EARLY-CLOSURE-CHECK) the early closing time    *
      *     less the half-day lead minutes, whichever is earlier.     *
      *                                                               *
      * The schedule is printed on PAYDDL.RPT and written to          *
      * PAYDDL.DAT (layout in PAYROLL-DEPOSIT-DEADLINE.CPY), which    *
      * CANADA-DAY-GATE reads to raise an alert on the payroll       *
      * stream every transmission day.                                *
      *                                                               *
      * PAYCAL.DAT must balance to its own HDR/TRL control records;  *
      * an unbalanced or missing file is refused before anything is  *
      * written, so the gate never alerts from half a calendar.      *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   DAYS=n      - LYNX business days before the pay date the   *
      *                 file must arrive, 1-9 (default 2)             *
      *   CUT=hhmm    - normal latest transmission time (default     *
      *                 1600)                                         *
      *   LEAD=nnn    - minutes before an early close the file must  *
      *                 arrive on a half day (default 060)            *
      *   STREAM=xxxx - CDSTREAM stream id the gate alerts on        *
      *                 (default PAYROLL)                             *
      *                                                               *
      * RETURN CODES: 0 every pay date has a deadline; 8 PARM error, *
      * or a pay date could not be given a deadline (listed on the   *
      * report); 12 PAYCAL.DAT missing or out of balance, or an      *
      * output file could not be opened.                              *
      *                                                               *
      * INPUT:  PAYCAL.DAT  - pay dates (HDR/TRL)                     *
      *         RAILCAL.DAT - rail overrides (via the rail check)     *
      *         EARLYCLS.DAT- early closes (via the early-close check)*
      * OUTPUT: PAYDDL.RPT  - printed transmission schedule           *
      *         PAYDDL.DAT  - deadline file for CANADA-DAY-GATE       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-DEPOSIT-DEADLINE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO 'PAYDDL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'PAYDDL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEADLINE-FILE
           RECORDING MODE IS F.
       COPY 'payroll-deposit-deadline.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYCAL-FILE-STATUS       PIC X(2).
               88  WS-PAYCAL-FILE-OK       VALUE '00'.
           05  WS-DEADLINE-FILE-STATUS     PIC X(2).
               88  WS-DEADLINE-FILE-OK     VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(15)
               OCCURS 4 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-LEAD-DAYS                PIC 9(1) VALUE 2.
           05  WS-NORMAL-CUT-OFF           PIC 9(4) VALUE 1600.
           05  WS-NORMAL-CUT-OFF-PARTS REDEFINES WS-NORMAL-CUT-OFF.
               10  WS-NORMAL-CUT-OFF-HOUR  PIC 9(2).
               10  WS-NORMAL-CUT-OFF-MIN   PIC 9(2).
           05  WS-HALF-DAY-LEAD-MINUTES    PIC 9(3) VALUE 060.
           05  WS-ALERT-STREAM-ID          PIC X(8) VALUE 'PAYROLL'.
           05  WS-PARM-DAYS                PIC X(1).
           05  WS-PARM-TIME                PIC X(4).
           05  WS-PARM-MINUTES             PIC X(3).

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement, after every CALL
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * PAYCAL.DAT pay dates, loaded and balanced before anything is
      * written
       01  WS-PAY-CALENDAR-FIELDS.
           05  WS-PAYCAL-EOF               PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-PAY-RECORDS  VALUE 'Y'.
           05  WS-PAYCAL-HEADER-SEEN       PIC X(1) VALUE 'N'.
               88  WS-PAYCAL-HAS-HEADER    VALUE 'Y'.
           05  WS-PAYCAL-TRAILER-SEEN      PIC X(1) VALUE 'N'.
               88  WS-PAYCAL-HAS-TRAILER   VALUE 'Y'.
           05  WS-PAYCAL-PAY-YEAR          PIC 9(4) VALUE 0.
           05  WS-PAYCAL-TRAILER-COUNT     PIC 9(7) VALUE 0.
           05  WS-PAYCAL-RECORDS-READ      PIC 9(7) VALUE 0.
           05  WS-REFUSAL-REASON           PIC X(50) VALUE SPACES.
           05  WS-PAY-COUNT                PIC 9(2) VALUE 0.
           05  WS-PAY-INDEX                PIC 9(2).
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY                OCCURS 60 TIMES.
               10  WS-PYT-YEAR             PIC 9(4).
               10  WS-PYT-SEQUENCE         PIC 9(2).
               10  WS-PYT-PAY-DATE         PIC 9(8).

      * Deadline work fields for the pay date being scheduled
       01  WS-DEADLINE-FIELDS.
           05  WS-CANDIDATE-DATE           PIC 9(8).
           05  WS-CANDIDATE-INTEGER        PIC 9(9).
           05  WS-DAY-OF-WEEK              PIC 9(1).
           05  WS-ADJACENT-WEEKEND-DATE    PIC 9(8).
           05  WS-DAYS-COUNTED             PIC 9(1).
           05  WS-DAYS-STEPPED             PIC 9(3).
           05  WS-MAX-DAYS-STEPPED         PIC 9(3) VALUE 031.
           05  WS-RAIL-IS-OPEN             PIC X(1).
               88  WS-RAIL-OPEN            VALUE 'Y'.
           05  WS-DEADLINE-ERROR           PIC X(1).
               88  WS-DEADLINE-FAILED      VALUE 'Y'.
           05  WS-DEADLINE-ERROR-TEXT      PIC X(40).
           05  WS-LATEST-TIME              PIC 9(4).
           05  WS-LATEST-TIME-PARTS REDEFINES WS-LATEST-TIME.
               10  WS-LATEST-HOUR          PIC 9(2).
               10  WS-LATEST-MINUTE        PIC 9(2).
           05  WS-CLOSE-TIME               PIC 9(4).
           05  WS-CLOSE-TIME-PARTS REDEFINES WS-CLOSE-TIME.
               10  WS-CLOSE-HOUR           PIC 9(2).
               10  WS-CLOSE-MINUTE         PIC 9(2).
           05  WS-MINUTE-OF-DAY            PIC S9(5).
           05  WS-DEADLINES-WRITTEN        PIC 9(3) VALUE 0.
           05  WS-HALF-DAY-DEADLINES       PIC 9(3) VALUE 0.
           05  WS-DEADLINES-FAILED         PIC 9(3) VALUE 0.

      * Fields used to call SETTLEMENT-RAIL-CHECK
       01  WS-RAIL-CALL-FIELDS.
           05  WS-RAIL-CODE                PIC X(4) VALUE 'LYNX'.
           05  WS-SRC-CLOSED-FLAG          PIC X(1).
           05  WS-SRC-HOLIDAY-CODE         PIC X(4).
           05  WS-SRC-HOLIDAY-NAME         PIC X(30).
           05  WS-SRC-OBSERVED-DATE        PIC 9(8).
           05  WS-SRC-RETURN-CODE          PIC 9(2).
           05  WS-SRC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call CANADA-DAY-EARLY-CLOSURE-CHECK - always
      * called with the province parameter (spaces = national)
       01  WS-ECC-CALL-FIELDS.
           05  WS-ECC-HALF-DAY-FLAG        PIC X(1).
               88  WS-ECC-IS-HALF-DAY      VALUE 'Y'.
           05  WS-ECC-CLOSING-TIME         PIC 9(4).
           05  WS-ECC-RETURN-CODE          PIC 9(2).
           05  WS-ECC-ERROR-MESSAGE        PIC X(50).
           05  WS-ECC-PROVINCE-CODE        PIC X(2) VALUE SPACES.

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-SUNDAY                   PIC 9(1) VALUE 0.
           05  WS-MONDAY                   PIC 9(1) VALUE 1.
           05  WS-FRIDAY                   PIC 9(1) VALUE 5.
       01  WS-DAY-NAMES                    PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'PAYROLL DIRECT-DEPOSIT TRANSMISSION DEADLINES'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'SEQ  PAY-DATE  TRANSMIT  DAY  LATEST  NOTE'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-SEQUENCE         PIC 9(2).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-PAY-DATE         PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-TRANSMIT-DATE    PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-DAY-NAME         PIC X(3).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-LATEST-TIME      PIC X(4).
               10  FILLER                  PIC X(4)  VALUE SPACES.
               10  WS-DTL-NOTE             PIC X(42).

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
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2000-LOAD-PAY-CALENDAR
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2500-OPEN-OUTPUT-FILES
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 3000-SCHEDULE-ONE-PAY-DATE
                   VARYING WS-PAY-INDEX FROM 1 BY 1
                   UNTIL WS-PAY-INDEX > WS-PAY-COUNT
               PERFORM 6000-WRITE-SUMMARY
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE RUN PARM                               *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
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
               PERFORM 1100-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 4
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD - ANY MALFORMED VALUE IS A PARM ERROR  *
      ******************************************************************
       1100-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5)
                       = 'DAYS='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:1)
                       TO WS-PARM-DAYS
                   IF WS-PARM-DAYS IS NUMERIC AND WS-PARM-DAYS > '0'
                       MOVE WS-PARM-DAYS TO WS-LEAD-DAYS
                   ELSE
                       PERFORM 1110-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:4)
                       = 'CUT='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (5:4)
                       TO WS-PARM-TIME
                   IF WS-PARM-TIME IS NUMERIC
                           AND WS-PARM-TIME (1:2) < '24'
                           AND WS-PARM-TIME (3:2) < '60'
                       MOVE WS-PARM-TIME TO WS-NORMAL-CUT-OFF
                   ELSE
                       PERFORM 1110-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5)
                       = 'LEAD='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:3)
                       TO WS-PARM-MINUTES
                   IF WS-PARM-MINUTES IS NUMERIC
                       MOVE WS-PARM-MINUTES
                           TO WS-HALF-DAY-LEAD-MINUTES
                   ELSE
                       PERFORM 1110-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:7)
                       = 'STREAM='
                   IF WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (8:8)
                           = SPACES
                       PERFORM 1110-REJECT-PARM-TOKEN
                   ELSE
                       MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (8:8)
                           TO WS-ALERT-STREAM-ID
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 1110-REJECT-PARM-TOKEN
           END-EVALUATE.

       1110-REJECT-PARM-TOKEN.
           DISPLAY 'PAYROLL-DEPOSIT-DEADLINE: INVALID PARM KEYWORD '
               WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 8 TO WS-STEP-RETURN-CODE.

      ******************************************************************
      * LOAD PAYCAL.DAT AND BALANCE IT TO ITS HDR/TRL - A FILE THAT  *
      * DOES NOT BALANCE IS REFUSED BEFORE ANY DEADLINE IS WRITTEN   *
      ******************************************************************
       2000-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE
           IF NOT WS-PAYCAL-FILE-OK
               MOVE 'PAYCAL.DAT NOT PRESENT OR NOT READABLE'
                   TO WS-REFUSAL-REASON
           ELSE
               PERFORM UNTIL WS-NO-MORE-PAY-RECORDS
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-PAYCAL-EOF
                       NOT AT END
                           PERFORM 2100-KEEP-PAY-CALENDAR-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
               EVALUATE TRUE
                   WHEN NOT WS-PAYCAL-HAS-HEADER
                       MOVE 'PAYCAL.DAT HEADER CONTROL RECORD MISSING'
                           TO WS-REFUSAL-REASON
                   WHEN NOT WS-PAYCAL-HAS-TRAILER
                       MOVE 'PAYCAL.DAT TRAILER CONTROL RECORD MISSING'
                           TO WS-REFUSAL-REASON
                   WHEN WS-PAYCAL-TRAILER-COUNT
                           NOT = WS-PAYCAL-RECORDS-READ
                       MOVE 'PAYCAL.DAT TRAILER COUNT DISAGREES'
                           TO WS-REFUSAL-REASON
                   WHEN WS-PAY-COUNT < WS-PAYCAL-RECORDS-READ
                       MOVE 'PAYCAL.DAT HAS MORE PAY DATES THAN FIT'
                           TO WS-REFUSAL-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-REFUSAL-REASON NOT = SPACES
               DISPLAY 'PAYROLL-DEPOSIT-DEADLINE: RUN REFUSED - '
                   WS-REFUSAL-REASON
               MOVE 12 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * SORT ONE PAYCAL RECORD INTO HEADER, TRAILER OR PAY DATE       *
      ******************************************************************
       2100-KEEP-PAY-CALENDAR-RECORD.
           EVALUATE PCH-RECORD-TAG
               WHEN 'HDR'
                   MOVE 'Y' TO WS-PAYCAL-HEADER-SEEN
                   MOVE PCH-PAY-YEAR TO WS-PAYCAL-PAY-YEAR
               WHEN 'TRL'
                   MOVE 'Y' TO WS-PAYCAL-TRAILER-SEEN
                   MOVE PCT-RECORD-COUNT TO WS-PAYCAL-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PAYCAL-RECORDS-READ
                   IF WS-PAY-COUNT < 60
                       ADD 1 TO WS-PAY-COUNT
                       MOVE PAY-YEAR TO WS-PYT-YEAR (WS-PAY-COUNT)
                       MOVE PAY-SEQUENCE
                           TO WS-PYT-SEQUENCE (WS-PAY-COUNT)
                       MOVE PAY-DATE TO WS-PYT-PAY-DATE (WS-PAY-COUNT)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * OPEN THE DEADLINE FILE AND REPORT AND WRITE THEIR HEADERS     *
      ******************************************************************
       2500-OPEN-OUTPUT-FILES.
           OPEN OUTPUT DEADLINE-FILE
           IF NOT WS-DEADLINE-FILE-OK
               DISPLAY 'PAYROLL-DEPOSIT-DEADLINE: UNABLE TO OPEN '
                   'PAYDDL.DAT - FILE STATUS ' WS-DEADLINE-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'PAYROLL-DEPOSIT-DEADLINE: UNABLE TO OPEN '
                       'PAYDDL.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   CLOSE DEADLINE-FILE
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               MOVE SPACES TO DEADLINE-HEADER-RECORD
               MOVE 'HDR' TO DDH-RECORD-TAG
               MOVE FUNCTION CURRENT-DATE (1:8) TO DDH-CREATION-DATE
               MOVE WS-PAYCAL-PAY-YEAR TO DDH-PAY-YEAR
               WRITE DEADLINE-HEADER-RECORD
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'PAY YEAR: ' WS-PAYCAL-PAY-YEAR
                      '  LEAD: ' WS-LEAD-DAYS ' LYNX BUSINESS DAYS'
                      '  CUT-OFF: ' WS-NORMAL-CUT-OFF
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'HALF DAYS: ' WS-HALF-DAY-LEAD-MINUTES
                      ' MINUTES BEFORE THE EARLY CLOSE'
                      '  ALERT STREAM: ' WS-ALERT-STREAM-ID
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF.

      ******************************************************************
      * GIVE ONE PAY DATE ITS TRANSMISSION DATE AND LATEST TIME, AND  *
      * WRITE IT TO THE DEADLINE FILE AND THE SCHEDULE                *
      ******************************************************************
       3000-SCHEDULE-ONE-PAY-DATE.
           MOVE 'N' TO WS-DEADLINE-ERROR
           MOVE SPACES TO WS-DEADLINE-ERROR-TEXT
           MOVE WS-PYT-PAY-DATE (WS-PAY-INDEX) TO WS-CANDIDATE-DATE
           MOVE 0 TO WS-DAYS-COUNTED WS-DAYS-STEPPED
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CANDIDATE-DATE) NOT = 0
               MOVE 'Y' TO WS-DEADLINE-ERROR
               MOVE 'PAY DATE IS NOT A CALENDAR DATE'
                   TO WS-DEADLINE-ERROR-TEXT
           END-IF
           PERFORM 3100-STEP-BACK-ONE-DAY
               UNTIL WS-DAYS-COUNTED = WS-LEAD-DAYS
                  OR WS-DEADLINE-FAILED
           IF NOT WS-DEADLINE-FAILED
               PERFORM 3300-SET-LATEST-TIME
           END-IF
           MOVE WS-PYT-SEQUENCE (WS-PAY-INDEX) TO WS-DTL-SEQUENCE
           MOVE WS-PYT-PAY-DATE (WS-PAY-INDEX) TO WS-DTL-PAY-DATE
           IF WS-DEADLINE-FAILED
               ADD 1 TO WS-DEADLINES-FAILED
               MOVE 8 TO WS-STEP-RETURN-CODE
               MOVE 'NONE' TO WS-DTL-TRANSMIT-DATE
               MOVE SPACES TO WS-DTL-DAY-NAME WS-DTL-LATEST-TIME
               MOVE SPACES TO WS-DTL-NOTE
               STRING '*** ' WS-DEADLINE-ERROR-TEXT
                      DELIMITED BY SIZE INTO WS-DTL-NOTE
           ELSE
               PERFORM 3400-WRITE-DEADLINE-RECORD
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * STEP BACK ONE CALENDAR DAY AND COUNT IT WHEN LYNX IS OPEN -  *
      * A MONTH WITHOUT ENOUGH OPEN DAYS MEANS THE RAIL DATA IS WRONG *
      ******************************************************************
       3100-STEP-BACK-ONE-DAY.
           ADD 1 TO WS-DAYS-STEPPED
           IF WS-DAYS-STEPPED > WS-MAX-DAYS-STEPPED
               MOVE 'Y' TO WS-DEADLINE-ERROR
               MOVE 'NO LYNX BUSINESS DAY FOUND IN 31 DAYS'
                   TO WS-DEADLINE-ERROR-TEXT
           ELSE
               COMPUTE WS-CANDIDATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE) - 1
               COMPUTE WS-CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CANDIDATE-INTEGER, 7)
               PERFORM 3200-TEST-RAIL-OPEN
               IF WS-RAIL-OPEN
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-IF.

      ******************************************************************
      * IS LYNX OPEN ON THE CANDIDATE? A WEEKEND IS CLOSED; OTHERWISE *
      * THE RAIL'S ACTUAL-DATE ANSWER FIRST, THEN THE SAME SHIFTED-   *
      * OBSERVANCE PROBE CROSS-BORDER-VALUE-DATE USES                 *
      ******************************************************************
       3200-TEST-RAIL-OPEN.
           MOVE 'Y' TO WS-RAIL-IS-OPEN
           IF WS-DAY-OF-WEEK = WS-SATURDAY
                   OR WS-DAY-OF-WEEK = WS-SUNDAY
               MOVE 'N' TO WS-RAIL-IS-OPEN
           ELSE
               CALL 'SETTLEMENT-RAIL-CHECK' USING WS-CANDIDATE-DATE
                                                  'N'
                                                  WS-RAIL-CODE
                                                  WS-SRC-CLOSED-FLAG
                                                  WS-SRC-HOLIDAY-CODE
                                                  WS-SRC-HOLIDAY-NAME
                                                  WS-SRC-OBSERVED-DATE
                                                  WS-SRC-RETURN-CODE
                                                  WS-SRC-ERROR-MESSAGE
               IF WS-SRC-RETURN-CODE NOT = 00
                   MOVE 'Y' TO WS-DEADLINE-ERROR
                   MOVE WS-SRC-ERROR-MESSAGE TO WS-DEADLINE-ERROR-TEXT
               ELSE
                   IF WS-SRC-CLOSED-FLAG = 'Y'
                       MOVE 'N' TO WS-RAIL-IS-OPEN
                   ELSE
                       PERFORM 3210-CHECK-RAIL-SHIFTED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A FRIDAY CANDIDATE MAY BE THE RAIL'S OBSERVED DATE OF A      *
      * SATURDAY HOLIDAY, A MONDAY OF A SUNDAY HOLIDAY                *
      ******************************************************************
       3210-CHECK-RAIL-SHIFTED.
           MOVE 0 TO WS-ADJACENT-WEEKEND-DATE
           IF WS-DAY-OF-WEEK = WS-FRIDAY
               COMPUTE WS-ADJACENT-WEEKEND-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER + 1)
           ELSE
               IF WS-DAY-OF-WEEK = WS-MONDAY
                   COMPUTE WS-ADJACENT-WEEKEND-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           WS-CANDIDATE-INTEGER - 1)
               END-IF
           END-IF
           IF WS-ADJACENT-WEEKEND-DATE > 0
               CALL 'SETTLEMENT-RAIL-CHECK' USING
                                              WS-ADJACENT-WEEKEND-DATE
                                              'Y'
                                              WS-RAIL-CODE
                                              WS-SRC-CLOSED-FLAG
                                              WS-SRC-HOLIDAY-CODE
                                              WS-SRC-HOLIDAY-NAME
                                              WS-SRC-OBSERVED-DATE
                                              WS-SRC-RETURN-CODE
                                              WS-SRC-ERROR-MESSAGE
               IF WS-SRC-CLOSED-FLAG = 'Y'
                       AND WS-SRC-OBSERVED-DATE = WS-CANDIDATE-DATE
                   MOVE 'N' TO WS-RAIL-IS-OPEN
               END-IF
           END-IF.

      ******************************************************************
      * THE LATEST LOCAL TIME ON THE TRANSMISSION DAY - THE NORMAL    *
      * CUT-OFF, OR ON AN EARLY-CLOSE DAY THE CLOSING TIME LESS THE   *
      * HALF-DAY LEAD, WHICHEVER IS EARLIER                           *
      ******************************************************************
       3300-SET-LATEST-TIME.
           MOVE WS-NORMAL-CUT-OFF TO WS-LATEST-TIME
           CALL 'CANADA-DAY-EARLY-CLOSURE-CHECK' USING
                                              WS-CANDIDATE-DATE
                                              WS-ECC-HALF-DAY-FLAG
                                              WS-ECC-CLOSING-TIME
                                              WS-ECC-RETURN-CODE
                                              WS-ECC-ERROR-MESSAGE
                                              WS-ECC-PROVINCE-CODE
           IF WS-ECC-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-DEADLINE-ERROR
               MOVE WS-ECC-ERROR-MESSAGE TO WS-DEADLINE-ERROR-TEXT
           ELSE
               IF WS-ECC-IS-HALF-DAY
                   MOVE WS-ECC-CLOSING-TIME TO WS-CLOSE-TIME
                   COMPUTE WS-MINUTE-OF-DAY =
                       WS-CLOSE-HOUR * 60 + WS-CLOSE-MINUTE
                     - WS-HALF-DAY-LEAD-MINUTES
                   IF WS-MINUTE-OF-DAY < 0
                       MOVE 0 TO WS-MINUTE-OF-DAY
                   END-IF
                   IF WS-MINUTE-OF-DAY < WS-NORMAL-CUT-OFF-HOUR * 60
                                       + WS-NORMAL-CUT-OFF-MIN
                       COMPUTE WS-LATEST-HOUR =
                           WS-MINUTE-OF-DAY / 60
                       COMPUTE WS-LATEST-MINUTE =
                           FUNCTION MOD(WS-MINUTE-OF-DAY, 60)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE THE DEADLINE RECORD AND FILL THE SCHEDULE LINE          *
      ******************************************************************
       3400-WRITE-DEADLINE-RECORD.
           MOVE SPACES TO DEADLINE-RECORD
           MOVE WS-CANDIDATE-DATE TO DDL-TRANSMIT-DATE
           MOVE WS-LATEST-TIME TO DDL-LATEST-TIME
           MOVE WS-ALERT-STREAM-ID TO DDL-STREAM-ID
           MOVE WS-PYT-YEAR (WS-PAY-INDEX) TO DDL-PAY-YEAR
           MOVE WS-PYT-SEQUENCE (WS-PAY-INDEX) TO DDL-PAY-SEQUENCE
           MOVE WS-PYT-PAY-DATE (WS-PAY-INDEX) TO DDL-PAY-DATE
           MOVE WS-LEAD-DAYS TO DDL-LEAD-DAYS
           IF WS-ECC-IS-HALF-DAY
               MOVE 'Y' TO DDL-HALF-DAY-FLAG
               ADD 1 TO WS-HALF-DAY-DEADLINES
           ELSE
               MOVE 'N' TO DDL-HALF-DAY-FLAG
           END-IF
           WRITE DEADLINE-RECORD
           ADD 1 TO WS-DEADLINES-WRITTEN
           MOVE WS-CANDIDATE-DATE TO WS-DTL-TRANSMIT-DATE
           MOVE WS-DAY-NAMES (WS-DAY-OF-WEEK * 3 + 1:3)
               TO WS-DTL-DAY-NAME
           MOVE WS-LATEST-TIME TO WS-DTL-LATEST-TIME
           MOVE SPACES TO WS-DTL-NOTE
           IF WS-ECC-IS-HALF-DAY
               STRING 'HALF DAY - BANK CLOSES ' WS-ECC-CLOSING-TIME
                      DELIMITED BY SIZE INTO WS-DTL-NOTE
           END-IF.

      ******************************************************************
      * CLOSE THE DEADLINE FILE WITH ITS TRAILER AND SUMMARIZE        *
      ******************************************************************
       6000-WRITE-SUMMARY.
           MOVE SPACES TO DEADLINE-TRAILER-RECORD
           MOVE 'TRL' TO DDT-RECORD-TAG
           MOVE WS-DEADLINES-WRITTEN TO DDT-RECORD-COUNT
           WRITE DEADLINE-TRAILER-RECORD
           CLOSE DEADLINE-FILE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'PAY DATES: ' WS-PAY-COUNT
                  '  DEADLINES: ' WS-DEADLINES-WRITTEN
                  '  ON HALF DAYS: ' WS-HALF-DAY-DEADLINES
                  '  FAILED: ' WS-DEADLINES-FAILED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-DEADLINES-FAILED > 0
               MOVE '*** PAY DATES WITHOUT A DEADLINE WILL NOT BE '
                   TO WS-WORK-LINE
               MOVE 'ALERTED BY THE GATE' TO WS-WORK-LINE (47:20)
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'PAYROLL-DEPOSIT-DEADLINE: ' WS-DEADLINES-WRITTEN
               ' DEADLINES, ' WS-HALF-DAY-DEADLINES ' ON HALF DAYS, '
               WS-DEADLINES-FAILED ' FAILED'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
