      ******************************************************************
      * PROGRAM: FLOATING-RATE-SCHEDULE                                *
      * PURPOSE: Build each floating-rate note's reset schedule -     *
      *          period start/end, rate-fixing date and payment date  *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * TENOR-SCHEDULE-BUILD gives period-end dates, but a floating-  *
      * rate note also needs, per period, the date its rate is fixed *
      * and the date the coupon is paid - each on its own calendar - *
      * and the desk was still keeping those in spreadsheets. This   *
      * batch reads the desk's note definitions and writes every     *
      * note's full reset schedule:                                   *
      *                                                               *
      *   PERIOD START/END - the end is the start date plus the      *
      *       period number times the reset tenor (TENOR-SCHEDULE-   *
      *       BUILD's month arithmetic and end-of-month rule), rolled *
      *       under the note's convention through DATE-ROLL-         *
      *       CONVENTION; each period starts on the previous         *
      *       period's rolled end.                                   *
      *   FIXING DATE - the note's fixing lag in good days BEFORE    *
      *       the period start on the index's fixing calendar (a lag *
      *       of zero fixes on the period start, or the good day     *
      *       before it when the start is closed for the index).     *
      *   PAYMENT DATE - the unrolled period end rolled under the    *
      *       note's convention on the payment calendar; with no     *
      *       payment calendar it is the rolled period end.          *
      *                                                               *
      * Fixing and payment calendar codes:                            *
      *   CA / US    - that country's centre (COUNTRY-HOLIDAY-CODES) *
      *   CAUS       - both centres open                              *
      *   FEDW / LYNX - the rail's own calendar (RAIL-CALENDAR-CODES) *
      *                 on its country's centre                       *
      * A good day on any of these is the answer CROSS-BORDER-VALUE-  *
      * DATE gives for an offset of zero - the rail codes go through  *
      * its trailing rail parameters, so a rail's RAILCAL.DAT         *
      * differences are honoured by SETTLEMENT-RAIL-CHECK exactly as  *
      * for value dating.                                             *
      *                                                               *
      * A note that fails validation (bad date, tenor, convention,   *
      * lag or calendar, or a term that is not a whole number of     *
      * reset periods) is written as one ERR record and listed on    *
      * the report; the other notes are scheduled normally. Every    *
      * period is built before any is written, so a note whose roll *
      * or calendar lookup fails partway through is likewise one ERR *
      * record - never a partial schedule marked OK.                 *
      *                                                               *
      * RETURN CODES (HOLIDAY-RETURN-SEVERITY bands): 0 every note   *
      * scheduled; 8 one or more notes rejected; 12 a file could not *
      * be opened.                                                    *
      *                                                               *
      * INPUT:  FRNNOTES.DAT - note definitions: note id, start      *
      *         date, term and reset tenors (nM / nY), convention    *
      *         (F/M/P/Q), fixing lag, fixing and payment calendars  *
      * OUTPUT: FRNSCHED.DAT - one record per note period            *
      *         FRNSCHED.RPT - printed schedules                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOATING-RATE-SCHEDULE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO 'FRNNOTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO 'FRNSCHED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FRNSCHED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE
           RECORDING MODE IS F.
       01  NOTE-RECORD.
           05  FRN-NOTE-ID                 PIC X(10).
           05  FRN-START-DATE              PIC 9(8).
           05  FRN-TERM-TENOR              PIC X(3).
           05  FRN-RESET-TENOR             PIC X(3).
           05  FRN-CONVENTION              PIC X(1).
           05  FRN-FIXING-LAG              PIC 9(2).
           05  FRN-FIXING-CALENDAR         PIC X(4).
           05  FRN-PAYMENT-CALENDAR        PIC X(4).

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY 'floating-rate-schedule.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-NOTE-FILE-STATUS         PIC X(2).
               88  WS-NOTE-FILE-OK         VALUE '00'.
           05  WS-SCHEDULE-FILE-STATUS     PIC X(2).
               88  WS-SCHEDULE-FILE-OK     VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Shared enterprise return-code/severity scheme
       COPY 'holiday-return-code.cpy'.

      * Country and rail codes
       COPY 'country-holiday.cpy'.

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * Processing control and counts
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-FILES-OPEN               PIC X(1) VALUE 'N'.
               88  WS-FILES-ARE-OPEN       VALUE 'Y'.
           05  WS-NOTES-READ               PIC 9(7) VALUE 0.
           05  WS-NOTES-SCHEDULED          PIC 9(7) VALUE 0.
           05  WS-NOTES-REJECTED           PIC 9(7) VALUE 0.
           05  WS-PERIODS-WRITTEN          PIC 9(7) VALUE 0.

      * The note being scheduled
       01  WS-NOTE-FIELDS.
           05  WS-NOTE-ERROR               PIC X(1).
               88  WS-NOTE-IN-ERROR        VALUE 'Y'.
           05  WS-NOTE-ERROR-TEXT          PIC X(50).
           05  WS-CONVENTION-CODE          PIC X(1).
               88  WS-CONV-IS-VALID        VALUE 'F' 'M' 'P' 'Q'.
           05  WS-TERM-MONTHS              PIC 9(4).
           05  WS-RESET-MONTHS             PIC 9(4).
           05  WS-PERIOD-COUNT             PIC 9(4).
           05  WS-PERIOD-NUMBER            PIC 9(3).
           05  WS-PERIOD-START             PIC 9(8).
           05  WS-UNROLLED-END             PIC 9(8).
           05  WS-PERIOD-END               PIC 9(8).
           05  WS-FIXING-DATE              PIC 9(8).
           05  WS-PAYMENT-DATE             PIC 9(8).
           05  WS-MAXIMUM-PERIODS          PIC 9(4) VALUE 360.

      * The note's periods as built - none is written until the whole
      * schedule has been built without a failure
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 360 TIMES.
               10  WS-PRD-START            PIC 9(8).
               10  WS-PRD-END              PIC 9(8).
               10  WS-PRD-FIXING           PIC 9(8).
               10  WS-PRD-PAYMENT          PIC 9(8).

      * Tenor parsing - nM / nY, one or two leading digits
       01  WS-TENOR-FIELDS.
           05  WS-TENOR-TEXT               PIC X(3).
           05  WS-TENOR-NUMBER             PIC 9(2).
           05  WS-TENOR-UNIT               PIC X(1).
           05  WS-TENOR-MONTHS             PIC 9(4).
           05  WS-TENOR-VALID              PIC X(1).
               88  WS-TENOR-IS-VALID       VALUE 'Y'.

      * Month arithmetic for the period ends, as TENOR-SCHEDULE-BUILD
      * does it - the start day clipped to the target month's length,
      * or the month's last calendar day under the end-of-month rule
       01  WS-MONTH-ARITHMETIC-FIELDS.
           05  WS-START-YEAR               PIC 9(4).
           05  WS-START-MONTH              PIC 9(2).
           05  WS-START-DAY                PIC 9(2).
           05  WS-MONTH-TOTAL              PIC 9(6).
           05  WS-TARGET-YEAR              PIC 9(4).
           05  WS-TARGET-MONTH             PIC 9(2).
           05  WS-TARGET-DAY               PIC 9(2).
           05  WS-LAST-DAY-OF-MONTH        PIC 9(2).
           05  WS-EOM-RULE-FLAG            PIC X(1).
               88  WS-EOM-RULE-ON          VALUE 'Y'.

      * The note's two calendars resolved to CROSS-BORDER-VALUE-DATE
      * terms - two country codes and an optional rail
       01  WS-CALENDAR-FIELDS.
           05  WS-RESOLVE-CALENDAR         PIC X(4).
           05  WS-RESOLVED-COUNTRY-1       PIC X(2).
           05  WS-RESOLVED-COUNTRY-2       PIC X(2).
           05  WS-RESOLVED-RAIL            PIC X(4).
           05  WS-RESOLVE-VALID            PIC X(1).
               88  WS-CALENDAR-IS-VALID    VALUE 'Y'.
           05  WS-FIX-COUNTRY-1            PIC X(2).
           05  WS-FIX-COUNTRY-2            PIC X(2).
           05  WS-FIX-RAIL                 PIC X(4).
           05  WS-PAY-COUNTRY-1            PIC X(2).
           05  WS-PAY-COUNTRY-2            PIC X(2).
           05  WS-PAY-RAIL                 PIC X(4).
           05  WS-PAY-CALENDAR-GIVEN       PIC X(1).
               88  WS-PAY-CALENDAR-IN-USE  VALUE 'Y'.

      * The calendar walk - the date under test, the calendar it is
      * tested on, and whether it is a good day there
       01  WS-WALK-FIELDS.
           05  WS-WALK-DATE                PIC 9(8).
           05  WS-WALK-COUNTRY-1           PIC X(2).
           05  WS-WALK-COUNTRY-2           PIC X(2).
           05  WS-WALK-RAIL                PIC X(4).
           05  WS-WALK-OPEN                PIC X(1).
               88  WS-WALK-DATE-IS-OPEN    VALUE 'Y'.
           05  WS-DAYS-COUNTED             PIC 9(2).
           05  WS-ROLL-TARGET              PIC 9(8).
           05  WS-ROLL-FORWARD-DATE        PIC 9(8).

      * Fields used to call NTH-BUSINESS-DAY-OF-MONTH for the
      * end-of-month rule determination
       01  WS-NBM-CALL-FIELDS.
           05  WS-NBM-YEAR-MONTH           PIC 9(6).
           05  WS-NBM-ORDINAL              PIC 9(2) VALUE 0.
           05  WS-NBM-LAST-FLAG            PIC X(1) VALUE 'Y'.
           05  WS-NBM-CHECK-DATE           PIC 9(8).
           05  WS-NBM-RESULT-DATE          PIC 9(8).
           05  WS-NBM-MATCH-FLAG           PIC X(1).
           05  WS-NBM-RETURN-CODE          PIC 9(2).
           05  WS-NBM-ERROR-MESSAGE        PIC X(50).

      * Fields used to call DATE-ROLL-CONVENTION
       01  WS-DRC-CALL-FIELDS.
           05  WS-DRC-ROLLED-DATE          PIC 9(8).
           05  WS-DRC-RETURN-CODE          PIC 9(2).
           05  WS-DRC-ERROR-MESSAGE        PIC X(50).

      * Fields used to call CROSS-BORDER-VALUE-DATE - always with the
      * trailing rail parameters, blank when the calendar has no rail
       01  WS-CBV-CALL-FIELDS.
           05  WS-CBV-DAY-OFFSET           PIC 9(3) VALUE 0.
           05  WS-CBV-VALUE-DATE           PIC 9(8).
           05  WS-CBV-RETURN-CODE          PIC 9(2).
           05  WS-CBV-ERROR-MESSAGE        PIC X(40).
           05  WS-CBV-RAIL-CODE-2          PIC X(4) VALUE SPACES.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'FLOATING-RATE NOTE RESET SCHEDULE'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'PERIOD  START     END       FIXING    PAYMENT'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-PERIOD           PIC ZZ9.
               10  FILLER                  PIC X(5)  VALUE SPACES.
               10  WS-DTL-START            PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-END              PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-FIXING           PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-PAYMENT          PIC 9(8).
               10  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-FILES-ARE-OPEN
               PERFORM 2000-SCHEDULE-ONE-NOTE
                   UNTIL WS-NO-MORE-RECORDS
               PERFORM 4000-WRITE-SUMMARY
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - OPEN THE FILES AND READ THE FIRST NOTE           *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           OPEN INPUT NOTE-FILE
           IF NOT WS-NOTE-FILE-OK
               DISPLAY 'FLOATING-RATE-SCHEDULE: UNABLE TO OPEN '
                   'FRNNOTES.DAT - FILE STATUS ' WS-NOTE-FILE-STATUS
               MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT SCHEDULE-FILE
               OPEN OUTPUT REPORT-FILE
               IF WS-SCHEDULE-FILE-OK AND WS-REPORT-FILE-OK
                   MOVE 'Y' TO WS-FILES-OPEN
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   PERFORM 2100-READ-NOTE-RECORD
               ELSE
                   DISPLAY 'FLOATING-RATE-SCHEDULE: UNABLE TO OPEN '
                       'FRNSCHED.DAT/FRNSCHED.RPT - FILE STATUS '
                       WS-SCHEDULE-FILE-STATUS '/'
                       WS-REPORT-FILE-STATUS
                   MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
                   CLOSE NOTE-FILE
               END-IF
           END-IF.

      ******************************************************************
      * VALIDATE ONE NOTE AND BUILD EVERY PERIOD OF ITS SCHEDULE,     *
      * THEN WRITE THEM ALL - OR ONE ERR RECORD WHEN IT CANNOT BE     *
      * SCHEDULED                                                     *
      ******************************************************************
       2000-SCHEDULE-ONE-NOTE.
           ADD 1 TO WS-NOTES-READ
           PERFORM 2200-VALIDATE-THE-NOTE
           PERFORM 2300-WRITE-NOTE-HEADING
           IF NOT WS-NOTE-IN-ERROR
               PERFORM 2400-DETERMINE-EOM-RULE
               MOVE FRN-START-DATE TO WS-PERIOD-START
               PERFORM 3000-BUILD-ONE-PERIOD
                   VARYING WS-PERIOD-NUMBER FROM 1 BY 1
                   UNTIL WS-PERIOD-NUMBER > WS-PERIOD-COUNT
                      OR WS-NOTE-IN-ERROR
           END-IF
           IF WS-NOTE-IN-ERROR
               PERFORM 2900-REJECT-THE-NOTE
           ELSE
               ADD 1 TO WS-NOTES-SCHEDULED
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM 3400-WRITE-THE-PERIOD
                   VARYING WS-PERIOD-NUMBER FROM 1 BY 1
                   UNTIL WS-PERIOD-NUMBER > WS-PERIOD-COUNT
           END-IF
           PERFORM 2100-READ-NOTE-RECORD.

      ******************************************************************
      * READ THE NEXT NOTE DEFINITION                                 *
      ******************************************************************
       2100-READ-NOTE-RECORD.
           READ NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * VALIDATE THE NOTE DEFINITION AND DERIVE ITS PERIOD COUNT AND  *
      * CALENDARS - THE FIRST FAILURE FOUND IS THE ONE REPORTED       *
      ******************************************************************
       2200-VALIDATE-THE-NOTE.
           MOVE 'N' TO WS-NOTE-ERROR
           MOVE SPACES TO WS-NOTE-ERROR-TEXT
           MOVE FRN-CONVENTION TO WS-CONVENTION-CODE
           EVALUATE TRUE
               WHEN FRN-START-DATE IS NOT NUMERIC
                   MOVE 'START DATE NOT NUMERIC' TO WS-NOTE-ERROR-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(FRN-START-DATE)
                       NOT = 0
                   MOVE 'START DATE IS NOT A CALENDAR DATE'
                       TO WS-NOTE-ERROR-TEXT
               WHEN NOT WS-CONV-IS-VALID
                   MOVE 'CONVENTION MUST BE F, M, P OR Q'
                       TO WS-NOTE-ERROR-TEXT
               WHEN FRN-FIXING-LAG IS NOT NUMERIC
                   MOVE 'FIXING LAG NOT NUMERIC' TO WS-NOTE-ERROR-TEXT
               WHEN OTHER
                   PERFORM 2210-VALIDATE-THE-TENORS
           END-EVALUATE
           IF WS-NOTE-ERROR-TEXT = SPACES
               PERFORM 2220-VALIDATE-THE-CALENDARS
           END-IF
           IF WS-NOTE-ERROR-TEXT NOT = SPACES
               MOVE 'Y' TO WS-NOTE-ERROR
           END-IF.

      ******************************************************************
      * THE TERM MUST BE A WHOLE NUMBER OF RESET PERIODS              *
      ******************************************************************
       2210-VALIDATE-THE-TENORS.
           MOVE FRN-TERM-TENOR TO WS-TENOR-TEXT
           PERFORM 2230-PARSE-THE-TENOR
           MOVE WS-TENOR-MONTHS TO WS-TERM-MONTHS
           IF NOT WS-TENOR-IS-VALID
               MOVE 'TERM MUST BE nM OR nY' TO WS-NOTE-ERROR-TEXT
           ELSE
               MOVE FRN-RESET-TENOR TO WS-TENOR-TEXT
               PERFORM 2230-PARSE-THE-TENOR
               MOVE WS-TENOR-MONTHS TO WS-RESET-MONTHS
               EVALUATE TRUE
                   WHEN NOT WS-TENOR-IS-VALID
                       MOVE 'RESET TENOR MUST BE nM OR nY'
                           TO WS-NOTE-ERROR-TEXT
                   WHEN FUNCTION MOD(WS-TERM-MONTHS, WS-RESET-MONTHS)
                           NOT = 0
                       MOVE 'TERM IS NOT A WHOLE NUMBER OF RESETS'
                           TO WS-NOTE-ERROR-TEXT
                   WHEN OTHER
                       COMPUTE WS-PERIOD-COUNT =
                           WS-TERM-MONTHS / WS-RESET-MONTHS
                       IF WS-PERIOD-COUNT > WS-MAXIMUM-PERIODS
                           MOVE 'MORE THAN 360 RESET PERIODS'
                               TO WS-NOTE-ERROR-TEXT
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * BOTH CALENDARS MUST BE RECOGNIZED; THE FIXING CALENDAR IS     *
      * REQUIRED, THE PAYMENT CALENDAR MAY BE BLANK                   *
      ******************************************************************
       2220-VALIDATE-THE-CALENDARS.
           MOVE FRN-FIXING-CALENDAR TO WS-RESOLVE-CALENDAR
           PERFORM 2240-RESOLVE-THE-CALENDAR
           IF NOT WS-CALENDAR-IS-VALID
               MOVE 'FIXING CALENDAR NOT CA/US/CAUS/FEDW/LYNX'
                   TO WS-NOTE-ERROR-TEXT
           ELSE
               MOVE WS-RESOLVED-COUNTRY-1 TO WS-FIX-COUNTRY-1
               MOVE WS-RESOLVED-COUNTRY-2 TO WS-FIX-COUNTRY-2
               MOVE WS-RESOLVED-RAIL TO WS-FIX-RAIL
               MOVE 'N' TO WS-PAY-CALENDAR-GIVEN
               IF FRN-PAYMENT-CALENDAR NOT = SPACES
                   MOVE FRN-PAYMENT-CALENDAR TO WS-RESOLVE-CALENDAR
                   PERFORM 2240-RESOLVE-THE-CALENDAR
                   IF WS-CALENDAR-IS-VALID
                       MOVE 'Y' TO WS-PAY-CALENDAR-GIVEN
                       MOVE WS-RESOLVED-COUNTRY-1 TO WS-PAY-COUNTRY-1
                       MOVE WS-RESOLVED-COUNTRY-2 TO WS-PAY-COUNTRY-2
                       MOVE WS-RESOLVED-RAIL TO WS-PAY-RAIL
                   ELSE
                       MOVE 'PAYMENT CALENDAR NOT CA/US/CAUS/FEDW/LYNX'
                           TO WS-NOTE-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PARSE ONE nM / nY TENOR INTO MONTHS - ONE OR TWO LEADING      *
      * DIGITS, AS TENOR-SCHEDULE-BUILD PARSES ITS TENORS             *
      ******************************************************************
       2230-PARSE-THE-TENOR.
           MOVE 'Y' TO WS-TENOR-VALID
           MOVE 0 TO WS-TENOR-MONTHS
           EVALUATE TRUE
               WHEN WS-TENOR-TEXT (1:2) IS NUMERIC
                   MOVE WS-TENOR-TEXT (1:2) TO WS-TENOR-NUMBER
                   MOVE WS-TENOR-TEXT (3:1) TO WS-TENOR-UNIT
               WHEN WS-TENOR-TEXT (1:1) IS NUMERIC
                   MOVE 0 TO WS-TENOR-NUMBER
                   MOVE WS-TENOR-TEXT (1:1)
                       TO WS-TENOR-NUMBER (2:1)
                   MOVE WS-TENOR-TEXT (2:1) TO WS-TENOR-UNIT
               WHEN OTHER
                   MOVE 'N' TO WS-TENOR-VALID
           END-EVALUATE
           IF WS-TENOR-IS-VALID
               EVALUATE TRUE
                   WHEN WS-TENOR-NUMBER = 0
                       MOVE 'N' TO WS-TENOR-VALID
                   WHEN WS-TENOR-UNIT = 'M'
                       MOVE WS-TENOR-NUMBER TO WS-TENOR-MONTHS
                   WHEN WS-TENOR-UNIT = 'Y'
                       COMPUTE WS-TENOR-MONTHS = WS-TENOR-NUMBER * 12
                   WHEN OTHER
                       MOVE 'N' TO WS-TENOR-VALID
               END-EVALUATE
           END-IF.

      ******************************************************************
      * RESOLVE A CALENDAR CODE TO THE TWO COUNTRY CODES AND OPTIONAL *
      * RAIL CROSS-BORDER-VALUE-DATE TAKES                            *
      ******************************************************************
       2240-RESOLVE-THE-CALENDAR.
           MOVE 'Y' TO WS-RESOLVE-VALID
           MOVE SPACES TO WS-RESOLVED-RAIL
           EVALUATE WS-RESOLVE-CALENDAR
               WHEN 'CA'
                   MOVE CYC-CANADA TO WS-RESOLVED-COUNTRY-1
                                      WS-RESOLVED-COUNTRY-2
               WHEN 'US'
                   MOVE CYC-UNITED-STATES TO WS-RESOLVED-COUNTRY-1
                                             WS-RESOLVED-COUNTRY-2
               WHEN 'CAUS'
                   MOVE CYC-CANADA TO WS-RESOLVED-COUNTRY-1
                   MOVE CYC-UNITED-STATES TO WS-RESOLVED-COUNTRY-2
               WHEN RLC-FEDWIRE
                   MOVE RLC-FEDWIRE-COUNTRY TO WS-RESOLVED-COUNTRY-1
                                               WS-RESOLVED-COUNTRY-2
                   MOVE RLC-FEDWIRE TO WS-RESOLVED-RAIL
               WHEN RLC-LYNX
                   MOVE RLC-LYNX-COUNTRY TO WS-RESOLVED-COUNTRY-1
                                            WS-RESOLVED-COUNTRY-2
                   MOVE RLC-LYNX TO WS-RESOLVED-RAIL
               WHEN OTHER
                   MOVE 'N' TO WS-RESOLVE-VALID
           END-EVALUATE.

      ******************************************************************
      * THE NOTE'S HEADING ON THE REPORT                              *
      ******************************************************************
       2300-WRITE-NOTE-HEADING.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NOTE ' FRN-NOTE-ID
                  '  START ' NOTE-RECORD (11:8)
                  '  TERM ' FRN-TERM-TENOR
                  '  RESET ' FRN-RESET-TENOR
                  '  CONVENTION ' FRN-CONVENTION
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'FIXING LAG ' NOTE-RECORD (26:2)
                  ' ON ' FRN-FIXING-CALENDAR
                  '  PAYMENT CALENDAR ' FRN-PAYMENT-CALENDAR
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           IF FRN-PAYMENT-CALENDAR = SPACES
               MOVE 'NONE (ROLLED PERIOD END)'
                   TO WS-WORK-LINE (41:24)
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * THE END-OF-MONTH RULE IS IN FORCE WHEN THE START DATE IS THE  *
      * LAST BUSINESS DAY OF ITS OWN MONTH - AS TENOR-SCHEDULE-BUILD  *
      ******************************************************************
       2400-DETERMINE-EOM-RULE.
           MOVE FRN-START-DATE (1:4) TO WS-START-YEAR
           MOVE FRN-START-DATE (5:2) TO WS-START-MONTH
           MOVE FRN-START-DATE (7:2) TO WS-START-DAY
           MOVE 'N' TO WS-EOM-RULE-FLAG
           MOVE FRN-START-DATE (1:6) TO WS-NBM-YEAR-MONTH
           MOVE FRN-START-DATE TO WS-NBM-CHECK-DATE
           MOVE 'Y' TO WS-NBM-LAST-FLAG
           MOVE 0 TO WS-NBM-ORDINAL
           CALL 'NTH-BUSINESS-DAY-OF-MONTH' USING
               WS-NBM-YEAR-MONTH
               WS-NBM-ORDINAL
               WS-NBM-LAST-FLAG
               WS-NBM-CHECK-DATE
               WS-NBM-RESULT-DATE
               WS-NBM-MATCH-FLAG
               WS-NBM-RETURN-CODE
               WS-NBM-ERROR-MESSAGE
           IF WS-NBM-RETURN-CODE = 00
                   AND WS-NBM-MATCH-FLAG = 'Y'
               MOVE 'Y' TO WS-EOM-RULE-FLAG
           END-IF.

      ******************************************************************
      * A NOTE THAT FAILED VALIDATION, OR WHOSE SCHEDULE COULD NOT BE *
      * BUILT - ONE ERR RECORD AND THE REASON                         *
      ******************************************************************
       2900-REJECT-THE-NOTE.
           ADD 1 TO WS-NOTES-REJECTED
           MOVE SPACES TO FLOATING-RATE-SCHEDULE-RECORD
           MOVE FRN-NOTE-ID TO FRS-NOTE-ID
           MOVE 0 TO FRS-PERIOD-NUMBER FRS-PERIOD-START
                     FRS-PERIOD-END FRS-FIXING-DATE FRS-PAYMENT-DATE
           MOVE FRN-CONVENTION TO FRS-CONVENTION
           MOVE FRN-FIXING-CALENDAR TO FRS-FIXING-CALENDAR
           MOVE FRN-PAYMENT-CALENDAR TO FRS-PAYMENT-CALENDAR
           MOVE 'ERR' TO FRS-STATUS
           WRITE FLOATING-RATE-SCHEDULE-RECORD
           MOVE SPACES TO WS-WORK-LINE
           STRING '*** NOTE REJECTED - ' WS-NOTE-ERROR-TEXT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * ONE PERIOD - END, FIXING AND PAYMENT DATES, KEPT IN THE       *
      * PERIOD TABLE; THE NEXT PERIOD STARTS ON THIS ONE'S ROLLED END *
      ******************************************************************
       3000-BUILD-ONE-PERIOD.
           PERFORM 3100-BUILD-PERIOD-END
           IF NOT WS-NOTE-IN-ERROR
               PERFORM 3200-FIND-FIXING-DATE
           END-IF
           IF NOT WS-NOTE-IN-ERROR
               PERFORM 3300-FIND-PAYMENT-DATE
           END-IF
           IF NOT WS-NOTE-IN-ERROR
               MOVE WS-PERIOD-START TO WS-PRD-START (WS-PERIOD-NUMBER)
               MOVE WS-PERIOD-END TO WS-PRD-END (WS-PERIOD-NUMBER)
               MOVE WS-FIXING-DATE TO WS-PRD-FIXING (WS-PERIOD-NUMBER)
               MOVE WS-PAYMENT-DATE
                   TO WS-PRD-PAYMENT (WS-PERIOD-NUMBER)
               MOVE WS-PERIOD-END TO WS-PERIOD-START
           END-IF.

      ******************************************************************
      * THE PERIOD END COUNTS FROM THE NOTE'S START DATE (NOT FROM    *
      * THE PREVIOUS ROLLED END), SO ROLLS NEVER DRIFT THE SCHEDULE;  *
      * IT IS THEN ROLLED ON THE HOME CALENDAR                        *
      ******************************************************************
       3100-BUILD-PERIOD-END.
           COMPUTE WS-MONTH-TOTAL = WS-START-YEAR * 12 + WS-START-MONTH
               + WS-PERIOD-NUMBER * WS-RESET-MONTHS
           COMPUTE WS-TARGET-YEAR = (WS-MONTH-TOTAL - 1) / 12
           COMPUTE WS-TARGET-MONTH = WS-MONTH-TOTAL
               - WS-TARGET-YEAR * 12
           PERFORM 3110-SET-LAST-DAY-OF-MONTH
           IF WS-EOM-RULE-ON
               MOVE WS-LAST-DAY-OF-MONTH TO WS-TARGET-DAY
           ELSE
               IF WS-START-DAY > WS-LAST-DAY-OF-MONTH
                   MOVE WS-LAST-DAY-OF-MONTH TO WS-TARGET-DAY
               ELSE
                   MOVE WS-START-DAY TO WS-TARGET-DAY
               END-IF
           END-IF
           COMPUTE WS-UNROLLED-END = WS-TARGET-YEAR * 10000
               + WS-TARGET-MONTH * 100 + WS-TARGET-DAY
           CALL 'DATE-ROLL-CONVENTION' USING WS-UNROLLED-END
                                             WS-CONVENTION-CODE
                                             WS-DRC-ROLLED-DATE
                                             WS-DRC-RETURN-CODE
                                             WS-DRC-ERROR-MESSAGE
           IF WS-DRC-RETURN-CODE = 00
               MOVE WS-DRC-ROLLED-DATE TO WS-PERIOD-END
           ELSE
               MOVE 'Y' TO WS-NOTE-ERROR
               MOVE WS-DRC-ERROR-MESSAGE TO WS-NOTE-ERROR-TEXT
           END-IF.

      ******************************************************************
      * THE LAST CALENDAR DAY OF THE TARGET MONTH (INCLUDING LEAP    *
      * FEBRUARY)                                                     *
      ******************************************************************
       3110-SET-LAST-DAY-OF-MONTH.
           EVALUATE WS-TARGET-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
               WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 02
                   IF FUNCTION MOD(WS-TARGET-YEAR, 4) = 0
                           AND (FUNCTION MOD(WS-TARGET-YEAR, 100)
                                   NOT = 0
                               OR FUNCTION MOD(WS-TARGET-YEAR, 400)
                                   = 0)
                       MOVE 29 TO WS-LAST-DAY-OF-MONTH
                   ELSE
                       MOVE 28 TO WS-LAST-DAY-OF-MONTH
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * THE FIXING DATE - WALK BACK FROM THE PERIOD START, COUNTING   *
      * GOOD DAYS ON THE FIXING CALENDAR, UNTIL THE LAG IS MET. A LAG *
      * OF ZERO IS THE PERIOD START ITSELF WHEN IT IS A GOOD DAY,     *
      * OTHERWISE THE GOOD DAY BEFORE IT.                             *
      ******************************************************************
       3200-FIND-FIXING-DATE.
           MOVE WS-FIX-COUNTRY-1 TO WS-WALK-COUNTRY-1
           MOVE WS-FIX-COUNTRY-2 TO WS-WALK-COUNTRY-2
           MOVE WS-FIX-RAIL TO WS-WALK-RAIL
           MOVE WS-PERIOD-START TO WS-WALK-DATE
           MOVE 0 TO WS-DAYS-COUNTED
           IF FRN-FIXING-LAG = 0
               PERFORM 3500-TEST-WALK-DATE
               PERFORM UNTIL WS-WALK-DATE-IS-OPEN
                          OR WS-NOTE-IN-ERROR
                   PERFORM 3600-STEP-BACK-ONE-DAY
                   PERFORM 3500-TEST-WALK-DATE
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-DAYS-COUNTED >= FRN-FIXING-LAG
                          OR WS-NOTE-IN-ERROR
                   PERFORM 3600-STEP-BACK-ONE-DAY
                   PERFORM 3500-TEST-WALK-DATE
                   IF WS-WALK-DATE-IS-OPEN
                       ADD 1 TO WS-DAYS-COUNTED
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-WALK-DATE TO WS-FIXING-DATE.

      ******************************************************************
      * THE PAYMENT DATE - THE UNROLLED PERIOD END ROLLED UNDER THE   *
      * NOTE'S CONVENTION ON THE PAYMENT CALENDAR (F FORWARD, P BACK, *
      * M/Q THE SAME BUT TURNED BACK AT A MONTH BOUNDARY, AS          *
      * DATE-ROLL-CONVENTION DOES ON THE HOME CALENDAR)               *
      ******************************************************************
       3300-FIND-PAYMENT-DATE.
           IF NOT WS-PAY-CALENDAR-IN-USE
               MOVE WS-PERIOD-END TO WS-PAYMENT-DATE
           ELSE
               MOVE WS-PAY-COUNTRY-1 TO WS-WALK-COUNTRY-1
               MOVE WS-PAY-COUNTRY-2 TO WS-WALK-COUNTRY-2
               MOVE WS-PAY-RAIL TO WS-WALK-RAIL
               MOVE WS-UNROLLED-END TO WS-ROLL-TARGET
               EVALUATE WS-CONVENTION-CODE
                   WHEN 'F'
                       PERFORM 3310-ROLL-FORWARD
                   WHEN 'P'
                       PERFORM 3320-ROLL-BACKWARD
                   WHEN 'M'
                       PERFORM 3310-ROLL-FORWARD
                       IF WS-WALK-DATE (1:6) NOT = WS-ROLL-TARGET (1:6)
                           PERFORM 3320-ROLL-BACKWARD
                       END-IF
                   WHEN 'Q'
                       PERFORM 3320-ROLL-BACKWARD
                       IF WS-WALK-DATE (1:6) NOT = WS-ROLL-TARGET (1:6)
                           PERFORM 3310-ROLL-FORWARD
                       END-IF
               END-EVALUATE
               MOVE WS-WALK-DATE TO WS-PAYMENT-DATE
           END-IF.

      ******************************************************************
      * FIRST GOOD DAY ON OR AFTER THE ROLL TARGET - CROSS-BORDER-    *
      * VALUE-DATE'S ANSWER FOR AN OFFSET OF ZERO                     *
      ******************************************************************
       3310-ROLL-FORWARD.
           MOVE WS-ROLL-TARGET TO WS-WALK-DATE
           PERFORM 3500-TEST-WALK-DATE
           IF NOT WS-NOTE-IN-ERROR
               MOVE WS-CBV-VALUE-DATE TO WS-WALK-DATE
           END-IF.

      ******************************************************************
      * LAST GOOD DAY ON OR BEFORE THE ROLL TARGET                    *
      ******************************************************************
       3320-ROLL-BACKWARD.
           MOVE WS-ROLL-TARGET TO WS-WALK-DATE
           PERFORM 3500-TEST-WALK-DATE
           PERFORM UNTIL WS-WALK-DATE-IS-OPEN
                      OR WS-NOTE-IN-ERROR
               PERFORM 3600-STEP-BACK-ONE-DAY
               PERFORM 3500-TEST-WALK-DATE
           END-PERFORM.

      ******************************************************************
      * WRITE ONE BUILT PERIOD'S SCHEDULE RECORD AND REPORT LINE      *
      ******************************************************************
       3400-WRITE-THE-PERIOD.
           MOVE SPACES TO FLOATING-RATE-SCHEDULE-RECORD
           MOVE FRN-NOTE-ID TO FRS-NOTE-ID
           MOVE WS-PERIOD-NUMBER TO FRS-PERIOD-NUMBER
           MOVE WS-PRD-START (WS-PERIOD-NUMBER) TO FRS-PERIOD-START
           MOVE WS-PRD-END (WS-PERIOD-NUMBER) TO FRS-PERIOD-END
           MOVE WS-PRD-FIXING (WS-PERIOD-NUMBER) TO FRS-FIXING-DATE
           MOVE WS-PRD-PAYMENT (WS-PERIOD-NUMBER) TO FRS-PAYMENT-DATE
           MOVE FRN-CONVENTION TO FRS-CONVENTION
           MOVE FRN-FIXING-CALENDAR TO FRS-FIXING-CALENDAR
           MOVE FRN-PAYMENT-CALENDAR TO FRS-PAYMENT-CALENDAR
           MOVE 'OK' TO FRS-STATUS
           WRITE FLOATING-RATE-SCHEDULE-RECORD
           ADD 1 TO WS-PERIODS-WRITTEN
           MOVE WS-PERIOD-NUMBER TO WS-DTL-PERIOD
           MOVE FRS-PERIOD-START TO WS-DTL-START
           MOVE FRS-PERIOD-END TO WS-DTL-END
           MOVE FRS-FIXING-DATE TO WS-DTL-FIXING
           MOVE FRS-PAYMENT-DATE TO WS-DTL-PAYMENT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * IS WS-WALK-DATE A GOOD DAY ON THE WALK CALENDAR? CROSS-       *
      * BORDER-VALUE-DATE WITH AN OFFSET OF ZERO RETURNS THE DATE     *
      * ITSELF WHEN IT IS (AND THE NEXT GOOD DAY WHEN IT IS NOT)      *
      ******************************************************************
       3500-TEST-WALK-DATE.
           MOVE 'N' TO WS-WALK-OPEN
           MOVE 0 TO WS-CBV-DAY-OFFSET
           CALL 'CROSS-BORDER-VALUE-DATE' USING WS-WALK-DATE
                                                WS-CBV-DAY-OFFSET
                                                WS-WALK-COUNTRY-1
                                                WS-WALK-COUNTRY-2
                                                WS-CBV-VALUE-DATE
                                                WS-CBV-RETURN-CODE
                                                WS-CBV-ERROR-MESSAGE
                                                WS-WALK-RAIL
                                                WS-CBV-RAIL-CODE-2
           IF WS-CBV-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-NOTE-ERROR
               MOVE WS-CBV-ERROR-MESSAGE TO WS-NOTE-ERROR-TEXT
           ELSE
               IF WS-CBV-VALUE-DATE = WS-WALK-DATE
                   MOVE 'Y' TO WS-WALK-OPEN
               END-IF
           END-IF.

      ******************************************************************
      * STEP THE WALK DATE BACK ONE CALENDAR DAY                      *
      ******************************************************************
       3600-STEP-BACK-ONE-DAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WALK-DATE) - 1).

      ******************************************************************
      * WRITE THE SUMMARY, CLOSE THE FILES AND SET THE BANDED STEP    *
      * RETURN CODE                                                   *
      ******************************************************************
       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'NOTES READ: ' WS-NOTES-READ
                  '  SCHEDULED: ' WS-NOTES-SCHEDULED
                  '  REJECTED: ' WS-NOTES-REJECTED
                  '  PERIODS: ' WS-PERIODS-WRITTEN
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE NOTE-FILE SCHEDULE-FILE REPORT-FILE
           IF WS-NOTES-REJECTED > 0
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-IF
           DISPLAY 'FLOATING-RATE-SCHEDULE: ' WS-NOTES-READ
               ' NOTES, ' WS-NOTES-SCHEDULED ' SCHEDULED, '
               WS-NOTES-REJECTED ' REJECTED, ' WS-PERIODS-WRITTEN
               ' PERIODS'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
