      ******************************************************************
      * PROGRAM: CASH-FLOW-PROJECTION                                  *
      * PURPOSE: Project each deal's coupon / interest cash flows on  *
      *          its tenor schedule - accrual period, day count,      *
      *          fraction, interest amount and payment date           *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * TENOR-SCHEDULE-BUILD and DAY-COUNT-FRACTION give the dates    *
      * and the accrual fraction per period, but nobody turned that   *
      * into money, so treasury operations recomputed every coupon   *
      * by hand before reconciling against counterparty              *
      * confirmations. This batch reads the desk's deals and writes  *
      * each deal's projected cash flows:                             *
      *                                                               *
      *   - the schedule is TENOR-SCHEDULE-BUILD's for the deal's    *
      *     start date, tenor list and roll convention; period n     *
      *     accrues from the (n-1)th rolled date (the start date for *
      *     the first period) to the nth, and is paid on the nth     *
      *   - the day count and fraction are DAY-COUNT-FRACTION's for  *
      *     the deal's convention (A360 / A365 / B360)               *
      *   - interest = notional x rate% / 100 x fraction, rounded    *
      *     under the currency's rule (CURRENCY-ROUNDING) period by  *
      *     period; the deal total is the sum of the rounded amounts *
      *     - the figure the counterparty's confirmations add up to  *
      *                                                               *
      * The rate is the deal's fixed rate, or for any period with an *
      * R record the rate on that record - so a floating-rate deal   *
      * carries its fixings as R records and a deal with a zero      *
      * fixed rate must have an R record for every period.           *
      *                                                               *
      * A deal that fails validation, whose schedule cannot be       *
      * built, or any one of whose periods cannot be projected is    *
      * written as one ERR record - none of its periods - and listed *
      * on the report; the other deals are projected normally.       *
      *                                                               *
      * RETURN CODES (HOLIDAY-RETURN-SEVERITY bands): 0 every deal   *
      * projected; 8 one or more deals or records rejected; 12 a     *
      * file could not be opened.                                     *
      *                                                               *
      * INPUT:  CFDEALS.DAT - D deal records, each followed by any R *
      *         per-period rate records for the deal                  *
      * OUTPUT: CFPROJ.DAT  - one record per deal period              *
      *         CFPROJ.RPT  - printed projection with deal totals     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FLOW-PROJECTION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-FILE ASSIGN TO 'CFDEALS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAL-FILE-STATUS.
           SELECT PROJECTION-FILE ASSIGN TO 'CFPROJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CFPROJ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-FILE
           RECORDING MODE IS F.
       01  DEAL-RECORD.
           05  CFD-RECORD-TYPE             PIC X(1).
               88  CFD-DEAL-RECORD         VALUE 'D'.
               88  CFD-RATE-RECORD         VALUE 'R'.
           05  CFD-DEAL-ID                 PIC X(10).
           05  CFD-CURRENCY                PIC X(3).
           05  CFD-NOTIONAL                PIC 9(13)V99.
           05  CFD-DAY-COUNT-CONVENTION    PIC X(4).
           05  CFD-ROLL-CONVENTION         PIC X(1).
           05  CFD-START-DATE              PIC 9(8).
           05  CFD-FIXED-RATE              PIC 9(3)V9(6).
           05  CFD-TENOR-LIST.
               10  CFD-TENOR               PIC X(3)
                   OCCURS 12 TIMES.
       01  RATE-RECORD.
           05  CFR-RECORD-TYPE             PIC X(1).
           05  CFR-DEAL-ID                 PIC X(10).
           05  CFR-PERIOD-NUMBER           PIC 9(2).
           05  CFR-PERIOD-RATE             PIC 9(3)V9(6).

       FD  PROJECTION-FILE
           RECORDING MODE IS F.
       COPY 'cash-flow-projection.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEAL-FILE-STATUS         PIC X(2).
               88  WS-DEAL-FILE-OK         VALUE '00'.
           05  WS-PROJECTION-FILE-STATUS   PIC X(2).
               88  WS-PROJECTION-FILE-OK   VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Shared enterprise return-code/severity scheme
       COPY 'holiday-return-code.cpy'.

      * Rounding rule per settlement currency
       COPY 'currency-rounding.cpy'.

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * Processing control and counts
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-FILES-OPEN               PIC X(1) VALUE 'N'.
               88  WS-FILES-ARE-OPEN       VALUE 'Y'.
           05  WS-DEALS-READ               PIC 9(7) VALUE 0.
           05  WS-DEALS-PROJECTED          PIC 9(7) VALUE 0.
           05  WS-DEALS-REJECTED           PIC 9(7) VALUE 0.
           05  WS-RECORDS-REJECTED         PIC 9(7) VALUE 0.
           05  WS-PERIODS-WRITTEN          PIC 9(7) VALUE 0.

      * The deal being projected - the D record is kept here while
      * its R records are read
       01  WS-DEAL-FIELDS.
           05  WS-DEAL-RECORD              PIC X(87).
           05  WS-SAVED-DEAL REDEFINES WS-DEAL-RECORD.
               10  WSD-RECORD-TYPE         PIC X(1).
               10  WSD-DEAL-ID             PIC X(10).
               10  WSD-CURRENCY            PIC X(3).
               10  WSD-NOTIONAL            PIC 9(13)V99.
               10  WSD-DAY-COUNT-CONVENTION
                                           PIC X(4).
               10  WSD-ROLL-CONVENTION     PIC X(1).
                   88  WSD-ROLL-IS-VALID   VALUE 'F' 'M' 'P' 'Q'.
               10  WSD-START-DATE          PIC 9(8).
               10  WSD-FIXED-RATE          PIC 9(3)V9(6).
               10  WSD-TENOR-LIST          PIC X(36).
               10  WSD-TENOR-TABLE REDEFINES WSD-TENOR-LIST.
                   15  WSD-TENOR           PIC X(3)
                       OCCURS 12 TIMES.
           05  WS-DEAL-ERROR               PIC X(1).
               88  WS-DEAL-IN-ERROR        VALUE 'Y'.
           05  WS-DEAL-ERROR-TEXT          PIC X(50).
           05  WS-PERIOD-INDEX             PIC 9(2).
           05  WS-CURRENCY-INDEX           PIC 9(2).
           05  WS-CURRENCY-FOUND           PIC 9(2).
           05  WS-ACCRUAL-START            PIC 9(8).
           05  WS-PERIOD-RATE              PIC 9(3)V9(6).
           05  WS-RAW-INTEREST             PIC 9(13)V9(8).
           05  WS-INTEREST-AMOUNT          PIC 9(13)V99.
           05  WS-WHOLE-AMOUNT             PIC 9(15).
           05  WS-DEAL-TOTAL               PIC 9(13)V99.

      * Per-period rates from the deal's R records
       01  WS-PERIOD-RATE-TABLE.
           05  WS-PRT-ENTRY                OCCURS 12 TIMES.
               10  WS-PRT-RATE-GIVEN       PIC X(1).
                   88  WS-PRT-HAS-RATE     VALUE 'Y'.
               10  WS-PRT-RATE             PIC 9(3)V9(6).

      * Each period as projected - the deal's records are written
      * from here only once every period has projected
       01  WS-PROJECTED-PERIOD-TABLE.
           05  WS-PPT-ENTRY                OCCURS 12 TIMES.
               10  WS-PPT-ACCRUAL-START    PIC 9(8).
               10  WS-PPT-DAY-COUNT        PIC 9(6).
               10  WS-PPT-FRACTION         PIC 9(2)V9(9).
               10  WS-PPT-RATE             PIC 9(3)V9(6).
               10  WS-PPT-INTEREST         PIC 9(13)V99.

      * Fields used to call TENOR-SCHEDULE-BUILD
       01  WS-TSB-CALL-FIELDS.
           05  WS-TSB-TENOR-COUNT          PIC 9(2).
           05  WS-TSB-RETURN-CODE          PIC 9(2).
           05  WS-TSB-ERROR-MESSAGE        PIC X(50).
       01  WS-TSB-TENOR-TABLE.
           05  WS-TSB-TENOR-ENTRY          PIC X(3)
               OCCURS 12 TIMES.
       01  WS-TSB-SCHEDULE-TABLE.
           05  WS-TSB-SCHEDULE-DATE        PIC 9(8)
               OCCURS 12 TIMES.

      * Fields used to call DAY-COUNT-FRACTION - the schedule dates
      * are already rolled, so the end is not adjusted again
       01  WS-DCF-CALL-FIELDS.
           05  WS-DCF-ADJUST-FLAG          PIC X(1) VALUE 'N'.
           05  WS-DCF-DAY-COUNT            PIC 9(6).
           05  WS-DCF-ACCRUAL-FRACTION     PIC 9(2)V9(9).
           05  WS-DCF-ADJUSTED-END-DATE    PIC 9(8).
           05  WS-DCF-RETURN-CODE          PIC 9(2).
           05  WS-DCF-ERROR-MESSAGE        PIC X(50).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'COUPON / INTEREST CASH-FLOW PROJECTION'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   'PR START    END       DAYS     FRACTION '.
               10  FILLER                  PIC X(40) VALUE
                   '     RATE%           INTEREST PAYMENT'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-PERIOD           PIC Z9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-START            PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-END              PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-DAYS             PIC ZZZZ9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-FRACTION         PIC Z9.999999999.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-RATE             PIC ZZ9.999999.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-AMOUNT-AREA      PIC X(18).
               10  WS-DTL-AMOUNT-2DP REDEFINES WS-DTL-AMOUNT-AREA
                                           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  WS-DTL-AMOUNT-0DP REDEFINES WS-DTL-AMOUNT-AREA
                                           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-PAYMENT          PIC 9(8).
           05  WS-EDITED-NOTIONAL          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDITED-RATE              PIC ZZ9.999999.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-FILES-ARE-OPEN
               PERFORM 2000-PROCESS-DEAL-FILE
                   UNTIL WS-NO-MORE-RECORDS
               PERFORM 4000-WRITE-SUMMARY
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - OPEN THE FILES AND READ THE FIRST RECORD         *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           OPEN INPUT DEAL-FILE
           IF NOT WS-DEAL-FILE-OK
               DISPLAY 'CASH-FLOW-PROJECTION: UNABLE TO OPEN '
                   'CFDEALS.DAT - FILE STATUS ' WS-DEAL-FILE-STATUS
               MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT PROJECTION-FILE
               OPEN OUTPUT REPORT-FILE
               IF WS-PROJECTION-FILE-OK AND WS-REPORT-FILE-OK
                   MOVE 'Y' TO WS-FILES-OPEN
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   PERFORM 2100-READ-DEAL-FILE
               ELSE
                   DISPLAY 'CASH-FLOW-PROJECTION: UNABLE TO OPEN '
                       'CFPROJ.DAT/CFPROJ.RPT - FILE STATUS '
                       WS-PROJECTION-FILE-STATUS '/'
                       WS-REPORT-FILE-STATUS
                   MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
                   CLOSE DEAL-FILE
               END-IF
           END-IF.

      ******************************************************************
      * ONE DEAL - ITS D RECORD AND THE R RECORDS THAT FOLLOW IT. A  *
      * RECORD THAT IS NEITHER (OR AN R RECORD FOR ANOTHER DEAL) IS   *
      * LISTED AND SKIPPED.                                           *
      ******************************************************************
       2000-PROCESS-DEAL-FILE.
           IF NOT CFD-DEAL-RECORD
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** RECORD SKIPPED - NOT A DEAL OR ITS RATES: '
                      DEAL-RECORD (1:30)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               PERFORM 2100-READ-DEAL-FILE
           ELSE
               ADD 1 TO WS-DEALS-READ
               MOVE SPACES TO WS-DEAL-FIELDS
               MOVE DEAL-RECORD TO WS-DEAL-RECORD
               MOVE 'N' TO WS-DEAL-ERROR
               MOVE SPACES TO WS-DEAL-ERROR-TEXT
               PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                       UNTIL WS-PERIOD-INDEX > 12
                   MOVE 'N' TO WS-PRT-RATE-GIVEN (WS-PERIOD-INDEX)
                   MOVE 0 TO WS-PRT-RATE (WS-PERIOD-INDEX)
               END-PERFORM
               PERFORM 2100-READ-DEAL-FILE
               PERFORM 2200-TAKE-RATE-RECORD
                   UNTIL WS-NO-MORE-RECORDS
                      OR NOT CFD-RATE-RECORD
                      OR CFR-DEAL-ID NOT = WSD-DEAL-ID
               PERFORM 2300-VALIDATE-THE-DEAL
               PERFORM 2400-WRITE-DEAL-HEADING
               IF NOT WS-DEAL-IN-ERROR
                   PERFORM 2500-BUILD-THE-SCHEDULE
               END-IF
               IF WS-DEAL-IN-ERROR
                   PERFORM 2900-REJECT-THE-DEAL
               ELSE
                   PERFORM 3000-PROJECT-THE-DEAL
               END-IF
           END-IF.

      ******************************************************************
      * READ THE NEXT DEAL-FILE RECORD                                *
      ******************************************************************
       2100-READ-DEAL-FILE.
           READ DEAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * KEEP ONE R RECORD'S RATE FOR ITS PERIOD                       *
      ******************************************************************
       2200-TAKE-RATE-RECORD.
           IF CFR-PERIOD-NUMBER IS NOT NUMERIC
                   OR CFR-PERIOD-RATE IS NOT NUMERIC
                   OR CFR-PERIOD-NUMBER = 0
                   OR CFR-PERIOD-NUMBER > 12
               IF WS-DEAL-ERROR-TEXT = SPACES
                   MOVE 'RATE RECORD PERIOD OR RATE INVALID'
                       TO WS-DEAL-ERROR-TEXT
               END-IF
           ELSE
               MOVE 'Y' TO WS-PRT-RATE-GIVEN (CFR-PERIOD-NUMBER)
               MOVE CFR-PERIOD-RATE TO WS-PRT-RATE (CFR-PERIOD-NUMBER)
           END-IF
           PERFORM 2100-READ-DEAL-FILE.

      ******************************************************************
      * VALIDATE THE DEAL - THE FIRST FAILURE FOUND IS THE ONE        *
      * REPORTED                                                      *
      ******************************************************************
       2300-VALIDATE-THE-DEAL.
           MOVE 0 TO WS-CURRENCY-FOUND
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > CURRENCY-ROUNDING-COUNT
               IF CRT-CURRENCY (WS-CURRENCY-INDEX) = WSD-CURRENCY
                   MOVE WS-CURRENCY-INDEX TO WS-CURRENCY-FOUND
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TSB-TENOR-COUNT
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                   UNTIL WS-PERIOD-INDEX > 12
               MOVE WSD-TENOR (WS-PERIOD-INDEX)
                   TO WS-TSB-TENOR-ENTRY (WS-PERIOD-INDEX)
               IF WSD-TENOR (WS-PERIOD-INDEX) NOT = SPACES
                   MOVE WS-PERIOD-INDEX TO WS-TSB-TENOR-COUNT
               END-IF
           END-PERFORM
           IF WS-DEAL-ERROR-TEXT = SPACES
               EVALUATE TRUE
                   WHEN WSD-DEAL-ID = SPACES
                       MOVE 'DEAL ID IS BLANK' TO WS-DEAL-ERROR-TEXT
                   WHEN WS-CURRENCY-FOUND = 0
                       MOVE 'CURRENCY NOT ON THE ROUNDING TABLE'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN WSD-NOTIONAL IS NOT NUMERIC
                     OR WSD-NOTIONAL = 0
                       MOVE 'NOTIONAL MUST BE NUMERIC AND NOT ZERO'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN WSD-DAY-COUNT-CONVENTION NOT = 'A360'
                    AND WSD-DAY-COUNT-CONVENTION NOT = 'A365'
                    AND WSD-DAY-COUNT-CONVENTION NOT = 'B360'
                       MOVE 'DAY COUNT MUST BE A360, A365 OR B360'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN NOT WSD-ROLL-IS-VALID
                       MOVE 'ROLL CONVENTION MUST BE F, M, P OR Q'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN WSD-START-DATE IS NOT NUMERIC
                       MOVE 'START DATE NOT NUMERIC'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WSD-START-DATE)
                           NOT = 0
                       MOVE 'START DATE IS NOT A CALENDAR DATE'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN WSD-FIXED-RATE IS NOT NUMERIC
                       MOVE 'FIXED RATE NOT NUMERIC'
                           TO WS-DEAL-ERROR-TEXT
                   WHEN WS-TSB-TENOR-COUNT = 0
                       MOVE 'NO TENORS GIVEN' TO WS-DEAL-ERROR-TEXT
                   WHEN OTHER
                       PERFORM 2310-CHECK-EVERY-PERIOD-RATED
               END-EVALUATE
           END-IF
           IF WS-DEAL-ERROR-TEXT NOT = SPACES
               MOVE 'Y' TO WS-DEAL-ERROR
           END-IF.

      ******************************************************************
      * EVERY PERIOD NEEDS A RATE - THE FIXED RATE, OR AN R RECORD    *
      * WHEN THE FIXED RATE IS ZERO - AND NO R RECORD MAY NAME A      *
      * PERIOD BEYOND THE SCHEDULE                                    *
      ******************************************************************
       2310-CHECK-EVERY-PERIOD-RATED.
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                   UNTIL WS-PERIOD-INDEX > 12
               IF WS-PERIOD-INDEX > WS-TSB-TENOR-COUNT
                   IF WS-PRT-HAS-RATE (WS-PERIOD-INDEX)
                       MOVE 'RATE RECORD FOR A PERIOD BEYOND THE '
                           TO WS-DEAL-ERROR-TEXT
                       MOVE 'SCHEDULE' TO WS-DEAL-ERROR-TEXT (37:8)
                   END-IF
               ELSE
                   IF WSD-FIXED-RATE = 0
                           AND NOT WS-PRT-HAS-RATE (WS-PERIOD-INDEX)
                       MOVE SPACES TO WS-DEAL-ERROR-TEXT
                       STRING 'NO FIXED RATE AND NO RATE FOR PERIOD '
                              WS-PERIOD-INDEX
                              DELIMITED BY SIZE INTO WS-DEAL-ERROR-TEXT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE DEAL'S HEADING ON THE REPORT                              *
      ******************************************************************
       2400-WRITE-DEAL-HEADING.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           IF WSD-NOTIONAL IS NUMERIC
               MOVE WSD-NOTIONAL TO WS-EDITED-NOTIONAL
               STRING 'DEAL ' WSD-DEAL-ID
                      '  ' WSD-CURRENCY ' ' WS-EDITED-NOTIONAL
                      '  START ' WS-DEAL-RECORD (35:8)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'DEAL ' WSD-DEAL-ID
                      '  ' WSD-CURRENCY ' ' WS-DEAL-RECORD (15:15)
                      '  START ' WS-DEAL-RECORD (35:8)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           IF WSD-FIXED-RATE IS NUMERIC AND WSD-FIXED-RATE > 0
               MOVE WSD-FIXED-RATE TO WS-EDITED-RATE
               STRING 'DAY COUNT ' WSD-DAY-COUNT-CONVENTION
                      '  ROLL ' WSD-ROLL-CONVENTION
                      '  FIXED RATE ' WS-EDITED-RATE '%'
                      '  TENORS ' WSD-TENOR-LIST
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'DAY COUNT ' WSD-DAY-COUNT-CONVENTION
                      '  ROLL ' WSD-ROLL-CONVENTION
                      '  RATE PER PERIOD'
                      '  TENORS ' WSD-TENOR-LIST
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * BUILD THE DEAL'S ROLLED SCHEDULE; THE DATES MUST RUN FORWARD  *
      * FROM THE START DATE                                           *
      ******************************************************************
       2500-BUILD-THE-SCHEDULE.
           CALL 'TENOR-SCHEDULE-BUILD' USING WSD-START-DATE
                                             WS-TSB-TENOR-COUNT
                                             WS-TSB-TENOR-TABLE
                                             WSD-ROLL-CONVENTION
                                             WS-TSB-SCHEDULE-TABLE
                                             WS-TSB-RETURN-CODE
                                             WS-TSB-ERROR-MESSAGE
           IF WS-TSB-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-DEAL-ERROR
               MOVE WS-TSB-ERROR-MESSAGE TO WS-DEAL-ERROR-TEXT
           ELSE
               MOVE WSD-START-DATE TO WS-ACCRUAL-START
               PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
                       UNTIL WS-PERIOD-INDEX > WS-TSB-TENOR-COUNT
                   IF WS-TSB-SCHEDULE-DATE (WS-PERIOD-INDEX)
                           NOT > WS-ACCRUAL-START
                       MOVE 'Y' TO WS-DEAL-ERROR
                       MOVE 'TENORS MUST BE IN ASCENDING ORDER'
                           TO WS-DEAL-ERROR-TEXT
                   END-IF
                   MOVE WS-TSB-SCHEDULE-DATE (WS-PERIOD-INDEX)
                       TO WS-ACCRUAL-START
               END-PERFORM
           END-IF.

      ******************************************************************
      * A DEAL THAT CANNOT BE PROJECTED - ONE ERR RECORD AND THE      *
      * REASON                                                        *
      ******************************************************************
       2900-REJECT-THE-DEAL.
           ADD 1 TO WS-DEALS-REJECTED
           MOVE SPACES TO CASH-FLOW-PROJECTION-RECORD
           MOVE WSD-DEAL-ID TO CFP-DEAL-ID
           MOVE 0 TO CFP-PERIOD-NUMBER CFP-ACCRUAL-START
                     CFP-ACCRUAL-END CFP-DAY-COUNT
                     CFP-ACCRUAL-FRACTION CFP-RATE-PERCENT
                     CFP-NOTIONAL CFP-INTEREST-AMOUNT
                     CFP-PAYMENT-DATE
           MOVE WSD-DAY-COUNT-CONVENTION TO CFP-DAY-COUNT-CONVENTION
           MOVE WSD-CURRENCY TO CFP-CURRENCY
           MOVE 'ERR' TO CFP-STATUS
           WRITE CASH-FLOW-PROJECTION-RECORD
           MOVE SPACES TO WS-WORK-LINE
           STRING '*** DEAL REJECTED - ' WS-DEAL-ERROR-TEXT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * PROJECT EVERY PERIOD, THEN WRITE THE PERIODS AND THE DEAL     *
      * TOTAL - A DEAL THAT FAILS PART WAY IS ONE ERR RECORD, WITH    *
      * NONE OF ITS PERIODS WRITTEN                                   *
      ******************************************************************
       3000-PROJECT-THE-DEAL.
           MOVE 0 TO WS-DEAL-TOTAL
           MOVE WSD-START-DATE TO WS-ACCRUAL-START
           PERFORM 3100-PROJECT-ONE-PERIOD
               VARYING WS-PERIOD-INDEX FROM 1 BY 1
               UNTIL WS-PERIOD-INDEX > WS-TSB-TENOR-COUNT
                  OR WS-DEAL-IN-ERROR
           IF WS-DEAL-IN-ERROR
               PERFORM 2900-REJECT-THE-DEAL
           ELSE
               ADD 1 TO WS-DEALS-PROJECTED
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM 3300-WRITE-THE-PERIOD
                   VARYING WS-PERIOD-INDEX FROM 1 BY 1
                   UNTIL WS-PERIOD-INDEX > WS-TSB-TENOR-COUNT
               PERFORM 3400-WRITE-DEAL-TOTAL
           END-IF.

      ******************************************************************
      * ONE PERIOD - DAY COUNT AND FRACTION, RATE, ROUNDED INTEREST,  *
      * KEPT IN THE PROJECTED-PERIOD TABLE                            *
      ******************************************************************
       3100-PROJECT-ONE-PERIOD.
           CALL 'DAY-COUNT-FRACTION' USING
               WS-ACCRUAL-START
               WS-TSB-SCHEDULE-DATE (WS-PERIOD-INDEX)
               WSD-DAY-COUNT-CONVENTION
               WS-DCF-ADJUST-FLAG
               WSD-ROLL-CONVENTION
               WS-DCF-DAY-COUNT
               WS-DCF-ACCRUAL-FRACTION
               WS-DCF-ADJUSTED-END-DATE
               WS-DCF-RETURN-CODE
               WS-DCF-ERROR-MESSAGE
           IF WS-DCF-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-DEAL-ERROR
               MOVE WS-DCF-ERROR-MESSAGE TO WS-DEAL-ERROR-TEXT
           ELSE
               IF WS-PRT-HAS-RATE (WS-PERIOD-INDEX)
                   MOVE WS-PRT-RATE (WS-PERIOD-INDEX)
                       TO WS-PERIOD-RATE
               ELSE
                   MOVE WSD-FIXED-RATE TO WS-PERIOD-RATE
               END-IF
               COMPUTE WS-RAW-INTEREST = WSD-NOTIONAL
                   * WS-PERIOD-RATE / 100 * WS-DCF-ACCRUAL-FRACTION
               PERFORM 3200-ROUND-THE-INTEREST
               ADD WS-INTEREST-AMOUNT TO WS-DEAL-TOTAL
               MOVE WS-ACCRUAL-START
                   TO WS-PPT-ACCRUAL-START (WS-PERIOD-INDEX)
               MOVE WS-DCF-DAY-COUNT
                   TO WS-PPT-DAY-COUNT (WS-PERIOD-INDEX)
               MOVE WS-DCF-ACCRUAL-FRACTION
                   TO WS-PPT-FRACTION (WS-PERIOD-INDEX)
               MOVE WS-PERIOD-RATE TO WS-PPT-RATE (WS-PERIOD-INDEX)
               MOVE WS-INTEREST-AMOUNT
                   TO WS-PPT-INTEREST (WS-PERIOD-INDEX)
               MOVE WS-TSB-SCHEDULE-DATE (WS-PERIOD-INDEX)
                   TO WS-ACCRUAL-START
           END-IF.

      ******************************************************************
      * ROUND THE PERIOD'S INTEREST TO THE CURRENCY'S DECIMAL PLACES  *
      * UNDER ITS RULE - TO THE NEAREST UNIT (HALF UP) OR DOWN        *
      ******************************************************************
       3200-ROUND-THE-INTEREST.
           EVALUATE TRUE
               WHEN CRT-DECIMALS (WS-CURRENCY-FOUND) = 0
                 AND CRT-ROUND-DOWN (WS-CURRENCY-FOUND)
                   COMPUTE WS-WHOLE-AMOUNT = WS-RAW-INTEREST
                   MOVE WS-WHOLE-AMOUNT TO WS-INTEREST-AMOUNT
               WHEN CRT-DECIMALS (WS-CURRENCY-FOUND) = 0
                   COMPUTE WS-WHOLE-AMOUNT ROUNDED = WS-RAW-INTEREST
                   MOVE WS-WHOLE-AMOUNT TO WS-INTEREST-AMOUNT
               WHEN CRT-ROUND-DOWN (WS-CURRENCY-FOUND)
                   COMPUTE WS-INTEREST-AMOUNT = WS-RAW-INTEREST
               WHEN OTHER
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED = WS-RAW-INTEREST
           END-EVALUATE.

      ******************************************************************
      * WRITE ONE PROJECTED PERIOD'S RECORD AND REPORT LINE FROM THE  *
      * PROJECTED-PERIOD TABLE                                        *
      ******************************************************************
       3300-WRITE-THE-PERIOD.
           MOVE WS-PPT-ACCRUAL-START (WS-PERIOD-INDEX)
               TO WS-ACCRUAL-START
           MOVE WS-PPT-DAY-COUNT (WS-PERIOD-INDEX) TO WS-DCF-DAY-COUNT
           MOVE WS-PPT-FRACTION (WS-PERIOD-INDEX)
               TO WS-DCF-ACCRUAL-FRACTION
           MOVE WS-PPT-RATE (WS-PERIOD-INDEX) TO WS-PERIOD-RATE
           MOVE WS-PPT-INTEREST (WS-PERIOD-INDEX)
               TO WS-INTEREST-AMOUNT
           MOVE SPACES TO CASH-FLOW-PROJECTION-RECORD
           MOVE WSD-DEAL-ID TO CFP-DEAL-ID
           MOVE WS-PERIOD-INDEX TO CFP-PERIOD-NUMBER
           MOVE WS-ACCRUAL-START TO CFP-ACCRUAL-START
           MOVE WS-TSB-SCHEDULE-DATE (WS-PERIOD-INDEX)
               TO CFP-ACCRUAL-END CFP-PAYMENT-DATE
           MOVE WSD-DAY-COUNT-CONVENTION TO CFP-DAY-COUNT-CONVENTION
           MOVE WS-DCF-DAY-COUNT TO CFP-DAY-COUNT
           MOVE WS-DCF-ACCRUAL-FRACTION TO CFP-ACCRUAL-FRACTION
           MOVE WS-PERIOD-RATE TO CFP-RATE-PERCENT
           MOVE WSD-CURRENCY TO CFP-CURRENCY
           MOVE WSD-NOTIONAL TO CFP-NOTIONAL
           MOVE WS-INTEREST-AMOUNT TO CFP-INTEREST-AMOUNT
           MOVE 'OK' TO CFP-STATUS
           WRITE CASH-FLOW-PROJECTION-RECORD
           ADD 1 TO WS-PERIODS-WRITTEN
           MOVE WS-PERIOD-INDEX TO WS-DTL-PERIOD
           MOVE WS-ACCRUAL-START TO WS-DTL-START
           MOVE WS-TSB-SCHEDULE-DATE (WS-PERIOD-INDEX) TO WS-DTL-END
                                                         WS-DTL-PAYMENT
           MOVE WS-DCF-DAY-COUNT TO WS-DTL-DAYS
           MOVE WS-DCF-ACCRUAL-FRACTION TO WS-DTL-FRACTION
           MOVE WS-PERIOD-RATE TO WS-DTL-RATE
           PERFORM 3310-EDIT-THE-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * EDIT WS-INTEREST-AMOUNT INTO THE DETAIL LINE IN THE           *
      * CURRENCY'S DECIMAL PLACES                                     *
      ******************************************************************
       3310-EDIT-THE-AMOUNT.
           IF CRT-DECIMALS (WS-CURRENCY-FOUND) = 0
               MOVE WS-INTEREST-AMOUNT TO WS-DTL-AMOUNT-0DP
           ELSE
               MOVE WS-INTEREST-AMOUNT TO WS-DTL-AMOUNT-2DP
           END-IF.

      ******************************************************************
      * THE DEAL TOTAL - THE SUM OF THE ROUNDED PERIOD AMOUNTS        *
      ******************************************************************
       3400-WRITE-DEAL-TOTAL.
           MOVE WS-DEAL-TOTAL TO WS-INTEREST-AMOUNT
           PERFORM 3310-EDIT-THE-AMOUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING 'TOTAL INTEREST ' WSD-CURRENCY
                  '  (ROUNDED PER PERIOD TO '
                  CRT-DECIMALS (WS-CURRENCY-FOUND) ' DP, '
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           IF CRT-ROUND-DOWN (WS-CURRENCY-FOUND)
               MOVE 'DOWN)' TO WS-WORK-LINE (50:5)
           ELSE
               MOVE 'NEAREST)' TO WS-WORK-LINE (50:8)
           END-IF
           MOVE WS-DTL-AMOUNT-AREA TO WS-WORK-LINE (62:18)
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * WRITE THE SUMMARY, CLOSE THE FILES AND SET THE BANDED STEP    *
      * RETURN CODE                                                   *
      ******************************************************************
       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'DEALS READ: ' WS-DEALS-READ
                  '  PROJECTED: ' WS-DEALS-PROJECTED
                  '  REJECTED: ' WS-DEALS-REJECTED
                  '  PERIODS: ' WS-PERIODS-WRITTEN
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-RECORDS-REJECTED > 0
               MOVE SPACES TO WS-WORK-LINE
               STRING 'RECORDS SKIPPED: ' WS-RECORDS-REJECTED
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           CLOSE DEAL-FILE PROJECTION-FILE REPORT-FILE
           IF WS-DEALS-REJECTED > 0 OR WS-RECORDS-REJECTED > 0
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-IF
           DISPLAY 'CASH-FLOW-PROJECTION: ' WS-DEALS-READ
               ' DEALS, ' WS-DEALS-PROJECTED ' PROJECTED, '
               WS-DEALS-REJECTED ' REJECTED, ' WS-PERIODS-WRITTEN
               ' PERIODS'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
