      ******************************************************************
      * PROGRAM: STANDING-ORDER-SCHEDULE                               *
      * PURPOSE: Project each standing-order instruction's next       *
      *          twelve months of execution dates, rolled off our     *
      *          closures, with the roll exceptions customers notice  *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * The payments system dates customers' standing orders by     *
      * frequency alone, so one falling on July 1st or a storm       *
      * closure simply fails. This batch reads the standing-order    *
      * instruction file and projects every instruction's executions *
      * for the twelve months from the run date. Each scheduled date *
      * is rolled to a business day through DATE-ROLL-CONVENTION     *
      * under the instruction's own convention (F/M/P/Q) and         *
      * province, so its provincial holidays and the ad hoc and      *
      * bridge-day closures scoped to it are honoured as well as the *
      * federal calendar.                                             *
      *                                                               *
      * Frequencies:                                                  *
      *   W - weekly, every 7 days from the start date               *
      *   B - biweekly, every 14 days from the start date            *
      *   M - monthly on the execution day (a day past the end of a  *
      *       short month executes on that month's last day)         *
      *   L - the last calendar day of every month                   *
      * Executions are scheduled on or after the start date and, when *
      * an end date is given, on or before it.                        *
      *                                                               *
      * Every execution is written to the schedule file for the      *
      * payments system. The exception report lists the two cases    *
      * customers complain about:                                     *
      *   MONTH-END - the roll moved the execution out of the month  *
      *       it was scheduled in (a FOLLOWING roll off a month-end, *
      *       a PRECEDING roll off the 1st)                           *
      *   COLLISION - the execution rolled onto, or past, the next   *
      *       execution of the same instruction (a weekly order      *
      *       behind a multi-day closure), so the customer is debited *
      *       twice on one day or out of order                        *
      *                                                               *
      * An instruction that fails validation (frequency, dates,      *
      * execution day, or a convention or province DATE-ROLL-        *
      * CONVENTION refuses) is written as one ERR record and listed  *
      * on the report; the other instructions are scheduled normally.*
      * A valid instruction with no execution in the window (it ends *
      * before the window opens or starts after it closes) is        *
      * written as one NONE record and listed on the report, and is  *
      * counted apart from those scheduled.                          *
      *                                                               *
      * RUN PARM (optional):                                          *
      *   FROM=yyyymmdd - first day of the twelve-month window        *
      *                   (default the run date)                      *
      *                                                               *
      * RETURN CODES (HOLIDAY-RETURN-SEVERITY bands): 0 scheduled    *
      * with no exceptions; 4 roll exceptions listed; 8 PARM error or *
      * one or more instructions rejected; 12 a file could not be     *
      * opened.                                                       *
      *                                                               *
      * INPUT:  SOINSTR.DAT  - standing-order instructions: id,      *
      *         frequency, start date, execution day, end date,      *
      *         convention, province                                  *
      * OUTPUT: SOSCHED.DAT  - one record per projected execution    *
      *         SOEXCEPT.RPT - roll exception report                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-SCHEDULE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE ASSIGN TO 'SOINSTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO 'SOSCHED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SOEXCEPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTION-FILE
           RECORDING MODE IS F.
       01  INSTRUCTION-RECORD.
           05  SOI-INSTRUCTION-ID          PIC X(12).
           05  SOI-FREQUENCY               PIC X(1).
           05  SOI-START-DATE              PIC 9(8).
           05  SOI-EXECUTION-DAY           PIC 9(2).
           05  SOI-END-DATE                PIC 9(8).
           05  SOI-CONVENTION              PIC X(1).
           05  SOI-PROVINCE-CODE           PIC X(2).

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY 'standing-order-schedule.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-INSTRUCTION-FILE-STATUS  PIC X(2).
               88  WS-INSTRUCTION-FILE-OK  VALUE '00'.
           05  WS-SCHEDULE-FILE-STATUS     PIC X(2).
               88  WS-SCHEDULE-FILE-OK     VALUE '00'.
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
           05  WS-PARM-DATE                PIC X(8).
           05  WS-PARM-IN-ERROR            PIC X(1) VALUE 'N'.
               88  WS-PARM-REJECTED        VALUE 'Y'.

      * The twelve-month window - from the run date (or FROM=) up
      * to, but not including, the same day a year later
       01  WS-WINDOW-FIELDS.
           05  WS-WINDOW-START-DATE        PIC 9(8).
           05  WS-WINDOW-END-DATE          PIC 9(8).
           05  WS-WINDOW-LAST-DATE         PIC 9(8).

      * Processing control and counts
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-FILES-OPEN               PIC X(1) VALUE 'N'.
               88  WS-FILES-ARE-OPEN       VALUE 'Y'.
           05  WS-INSTRUCTIONS-READ        PIC 9(7) VALUE 0.
           05  WS-INSTRUCTIONS-SCHEDULED   PIC 9(7) VALUE 0.
           05  WS-INSTRUCTIONS-REJECTED    PIC 9(7) VALUE 0.
           05  WS-INSTRUCTIONS-EMPTY       PIC 9(7) VALUE 0.
           05  WS-EXECUTIONS-WRITTEN       PIC 9(7) VALUE 0.
           05  WS-EXECUTIONS-ROLLED        PIC 9(7) VALUE 0.
           05  WS-MONTH-END-EXCEPTIONS     PIC 9(7) VALUE 0.
           05  WS-COLLISION-EXCEPTIONS     PIC 9(7) VALUE 0.

      * The instruction being scheduled
       01  WS-INSTRUCTION-FIELDS.
           05  WS-INSTRUCTION-ERROR        PIC X(1).
               88  WS-INSTRUCTION-IN-ERROR VALUE 'Y'.
           05  WS-INSTRUCTION-ERROR-TEXT   PIC X(50).
           05  WS-FREQUENCY-CODE           PIC X(1).
               88  WS-FREQ-WEEKLY          VALUE 'W'.
               88  WS-FREQ-BIWEEKLY        VALUE 'B'.
               88  WS-FREQ-MONTHLY         VALUE 'M'.
               88  WS-FREQ-LAST-DAY        VALUE 'L'.
               88  WS-FREQ-IS-VALID        VALUE 'W' 'B' 'M' 'L'.
           05  WS-CONVENTION-CODE          PIC X(1).
               88  WS-CONV-IS-VALID        VALUE 'F' 'M' 'P' 'Q'.
           05  WS-FIRST-DATE               PIC 9(8).
           05  WS-LAST-DATE                PIC 9(8).
           05  WS-STEP-DAYS                PIC 9(2).
           05  WS-START-INTEGER            PIC 9(7).
           05  WS-FIRST-INTEGER            PIC 9(7).
           05  WS-LAST-INTEGER             PIC 9(7).
           05  WS-CANDIDATE-INTEGER        PIC 9(7).
           05  WS-STEPS-TO-WINDOW          PIC 9(5).

      * Month arithmetic for the monthly frequencies - the execution
      * day clipped to the month's length, or the month's last day
       01  WS-MONTH-ARITHMETIC-FIELDS.
           05  WS-CURSOR-YEAR-MONTH        PIC 9(6).
           05  WS-CURSOR-YEAR              PIC 9(4).
           05  WS-CURSOR-MONTH             PIC 9(2).
           05  WS-LAST-YEAR-MONTH          PIC 9(6).
           05  WS-TARGET-DAY               PIC 9(2).
           05  WS-LAST-DAY-OF-MONTH        PIC 9(2).
           05  WS-NEXT-MONTH-FIRST         PIC 9(8).
           05  WS-CANDIDATE-DATE           PIC 9(8).

      * The instruction's executions in the window - scheduled date,
      * rolled execution date and its two exception flags. Fifty-
      * three weekly executions is the most a year can hold.
       01  WS-EXECUTION-TABLE.
           05  WS-EXECUTION-COUNT          PIC 9(3) VALUE 0.
           05  WS-EXECUTION-INDEX          PIC 9(3).
           05  WS-MAXIMUM-EXECUTIONS       PIC 9(3) VALUE 60.
           05  WS-EXECUTION-ENTRY OCCURS 60 TIMES.
               10  WS-EXE-SCHEDULED-DATE   PIC 9(8).
               10  WS-EXE-EXECUTION-DATE   PIC 9(8).
               10  WS-EXE-MONTH-END-FLAG   PIC X(1).
               10  WS-EXE-COLLISION-FLAG   PIC X(1).
               10  WS-EXE-COLLIDES-WITH    PIC 9(8).

      * Fields used to call DATE-ROLL-CONVENTION - always with the
      * trailing province parameter
       01  WS-DRC-CALL-FIELDS.
           05  WS-DRC-ROLLED-DATE          PIC 9(8).
           05  WS-DRC-RETURN-CODE          PIC 9(2).
           05  WS-DRC-ERROR-MESSAGE        PIC X(50).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'STANDING-ORDER SCHEDULE - HOLIDAY ROLL EXCEPTIONS'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   'INSTRUCTION   FREQ SCHEDULED EXECUTES  '.
               10  FILLER                  PIC X(40) VALUE
                   'CONV PROV EXCEPTION'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-INSTRUCTION-ID   PIC X(12).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-FREQUENCY        PIC X(1).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-SCHEDULED-DATE   PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-EXECUTION-DATE   PIC 9(8).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-CONVENTION       PIC X(1).
               10  FILLER                  PIC X(4)  VALUE SPACES.
               10  WS-DTL-PROVINCE-CODE    PIC X(2).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-EXCEPTION-TEXT   PIC X(30).

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
           IF WS-FILES-ARE-OPEN
               PERFORM 2000-SCHEDULE-ONE-INSTRUCTION
                   UNTIL WS-NO-MORE-RECORDS
               PERFORM 4000-WRITE-SUMMARY
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - SET THE WINDOW, OPEN THE FILES AND READ THE      *
      * FIRST INSTRUCTION                                              *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-WINDOW-START-DATE
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-PARM-REJECTED
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           ELSE
               PERFORM 1200-SET-THE-WINDOW
               PERFORM 1300-OPEN-THE-FILES
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
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'FROM='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PARM-DATE
                   IF WS-PARM-DATE IS NUMERIC
                       MOVE WS-PARM-DATE TO WS-WINDOW-START-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               WS-WINDOW-START-DATE) NOT = 0
                           PERFORM 1120-REJECT-PARM-TOKEN
                       END-IF
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 1120-REJECT-PARM-TOKEN
           END-EVALUATE.

       1120-REJECT-PARM-TOKEN.
           DISPLAY 'STANDING-ORDER-SCHEDULE: INVALID PARM KEYWORD '
               WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 'Y' TO WS-PARM-IN-ERROR.

      ******************************************************************
      * THE WINDOW ENDS THE DAY BEFORE THE START DATE'S ANNIVERSARY - *
      * A 29 FEBRUARY START RUNS TO 28 FEBRUARY OF THE NEXT YEAR      *
      ******************************************************************
       1200-SET-THE-WINDOW.
           MOVE WS-WINDOW-START-DATE TO WS-WINDOW-END-DATE
           ADD 10000 TO WS-WINDOW-END-DATE
           IF WS-WINDOW-END-DATE (5:4) = '0229'
               MOVE '0301' TO WS-WINDOW-END-DATE (5:4)
           END-IF
           COMPUTE WS-WINDOW-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END-DATE) - 1).

      ******************************************************************
      * OPEN THE FILES AND WRITE THE REPORT HEADING                   *
      ******************************************************************
       1300-OPEN-THE-FILES.
           OPEN INPUT INSTRUCTION-FILE
           IF NOT WS-INSTRUCTION-FILE-OK
               DISPLAY 'STANDING-ORDER-SCHEDULE: UNABLE TO OPEN '
                   'SOINSTR.DAT - FILE STATUS '
                   WS-INSTRUCTION-FILE-STATUS
               MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT SCHEDULE-FILE
               OPEN OUTPUT REPORT-FILE
               IF WS-SCHEDULE-FILE-OK AND WS-REPORT-FILE-OK
                   MOVE 'Y' TO WS-FILES-OPEN
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   MOVE SPACES TO WS-WORK-LINE
                   STRING 'EXECUTIONS FROM ' WS-WINDOW-START-DATE
                          ' THROUGH ' WS-WINDOW-LAST-DATE
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   WRITE REPORT-LINE FROM WS-HEADING-LINE
                   PERFORM 2100-READ-INSTRUCTION-RECORD
               ELSE
                   DISPLAY 'STANDING-ORDER-SCHEDULE: UNABLE TO OPEN '
                       'SOSCHED.DAT/SOEXCEPT.RPT - FILE STATUS '
                       WS-SCHEDULE-FILE-STATUS '/'
                       WS-REPORT-FILE-STATUS
                   MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
                   CLOSE INSTRUCTION-FILE
               END-IF
           END-IF.

      ******************************************************************
      * VALIDATE ONE INSTRUCTION, PROJECT AND ROLL ITS EXECUTIONS,    *
      * FLAG THE EXCEPTIONS AND WRITE THEM - OR ONE ERR RECORD WHEN   *
      * IT CANNOT BE SCHEDULED, OR ONE NONE RECORD WHEN NOTHING FALLS *
      * IN THE WINDOW                                                 *
      ******************************************************************
       2000-SCHEDULE-ONE-INSTRUCTION.
           ADD 1 TO WS-INSTRUCTIONS-READ
           PERFORM 2200-VALIDATE-THE-INSTRUCTION
           IF NOT WS-INSTRUCTION-IN-ERROR
               MOVE 0 TO WS-EXECUTION-COUNT
               EVALUATE TRUE
                   WHEN WS-FREQ-WEEKLY
                       MOVE 7 TO WS-STEP-DAYS
                       PERFORM 3000-PROJECT-FIXED-INTERVAL
                   WHEN WS-FREQ-BIWEEKLY
                       MOVE 14 TO WS-STEP-DAYS
                       PERFORM 3000-PROJECT-FIXED-INTERVAL
                   WHEN OTHER
                       PERFORM 3100-PROJECT-MONTHLY
               END-EVALUATE
               PERFORM 3300-ROLL-ONE-EXECUTION
                   VARYING WS-EXECUTION-INDEX FROM 1 BY 1
                   UNTIL WS-EXECUTION-INDEX > WS-EXECUTION-COUNT
                      OR WS-INSTRUCTION-IN-ERROR
           END-IF
           EVALUATE TRUE
               WHEN WS-INSTRUCTION-IN-ERROR
                   PERFORM 2900-REJECT-THE-INSTRUCTION
               WHEN WS-EXECUTION-COUNT = 0
                   PERFORM 2800-NOTE-EMPTY-WINDOW
               WHEN OTHER
                   PERFORM 2700-WRITE-THE-EXECUTIONS
           END-EVALUATE
           PERFORM 2100-READ-INSTRUCTION-RECORD.

      ******************************************************************
      * READ THE NEXT INSTRUCTION                                     *
      ******************************************************************
       2100-READ-INSTRUCTION-RECORD.
           READ INSTRUCTION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.


      ******************************************************************
      * VALIDATE THE INSTRUCTION AND SET ITS OWN SLICE OF THE WINDOW  *
      * - THE FIRST FAILURE FOUND IS THE ONE REPORTED. THE PROVINCE IS *
      * LEFT TO DATE-ROLL-CONVENTION'S OWN EDITS.                     *
      ******************************************************************
       2200-VALIDATE-THE-INSTRUCTION.
           MOVE 'N' TO WS-INSTRUCTION-ERROR
           MOVE SPACES TO WS-INSTRUCTION-ERROR-TEXT
           MOVE SOI-FREQUENCY TO WS-FREQUENCY-CODE
           MOVE SOI-CONVENTION TO WS-CONVENTION-CODE
           EVALUATE TRUE
               WHEN SOI-INSTRUCTION-ID = SPACES
                   MOVE 'INSTRUCTION ID IS BLANK'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN NOT WS-FREQ-IS-VALID
                   MOVE 'FREQUENCY MUST BE W, B, M OR L'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN NOT WS-CONV-IS-VALID
                   MOVE 'CONVENTION MUST BE F, M, P OR Q'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN SOI-START-DATE IS NOT NUMERIC
                   MOVE 'START DATE NOT NUMERIC'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SOI-START-DATE)
                       NOT = 0
                   MOVE 'START DATE IS NOT A CALENDAR DATE'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN SOI-END-DATE IS NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN SOI-END-DATE NOT = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(SOI-END-DATE)
                           NOT = 0
                   MOVE 'END DATE IS NOT A CALENDAR DATE'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN SOI-END-DATE NOT = 0
                       AND SOI-END-DATE < SOI-START-DATE
                   MOVE 'END DATE IS BEFORE THE START DATE'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN WS-FREQ-MONTHLY
                       AND (SOI-EXECUTION-DAY IS NOT NUMERIC
                            OR SOI-EXECUTION-DAY < 1
                            OR SOI-EXECUTION-DAY > 31)
                   MOVE 'EXECUTION DAY MUST BE 01 THROUGH 31'
                       TO WS-INSTRUCTION-ERROR-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-INSTRUCTION-ERROR-TEXT NOT = SPACES
               MOVE 'Y' TO WS-INSTRUCTION-ERROR
           ELSE
               MOVE WS-WINDOW-START-DATE TO WS-FIRST-DATE
               IF SOI-START-DATE > WS-FIRST-DATE
                   MOVE SOI-START-DATE TO WS-FIRST-DATE
               END-IF
               MOVE WS-WINDOW-LAST-DATE TO WS-LAST-DATE
               IF SOI-END-DATE NOT = 0
                       AND SOI-END-DATE < WS-LAST-DATE
                   MOVE SOI-END-DATE TO WS-LAST-DATE
               END-IF
           END-IF.

      ******************************************************************
      * A SCHEDULED INSTRUCTION - FLAG THE COLLISIONS AND WRITE EVERY *
      * EXECUTION                                                     *
      ******************************************************************
       2700-WRITE-THE-EXECUTIONS.
           ADD 1 TO WS-INSTRUCTIONS-SCHEDULED
           PERFORM 3400-FLAG-COLLISION
               VARYING WS-EXECUTION-INDEX FROM 2 BY 1
               UNTIL WS-EXECUTION-INDEX > WS-EXECUTION-COUNT
           PERFORM 3500-WRITE-ONE-EXECUTION
               VARYING WS-EXECUTION-INDEX FROM 1 BY 1
               UNTIL WS-EXECUTION-INDEX > WS-EXECUTION-COUNT.

      ******************************************************************
      * A VALID INSTRUCTION WITH NO EXECUTION IN THE WINDOW - IT ENDS *
      * BEFORE THE WINDOW OPENS OR STARTS AFTER IT CLOSES. ONE NONE   *
      * RECORD AND A REPORT LINE, SO IT IS NOT MISTAKEN FOR ONE THAT  *
      * WAS NEVER READ.                                               *
      ******************************************************************
       2800-NOTE-EMPTY-WINDOW.
           ADD 1 TO WS-INSTRUCTIONS-EMPTY
           MOVE SPACES TO STANDING-ORDER-SCHEDULE-RECORD
           MOVE SOI-INSTRUCTION-ID TO SOS-INSTRUCTION-ID
           MOVE 0 TO SOS-EXECUTION-NUMBER SOS-SCHEDULED-DATE
                     SOS-EXECUTION-DATE
           MOVE SOI-FREQUENCY TO SOS-FREQUENCY
           MOVE SOI-CONVENTION TO SOS-CONVENTION
           MOVE SOI-PROVINCE-CODE TO SOS-PROVINCE-CODE
           MOVE 'N' TO SOS-ROLLED-FLAG SOS-MONTH-END-FLAG
                       SOS-COLLISION-FLAG
           MOVE 'NONE' TO SOS-STATUS
           WRITE STANDING-ORDER-SCHEDULE-RECORD
           MOVE SPACES TO WS-WORK-LINE
           STRING '*** ' SOI-INSTRUCTION-ID
                  ' NO EXECUTIONS IN WINDOW'
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * AN INSTRUCTION THAT FAILED VALIDATION - ONE ERR RECORD AND    *
      * THE REASON                                                    *
      ******************************************************************
       2900-REJECT-THE-INSTRUCTION.
           ADD 1 TO WS-INSTRUCTIONS-REJECTED
           MOVE SPACES TO STANDING-ORDER-SCHEDULE-RECORD
           MOVE SOI-INSTRUCTION-ID TO SOS-INSTRUCTION-ID
           MOVE 0 TO SOS-EXECUTION-NUMBER SOS-SCHEDULED-DATE
                     SOS-EXECUTION-DATE
           MOVE SOI-FREQUENCY TO SOS-FREQUENCY
           MOVE SOI-CONVENTION TO SOS-CONVENTION
           MOVE SOI-PROVINCE-CODE TO SOS-PROVINCE-CODE
           MOVE 'N' TO SOS-ROLLED-FLAG SOS-MONTH-END-FLAG
                       SOS-COLLISION-FLAG
           MOVE 'ERR' TO SOS-STATUS
           WRITE STANDING-ORDER-SCHEDULE-RECORD
           MOVE SPACES TO WS-WORK-LINE
           STRING '*** ' SOI-INSTRUCTION-ID
                  ' REJECTED - ' WS-INSTRUCTION-ERROR-TEXT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * WEEKLY AND BIWEEKLY - EVERY WS-STEP-DAYS FROM THE START DATE, *
      * BEGINNING WITH THE FIRST STEP ON OR AFTER THE WINDOW'S FIRST  *
      * DATE                                                          *
      ******************************************************************
       3000-PROJECT-FIXED-INTERVAL.
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(SOI-START-DATE)
           COMPUTE WS-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
           COMPUTE WS-STEPS-TO-WINDOW =
               (WS-FIRST-INTEGER - WS-START-INTEGER + WS-STEP-DAYS - 1)
                   / WS-STEP-DAYS
           COMPUTE WS-CANDIDATE-INTEGER = WS-START-INTEGER
               + WS-STEPS-TO-WINDOW * WS-STEP-DAYS
           PERFORM UNTIL WS-CANDIDATE-INTEGER > WS-LAST-INTEGER
                      OR WS-INSTRUCTION-IN-ERROR
               COMPUTE WS-CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER)
               PERFORM 3200-ADD-EXECUTION
               ADD WS-STEP-DAYS TO WS-CANDIDATE-INTEGER
           END-PERFORM.

      ******************************************************************
      * MONTHLY ON A FIXED DAY AND LAST DAY OF MONTH - ONE CANDIDATE  *
      * PER CALENDAR MONTH ACROSS THE INSTRUCTION'S SLICE OF THE      *
      * WINDOW                                                        *
      ******************************************************************
       3100-PROJECT-MONTHLY.
           MOVE WS-FIRST-DATE (1:6) TO WS-CURSOR-YEAR-MONTH
           MOVE WS-LAST-DATE (1:6) TO WS-LAST-YEAR-MONTH
           PERFORM UNTIL WS-CURSOR-YEAR-MONTH > WS-LAST-YEAR-MONTH
                      OR WS-INSTRUCTION-IN-ERROR
               MOVE WS-CURSOR-YEAR-MONTH (1:4) TO WS-CURSOR-YEAR
               MOVE WS-CURSOR-YEAR-MONTH (5:2) TO WS-CURSOR-MONTH
               PERFORM 3110-SET-LAST-DAY-OF-MONTH
               IF WS-FREQ-LAST-DAY
                       OR SOI-EXECUTION-DAY > WS-LAST-DAY-OF-MONTH
                   MOVE WS-LAST-DAY-OF-MONTH TO WS-TARGET-DAY
               ELSE
                   MOVE SOI-EXECUTION-DAY TO WS-TARGET-DAY
               END-IF
               COMPUTE WS-CANDIDATE-DATE =
                   WS-CURSOR-YEAR-MONTH * 100 + WS-TARGET-DAY
               IF WS-CANDIDATE-DATE >= WS-FIRST-DATE
                       AND WS-CANDIDATE-DATE <= WS-LAST-DATE
                   PERFORM 3200-ADD-EXECUTION
               END-IF
               IF WS-CURSOR-MONTH = 12
                   COMPUTE WS-CURSOR-YEAR-MONTH =
                       (WS-CURSOR-YEAR + 1) * 100 + 1
               ELSE
                   ADD 1 TO WS-CURSOR-YEAR-MONTH
               END-IF
           END-PERFORM.

      ******************************************************************
      * THE LAST CALENDAR DAY OF THE CURSOR MONTH - THE DAY BEFORE    *
      * THE FIRST OF THE FOLLOWING MONTH                              *
      ******************************************************************
       3110-SET-LAST-DAY-OF-MONTH.
           IF WS-CURSOR-MONTH = 12
               COMPUTE WS-NEXT-MONTH-FIRST =
                   (WS-CURSOR-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-FIRST =
                   WS-CURSOR-YEAR * 10000
                   + (WS-CURSOR-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-LAST-DAY-OF-MONTH = FUNCTION MOD(
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1),
               100).

      ******************************************************************
      * ADD THE CANDIDATE AS THE INSTRUCTION'S NEXT EXECUTION         *
      ******************************************************************
       3200-ADD-EXECUTION.
           IF WS-EXECUTION-COUNT >= WS-MAXIMUM-EXECUTIONS
               MOVE 'Y' TO WS-INSTRUCTION-ERROR
               MOVE 'MORE THAN 60 EXECUTIONS IN THE WINDOW'
                   TO WS-INSTRUCTION-ERROR-TEXT
           ELSE
               ADD 1 TO WS-EXECUTION-COUNT
               MOVE WS-CANDIDATE-DATE
                   TO WS-EXE-SCHEDULED-DATE (WS-EXECUTION-COUNT)
               MOVE 0 TO WS-EXE-EXECUTION-DATE (WS-EXECUTION-COUNT)
                         WS-EXE-COLLIDES-WITH (WS-EXECUTION-COUNT)
               MOVE 'N' TO WS-EXE-MONTH-END-FLAG (WS-EXECUTION-COUNT)
                           WS-EXE-COLLISION-FLAG (WS-EXECUTION-COUNT)
           END-IF.

      ******************************************************************
      * ROLL ONE EXECUTION UNDER THE INSTRUCTION'S CONVENTION AND     *
      * PROVINCE, AND FLAG A ROLL THAT LEFT THE SCHEDULED MONTH       *
      ******************************************************************
       3300-ROLL-ONE-EXECUTION.
           CALL 'DATE-ROLL-CONVENTION' USING
               WS-EXE-SCHEDULED-DATE (WS-EXECUTION-INDEX)
               SOI-CONVENTION
               WS-DRC-ROLLED-DATE
               WS-DRC-RETURN-CODE
               WS-DRC-ERROR-MESSAGE
               SOI-PROVINCE-CODE
           IF WS-DRC-RETURN-CODE NOT = 00
               MOVE 'Y' TO WS-INSTRUCTION-ERROR
               MOVE WS-DRC-ERROR-MESSAGE TO WS-INSTRUCTION-ERROR-TEXT
           ELSE
               MOVE WS-DRC-ROLLED-DATE
                   TO WS-EXE-EXECUTION-DATE (WS-EXECUTION-INDEX)
               IF WS-DRC-ROLLED-DATE (1:6) NOT =
                       WS-EXE-SCHEDULED-DATE (WS-EXECUTION-INDEX) (1:6)
                   MOVE 'Y'
                       TO WS-EXE-MONTH-END-FLAG (WS-EXECUTION-INDEX)
               END-IF
           END-IF.

      ******************************************************************
      * AN EXECUTION THAT ROLLED ONTO OR PAST ITS SUCCESSOR COLLIDES  *
      * WITH IT - BOTH ARE FLAGGED, EACH NAMING THE OTHER'S SCHEDULED *
      * DATE                                                          *
      ******************************************************************
       3400-FLAG-COLLISION.
           IF WS-EXE-EXECUTION-DATE (WS-EXECUTION-INDEX) <=
                   WS-EXE-EXECUTION-DATE (WS-EXECUTION-INDEX - 1)
               MOVE 'Y' TO WS-EXE-COLLISION-FLAG (WS-EXECUTION-INDEX)
               MOVE WS-EXE-SCHEDULED-DATE (WS-EXECUTION-INDEX - 1)
                   TO WS-EXE-COLLIDES-WITH (WS-EXECUTION-INDEX)
               MOVE 'Y'
                   TO WS-EXE-COLLISION-FLAG (WS-EXECUTION-INDEX - 1)
               IF WS-EXE-COLLIDES-WITH (WS-EXECUTION-INDEX - 1) = 0
                   MOVE WS-EXE-SCHEDULED-DATE (WS-EXECUTION-INDEX)
                       TO WS-EXE-COLLIDES-WITH (WS-EXECUTION-INDEX - 1)
               END-IF
           END-IF.

      ******************************************************************
      * WRITE ONE EXECUTION'S SCHEDULE RECORD, AND ITS EXCEPTION      *
      * LINES WHEN IT HAS ANY                                         *
      ******************************************************************
       3500-WRITE-ONE-EXECUTION.
           MOVE SPACES TO STANDING-ORDER-SCHEDULE-RECORD
           MOVE SOI-INSTRUCTION-ID TO SOS-INSTRUCTION-ID
           MOVE WS-EXECUTION-INDEX TO SOS-EXECUTION-NUMBER
           MOVE WS-EXE-SCHEDULED-DATE (WS-EXECUTION-INDEX)
               TO SOS-SCHEDULED-DATE
           MOVE WS-EXE-EXECUTION-DATE (WS-EXECUTION-INDEX)
               TO SOS-EXECUTION-DATE
           MOVE SOI-FREQUENCY TO SOS-FREQUENCY
           MOVE SOI-CONVENTION TO SOS-CONVENTION
           MOVE SOI-PROVINCE-CODE TO SOS-PROVINCE-CODE
           IF SOS-EXECUTION-DATE = SOS-SCHEDULED-DATE
               MOVE 'N' TO SOS-ROLLED-FLAG
           ELSE
               MOVE 'Y' TO SOS-ROLLED-FLAG
               ADD 1 TO WS-EXECUTIONS-ROLLED
           END-IF
           MOVE WS-EXE-MONTH-END-FLAG (WS-EXECUTION-INDEX)
               TO SOS-MONTH-END-FLAG
           MOVE WS-EXE-COLLISION-FLAG (WS-EXECUTION-INDEX)
               TO SOS-COLLISION-FLAG
           MOVE 'OK' TO SOS-STATUS
           WRITE STANDING-ORDER-SCHEDULE-RECORD
           ADD 1 TO WS-EXECUTIONS-WRITTEN
           MOVE SOI-INSTRUCTION-ID TO WS-DTL-INSTRUCTION-ID
           MOVE SOI-FREQUENCY TO WS-DTL-FREQUENCY
           MOVE SOS-SCHEDULED-DATE TO WS-DTL-SCHEDULED-DATE
           MOVE SOS-EXECUTION-DATE TO WS-DTL-EXECUTION-DATE
           MOVE SOI-CONVENTION TO WS-DTL-CONVENTION
           MOVE SOI-PROVINCE-CODE TO WS-DTL-PROVINCE-CODE
           IF SOS-ROLL-CROSSES-MONTH
               ADD 1 TO WS-MONTH-END-EXCEPTIONS
               MOVE 'MONTH-END - LEFT ITS MONTH'
                   TO WS-DTL-EXCEPTION-TEXT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           IF SOS-EXECUTIONS-COLLIDE
               ADD 1 TO WS-COLLISION-EXCEPTIONS
               MOVE SPACES TO WS-DTL-EXCEPTION-TEXT
               STRING 'COLLISION - WITH '
                      WS-EXE-COLLIDES-WITH (WS-EXECUTION-INDEX)
                      DELIMITED BY SIZE INTO WS-DTL-EXCEPTION-TEXT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      ******************************************************************
      * WRITE THE SUMMARY, CLOSE THE FILES AND SET THE BANDED STEP    *
      * RETURN CODE                                                   *
      ******************************************************************
       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'INSTRUCTIONS READ: ' WS-INSTRUCTIONS-READ
                  '  SCHEDULED: ' WS-INSTRUCTIONS-SCHEDULED
                  '  REJECTED: ' WS-INSTRUCTIONS-REJECTED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'EXECUTIONS: ' WS-EXECUTIONS-WRITTEN
                  '  ROLLED: ' WS-EXECUTIONS-ROLLED
                  '  MONTH-END: ' WS-MONTH-END-EXCEPTIONS
                  '  COLLISION: ' WS-COLLISION-EXCEPTIONS
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-INSTRUCTIONS-EMPTY > 0
               MOVE SPACES TO WS-WORK-LINE
               STRING 'NO EXECUTIONS IN WINDOW: ' WS-INSTRUCTIONS-EMPTY
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           CLOSE INSTRUCTION-FILE SCHEDULE-FILE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-INSTRUCTIONS-REJECTED > 0
                   MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
               WHEN WS-MONTH-END-EXCEPTIONS > 0
                       OR WS-COLLISION-EXCEPTIONS > 0
                   MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY 'STANDING-ORDER-SCHEDULE: ' WS-INSTRUCTIONS-READ
               ' INSTRUCTIONS, ' WS-INSTRUCTIONS-REJECTED
               ' REJECTED, ' WS-EXECUTIONS-WRITTEN ' EXECUTIONS'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
