      ******************************************************************
      * PROGRAM: BRANCH-STATUS-CHECK                                   *
      * PURPOSE: Answer "is this branch open on this date, and until  *
      *          when?" from the branch master and the closure        *
      *          calendars                                            *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every closure routine answers at national or province level, *
      * but the help desk is asked about one branch. This routine    *
      * reads the branch's BRMAST record by transit number and       *
      * combines its hours and branch-only closures with the shared  *
      * calendars, in this order of precedence:                      *
      *                                                               *
      *   - a branch-only closure on the branch master (a flood, a   *
      *     renovation) - CLOSED, with its description;              *
      *   - an ad hoc closure through AD-HOC-CLOSURE-CHECK, national *
      *     or scoped to the branch's province - CLOSED;             *
      *   - a federal statutory holiday through STAT-HOLIDAY-CHECK,  *
      *     then the branch's provincial calendar through            *
      *     PROVINCIAL-HOLIDAY-CHECK - CLOSED, naming the holiday,   *
      *     with a weekday that is the shifted observance of a       *
      *     weekend holiday closed as the observed holiday (the same *
      *     probe CANADA-DAY-OPS-FORECAST uses);                     *
      *   - the branch's regular hours - CLOSED on Sunday, on a      *
      *     Saturday the branch does not open, and on a weekday with *
      *     no regular hours;                                         *
      *   - an early close through CANADA-DAY-EARLY-CLOSURE-CHECK    *
      *     for the branch's province - HALF DAY, closing at the     *
      *     earlier of the early-close time and the branch's own     *
      *     closing time;                                             *
      *   - otherwise OPEN, with the branch's regular hours.         *
      *                                                               *
      * The early-close check is always called with the trailing     *
      * province parameter, so a run unit that calls this routine    *
      * must use the six-parameter shape for any early-close call of *
      * its own.                                                      *
      *                                                               *
      * BRMAST is opened on the first call and kept open for the run *
      * unit; consecutive calls for the same branch reuse the record *
      * already read.                                                 *
      *                                                               *
      * INPUT:  Transit number, date in YYYYMMDD format               *
      * OUTPUT: Branch name, province, region, open flag (Y/N),       *
      *         status (OPEN / HALF DAY / CLOSED), opening and        *
      *         closing time (HHMM, zero when closed), status detail, *
      *         return code, error message                            *
      *                                                               *
      * RETURN CODES: 00 answered; 01 invalid date; 02 transit       *
      * number not on the branch master; 03 the branch's province   *
      * code is not recognised; 90 BRMAST not available               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-STATUS-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO 'BRMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-TRANSIT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE.
       COPY 'branch-master.cpy'.

       WORKING-STORAGE SECTION.

      * Branch master fields
       01  WS-MASTER-FIELDS.
           05  WS-MASTER-FILE-STATUS       PIC X(2).
               88  WS-MASTER-FILE-OK       VALUE '00'.
           05  WS-MASTER-OPEN-TRIED        PIC X(1) VALUE 'N'.
               88  WS-MASTER-WAS-TRIED     VALUE 'Y'.
           05  WS-MASTER-AVAILABLE         PIC X(1) VALUE 'N'.
               88  WS-MASTER-IS-AVAILABLE  VALUE 'Y'.
           05  WS-LAST-TRANSIT-NUMBER      PIC X(5) VALUE SPACES.

      * Determination work fields
       01  WS-STATUS-FIELDS.
           05  WS-CHECK-DATE               PIC 9(8).
           05  WS-DAY-OF-WEEK              PIC 9(1).
           05  WS-ADJACENT-WEEKEND-DATE    PIC 9(8).
           05  WS-BRANCH-STATUS            PIC X(8).
           05  WS-STATUS-DETAIL            PIC X(44).
           05  WS-OPENING-TIME             PIC 9(4).
           05  WS-CLOSING-TIME             PIC 9(4).
           05  WS-CLOSURE-INDEX            PIC 9(1).
           05  WS-RANGE-END-DATE           PIC 9(8).

      * Fields used to call STAT-HOLIDAY-CHECK
       01  WS-STAT-HOLIDAY-CALL-FIELDS.
           05  WS-SHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-SHC-HOLIDAY-CODE         PIC X(4).
           05  WS-SHC-HOLIDAY-NAME         PIC X(30).
           05  WS-SHC-OBSERVED-DATE        PIC 9(8).
           05  WS-SHC-RETURN-CODE          PIC 9(2).
           05  WS-SHC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call PROVINCIAL-HOLIDAY-CHECK
       01  WS-PROVINCIAL-CALL-FIELDS.
           05  WS-PHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-PHC-HOLIDAY-CODE         PIC X(4).
           05  WS-PHC-HOLIDAY-NAME         PIC X(30).
           05  WS-PHC-OBSERVED-DATE        PIC 9(8).
           05  WS-PHC-RETURN-CODE          PIC 9(2).
           05  WS-PHC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call AD-HOC-CLOSURE-CHECK - the shared lookup
      * that honours multi-day closure ranges on the exception file
       01  WS-ADHOC-CALL-FIELDS.
           05  WS-AHC-FUNCTION-CODE        PIC X(1) VALUE 'C'.
           05  WS-AHC-CLOSURE-FLAG         PIC X(1).
               88  WS-AD-HOC-CLOSURE-HIT   VALUE 'Y'.
           05  WS-AHC-REASON-CODE          PIC X(10).
           05  WS-AHC-DESCRIPTION          PIC X(40).
           05  WS-AHC-RETURN-CODE          PIC 9(2).

      * Fields used to call CANADA-DAY-EARLY-CLOSURE-CHECK
       01  WS-ECC-CALL-FIELDS.
           05  WS-ECC-HALF-DAY-FLAG        PIC X(1).
           05  WS-ECC-CLOSING-TIME         PIC 9(4).
           05  WS-ECC-RETURN-CODE          PIC 9(2).
           05  WS-ECC-ERROR-MESSAGE        PIC X(50).

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-SUNDAY                   PIC 9(1) VALUE 0.
           05  WS-MONDAY                   PIC 9(1) VALUE 1.
           05  WS-FRIDAY                   PIC 9(1) VALUE 5.

      * Return codes
       01  WS-RETURN-CODES.
           05  WS-RC-SUCCESS               PIC 9(2) VALUE 00.
           05  WS-RC-INVALID-DATE          PIC 9(2) VALUE 01.
           05  WS-RC-BRANCH-NOT-FOUND      PIC 9(2) VALUE 02.
           05  WS-RC-INVALID-PROVINCE      PIC 9(2) VALUE 03.
           05  WS-RC-FILE-UNAVAILABLE      PIC 9(2) VALUE 90.

       01  WS-ERROR-MESSAGES.
           05  WS-MSG-BRANCH-NOT-FOUND     PIC X(50)
               VALUE 'Transit number not on the branch master'.
           05  WS-MSG-FILE-UNAVAILABLE     PIC X(50)
               VALUE 'Branch master BRMAST not available'.

       LINKAGE SECTION.
       01  L-TRANSIT-NUMBER                PIC X(5).
       01  L-CHECK-DATE                    PIC 9(8).
       01  L-BRANCH-NAME                   PIC X(30).
       01  L-PROVINCE-CODE                 PIC X(2).
       01  L-REGION-CODE                   PIC X(4).
       01  L-OPEN-FLAG                     PIC X(1).
       01  L-BRANCH-STATUS                 PIC X(8).
       01  L-OPENING-TIME                  PIC 9(4).
       01  L-CLOSING-TIME                  PIC 9(4).
       01  L-STATUS-DETAIL                 PIC X(44).
       01  L-RETURN-CODE                   PIC 9(2).
       01  L-ERROR-MESSAGE                 PIC X(50).

       PROCEDURE DIVISION USING L-TRANSIT-NUMBER
                               L-CHECK-DATE
                               L-BRANCH-NAME
                               L-PROVINCE-CODE
                               L-REGION-CODE
                               L-OPEN-FLAG
                               L-BRANCH-STATUS
                               L-OPENING-TIME
                               L-CLOSING-TIME
                               L-STATUS-DETAIL
                               L-RETURN-CODE
                               L-ERROR-MESSAGE.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE SPACES TO L-BRANCH-NAME
           MOVE SPACES TO L-PROVINCE-CODE
           MOVE SPACES TO L-REGION-CODE
           MOVE 'N' TO L-OPEN-FLAG
           MOVE SPACES TO L-BRANCH-STATUS
           MOVE 0 TO L-OPENING-TIME
           MOVE 0 TO L-CLOSING-TIME
           MOVE SPACES TO L-STATUS-DETAIL
           MOVE WS-RC-SUCCESS TO L-RETURN-CODE
           MOVE SPACES TO L-ERROR-MESSAGE
           IF NOT WS-MASTER-WAS-TRIED
               PERFORM 1000-OPEN-BRANCH-MASTER
           END-IF
           IF NOT WS-MASTER-IS-AVAILABLE
               MOVE WS-RC-FILE-UNAVAILABLE TO L-RETURN-CODE
               MOVE WS-MSG-FILE-UNAVAILABLE TO L-ERROR-MESSAGE
           ELSE
               PERFORM 2000-READ-BRANCH-RECORD
           END-IF
           IF L-RETURN-CODE = WS-RC-SUCCESS
               MOVE BRM-BRANCH-NAME TO L-BRANCH-NAME
               MOVE BRM-PROVINCE-CODE TO L-PROVINCE-CODE
               MOVE BRM-REGION-CODE TO L-REGION-CODE
               PERFORM 3000-DETERMINE-BRANCH-STATUS
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * OPEN BRMAST ONCE PER RUN UNIT                                 *
      ******************************************************************
       1000-OPEN-BRANCH-MASTER.
           MOVE 'Y' TO WS-MASTER-OPEN-TRIED
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-MASTER-FILE-OK
               MOVE 'Y' TO WS-MASTER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-MASTER-AVAILABLE
               DISPLAY 'BRANCH-STATUS-CHECK: BRMAST CANNOT BE OPENED '
                   '- FILE STATUS ' WS-MASTER-FILE-STATUS
           END-IF.

      ******************************************************************
      * READ THE BRANCH BY TRANSIT NUMBER - THE RECORD ALREADY HELD   *
      * SERVES CONSECUTIVE CALLS FOR THE SAME BRANCH                  *
      ******************************************************************
       2000-READ-BRANCH-RECORD.
           IF L-TRANSIT-NUMBER NOT = WS-LAST-TRANSIT-NUMBER
               MOVE SPACES TO WS-LAST-TRANSIT-NUMBER
               MOVE L-TRANSIT-NUMBER TO BRM-TRANSIT-NUMBER
               READ BRANCH-MASTER-FILE
                   KEY IS BRM-TRANSIT-NUMBER
                   INVALID KEY
                       MOVE WS-RC-BRANCH-NOT-FOUND TO L-RETURN-CODE
                       MOVE WS-MSG-BRANCH-NOT-FOUND
                           TO L-ERROR-MESSAGE
                   NOT INVALID KEY
                       MOVE L-TRANSIT-NUMBER
                           TO WS-LAST-TRANSIT-NUMBER
               END-READ
           END-IF.

      ******************************************************************
      * THE DETERMINATION. THE STATUTORY CALL COMES FIRST BECAUSE ITS *
      * DATE EDITS GATE THE REST; EACH LATER CHECK ONLY RUNS WHILE    *
      * THE BRANCH IS STILL OPEN, SO THE FIRST CLOSURE FOUND WINS.    *
      ******************************************************************
       3000-DETERMINE-BRANCH-STATUS.
           MOVE L-CHECK-DATE TO WS-CHECK-DATE
           MOVE 'OPEN' TO WS-BRANCH-STATUS
           MOVE SPACES TO WS-STATUS-DETAIL
           MOVE 0 TO WS-OPENING-TIME
           MOVE 0 TO WS-CLOSING-TIME
           CALL 'STAT-HOLIDAY-CHECK' USING WS-CHECK-DATE
                                            'Y'
                                            WS-SHC-HOLIDAY-FLAG
                                            WS-SHC-HOLIDAY-CODE
                                            WS-SHC-HOLIDAY-NAME
                                            WS-SHC-OBSERVED-DATE
                                            WS-SHC-RETURN-CODE
                                            WS-SHC-ERROR-MESSAGE
           IF WS-SHC-RETURN-CODE NOT = WS-RC-SUCCESS
               MOVE WS-RC-INVALID-DATE TO L-RETURN-CODE
               MOVE WS-SHC-ERROR-MESSAGE TO L-ERROR-MESSAGE
           ELSE
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE), 7)
               PERFORM 3100-CHECK-BRANCH-CLOSURE
               IF WS-BRANCH-STATUS = 'OPEN'
                   PERFORM 3200-CHECK-AD-HOC-CLOSURE
               END-IF
               IF WS-BRANCH-STATUS = 'OPEN'
                   PERFORM 3300-APPLY-STATUTORY-STATUS
               END-IF
               IF WS-BRANCH-STATUS = 'OPEN'
                   PERFORM 3400-CHECK-PROVINCIAL-HOLIDAY
               END-IF
               IF WS-BRANCH-STATUS = 'OPEN'
                       AND L-RETURN-CODE = WS-RC-SUCCESS
                   PERFORM 3500-APPLY-REGULAR-HOURS
               END-IF
               IF WS-BRANCH-STATUS = 'OPEN'
                   PERFORM 3600-CHECK-EARLY-CLOSE
               END-IF
           END-IF
           IF L-RETURN-CODE = WS-RC-SUCCESS
               MOVE WS-BRANCH-STATUS TO L-BRANCH-STATUS
               MOVE WS-STATUS-DETAIL TO L-STATUS-DETAIL
               IF WS-BRANCH-STATUS = 'CLOSED'
                   MOVE 'N' TO L-OPEN-FLAG
               ELSE
                   MOVE 'Y' TO L-OPEN-FLAG
                   MOVE WS-OPENING-TIME TO L-OPENING-TIME
                   MOVE WS-CLOSING-TIME TO L-CLOSING-TIME
               END-IF
           END-IF.

      ******************************************************************
      * A BRANCH-ONLY CLOSURE ON THE MASTER RECORD. A ZERO END DATE   *
      * MEANS THE SINGLE DAY IN THE START DATE.                       *
      ******************************************************************
       3100-CHECK-BRANCH-CLOSURE.
           PERFORM VARYING WS-CLOSURE-INDEX FROM 1 BY 1
                   UNTIL WS-CLOSURE-INDEX > 5
                      OR WS-BRANCH-STATUS = 'CLOSED'
               MOVE BRM-CLOSURE-END-DATE (WS-CLOSURE-INDEX)
                   TO WS-RANGE-END-DATE
               IF WS-RANGE-END-DATE = 0
                   MOVE BRM-CLOSURE-START-DATE (WS-CLOSURE-INDEX)
                       TO WS-RANGE-END-DATE
               END-IF
               IF BRM-CLOSURE-START-DATE (WS-CLOSURE-INDEX) > 0
                       AND WS-CHECK-DATE >=
                           BRM-CLOSURE-START-DATE (WS-CLOSURE-INDEX)
                       AND WS-CHECK-DATE <= WS-RANGE-END-DATE
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   STRING 'BRANCH CLOSURE - '
                          BRM-CLOSURE-DESCRIPTION (WS-CLOSURE-INDEX)
                          DELIMITED BY SIZE INTO WS-STATUS-DETAIL
               END-IF
           END-PERFORM.

      ******************************************************************
      * AN AD HOC CLOSURE - NATIONAL, OR SCOPED TO THE BRANCH'S       *
      * PROVINCE - THROUGH THE SHARED AD-HOC-CLOSURE-CHECK LOOKUP     *
      ******************************************************************
       3200-CHECK-AD-HOC-CLOSURE.
           MOVE 'C' TO WS-AHC-FUNCTION-CODE
           CALL 'AD-HOC-CLOSURE-CHECK' USING WS-AHC-FUNCTION-CODE
                                             WS-CHECK-DATE
                                             BRM-PROVINCE-CODE
                                             WS-AHC-CLOSURE-FLAG
                                             WS-AHC-REASON-CODE
                                             WS-AHC-DESCRIPTION
                                             WS-AHC-RETURN-CODE
           IF WS-AD-HOC-CLOSURE-HIT
               MOVE 'CLOSED' TO WS-BRANCH-STATUS
               STRING 'AD HOC - ' WS-AHC-DESCRIPTION (1:35)
                   DELIMITED BY SIZE INTO WS-STATUS-DETAIL
           END-IF.

      ******************************************************************
      * A FEDERAL STATUTORY HOLIDAY - ON ITS OBSERVED DATE, ON THE    *
      * ACTUAL (WEEKEND) DATE WHEN THE OBSERVANCE MOVED, OR ON THE    *
      * FRIDAY OR MONDAY THAT IS A WEEKEND HOLIDAY'S OBSERVED DATE    *
      ******************************************************************
       3300-APPLY-STATUTORY-STATUS.
           EVALUATE TRUE
               WHEN WS-SHC-HOLIDAY-FLAG = 'Y'
                       AND WS-SHC-OBSERVED-DATE = WS-CHECK-DATE
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   MOVE WS-SHC-HOLIDAY-NAME TO WS-STATUS-DETAIL
               WHEN WS-SHC-HOLIDAY-FLAG = 'Y'
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   STRING WS-SHC-HOLIDAY-NAME (1:16)
                          ' OBS ' WS-SHC-OBSERVED-DATE
                          DELIMITED BY SIZE INTO WS-STATUS-DETAIL
               WHEN OTHER
                   PERFORM 3310-SET-ADJACENT-WEEKEND-DATE
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
                           MOVE 'CLOSED' TO WS-BRANCH-STATUS
                           STRING WS-SHC-HOLIDAY-NAME (1:16)
                                  ' OBSERVED HERE'
                                  DELIMITED BY SIZE
                                  INTO WS-STATUS-DETAIL
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * THE WEEKEND DAY WHOSE HOLIDAY COULD BE OBSERVED ON THIS DATE  *
      * - SATURDAY FOR A FRIDAY, SUNDAY FOR A MONDAY, ELSE NONE       *
      ******************************************************************
       3310-SET-ADJACENT-WEEKEND-DATE.
           MOVE 0 TO WS-ADJACENT-WEEKEND-DATE
           IF WS-DAY-OF-WEEK = WS-FRIDAY
               COMPUTE WS-ADJACENT-WEEKEND-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1)
           ELSE
               IF WS-DAY-OF-WEEK = WS-MONDAY
                   COMPUTE WS-ADJACENT-WEEKEND-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1)
               END-IF
           END-IF.

      ******************************************************************
      * THE BRANCH'S PROVINCIAL CALENDAR, WITH THE SAME OBSERVED-DATE *
      * HANDLING AS THE FEDERAL ONE. A PROVINCE CODE THE CALENDAR     *
      * DOES NOT RECOGNISE IS A BRANCH MASTER ERROR, NOT AN OPEN DAY. *
      ******************************************************************
       3400-CHECK-PROVINCIAL-HOLIDAY.
           CALL 'PROVINCIAL-HOLIDAY-CHECK' USING WS-CHECK-DATE
                                                 'Y'
                                                 BRM-PROVINCE-CODE
                                                 WS-PHC-HOLIDAY-FLAG
                                                 WS-PHC-HOLIDAY-CODE
                                                 WS-PHC-HOLIDAY-NAME
                                                 WS-PHC-OBSERVED-DATE
                                                 WS-PHC-RETURN-CODE
                                                 WS-PHC-ERROR-MESSAGE
           EVALUATE TRUE
               WHEN WS-PHC-RETURN-CODE NOT = WS-RC-SUCCESS
                   MOVE WS-RC-INVALID-PROVINCE TO L-RETURN-CODE
                   MOVE WS-PHC-ERROR-MESSAGE TO L-ERROR-MESSAGE
               WHEN WS-PHC-HOLIDAY-FLAG = 'Y'
                       AND WS-PHC-OBSERVED-DATE = WS-CHECK-DATE
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   MOVE WS-PHC-HOLIDAY-NAME TO WS-STATUS-DETAIL
               WHEN WS-PHC-HOLIDAY-FLAG = 'Y'
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   STRING WS-PHC-HOLIDAY-NAME (1:16)
                          ' OBS ' WS-PHC-OBSERVED-DATE
                          DELIMITED BY SIZE INTO WS-STATUS-DETAIL
               WHEN OTHER
                   PERFORM 3310-SET-ADJACENT-WEEKEND-DATE
                   IF WS-ADJACENT-WEEKEND-DATE > 0
                       CALL 'PROVINCIAL-HOLIDAY-CHECK' USING
                                            WS-ADJACENT-WEEKEND-DATE
                                            'Y'
                                            BRM-PROVINCE-CODE
                                            WS-PHC-HOLIDAY-FLAG
                                            WS-PHC-HOLIDAY-CODE
                                            WS-PHC-HOLIDAY-NAME
                                            WS-PHC-OBSERVED-DATE
                                            WS-PHC-RETURN-CODE
                                            WS-PHC-ERROR-MESSAGE
                       IF WS-PHC-HOLIDAY-FLAG = 'Y'
                               AND WS-PHC-OBSERVED-DATE = WS-CHECK-DATE
                           MOVE 'CLOSED' TO WS-BRANCH-STATUS
                           STRING WS-PHC-HOLIDAY-NAME (1:16)
                                  ' OBSERVED HERE'
                                  DELIMITED BY SIZE
                                  INTO WS-STATUS-DETAIL
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * THE BRANCH'S OWN WEEK - NEVER SUNDAY, SATURDAY ONLY WHEN THE  *
      * BRANCH OPENS SATURDAYS, AND A WEEKDAY ONLY WHEN IT HAS HOURS  *
      ******************************************************************
       3500-APPLY-REGULAR-HOURS.
           EVALUATE TRUE
               WHEN WS-DAY-OF-WEEK = WS-SUNDAY
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   MOVE 'SUNDAY' TO WS-STATUS-DETAIL
               WHEN WS-DAY-OF-WEEK = WS-SATURDAY
                   IF BRM-OPENS-SATURDAY
                       MOVE BRM-SATURDAY-OPEN-TIME TO WS-OPENING-TIME
                       MOVE BRM-SATURDAY-CLOSE-TIME TO WS-CLOSING-TIME
                   ELSE
                       MOVE 'CLOSED' TO WS-BRANCH-STATUS
                       MOVE 'NO SATURDAY OPENING' TO WS-STATUS-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE BRM-WEEKDAY-OPEN-TIME (WS-DAY-OF-WEEK)
                       TO WS-OPENING-TIME
                   MOVE BRM-WEEKDAY-CLOSE-TIME (WS-DAY-OF-WEEK)
                       TO WS-CLOSING-TIME
                   IF WS-OPENING-TIME = 0 AND WS-CLOSING-TIME = 0
                       MOVE 'CLOSED' TO WS-BRANCH-STATUS
                       MOVE 'NOT A REGULAR OPENING DAY'
                           TO WS-STATUS-DETAIL
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * AN EARLY CLOSE FOR THE BRANCH'S PROVINCE SHORTENS THE DAY     *
      * ONLY WHEN IT FALLS BEFORE THE BRANCH'S OWN CLOSING TIME; ONE  *
      * AT OR BEFORE THE OPENING TIME LEAVES NO DAY AT ALL            *
      ******************************************************************
       3600-CHECK-EARLY-CLOSE.
           CALL 'CANADA-DAY-EARLY-CLOSURE-CHECK' USING
               WS-CHECK-DATE
               WS-ECC-HALF-DAY-FLAG
               WS-ECC-CLOSING-TIME
               WS-ECC-RETURN-CODE
               WS-ECC-ERROR-MESSAGE
               BRM-PROVINCE-CODE
           IF WS-ECC-RETURN-CODE = WS-RC-SUCCESS
                   AND WS-ECC-HALF-DAY-FLAG = 'Y'
                   AND WS-ECC-CLOSING-TIME < WS-CLOSING-TIME
               IF WS-ECC-CLOSING-TIME <= WS-OPENING-TIME
                   MOVE 'CLOSED' TO WS-BRANCH-STATUS
                   STRING 'EARLY CLOSE AT ' WS-ECC-CLOSING-TIME
                          ' - BEFORE OPENING'
                          DELIMITED BY SIZE INTO WS-STATUS-DETAIL
               ELSE
                   MOVE 'HALF DAY' TO WS-BRANCH-STATUS
                   MOVE WS-ECC-CLOSING-TIME TO WS-CLOSING-TIME
                   STRING 'EARLY CLOSE AT ' WS-ECC-CLOSING-TIME
                          DELIMITED BY SIZE INTO WS-STATUS-DETAIL
               END-IF
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                 *
      ******************************************************************
       9999-PROGRAM-EXIT.
           EXIT PROGRAM.
