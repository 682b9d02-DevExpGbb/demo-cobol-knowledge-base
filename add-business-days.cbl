      * result is the inverse of BUSINESS-DAYS-BETWEEN - counting     *
      * the business days between the start date and the returned    *
      * due date gives back the input count.                          *
      *                                                                *
      * An optional trailing province code (the same codes            *
      * PROVINCIAL-HOLIDAY-CHECK recognizes) makes provincial         *
      * closures count as non-business days for that office, exactly  *
      * as it does for BUSINESS-DAYS-BETWEEN, so the two stay each    *
      * other's inverse for a provincial office too.                  *
      *                                                                *
      * The parameter's presence is resolved on the run unit's FIRST *
      * call and kept for the run: every caller sharing a run unit   *
      * must therefore use the same call shape - pass SPACES to mean *
      * "no province" rather than dropping the parameter. On the     *
      * IBM-Z target an un-passed trailing parameter's address is    *
      * only reliably NULL when the caller codes OMITTED, so the     *
      * supported shapes are the full parameter list, OMITTED, or a  *
      * shorter list used consistently by every caller in the run    *
      * unit.                                                        *
      *                                                                *
      * When the nightly business-day serial index (BDINDEX, built   *
      * by BUSINESS-DAY-INDEX-BUILD) is current for the calendar -    *
      * federal, or the province passed - the answer comes from      *
      * BUSINESS-DAY-INDEX-LOOKUP in one or two keyed reads.         *
      * The due date is the open date carrying the start date's     *
      * serial plus the count.                                        *
      * The day-by-day stepping below remains the fallback when the  *
      * index is missing, stale or does not cover the dates; the      *
      * lookup records that through HOLIDAY-DEGRADE-STATUS.           *
      *                                                                *
      * INPUT:  Start date in YYYYMMDD format, business-day count,    *
      *         optional province code                                *
      * OUTPUT: Due date in YYYYMMDD format, return code, error msg   *
      ******************************************************************

      * that honours multi-day closure ranges on the exception file
       01  WS-ADHOC-CALL-FIELDS.
           05  WS-AHC-FUNCTION-CODE        PIC X(1) VALUE 'C'.
           05  WS-AHC-CLOSURE-FLAG         PIC X(1).
               88  WS-AD-HOC-CLOSURE-HIT   VALUE 'Y'.
           05  WS-AHC-REASON-CODE          PIC X(10).
           05  WS-AHC-DESCRIPTION          PIC X(40).
           05  WS-AHC-RETURN-CODE          PIC 9(2).

      * Optional province-code support - when the caller passes a
      * province code, provincial closures also count as
      * non-business days for that office
       01  WS-PROVINCE-FIELDS.
           05  WS-PROVINCE-CODE            PIC X(2) VALUE SPACES.
           05  WS-PROVINCE-SUPPLIED        PIC X(1) VALUE 'N'.
               88  WS-PROVINCE-IN-EFFECT   VALUE 'Y'.
           05  WS-PROVINCE-SHAPE-KNOWN     PIC X(1) VALUE 'N'.
               88  WS-PROVINCE-SHAPE-SET   VALUE 'Y'.
           05  WS-PROVINCE-PARM-PASSED    PIC X(1) VALUE 'N'.
               88  WS-PROVINCE-IS-PASSED   VALUE 'Y'.

      * Fields used to call PROVINCIAL-HOLIDAY-CHECK
       01  WS-PROVINCIAL-CALL-FIELDS.
           05  WS-PHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-PHC-HOLIDAY-CODE         PIC X(4).
           05  WS-PHC-HOLIDAY-NAME         PIC X(30).
           05  WS-PHC-OBSERVED-DATE        PIC 9(8).
           05  WS-PHC-RETURN-CODE          PIC 9(2).
           05  WS-PHC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call BRIDGE-DAY-CHECK - a policy-driven
      * bridge-day closure is not a business day
       01  WS-BRIDGE-CALL-FIELDS.
           05  WS-BDC-BRIDGE-FLAG          PIC X(1).
               88  WS-BRIDGE-DAY-HIT       VALUE 'Y'.
           05  WS-BDC-HOLIDAY-CODE         PIC X(4).
           05  WS-BDC-RETURN-CODE          PIC 9(2).

      * Fields used to call BUSINESS-DAY-INDEX-LOOKUP - the nightly
      * serial index answers directly; any other return code than 00
      * means the date is stepped to day by day as before
       01  WS-INDEX-LOOKUP-CALL-FIELDS.
           05  WS-BDI-FUNCTION-CODE        PIC X(1).
           05  WS-BDI-CALENDAR-ID.
               10  WS-BDI-CALENDAR-TYPE    PIC X(1).
               10  WS-BDI-CALENDAR-CODE    PIC X(4).
           05  WS-BDI-LOOKUP-DATE          PIC 9(8).
           05  WS-BDI-SERIAL               PIC 9(7).
           05  WS-BDI-OPEN-FLAG            PIC X(1).
           05  WS-BDI-RETURN-CODE          PIC 9(2).
           05  WS-BDI-TARGET-SERIAL        PIC 9(8).
           05  WS-INDEX-ANSWERED           PIC X(1).
               88  WS-ANSWERED-FROM-INDEX  VALUE 'Y'.

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-RC-INVALID-FORMAT        PIC 9(2) VALUE 01.
           05  WS-RC-INVALID-MONTH         PIC 9(2) VALUE 02.
           05  WS-RC-INVALID-DAY           PIC 9(2) VALUE 03.
           05  WS-RC-INVALID-PROVINCE      PIC 9(2) VALUE 05.

      * Error messages
       01  WS-ERROR-MESSAGES.
               VALUE 'Invalid day for the given month/year'.
           05  WS-MSG-INVALID-COUNT        PIC X(50)
               VALUE 'Invalid day count - must be numeric'.
           05  WS-MSG-INVALID-PROVINCE    PIC X(50)
               VALUE 'Unrecognized province code'.

       LINKAGE SECTION.
       01  L-START-DATE                    PIC 9(8).
       01  L-DUE-DATE                      PIC 9(8).
       01  L-RETURN-CODE                   PIC 9(2).
       01  L-ERROR-MESSAGE                 PIC X(50).
       01  L-PROVINCE-CODE                 PIC X(2).

       PROCEDURE DIVISION USING L-START-DATE
                               L-DAY-COUNT
                               L-DUE-DATE
                               L-RETURN-CODE
                               L-ERROR-MESSAGE
                               L-PROVINCE-CODE.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-RETURN-CODE = WS-RC-SUCCESS
               PERFORM 1500-LOOK-UP-SERIAL-INDEX
               IF NOT WS-ANSWERED-FROM-INDEX
                   PERFORM 2000-WALK-TO-DUE-DATE
               END-IF
           END-IF
           PERFORM 5000-SET-OUTPUT-PARAMETERS
           PERFORM 9999-PROGRAM-EXIT.
                   MOVE WS-START-DATE(5:2) TO WS-CHECK-MONTH
                   MOVE WS-START-DATE(7:2) TO WS-CHECK-DAY
                   PERFORM 1100-VALIDATE-DATE-COMPONENTS
                   IF WS-RETURN-CODE = WS-RC-SUCCESS
                       PERFORM 1200-RESOLVE-PROVINCE-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RESOLVE THE OPTIONAL TRAILING PROVINCE-CODE PARAMETER. THE   *
      * PARAMETER'S PRESENCE IS LATCHED ON THE RUN UNIT'S FIRST      *
      * CALL - A STALE ADDRESS FROM AN EARLIER LONGER-SHAPE CALL     *
      * WOULD OTHERWISE PASS THE NULL TEST, SO EVERY CALLER IN A RUN *
      * UNIT MUST USE THE SAME CALL SHAPE (SEE THE HEADER). WHEN     *
      * SUPPLIED AND NONBLANK, ONE PROVINCIAL-HOLIDAY-CHECK CALL ON   *
      * THE (ALREADY VALIDATED) START DATE REUSES THAT ROUTINE'S OWN  *
      * PROVINCE-CODE EDIT RATHER THAN DUPLICATING ITS CODE LIST HERE *
      ******************************************************************
       1200-RESOLVE-PROVINCE-CODE.
           IF NOT WS-PROVINCE-SHAPE-SET
               IF ADDRESS OF L-PROVINCE-CODE = NULL
                   MOVE 'N' TO WS-PROVINCE-PARM-PASSED
               ELSE
                   MOVE 'Y' TO WS-PROVINCE-PARM-PASSED
               END-IF
               MOVE 'Y' TO WS-PROVINCE-SHAPE-KNOWN
           END-IF
           MOVE SPACES TO WS-PROVINCE-CODE
           MOVE 'N' TO WS-PROVINCE-SUPPLIED
           IF WS-PROVINCE-IS-PASSED
               MOVE L-PROVINCE-CODE TO WS-PROVINCE-CODE
           END-IF
           IF WS-PROVINCE-CODE NOT = SPACES
               CALL 'PROVINCIAL-HOLIDAY-CHECK' USING WS-START-DATE
                                                  'N'
                                                  WS-PROVINCE-CODE
                                                  WS-PHC-HOLIDAY-FLAG
                                                  WS-PHC-HOLIDAY-CODE
                                                  WS-PHC-HOLIDAY-NAME
                                                  WS-PHC-OBSERVED-DATE
                                                  WS-PHC-RETURN-CODE
                                                  WS-PHC-ERROR-MESSAGE
               IF WS-PHC-RETURN-CODE = WS-RC-SUCCESS
                   MOVE 'Y' TO WS-PROVINCE-SUPPLIED
               ELSE
                   MOVE WS-RC-INVALID-PROVINCE TO WS-RETURN-CODE
      *            Carry the provincial routine's own message - it
      *            names whichever edit actually failed (province
      *            code, or a year outside its supported range)
                   MOVE WS-PHC-ERROR-MESSAGE TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

               END-IF
           END-IF.

      ******************************************************************
      * ANSWER FROM THE SERIAL INDEX WHEN IT IS CURRENT - THE DUE     *
      * DATE IS THE OPEN DATE CARRYING THE START DATE'S SERIAL PLUS   *
      * THE COUNT. A COUNT OF ZERO NEEDS NO LOOKUP AT ALL.            *
      ******************************************************************
       1500-LOOK-UP-SERIAL-INDEX.
           MOVE 'N' TO WS-INDEX-ANSWERED
           IF WS-DAY-COUNT > 0
               PERFORM 1510-SET-INDEX-CALENDAR
               MOVE 'S' TO WS-BDI-FUNCTION-CODE
               MOVE WS-START-DATE TO WS-BDI-LOOKUP-DATE
               PERFORM 1520-CALL-INDEX-LOOKUP
               IF WS-BDI-RETURN-CODE = WS-RC-SUCCESS
                   COMPUTE WS-BDI-TARGET-SERIAL =
                       WS-BDI-SERIAL + WS-DAY-COUNT
                   IF WS-BDI-TARGET-SERIAL <= 9999999
                       MOVE 'D' TO WS-BDI-FUNCTION-CODE
                       MOVE WS-BDI-TARGET-SERIAL TO WS-BDI-SERIAL
                       PERFORM 1520-CALL-INDEX-LOOKUP
                       IF WS-BDI-RETURN-CODE = WS-RC-SUCCESS
                           MOVE WS-BDI-LOOKUP-DATE TO WS-DUE-DATE
                           MOVE 'Y' TO WS-INDEX-ANSWERED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * THE INDEX CALENDAR FOR THIS CALL - THE PROVINCE'S WHEN ONE IS *
      * IN EFFECT, OTHERWISE THE FEDERAL CALENDAR                     *
      ******************************************************************
       1510-SET-INDEX-CALENDAR.
           IF WS-PROVINCE-IN-EFFECT
               MOVE 'P' TO WS-BDI-CALENDAR-TYPE
               MOVE WS-PROVINCE-CODE TO WS-BDI-CALENDAR-CODE
           ELSE
               MOVE 'F' TO WS-BDI-CALENDAR-TYPE
               MOVE SPACES TO WS-BDI-CALENDAR-CODE
           END-IF.

      ******************************************************************
      * ONE CALL TO THE SHARED INDEX LOOKUP                           *
      ******************************************************************
       1520-CALL-INDEX-LOOKUP.
           CALL 'BUSINESS-DAY-INDEX-LOOKUP' USING WS-BDI-FUNCTION-CODE
                                               WS-BDI-CALENDAR-ID
                                               WS-BDI-LOOKUP-DATE
                                               WS-BDI-SERIAL
                                               WS-BDI-OPEN-FLAG
                                               WS-BDI-RETURN-CODE.

      ******************************************************************
      * STEP FORWARD ONE CALENDAR DAY AT A TIME FROM THE START DATE,  *
      * COUNTING EACH BUSINESS DAY, UNTIL THE REQUESTED COUNT IS      *
               IF WS-SHC-HOLIDAY-FLAG = 'N'
                   PERFORM 2400-CHECK-AD-HOC-CLOSURE
                   IF NOT WS-AD-HOC-CLOSURE-HIT
                       PERFORM 2500-CHECK-PROVINCIAL-HOLIDAY
                       IF WS-PHC-HOLIDAY-FLAG = 'N'
                           PERFORM 2600-CHECK-BRIDGE-DAY
                           IF NOT WS-BRIDGE-DAY-HIT
                               ADD 1 TO WS-DAYS-COUNTED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE 'C' TO WS-AHC-FUNCTION-CODE
           CALL 'AD-HOC-CLOSURE-CHECK' USING WS-AHC-FUNCTION-CODE
                                             WS-CANDIDATE-DATE
                                             WS-PROVINCE-CODE
                                             WS-AHC-CLOSURE-FLAG
                                             WS-AHC-REASON-CODE
                                             WS-AHC-DESCRIPTION
                                             WS-AHC-RETURN-CODE.

      ******************************************************************
      * WHEN A PROVINCE CODE IS IN EFFECT, CHECK WHETHER THE         *
      * CANDIDATE DATE IS A PROVINCIAL CLOSURE FOR THAT OFFICE. THE  *
      * ACTUAL-DATE CHECK IS FOLLOWED BY A MONDAY PROBE, BECAUSE     *
      * QUEBEC'S FETE NATIONALE SHIFTS A SUNDAY OBSERVANCE TO THE    *
      * FOLLOWING MONDAY.                                            *
      ******************************************************************
       2500-CHECK-PROVINCIAL-HOLIDAY.
           IF NOT WS-PROVINCE-IN-EFFECT
               MOVE 'N' TO WS-PHC-HOLIDAY-FLAG
           ELSE
               CALL 'PROVINCIAL-HOLIDAY-CHECK' USING WS-CANDIDATE-DATE
                                                  'N'
                                                  WS-PROVINCE-CODE
                                                  WS-PHC-HOLIDAY-FLAG
                                                  WS-PHC-HOLIDAY-CODE
                                                  WS-PHC-HOLIDAY-NAME
                                                  WS-PHC-OBSERVED-DATE
                                                  WS-PHC-RETURN-CODE
                                                  WS-PHC-ERROR-MESSAGE
               IF WS-PHC-HOLIDAY-FLAG = 'N'
                       AND WS-DAY-OF-WEEK = WS-MONDAY
                   PERFORM 2510-CHECK-SHIFTED-PROVINCIAL
               END-IF
           END-IF.

      ******************************************************************
      * A MONDAY CANDIDATE MAY BE THE SHIFTED OBSERVANCE OF A        *
      * PROVINCIAL HOLIDAY THAT FALLS ON THE PRECEDING SUNDAY -      *
      * CONFIRM ITS OBSERVED DATE LANDS BACK ON THE CANDIDATE        *
      ******************************************************************
       2510-CHECK-SHIFTED-PROVINCIAL.
           COMPUTE WS-ADJACENT-WEEKEND-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE) - 1)
           CALL 'PROVINCIAL-HOLIDAY-CHECK' USING
                                             WS-ADJACENT-WEEKEND-DATE
                                             'Y'
                                             WS-PROVINCE-CODE
                                             WS-PHC-HOLIDAY-FLAG
                                             WS-PHC-HOLIDAY-CODE
                                             WS-PHC-HOLIDAY-NAME
                                             WS-PHC-OBSERVED-DATE
                                             WS-PHC-RETURN-CODE
                                             WS-PHC-ERROR-MESSAGE
           IF WS-PHC-HOLIDAY-FLAG = 'Y'
                   AND WS-PHC-OBSERVED-DATE = WS-CANDIDATE-DATE
               MOVE 'Y' TO WS-PHC-HOLIDAY-FLAG
           ELSE
               MOVE 'N' TO WS-PHC-HOLIDAY-FLAG
           END-IF.

      ******************************************************************
      * CHECK FOR A POLICY-DRIVEN BRIDGE-DAY CLOSURE ON THE CANDIDATE *
      * DATE THROUGH BRIDGE-DAY-CHECK - A HIT MEANS THE CANDIDATE IS  *
      ******************************************************************
       2600-CHECK-BRIDGE-DAY.
           CALL 'BRIDGE-DAY-CHECK' USING WS-CANDIDATE-DATE
                                         WS-PROVINCE-CODE
                                         WS-BDC-BRIDGE-FLAG
                                         WS-BDC-HOLIDAY-CODE
                                         WS-BDC-RETURN-CODE.
