      * A date that is already a business day is returned unchanged   *
      * under every convention.                                       *
      *                                                               *
      * An optional trailing province code (the same codes            *
      * PROVINCIAL-HOLIDAY-CHECK recognizes) makes that province's    *
      * closures - its provincial holidays, ad hoc closures scoped to *
      * it and its bridge-day policies - non-business days as well,   *
      * exactly as NEXT-BUSINESS-DAY-CHECK does. The parameter's      *
      * presence is resolved on the run unit's FIRST call and kept    *
      * for the run, so every caller sharing a run unit must use the  *
      * same call shape - pass SPACES to mean "no province" rather    *
      * than dropping the parameter.                                  *
      *                                                               *
      * INPUT:  Date in YYYYMMDD format, convention code (F/M/P/Q),   *
      *         optional province code                                *
      * OUTPUT: Rolled date, return code, error message               *
      ******************************************************************

      * that honours multi-day closure ranges on the exception file
       01  WS-ADHOC-CALL-FIELDS.
           05  WS-AHC-FUNCTION-CODE        PIC X(1) VALUE 'C'.
           05  WS-AHC-CLOSURE-FLAG         PIC X(1).
               88  WS-AD-HOC-CLOSURE-HIT   VALUE 'Y'.
           05  WS-AHC-REASON-CODE          PIC X(10).
      * Fields used to call BRIDGE-DAY-CHECK - a policy-driven
      * bridge-day closure is not a business day
       01  WS-BRIDGE-CALL-FIELDS.
           05  WS-BDC-BRIDGE-FLAG          PIC X(1).
               88  WS-BRIDGE-DAY-HIT       VALUE 'Y'.
           05  WS-BDC-HOLIDAY-CODE         PIC X(4).
           05  WS-BDC-RETURN-CODE          PIC 9(2).

      * Optional province-code support - when the caller passes a
      * province code, that province's closures also count as
      * non-business days
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

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-RC-INVALID-MONTH         PIC 9(2) VALUE 02.
           05  WS-RC-INVALID-DAY           PIC 9(2) VALUE 03.
           05  WS-RC-INVALID-CONVENTION    PIC 9(2) VALUE 04.
           05  WS-RC-INVALID-PROVINCE      PIC 9(2) VALUE 05.

      * Error messages
       01  WS-ERROR-MESSAGES.
       01  L-ROLLED-DATE                   PIC 9(8).
       01  L-RETURN-CODE                   PIC 9(2).
       01  L-ERROR-MESSAGE                 PIC X(50).
       01  L-PROVINCE-CODE                 PIC X(2).

       PROCEDURE DIVISION USING L-INPUT-DATE
                               L-CONVENTION-CODE
                               L-ROLLED-DATE
                               L-RETURN-CODE
                               L-ERROR-MESSAGE
                               L-PROVINCE-CODE.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
               IF WS-RETURN-CODE = WS-RC-SUCCESS
                   PERFORM 1200-VALIDATE-CONVENTION-CODE
               END-IF
               IF WS-RETURN-CODE = WS-RC-SUCCESS
                   PERFORM 1300-RESOLVE-PROVINCE-CODE
               END-IF
           END-IF.

      ******************************************************************
               MOVE WS-MSG-INVALID-CONVENTION TO WS-ERROR-MESSAGE
           END-IF.

      ******************************************************************
      * RESOLVE THE OPTIONAL TRAILING PROVINCE-CODE PARAMETER. THE   *
      * PARAMETER'S PRESENCE IS LATCHED ON THE RUN UNIT'S FIRST      *
      * CALL, AS IN NEXT-BUSINESS-DAY-CHECK (SEE THE HEADER). WHEN   *
      * SUPPLIED AND NONBLANK, ONE PROVINCIAL-HOLIDAY-CHECK CALL ON   *
      * THE (ALREADY VALIDATED) INPUT DATE REUSES THAT ROUTINE'S OWN  *
      * PROVINCE-CODE EDIT RATHER THAN DUPLICATING ITS CODE LIST HERE *
      ******************************************************************
       1300-RESOLVE-PROVINCE-CODE.
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
               CALL 'PROVINCIAL-HOLIDAY-CHECK' USING WS-INPUT-DATE
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
                   MOVE WS-PHC-ERROR-MESSAGE TO WS-ERROR-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
      * APPLY THE REQUESTED ROLL CONVENTION. THE MODIFIED             *
      * CONVENTIONS ROLL IN THEIR PRIMARY DIRECTION FIRST, THEN      *
                   IF WS-AD-HOC-CLOSURE-HIT
                       PERFORM 2120-STEP-ONE-DAY
                   ELSE
                       PERFORM 2500-CHECK-PROVINCIAL-HOLIDAY
                       IF WS-PHC-HOLIDAY-FLAG = 'Y'
                           PERFORM 2120-STEP-ONE-DAY
                       ELSE
                           PERFORM 2600-CHECK-BRIDGE-DAY
                           IF WS-BRIDGE-DAY-HIT
                               PERFORM 2120-STEP-ONE-DAY
                           ELSE
                               MOVE 'Y' TO WS-IS-BUSINESS-DAY
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
