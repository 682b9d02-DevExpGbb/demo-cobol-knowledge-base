      ******************************************************************
      * PROGRAM: FUNDS-HOLD-CALCULATOR                                 *
      * PURPOSE: Return the funds-availability release date for a    *
      *          deposit under the HOLDPOL hold-policy file           *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Branches used to work out deposit hold-release dates by hand *
      * - N business days by deposit type and channel, on the        *
      * account's provincial calendar - and releasing funds a day    *
      * early or late after a holiday was a regulatory complaint     *
      * every year. The hold periods now live on HOLDPOL.DAT, one    *
      * record per deposit type and channel (read once per run unit, *
      * the way BRIDGE-DAY-CHECK reads BRIDGEPOL):                    *
      *                                                               *
      *   HPR-DEPOSIT-TYPE   - the deposit type (CHEQ, USCQ, ...)    *
      *   HPR-CHANNEL        - the channel (BRCH, ATM, MOBL, ...);   *
      *                        spaces = every channel not given its  *
      *                        own record for that type               *
      *   HPR-HOLD-DAYS      - the hold in business days (000 = no   *
      *                        hold: released on the deposit day)    *
      *   HPR-HALF-DAY-COUNTS- 'Y' an early-close half day counts as *
      *                        a day of the hold; 'N' it does not,   *
      *                        and the hold runs one business day    *
      *                        further for each one it crosses       *
      *                                                               *
      * A deposit made on a day that is not a business day for the   *
      * account's province is deemed made on the next business day   *
      * (NEXT-BUSINESS-DAY-CHECK). The hold is then counted forward  *
      * from the deemed date with ADD-BUSINESS-DAYS, passing the      *
      * province so provincial holidays, ad hoc closures (national    *
      * and region-scoped) and bridge days are all skipped; half days *
      * come from CANADA-DAY-EARLY-CLOSURE-CHECK for that province.  *
      *                                                               *
      * All three routines resolve their optional province parameter *
      * on the run unit's first call, so this routine always passes  *
      * it (spaces = national).                                       *
      *                                                               *
      * RETURN CODES: 00 release date returned; 01 invalid deposit   *
      * date; 04 no hold policy for the deposit type and channel;    *
      * 05 unrecognized province code; 06 HOLDPOL.DAT not present or *
      * empty - no release date can be given.                        *
      *                                                               *
      * FUNDS-HOLD-BATCH drives this routine over the day's deposit  *
      * file (DEPOSITS.DAT) and stamps each deposit's release date.  *
      *                                                               *
      * INPUT:  Deposit date (YYYYMMDD), deposit type, channel,      *
      *         province code (spaces = national)                     *
      * OUTPUT: Release date, deemed deposit date, hold days, return *
      *         code, error message                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDS-HOLD-CALCULATOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-POLICY-FILE ASSIGN TO 'HOLDPOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-POLICY-FILE.
       01  HOLD-POLICY-RECORD.
           05  HPR-DEPOSIT-TYPE            PIC X(4).
           05  HPR-CHANNEL                 PIC X(4).
           05  HPR-HOLD-DAYS               PIC 9(3).
           05  HPR-HALF-DAY-COUNTS         PIC X(1).
           05  HPR-DESCRIPTION             PIC X(30).

       WORKING-STORAGE SECTION.

      * Policy table - loaded once per run unit
       01  WS-POLICY-TABLE-FIELDS.
           05  WS-POLICY-FILE-STATUS       PIC X(2).
               88  WS-POLICY-FILE-OK       VALUE '00'.
           05  WS-TABLE-LOADED             PIC X(1) VALUE 'N'.
               88  WS-TABLE-IS-LOADED      VALUE 'Y'.
           05  WS-LOAD-EOF                 PIC X(1).
               88  WS-NO-MORE-POLICIES     VALUE 'Y'.
           05  WS-POLICY-COUNT             PIC 9(2) VALUE 0.
           05  WS-POLICY-INDEX             PIC 9(2).
           05  WS-POLICY-FOUND             PIC 9(2).
       01  WS-POLICY-TABLE.
           05  WS-POL-ENTRY                OCCURS 50 TIMES.
               10  WS-POL-DEPOSIT-TYPE     PIC X(4).
               10  WS-POL-CHANNEL          PIC X(4).
               10  WS-POL-HOLD-DAYS        PIC 9(3).
               10  WS-POL-HALF-DAY-COUNTS  PIC X(1).
                   88  WS-POL-HALF-DAYS-COUNT VALUE 'Y'.

      * Work fields
       01  WS-WORK-FIELDS.
           05  WS-DEEMED-DATE              PIC 9(8).
           05  WS-RELEASE-DATE             PIC 9(8).
           05  WS-DAYS-REMAINING           PIC 9(3).
           05  WS-RETURN-CODE              PIC 9(2).
           05  WS-ERROR-MESSAGE            PIC X(50).

      * Fields used to call NEXT-BUSINESS-DAY-CHECK
       01  WS-NBD-CALL-FIELDS.
           05  WS-NBD-NEXT-DATE            PIC 9(8).
           05  WS-NBD-RETURN-CODE          PIC 9(2).
           05  WS-NBD-ERROR-MESSAGE        PIC X(50).

      * Fields used to call ADD-BUSINESS-DAYS
       01  WS-ABD-CALL-FIELDS.
           05  WS-ABD-START-DATE           PIC 9(8).
           05  WS-ABD-DAY-COUNT            PIC 9(6).
           05  WS-ABD-DUE-DATE             PIC 9(8).
           05  WS-ABD-RETURN-CODE          PIC 9(2).
           05  WS-ABD-ERROR-MESSAGE        PIC X(50).

      * Fields used to call CANADA-DAY-EARLY-CLOSURE-CHECK
       01  WS-ECC-CALL-FIELDS.
           05  WS-ECC-HALF-DAY-FLAG        PIC X(1).
               88  WS-ECC-IS-HALF-DAY      VALUE 'Y'.
           05  WS-ECC-CLOSING-TIME         PIC 9(4).
           05  WS-ECC-RETURN-CODE          PIC 9(2).
           05  WS-ECC-ERROR-MESSAGE        PIC X(50).

      * Return codes
       01  WS-RETURN-CODES.
           05  WS-RC-SUCCESS               PIC 9(2) VALUE 00.
           05  WS-RC-INVALID-DATE          PIC 9(2) VALUE 01.
           05  WS-RC-NO-POLICY             PIC 9(2) VALUE 04.
           05  WS-RC-INVALID-PROVINCE      PIC 9(2) VALUE 05.
           05  WS-RC-POLICY-FILE-MISSING   PIC 9(2) VALUE 06.
      *    The code the business-day rollers return for a province
      *    code PROVINCIAL-HOLIDAY-CHECK does not recognize
           05  WS-ROLLER-INVALID-PROVINCE  PIC 9(2) VALUE 05.

      * Error messages
       01  WS-ERROR-MESSAGES.
           05  WS-MSG-INVALID-DATE         PIC X(50)
               VALUE 'Invalid deposit date - use YYYYMMDD'.
           05  WS-MSG-NO-POLICY            PIC X(50)
               VALUE 'No hold policy for deposit type/channel'.
           05  WS-MSG-POLICY-FILE-MISSING  PIC X(50)
               VALUE 'Hold policy file HOLDPOL.DAT not loaded'.

       LINKAGE SECTION.
       01  L-DEPOSIT-DATE                  PIC 9(8).
       01  L-DEPOSIT-TYPE                  PIC X(4).
       01  L-CHANNEL                       PIC X(4).
       01  L-PROVINCE-CODE                 PIC X(2).
       01  L-RELEASE-DATE                  PIC 9(8).
       01  L-DEEMED-DEPOSIT-DATE           PIC 9(8).
       01  L-HOLD-DAYS                     PIC 9(3).
       01  L-RETURN-CODE                   PIC 9(2).
       01  L-ERROR-MESSAGE                 PIC X(50).

       PROCEDURE DIVISION USING L-DEPOSIT-DATE
                               L-DEPOSIT-TYPE
                               L-CHANNEL
                               L-PROVINCE-CODE
                               L-RELEASE-DATE
                               L-DEEMED-DEPOSIT-DATE
                               L-HOLD-DAYS
                               L-RETURN-CODE
                               L-ERROR-MESSAGE.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-RETURN-CODE = WS-RC-SUCCESS
               PERFORM 2000-FIND-HOLD-POLICY
           END-IF
           IF WS-RETURN-CODE = WS-RC-SUCCESS
               PERFORM 3000-SET-DEEMED-DEPOSIT-DATE
           END-IF
           IF WS-RETURN-CODE = WS-RC-SUCCESS
               PERFORM 4000-COUNT-THE-HOLD
           END-IF
           PERFORM 5000-SET-OUTPUT-PARAMETERS
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - LOAD THE POLICY TABLE AND VALIDATE THE DATE      *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE WS-RC-SUCCESS TO WS-RETURN-CODE
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE 0 TO WS-DEEMED-DATE WS-RELEASE-DATE WS-POLICY-FOUND
           IF NOT WS-TABLE-IS-LOADED
               PERFORM 1100-LOAD-POLICY-TABLE
           END-IF
           IF WS-POLICY-COUNT = 0
               MOVE WS-RC-POLICY-FILE-MISSING TO WS-RETURN-CODE
               MOVE WS-MSG-POLICY-FILE-MISSING TO WS-ERROR-MESSAGE
           ELSE
               IF L-DEPOSIT-DATE IS NOT NUMERIC
                   MOVE WS-RC-INVALID-DATE TO WS-RETURN-CODE
                   MOVE WS-MSG-INVALID-DATE TO WS-ERROR-MESSAGE
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(L-DEPOSIT-DATE)
                           NOT = 0
                       MOVE WS-RC-INVALID-DATE TO WS-RETURN-CODE
                       MOVE WS-MSG-INVALID-DATE TO WS-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOAD THE HOLD POLICY FILE (ONE TIME PER RUN UNIT). NOT BEING *
      * PRESENT LEAVES THE TABLE EMPTY AND EVERY CALL ENDS RC 06 -   *
      * THERE IS NO SAFE DEFAULT HOLD.                                *
      ******************************************************************
       1100-LOAD-POLICY-TABLE.
           MOVE 0 TO WS-POLICY-COUNT
           OPEN INPUT HOLD-POLICY-FILE
           IF WS-POLICY-FILE-OK
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM 1110-LOAD-ONE-POLICY
                       UNTIL WS-NO-MORE-POLICIES
               CLOSE HOLD-POLICY-FILE
           END-IF
           MOVE 'Y' TO WS-TABLE-LOADED.

      ******************************************************************
      * READ AND KEEP ONE POLICY RECORD - A NON-NUMERIC HOLD COUNT IS *
      * NOT A POLICY                                                  *
      ******************************************************************
       1110-LOAD-ONE-POLICY.
           READ HOLD-POLICY-FILE
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF
               NOT AT END
                   IF WS-POLICY-COUNT < 50
                      AND HPR-HOLD-DAYS IS NUMERIC
                      AND HPR-DEPOSIT-TYPE NOT = SPACES
                       ADD 1 TO WS-POLICY-COUNT
                       MOVE HPR-DEPOSIT-TYPE
                           TO WS-POL-DEPOSIT-TYPE (WS-POLICY-COUNT)
                       MOVE HPR-CHANNEL
                           TO WS-POL-CHANNEL (WS-POLICY-COUNT)
                       MOVE HPR-HOLD-DAYS
                           TO WS-POL-HOLD-DAYS (WS-POLICY-COUNT)
                       MOVE HPR-HALF-DAY-COUNTS
                           TO WS-POL-HALF-DAY-COUNTS
                               (WS-POLICY-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * THE POLICY FOR THE TYPE AND CHANNEL - AN EXACT MATCH WINS     *
      * WHEREVER IT IS IN THE FILE; OTHERWISE THE TYPE'S ANY-CHANNEL  *
      * (SPACES) RECORD                                               *
      ******************************************************************
       2000-FIND-HOLD-POLICY.
           PERFORM VARYING WS-POLICY-INDEX FROM 1 BY 1
                   UNTIL WS-POLICY-INDEX > WS-POLICY-COUNT
               IF WS-POL-DEPOSIT-TYPE (WS-POLICY-INDEX)
                       = L-DEPOSIT-TYPE
                   IF WS-POL-CHANNEL (WS-POLICY-INDEX) = L-CHANNEL
                       MOVE WS-POLICY-INDEX TO WS-POLICY-FOUND
                   ELSE
                       IF WS-POL-CHANNEL (WS-POLICY-INDEX) = SPACES
                          AND WS-POLICY-FOUND = 0
                           MOVE WS-POLICY-INDEX TO WS-POLICY-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-POLICY-FOUND = 0
               MOVE WS-RC-NO-POLICY TO WS-RETURN-CODE
               MOVE WS-MSG-NO-POLICY TO WS-ERROR-MESSAGE
           END-IF.

      ******************************************************************
      * A DEPOSIT ON A NON-BUSINESS DAY IS DEEMED MADE ON THE NEXT    *
      * BUSINESS DAY FOR THE ACCOUNT'S PROVINCE (A BUSINESS DAY COMES *
      * BACK UNCHANGED)                                               *
      ******************************************************************
       3000-SET-DEEMED-DEPOSIT-DATE.
           CALL 'NEXT-BUSINESS-DAY-CHECK' USING L-DEPOSIT-DATE
                                                WS-NBD-NEXT-DATE
                                                WS-NBD-RETURN-CODE
                                                WS-NBD-ERROR-MESSAGE
                                                L-PROVINCE-CODE
           EVALUATE WS-NBD-RETURN-CODE
               WHEN WS-RC-SUCCESS
                   MOVE WS-NBD-NEXT-DATE TO WS-DEEMED-DATE
               WHEN WS-ROLLER-INVALID-PROVINCE
                   MOVE WS-RC-INVALID-PROVINCE TO WS-RETURN-CODE
                   MOVE WS-NBD-ERROR-MESSAGE TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE WS-RC-INVALID-DATE TO WS-RETURN-CODE
                   MOVE WS-NBD-ERROR-MESSAGE TO WS-ERROR-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * COUNT THE HOLD FORWARD FROM THE DEEMED DATE. WHEN HALF DAYS   *
      * COUNT, ONE ADD-BUSINESS-DAYS CALL GIVES THE RELEASE DATE;     *
      * OTHERWISE THE HOLD IS STEPPED ONE BUSINESS DAY AT A TIME AND  *
      * A HALF DAY DOES NOT REDUCE WHAT REMAINS                       *
      ******************************************************************
       4000-COUNT-THE-HOLD.
           MOVE WS-DEEMED-DATE TO WS-RELEASE-DATE
           MOVE WS-POL-HOLD-DAYS (WS-POLICY-FOUND) TO WS-DAYS-REMAINING
           IF WS-POL-HALF-DAYS-COUNT (WS-POLICY-FOUND)
               IF WS-DAYS-REMAINING > 0
                   MOVE WS-DAYS-REMAINING TO WS-ABD-DAY-COUNT
                   PERFORM 4100-ADD-BUSINESS-DAYS
               END-IF
           ELSE
               MOVE 1 TO WS-ABD-DAY-COUNT
               PERFORM UNTIL WS-DAYS-REMAINING = 0
                          OR WS-RETURN-CODE NOT = WS-RC-SUCCESS
                   PERFORM 4100-ADD-BUSINESS-DAYS
                   IF WS-RETURN-CODE = WS-RC-SUCCESS
                       PERFORM 4200-CHECK-HALF-DAY
                       IF NOT WS-ECC-IS-HALF-DAY
                           SUBTRACT 1 FROM WS-DAYS-REMAINING
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * ADD WS-ABD-DAY-COUNT BUSINESS DAYS TO THE RELEASE DATE SO FAR *
      ******************************************************************
       4100-ADD-BUSINESS-DAYS.
           MOVE WS-RELEASE-DATE TO WS-ABD-START-DATE
           CALL 'ADD-BUSINESS-DAYS' USING WS-ABD-START-DATE
                                          WS-ABD-DAY-COUNT
                                          WS-ABD-DUE-DATE
                                          WS-ABD-RETURN-CODE
                                          WS-ABD-ERROR-MESSAGE
                                          L-PROVINCE-CODE
           EVALUATE WS-ABD-RETURN-CODE
               WHEN WS-RC-SUCCESS
                   MOVE WS-ABD-DUE-DATE TO WS-RELEASE-DATE
               WHEN WS-ROLLER-INVALID-PROVINCE
                   MOVE WS-RC-INVALID-PROVINCE TO WS-RETURN-CODE
                   MOVE WS-ABD-ERROR-MESSAGE TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE WS-RC-INVALID-DATE TO WS-RETURN-CODE
                   MOVE WS-ABD-ERROR-MESSAGE TO WS-ERROR-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * IS THE BUSINESS DAY JUST REACHED AN EARLY-CLOSE HALF DAY FOR  *
      * THE ACCOUNT'S PROVINCE?                                       *
      ******************************************************************
       4200-CHECK-HALF-DAY.
           CALL 'CANADA-DAY-EARLY-CLOSURE-CHECK' USING WS-RELEASE-DATE
                                                 WS-ECC-HALF-DAY-FLAG
                                                 WS-ECC-CLOSING-TIME
                                                 WS-ECC-RETURN-CODE
                                                 WS-ECC-ERROR-MESSAGE
                                                 L-PROVINCE-CODE
           IF WS-ECC-RETURN-CODE NOT = WS-RC-SUCCESS
               MOVE 'N' TO WS-ECC-HALF-DAY-FLAG
           END-IF.

      ******************************************************************
      * SET OUTPUT PARAMETERS                                        *
      ******************************************************************
       5000-SET-OUTPUT-PARAMETERS.
           IF WS-RETURN-CODE = WS-RC-SUCCESS
               MOVE WS-RELEASE-DATE TO L-RELEASE-DATE
               MOVE WS-DEEMED-DATE TO L-DEEMED-DEPOSIT-DATE
               MOVE WS-POL-HOLD-DAYS (WS-POLICY-FOUND) TO L-HOLD-DAYS
           ELSE
               MOVE 0 TO L-RELEASE-DATE L-DEEMED-DEPOSIT-DATE
                         L-HOLD-DAYS
           END-IF
           MOVE WS-RETURN-CODE TO L-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO L-ERROR-MESSAGE.

      ******************************************************************
      * PROGRAM EXIT                                                 *
      ******************************************************************
       9999-PROGRAM-EXIT.
           EXIT PROGRAM.
