      * a guess - a wrong time-zone conversion at a cut-off is        *
      * exactly the failure this routine exists to remove.            *
      *                                                               *
      * The caller may pass two optional trailing output parameters  *
      * to receive the BINDING centre's local receipt date and time  *
      * - the clock the cut-off was judged on. Their presence is      *
      * resolved on the run unit's FIRST call and kept for the run - *
      * the same optional-parameter convention the business-day      *
      * rollers use - so callers on the original nine-parameter      *
      * shape are unaffected.                                         *
      *                                                               *
      * INPUT:  UTC date YYYYMMDD, UTC time HHMM, centre code,        *
      *         second centre code (spaces = single-centre mode)      *
      * OUTPUT: Value date, same-day flag, binding centre code,       *
      *         return code, error message, optional binding-centre  *
      *         local receipt date and time (HHMM)                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  WS-BINDING-CENTRE           PIC X(4).
           05  WS-RETURN-CODE              PIC 9(2).
           05  WS-ERROR-MESSAGE            PIC X(50).
           05  WS-BINDING-LOCAL-DATE       PIC 9(8).
           05  WS-BINDING-LOCAL-TIME       PIC 9(4).

      * Optional local-clock output parameters - presence latched on
      * the run unit's first call
       01  WS-CALL-SHAPE-FIELDS.
           05  WS-LOCAL-SHAPE-KNOWN        PIC X(1) VALUE 'N'.
               88  WS-LOCAL-SHAPE-SET      VALUE 'Y'.
           05  WS-LOCAL-PARM-PASSED        PIC X(1) VALUE 'N'.
               88  WS-LOCAL-IS-PASSED      VALUE 'Y'.

      * Work fields
       01  WS-WORK-FIELDS.
       01  L-BINDING-CENTRE                PIC X(4).
       01  L-RETURN-CODE                   PIC 9(2).
       01  L-ERROR-MESSAGE                 PIC X(50).
       01  L-LOCAL-DATE                    PIC 9(8).
       01  L-LOCAL-TIME                    PIC 9(4).

       PROCEDURE DIVISION USING L-UTC-DATE
                               L-UTC-TIME
                               L-SAME-DAY-FLAG
                               L-BINDING-CENTRE
                               L-RETURN-CODE
                               L-ERROR-MESSAGE
                               L-LOCAL-DATE
                               L-LOCAL-TIME.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
                   MOVE WS-CENTRE-VALUE-DATE TO WS-VALUE-DATE
                   MOVE WS-CENTRE-SAME-DAY TO WS-SAME-DAY-FLAG
                   MOVE WS-CHECK-CENTRE TO WS-BINDING-CENTRE
                   MOVE WS-LOCAL-DATE TO WS-BINDING-LOCAL-DATE
                   MOVE WS-LOCAL-TIME TO WS-BINDING-LOCAL-TIME
               END-IF
               IF WS-RETURN-CODE = WS-RC-SUCCESS
                       AND L-CENTRE-CODE-2 NOT = SPACES
                       MOVE WS-CENTRE-VALUE-DATE TO WS-VALUE-DATE
                       MOVE WS-CENTRE-SAME-DAY TO WS-SAME-DAY-FLAG
                       MOVE WS-CHECK-CENTRE TO WS-BINDING-CENTRE
                       MOVE WS-LOCAL-DATE TO WS-BINDING-LOCAL-DATE
                       MOVE WS-LOCAL-TIME TO WS-BINDING-LOCAL-TIME
                   END-IF
               END-IF
           END-IF
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           INITIALIZE WS-OUTPUT-PARAMETERS
           PERFORM 1200-RESOLVE-CALL-SHAPE
           MOVE L-UTC-DATE TO WS-UTC-DATE
           MOVE WS-RC-SUCCESS TO WS-RETURN-CODE
           MOVE SPACES TO WS-ERROR-MESSAGE
                   END-IF
           END-READ.

      ******************************************************************
      * RESOLVE THE OPTIONAL TRAILING LOCAL-CLOCK PARAMETERS. THEIR  *
      * PRESENCE IS LATCHED ON THE RUN UNIT'S FIRST CALL - A STALE   *
      * ADDRESS FROM AN EARLIER LONGER-SHAPE CALL WOULD OTHERWISE    *
      * PASS THE NULL TEST (SEE THE HEADER)                           *
      ******************************************************************
       1200-RESOLVE-CALL-SHAPE.
           IF NOT WS-LOCAL-SHAPE-SET
               IF ADDRESS OF L-LOCAL-DATE = NULL
                       OR ADDRESS OF L-LOCAL-TIME = NULL
                   MOVE 'N' TO WS-LOCAL-PARM-PASSED
               ELSE
                   MOVE 'Y' TO WS-LOCAL-PARM-PASSED
               END-IF
               MOVE 'Y' TO WS-LOCAL-SHAPE-KNOWN
           END-IF.

      ******************************************************************
      * CONVERT THE UTC TIMESTAMP TO ONE CENTRE'S LOCAL CLOCK AND     *
      * EVALUATE ITS CUT-OFF THROUGH VALUE-DATE-CUTOFF-CHECK          *
           MOVE WS-SAME-DAY-FLAG TO L-SAME-DAY-FLAG
           MOVE WS-BINDING-CENTRE TO L-BINDING-CENTRE
           MOVE WS-RETURN-CODE TO L-RETURN-CODE
           MOVE WS-ERROR-MESSAGE TO L-ERROR-MESSAGE
           IF WS-LOCAL-IS-PASSED
               MOVE WS-BINDING-LOCAL-DATE TO L-LOCAL-DATE
               MOVE WS-BINDING-LOCAL-TIME TO L-LOCAL-TIME
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                 *
