      * shorter list used consistently by every caller in the run    *
      * unit.                                                        *
      *                                                               *
      * When the nightly business-day serial index (BDINDEX, built   *
      * by BUSINESS-DAY-INDEX-BUILD) is current for the calendar -    *
      * federal, or the province passed - the answer comes from      *
      * BUSINESS-DAY-INDEX-LOOKUP in one or two keyed reads.         *
      * An open date is returned as is; a closed one rolls to the   *
      * open date carrying the next serial.                           *
      * The day-by-day stepping below remains the fallback when the  *
      * index is missing, stale or does not cover the dates; the      *
      * lookup records that through HOLIDAY-DEGRADE-STATUS.           *
      *                                                                *
      * INPUT:  Date in YYYYMMDD format, optional province code       *
      * OUTPUT: Next business day, return code, error message         *
      ******************************************************************
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
           05  WS-INDEX-ANSWERED           PIC X(1).
               88  WS-ANSWERED-FROM-INDEX  VALUE 'Y'.

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-RETURN-CODE = WS-RC-SUCCESS
               PERFORM 1500-LOOK-UP-SERIAL-INDEX
               IF NOT WS-ANSWERED-FROM-INDEX
                   PERFORM 2000-ROLL-TO-NEXT-BUSINESS-DAY
               END-IF
           END-IF
           PERFORM 5000-SET-OUTPUT-PARAMETERS
           PERFORM 9999-PROGRAM-EXIT.
               END-IF
           END-IF.

      ******************************************************************
      * ANSWER FROM THE SERIAL INDEX WHEN IT IS CURRENT - AN OPEN     *
      * DATE IS ITS OWN ANSWER, A CLOSED ONE TAKES THE OPEN DATE      *
      * CARRYING THE NEXT SERIAL                                      *
      ******************************************************************
       1500-LOOK-UP-SERIAL-INDEX.
           MOVE 'N' TO WS-INDEX-ANSWERED
           PERFORM 1510-SET-INDEX-CALENDAR
           MOVE 'S' TO WS-BDI-FUNCTION-CODE
           MOVE WS-INPUT-DATE TO WS-BDI-LOOKUP-DATE
           PERFORM 1520-CALL-INDEX-LOOKUP
           IF WS-BDI-RETURN-CODE = WS-RC-SUCCESS
               IF WS-BDI-OPEN-FLAG = 'Y'
                   MOVE WS-INPUT-DATE TO WS-NEXT-BUSINESS-DATE
                   MOVE 'Y' TO WS-INDEX-ANSWERED
               ELSE
                   MOVE 'D' TO WS-BDI-FUNCTION-CODE
                   ADD 1 TO WS-BDI-SERIAL
                   PERFORM 1520-CALL-INDEX-LOOKUP
                   IF WS-BDI-RETURN-CODE = WS-RC-SUCCESS
                       MOVE WS-BDI-LOOKUP-DATE
                           TO WS-NEXT-BUSINESS-DATE
                       MOVE 'Y' TO WS-INDEX-ANSWERED
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
      * ROLL FORWARD OVER WEEKENDS AND STATUTORY HOLIDAYS            *
      ******************************************************************
