      ******************************************************************
      * COPYBOOK: BUSINESS-DATE-CONTROL                               *
      * PURPOSE:  The one shared business-date control record for the *
      *           processing day (CDBDATE.DAT), written by            *
      *           BUSINESS-DATE-CONTROL right after CANADA-DAY-GATE   *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Downstream jobs COPY this layout and read the single record  *
      * instead of working out their own business dates or taking    *
      * them from an operator-typed parm:                             *
      *                                                               *
      *   BDC-PROCESSING-DATE      - the calendar date the stream    *
      *                              ran for                          *
      *   BDC-PROCESSING-DAY-STATUS- 'O' the processing date is a    *
      *                              business day; 'C' it is closed  *
      *                              (weekend, statutory holiday or   *
      *                              ad hoc closure)                  *
      *   BDC-CURRENT-BUSINESS-DATE- the processing date when open;  *
      *                              when closed, the next business  *
      *                              day - the day the closed day's  *
      *                              work is dated to                 *
      *   BDC-PREVIOUS-BUSINESS-DATE / BDC-NEXT-BUSINESS-DATE - the  *
      *                              business days either side of    *
      *                              the current business date       *
      *   BDC-CATCH-UP-DAYS        - closed calendar days between    *
      *                              the previous and current        *
      *                              business dates (0 on an         *
      *                              ordinary midweek day, 2 on an   *
      *                              ordinary Monday)                 *
      *   BDC-BUSINESS-DAY-OF-MONTH- the current business date's     *
      *                              ordinal within its month         *
      *   BDC-PERIOD-FLAGS         - 'Y'/'N': the current business   *
      *                              date is the first/last business *
      *                              day of its month, quarter, year *
      *   BDC-HALF-DAY-FLAG and BDC-CLOSING-TIME - an early close on *
      *                              the current business date and   *
      *                              its HHMM closing time (0000     *
      *                              when a full day)                 *
      *   BDC-DEGRADED-FLAG        - 'Y' when a calendar routine ran *
      *                              on a fallback while the record  *
      *                              was built                        *
      *                                                               *
      * The dates are national (federal calendar plus national ad    *
      * hoc closures). 80 bytes.                                      *
      ******************************************************************

       01  BUSINESS-DATE-CONTROL-RECORD.
           05  BDC-PROCESSING-DATE         PIC 9(8).
           05  BDC-PROCESSING-DAY-STATUS   PIC X(1).
               88  BDC-PROCESSING-DAY-OPEN VALUE 'O'.
               88  BDC-PROCESSING-DAY-CLOSED
                                           VALUE 'C'.
           05  BDC-CURRENT-BUSINESS-DATE   PIC 9(8).
           05  BDC-PREVIOUS-BUSINESS-DATE  PIC 9(8).
           05  BDC-NEXT-BUSINESS-DATE      PIC 9(8).
           05  BDC-CATCH-UP-DAYS           PIC 9(2).
           05  BDC-BUSINESS-DAY-OF-MONTH   PIC 9(2).
           05  BDC-PERIOD-FLAGS.
               10  BDC-FIRST-OF-MONTH      PIC X(1).
                   88  BDC-IS-FIRST-OF-MONTH
                                           VALUE 'Y'.
               10  BDC-LAST-OF-MONTH       PIC X(1).
                   88  BDC-IS-LAST-OF-MONTH
                                           VALUE 'Y'.
               10  BDC-FIRST-OF-QUARTER    PIC X(1).
                   88  BDC-IS-FIRST-OF-QUARTER
                                           VALUE 'Y'.
               10  BDC-LAST-OF-QUARTER     PIC X(1).
                   88  BDC-IS-LAST-OF-QUARTER
                                           VALUE 'Y'.
               10  BDC-FIRST-OF-YEAR       PIC X(1).
                   88  BDC-IS-FIRST-OF-YEAR
                                           VALUE 'Y'.
               10  BDC-LAST-OF-YEAR        PIC X(1).
                   88  BDC-IS-LAST-OF-YEAR VALUE 'Y'.
           05  BDC-HALF-DAY-FLAG           PIC X(1).
               88  BDC-IS-HALF-DAY         VALUE 'Y'.
           05  BDC-CLOSING-TIME            PIC 9(4).
           05  BDC-DEGRADED-FLAG           PIC X(1).
               88  BDC-BUILT-DEGRADED      VALUE 'Y'.
           05  BDC-CREATED-TIMESTAMP       PIC X(14).
           05  FILLER                      PIC X(17).
