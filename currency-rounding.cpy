      ******************************************************************
      * COPYBOOK: CURRENCY-ROUNDING                                   *
      * PURPOSE:  Interest-amount rounding rule per settlement        *
      *           currency                                            *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One entry per currency the desk settles: the ISO code, the   *
      * number of decimal places an amount is paid in (2 for the     *
      * dollar and euro currencies, 0 for the yen) and the rounding  *
      * rule applied to each period's interest before it is paid and *
      * totalled:                                                     *
      *   N - round to the nearest unit, a half rounded up            *
      *   D - round down (truncate) to the unit                       *
      * A currency not on the table is not settled here and a deal   *
      * in it is rejected.                                            *
      ******************************************************************

       01  CURRENCY-ROUNDING-VALUES.
           05  FILLER                      PIC X(5) VALUE 'CAD2N'.
           05  FILLER                      PIC X(5) VALUE 'USD2N'.
           05  FILLER                      PIC X(5) VALUE 'EUR2N'.
           05  FILLER                      PIC X(5) VALUE 'GBP2N'.
           05  FILLER                      PIC X(5) VALUE 'CHF2N'.
           05  FILLER                      PIC X(5) VALUE 'AUD2N'.
           05  FILLER                      PIC X(5) VALUE 'MXN2N'.
           05  FILLER                      PIC X(5) VALUE 'JPY0N'.
       01  CURRENCY-ROUNDING-TABLE REDEFINES CURRENCY-ROUNDING-VALUES.
           05  CRT-ENTRY                   OCCURS 8 TIMES.
               10  CRT-CURRENCY            PIC X(3).
               10  CRT-DECIMALS            PIC 9(1).
               10  CRT-ROUNDING-RULE       PIC X(1).
                   88  CRT-ROUND-NEAREST   VALUE 'N'.
                   88  CRT-ROUND-DOWN      VALUE 'D'.
       01  CURRENCY-ROUNDING-COUNT         PIC 9(2) VALUE 8.
