      * CANADA-DAY-BATCH-REPORT applies. The stamped output carries   *
      * its own matching HDR/TRL pair.                                *
      *                                                               *
      * SWAPS AND OUTRIGHT FORWARDS: a record tagged SWP (FX swap) or *
      * FWD (tenor-quoted outright forward) in its first three bytes  *
      * carries the trade date, spot offset, the two country codes    *
      * and its legs as tenors from spot (SP, 1W, 1M, 3M ... per      *
      * TENOR-SCHEDULE-BUILD) - a near and a far tenor for a swap, a  *
      * far tenor only for a forward. Spot is the spot offset in      *
      * mutually open days after the trade date                       *
      * (CROSS-BORDER-VALUE-DATE). Each leg's date is spot plus its   *
      * tenor by TENOR-SCHEDULE-BUILD's month arithmetic and          *
      * end-of-month rule under modified following, moved to the      *
      * first date both centres are open - or, when that would leave  *
      * the month, back to the last mutually open day of the month.   *
      * The stamped swap record carries the spot, near-leg and        *
      * far-leg value dates; a swap that fails is written ERR and     *
      * listed with both its legs on the exception report. A swap     *
      * counts as one detail record for the trailer balance.          *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   ERR=nn  - step return code when trades failed validation    *
      *             (default 08 per the HOLIDAY-RETURN-SEVERITY       *
           05  FXT-TENOR-OFFSET            PIC 9(3).
           05  FXT-COUNTRY-CODE-1          PIC X(2).
           05  FXT-COUNTRY-CODE-2          PIC X(2).
       01  TRADE-SWAP-RECORD.
           05  FXS-RECORD-TAG              PIC X(3).
               88  FXS-FX-SWAP             VALUE 'SWP'.
               88  FXS-OUTRIGHT-FORWARD    VALUE 'FWD'.
           05  FXS-TRADE-ID                PIC X(10).
           05  FXS-TRADE-DATE              PIC 9(8).
           05  FXS-SPOT-OFFSET             PIC 9(3).
           05  FXS-COUNTRY-CODE-1          PIC X(2).
           05  FXS-COUNTRY-CODE-2          PIC X(2).
           05  FXS-NEAR-TENOR              PIC X(3).
           05  FXS-FAR-TENOR               PIC X(3).
       01  TRADE-HEADER-RECORD.
           05  FXH-RECORD-TAG              PIC X(3).
           05  FXH-CREATION-DATE           PIC 9(8).
           05  FXV-COUNTRY-CODE-2          PIC X(2).
           05  FXV-VALUE-DATE              PIC 9(8).
           05  FXV-STATUS                  PIC X(4).
       01  STAMPED-SWAP-RECORD.
           05  FVS-RECORD-TAG              PIC X(3).
           05  FVS-TRADE-ID                PIC X(10).
           05  FVS-TRADE-DATE              PIC 9(8).
           05  FVS-SPOT-OFFSET             PIC 9(3).
           05  FVS-COUNTRY-CODE-1          PIC X(2).
           05  FVS-COUNTRY-CODE-2          PIC X(2).
           05  FVS-NEAR-TENOR              PIC X(3).
           05  FVS-FAR-TENOR               PIC X(3).
           05  FVS-SPOT-DATE               PIC 9(8).
           05  FVS-NEAR-VALUE-DATE         PIC 9(8).
           05  FVS-FAR-VALUE-DATE          PIC 9(8).
           05  FVS-STATUS                  PIC X(4).
       01  STAMPED-HEADER-RECORD.
           05  FVH-RECORD-TAG              PIC X(3).
           05  FVH-CREATION-DATE           PIC 9(8).
           05  WS-TRADES-STAMPED           PIC 9(7) VALUE 0.
           05  WS-TRADES-IN-ERROR          PIC 9(7) VALUE 0.
           05  WS-OUTPUT-RECORDS-WRITTEN   PIC 9(7) VALUE 0.
           05  WS-SWAPS-READ               PIC 9(7) VALUE 0.

      * Open-state flags so end-of-run close/summary logic only
      * touches files that actually opened
           05  WS-CBV-RETURN-CODE          PIC 9(2).
           05  WS-CBV-ERROR-MESSAGE        PIC X(40).

      * Swap / forward leg fields - each leg is spot plus its tenor,
      * by TENOR-SCHEDULE-BUILD under modified following
       01  WS-SWAP-LEG-FIELDS.
           05  WS-SWAP-ERROR-TEXT          PIC X(40).
           05  WS-SPOT-DATE                PIC 9(8).
           05  WS-NEAR-VALUE-DATE          PIC 9(8).
           05  WS-FAR-VALUE-DATE           PIC 9(8).
           05  WS-LEG-TENOR                PIC X(3).
           05  WS-LEG-VALUE-DATE           PIC 9(8).
           05  WS-LEG-TENOR-DATE           PIC 9(8).
           05  WS-LEG-DAY-INTEGER          PIC 9(7).
           05  WS-TSB-TENOR-COUNT          PIC 9(2) VALUE 1.
           05  WS-TSB-CONVENTION           PIC X(1) VALUE 'M'.
           05  WS-TSB-RETURN-CODE          PIC 9(2).
           05  WS-TSB-ERROR-MESSAGE        PIC X(50).
       01  WS-TSB-TENOR-TABLE.
           05  WS-TSB-TENOR-ENTRY          PIC X(3)
               OCCURS 12 TIMES.
       01  WS-TSB-SCHEDULE-TABLE.
           05  WS-TSB-SCHEDULE-DATE        PIC 9(8)
               OCCURS 12 TIMES.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               10  WS-DTL-COUNTRIES        PIC X(5).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-REASON           PIC X(40).
           05  WS-LEG-LINE                 PIC X(80) VALUE SPACES.
           05  WS-LEG-DATE-TEXT            PIC X(8).

       LINKAGE SECTION.
       01  PARM-FIELD.
                   MOVE 'MULTIPLE HEADER RECORDS IN FILE'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               WHEN 'SWP'
               WHEN 'FWD'
                   PERFORM 2600-STAMP-ONE-SWAP
               WHEN OTHER
                   PERFORM 2200-STAMP-ONE-TRADE
           END-EVALUATE
               DELIMITED BY SIZE INTO WS-DTL-COUNTRIES
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * VALUE-DATE ONE SWAP OR OUTRIGHT FORWARD - SPOT, THEN EACH LEG *
      * FROM SPOT; THE FIRST FAILURE STOPS THE TRADE AND IS THE       *
      * REASON REPORTED                                               *
      ******************************************************************
       2600-STAMP-ONE-SWAP.
           ADD 1 TO WS-TRADES-READ
           ADD 1 TO WS-SWAPS-READ
           MOVE SPACES TO WS-SWAP-ERROR-TEXT
           MOVE 0 TO WS-SPOT-DATE WS-NEAR-VALUE-DATE WS-FAR-VALUE-DATE
           EVALUATE TRUE
               WHEN FXS-TRADE-DATE IS NOT NUMERIC
                 OR FXS-SPOT-OFFSET IS NOT NUMERIC
                   MOVE 'TRADE DATE OR SPOT OFFSET NOT NUMERIC'
                       TO WS-SWAP-ERROR-TEXT
               WHEN FXS-FAR-TENOR = SPACES
                   MOVE 'FAR LEG TENOR MISSING' TO WS-SWAP-ERROR-TEXT
               WHEN FXS-FX-SWAP AND FXS-NEAR-TENOR = SPACES
                   MOVE 'SWAP NEAR LEG TENOR MISSING'
                       TO WS-SWAP-ERROR-TEXT
               WHEN FXS-OUTRIGHT-FORWARD
                AND FXS-NEAR-TENOR NOT = SPACES
                   MOVE 'OUTRIGHT FORWARD HAS A NEAR LEG TENOR'
                       TO WS-SWAP-ERROR-TEXT
               WHEN OTHER
                   PERFORM 2610-VALUE-DATE-SPOT
           END-EVALUATE
           IF WS-SWAP-ERROR-TEXT = SPACES AND FXS-FX-SWAP
               MOVE FXS-NEAR-TENOR TO WS-LEG-TENOR
               PERFORM 2620-VALUE-DATE-ONE-LEG
               MOVE WS-LEG-VALUE-DATE TO WS-NEAR-VALUE-DATE
           END-IF
           IF WS-SWAP-ERROR-TEXT = SPACES
               MOVE FXS-FAR-TENOR TO WS-LEG-TENOR
               PERFORM 2620-VALUE-DATE-ONE-LEG
               MOVE WS-LEG-VALUE-DATE TO WS-FAR-VALUE-DATE
           END-IF
           IF WS-SWAP-ERROR-TEXT = SPACES AND FXS-FX-SWAP
                   AND WS-FAR-VALUE-DATE NOT > WS-NEAR-VALUE-DATE
               MOVE 'FAR LEG DOES NOT VALUE AFTER NEAR LEG'
                   TO WS-SWAP-ERROR-TEXT
           END-IF
           MOVE TRADE-SWAP-RECORD TO STAMPED-SWAP-RECORD (1:34)
           IF WS-SWAP-ERROR-TEXT = SPACES
               ADD 1 TO WS-TRADES-STAMPED
               MOVE WS-SPOT-DATE TO FVS-SPOT-DATE
               MOVE WS-NEAR-VALUE-DATE TO FVS-NEAR-VALUE-DATE
               MOVE WS-FAR-VALUE-DATE TO FVS-FAR-VALUE-DATE
               MOVE 'OK' TO FVS-STATUS
           ELSE
               ADD 1 TO WS-TRADES-IN-ERROR
               MOVE 0 TO FVS-SPOT-DATE FVS-NEAR-VALUE-DATE
                         FVS-FAR-VALUE-DATE
               MOVE 'ERR' TO FVS-STATUS
               PERFORM 2640-WRITE-SWAP-EXCEPTION
           END-IF
           WRITE STAMPED-SWAP-RECORD
           ADD 1 TO WS-OUTPUT-RECORDS-WRITTEN.

      ******************************************************************
      * SPOT - THE SPOT OFFSET IN MUTUALLY OPEN DAYS AFTER THE TRADE  *
      * DATE                                                          *
      ******************************************************************
       2610-VALUE-DATE-SPOT.
           MOVE FXS-TRADE-DATE TO WS-CBV-INPUT-DATE
           MOVE FXS-SPOT-OFFSET TO WS-CBV-DAY-OFFSET
           PERFORM 2630-CALL-CROSS-BORDER
           IF WS-CBV-RETURN-CODE = 00
               MOVE WS-CBV-VALUE-DATE TO WS-SPOT-DATE
           ELSE
               MOVE WS-CBV-ERROR-MESSAGE TO WS-SWAP-ERROR-TEXT
           END-IF.

      ******************************************************************
      * ONE LEG - SP IS SPOT ITSELF; OTHERWISE SPOT PLUS THE TENOR    *
      * (MONTH ARITHMETIC AND END-OF-MONTH RULE), MOVED TO A DATE     *
      * BOTH CENTRES ARE OPEN WITHOUT LEAVING THE LEG'S MONTH         *
      ******************************************************************
       2620-VALUE-DATE-ONE-LEG.
           MOVE 0 TO WS-LEG-VALUE-DATE
           IF WS-LEG-TENOR = 'SP'
               MOVE WS-SPOT-DATE TO WS-LEG-VALUE-DATE
           ELSE
               MOVE SPACES TO WS-TSB-TENOR-TABLE
               MOVE WS-LEG-TENOR TO WS-TSB-TENOR-ENTRY (1)
               CALL 'TENOR-SCHEDULE-BUILD' USING WS-SPOT-DATE
                                                 WS-TSB-TENOR-COUNT
                                                 WS-TSB-TENOR-TABLE
                                                 WS-TSB-CONVENTION
                                                 WS-TSB-SCHEDULE-TABLE
                                                 WS-TSB-RETURN-CODE
                                                 WS-TSB-ERROR-MESSAGE
               IF WS-TSB-RETURN-CODE NOT = 00
                   MOVE WS-TSB-ERROR-MESSAGE TO WS-SWAP-ERROR-TEXT
               ELSE
                   MOVE WS-TSB-SCHEDULE-DATE (1) TO WS-CBV-INPUT-DATE
                                                    WS-LEG-TENOR-DATE
                   MOVE 0 TO WS-CBV-DAY-OFFSET
                   PERFORM 2630-CALL-CROSS-BORDER
                   EVALUATE TRUE
                       WHEN WS-CBV-RETURN-CODE NOT = 00
                           MOVE WS-CBV-ERROR-MESSAGE
                               TO WS-SWAP-ERROR-TEXT
                       WHEN WS-CBV-VALUE-DATE (1:6)
                               = WS-LEG-TENOR-DATE (1:6)
                           MOVE WS-CBV-VALUE-DATE TO WS-LEG-VALUE-DATE
                       WHEN OTHER
                           PERFORM 2625-ROLL-BACK-INTO-MONTH
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * MODIFIED FOLLOWING ACROSS BOTH CENTRES - WALK BACK FROM THE   *
      * TENOR DATE TO THE LAST MUTUALLY OPEN DAY OF ITS MONTH         *
      ******************************************************************
       2625-ROLL-BACK-INTO-MONTH.
           COMPUTE WS-LEG-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-LEG-TENOR-DATE)
           PERFORM UNTIL WS-LEG-VALUE-DATE NOT = 0
                      OR WS-SWAP-ERROR-TEXT NOT = SPACES
               SUBTRACT 1 FROM WS-LEG-DAY-INTEGER
               COMPUTE WS-CBV-INPUT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-LEG-DAY-INTEGER)
               IF WS-CBV-INPUT-DATE (1:6)
                       NOT = WS-LEG-TENOR-DATE (1:6)
                       OR WS-CBV-INPUT-DATE NOT > WS-SPOT-DATE
                   MOVE 'NO MUTUALLY OPEN DAY IN THE LEG MONTH'
                       TO WS-SWAP-ERROR-TEXT
               ELSE
                   PERFORM 2630-CALL-CROSS-BORDER
                   EVALUATE TRUE
                       WHEN WS-CBV-RETURN-CODE NOT = 00
                           MOVE WS-CBV-ERROR-MESSAGE
                               TO WS-SWAP-ERROR-TEXT
                       WHEN WS-CBV-VALUE-DATE = WS-CBV-INPUT-DATE
                           MOVE WS-CBV-VALUE-DATE TO WS-LEG-VALUE-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * CALL CROSS-BORDER-VALUE-DATE FOR THE SWAP'S CURRENCY PAIR     *
      * (WS-CBV-INPUT-DATE AND WS-CBV-DAY-OFFSET ARE ALREADY SET)     *
      ******************************************************************
       2630-CALL-CROSS-BORDER.
           MOVE FXS-COUNTRY-CODE-1 TO WS-CBV-COUNTRY-CODE-1
           MOVE FXS-COUNTRY-CODE-2 TO WS-CBV-COUNTRY-CODE-2
           CALL 'CROSS-BORDER-VALUE-DATE' USING
               WS-CBV-INPUT-DATE
               WS-CBV-DAY-OFFSET
               WS-CBV-COUNTRY-CODE-1
               WS-CBV-COUNTRY-CODE-2
               WS-CBV-VALUE-DATE
               WS-CBV-RETURN-CODE
               WS-CBV-ERROR-MESSAGE.

      ******************************************************************
      * LIST A FAILED SWAP OR FORWARD - THE TRADE LINE, THEN BOTH     *
      * LEGS WITH WHATEVER DATES WERE REACHED BEFORE THE FAILURE      *
      ******************************************************************
       2640-WRITE-SWAP-EXCEPTION.
           MOVE FXS-TRADE-ID TO WS-DTL-TRADE-ID
           MOVE TRADE-SWAP-RECORD (14:8) TO WS-DTL-TRADE-DATE
           MOVE TRADE-SWAP-RECORD (22:3) TO WS-DTL-OFFSET
           MOVE SPACES TO WS-DTL-COUNTRIES
           STRING FXS-COUNTRY-CODE-1 '/' FXS-COUNTRY-CODE-2
               DELIMITED BY SIZE INTO WS-DTL-COUNTRIES
           MOVE WS-SWAP-ERROR-TEXT TO WS-DTL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-LEG-LINE
           MOVE FXS-RECORD-TAG TO WS-LEG-LINE (4:3)
           MOVE 'SPOT' TO WS-LEG-LINE (9:4)
           MOVE WS-SPOT-DATE TO WS-LEG-DATE-TEXT
           PERFORM 2645-BLANK-UNREACHED-DATE
           MOVE WS-LEG-DATE-TEXT TO WS-LEG-LINE (14:8)
           MOVE 'NEAR' TO WS-LEG-LINE (25:4)
           MOVE FXS-NEAR-TENOR TO WS-LEG-LINE (30:3)
           MOVE WS-NEAR-VALUE-DATE TO WS-LEG-DATE-TEXT
           PERFORM 2645-BLANK-UNREACHED-DATE
           MOVE WS-LEG-DATE-TEXT TO WS-LEG-LINE (34:8)
           MOVE 'FAR' TO WS-LEG-LINE (45:3)
           MOVE FXS-FAR-TENOR TO WS-LEG-LINE (49:3)
           MOVE WS-FAR-VALUE-DATE TO WS-LEG-DATE-TEXT
           PERFORM 2645-BLANK-UNREACHED-DATE
           MOVE WS-LEG-DATE-TEXT TO WS-LEG-LINE (53:8)
           WRITE REPORT-LINE FROM WS-LEG-LINE.

      ******************************************************************
      * A LEG DATE NOT REACHED (ZERO) PRINTS AS DASHES                *
      ******************************************************************
       2645-BLANK-UNREACHED-DATE.
           IF WS-LEG-DATE-TEXT = ZEROS
               MOVE ALL '-' TO WS-LEG-DATE-TEXT
           END-IF.

      ******************************************************************
      * BALANCE THE TRAILER COUNT AGAINST THE DETAIL RECORDS READ     *
      ******************************************************************
               STRING 'TRADES READ: ' WS-TRADES-READ
                      '  STAMPED: ' WS-TRADES-STAMPED
                      '  ERRORS: ' WS-TRADES-IN-ERROR
                      '  SWAP/FWD: ' WS-SWAPS-READ
                      DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               CLOSE REPORT-FILE
