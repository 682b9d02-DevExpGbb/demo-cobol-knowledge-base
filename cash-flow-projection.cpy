      ******************************************************************
      * COPYBOOK: CASH-FLOW-PROJECTION                                *
      * PURPOSE:  Record layout for the projected coupon / interest   *
      *           cash-flow file (CFPROJ.DAT) written by              *
      *           CASH-FLOW-PROJECTION                                *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One record per interest period of each deal: the accrual     *
      * period (the deal's tenor schedule, rolled), the day count    *
      * and accrual fraction under the deal's day-count convention,  *
      * the rate applied, the interest amount rounded under the      *
      * currency's rule, and the payment date. Treasury operations   *
      * reconcile these records against counterparty confirmations.  *
      *                                                               *
      * A deal that could not be projected is written as a single    *
      * record with period number zero, zero amounts and status ERR. *
      ******************************************************************

       01  CASH-FLOW-PROJECTION-RECORD.
           05  CFP-DEAL-ID                 PIC X(10).
           05  CFP-PERIOD-NUMBER           PIC 9(2).
           05  CFP-ACCRUAL-START           PIC 9(8).
           05  CFP-ACCRUAL-END             PIC 9(8).
           05  CFP-DAY-COUNT-CONVENTION    PIC X(4).
           05  CFP-DAY-COUNT               PIC 9(6).
           05  CFP-ACCRUAL-FRACTION        PIC 9(2)V9(9).
           05  CFP-RATE-PERCENT            PIC 9(3)V9(6).
           05  CFP-CURRENCY                PIC X(3).
           05  CFP-NOTIONAL                PIC 9(13)V99.
           05  CFP-INTEREST-AMOUNT         PIC 9(13)V99.
           05  CFP-PAYMENT-DATE            PIC 9(8).
           05  CFP-STATUS                  PIC X(4).
               88  CFP-STATUS-OK           VALUE 'OK'.
               88  CFP-STATUS-ERROR        VALUE 'ERR'.
