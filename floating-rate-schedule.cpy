      ******************************************************************
      * COPYBOOK: FLOATING-RATE-SCHEDULE                              *
      * PURPOSE:  Record layout for the floating-rate note reset and  *
      *           fixing schedule file (FRNSCHED.DAT) written by      *
      *           FLOATING-RATE-SCHEDULE                              *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One record per interest period of each note: the accrual     *
      * period start and end (rolled on the home calendar under the  *
      * note's convention), the rate-fixing date (the note's fixing  *
      * lag in good days before the period start on the index's     *
      * fixing calendar) and the payment date (the period end rolled *
      * under the same convention on the payment calendar).          *
      *                                                               *
      * A note that failed validation, or whose schedule could not be *
      * built in full, is written as a single record with period     *
      * number zero, zero dates and status ERR (no OK periods), so   *
      * the file still accounts for every note on the input.          *
      ******************************************************************

       01  FLOATING-RATE-SCHEDULE-RECORD.
           05  FRS-NOTE-ID                 PIC X(10).
           05  FRS-PERIOD-NUMBER           PIC 9(3).
           05  FRS-PERIOD-START            PIC 9(8).
           05  FRS-PERIOD-END              PIC 9(8).
           05  FRS-FIXING-DATE             PIC 9(8).
           05  FRS-PAYMENT-DATE            PIC 9(8).
           05  FRS-CONVENTION              PIC X(1).
           05  FRS-FIXING-CALENDAR         PIC X(4).
           05  FRS-PAYMENT-CALENDAR        PIC X(4).
           05  FRS-STATUS                  PIC X(4).
               88  FRS-STATUS-OK           VALUE 'OK'.
               88  FRS-STATUS-ERROR        VALUE 'ERR'.
