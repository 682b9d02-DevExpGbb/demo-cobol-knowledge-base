      ******************************************************************
      * COPYBOOK: PAYROLL-DEPOSIT-DEADLINE                             *
      * PURPOSE:  Record layouts for the direct-deposit transmission  *
      *           deadline file (PAYDDL.DAT) written by               *
      *           PAYROLL-DEPOSIT-DEADLINE and read by                *
      *           CANADA-DAY-GATE                                     *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One detail record per pay date on PAYCAL.DAT, bracketed by an *
      * HDR control record (creation date and pay year) and a TRL     *
      * control record (detail record count) - the same pair         *
      * PAYCAL.DAT itself carries. The record tag occupies the first  *
      * three bytes of the control records, where a detail record     *
      * carries the numeric transmission date.                        *
      *                                                               *
      *   DDL-TRANSMIT-DATE   the day the direct-deposit file must    *
      *                       reach the bank                          *
      *   DDL-LATEST-TIME     latest local time (HHMM) on that day -  *
      *                       earlier than usual on a half day        *
      *   DDL-STREAM-ID       the CDSTREAM stream the gate alerts on  *
      *                       the transmission day                    *
      *   DDL-HALF-DAY-FLAG   Y when the transmission day is an       *
      *                       early-close day                         *
      ******************************************************************

       01  DEADLINE-RECORD.
           05  DDL-TRANSMIT-DATE           PIC 9(8).
           05  DDL-LATEST-TIME             PIC 9(4).
           05  DDL-STREAM-ID               PIC X(8).
           05  DDL-PAY-YEAR                PIC 9(4).
           05  DDL-PAY-SEQUENCE            PIC 9(2).
           05  DDL-PAY-DATE                PIC 9(8).
           05  DDL-HALF-DAY-FLAG           PIC X(1).
               88  DDL-ON-A-HALF-DAY       VALUE 'Y'.
           05  DDL-LEAD-DAYS               PIC 9(1).
           05  FILLER                      PIC X(4).
       01  DEADLINE-HEADER-RECORD.
           05  DDH-RECORD-TAG              PIC X(3).
           05  DDH-CREATION-DATE           PIC 9(8).
           05  DDH-PAY-YEAR                PIC 9(4).
           05  FILLER                      PIC X(25).
       01  DEADLINE-TRAILER-RECORD.
           05  DDT-RECORD-TAG              PIC X(3).
           05  DDT-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(30).
