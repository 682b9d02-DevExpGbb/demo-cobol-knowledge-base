      ******************************************************************
      * COPYBOOK: BRANCH-MASTER                                       *
      * PURPOSE:  Record layout for the branch master VSAM KSDS       *
      *           (BRMAST), keyed on the branch transit number        *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One record per branch. The closure calendars answer at        *
      * national or province level; this record carries what makes  *
      * one branch different: its province (the calendar it follows),*
      * its region (for the regional managers' forecast), its        *
      * regular opening and closing time for each weekday, whether   *
      * and when it opens on Saturday, and up to five branch-only    *
      * closures - a flood, a renovation - each a from/to date range *
      * with a reason and description. A closure end date of zero    *
      * means the single day in the start date, as on ADHOCHOL.      *
      *                                                               *
      * Times are HHMM on the 24-hour clock, branch local time. A    *
      * weekday whose opening and closing times are both zero is not *
      * a regular opening day for the branch. Branches do not open   *
      * on Sunday. Unused closure slots are zeros and spaces.        *
      *                                                               *
      * Branch status lookups go through BRANCH-STATUS-CHECK, which  *
      * layers these hours over the statutory, provincial, ad hoc    *
      * and early-close calendars. The KSDS is reloaded from the     *
      * branch network extract by IDCAMS REPRO.                      *
      ******************************************************************

       01  BRANCH-MASTER-RECORD.
           05  BRM-TRANSIT-NUMBER          PIC X(5).
           05  BRM-BRANCH-NAME             PIC X(30).
           05  BRM-PROVINCE-CODE           PIC X(2).
           05  BRM-REGION-CODE             PIC X(4).
      *    Regular hours, Monday (1) through Friday (5)
           05  BRM-WEEKDAY-HOURS           OCCURS 5 TIMES.
               10  BRM-WEEKDAY-OPEN-TIME   PIC 9(4).
               10  BRM-WEEKDAY-CLOSE-TIME  PIC 9(4).
           05  BRM-SATURDAY-OPENING        PIC X(1).
               88  BRM-OPENS-SATURDAY      VALUE 'Y'.
           05  BRM-SATURDAY-OPEN-TIME      PIC 9(4).
           05  BRM-SATURDAY-CLOSE-TIME     PIC 9(4).
      *    Branch-only closures
           05  BRM-BRANCH-CLOSURE          OCCURS 5 TIMES.
               10  BRM-CLOSURE-START-DATE  PIC 9(8).
               10  BRM-CLOSURE-END-DATE    PIC 9(8).
               10  BRM-CLOSURE-REASON-CODE PIC X(10).
               10  BRM-CLOSURE-DESCRIPTION PIC X(30).
           05  FILLER                      PIC X(20).
