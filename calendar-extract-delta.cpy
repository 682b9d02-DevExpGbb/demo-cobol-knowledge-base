      ******************************************************************
      * COPYBOOK: CALENDAR-EXTRACT-DELTA                               *
      * PURPOSE:  Record layouts for the calendar extract delta file  *
      *           (CALDELTA.DAT) written by CALENDAR-EXTRACT-COMPARE  *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One detail record per calendar day whose status moved between *
      * the prior and the new CALEXT.DAT generation, carrying the     *
      * prior and new value of every compared field side by side:     *
      *                                                               *
      *   CXD-CHANGE-TYPE 'C' - the day is on both generations and at *
      *                         least one compared field differs      *
      *                   'A' - the day is only on the new generation *
      *                   'D' - the day is only on the prior          *
      *                         generation                            *
      *   CXD-CHANGED-FIELDS  - one Y/N byte per compared field, in   *
      *                         the order business day, holiday code, *
      *                         half day/closing time, ad hoc, QC, NL *
      *                                                               *
      * The file opens with an HDR record (run date, extract year and *
      * both generations' creation dates) and closes with a TRL       *
      * record carrying the detail count, the same control-record     *
      * pattern CALEXT.DAT itself uses.                               *
      ******************************************************************

       01  EXTRACT-DELTA-RECORD.
           05  CXD-DATE                    PIC 9(8).
           05  CXD-CHANGE-TYPE             PIC X(1).
               88  CXD-DAY-CHANGED         VALUE 'C'.
               88  CXD-DAY-ADDED           VALUE 'A'.
               88  CXD-DAY-DROPPED         VALUE 'D'.
           05  CXD-CHANGED-FIELDS.
               10  CXD-BUSINESS-DAY-MOVED  PIC X(1).
               10  CXD-HOLIDAY-MOVED       PIC X(1).
               10  CXD-HALF-DAY-MOVED      PIC X(1).
               10  CXD-ADHOC-MOVED         PIC X(1).
               10  CXD-QC-MOVED            PIC X(1).
               10  CXD-NL-MOVED            PIC X(1).
           05  CXD-PRIOR-VALUES.
               10  CXD-OLD-BUSINESS-DAY-FLAG PIC X(1).
               10  CXD-OLD-HOLIDAY-CODE    PIC X(4).
               10  CXD-OLD-HALF-DAY-FLAG   PIC X(1).
               10  CXD-OLD-CLOSING-TIME    PIC 9(4).
               10  CXD-OLD-ADHOC-FLAG      PIC X(1).
               10  CXD-OLD-QC-HOLIDAY-FLAG PIC X(1).
               10  CXD-OLD-NL-HOLIDAY-FLAG PIC X(1).
           05  CXD-NEW-VALUES.
               10  CXD-NEW-BUSINESS-DAY-FLAG PIC X(1).
               10  CXD-NEW-HOLIDAY-CODE    PIC X(4).
               10  CXD-NEW-HALF-DAY-FLAG   PIC X(1).
               10  CXD-NEW-CLOSING-TIME    PIC 9(4).
               10  CXD-NEW-ADHOC-FLAG      PIC X(1).
               10  CXD-NEW-QC-HOLIDAY-FLAG PIC X(1).
               10  CXD-NEW-NL-HOLIDAY-FLAG PIC X(1).
           05  FILLER                      PIC X(7).
       01  EXTRACT-DELTA-HEADER.
           05  CDH-RECORD-TAG              PIC X(3).
           05  CDH-RUN-DATE                PIC 9(8).
           05  CDH-EXTRACT-YEAR            PIC 9(4).
           05  CDH-PRIOR-CREATION-DATE     PIC 9(8).
           05  CDH-NEW-CREATION-DATE       PIC 9(8).
           05  FILLER                      PIC X(17).
       01  EXTRACT-DELTA-TRAILER.
           05  CDT-RECORD-TAG              PIC X(3).
           05  CDT-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(38).
