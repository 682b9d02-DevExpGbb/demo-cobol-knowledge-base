      ******************************************************************
      * COPYBOOK: CALENDAR-EXTRACT                                     *
      * PURPOSE:  Record layouts for the per-day calendar status      *
      *           extract (CALEXT.DAT) written by                     *
      *           CALENDAR-STATUS-EXTRACT                             *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One detail record per calendar day of the extract year,       *
      * bracketed by an HDR control record (creation date and extract *
      * year) and a TRL control record (detail record count). The     *
      * record tag occupies the first three bytes of the control      *
      * records, where a detail record carries the numeric date.      *
      *                                                               *
      *   CXR-BUSINESS-DAY-FLAG  Y/N national business day            *
      *   CXR-OBSERVED-MARKER    A = actual holiday date,             *
      *                          O = weekend-shifted observed date    *
      *   CXR-CLOSING-TIME       early closing time HHMM on a half    *
      *                          day, zero otherwise                  *
      *   CXR-QC/NL-HOLIDAY-FLAG per-province closed flags            *
      ******************************************************************

       01  EXTRACT-RECORD.
           05  CXR-DATE                    PIC 9(8).
           05  CXR-BUSINESS-DAY-FLAG       PIC X(1).
           05  CXR-HOLIDAY-CODE            PIC X(4).
           05  CXR-HOLIDAY-NAME            PIC X(30).
           05  CXR-OBSERVED-MARKER         PIC X(1).
           05  CXR-HALF-DAY-FLAG           PIC X(1).
           05  CXR-CLOSING-TIME            PIC 9(4).
           05  CXR-ADHOC-FLAG              PIC X(1).
           05  CXR-ADHOC-REASON            PIC X(10).
           05  CXR-QC-HOLIDAY-FLAG         PIC X(1).
           05  CXR-NL-HOLIDAY-FLAG         PIC X(1).
       01  EXTRACT-HEADER-RECORD.
           05  CXH-RECORD-TAG              PIC X(3).
           05  CXH-CREATION-DATE           PIC 9(8).
           05  CXH-EXTRACT-YEAR            PIC 9(4).
           05  FILLER                      PIC X(47).
       01  EXTRACT-TRAILER-RECORD.
           05  CXT-RECORD-TAG              PIC X(3).
           05  CXT-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(52).
