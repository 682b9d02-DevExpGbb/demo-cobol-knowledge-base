      ******************************************************************
      * COPYBOOK: BUSINESS-DAY-INDEX                                  *
      * PURPOSE:  Record layouts for the business-day serial index    *
      *           VSAM KSDS (BDINDEX) written nightly by              *
      *           BUSINESS-DAY-INDEX-BUILD and read by                *
      *           BUSINESS-DAY-INDEX-LOOKUP                           *
      * AUTHOR:   Enterprise COBOL Development Team                   *
      * DATE:     2026                                                *
      * VERSION:  1.0                                                 *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * One record per calendar per date, keyed on calendar id plus   *
      * date. The calendar id is a type letter and a code:            *
      *                                                               *
      *   'F    '        - the federal (national) business calendar   *
      *   'P' + province - the federal calendar plus that province's  *
      *                    holidays and scoped closures (e.g. 'PQC  ')*
      *   'R' + rail     - a settlement rail's calendar               *
      *                    (e.g. 'RLYNX', 'RFEDW')                    *
      *                                                               *
      * BDX-BUSINESS-DAY-SERIAL is the running count of open days     *
      * from the first date in the index, counting the date itself    *
      * when it is open - so a closed date carries the serial of the  *
      * last open day before it. Business days between two dates is   *
      * then the difference of their serials, and the date N business *
      * days on is the open date carrying serial + N, reached through *
      * the alternate key BDX-SERIAL-KEY (duplicates allowed - the    *
      * open day and the closed days that follow it share a serial).  *
      *                                                               *
      * Each calendar also carries one control record under date      *
      * zero (BDXC-CONTROL-DATE), written after its last detail       *
      * record: the build timestamp, the date range covered and the   *
      * highest serial. BUSINESS-DAY-INDEX-LOOKUP uses the build      *
      * timestamp to decide whether the calendar is current.          *
      ******************************************************************

       01  BUSINESS-DAY-INDEX-RECORD.
           05  BDX-DATE-KEY.
               10  BDX-CALENDAR-ID.
                   15  BDX-CALENDAR-TYPE   PIC X(1).
                       88  BDX-FEDERAL-CALENDAR    VALUE 'F'.
                       88  BDX-PROVINCIAL-CALENDAR VALUE 'P'.
                       88  BDX-RAIL-CALENDAR       VALUE 'R'.
                   15  BDX-CALENDAR-CODE   PIC X(4).
               10  BDX-CALENDAR-DATE       PIC 9(8).
           05  BDX-SERIAL-KEY.
               10  BDX-SERIAL-CALENDAR-ID  PIC X(5).
               10  BDX-BUSINESS-DAY-SERIAL PIC 9(7).
           05  BDX-OPEN-FLAG               PIC X(1).
               88  BDX-DAY-IS-OPEN         VALUE 'Y'.
               88  BDX-DAY-IS-CLOSED       VALUE 'N'.
               88  BDX-CONTROL-ENTRY       VALUE 'C'.
           05  FILLER                      PIC X(54).
       01  BUSINESS-DAY-INDEX-CONTROL.
           05  BDXC-DATE-KEY.
               10  BDXC-CALENDAR-ID        PIC X(5).
               10  BDXC-CONTROL-DATE       PIC 9(8).
           05  BDXC-SERIAL-KEY.
               10  BDXC-SERIAL-CALENDAR-ID PIC X(5).
               10  BDXC-SERIAL             PIC 9(7).
           05  BDXC-RECORD-FLAG            PIC X(1).
           05  BDXC-BUILD-STAMP.
               10  BDXC-BUILD-DATE         PIC 9(8).
               10  BDXC-BUILD-TIME         PIC 9(6).
           05  BDXC-FIRST-DATE             PIC 9(8).
           05  BDXC-LAST-DATE              PIC 9(8).
           05  BDXC-DAY-COUNT              PIC 9(6).
           05  BDXC-LAST-SERIAL            PIC 9(7).
           05  FILLER                      PIC X(11).
