      ******************************************************************
      * PROGRAM: BUSINESS-DAY-INDEX-BUILD                              *
      * PURPOSE: Nightly build of the business-day serial index       *
      *          (BDINDEX) for every calendar - federal, each         *
      *          province and each settlement rail                    *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Writes one BUSINESS-DAY-INDEX-RECORD per calendar per date    *
      * in the year range, carrying the date's open/closed status and *
      * its running business-day serial, then the calendar's control  *
      * record with this run's build timestamp (business-day-index    *
      * .cpy). BUSINESS-DAY-INDEX-LOOKUP answers                      *
      * NEXT-BUSINESS-DAY-CHECK, ADD-BUSINESS-DAYS and                *
      * BUSINESS-DAYS-BETWEEN from it.                                *
      *                                                               *
      * The open/closed answers come from the same routines the       *
      * stepping logic uses, so the index cannot drift from it:       *
      *                                                               *
      *   F and P calendars - BUSINESS-DAYS-BETWEEN over the one day  *
      *                       (the day is open when the count from    *
      *                       the day before is one), with spaces or  *
      *                       the province code;                      *
      *   R calendars       - weekend, then SETTLEMENT-RAIL-CHECK     *
      *                       with the Friday/Monday shifted-holiday  *
      *                       probe PAYROLL-DEPOSIT-DEADLINE uses.    *
      *                                                               *
      * The index is bypassed for this whole run unit before the     *
      * first call, so every answer is derived by stepping and never  *
      * from the index being replaced.                                *
      *                                                               *
      * RUN PARM (comma-separated keywords):                          *
      *   FROM=yyyy - first calendar year (default last year)         *
      *   TO=yyyy   - last calendar year (default next year, at most  *
      *               ten years after FROM)                           *
      *                                                               *
      * RETURN CODES: 0 index built; 8 PARM error; 12 BDINDEX or the *
      * report cannot be opened or written, or a calendar routine    *
      * returned an error - calendars not completed carry no control *
      * record, so the lookup steps for them until the next good run *
      *                                                               *
      * OUTPUT: BDINDEX      - business-day serial index (KSDS)       *
      *         BDINDEX.RPT  - build report, one line per calendar    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DAY-INDEX-BUILD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DAY-INDEX-FILE ASSIGN TO 'BDINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDX-DATE-KEY
               ALTERNATE RECORD KEY IS BDX-SERIAL-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'BDINDEX.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DAY-INDEX-FILE.
       COPY 'business-day-index.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-INDEX-FILE-STATUS        PIC X(2).
               88  WS-INDEX-FILE-OK        VALUE '00' '02'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(10)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-YEAR                PIC X(4).
           05  WS-FROM-YEAR                PIC 9(4) VALUE 0.
           05  WS-TO-YEAR                  PIC 9(4) VALUE 0.
           05  WS-MAX-RANGE-YEARS          PIC 9(2) VALUE 10.
           05  WS-PARM-IN-ERROR            PIC X(1) VALUE 'N'.
               88  WS-PARM-REJECTED        VALUE 'Y'.

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement, after every CALL
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * The calendars built - federal, the thirteen provinces and
      * territories PROVINCIAL-HOLIDAY-CHECK recognizes, and the two
      * rails in RAIL-CALENDAR-CODES
       01  WS-CALENDAR-LIST-VALUES.
           05  FILLER                      PIC X(40) VALUE
               'F    PAB  PBC  PMB  PNB  PNL  PNS  PNT  '.
           05  FILLER                      PIC X(40) VALUE
               'PNU  PON  PPE  PQC  PSK  PYT  RFEDWRLYNX'.
       01  WS-CALENDAR-LIST REDEFINES WS-CALENDAR-LIST-VALUES.
           05  WS-CALENDAR-LIST-ID         PIC X(5) OCCURS 16 TIMES.

      * Build control
       01  WS-BUILD-FIELDS.
           05  WS-CALENDAR-NUMBER          PIC 9(2).
           05  WS-CALENDAR-COUNT           PIC 9(2) VALUE 16.
           05  WS-CALENDARS-BUILT          PIC 9(2) VALUE 0.
           05  WS-CURRENT-CALENDAR.
               10  WS-CURRENT-TYPE         PIC X(1).
               10  WS-CURRENT-CODE         PIC X(4).
           05  WS-BUILD-STAMP.
               10  WS-BUILD-DATE.
                   15  WS-BUILD-YEAR       PIC 9(4).
                   15  WS-BUILD-MONTH-DAY  PIC 9(4).
               10  WS-BUILD-TIME           PIC 9(6).
           05  WS-RUNNING-SERIAL           PIC 9(7).
           05  WS-CALENDAR-DAYS            PIC 9(6).
           05  WS-RECORDS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-DAY-IS-OPEN              PIC X(1).
               88  WS-DAY-OPEN             VALUE 'Y'.
           05  WS-BUILD-ERROR-TEXT         PIC X(50) VALUE SPACES.

      * Date-scan control
       01  WS-SCAN-FIELDS.
           05  WS-SCAN-DATE                PIC 9(8).
           05  WS-SCAN-INTEGER             PIC 9(9).
           05  WS-SCAN-START-INTEGER       PIC 9(9).
           05  WS-SCAN-END-INTEGER         PIC 9(9).
           05  WS-PRIOR-DATE               PIC 9(8).
           05  WS-RANGE-START              PIC 9(8).
           05  WS-RANGE-END                PIC 9(8).
           05  WS-DAY-OF-WEEK              PIC 9(1).
           05  WS-ADJACENT-WEEKEND-DATE    PIC 9(8).

      * Fields used to call BUSINESS-DAY-INDEX-LOOKUP - bypass only
       01  WS-INDEX-LOOKUP-CALL-FIELDS.
           05  WS-BDI-FUNCTION-CODE        PIC X(1) VALUE 'B'.
           05  WS-BDI-CALENDAR-ID          PIC X(5) VALUE SPACES.
           05  WS-BDI-LOOKUP-DATE          PIC 9(8) VALUE 0.
           05  WS-BDI-SERIAL               PIC 9(7) VALUE 0.
           05  WS-BDI-OPEN-FLAG            PIC X(1).
           05  WS-BDI-RETURN-CODE          PIC 9(2).

      * Fields used to call BUSINESS-DAYS-BETWEEN - always called
      * with the province parameter (spaces = national)
       01  WS-BDB-CALL-FIELDS.
           05  WS-BDB-DAY-COUNT            PIC 9(6).
           05  WS-BDB-RETURN-CODE          PIC 9(2).
           05  WS-BDB-ERROR-MESSAGE        PIC X(50).
           05  WS-BDB-PROVINCE-CODE        PIC X(2).

      * Fields used to call SETTLEMENT-RAIL-CHECK
       01  WS-RAIL-CALL-FIELDS.
           05  WS-SRC-CLOSED-FLAG          PIC X(1).
           05  WS-SRC-HOLIDAY-CODE         PIC X(4).
           05  WS-SRC-HOLIDAY-NAME         PIC X(30).
           05  WS-SRC-OBSERVED-DATE        PIC 9(8).
           05  WS-SRC-RETURN-CODE          PIC 9(2).
           05  WS-SRC-ERROR-MESSAGE        PIC X(40).

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-SUNDAY                   PIC 9(1) VALUE 0.
           05  WS-MONDAY                   PIC 9(1) VALUE 1.
           05  WS-FRIDAY                   PIC 9(1) VALUE 5.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'BUSINESS-DAY SERIAL INDEX BUILD'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'CALENDAR FIRST    LAST      DAYS   LAST SERIAL'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-CALENDAR-ID      PIC X(5).
               10  FILLER                  PIC X(4)  VALUE SPACES.
               10  WS-DTL-FIRST-DATE       PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DTL-LAST-DATE        PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DTL-DAY-COUNT        PIC ZZZZZ9.
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-LAST-SERIAL      PIC ZZZZZZ9.
               10  FILLER                  PIC X(37) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH                 PIC S9(4) COMP.
           05  PARM-DATA                   PIC X(40).

       PROCEDURE DIVISION USING PARM-FIELD.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1300-OPEN-FILES
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2000-BUILD-ONE-CALENDAR
                   VARYING WS-CALENDAR-NUMBER FROM 1 BY 1
                   UNTIL WS-CALENDAR-NUMBER > WS-CALENDAR-COUNT
                      OR WS-STEP-RETURN-CODE >= 12
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE AND EDIT THE YEAR RANGE, STAMP THE BUILD   *
      * AND TAKE THE INDEX OUT OF THIS RUN UNIT'S LOOKUPS             *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-BUILD-STAMP
           CALL 'BUSINESS-DAY-INDEX-LOOKUP' USING WS-BDI-FUNCTION-CODE
                                               WS-BDI-CALENDAR-ID
                                               WS-BDI-LOOKUP-DATE
                                               WS-BDI-SERIAL
                                               WS-BDI-OPEN-FLAG
                                               WS-BDI-RETURN-CODE
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-FROM-YEAR = 0
               COMPUTE WS-FROM-YEAR = WS-BUILD-YEAR - 1
           END-IF
           IF WS-TO-YEAR = 0
               COMPUTE WS-TO-YEAR = WS-BUILD-YEAR + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-REJECTED
                   CONTINUE
               WHEN WS-FROM-YEAR < 1900
                   DISPLAY 'BUSINESS-DAY-INDEX-BUILD: FROM YEAR '
                       'BEFORE 1900 REFUSED'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN WS-TO-YEAR < WS-FROM-YEAR
                   DISPLAY 'BUSINESS-DAY-INDEX-BUILD: TO YEAR IS '
                       'BEFORE FROM YEAR'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN WS-TO-YEAR - WS-FROM-YEAR >= WS-MAX-RANGE-YEARS
                   DISPLAY 'BUSINESS-DAY-INDEX-BUILD: RANGE WIDER '
                       'THAN TEN YEARS REFUSED'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN OTHER
                   STRING WS-FROM-YEAR '0101' DELIMITED BY SIZE
                       INTO WS-RANGE-START
                   STRING WS-TO-YEAR '1231' DELIMITED BY SIZE
                       INTO WS-RANGE-END
                   COMPUTE WS-SCAN-START-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-RANGE-START)
                   COMPUTE WS-SCAN-END-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-RANGE-END)
           END-EVALUATE
           IF WS-PARM-REJECTED
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * PARSE THE RUN PARM - COMMA-SEPARATED KEYWORDS, IN ANY ORDER  *
      ******************************************************************
       1100-PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                          WS-PARM-TOKEN (3)
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 40
               UNSTRING PARM-DATA (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-TOKEN (1)
                        WS-PARM-TOKEN (2)
                        WS-PARM-TOKEN (3)
               END-UNSTRING
               PERFORM 1110-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 3
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD                                        *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'FROM='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:4)
                       TO WS-PARM-YEAR
                   IF WS-PARM-YEAR IS NUMERIC
                       MOVE WS-PARM-YEAR TO WS-FROM-YEAR
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:3) = 'TO='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (4:4)
                       TO WS-PARM-YEAR
                   IF WS-PARM-YEAR IS NUMERIC
                       MOVE WS-PARM-YEAR TO WS-TO-YEAR
                   ELSE
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 1120-REJECT-PARM-TOKEN
           END-EVALUATE.

       1120-REJECT-PARM-TOKEN.
           DISPLAY 'BUSINESS-DAY-INDEX-BUILD: INVALID PARM KEYWORD '
               WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 'Y' TO WS-PARM-IN-ERROR.

      ******************************************************************
      * OPEN THE INDEX FOR A FULL RELOAD, AND THE REPORT              *
      ******************************************************************
       1300-OPEN-FILES.
           OPEN OUTPUT BUSINESS-DAY-INDEX-FILE
           IF NOT WS-INDEX-FILE-OK
               DISPLAY 'BUSINESS-DAY-INDEX-BUILD: BDINDEX CANNOT BE '
                   'OPENED - FILE STATUS ' WS-INDEX-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'BUSINESS-DAY-INDEX-BUILD: BDINDEX.RPT '
                       'CANNOT BE OPENED - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   CLOSE BUSINESS-DAY-INDEX-FILE
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   MOVE SPACES TO WS-WORK-LINE
                   STRING 'YEARS ' WS-FROM-YEAR ' TO ' WS-TO-YEAR
                          '   BUILT ' WS-BUILD-DATE ' '
                          WS-BUILD-TIME
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   WRITE REPORT-LINE FROM WS-HEADING-LINE
               END-IF
           END-IF.

      ******************************************************************
      * INDEX EVERY DATE OF ONE CALENDAR, THEN WRITE ITS CONTROL      *
      * RECORD - ONLY A CALENDAR THAT COMPLETED GETS ONE              *
      ******************************************************************
       2000-BUILD-ONE-CALENDAR.
           MOVE WS-CALENDAR-LIST-ID (WS-CALENDAR-NUMBER)
               TO WS-CURRENT-CALENDAR
           MOVE 0 TO WS-RUNNING-SERIAL
           MOVE 0 TO WS-CALENDAR-DAYS
           PERFORM 2100-INDEX-ONE-DATE
               VARYING WS-SCAN-INTEGER
                  FROM WS-SCAN-START-INTEGER BY 1
               UNTIL WS-SCAN-INTEGER > WS-SCAN-END-INTEGER
                  OR WS-STEP-RETURN-CODE >= 12
           IF WS-STEP-RETURN-CODE < 12
               PERFORM 2500-WRITE-CONTROL-RECORD
           END-IF
           IF WS-STEP-RETURN-CODE < 12
               ADD 1 TO WS-CALENDARS-BUILT
               MOVE WS-CURRENT-CALENDAR TO WS-DTL-CALENDAR-ID
               MOVE WS-RANGE-START TO WS-DTL-FIRST-DATE
               MOVE WS-RANGE-END TO WS-DTL-LAST-DATE
               MOVE WS-CALENDAR-DAYS TO WS-DTL-DAY-COUNT
               MOVE WS-RUNNING-SERIAL TO WS-DTL-LAST-SERIAL
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-WORK-LINE
               STRING WS-CURRENT-CALENDAR '    NOT BUILT - '
                      WS-BUILD-ERROR-TEXT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               DISPLAY 'BUSINESS-DAY-INDEX-BUILD: CALENDAR '
                   WS-CURRENT-CALENDAR ' NOT BUILT - '
                   WS-BUILD-ERROR-TEXT
           END-IF.

      ******************************************************************
      * DECIDE ONE DATE OPEN OR CLOSED FOR THE CALENDAR AND WRITE ITS *
      * INDEX RECORD - AN OPEN DAY TAKES THE NEXT SERIAL, A CLOSED    *
      * DAY KEEPS THE LAST OPEN DAY'S                                  *
      ******************************************************************
       2100-INDEX-ONE-DATE.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-SCAN-INTEGER, 7)
           IF WS-CURRENT-TYPE = 'R'
               PERFORM 2300-TEST-RAIL-DAY
           ELSE
               PERFORM 2200-TEST-BUSINESS-DAY
           END-IF
           IF WS-STEP-RETURN-CODE < 12
               ADD 1 TO WS-CALENDAR-DAYS
               IF WS-DAY-OPEN
                   ADD 1 TO WS-RUNNING-SERIAL
               END-IF
               MOVE SPACES TO BUSINESS-DAY-INDEX-RECORD
               MOVE WS-CURRENT-CALENDAR TO BDX-CALENDAR-ID
               MOVE WS-SCAN-DATE TO BDX-CALENDAR-DATE
               MOVE WS-CURRENT-CALENDAR TO BDX-SERIAL-CALENDAR-ID
               MOVE WS-RUNNING-SERIAL TO BDX-BUSINESS-DAY-SERIAL
               MOVE WS-DAY-IS-OPEN TO BDX-OPEN-FLAG
               PERFORM 2400-WRITE-INDEX-RECORD
           END-IF.

      ******************************************************************
      * FEDERAL OR PROVINCIAL DAY - THE BUSINESS-DAY COUNT FROM THE   *
      * DAY BEFORE IS ONE WHEN THE DAY IS OPEN                        *
      ******************************************************************
       2200-TEST-BUSINESS-DAY.
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER - 1)
           MOVE SPACES TO WS-BDB-PROVINCE-CODE
           IF WS-CURRENT-TYPE = 'P'
               MOVE WS-CURRENT-CODE (1:2) TO WS-BDB-PROVINCE-CODE
           END-IF
           CALL 'BUSINESS-DAYS-BETWEEN' USING WS-PRIOR-DATE
                                              WS-SCAN-DATE
                                              WS-BDB-DAY-COUNT
                                              WS-BDB-RETURN-CODE
                                              WS-BDB-ERROR-MESSAGE
                                              WS-BDB-PROVINCE-CODE
           IF WS-BDB-RETURN-CODE NOT = 00
               MOVE WS-BDB-ERROR-MESSAGE TO WS-BUILD-ERROR-TEXT
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               IF WS-BDB-DAY-COUNT = 1
                   MOVE 'Y' TO WS-DAY-IS-OPEN
               ELSE
                   MOVE 'N' TO WS-DAY-IS-OPEN
               END-IF
           END-IF.

      ******************************************************************
      * RAIL DAY - CLOSED AT THE WEEKEND, ON A RAIL HOLIDAY, OR ON    *
      * THE WEEKDAY A WEEKEND RAIL HOLIDAY IS OBSERVED                 *
      ******************************************************************
       2300-TEST-RAIL-DAY.
           MOVE 'Y' TO WS-DAY-IS-OPEN
           IF WS-DAY-OF-WEEK = WS-SATURDAY
                   OR WS-DAY-OF-WEEK = WS-SUNDAY
               MOVE 'N' TO WS-DAY-IS-OPEN
           ELSE
               CALL 'SETTLEMENT-RAIL-CHECK' USING WS-SCAN-DATE
                                                  'N'
                                                  WS-CURRENT-CODE
                                                  WS-SRC-CLOSED-FLAG
                                                  WS-SRC-HOLIDAY-CODE
                                                  WS-SRC-HOLIDAY-NAME
                                                  WS-SRC-OBSERVED-DATE
                                                  WS-SRC-RETURN-CODE
                                                  WS-SRC-ERROR-MESSAGE
               IF WS-SRC-RETURN-CODE NOT = 00
                   MOVE WS-SRC-ERROR-MESSAGE TO WS-BUILD-ERROR-TEXT
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   IF WS-SRC-CLOSED-FLAG = 'Y'
                       MOVE 'N' TO WS-DAY-IS-OPEN
                   ELSE
                       PERFORM 2310-CHECK-RAIL-SHIFTED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A FRIDAY MAY BE THE RAIL'S OBSERVED DATE OF A SATURDAY        *
      * HOLIDAY, A MONDAY OF A SUNDAY HOLIDAY                          *
      ******************************************************************
       2310-CHECK-RAIL-SHIFTED.
           MOVE 0 TO WS-ADJACENT-WEEKEND-DATE
           IF WS-DAY-OF-WEEK = WS-FRIDAY
               COMPUTE WS-ADJACENT-WEEKEND-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER + 1)
           ELSE
               IF WS-DAY-OF-WEEK = WS-MONDAY
                   COMPUTE WS-ADJACENT-WEEKEND-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER - 1)
               END-IF
           END-IF
           IF WS-ADJACENT-WEEKEND-DATE > 0
               CALL 'SETTLEMENT-RAIL-CHECK' USING
                                              WS-ADJACENT-WEEKEND-DATE
                                              'Y'
                                              WS-CURRENT-CODE
                                              WS-SRC-CLOSED-FLAG
                                              WS-SRC-HOLIDAY-CODE
                                              WS-SRC-HOLIDAY-NAME
                                              WS-SRC-OBSERVED-DATE
                                              WS-SRC-RETURN-CODE
                                              WS-SRC-ERROR-MESSAGE
               IF WS-SRC-CLOSED-FLAG = 'Y'
                       AND WS-SRC-OBSERVED-DATE = WS-SCAN-DATE
                   MOVE 'N' TO WS-DAY-IS-OPEN
               END-IF
           END-IF.

      ******************************************************************
      * WRITE ONE INDEX RECORD                                        *
      ******************************************************************
       2400-WRITE-INDEX-RECORD.
           WRITE BUSINESS-DAY-INDEX-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-BUILD-ERROR-TEXT
                   STRING 'BDINDEX WRITE FAILED - FILE STATUS '
                          WS-INDEX-FILE-STATUS
                          DELIMITED BY SIZE INTO WS-BUILD-ERROR-TEXT
                   MOVE 12 TO WS-STEP-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

      ******************************************************************
      * THE CALENDAR'S CONTROL RECORD, UNDER DATE ZERO - WRITTEN LAST *
      * SO ITS PRESENCE MEANS THE CALENDAR IS COMPLETE                *
      ******************************************************************
       2500-WRITE-CONTROL-RECORD.
           MOVE SPACES TO BUSINESS-DAY-INDEX-CONTROL
           MOVE WS-CURRENT-CALENDAR TO BDXC-CALENDAR-ID
           MOVE 0 TO BDXC-CONTROL-DATE
           MOVE WS-CURRENT-CALENDAR TO BDXC-SERIAL-CALENDAR-ID
           MOVE 0 TO BDXC-SERIAL
           MOVE 'C' TO BDXC-RECORD-FLAG
           MOVE WS-BUILD-STAMP TO BDXC-BUILD-STAMP
           MOVE WS-RANGE-START TO BDXC-FIRST-DATE
           MOVE WS-RANGE-END TO BDXC-LAST-DATE
           MOVE WS-CALENDAR-DAYS TO BDXC-DAY-COUNT
           MOVE WS-RUNNING-SERIAL TO BDXC-LAST-SERIAL
           WRITE BUSINESS-DAY-INDEX-CONTROL
               INVALID KEY
                   MOVE SPACES TO WS-BUILD-ERROR-TEXT
                   STRING 'BDINDEX WRITE FAILED - FILE STATUS '
                          WS-INDEX-FILE-STATUS
                          DELIMITED BY SIZE INTO WS-BUILD-ERROR-TEXT
                   MOVE 12 TO WS-STEP-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

      ******************************************************************
      * SUMMARIZE THE RUN AND CLOSE THE FILES                         *
      ******************************************************************
       8000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CALENDARS BUILT: ' WS-CALENDARS-BUILT
                  ' OF ' WS-CALENDAR-COUNT
                  '  RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE BUSINESS-DAY-INDEX-FILE
           CLOSE REPORT-FILE
           DISPLAY 'BUSINESS-DAY-INDEX-BUILD: ' WS-CALENDARS-BUILT
               ' OF ' WS-CALENDAR-COUNT ' CALENDARS BUILT, '
               WS-RECORDS-WRITTEN ' RECORDS WRITTEN'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
