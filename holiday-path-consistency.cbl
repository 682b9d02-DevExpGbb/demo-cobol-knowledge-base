      ******************************************************************
      * PROGRAM: HOLIDAY-PATH-CONSISTENCY                              *
      * PURPOSE: Run every date of a year range through each holiday  *
      *          determination path and report where they disagree    *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * The question "is this day a holiday / is the bank open" is   *
      * answered in several places, each with its own copy of the    *
      * logic. This job puts every calendar day of the requested     *
      * years to each path and prints every date on which two paths  *
      * give a different answer, so a drift between them is found    *
      * here rather than in production. The paths are:               *
      *                                                               *
      *   GATE - CANADA-DAY-GATE's federal rule (2300 with its        *
      *          2310/2320/2330 paragraphs), reproduced call for call *
      *          in 2100-ASK-GATE-RULE below;                         *
      *   BDB  - BUSINESS-DAYS-BETWEEN over the one day (the day is   *
      *          closed when the count from the day before is zero);  *
      *   STAT - STAT-HOLIDAY-CHECK with observance;                  *
      *   MCC  - MULTI-COUNTRY-HOLIDAY-CHECK for country 'CA';        *
      *   CDC  - CANADA-DAY-CHECK (Canada Day only);                  *
      *   PROV - PROVINCIAL-HOLIDAY-CHECK with no province (federal   *
      *          answer only, which it takes from CANADA-DAY-CHECK);  *
      *   CALX - the CALEXT.DAT extract, for the days of its year.    *
      *                                                               *
      * Four attributes are compared:                                 *
      *                                                               *
      *   CLOSED   - GATE, BDB and CALX on whether the day is closed; *
      *   HOLIDAY  - the code of the holiday whose actual date is the *
      *              day: STAT, MCC and CALX (marker A), plus CDC and *
      *              PROV whenever any path puts Canada Day there;    *
      *   OBSERVED - that holiday's observed date, among the paths    *
      *              that found it (STAT, MCC, CDC, PROV);            *
      *   DAY CODE - on a weekday, the holiday observed on the day    *
      *              (actual or weekend-shifted): GATE and CALX.      *
      *                                                               *
      * A path returning a non-zero return code is itself reported   *
      * (attribute ERROR). CALEXT.DAT is optional; when it is not    *
      * present, or covers another year, its path is left out for    *
      * those days. An extract that does not balance to its HDR/TRL  *
      * records is left out entirely and reported.                    *
      *                                                               *
      * RUN PARM (comma-separated keywords):                          *
      *   FROM=yyyy - first calendar year (required)                  *
      *   TO=yyyy   - last calendar year (default FROM, at most ten  *
      *               years after it)                                 *
      *                                                               *
      * RETURN CODES: 0 every path agrees on every day; 4 at least   *
      * one disagreement; 8 PARM error, a path returned an error, or *
      * CALEXT.DAT is out of balance; 12 report cannot be opened.    *
      *                                                               *
      * INPUT:  CALEXT.DAT   - calendar status extract (optional)     *
      * OUTPUT: HOLPATH.RPT  - disagreement report                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-PATH-CONSISTENCY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO 'CALEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'HOLPATH.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY 'calendar-extract.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-EXTRACT-FILE-STATUS      PIC X(2).
               88  WS-EXTRACT-FILE-OK      VALUE '00'.
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

      * CALEXT.DAT, loaded by day of its year and balanced first
       01  WS-EXTRACT-FIELDS.
           05  WS-EXTRACT-EOF              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-EXTRACT      VALUE 'Y'.
           05  WS-EXTRACT-STATE            PIC X(1) VALUE 'N'.
               88  WS-EXTRACT-LOADED       VALUE 'L'.
               88  WS-EXTRACT-ABSENT       VALUE 'N'.
               88  WS-EXTRACT-UNBALANCED   VALUE 'U'.
           05  WS-EXTRACT-HEADER-SEEN      PIC X(1) VALUE 'N'.
               88  WS-EXTRACT-HAS-HEADER   VALUE 'Y'.
           05  WS-EXTRACT-TRAILER-SEEN     PIC X(1) VALUE 'N'.
               88  WS-EXTRACT-HAS-TRAILER  VALUE 'Y'.
           05  WS-EXTRACT-YEAR             PIC 9(4) VALUE 0.
           05  WS-EXTRACT-JAN-FIRST        PIC 9(8).
           05  WS-EXTRACT-BASE-INTEGER     PIC 9(9).
           05  WS-EXTRACT-TRAILER-COUNT    PIC 9(7) VALUE 0.
           05  WS-EXTRACT-RECORDS-READ     PIC 9(7) VALUE 0.
           05  WS-EXTRACT-DAY-INDEX        PIC S9(9).
           05  WS-EXTRACT-NOTE             PIC X(50) VALUE SPACES.
       01  WS-EXTRACT-DAY-TABLE.
           05  WS-EXD-ENTRY                OCCURS 366 TIMES.
               10  WS-EXD-PRESENT          PIC X(1).
               10  WS-EXD-BUSINESS-DAY     PIC X(1).
               10  WS-EXD-HOLIDAY-CODE     PIC X(4).
               10  WS-EXD-OBSERVED-MARKER  PIC X(1).

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
           05  WS-DATES-CHECKED            PIC 9(5) VALUE 0.
           05  WS-DATES-IN-DISAGREEMENT    PIC 9(5) VALUE 0.
           05  WS-LINES-THIS-DATE          PIC 9(2).
           05  WS-CLOSED-DISAGREEMENTS     PIC 9(5) VALUE 0.
           05  WS-HOLIDAY-DISAGREEMENTS    PIC 9(5) VALUE 0.
           05  WS-OBSERVED-DISAGREEMENTS   PIC 9(5) VALUE 0.
           05  WS-DAY-CODE-DISAGREEMENTS   PIC 9(5) VALUE 0.
           05  WS-PATH-ERRORS              PIC 9(5) VALUE 0.

      * One day's answers, one group per path. Closed flags are Y/N,
      * or space when the path does not answer for the day
       01  WS-PATH-ANSWERS.
           05  WS-GATE-CLOSED              PIC X(1).
           05  WS-GATE-DAY-CODE            PIC X(4).
           05  WS-BDB-CLOSED               PIC X(1).
           05  WS-CALX-CLOSED              PIC X(1).
           05  WS-CALX-HOLIDAY-CODE        PIC X(4).
           05  WS-CALX-DAY-CODE            PIC X(4).
           05  WS-STAT-FLAG                PIC X(1).
           05  WS-STAT-CODE                PIC X(4).
           05  WS-STAT-OBSERVED            PIC 9(8).
           05  WS-MCC-FLAG                 PIC X(1).
           05  WS-MCC-CODE                 PIC X(4).
           05  WS-MCC-OBSERVED             PIC 9(8).
           05  WS-CDC-FLAG                 PIC X(1).
           05  WS-CDC-CODE                 PIC X(4).
           05  WS-CDC-OBSERVED             PIC 9(8).
           05  WS-PROV-FLAG                PIC X(1).
           05  WS-PROV-CODE                PIC X(4).
           05  WS-PROV-OBSERVED            PIC 9(8).
           05  WS-CALX-ANSWERS             PIC X(1).
               88  WS-CALX-ANSWERS-TODAY   VALUE 'Y'.
           05  WS-CANADA-DAY-INVOLVED      PIC X(1).
               88  WS-CANADA-DAY-IN-PLAY   VALUE 'Y'.
           05  WS-FIRST-OBSERVED           PIC 9(8).
           05  WS-VALUES-DIFFER            PIC X(1).
               88  WS-ANSWERS-DIFFER       VALUE 'Y'.

      * Fields used to call STAT-HOLIDAY-CHECK
       01  WS-STAT-HOLIDAY-CALL-FIELDS.
           05  WS-SHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-SHC-HOLIDAY-CODE         PIC X(4).
           05  WS-SHC-HOLIDAY-NAME         PIC X(30).
           05  WS-SHC-OBSERVED-DATE        PIC 9(8).
           05  WS-SHC-RETURN-CODE          PIC 9(2).
           05  WS-SHC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call AD-HOC-CLOSURE-CHECK - national scope
       01  WS-ADHOC-CALL-FIELDS.
           05  WS-AHC-FUNCTION-CODE        PIC X(1) VALUE 'C'.
           05  WS-AHC-PROVINCE-CODE        PIC X(2) VALUE SPACES.
           05  WS-AHC-CLOSURE-FLAG         PIC X(1).
               88  WS-AD-HOC-CLOSURE-HIT   VALUE 'Y'.
           05  WS-AHC-REASON-CODE          PIC X(10).
           05  WS-AHC-DESCRIPTION          PIC X(40).
           05  WS-AHC-RETURN-CODE          PIC 9(2).

      * Fields used to call BUSINESS-DAYS-BETWEEN - always called
      * with the province parameter (spaces = national)
       01  WS-BDB-CALL-FIELDS.
           05  WS-BDB-DAY-COUNT            PIC 9(6).
           05  WS-BDB-RETURN-CODE          PIC 9(2).
           05  WS-BDB-ERROR-MESSAGE        PIC X(50).
           05  WS-BDB-PROVINCE-CODE        PIC X(2) VALUE SPACES.

      * Fields used to call MULTI-COUNTRY-HOLIDAY-CHECK
       01  WS-MCC-CALL-FIELDS.
           05  WS-MCC-COUNTRY-CODE         PIC X(2) VALUE 'CA'.
           05  WS-MCC-HOLIDAY-FLAG         PIC X(1).
           05  WS-MCC-HOLIDAY-CODE         PIC X(4).
           05  WS-MCC-HOLIDAY-NAME         PIC X(30).
           05  WS-MCC-OBSERVED-DATE        PIC 9(8).
           05  WS-MCC-RETURN-CODE          PIC 9(2).
           05  WS-MCC-ERROR-MESSAGE        PIC X(40).

      * Fields used to call CANADA-DAY-CHECK - a diagnostic sweep,
      * so the determinations are not audited
       01  WS-CANADA-DAY-CALL-FIELDS.
           05  WS-CDC-CANADA-DAY-FLAG      PIC X(1).
           05  WS-CDC-OBSERVED-DATE        PIC 9(8).
           05  WS-CDC-RETURN-CODE          PIC 9(2).
           05  WS-CDC-ERROR-MESSAGE        PIC X(50).
           05  WS-CDC-CALLING-PROGRAM      PIC X(8)
               VALUE 'HOLPATHC'.
           05  WS-CDC-AUDIT-BYPASS         PIC X(1) VALUE 'Y'.

      * Fields used to call PROVINCIAL-HOLIDAY-CHECK
       01  WS-PROVINCIAL-CALL-FIELDS.
           05  WS-PHC-PROVINCE-CODE        PIC X(2) VALUE SPACES.
           05  WS-PHC-HOLIDAY-FLAG         PIC X(1).
           05  WS-PHC-HOLIDAY-CODE         PIC X(4).
           05  WS-PHC-HOLIDAY-NAME         PIC X(30).
           05  WS-PHC-OBSERVED-DATE        PIC 9(8).
           05  WS-PHC-RETURN-CODE          PIC 9(2).
           05  WS-PHC-ERROR-MESSAGE        PIC X(40).

      * Holiday codes
       COPY 'holiday-calendar.cpy'.

      * Constants
       01  WS-CONSTANTS.
           05  WS-SATURDAY                 PIC 9(1) VALUE 6.
           05  WS-SUNDAY                   PIC 9(1) VALUE 0.
           05  WS-MONDAY                   PIC 9(1) VALUE 1.
           05  WS-FRIDAY                   PIC 9(1) VALUE 5.
       01  WS-DAY-NAMES                    PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'HOLIDAY DETERMINATION PATH CONSISTENCY'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'DATE     DAY ATTRIBUT ANSWERS BY PATH'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-DATE             PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DTL-DAY-NAME         PIC X(3).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DTL-ATTRIBUTE        PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-DTL-ANSWERS          PIC X(58).
           05  WS-ANSWER-POINTER           PIC 9(2).
           05  WS-SHOW-CODE                PIC X(4).
           05  WS-ERROR-PATH               PIC X(4).
           05  WS-ERROR-RC                 PIC X(13).

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
               PERFORM 1200-LOAD-EXTRACT
               PERFORM 1300-OPEN-REPORT
           END-IF
           IF WS-STEP-RETURN-CODE < 12 AND NOT WS-PARM-REJECTED
               PERFORM 2000-CHECK-ONE-DATE
                   VARYING WS-SCAN-INTEGER
                      FROM WS-SCAN-START-INTEGER BY 1
                   UNTIL WS-SCAN-INTEGER > WS-SCAN-END-INTEGER
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE AND EDIT THE YEAR RANGE                    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-TO-YEAR = 0
               MOVE WS-FROM-YEAR TO WS-TO-YEAR
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-REJECTED
                   CONTINUE
               WHEN WS-FROM-YEAR < 1900
                   DISPLAY 'HOLIDAY-PATH-CONSISTENCY: PARM MUST '
                       'GIVE FROM=YYYY'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN WS-TO-YEAR < WS-FROM-YEAR
                   DISPLAY 'HOLIDAY-PATH-CONSISTENCY: TO YEAR IS '
                       'BEFORE FROM YEAR'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN WS-TO-YEAR - WS-FROM-YEAR > WS-MAX-RANGE-YEARS
                   DISPLAY 'HOLIDAY-PATH-CONSISTENCY: RANGE WIDER '
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
           DISPLAY 'HOLIDAY-PATH-CONSISTENCY: INVALID PARM KEYWORD '
               WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 'Y' TO WS-PARM-IN-ERROR.

      ******************************************************************
      * LOAD CALEXT.DAT BY DAY OF ITS YEAR - ONE THAT DOES NOT        *
      * BALANCE TO ITS HDR/TRL RECORDS IS LEFT OUT OF THE COMPARISON *
      ******************************************************************
       1200-LOAD-EXTRACT.
           INITIALIZE WS-EXTRACT-DAY-TABLE
           OPEN INPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-FILE-OK
               MOVE 'N' TO WS-EXTRACT-STATE
               MOVE 'CALEXT.DAT NOT PRESENT - EXTRACT PATH LEFT OUT'
                   TO WS-EXTRACT-NOTE
           ELSE
               PERFORM UNTIL WS-NO-MORE-EXTRACT
                   READ EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO WS-EXTRACT-EOF
                       NOT AT END
                           PERFORM 1210-KEEP-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
               MOVE 'U' TO WS-EXTRACT-STATE
               EVALUATE TRUE
                   WHEN NOT WS-EXTRACT-HAS-HEADER
                       MOVE 'CALEXT.DAT HEADER RECORD MISSING'
                           TO WS-EXTRACT-NOTE
                   WHEN NOT WS-EXTRACT-HAS-TRAILER
                       MOVE 'CALEXT.DAT TRAILER RECORD MISSING'
                           TO WS-EXTRACT-NOTE
                   WHEN WS-EXTRACT-TRAILER-COUNT
                           NOT = WS-EXTRACT-RECORDS-READ
                       MOVE 'CALEXT.DAT TRAILER COUNT DISAGREES'
                           TO WS-EXTRACT-NOTE
                   WHEN OTHER
                       MOVE 'L' TO WS-EXTRACT-STATE
                       STRING 'CALEXT.DAT LOADED FOR '
                              WS-EXTRACT-YEAR
                              DELIMITED BY SIZE INTO WS-EXTRACT-NOTE
               END-EVALUATE
               IF WS-EXTRACT-UNBALANCED
                   DISPLAY 'HOLIDAY-PATH-CONSISTENCY: '
                       WS-EXTRACT-NOTE ' - EXTRACT PATH LEFT OUT'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * FILE ONE EXTRACT RECORD UNDER ITS DAY OF THE YEAR             *
      ******************************************************************
       1210-KEEP-EXTRACT-RECORD.
           EVALUATE CXH-RECORD-TAG
               WHEN 'HDR'
                   MOVE 'Y' TO WS-EXTRACT-HEADER-SEEN
                   MOVE CXH-EXTRACT-YEAR TO WS-EXTRACT-YEAR
                   STRING WS-EXTRACT-YEAR '0101' DELIMITED BY SIZE
                       INTO WS-EXTRACT-JAN-FIRST
                   COMPUTE WS-EXTRACT-BASE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-EXTRACT-JAN-FIRST)
               WHEN 'TRL'
                   MOVE 'Y' TO WS-EXTRACT-TRAILER-SEEN
                   MOVE CXT-RECORD-COUNT TO WS-EXTRACT-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXTRACT-RECORDS-READ
                   IF WS-EXTRACT-HAS-HEADER
                           AND CXR-DATE (1:4) = WS-EXTRACT-YEAR
                           AND FUNCTION TEST-DATE-YYYYMMDD (CXR-DATE)
                               = 0
                       COMPUTE WS-EXTRACT-DAY-INDEX =
                           FUNCTION INTEGER-OF-DATE(CXR-DATE)
                         - WS-EXTRACT-BASE-INTEGER + 1
                       MOVE 'Y'
                           TO WS-EXD-PRESENT (WS-EXTRACT-DAY-INDEX)
                       MOVE CXR-BUSINESS-DAY-FLAG
                           TO WS-EXD-BUSINESS-DAY
                              (WS-EXTRACT-DAY-INDEX)
                       MOVE CXR-HOLIDAY-CODE
                           TO WS-EXD-HOLIDAY-CODE
                              (WS-EXTRACT-DAY-INDEX)
                       MOVE CXR-OBSERVED-MARKER
                           TO WS-EXD-OBSERVED-MARKER
                              (WS-EXTRACT-DAY-INDEX)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * OPEN THE REPORT AND WRITE ITS HEADINGS                        *
      ******************************************************************
       1300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'HOLIDAY-PATH-CONSISTENCY: UNABLE TO OPEN '
                   'HOLPATH.RPT - FILE STATUS ' WS-REPORT-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'YEARS: ' WS-FROM-YEAR ' THRU ' WS-TO-YEAR
                      '   ' WS-EXTRACT-NOTE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE 'PATHS: GATE BDB STAT MCC(CA) CDC PROV CALX'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF.

      ******************************************************************
      * PUT ONE DATE TO EVERY PATH AND COMPARE THE ANSWERS            *
      ******************************************************************
       2000-CHECK-ONE-DATE.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
           COMPUTE WS-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER - 1)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-SCAN-INTEGER, 7)
           ADD 1 TO WS-DATES-CHECKED
           MOVE 0 TO WS-LINES-THIS-DATE
           INITIALIZE WS-PATH-ANSWERS
           MOVE WS-SCAN-DATE TO WS-DTL-DATE
           MOVE WS-DAY-NAMES (WS-DAY-OF-WEEK * 3 + 1:3)
               TO WS-DTL-DAY-NAME
           PERFORM 2100-ASK-GATE-RULE
           PERFORM 2200-ASK-BUSINESS-DAYS-BETWEEN
           PERFORM 2300-ASK-STAT-HOLIDAY-CHECK
           PERFORM 2400-ASK-MULTI-COUNTRY-CHECK
           PERFORM 2500-ASK-CANADA-DAY-CHECK
           PERFORM 2600-ASK-PROVINCIAL-CHECK
           PERFORM 2700-ASK-EXTRACT
           PERFORM 3000-COMPARE-CLOSED
           PERFORM 3100-COMPARE-HOLIDAY
           PERFORM 3200-COMPARE-OBSERVED
           PERFORM 3300-COMPARE-DAY-CODE
           IF WS-LINES-THIS-DATE > 0
               ADD 1 TO WS-DATES-IN-DISAGREEMENT
           END-IF.

      ******************************************************************
      * CANADA-DAY-GATE'S FEDERAL RULE FOR THE DATE - WEEKEND, THEN   *
      * STAT-HOLIDAY-CHECK ON THE LITERAL DATE, THEN THE WEEKEND-     *
      * SHIFTED PROBE, THEN THE NATIONAL AD HOC CLOSURE (GATE         *
      * PARAGRAPHS 2300, 2310, 2320 AND 2330)                         *
      ******************************************************************
       2100-ASK-GATE-RULE.
           MOVE 'N' TO WS-GATE-CLOSED
           MOVE SPACES TO WS-GATE-DAY-CODE
           IF WS-DAY-OF-WEEK = WS-SATURDAY
                   OR WS-DAY-OF-WEEK = WS-SUNDAY
               MOVE 'Y' TO WS-GATE-CLOSED
           ELSE
               CALL 'STAT-HOLIDAY-CHECK' USING WS-SCAN-DATE
                                                'N'
                                                WS-SHC-HOLIDAY-FLAG
                                                WS-SHC-HOLIDAY-CODE
                                                WS-SHC-HOLIDAY-NAME
                                                WS-SHC-OBSERVED-DATE
                                                WS-SHC-RETURN-CODE
                                                WS-SHC-ERROR-MESSAGE
               IF WS-SHC-RETURN-CODE NOT = 00
                   MOVE 'GATE' TO WS-ERROR-PATH
                   MOVE WS-SHC-RETURN-CODE TO WS-ERROR-RC
                   PERFORM 7100-REPORT-PATH-ERROR
               END-IF
               IF WS-SHC-HOLIDAY-FLAG = 'N'
                   PERFORM 2110-ASK-GATE-SHIFTED-PROBE
               END-IF
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                   MOVE 'Y' TO WS-GATE-CLOSED
                   MOVE WS-SHC-HOLIDAY-CODE TO WS-GATE-DAY-CODE
               ELSE
                   MOVE 'C' TO WS-AHC-FUNCTION-CODE
                   CALL 'AD-HOC-CLOSURE-CHECK' USING
                                             WS-AHC-FUNCTION-CODE
                                             WS-SCAN-DATE
                                             WS-AHC-PROVINCE-CODE
                                             WS-AHC-CLOSURE-FLAG
                                             WS-AHC-REASON-CODE
                                             WS-AHC-DESCRIPTION
                                             WS-AHC-RETURN-CODE
                   IF WS-AD-HOC-CLOSURE-HIT
                       MOVE 'Y' TO WS-GATE-CLOSED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A FRIDAY MAY BE THE OBSERVED DATE OF A SATURDAY HOLIDAY AND  *
      * A MONDAY OF A SUNDAY HOLIDAY - AS GATE PARAGRAPH 2320         *
      ******************************************************************
       2110-ASK-GATE-SHIFTED-PROBE.
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
               CALL 'STAT-HOLIDAY-CHECK' USING
                                            WS-ADJACENT-WEEKEND-DATE
                                            'Y'
                                            WS-SHC-HOLIDAY-FLAG
                                            WS-SHC-HOLIDAY-CODE
                                            WS-SHC-HOLIDAY-NAME
                                            WS-SHC-OBSERVED-DATE
                                            WS-SHC-RETURN-CODE
                                            WS-SHC-ERROR-MESSAGE
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                       AND WS-SHC-OBSERVED-DATE = WS-SCAN-DATE
                   MOVE 'Y' TO WS-SHC-HOLIDAY-FLAG
               ELSE
                   MOVE 'N' TO WS-SHC-HOLIDAY-FLAG
               END-IF
           END-IF.

      ******************************************************************
      * BUSINESS-DAYS-BETWEEN FROM THE DAY BEFORE - A COUNT OF ZERO   *
      * MEANS THE COUNTER TREATS THE DATE AS CLOSED                   *
      ******************************************************************
       2200-ASK-BUSINESS-DAYS-BETWEEN.
           CALL 'BUSINESS-DAYS-BETWEEN' USING WS-PRIOR-DATE
                                              WS-SCAN-DATE
                                              WS-BDB-DAY-COUNT
                                              WS-BDB-RETURN-CODE
                                              WS-BDB-ERROR-MESSAGE
                                              WS-BDB-PROVINCE-CODE
           IF WS-BDB-RETURN-CODE NOT = 00
               MOVE 'BDB' TO WS-ERROR-PATH
               MOVE WS-BDB-RETURN-CODE TO WS-ERROR-RC
               PERFORM 7100-REPORT-PATH-ERROR
           ELSE
               IF WS-BDB-DAY-COUNT = 0
                   MOVE 'Y' TO WS-BDB-CLOSED
               ELSE
                   MOVE 'N' TO WS-BDB-CLOSED
               END-IF
           END-IF.

      ******************************************************************
      * STAT-HOLIDAY-CHECK WITH OBSERVANCE ON THE DATE                *
      ******************************************************************
       2300-ASK-STAT-HOLIDAY-CHECK.
           CALL 'STAT-HOLIDAY-CHECK' USING WS-SCAN-DATE
                                            'Y'
                                            WS-SHC-HOLIDAY-FLAG
                                            WS-SHC-HOLIDAY-CODE
                                            WS-SHC-HOLIDAY-NAME
                                            WS-SHC-OBSERVED-DATE
                                            WS-SHC-RETURN-CODE
                                            WS-SHC-ERROR-MESSAGE
           IF WS-SHC-RETURN-CODE NOT = 00
               MOVE 'STAT' TO WS-ERROR-PATH
               MOVE WS-SHC-RETURN-CODE TO WS-ERROR-RC
               PERFORM 7100-REPORT-PATH-ERROR
           ELSE
               MOVE WS-SHC-HOLIDAY-FLAG TO WS-STAT-FLAG
               IF WS-SHC-HOLIDAY-FLAG = 'Y'
                   MOVE WS-SHC-HOLIDAY-CODE TO WS-STAT-CODE
                   MOVE WS-SHC-OBSERVED-DATE TO WS-STAT-OBSERVED
               END-IF
           END-IF.

      ******************************************************************
      * MULTI-COUNTRY-HOLIDAY-CHECK FOR CANADA WITH OBSERVANCE        *
      ******************************************************************
       2400-ASK-MULTI-COUNTRY-CHECK.
           CALL 'MULTI-COUNTRY-HOLIDAY-CHECK' USING WS-SCAN-DATE
                                                    'Y'
                                                    WS-MCC-COUNTRY-CODE
                                                    WS-MCC-HOLIDAY-FLAG
                                                    WS-MCC-HOLIDAY-CODE
                                                    WS-MCC-HOLIDAY-NAME
                                                   WS-MCC-OBSERVED-DATE
                                                    WS-MCC-RETURN-CODE
                                                   WS-MCC-ERROR-MESSAGE
           IF WS-MCC-RETURN-CODE NOT = 00
               MOVE 'MCC' TO WS-ERROR-PATH
               MOVE WS-MCC-RETURN-CODE TO WS-ERROR-RC
               PERFORM 7100-REPORT-PATH-ERROR
           ELSE
               MOVE WS-MCC-HOLIDAY-FLAG TO WS-MCC-FLAG
               IF WS-MCC-HOLIDAY-FLAG = 'Y'
                   MOVE WS-MCC-HOLIDAY-CODE TO WS-MCC-CODE
                   MOVE WS-MCC-OBSERVED-DATE TO WS-MCC-OBSERVED
               END-IF
           END-IF.

      ******************************************************************
      * CANADA-DAY-CHECK WITH OBSERVANCE - IT ANSWERS FOR CANADA DAY  *
      * ONLY, SO A HIT CARRIES THE CANADA DAY CODE                    *
      ******************************************************************
       2500-ASK-CANADA-DAY-CHECK.
           CALL 'CANADA-DAY-CHECK' USING WS-SCAN-DATE
                                         'Y'
                                         WS-CDC-CANADA-DAY-FLAG
                                         WS-CDC-OBSERVED-DATE
                                         WS-CDC-RETURN-CODE
                                         WS-CDC-ERROR-MESSAGE
                                         WS-CDC-CALLING-PROGRAM
                                         WS-CDC-AUDIT-BYPASS
           IF WS-CDC-RETURN-CODE NOT = 00
               MOVE 'CDC' TO WS-ERROR-PATH
               MOVE WS-CDC-RETURN-CODE TO WS-ERROR-RC
               PERFORM 7100-REPORT-PATH-ERROR
           ELSE
               MOVE WS-CDC-CANADA-DAY-FLAG TO WS-CDC-FLAG
               IF WS-CDC-CANADA-DAY-FLAG = 'Y'
                   MOVE HCC-CANADA-DAY TO WS-CDC-CODE
                   MOVE WS-CDC-OBSERVED-DATE TO WS-CDC-OBSERVED
               END-IF
           END-IF.

      ******************************************************************
      * PROVINCIAL-HOLIDAY-CHECK WITH NO PROVINCE - THE FEDERAL       *
      * ANSWER IT DERIVES FROM CANADA-DAY-CHECK                       *
      ******************************************************************
       2600-ASK-PROVINCIAL-CHECK.
           CALL 'PROVINCIAL-HOLIDAY-CHECK' USING WS-SCAN-DATE
                                                 'Y'
                                                 WS-PHC-PROVINCE-CODE
                                                 WS-PHC-HOLIDAY-FLAG
                                                 WS-PHC-HOLIDAY-CODE
                                                 WS-PHC-HOLIDAY-NAME
                                                 WS-PHC-OBSERVED-DATE
                                                 WS-PHC-RETURN-CODE
                                                 WS-PHC-ERROR-MESSAGE
           IF WS-PHC-RETURN-CODE NOT = 00
               MOVE 'PROV' TO WS-ERROR-PATH
               MOVE WS-PHC-RETURN-CODE TO WS-ERROR-RC
               PERFORM 7100-REPORT-PATH-ERROR
           ELSE
               MOVE WS-PHC-HOLIDAY-FLAG TO WS-PROV-FLAG
               IF WS-PHC-HOLIDAY-FLAG = 'Y'
                   MOVE WS-PHC-HOLIDAY-CODE TO WS-PROV-CODE
                   MOVE WS-PHC-OBSERVED-DATE TO WS-PROV-OBSERVED
               END-IF
           END-IF.

      ******************************************************************
      * THE EXTRACT'S ANSWER, WHEN IT IS LOADED AND HOLDS THE DATE    *
      ******************************************************************
       2700-ASK-EXTRACT.
           MOVE 'N' TO WS-CALX-ANSWERS
           IF WS-EXTRACT-LOADED
                   AND WS-SCAN-DATE (1:4) = WS-EXTRACT-YEAR
               COMPUTE WS-EXTRACT-DAY-INDEX =
                   WS-SCAN-INTEGER - WS-EXTRACT-BASE-INTEGER + 1
               IF WS-EXD-PRESENT (WS-EXTRACT-DAY-INDEX) = 'Y'
                   MOVE 'Y' TO WS-CALX-ANSWERS
                   IF WS-EXD-BUSINESS-DAY (WS-EXTRACT-DAY-INDEX)
                           = 'N'
                       MOVE 'Y' TO WS-CALX-CLOSED
                   ELSE
                       MOVE 'N' TO WS-CALX-CLOSED
                   END-IF
                   IF WS-EXD-OBSERVED-MARKER (WS-EXTRACT-DAY-INDEX)
                           = 'A'
                       MOVE WS-EXD-HOLIDAY-CODE (WS-EXTRACT-DAY-INDEX)
                           TO WS-CALX-HOLIDAY-CODE
                   END-IF
                   MOVE WS-EXD-HOLIDAY-CODE (WS-EXTRACT-DAY-INDEX)
                       TO WS-CALX-DAY-CODE
               ELSE
                   MOVE 'CALX' TO WS-ERROR-PATH
                   MOVE 'HAS NO RECORD' TO WS-ERROR-RC
                   PERFORM 7100-REPORT-PATH-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * CLOSED - GATE, BDB AND THE EXTRACT                            *
      ******************************************************************
       3000-COMPARE-CLOSED.
           MOVE 'N' TO WS-VALUES-DIFFER
           IF WS-BDB-CLOSED NOT = SPACE
                   AND WS-BDB-CLOSED NOT = WS-GATE-CLOSED
               MOVE 'Y' TO WS-VALUES-DIFFER
           END-IF
           IF WS-CALX-ANSWERS-TODAY
                   AND WS-CALX-CLOSED NOT = WS-GATE-CLOSED
               MOVE 'Y' TO WS-VALUES-DIFFER
           END-IF
           IF WS-ANSWERS-DIFFER
               ADD 1 TO WS-CLOSED-DISAGREEMENTS
               MOVE 'CLOSED' TO WS-DTL-ATTRIBUTE
               MOVE SPACES TO WS-DTL-ANSWERS
               MOVE 1 TO WS-ANSWER-POINTER
               STRING 'GATE=' WS-GATE-CLOSED ' BDB=' WS-BDB-CLOSED
                      DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                      WITH POINTER WS-ANSWER-POINTER
               IF WS-CALX-ANSWERS-TODAY
                   STRING ' CALX=' WS-CALX-CLOSED
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               PERFORM 7000-WRITE-DISAGREEMENT
           END-IF.

      ******************************************************************
      * HOLIDAY - THE CODE OF THE HOLIDAY WHOSE ACTUAL DATE THIS IS.  *
      * CDC AND PROV ONLY KNOW CANADA DAY, SO THEY TAKE PART ONLY     *
      * WHEN SOME PATH PUTS CANADA DAY ON THE DATE                    *
      ******************************************************************
       3100-COMPARE-HOLIDAY.
           MOVE 'N' TO WS-CANADA-DAY-INVOLVED
           IF WS-STAT-CODE = HCC-CANADA-DAY
                   OR WS-MCC-CODE = HCC-CANADA-DAY
                   OR WS-CALX-HOLIDAY-CODE = HCC-CANADA-DAY
                   OR WS-CDC-FLAG = 'Y'
                   OR WS-PROV-FLAG = 'Y'
               MOVE 'Y' TO WS-CANADA-DAY-INVOLVED
           END-IF
           MOVE 'N' TO WS-VALUES-DIFFER
           IF WS-MCC-CODE NOT = WS-STAT-CODE
               MOVE 'Y' TO WS-VALUES-DIFFER
           END-IF
           IF WS-CALX-ANSWERS-TODAY
                   AND WS-CALX-HOLIDAY-CODE NOT = WS-STAT-CODE
               MOVE 'Y' TO WS-VALUES-DIFFER
           END-IF
           IF WS-CANADA-DAY-IN-PLAY
               IF WS-CDC-CODE NOT = WS-STAT-CODE
                       OR WS-PROV-CODE NOT = WS-STAT-CODE
                   MOVE 'Y' TO WS-VALUES-DIFFER
               END-IF
           END-IF
           IF WS-ANSWERS-DIFFER
               ADD 1 TO WS-HOLIDAY-DISAGREEMENTS
               MOVE 'HOLIDAY' TO WS-DTL-ATTRIBUTE
               MOVE SPACES TO WS-DTL-ANSWERS
               MOVE 1 TO WS-ANSWER-POINTER
               MOVE WS-STAT-CODE TO WS-SHOW-CODE
               PERFORM 7200-EDIT-SHOW-CODE
               STRING 'STAT=' WS-SHOW-CODE
                      DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                      WITH POINTER WS-ANSWER-POINTER
               MOVE WS-MCC-CODE TO WS-SHOW-CODE
               PERFORM 7200-EDIT-SHOW-CODE
               STRING ' MCC=' WS-SHOW-CODE
                      DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                      WITH POINTER WS-ANSWER-POINTER
               IF WS-CANADA-DAY-IN-PLAY
                   MOVE WS-CDC-CODE TO WS-SHOW-CODE
                   PERFORM 7200-EDIT-SHOW-CODE
                   STRING ' CDC=' WS-SHOW-CODE
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
                   MOVE WS-PROV-CODE TO WS-SHOW-CODE
                   PERFORM 7200-EDIT-SHOW-CODE
                   STRING ' PROV=' WS-SHOW-CODE
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               IF WS-CALX-ANSWERS-TODAY
                   MOVE WS-CALX-HOLIDAY-CODE TO WS-SHOW-CODE
                   PERFORM 7200-EDIT-SHOW-CODE
                   STRING ' CALX=' WS-SHOW-CODE
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               PERFORM 7000-WRITE-DISAGREEMENT
           END-IF.

      ******************************************************************
      * OBSERVED - AMONG THE PATHS THAT FOUND A HOLIDAY ON THE DATE,  *
      * THE OBSERVED DATE EACH GIVES IT                               *
      ******************************************************************
       3200-COMPARE-OBSERVED.
           MOVE 'N' TO WS-VALUES-DIFFER
           MOVE 0 TO WS-FIRST-OBSERVED
           IF WS-STAT-OBSERVED > 0
               MOVE WS-STAT-OBSERVED TO WS-FIRST-OBSERVED
           END-IF
           IF WS-MCC-OBSERVED > 0
               IF WS-FIRST-OBSERVED = 0
                   MOVE WS-MCC-OBSERVED TO WS-FIRST-OBSERVED
               END-IF
               IF WS-MCC-OBSERVED NOT = WS-FIRST-OBSERVED
                   MOVE 'Y' TO WS-VALUES-DIFFER
               END-IF
           END-IF
           IF WS-CDC-OBSERVED > 0
               IF WS-FIRST-OBSERVED = 0
                   MOVE WS-CDC-OBSERVED TO WS-FIRST-OBSERVED
               END-IF
               IF WS-CDC-OBSERVED NOT = WS-FIRST-OBSERVED
                   MOVE 'Y' TO WS-VALUES-DIFFER
               END-IF
           END-IF
           IF WS-PROV-OBSERVED > 0
               IF WS-FIRST-OBSERVED = 0
                   MOVE WS-PROV-OBSERVED TO WS-FIRST-OBSERVED
               END-IF
               IF WS-PROV-OBSERVED NOT = WS-FIRST-OBSERVED
                   MOVE 'Y' TO WS-VALUES-DIFFER
               END-IF
           END-IF
           IF WS-ANSWERS-DIFFER
               ADD 1 TO WS-OBSERVED-DISAGREEMENTS
               MOVE 'OBSERVED' TO WS-DTL-ATTRIBUTE
               MOVE SPACES TO WS-DTL-ANSWERS
               MOVE 1 TO WS-ANSWER-POINTER
               IF WS-STAT-OBSERVED > 0
                   STRING 'STAT=' WS-STAT-OBSERVED ' '
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               IF WS-MCC-OBSERVED > 0
                   STRING 'MCC=' WS-MCC-OBSERVED ' '
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               IF WS-CDC-OBSERVED > 0
                   STRING 'CDC=' WS-CDC-OBSERVED ' '
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               IF WS-PROV-OBSERVED > 0
                   STRING 'PROV=' WS-PROV-OBSERVED
                          DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                          WITH POINTER WS-ANSWER-POINTER
               END-IF
               PERFORM 7000-WRITE-DISAGREEMENT
           END-IF.

      ******************************************************************
      * DAY CODE - ON A WEEKDAY, THE HOLIDAY THE GATE CLOSES FOR      *
      * AGAINST THE ONE THE EXTRACT CARRIES (ACTUAL OR SHIFTED)       *
      ******************************************************************
       3300-COMPARE-DAY-CODE.
           IF WS-CALX-ANSWERS-TODAY
                   AND WS-DAY-OF-WEEK NOT = WS-SATURDAY
                   AND WS-DAY-OF-WEEK NOT = WS-SUNDAY
                   AND WS-CALX-DAY-CODE NOT = WS-GATE-DAY-CODE
               ADD 1 TO WS-DAY-CODE-DISAGREEMENTS
               MOVE 'DAY CODE' TO WS-DTL-ATTRIBUTE
               MOVE SPACES TO WS-DTL-ANSWERS
               MOVE 1 TO WS-ANSWER-POINTER
               MOVE WS-GATE-DAY-CODE TO WS-SHOW-CODE
               PERFORM 7200-EDIT-SHOW-CODE
               STRING 'GATE=' WS-SHOW-CODE
                      DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                      WITH POINTER WS-ANSWER-POINTER
               MOVE WS-CALX-DAY-CODE TO WS-SHOW-CODE
               PERFORM 7200-EDIT-SHOW-CODE
               STRING ' CALX=' WS-SHOW-CODE
                      DELIMITED BY SIZE INTO WS-DTL-ANSWERS
                      WITH POINTER WS-ANSWER-POINTER
               PERFORM 7000-WRITE-DISAGREEMENT
           END-IF.

      ******************************************************************
      * WRITE ONE DISAGREEMENT LINE - ANY DISAGREEMENT RAISES THE     *
      * STEP TO A WARNING                                             *
      ******************************************************************
       7000-WRITE-DISAGREEMENT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-THIS-DATE
           IF WS-STEP-RETURN-CODE < 4
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * A PATH COULD NOT ANSWER FOR THE DATE - WS-ERROR-PATH NAMES    *
      * THE PATH AND WS-ERROR-RC CARRIES WHAT IT RETURNED             *
      ******************************************************************
       7100-REPORT-PATH-ERROR.
           ADD 1 TO WS-PATH-ERRORS
           MOVE 'ERROR' TO WS-DTL-ATTRIBUTE
           MOVE SPACES TO WS-DTL-ANSWERS
           STRING WS-ERROR-PATH ' RETURNED ' WS-ERROR-RC
                  DELIMITED BY SIZE INTO WS-DTL-ANSWERS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-THIS-DATE
           IF WS-STEP-RETURN-CODE < 8
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * SHOW "NO HOLIDAY" AS DASHES SO A BLANK ANSWER IS VISIBLE      *
      ******************************************************************
       7200-EDIT-SHOW-CODE.
           IF WS-SHOW-CODE = SPACES
               MOVE '----' TO WS-SHOW-CODE
           END-IF.

      ******************************************************************
      * SUMMARIZE THE RUN AND CLOSE THE REPORT                        *
      ******************************************************************
       8000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           IF WS-DATES-IN-DISAGREEMENT = 0
               MOVE 'EVERY PATH AGREES ON EVERY DATE' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING 'DATES CHECKED: ' WS-DATES-CHECKED
                  '  DATES WITH A DISAGREEMENT: '
                  WS-DATES-IN-DISAGREEMENT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CLOSED: ' WS-CLOSED-DISAGREEMENTS
                  '  HOLIDAY: ' WS-HOLIDAY-DISAGREEMENTS
                  '  OBSERVED: ' WS-OBSERVED-DISAGREEMENTS
                  '  DAY CODE: ' WS-DAY-CODE-DISAGREEMENTS
                  '  ERRORS: ' WS-PATH-ERRORS
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE REPORT-FILE
           DISPLAY 'HOLIDAY-PATH-CONSISTENCY: ' WS-DATES-CHECKED
               ' DATES CHECKED, ' WS-DATES-IN-DISAGREEMENT
               ' WITH A DISAGREEMENT'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
