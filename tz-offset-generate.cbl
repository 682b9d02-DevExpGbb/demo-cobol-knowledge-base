      ******************************************************************
      * PROGRAM: TZ-OFFSET-GENERATE                                    *
      * PURPOSE: Generate the TZOFFSET.DAT processing-centre offset   *
      *          records for a range of years from each centre's      *
      *          daylight-saving rule, for sign-off before promotion  *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * UTC-VALUE-DATE-CUTOFF-CHECK refuses a centre and year with no *
      * TZOFFSET.DAT record (RC 07), and each year's DST start and    *
      * end dates were keyed by hand - a typo shifts every cut-off    *
      * at that centre by an hour. This program derives the records  *
      * from TZRULES.DAT, one rule per centre: the standard and      *
      * daylight offsets in minutes east of UTC, and the DST start   *
      * and end switch rules, each an ordinal (1-4, or 5 for the     *
      * last), a weekday (1 Monday to 7 Sunday) and a month - the    *
      * North American rule, second Sunday in March to first Sunday  *
      * in November, is start 2/7/03 and end 1/7/11. A centre that   *
      * keeps no daylight saving carries both rules as zeros and its *
      * records carry zero DST dates.                                 *
      *                                                               *
      * The DST dates written are the switch dates themselves, which *
      * the cut-off check treats as the first and last local dates   *
      * on daylight time. Both must fall in the same calendar year,  *
      * so the end month must follow the start month; a southern-    *
      * hemisphere centre is carried with its summer offset as the   *
      * standard offset and its winter months as the DST period.     *
      *                                                               *
      * Every existing TZOFFSET.DAT record is compared with the rule: *
      * a generated record with no record on file is NEW, one that   *
      * matches is SAME, and one that does not is flagged DIFFERS    *
      * with the values on file printed beneath it. The new file     *
      * TZOFFNEW.DAT carries every existing record in its original   *
      * order, with the generated values in place of those for the   *
      * centres and years generated, followed by the NEW records.    *
      * Records for centres with no rule, or outside the year range, *
      * are carried forward unchanged. The report prints each        *
      * centre's switch dates with an owner sign-off line; operations *
      * copies TZOFFNEW.DAT over TZOFFSET.DAT once it is signed off.  *
      *                                                               *
      * RUN PARM (comma-separated keywords):                          *
      *   FROM=yyyy - first year generated (default this year)        *
      *   TO=yyyy   - last year generated (default next year, at most *
      *               ten years after FROM)                           *
      *                                                               *
      * RETURN CODES: 0 generated, every record on file agreed; 4 an *
      * existing record differs from its rule, or TZOFFNEW.DAT holds *
      * more than the 100 records the cut-off check loads; 8 PARM    *
      * error or a rule was rejected (its centre is carried forward  *
      * unchanged); 12 a file cannot be opened or the offset table   *
      * overflowed - TZOFFNEW.DAT is not written                     *
      *                                                               *
      * INPUT:  TZRULES.DAT  - daylight-saving rule per centre        *
      *         TZOFFSET.DAT - offset records now in production       *
      *                        (optional - absent on a first run)     *
      * OUTPUT: TZOFFNEW.DAT - regenerated offset records             *
      *         TZGEN.RPT    - switch-date sign-off report            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TZ-OFFSET-GENERATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO 'TZRULES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT OFFSET-TABLE-FILE ASSIGN TO 'TZOFFSET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFSET-FILE-STATUS.
           SELECT NEW-OFFSET-FILE ASSIGN TO 'TZOFFNEW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-OFFSET-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'TZGEN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05  TZR-CENTRE-CODE             PIC X(4).
           05  TZR-STD-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZR-DST-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZR-DST-START-RULE.
               10  TZR-START-ORDINAL       PIC 9(1).
               10  TZR-START-WEEKDAY       PIC 9(1).
               10  TZR-START-MONTH         PIC 9(2).
           05  TZR-DST-END-RULE.
               10  TZR-END-ORDINAL         PIC 9(1).
               10  TZR-END-WEEKDAY         PIC 9(1).
               10  TZR-END-MONTH           PIC 9(2).

       FD  OFFSET-TABLE-FILE.
       01  OFFSET-TABLE-RECORD.
           05  TZO-CENTRE-CODE             PIC X(4).
           05  TZO-YEAR                    PIC 9(4).
           05  TZO-STD-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZO-DST-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZO-DST-START               PIC 9(8).
           05  TZO-DST-END                 PIC 9(8).

       FD  NEW-OFFSET-FILE.
       01  NEW-OFFSET-RECORD.
           05  TZN-CENTRE-CODE             PIC X(4).
           05  TZN-YEAR                    PIC 9(4).
           05  TZN-STD-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZN-DST-OFFSET              PIC S9(4)
               SIGN LEADING SEPARATE.
           05  TZN-DST-START               PIC 9(8).
           05  TZN-DST-END                 PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RULE-FILE-STATUS         PIC X(2).
               88  WS-RULE-FILE-OK         VALUE '00'.
           05  WS-OFFSET-FILE-STATUS       PIC X(2).
               88  WS-OFFSET-FILE-OK       VALUE '00'.
               88  WS-OFFSET-FILE-ABSENT   VALUE '35'.
           05  WS-NEW-OFFSET-FILE-STATUS   PIC X(2).
               88  WS-NEW-OFFSET-FILE-OK   VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(10)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-YEAR                PIC X(4).
           05  WS-PARM-IN-ERROR            PIC X(1) VALUE 'N'.
               88  WS-PARM-REJECTED        VALUE 'Y'.

      * Year range generated
       01  WS-RANGE-FIELDS.
           05  WS-RUN-DATE                 PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR             PIC 9(4).
               10  FILLER                  PIC 9(4).
           05  WS-FROM-YEAR                PIC 9(4) VALUE 0.
           05  WS-TO-YEAR                  PIC 9(4) VALUE 0.
           05  WS-GENERATE-YEAR            PIC 9(4).
           05  WS-MAX-RANGE-YEARS          PIC 9(2) VALUE 10.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-RULE-EOF                 PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RULES        VALUE 'Y'.
           05  WS-OFFSET-EOF               PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-OFFSETS      VALUE 'Y'.
           05  WS-REPORT-FILE-OPENED       PIC X(1) VALUE 'N'.
               88  WS-REPORT-IS-OPEN       VALUE 'Y'.
           05  WS-RULE-IN-ERROR            PIC X(1).
               88  WS-RULE-REJECTED        VALUE 'Y'.
           05  WS-REJECT-REASON            PIC X(40).
           05  WS-RULES-READ               PIC 9(5) VALUE 0.
           05  WS-RULES-REJECTED           PIC 9(5) VALUE 0.
           05  WS-RECORDS-ON-FILE          PIC 9(5) VALUE 0.
           05  WS-RECORDS-GENERATED        PIC 9(5) VALUE 0.
           05  WS-RECORDS-NEW              PIC 9(5) VALUE 0.
           05  WS-RECORDS-SAME             PIC 9(5) VALUE 0.
           05  WS-RECORDS-DIFFER           PIC 9(5) VALUE 0.
           05  WS-RECORDS-CARRIED          PIC 9(5) VALUE 0.
           05  WS-RECORDS-WRITTEN          PIC 9(5) VALUE 0.
           05  WS-CUTOFF-LOAD-LIMIT        PIC 9(3) VALUE 100.

      * Daylight-saving rules accepted from TZRULES.DAT
       01  WS-RULE-TABLE-FIELDS.
           05  WS-RULE-COUNT               PIC 9(2) VALUE 0.
           05  WS-RULE-LIMIT               PIC 9(2) VALUE 50.
           05  WS-RULE-INDEX               PIC 9(2).
           05  WS-RULE-SEARCH-INDEX        PIC 9(2).
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY                OCCURS 50 TIMES.
               10  WS-RUL-CENTRE           PIC X(4).
               10  WS-RUL-STD-OFFSET       PIC S9(4).
               10  WS-RUL-DST-OFFSET       PIC S9(4).
               10  WS-RUL-START-ORDINAL    PIC 9(1).
               10  WS-RUL-START-WEEKDAY    PIC 9(1).
               10  WS-RUL-START-MONTH      PIC 9(2).
               10  WS-RUL-END-ORDINAL      PIC 9(1).
               10  WS-RUL-END-WEEKDAY      PIC 9(1).
               10  WS-RUL-END-MONTH        PIC 9(2).

      * Offset records - those on TZOFFSET.DAT in file order, each
      * replaced in place when generated, then the NEW records
       01  WS-OFFSET-TABLE-FIELDS.
           05  WS-OFFSET-COUNT             PIC 9(3) VALUE 0.
           05  WS-OFFSET-LIMIT             PIC 9(3) VALUE 300.
           05  WS-OFFSET-INDEX             PIC 9(3).
           05  WS-OFFSET-FOUND             PIC 9(3).
           05  WS-OFFSET-OVERFLOW          PIC X(1) VALUE 'N'.
               88  WS-OFFSET-TABLE-FULL    VALUE 'Y'.
       01  WS-OFFSET-TABLE.
           05  WS-OFT-ENTRY                OCCURS 300 TIMES.
               10  WS-OFT-CENTRE           PIC X(4).
               10  WS-OFT-YEAR             PIC 9(4).
               10  WS-OFT-STD-OFFSET       PIC S9(4).
               10  WS-OFT-DST-OFFSET       PIC S9(4).
               10  WS-OFT-DST-START        PIC 9(8).
               10  WS-OFT-DST-END          PIC 9(8).
               10  WS-OFT-GENERATED        PIC X(1).
                   88  WS-OFT-WAS-GENERATED VALUE 'Y'.

      * The record generated for one centre and year
       01  WS-GENERATED-FIELDS.
           05  WS-GEN-DST-START            PIC 9(8).
           05  WS-GEN-DST-END              PIC 9(8).
           05  WS-GEN-RESULT               PIC X(7).

      * Switch-date arithmetic - the ordinal weekday of a month
       01  WS-SWITCH-DATE-FIELDS.
           05  WS-SW-ORDINAL               PIC 9(1).
           05  WS-SW-WEEKDAY               PIC 9(1).
           05  WS-SW-MONTH                 PIC 9(2).
           05  WS-SW-DATE                  PIC 9(8).
           05  WS-SW-FIRST-DATE.
               10  WS-SW-FIRST-YEAR        PIC 9(4).
               10  WS-SW-FIRST-MONTH       PIC 9(2).
               10  WS-SW-FIRST-DAY         PIC 9(2) VALUE 01.
           05  WS-SW-FIRST-DATE-N REDEFINES WS-SW-FIRST-DATE
                                           PIC 9(8).
           05  WS-SW-ANCHOR-INTEGER        PIC 9(7).
           05  WS-SW-ANCHOR-WEEKDAY        PIC 9(1).
           05  WS-SW-RESULT-INTEGER        PIC 9(7).

      * Rule description names
       01  WS-NAME-TABLES.
           05  WS-ORDINAL-NAME-VALUES      PIC X(20) VALUE
               '1ST 2ND 3RD 4TH LAST'.
           05  WS-ORDINAL-NAMES REDEFINES WS-ORDINAL-NAME-VALUES.
               10  WS-ORDINAL-NAME         PIC X(4) OCCURS 5 TIMES.
           05  WS-WEEKDAY-NAME-VALUES      PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
           05  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAME-VALUES.
               10  WS-WEEKDAY-NAME         PIC X(3) OCCURS 7 TIMES.
           05  WS-MONTH-NAME-VALUES        PIC X(36) VALUE
               'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
           05  WS-MONTH-NAMES REDEFINES WS-MONTH-NAME-VALUES.
               10  WS-MONTH-NAME           PIC X(3) OCCURS 12 TIMES.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'TZOFFSET.DAT GENERATION FROM DAYLIGHT-SAVING RULES'.
           05  WS-YEAR-HEADING             PIC X(80) VALUE
               '  YEAR  STD    DST    DST START  DST END    RESULT'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-RULE-TEXT                PIC X(40) VALUE SPACES.
           05  WS-YEAR-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-YRL-YEAR             PIC 9(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-YRL-STD-OFFSET       PIC +9(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-YRL-DST-OFFSET       PIC +9(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-YRL-DST-START        PIC 9(8).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-YRL-DST-END          PIC 9(8).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-YRL-RESULT           PIC X(7).
               10  FILLER                  PIC X(29) VALUE SPACES.
           05  WS-FILE-VALUE-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  FILLER                  PIC X(4)  VALUE 'FILE'.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-FVL-STD-OFFSET       PIC +9(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-FVL-DST-OFFSET       PIC +9(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-FVL-DST-START        PIC 9(8).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-FVL-DST-END          PIC 9(8).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  FILLER                  PIC X(7)  VALUE 'ON FILE'.
               10  FILLER                  PIC X(29) VALUE SPACES.
           05  WS-EDITED-OFFSET-1          PIC +9(4).
           05  WS-EDITED-OFFSET-2          PIC +9(4).
           05  WS-EDITED-COUNT             PIC ZZZZ9.

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
               PERFORM 1300-OPEN-REPORT
           END-IF
           IF WS-REPORT-IS-OPEN
               PERFORM 1400-LOAD-RULES
           END-IF
           IF WS-REPORT-IS-OPEN AND WS-STEP-RETURN-CODE < 12
               PERFORM 1500-LOAD-EXISTING-OFFSETS
           END-IF
           IF WS-REPORT-IS-OPEN AND WS-STEP-RETURN-CODE < 12
               PERFORM 2000-GENERATE-ONE-CENTRE
                   VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                      OR WS-OFFSET-TABLE-FULL
           END-IF
           IF WS-REPORT-IS-OPEN AND WS-STEP-RETURN-CODE < 12
               PERFORM 3000-WRITE-OFFSET-FILE
           END-IF
           IF WS-REPORT-IS-OPEN
               PERFORM 4000-WRITE-SUMMARY
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE AND EDIT THE YEAR RANGE                    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-FROM-YEAR = 0
               MOVE WS-RUN-YEAR TO WS-FROM-YEAR
           END-IF
           IF WS-TO-YEAR = 0
               COMPUTE WS-TO-YEAR = WS-RUN-YEAR + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-REJECTED
                   CONTINUE
               WHEN WS-FROM-YEAR < 1900
                   DISPLAY 'TZ-OFFSET-GENERATE: FROM YEAR BEFORE '
                       '1900 REFUSED'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN WS-TO-YEAR < WS-FROM-YEAR
                   DISPLAY 'TZ-OFFSET-GENERATE: TO YEAR IS BEFORE '
                       'FROM YEAR'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN WS-TO-YEAR - WS-FROM-YEAR > WS-MAX-RANGE-YEARS
                   DISPLAY 'TZ-OFFSET-GENERATE: RANGE WIDER THAN '
                       'TEN YEARS REFUSED'
                   MOVE 'Y' TO WS-PARM-IN-ERROR
               WHEN OTHER
                   CONTINUE
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
           DISPLAY 'TZ-OFFSET-GENERATE: INVALID PARM KEYWORD '
               WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 'Y' TO WS-PARM-IN-ERROR.

      ******************************************************************
      * OPEN THE REPORT AND WRITE ITS HEADING                         *
      ******************************************************************
       1300-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'TZ-OFFSET-GENERATE: UNABLE TO OPEN TZGEN.RPT'
                   ' - FILE STATUS ' WS-REPORT-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-REPORT-FILE-OPENED
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'YEARS ' WS-FROM-YEAR ' TO ' WS-TO-YEAR
                      '   RUN DATE ' WS-RUN-DATE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE '(OFFSETS IN MINUTES EAST OF UTC)' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF.

      ******************************************************************
      * LOAD AND EDIT THE DAYLIGHT-SAVING RULES - A REJECTED RULE IS  *
      * LISTED AND ITS CENTRE'S RECORDS ARE LEFT AS THEY ARE ON FILE  *
      ******************************************************************
       1400-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF NOT WS-RULE-FILE-OK
               DISPLAY 'TZ-OFFSET-GENERATE: UNABLE TO OPEN '
                   'TZRULES.DAT - FILE STATUS ' WS-RULE-FILE-STATUS
               MOVE 'TZRULES.DAT CANNOT BE OPENED' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-NO-MORE-RULES
                   READ RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-RULE-EOF
                       NOT AT END
                           ADD 1 TO WS-RULES-READ
                           PERFORM 1410-EDIT-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
               IF WS-RULES-REJECTED > 0
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   IF WS-STEP-RETURN-CODE < 8
                       MOVE 8 TO WS-STEP-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * EDIT ONE RULE: CENTRE, OFFSETS, AND BOTH SWITCH RULES (ZERO   *
      * TOGETHER FOR NO DAYLIGHT SAVING, OR START BEFORE END)         *
      ******************************************************************
       1410-EDIT-ONE-RULE.
           MOVE 'N' TO WS-RULE-IN-ERROR
           EVALUATE TRUE
               WHEN TZR-CENTRE-CODE = SPACES
                   MOVE 'CENTRE CODE IS BLANK' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-STD-OFFSET IS NOT NUMERIC
                       OR TZR-DST-OFFSET IS NOT NUMERIC
                   MOVE 'AN OFFSET IS NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-STD-OFFSET < -840 OR TZR-STD-OFFSET > 840
                       OR TZR-DST-OFFSET < -840
                       OR TZR-DST-OFFSET > 840
                   MOVE 'AN OFFSET IS OUTSIDE -840 TO +840'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-DST-START-RULE IS NOT NUMERIC
                       OR TZR-DST-END-RULE IS NOT NUMERIC
                   MOVE 'A SWITCH RULE IS NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-DST-START-RULE = '0000'
                       AND TZR-DST-END-RULE = '0000'
                   CONTINUE
               WHEN TZR-START-ORDINAL < 1 OR TZR-START-ORDINAL > 5
                       OR TZR-END-ORDINAL < 1
                       OR TZR-END-ORDINAL > 5
                   MOVE 'AN ORDINAL IS NOT 1 TO 5' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-START-WEEKDAY < 1 OR TZR-START-WEEKDAY > 7
                       OR TZR-END-WEEKDAY < 1
                       OR TZR-END-WEEKDAY > 7
                   MOVE 'A WEEKDAY IS NOT 1 TO 7' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-START-MONTH < 1 OR TZR-START-MONTH > 12
                       OR TZR-END-MONTH < 1
                       OR TZR-END-MONTH > 12
                   MOVE 'A MONTH IS NOT 01 TO 12' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN TZR-END-MONTH NOT > TZR-START-MONTH
                   MOVE 'DST MUST END IN A LATER MONTH'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-RULE-IN-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-RULE-REJECTED
               PERFORM VARYING WS-RULE-SEARCH-INDEX FROM 1 BY 1
                       UNTIL WS-RULE-SEARCH-INDEX > WS-RULE-COUNT
                   IF WS-RUL-CENTRE (WS-RULE-SEARCH-INDEX)
                           = TZR-CENTRE-CODE
                       MOVE 'CENTRE ALREADY HAS A RULE'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-RULE-IN-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-RULE-REJECTED AND WS-RULE-COUNT >= WS-RULE-LIMIT
               MOVE 'BEYOND THE 50 RULES THE TABLE HOLDS'
                   TO WS-REJECT-REASON
               MOVE 'Y' TO WS-RULE-IN-ERROR
           END-IF
           IF WS-RULE-REJECTED
               ADD 1 TO WS-RULES-REJECTED
               MOVE SPACES TO WS-WORK-LINE
               STRING 'RULE REJECTED: ' RULE-RECORD '  '
                      WS-REJECT-REASON
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE TZR-CENTRE-CODE TO WS-RUL-CENTRE (WS-RULE-COUNT)
               MOVE TZR-STD-OFFSET
                   TO WS-RUL-STD-OFFSET (WS-RULE-COUNT)
               MOVE TZR-DST-OFFSET
                   TO WS-RUL-DST-OFFSET (WS-RULE-COUNT)
               MOVE TZR-START-ORDINAL
                   TO WS-RUL-START-ORDINAL (WS-RULE-COUNT)
               MOVE TZR-START-WEEKDAY
                   TO WS-RUL-START-WEEKDAY (WS-RULE-COUNT)
               MOVE TZR-START-MONTH
                   TO WS-RUL-START-MONTH (WS-RULE-COUNT)
               MOVE TZR-END-ORDINAL
                   TO WS-RUL-END-ORDINAL (WS-RULE-COUNT)
               MOVE TZR-END-WEEKDAY
                   TO WS-RUL-END-WEEKDAY (WS-RULE-COUNT)
               MOVE TZR-END-MONTH
                   TO WS-RUL-END-MONTH (WS-RULE-COUNT)
           END-IF.

      ******************************************************************
      * LOAD THE OFFSET RECORDS NOW IN PRODUCTION, IN FILE ORDER - NO *
      * FILE AT ALL IS A FIRST RUN, AND EVERY RECORD GENERATED IS NEW *
      ******************************************************************
       1500-LOAD-EXISTING-OFFSETS.
           OPEN INPUT OFFSET-TABLE-FILE
           EVALUATE TRUE
               WHEN WS-OFFSET-FILE-OK
                   PERFORM UNTIL WS-NO-MORE-OFFSETS
                       READ OFFSET-TABLE-FILE
                           AT END
                               MOVE 'Y' TO WS-OFFSET-EOF
                           NOT AT END
                               PERFORM 1510-KEEP-ONE-OFFSET
                       END-READ
                   END-PERFORM
                   CLOSE OFFSET-TABLE-FILE
               WHEN WS-OFFSET-FILE-ABSENT
                   MOVE 'TZOFFSET.DAT NOT FOUND - EVERY RECORD IS NEW'
                       TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               WHEN OTHER
                   DISPLAY 'TZ-OFFSET-GENERATE: UNABLE TO OPEN '
                       'TZOFFSET.DAT - FILE STATUS '
                       WS-OFFSET-FILE-STATUS
                   MOVE 'TZOFFSET.DAT CANNOT BE OPENED' TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   MOVE 12 TO WS-STEP-RETURN-CODE
           END-EVALUATE.

       1510-KEEP-ONE-OFFSET.
           IF WS-OFFSET-COUNT >= WS-OFFSET-LIMIT
               IF NOT WS-OFFSET-TABLE-FULL
                   MOVE 'TZOFFSET.DAT HOLDS MORE THAN 300 RECORDS'
                       TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   MOVE 'Y' TO WS-OFFSET-OVERFLOW
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-OFFSET-COUNT
               ADD 1 TO WS-RECORDS-ON-FILE
               MOVE TZO-CENTRE-CODE TO WS-OFT-CENTRE (WS-OFFSET-COUNT)
               MOVE TZO-YEAR TO WS-OFT-YEAR (WS-OFFSET-COUNT)
               MOVE TZO-STD-OFFSET
                   TO WS-OFT-STD-OFFSET (WS-OFFSET-COUNT)
               MOVE TZO-DST-OFFSET
                   TO WS-OFT-DST-OFFSET (WS-OFFSET-COUNT)
               MOVE TZO-DST-START TO WS-OFT-DST-START (WS-OFFSET-COUNT)
               MOVE TZO-DST-END TO WS-OFT-DST-END (WS-OFFSET-COUNT)
               MOVE 'N' TO WS-OFT-GENERATED (WS-OFFSET-COUNT)
           END-IF.

      ******************************************************************
      * ONE CENTRE - ITS RULE, A LINE PER YEAR, AND THE SIGN-OFF      *
      ******************************************************************
       2000-GENERATE-ONE-CENTRE.
           PERFORM 2100-DESCRIBE-RULE
           MOVE WS-RUL-STD-OFFSET (WS-RULE-INDEX) TO WS-EDITED-OFFSET-1
           MOVE WS-RUL-DST-OFFSET (WS-RULE-INDEX) TO WS-EDITED-OFFSET-2
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CENTRE ' WS-RUL-CENTRE (WS-RULE-INDEX)
                  '  STD ' WS-EDITED-OFFSET-1
                  '  DST ' WS-EDITED-OFFSET-2
                  '  ' WS-RULE-TEXT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-YEAR-HEADING
           PERFORM 2200-GENERATE-ONE-YEAR
               VARYING WS-GENERATE-YEAR FROM WS-FROM-YEAR BY 1
               UNTIL WS-GENERATE-YEAR > WS-TO-YEAR
                  OR WS-OFFSET-TABLE-FULL
           MOVE SPACES TO WS-WORK-LINE
           STRING '  OWNER SIGN-OFF (' WS-RUL-CENTRE (WS-RULE-INDEX)
                  '): ____________________  DATE: ________'
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE.

      ******************************************************************
      * THE RULE IN WORDS, E.G. DST 2ND SUN MAR TO 1ST SUN NOV        *
      ******************************************************************
       2100-DESCRIBE-RULE.
           MOVE SPACES TO WS-RULE-TEXT
           IF WS-RUL-START-ORDINAL (WS-RULE-INDEX) = 0
               MOVE 'NO DAYLIGHT SAVING' TO WS-RULE-TEXT
           ELSE
               STRING 'DST ' DELIMITED BY SIZE
                   WS-ORDINAL-NAME (WS-RUL-START-ORDINAL
                       (WS-RULE-INDEX)) DELIMITED BY SPACE
                   ' ' WS-WEEKDAY-NAME (WS-RUL-START-WEEKDAY
                       (WS-RULE-INDEX))
                   ' ' WS-MONTH-NAME (WS-RUL-START-MONTH
                       (WS-RULE-INDEX))
                   ' TO ' DELIMITED BY SIZE
                   WS-ORDINAL-NAME (WS-RUL-END-ORDINAL
                       (WS-RULE-INDEX)) DELIMITED BY SPACE
                   ' ' WS-WEEKDAY-NAME (WS-RUL-END-WEEKDAY
                       (WS-RULE-INDEX))
                   ' ' WS-MONTH-NAME (WS-RUL-END-MONTH
                       (WS-RULE-INDEX))
                   DELIMITED BY SIZE INTO WS-RULE-TEXT
           END-IF.

      ******************************************************************
      * ONE CENTRE AND YEAR - DERIVE THE SWITCH DATES, COMPARE WITH   *
      * THE RECORD ON FILE, AND REPLACE OR ADD IT                     *
      ******************************************************************
       2200-GENERATE-ONE-YEAR.
           IF WS-RUL-START-ORDINAL (WS-RULE-INDEX) = 0
               MOVE 0 TO WS-GEN-DST-START WS-GEN-DST-END
           ELSE
               MOVE WS-RUL-START-ORDINAL (WS-RULE-INDEX)
                   TO WS-SW-ORDINAL
               MOVE WS-RUL-START-WEEKDAY (WS-RULE-INDEX)
                   TO WS-SW-WEEKDAY
               MOVE WS-RUL-START-MONTH (WS-RULE-INDEX) TO WS-SW-MONTH
               PERFORM 2300-RESOLVE-SWITCH-DATE
               MOVE WS-SW-DATE TO WS-GEN-DST-START
               MOVE WS-RUL-END-ORDINAL (WS-RULE-INDEX)
                   TO WS-SW-ORDINAL
               MOVE WS-RUL-END-WEEKDAY (WS-RULE-INDEX)
                   TO WS-SW-WEEKDAY
               MOVE WS-RUL-END-MONTH (WS-RULE-INDEX) TO WS-SW-MONTH
               PERFORM 2300-RESOLVE-SWITCH-DATE
               MOVE WS-SW-DATE TO WS-GEN-DST-END
           END-IF
           MOVE 0 TO WS-OFFSET-FOUND
           PERFORM VARYING WS-OFFSET-INDEX FROM 1 BY 1
                   UNTIL WS-OFFSET-INDEX > WS-OFFSET-COUNT
                      OR WS-OFFSET-FOUND > 0
               IF WS-OFT-CENTRE (WS-OFFSET-INDEX)
                       = WS-RUL-CENTRE (WS-RULE-INDEX)
                       AND WS-OFT-YEAR (WS-OFFSET-INDEX)
                           = WS-GENERATE-YEAR
                   MOVE WS-OFFSET-INDEX TO WS-OFFSET-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OFFSET-FOUND = 0
                   MOVE 'NEW' TO WS-GEN-RESULT
               WHEN WS-OFT-STD-OFFSET (WS-OFFSET-FOUND)
                       = WS-RUL-STD-OFFSET (WS-RULE-INDEX)
                       AND WS-OFT-DST-OFFSET (WS-OFFSET-FOUND)
                           = WS-RUL-DST-OFFSET (WS-RULE-INDEX)
                       AND WS-OFT-DST-START (WS-OFFSET-FOUND)
                           = WS-GEN-DST-START
                       AND WS-OFT-DST-END (WS-OFFSET-FOUND)
                           = WS-GEN-DST-END
                   MOVE 'SAME' TO WS-GEN-RESULT
               WHEN OTHER
                   MOVE 'DIFFERS' TO WS-GEN-RESULT
           END-EVALUATE
           PERFORM 2400-WRITE-YEAR-LINE
           IF WS-OFFSET-FOUND = 0
               IF WS-OFFSET-COUNT >= WS-OFFSET-LIMIT
                   MOVE 'OFFSET TABLE FULL AT 300 RECORDS - RUN STOPPED'
                       TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   MOVE 'Y' TO WS-OFFSET-OVERFLOW
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   ADD 1 TO WS-OFFSET-COUNT
                   MOVE WS-OFFSET-COUNT TO WS-OFFSET-FOUND
                   MOVE WS-RUL-CENTRE (WS-RULE-INDEX)
                       TO WS-OFT-CENTRE (WS-OFFSET-FOUND)
                   MOVE WS-GENERATE-YEAR
                       TO WS-OFT-YEAR (WS-OFFSET-FOUND)
               END-IF
           END-IF
           IF NOT WS-OFFSET-TABLE-FULL
               ADD 1 TO WS-RECORDS-GENERATED
               MOVE WS-RUL-STD-OFFSET (WS-RULE-INDEX)
                   TO WS-OFT-STD-OFFSET (WS-OFFSET-FOUND)
               MOVE WS-RUL-DST-OFFSET (WS-RULE-INDEX)
                   TO WS-OFT-DST-OFFSET (WS-OFFSET-FOUND)
               MOVE WS-GEN-DST-START
                   TO WS-OFT-DST-START (WS-OFFSET-FOUND)
               MOVE WS-GEN-DST-END TO WS-OFT-DST-END (WS-OFFSET-FOUND)
               MOVE 'Y' TO WS-OFT-GENERATED (WS-OFFSET-FOUND)
           END-IF.

      ******************************************************************
      * THE DATE OF THE NTH (OR, FOR ORDINAL 5, THE LAST) WEEKDAY OF  *
      * A MONTH - WEEKDAYS 1 MONDAY TO 7 SUNDAY, FROM THE DAY INTEGER *
      * (DAY 1, 1601-01-01, WAS A MONDAY)                             *
      ******************************************************************
       2300-RESOLVE-SWITCH-DATE.
           MOVE WS-GENERATE-YEAR TO WS-SW-FIRST-YEAR
           MOVE WS-SW-MONTH TO WS-SW-FIRST-MONTH
           IF WS-SW-ORDINAL < 5
               COMPUTE WS-SW-ANCHOR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SW-FIRST-DATE-N)
               PERFORM 2310-ANCHOR-WEEKDAY
               COMPUTE WS-SW-RESULT-INTEGER = WS-SW-ANCHOR-INTEGER
                   + FUNCTION MOD(WS-SW-WEEKDAY
                                  - WS-SW-ANCHOR-WEEKDAY + 7, 7)
                   + 7 * (WS-SW-ORDINAL - 1)
           ELSE
               IF WS-SW-MONTH = 12
                   ADD 1 TO WS-SW-FIRST-YEAR
                   MOVE 1 TO WS-SW-FIRST-MONTH
               ELSE
                   ADD 1 TO WS-SW-FIRST-MONTH
               END-IF
               COMPUTE WS-SW-ANCHOR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SW-FIRST-DATE-N) - 1
               PERFORM 2310-ANCHOR-WEEKDAY
               COMPUTE WS-SW-RESULT-INTEGER = WS-SW-ANCHOR-INTEGER
                   - FUNCTION MOD(WS-SW-ANCHOR-WEEKDAY
                                  - WS-SW-WEEKDAY + 7, 7)
           END-IF
           COMPUTE WS-SW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SW-RESULT-INTEGER).

       2310-ANCHOR-WEEKDAY.
           COMPUTE WS-SW-ANCHOR-WEEKDAY =
               FUNCTION MOD(WS-SW-ANCHOR-INTEGER, 7)
           IF WS-SW-ANCHOR-WEEKDAY = 0
               MOVE 7 TO WS-SW-ANCHOR-WEEKDAY
           END-IF.

      ******************************************************************
      * ONE YEAR LINE, AND THE VALUES ON FILE BENEATH A DIFFERENCE    *
      ******************************************************************
       2400-WRITE-YEAR-LINE.
           MOVE WS-GENERATE-YEAR TO WS-YRL-YEAR
           MOVE WS-RUL-STD-OFFSET (WS-RULE-INDEX) TO WS-YRL-STD-OFFSET
           MOVE WS-RUL-DST-OFFSET (WS-RULE-INDEX) TO WS-YRL-DST-OFFSET
           MOVE WS-GEN-DST-START TO WS-YRL-DST-START
           MOVE WS-GEN-DST-END TO WS-YRL-DST-END
           MOVE WS-GEN-RESULT TO WS-YRL-RESULT
           WRITE REPORT-LINE FROM WS-YEAR-LINE
           EVALUATE WS-GEN-RESULT
               WHEN 'NEW'
                   ADD 1 TO WS-RECORDS-NEW
               WHEN 'SAME'
                   ADD 1 TO WS-RECORDS-SAME
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-DIFFER
                   MOVE WS-OFT-STD-OFFSET (WS-OFFSET-FOUND)
                       TO WS-FVL-STD-OFFSET
                   MOVE WS-OFT-DST-OFFSET (WS-OFFSET-FOUND)
                       TO WS-FVL-DST-OFFSET
                   MOVE WS-OFT-DST-START (WS-OFFSET-FOUND)
                       TO WS-FVL-DST-START
                   MOVE WS-OFT-DST-END (WS-OFFSET-FOUND)
                       TO WS-FVL-DST-END
                   WRITE REPORT-LINE FROM WS-FILE-VALUE-LINE
                   IF WS-STEP-RETURN-CODE < 4
                       MOVE 4 TO WS-STEP-RETURN-CODE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * WRITE TZOFFNEW.DAT - EVERY RECORD HELD, IN TABLE ORDER        *
      ******************************************************************
       3000-WRITE-OFFSET-FILE.
           OPEN OUTPUT NEW-OFFSET-FILE
           IF NOT WS-NEW-OFFSET-FILE-OK
               DISPLAY 'TZ-OFFSET-GENERATE: UNABLE TO OPEN '
                   'TZOFFNEW.DAT - FILE STATUS '
                   WS-NEW-OFFSET-FILE-STATUS
               MOVE 'TZOFFNEW.DAT CANNOT BE OPENED' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               PERFORM VARYING WS-OFFSET-INDEX FROM 1 BY 1
                       UNTIL WS-OFFSET-INDEX > WS-OFFSET-COUNT
                   MOVE WS-OFT-CENTRE (WS-OFFSET-INDEX)
                       TO TZN-CENTRE-CODE
                   MOVE WS-OFT-YEAR (WS-OFFSET-INDEX) TO TZN-YEAR
                   MOVE WS-OFT-STD-OFFSET (WS-OFFSET-INDEX)
                       TO TZN-STD-OFFSET
                   MOVE WS-OFT-DST-OFFSET (WS-OFFSET-INDEX)
                       TO TZN-DST-OFFSET
                   MOVE WS-OFT-DST-START (WS-OFFSET-INDEX)
                       TO TZN-DST-START
                   MOVE WS-OFT-DST-END (WS-OFFSET-INDEX)
                       TO TZN-DST-END
                   WRITE NEW-OFFSET-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   IF NOT WS-OFT-WAS-GENERATED (WS-OFFSET-INDEX)
                       ADD 1 TO WS-RECORDS-CARRIED
                   END-IF
               END-PERFORM
               CLOSE NEW-OFFSET-FILE
               IF WS-RECORDS-WRITTEN > WS-CUTOFF-LOAD-LIMIT
                       AND WS-STEP-RETURN-CODE < 4
                   MOVE 4 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * RUN SUMMARY AND REPORT CLOSE                                  *
      ******************************************************************
       4000-WRITE-SUMMARY.
           MOVE 'RUN SUMMARY' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RULES-READ TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '  RULES READ:                 ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RULES-REJECTED TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '  RULES REJECTED:             ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-ON-FILE TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '  TZOFFSET.DAT RECORDS READ:  ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-GENERATED TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '  RECORDS GENERATED:          ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-NEW TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '    NEW:                      ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-SAME TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '    SAME AS ON FILE:          ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-DIFFER TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '    DIFFERING FROM FILE:      ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-CARRIED TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '  RECORDS CARRIED UNCHANGED:  ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE WS-RECORDS-WRITTEN TO WS-EDITED-COUNT
           MOVE SPACES TO WS-WORK-LINE
           STRING '  TZOFFNEW.DAT RECORDS:       ' WS-EDITED-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-RECORDS-WRITTEN > WS-CUTOFF-LOAD-LIMIT
               MOVE '  WARNING - THE CUT-OFF CHECK LOADS ONLY THE FIRST'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE '  100 RECORDS - RETIRE PAST YEARS BEFORE PROMOTING'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           IF WS-STEP-RETURN-CODE >= 12
               MOVE '  TZOFFNEW.DAT NOT WRITTEN - DO NOT PROMOTE'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           STRING '  STEP RETURN CODE:           ' WS-STEP-RETURN-CODE
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE REPORT-FILE.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
