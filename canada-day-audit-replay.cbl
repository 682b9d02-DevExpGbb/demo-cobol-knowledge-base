      ******************************************************************
      * PROGRAM: CANADA-DAY-AUDIT-REPLAY                               *
      * PURPOSE: Re-ask today's CANADA-DAY-CHECK every determination  *
      *          already given, and list the answers that have since  *
      *          changed, grouped by the program that was told        *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * After a CDAYCFG change or a late closure, answers already     *
      * given to downstream programs may now be wrong. This job reads *
      * the audit trail - the live CDAUDIT.LOG, or the CDAUDEXT.DAT   *
      * extract CANADA-DAY-AUDIT-ROTATE EXTRACT pulls from the        *
      * archive - and re-asks CANADA-DAY-CHECK with each logged       *
      * AUD-INPUT-DATE and AUD-OBSERVANCE-FLAG under today's rules.   *
      * Every record whose AUD-CANADA-DAY-FLAG or AUD-OBSERVED-DATE   *
      * would now differ is listed on CDREPLAY.RPT, grouped by        *
      * AUD-CALLING-PROGRAM, so the owners of each downstream program *
      * can be called. Callers with no changed answer are listed at   *
      * the end with their record counts.                             *
      *                                                               *
      * The replay calls CANADA-DAY-CHECK with the audit bypass set,  *
      * so re-asking writes nothing to the trail being read.          *
      *                                                               *
      * RUN PARM (comma-separated keywords):                          *
      *   LOG     - replay the live CDAUDIT.LOG (the default)         *
      *   EXTRACT - replay CDAUDEXT.DAT instead                       *
      *   F=yyyymmdd / T=yyyymmdd - only records logged on or        *
      *             between these dates (optional)                    *
      *                                                               *
      * RETURN CODES: 0 no answer has changed; 4 changed answers      *
      * listed (or the listing table filled - every change is still   *
      * counted); 8 PARM error; 12 input or report could not be      *
      * opened.                                                       *
      *                                                               *
      * INPUT:  CDAUDIT.LOG or CDAUDEXT.DAT - audit records           *
      * OUTPUT: CDREPLAY.RPT - changed determinations by caller       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANADA-DAY-AUDIT-REPLAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'CDAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'CDAUDEXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDREPLAY.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(71).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(71).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-AUDIT-FILE-STATUS        PIC X(2).
               88  WS-AUDIT-FILE-OK        VALUE '00'.
           05  WS-EXTRACT-FILE-STATUS      PIC X(2).
               88  WS-EXTRACT-FILE-OK      VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * The record being replayed, in the shared audit layout
       COPY 'canada-day-audit.cpy'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(10)
               OCCURS 4 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-REPLAY-SOURCE            PIC X(1) VALUE 'L'.
               88  WS-REPLAY-LOG           VALUE 'L'.
               88  WS-REPLAY-EXTRACT       VALUE 'X'.
           05  WS-SOURCE-NAME              PIC X(12)
               VALUE 'CDAUDIT.LOG'.
           05  WS-FROM-DATE                PIC 9(8) VALUE 0.
           05  WS-TO-DATE                  PIC 9(8) VALUE 99999999.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-RECORD-DATE              PIC 9(8).
           05  WS-RECORDS-READ             PIC 9(9) VALUE 0.
           05  WS-RECORDS-REPLAYED         PIC 9(9) VALUE 0.
           05  WS-RECORDS-OUT-OF-RANGE     PIC 9(9) VALUE 0.
           05  WS-RECORDS-UNREADABLE       PIC 9(9) VALUE 0.
           05  WS-RECORDS-CHANGED          PIC 9(9) VALUE 0.
           05  WS-TABLE-OVERFLOW           PIC X(1) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-CHANGE-KIND              PIC X(14).

      * Fields passed to CANADA-DAY-CHECK
       01  WS-CDC-PARAMETERS.
           05  WS-CDC-INPUT-DATE           PIC 9(8).
           05  WS-CDC-OBSERVANCE-FLAG      PIC X(1).
           05  WS-CDC-CANADA-DAY-FLAG      PIC X(1).
           05  WS-CDC-OBSERVED-DATE        PIC 9(8).
           05  WS-CDC-RETURN-CODE          PIC 9(2).
           05  WS-CDC-ERROR-MESSAGE        PIC X(50).
           05  WS-CDC-CALLING-PROGRAM      PIC X(8)
               VALUE 'CDREPLAY'.
           05  WS-CDC-AUDIT-BYPASS         PIC X(1) VALUE 'Y'.

      * One entry per calling program seen on the trail
       01  WS-CALLER-TABLE-FIELDS.
           05  WS-CALLERS-USED             PIC 9(3) VALUE 0.
           05  WS-CALLER-INDEX             PIC 9(3).
           05  WS-CALLER-HIT               PIC 9(3).
       01  WS-CALLER-TABLE.
           05  WS-CALLER-ENTRY             OCCURS 200 TIMES.
               10  WS-CLR-PROGRAM          PIC X(8).
               10  WS-CLR-RECORD-COUNT     PIC 9(9).
               10  WS-CLR-CHANGED-COUNT    PIC 9(9).

      * One entry per changed determination, in trail order
       01  WS-CHANGE-TABLE-FIELDS.
           05  WS-CHANGES-USED             PIC 9(4) VALUE 0.
           05  WS-CHANGE-INDEX             PIC 9(4).
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY             OCCURS 2000 TIMES.
               10  WS-CHG-CALLER-INDEX     PIC 9(3).
               10  WS-CHG-LOGGED-AT        PIC X(14).
               10  WS-CHG-INPUT-DATE       PIC 9(8).
               10  WS-CHG-OBSERVANCE-FLAG  PIC X(1).
               10  WS-CHG-OLD-FLAG         PIC X(1).
               10  WS-CHG-OLD-OBSERVED     PIC 9(8).
               10  WS-CHG-NEW-FLAG         PIC X(1).
               10  WS-CHG-NEW-OBSERVED     PIC 9(8).
               10  WS-CHG-KIND             PIC X(14).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'AUDIT REPLAY - ANSWERS CHANGED UNDER TODAY''S RULES'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   '  LOGGED AT       INPUT    OBS   WAS    '.
               10  FILLER                  PIC X(40) VALUE
                   '        NOW               CHANGED'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-LOGGED-AT        PIC X(14).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-INPUT-DATE       PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-OBSERVANCE-FLAG  PIC X(1).
               10  FILLER                  PIC X(4)  VALUE SPACES.
               10  WS-DTL-OLD-FLAG         PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-OLD-OBSERVED     PIC 9(8).
               10  FILLER                  PIC X(5)  VALUE SPACES.
               10  WS-DTL-NEW-FLAG         PIC X(1).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-NEW-OBSERVED     PIC 9(8).
               10  FILLER                  PIC X(8)  VALUE SPACES.
               10  WS-DTL-KIND             PIC X(14).

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
               PERFORM 2000-REPLAY-TRAIL
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE PARM, OPEN THE INPUT AND THE REPORT    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-STEP-RETURN-CODE = 0
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY 'CANADA-DAY-AUDIT-REPLAY: F= DATE IS AFTER '
                       'T= DATE'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               IF WS-REPLAY-EXTRACT
                   MOVE 'CDAUDEXT.DAT' TO WS-SOURCE-NAME
                   OPEN INPUT EXTRACT-FILE
                   IF NOT WS-EXTRACT-FILE-OK
                       DISPLAY 'CANADA-DAY-AUDIT-REPLAY: UNABLE TO '
                           'OPEN CDAUDEXT.DAT - FILE STATUS '
                           WS-EXTRACT-FILE-STATUS
                       MOVE 12 TO WS-STEP-RETURN-CODE
                   END-IF
               ELSE
                   OPEN INPUT AUDIT-LOG-FILE
                   IF NOT WS-AUDIT-FILE-OK
                       DISPLAY 'CANADA-DAY-AUDIT-REPLAY: UNABLE TO '
                           'OPEN CDAUDIT.LOG - FILE STATUS '
                           WS-AUDIT-FILE-STATUS
                       MOVE 12 TO WS-STEP-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'CANADA-DAY-AUDIT-REPLAY: UNABLE TO OPEN '
                       'CDREPLAY.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   PERFORM 3000-CLOSE-INPUT
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * PARSE THE RUN PARM - COMMA-SEPARATED KEYWORDS, IN ANY ORDER  *
      ******************************************************************
       1100-PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                          WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 40
               UNSTRING PARM-DATA (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-TOKEN (1)
                        WS-PARM-TOKEN (2)
                        WS-PARM-TOKEN (3)
                        WS-PARM-TOKEN (4)
               END-UNSTRING
               PERFORM 1110-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 4
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD                                        *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = 'LOG'
                   MOVE 'L' TO WS-REPLAY-SOURCE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = 'EXTRACT'
                   MOVE 'X' TO WS-REPLAY-SOURCE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:2) = 'F='
                   IF WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (3:8)
                           IS NUMERIC
                       MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (3:8)
                           TO WS-FROM-DATE
                   ELSE
                       DISPLAY 'CANADA-DAY-AUDIT-REPLAY: F= MUST BE '
                           'YYYYMMDD'
                       MOVE 8 TO WS-STEP-RETURN-CODE
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:2) = 'T='
                   IF WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (3:8)
                           IS NUMERIC
                       MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (3:8)
                           TO WS-TO-DATE
                   ELSE
                       DISPLAY 'CANADA-DAY-AUDIT-REPLAY: T= MUST BE '
                           'YYYYMMDD'
                       MOVE 8 TO WS-STEP-RETURN-CODE
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CANADA-DAY-AUDIT-REPLAY: UNRECOGNIZED '
                       'PARM KEYWORD ' WS-PARM-TOKEN
                       (WS-PARM-TOKEN-INDEX)
                   MOVE 8 TO WS-STEP-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * READ THE TRAIL AND REPLAY EVERY DETERMINATION ON IT           *
      ******************************************************************
       2000-REPLAY-TRAIL.
           PERFORM 2100-READ-AUDIT-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               PERFORM 2200-REPLAY-ONE-RECORD
               PERFORM 2100-READ-AUDIT-RECORD
           END-PERFORM
           PERFORM 3000-CLOSE-INPUT.

      ******************************************************************
      * READ THE NEXT AUDIT RECORD FROM WHICHEVER INPUT WAS CHOSEN.   *
      * AN ARCHIVE CTL CONTROL RECORD IS NOT A DETERMINATION.         *
      ******************************************************************
       2100-READ-AUDIT-RECORD.
           IF WS-REPLAY-EXTRACT
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE EXTRACT-RECORD TO AUDIT-LOG-RECORD
               END-READ
           ELSE
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD
               END-READ
           END-IF.

      ******************************************************************
      * RE-ASK ONE LOGGED DETERMINATION AND KEEP IT WHEN TODAY'S      *
      * ANSWER DIFFERS FROM THE ONE GIVEN                             *
      ******************************************************************
       2200-REPLAY-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE TRUE
               WHEN AUD-TIMESTAMP (1:3) = 'CTL'
                   CONTINUE
      *        A dead-lettered queue request was never answered
               WHEN AUD-CALLING-PROGRAM = 'CDMQDLQ'
                   CONTINUE
               WHEN AUD-TIMESTAMP (1:8) IS NOT NUMERIC
                       OR AUD-INPUT-DATE IS NOT NUMERIC
                       OR AUD-OBSERVED-DATE IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-UNREADABLE
               WHEN OTHER
                   MOVE AUD-TIMESTAMP (1:8) TO WS-RECORD-DATE
                   IF WS-RECORD-DATE < WS-FROM-DATE
                           OR WS-RECORD-DATE > WS-TO-DATE
                       ADD 1 TO WS-RECORDS-OUT-OF-RANGE
                   ELSE
                       PERFORM 2300-ASK-TODAYS-RULES
                       PERFORM 2400-TALLY-CALLER
                       PERFORM 2500-COMPARE-ANSWERS
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * THE SAME QUESTION, PUT TO CANADA-DAY-CHECK AS IT STANDS NOW   *
      ******************************************************************
       2300-ASK-TODAYS-RULES.
           ADD 1 TO WS-RECORDS-REPLAYED
           MOVE AUD-INPUT-DATE TO WS-CDC-INPUT-DATE
           MOVE AUD-OBSERVANCE-FLAG TO WS-CDC-OBSERVANCE-FLAG
           CALL 'CANADA-DAY-CHECK' USING
               WS-CDC-INPUT-DATE
               WS-CDC-OBSERVANCE-FLAG
               WS-CDC-CANADA-DAY-FLAG
               WS-CDC-OBSERVED-DATE
               WS-CDC-RETURN-CODE
               WS-CDC-ERROR-MESSAGE
               WS-CDC-CALLING-PROGRAM
               WS-CDC-AUDIT-BYPASS.

      ******************************************************************
      * FIND (OR ADD) THE CALLER'S ENTRY AND COUNT THE RECORD         *
      ******************************************************************
       2400-TALLY-CALLER.
           MOVE 0 TO WS-CALLER-HIT
           PERFORM VARYING WS-CALLER-INDEX FROM 1 BY 1
                   UNTIL WS-CALLER-INDEX > WS-CALLERS-USED
                      OR WS-CALLER-HIT > 0
               IF WS-CLR-PROGRAM (WS-CALLER-INDEX)
                       = AUD-CALLING-PROGRAM
                   MOVE WS-CALLER-INDEX TO WS-CALLER-HIT
               END-IF
           END-PERFORM
           IF WS-CALLER-HIT = 0
               IF WS-CALLERS-USED < 200
                   ADD 1 TO WS-CALLERS-USED
                   MOVE WS-CALLERS-USED TO WS-CALLER-HIT
                   MOVE AUD-CALLING-PROGRAM
                       TO WS-CLR-PROGRAM (WS-CALLER-HIT)
                   MOVE 0 TO WS-CLR-RECORD-COUNT (WS-CALLER-HIT)
                   MOVE 0 TO WS-CLR-CHANGED-COUNT (WS-CALLER-HIT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-CALLER-HIT > 0
               ADD 1 TO WS-CLR-RECORD-COUNT (WS-CALLER-HIT)
           END-IF.

      ******************************************************************
      * A CHANGED FLAG OR OBSERVED DATE IS A WRONG ANSWER ALREADY     *
      * GIVEN - COUNT IT AND KEEP IT FOR THE CALLER'S SECTION         *
      ******************************************************************
       2500-COMPARE-ANSWERS.
           MOVE SPACES TO WS-CHANGE-KIND
           EVALUATE TRUE
               WHEN WS-CDC-CANADA-DAY-FLAG NOT = AUD-CANADA-DAY-FLAG
                       AND WS-CDC-OBSERVED-DATE
                           NOT = AUD-OBSERVED-DATE
                   MOVE 'FLAG+OBSERVED' TO WS-CHANGE-KIND
               WHEN WS-CDC-CANADA-DAY-FLAG NOT = AUD-CANADA-DAY-FLAG
                   MOVE 'FLAG' TO WS-CHANGE-KIND
               WHEN WS-CDC-OBSERVED-DATE NOT = AUD-OBSERVED-DATE
                   MOVE 'OBSERVED DATE' TO WS-CHANGE-KIND
           END-EVALUATE
           IF WS-CHANGE-KIND NOT = SPACES
               ADD 1 TO WS-RECORDS-CHANGED
               IF WS-CALLER-HIT > 0
                   ADD 1 TO WS-CLR-CHANGED-COUNT (WS-CALLER-HIT)
               END-IF
               IF WS-CHANGES-USED < 2000 AND WS-CALLER-HIT > 0
                   ADD 1 TO WS-CHANGES-USED
                   MOVE WS-CALLER-HIT
                       TO WS-CHG-CALLER-INDEX (WS-CHANGES-USED)
                   MOVE AUD-TIMESTAMP (1:14)
                       TO WS-CHG-LOGGED-AT (WS-CHANGES-USED)
                   MOVE AUD-INPUT-DATE
                       TO WS-CHG-INPUT-DATE (WS-CHANGES-USED)
                   MOVE AUD-OBSERVANCE-FLAG
                       TO WS-CHG-OBSERVANCE-FLAG (WS-CHANGES-USED)
                   MOVE AUD-CANADA-DAY-FLAG
                       TO WS-CHG-OLD-FLAG (WS-CHANGES-USED)
                   MOVE AUD-OBSERVED-DATE
                       TO WS-CHG-OLD-OBSERVED (WS-CHANGES-USED)
                   MOVE WS-CDC-CANADA-DAY-FLAG
                       TO WS-CHG-NEW-FLAG (WS-CHANGES-USED)
                   MOVE WS-CDC-OBSERVED-DATE
                       TO WS-CHG-NEW-OBSERVED (WS-CHANGES-USED)
                   MOVE WS-CHANGE-KIND
                       TO WS-CHG-KIND (WS-CHANGES-USED)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

      ******************************************************************
      * CLOSE WHICHEVER INPUT WAS OPENED                              *
      ******************************************************************
       3000-CLOSE-INPUT.
           IF WS-REPLAY-EXTRACT
               CLOSE EXTRACT-FILE
           ELSE
               CLOSE AUDIT-LOG-FILE
           END-IF.

      ******************************************************************
      * WRITE ONE SECTION PER CALLER WITH CHANGED ANSWERS, THEN THE   *
      * UNAFFECTED CALLERS AND THE TOTALS                             *
      ******************************************************************
       4000-WRITE-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'SOURCE ' WS-SOURCE-NAME
                  '  LOGGED FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM 4100-WRITE-CALLER-SECTION
               VARYING WS-CALLER-INDEX FROM 1 BY 1
               UNTIL WS-CALLER-INDEX > WS-CALLERS-USED
           IF WS-RECORDS-CHANGED = 0
               MOVE '  NO DETERMINATION HAS CHANGED' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF
           MOVE 'CALLERS WITH NO CHANGED ANSWER' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           PERFORM 4300-WRITE-UNAFFECTED-CALLER
               VARYING WS-CALLER-INDEX FROM 1 BY 1
               UNTIL WS-CALLER-INDEX > WS-CALLERS-USED
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM 4400-WRITE-TOTALS
           CLOSE REPORT-FILE.

      ******************************************************************
      * ONE CALLER'S CHANGED DETERMINATIONS                           *
      ******************************************************************
       4100-WRITE-CALLER-SECTION.
           IF WS-CLR-CHANGED-COUNT (WS-CALLER-INDEX) > 0
               MOVE SPACES TO WS-WORK-LINE
               IF WS-CLR-PROGRAM (WS-CALLER-INDEX) = SPACES
                   STRING 'CALLING PROGRAM: (NOT IDENTIFIED)'
                          '  RECORDS ' WS-CLR-RECORD-COUNT
                          (WS-CALLER-INDEX)
                          '  CHANGED ' WS-CLR-CHANGED-COUNT
                          (WS-CALLER-INDEX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
               ELSE
                   STRING 'CALLING PROGRAM: '
                          WS-CLR-PROGRAM (WS-CALLER-INDEX)
                          '  RECORDS ' WS-CLR-RECORD-COUNT
                          (WS-CALLER-INDEX)
                          '  CHANGED ' WS-CLR-CHANGED-COUNT
                          (WS-CALLER-INDEX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM 4200-WRITE-CHANGE-LINE
                   VARYING WS-CHANGE-INDEX FROM 1 BY 1
                   UNTIL WS-CHANGE-INDEX > WS-CHANGES-USED
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF.

      ******************************************************************
      * ONE CHANGED DETERMINATION, IF IT BELONGS TO THIS CALLER       *
      ******************************************************************
       4200-WRITE-CHANGE-LINE.
           IF WS-CHG-CALLER-INDEX (WS-CHANGE-INDEX) = WS-CALLER-INDEX
               MOVE WS-CHG-LOGGED-AT (WS-CHANGE-INDEX)
                   TO WS-DTL-LOGGED-AT
               MOVE WS-CHG-INPUT-DATE (WS-CHANGE-INDEX)
                   TO WS-DTL-INPUT-DATE
               MOVE WS-CHG-OBSERVANCE-FLAG (WS-CHANGE-INDEX)
                   TO WS-DTL-OBSERVANCE-FLAG
               MOVE WS-CHG-OLD-FLAG (WS-CHANGE-INDEX)
                   TO WS-DTL-OLD-FLAG
               MOVE WS-CHG-OLD-OBSERVED (WS-CHANGE-INDEX)
                   TO WS-DTL-OLD-OBSERVED
               MOVE WS-CHG-NEW-FLAG (WS-CHANGE-INDEX)
                   TO WS-DTL-NEW-FLAG
               MOVE WS-CHG-NEW-OBSERVED (WS-CHANGE-INDEX)
                   TO WS-DTL-NEW-OBSERVED
               MOVE WS-CHG-KIND (WS-CHANGE-INDEX) TO WS-DTL-KIND
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      ******************************************************************
      * A CALLER WHOSE ANSWERS ALL STILL STAND                        *
      ******************************************************************
       4300-WRITE-UNAFFECTED-CALLER.
           IF WS-CLR-CHANGED-COUNT (WS-CALLER-INDEX) = 0
               MOVE SPACES TO WS-WORK-LINE
               IF WS-CLR-PROGRAM (WS-CALLER-INDEX) = SPACES
                   STRING '  (NOT IDENTIFIED)    RECORDS '
                          WS-CLR-RECORD-COUNT (WS-CALLER-INDEX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
               ELSE
                   STRING '  ' WS-CLR-PROGRAM (WS-CALLER-INDEX)
                          '            RECORDS '
                          WS-CLR-RECORD-COUNT (WS-CALLER-INDEX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF.

      ******************************************************************
      * TOTALS AND THE STEP RETURN CODE                               *
      ******************************************************************
       4400-WRITE-TOTALS.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'RECORDS READ: ' WS-RECORDS-READ
                  '  REPLAYED: ' WS-RECORDS-REPLAYED
                  '  CHANGED: ' WS-RECORDS-CHANGED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'OUTSIDE DATE RANGE: ' WS-RECORDS-OUT-OF-RANGE
                  '  UNREADABLE: ' WS-RECORDS-UNREADABLE
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-TABLE-OVERFLOWED
               MOVE '*** TABLE FULL - NOT EVERY CHANGE IS LISTED'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           IF WS-RECORDS-CHANGED > 0 OR WS-TABLE-OVERFLOWED
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF
           DISPLAY 'CANADA-DAY-AUDIT-REPLAY: ' WS-RECORDS-REPLAYED
               ' REPLAYED, ' WS-RECORDS-CHANGED
               ' CHANGED ANSWERS FOUND IN ' WS-SOURCE-NAME.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
