      ******************************************************************
      * PROGRAM: BRANCH-OPS-FORECAST                                   *
      * PURPOSE: Fourteen-day open/closed and hours forecast for each *
      *          branch, for the regional managers                    *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * CANADA-DAY-OPS-FORECAST prints the coming fortnight for the  *
      * operations floor, at national level. A regional manager      *
      * needs it branch by branch: which branches are shut for a     *
      * provincial holiday or a flood, which close early, and which  *
      * open Saturday. This job reads the branch master in transit   *
      * order and prints, for each branch, one line for each of the  *
      * next fourteen days from BRANCH-STATUS-CHECK - OPEN or HALF   *
      * DAY with the hours the branch keeps, or CLOSED - with the    *
      * reason (branch-only closure, ad hoc closure, statutory or    *
      * provincial holiday, the branch's regular week, early close). *
      *                                                               *
      * RUN PARM (optional):                                          *
      *   REGION=xxxx - forecast only the branches of one region,     *
      *                 one report per regional manager (default all *
      *                 branches)                                     *
      *                                                               *
      * RETURN CODES: 0 forecast complete; 4 a day could not be      *
      * determined for some branch (listed as ERROR with the reason); *
      * 8 PARM error; 12 BRMAST or the report cannot be opened        *
      *                                                               *
      * INPUT:  BRMAST       - branch master                          *
      *         ADHOCHOL     - ad hoc closure exception file          *
      * OUTPUT: BRFCAST.RPT  - fourteen-day forecast per branch       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-OPS-FORECAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO 'BRMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRM-TRANSIT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'BRFCAST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE.
       COPY 'branch-master.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MASTER-FILE-STATUS       PIC X(2).
               88  WS-MASTER-FILE-OK       VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(12)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-REGION-FILTER            PIC X(4) VALUE SPACES.
           05  WS-PARM-IN-ERROR            PIC X(1) VALUE 'N'.
               88  WS-PARM-REJECTED        VALUE 'Y'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-BRANCHES     VALUE 'Y'.
           05  WS-MASTER-FILE-OPENED       PIC X(1) VALUE 'N'.
               88  WS-MASTER-IS-OPEN       VALUE 'Y'.
           05  WS-REPORT-FILE-OPENED       PIC X(1) VALUE 'N'.
               88  WS-REPORT-IS-OPEN       VALUE 'Y'.
           05  WS-TODAY-DATE               PIC 9(8).
           05  WS-FORECAST-DATE            PIC 9(8).
           05  WS-DAY-INDEX                PIC 9(2).
           05  WS-DAY-OF-WEEK              PIC 9(1).
           05  WS-BRANCHES-READ            PIC 9(5) VALUE 0.
           05  WS-BRANCHES-FORECAST        PIC 9(5) VALUE 0.
           05  WS-DAYS-IN-ERROR            PIC 9(5) VALUE 0.

      * Fields used to call BRANCH-STATUS-CHECK
       01  WS-BSC-CALL-FIELDS.
           05  WS-BSC-TRANSIT-NUMBER       PIC X(5).
           05  WS-BSC-BRANCH-NAME          PIC X(30).
           05  WS-BSC-PROVINCE-CODE        PIC X(2).
           05  WS-BSC-REGION-CODE          PIC X(4).
           05  WS-BSC-OPEN-FLAG            PIC X(1).
           05  WS-BSC-BRANCH-STATUS        PIC X(8).
           05  WS-BSC-OPENING-TIME         PIC 9(4).
           05  WS-BSC-CLOSING-TIME         PIC 9(4).
           05  WS-BSC-STATUS-DETAIL        PIC X(44).
           05  WS-BSC-RETURN-CODE          PIC 9(2).
           05  WS-BSC-ERROR-MESSAGE        PIC X(50).

      * Day names indexed by the MOD-7 weekday number (0 = Sunday)
       01  WS-DAY-NAME-TABLE.
           05  WS-DAY-NAME-VALUES.
               10  FILLER PIC X(9) VALUE 'SUNDAY'.
               10  FILLER PIC X(9) VALUE 'MONDAY'.
               10  FILLER PIC X(9) VALUE 'TUESDAY'.
               10  FILLER PIC X(9) VALUE 'WEDNESDAY'.
               10  FILLER PIC X(9) VALUE 'THURSDAY'.
               10  FILLER PIC X(9) VALUE 'FRIDAY'.
               10  FILLER PIC X(9) VALUE 'SATURDAY'.
           05  WS-DAY-NAME-ARRAY REDEFINES WS-DAY-NAME-VALUES.
               10  WS-DAY-NAME-ENTRY       PIC X(9) OCCURS 7 TIMES.

      * Constants
       01  WS-CONSTANTS.
           05  WS-FORECAST-DAYS            PIC 9(2) VALUE 14.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'FOURTEEN-DAY BRANCH HOURS FORECAST'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'DATE      DAY        STATUS    HOURS      DETAIL'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-DATE             PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-DAY-NAME         PIC X(9).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-STATUS           PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-HOURS            PIC X(9).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-DETAIL           PIC X(38).
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
               PERFORM 1300-OPEN-FILES
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2900-READ-BRANCH-MASTER
               PERFORM 2000-FORECAST-ONE-BRANCH
                   UNTIL WS-NO-MORE-BRANCHES
           END-IF
           PERFORM 3000-WRITE-SUMMARY
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE PARM                                   *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 1100-PARSE-RUN-PARM
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
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:7)
                       = 'REGION='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (8:4)
                       TO WS-REGION-FILTER
                   IF WS-REGION-FILTER = SPACES
                       PERFORM 1120-REJECT-PARM-TOKEN
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 1120-REJECT-PARM-TOKEN
           END-EVALUATE.

       1120-REJECT-PARM-TOKEN.
           DISPLAY 'BRANCH-OPS-FORECAST: INVALID PARM KEYWORD '
               WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           MOVE 'Y' TO WS-PARM-IN-ERROR.

      ******************************************************************
      * OPEN THE BRANCH MASTER AND THE REPORT, AND WRITE THE TITLE    *
      ******************************************************************
       1300-OPEN-FILES.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-MASTER-FILE-OK
               DISPLAY 'BRANCH-OPS-FORECAST: BRMAST CANNOT BE OPENED '
                   '- FILE STATUS ' WS-MASTER-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-MASTER-FILE-OPENED
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'BRANCH-OPS-FORECAST: UNABLE TO OPEN '
                       'BRFCAST.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   MOVE 12 TO WS-STEP-RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-REPORT-FILE-OPENED
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   MOVE SPACES TO WS-WORK-LINE
                   IF WS-REGION-FILTER = SPACES
                       STRING 'FROM ' WS-TODAY-DATE
                              '   ALL REGIONS'
                              DELIMITED BY SIZE INTO WS-WORK-LINE
                   ELSE
                       STRING 'FROM ' WS-TODAY-DATE
                              '   REGION ' WS-REGION-FILTER
                              DELIMITED BY SIZE INTO WS-WORK-LINE
                   END-IF
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               END-IF
           END-IF.

      ******************************************************************
      * ONE BRANCH - ITS HEADING AND ITS FOURTEEN DAYS, WHEN IT IS IN *
      * THE REGION ASKED FOR                                          *
      ******************************************************************
       2000-FORECAST-ONE-BRANCH.
           ADD 1 TO WS-BRANCHES-READ
           IF WS-REGION-FILTER = SPACES
                   OR BRM-REGION-CODE = WS-REGION-FILTER
               ADD 1 TO WS-BRANCHES-FORECAST
               MOVE BRM-TRANSIT-NUMBER TO WS-BSC-TRANSIT-NUMBER
               MOVE SPACES TO WS-WORK-LINE
               STRING 'BRANCH ' BRM-TRANSIT-NUMBER
                      '  ' BRM-BRANCH-NAME
                      '  ' BRM-PROVINCE-CODE
                      '  REGION ' BRM-REGION-CODE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM 2100-FORECAST-ONE-DAY
                   VARYING WS-DAY-INDEX FROM 0 BY 1
                   UNTIL WS-DAY-INDEX >= WS-FORECAST-DAYS
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF
           PERFORM 2900-READ-BRANCH-MASTER.

      ******************************************************************
      * ONE DAY FOR ONE BRANCH, FROM BRANCH-STATUS-CHECK              *
      ******************************************************************
       2100-FORECAST-ONE-DAY.
           COMPUTE WS-FORECAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-DAY-INDEX)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FORECAST-DATE), 7)
           CALL 'BRANCH-STATUS-CHECK' USING WS-BSC-TRANSIT-NUMBER
                                            WS-FORECAST-DATE
                                            WS-BSC-BRANCH-NAME
                                            WS-BSC-PROVINCE-CODE
                                            WS-BSC-REGION-CODE
                                            WS-BSC-OPEN-FLAG
                                            WS-BSC-BRANCH-STATUS
                                            WS-BSC-OPENING-TIME
                                            WS-BSC-CLOSING-TIME
                                            WS-BSC-STATUS-DETAIL
                                            WS-BSC-RETURN-CODE
                                            WS-BSC-ERROR-MESSAGE
           MOVE WS-FORECAST-DATE TO WS-DTL-DATE
           MOVE WS-DAY-NAME-ENTRY (WS-DAY-OF-WEEK + 1)
               TO WS-DTL-DAY-NAME
           MOVE SPACES TO WS-DTL-HOURS
           IF WS-BSC-RETURN-CODE NOT = 00
               ADD 1 TO WS-DAYS-IN-ERROR
               MOVE 'ERROR' TO WS-DTL-STATUS
               MOVE WS-BSC-ERROR-MESSAGE TO WS-DTL-DETAIL
               IF WS-STEP-RETURN-CODE < 4
                   MOVE 4 TO WS-STEP-RETURN-CODE
               END-IF
           ELSE
               MOVE WS-BSC-BRANCH-STATUS TO WS-DTL-STATUS
               MOVE WS-BSC-STATUS-DETAIL TO WS-DTL-DETAIL
               IF WS-BSC-OPEN-FLAG = 'Y'
                   STRING WS-BSC-OPENING-TIME '-' WS-BSC-CLOSING-TIME
                       DELIMITED BY SIZE INTO WS-DTL-HOURS
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * READ THE NEXT BRANCH, IN TRANSIT ORDER                        *
      ******************************************************************
       2900-READ-BRANCH-MASTER.
           READ BRANCH-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * RUN SUMMARY AND CLOSE                                         *
      ******************************************************************
       3000-WRITE-SUMMARY.
           IF WS-REPORT-IS-OPEN
               MOVE WS-BRANCHES-READ TO WS-EDITED-COUNT
               MOVE SPACES TO WS-WORK-LINE
               STRING 'BRANCHES READ:        ' WS-EDITED-COUNT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE WS-BRANCHES-FORECAST TO WS-EDITED-COUNT
               MOVE SPACES TO WS-WORK-LINE
               STRING 'BRANCHES FORECAST:    ' WS-EDITED-COUNT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE WS-DAYS-IN-ERROR TO WS-EDITED-COUNT
               MOVE SPACES TO WS-WORK-LINE
               STRING 'DAYS NOT DETERMINED:  ' WS-EDITED-COUNT
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               CLOSE REPORT-FILE
           END-IF
           IF WS-MASTER-IS-OPEN
               CLOSE BRANCH-MASTER-FILE
           END-IF
           DISPLAY 'BRANCH-OPS-FORECAST COMPLETE FOR ' WS-TODAY-DATE
               ' - STEP RETURN CODE ' WS-STEP-RETURN-CODE.

      ******************************************************************
      * PROGRAM EXIT                                                 *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
