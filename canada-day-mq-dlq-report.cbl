      ******************************************************************
      * PROGRAM: CANADA-DAY-MQ-DLQ-REPORT                              *
      * PURPOSE: End-of-day list of queue requests the calendar       *
      *          service dead-lettered, by sending application        *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * CANADA-DAY-MQ-SERVER appends every request it refuses to      *
      * answer to CDMQDLQ.LOG (canada-day-mq-dead-letter.cpy) - a     *
      * message that did not fit the request layout, carried a non-   *
      * numeric date, or was backed out too many times. This job      *
      * lists one day's dead letters grouped by the sending           *
      * application named in the message descriptor, with the reason, *
      * the user id and the first bytes of what was sent, so each     *
      * owning team can be handed its own section to fix. Totals by   *
      * reason close the report.                                      *
      *                                                               *
      * RUN PARM: yyyymmdd - the day to report (optional; default is  *
      *           today)                                              *
      *                                                               *
      * RETURN CODES: 0 nothing was dead-lettered; 4 dead letters     *
      * listed (or CDMQDLQ.LOG not found, or the listing table       *
      * filled - every dead letter is still counted); 8 PARM error;  *
      * 12 report could not be opened.                                *
      *                                                               *
      * INPUT:  CDMQDLQ.LOG - dead-letter log                         *
      * OUTPUT: CDMQDLQ.RPT - dead letters by sending application     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANADA-DAY-MQ-DLQ-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAD-LETTER-LOG-FILE ASSIGN TO 'CDMQDLQ.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-LETTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDMQDLQ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAD-LETTER-LOG-FILE.
       01  DEAD-LETTER-LOG-LINE            PIC X(225).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEAD-LETTER-FILE-STATUS  PIC X(2).
               88  WS-DEAD-LETTER-FILE-OK  VALUE '00'.
               88  WS-DEAD-LETTER-NOT-FOUND VALUE '35'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * The dead letter being read
       COPY 'canada-day-mq-dead-letter.cpy'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-REPORT-DATE              PIC 9(8).
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-LOG-AVAILABLE            PIC X(1) VALUE 'N'.
               88  WS-LOG-IS-OPEN          VALUE 'Y'.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-RECORDS-SELECTED         PIC 9(7) VALUE 0.
           05  WS-RECORDS-OTHER-DATES      PIC 9(7) VALUE 0.
           05  WS-TABLE-OVERFLOW           PIC X(1) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED     VALUE 'Y'.

      * Dead letters by reason, indexed by MQD-REASON-CODE; reason
      * codes outside the table count under the last entry
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY             OCCURS 6 TIMES.
               10  WS-RSN-COUNT            PIC 9(7).
       01  WS-REASON-NAMES.
           05  FILLER                      PIC X(40) VALUE
               'MESSAGE SHORTER THAN THE REQUEST LAYOUT'.
           05  FILLER                      PIC X(40) VALUE
               'MESSAGE LONGER THAN THE REQUEST LAYOUT'.
           05  FILLER                      PIC X(40) VALUE
               'MQR-INPUT-DATE IS NOT NUMERIC'.
           05  FILLER                      PIC X(40) VALUE
               'BACKOUT THRESHOLD REACHED'.
           05  FILLER                      PIC X(40) VALUE
               'RANGE DATES NOT NUMERIC'.
           05  FILLER                      PIC X(40) VALUE
               'OTHER REASON'.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05  WS-RSN-NAME                 PIC X(40)
               OCCURS 6 TIMES.
       01  WS-REASON-INDEX                 PIC 9(1).

      * One entry per sending application seen for the day
       01  WS-APPL-TABLE-FIELDS.
           05  WS-APPLS-USED               PIC 9(3) VALUE 0.
           05  WS-APPL-INDEX               PIC 9(3).
           05  WS-APPL-HIT                 PIC 9(3).
       01  WS-APPL-TABLE.
           05  WS-APPL-ENTRY               OCCURS 100 TIMES.
               10  WS-APL-NAME             PIC X(28).
               10  WS-APL-COUNT            PIC 9(7).

      * One entry per dead letter for the day, in log order
       01  WS-LETTER-TABLE-FIELDS.
           05  WS-LETTERS-USED             PIC 9(4) VALUE 0.
           05  WS-LETTER-INDEX             PIC 9(4).
       01  WS-LETTER-TABLE.
           05  WS-LETTER-ENTRY             OCCURS 2000 TIMES.
               10  WS-LTR-APPL-INDEX       PIC 9(3).
               10  WS-LTR-TIME             PIC X(6).
               10  WS-LTR-REASON-CODE      PIC 9(2).
               10  WS-LTR-REASON-TEXT      PIC X(40).
               10  WS-LTR-USER-IDENTIFIER  PIC X(12).
               10  WS-LTR-BACKOUT-COUNT    PIC 9(4).
               10  WS-LTR-MESSAGE-LENGTH   PIC 9(6).
               10  WS-LTR-MESSAGE-DATA     PIC X(30).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'MQ CALENDAR SERVICE - DEAD-LETTERED REQUESTS'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   '  TIME      RSN  REASON                 '.
               10  FILLER                  PIC X(40) VALUE
                   '                BACKOUTS'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-TIME             PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-REASON-CODE      PIC 9(2).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-REASON-TEXT      PIC X(40).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-BACKOUT-COUNT    PIC Z(3)9.
           05  WS-MESSAGE-LINE.
               10  FILLER                  PIC X(12) VALUE SPACES.
               10  FILLER                  PIC X(5)  VALUE 'USER '.
               10  WS-MSG-USER-IDENTIFIER  PIC X(12).
               10  FILLER                  PIC X(5)  VALUE ' LEN '.
               10  WS-MSG-MESSAGE-LENGTH   PIC Z(5)9.
               10  FILLER                  PIC X(7)  VALUE ' DATA ['.
               10  WS-MSG-MESSAGE-DATA     PIC X(30).
               10  FILLER                  PIC X(1)  VALUE ']'.
           05  WS-REASON-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-RL-NAME              PIC X(40).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-RL-COUNT             PIC Z(6)9.

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
               PERFORM 2000-COLLECT-DEAD-LETTERS
               PERFORM 4000-WRITE-REPORT
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - TAKE THE REPORT DATE, OPEN THE LOG AND REPORT.   *
      * A MISSING LOG MEANS THE SERVER HAS NEVER RUN HERE - REPORTED, *
      * NOT FATAL.                                                    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           INITIALIZE WS-REASON-TABLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE
           IF PARM-LENGTH > 0
               IF PARM-LENGTH = 8 AND PARM-DATA (1:8) IS NUMERIC
                   MOVE PARM-DATA (1:8) TO WS-REPORT-DATE
               ELSE
                   DISPLAY 'CANADA-DAY-MQ-DLQ-REPORT: PARM MUST BE '
                       'YYYYMMDD'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               OPEN INPUT DEAD-LETTER-LOG-FILE
               IF WS-DEAD-LETTER-FILE-OK
                   MOVE 'Y' TO WS-LOG-AVAILABLE
               ELSE
                   DISPLAY 'CANADA-DAY-MQ-DLQ-REPORT: CDMQDLQ.LOG '
                       'NOT AVAILABLE - FILE STATUS '
                       WS-DEAD-LETTER-FILE-STATUS
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'CANADA-DAY-MQ-DLQ-REPORT: UNABLE TO OPEN '
                       'CDMQDLQ.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   IF WS-LOG-IS-OPEN
                       CLOSE DEAD-LETTER-LOG-FILE
                   END-IF
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * READ THE LOG AND KEEP THE REPORT DATE'S DEAD LETTERS          *
      ******************************************************************
       2000-COLLECT-DEAD-LETTERS.
           IF WS-LOG-IS-OPEN
               PERFORM 2100-READ-DEAD-LETTER
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   PERFORM 2200-KEEP-DEAD-LETTER
                   PERFORM 2100-READ-DEAD-LETTER
               END-PERFORM
               CLOSE DEAD-LETTER-LOG-FILE
           END-IF.

      ******************************************************************
      * READ THE NEXT DEAD-LETTER LOG RECORD                          *
      ******************************************************************
       2100-READ-DEAD-LETTER.
           READ DEAD-LETTER-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE DEAD-LETTER-LOG-LINE TO MQ-DEAD-LETTER-RECORD
           END-READ.

      ******************************************************************
      * COUNT ONE DEAD LETTER BY REASON AND APPLICATION, AND KEEP IT  *
      * FOR ITS APPLICATION'S SECTION                                 *
      ******************************************************************
       2200-KEEP-DEAD-LETTER.
           IF MQD-TIMESTAMP (1:8) NOT = WS-REPORT-DATE
               ADD 1 TO WS-RECORDS-OTHER-DATES
           ELSE
               ADD 1 TO WS-RECORDS-SELECTED
               IF MQD-REASON-CODE IS NUMERIC
                       AND MQD-REASON-CODE >= 1
                       AND MQD-REASON-CODE <= 5
                   MOVE MQD-REASON-CODE TO WS-REASON-INDEX
               ELSE
                   MOVE 6 TO WS-REASON-INDEX
               END-IF
               ADD 1 TO WS-RSN-COUNT (WS-REASON-INDEX)
               PERFORM 2300-TALLY-APPLICATION
               IF WS-LETTERS-USED < 2000 AND WS-APPL-HIT > 0
                   ADD 1 TO WS-LETTERS-USED
                   MOVE WS-APPL-HIT
                       TO WS-LTR-APPL-INDEX (WS-LETTERS-USED)
                   MOVE MQD-TIMESTAMP (9:6)
                       TO WS-LTR-TIME (WS-LETTERS-USED)
                   MOVE MQD-REASON-CODE
                       TO WS-LTR-REASON-CODE (WS-LETTERS-USED)
                   MOVE MQD-REASON-TEXT
                       TO WS-LTR-REASON-TEXT (WS-LETTERS-USED)
                   MOVE MQD-USER-IDENTIFIER
                       TO WS-LTR-USER-IDENTIFIER (WS-LETTERS-USED)
                   MOVE MQD-BACKOUT-COUNT
                       TO WS-LTR-BACKOUT-COUNT (WS-LETTERS-USED)
                   MOVE MQD-MESSAGE-LENGTH
                       TO WS-LTR-MESSAGE-LENGTH (WS-LETTERS-USED)
                   MOVE MQD-MESSAGE-DATA (1:30)
                       TO WS-LTR-MESSAGE-DATA (WS-LETTERS-USED)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

      ******************************************************************
      * FIND (OR ADD) THE SENDING APPLICATION'S ENTRY AND COUNT IT    *
      ******************************************************************
       2300-TALLY-APPLICATION.
           MOVE 0 TO WS-APPL-HIT
           PERFORM VARYING WS-APPL-INDEX FROM 1 BY 1
                   UNTIL WS-APPL-INDEX > WS-APPLS-USED
                      OR WS-APPL-HIT > 0
               IF WS-APL-NAME (WS-APPL-INDEX) = MQD-PUT-APPL-NAME
                   MOVE WS-APPL-INDEX TO WS-APPL-HIT
               END-IF
           END-PERFORM
           IF WS-APPL-HIT = 0
               IF WS-APPLS-USED < 100
                   ADD 1 TO WS-APPLS-USED
                   MOVE WS-APPLS-USED TO WS-APPL-HIT
                   MOVE MQD-PUT-APPL-NAME
                       TO WS-APL-NAME (WS-APPL-HIT)
                   MOVE 0 TO WS-APL-COUNT (WS-APPL-HIT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-APPL-HIT > 0
               ADD 1 TO WS-APL-COUNT (WS-APPL-HIT)
           END-IF.

      ******************************************************************
      * ONE SECTION PER SENDING APPLICATION, THEN THE REASON TOTALS   *
      ******************************************************************
       4000-WRITE-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-WORK-LINE
           IF WS-LOG-IS-OPEN
               STRING 'REPORT DATE ' WS-REPORT-DATE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'REPORT DATE ' WS-REPORT-DATE
                      '  *** CDMQDLQ.LOG NOT AVAILABLE'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM 4100-WRITE-APPLICATION-SECTION
               VARYING WS-APPL-INDEX FROM 1 BY 1
               UNTIL WS-APPL-INDEX > WS-APPLS-USED
           IF WS-RECORDS-SELECTED = 0
               MOVE '  NO REQUEST WAS DEAD-LETTERED' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF
           MOVE 'DEAD LETTERS BY REASON' TO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                   UNTIL WS-REASON-INDEX > 6
               MOVE WS-RSN-NAME (WS-REASON-INDEX) TO WS-RL-NAME
               MOVE WS-RSN-COUNT (WS-REASON-INDEX) TO WS-RL-COUNT
               WRITE REPORT-LINE FROM WS-REASON-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM 4300-WRITE-TOTALS
           CLOSE REPORT-FILE.

      ******************************************************************
      * ONE SENDING APPLICATION'S DEAD LETTERS                        *
      ******************************************************************
       4100-WRITE-APPLICATION-SECTION.
           MOVE SPACES TO WS-WORK-LINE
           IF WS-APL-NAME (WS-APPL-INDEX) = SPACES
               STRING 'SENDING APPLICATION: (NOT IDENTIFIED)'
                      '  MESSAGES ' WS-APL-COUNT (WS-APPL-INDEX)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'SENDING APPLICATION: '
                      WS-APL-NAME (WS-APPL-INDEX)
                      '  MESSAGES ' WS-APL-COUNT (WS-APPL-INDEX)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           PERFORM 4200-WRITE-DEAD-LETTER-LINES
               VARYING WS-LETTER-INDEX FROM 1 BY 1
               UNTIL WS-LETTER-INDEX > WS-LETTERS-USED
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE.

      ******************************************************************
      * ONE DEAD LETTER, IF IT BELONGS TO THIS APPLICATION - THE      *
      * REASON LINE, THEN WHO SENT IT AND WHAT THEY SENT              *
      ******************************************************************
       4200-WRITE-DEAD-LETTER-LINES.
           IF WS-LTR-APPL-INDEX (WS-LETTER-INDEX) = WS-APPL-INDEX
               MOVE SPACES TO WS-DTL-TIME
               STRING WS-LTR-TIME (WS-LETTER-INDEX) (1:2) ':'
                      WS-LTR-TIME (WS-LETTER-INDEX) (3:2) ':'
                      WS-LTR-TIME (WS-LETTER-INDEX) (5:2)
                      DELIMITED BY SIZE INTO WS-DTL-TIME
               MOVE WS-LTR-REASON-CODE (WS-LETTER-INDEX)
                   TO WS-DTL-REASON-CODE
               MOVE WS-LTR-REASON-TEXT (WS-LETTER-INDEX)
                   TO WS-DTL-REASON-TEXT
               MOVE WS-LTR-BACKOUT-COUNT (WS-LETTER-INDEX)
                   TO WS-DTL-BACKOUT-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE WS-LTR-USER-IDENTIFIER (WS-LETTER-INDEX)
                   TO WS-MSG-USER-IDENTIFIER
               MOVE WS-LTR-MESSAGE-LENGTH (WS-LETTER-INDEX)
                   TO WS-MSG-MESSAGE-LENGTH
               MOVE WS-LTR-MESSAGE-DATA (WS-LETTER-INDEX)
                   TO WS-MSG-MESSAGE-DATA
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.

      ******************************************************************
      * TOTALS AND THE STEP RETURN CODE                               *
      ******************************************************************
       4300-WRITE-TOTALS.
           MOVE SPACES TO WS-WORK-LINE
           STRING 'LOG RECORDS READ: ' WS-RECORDS-READ
                  '  DEAD-LETTERED ON ' WS-REPORT-DATE ': '
                  WS-RECORDS-SELECTED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'OTHER DATES: ' WS-RECORDS-OTHER-DATES
                  '  SENDING APPLICATIONS: ' WS-APPLS-USED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-TABLE-OVERFLOWED
               MOVE '*** TABLE FULL - NOT EVERY DEAD LETTER IS LISTED'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           IF WS-RECORDS-SELECTED > 0 OR WS-TABLE-OVERFLOWED
                   OR NOT WS-LOG-IS-OPEN
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF
           DISPLAY 'CANADA-DAY-MQ-DLQ-REPORT: ' WS-RECORDS-SELECTED
               ' DEAD LETTERS ON ' WS-REPORT-DATE ' FROM '
               WS-APPLS-USED ' SENDING APPLICATIONS'.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
