      ******************************************************************
      * PROGRAM: CLOSURE-AS-OF-INQUIRY                                 *
      * PURPOSE: Rebuild the ad hoc closure set as it stood at a past *
      *          date and time, and say whether a given date was      *
      *          closed on that basis                                 *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * When an examiner asks why a payment was held on a past day,   *
      * ADHOCHOL can only say what is closed today - a closure that   *
      * was later deleted or replaced has left no trace there. This   *
      * inquiry replays the closure history (ADHOCHST.DAT, appended   *
      * by AD-HOC-HOLIDAY-MAINT on every approved add or delete) up   *
      * to the as-of moment and prints the closure set as it stood    *
      * then, with the maker and checker behind each entry.           *
      * Approvals made online through AD-HOC-APPROVAL-SCREEN are      *
      * journaled to ADHOCHSC.DAT instead; the two are merged into    *
      * one effective-timestamp order before the replay.              *
      *                                                               *
      * Closures approved before the history file existed have no     *
      * add event. They are taken as in force from their              *
      * AHR-ADDED-DATE: a live ADHOCHOL record with no history at     *
      * all, or the before image of a closure whose first history     *
      * event is its delete. Such entries are marked PRE-HIST on the  *
      * report.                                                       *
      *                                                               *
      * When DATE= is given, the date is tested against the rebuilt   *
      * set with the same range and province-scope rules              *
      * AD-HOC-CLOSURE-CHECK applies (a blank scope is national; a    *
      * scoped closure only covers a listed PROV=), and the answer is *
      * printed and displayed on the console.                         *
      *                                                               *
      * RUN PARM (comma-separated keywords):                          *
      *   ASOF=yyyymmdd[hhmm] - as-of moment (required); with no time *
      *                         the whole of that day is included     *
      *   DATE=yyyymmdd       - date to test (optional)               *
      *   PROV=xx             - province for a scoped closure         *
      *                         (optional, spaces = national question)*
      *                                                               *
      * RETURN CODES: 0 answered; 4 answered from incomplete          *
      * evidence (history or live file unavailable, or a table        *
      * filled); 8 PARM error; 12 report could not be opened.         *
      *                                                               *
      * INPUT:  ADHOCHST.DAT - closure history (batch approvals)      *
      *         ADHOCHSC.DAT - closure history (online approvals)     *
      *         ADHOCHOL     - live ad hoc closure file (for closures *
      *                        that pre-date the history)             *
      * OUTPUT: CDASOF.RPT   - as-of closure set and determination    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSURE-AS-OF-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-HISTORY-FILE ASSIGN TO 'ADHOCHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ONLINE-HISTORY-FILE ASSIGN TO 'ADHOCHSC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLINE-HIST-FILE-STATUS.
           SELECT AD-HOC-HOLIDAY-FILE ASSIGN TO 'ADHOCHOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHR-CLOSURE-DATE
               FILE STATUS IS WS-ADHOC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDASOF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-HISTORY-FILE.
       01  CLOSURE-HISTORY-LINE            PIC X(261).

       FD  ONLINE-HISTORY-FILE.
       01  ONLINE-HISTORY-LINE             PIC X(261).

       FD  AD-HOC-HOLIDAY-FILE.
       COPY 'ad-hoc-holiday.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * Closure history record - both history files are read into it
       COPY 'ad-hoc-history.cpy'.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-HISTORY-FILE-STATUS      PIC X(2).
               88  WS-HISTORY-FILE-OK      VALUE '00'.
           05  WS-ONLINE-HIST-FILE-STATUS  PIC X(2).
               88  WS-ONLINE-HIST-FILE-OK  VALUE '00'.
           05  WS-ADHOC-FILE-STATUS        PIC X(2).
               88  WS-ADHOC-FILE-OK        VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(17)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-DATE                PIC X(8).
           05  WS-PARM-TIME                PIC X(4).
           05  WS-ASOF-STAMP.
               10  WS-ASOF-DATE            PIC 9(8) VALUE 0.
               10  WS-ASOF-TIME            PIC 9(6) VALUE 235959.
           05  WS-ASOF-TIME-GIVEN          PIC X(1) VALUE 'N'.
           05  WS-TEST-DATE                PIC 9(8) VALUE 0.
           05  WS-TEST-PROVINCE            PIC X(2) VALUE SPACES.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-HISTORY      VALUE 'Y'.
           05  WS-ADHOC-EOF                PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-CLOSURES     VALUE 'Y'.
           05  WS-HISTORY-AVAILABLE        PIC X(1) VALUE 'N'.
               88  WS-HISTORY-IS-AVAILABLE VALUE 'Y'.
           05  WS-ONLINE-HIST-EOF          PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-ONLINE-HIST  VALUE 'Y'.
           05  WS-ONLINE-HIST-AVAILABLE    PIC X(1) VALUE 'N'.
               88  WS-ONLINE-HIST-IS-AVAILABLE VALUE 'Y'.
           05  WS-ADHOC-AVAILABLE          PIC X(1) VALUE 'N'.
               88  WS-ADHOC-IS-AVAILABLE   VALUE 'Y'.
           05  WS-TABLE-OVERFLOW           PIC X(1) VALUE 'N'.
               88  WS-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-EVENTS-REPLAYED          PIC 9(5) VALUE 0.
           05  WS-EVENTS-LATER             PIC 9(5) VALUE 0.
           05  WS-PRE-HISTORY-COUNT        PIC 9(5) VALUE 0.
           05  WS-SET-ACTIVE-COUNT         PIC 9(5) VALUE 0.

      * Closure history events, kept in effective-timestamp order
       01  WS-EVENT-TABLE-FIELDS.
           05  WS-EVENTS-LOADED            PIC 9(4) VALUE 0.
           05  WS-INSERT-INDEX             PIC 9(4).
           05  WS-EVENT-INDEX              PIC 9(4).
           05  WS-PRIOR-INDEX              PIC 9(4).
           05  WS-INSERT-FOUND             PIC X(1).
               88  WS-INSERT-POINT-FOUND   VALUE 'Y'.
           05  WS-KEY-SEEN                 PIC X(1).
               88  WS-KEY-WAS-SEEN         VALUE 'Y'.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY              OCCURS 500 TIMES.
               10  WS-EVT-STAMP            PIC X(14).
               10  WS-EVT-ACTION-CODE      PIC X(1).
               10  WS-EVT-CLOSURE-DATE     PIC 9(8).
               10  WS-EVT-MAKER-ID         PIC X(8).
               10  WS-EVT-CHECKER-ID       PIC X(8).
               10  WS-EVT-BEFORE-RECORD    PIC X(102).
               10  WS-EVT-AFTER-RECORD     PIC X(102).

      * The closure set being rebuilt - one slot per closure key,
      * laid out like AD-HOC-HOLIDAY-RECORD so an image moves in
      * whole
       01  WS-SET-TABLE-FIELDS.
           05  WS-SET-USED                 PIC 9(3) VALUE 0.
           05  WS-SET-INDEX                PIC 9(3).
           05  WS-SET-FOUND                PIC X(1).
               88  WS-SET-KEY-FOUND        VALUE 'Y'.
           05  WS-SCOPE-INDEX              PIC 9(2).
           05  WS-SCOPE-APPLIES            PIC X(1).
               88  WS-SCOPE-DOES-APPLY     VALUE 'Y'.
           05  WS-RANGE-END-DATE           PIC 9(8).
           05  WS-FIND-KEY                 PIC 9(8).
           05  WS-WORK-IMAGE.
               10  WS-WRK-CLOSURE-DATE     PIC 9(8).
               10  WS-WRK-CLOSURE-END-DATE PIC 9(8).
               10  WS-WRK-SCOPE-PROVINCES  PIC X(20).
               10  WS-WRK-REASON-CODE      PIC X(10).
               10  WS-WRK-DESCRIPTION      PIC X(40).
               10  WS-WRK-ADDED-BY         PIC X(8).
               10  WS-WRK-ADDED-DATE       PIC 9(8).
           05  WS-WORK-STAMP               PIC X(14).
           05  WS-WORK-MAKER-ID            PIC X(8).
           05  WS-WORK-CHECKER-ID          PIC X(8).
           05  WS-WORK-SOURCE              PIC X(8).
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY                OCCURS 200 TIMES.
               10  WS-SET-ACTIVE           PIC X(1).
                   88  WS-SET-IS-ACTIVE    VALUE 'Y'.
               10  WS-SET-RECORD.
                   15  WS-SET-CLOSURE-DATE PIC 9(8).
                   15  WS-SET-CLOSURE-END-DATE PIC 9(8).
                   15  WS-SET-SCOPE-PROVINCES.
                       20  WS-SET-SCOPE-CODE PIC X(2) OCCURS 10 TIMES.
                   15  WS-SET-REASON-CODE  PIC X(10).
                   15  WS-SET-DESCRIPTION  PIC X(40).
                   15  WS-SET-ADDED-BY     PIC X(8).
                   15  WS-SET-ADDED-DATE   PIC 9(8).
               10  WS-SET-SINCE-STAMP      PIC X(14).
               10  WS-SET-MAKER-ID         PIC X(8).
               10  WS-SET-CHECKER-ID       PIC X(8).
               10  WS-SET-SOURCE           PIC X(8).

      * Determination for the tested date
       01  WS-DETERMINATION-FIELDS.
           05  WS-DATE-WAS-CLOSED          PIC X(1) VALUE 'N'.
               88  WS-TEST-DATE-CLOSED     VALUE 'Y'.
           05  WS-HIT-INDEX                PIC 9(3) VALUE 0.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'AD HOC CLOSURE FILE - AS-OF RECONSTRUCTION'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   '  FROM      TO        REASON      IN FOR'.
               10  FILLER                  PIC X(40) VALUE
                   'CE SINCE  MAKER     CHECKER   SOURCE'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-FROM-DATE        PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-TO-DATE          PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-REASON-CODE      PIC X(10).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-SINCE-STAMP      PIC X(14).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-MAKER-ID         PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-CHECKER-ID       PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-SOURCE           PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.

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
               PERFORM 2000-LOAD-HISTORY
               PERFORM 3000-BUILD-PRE-HISTORY-BASE
               PERFORM 4000-REPLAY-HISTORY
               IF WS-TEST-DATE > 0
                   PERFORM 5000-TEST-DATE-AGAINST-SET
               END-IF
               PERFORM 6000-WRITE-REPORT
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE AND EDIT THE PARM, OPEN THE REPORT         *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-ASOF-DATE = 0
               DISPLAY 'CLOSURE-AS-OF-INQUIRY: PARM MUST GIVE '
                   'ASOF=YYYYMMDD[HHMM]'
               MOVE 8 TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'CLOSURE-AS-OF-INQUIRY: UNABLE TO OPEN '
                       'CDASOF.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   MOVE 12 TO WS-STEP-RETURN-CODE
               END-IF
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
      * APPLY ONE PARM KEYWORD. AN AS-OF TIME OF HHMM INCLUDES EVERY  *
      * CHANGE MADE DURING THAT MINUTE.                                *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'ASOF='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PARM-DATE
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (14:4)
                       TO WS-PARM-TIME
                   IF WS-PARM-DATE IS NUMERIC
                       MOVE WS-PARM-DATE TO WS-ASOF-DATE
                       IF WS-PARM-TIME IS NUMERIC
                           MOVE WS-PARM-TIME TO WS-ASOF-TIME (1:4)
                           MOVE '59' TO WS-ASOF-TIME (5:2)
                           MOVE 'Y' TO WS-ASOF-TIME-GIVEN
                       END-IF
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'DATE='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PARM-DATE
                   IF WS-PARM-DATE IS NUMERIC
                       MOVE WS-PARM-DATE TO WS-TEST-DATE
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'PROV='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:2)
                       TO WS-TEST-PROVINCE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CLOSURE-AS-OF-INQUIRY: UNRECOGNIZED PARM '
                       'KEYWORD ' WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           END-EVALUATE.

      ******************************************************************
      * LOAD THE CLOSURE HISTORY IN APPROVAL ORDER. WITHOUT IT THE    *
      * ANSWER CAN ONLY COME FROM THE LIVE FILE AND IS FLAGGED RC 4.  *
      ******************************************************************
       2000-LOAD-HISTORY.
           OPEN INPUT CLOSURE-HISTORY-FILE
           IF WS-HISTORY-FILE-OK
               MOVE 'Y' TO WS-HISTORY-AVAILABLE
               PERFORM UNTIL WS-NO-MORE-HISTORY
                   READ CLOSURE-HISTORY-FILE
                       INTO AD-HOC-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 2100-KEEP-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE CLOSURE-HISTORY-FILE
           ELSE
               DISPLAY 'CLOSURE-AS-OF-INQUIRY: ADHOCHST.DAT NOT '
                   'AVAILABLE - FILE STATUS ' WS-HISTORY-FILE-STATUS
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF
           PERFORM 2200-LOAD-ONLINE-HISTORY.

      ******************************************************************
      * KEEP ONE HISTORY EVENT IN EFFECTIVE-TIMESTAMP ORDER - EACH    *
      * FILE IS ALREADY IN ORDER, SO ONLY AN ONLINE APPROVAL THAT     *
      * FELL BETWEEN TWO BATCH ONES MOVES ANY EVENTS UP               *
      ******************************************************************
       2100-KEEP-ONE-EVENT.
           IF WS-EVENTS-LOADED < 500
               ADD 1 TO WS-EVENTS-LOADED
               MOVE WS-EVENTS-LOADED TO WS-INSERT-INDEX
               MOVE 'N' TO WS-INSERT-FOUND
               PERFORM UNTIL WS-INSERT-INDEX = 1
                       OR WS-INSERT-POINT-FOUND
                   IF WS-EVT-STAMP (WS-INSERT-INDEX - 1)
                           NOT > AHH-EFFECTIVE-STAMP
                       MOVE 'Y' TO WS-INSERT-FOUND
                   ELSE
                       MOVE WS-EVENT-ENTRY (WS-INSERT-INDEX - 1)
                           TO WS-EVENT-ENTRY (WS-INSERT-INDEX)
                       SUBTRACT 1 FROM WS-INSERT-INDEX
                   END-IF
               END-PERFORM
               MOVE AHH-EFFECTIVE-STAMP
                   TO WS-EVT-STAMP (WS-INSERT-INDEX)
               MOVE AHH-ACTION-CODE
                   TO WS-EVT-ACTION-CODE (WS-INSERT-INDEX)
               MOVE AHH-CLOSURE-DATE
                   TO WS-EVT-CLOSURE-DATE (WS-INSERT-INDEX)
               MOVE AHH-MAKER-ID
                   TO WS-EVT-MAKER-ID (WS-INSERT-INDEX)
               MOVE AHH-CHECKER-ID
                   TO WS-EVT-CHECKER-ID (WS-INSERT-INDEX)
               MOVE AHH-BEFORE-RECORD
                   TO WS-EVT-BEFORE-RECORD (WS-INSERT-INDEX)
               MOVE AHH-AFTER-RECORD
                   TO WS-EVT-AFTER-RECORD (WS-INSERT-INDEX)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

      ******************************************************************
      * MERGE IN THE APPROVALS MADE ONLINE. WITHOUT THEM THE SET MAY  *
      * MISS A CLOSURE APPROVED AT THE SCREEN, SO THE ANSWER IS ALSO  *
      * FLAGGED RC 4.                                                 *
      ******************************************************************
       2200-LOAD-ONLINE-HISTORY.
           OPEN INPUT ONLINE-HISTORY-FILE
           IF WS-ONLINE-HIST-FILE-OK
               MOVE 'Y' TO WS-ONLINE-HIST-AVAILABLE
               PERFORM UNTIL WS-NO-MORE-ONLINE-HIST
                   READ ONLINE-HISTORY-FILE
                       INTO AD-HOC-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-ONLINE-HIST-EOF
                       NOT AT END
                           PERFORM 2100-KEEP-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE ONLINE-HISTORY-FILE
           ELSE
               DISPLAY 'CLOSURE-AS-OF-INQUIRY: ADHOCHSC.DAT NOT '
                   'AVAILABLE - FILE STATUS '
                   WS-ONLINE-HIST-FILE-STATUS
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * CLOSURES THAT PRE-DATE THE HISTORY: A LIVE RECORD WITH NO     *
      * HISTORY EVENT AT ALL, AND THE BEFORE IMAGE OF A CLOSURE WHOSE *
      * FIRST HISTORY EVENT IS ITS DELETE. EACH COUNTS FROM ITS ADDED *
      * DATE.                                                         *
      ******************************************************************
       3000-BUILD-PRE-HISTORY-BASE.
           OPEN INPUT AD-HOC-HOLIDAY-FILE
           IF WS-ADHOC-FILE-OK
               MOVE 'Y' TO WS-ADHOC-AVAILABLE
               MOVE 0 TO AHR-CLOSURE-DATE
               START AD-HOC-HOLIDAY-FILE KEY IS NOT LESS THAN
                       AHR-CLOSURE-DATE
                   INVALID KEY
                       MOVE 'Y' TO WS-ADHOC-EOF
               END-START
               PERFORM UNTIL WS-NO-MORE-CLOSURES
                   READ AD-HOC-HOLIDAY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ADHOC-EOF
                       NOT AT END
                           PERFORM 3100-BASE-FROM-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AD-HOC-HOLIDAY-FILE
           ELSE
               DISPLAY 'CLOSURE-AS-OF-INQUIRY: ADHOCHOL NOT '
                   'AVAILABLE - FILE STATUS ' WS-ADHOC-FILE-STATUS
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF
           PERFORM 3200-BASE-FROM-FIRST-DELETE
               VARYING WS-EVENT-INDEX FROM 1 BY 1
               UNTIL WS-EVENT-INDEX > WS-EVENTS-LOADED.

      ******************************************************************
      * A LIVE RECORD THE HISTORY NEVER MENTIONS                      *
      ******************************************************************
       3100-BASE-FROM-LIVE-RECORD.
           MOVE 'N' TO WS-KEY-SEEN
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
                   UNTIL WS-PRIOR-INDEX > WS-EVENTS-LOADED
                      OR WS-KEY-WAS-SEEN
               IF WS-EVT-CLOSURE-DATE (WS-PRIOR-INDEX)
                       = AHR-CLOSURE-DATE
                   MOVE 'Y' TO WS-KEY-SEEN
               END-IF
           END-PERFORM
           IF NOT WS-KEY-WAS-SEEN
                   AND AHR-ADDED-DATE <= WS-ASOF-DATE
               MOVE AD-HOC-HOLIDAY-RECORD TO WS-WORK-IMAGE
               MOVE SPACES TO WS-WORK-STAMP
               MOVE AHR-ADDED-DATE TO WS-WORK-STAMP (1:8)
               MOVE AHR-ADDED-BY TO WS-WORK-MAKER-ID
               MOVE SPACES TO WS-WORK-CHECKER-ID
               MOVE 'PRE-HIST' TO WS-WORK-SOURCE
               PERFORM 4200-PUT-IMAGE-IN-SET
               ADD 1 TO WS-PRE-HISTORY-COUNT
           END-IF.

      ******************************************************************
      * A HISTORY DELETE WITH NO EARLIER EVENT FOR THE SAME CLOSURE - *
      * ITS BEFORE IMAGE WAS IN FORCE FROM ITS ADDED DATE              *
      ******************************************************************
       3200-BASE-FROM-FIRST-DELETE.
           IF WS-EVT-ACTION-CODE (WS-EVENT-INDEX) = 'D'
               MOVE 'N' TO WS-KEY-SEEN
               PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
                       UNTIL WS-PRIOR-INDEX >= WS-EVENT-INDEX
                          OR WS-KEY-WAS-SEEN
                   IF WS-EVT-CLOSURE-DATE (WS-PRIOR-INDEX)
                           = WS-EVT-CLOSURE-DATE (WS-EVENT-INDEX)
                       MOVE 'Y' TO WS-KEY-SEEN
                   END-IF
               END-PERFORM
               MOVE WS-EVT-BEFORE-RECORD (WS-EVENT-INDEX)
                   TO WS-WORK-IMAGE
               IF NOT WS-KEY-WAS-SEEN
                       AND WS-WRK-ADDED-DATE <= WS-ASOF-DATE
                   MOVE SPACES TO WS-WORK-STAMP
                   MOVE WS-WRK-ADDED-DATE TO WS-WORK-STAMP (1:8)
                   MOVE WS-WRK-ADDED-BY TO WS-WORK-MAKER-ID
                   MOVE SPACES TO WS-WORK-CHECKER-ID
                   MOVE 'PRE-HIST' TO WS-WORK-SOURCE
                   PERFORM 4200-PUT-IMAGE-IN-SET
                   ADD 1 TO WS-PRE-HISTORY-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * REPLAY EVERY HISTORY EVENT THAT TOOK EFFECT BY THE AS-OF      *
      * MOMENT, IN APPROVAL ORDER                                     *
      ******************************************************************
       4000-REPLAY-HISTORY.
           PERFORM 4100-REPLAY-ONE-EVENT
               VARYING WS-EVENT-INDEX FROM 1 BY 1
               UNTIL WS-EVENT-INDEX > WS-EVENTS-LOADED.

      ******************************************************************
      * APPLY ONE EVENT - AN ADD PUTS ITS AFTER IMAGE IN THE SET, A   *
      * DELETE TAKES THE CLOSURE OUT                                  *
      ******************************************************************
       4100-REPLAY-ONE-EVENT.
           IF WS-EVT-STAMP (WS-EVENT-INDEX) > WS-ASOF-STAMP
               ADD 1 TO WS-EVENTS-LATER
           ELSE
               ADD 1 TO WS-EVENTS-REPLAYED
               EVALUATE WS-EVT-ACTION-CODE (WS-EVENT-INDEX)
                   WHEN 'A'
                       MOVE WS-EVT-AFTER-RECORD (WS-EVENT-INDEX)
                           TO WS-WORK-IMAGE
                       MOVE WS-EVT-STAMP (WS-EVENT-INDEX)
                           TO WS-WORK-STAMP
                       MOVE WS-EVT-MAKER-ID (WS-EVENT-INDEX)
                           TO WS-WORK-MAKER-ID
                       MOVE WS-EVT-CHECKER-ID (WS-EVENT-INDEX)
                           TO WS-WORK-CHECKER-ID
                       MOVE 'HISTORY' TO WS-WORK-SOURCE
                       PERFORM 4200-PUT-IMAGE-IN-SET
                   WHEN 'D'
                       MOVE WS-EVT-CLOSURE-DATE (WS-EVENT-INDEX)
                           TO WS-FIND-KEY
                       PERFORM 4300-FIND-SET-KEY
                       IF WS-SET-KEY-FOUND
                           MOVE 'N' TO WS-SET-ACTIVE (WS-SET-INDEX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * PUT THE WORK IMAGE IN THE SET, REPLACING ANY ENTRY ALREADY    *
      * HELD FOR THE SAME CLOSURE KEY                                 *
      ******************************************************************
       4200-PUT-IMAGE-IN-SET.
           MOVE WS-WRK-CLOSURE-DATE TO WS-FIND-KEY
           PERFORM 4300-FIND-SET-KEY
           IF NOT WS-SET-KEY-FOUND
               IF WS-SET-USED < 200
                   ADD 1 TO WS-SET-USED
                   MOVE WS-SET-USED TO WS-SET-INDEX
                   MOVE 'Y' TO WS-SET-FOUND
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-SET-KEY-FOUND
               MOVE 'Y' TO WS-SET-ACTIVE (WS-SET-INDEX)
               MOVE WS-WORK-IMAGE TO WS-SET-RECORD (WS-SET-INDEX)
               MOVE WS-WORK-STAMP TO WS-SET-SINCE-STAMP (WS-SET-INDEX)
               MOVE WS-WORK-MAKER-ID TO WS-SET-MAKER-ID (WS-SET-INDEX)
               MOVE WS-WORK-CHECKER-ID
                   TO WS-SET-CHECKER-ID (WS-SET-INDEX)
               MOVE WS-WORK-SOURCE TO WS-SET-SOURCE (WS-SET-INDEX)
           END-IF.

      ******************************************************************
      * FIND THE SET ENTRY HELD FOR THE CLOSURE KEY IN WS-FIND-KEY    *
      ******************************************************************
       4300-FIND-SET-KEY.
           MOVE 'N' TO WS-SET-FOUND
           PERFORM VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > WS-SET-USED
                      OR WS-SET-KEY-FOUND
               IF WS-SET-CLOSURE-DATE (WS-SET-INDEX) = WS-FIND-KEY
                   MOVE 'Y' TO WS-SET-FOUND
               END-IF
           END-PERFORM
           IF WS-SET-KEY-FOUND
               SUBTRACT 1 FROM WS-SET-INDEX
           END-IF.

      ******************************************************************
      * TEST THE DATE AGAINST THE REBUILT SET - THE SAME RANGE AND    *
      * SCOPE RULES AS AD-HOC-CLOSURE-CHECK                           *
      ******************************************************************
       5000-TEST-DATE-AGAINST-SET.
           MOVE 'N' TO WS-DATE-WAS-CLOSED
           PERFORM VARYING WS-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SET-INDEX > WS-SET-USED
                      OR WS-TEST-DATE-CLOSED
               IF WS-SET-IS-ACTIVE (WS-SET-INDEX)
                   PERFORM 5100-TEST-CLOSURE-SCOPE
                   MOVE WS-SET-CLOSURE-END-DATE (WS-SET-INDEX)
                       TO WS-RANGE-END-DATE
                   IF WS-RANGE-END-DATE = 0
                       MOVE WS-SET-CLOSURE-DATE (WS-SET-INDEX)
                           TO WS-RANGE-END-DATE
                   END-IF
                   IF WS-SCOPE-DOES-APPLY
                           AND WS-TEST-DATE >=
                               WS-SET-CLOSURE-DATE (WS-SET-INDEX)
                           AND WS-TEST-DATE <= WS-RANGE-END-DATE
                       MOVE 'Y' TO WS-DATE-WAS-CLOSED
                       MOVE WS-SET-INDEX TO WS-HIT-INDEX
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * DOES THIS CLOSURE'S SCOPE COVER THE PROVINCE ASKED ABOUT? A   *
      * BLANK SCOPE IS NATIONAL AND COVERS EVERYONE                   *
      ******************************************************************
       5100-TEST-CLOSURE-SCOPE.
           IF WS-SET-SCOPE-PROVINCES (WS-SET-INDEX) = SPACES
               MOVE 'Y' TO WS-SCOPE-APPLIES
           ELSE
               MOVE 'N' TO WS-SCOPE-APPLIES
               IF WS-TEST-PROVINCE NOT = SPACES
                   PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
                           UNTIL WS-SCOPE-INDEX > 10
                              OR WS-SCOPE-DOES-APPLY
                       IF WS-SET-SCOPE-CODE
                               (WS-SET-INDEX WS-SCOPE-INDEX)
                               = WS-TEST-PROVINCE
                           MOVE 'Y' TO WS-SCOPE-APPLIES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * PRINT THE AS-OF CLOSURE SET, THE EVIDENCE COUNTS AND THE      *
      * DETERMINATION FOR THE TESTED DATE                             *
      ******************************************************************
       6000-WRITE-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-WORK-LINE
           IF WS-ASOF-TIME-GIVEN = 'Y'
               STRING 'CLOSURE FILE AS IT STOOD AT ' WS-ASOF-DATE
                      ' ' WS-ASOF-TIME (1:4)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'CLOSURE FILE AS IT STOOD AT END OF '
                      WS-ASOF-DATE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           PERFORM 6100-WRITE-SET-ENTRY
               VARYING WS-SET-INDEX FROM 1 BY 1
               UNTIL WS-SET-INDEX > WS-SET-USED
           IF WS-SET-ACTIVE-COUNT = 0
               MOVE '  NO AD HOC CLOSURES IN FORCE' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'HISTORY EVENTS APPLIED: ' WS-EVENTS-REPLAYED
                  '  LATER, NOT APPLIED: ' WS-EVENTS-LATER
                  '  PRE-HISTORY: ' WS-PRE-HISTORY-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           PERFORM 6200-WRITE-EVIDENCE-WARNINGS
           IF WS-TEST-DATE > 0
               PERFORM 6300-WRITE-DETERMINATION
           END-IF
           CLOSE REPORT-FILE.

      ******************************************************************
      * ONE CLOSURE IN FORCE AT THE AS-OF MOMENT                      *
      ******************************************************************
       6100-WRITE-SET-ENTRY.
           IF WS-SET-IS-ACTIVE (WS-SET-INDEX)
               ADD 1 TO WS-SET-ACTIVE-COUNT
               MOVE WS-SET-CLOSURE-DATE (WS-SET-INDEX)
                   TO WS-DTL-FROM-DATE
               IF WS-SET-CLOSURE-END-DATE (WS-SET-INDEX) = 0
                   MOVE WS-SET-CLOSURE-DATE (WS-SET-INDEX)
                       TO WS-DTL-TO-DATE
               ELSE
                   MOVE WS-SET-CLOSURE-END-DATE (WS-SET-INDEX)
                       TO WS-DTL-TO-DATE
               END-IF
               MOVE WS-SET-REASON-CODE (WS-SET-INDEX)
                   TO WS-DTL-REASON-CODE
               MOVE WS-SET-SINCE-STAMP (WS-SET-INDEX)
                   TO WS-DTL-SINCE-STAMP
               MOVE WS-SET-MAKER-ID (WS-SET-INDEX) TO WS-DTL-MAKER-ID
               MOVE WS-SET-CHECKER-ID (WS-SET-INDEX)
                   TO WS-DTL-CHECKER-ID
               MOVE WS-SET-SOURCE (WS-SET-INDEX) TO WS-DTL-SOURCE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-WORK-LINE
               IF WS-SET-SCOPE-PROVINCES (WS-SET-INDEX) = SPACES
                   STRING '    NATIONAL  '
                          WS-SET-DESCRIPTION (WS-SET-INDEX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
               ELSE
                   STRING '    SCOPE '
                          WS-SET-SCOPE-PROVINCES (WS-SET-INDEX)
                          '  ' WS-SET-DESCRIPTION (WS-SET-INDEX)
                          DELIMITED BY SIZE INTO WS-WORK-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF.

      ******************************************************************
      * SAY PLAINLY WHEN THE ANSWER RESTS ON INCOMPLETE EVIDENCE      *
      ******************************************************************
       6200-WRITE-EVIDENCE-WARNINGS.
           IF NOT WS-HISTORY-IS-AVAILABLE
               MOVE '*** ADHOCHST.DAT NOT AVAILABLE - LIVE FILE ONLY'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           IF NOT WS-ONLINE-HIST-IS-AVAILABLE
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** ADHOCHSC.DAT NOT AVAILABLE - '
                      'ONLINE APPROVALS OMITTED'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           IF NOT WS-ADHOC-IS-AVAILABLE
               MOVE '*** ADHOCHOL NOT AVAILABLE - PRE-HISTORY OMITTED'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           IF WS-TABLE-OVERFLOWED
               MOVE '*** TABLE CAPACITY REACHED - SET MAY BE INCOMPLETE'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * THE ANSWER FOR THE TESTED DATE, ON THE REPORT AND CONSOLE     *
      ******************************************************************
       6300-WRITE-DETERMINATION.
           MOVE SPACES TO WS-WORK-LINE
           IF WS-TEST-DATE-CLOSED
               STRING 'DATE ' WS-TEST-DATE ' PROV ' WS-TEST-PROVINCE
                      ' WAS CLOSED - '
                      WS-SET-REASON-CODE (WS-HIT-INDEX)
                      ' FROM ' WS-SET-CLOSURE-DATE (WS-HIT-INDEX)
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               STRING 'DATE ' WS-TEST-DATE ' PROV ' WS-TEST-PROVINCE
                      ' WAS NOT AN AD HOC CLOSURE'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           DISPLAY 'CLOSURE-AS-OF-INQUIRY: AS OF ' WS-ASOF-STAMP
               ' ' WS-WORK-LINE.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
