      ******************************************************************
      * PROGRAM: BUSINESS-DAY-AGING-REPORT                             *
      * PURPOSE: Age the open items on TRANIN.DAT in business days    *
      *          and report them by service-standard bucket           *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * CANADA-DAY-BATCH-REPORT tells operations which transactions  *
      * land on a closure, but not how stale each open item is, and  *
      * calendar-day aging overstates every item after a long        *
      * weekend. The service standards are written in business days, *
      * so this report measures each TR-TRANSACTION-DATE against the *
      * processing date with BUSINESS-DAYS-BETWEEN - weekends,       *
      * statutory holidays, ad hoc closures and, for a provincial    *
      * back office, that province's holidays all excluded - and    *
      * buckets every item:                                           *
      *                                                               *
      *   0-1 business days, 2-5, 6-10 and over 10                   *
      *                                                               *
      * with the count and share per bucket, the calendar-day        *
      * equivalent for comparison, and a detail list of the oldest   *
      * items (oldest first). Items dated after the processing date  *
      * are not yet due and are counted separately.                  *
      *                                                               *
      * The processing date is the current business date from the    *
      * shared business-date control record (CDBDATE.DAT, written by *
      * BUSINESS-DATE-CONTROL), so the report ages items to the same *
      * day every other downstream job uses. Without that record the *
      * system date is used.                                          *
      *                                                               *
      * TRANIN.DAT is read in the CANADA-DAY-BATCH-REPORT layout; the *
      * HDR and TRL control records are recognised and the trailer   *
      * count is balanced, but nothing is written back - the cycle   *
      * state belongs to CANADA-DAY-BATCH-REPORT.                     *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   DATE=yyyymmdd - age to this date instead of the control    *
      *                   record's current business date              *
      *   PROV=xx       - count that province's holidays as non-     *
      *                   business days (default national)            *
      *   TOP=nn        - oldest items to list (default 20, max 50)  *
      *                                                               *
      * RETURN CODES (HOLIDAY-RETURN-SEVERITY bands): 0 no item over *
      * 10 business days; 4 items over 10 business days (outside the *
      * service standard); 8 records with invalid dates, a missing   *
      * or unbalanced trailer, or a PARM error; 12 TRANIN.DAT or the *
      * report could not be opened.                                   *
      *                                                               *
      * INPUT:  TRANIN.DAT   - HDR, transaction records, TRL          *
      *         CDBDATE.DAT  - business-date control record           *
      * OUTPUT: CDAGING.RPT  - business-day aging report              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DAY-AGING-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'CDBDATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDAGING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  TR-TRANSACTION-ID           PIC X(10).
           05  TR-TRANSACTION-DATE         PIC 9(8).
           05  TR-OBSERVANCE-FLAG          PIC X(1).
       01  TRANSACTION-HEADER-RECORD.
           05  TH-RECORD-TAG               PIC X(3).
           05  TH-CREATION-DATE            PIC 9(8).
           05  TH-CYCLE-NUMBER             PIC 9(4).
           05  FILLER                      PIC X(4).
       01  TRANSACTION-TRAILER-RECORD.
           05  TT-RECORD-TAG               PIC X(3).
           05  TT-RECORD-COUNT             PIC 9(7).
           05  FILLER                      PIC X(9).

       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TRANSACTION-FILE-STATUS  PIC X(2).
               88  WS-TRANS-FILE-OK        VALUE '00'.
           05  WS-CONTROL-FILE-STATUS      PIC X(2).
               88  WS-CONTROL-FILE-OK      VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Shared enterprise return-code/severity scheme
       COPY 'holiday-return-code.cpy'.

      * Shared business-date control record
       COPY 'business-date-control.cpy'.

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement - a CALL made after RETURN-CODE is
      * set hands back the called program's own (zero) code
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(13)
               OCCURS 3 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-DATE-X              PIC X(8).
           05  WS-PARM-TOP-X               PIC X(2).
           05  WS-PARM-DATE-GIVEN          PIC X(1) VALUE 'N'.
               88  WS-DATE-FROM-PARM       VALUE 'Y'.

      * Processing date and where it came from
       01  WS-PROCESSING-FIELDS.
           05  WS-PROCESSING-DATE          PIC 9(8) VALUE 0.
           05  WS-DATE-SOURCE              PIC X(8) VALUE SPACES.
           05  WS-PROVINCE-CODE            PIC X(2) VALUE SPACES.
           05  WS-PROVINCE-SHOWN           PIC X(8) VALUE SPACES.
           05  WS-OLDEST-LIMIT             PIC 9(2) VALUE 20.

      * Header/trailer control-record fields
       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-HEADER-SEEN              PIC X(1) VALUE 'N'.
               88  WS-HEADER-WAS-SEEN      VALUE 'Y'.
           05  WS-HEADER-CYCLE             PIC 9(4) VALUE 0.
           05  WS-TRAILER-SEEN             PIC X(1) VALUE 'N'.
               88  WS-TRAILER-WAS-SEEN     VALUE 'Y'.
           05  WS-TRAILER-COUNT            PIC 9(7) VALUE 0.
           05  WS-BALANCE-MESSAGE          PIC X(50) VALUE SPACES.

      * Processing control and counts
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-REPORT-FILE-OPENED       PIC X(1) VALUE 'N'.
               88  WS-REPORT-IS-OPEN       VALUE 'Y'.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-ITEMS-AGED               PIC 9(7) VALUE 0.
           05  WS-ITEMS-NOT-YET-DUE        PIC 9(7) VALUE 0.
           05  WS-RECORDS-IN-ERROR         PIC 9(7) VALUE 0.
           05  WS-ITEMS-OVERSTATED         PIC 9(7) VALUE 0.

      * Age of the item in hand
       01  WS-ITEM-AGE-FIELDS.
           05  WS-BUSINESS-AGE             PIC 9(6).
           05  WS-CALENDAR-AGE             PIC 9(6).
           05  WS-BUCKET-INDEX             PIC 9(1).
           05  WS-CALENDAR-BUCKET-INDEX    PIC 9(1).
           05  WS-AGE-FOR-BUCKET           PIC 9(6).
           05  WS-BUCKET-FOUND             PIC 9(1).
           05  WS-BUCKET-SCAN              PIC 9(1).

      * Aging buckets - upper bound in business days (the last
      * bucket is open-ended)
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY             OCCURS 4 TIMES.
               10  WS-BKT-LABEL            PIC X(12).
               10  WS-BKT-UPPER-BOUND      PIC 9(6).
               10  WS-BKT-ITEM-COUNT       PIC 9(7).
               10  WS-BKT-CALENDAR-COUNT   PIC 9(7).
       01  WS-BUCKET-INITIAL-VALUES.
           05  FILLER                      PIC X(12) VALUE '0-1'.
           05  FILLER                      PIC 9(6) VALUE 1.
           05  FILLER                      PIC X(12) VALUE '2-5'.
           05  FILLER                      PIC 9(6) VALUE 5.
           05  FILLER                      PIC X(12) VALUE '6-10'.
           05  FILLER                      PIC 9(6) VALUE 10.
           05  FILLER                      PIC X(12) VALUE 'OVER 10'.
           05  FILLER                      PIC 9(6) VALUE 999999.
       01  WS-BUCKET-INITIAL-TABLE REDEFINES WS-BUCKET-INITIAL-VALUES.
           05  WS-BKI-ENTRY                OCCURS 4 TIMES.
               10  WS-BKI-LABEL            PIC X(12).
               10  WS-BKI-UPPER-BOUND      PIC 9(6).
       01  WS-BUCKET-PERCENT               PIC 9(3)V9.

      * Oldest items, held in descending business-day age
       01  WS-OLDEST-FIELDS.
           05  WS-OLDEST-USED              PIC 9(2) VALUE 0.
           05  WS-OLDEST-INDEX             PIC 9(2).
           05  WS-OLDEST-SLOT              PIC 9(2).
       01  WS-OLDEST-TABLE.
           05  WS-OLD-ENTRY                OCCURS 50 TIMES.
               10  WS-OLD-TRANSACTION-ID   PIC X(10).
               10  WS-OLD-TRANSACTION-DATE PIC 9(8).
               10  WS-OLD-BUSINESS-AGE     PIC 9(6).
               10  WS-OLD-CALENDAR-AGE     PIC 9(6).
               10  WS-OLD-BUCKET-INDEX     PIC 9(1).

      * Fields passed to BUSINESS-DAYS-BETWEEN
       01  WS-BDB-PARAMETERS.
           05  WS-BDB-START-DATE           PIC 9(8).
           05  WS-BDB-END-DATE             PIC 9(8).
           05  WS-BDB-DAY-COUNT            PIC 9(6).
           05  WS-BDB-RETURN-CODE          PIC 9(2).
           05  WS-BDB-ERROR-MESSAGE        PIC X(50).
      * Always passed (spaces = national) - see the call-shape note
      * in BUSINESS-DAYS-BETWEEN's header
           05  WS-BDB-PROVINCE-CODE        PIC X(2) VALUE SPACES.

      * Degraded-mode query fields
       01  WS-DEGRADE-QUERY-FIELDS.
           05  WS-HDS-FUNCTION             PIC X(1).
           05  WS-HDS-COMPONENT            PIC X(8).
           05  WS-HDS-FIRST-TIME           PIC X(1).
           05  WS-HDS-EVENT-COUNT          PIC 9(4).
           05  WS-HDS-COMPONENT-LIST       PIC X(40).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'BUSINESS-DAY AGING REPORT - OPEN ITEMS ON TRANIN.DAT'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-BUCKET-HEADING-LINE      PIC X(80) VALUE
               'AGE (BUS DAYS)   ITEMS    SHARE   CALENDAR-DAY ITEMS'.
           05  WS-BUCKET-LINE.
               10  WS-BKL-LABEL            PIC X(12).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-BKL-ITEM-COUNT       PIC Z(6)9.
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-BKL-PERCENT          PIC ZZ9.9.
               10  FILLER                  PIC X(1)  VALUE '%'.
               10  FILLER                  PIC X(5)  VALUE SPACES.
               10  WS-BKL-CALENDAR-COUNT   PIC Z(6)9.
               10  FILLER                  PIC X(38) VALUE SPACES.
           05  WS-OLDEST-HEADING-LINE      PIC X(80) VALUE
               'TRANS-ID     TRANS-DATE  BUS-DAYS  CAL-DAYS  BUCKET'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-TRANSACTION-ID   PIC X(10).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-TRANSACTION-DATE PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-BUSINESS-AGE     PIC Z(5)9.
               10  FILLER                  PIC X(4)  VALUE SPACES.
               10  WS-DTL-CALENDAR-AGE     PIC Z(5)9.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-BUCKET           PIC X(12).
               10  FILLER                  PIC X(27) VALUE SPACES.
           05  WS-WORK-LINE                PIC X(80).

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
           IF WS-STEP-RETURN-CODE < HSL-ERROR
               PERFORM 2000-PROCESS-TRANSACTION-FILE
                       UNTIL WS-NO-MORE-RECORDS
               PERFORM 2700-VERIFY-TRAILER-BALANCE
               PERFORM 3000-WRITE-REPORT
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - RUN OPTIONS, PROCESSING DATE, PROVINCE, FILES    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE WS-BUCKET-INITIAL-TABLE TO WS-BUCKET-TABLE
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 4
               MOVE WS-BKI-LABEL (WS-BUCKET-INDEX)
                   TO WS-BKT-LABEL (WS-BUCKET-INDEX)
               MOVE WS-BKI-UPPER-BOUND (WS-BUCKET-INDEX)
                   TO WS-BKT-UPPER-BOUND (WS-BUCKET-INDEX)
               MOVE 0 TO WS-BKT-ITEM-COUNT (WS-BUCKET-INDEX)
                         WS-BKT-CALENDAR-COUNT (WS-BUCKET-INDEX)
           END-PERFORM
           PERFORM 1100-PARSE-RUN-PARM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1200-SET-PROCESSING-DATE
               PERFORM 1300-VALIDATE-PROVINCE
           END-IF
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1400-OPEN-FILES
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
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'DATE='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PARM-DATE-X
                   PERFORM 1120-APPLY-PARM-DATE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'PROV='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:2)
                       TO WS-PROVINCE-CODE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:4) = 'TOP='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (5:2)
                       TO WS-PARM-TOP-X
                   PERFORM 1130-APPLY-PARM-TOP
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BUSINESS-DAY-AGING-REPORT: UNRECOGNIZED '
                       'PARM KEYWORD ' WS-PARM-TOKEN
                       (WS-PARM-TOKEN-INDEX)
                   MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * DATE= MUST BE A REAL YYYYMMDD CALENDAR DATE                   *
      ******************************************************************
       1120-APPLY-PARM-DATE.
           IF WS-PARM-DATE-X IS NUMERIC
               MOVE WS-PARM-DATE-X TO WS-PROCESSING-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PROCESSING-DATE) = 0
                   MOVE 'Y' TO WS-PARM-DATE-GIVEN
               END-IF
           END-IF
           IF NOT WS-DATE-FROM-PARM
               DISPLAY 'BUSINESS-DAY-AGING-REPORT: DATE= MUST BE A '
                   'YYYYMMDD CALENDAR DATE'
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * TOP= IS 01 TO 50 (A SINGLE DIGIT MAY BE GIVEN ALONE)          *
      ******************************************************************
       1130-APPLY-PARM-TOP.
           IF WS-PARM-TOP-X (2:1) = SPACE
               MOVE WS-PARM-TOP-X (1:1) TO WS-PARM-TOP-X (2:1)
               MOVE '0' TO WS-PARM-TOP-X (1:1)
           END-IF
           IF WS-PARM-TOP-X IS NUMERIC
              AND WS-PARM-TOP-X > '00' AND WS-PARM-TOP-X <= '50'
               MOVE WS-PARM-TOP-X TO WS-OLDEST-LIMIT
           ELSE
               DISPLAY 'BUSINESS-DAY-AGING-REPORT: TOP= MUST BE 1 '
                   'TO 50'
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * THE DATE TO AGE TO - THE PARM, ELSE THE CONTROL RECORD'S      *
      * CURRENT BUSINESS DATE, ELSE THE SYSTEM DATE                   *
      ******************************************************************
       1200-SET-PROCESSING-DATE.
           IF WS-DATE-FROM-PARM
               MOVE 'PARM' TO WS-DATE-SOURCE
           ELSE
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-FILE-OK
                   READ CONTROL-FILE INTO BUSINESS-DATE-CONTROL-RECORD
                       AT END
                           MOVE SPACES TO BUSINESS-DATE-CONTROL-RECORD
                   END-READ
                   CLOSE CONTROL-FILE
                   IF BDC-CURRENT-BUSINESS-DATE IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (BDC-CURRENT-BUSINESS-DATE) = 0
                           MOVE BDC-CURRENT-BUSINESS-DATE
                               TO WS-PROCESSING-DATE
                           MOVE 'CDBDATE' TO WS-DATE-SOURCE
                       END-IF
                   END-IF
               END-IF
               IF WS-DATE-SOURCE = SPACES
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO WS-PROCESSING-DATE
                   MOVE 'SYSTEM' TO WS-DATE-SOURCE
                   DISPLAY 'BUSINESS-DAY-AGING-REPORT: NO USABLE '
                       'CDBDATE.DAT - AGING TO THE SYSTEM DATE'
               END-IF
           END-IF.

      ******************************************************************
      * A ZERO-LENGTH COUNT ON THE PROCESSING DATE RESOLVES THE       *
      * PROVINCE ON THE ROUTINE'S FIRST CALL - RC 05 IS A PROVINCE    *
      * PROVINCIAL-HOLIDAY-CHECK DOES NOT RECOGNIZE                   *
      ******************************************************************
       1300-VALIDATE-PROVINCE.
           MOVE WS-PROVINCE-CODE TO WS-BDB-PROVINCE-CODE
           MOVE WS-PROCESSING-DATE TO WS-BDB-START-DATE
                                      WS-BDB-END-DATE
           PERFORM 2300-CALL-BUSINESS-DAYS-BETWEEN
           IF WS-BDB-RETURN-CODE NOT = 0
               DISPLAY 'BUSINESS-DAY-AGING-REPORT: PROV='
                   WS-PROVINCE-CODE ' REJECTED - '
                   WS-BDB-ERROR-MESSAGE
               MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
           END-IF
           IF WS-PROVINCE-CODE = SPACES
               MOVE 'NATIONAL' TO WS-PROVINCE-SHOWN
           ELSE
               MOVE WS-PROVINCE-CODE TO WS-PROVINCE-SHOWN
           END-IF.

      ******************************************************************
      * OPEN THE INPUT AND THE REPORT                                 *
      ******************************************************************
       1400-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-TRANS-FILE-OK
               DISPLAY 'BUSINESS-DAY-AGING-REPORT: UNABLE TO OPEN '
                   'TRANIN.DAT - FILE STATUS '
                   WS-TRANSACTION-FILE-STATUS
               MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY 'BUSINESS-DAY-AGING-REPORT: UNABLE TO OPEN '
                       'CDAGING.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   CLOSE TRANSACTION-FILE
                   MOVE HSL-SEVERE TO WS-STEP-RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-REPORT-FILE-OPENED
                   PERFORM 2100-READ-TRANSACTION-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * PROCESS ONE INPUT RECORD - CONTROL RECORDS ARE NOTED, EACH    *
      * DETAIL RECORD IS AN OPEN ITEM TO AGE                          *
      ******************************************************************
       2000-PROCESS-TRANSACTION-FILE.
           EVALUATE TRUE
               WHEN TH-RECORD-TAG = 'HDR'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE TH-CYCLE-NUMBER TO WS-HEADER-CYCLE
               WHEN TT-RECORD-TAG = 'TRL'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE TT-RECORD-COUNT TO WS-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2200-AGE-OPEN-ITEM
           END-EVALUATE
           PERFORM 2100-READ-TRANSACTION-RECORD.

      ******************************************************************
      * READ THE NEXT INPUT RECORD                                    *
      ******************************************************************
       2100-READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * AGE ONE ITEM IN BUSINESS DAYS AND IN CALENDAR DAYS            *
      ******************************************************************
       2200-AGE-OPEN-ITEM.
           IF TR-TRANSACTION-DATE IS NOT NUMERIC
               PERFORM 2250-REJECT-ITEM
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(TR-TRANSACTION-DATE) NOT = 0
               PERFORM 2250-REJECT-ITEM
           ELSE
           IF TR-TRANSACTION-DATE > WS-PROCESSING-DATE
               ADD 1 TO WS-ITEMS-NOT-YET-DUE
           ELSE
               MOVE TR-TRANSACTION-DATE TO WS-BDB-START-DATE
               MOVE WS-PROCESSING-DATE TO WS-BDB-END-DATE
               PERFORM 2300-CALL-BUSINESS-DAYS-BETWEEN
               IF WS-BDB-RETURN-CODE NOT = 0
                   PERFORM 2250-REJECT-ITEM
               ELSE
                   ADD 1 TO WS-ITEMS-AGED
                   MOVE WS-BDB-DAY-COUNT TO WS-BUSINESS-AGE
                   COMPUTE WS-CALENDAR-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
                     - FUNCTION INTEGER-OF-DATE(TR-TRANSACTION-DATE)
                   MOVE WS-BUSINESS-AGE TO WS-AGE-FOR-BUCKET
                   PERFORM 2400-FIND-BUCKET
                   MOVE WS-BUCKET-FOUND TO WS-BUCKET-INDEX
                   MOVE WS-CALENDAR-AGE TO WS-AGE-FOR-BUCKET
                   PERFORM 2400-FIND-BUCKET
                   MOVE WS-BUCKET-FOUND TO WS-CALENDAR-BUCKET-INDEX
                   ADD 1 TO WS-BKT-ITEM-COUNT (WS-BUCKET-INDEX)
                   ADD 1 TO WS-BKT-CALENDAR-COUNT
                                (WS-CALENDAR-BUCKET-INDEX)
                   IF WS-CALENDAR-BUCKET-INDEX > WS-BUCKET-INDEX
                       ADD 1 TO WS-ITEMS-OVERSTATED
                   END-IF
                   PERFORM 2500-KEEP-IF-AMONG-OLDEST
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * AN ITEM WHOSE DATE CANNOT BE AGED                             *
      ******************************************************************
       2250-REJECT-ITEM.
           ADD 1 TO WS-RECORDS-IN-ERROR
           DISPLAY 'BUSINESS-DAY-AGING-REPORT: ' TR-TRANSACTION-ID
               ' INVALID TRANSACTION DATE ' TRANSACTION-RECORD (11:8).

      ******************************************************************
      * COUNT BUSINESS DAYS FROM WS-BDB-START-DATE TO WS-BDB-END-DATE *
      ******************************************************************
       2300-CALL-BUSINESS-DAYS-BETWEEN.
           CALL 'BUSINESS-DAYS-BETWEEN' USING WS-BDB-START-DATE
                                              WS-BDB-END-DATE
                                              WS-BDB-DAY-COUNT
                                              WS-BDB-RETURN-CODE
                                              WS-BDB-ERROR-MESSAGE
                                              WS-BDB-PROVINCE-CODE.

      ******************************************************************
      * THE FIRST BUCKET WHOSE UPPER BOUND HOLDS WS-AGE-FOR-BUCKET    *
      ******************************************************************
       2400-FIND-BUCKET.
           MOVE 0 TO WS-BUCKET-FOUND
           PERFORM VARYING WS-BUCKET-SCAN FROM 1 BY 1
                   UNTIL WS-BUCKET-SCAN > 4 OR WS-BUCKET-FOUND > 0
               IF WS-AGE-FOR-BUCKET <=
                       WS-BKT-UPPER-BOUND (WS-BUCKET-SCAN)
                   MOVE WS-BUCKET-SCAN TO WS-BUCKET-FOUND
               END-IF
           END-PERFORM.

      ******************************************************************
      * HOLD THE ITEM IF IT IS AMONG THE OLDEST SEEN SO FAR - THE     *
      * TABLE STAYS IN DESCENDING AGE, EQUAL AGES IN FILE ORDER       *
      ******************************************************************
       2500-KEEP-IF-AMONG-OLDEST.
           MOVE 0 TO WS-OLDEST-SLOT
           PERFORM VARYING WS-OLDEST-INDEX FROM 1 BY 1
                   UNTIL WS-OLDEST-INDEX > WS-OLDEST-USED
                      OR WS-OLDEST-SLOT > 0
               IF WS-BUSINESS-AGE >
                       WS-OLD-BUSINESS-AGE (WS-OLDEST-INDEX)
                   MOVE WS-OLDEST-INDEX TO WS-OLDEST-SLOT
               END-IF
           END-PERFORM
           IF WS-OLDEST-SLOT = 0
               IF WS-OLDEST-USED < WS-OLDEST-LIMIT
                   ADD 1 TO WS-OLDEST-USED
                   MOVE WS-OLDEST-USED TO WS-OLDEST-SLOT
               END-IF
           ELSE
               IF WS-OLDEST-USED < WS-OLDEST-LIMIT
                   ADD 1 TO WS-OLDEST-USED
               END-IF
               PERFORM VARYING WS-OLDEST-INDEX FROM WS-OLDEST-USED
                       BY -1 UNTIL WS-OLDEST-INDEX <= WS-OLDEST-SLOT
                   MOVE WS-OLD-ENTRY (WS-OLDEST-INDEX - 1)
                       TO WS-OLD-ENTRY (WS-OLDEST-INDEX)
               END-PERFORM
           END-IF
           IF WS-OLDEST-SLOT > 0
               MOVE TR-TRANSACTION-ID
                   TO WS-OLD-TRANSACTION-ID (WS-OLDEST-SLOT)
               MOVE TR-TRANSACTION-DATE
                   TO WS-OLD-TRANSACTION-DATE (WS-OLDEST-SLOT)
               MOVE WS-BUSINESS-AGE
                   TO WS-OLD-BUSINESS-AGE (WS-OLDEST-SLOT)
               MOVE WS-CALENDAR-AGE
                   TO WS-OLD-CALENDAR-AGE (WS-OLDEST-SLOT)
               MOVE WS-BUCKET-INDEX
                   TO WS-OLD-BUCKET-INDEX (WS-OLDEST-SLOT)
           END-IF.

      ******************************************************************
      * THE TRAILER MUST BE PRESENT AND ITS COUNT MUST MATCH THE      *
      * DETAIL RECORDS READ, OR THE TOTALS ARE FOR A PARTIAL FILE     *
      ******************************************************************
       2700-VERIFY-TRAILER-BALANCE.
           CLOSE TRANSACTION-FILE
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-WAS-SEEN
                   MOVE 'TRAILER CONTROL RECORD MISSING'
                       TO WS-BALANCE-MESSAGE
               WHEN WS-TRAILER-COUNT NOT = WS-RECORDS-READ
                   STRING 'TRAILER COUNT ' WS-TRAILER-COUNT
                          ' DOES NOT MATCH ' WS-RECORDS-READ
                          ' READ' DELIMITED BY SIZE
                          INTO WS-BALANCE-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BALANCE-MESSAGE NOT = SPACES
               DISPLAY 'BUSINESS-DAY-AGING-REPORT: '
                   WS-BALANCE-MESSAGE
           END-IF.

      ******************************************************************
      * WRITE THE REPORT - HEADING, BUCKETS, OLDEST ITEMS, SUMMARY    *
      ******************************************************************
       3000-WRITE-REPORT.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'AGED TO: ' WS-PROCESSING-DATE ' ('
                  DELIMITED BY SIZE
                  WS-DATE-SOURCE DELIMITED BY SPACE
                  ')  CALENDAR: ' WS-PROVINCE-SHOWN
                  DELIMITED BY SIZE
                  INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-HEADER-WAS-SEEN
               MOVE SPACES TO WS-WORK-LINE
               STRING 'INPUT CYCLE: ' WS-HEADER-CYCLE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           WRITE REPORT-LINE FROM WS-BUCKET-HEADING-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           PERFORM 3100-WRITE-BUCKET-LINE
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 4
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ITEMS AGED: ' WS-ITEMS-AGED
                  '  BUCKETED OLDER BY CALENDAR DAYS: '
                  WS-ITEMS-OVERSTATED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'OLDEST ' WS-OLDEST-LIMIT ' ITEMS'
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-OLDEST-HEADING-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           IF WS-OLDEST-USED = 0
               MOVE '  NO ITEMS TO AGE' TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           PERFORM 3200-WRITE-OLDEST-LINE
               VARYING WS-OLDEST-INDEX FROM 1 BY 1
               UNTIL WS-OLDEST-INDEX > WS-OLDEST-USED
           PERFORM 3300-WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM 3400-SET-STEP-RETURN-CODE
           DISPLAY 'BUSINESS-DAY AGING REPORT COMPLETE'
           DISPLAY 'Aged to:            ' WS-PROCESSING-DATE
           DISPLAY 'Records read:       ' WS-RECORDS-READ
           DISPLAY 'Items aged:         ' WS-ITEMS-AGED
           DISPLAY 'Over 10 bus days:   ' WS-BKT-ITEM-COUNT (4)
           DISPLAY 'Not yet due:        ' WS-ITEMS-NOT-YET-DUE
           DISPLAY 'Records in error:   ' WS-RECORDS-IN-ERROR.

      ******************************************************************
      * ONE BUCKET LINE - SHARE OF THE ITEMS AGED                     *
      ******************************************************************
       3100-WRITE-BUCKET-LINE.
           MOVE WS-BKT-LABEL (WS-BUCKET-INDEX) TO WS-BKL-LABEL
           MOVE WS-BKT-ITEM-COUNT (WS-BUCKET-INDEX)
               TO WS-BKL-ITEM-COUNT
           MOVE WS-BKT-CALENDAR-COUNT (WS-BUCKET-INDEX)
               TO WS-BKL-CALENDAR-COUNT
           IF WS-ITEMS-AGED > 0
               COMPUTE WS-BUCKET-PERCENT ROUNDED =
                   WS-BKT-ITEM-COUNT (WS-BUCKET-INDEX) * 100
                 / WS-ITEMS-AGED
           ELSE
               MOVE 0 TO WS-BUCKET-PERCENT
           END-IF
           MOVE WS-BUCKET-PERCENT TO WS-BKL-PERCENT
           WRITE REPORT-LINE FROM WS-BUCKET-LINE.

      ******************************************************************
      * ONE OF THE OLDEST ITEMS                                       *
      ******************************************************************
       3200-WRITE-OLDEST-LINE.
           MOVE WS-OLD-TRANSACTION-ID (WS-OLDEST-INDEX)
               TO WS-DTL-TRANSACTION-ID
           MOVE WS-OLD-TRANSACTION-DATE (WS-OLDEST-INDEX)
               TO WS-DTL-TRANSACTION-DATE
           MOVE WS-OLD-BUSINESS-AGE (WS-OLDEST-INDEX)
               TO WS-DTL-BUSINESS-AGE
           MOVE WS-OLD-CALENDAR-AGE (WS-OLDEST-INDEX)
               TO WS-DTL-CALENDAR-AGE
           MOVE WS-BKT-LABEL (WS-OLD-BUCKET-INDEX (WS-OLDEST-INDEX))
               TO WS-DTL-BUCKET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * SUMMARY - COUNTS, BALANCING AND ANY DEGRADED-MODE FALLBACK    *
      ******************************************************************
       3300-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'RECORDS READ: ' WS-RECORDS-READ
                  '  NOT YET DUE: ' WS-ITEMS-NOT-YET-DUE
                  '  ERRORS: ' WS-RECORDS-IN-ERROR
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           IF WS-BALANCE-MESSAGE NOT = SPACES
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** ' WS-BALANCE-MESSAGE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           MOVE 'Q' TO WS-HDS-FUNCTION
           MOVE SPACES TO WS-HDS-COMPONENT
           CALL 'HOLIDAY-DEGRADE-STATUS' USING WS-HDS-FUNCTION
                                               WS-HDS-COMPONENT
                                               WS-HDS-FIRST-TIME
                                               WS-HDS-EVENT-COUNT
                                               WS-HDS-COMPONENT-LIST
           IF WS-HDS-EVENT-COUNT > 0
               MOVE SPACES TO WS-WORK-LINE
               STRING '*** DEGRADED MODE THIS RUN - '
                      WS-HDS-COMPONENT-LIST
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF.

      ******************************************************************
      * STEP RETURN CODE - ERRORS OUTRANK ITEMS OUTSIDE THE STANDARD  *
      ******************************************************************
       3400-SET-STEP-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-RECORDS-IN-ERROR > 0
                 OR WS-BALANCE-MESSAGE NOT = SPACES
                   MOVE HSL-ERROR TO WS-STEP-RETURN-CODE
               WHEN WS-BKT-ITEM-COUNT (4) > 0
                   MOVE HSL-WARNING TO WS-STEP-RETURN-CODE
               WHEN OTHER
                   MOVE HSL-SUCCESS TO WS-STEP-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
