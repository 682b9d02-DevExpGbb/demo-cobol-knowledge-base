      ******************************************************************
      * PROGRAM: CLOSURE-REMEDIATION                                   *
      * PURPOSE: Post-approval re-dating of already-issued outputs    *
      *          that still point at a newly closed day               *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * CLOSURE-IMPACT-SIMULATION predicts what a pending closure     *
      * will do before the checker approves it; once it is approved   *
      * through AD-HOC-HOLIDAY-MAINT, the files already produced this *
      * cycle still carry dates on (or counted across) the closed     *
      * day. This job runs after the approval, with the closure LIVE  *
      * on ADHOCHOL, and re-rolls every affected date under the rule  *
      * that produced it:                                             *
      *                                                               *
      *   TRANOUT.DAT  RS-ADJUSTED-DATE inside the closure - rolled   *
      *                forward through NEXT-BUSINESS-DAY-CHECK, the   *
      *                CANADA-DAY-BATCH-REPORT rescheduling rule;     *
      *   FXVALUED.DAT FXV-VALUE-DATE of a stamped trade whose        *
      *                trade-date-to-value-date span touches the      *
      *                closure - re-stamped through                   *
      *                CROSS-BORDER-VALUE-DATE from the trade date    *
      *                and tenor offset, the FX-VALUE-DATE-BATCH rule *
      *                (a closure inside the span pushes a T+N value  *
      *                date out even when it does not land on it).    *
      *                A SWP/FWD swap or forward whose trade-date-to- *
      *                far-leg span touches the closure has its spot, *
      *                near and far legs re-derived the way FX-VALUE- *
      *                DATE-BATCH stamped them (CROSS-BORDER-VALUE-   *
      *                DATE for spot, TENOR-SCHEDULE-BUILD under      *
      *                modified following for each leg) and each leg  *
      *                that moved is amended on its own (key = trade  *
      *                id and SPOT / NEAR / FAR);                     *
      *   PAYCAL.DAT   PAY-DATE inside the closure - rolled backward  *
      *                to the preceding good pay day (DATE-ROLL-      *
      *                CONVENTION 'P', also stepping back over a      *
      *                half-day early close), the PAYROLL-PAYDATE-    *
      *                CALENDAR rule;                                 *
      *   CLOSCAL.DAT  CCR-DUE-DATE on or after the closure start in  *
      *                a close month the closure touches - re-        *
      *                resolved through NTH-BUSINESS-DAY-OF-MONTH     *
      *                with the task's ordinal (or LAST flag) from    *
      *                CLOSTASK.DAT, the CLOSE-CALENDAR-RESOLVE rule. *
      *                                                               *
      * Only dates that actually move are written: one amendment      *
      * record per date on CDAMEND.DAT (old date, new date, rule),    *
      * with HDR/TRL control records, and one section per file on     *
      * CDAMEND.RPT ending in its own owner sign-off block. The       *
      * outputs themselves are not rewritten - each owning team       *
      * applies the amendments through its own change process.        *
      *                                                               *
      * The run is refused (RC 8) when the closure date is not yet    *
      * live on ADHOCHOL - before approval the impact simulation is   *
      * the right tool. A province-scoped closure is only live for a  *
      * province in its scope: run without PROV= (or with a province  *
      * outside it) the run is refused with the closure's scope shown *
      * rather than reported as not on file. PROV= also carries into  *
      * the TRANOUT.DAT next-business-day roll; the FX, payroll and   *
      * close calendars are national and are assessed nationally. A  *
      * missing output file is reported as not assessed. The step     *
      * ends RC 4 when any date was amended or a re-roll failed, RC 0 *
      * when nothing was stale, RC 12 when the amendment file or      *
      * report could not be opened.                                   *
      *                                                               *
      * RUN PARM (comma-separated keywords):                          *
      *   DATE=yyyymmdd - approved closure date (required)            *
      *   TO=yyyymmdd   - approved range end (optional, >= DATE)      *
      *   PROV=xx       - province of a province-scoped closure       *
      *                   (optional, spaces = national)               *
      *                                                               *
      * INPUT:  TRANOUT.DAT  - rescheduled transaction file           *
      *         FXVALUED.DAT - stamped FX trade file                  *
      *         PAYCAL.DAT   - payroll pay-date calendar              *
      *         CLOSCAL.DAT  - resolved month-end close calendar      *
      *         CLOSTASK.DAT - close task definitions                 *
      *         ADHOCHOL     - ad hoc closure file (closure lookup)   *
      * OUTPUT: CDAMEND.DAT  - date amendment records                 *
      *         CDAMEND.RPT  - per-file amendment sign-off report     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSURE-REMEDIATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCHEDULE-FILE ASSIGN TO 'TRANOUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESCHEDULE-FILE-STATUS.
           SELECT STAMPED-FILE ASSIGN TO 'FXVALUED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMPED-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-FILE-STATUS.
           SELECT CLOSE-CALENDAR-FILE ASSIGN TO 'CLOSCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSCAL-FILE-STATUS.
           SELECT TASK-FILE ASSIGN TO 'CLOSTASK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASK-FILE-STATUS.
           SELECT AD-HOC-HOLIDAY-FILE ASSIGN TO 'ADHOCHOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHR-CLOSURE-DATE
               FILE STATUS IS WS-ADHOC-FILE-STATUS.
           SELECT AMENDMENT-FILE ASSIGN TO 'CDAMEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDMENT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDAMEND.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESCHEDULE-FILE.
       01  RESCHEDULE-RECORD.
           05  RS-TRANSACTION-ID           PIC X(10).
           05  RS-TRANSACTION-DATE         PIC 9(8).
           05  RS-OBSERVANCE-FLAG          PIC X(1).
           05  RS-ADJUSTED-DATE            PIC 9(8).
           05  RS-RESCHEDULE-REASON        PIC X(4).

       FD  STAMPED-FILE
           RECORDING MODE IS F.
       01  STAMPED-RECORD.
           05  FXV-TRADE-ID                PIC X(10).
           05  FXV-TRADE-DATE              PIC 9(8).
           05  FXV-TENOR-OFFSET            PIC 9(3).
           05  FXV-COUNTRY-CODE-1          PIC X(2).
           05  FXV-COUNTRY-CODE-2          PIC X(2).
           05  FXV-VALUE-DATE              PIC 9(8).
           05  FXV-STATUS                  PIC X(4).
       01  STAMPED-SWAP-RECORD.
           05  FVS-RECORD-TAG              PIC X(3).
               88  FVS-FX-SWAP             VALUE 'SWP'.
               88  FVS-OUTRIGHT-FORWARD    VALUE 'FWD'.
           05  FVS-TRADE-ID                PIC X(10).
           05  FVS-TRADE-DATE              PIC 9(8).
           05  FVS-SPOT-OFFSET             PIC 9(3).
           05  FVS-COUNTRY-CODE-1          PIC X(2).
           05  FVS-COUNTRY-CODE-2          PIC X(2).
           05  FVS-NEAR-TENOR              PIC X(3).
           05  FVS-FAR-TENOR               PIC X(3).
           05  FVS-SPOT-DATE               PIC 9(8).
           05  FVS-NEAR-VALUE-DATE         PIC 9(8).
           05  FVS-FAR-VALUE-DATE          PIC 9(8).
           05  FVS-STATUS                  PIC X(4).

       FD  PAY-CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  PAY-YEAR                    PIC 9(4).
           05  PAY-SEQUENCE                PIC 9(2).
           05  PAY-NOMINAL-DATE            PIC 9(8).
           05  PAY-DATE                    PIC 9(8).
           05  PAY-ADJUST-REASON           PIC X(8).

       FD  CLOSE-CALENDAR-FILE.
       01  CLOSE-CALENDAR-RECORD.
           05  CCR-TASK-ID                 PIC X(8).
           05  CCR-CLOSE-MONTH             PIC 9(6).
           05  CCR-DUE-DATE                PIC 9(8).
           05  CCR-OWNER                   PIC X(8).
           05  CCR-DESCRIPTION             PIC X(30).

       FD  TASK-FILE.
       01  TASK-RECORD.
           05  CTK-TASK-ID                 PIC X(8).
           05  CTK-ORDINAL                 PIC 9(2).
           05  CTK-LAST-FLAG               PIC X(1).
               88  CTK-LAST-BUSINESS-DAY   VALUE 'Y'.
           05  CTK-OWNER                   PIC X(8).
           05  CTK-DESCRIPTION             PIC X(30).

       FD  AD-HOC-HOLIDAY-FILE.
       COPY 'ad-hoc-holiday.cpy'.

       FD  AMENDMENT-FILE.
       COPY 'closure-amendment.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RESCHEDULE-FILE-STATUS   PIC X(2).
               88  WS-RESCHEDULE-FILE-OK   VALUE '00'.
           05  WS-STAMPED-FILE-STATUS      PIC X(2).
               88  WS-STAMPED-FILE-OK      VALUE '00'.
           05  WS-PAYCAL-FILE-STATUS       PIC X(2).
               88  WS-PAYCAL-FILE-OK       VALUE '00'.
           05  WS-CLOSCAL-FILE-STATUS      PIC X(2).
               88  WS-CLOSCAL-FILE-OK      VALUE '00'.
           05  WS-TASK-FILE-STATUS         PIC X(2).
               88  WS-TASK-FILE-OK         VALUE '00'.
           05  WS-ADHOC-FILE-STATUS        PIC X(2).
               88  WS-ADHOC-FILE-OK        VALUE '00'.
           05  WS-AMENDMENT-FILE-STATUS    PIC X(2).
               88  WS-AMENDMENT-FILE-OK    VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(14)
               OCCURS 4 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).
           05  WS-PARM-DATE                PIC X(8).
           05  WS-CLOSURE-DATE             PIC 9(8) VALUE 0.
           05  WS-CLOSURE-END-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-PROVINCE             PIC X(2) VALUE SPACES.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-TODAY-DATE               PIC 9(8).
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-INPUT-EOF                PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-INPUT        VALUE 'Y'.
           05  WS-CLOSURE-START-MONTH      PIC 9(6).
           05  WS-CLOSURE-END-MONTH        PIC 9(6).
           05  WS-OLD-DATE                 PIC 9(8).
           05  WS-NEW-DATE                 PIC 9(8).
           05  WS-REROLL-OK                PIC X(1).
               88  WS-REROLL-SUCCEEDED     VALUE 'Y'.
           05  WS-CANDIDATE-DATE           PIC 9(8).
           05  WS-GOOD-PAY-DAY             PIC X(1).
               88  WS-GOOD-PAY-DAY-FOUND   VALUE 'Y'.
           05  WS-ROLL-GUARD               PIC 9(3).

      * Per-file section fields - reset as each output is assessed
       01  WS-SECTION-FIELDS.
           05  WS-SECTION-FILE-ID          PIC X(8).
           05  WS-SECTION-FILE-NAME        PIC X(12).
           05  WS-SECTION-OWNER            PIC X(20).
           05  WS-SECTION-READ             PIC 9(7) VALUE 0.
           05  WS-SECTION-AMENDED          PIC 9(7) VALUE 0.
           05  WS-SECTION-FAILED           PIC 9(7) VALUE 0.
           05  WS-SECTION-ASSESSED         PIC X(1).
               88  WS-SECTION-WAS-ASSESSED VALUE 'Y'.

      * Run totals
       01  WS-RUN-TOTALS.
           05  WS-AMENDMENTS-WRITTEN       PIC 9(7) VALUE 0.
           05  WS-TOTAL-FAILED             PIC 9(7) VALUE 0.
           05  WS-FILES-NOT-ASSESSED       PIC 9(1) VALUE 0.

      * Close task definitions loaded from CLOSTASK.DAT, so a
      * CLOSCAL.DAT entry can be re-resolved under its own ordinal
       01  WS-TASK-TABLE-FIELDS.
           05  WS-TASKS-LOADED             PIC 9(3) VALUE 0.
           05  WS-TASK-INDEX               PIC 9(3).
           05  WS-TASK-FOUND               PIC X(1).
               88  WS-TASK-WAS-FOUND       VALUE 'Y'.
           05  WS-TASK-EOF                 PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-TASKS        VALUE 'Y'.
       01  WS-TASK-TABLE.
           05  WS-TASK-ENTRY               OCCURS 200 TIMES.
               10  WS-TSK-TASK-ID          PIC X(8).
               10  WS-TSK-ORDINAL          PIC 9(2).
               10  WS-TSK-LAST-FLAG        PIC X(1).

      * Fields used to call AD-HOC-CLOSURE-CHECK - confirms the
      * closure is live before anything is re-rolled
       01  WS-ADHOC-CALL-FIELDS.
           05  WS-AHC-FUNCTION-CODE        PIC X(1) VALUE 'C'.
           05  WS-AHC-PROVINCE-CODE        PIC X(2) VALUE SPACES.
           05  WS-AHC-CLOSURE-FLAG         PIC X(1).
               88  WS-AD-HOC-CLOSURE-HIT   VALUE 'Y'.
           05  WS-AHC-REASON-CODE          PIC X(10).
           05  WS-AHC-DESCRIPTION          PIC X(40).
           05  WS-AHC-RETURN-CODE          PIC 9(2).

      * Fields used to call NEXT-BUSINESS-DAY-CHECK
       01  WS-NBD-CALL-FIELDS.
           05  WS-NBD-INPUT-DATE           PIC 9(8).
           05  WS-NBD-NEXT-DATE            PIC 9(8).
           05  WS-NBD-RETURN-CODE          PIC 9(2).
           05  WS-NBD-ERROR-MESSAGE        PIC X(50).
      * Always passed (spaces = no province) - see the call-shape
      * note in NEXT-BUSINESS-DAY-CHECK's header
           05  WS-NBD-PROVINCE-CODE        PIC X(2) VALUE SPACES.

      * Fields used to call CROSS-BORDER-VALUE-DATE - the same
      * call shape FX-VALUE-DATE-BATCH stamps with
       01  WS-CBV-CALL-FIELDS.
           05  WS-CBV-INPUT-DATE           PIC 9(8).
           05  WS-CBV-DAY-OFFSET           PIC 9(3).
           05  WS-CBV-COUNTRY-CODE-1       PIC X(2).
           05  WS-CBV-COUNTRY-CODE-2       PIC X(2).
           05  WS-CBV-VALUE-DATE           PIC 9(8).
           05  WS-CBV-RETURN-CODE          PIC 9(2).
           05  WS-CBV-ERROR-MESSAGE        PIC X(40).

      * Swap / forward leg fields - each leg is re-derived from the
      * trade exactly as FX-VALUE-DATE-BATCH stamped it: spot, then
      * spot plus the leg tenor by TENOR-SCHEDULE-BUILD under
      * modified following across both centres
       01  WS-SWAP-LEG-FIELDS.
           05  WS-SWAP-ERROR-TEXT          PIC X(40).
           05  WS-SPOT-DATE                PIC 9(8).
           05  WS-NEAR-VALUE-DATE          PIC 9(8).
           05  WS-FAR-VALUE-DATE           PIC 9(8).
           05  WS-LEG-TENOR                PIC X(3).
           05  WS-LEG-VALUE-DATE           PIC 9(8).
           05  WS-LEG-TENOR-DATE           PIC 9(8).
           05  WS-LEG-DAY-INTEGER          PIC 9(7).
           05  WS-LEG-NAME                 PIC X(4).
           05  WS-LEG-STAMPED-DATE         PIC 9(8).
           05  WS-LEG-DERIVED-DATE         PIC 9(8).
           05  WS-LEG-ROLL-RULE            PIC X(8).
           05  WS-TSB-TENOR-COUNT          PIC 9(2) VALUE 1.
           05  WS-TSB-CONVENTION           PIC X(1) VALUE 'M'.
           05  WS-TSB-RETURN-CODE          PIC 9(2).
           05  WS-TSB-ERROR-MESSAGE        PIC X(50).
       01  WS-TSB-TENOR-TABLE.
           05  WS-TSB-TENOR-ENTRY          PIC X(3)
               OCCURS 12 TIMES.
       01  WS-TSB-SCHEDULE-TABLE.
           05  WS-TSB-SCHEDULE-DATE        PIC 9(8)
               OCCURS 12 TIMES.

      * Fields used to call DATE-ROLL-CONVENTION for the backward
      * pay-date roll
       01  WS-DRC-CALL-FIELDS.
           05  WS-DRC-INPUT-DATE           PIC 9(8).
           05  WS-DRC-ROLLED-DATE          PIC 9(8).
           05  WS-DRC-RETURN-CODE          PIC 9(2).
           05  WS-DRC-ERROR-MESSAGE        PIC X(50).

      * Fields used to call CANADA-DAY-EARLY-CLOSURE-CHECK - a
      * half-day cannot guarantee same-day credit, so pay moves
      * ahead of it
       01  WS-ECC-CALL-FIELDS.
           05  WS-ECC-HALF-DAY-FLAG        PIC X(1).
           05  WS-ECC-CLOSING-TIME         PIC 9(4).
           05  WS-ECC-RETURN-CODE          PIC 9(2).
           05  WS-ECC-ERROR-MESSAGE        PIC X(50).

      * Fields used to call NTH-BUSINESS-DAY-OF-MONTH
       01  WS-NBM-CALL-FIELDS.
           05  WS-NBM-ORDINAL              PIC 9(2).
           05  WS-NBM-LAST-FLAG            PIC X(1).
           05  WS-NBM-CHECK-DATE           PIC 9(8) VALUE 0.
           05  WS-NBM-RESULT-DATE          PIC 9(8).
           05  WS-NBM-MATCH-FLAG           PIC X(1).
           05  WS-NBM-RETURN-CODE          PIC 9(2).
           05  WS-NBM-ERROR-MESSAGE        PIC X(50).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'APPROVED AD HOC CLOSURE - OUTPUT DATE REMEDIATION'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(30) VALUE
                   '  RECORD KEY        OLD-DATE'.
               10  FILLER                  PIC X(50) VALUE
                   'NEW-DATE  RULE      STATUS'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-RECORD-KEY       PIC X(16).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-OLD-DATE         PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-NEW-DATE         PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-RULE             PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-STATUS           PIC X(30).

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
               PERFORM 2000-REMEDIATE-TRANOUT
               PERFORM 3000-REMEDIATE-FXVALUED
               PERFORM 4000-REMEDIATE-PAYCAL
               PERFORM 5000-REMEDIATE-CLOSCAL
               PERFORM 7000-WRITE-SUMMARY-AND-CLOSE
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE PARM, CONFIRM THE CLOSURE IS LIVE AND  *
      * OPEN THE AMENDMENT FILE AND REPORT                            *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM 1100-PARSE-RUN-PARM
           EVALUATE TRUE
               WHEN WS-CLOSURE-DATE = 0
                   DISPLAY 'CLOSURE-REMEDIATION: PARM MUST GIVE '
                       'DATE=YYYYMMDD'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               WHEN WS-CLOSURE-END-DATE > 0
                       AND WS-CLOSURE-END-DATE < WS-CLOSURE-DATE
                   DISPLAY 'CLOSURE-REMEDIATION: TO DATE IS BEFORE '
                       'THE CLOSURE DATE'
                   MOVE 8 TO WS-STEP-RETURN-CODE
               WHEN OTHER
                   IF WS-CLOSURE-END-DATE = 0
                       MOVE WS-CLOSURE-DATE TO WS-CLOSURE-END-DATE
                   END-IF
                   MOVE WS-CLOSURE-DATE (1:6)
                       TO WS-CLOSURE-START-MONTH
                   MOVE WS-CLOSURE-END-DATE (1:6)
                       TO WS-CLOSURE-END-MONTH
                   MOVE WS-RUN-PROVINCE TO WS-NBD-PROVINCE-CODE
                   PERFORM 1200-CONFIRM-CLOSURE-IS-LIVE
           END-EVALUATE
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 1300-OPEN-OUTPUTS
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
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'DATE='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:8)
                       TO WS-PARM-DATE
                   IF WS-PARM-DATE IS NUMERIC
                       MOVE WS-PARM-DATE TO WS-CLOSURE-DATE
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:3) = 'TO='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (4:8)
                       TO WS-PARM-DATE
                   IF WS-PARM-DATE IS NUMERIC
                       MOVE WS-PARM-DATE TO WS-CLOSURE-END-DATE
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:5) = 'PROV='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (6:2)
                       TO WS-RUN-PROVINCE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CLOSURE-REMEDIATION: UNRECOGNIZED PARM '
                       'KEYWORD ' WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           END-EVALUATE.

      ******************************************************************
      * THE CLOSURE MUST ALREADY BE APPROVED ONTO ADHOCHOL - THE      *
      * RE-ROLLS BELOW RELY ON THE ROUTINES SEEING IT. A PROVINCE-    *
      * SCOPED CLOSURE IS ONLY SEEN FOR A PROVINCE IN ITS SCOPE, SO   *
      * THE CHECK IS MADE FOR THE PROV= GIVEN (SPACES = NATIONAL)     *
      ******************************************************************
       1200-CONFIRM-CLOSURE-IS-LIVE.
           MOVE 'C' TO WS-AHC-FUNCTION-CODE
           MOVE WS-RUN-PROVINCE TO WS-AHC-PROVINCE-CODE
           CALL 'AD-HOC-CLOSURE-CHECK' USING WS-AHC-FUNCTION-CODE
                                             WS-CLOSURE-DATE
                                             WS-AHC-PROVINCE-CODE
                                             WS-AHC-CLOSURE-FLAG
                                             WS-AHC-REASON-CODE
                                             WS-AHC-DESCRIPTION
                                             WS-AHC-RETURN-CODE
           IF NOT WS-AD-HOC-CLOSURE-HIT
               PERFORM 1210-EXPLAIN-CLOSURE-MISS
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * THE CLOSURE WAS NOT SEEN - READ ADHOCHOL BY THE CLOSURE DATE  *
      * TO TELL A DATE WITH NO CLOSURE RECORD FROM A PROVINCE-SCOPED  *
      * CLOSURE RUN WITHOUT (OR OUTSIDE) ITS PROVINCE                 *
      ******************************************************************
       1210-EXPLAIN-CLOSURE-MISS.
           OPEN INPUT AD-HOC-HOLIDAY-FILE
           IF NOT WS-ADHOC-FILE-OK
               DISPLAY 'CLOSURE-REMEDIATION: ' WS-CLOSURE-DATE
                   ' NOT CONFIRMED - ADHOCHOL UNAVAILABLE, FILE '
                   'STATUS ' WS-ADHOC-FILE-STATUS
           ELSE
               MOVE WS-CLOSURE-DATE TO AHR-CLOSURE-DATE
               READ AD-HOC-HOLIDAY-FILE
                   INVALID KEY
                       DISPLAY 'CLOSURE-REMEDIATION: '
                           WS-CLOSURE-DATE
                           ' IS NOT AN APPROVED CLOSURE ON ADHOCHOL - '
                           'RUN CLOSURE-IMPACT-SIMULATION BEFORE '
                           'APPROVAL'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AHR-SCOPE-PROVINCES = SPACES
                               DISPLAY 'CLOSURE-REMEDIATION: '
                                   WS-CLOSURE-DATE
                                   ' IS ON ADHOCHOL BUT WAS NOT '
                                   'CONFIRMED - AD-HOC-CLOSURE-CHECK '
                                   'RC ' WS-AHC-RETURN-CODE
                           WHEN WS-RUN-PROVINCE = SPACES
                               DISPLAY 'CLOSURE-REMEDIATION: '
                                   WS-CLOSURE-DATE
                                   ' CLOSURE IS PROVINCE-SCOPED ('
                                   AHR-SCOPE-PROVINCES
                                   ') - SUPPLY PROV='
                           WHEN OTHER
                               DISPLAY 'CLOSURE-REMEDIATION: '
                                   WS-CLOSURE-DATE
                                   ' PROV=' WS-RUN-PROVINCE
                                   ' IS NOT IN THE CLOSURE SCOPE ('
                                   AHR-SCOPE-PROVINCES ')'
                       END-EVALUATE
               END-READ
               CLOSE AD-HOC-HOLIDAY-FILE
           END-IF.

      ******************************************************************
      * OPEN THE AMENDMENT FILE AND REPORT, WRITE THE HDR RECORD AND  *
      * THE REPORT TITLE                                              *
      ******************************************************************
       1300-OPEN-OUTPUTS.
           OPEN OUTPUT AMENDMENT-FILE
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-AMENDMENT-FILE-OK OR NOT WS-REPORT-FILE-OK
               DISPLAY 'CLOSURE-REMEDIATION: UNABLE TO OPEN '
                   'CDAMEND.DAT/CDAMEND.RPT - FILE STATUS '
                   WS-AMENDMENT-FILE-STATUS '/' WS-REPORT-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               MOVE SPACES TO CLOSURE-AMENDMENT-HEADER
               MOVE 'HDR' TO AMH-RECORD-TAG
               MOVE WS-TODAY-DATE TO AMH-RUN-DATE
               MOVE WS-CLOSURE-DATE TO AMH-CLOSURE-DATE
               MOVE WS-CLOSURE-END-DATE TO AMH-CLOSURE-END-DATE
               WRITE CLOSURE-AMENDMENT-HEADER
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'APPROVED CLOSURE ' WS-CLOSURE-DATE
                      ' THROUGH ' WS-CLOSURE-END-DATE
                      '   RUN DATE ' WS-TODAY-DATE
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           END-IF.

      ******************************************************************
      * TRANOUT.DAT - ADJUSTED DATES LANDING IN THE CLOSURE ROLL      *
      * FORWARD TO THE NEXT BUSINESS DAY                              *
      ******************************************************************
       2000-REMEDIATE-TRANOUT.
           MOVE 'TRANOUT ' TO WS-SECTION-FILE-ID
           MOVE 'TRANOUT.DAT' TO WS-SECTION-FILE-NAME
           MOVE 'PAYMENT OPERATIONS' TO WS-SECTION-OWNER
           PERFORM 6000-START-FILE-SECTION
           OPEN INPUT RESCHEDULE-FILE
           IF WS-RESCHEDULE-FILE-OK
               MOVE 'Y' TO WS-SECTION-ASSESSED
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM UNTIL WS-NO-MORE-INPUT
                   READ RESCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM 2100-ASSESS-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE RESCHEDULE-FILE
           END-IF
           PERFORM 6200-WRITE-FILE-SIGN-OFF.

      ******************************************************************
      * ASSESS ONE TRANOUT.DAT RECORD (HDR/TRL CONTROL RECORDS AND    *
      * ERR-MARKED TRANSACTIONS ARE LEFT ALONE)                       *
      ******************************************************************
       2100-ASSESS-ONE-TRANSACTION.
           IF RS-TRANSACTION-ID (1:3) NOT = 'HDR'
                   AND RS-TRANSACTION-ID (1:3) NOT = 'TRL'
                   AND RS-RESCHEDULE-REASON NOT = 'ERR '
                   AND RS-ADJUSTED-DATE IS NUMERIC
               ADD 1 TO WS-SECTION-READ
               IF RS-ADJUSTED-DATE >= WS-CLOSURE-DATE
                       AND RS-ADJUSTED-DATE <= WS-CLOSURE-END-DATE
                   MOVE RS-ADJUSTED-DATE TO WS-OLD-DATE
                   MOVE RS-ADJUSTED-DATE TO WS-NBD-INPUT-DATE
                   CALL 'NEXT-BUSINESS-DAY-CHECK' USING
                       WS-NBD-INPUT-DATE
                       WS-NBD-NEXT-DATE
                       WS-NBD-RETURN-CODE
                       WS-NBD-ERROR-MESSAGE
                       WS-NBD-PROVINCE-CODE
                   IF WS-NBD-RETURN-CODE = 00
                       MOVE 'Y' TO WS-REROLL-OK
                       MOVE WS-NBD-NEXT-DATE TO WS-NEW-DATE
                   ELSE
                       MOVE 'N' TO WS-REROLL-OK
                       MOVE WS-OLD-DATE TO WS-NEW-DATE
                   END-IF
                   MOVE SPACES TO AMD-RECORD-KEY
                   MOVE RS-TRANSACTION-ID TO AMD-RECORD-KEY
                   MOVE 'NEXTBDAY' TO AMD-ROLL-RULE
                   PERFORM 6100-WRITE-AMENDMENT
               END-IF
           END-IF.

      ******************************************************************
      * FXVALUED.DAT - A STAMPED TRADE WHOSE TRADE-DATE-TO-VALUE-DATE *
      * SPAN TOUCHES THE CLOSURE IS RE-STAMPED FROM ITS TRADE DATE    *
      * AND TENOR OFFSET                                              *
      ******************************************************************
       3000-REMEDIATE-FXVALUED.
           MOVE 'FXVALUED' TO WS-SECTION-FILE-ID
           MOVE 'FXVALUED.DAT' TO WS-SECTION-FILE-NAME
           MOVE 'FX SETTLEMENTS' TO WS-SECTION-OWNER
           PERFORM 6000-START-FILE-SECTION
           OPEN INPUT STAMPED-FILE
           IF WS-STAMPED-FILE-OK
               MOVE 'Y' TO WS-SECTION-ASSESSED
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM UNTIL WS-NO-MORE-INPUT
                   READ STAMPED-FILE
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           IF FVS-FX-SWAP OR FVS-OUTRIGHT-FORWARD
                               PERFORM 3200-ASSESS-ONE-SWAP
                           ELSE
                               PERFORM 3100-ASSESS-ONE-TRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAMPED-FILE
           END-IF
           PERFORM 6200-WRITE-FILE-SIGN-OFF.

      ******************************************************************
      * ASSESS ONE STAMPED TRADE - ONLY VERIFIED STAMPS ARE RE-ROLLED *
      ******************************************************************
       3100-ASSESS-ONE-TRADE.
           IF FXV-TRADE-ID (1:3) NOT = 'HDR'
                   AND FXV-TRADE-ID (1:3) NOT = 'TRL'
                   AND FXV-STATUS (1:2) = 'OK'
                   AND FXV-VALUE-DATE IS NUMERIC
               ADD 1 TO WS-SECTION-READ
               IF FXV-TRADE-DATE <= WS-CLOSURE-END-DATE
                       AND FXV-VALUE-DATE >= WS-CLOSURE-DATE
                   MOVE FXV-VALUE-DATE TO WS-OLD-DATE
                   MOVE FXV-TRADE-DATE TO WS-CBV-INPUT-DATE
                   MOVE FXV-TENOR-OFFSET TO WS-CBV-DAY-OFFSET
                   MOVE FXV-COUNTRY-CODE-1 TO WS-CBV-COUNTRY-CODE-1
                   MOVE FXV-COUNTRY-CODE-2 TO WS-CBV-COUNTRY-CODE-2
                   CALL 'CROSS-BORDER-VALUE-DATE' USING
                       WS-CBV-INPUT-DATE
                       WS-CBV-DAY-OFFSET
                       WS-CBV-COUNTRY-CODE-1
                       WS-CBV-COUNTRY-CODE-2
                       WS-CBV-VALUE-DATE
                       WS-CBV-RETURN-CODE
                       WS-CBV-ERROR-MESSAGE
                   IF WS-CBV-RETURN-CODE = 00
                       MOVE 'Y' TO WS-REROLL-OK
                       MOVE WS-CBV-VALUE-DATE TO WS-NEW-DATE
                   ELSE
                       MOVE 'N' TO WS-REROLL-OK
                       MOVE WS-OLD-DATE TO WS-NEW-DATE
                   END-IF
                   IF WS-NEW-DATE NOT = WS-OLD-DATE
                           OR NOT WS-REROLL-SUCCEEDED
                       MOVE SPACES TO AMD-RECORD-KEY
                       MOVE FXV-TRADE-ID TO AMD-RECORD-KEY
                       MOVE 'XBORDER ' TO AMD-ROLL-RULE
                       PERFORM 6100-WRITE-AMENDMENT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ASSESS ONE STAMPED SWAP OR OUTRIGHT FORWARD WHOSE TRADE-DATE- *
      * TO-FAR-LEG SPAN TOUCHES THE CLOSURE - RE-DERIVE SPOT AND EACH *
      * LEG THE WAY FX-VALUE-DATE-BATCH STAMPED THEM AND AMEND EACH   *
      * LEG THAT MOVED. A LEG THAT CANNOT BE RE-DERIVED IS WRITTEN    *
      * ERR, AS IS EVERY LEG AFTER IT (EACH LEG HANGS OFF SPOT).      *
      ******************************************************************
       3200-ASSESS-ONE-SWAP.
           IF FVS-STATUS (1:2) = 'OK'
                   AND FVS-TRADE-DATE IS NUMERIC
                   AND FVS-SPOT-DATE IS NUMERIC
                   AND FVS-NEAR-VALUE-DATE IS NUMERIC
                   AND FVS-FAR-VALUE-DATE IS NUMERIC
               ADD 1 TO WS-SECTION-READ
               IF FVS-TRADE-DATE <= WS-CLOSURE-END-DATE
                       AND FVS-FAR-VALUE-DATE >= WS-CLOSURE-DATE
                   MOVE SPACES TO WS-SWAP-ERROR-TEXT
                   MOVE 0 TO WS-SPOT-DATE WS-NEAR-VALUE-DATE
                             WS-FAR-VALUE-DATE
                   PERFORM 3210-VALUE-DATE-SPOT
                   IF WS-SWAP-ERROR-TEXT = SPACES AND FVS-FX-SWAP
                       MOVE FVS-NEAR-TENOR TO WS-LEG-TENOR
                       PERFORM 3220-VALUE-DATE-ONE-LEG
                       MOVE WS-LEG-VALUE-DATE TO WS-NEAR-VALUE-DATE
                   END-IF
                   IF WS-SWAP-ERROR-TEXT = SPACES
                       MOVE FVS-FAR-TENOR TO WS-LEG-TENOR
                       PERFORM 3220-VALUE-DATE-ONE-LEG
                       MOVE WS-LEG-VALUE-DATE TO WS-FAR-VALUE-DATE
                   END-IF
                   IF WS-SWAP-ERROR-TEXT = SPACES AND FVS-FX-SWAP
                           AND WS-FAR-VALUE-DATE
                               NOT > WS-NEAR-VALUE-DATE
                       MOVE 'FAR LEG DOES NOT VALUE AFTER NEAR LEG'
                           TO WS-SWAP-ERROR-TEXT
                       MOVE 0 TO WS-FAR-VALUE-DATE
                   END-IF
                   MOVE 'SPOT' TO WS-LEG-NAME
                   MOVE FVS-SPOT-DATE TO WS-LEG-STAMPED-DATE
                   MOVE WS-SPOT-DATE TO WS-LEG-DERIVED-DATE
                   MOVE 'XBORDER ' TO WS-LEG-ROLL-RULE
                   PERFORM 3260-AMEND-ONE-LEG
                   MOVE 'TENORMF ' TO WS-LEG-ROLL-RULE
                   IF FVS-FX-SWAP
                       MOVE 'NEAR' TO WS-LEG-NAME
                       MOVE FVS-NEAR-VALUE-DATE TO WS-LEG-STAMPED-DATE
                       MOVE WS-NEAR-VALUE-DATE TO WS-LEG-DERIVED-DATE
                       PERFORM 3260-AMEND-ONE-LEG
                   END-IF
                   MOVE 'FAR ' TO WS-LEG-NAME
                   MOVE FVS-FAR-VALUE-DATE TO WS-LEG-STAMPED-DATE
                   MOVE WS-FAR-VALUE-DATE TO WS-LEG-DERIVED-DATE
                   PERFORM 3260-AMEND-ONE-LEG
               END-IF
           END-IF.

      ******************************************************************
      * SPOT - THE SPOT OFFSET IN MUTUALLY OPEN DAYS AFTER THE TRADE  *
      * DATE                                                          *
      ******************************************************************
       3210-VALUE-DATE-SPOT.
           MOVE FVS-TRADE-DATE TO WS-CBV-INPUT-DATE
           MOVE FVS-SPOT-OFFSET TO WS-CBV-DAY-OFFSET
           PERFORM 3230-CALL-CROSS-BORDER
           IF WS-CBV-RETURN-CODE = 00
               MOVE WS-CBV-VALUE-DATE TO WS-SPOT-DATE
           ELSE
               MOVE WS-CBV-ERROR-MESSAGE TO WS-SWAP-ERROR-TEXT
           END-IF.

      ******************************************************************
      * ONE LEG - SP IS SPOT ITSELF; OTHERWISE SPOT PLUS THE TENOR    *
      * (MONTH ARITHMETIC AND END-OF-MONTH RULE), MOVED TO A DATE     *
      * BOTH CENTRES ARE OPEN WITHOUT LEAVING THE LEG'S MONTH         *
      ******************************************************************
       3220-VALUE-DATE-ONE-LEG.
           MOVE 0 TO WS-LEG-VALUE-DATE
           IF WS-LEG-TENOR = 'SP'
               MOVE WS-SPOT-DATE TO WS-LEG-VALUE-DATE
           ELSE
               MOVE SPACES TO WS-TSB-TENOR-TABLE
               MOVE WS-LEG-TENOR TO WS-TSB-TENOR-ENTRY (1)
               CALL 'TENOR-SCHEDULE-BUILD' USING WS-SPOT-DATE
                                                 WS-TSB-TENOR-COUNT
                                                 WS-TSB-TENOR-TABLE
                                                 WS-TSB-CONVENTION
                                                 WS-TSB-SCHEDULE-TABLE
                                                 WS-TSB-RETURN-CODE
                                                 WS-TSB-ERROR-MESSAGE
               IF WS-TSB-RETURN-CODE NOT = 00
                   MOVE WS-TSB-ERROR-MESSAGE TO WS-SWAP-ERROR-TEXT
               ELSE
                   MOVE WS-TSB-SCHEDULE-DATE (1) TO WS-CBV-INPUT-DATE
                                                    WS-LEG-TENOR-DATE
                   MOVE 0 TO WS-CBV-DAY-OFFSET
                   PERFORM 3230-CALL-CROSS-BORDER
                   EVALUATE TRUE
                       WHEN WS-CBV-RETURN-CODE NOT = 00
                           MOVE WS-CBV-ERROR-MESSAGE
                               TO WS-SWAP-ERROR-TEXT
                       WHEN WS-CBV-VALUE-DATE (1:6)
                               = WS-LEG-TENOR-DATE (1:6)
                           MOVE WS-CBV-VALUE-DATE TO WS-LEG-VALUE-DATE
                       WHEN OTHER
                           PERFORM 3225-ROLL-BACK-INTO-MONTH
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * MODIFIED FOLLOWING ACROSS BOTH CENTRES - WALK BACK FROM THE   *
      * TENOR DATE TO THE LAST MUTUALLY OPEN DAY OF ITS MONTH         *
      ******************************************************************
       3225-ROLL-BACK-INTO-MONTH.
           COMPUTE WS-LEG-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-LEG-TENOR-DATE)
           PERFORM UNTIL WS-LEG-VALUE-DATE NOT = 0
                      OR WS-SWAP-ERROR-TEXT NOT = SPACES
               SUBTRACT 1 FROM WS-LEG-DAY-INTEGER
               COMPUTE WS-CBV-INPUT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-LEG-DAY-INTEGER)
               IF WS-CBV-INPUT-DATE (1:6)
                       NOT = WS-LEG-TENOR-DATE (1:6)
                       OR WS-CBV-INPUT-DATE NOT > WS-SPOT-DATE
                   MOVE 'NO MUTUALLY OPEN DAY IN THE LEG MONTH'
                       TO WS-SWAP-ERROR-TEXT
               ELSE
                   PERFORM 3230-CALL-CROSS-BORDER
                   EVALUATE TRUE
                       WHEN WS-CBV-RETURN-CODE NOT = 00
                           MOVE WS-CBV-ERROR-MESSAGE
                               TO WS-SWAP-ERROR-TEXT
                       WHEN WS-CBV-VALUE-DATE = WS-CBV-INPUT-DATE
                           MOVE WS-CBV-VALUE-DATE TO WS-LEG-VALUE-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * CALL CROSS-BORDER-VALUE-DATE FOR THE SWAP'S CURRENCY PAIR     *
      * (WS-CBV-INPUT-DATE AND WS-CBV-DAY-OFFSET ARE ALREADY SET)     *
      ******************************************************************
       3230-CALL-CROSS-BORDER.
           MOVE FVS-COUNTRY-CODE-1 TO WS-CBV-COUNTRY-CODE-1
           MOVE FVS-COUNTRY-CODE-2 TO WS-CBV-COUNTRY-CODE-2
           CALL 'CROSS-BORDER-VALUE-DATE' USING
               WS-CBV-INPUT-DATE
               WS-CBV-DAY-OFFSET
               WS-CBV-COUNTRY-CODE-1
               WS-CBV-COUNTRY-CODE-2
               WS-CBV-VALUE-DATE
               WS-CBV-RETURN-CODE
               WS-CBV-ERROR-MESSAGE.

      ******************************************************************
      * AMEND ONE SWAP LEG - ONLY WHEN ITS RE-DERIVED DATE MOVED, OR  *
      * IT COULD NOT BE RE-DERIVED (ZERO). THE KEY IS TRADE ID + LEG. *
      ******************************************************************
       3260-AMEND-ONE-LEG.
           MOVE WS-LEG-STAMPED-DATE TO WS-OLD-DATE
           IF WS-LEG-DERIVED-DATE = 0
               MOVE 'N' TO WS-REROLL-OK
               MOVE WS-OLD-DATE TO WS-NEW-DATE
           ELSE
               MOVE 'Y' TO WS-REROLL-OK
               MOVE WS-LEG-DERIVED-DATE TO WS-NEW-DATE
           END-IF
           IF WS-NEW-DATE NOT = WS-OLD-DATE
                   OR NOT WS-REROLL-SUCCEEDED
               MOVE SPACES TO AMD-RECORD-KEY
               STRING FVS-TRADE-ID ' ' WS-LEG-NAME
                   DELIMITED BY SIZE INTO AMD-RECORD-KEY
               MOVE WS-LEG-ROLL-RULE TO AMD-ROLL-RULE
               PERFORM 6100-WRITE-AMENDMENT
           END-IF.

      ******************************************************************
      * PAYCAL.DAT - PAY DATES LANDING IN THE CLOSURE ROLL BACKWARD   *
      * TO THE PRECEDING GOOD PAY DAY                                 *
      ******************************************************************
       4000-REMEDIATE-PAYCAL.
           MOVE 'PAYCAL  ' TO WS-SECTION-FILE-ID
           MOVE 'PAYCAL.DAT' TO WS-SECTION-FILE-NAME
           MOVE 'PAYROLL / HR' TO WS-SECTION-OWNER
           PERFORM 6000-START-FILE-SECTION
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAYCAL-FILE-OK
               MOVE 'Y' TO WS-SECTION-ASSESSED
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM UNTIL WS-NO-MORE-INPUT
                   READ PAY-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM 4100-ASSESS-ONE-PAY-DATE
                   END-READ
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF
           PERFORM 6200-WRITE-FILE-SIGN-OFF.

      ******************************************************************
      * ASSESS ONE PAY-CALENDAR RECORD (HDR/TRL SKIPPED)              *
      ******************************************************************
       4100-ASSESS-ONE-PAY-DATE.
           IF CALENDAR-RECORD (1:3) NOT = 'HDR'
                   AND CALENDAR-RECORD (1:3) NOT = 'TRL'
                   AND PAY-DATE IS NUMERIC
               ADD 1 TO WS-SECTION-READ
               IF PAY-DATE >= WS-CLOSURE-DATE
                       AND PAY-DATE <= WS-CLOSURE-END-DATE
                   MOVE PAY-DATE TO WS-OLD-DATE
                   PERFORM 4200-ROLL-PAY-DATE-BACK
                   MOVE SPACES TO AMD-RECORD-KEY
                   STRING PAY-YEAR '-' PAY-SEQUENCE
                       DELIMITED BY SIZE INTO AMD-RECORD-KEY
                   MOVE 'PRECEDE ' TO AMD-ROLL-RULE
                   PERFORM 6100-WRITE-AMENDMENT
               END-IF
           END-IF.

      ******************************************************************
      * ROLL BACKWARD THROUGH DATE-ROLL-CONVENTION 'P' (WEEKEND,      *
      * STATUTORY, SHIFTED OBSERVANCE, AD HOC), THEN STEP BACK AGAIN  *
      * PAST ANY HALF-DAY EARLY CLOSE - THE PAYROLL GOOD-PAY-DAY TEST *
      ******************************************************************
       4200-ROLL-PAY-DATE-BACK.
           MOVE WS-OLD-DATE TO WS-CANDIDATE-DATE
           MOVE 'Y' TO WS-REROLL-OK
           MOVE 'N' TO WS-GOOD-PAY-DAY
           MOVE 0 TO WS-ROLL-GUARD
           PERFORM UNTIL WS-GOOD-PAY-DAY-FOUND
                      OR NOT WS-REROLL-SUCCEEDED
               ADD 1 TO WS-ROLL-GUARD
               MOVE WS-CANDIDATE-DATE TO WS-DRC-INPUT-DATE
               CALL 'DATE-ROLL-CONVENTION' USING
                   WS-DRC-INPUT-DATE
                   'P'
                   WS-DRC-ROLLED-DATE
                   WS-DRC-RETURN-CODE
                   WS-DRC-ERROR-MESSAGE
               IF WS-DRC-RETURN-CODE NOT = 00
                       OR WS-ROLL-GUARD > 31
                   MOVE 'N' TO WS-REROLL-OK
               ELSE
                   MOVE WS-DRC-ROLLED-DATE TO WS-CANDIDATE-DATE
                   CALL 'CANADA-DAY-EARLY-CLOSURE-CHECK' USING
                       WS-CANDIDATE-DATE
                       WS-ECC-HALF-DAY-FLAG
                       WS-ECC-CLOSING-TIME
                       WS-ECC-RETURN-CODE
                       WS-ECC-ERROR-MESSAGE
                   IF WS-ECC-RETURN-CODE = 00
                           AND WS-ECC-HALF-DAY-FLAG = 'Y'
                       COMPUTE WS-CANDIDATE-DATE =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(
                                   WS-CANDIDATE-DATE) - 1)
                   ELSE
                       MOVE 'Y' TO WS-GOOD-PAY-DAY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REROLL-SUCCEEDED
               MOVE WS-CANDIDATE-DATE TO WS-NEW-DATE
           ELSE
               MOVE WS-OLD-DATE TO WS-NEW-DATE
           END-IF.

      ******************************************************************
      * CLOSCAL.DAT - DUE DATES ON OR AFTER THE CLOSURE START IN A    *
      * CLOSE MONTH THE CLOSURE TOUCHES ARE RE-RESOLVED UNDER THE     *
      * TASK'S OWN ORDINAL                                            *
      ******************************************************************
       5000-REMEDIATE-CLOSCAL.
           MOVE 'CLOSCAL ' TO WS-SECTION-FILE-ID
           MOVE 'CLOSCAL.DAT' TO WS-SECTION-FILE-NAME
           MOVE 'FINANCIAL CONTROL' TO WS-SECTION-OWNER
           PERFORM 6000-START-FILE-SECTION
           PERFORM 5050-LOAD-CLOSE-TASKS
           OPEN INPUT CLOSE-CALENDAR-FILE
           IF WS-CLOSCAL-FILE-OK
               MOVE 'Y' TO WS-SECTION-ASSESSED
               MOVE 'N' TO WS-INPUT-EOF
               PERFORM UNTIL WS-NO-MORE-INPUT
                   READ CLOSE-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-INPUT-EOF
                       NOT AT END
                           PERFORM 5100-ASSESS-ONE-CLOSE-TASK
                   END-READ
               END-PERFORM
               CLOSE CLOSE-CALENDAR-FILE
           END-IF
           PERFORM 6200-WRITE-FILE-SIGN-OFF.

      ******************************************************************
      * LOAD THE CLOSE TASK DEFINITIONS (TASK ID, ORDINAL, LAST FLAG) *
      ******************************************************************
       5050-LOAD-CLOSE-TASKS.
           MOVE 0 TO WS-TASKS-LOADED
           OPEN INPUT TASK-FILE
           IF WS-TASK-FILE-OK
               MOVE 'N' TO WS-TASK-EOF
               PERFORM UNTIL WS-NO-MORE-TASKS
                   READ TASK-FILE
                       AT END
                           MOVE 'Y' TO WS-TASK-EOF
                       NOT AT END
                           IF WS-TASKS-LOADED < 200
                               ADD 1 TO WS-TASKS-LOADED
                               MOVE CTK-TASK-ID TO
                                   WS-TSK-TASK-ID (WS-TASKS-LOADED)
                               MOVE CTK-ORDINAL TO
                                   WS-TSK-ORDINAL (WS-TASKS-LOADED)
                               MOVE CTK-LAST-FLAG TO
                                   WS-TSK-LAST-FLAG (WS-TASKS-LOADED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.

      ******************************************************************
      * ASSESS ONE RESOLVED CLOSE TASK. A TASK NO LONGER ON           *
      * CLOSTASK.DAT CANNOT BE RE-RESOLVED AND IS FLAGGED ERR.        *
      ******************************************************************
       5100-ASSESS-ONE-CLOSE-TASK.
           ADD 1 TO WS-SECTION-READ
           IF CCR-CLOSE-MONTH >= WS-CLOSURE-START-MONTH
                   AND CCR-CLOSE-MONTH <= WS-CLOSURE-END-MONTH
                   AND CCR-DUE-DATE >= WS-CLOSURE-DATE
               MOVE CCR-DUE-DATE TO WS-OLD-DATE
               PERFORM 5200-FIND-CLOSE-TASK
               IF WS-TASK-WAS-FOUND
                   IF WS-TSK-LAST-FLAG (WS-TASK-INDEX) = 'Y'
                       MOVE 0 TO WS-NBM-ORDINAL
                       MOVE 'Y' TO WS-NBM-LAST-FLAG
                   ELSE
                       MOVE WS-TSK-ORDINAL (WS-TASK-INDEX)
                           TO WS-NBM-ORDINAL
                       MOVE 'N' TO WS-NBM-LAST-FLAG
                   END-IF
                   MOVE 0 TO WS-NBM-CHECK-DATE
                   CALL 'NTH-BUSINESS-DAY-OF-MONTH' USING
                       CCR-CLOSE-MONTH
                       WS-NBM-ORDINAL
                       WS-NBM-LAST-FLAG
                       WS-NBM-CHECK-DATE
                       WS-NBM-RESULT-DATE
                       WS-NBM-MATCH-FLAG
                       WS-NBM-RETURN-CODE
                       WS-NBM-ERROR-MESSAGE
                   IF WS-NBM-RETURN-CODE = 00
                       MOVE 'Y' TO WS-REROLL-OK
                       MOVE WS-NBM-RESULT-DATE TO WS-NEW-DATE
                   ELSE
                       MOVE 'N' TO WS-REROLL-OK
                       MOVE WS-OLD-DATE TO WS-NEW-DATE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-REROLL-OK
                   MOVE WS-OLD-DATE TO WS-NEW-DATE
               END-IF
               IF WS-NEW-DATE NOT = WS-OLD-DATE
                       OR NOT WS-REROLL-SUCCEEDED
                   MOVE SPACES TO AMD-RECORD-KEY
                   STRING CCR-TASK-ID '-' CCR-CLOSE-MONTH
                       DELIMITED BY SIZE INTO AMD-RECORD-KEY
                   MOVE 'NTHBDAY ' TO AMD-ROLL-RULE
                   PERFORM 6100-WRITE-AMENDMENT
               END-IF
           END-IF.

      ******************************************************************
      * LOOK UP THE CLOSE TASK'S DEFINITION BY TASK ID                *
      ******************************************************************
       5200-FIND-CLOSE-TASK.
           MOVE 'N' TO WS-TASK-FOUND
           PERFORM VARYING WS-TASK-INDEX FROM 1 BY 1
                   UNTIL WS-TASK-INDEX > WS-TASKS-LOADED
                      OR WS-TASK-WAS-FOUND
               IF WS-TSK-TASK-ID (WS-TASK-INDEX) = CCR-TASK-ID
                   MOVE 'Y' TO WS-TASK-FOUND
               END-IF
           END-PERFORM
           IF WS-TASK-WAS-FOUND
               SUBTRACT 1 FROM WS-TASK-INDEX
           END-IF.

      ******************************************************************
      * START A FILE'S SECTION ON THE REPORT                          *
      ******************************************************************
       6000-START-FILE-SECTION.
           MOVE 0 TO WS-SECTION-READ
           MOVE 0 TO WS-SECTION-AMENDED
           MOVE 0 TO WS-SECTION-FAILED
           MOVE 'N' TO WS-SECTION-ASSESSED
           MOVE SPACES TO WS-WORK-LINE
           STRING 'FILE: ' WS-SECTION-FILE-NAME
                  '   OWNER: ' WS-SECTION-OWNER
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

      ******************************************************************
      * WRITE ONE AMENDMENT RECORD AND ITS REPORT LINE. A FAILED RE-  *
      * ROLL IS STILL WRITTEN (STATUS ERR) - THE OLD DATE IS STALE    *
      * EITHER WAY AND SOMEONE HAS TO FIX IT BY HAND.                 *
      ******************************************************************
       6100-WRITE-AMENDMENT.
           MOVE WS-SECTION-FILE-ID TO AMD-FILE-ID
           MOVE WS-OLD-DATE TO AMD-OLD-DATE
           MOVE WS-NEW-DATE TO AMD-NEW-DATE
           MOVE WS-CLOSURE-DATE TO AMD-CLOSURE-DATE
           MOVE WS-TODAY-DATE TO AMD-RUN-DATE
           IF WS-REROLL-SUCCEEDED
               MOVE 'AMND' TO AMD-STATUS
               ADD 1 TO WS-SECTION-AMENDED
               MOVE 'AMENDED' TO WS-DTL-STATUS
           ELSE
               MOVE 'ERR ' TO AMD-STATUS
               ADD 1 TO WS-SECTION-FAILED
               ADD 1 TO WS-TOTAL-FAILED
               MOVE '*** FAILED - FIX BY HAND'
                   TO WS-DTL-STATUS
           END-IF
           WRITE CLOSURE-AMENDMENT-RECORD
           ADD 1 TO WS-AMENDMENTS-WRITTEN
           MOVE AMD-RECORD-KEY TO WS-DTL-RECORD-KEY
           MOVE WS-OLD-DATE TO WS-DTL-OLD-DATE
           MOVE WS-NEW-DATE TO WS-DTL-NEW-DATE
           MOVE AMD-ROLL-RULE TO WS-DTL-RULE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * CLOSE A FILE'S SECTION WITH ITS COUNTS AND THE OWNER SIGN-OFF *
      * BLOCK                                                         *
      ******************************************************************
       6200-WRITE-FILE-SIGN-OFF.
           MOVE SPACES TO WS-WORK-LINE
           IF NOT WS-SECTION-WAS-ASSESSED
               ADD 1 TO WS-FILES-NOT-ASSESSED
               STRING '  ' WS-SECTION-FILE-NAME
                      ' NOT AVAILABLE - NOT ASSESSED'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           ELSE
               IF WS-SECTION-AMENDED = 0 AND WS-SECTION-FAILED = 0
                   MOVE '  NO STALE DATES' TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
                   MOVE SPACES TO WS-WORK-LINE
               END-IF
               STRING '  RECORDS READ: ' WS-SECTION-READ
                      '  AMENDED: ' WS-SECTION-AMENDED
                      '  FAILED: ' WS-SECTION-FAILED
                      DELIMITED BY SIZE INTO WS-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING '  OWNER SIGN-OFF (' WS-SECTION-FILE-ID
                  '): ____________________  DATE: ________'
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE.

      ******************************************************************
      * WRITE THE TRL RECORD AND RUN SUMMARY, CLOSE THE OUTPUTS AND   *
      * SET THE STEP RETURN CODE                                      *
      ******************************************************************
       7000-WRITE-SUMMARY-AND-CLOSE.
           MOVE SPACES TO CLOSURE-AMENDMENT-TRAILER
           MOVE 'TRL' TO AMT-RECORD-TAG
           MOVE WS-AMENDMENTS-WRITTEN TO AMT-RECORD-COUNT
           WRITE CLOSURE-AMENDMENT-TRAILER
           MOVE SPACES TO WS-WORK-LINE
           STRING 'AMENDMENTS WRITTEN: ' WS-AMENDMENTS-WRITTEN
                  '  RE-ROLLS FAILED: ' WS-TOTAL-FAILED
                  '  FILES NOT ASSESSED: ' WS-FILES-NOT-ASSESSED
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE AMENDMENT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CLOSURE-REMEDIATION: ' WS-AMENDMENTS-WRITTEN
               ' AMENDMENTS, ' WS-TOTAL-FAILED ' FAILED RE-ROLLS, '
               WS-FILES-NOT-ASSESSED ' FILES NOT ASSESSED'
           IF WS-AMENDMENTS-WRITTEN > 0
               MOVE 4 TO WS-STEP-RETURN-CODE
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
