      ******************************************************************
      * PROGRAM: FUNDS-HOLD-BATCH                                      *
      * PURPOSE: Batch driver that stamps a funds-release date on    *
      *          every deposit through FUNDS-HOLD-CALCULATOR          *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Reads the day's deposit file (deposit id, deposit date,      *
      * deposit type, channel and the account's province), stamps    *
      * each deposit's funds-release date through                    *
      * FUNDS-HOLD-CALCULATOR under the HOLDPOL hold policies, and   *
      * writes the stamped file for the deposit system - release     *
      * date, deemed deposit date (a deposit on a closed day counts  *
      * from the next business day) and the hold in business days.   *
      * Every deposit that could not be stamped (bad date, no policy *
      * for its type and channel, unrecognized province) is written  *
      * out marked ERR with a zero release date and listed on the    *
      * exception report, so no deposit is released on a guessed     *
      * date.                                                         *
      *                                                               *
      * The input carries the HDR/TRL control-record pair the        *
      * TRANIN.DAT interface uses, and the run is REFUSED at          *
      * severity 12 when the header is missing, the trailer is        *
      * missing, the trailer count disagrees with the detail records *
      * read, or HOLDPOL.DAT is not loaded - the same discipline      *
      * FX-VALUE-DATE-BATCH applies. The stamped output carries its   *
      * own matching HDR/TRL pair.                                    *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   ERR=nn  - step return code when deposits failed validation  *
      *             (default 08 per the HOLIDAY-RETURN-SEVERITY       *
      *             error band)                                       *
      *   SEV=nn  - step return code when a file could not be opened  *
      *             or the run was refused (default 12, severe band)  *
      *                                                               *
      * INPUT:  DEPOSITS.DAT - HDR, deposit records, TRL              *
      *         HOLDPOL.DAT  - hold policies (via the calculator)     *
      * OUTPUT: DEPHOLD.DAT  - stamped deposit file (HDR/TRL)         *
      *         DEPHOLD.RPT  - exception report                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDS-HOLD-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO 'DEPOSITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.
           SELECT STAMPED-FILE ASSIGN TO 'DEPHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMPED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DEPHOLD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE
           RECORDING MODE IS F.
       01  DEPOSIT-RECORD.
           05  DEP-DEPOSIT-ID              PIC X(10).
           05  DEP-DEPOSIT-DATE            PIC 9(8).
           05  DEP-DEPOSIT-TYPE            PIC X(4).
           05  DEP-CHANNEL                 PIC X(4).
           05  DEP-PROVINCE-CODE           PIC X(2).
       01  DEPOSIT-HEADER-RECORD.
           05  DPH-RECORD-TAG              PIC X(3).
           05  DPH-CREATION-DATE           PIC 9(8).
           05  DPH-CYCLE-NUMBER            PIC 9(4).
           05  FILLER                      PIC X(13).
       01  DEPOSIT-TRAILER-RECORD.
           05  DPX-RECORD-TAG              PIC X(3).
           05  DPX-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(18).

       FD  STAMPED-FILE
           RECORDING MODE IS F.
       01  STAMPED-RECORD.
           05  DHS-DEPOSIT-ID              PIC X(10).
           05  DHS-DEPOSIT-DATE            PIC 9(8).
           05  DHS-DEPOSIT-TYPE            PIC X(4).
           05  DHS-CHANNEL                 PIC X(4).
           05  DHS-PROVINCE-CODE           PIC X(2).
           05  DHS-RELEASE-DATE            PIC 9(8).
           05  DHS-DEEMED-DEPOSIT-DATE     PIC 9(8).
           05  DHS-HOLD-DAYS               PIC 9(3).
           05  DHS-STATUS                  PIC X(4).
       01  STAMPED-HEADER-RECORD.
           05  DHH-RECORD-TAG              PIC X(3).
           05  DHH-CREATION-DATE           PIC 9(8).
           05  DHH-CYCLE-NUMBER            PIC 9(4).
           05  FILLER                      PIC X(36).
       01  STAMPED-TRAILER-RECORD.
           05  DHX-RECORD-TAG              PIC X(3).
           05  DHX-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(41).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-DEPOSIT-FILE-STATUS      PIC X(2).
               88  WS-DEPOSIT-FILE-OK      VALUE '00'.
           05  WS-STAMPED-FILE-STATUS      PIC X(2).
               88  WS-STAMPED-FILE-OK      VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Run-option fields parsed from the JCL PARM
       01  WS-RUN-OPTION-FIELDS.
           05  WS-PARM-TOKEN               PIC X(10)
               OCCURS 5 TIMES.
           05  WS-PARM-TOKEN-INDEX         PIC 9(1).

      * Step return codes per outcome - defaults follow the
      * HOLIDAY-RETURN-SEVERITY 0/4/8/12/16 banding, each
      * overridable per run through the PARM
       01  WS-SEVERITY-THRESHOLD-FIELDS.
           05  WS-RC-ON-ERRORS             PIC 9(2) VALUE 08.
           05  WS-RC-ON-SEVERE             PIC 9(2) VALUE 12.
           05  WS-PARM-THRESHOLD           PIC X(2).

      * Header/trailer control-record balancing fields
       01  WS-CONTROL-RECORD-FIELDS.
           05  WS-HEADER-SEEN              PIC X(1) VALUE 'N'.
               88  WS-HEADER-WAS-SEEN      VALUE 'Y'.
           05  WS-TRAILER-SEEN             PIC X(1) VALUE 'N'.
               88  WS-TRAILER-WAS-SEEN     VALUE 'Y'.
           05  WS-HEADER-CYCLE             PIC 9(4) VALUE 0.
           05  WS-TRAILER-COUNT            PIC 9(7) VALUE 0.
           05  WS-RUN-REFUSED              PIC X(1) VALUE 'N'.
               88  WS-RUN-IS-REFUSED       VALUE 'Y'.
           05  WS-REFUSAL-REASON           PIC X(50) VALUE SPACES.
           05  WS-REFUSAL-LINE             PIC X(80) VALUE SPACES.
           05  WS-TODAY-DATE               PIC 9(8) VALUE 0.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-DEPOSITS-READ            PIC 9(7) VALUE 0.
           05  WS-DEPOSITS-STAMPED         PIC 9(7) VALUE 0.
           05  WS-DEPOSITS-DEEMED-LATER    PIC 9(7) VALUE 0.
           05  WS-DEPOSITS-IN-ERROR        PIC 9(7) VALUE 0.
           05  WS-OUTPUT-RECORDS-WRITTEN   PIC 9(7) VALUE 0.

      * Open-state flags so end-of-run close/summary logic only
      * touches files that actually opened
       01  WS-OPEN-STATE-FIELDS.
           05  WS-DEPOSIT-FILE-OPENED      PIC X(1) VALUE 'N'.
               88  WS-DEPOSIT-IS-OPEN      VALUE 'Y'.
           05  WS-STAMPED-FILE-OPENED      PIC X(1) VALUE 'N'.
               88  WS-STAMPED-IS-OPEN      VALUE 'Y'.
           05  WS-REPORT-FILE-OPENED       PIC X(1) VALUE 'N'.
               88  WS-REPORT-IS-OPEN       VALUE 'Y'.

      * Fields used to call FUNDS-HOLD-CALCULATOR
       01  WS-FHC-CALL-FIELDS.
           05  WS-FHC-DEPOSIT-DATE         PIC 9(8).
           05  WS-FHC-DEPOSIT-TYPE         PIC X(4).
           05  WS-FHC-CHANNEL              PIC X(4).
           05  WS-FHC-PROVINCE-CODE        PIC X(2).
           05  WS-FHC-RELEASE-DATE         PIC 9(8).
           05  WS-FHC-DEEMED-DATE          PIC 9(8).
           05  WS-FHC-HOLD-DAYS            PIC 9(3).
           05  WS-FHC-RETURN-CODE          PIC 9(2).
               88  WS-FHC-POLICY-NOT-LOADED VALUE 06.
           05  WS-FHC-ERROR-MESSAGE        PIC X(50).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'FUNDS-HOLD STAMPING EXCEPTION REPORT'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'DEPOSIT-ID   DEP-DATE  TYPE CHNL PR  REASON'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-SUMMARY-LINE             PIC X(80) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  WS-DTL-DEPOSIT-ID       PIC X(10).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-DTL-DEPOSIT-DATE     PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-DEPOSIT-TYPE     PIC X(4).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-CHANNEL          PIC X(4).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-DTL-PROVINCE-CODE    PIC X(2).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-REASON           PIC X(43).

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
           IF NOT WS-RUN-IS-REFUSED
               PERFORM 2000-PROCESS-DEPOSIT-FILE
                       UNTIL WS-NO-MORE-RECORDS
                          OR WS-RUN-IS-REFUSED
               PERFORM 2700-VERIFY-TRAILER-BALANCE
           END-IF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE PARM, OPEN THE FILES AND EAT THE HDR   *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           PERFORM 1100-PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-OK
               MOVE 'Y' TO WS-DEPOSIT-FILE-OPENED
           ELSE
               DISPLAY 'FUNDS-HOLD-BATCH: UNABLE TO OPEN '
                   'DEPOSITS.DAT - FILE STATUS ' WS-DEPOSIT-FILE-STATUS
               MOVE 'DEPOSIT FILE OPEN FAILED' TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-RUN-REFUSED
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF
           IF NOT WS-RUN-IS-REFUSED
               OPEN OUTPUT STAMPED-FILE
               IF WS-STAMPED-FILE-OK
                   MOVE 'Y' TO WS-STAMPED-FILE-OPENED
               ELSE
                   DISPLAY 'FUNDS-HOLD-BATCH: UNABLE TO OPEN '
                       'DEPHOLD.DAT - FILE STATUS '
                       WS-STAMPED-FILE-STATUS
                   MOVE 'STAMPED FILE OPEN FAILED'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF
           IF NOT WS-RUN-IS-REFUSED
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-OK
                   MOVE 'Y' TO WS-REPORT-FILE-OPENED
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   WRITE REPORT-LINE FROM WS-HEADING-LINE
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               ELSE
                   DISPLAY 'FUNDS-HOLD-BATCH: UNABLE TO OPEN '
                       'DEPHOLD.RPT - FILE STATUS '
                       WS-REPORT-FILE-STATUS
                   MOVE 'REPORT FILE OPEN FAILED'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF
           IF NOT WS-RUN-IS-REFUSED
               PERFORM 1200-PROCESS-HEADER-RECORD
           END-IF.

      ******************************************************************
      * PARSE THE RUN PARM - COMMA-SEPARATED KEYWORDS, IN ANY ORDER  *
      ******************************************************************
       1100-PARSE-RUN-PARM.
           MOVE SPACES TO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                          WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
                          WS-PARM-TOKEN (5)
           IF PARM-LENGTH > 0 AND PARM-LENGTH <= 40
               UNSTRING PARM-DATA (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO WS-PARM-TOKEN (1)
                        WS-PARM-TOKEN (2)
                        WS-PARM-TOKEN (3)
                        WS-PARM-TOKEN (4)
                        WS-PARM-TOKEN (5)
               END-UNSTRING
               PERFORM 1110-APPLY-PARM-TOKEN
                   VARYING WS-PARM-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-INDEX > 5
           END-IF.

      ******************************************************************
      * APPLY ONE PARM KEYWORD - NON-NUMERIC OVERRIDE VALUES LEAVE   *
      * THE BANDED DEFAULTS IN PLACE                                  *
      ******************************************************************
       1110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:4) = 'ERR='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (5:2)
                       TO WS-PARM-THRESHOLD
                   IF WS-PARM-THRESHOLD IS NUMERIC
                       MOVE WS-PARM-THRESHOLD TO WS-RC-ON-ERRORS
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (1:4) = 'SEV='
                   MOVE WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) (5:2)
                       TO WS-PARM-THRESHOLD
                   IF WS-PARM-THRESHOLD IS NUMERIC
                       MOVE WS-PARM-THRESHOLD TO WS-RC-ON-SEVERE
                   END-IF
               WHEN WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FUNDS-HOLD-BATCH: UNRECOGNIZED PARM '
                       'KEYWORD ' WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           END-EVALUATE.

      ******************************************************************
      * THE FIRST INPUT RECORD MUST BE THE HDR CONTROL RECORD; THE    *
      * STAMPED OUTPUT GETS ITS MATCHING HDR                          *
      ******************************************************************
       1200-PROCESS-HEADER-RECORD.
           PERFORM 2100-READ-DEPOSIT-RECORD
           IF WS-NO-MORE-RECORDS
               MOVE 'EMPTY INPUT FILE - NO HEADER RECORD'
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-RUN-REFUSED
           ELSE
               IF DPH-RECORD-TAG = 'HDR'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE DPH-CYCLE-NUMBER TO WS-HEADER-CYCLE
                   MOVE SPACES TO STAMPED-HEADER-RECORD
                   MOVE 'HDR' TO DHH-RECORD-TAG
                   MOVE WS-TODAY-DATE TO DHH-CREATION-DATE
                   MOVE WS-HEADER-CYCLE TO DHH-CYCLE-NUMBER
                   WRITE STAMPED-HEADER-RECORD
                   PERFORM 2100-READ-DEPOSIT-RECORD
               ELSE
                   MOVE 'HEADER CONTROL RECORD MISSING'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF.

      ******************************************************************
      * PROCESS ONE DEPOSIT RECORD                                    *
      ******************************************************************
       2000-PROCESS-DEPOSIT-FILE.
           EVALUATE DEPOSIT-RECORD (1:3)
               WHEN 'TRL'
                   IF WS-TRAILER-WAS-SEEN
                       MOVE 'MULTIPLE TRAILER RECORDS IN FILE'
                           TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-RUN-REFUSED
                   ELSE
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE DPX-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
               WHEN 'HDR'
                   MOVE 'MULTIPLE HEADER RECORDS IN FILE'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               WHEN OTHER
                   PERFORM 2200-STAMP-ONE-DEPOSIT
           END-EVALUATE
           IF NOT WS-RUN-IS-REFUSED
               PERFORM 2100-READ-DEPOSIT-RECORD
           END-IF.

      ******************************************************************
      * READ NEXT DEPOSIT RECORD                                      *
      ******************************************************************
       2100-READ-DEPOSIT-RECORD.
           READ DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * STAMP ONE DEPOSIT'S RELEASE DATE THROUGH FUNDS-HOLD-CALCULATOR *
      * AND WRITE THE STAMPED RECORD; A FAILED VALIDATION IS WRITTEN  *
      * MARKED ERR AND LISTED ON THE EXCEPTION REPORT. WITHOUT THE    *
      * POLICY FILE NOTHING CAN BE STAMPED, SO THE RUN IS REFUSED.    *
      ******************************************************************
       2200-STAMP-ONE-DEPOSIT.
           ADD 1 TO WS-DEPOSITS-READ
           IF DEP-DEPOSIT-DATE IS NOT NUMERIC
               PERFORM 2400-WRITE-ERROR-RECORD
               MOVE 'DEPOSIT DATE NOT NUMERIC' TO WS-DTL-REASON
               PERFORM 2500-WRITE-EXCEPTION-LINE
           ELSE
               MOVE DEP-DEPOSIT-DATE TO WS-FHC-DEPOSIT-DATE
               MOVE DEP-DEPOSIT-TYPE TO WS-FHC-DEPOSIT-TYPE
               MOVE DEP-CHANNEL TO WS-FHC-CHANNEL
               MOVE DEP-PROVINCE-CODE TO WS-FHC-PROVINCE-CODE
               CALL 'FUNDS-HOLD-CALCULATOR' USING
                   WS-FHC-DEPOSIT-DATE
                   WS-FHC-DEPOSIT-TYPE
                   WS-FHC-CHANNEL
                   WS-FHC-PROVINCE-CODE
                   WS-FHC-RELEASE-DATE
                   WS-FHC-DEEMED-DATE
                   WS-FHC-HOLD-DAYS
                   WS-FHC-RETURN-CODE
                   WS-FHC-ERROR-MESSAGE
               EVALUATE TRUE
                   WHEN WS-FHC-RETURN-CODE = 00
                       ADD 1 TO WS-DEPOSITS-STAMPED
                       IF WS-FHC-DEEMED-DATE NOT = DEP-DEPOSIT-DATE
                           ADD 1 TO WS-DEPOSITS-DEEMED-LATER
                       END-IF
                       PERFORM 2300-WRITE-STAMPED-RECORD
                   WHEN WS-FHC-POLICY-NOT-LOADED
                       SUBTRACT 1 FROM WS-DEPOSITS-READ
                       MOVE 'HOLD POLICY FILE HOLDPOL.DAT NOT LOADED'
                           TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-RUN-REFUSED
                   WHEN OTHER
                       PERFORM 2400-WRITE-ERROR-RECORD
                       MOVE WS-FHC-ERROR-MESSAGE TO WS-DTL-REASON
                       PERFORM 2500-WRITE-EXCEPTION-LINE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * WRITE ONE CLEANLY STAMPED DEPOSIT                             *
      ******************************************************************
       2300-WRITE-STAMPED-RECORD.
           MOVE DEPOSIT-RECORD TO STAMPED-RECORD (1:28)
           MOVE WS-FHC-RELEASE-DATE TO DHS-RELEASE-DATE
           MOVE WS-FHC-DEEMED-DATE TO DHS-DEEMED-DEPOSIT-DATE
           MOVE WS-FHC-HOLD-DAYS TO DHS-HOLD-DAYS
           MOVE 'OK' TO DHS-STATUS
           WRITE STAMPED-RECORD
           ADD 1 TO WS-OUTPUT-RECORDS-WRITTEN.

      ******************************************************************
      * WRITE A DEPOSIT THAT COULD NOT BE STAMPED, MARKED ERR WITH A *
      * ZERO RELEASE DATE, SO THE OUTPUT REMAINS A FULL REPLACEMENT  *
      * FOR THE INPUT                                                 *
      ******************************************************************
       2400-WRITE-ERROR-RECORD.
           ADD 1 TO WS-DEPOSITS-IN-ERROR
           MOVE DEPOSIT-RECORD TO STAMPED-RECORD (1:28)
           MOVE 0 TO DHS-RELEASE-DATE DHS-DEEMED-DEPOSIT-DATE
                     DHS-HOLD-DAYS
           MOVE 'ERR' TO DHS-STATUS
           WRITE STAMPED-RECORD
           ADD 1 TO WS-OUTPUT-RECORDS-WRITTEN.

      ******************************************************************
      * LIST THE FAILED DEPOSIT ON THE EXCEPTION REPORT (THE REASON   *
      * IS ALREADY IN WS-DTL-REASON)                                  *
      ******************************************************************
       2500-WRITE-EXCEPTION-LINE.
           MOVE DEP-DEPOSIT-ID TO WS-DTL-DEPOSIT-ID
           MOVE DEPOSIT-RECORD (11:8) TO WS-DTL-DEPOSIT-DATE
           MOVE DEP-DEPOSIT-TYPE TO WS-DTL-DEPOSIT-TYPE
           MOVE DEP-CHANNEL TO WS-DTL-CHANNEL
           MOVE DEP-PROVINCE-CODE TO WS-DTL-PROVINCE-CODE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      ******************************************************************
      * BALANCE THE TRAILER COUNT AGAINST THE DETAIL RECORDS READ     *
      ******************************************************************
       2700-VERIFY-TRAILER-BALANCE.
           IF WS-RUN-IS-REFUSED
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-TRAILER-WAS-SEEN
                       MOVE 'TRAILER CONTROL RECORD MISSING'
                           TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-RUN-REFUSED
                   WHEN WS-TRAILER-COUNT NOT = WS-DEPOSITS-READ
                       MOVE 'TRAILER COUNT DISAGREES WITH RECORDS READ'
                           TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-RUN-REFUSED
                   WHEN OTHER
                       MOVE SPACES TO STAMPED-TRAILER-RECORD
                       MOVE 'TRL' TO DHX-RECORD-TAG
                       MOVE WS-OUTPUT-RECORDS-WRITTEN
                           TO DHX-RECORD-COUNT
                       WRITE STAMPED-TRAILER-RECORD
               END-EVALUATE
           END-IF.

      ******************************************************************
      * WRITE THE SUMMARY, CLOSE THE FILES AND SET THE BANDED STEP    *
      * RETURN CODE - A REFUSED RUN IS SEVERE, VALIDATION ERRORS      *
      * OUTRANK A CLEAN RUN                                           *
      ******************************************************************
       3000-WRITE-SUMMARY.
           IF WS-REPORT-IS-OPEN
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               IF WS-RUN-IS-REFUSED
                   MOVE SPACES TO WS-REFUSAL-LINE
                   STRING '*** RUN REFUSED - ' WS-REFUSAL-REASON
                          DELIMITED BY SIZE INTO WS-REFUSAL-LINE
                   WRITE REPORT-LINE FROM WS-REFUSAL-LINE
               END-IF
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING 'DEPOSITS READ: ' WS-DEPOSITS-READ
                      '  STAMPED: ' WS-DEPOSITS-STAMPED
                      '  DEEMED LATER: ' WS-DEPOSITS-DEEMED-LATER
                      DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING 'ERRORS: ' WS-DEPOSITS-IN-ERROR
                      DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               CLOSE REPORT-FILE
           END-IF
           IF WS-DEPOSIT-IS-OPEN
               CLOSE DEPOSIT-FILE
           END-IF
           IF WS-STAMPED-IS-OPEN
               CLOSE STAMPED-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-IS-REFUSED
                   MOVE WS-RC-ON-SEVERE TO RETURN-CODE
               WHEN WS-DEPOSITS-IN-ERROR > 0
                   MOVE WS-RC-ON-ERRORS TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'FUNDS-HOLD-BATCH: ' WS-DEPOSITS-READ
               ' DEPOSITS, ' WS-DEPOSITS-STAMPED ' STAMPED, '
               WS-DEPOSITS-IN-ERROR ' ERRORS, RC ' RETURN-CODE
           IF WS-RUN-IS-REFUSED
               DISPLAY 'FUNDS-HOLD-BATCH: RUN REFUSED - '
                   WS-REFUSAL-REASON
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
