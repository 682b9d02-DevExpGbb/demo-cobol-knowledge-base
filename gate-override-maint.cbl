      ******************************************************************
      * PROGRAM: GATE-OVERRIDE-MAINT                                  *
      * PURPOSE: Line-mode batch maintenance transaction for the      *
      *          dual-controlled stream gate override file            *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * When CANADA-DAY-GATE computes NOGO for a stream but           *
      * management decides to run it anyway (or the reverse),         *
      * operations used to edit CDGATE.FLG by hand after the gate had *
      * run, leaving no record of who changed what. This transaction  *
      * captures the decision instead as an override on the CDGOVRD   *
      * file - the stream (as written to GTL-STREAM-ID), the business *
      * date, the forced status and a reason - and the gate applies   *
      * it on its next run for that date.                             *
      *                                                               *
      * MAKER/CHECKER CONTROL, as for AD-HOC-HOLIDAY-MAINT: a request *
      * is held PENDING under the maker's id, and only an approval    *
      * transaction keyed by a DIFFERENT user makes it APPROVED. The  *
      * gate ignores (and logs) an override still pending on its      *
      * business date. An override expires once its business date    *
      * has passed: a request or approval for a past date is refused. *
      *                                                               *
      * Every request, approval, rejection and refusal is appended to *
      * CDGOVLOG.DAT; the gate appends its use of the override there  *
      * too, and prints it on its daily gate-decision report beside   *
      * the decision the calendar rule computed.                      *
      *                                                               *
      * ACTION CODES (GTR-ACTION-CODE):                               *
      *   A - Request an override (stream, business date on or after *
      *       today, forced status GO or NOGO, reason and user id     *
      *       required). Refused when a pending or approved override  *
      *       is already on file for the stream and date; a rejected  *
      *       one is replaced.                                        *
      *   P - Approve the pending override for the stream and date    *
      *       (GTR-USER-ID is the approver, who must differ from the  *
      *       maker)                                                  *
      *   R - Reject (withdraw) the pending override for the stream   *
      *       and date (GTR-USER-ID required). An approved, rejected  *
      *       or expired override is refused - an approved one stands *
      *       until its business date passes                          *
      *   L - List the override file                                  *
      *                                                               *
      * RETURN CODES:                                                 *
      *   00 - every transaction accepted                             *
      *   04 - at least one transaction refused (see the report)      *
      *   12 - the override file could not be opened                  *
      *                                                               *
      * INPUT:  GOVRTXN      - one maintenance transaction per record *
      * OUTPUT: CDGOVRD      - stream gate override file (VSAM KSDS)  *
      *         CDGOVLOG.DAT - override event log (appended)          *
      *         CDGOVMNT.RPT - confirmation/approval/error report     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATE-OVERRIDE-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-TRANSACTION-FILE ASSIGN TO 'GOVRTXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT GATE-OVERRIDE-FILE ASSIGN TO 'CDGOVRD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOV-OVERRIDE-KEY
               FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO 'CDGOVLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDGOVMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-TRANSACTION-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-TRANSACTION-RECORD.
           05  GTR-ACTION-CODE             PIC X(1).
               88  GTR-ACTION-REQUEST      VALUE 'A'.
               88  GTR-ACTION-APPROVE      VALUE 'P'.
               88  GTR-ACTION-REJECT       VALUE 'R'.
               88  GTR-ACTION-LIST         VALUE 'L'.
           05  GTR-STREAM-ID               PIC X(8).
           05  GTR-BUSINESS-DATE           PIC 9(8).
           05  GTR-FORCED-STATUS           PIC X(4).
               88  GTR-FORCED-STATUS-VALID VALUE 'GO' 'NOGO'.
           05  GTR-REASON                  PIC X(40).
           05  GTR-USER-ID                 PIC X(8).

       FD  GATE-OVERRIDE-FILE.
       COPY 'gate-override.cpy'.

       FD  OVERRIDE-LOG-FILE.
       COPY 'gate-override-log.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TXN-FILE-STATUS          PIC X(2).
               88  WS-TXN-FILE-OK          VALUE '00'.
           05  WS-OVERRIDE-FILE-STATUS     PIC X(2).
               88  WS-OVERRIDE-FILE-OK     VALUE '00'.
           05  WS-LOG-FILE-STATUS          PIC X(2).
               88  WS-LOG-FILE-OK          VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-END-OF-FILE              PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-LIST-END-OF-FILE         PIC X(1) VALUE 'N'.
               88  WS-NO-MORE-OVERRIDES    VALUE 'Y'.
           05  WS-TRANSACTIONS-READ        PIC 9(5) VALUE 0.
           05  WS-REQUESTED-COUNT          PIC 9(5) VALUE 0.
           05  WS-APPROVED-COUNT           PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
           05  WS-LISTED-COUNT             PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           05  WS-LOG-COUNT                PIC 9(5) VALUE 0.
           05  WS-RUN-STAMP.
               10  WS-TODAY-DATE           PIC 9(8).
               10  WS-RUN-TIME             PIC 9(6).
           05  WS-REFUSAL-TEXT             PIC X(32).

      * The step outcome is held here and moved to RETURN-CODE as
      * the very last statement
       01  WS-STEP-RETURN-CODE             PIC 9(2) VALUE 0.
       01  WS-RC-ON-REFUSAL                PIC 9(2) VALUE 04.
       01  WS-RC-ON-SEVERE                 PIC 9(2) VALUE 12.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'STREAM GATE OVERRIDE MAINTENANCE REPORT'.
           05  WS-HEADING-LINE             PIC X(80) VALUE
               'ACTION  STREAM    BUS-DATE  FORCE RESULT'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-DETAIL-LINE.
               10  WS-DTL-ACTION           PIC X(6).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-STREAM-ID        PIC X(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-BUSINESS-DATE    PIC 9(8).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-FORCED-STATUS    PIC X(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-RESULT           PIC X(46).
           05  WS-SUMMARY-LINE             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE NOT = WS-RC-ON-SEVERE
               PERFORM 2000-PROCESS-TRANSACTION-FILE
                       UNTIL WS-NO-MORE-RECORDS
               PERFORM 3000-WRITE-SUMMARY
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE PROGRAM - OPEN FILES AND WRITE REPORT HEADER. THE  *
      * OVERRIDE FILE IS DEFINED ON FIRST USE; IF IT STILL CANNOT BE *
      * OPENED NOTHING CAN BE MAINTAINED AND THE STEP ENDS SEVERE    *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP
           OPEN I-O GATE-OVERRIDE-FILE
           IF NOT WS-OVERRIDE-FILE-OK
               CLOSE GATE-OVERRIDE-FILE
               OPEN OUTPUT GATE-OVERRIDE-FILE
               CLOSE GATE-OVERRIDE-FILE
               OPEN I-O GATE-OVERRIDE-FILE
           END-IF
           IF NOT WS-OVERRIDE-FILE-OK
               DISPLAY 'GATE-OVERRIDE-MAINT: ERROR OPENING CDGOVRD '
                   '- FILE STATUS ' WS-OVERRIDE-FILE-STATUS
               MOVE WS-RC-ON-SEVERE TO WS-STEP-RETURN-CODE
           ELSE
               OPEN INPUT OVERRIDE-TRANSACTION-FILE
               OPEN EXTEND OVERRIDE-LOG-FILE
               IF NOT WS-LOG-FILE-OK
                   OPEN OUTPUT OVERRIDE-LOG-FILE
               END-IF
               OPEN OUTPUT REPORT-FILE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               PERFORM 2900-READ-TRANSACTION-RECORD
           END-IF.

      ******************************************************************
      * PROCESS ONE MAINTENANCE TRANSACTION                           *
      ******************************************************************
       2000-PROCESS-TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTIONS-READ
           EVALUATE TRUE
               WHEN GTR-ACTION-REQUEST
                   PERFORM 2100-REQUEST-OVERRIDE
               WHEN GTR-ACTION-APPROVE
                   PERFORM 2500-APPROVE-OVERRIDE
               WHEN GTR-ACTION-REJECT
                   PERFORM 2600-REJECT-OVERRIDE
               WHEN GTR-ACTION-LIST
                   PERFORM 2200-LIST-OVERRIDES
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
           END-EVALUATE
           PERFORM 2900-READ-TRANSACTION-RECORD.

      ******************************************************************
      * REQUEST AN OVERRIDE - EVERY FIELD REQUIRED, THE BUSINESS DATE *
      * A REAL DATE NOT YET PAST, AND NO LIVE OVERRIDE ALREADY ON    *
      * FILE FOR THE STREAM AND DATE                                  *
      ******************************************************************
       2100-REQUEST-OVERRIDE.
           EVALUATE TRUE
               WHEN GTR-STREAM-ID = SPACES
                   MOVE 'STREAM ID REQUIRED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 'INVALID BUSINESS DATE' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN FUNCTION TEST-DATE-YYYYMMDD(GTR-BUSINESS-DATE)
                       NOT = 0
                   MOVE 'INVALID BUSINESS DATE' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-BUSINESS-DATE < WS-TODAY-DATE
                   MOVE 'BUSINESS DATE PAST - EXPIRED'
                       TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN NOT GTR-FORCED-STATUS-VALID
                   MOVE 'FORCED STATUS MUST BE GO OR NOGO'
                       TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-REASON = SPACES
                   MOVE 'REASON REQUIRED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-USER-ID = SPACES
                   MOVE 'MAKER ID REQUIRED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN OTHER
                   MOVE GTR-STREAM-ID TO GOV-STREAM-ID
                   MOVE GTR-BUSINESS-DATE TO GOV-BUSINESS-DATE
                   READ GATE-OVERRIDE-FILE
                       INVALID KEY
                           PERFORM 2110-WRITE-PENDING-OVERRIDE
                       NOT INVALID KEY
                           PERFORM 2120-REPLACE-IF-REJECTED
                   END-READ
           END-EVALUATE.

      ******************************************************************
      * CAPTURE THE MAKER'S REQUEST AS A PENDING OVERRIDE             *
      ******************************************************************
       2110-WRITE-PENDING-OVERRIDE.
           PERFORM 2130-BUILD-PENDING-RECORD
           WRITE GATE-OVERRIDE-RECORD
               INVALID KEY
                   MOVE 'OVERRIDE WRITE FAILED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               NOT INVALID KEY
                   PERFORM 2140-REPORT-REQUEST
           END-WRITE.

      ******************************************************************
      * ONE LIVE OVERRIDE PER STREAM AND DATE - A REJECTED ONE MAY BE *
      * REPLACED BY A FRESH REQUEST, A PENDING OR APPROVED ONE NOT    *
      ******************************************************************
       2120-REPLACE-IF-REJECTED.
           IF GOV-REJECTED
               PERFORM 2130-BUILD-PENDING-RECORD
               REWRITE GATE-OVERRIDE-RECORD
                   INVALID KEY
                       MOVE 'OVERRIDE REWRITE FAILED' TO WS-REFUSAL-TEXT
                       PERFORM 2800-REFUSE-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 2140-REPORT-REQUEST
               END-REWRITE
           ELSE
               IF GOV-APPROVED
                   MOVE 'APPROVED OVERRIDE ON FILE'
                       TO WS-REFUSAL-TEXT
               ELSE
                   MOVE 'OVERRIDE ALREADY PENDING'
                       TO WS-REFUSAL-TEXT
               END-IF
               PERFORM 2800-REFUSE-TRANSACTION
           END-IF.

      ******************************************************************
      * LOAD THE OVERRIDE RECORD FROM THE MAKER'S TRANSACTION         *
      ******************************************************************
       2130-BUILD-PENDING-RECORD.
           MOVE SPACES TO GATE-OVERRIDE-RECORD
           MOVE GTR-STREAM-ID TO GOV-STREAM-ID
           MOVE GTR-BUSINESS-DATE TO GOV-BUSINESS-DATE
           MOVE GTR-FORCED-STATUS TO GOV-FORCED-STATUS
           MOVE GTR-REASON TO GOV-REASON
           MOVE 'P' TO GOV-OVERRIDE-STATE
           MOVE GTR-USER-ID TO GOV-MAKER-ID
           MOVE WS-RUN-STAMP TO GOV-MAKER-STAMP
           MOVE SPACES TO GOV-CHECKER-ID
           MOVE 0 TO GOV-CHECKER-STAMP.

      ******************************************************************
      * REPORT AND LOG AN ACCEPTED REQUEST                            *
      ******************************************************************
       2140-REPORT-REQUEST.
           PERFORM 2810-SET-DETAIL-LINE
           MOVE 'REQST' TO WS-DTL-ACTION
           MOVE SPACES TO WS-DTL-RESULT
           STRING 'PENDING APPROVAL - MADE BY ' GTR-USER-ID
               DELIMITED BY SIZE INTO WS-DTL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REQUESTED-COUNT
           MOVE 'REQUEST' TO GOL-EVENT
           MOVE SPACES TO GOL-REMARK
           PERFORM 2700-WRITE-LOG-RECORD.

      ******************************************************************
      * LIST EVERY OVERRIDE ON FILE - PAST BUSINESS DATES SHOW AS    *
      * EXPIRED WHATEVER THEIR STATE                                  *
      ******************************************************************
       2200-LIST-OVERRIDES.
           MOVE 'N' TO WS-LIST-END-OF-FILE
           MOVE LOW-VALUES TO GOV-OVERRIDE-KEY
           START GATE-OVERRIDE-FILE KEY IS NOT LESS THAN
                   GOV-OVERRIDE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-END-OF-FILE
           END-START
           PERFORM UNTIL WS-NO-MORE-OVERRIDES
               READ GATE-OVERRIDE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-END-OF-FILE
                   NOT AT END
                       PERFORM 2210-LIST-ONE-OVERRIDE
               END-READ
           END-PERFORM.

      ******************************************************************
      * ONE LISTED OVERRIDE                                           *
      ******************************************************************
       2210-LIST-ONE-OVERRIDE.
           MOVE 'LIST' TO WS-DTL-ACTION
           MOVE GOV-STREAM-ID TO WS-DTL-STREAM-ID
           MOVE GOV-BUSINESS-DATE TO WS-DTL-BUSINESS-DATE
           MOVE GOV-FORCED-STATUS TO WS-DTL-FORCED-STATUS
           MOVE SPACES TO WS-DTL-RESULT
           EVALUATE TRUE
               WHEN GOV-BUSINESS-DATE < WS-TODAY-DATE
                   STRING 'EXPIRED - MADE BY ' GOV-MAKER-ID
                          ' ' GOV-REASON (1:20)
                          DELIMITED BY SIZE INTO WS-DTL-RESULT
               WHEN GOV-APPROVED
                   STRING 'APPROVED ' GOV-MAKER-ID '/' GOV-CHECKER-ID
                          ' ' GOV-REASON (1:20)
                          DELIMITED BY SIZE INTO WS-DTL-RESULT
               WHEN GOV-REJECTED
                   STRING 'REJECTED BY ' GOV-CHECKER-ID
                          ' ' GOV-REASON (1:25)
                          DELIMITED BY SIZE INTO WS-DTL-RESULT
               WHEN OTHER
                   STRING 'PENDING - MADE BY ' GOV-MAKER-ID
                          ' ' GOV-REASON (1:20)
                          DELIMITED BY SIZE INTO WS-DTL-RESULT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

      ******************************************************************
      * APPROVE THE PENDING OVERRIDE FOR THE STREAM AND DATE - THE   *
      * APPROVER MUST BE A DIFFERENT USER THAN THE MAKER, AND AN     *
      * OVERRIDE WHOSE BUSINESS DATE HAS PASSED HAS EXPIRED          *
      ******************************************************************
       2500-APPROVE-OVERRIDE.
           MOVE GTR-STREAM-ID TO GOV-STREAM-ID
           MOVE GTR-BUSINESS-DATE TO GOV-BUSINESS-DATE
           READ GATE-OVERRIDE-FILE
               INVALID KEY
                   MOVE 'NO OVERRIDE FOR STREAM/DATE' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               NOT INVALID KEY
                   PERFORM 2505-CHECK-AND-APPROVE
           END-READ.

      ******************************************************************
      * ENFORCE THE TWO-PERSON RULE, THEN APPROVE                     *
      ******************************************************************
       2505-CHECK-AND-APPROVE.
           EVALUATE TRUE
               WHEN NOT GOV-PENDING
                   MOVE 'OVERRIDE NOT PENDING' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GOV-BUSINESS-DATE < WS-TODAY-DATE
                   MOVE 'OVERRIDE EXPIRED - DATE PAST'
                       TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-USER-ID = SPACES
                   MOVE 'APPROVER ID REQUIRED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-USER-ID = GOV-MAKER-ID
                   MOVE 'APPROVER IS THE MAKER - REFUSED'
                       TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN OTHER
                   MOVE 'A' TO GOV-OVERRIDE-STATE
                   MOVE GTR-USER-ID TO GOV-CHECKER-ID
                   MOVE WS-RUN-STAMP TO GOV-CHECKER-STAMP
                   REWRITE GATE-OVERRIDE-RECORD
                       INVALID KEY
                           MOVE 'OVERRIDE REWRITE FAILED'
                               TO WS-REFUSAL-TEXT
                           PERFORM 2800-REFUSE-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 2510-REPORT-APPROVAL
                   END-REWRITE
           END-EVALUATE.

      ******************************************************************
      * REPORT AND LOG AN APPROVAL - WHO MADE IT, WHO APPROVED IT     *
      ******************************************************************
       2510-REPORT-APPROVAL.
           PERFORM 2810-SET-DETAIL-LINE
           MOVE GOV-FORCED-STATUS TO WS-DTL-FORCED-STATUS
           MOVE 'APPROV' TO WS-DTL-ACTION
           MOVE SPACES TO WS-DTL-RESULT
           STRING 'BY ' GOV-MAKER-ID ' APP ' GOV-CHECKER-ID
                  ' ' WS-TODAY-DATE
                  DELIMITED BY SIZE INTO WS-DTL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-APPROVED-COUNT
           MOVE 'APPROVE' TO GOL-EVENT
           MOVE SPACES TO GOL-REMARK
           PERFORM 2700-WRITE-LOG-RECORD.

      ******************************************************************
      * REJECT (WITHDRAW) THE PENDING OVERRIDE FOR THE STREAM AND     *
      * DATE - IT STAYS ON FILE MARKED REJECTED SO THE GATE NEVER     *
      * APPLIES IT                                                    *
      ******************************************************************
       2600-REJECT-OVERRIDE.
           MOVE GTR-STREAM-ID TO GOV-STREAM-ID
           MOVE GTR-BUSINESS-DATE TO GOV-BUSINESS-DATE
           READ GATE-OVERRIDE-FILE
               INVALID KEY
                   MOVE 'NO OVERRIDE FOR STREAM/DATE' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               NOT INVALID KEY
                   PERFORM 2605-CHECK-AND-REJECT
           END-READ.

      ******************************************************************
      * ONLY A PENDING, UNEXPIRED OVERRIDE CAN BE WITHDRAWN, AND ONLY *
      * BY A NAMED USER - AN APPROVED OVERRIDE HAS PASSED DUAL        *
      * CONTROL AND IS NOT UNDONE BY ONE PERSON                       *
      ******************************************************************
       2605-CHECK-AND-REJECT.
           EVALUATE TRUE
               WHEN NOT GOV-PENDING
                   MOVE 'OVERRIDE NOT PENDING' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GOV-BUSINESS-DATE < WS-TODAY-DATE
                   MOVE 'OVERRIDE EXPIRED - DATE PAST'
                       TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN GTR-USER-ID = SPACES
                   MOVE 'REJECTER ID REQUIRED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               WHEN OTHER
                   PERFORM 2610-MARK-REJECTED
           END-EVALUATE.

      ******************************************************************
      * MARK THE OVERRIDE REJECTED, THEN REPORT AND LOG IT            *
      ******************************************************************
       2610-MARK-REJECTED.
           MOVE 'R' TO GOV-OVERRIDE-STATE
           MOVE GTR-USER-ID TO GOV-CHECKER-ID
           MOVE WS-RUN-STAMP TO GOV-CHECKER-STAMP
           REWRITE GATE-OVERRIDE-RECORD
               INVALID KEY
                   MOVE 'OVERRIDE REWRITE FAILED' TO WS-REFUSAL-TEXT
                   PERFORM 2800-REFUSE-TRANSACTION
               NOT INVALID KEY
                   PERFORM 2810-SET-DETAIL-LINE
                   MOVE GOV-FORCED-STATUS TO WS-DTL-FORCED-STATUS
                   MOVE 'REJECT' TO WS-DTL-ACTION
                   MOVE SPACES TO WS-DTL-RESULT
                   STRING 'REJECTED BY ' GTR-USER-ID
                          ' ON ' WS-TODAY-DATE
                          DELIMITED BY SIZE INTO WS-DTL-RESULT
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECT' TO GOL-EVENT
                   MOVE SPACES TO GOL-REMARK
                   PERFORM 2700-WRITE-LOG-RECORD
           END-REWRITE.

      ******************************************************************
      * APPEND ONE EVENT TO THE OVERRIDE LOG - GOL-EVENT AND          *
      * GOL-REMARK ARE SET BY THE CALLER, THE REST COMES FROM THE     *
      * TRANSACTION AND (WHEN READ) THE OVERRIDE RECORD               *
      ******************************************************************
       2700-WRITE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO GOL-LOG-STAMP
           MOVE GTR-STREAM-ID TO GOL-STREAM-ID
           MOVE GTR-BUSINESS-DATE TO GOL-BUSINESS-DATE
           IF GOL-EVENT-REQUESTED OR GOL-EVENT-REFUSED
               MOVE GTR-FORCED-STATUS TO GOL-FORCED-STATUS
               MOVE GTR-REASON TO GOL-REASON
           ELSE
               MOVE GOV-FORCED-STATUS TO GOL-FORCED-STATUS
               MOVE GOV-REASON TO GOL-REASON
           END-IF
           MOVE SPACES TO GOL-COMPUTED-STATUS
           MOVE GTR-USER-ID TO GOL-USER-ID
           IF GOL-EVENT-REFUSED
               MOVE SPACES TO GOL-MAKER-ID GOL-CHECKER-ID
           ELSE
               MOVE GOV-MAKER-ID TO GOL-MAKER-ID
               MOVE GOV-CHECKER-ID TO GOL-CHECKER-ID
           END-IF
           MOVE 'CDGOVMNT' TO GOL-LOGGED-BY-PROGRAM
           WRITE GATE-OVERRIDE-LOG-RECORD
           IF WS-LOG-FILE-OK
               ADD 1 TO WS-LOG-COUNT
           ELSE
               PERFORM 2810-SET-DETAIL-LINE
               MOVE 'LOG' TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-RESULT
               STRING 'LOG WRITE FAILED - STATUS ' WS-LOG-FILE-STATUS
                      DELIMITED BY SIZE INTO WS-DTL-RESULT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-ERROR-COUNT
               IF WS-STEP-RETURN-CODE < WS-RC-ON-REFUSAL
                   MOVE WS-RC-ON-REFUSAL TO WS-STEP-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * REFUSE THE CURRENT TRANSACTION WITH THE TEXT IN               *
      * WS-REFUSAL-TEXT - REPORTED, LOGGED AND COUNTED                *
      ******************************************************************
       2800-REFUSE-TRANSACTION.
           PERFORM 2810-SET-DETAIL-LINE
           MOVE GTR-ACTION-CODE TO WS-DTL-ACTION
           MOVE WS-REFUSAL-TEXT TO WS-DTL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ERROR-COUNT
           IF WS-STEP-RETURN-CODE < WS-RC-ON-REFUSAL
               MOVE WS-RC-ON-REFUSAL TO WS-STEP-RETURN-CODE
           END-IF
           MOVE 'REFUSED' TO GOL-EVENT
           MOVE WS-REFUSAL-TEXT TO GOL-REMARK
           PERFORM 2700-WRITE-LOG-RECORD.

      ******************************************************************
      * SET THE COMMON DETAIL-LINE FIELDS FROM THE CURRENT TRANSACTION*
      ******************************************************************
       2810-SET-DETAIL-LINE.
           MOVE GTR-STREAM-ID TO WS-DTL-STREAM-ID
           IF GTR-BUSINESS-DATE IS NUMERIC
               MOVE GTR-BUSINESS-DATE TO WS-DTL-BUSINESS-DATE
           ELSE
               MOVE 0 TO WS-DTL-BUSINESS-DATE
           END-IF
           MOVE GTR-FORCED-STATUS TO WS-DTL-FORCED-STATUS.

      ******************************************************************
      * READ NEXT MAINTENANCE TRANSACTION RECORD                      *
      ******************************************************************
       2900-READ-TRANSACTION-RECORD.
           READ OVERRIDE-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * WRITE REPORT SUMMARY AND CLOSE FILES                          *
      ******************************************************************
       3000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           STRING 'READ: ' WS-TRANSACTIONS-READ
                  '  REQUESTED: ' WS-REQUESTED-COUNT
                  '  APPROVED: ' WS-APPROVED-COUNT
                  '  REJECTED: ' WS-REJECTED-COUNT
                  '  LISTED: ' WS-LISTED-COUNT
                  '  ERRORS: ' WS-ERROR-COUNT
                  DELIMITED BY SIZE
                  INTO WS-SUMMARY-LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           CLOSE OVERRIDE-TRANSACTION-FILE
           CLOSE GATE-OVERRIDE-FILE
           CLOSE OVERRIDE-LOG-FILE
           CLOSE REPORT-FILE
           DISPLAY 'STREAM GATE OVERRIDE MAINTENANCE COMPLETE'
           DISPLAY 'Transactions read:  ' WS-TRANSACTIONS-READ
           DISPLAY 'Requested:          ' WS-REQUESTED-COUNT
           DISPLAY 'Approved:           ' WS-APPROVED-COUNT
           DISPLAY 'Rejected:           ' WS-REJECTED-COUNT
           DISPLAY 'Listed:             ' WS-LISTED-COUNT
           DISPLAY 'Log records:        ' WS-LOG-COUNT
           DISPLAY 'Errors:             ' WS-ERROR-COUNT.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
