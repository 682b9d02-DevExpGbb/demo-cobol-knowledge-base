      ******************************************************************
      * PROGRAM: UTC-PAYMENT-VALUE-BATCH                               *
      * PURPOSE: Batch value-dating driver for the UTC-timestamped    *
      *          inbound payment file, with the morning late-payment  *
      *          report payment operations reviews                    *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * UTC-VALUE-DATE-CUTOFF-CHECK decides one payment's value date  *
      * from its UTC receipt time and settlement centre(s), but it   *
      * was only called one request at a time and the late list was  *
      * built from spreadsheets. This batch reads the inbound         *
      * payment file (payment id, UTC receipt date and time, and one *
      * or two settlement-centre codes per TZOFFSET.DAT), calls the  *
      * routine once per payment, and stamps each payment with the   *
      * binding centre's local receipt date and time, the value      *
      * date, the same-day flag and the binding centre.              *
      *                                                               *
      * A payment MISSED CUT-OFF when it did not settle same-day     *
      * because its local receipt date was a half-day (per           *
      * CANADA-DAY-EARLY-CLOSURE-CHECK, the calendar                 *
      * VALUE-DATE-CUTOFF-CHECK judges by) and it arrived at or      *
      * after the closing time. Its minutes late are the local       *
      * receipt time less the closing time. A payment received on a  *
      * weekend or holiday also rolls, but missed no cut-off and is  *
      * not late.                                                     *
      *                                                               *
      * The late-payment report lists the late payments broken out   *
      * by binding centre and half-day cut-off (the half-day date    *
      * and its closing time), each group with its count and total   *
      * and longest minutes late. Payments that could not be value-  *
      * dated (bad timestamp, no TZOFFSET record for the centre and  *
      * year) are written marked ERR and listed as exceptions.       *
      *                                                               *
      * The input carries the HDR/TRL control-record pair the        *
      * FXTRADES.DAT interface uses, and the run is REFUSED at        *
      * severity 12 when the header is missing, the trailer is        *
      * missing, or the trailer count disagrees with the detail       *
      * records read. The stamped output carries its own matching    *
      * HDR/TRL pair.                                                 *
      *                                                               *
      * RUN PARM (comma-separated keywords, all optional):            *
      *   ERR=nn  - step return code when payments could not be       *
      *             value-dated (default 08 per the                   *
      *             HOLIDAY-RETURN-SEVERITY error band)               *
      *   SEV=nn  - step return code when a file could not be opened  *
      *             or the run was refused (default 12, severe band)  *
      * Late payments are business as usual and leave RC 0; more     *
      * late payments than the report table holds end RC 4.         *
      *                                                               *
      * INPUT:  UTCPAYIN.DAT - HDR, payment records, TRL              *
      * OUTPUT: UTCPAYVD.DAT - stamped payment file (HDR/TRL)         *
      *         UTCLATE.RPT  - late-payment and exception report      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTC-PAYMENT-VALUE-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO 'UTCPAYIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT STAMPED-FILE ASSIGN TO 'UTCPAYVD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMPED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'UTCLATE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  UPI-PAYMENT-ID              PIC X(12).
           05  UPI-UTC-DATE                PIC 9(8).
           05  UPI-UTC-TIME                PIC 9(4).
           05  UPI-CENTRE-CODE-1           PIC X(4).
           05  UPI-CENTRE-CODE-2           PIC X(4).
       01  PAYMENT-HEADER-RECORD.
           05  UPH-RECORD-TAG              PIC X(3).
           05  UPH-CREATION-DATE           PIC 9(8).
           05  UPH-CYCLE-NUMBER            PIC 9(4).
           05  FILLER                      PIC X(17).
       01  PAYMENT-TRAILER-RECORD.
           05  UPX-RECORD-TAG              PIC X(3).
           05  UPX-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(22).

       FD  STAMPED-FILE
           RECORDING MODE IS F.
       01  STAMPED-RECORD.
           05  UPV-PAYMENT-ID              PIC X(12).
           05  UPV-UTC-DATE                PIC 9(8).
           05  UPV-UTC-TIME                PIC 9(4).
           05  UPV-CENTRE-CODE-1           PIC X(4).
           05  UPV-CENTRE-CODE-2           PIC X(4).
           05  UPV-LOCAL-DATE              PIC 9(8).
           05  UPV-LOCAL-TIME              PIC 9(4).
           05  UPV-VALUE-DATE              PIC 9(8).
           05  UPV-SAME-DAY-FLAG           PIC X(1).
           05  UPV-BINDING-CENTRE          PIC X(4).
           05  UPV-MINUTES-LATE            PIC 9(4).
           05  UPV-STATUS                  PIC X(4).
       01  STAMPED-HEADER-RECORD.
           05  UVH-RECORD-TAG              PIC X(3).
           05  UVH-CREATION-DATE           PIC 9(8).
           05  UVH-CYCLE-NUMBER            PIC 9(4).
           05  FILLER                      PIC X(50).
       01  STAMPED-TRAILER-RECORD.
           05  UVX-RECORD-TAG              PIC X(3).
           05  UVX-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(55).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYMENT-FILE-STATUS      PIC X(2).
               88  WS-PAYMENT-FILE-OK      VALUE '00'.
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
           05  WS-RC-ON-WARNING            PIC 9(2) VALUE 04.
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
           05  WS-PAYMENTS-READ            PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-STAMPED         PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-SAME-DAY        PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-LATE            PIC 9(7) VALUE 0.
           05  WS-PAYMENTS-IN-ERROR        PIC 9(7) VALUE 0.
           05  WS-LATE-NOT-LISTED          PIC 9(7) VALUE 0.
           05  WS-OUTPUT-RECORDS-WRITTEN   PIC 9(7) VALUE 0.

      * Open-state flags so end-of-run close/summary logic only
      * touches files that actually opened
       01  WS-OPEN-STATE-FIELDS.
           05  WS-PAYMENT-FILE-OPENED      PIC X(1) VALUE 'N'.
               88  WS-PAYMENT-IS-OPEN      VALUE 'Y'.
           05  WS-STAMPED-FILE-OPENED      PIC X(1) VALUE 'N'.
               88  WS-STAMPED-IS-OPEN      VALUE 'Y'.
           05  WS-REPORT-FILE-OPENED       PIC X(1) VALUE 'N'.
               88  WS-REPORT-IS-OPEN       VALUE 'Y'.

      * Fields used to call UTC-VALUE-DATE-CUTOFF-CHECK, with the
      * optional trailing local-clock outputs
       01  WS-UVC-CALL-FIELDS.
           05  WS-UVC-UTC-DATE             PIC 9(8).
           05  WS-UVC-UTC-TIME             PIC 9(4).
           05  WS-UVC-CENTRE-CODE-1        PIC X(4).
           05  WS-UVC-CENTRE-CODE-2        PIC X(4).
           05  WS-UVC-VALUE-DATE           PIC 9(8).
           05  WS-UVC-SAME-DAY-FLAG        PIC X(1).
           05  WS-UVC-BINDING-CENTRE       PIC X(4).
           05  WS-UVC-RETURN-CODE          PIC 9(2).
           05  WS-UVC-ERROR-MESSAGE        PIC X(50).
           05  WS-UVC-LOCAL-DATE           PIC 9(8).
           05  WS-UVC-LOCAL-TIME           PIC 9(4).

      * Fields used to call CANADA-DAY-EARLY-CLOSURE-CHECK on the
      * local receipt date - the original five-parameter shape
      * VALUE-DATE-CUTOFF-CHECK itself uses
       01  WS-ECC-CALL-FIELDS.
           05  WS-ECC-HALF-DAY-FLAG        PIC X(1).
           05  WS-ECC-CLOSING-TIME         PIC 9(4).
           05  WS-ECC-RETURN-CODE          PIC 9(2).
           05  WS-ECC-ERROR-MESSAGE        PIC X(50).

      * Minutes-late arithmetic
       01  WS-LATE-FIELDS.
           05  WS-MINUTES-LATE             PIC 9(4).
           05  WS-RECEIPT-MINUTES          PIC 9(4).
           05  WS-CLOSING-MINUTES          PIC 9(4).

      * Late payments kept for the grouped report - one entry per
      * late payment, and one group per centre and half-day cut-off
       01  WS-LATE-TABLE-FIELDS.
           05  WS-LATE-COUNT               PIC 9(3) VALUE 0.
           05  WS-LATE-LIMIT               PIC 9(3) VALUE 500.
           05  WS-LATE-INDEX               PIC 9(3).
           05  WS-GROUP-COUNT              PIC 9(2) VALUE 0.
           05  WS-GROUP-LIMIT              PIC 9(2) VALUE 50.
           05  WS-GROUP-INDEX              PIC 9(2).
           05  WS-GROUP-FOUND              PIC 9(2).
       01  WS-LATE-TABLE.
           05  WS-LTE-ENTRY                OCCURS 500 TIMES.
               10  WS-LTE-GROUP            PIC 9(2).
               10  WS-LTE-PAYMENT-ID       PIC X(12).
               10  WS-LTE-UTC-DATE         PIC 9(8).
               10  WS-LTE-UTC-TIME         PIC 9(4).
               10  WS-LTE-LOCAL-TIME       PIC 9(4).
               10  WS-LTE-VALUE-DATE       PIC 9(8).
               10  WS-LTE-MINUTES-LATE     PIC 9(4).
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY                OCCURS 50 TIMES.
               10  WS-GRP-CENTRE           PIC X(4).
               10  WS-GRP-HALF-DAY-DATE    PIC 9(8).
               10  WS-GRP-CLOSING-TIME     PIC 9(4).
               10  WS-GRP-PAYMENTS         PIC 9(5).
               10  WS-GRP-TOTAL-MINUTES    PIC 9(7).
               10  WS-GRP-MAX-MINUTES      PIC 9(4).

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'UTC INBOUND PAYMENTS - LATE-PAYMENT REPORT'.
           05  WS-EXCEPTION-TITLE          PIC X(80) VALUE
               'PAYMENTS NOT VALUE-DATED'.
           05  WS-EXCEPTION-HEADING        PIC X(80) VALUE
               'PAYMENT-ID    UTC DATE TIME CENTRES    REASON'.
           05  WS-LATE-TITLE               PIC X(80) VALUE
               'PAYMENTS THAT MISSED A HALF-DAY CUT-OFF AND ROLLED'.
           05  WS-LATE-HEADING.
               10  FILLER                  PIC X(40) VALUE
                   'PAYMENT-ID    UTC DATE TIME   LOCAL MINS'.
               10  FILLER                  PIC X(40) VALUE
                   ' LATE VALUE DATE'.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-EXCEPTION-LINE.
               10  WS-EXC-PAYMENT-ID       PIC X(12).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-EXC-UTC-DATE         PIC X(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-EXC-UTC-TIME         PIC X(4).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-EXC-CENTRES          PIC X(9).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-EXC-REASON           PIC X(41).
           05  WS-LATE-LINE.
               10  WS-LTL-PAYMENT-ID       PIC X(12).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-LTL-UTC-DATE         PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-LTL-UTC-TIME         PIC 9(4).
               10  FILLER                  PIC X(3)  VALUE SPACES.
               10  WS-LTL-LOCAL-TIME       PIC 9(4).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-LTL-MINUTES-LATE     PIC ZZZ9.
               10  FILLER                  PIC X(6)  VALUE SPACES.
               10  WS-LTL-VALUE-DATE       PIC 9(8).
           05  WS-EDITED-COUNT             PIC ZZZZ9.
           05  WS-EDITED-MINUTES           PIC ZZZZZZ9.
           05  WS-EDITED-MAX               PIC ZZZ9.

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
               PERFORM 2000-PROCESS-PAYMENT-FILE
                       UNTIL WS-NO-MORE-RECORDS
                          OR WS-RUN-IS-REFUSED
               PERFORM 2700-VERIFY-TRAILER-BALANCE
           END-IF
           PERFORM 3000-WRITE-LATE-PAYMENTS
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - PARSE THE PARM, OPEN THE FILES AND EAT THE HDR   *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           PERFORM 1100-PARSE-RUN-PARM
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-OK
               MOVE 'Y' TO WS-PAYMENT-FILE-OPENED
           ELSE
               DISPLAY 'UTC-PAYMENT-VALUE-BATCH: UNABLE TO OPEN '
                   'UTCPAYIN.DAT - FILE STATUS '
                   WS-PAYMENT-FILE-STATUS
               MOVE 'PAYMENT FILE OPEN FAILED' TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-RUN-REFUSED
               MOVE 'Y' TO WS-END-OF-FILE
           END-IF
           IF NOT WS-RUN-IS-REFUSED
               OPEN OUTPUT STAMPED-FILE
               IF WS-STAMPED-FILE-OK
                   MOVE 'Y' TO WS-STAMPED-FILE-OPENED
               ELSE
                   DISPLAY 'UTC-PAYMENT-VALUE-BATCH: UNABLE TO OPEN '
                       'UTCPAYVD.DAT - FILE STATUS '
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
                   WRITE REPORT-LINE FROM WS-EXCEPTION-TITLE
                   WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               ELSE
                   DISPLAY 'UTC-PAYMENT-VALUE-BATCH: UNABLE TO OPEN '
                       'UTCLATE.RPT - FILE STATUS '
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
                   DISPLAY 'UTC-PAYMENT-VALUE-BATCH: UNRECOGNIZED '
                       'PARM KEYWORD '
                       WS-PARM-TOKEN (WS-PARM-TOKEN-INDEX)
           END-EVALUATE.

      ******************************************************************
      * THE FIRST INPUT RECORD MUST BE THE HDR CONTROL RECORD; THE    *
      * STAMPED OUTPUT GETS ITS MATCHING HDR                          *
      ******************************************************************
       1200-PROCESS-HEADER-RECORD.
           PERFORM 2100-READ-PAYMENT-RECORD
           IF WS-NO-MORE-RECORDS
               MOVE 'EMPTY INPUT FILE - NO HEADER RECORD'
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-RUN-REFUSED
           ELSE
               IF UPH-RECORD-TAG = 'HDR'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE UPH-CYCLE-NUMBER TO WS-HEADER-CYCLE
                   MOVE SPACES TO STAMPED-HEADER-RECORD
                   MOVE 'HDR' TO UVH-RECORD-TAG
                   MOVE WS-TODAY-DATE TO UVH-CREATION-DATE
                   MOVE WS-HEADER-CYCLE TO UVH-CYCLE-NUMBER
                   WRITE STAMPED-HEADER-RECORD
                   PERFORM 2100-READ-PAYMENT-RECORD
               ELSE
                   MOVE 'HEADER CONTROL RECORD MISSING'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF.

      ******************************************************************
      * PROCESS ONE PAYMENT RECORD                                    *
      ******************************************************************
       2000-PROCESS-PAYMENT-FILE.
           EVALUATE PAYMENT-RECORD (1:3)
               WHEN 'TRL'
                   IF WS-TRAILER-WAS-SEEN
                       MOVE 'MULTIPLE TRAILER RECORDS IN FILE'
                           TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-RUN-REFUSED
                   ELSE
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE UPX-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
               WHEN 'HDR'
                   MOVE 'MULTIPLE HEADER RECORDS IN FILE'
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-RUN-REFUSED
               WHEN OTHER
                   PERFORM 2200-STAMP-ONE-PAYMENT
           END-EVALUATE
           IF NOT WS-RUN-IS-REFUSED
               PERFORM 2100-READ-PAYMENT-RECORD
           END-IF.

      ******************************************************************
      * READ NEXT PAYMENT RECORD                                      *
      ******************************************************************
       2100-READ-PAYMENT-RECORD.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
           END-READ.

      ******************************************************************
      * VALUE-DATE ONE PAYMENT THROUGH UTC-VALUE-DATE-CUTOFF-CHECK    *
      * AND WRITE THE STAMPED RECORD; A FAILURE IS WRITTEN MARKED ERR *
      * AND LISTED AS AN EXCEPTION                                    *
      ******************************************************************
       2200-STAMP-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ
           MOVE UPI-UTC-DATE TO WS-UVC-UTC-DATE
           MOVE UPI-UTC-TIME TO WS-UVC-UTC-TIME
           MOVE UPI-CENTRE-CODE-1 TO WS-UVC-CENTRE-CODE-1
           MOVE UPI-CENTRE-CODE-2 TO WS-UVC-CENTRE-CODE-2
           IF UPI-CENTRE-CODE-1 = SPACES
               MOVE 90 TO WS-UVC-RETURN-CODE
               MOVE 'SETTLEMENT CENTRE CODE IS BLANK'
                   TO WS-UVC-ERROR-MESSAGE
           ELSE
               CALL 'UTC-VALUE-DATE-CUTOFF-CHECK' USING
                   WS-UVC-UTC-DATE
                   WS-UVC-UTC-TIME
                   WS-UVC-CENTRE-CODE-1
                   WS-UVC-CENTRE-CODE-2
                   WS-UVC-VALUE-DATE
                   WS-UVC-SAME-DAY-FLAG
                   WS-UVC-BINDING-CENTRE
                   WS-UVC-RETURN-CODE
                   WS-UVC-ERROR-MESSAGE
                   WS-UVC-LOCAL-DATE
                   WS-UVC-LOCAL-TIME
           END-IF
           IF WS-UVC-RETURN-CODE = 00
               PERFORM 2300-MEASURE-LATENESS
           END-IF
           IF WS-UVC-RETURN-CODE = 00
               ADD 1 TO WS-PAYMENTS-STAMPED
               IF WS-UVC-SAME-DAY-FLAG = 'Y'
                   ADD 1 TO WS-PAYMENTS-SAME-DAY
               END-IF
               MOVE PAYMENT-RECORD TO STAMPED-RECORD (1:32)
               MOVE WS-UVC-LOCAL-DATE TO UPV-LOCAL-DATE
               MOVE WS-UVC-LOCAL-TIME TO UPV-LOCAL-TIME
               MOVE WS-UVC-VALUE-DATE TO UPV-VALUE-DATE
               MOVE WS-UVC-SAME-DAY-FLAG TO UPV-SAME-DAY-FLAG
               MOVE WS-UVC-BINDING-CENTRE TO UPV-BINDING-CENTRE
               MOVE WS-MINUTES-LATE TO UPV-MINUTES-LATE
               MOVE 'OK' TO UPV-STATUS
               WRITE STAMPED-RECORD
               ADD 1 TO WS-OUTPUT-RECORDS-WRITTEN
           ELSE
               PERFORM 2400-WRITE-ERROR-RECORD
               PERFORM 2500-WRITE-EXCEPTION-LINE
           END-IF.

      ******************************************************************
      * A PAYMENT THAT DID NOT SETTLE SAME-DAY MISSED CUT-OFF WHEN     *
      * ITS LOCAL RECEIPT DATE WAS A HALF-DAY AND IT ARRIVED AT OR    *
      * AFTER THE CLOSING TIME - MEASURE HOW LATE AND KEEP IT FOR THE *
      * REPORT                                                        *
      ******************************************************************
       2300-MEASURE-LATENESS.
           MOVE 0 TO WS-MINUTES-LATE
           IF WS-UVC-SAME-DAY-FLAG NOT = 'Y'
               CALL 'CANADA-DAY-EARLY-CLOSURE-CHECK' USING
                   WS-UVC-LOCAL-DATE
                   WS-ECC-HALF-DAY-FLAG
                   WS-ECC-CLOSING-TIME
                   WS-ECC-RETURN-CODE
                   WS-ECC-ERROR-MESSAGE
               IF WS-ECC-RETURN-CODE NOT = 00
                   MOVE WS-ECC-RETURN-CODE TO WS-UVC-RETURN-CODE
                   MOVE WS-ECC-ERROR-MESSAGE TO WS-UVC-ERROR-MESSAGE
               ELSE
                   IF WS-ECC-HALF-DAY-FLAG = 'Y'
                           AND WS-UVC-LOCAL-TIME >= WS-ECC-CLOSING-TIME
                       COMPUTE WS-RECEIPT-MINUTES =
                           (WS-UVC-LOCAL-TIME / 100) * 60
                               + FUNCTION MOD (WS-UVC-LOCAL-TIME, 100)
                       COMPUTE WS-CLOSING-MINUTES =
                           (WS-ECC-CLOSING-TIME / 100) * 60
                               + FUNCTION MOD (WS-ECC-CLOSING-TIME,
                                               100)
                       COMPUTE WS-MINUTES-LATE =
                           WS-RECEIPT-MINUTES - WS-CLOSING-MINUTES
                       ADD 1 TO WS-PAYMENTS-LATE
                       PERFORM 2350-KEEP-LATE-PAYMENT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * FILE THE LATE PAYMENT UNDER ITS CENTRE AND HALF-DAY CUT-OFF   *
      * GROUP; PAST THE TABLE'S CAPACITY IT IS COUNTED, NOT LISTED    *
      ******************************************************************
       2350-KEEP-LATE-PAYMENT.
           MOVE 0 TO WS-GROUP-FOUND
           PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
                      OR WS-GROUP-FOUND > 0
               IF WS-GRP-CENTRE (WS-GROUP-INDEX)
                       = WS-UVC-BINDING-CENTRE
                   AND WS-GRP-HALF-DAY-DATE (WS-GROUP-INDEX)
                       = WS-UVC-LOCAL-DATE
                   AND WS-GRP-CLOSING-TIME (WS-GROUP-INDEX)
                       = WS-ECC-CLOSING-TIME
                   MOVE WS-GROUP-INDEX TO WS-GROUP-FOUND
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND = 0 AND WS-GROUP-COUNT < WS-GROUP-LIMIT
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND
               MOVE WS-UVC-BINDING-CENTRE
                   TO WS-GRP-CENTRE (WS-GROUP-FOUND)
               MOVE WS-UVC-LOCAL-DATE
                   TO WS-GRP-HALF-DAY-DATE (WS-GROUP-FOUND)
               MOVE WS-ECC-CLOSING-TIME
                   TO WS-GRP-CLOSING-TIME (WS-GROUP-FOUND)
               MOVE 0 TO WS-GRP-PAYMENTS (WS-GROUP-FOUND)
                         WS-GRP-TOTAL-MINUTES (WS-GROUP-FOUND)
                         WS-GRP-MAX-MINUTES (WS-GROUP-FOUND)
           END-IF
           IF WS-GROUP-FOUND = 0 OR WS-LATE-COUNT >= WS-LATE-LIMIT
               ADD 1 TO WS-LATE-NOT-LISTED
           ELSE
               ADD 1 TO WS-LATE-COUNT
               MOVE WS-GROUP-FOUND TO WS-LTE-GROUP (WS-LATE-COUNT)
               MOVE UPI-PAYMENT-ID TO WS-LTE-PAYMENT-ID (WS-LATE-COUNT)
               MOVE UPI-UTC-DATE TO WS-LTE-UTC-DATE (WS-LATE-COUNT)
               MOVE UPI-UTC-TIME TO WS-LTE-UTC-TIME (WS-LATE-COUNT)
               MOVE WS-UVC-LOCAL-TIME
                   TO WS-LTE-LOCAL-TIME (WS-LATE-COUNT)
               MOVE WS-UVC-VALUE-DATE
                   TO WS-LTE-VALUE-DATE (WS-LATE-COUNT)
               MOVE WS-MINUTES-LATE
                   TO WS-LTE-MINUTES-LATE (WS-LATE-COUNT)
               ADD 1 TO WS-GRP-PAYMENTS (WS-GROUP-FOUND)
               ADD WS-MINUTES-LATE
                   TO WS-GRP-TOTAL-MINUTES (WS-GROUP-FOUND)
               IF WS-MINUTES-LATE > WS-GRP-MAX-MINUTES (WS-GROUP-FOUND)
                   MOVE WS-MINUTES-LATE
                       TO WS-GRP-MAX-MINUTES (WS-GROUP-FOUND)
               END-IF
           END-IF.

      ******************************************************************
      * WRITE A PAYMENT THAT COULD NOT BE VALUE-DATED, MARKED ERR     *
      * WITH ZERO DATES, SO THE OUTPUT REMAINS A FULL REPLACEMENT     *
      * FOR THE INPUT                                                 *
      ******************************************************************
       2400-WRITE-ERROR-RECORD.
           ADD 1 TO WS-PAYMENTS-IN-ERROR
           MOVE PAYMENT-RECORD TO STAMPED-RECORD (1:32)
           MOVE 0 TO UPV-LOCAL-DATE UPV-LOCAL-TIME UPV-VALUE-DATE
                     UPV-MINUTES-LATE
           MOVE SPACES TO UPV-SAME-DAY-FLAG UPV-BINDING-CENTRE
           MOVE 'ERR' TO UPV-STATUS
           WRITE STAMPED-RECORD
           ADD 1 TO WS-OUTPUT-RECORDS-WRITTEN.

      ******************************************************************
      * LIST THE FAILED PAYMENT IN THE EXCEPTION SECTION              *
      ******************************************************************
       2500-WRITE-EXCEPTION-LINE.
           MOVE UPI-PAYMENT-ID TO WS-EXC-PAYMENT-ID
           MOVE PAYMENT-RECORD (13:8) TO WS-EXC-UTC-DATE
           MOVE PAYMENT-RECORD (21:4) TO WS-EXC-UTC-TIME
           MOVE SPACES TO WS-EXC-CENTRES
           STRING UPI-CENTRE-CODE-1 '/' UPI-CENTRE-CODE-2
               DELIMITED BY SIZE INTO WS-EXC-CENTRES
           MOVE WS-UVC-ERROR-MESSAGE TO WS-EXC-REASON
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.

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
                   WHEN WS-TRAILER-COUNT NOT = WS-PAYMENTS-READ
                       MOVE 'TRAILER COUNT DISAGREES WITH RECORDS READ'
                           TO WS-REFUSAL-REASON
                       MOVE 'Y' TO WS-RUN-REFUSED
                   WHEN OTHER
                       MOVE SPACES TO STAMPED-TRAILER-RECORD
                       MOVE 'TRL' TO UVX-RECORD-TAG
                       MOVE WS-OUTPUT-RECORDS-WRITTEN
                           TO UVX-RECORD-COUNT
                       WRITE STAMPED-TRAILER-RECORD
               END-EVALUATE
           END-IF.

      ******************************************************************
      * THE LATE-PAYMENT SECTION - ONE GROUP PER CENTRE AND HALF-DAY  *
      * CUT-OFF, EACH WITH ITS PAYMENTS AND ITS MINUTES-LATE TOTALS   *
      ******************************************************************
       3000-WRITE-LATE-PAYMENTS.
           IF WS-REPORT-IS-OPEN
               IF WS-PAYMENTS-IN-ERROR = 0
                   MOVE '  NONE' TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               WRITE REPORT-LINE FROM WS-LATE-TITLE
               IF WS-GROUP-COUNT = 0
                   WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
                   MOVE '  NONE' TO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
               END-IF
               PERFORM 3100-WRITE-ONE-GROUP
                   VARYING WS-GROUP-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
               IF WS-LATE-NOT-LISTED > 0
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '*** ' WS-LATE-NOT-LISTED
                          ' FURTHER LATE PAYMENTS NOT LISTED - '
                          'REPORT TABLE FULL'
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
               END-IF
           END-IF.

      ******************************************************************
      * ONE CENTRE / HALF-DAY CUT-OFF GROUP                           *
      ******************************************************************
       3100-WRITE-ONE-GROUP.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'CENTRE ' WS-GRP-CENTRE (WS-GROUP-INDEX)
                  '   HALF-DAY ' WS-GRP-HALF-DAY-DATE (WS-GROUP-INDEX)
                  '   CUT-OFF '
                  WS-GRP-CLOSING-TIME (WS-GROUP-INDEX) (1:2) ':'
                  WS-GRP-CLOSING-TIME (WS-GROUP-INDEX) (3:2)
                  ' LOCAL'
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-LATE-HEADING
           PERFORM VARYING WS-LATE-INDEX FROM 1 BY 1
                   UNTIL WS-LATE-INDEX > WS-LATE-COUNT
               IF WS-LTE-GROUP (WS-LATE-INDEX) = WS-GROUP-INDEX
                   MOVE WS-LTE-PAYMENT-ID (WS-LATE-INDEX)
                       TO WS-LTL-PAYMENT-ID
                   MOVE WS-LTE-UTC-DATE (WS-LATE-INDEX)
                       TO WS-LTL-UTC-DATE
                   MOVE WS-LTE-UTC-TIME (WS-LATE-INDEX)
                       TO WS-LTL-UTC-TIME
                   MOVE WS-LTE-LOCAL-TIME (WS-LATE-INDEX)
                       TO WS-LTL-LOCAL-TIME
                   MOVE WS-LTE-MINUTES-LATE (WS-LATE-INDEX)
                       TO WS-LTL-MINUTES-LATE
                   MOVE WS-LTE-VALUE-DATE (WS-LATE-INDEX)
                       TO WS-LTL-VALUE-DATE
                   WRITE REPORT-LINE FROM WS-LATE-LINE
               END-IF
           END-PERFORM
           MOVE WS-GRP-PAYMENTS (WS-GROUP-INDEX) TO WS-EDITED-COUNT
           MOVE WS-GRP-TOTAL-MINUTES (WS-GROUP-INDEX)
               TO WS-EDITED-MINUTES
           MOVE WS-GRP-MAX-MINUTES (WS-GROUP-INDEX) TO WS-EDITED-MAX
           MOVE SPACES TO WS-WORK-LINE
           STRING '  LATE PAYMENTS: ' WS-EDITED-COUNT
                  '   MINUTES LATE TOTAL: ' WS-EDITED-MINUTES
                  '   LONGEST: ' WS-EDITED-MAX
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE.

      ******************************************************************
      * WRITE THE SUMMARY, CLOSE THE FILES AND SET THE BANDED STEP    *
      * RETURN CODE - A REFUSED RUN IS SEVERE, PAYMENTS NOT VALUE-    *
      * DATED OUTRANK AN INCOMPLETE LATE LIST, WHICH OUTRANKS A       *
      * CLEAN RUN                                                     *
      ******************************************************************
       4000-WRITE-SUMMARY.
           IF WS-REPORT-IS-OPEN
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               IF WS-RUN-IS-REFUSED
                   MOVE SPACES TO WS-REFUSAL-LINE
                   STRING '*** RUN REFUSED - ' WS-REFUSAL-REASON
                          DELIMITED BY SIZE INTO WS-REFUSAL-LINE
                   WRITE REPORT-LINE FROM WS-REFUSAL-LINE
               END-IF
               MOVE SPACES TO WS-WORK-LINE
               STRING 'PAYMENTS READ: ' WS-PAYMENTS-READ
                      '  STAMPED: ' WS-PAYMENTS-STAMPED
                      '  SAME-DAY: ' WS-PAYMENTS-SAME-DAY
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               MOVE SPACES TO WS-WORK-LINE
               STRING 'MISSED CUT-OFF: ' WS-PAYMENTS-LATE
                      '  ERRORS: ' WS-PAYMENTS-IN-ERROR
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
               CLOSE REPORT-FILE
           END-IF
           IF WS-PAYMENT-IS-OPEN
               CLOSE PAYMENT-FILE
           END-IF
           IF WS-STAMPED-IS-OPEN
               CLOSE STAMPED-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-IS-REFUSED
                   MOVE WS-RC-ON-SEVERE TO RETURN-CODE
               WHEN WS-PAYMENTS-IN-ERROR > 0
                   MOVE WS-RC-ON-ERRORS TO RETURN-CODE
               WHEN WS-LATE-NOT-LISTED > 0
                   MOVE WS-RC-ON-WARNING TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'UTC-PAYMENT-VALUE-BATCH: ' WS-PAYMENTS-READ
               ' PAYMENTS, ' WS-PAYMENTS-STAMPED ' STAMPED, '
               WS-PAYMENTS-LATE ' LATE, ' WS-PAYMENTS-IN-ERROR
               ' ERRORS, RC ' RETURN-CODE
           IF WS-RUN-IS-REFUSED
               DISPLAY 'UTC-PAYMENT-VALUE-BATCH: RUN REFUSED - '
                   WS-REFUSAL-REASON
           END-IF.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           STOP RUN.
