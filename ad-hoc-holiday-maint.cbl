      * ADHOCHOL - one mis-keyed closure date can no longer shut      *
      * down settlement processing on one person's say-so. The        *
      * report shows who made, approved or rejected what, and when.   *
      * The same pending requests can also be approved or rejected    *
      * online through AD-HOC-APPROVAL-SCREEN (transaction CDAP),     *
      * which enforces the same two-person rule.                      *
      *                                                               *
      * CLOSURE HISTORY: every approved add or delete is also         *
      * appended to ADHOCHST.DAT with the live record's before and    *
      * after images, the maker, the checker and the effective        *
      * timestamp, so CLOSURE-AS-OF-INQUIRY can say what the closure  *
      * file held at any past moment after the live record is gone.   *
      *                                                               *
      * ACTION CODES (MTR-ACTION-CODE):                               *
      *   A - Request a new closure record (date and reason code      *
      *                                                               *
      * INPUT:  ADHOCTXN     - one maintenance transaction per record *
      * OUTPUT: ADHOCMNT.RPT - confirmation/approval/error report     *
      *         ADHOCHST.DAT - closure history (appended)             *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CLOSURE-DATE
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT CLOSURE-HISTORY-FILE ASSIGN TO 'ADHOCHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ADHOCMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  PENDING-CLOSURE-FILE.
       COPY 'ad-hoc-pending.cpy'.

       FD  CLOSURE-HISTORY-FILE.
       COPY 'ad-hoc-history.cpy'.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                     PIC X(80).
               88  WS-PENDING-FILE-OK      VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.
           05  WS-HISTORY-FILE-STATUS      PIC X(2).
               88  WS-HISTORY-FILE-OK      VALUE '00'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-LISTED-COUNT             PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           05  WS-APPROVAL-STAMP           PIC 9(8) VALUE 0.
           05  WS-HISTORY-COUNT            PIC 9(5) VALUE 0.

      * Live-record images for the closure history - captured as the
      * approved change is applied
       01  WS-HISTORY-IMAGE-FIELDS.
           05  WS-HIST-BEFORE-PRESENT      PIC X(1).
           05  WS-HIST-BEFORE-RECORD       PIC X(102).
           05  WS-HIST-AFTER-PRESENT       PIC X(1).
           05  WS-HIST-AFTER-RECORD        PIC X(102).

      * Closure date validation fields - WS-DATE-TO-EDIT is loaded
      * with whichever date (start or range end) is being edited
               CLOSE PENDING-CLOSURE-FILE
               OPEN I-O PENDING-CLOSURE-FILE
           END-IF
           OPEN EXTEND CLOSURE-HISTORY-FILE
           IF NOT WS-HISTORY-FILE-OK
               OPEN OUTPUT CLOSURE-HISTORY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-APPROVAL-STAMP
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-TITLE-LINE
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'N' TO WS-HIST-BEFORE-PRESENT
                   MOVE SPACES TO WS-HIST-BEFORE-RECORD
                   MOVE 'Y' TO WS-HIST-AFTER-PRESENT
                   MOVE AD-HOC-HOLIDAY-RECORD TO WS-HIST-AFTER-RECORD
                   PERFORM 2530-CLEAR-PENDING-AND-REPORT
           END-WRITE.

                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-BEFORE-PRESENT
                   MOVE AD-HOC-HOLIDAY-RECORD TO WS-HIST-BEFORE-RECORD
                   MOVE 'N' TO WS-HIST-AFTER-PRESENT
                   MOVE SPACES TO WS-HIST-AFTER-RECORD
                   DELETE AD-HOC-HOLIDAY-FILE RECORD
                       INVALID KEY
                           PERFORM 2110-WRITE-DETAIL-LINE
           END-READ.

      ******************************************************************
      * RECORD THE APPLIED CHANGE ON THE CLOSURE HISTORY, REMOVE THE *
      * SATISFIED PENDING REQUEST AND REPORT WHO APPROVED WHAT, AND  *
      * WHEN                                                          *
      ******************************************************************
       2530-CLEAR-PENDING-AND-REPORT.
           PERFORM 2540-WRITE-CLOSURE-HISTORY
           DELETE PENDING-CLOSURE-FILE RECORD
               INVALID KEY
                   CONTINUE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-APPROVED-COUNT.

      ******************************************************************
      * APPEND THE APPROVED CHANGE TO THE CLOSURE HISTORY - BEFORE   *
      * AND AFTER IMAGES OF THE LIVE RECORD, MAKER, CHECKER AND THE  *
      * MOMENT IT TOOK EFFECT. THE LIVE CHANGE IS ALREADY MADE, SO A *
      * HISTORY WRITE FAILURE IS REPORTED AS AN ERROR FOR FOLLOW-UP. *
      ******************************************************************
       2540-WRITE-CLOSURE-HISTORY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AHH-EFFECTIVE-STAMP
           MOVE PND-ACTION-CODE TO AHH-ACTION-CODE
           MOVE PND-CLOSURE-DATE TO AHH-CLOSURE-DATE
           MOVE PND-MAKER-ID TO AHH-MAKER-ID
           MOVE PND-MAKER-DATE TO AHH-MAKER-DATE
           MOVE MTR-ADDED-BY TO AHH-CHECKER-ID
           MOVE 'ADHOCMNT' TO AHH-APPLIED-BY-PROGRAM
           MOVE WS-HIST-BEFORE-PRESENT TO AHH-BEFORE-PRESENT
           MOVE WS-HIST-BEFORE-RECORD TO AHH-BEFORE-RECORD
           MOVE WS-HIST-AFTER-PRESENT TO AHH-AFTER-PRESENT
           MOVE WS-HIST-AFTER-RECORD TO AHH-AFTER-RECORD
           WRITE AD-HOC-HISTORY-RECORD
           IF WS-HISTORY-FILE-OK
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               PERFORM 2110-WRITE-DETAIL-LINE
               MOVE 'APPROV' TO WS-DTL-ACTION
               MOVE SPACES TO WS-DTL-RESULT
               STRING 'HISTORY WRITE FAILED - STATUS '
                      WS-HISTORY-FILE-STATUS
                      DELIMITED BY SIZE INTO WS-DTL-RESULT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      ******************************************************************
      * REJECT (WITHDRAW) THE PENDING REQUEST FOR THE CLOSURE DATE   *
      ******************************************************************
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE AD-HOC-HOLIDAY-FILE
           CLOSE PENDING-CLOSURE-FILE
           CLOSE CLOSURE-HISTORY-FILE
           CLOSE REPORT-FILE
           DISPLAY 'AD HOC HOLIDAY MAINTENANCE COMPLETE'
           DISPLAY 'Transactions read:  ' WS-TRANSACTIONS-READ
           DISPLAY 'Approved:           ' WS-APPROVED-COUNT
           DISPLAY 'Rejected:           ' WS-REJECTED-COUNT
           DISPLAY 'Listed:             ' WS-LISTED-COUNT
           DISPLAY 'History written:    ' WS-HISTORY-COUNT
           DISPLAY 'Errors:             ' WS-ERROR-COUNT.

      ******************************************************************
