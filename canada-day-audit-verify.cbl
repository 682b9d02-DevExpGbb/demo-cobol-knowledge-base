      ******************************************************************
      * PROGRAM: CANADA-DAY-AUDIT-VERIFY                               *
      * PURPOSE: Prove the audit trail complete and unaltered by      *
      *          walking its sequence numbers and check-value chain   *
      *          across every archive generation and the live log    *
      * AUTHOR:  Enterprise COBOL Development Team                    *
      * DATE:    2026                                                 *
      * VERSION: 1.0                                                  *
      ******************************************************************
      * DESCRIPTION:                                                  *
      * Every record appended to CDAUDIT.LOG is stamped by            *
      * CANADA-DAY-AUDIT-CHAIN with the next AUD-SEQUENCE-NUMBER and  *
      * an AUD-CHECK-VALUE chained from the record before it. This    *
      * job reads the trail in the order it was written - every       *
      * CDAUDARC.DAT rotation block (generation), oldest first, then  *
      * the live CDAUDIT.LOG - and reports:                            *
      *                                                               *
      *   GAP            - sequence numbers missing (records removed) *
      *   DUPLICATE      - a sequence number seen twice (records      *
      *                    replayed or merged twice)                  *
      *   OUT OF ORDER   - a sequence number lower than one already   *
      *                    seen (records moved)                       *
      *   BROKEN CHAIN   - the check value does not follow from the   *
      *                    record before it (record altered)          *
      *   UNSTAMPED      - a record with no sequence number after the *
      *                    chain has started                          *
      *   BLOCK COUNT    - a rotation block whose record count does   *
      *                    not match its CTL control record           *
      *   ANCHOR         - the CDAUDANC.DAT chain anchor written at   *
      *                    the last rotation does not match the       *
      *                    archive's final stamped record             *
      *                                                               *
      * Records written before the trail was chained carry no         *
      * sequence number; those ahead of the first stamped record are  *
      * counted, not reported. A chain that opens above sequence 1    *
      * is noted only - PURGE drops the oldest generations. When the  *
      * archive holds no stamped record the live log is chained from  *
      * the anchor, so a rotated-away tail still shows as a gap.      *
      *                                                               *
      * Under a GDG the CDAUDARC DD concatenates the generations      *
      * oldest first; each generation's blocks are walked in turn.    *
      *                                                               *
      * RETURN CODES: 0 trail intact; 4 intact but with pre-chain     *
      * records, or the archive or live log could not be read;        *
      * 8 findings reported; 12 report could not be opened.           *
      *                                                               *
      * INPUT:  CDAUDARC.DAT - rotated audit archive (all generations)*
      *         CDAUDIT.LOG  - live audit log                         *
      *         CDAUDANC.DAT - audit chain anchor                     *
      * OUTPUT: CDAUDVER.RPT - verification report                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANADA-DAY-AUDIT-VERIFY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO 'CDAUDARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO 'CDAUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CHAIN-ANCHOR-FILE ASSIGN TO 'CDAUDANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CDAUDVER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(71).
       01  ARCHIVE-CONTROL-RECORD.
           05  ARC-CONTROL-TAG             PIC X(3).
           05  ARC-CUT-DATE                PIC 9(8).
           05  ARC-RECORD-COUNT            PIC 9(7).
           05  FILLER                      PIC X(53).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE                  PIC X(71).

       FD  CHAIN-ANCHOR-FILE.
       COPY 'canada-day-audit-anchor.cpy'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.

      * File status fields
       01  WS-FILE-STATUS-FIELDS.
           05  WS-ARCHIVE-FILE-STATUS      PIC X(2).
               88  WS-ARCHIVE-FILE-OK      VALUE '00'.
           05  WS-AUDIT-FILE-STATUS        PIC X(2).
               88  WS-AUDIT-FILE-OK        VALUE '00'.
           05  WS-ANCHOR-FILE-STATUS       PIC X(2).
               88  WS-ANCHOR-FILE-OK       VALUE '00'.
           05  WS-REPORT-FILE-STATUS       PIC X(2).
               88  WS-REPORT-FILE-OK       VALUE '00'.

      * The record under examination, in the shared audit layout
       COPY 'canada-day-audit.cpy'.

      * Processing control
       01  WS-CONTROL-FIELDS.
           05  WS-STEP-RETURN-CODE         PIC 9(2) VALUE 0.
           05  WS-END-OF-FILE              PIC X(1).
               88  WS-NO-MORE-RECORDS      VALUE 'Y'.
           05  WS-ARCHIVE-AVAILABLE        PIC X(1) VALUE 'N'.
               88  WS-ARCHIVE-IS-AVAILABLE VALUE 'Y'.
           05  WS-LOG-AVAILABLE            PIC X(1) VALUE 'N'.
               88  WS-LOG-IS-AVAILABLE     VALUE 'Y'.
           05  WS-ANCHOR-AVAILABLE         PIC X(1) VALUE 'N'.
               88  WS-ANCHOR-IS-AVAILABLE  VALUE 'Y'.
           05  WS-SOURCE-NAME              PIC X(3).
           05  WS-GENERATION-NUMBER        PIC 9(4) VALUE 0.
           05  WS-BLOCK-OPEN               PIC X(1) VALUE 'N'.
               88  WS-BLOCK-IS-OPEN        VALUE 'Y'.
           05  WS-BLOCK-CUT-DATE           PIC 9(8) VALUE 0.
           05  WS-BLOCK-EXPECTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-BLOCK-ACTUAL-COUNT       PIC 9(7) VALUE 0.
           05  WS-SOURCE-RECORD-NUMBER     PIC 9(7) VALUE 0.

      * Audit chain walk
       01  WS-CHAIN-WALK-FIELDS.
           05  WS-CHAIN-STARTED            PIC X(1) VALUE 'N'.
               88  WS-CHAIN-HAS-STARTED    VALUE 'Y'.
           05  WS-PREV-SEQUENCE-NUMBER     PIC 9(10) VALUE 0.
           05  WS-PREV-CHECK-VALUE         PIC 9(10) VALUE 0.
           05  WS-ARCHIVE-TAIL-SEQUENCE    PIC 9(10) VALUE 0.
           05  WS-ARCHIVE-TAIL-STAMPED     PIC X(1) VALUE 'N'.
               88  WS-ARCHIVE-HAS-TAIL     VALUE 'Y'.
           05  WS-FIRST-MISSING            PIC 9(10).
           05  WS-LAST-MISSING             PIC 9(10).
           05  WS-CHAIN-FUNCTION           PIC X(1).
           05  WS-CHAIN-PRIOR-CHECK        PIC 9(10).
           05  WS-CHAIN-CHECK-VALUE        PIC 9(10).
           05  WS-CHAIN-RETURN-CODE        PIC 9(2).

      * Totals
       01  WS-TOTAL-FIELDS.
           05  WS-RECORDS-READ             PIC 9(9) VALUE 0.
           05  WS-RECORDS-STAMPED          PIC 9(9) VALUE 0.
           05  WS-RECORDS-PRE-CHAIN        PIC 9(9) VALUE 0.
           05  WS-BLOCKS-READ              PIC 9(5) VALUE 0.
           05  WS-GAP-COUNT                PIC 9(7) VALUE 0.
           05  WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.
           05  WS-OUT-OF-ORDER-COUNT       PIC 9(7) VALUE 0.
           05  WS-BROKEN-CHAIN-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNSTAMPED-COUNT          PIC 9(7) VALUE 0.
           05  WS-BLOCK-COUNT-ERRORS       PIC 9(5) VALUE 0.
           05  WS-ANCHOR-ERRORS            PIC 9(5) VALUE 0.
           05  WS-FINDING-COUNT            PIC 9(7) VALUE 0.

      * Report formatting fields
       01  WS-REPORT-LINES.
           05  WS-TITLE-LINE               PIC X(80) VALUE
               'AUDIT TRAIL - SEQUENCE AND CHAIN VERIFICATION'.
           05  WS-HEADING-LINE.
               10  FILLER                  PIC X(40) VALUE
                   '  SRC GEN  RECORD   SEQUENCE    FINDING'.
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.
           05  WS-WORK-LINE                PIC X(80) VALUE SPACES.
           05  WS-FINDING-LINE.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-FND-SOURCE           PIC X(3).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-FND-GENERATION       PIC 9(4).
               10  FILLER                  PIC X(1)  VALUE SPACES.
               10  WS-FND-RECORD-NUMBER    PIC 9(7).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-FND-SEQUENCE         PIC 9(10).
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-FND-FINDING          PIC X(14).
               10  WS-FND-DETAIL           PIC X(34).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN PROCESSING ROUTINE                                       *
      ******************************************************************
       0000-MAIN-PROCESSING.
           PERFORM 1000-INITIALIZE-PROGRAM
           IF WS-STEP-RETURN-CODE = 0
               PERFORM 2000-WALK-ARCHIVE
               PERFORM 2500-CHECK-CHAIN-ANCHOR
               PERFORM 3000-WALK-LIVE-LOG
               PERFORM 6000-WRITE-SUMMARY
           END-IF
           PERFORM 9999-PROGRAM-EXIT.

      ******************************************************************
      * INITIALIZE - OPEN THE REPORT AND WRITE ITS HEADINGS           *
      ******************************************************************
       1000-INITIALIZE-PROGRAM.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CANADA-DAY-AUDIT-VERIFY: UNABLE TO OPEN '
                   'CDAUDVER.RPT - FILE STATUS '
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO WS-STEP-RETURN-CODE
           ELSE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
           END-IF.

      ******************************************************************
      * WALK EVERY ROTATION BLOCK ON THE ARCHIVE, OLDEST FIRST. EACH *
      * CTL CONTROL RECORD CLOSES THE BLOCK BEFORE IT AND OPENS THE  *
      * NEXT GENERATION.                                              *
      ******************************************************************
       2000-WALK-ARCHIVE.
           MOVE 'ARC' TO WS-SOURCE-NAME
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-FILE-OK
               MOVE '*** CDAUDARC.DAT NOT AVAILABLE - LIVE LOG ONLY'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           ELSE
               MOVE 'Y' TO WS-ARCHIVE-AVAILABLE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM 2100-EXAMINE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               PERFORM 2200-CLOSE-ARCHIVE-BLOCK
           END-IF
           IF WS-CHAIN-HAS-STARTED
               MOVE 'Y' TO WS-ARCHIVE-TAIL-STAMPED
               MOVE WS-PREV-SEQUENCE-NUMBER
                   TO WS-ARCHIVE-TAIL-SEQUENCE
           END-IF.

      ******************************************************************
      * A CTL RECORD STARTS A NEW GENERATION; ANYTHING ELSE IS AN     *
      * AUDIT RECORD OF THE CURRENT ONE                               *
      ******************************************************************
       2100-EXAMINE-ARCHIVE-RECORD.
           IF ARC-CONTROL-TAG = 'CTL'
               PERFORM 2200-CLOSE-ARCHIVE-BLOCK
               ADD 1 TO WS-GENERATION-NUMBER
               ADD 1 TO WS-BLOCKS-READ
               MOVE 'Y' TO WS-BLOCK-OPEN
               MOVE ARC-CUT-DATE TO WS-BLOCK-CUT-DATE
               MOVE ARC-RECORD-COUNT TO WS-BLOCK-EXPECTED-COUNT
               MOVE 0 TO WS-BLOCK-ACTUAL-COUNT
               MOVE 0 TO WS-SOURCE-RECORD-NUMBER
           ELSE
               ADD 1 TO WS-BLOCK-ACTUAL-COUNT
               MOVE ARCHIVE-RECORD TO AUDIT-LOG-RECORD
               PERFORM 4000-EXAMINE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * A BLOCK MUST HOLD EXACTLY THE RECORDS ITS CTL RECORD COUNTED *
      ******************************************************************
       2200-CLOSE-ARCHIVE-BLOCK.
           IF WS-BLOCK-IS-OPEN
               IF WS-BLOCK-ACTUAL-COUNT NOT = WS-BLOCK-EXPECTED-COUNT
                   ADD 1 TO WS-BLOCK-COUNT-ERRORS
                   MOVE 0 TO WS-FND-SEQUENCE
                   MOVE 'BLOCK COUNT' TO WS-FND-FINDING
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING 'CTL ' WS-BLOCK-EXPECTED-COUNT
                          ' FOUND ' WS-BLOCK-ACTUAL-COUNT
                          DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM 5000-WRITE-FINDING
               END-IF
               MOVE 'N' TO WS-BLOCK-OPEN
           END-IF.

      ******************************************************************
      * THE ANCHOR WRITTEN AT THE LAST ROTATION MUST NAME THE        *
      * ARCHIVE'S FINAL STAMPED RECORD. WITH NO STAMPED RECORD ON    *
      * THE ARCHIVE, THE LIVE LOG IS CHAINED FROM THE ANCHOR.         *
      ******************************************************************
       2500-CHECK-CHAIN-ANCHOR.
           OPEN INPUT CHAIN-ANCHOR-FILE
           IF WS-ANCHOR-FILE-OK
               READ CHAIN-ANCHOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANC-RECORD-TAG = 'ANC'
                               AND ANC-LAST-SEQUENCE-NUMBER IS NUMERIC
                               AND ANC-LAST-CHECK-VALUE IS NUMERIC
                           MOVE 'Y' TO WS-ANCHOR-AVAILABLE
                       END-IF
               END-READ
               CLOSE CHAIN-ANCHOR-FILE
           END-IF
           MOVE 'ANC' TO WS-SOURCE-NAME
           MOVE 0 TO WS-SOURCE-RECORD-NUMBER
           EVALUATE TRUE
               WHEN NOT WS-ANCHOR-IS-AVAILABLE
                   CONTINUE
               WHEN WS-ARCHIVE-HAS-TAIL
                   IF ANC-LAST-SEQUENCE-NUMBER
                           NOT = WS-ARCHIVE-TAIL-SEQUENCE
                           OR ANC-LAST-CHECK-VALUE
                               NOT = WS-PREV-CHECK-VALUE
                       ADD 1 TO WS-ANCHOR-ERRORS
                       MOVE ANC-LAST-SEQUENCE-NUMBER TO WS-FND-SEQUENCE
                       MOVE 'ANCHOR' TO WS-FND-FINDING
                       MOVE SPACES TO WS-FND-DETAIL
                       STRING 'ARCHIVE ENDS AT '
                              WS-ARCHIVE-TAIL-SEQUENCE
                              DELIMITED BY SIZE INTO WS-FND-DETAIL
                       PERFORM 5000-WRITE-FINDING
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-CHAIN-STARTED
                   MOVE ANC-LAST-SEQUENCE-NUMBER
                       TO WS-PREV-SEQUENCE-NUMBER
                   MOVE ANC-LAST-CHECK-VALUE TO WS-PREV-CHECK-VALUE
                   MOVE SPACES TO WS-WORK-LINE
                   STRING '  LIVE LOG CHAINED FROM ANCHOR SEQUENCE '
                          ANC-LAST-SEQUENCE-NUMBER ' CUT '
                          ANC-CUT-DATE
                          DELIMITED BY SIZE INTO WS-WORK-LINE
                   WRITE REPORT-LINE FROM WS-WORK-LINE
           END-EVALUATE.

      ******************************************************************
      * WALK THE LIVE LOG, CONTINUING THE ARCHIVE'S CHAIN             *
      ******************************************************************
       3000-WALK-LIVE-LOG.
           MOVE 'LOG' TO WS-SOURCE-NAME
           MOVE 0 TO WS-GENERATION-NUMBER
           MOVE 0 TO WS-SOURCE-RECORD-NUMBER
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT WS-AUDIT-FILE-OK
               MOVE '*** CDAUDIT.LOG NOT AVAILABLE - ARCHIVE ONLY'
                   TO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           ELSE
               MOVE 'Y' TO WS-LOG-AVAILABLE
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD
                           PERFORM 4000-EXAMINE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      ******************************************************************
      * PLACE ONE AUDIT RECORD IN THE CHAIN                           *
      ******************************************************************
       4000-EXAMINE-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-SOURCE-RECORD-NUMBER
           IF AUD-SEQUENCE-NUMBER IS NOT NUMERIC
                   OR AUD-CHECK-VALUE IS NOT NUMERIC
                   OR AUD-SEQUENCE-NUMBER = 0
               PERFORM 4100-UNSTAMPED-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-STAMPED
               IF WS-CHAIN-HAS-STARTED
                   PERFORM 4300-FOLLOW-CHAIN
               ELSE
                   PERFORM 4200-OPEN-CHAIN
               END-IF
           END-IF.

      ******************************************************************
      * A RECORD WITH NO SEQUENCE NUMBER - EXPECTED BEFORE THE TRAIL  *
      * WAS CHAINED, A FINDING AFTER                                  *
      ******************************************************************
       4100-UNSTAMPED-RECORD.
           IF WS-CHAIN-HAS-STARTED
               ADD 1 TO WS-UNSTAMPED-COUNT
               MOVE 0 TO WS-FND-SEQUENCE
               MOVE 'UNSTAMPED' TO WS-FND-FINDING
               MOVE SPACES TO WS-FND-DETAIL
               STRING 'AFTER SEQUENCE ' WS-PREV-SEQUENCE-NUMBER
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               PERFORM 5000-WRITE-FINDING
           ELSE
               ADD 1 TO WS-RECORDS-PRE-CHAIN
           END-IF.

      ******************************************************************
      * THE FIRST STAMPED RECORD OPENS THE CHAIN. SEQUENCE 1 CHAINS  *
      * FROM ZERO AND IS VERIFIED; A HIGHER OPENING SEQUENCE MEANS    *
      * EARLIER GENERATIONS WERE PURGED, AND IS NOTED ONLY.           *
      ******************************************************************
       4200-OPEN-CHAIN.
           MOVE 'Y' TO WS-CHAIN-STARTED
           IF AUD-SEQUENCE-NUMBER = 1
               MOVE 0 TO WS-PREV-CHECK-VALUE
               PERFORM 4400-VERIFY-CHECK-VALUE
           ELSE
               MOVE SPACES TO WS-WORK-LINE
               STRING '  CHAIN OPENS AT SEQUENCE ' AUD-SEQUENCE-NUMBER
                      ' - EARLIER GENERATIONS NOT PRESENT'
                      DELIMITED BY SIZE INTO WS-WORK-LINE
               WRITE REPORT-LINE FROM WS-WORK-LINE
           END-IF
           MOVE AUD-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE-NUMBER
           MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK-VALUE.

      ******************************************************************
      * CLASSIFY A STAMPED RECORD AGAINST THE HIGHEST SEQUENCE SEEN.  *
      * ONLY A RECORD THAT MOVES THE SEQUENCE FORWARD BECOMES THE     *
      * LINK THE NEXT RECORD IS CHAINED FROM.                          *
      ******************************************************************
       4300-FOLLOW-CHAIN.
           EVALUATE TRUE
               WHEN AUD-SEQUENCE-NUMBER = WS-PREV-SEQUENCE-NUMBER + 1
                   PERFORM 4400-VERIFY-CHECK-VALUE
               WHEN AUD-SEQUENCE-NUMBER = WS-PREV-SEQUENCE-NUMBER
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE AUD-SEQUENCE-NUMBER TO WS-FND-SEQUENCE
                   MOVE 'DUPLICATE' TO WS-FND-FINDING
                   MOVE SPACES TO WS-FND-DETAIL
                   IF AUD-CHECK-VALUE = WS-PREV-CHECK-VALUE
                       MOVE 'SAME RECORD WRITTEN TWICE'
                           TO WS-FND-DETAIL
                   ELSE
                       MOVE 'DIFFERENT RECORD, SAME SEQUENCE'
                           TO WS-FND-DETAIL
                   END-IF
                   PERFORM 5000-WRITE-FINDING
               WHEN AUD-SEQUENCE-NUMBER < WS-PREV-SEQUENCE-NUMBER
                   ADD 1 TO WS-OUT-OF-ORDER-COUNT
                   MOVE AUD-SEQUENCE-NUMBER TO WS-FND-SEQUENCE
                   MOVE 'OUT OF ORDER' TO WS-FND-FINDING
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING 'AFTER SEQUENCE ' WS-PREV-SEQUENCE-NUMBER
                          DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM 5000-WRITE-FINDING
               WHEN OTHER
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-FIRST-MISSING =
                       WS-PREV-SEQUENCE-NUMBER + 1
                   COMPUTE WS-LAST-MISSING =
                       AUD-SEQUENCE-NUMBER - 1
                   MOVE AUD-SEQUENCE-NUMBER TO WS-FND-SEQUENCE
                   MOVE 'GAP' TO WS-FND-FINDING
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING 'MISSING ' WS-FIRST-MISSING
                          '-' WS-LAST-MISSING
                          DELIMITED BY SIZE INTO WS-FND-DETAIL
                   PERFORM 5000-WRITE-FINDING
           END-EVALUATE
           IF AUD-SEQUENCE-NUMBER > WS-PREV-SEQUENCE-NUMBER
               MOVE AUD-SEQUENCE-NUMBER TO WS-PREV-SEQUENCE-NUMBER
               MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK-VALUE
           END-IF.

      ******************************************************************
      * THE RECORD'S CHECK VALUE MUST BE THE ONE CHAINED FROM THE     *
      * RECORD BEFORE IT. AN ALTERED RECORD BREAKS ITS OWN LINK ONLY -*
      * THE NEXT RECORD STILL CHAINS FROM THE VALUE IT CARRIES.       *
      ******************************************************************
       4400-VERIFY-CHECK-VALUE.
           MOVE 'C' TO WS-CHAIN-FUNCTION
           MOVE WS-PREV-CHECK-VALUE TO WS-CHAIN-PRIOR-CHECK
           CALL 'CANADA-DAY-AUDIT-CHAIN' USING WS-CHAIN-FUNCTION
                                               AUDIT-LOG-RECORD
                                               WS-CHAIN-PRIOR-CHECK
                                               WS-CHAIN-CHECK-VALUE
                                               WS-CHAIN-RETURN-CODE
           IF AUD-CHECK-VALUE NOT = WS-CHAIN-CHECK-VALUE
               ADD 1 TO WS-BROKEN-CHAIN-COUNT
               MOVE AUD-SEQUENCE-NUMBER TO WS-FND-SEQUENCE
               MOVE 'BROKEN CHAIN' TO WS-FND-FINDING
               MOVE SPACES TO WS-FND-DETAIL
               STRING 'HAS ' AUD-CHECK-VALUE
                      ' WANT ' WS-CHAIN-CHECK-VALUE
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               PERFORM 5000-WRITE-FINDING
           END-IF.

      ******************************************************************
      * ONE FINDING LINE, LOCATED BY SOURCE, GENERATION AND RECORD   *
      ******************************************************************
       5000-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-SOURCE-NAME TO WS-FND-SOURCE
           MOVE WS-GENERATION-NUMBER TO WS-FND-GENERATION
           MOVE WS-SOURCE-RECORD-NUMBER TO WS-FND-RECORD-NUMBER
           WRITE REPORT-LINE FROM WS-FINDING-LINE.

      ******************************************************************
      * TOTALS, THE VERDICT AND THE STEP RETURN CODE                  *
      ******************************************************************
       6000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'RECORDS READ: ' WS-RECORDS-READ
                  '  STAMPED: ' WS-RECORDS-STAMPED
                  '  PRE-CHAIN: ' WS-RECORDS-PRE-CHAIN
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'ARCHIVE BLOCKS: ' WS-BLOCKS-READ
                  '  COUNT ERRORS: ' WS-BLOCK-COUNT-ERRORS
                  '  ANCHOR ERRORS: ' WS-ANCHOR-ERRORS
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'GAPS: ' WS-GAP-COUNT
                  '  DUPLICATES: ' WS-DUPLICATE-COUNT
                  '  OUT OF ORDER: ' WS-OUT-OF-ORDER-COUNT
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           STRING 'BROKEN CHAIN: ' WS-BROKEN-CHAIN-COUNT
                  '  UNSTAMPED: ' WS-UNSTAMPED-COUNT
                  '  LAST SEQUENCE: ' WS-PREV-SEQUENCE-NUMBER
                  DELIMITED BY SIZE INTO WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           WRITE REPORT-LINE FROM WS-SEPARATOR-LINE
           EVALUATE TRUE
               WHEN WS-FINDING-COUNT > 0
                   MOVE 8 TO WS-STEP-RETURN-CODE
                   MOVE 'AUDIT TRAIL FAILED VERIFICATION'
                       TO WS-WORK-LINE
               WHEN WS-RECORDS-PRE-CHAIN > 0
                       OR NOT WS-ARCHIVE-IS-AVAILABLE
                       OR NOT WS-LOG-IS-AVAILABLE
                   MOVE 4 TO WS-STEP-RETURN-CODE
                   MOVE 'AUDIT TRAIL INTACT - SEE NOTES ABOVE'
                       TO WS-WORK-LINE
               WHEN OTHER
                   MOVE 'AUDIT TRAIL INTACT' TO WS-WORK-LINE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-WORK-LINE
           CLOSE REPORT-FILE
           DISPLAY 'CANADA-DAY-AUDIT-VERIFY: ' WS-RECORDS-READ
               ' RECORDS, ' WS-FINDING-COUNT ' FINDINGS - '
               WS-WORK-LINE.

      ******************************************************************
      * PROGRAM EXIT                                                  *
      ******************************************************************
       9999-PROGRAM-EXIT.
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           STOP RUN.
